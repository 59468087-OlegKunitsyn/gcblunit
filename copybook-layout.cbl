       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit copybook-to-layout compiler
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Derives the "name:offset:length:type" layout specification every
*>  layout-driven utility takes (fixed-load, fixture-gen, fixture-mask,
*>  dataset-sort, dataset-transcode, dataset-recon, fixture-age,
*>  assert-file-valid) from the COPY member the production programs
*>  compile against, instead of keying offsets by hand. Offsets and
*>  lengths follow from PIC and USAGE:
*>    DISPLAY                     one byte per position, plus one for
*>                                SIGN ... SEPARATE; type 9 when purely
*>                                numeric, X otherwise
*>    COMP-3 / PACKED-DECIMAL     digits / 2 + 1 bytes, type P
*>    BINARY / COMP / COMP-4 /    2, 4 or 8 bytes by digit count,
*>    COMP-5                      type B
*>    COMP-X                      the bytes the digits need, type B
*>    BINARY-CHAR/-SHORT/-LONG/   1, 2, 4, 8 bytes, type B
*>    -DOUBLE
*>    COMP-6, COMP-1/-2, FLOAT-*, carried as X of their storage size
*>    POINTER, INDEX
*>  P scaling positions, S and V take no storage. OCCURS tables are
*>  expanded one entry per occurrence (name-1, name-2, nested tables
*>  name-1-1 ...). FILLER positions are skipped but still counted.
*>  --record picks the 01 record to lay out (the first by default), so
*>  an alternative record REDEFINES-ing it -- host-header-record or
*>  host-detail-record in gcblhost.cpy -- is chosen by name; inside a
*>  record a subordinate REDEFINES alternative is skipped unless named
*>  with --branch, which lays it out in place of the item it redefines.
*>  --scale appends ":[S]n" to numeric entries (signed, n decimal
*>  places, negative for trailing P scaling) for the tools that convert
*>  values; --list prints the field map behind the specification.
*>  Free-format members (">>SOURCE FORMAT FREE") and fixed-format
*>  members (columns 8-72, "*" in column 7) are both read.
*>
*>  Usage:
*>    copybook-layout member.cpy [--record name] [--branch name]...
*>      [--scale] [--list] [--out spec.txt] [--fixed|--free]
identification division.
program-id. copybook-layout.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select copybook assign to dynamic copybook-file
    organization is line sequential
    file status is copybook-status.
    select spec-out assign to dynamic output-file
    organization is line sequential
    file status is spec-out-status.
data division.
file section.
fd copybook.
    01 copybook-line pic x(256).
fd spec-out.
    01 spec-out-record pic x(16384).
working-storage section.
    78 ITEM-LIMIT value 512.
    78 ENTRY-LIMIT value 1024.
    78 BRANCH-LIMIT value 16.
    78 TOKEN-LIMIT value 64.
    78 DEPTH-LIMIT value 50.
    78 OCCURS-DEPTH value 7.
    78 LAYOUT-LIMIT value 64.
    01 argv pic x(256).
        88 option-record value "--record".
        88 option-branch value "--branch".
        88 option-scale value "--scale".
        88 option-list value "--list".
        88 option-out value "--out".
        88 option-fixed value "--fixed".
        88 option-free value "--free".
    01 copybook-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 output-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 record-name pic x(32) value SPACE.
        88 is-empty value SPACE.
    01 copybook-status pic x(2).
        88 copybook-ok value "00".
        88 copybook-eof value "10".
    01 spec-out-status pic x(2).
        88 spec-out-ok value "00".
    01 scale-mode pic x value "N".
        88 with-scale value "Y".
    01 list-mode pic x value "N".
        88 with-list value "Y".
    01 source-format pic x value SPACE.
        88 format-free value "F".
        88 format-fixed value "X".
        88 format-unknown value SPACE.
    01 format-forced pic x value "N".

    01 branch-count usage binary-long unsigned value 0.
    01 branch-tbl.
        03 branch-name pic x(32) occurs BRANCH-LIMIT times.

    *> one row per data description entry, in source order, with the
    *> parent link the level numbers imply
    01 item-count usage binary-long unsigned value 0.
    01 item-tbl.
        03 item occurs ITEM-LIMIT times.
            05 item-level usage binary-long unsigned.
            05 item-name pic x(32).
            05 item-filler pic x.
            05 item-pic pic x(48).
            05 item-usage pic x(8).
            05 item-unsigned pic x.
            05 item-sign-sep pic x.
            05 item-occurs usage binary-long unsigned.
            05 item-redefines pic x(32).
            05 item-parent usage binary-long unsigned.
            05 item-has-child pic x.
            05 item-size usage binary-long unsigned.
            05 item-offset usage binary-long unsigned.
            05 item-cursor usage binary-long unsigned.
            05 item-type pic x.
            05 item-signed pic x.
            05 item-scale usage binary-long signed.
            05 item-excluded pic x.
    01 item-index usage binary-long unsigned.
    01 parent-index usage binary-long unsigned.
    01 target-index usage binary-long unsigned.
    01 record-index usage binary-long unsigned value 0.
    01 record-end usage binary-long unsigned.
    01 ancestor-index usage binary-long unsigned.
    01 in-record pic x.
    01 branch-index usage binary-long unsigned.
    01 branch-picked pic x.

    01 level-depth usage binary-long unsigned value 0.
    01 level-stack.
        03 stack-item usage binary-long unsigned occurs DEPTH-LIMIT times.

    *> statement assembly: source text up to the terminating period
    01 source-text pic x(256).
    01 text-length usage binary-long unsigned.
    01 text-scan usage binary-long unsigned.
    01 text-char pic x.
    01 in-quote pic x value SPACE.
    01 statement pic x(4096) value SPACE.
    01 statement-length usage binary-long unsigned value 0.
    01 directive-text pic x(256).

    01 token-count usage binary-long unsigned.
    01 token-tbl.
        03 token pic x(64) occurs TOKEN-LIMIT times.
    01 token-index usage binary-long unsigned.
    01 token-upper pic x(64).
    01 token-quote pic x.
    01 statement-scan usage binary-long unsigned.
    01 token-length usage binary-long unsigned.

    *> picture analysis
    01 pic-scan usage binary-long unsigned.
    01 pic-length usage binary-long unsigned.
    01 pic-symbol pic x.
    01 pic-repeat usage binary-long unsigned.
    01 pic-repeat-txt pic x(9).
    01 pic-close usage binary-long unsigned.
    01 pic-digits usage binary-long unsigned.
    01 pic-positions usage binary-long unsigned.
    01 pic-numeric pic x.
    01 pic-fraction pic x.
    01 pic-digit-seen pic x.

    *> emitted entries, expanded and ordered by offset
    01 entry-count usage binary-long unsigned value 0.
    01 entry-tbl.
        03 layout-entry occurs ENTRY-LIMIT times.
            05 entry-name pic x(48).
            05 entry-offset usage binary-long unsigned.
            05 entry-size usage binary-long unsigned.
            05 entry-type pic x.
            05 entry-item usage binary-long unsigned.
    01 entry-hold.
        05 hold-name pic x(48).
        05 hold-offset usage binary-long unsigned.
        05 hold-size usage binary-long unsigned.
        05 hold-type pic x.
        05 hold-item usage binary-long unsigned.
    01 sort-i usage binary-long unsigned.
    01 sort-j usage binary-long unsigned.

    01 dim-count usage binary-long unsigned.
    01 dim-tbl.
        03 dim-entry occurs OCCURS-DEPTH times.
            05 dim-item usage binary-long unsigned.
            05 dim-limit usage binary-long unsigned.
            05 dim-value usage binary-long unsigned.
    01 dim-index usage binary-long unsigned.
    01 dim-done pic x.
    01 occurrence-offset usage binary-long unsigned.
    01 occurrence-name pic x(48).
    01 name-pointer usage binary-long unsigned.

    01 spec-text pic x(16384) value SPACE.
    01 spec-pointer usage binary-long unsigned.
    01 detail-text pic x(8).
    01 scale-edit pic -(4)9.
    01 ws-num-edit pic z(8)9.
    01 offset-edit pic z(8)9.
    01 size-edit pic z(8)9.
    01 long-names usage binary-long unsigned value 0.
procedure division.
    accept copybook-file from ARGUMENT-VALUE.
    if is-empty of copybook-file
        display "Usage: copybook-layout member.cpy [--record name]"
            " [--branch name]... [--scale] [--list] [--out spec.txt]"
            " [--fixed|--free]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-record
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to record-name
        when option-branch
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            add 1 to branch-count
            if branch-count > BRANCH-LIMIT
                display "Fatal: more than " BRANCH-LIMIT " --branch options"
                    upon syserr
                move 3 to RETURN-CODE
                stop run
            end-if
            move argv to branch-name(branch-count)
        when option-scale
            move "Y" to scale-mode
        when option-list
            move "Y" to list-mode
        when option-out
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to output-file
        when option-fixed
            move "X" to source-format
            move "Y" to format-forced
        when option-free
            move "F" to source-format
            move "Y" to format-forced
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.

    perform load-copybook.
    perform size-items.
    perform place-items.
    perform select-record.
    perform mark-branches.
    perform collect-entries.
    perform order-entries.
    if with-list
        perform list-entries
    end-if.
    perform emit-specification.
    stop run.

load-copybook section.
    open input copybook.
    if not copybook-ok
        display "Error: cannot open " trim(copybook-file)
            " (status " copybook-status ")" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to copybook-status.
    perform until copybook-eof
        move SPACE to copybook-line
        read copybook
            at end
                move "10" to copybook-status
            not at end
                perform take-source-line
        end-read
    end-perform.
    close copybook.
    if statement-length > 0
        perform take-statement
    end-if.
    if item-count = 0
        display "Error: no data description entries in "
            trim(copybook-file) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

take-source-line section.
    *> compiler directives switch the reference format; anything else
    *> is reduced to its program text and fed to the statement buffer
    move trim(copybook-line) to directive-text.
    if directive-text(1:2) = ">>"
        if format-forced = "N"
            move upper-case(directive-text) to directive-text
            if directive-text(1:8) = ">>SOURCE"
                if directive-text(9:) = SPACE
                    exit section
                end-if
                move 0 to text-scan
                inspect directive-text tallying text-scan for all "FREE"
                if text-scan > 0
                    move "F" to source-format
                else
                    move "X" to source-format
                end-if
            end-if
        end-if
        exit section
    end-if.
    if format-unknown and copybook-line not = SPACE
        *> no directive before the first entry: the IBM default
        move "X" to source-format
    end-if.
    if format-fixed
        if copybook-line(7:1) = "*" or copybook-line(7:1) = "/"
                or copybook-line(7:1) = "D" or copybook-line(7:1) = "d"
            exit section
        end-if
        move copybook-line(8:65) to source-text
    else
        move copybook-line to source-text
    end-if.
    *> a floating "*>" comment ends the program text on the line
    move 0 to text-length.
    move SPACE to in-quote.
    move 1 to text-scan.
    perform until text-scan > 255
        move source-text(text-scan:1) to text-char
        if in-quote = SPACE
            if text-char = '"' or text-char = "'"
                move text-char to in-quote
            else
                if source-text(text-scan:2) = "*>"
                    move SPACE to source-text(text-scan:)
                    move 255 to text-scan
                end-if
            end-if
        else
            if text-char = in-quote
                move SPACE to in-quote
            end-if
        end-if
        add 1 to text-scan
    end-perform.
    if source-text = SPACE
        exit section
    end-if.
    move length(trim(source-text trailing)) to text-length.
    move SPACE to in-quote.
    move 1 to text-scan.
    perform until text-scan > text-length
        move source-text(text-scan:1) to text-char
        if in-quote = SPACE
            if text-char = '"' or text-char = "'"
                move text-char to in-quote
            end-if
        else
            if text-char = in-quote
                move SPACE to in-quote
            end-if
        end-if
        if text-char = "." and in-quote = SPACE
                and (text-scan = text-length
                     or source-text(text-scan + 1:1) = SPACE)
            perform take-statement
        else
            if statement-length < 4095
                add 1 to statement-length
                move text-char to statement(statement-length:1)
            end-if
        end-if
        add 1 to text-scan
    end-perform.
    if statement-length > 0 and statement-length < 4095
        add 1 to statement-length
        move SPACE to statement(statement-length:1)
    end-if.

take-statement section.
    perform split-statement.
    move SPACE to statement.
    move 0 to statement-length.
    if token-count < 1
        exit section
    end-if.
    if test-numval(token(1)) not = 0
        *> COPY, REPLACE and the like have no place in a record member
        exit section
    end-if.
    evaluate numval(token(1))
    when 66
    when 78
    when 88
        exit section
    when 77
        move "01" to token(1)
    end-evaluate.
    perform take-entry.

split-statement section.
    *> blank-separated words, a quoted literal staying one word
    move 0 to token-count.
    move SPACE to token-tbl.
    move 1 to statement-scan.
    perform until statement-scan > statement-length
            or token-count >= TOKEN-LIMIT
        if statement(statement-scan:1) = SPACE
            add 1 to statement-scan
        else
            add 1 to token-count
            move 0 to token-length
            move SPACE to token-quote
            perform until statement-scan > statement-length
                move statement(statement-scan:1) to text-char
                if token-quote = SPACE and text-char = SPACE
                    exit perform
                end-if
                if token-quote = SPACE
                    if text-char = '"' or text-char = "'"
                        move text-char to token-quote
                    end-if
                else
                    if text-char = token-quote
                        move SPACE to token-quote
                    end-if
                end-if
                if token-length < 64
                    add 1 to token-length
                    move text-char to token(token-count)(token-length:1)
                end-if
                add 1 to statement-scan
            end-perform
        end-if
    end-perform.

take-entry section.
    add 1 to item-count.
    if item-count > ITEM-LIMIT
        display "Fatal: copybook exceeds " ITEM-LIMIT " entries" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move item-count to item-index.
    initialize item(item-index).
    move numval(token(1)) to item-level(item-index).
    move 1 to item-occurs(item-index).
    move "N" to item-filler(item-index) item-unsigned(item-index)
        item-sign-sep(item-index) item-has-child(item-index)
        item-excluded(item-index) item-signed(item-index).
    move SPACE to item-name(item-index).
    move 2 to token-index.
    if token-count >= 2
        move upper-case(token(2)) to token-upper
        perform check-clause-word
        if token-upper not = SPACE
            if token-upper = "FILLER"
                move "Y" to item-filler(item-index)
            else
                move token(2) to item-name(item-index)
            end-if
            move 3 to token-index
        end-if
    end-if.
    if item-name(item-index) = SPACE
        move "Y" to item-filler(item-index)
    end-if.

    perform until token-index > token-count
        move upper-case(token(token-index)) to token-upper
        evaluate token-upper
        when "PIC"
        when "PICTURE"
            add 1 to token-index
            if upper-case(token(token-index)) = "IS"
                add 1 to token-index
            end-if
            move upper-case(token(token-index)) to item-pic(item-index)
        when "USAGE"
            add 1 to token-index
            if upper-case(token(token-index)) = "IS"
                add 1 to token-index
            end-if
            move upper-case(token(token-index)) to token-upper
            perform take-usage-word
        when "SIGN"
            add 1 to token-index
            if upper-case(token(token-index)) = "IS"
                add 1 to token-index
            end-if
            perform take-sign-clause
        when "LEADING"
        when "TRAILING"
            perform take-sign-clause
        when "OCCURS"
            add 1 to token-index
            move numval(token(token-index)) to item-occurs(item-index)
            if upper-case(token(token-index + 1)) = "TO"
                add 2 to token-index
                move numval(token(token-index)) to item-occurs(item-index)
            end-if
            if item-occurs(item-index) = 0
                move 1 to item-occurs(item-index)
            end-if
        when "REDEFINES"
            add 1 to token-index
            move token(token-index) to item-redefines(item-index)
        when "VALUE"
        when "VALUES"
            *> the literals that follow are of no interest
            move token-count to token-index
        when "SIGNED"
            move "N" to item-unsigned(item-index)
        when "UNSIGNED"
            move "Y" to item-unsigned(item-index)
        when other
            perform take-usage-word
        end-evaluate
        add 1 to token-index
    end-perform.
    perform attach-parent.

check-clause-word section.
    *> an entry may omit its name; the first word is then a clause
    evaluate token-upper
    when "PIC" when "PICTURE" when "USAGE" when "SIGN" when "OCCURS"
    when "REDEFINES" when "VALUE" when "VALUES" when "COMP"
    when "COMP-1" when "COMP-2" when "COMP-3" when "COMP-4"
    when "COMP-5" when "COMP-6" when "COMP-X" when "COMPUTATIONAL"
    when "COMPUTATIONAL-1" when "COMPUTATIONAL-2" when "COMPUTATIONAL-3"
    when "COMPUTATIONAL-4" when "COMPUTATIONAL-5" when "COMPUTATIONAL-6"
    when "COMPUTATIONAL-X" when "BINARY" when "PACKED-DECIMAL"
    when "DISPLAY" when "BINARY-CHAR" when "BINARY-SHORT"
    when "BINARY-LONG" when "BINARY-DOUBLE" when "FLOAT-SHORT"
    when "FLOAT-LONG" when "POINTER" when "INDEX" when "JUSTIFIED"
    when "JUST" when "BLANK" when "SYNCHRONIZED" when "SYNC"
    when "EXTERNAL" when "GLOBAL" when "LEADING" when "TRAILING"
        move SPACE to token-upper
    end-evaluate.

take-usage-word section.
    evaluate token-upper
    when "DISPLAY"
        move "DISPLAY" to item-usage(item-index)
    when "COMP-3"
    when "COMPUTATIONAL-3"
    when "PACKED-DECIMAL"
        move "PACKED" to item-usage(item-index)
    when "COMP-6"
    when "COMPUTATIONAL-6"
        move "COMP6" to item-usage(item-index)
    when "COMP"
    when "COMPUTATIONAL"
    when "COMP-4"
    when "COMPUTATIONAL-4"
    when "COMP-5"
    when "COMPUTATIONAL-5"
    when "BINARY"
        move "BINARY" to item-usage(item-index)
    when "COMP-X"
    when "COMPUTATIONAL-X"
        move "COMPX" to item-usage(item-index)
    when "BINARY-CHAR"
        move "CHAR" to item-usage(item-index)
    when "BINARY-SHORT"
        move "SHORT" to item-usage(item-index)
    when "BINARY-LONG"
        move "LONG" to item-usage(item-index)
    when "BINARY-DOUBLE"
        move "DOUBLE" to item-usage(item-index)
    when "COMP-1"
    when "COMPUTATIONAL-1"
    when "FLOAT-SHORT"
        move "FLOAT4" to item-usage(item-index)
    when "COMP-2"
    when "COMPUTATIONAL-2"
    when "FLOAT-LONG"
        move "FLOAT8" to item-usage(item-index)
    when "POINTER"
        move "POINTER" to item-usage(item-index)
    when "INDEX"
        move "INDEX" to item-usage(item-index)
    end-evaluate.

take-sign-clause section.
    *> LEADING|TRAILING [SEPARATE [CHARACTER]]
    if upper-case(token(token-index + 1)) = "SEPARATE"
        move "Y" to item-sign-sep(item-index)
        add 1 to token-index
        if upper-case(token(token-index + 1)) = "CHARACTER"
            add 1 to token-index
        end-if
    end-if.

attach-parent section.
    *> the nearest open entry with a lower level number owns this one
    if item-level(item-index) = 1
        move 0 to level-depth
    end-if.
    perform until level-depth = 0
        if item-level(stack-item(level-depth)) < item-level(item-index)
            exit perform
        end-if
        subtract 1 from level-depth
    end-perform.
    if level-depth = 0
        move 0 to item-parent(item-index)
    else
        move stack-item(level-depth) to parent-index
        move parent-index to item-parent(item-index)
        move "Y" to item-has-child(parent-index)
        if item-usage(item-index) = SPACE
            move item-usage(parent-index) to item-usage(item-index)
        end-if
        if item-sign-sep(parent-index) = "Y"
            move "Y" to item-sign-sep(item-index)
        end-if
    end-if.
    if level-depth < DEPTH-LIMIT
        add 1 to level-depth
        move item-index to stack-item(level-depth)
    end-if.

size-items section.
    *> elementary sizes from PIC and USAGE, then group sizes rolled up
    *> from the back so every child is final before its parent sums it
    move 1 to item-index.
    perform until item-index > item-count
        if item-has-child(item-index) = "N"
            perform size-elementary
        else
            move 0 to item-size(item-index)
        end-if
        add 1 to item-index
    end-perform.
    move item-count to item-index.
    perform until item-index = 0
        move item-parent(item-index) to parent-index
        if parent-index > 0 and item-redefines(item-index) = SPACE
            compute item-size(parent-index) = item-size(parent-index)
                + item-size(item-index) * item-occurs(item-index)
        end-if
        subtract 1 from item-index
    end-perform.

size-elementary section.
    perform analyse-picture.
    move "X" to item-type(item-index).
    evaluate item-usage(item-index)
    when "PACKED"
        compute item-size(item-index) = pic-digits / 2 + 1
        move "P" to item-type(item-index)
    when "COMP6"
        compute item-size(item-index) = (pic-digits + 1) / 2
    when "BINARY"
        evaluate TRUE
        when pic-digits <= 4
            move 2 to item-size(item-index)
        when pic-digits <= 9
            move 4 to item-size(item-index)
        when other
            move 8 to item-size(item-index)
        end-evaluate
        move "B" to item-type(item-index)
    when "COMPX"
        if pic-numeric = "Y"
            evaluate TRUE
            when pic-digits <= 2
                move 1 to item-size(item-index)
            when pic-digits <= 4
                move 2 to item-size(item-index)
            when pic-digits <= 6
                move 3 to item-size(item-index)
            when pic-digits <= 9
                move 4 to item-size(item-index)
            when pic-digits <= 11
                move 5 to item-size(item-index)
            when pic-digits <= 14
                move 6 to item-size(item-index)
            when pic-digits <= 16
                move 7 to item-size(item-index)
            when other
                move 8 to item-size(item-index)
            end-evaluate
        else
            move pic-positions to item-size(item-index)
        end-if
        move "B" to item-type(item-index)
    when "CHAR"
        move 1 to item-size(item-index)
        move "B" to item-type(item-index)
    when "SHORT"
        move 2 to item-size(item-index)
        move "B" to item-type(item-index)
    when "LONG"
        move 4 to item-size(item-index)
        move "B" to item-type(item-index)
    when "DOUBLE"
        move 8 to item-size(item-index)
        move "B" to item-type(item-index)
    when "FLOAT4"
    when "INDEX"
        move 4 to item-size(item-index)
    when "FLOAT8"
    when "POINTER"
        move 8 to item-size(item-index)
    when other
        move pic-positions to item-size(item-index)
        if pic-numeric = "Y" and pic-digits > 0
            move "9" to item-type(item-index)
            if item-sign-sep(item-index) = "Y"
                    and item-signed(item-index) = "Y"
                add 1 to item-size(item-index)
            end-if
        end-if
    end-evaluate.
    evaluate item-usage(item-index)
    when "CHAR"
    when "SHORT"
    when "LONG"
    when "DOUBLE"
        if item-unsigned(item-index) = "N"
            move "Y" to item-signed(item-index)
        end-if
    end-evaluate.

analyse-picture section.
    *> digit positions, storage positions, sign and decimal scale of
    *> the picture string, repeat factors "(n)" expanded
    move 0 to pic-digits pic-positions item-scale(item-index).
    move "Y" to pic-numeric.
    move "N" to pic-fraction pic-digit-seen.
    move length(trim(item-pic(item-index))) to pic-length.
    if item-pic(item-index) = SPACE
        move "N" to pic-numeric
        exit section
    end-if.
    move 1 to pic-scan.
    perform until pic-scan > pic-length
        move item-pic(item-index)(pic-scan:1) to pic-symbol
        move 1 to pic-repeat
        if pic-scan < pic-length
                and item-pic(item-index)(pic-scan + 1:1) = "("
            move 0 to pic-close
            inspect item-pic(item-index)(pic-scan + 2:)
                tallying pic-close for characters before initial ")"
            move SPACE to pic-repeat-txt
            move item-pic(item-index)(pic-scan + 2:pic-close)
                to pic-repeat-txt
            move numval(pic-repeat-txt) to pic-repeat
            compute pic-scan = pic-scan + pic-close + 2
        end-if
        evaluate pic-symbol
        when "S"
            move "Y" to item-signed(item-index)
        when "V"
            move "Y" to pic-fraction
        when "P"
            if pic-digit-seen = "N"
                *> leading P: the point sits left of the scaling
                add pic-repeat to item-scale(item-index)
                move "Y" to pic-fraction
            else
                subtract pic-repeat from item-scale(item-index)
            end-if
        when "9"
            add pic-repeat to pic-digits pic-positions
            move "Y" to pic-digit-seen
            if pic-fraction = "Y"
                add pic-repeat to item-scale(item-index)
            end-if
        when other
            add pic-repeat to pic-positions
            move "N" to pic-numeric
        end-evaluate
        add 1 to pic-scan
    end-perform.

place-items section.
    *> offsets within the owning 01 record, zero-based; a REDEFINES
    *> entry takes the position of the sibling it redefines
    move 1 to item-index.
    perform until item-index > item-count
        move item-parent(item-index) to parent-index
        if parent-index = 0
            move 0 to item-offset(item-index)
        else
            if item-redefines(item-index) not = SPACE
                perform find-redefined
                if target-index = 0
                    display "Error: " trim(item-name(item-index))
                        " redefines unknown "
                        trim(item-redefines(item-index)) upon syserr
                    move 2 to RETURN-CODE
                    stop run
                end-if
                move item-offset(target-index) to item-offset(item-index)
            else
                move item-cursor(parent-index) to item-offset(item-index)
                compute item-cursor(parent-index) = item-cursor(parent-index)
                    + item-size(item-index) * item-occurs(item-index)
            end-if
        end-if
        move item-offset(item-index) to item-cursor(item-index)
        add 1 to item-index
    end-perform.

find-redefined section.
    move 0 to target-index.
    move item-index to sort-i.
    perform until sort-i <= 1
        subtract 1 from sort-i
        if item-parent(sort-i) = item-parent(item-index)
                and upper-case(item-name(sort-i))
                    = upper-case(item-redefines(item-index))
            move sort-i to target-index
            exit perform
        end-if
    end-perform.

select-record section.
    if is-empty of record-name
        move 1 to item-index
        perform until item-index > item-count
            if item-level(item-index) = 1
                move item-index to record-index
                exit perform
            end-if
            add 1 to item-index
        end-perform
    else
        move 1 to item-index
        perform until item-index > item-count
            if upper-case(item-name(item-index)) = upper-case(record-name)
                move item-index to record-index
                exit perform
            end-if
            add 1 to item-index
        end-perform
    end-if.
    if record-index = 0
        if is-empty of record-name
            display "Error: no 01 record in " trim(copybook-file) upon syserr
        else
            display "Error: record " trim(record-name) " not found in "
                trim(copybook-file) upon syserr
        end-if
        move 2 to RETURN-CODE
        stop run
    end-if.
    *> the record's entries run until the next entry at its level or
    *> above
    move record-index to record-end.
    move record-index to item-index.
    perform until item-index >= item-count
        if item-level(item-index + 1) <= item-level(record-index)
            exit perform
        end-if
        move item-index to record-end
        add 1 to record-end
        add 1 to item-index
    end-perform.

mark-branches section.
    *> inside the record, only one alternative of each REDEFINES
    *> chain is laid out: the --branch one, else the original item
    move record-index to item-index.
    perform until item-index > record-end
        if item-index > record-index
                and item-redefines(item-index) not = SPACE
            perform check-branch-picked
            if branch-picked = "Y"
                perform find-redefined
                if target-index > 0
                    move "Y" to item-excluded(target-index)
                end-if
            else
                move "Y" to item-excluded(item-index)
            end-if
        end-if
        add 1 to item-index
    end-perform.
    *> every branch named must exist; a typo should not quietly fall
    *> back to the original layout
    move 1 to branch-index.
    perform until branch-index > branch-count
        move "N" to branch-picked
        move record-index to item-index
        perform until item-index > record-end
            if upper-case(item-name(item-index))
                    = upper-case(branch-name(branch-index))
                move "Y" to branch-picked
            end-if
            add 1 to item-index
        end-perform
        if branch-picked = "N"
            display "Error: branch " trim(branch-name(branch-index))
                " is not in record " trim(item-name(record-index))
                upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
        add 1 to branch-index
    end-perform.
    *> exclusion is inherited down the tree
    move record-index to item-index.
    perform until item-index > record-end
        move item-parent(item-index) to parent-index
        if item-index > record-index and parent-index > 0
            if item-excluded(parent-index) = "Y"
                move "Y" to item-excluded(item-index)
            end-if
        end-if
        add 1 to item-index
    end-perform.

check-branch-picked section.
    move "N" to branch-picked.
    move 1 to branch-index.
    perform until branch-index > branch-count
        if upper-case(item-name(item-index))
                = upper-case(branch-name(branch-index))
            move "Y" to branch-picked
        end-if
        add 1 to branch-index
    end-perform.

collect-entries section.
    move record-index to item-index.
    perform until item-index > record-end
        if item-has-child(item-index) = "N"
                and item-excluded(item-index) = "N"
                and item-filler(item-index) = "N"
                and item-size(item-index) > 0
            perform expand-occurrences
        end-if
        add 1 to item-index
    end-perform.
    if entry-count = 0
        display "Error: record " trim(item-name(record-index))
            " has no named elementary fields" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

expand-occurrences section.
    *> the OCCURS tables between the field and the record, outermost
    *> first, walked like an odometer
    move 0 to dim-count.
    move item-index to ancestor-index.
    perform until ancestor-index = 0 or ancestor-index = record-index
        if item-occurs(ancestor-index) > 1
            if dim-count >= OCCURS-DEPTH
                display "Fatal: " trim(item-name(item-index))
                    " is nested in more than " OCCURS-DEPTH " tables"
                    upon syserr
                move 3 to RETURN-CODE
                stop run
            end-if
            add 1 to dim-count
            move dim-count to dim-index
            perform until dim-index = 1
                move dim-entry(dim-index - 1) to dim-entry(dim-index)
                subtract 1 from dim-index
            end-perform
            move ancestor-index to dim-item(1)
            move item-occurs(ancestor-index) to dim-limit(1)
        end-if
        move item-parent(ancestor-index) to ancestor-index
    end-perform.
    move 1 to dim-index.
    perform until dim-index > dim-count
        move 1 to dim-value(dim-index)
        add 1 to dim-index
    end-perform.
    move "N" to dim-done.
    perform until dim-done = "Y"
        perform add-entry
        *> next occurrence: innermost index first
        move "Y" to dim-done
        move dim-count to dim-index
        perform until dim-index = 0
            if dim-value(dim-index) < dim-limit(dim-index)
                add 1 to dim-value(dim-index)
                move "N" to dim-done
                exit perform
            end-if
            move 1 to dim-value(dim-index)
            subtract 1 from dim-index
        end-perform
    end-perform.

add-entry section.
    add 1 to entry-count.
    if entry-count > ENTRY-LIMIT
        display "Fatal: layout exceeds " ENTRY-LIMIT " fields" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move item-offset(item-index) to occurrence-offset.
    move SPACE to occurrence-name.
    move 1 to name-pointer.
    string trim(item-name(item-index)) delimited by size
        into occurrence-name with pointer name-pointer
    end-string.
    move 1 to dim-index.
    perform until dim-index > dim-count
        compute occurrence-offset = occurrence-offset
            + (dim-value(dim-index) - 1) * item-size(dim-item(dim-index))
        move dim-value(dim-index) to ws-num-edit
        string "-" trim(ws-num-edit) delimited by size
            into occurrence-name with pointer name-pointer
        end-string
        add 1 to dim-index
    end-perform.
    if name-pointer > 33
        add 1 to long-names
    end-if.
    move occurrence-name to entry-name(entry-count).
    compute entry-offset(entry-count) = occurrence-offset + 1.
    move item-size(item-index) to entry-size(entry-count).
    move item-type(item-index) to entry-type(entry-count).
    move item-index to entry-item(entry-count).

order-entries section.
    *> straight insertion by offset, stable for equal offsets
    move 2 to sort-i.
    perform until sort-i > entry-count
        move layout-entry(sort-i) to entry-hold
        move sort-i to sort-j
        perform until sort-j = 1
            if entry-offset(sort-j - 1) <= hold-offset
                exit perform
            end-if
            move layout-entry(sort-j - 1) to layout-entry(sort-j)
            subtract 1 from sort-j
        end-perform
        move entry-hold to layout-entry(sort-j)
        add 1 to sort-i
    end-perform.

list-entries section.
    display "Record " trim(item-name(record-index)) " of "
        trim(copybook-file).
    move item-size(record-index) to ws-num-edit.
    display "  length " trim(ws-num-edit) " byte(s)".
    display "     offset    length  type  field".
    move 1 to sort-i.
    perform until sort-i > entry-count
        move entry-offset(sort-i) to offset-edit
        move entry-size(sort-i) to size-edit
        move entry-item(sort-i) to item-index
        display "  " offset-edit " " size-edit "  " entry-type(sort-i)
            "     " trim(entry-name(sort-i)) " "
            trim(item-pic(item-index)) " " trim(item-usage(item-index))
        add 1 to sort-i
    end-perform.

emit-specification section.
    move SPACE to spec-text.
    move 1 to spec-pointer.
    move 1 to sort-i.
    perform until sort-i > entry-count
        if sort-i > 1
            string ";" delimited by size into spec-text with pointer spec-pointer
            end-string
        end-if
        move entry-offset(sort-i) to offset-edit
        move entry-size(sort-i) to size-edit
        string trim(entry-name(sort-i)) ":" trim(offset-edit) ":"
            trim(size-edit) ":" entry-type(sort-i) delimited by size
            into spec-text with pointer spec-pointer
        end-string
        if with-scale
            perform build-detail
            if detail-text not = SPACE
                string ":" trim(detail-text) delimited by size
                    into spec-text with pointer spec-pointer
                end-string
            end-if
        end-if
        add 1 to sort-i
    end-perform.
    if spec-pointer > length(spec-text)
        display "Fatal: layout specification exceeds "
            length(spec-text) " characters" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    if is-empty of output-file
        display trim(spec-text)
    else
        open output spec-out
        if not spec-out-ok
            display "Error: cannot write " trim(output-file)
                " (status " spec-out-status ")" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
        move spec-text to spec-out-record
        write spec-out-record
        close spec-out
    end-if.
    *> the consumers' own limits, so the problem shows here and not
    *> as a Fatal in the middle of a job stream
    if entry-count > LAYOUT-LIMIT
        move entry-count to ws-num-edit
        display "Warning: " trim(ws-num-edit) " fields exceed the "
            LAYOUT-LIMIT "-field limit of the layout utilities" upon syserr
    end-if.
    if long-names > 0
        move long-names to ws-num-edit
        display "Warning: " trim(ws-num-edit)
            " field name(s) longer than 32 characters" upon syserr
    end-if.
    move 0 to RETURN-CODE.

build-detail section.
    move SPACE to detail-text.
    move entry-item(sort-i) to item-index.
    if entry-type(sort-i) = "X"
        exit section
    end-if.
    if item-signed(item-index) = "N" and item-scale(item-index) = 0
        exit section
    end-if.
    move item-scale(item-index) to scale-edit.
    if item-signed(item-index) = "Y"
        move concatenate("S", trim(scale-edit)) to detail-text
    else
        move trim(scale-edit) to detail-text
    end-if.
end program copybook-layout.
