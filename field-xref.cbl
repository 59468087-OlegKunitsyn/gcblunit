       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit field-level cross-reference
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Records, for every data item of every program under a tree (the
*>  same *.cbl walk contract-check makes, "." by default) and of every
*>  copybook those programs COPY, which paragraphs read it and which
*>  modify it, and answers the question a copybook change raises
*>  before anyone edits the member: which programs and paragraphs
*>  touch this field, and which suites exercise them.
*>  A reference modifies its item as
*>    MOVE ... TO, COMPUTE ... =, ADD/SUBTRACT ... TO/FROM, MULTIPLY
*>    ... BY, DIVIDE ... INTO, GIVING and REMAINDER targets,
*>    INITIALIZE, SET, ACCEPT, READ/RETURN ... INTO (and a READ
*>    without INTO its file's records), STRING/UNSTRING INTO, POINTER,
*>    DELIMITER IN and COUNT IN, INSPECT ... REPLACING/CONVERTING and
*>    its TALLYING counter, PERFORM/SEARCH VARYING and AFTER, and a
*>    CALL argument passed BY REFERENCE (the callee may change it);
*>  every other reference, subscripts included, reads it. A level-88
*>  condition name stands for the field it is declared under, so SET
*>  cond TO TRUE modifies that field.
*>  Paragraphs are the section and paragraph labels the way
*>  coverage-instrument names them; statements ahead of the first
*>  label belong to "(entry)".
*>  --all lists the whole cross-reference, one line per program,
*>  paragraph, item and kind of touch, with the copybook the item
*>  came from ("-" for the program's own items).
*>  --copybook member --field name reports the impact of changing that
*>  field of that member: every paragraph that reads or modifies it,
*>  directly, through a group it belongs to (a MOVE or READ INTO of
*>  the whole record) or through one of its own subordinate items,
*>  then the suites covering those paragraphs from the paragraph-suite
*>  map gcblunit keeps when it runs with --paragraphs
*>  (gcblunit-paragraph-suites.dat in the artifact store, the path
*>  following GCBLUNIT_STORE/GCBLUNIT_PROFILE unless --map names one).
*>  COPY members are found the way contract-check finds them (beside
*>  the source, in each --copy directory and under the tree, one level
*>  deep); free-format and fixed-format sources are both read, a
*>  source without a directive taken as fixed unless --free says
*>  otherwise.
*>  Exit code 0 when every paragraph touching the field is covered by
*>  a recorded suite (or no map is there to tell), 1 when some are not
*>  or no program copies the field from that member, 2 on a usage
*>  error.
*>
*>  Usage:
*>    field-xref --copybook member --field name [root] [--copy dir]...
*>        [--free] [--map path]
*>    field-xref --all [root] [--copy dir]... [--free]
identification division.
program-id. field-xref.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select source-list assign to dynamic list-file
    organization is line sequential
    file status is source-list-status.
    select source-file assign to dynamic source-path
    organization is line sequential
    file status is source-status.
    select copy-file assign to dynamic copy-path
    organization is line sequential
    file status is copy-status.
    select suite-map assign to dynamic map-file
    organization is line sequential
    file status is map-file-status.
data division.
file section.
fd source-list.
    01 source-list-line pic x(512).
fd source-file.
    01 source-record pic x(512).
fd copy-file.
    01 copy-record pic x(512).
fd suite-map.
    01 suite-map-line pic x(200).
working-storage section.
    78 ITEM-LIMIT value 6000.
    78 PARA-LIMIT value 2000.
    78 REF-LIMIT value 60000.
    78 HIT-LIMIT value 5000.
    78 MAP-LIMIT value 8000.
    78 SUITE-LIMIT value 2000.
    78 COPYDIR-LIMIT value 8.
    78 TOKEN-LIMIT value 128.
    78 DEPTH-LIMIT value 50.
    01 argv pic x(256).
        88 option-copy value "--copy".
        88 option-free value "--free".
        88 option-all value "--all".
        88 option-copybook value "--copybook".
        88 option-field value "--field".
        88 option-map value "--map".
    01 scan-root pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 all-mode pic x value "N".
        88 with-all value "Y".
    01 query-member pic x(32) value SPACE.
    01 query-field pic x(32) value SPACE.
    01 default-format pic x value "X".
    01 copydir-count usage binary-long unsigned value 0.
    01 copydir-tbl.
        03 copydir pic x(256) occurs COPYDIR-LIMIT times.

    01 list-file pic x(256).
    01 source-list-status pic x(2).
        88 source-list-ok value "00".
        88 source-list-eof value "10".
    01 source-path pic x(256).
    01 source-dir pic x(256).
    01 source-status pic x(2).
        88 source-ok value "00".
        88 source-eof value "10".
    01 copy-path pic x(256).
    01 copy-status pic x(2).
        88 copy-ok value "00".
        88 copy-eof value "10".
    01 file-details pic x(16).
    01 ws-run-pid usage binary-long.
    01 run-pid-edit pic 9(9).
    01 shell-command pic x(1024).
    01 file-count usage binary-long unsigned value 0.
    01 program-count usage binary-long unsigned value 0.

    *> the paragraph-suite map: "suite program paragraph" per line
    01 map-file pic x(256) value "/tmp/gcblunit-paragraph-suites.dat".
    01 map-given pic x value "N".
    01 map-file-status pic x(2).
        88 map-ok value "00".
        88 map-eof value "10".
    01 map-loaded pic x value "N".
        88 is-map-loaded value "Y".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 map-count usage binary-long unsigned value 0.
    01 map-tbl.
        03 map-entry occurs MAP-LIMIT times.
            05 map-suite pic x(128).
            05 map-program pic x(31).
            05 map-para pic x(32).
    01 map-index usage binary-long unsigned.

    *> the line being read, from the source or from a COPY member
    01 source-line pic x(512).
    01 line-number usage binary-long unsigned.
    01 copy-line-number usage binary-long unsigned.
    01 in-copybook pic x value "N".
    01 source-format pic x value SPACE.
        88 format-free value "F".
        88 format-fixed value "X".
        88 format-unknown value SPACE.
    01 file-format pic x.
    01 directive-text pic x(256).
    01 directive-hits usage binary-long unsigned.

    *> words are cut from the program text as it streams past, a quoted
    *> literal or a parenthesised group staying one word, a period
    *> followed by a space ending the sentence
    01 program-text pic x(512).
    01 text-length usage binary-long unsigned.
    01 text-start usage binary-long unsigned.
    01 text-scan usage binary-long unsigned.
    01 text-char pic x.
    01 next-char pic x.
    01 in-quote pic x value SPACE.
    01 paren-depth usage binary-long unsigned value 0.
    01 current-token pic x(256) value SPACE.
    01 current-token-len usage binary-long unsigned value 0.
    01 token-period pic x value "N".
    01 token-upper pic x(256).
    01 saved-token pic x(256).
    01 saved-token-len usage binary-long unsigned.

    *> identification, environment and data division sentences
    01 token-count usage binary-long unsigned value 0.
    01 token-tbl.
        03 token pic x(64) occurs TOKEN-LIMIT times.
    01 token-index usage binary-long unsigned.
    01 word-upper pic x(64).

    01 parse-mode pic x value "H".
        88 in-header value "H".
        88 in-data value "D".
        88 in-procedure value "P".
    01 data-section pic x value SPACE.
        88 section-described values "F" "W" "L" "K".
    01 expect-program-name pic x value "N".
    01 current-fd pic x(32) value SPACE.

    *> procedure division: labels, verbs and the operands between them
    01 sentence-start pic x value "Y".
    01 label-pending pic x value "N".
    01 label-word pic x(256).
    01 label-word-len usage binary-long unsigned.
    01 end-pending pic x value "N".
    01 qualifier-next pic x value "N".
    01 copy-state pic 9 value 0.
        88 copy-idle value 0.
        88 copy-want-name value 1.
        88 copy-want-library value 2.
        88 copy-want-of value 3.
        88 copy-rest value 4.
    01 verb-found pic x.
    01 keyword-found pic x.
    01 stmt-verb pic x(12) value SPACE.
    01 stmt-first-ref usage binary-long unsigned value 1.
    01 stmt-file-done pic x value "N".
    *> M modifies, R reads, 1 modifies the next operand only
    01 ref-zone pic x value "R".
    01 prev-upper pic x(32) value SPACE.
    01 last-ref usage binary-long unsigned value 0.
    01 last-ref-name pic x(32).

    01 copy-pending pic x value "N".
    01 copy-name pic x(256).
    01 copy-library pic x(256).
    01 copy-dir-index usage binary-long unsigned.
    01 copy-ext-index usage binary-long unsigned.
    01 copy-try-dir pic x(256).
    01 copy-ext-tbl.
        03 filler pic x(4) value ".cpy".
        03 filler pic x(4) value ".CPY".
        03 filler pic x(4) value ".cbl".
        03 filler pic x(4) value ".CBL".
        03 filler pic x(4) value ".cob".
        03 filler pic x(4) value SPACE.
    01 copy-ext-redef redefines copy-ext-tbl.
        03 copy-ext pic x(4) occurs 6 times.
    01 copy-member pic x(32).
    01 member-text pic x(256).
    01 member-scan usage binary-long unsigned.
    01 missing-copy-count usage binary-long unsigned value 0.

    *> the program being read: its data items, paragraphs and every
    *> reference its procedure division makes to an item
    01 program-open pic x value "N".
        88 is-program-open value "Y".
    01 program-name pic x(31).
    01 item-count usage binary-long unsigned value 0.
    01 item-tbl.
        03 item occurs ITEM-LIMIT times.
            05 item-level usage binary-long unsigned.
            05 item-name pic x(32).
            05 item-origin pic x(32).
            05 item-file pic x(32).
            05 item-parent usage binary-long unsigned.
    01 item-index usage binary-long unsigned.
    01 parent-index usage binary-long unsigned.
    01 last-field usage binary-long unsigned value 0.
    01 item-overflow pic x value "N".
    01 level-depth usage binary-long unsigned value 0.
    01 level-stack.
        03 stack-item usage binary-long unsigned occurs DEPTH-LIMIT times.

    01 para-count usage binary-long unsigned value 0.
    01 para-tbl.
        03 para-entry occurs PARA-LIMIT times.
            05 para-name pic x(32).
            05 para-first-ref usage binary-long unsigned.
    01 current-para usage binary-long unsigned value 0.
    01 para-index usage binary-long unsigned.
    01 para-end usage binary-long unsigned.
    01 para-overflow pic x value "N".

    01 ref-count usage binary-long unsigned value 0.
    01 ref-tbl.
        03 ref-entry occurs REF-LIMIT times.
            05 ref-item usage binary-long unsigned.
            05 ref-para usage binary-long unsigned.
            05 ref-kind pic x.
    01 ref-index usage binary-long unsigned.
    01 other-ref usage binary-long unsigned.
    01 ref-overflow pic x value "N".
    01 ref-seen pic x.
    01 reference-total usage binary-long unsigned value 0.

    *> name lookup
    01 lookup-name pic x(48).
    01 lookup-qualifier pic x(32).
    01 found-index usage binary-long unsigned.
    01 ancestor-index usage binary-long unsigned.
    01 operand-base pic x(256).
    01 sub-scan usage binary-long unsigned.
    01 sub-quote pic x.
    01 sub-word pic x(48).
    01 sub-word-len usage binary-long unsigned.
    01 literal-text pic x(256).
    01 literal-len usage binary-long unsigned.
    01 origin-text pic x(32).

    *> the impact of the queried field, one row per paragraph touching it
    01 target-index usage binary-long unsigned.
    01 touch-kind pic x.
    01 via-name pic x(32).
    01 hit-count usage binary-long unsigned value 0.
    01 hit-tbl.
        03 hit-entry occurs HIT-LIMIT times.
            05 hit-program pic x(31).
            05 hit-file pic x(200).
            05 hit-para pic x(32).
            05 hit-kind pic x.
            05 hit-via pic x(40).
            05 hit-covered pic x.
    01 via-text pic x(40).
    01 hit-index usage binary-long unsigned.
    01 other-hit usage binary-long unsigned.
    01 hit-first usage binary-long unsigned.
    01 hit-seen pic x.
    01 target-found pic x value "N".
    01 touched-programs usage binary-long unsigned value 0.
    01 touched-paras usage binary-long unsigned value 0.
    01 uncovered-count usage binary-long unsigned value 0.
    01 suite-count usage binary-long unsigned value 0.
    01 suite-tbl.
        03 suite-entry occurs SUITE-LIMIT times.
            05 suite-name pic x(128).
            05 suite-paras usage binary-long unsigned.
    01 suite-index usage binary-long unsigned.
    01 kind-text pic x(8).
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit-2 pic z(8)9.
    01 ws-num-edit-3 pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-copy
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            if copydir-count >= COPYDIR-LIMIT
                display "Fatal: more than " COPYDIR-LIMIT " --copy directories"
                    upon syserr
                move 3 to RETURN-CODE
                stop run
            end-if
            add 1 to copydir-count
            move argv to copydir(copydir-count)
        when option-free
            move "F" to default-format
        when option-all
            move "Y" to all-mode
        when option-copybook
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to member-text
            perform normalize-member
            move copy-member to query-member
        when option-field
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move upper-case(argv) to query-field
        when option-map
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to map-file
            move "Y" to map-given
        when argv(1:2) = "--"
            display "Error: unknown option " trim(argv) upon syserr
            perform show-usage
            move 2 to RETURN-CODE
            stop run
        when other
            if not is-empty of scan-root
                perform show-usage
                move 2 to RETURN-CODE
                stop run
            end-if
            move argv to scan-root
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if (query-member = SPACE or query-field = SPACE) and not with-all
        perform show-usage
        move 2 to RETURN-CODE
        stop run
    end-if.
    if is-empty of scan-root
        move "." to scan-root
    end-if.

    *> the file walk is find(1)'s, as contract-check's is
    call "getpid" giving ws-run-pid.
    move ws-run-pid to run-pid-edit.
    move concatenate("/tmp/gcblunit-xref-", trim(run-pid-edit), ".lst")
        to list-file.
    move concatenate("find '", trim(scan-root), "' -name '*.cbl' 2>/dev/null",
            " | sort > ", trim(list-file))
        to shell-command.
    call "SYSTEM" using shell-command.
    move 0 to RETURN-CODE.

    open input source-list.
    if not source-list-ok
        display "Error opening " trim(list-file) ": " source-list-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to source-list-status.
    perform until source-list-eof
        read source-list
            at end
                move "10" to source-list-status
            not at end
                if source-list-line not = SPACE
                    move source-list-line to source-path
                    perform scan-source
                end-if
        end-read
    end-perform.
    close source-list.
    call "CBL_DELETE_FILE" using list-file.

    if missing-copy-count > 0
        move missing-copy-count to ws-num-edit
        display "field-xref: " trim(ws-num-edit)
            " COPY member(s) not found, their fields not cross-referenced"
            upon syserr
    end-if.
    if with-all
        move reference-total to ws-num-edit
        move program-count to ws-num-edit-2
        move file-count to ws-num-edit-3
        display "field-xref: " trim(ws-num-edit) " reference(s) in "
            trim(ws-num-edit-2) " program(s) in " trim(ws-num-edit-3)
            " file(s)"
        move 0 to RETURN-CODE
        stop run
    end-if.

    if target-found = "N"
        display "field-xref: no program under " trim(scan-root) " copies "
            trim(query-field) " from " trim(query-member) upon syserr
        move 1 to RETURN-CODE
        stop run
    end-if.
    perform load-suite-map.
    perform report-impact.
    stop run.

show-usage section.
    display "Usage: field-xref --copybook member --field name [root]"
        " [--copy dir]... [--free] [--map path]" upon syserr.
    display "       field-xref --all [root] [--copy dir]... [--free]"
        upon syserr.

resolve-store-defaults section.
    *> the shop's artifact store (see gcblunit --store/--profile):
    *> defaults follow GCBLUNIT_STORE/GCBLUNIT_PROFILE so producers
    *> and consumers agree; explicit options still win
    accept store-root from environment "GCBLUNIT_STORE"
        on exception
            move SPACE to store-root
    end-accept.
    if store-root = SPACE
        exit section
    end-if.
    accept store-profile from environment "GCBLUNIT_PROFILE"
        on exception
            move SPACE to store-profile
    end-accept.
    if store-profile = SPACE
        move store-root to store-base
    else
        move concatenate(trim(store-root), "/", trim(store-profile))
            to store-base
    end-if.
    move concatenate(trim(store-base), "/gcblunit-paragraph-suites.dat")
        to map-file.

normalize-member section.
    *> a member is named without directory or extension, in upper
    *> case, whether it was given as "acctrec", ACCTREC or
    *> copybooks/acctrec.cpy
    move trim(member-text) to member-text.
    move length(trim(member-text)) to member-scan.
    perform until member-scan < 2
        if member-text(member-scan:1) = "/"
            move member-text(member-scan + 1:) to member-text
            exit perform
        end-if
        subtract 1 from member-scan
    end-perform.
    move length(trim(member-text)) to member-scan.
    perform until member-scan < 2
        if member-text(member-scan:1) = "."
            move member-text(1:member-scan - 1) to member-text
            exit perform
        end-if
        subtract 1 from member-scan
    end-perform.
    move upper-case(member-text) to copy-member.

scan-source section.
    open input source-file.
    if not source-ok
        display "Warning: cannot open " trim(source-path) ": " source-status
            upon syserr
        exit section
    end-if.
    add 1 to file-count.
    *> COPY members are looked for beside the source first
    move "." to source-dir.
    move length(trim(source-path)) to text-scan.
    perform until text-scan < 2
        if source-path(text-scan:1) = "/"
            move source-path(1:text-scan - 1) to source-dir
            exit perform
        end-if
        subtract 1 from text-scan
    end-perform.
    move SPACE to source-format.
    move 0 to line-number.
    move "H" to parse-mode.
    move SPACE to data-section in-quote current-fd.
    move 0 to paren-depth token-count copy-state.
    move "N" to expect-program-name copy-pending in-copybook.
    move SPACE to current-token.
    move 0 to current-token-len.
    move "N" to token-period.
    move SPACE to source-status.
    perform until source-eof
        move SPACE to source-record
        read source-file
            at end
                move "10" to source-status
            not at end
                add 1 to line-number
                move source-record to source-line
                perform take-source-line
                if copy-pending = "Y"
                    perform include-copybook
                end-if
        end-read
    end-perform.
    close source-file.
    move SPACE to in-quote.
    move 0 to paren-depth.
    perform end-token.
    if token-count > 0
        perform take-statement
    end-if.
    perform finalize-program.

include-copybook section.
    move "N" to copy-pending.
    perform resolve-copybook.
    if copy-path = SPACE
        add 1 to missing-copy-count
        if is-program-open
            display "Warning: " trim(program-name) " ("
                trim(source-path) ") copies " trim(copy-name)
                ", not found -- its fields go unreferenced" upon syserr
        else
            display "Warning: " trim(source-path) " copies "
                trim(copy-name) ", not found -- its fields go unreferenced"
                upon syserr
        end-if
        exit section
    end-if.
    open input copy-file.
    if not copy-ok
        add 1 to missing-copy-count
        exit section
    end-if.
    *> the items the member declares carry its name
    move copy-name to member-text.
    perform normalize-member.
    *> the member starts in the including source's reference format
    *> and any directive it carries lasts only while it is read
    move source-format to file-format.
    move "Y" to in-copybook.
    move 0 to copy-line-number.
    move SPACE to copy-status.
    perform until copy-eof
        move SPACE to copy-record
        read copy-file
            at end
                move "10" to copy-status
            not at end
                add 1 to copy-line-number
                move copy-record to source-line
                perform take-source-line
        end-read
    end-perform.
    close copy-file.
    move "N" to in-copybook.
    *> a COPY inside a member is not followed
    move "N" to copy-pending.
    move file-format to source-format.

resolve-copybook section.
    *> copybook extensions in every directory before a program-source
    *> extension anywhere, so a member never resolves to the source
    *> that copies it
    move SPACE to copy-path.
    move 1 to copy-ext-index.
    perform until copy-ext-index > 6 or copy-path not = SPACE
        move 0 to copy-dir-index
        perform until copy-dir-index > copydir-count + 2
                or copy-path not = SPACE
            evaluate TRUE
            when copy-dir-index = 0
                move source-dir to copy-try-dir
            when copy-dir-index <= copydir-count
                move copydir(copy-dir-index) to copy-try-dir
            when copy-dir-index = copydir-count + 1
                move scan-root to copy-try-dir
            when other
                move "." to copy-try-dir
            end-evaluate
            if copy-library not = SPACE
                move concatenate(trim(copy-try-dir), "/", trim(copy-library))
                    to copy-try-dir
            end-if
            move concatenate(trim(copy-try-dir), "/", trim(copy-name),
                    trim(copy-ext(copy-ext-index)))
                to copy-path
            call "CBL_CHECK_FILE_EXIST" using copy-path, file-details
            if RETURN-CODE not = 0 or copy-path = source-path
                *> a host-style upper-case name kept in lower case here
                move concatenate(trim(copy-try-dir), "/",
                        lower-case(trim(copy-name)),
                        trim(copy-ext(copy-ext-index)))
                    to copy-path
                call "CBL_CHECK_FILE_EXIST" using copy-path, file-details
                if RETURN-CODE not = 0 or copy-path = source-path
                    move SPACE to copy-path
                end-if
            end-if
            add 1 to copy-dir-index
        end-perform
        add 1 to copy-ext-index
    end-perform.
    move 0 to RETURN-CODE.

take-source-line section.
    *> compiler directives switch the reference format; anything else
    *> is reduced to its program text and cut into words
    move trim(source-line) to directive-text.
    if directive-text(1:2) = ">>"
        move upper-case(directive-text) to directive-text
        if directive-text(1:8) = ">>SOURCE" and directive-text(9:) not = SPACE
            move 0 to directive-hits
            inspect directive-text tallying directive-hits for all "FREE"
            if directive-hits > 0
                move "F" to source-format
            else
                move "X" to source-format
            end-if
        end-if
        exit section
    end-if.
    if format-unknown
        if source-line = SPACE
            exit section
        end-if
        move default-format to source-format
    end-if.
    move 1 to text-start.
    if format-fixed
        evaluate source-line(7:1)
        when "*"
        when "/"
        when "D"
        when "d"
            exit section
        when "-"
            *> a continued literal resumes after the quote that opens
            *> the continuation line's text
            if in-quote not = SPACE
                move 0 to text-start
                inspect source-line(8:65) tallying text-start
                    for characters before initial in-quote
                add 2 to text-start
            end-if
        end-evaluate
        move source-line(8:65) to program-text
        move 65 to text-length
    else
        move source-line to program-text
        if program-text = SPACE
            move 0 to text-length
        else
            move length(trim(program-text trailing)) to text-length
        end-if
    end-if.
    perform tokenize-line.

tokenize-line section.
    move text-start to text-scan.
    perform until text-scan > text-length
        move program-text(text-scan:1) to text-char
        if text-scan < text-length
            move program-text(text-scan + 1:1) to next-char
        else
            move SPACE to next-char
        end-if
        evaluate TRUE
        when in-quote not = SPACE
            perform append-char
            if text-char = in-quote
                if next-char = in-quote
                    add 1 to text-scan
                    perform append-char
                else
                    move SPACE to in-quote
                end-if
            end-if
        when text-char = "*" and next-char = ">"
            *> a floating comment ends the program text on the line
            move text-length to text-scan
        when paren-depth > 0
            perform append-char
            evaluate text-char
            when "("
                add 1 to paren-depth
            when ")"
                subtract 1 from paren-depth
            when '"'
            when "'"
                move text-char to in-quote
            end-evaluate
        when text-char = SPACE
            perform end-token
        when (text-char = "," or text-char = ";") and next-char = SPACE
            perform end-token
        when text-char = "." and next-char = SPACE
            move "Y" to token-period
            perform end-token
        when text-char = '"' or text-char = "'"
            perform append-char
            move text-char to in-quote
        when text-char = "("
            perform append-char
            add 1 to paren-depth
        when other
            perform append-char
        end-evaluate
        add 1 to text-scan
    end-perform.
    evaluate TRUE
    when in-quote not = SPACE and format-fixed
        *> runs on into a continuation line
        continue
    when in-quote not = SPACE
        move SPACE to in-quote
        perform end-token
    when paren-depth > 0
        move SPACE to text-char
        perform append-char
    when other
        perform end-token
    end-evaluate.

append-char section.
    if current-token-len < 256
        add 1 to current-token-len
        move text-char to current-token(current-token-len:1)
    end-if.

end-token section.
    if current-token-len > 0 or token-period = "Y"
        perform take-token
    end-if.
    move SPACE to current-token.
    move 0 to current-token-len.
    move "N" to token-period.

take-token section.
    move upper-case(current-token) to token-upper.
    if in-procedure
        perform take-procedure-token
        if in-procedure
            exit section
        end-if
    end-if.
    if current-token-len > 0 and token-count < TOKEN-LIMIT
        add 1 to token-count
        move current-token to token(token-count)
    end-if.
    if token-period = "Y"
        perform take-statement
    end-if.

take-statement section.
    if token-count = 0
        exit section
    end-if.
    move upper-case(token(1)) to word-upper.
    if expect-program-name = "Y"
        move "N" to expect-program-name
        move token(1) to literal-text
        perform start-program
        move 0 to token-count
        exit section
    end-if.
    evaluate TRUE
    when word-upper = "PROGRAM-ID" or word-upper = "FUNCTION-ID"
        if token-count >= 2
            move token(2) to literal-text
            perform start-program
        else
            move "Y" to expect-program-name
        end-if
    when word-upper = "DATA" and upper-case(token(2)) = "DIVISION"
        move "D" to parse-mode
        move SPACE to data-section
    when word-upper = "FILE" and upper-case(token(2)) = "SECTION"
        move "D" to parse-mode
        move "F" to data-section
    when word-upper = "WORKING-STORAGE"
        move "D" to parse-mode
        move "W" to data-section
        move SPACE to current-fd
    when word-upper = "LOCAL-STORAGE"
        move "D" to parse-mode
        move "L" to data-section
        move SPACE to current-fd
    when word-upper = "LINKAGE"
        move "D" to parse-mode
        move "K" to data-section
        move SPACE to current-fd
    when (word-upper = "SCREEN" or word-upper = "REPORT"
            or word-upper = "COMMUNICATION")
            and upper-case(token(2)) = "SECTION"
        move "S" to data-section
    when (word-upper = "FD" or word-upper = "SD") and in-data
        move upper-case(token(2)) to current-fd
    when word-upper = "PROCEDURE" and upper-case(token(2)) = "DIVISION"
        move "P" to parse-mode
        perform start-procedure
    when word-upper = "COPY"
        move token(2) to copy-name
        move SPACE to copy-library
        if upper-case(token(3)) = "OF" or upper-case(token(3)) = "IN"
            move token(4) to copy-library
        end-if
        perform request-copy
    when word-upper = "END" and (upper-case(token(2)) = "PROGRAM"
            or upper-case(token(2)) = "FUNCTION")
        perform finalize-program
        move "H" to parse-mode
    when in-data and section-described and test-numval(token(1)) = 0
        perform take-data-entry
    end-evaluate.
    move 0 to token-count.

request-copy section.
    *> quotes off the member and library names; the member itself is
    *> read once the current line is done
    move copy-name to literal-text.
    perform strip-quotes.
    move literal-text to copy-name.
    move copy-library to literal-text.
    perform strip-quotes.
    move literal-text to copy-library.
    if in-copybook = "N"
        move "Y" to copy-pending
    end-if.

strip-quotes section.
    if literal-text(1:1) = '"' or literal-text(1:1) = "'"
        move 0 to literal-len
        inspect literal-text(2:) tallying literal-len
            for characters before initial literal-text(1:1)
        move literal-text(2:literal-len) to literal-text
    end-if.

start-program section.
    *> a contained program, or one without END PROGRAM, closes the one
    *> before it
    perform finalize-program.
    perform strip-quotes.
    move literal-text to program-name.
    move "Y" to program-open.
    add 1 to program-count.
    move 0 to item-count level-depth last-field para-count ref-count
        current-para.
    move "N" to item-overflow para-overflow ref-overflow.
    move "H" to parse-mode.
    move SPACE to data-section current-fd.

start-procedure section.
    *> statements ahead of the first label still belong somewhere
    move "Y" to sentence-start.
    move "N" to label-pending end-pending qualifier-next.
    move 0 to copy-state last-ref.
    move SPACE to stmt-verb prev-upper.
    move "R" to ref-zone.
    move "(entry)" to label-word.
    perform start-paragraph.

start-paragraph section.
    if para-count >= PARA-LIMIT
        if para-overflow = "N" and is-program-open
            display "Warning: " trim(program-name) " has more than "
                PARA-LIMIT " paragraphs, the rest count under the last"
                upon syserr
        end-if
        move "Y" to para-overflow
        exit section
    end-if.
    add 1 to para-count.
    move para-count to current-para.
    move label-word to para-name(para-count).
    compute para-first-ref(para-count) = ref-count + 1.

take-procedure-token section.
    evaluate TRUE
    when copy-state > 0
        perform take-copy-token
    when end-pending = "Y"
        move "N" to end-pending
        if token-upper = "PROGRAM" or token-upper = "FUNCTION"
            perform finalize-program
            move "H" to parse-mode
        end-if
    when label-pending = "Y"
        move "N" to label-pending
        if token-upper = "SECTION"
            perform start-paragraph
        else
            *> the word was a statement after all: take it, then this one
            move current-token to saved-token
            move current-token-len to saved-token-len
            move label-word to current-token
            move label-word-len to current-token-len
            move upper-case(current-token) to token-upper
            perform classify-token
            move saved-token to current-token
            move saved-token-len to current-token-len
            move upper-case(current-token) to token-upper
            if in-procedure
                perform classify-token
            end-if
        end-if
    when sentence-start = "Y"
        perform take-sentence-start
    when other
        perform classify-token
    end-evaluate.
    if token-period = "Y" and in-procedure
        if copy-state > 0
            perform request-copy
            move 0 to copy-state
        end-if
        move "Y" to sentence-start
        move "N" to qualifier-next
        move SPACE to stmt-verb
        move "R" to ref-zone
    end-if.

take-sentence-start section.
    *> a word alone in its sentence is a paragraph label, a word
    *> followed by SECTION a section label -- unless it is a verb
    move "N" to sentence-start.
    if current-token-len = 0
        exit section
    end-if.
    perform check-verb-word.
    evaluate TRUE
    when verb-found = "Y"
    when token-upper = "END"
    when token-upper = "COPY"
    when token-upper = "IDENTIFICATION"
    when token-upper = "PROGRAM-ID"
    when token-upper = "FUNCTION-ID"
        perform classify-token
    when token-upper = "DECLARATIVES"
        continue
    when token-period = "Y"
        move current-token to label-word
        perform start-paragraph
    when other
        move current-token to label-word
        move current-token-len to label-word-len
        move "Y" to label-pending
    end-evaluate.

take-copy-token section.
    evaluate TRUE
    when copy-want-name
        move current-token to copy-name
        move SPACE to copy-library
        move 2 to copy-state
    when copy-want-library
        if token-upper = "OF" or token-upper = "IN"
            move 3 to copy-state
        else
            move 4 to copy-state
        end-if
    when copy-want-of
        move current-token to copy-library
        move 4 to copy-state
    when other
        continue
    end-evaluate.

classify-token section.
    if current-token-len = 0
        exit section
    end-if.
    evaluate TRUE
    when token-upper = "END"
        move "Y" to end-pending
    when token-upper = "COPY"
        move 1 to copy-state
    when token-upper = "IDENTIFICATION" or token-upper = "PROGRAM-ID"
            or token-upper = "FUNCTION-ID"
        *> the next program begins: back to sentence handling
        perform finalize-program
        move "H" to parse-mode
    when qualifier-next = "Y"
        move "N" to qualifier-next
        perform qualify-last-ref
    when (token-upper = "OF" or token-upper = "IN")
            and prev-upper not = "LENGTH" and prev-upper not = "ADDRESS"
            and prev-upper not = "DELIMITER" and prev-upper not = "COUNT"
            and prev-upper not = "TALLYING"
        move "Y" to qualifier-next
    when other
        perform check-verb-word
        if verb-found = "Y"
            perform start-verb
        else
            perform take-keyword
            if keyword-found = "N"
                perform take-operand
            end-if
        end-if
    end-evaluate.
    move token-upper to prev-upper.

check-verb-word section.
    move "Y" to verb-found.
    evaluate token-upper
    when "ACCEPT" when "ADD" when "ALLOCATE" when "CALL" when "CANCEL"
    when "CLOSE" when "COMPUTE" when "CONTINUE" when "DELETE"
    when "DISPLAY" when "DIVIDE" when "ELSE" when "EVALUATE" when "EXIT"
    when "FREE" when "GO" when "GOBACK" when "IF" when "INITIALIZE"
    when "INSPECT" when "MERGE" when "MOVE" when "MULTIPLY" when "NEXT"
    when "OPEN" when "PERFORM" when "READ" when "RELEASE" when "RETURN"
    when "REWRITE" when "SEARCH" when "SET" when "SORT" when "START"
    when "STOP" when "STRING" when "SUBTRACT" when "THEN" when "UNLOCK"
    when "UNSTRING" when "WHEN" when "WRITE"
        continue
    when other
        if token-upper(1:4) not = "END-"
            move "N" to verb-found
        end-if
    end-evaluate.

start-verb section.
    move token-upper to stmt-verb.
    compute stmt-first-ref = ref-count + 1.
    move "N" to stmt-file-done.
    move "N" to qualifier-next.
    evaluate token-upper
    when "COMPUTE"
    when "INITIALIZE"
    when "SET"
        move "M" to ref-zone
    when "ACCEPT"
        move "1" to ref-zone
    when other
        move "R" to ref-zone
    end-evaluate.

take-keyword section.
    *> the words that move the operands after them from read to
    *> modified or back, depending on the statement they appear in
    move "Y" to keyword-found.
    evaluate token-upper
    when "TO"
        evaluate stmt-verb
        when "MOVE"
        when "ADD"
            move "M" to ref-zone
        when "SET"
            move "R" to ref-zone
        end-evaluate
    when "FROM"
        if stmt-verb = "SUBTRACT"
            move "M" to ref-zone
        else
            move "R" to ref-zone
        end-if
    when "GIVING"
        if stmt-verb = "ADD" or stmt-verb = "SUBTRACT"
                or stmt-verb = "MULTIPLY" or stmt-verb = "DIVIDE"
            *> with GIVING the TO/FROM/BY/INTO operands are only read
            move stmt-first-ref to ref-index
            perform until ref-index > ref-count
                move "R" to ref-kind(ref-index)
                add 1 to ref-index
            end-perform
            move "M" to ref-zone
        end-if
    when "BY"
        if stmt-verb = "MULTIPLY"
            move "M" to ref-zone
        else
            move "R" to ref-zone
        end-if
    when "INTO"
        evaluate stmt-verb
        when "DIVIDE"
        when "READ"
        when "RETURN"
        when "STRING"
        when "UNSTRING"
            move "M" to ref-zone
        end-evaluate
    when "REMAINDER"
    when "POINTER"
    when "DELIMITER"
    when "COUNT"
        move "M" to ref-zone
    when "RETURNING"
        if stmt-verb = "CALL"
            move "M" to ref-zone
        end-if
    when "="
        if stmt-verb = "COMPUTE"
            move "R" to ref-zone
        end-if
    when "UP"
    when "DOWN"
        if stmt-verb = "SET"
            move "R" to ref-zone
        end-if
    when "REPLACING"
    when "CONVERTING"
        if stmt-verb = "INSPECT" and stmt-first-ref <= ref-count
            move "M" to ref-kind(stmt-first-ref)
        end-if
        move "R" to ref-zone
    when "TALLYING"
        move "1" to ref-zone
    when "FOR"
    when "UNTIL"
    when "DELIMITED"
        move "R" to ref-zone
    when "VARYING"
    when "AFTER"
        if stmt-verb = "PERFORM" or stmt-verb = "SEARCH"
            move "1" to ref-zone
        end-if
    when "USING"
    when "REFERENCE"
        if stmt-verb = "CALL"
            move "M" to ref-zone
        end-if
    when "CONTENT"
    when "VALUE"
        if stmt-verb = "CALL"
            move "R" to ref-zone
        end-if
    when other
        move "N" to keyword-found
    end-evaluate.

take-operand section.
    *> name, name(subscripts) or name(start:length); a literal names
    *> nothing, the words inside parentheses are read
    if current-token(1:1) = '"' or current-token(1:1) = "'"
            or current-token(2:1) = '"' or current-token(2:1) = "'"
        if ref-zone = "1"
            move "R" to ref-zone
        end-if
        exit section
    end-if.
    move SPACE to operand-base.
    unstring current-token delimited by "(" into operand-base
    end-unstring.
    move upper-case(operand-base) to lookup-name.
    move SPACE to lookup-qualifier.
    perform find-item.
    move 0 to last-ref.
    if found-index > 0
        move lookup-name to last-ref-name
        if ref-zone = "R"
            move "R" to touch-kind
        else
            move "M" to touch-kind
        end-if
        perform add-reference
        move ref-count to last-ref
    else
        if (stmt-verb = "READ" or stmt-verb = "RETURN")
                and stmt-file-done = "N"
            perform touch-file-records
        end-if
    end-if.
    if ref-zone = "1"
        move "R" to ref-zone
    end-if.
    if operand-base not = current-token
        perform take-subscripts
    end-if.

take-subscripts section.
    move "R" to touch-kind.
    move SPACE to sub-quote sub-word.
    move 0 to sub-word-len.
    move length(trim(operand-base)) to sub-scan.
    add 2 to sub-scan.
    perform until sub-scan > current-token-len
        move current-token(sub-scan:1) to text-char
        evaluate TRUE
        when sub-quote not = SPACE
            if text-char = sub-quote
                move SPACE to sub-quote
            end-if
        when text-char = '"' or text-char = "'"
            move text-char to sub-quote
        when (text-char >= "A" and text-char <= "Z")
                or (text-char >= "a" and text-char <= "z")
                or (text-char >= "0" and text-char <= "9")
                or text-char = "-" or text-char = "_"
            if sub-word-len < 48
                add 1 to sub-word-len
                move text-char to sub-word(sub-word-len:1)
            end-if
        when other
            perform take-sub-word
        end-evaluate
        add 1 to sub-scan
    end-perform.
    perform take-sub-word.

take-sub-word section.
    if sub-word-len > 0
        if sub-word(1:1) not numeric
            move upper-case(sub-word) to lookup-name
            move SPACE to lookup-qualifier
            perform find-item
            if found-index > 0
                perform add-reference
            end-if
        end-if
    end-if.
    move SPACE to sub-word.
    move 0 to sub-word-len.

touch-file-records section.
    *> READ file without INTO fills every record its FD declares
    move "Y" to stmt-file-done.
    move 1 to item-index.
    perform until item-index > item-count
        if item-level(item-index) = 1
                and item-file(item-index) = token-upper
            move item-index to found-index
            move "M" to touch-kind
            perform add-reference
        end-if
        add 1 to item-index
    end-perform.

qualify-last-ref section.
    *> name OF group: the first item of that name was taken, the one
    *> under the named group is meant
    if last-ref = 0
        exit section
    end-if.
    move last-ref-name to lookup-name.
    move token-upper to lookup-qualifier.
    perform find-item.
    if found-index > 0
        if item-level(found-index) = 88 and item-parent(found-index) > 0
            move item-parent(found-index) to found-index
        end-if
        move found-index to ref-item(last-ref)
    end-if.

add-reference section.
    *> found-index touched as touch-kind (R or M) by the current paragraph
    if item-level(found-index) = 88 and item-parent(found-index) > 0
        move item-parent(found-index) to found-index
    end-if.
    if ref-count >= REF-LIMIT
        if ref-overflow = "N"
            display "Warning: " trim(program-name) " has more than "
                REF-LIMIT " data references, the rest go unrecorded"
                upon syserr
        end-if
        move "Y" to ref-overflow
        exit section
    end-if.
    add 1 to ref-count.
    move found-index to ref-item(ref-count).
    move current-para to ref-para(ref-count).
    move touch-kind to ref-kind(ref-count).

find-item section.
    *> lookup-name, OF lookup-qualifier when given, in the program
    *> being read
    move 0 to found-index.
    move 1 to item-index.
    perform until item-index > item-count or found-index > 0
        if item-name(item-index) = lookup-name
            if lookup-qualifier = SPACE
                move item-index to found-index
            else
                move item-parent(item-index) to ancestor-index
                perform until ancestor-index = 0 or found-index > 0
                    if item-name(ancestor-index) = lookup-qualifier
                        move item-index to found-index
                    end-if
                    move item-parent(ancestor-index) to ancestor-index
                end-perform
            end-if
        end-if
        add 1 to item-index
    end-perform.

take-data-entry section.
    evaluate numval(token(1))
    when 66
    when 78
        exit section
    when 77
        move "01" to token(1)
    end-evaluate.
    move 2 to token-index.
    perform until token-index > token-count
        if upper-case(token(token-index)) = "CONSTANT"
            exit section
        end-if
        add 1 to token-index
    end-perform.
    if token-count < 2
        exit section
    end-if.
    move upper-case(token(2)) to word-upper.
    if word-upper = "FILLER" or word-upper = "PIC" or word-upper = "PICTURE"
            or word-upper = "VALUE" or word-upper = "VALUES"
            or word-upper = "USAGE" or word-upper = "OCCURS"
            or word-upper = "REDEFINES"
        *> an unnamed entry cannot be referenced, but it still owns
        *> the entries under it
        move SPACE to word-upper
    end-if.
    if item-count >= ITEM-LIMIT
        if item-overflow = "N" and is-program-open
            display "Warning: " trim(program-name)
                " has more than " ITEM-LIMIT " data items, the rest go"
                " unreferenced" upon syserr
        end-if
        move "Y" to item-overflow
        exit section
    end-if.
    add 1 to item-count.
    move item-count to item-index.
    move numval(token(1)) to item-level(item-index).
    move word-upper to item-name(item-index).
    move SPACE to item-origin(item-index) item-file(item-index).
    if in-copybook = "Y"
        move copy-member to item-origin(item-index)
    end-if.
    move 0 to item-parent(item-index).
    if item-level(item-index) = 88
        *> a condition name belongs to the field above it
        move last-field to item-parent(item-index)
        exit section
    end-if.
    move item-index to last-field.
    if item-level(item-index) = 1 and data-section = "F"
        move current-fd to item-file(item-index)
    end-if.
    perform attach-parent.

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
        move stack-item(level-depth) to item-parent(item-index)
    end-if.
    if level-depth < DEPTH-LIMIT
        add 1 to level-depth
        move item-index to stack-item(level-depth)
    end-if.

finalize-program section.
    *> the program is complete: list its references, or keep the
    *> paragraphs that touch the field asked about
    if not is-program-open
        exit section
    end-if.
    move "N" to program-open.
    if with-all
        perform list-references
    else
        perform collect-hits
    end-if.
    move 0 to item-count level-depth para-count ref-count current-para.

list-references section.
    move 1 to para-index.
    perform until para-index > para-count
        perform set-para-end
        move para-first-ref(para-index) to ref-index
        perform until ref-index > para-end
            perform check-ref-seen
            if ref-seen = "N"
                add 1 to reference-total
                move ref-item(ref-index) to item-index
                if ref-kind(ref-index) = "M"
                    move "modifies" to kind-text
                else
                    move "reads" to kind-text
                end-if
                if item-origin(item-index) = SPACE
                    move "-" to origin-text
                else
                    move item-origin(item-index) to origin-text
                end-if
                display trim(program-name) " " trim(para-name(para-index))
                    " " trim(kind-text) " " trim(item-name(item-index))
                    " " trim(origin-text)
            end-if
            add 1 to ref-index
        end-perform
        add 1 to para-index
    end-perform.

set-para-end section.
    if para-index < para-count
        compute para-end = para-first-ref(para-index + 1) - 1
    else
        move ref-count to para-end
    end-if.

check-ref-seen section.
    *> the same item touched the same way earlier in the paragraph
    move "N" to ref-seen.
    move para-first-ref(para-index) to other-ref.
    perform until other-ref >= ref-index
        if ref-item(other-ref) = ref-item(ref-index)
                and ref-kind(other-ref) = ref-kind(ref-index)
            move "Y" to ref-seen
            move ref-index to other-ref
        else
            add 1 to other-ref
        end-if
    end-perform.

collect-hits section.
    compute hit-first = hit-count + 1.
    move 1 to target-index.
    perform until target-index > item-count
        if item-name(target-index) = query-field
                and item-origin(target-index) = query-member
                and item-level(target-index) not = 88
            move "Y" to target-found
            perform collect-target-hits
        end-if
        add 1 to target-index
    end-perform.
    if hit-count >= hit-first
        add 1 to touched-programs
    end-if.

collect-target-hits section.
    move 1 to para-index.
    perform until para-index > para-count
        perform set-para-end
        move para-first-ref(para-index) to ref-index
        perform until ref-index > para-end
            perform relate-reference
            if touch-kind not = SPACE
                perform add-hit
            end-if
            add 1 to ref-index
        end-perform
        add 1 to para-index
    end-perform.

relate-reference section.
    *> the field itself, a group it belongs to, or one of its parts
    move SPACE to touch-kind via-name.
    if ref-item(ref-index) = target-index
        move "D" to touch-kind
        exit section
    end-if.
    move item-parent(target-index) to ancestor-index.
    perform until ancestor-index = 0
        if ancestor-index = ref-item(ref-index)
            move "G" to touch-kind
            move item-name(ancestor-index) to via-name
            exit section
        end-if
        move item-parent(ancestor-index) to ancestor-index
    end-perform.
    move item-parent(ref-item(ref-index)) to ancestor-index.
    perform until ancestor-index = 0
        if ancestor-index = target-index
            move "P" to touch-kind
            move item-name(ref-item(ref-index)) to via-name
            exit section
        end-if
        move item-parent(ancestor-index) to ancestor-index
    end-perform.

add-hit section.
    evaluate touch-kind
    when "G"
        move concatenate("via group ", trim(via-name)) to via-text
    when "P"
        move concatenate("via part ", trim(via-name)) to via-text
    when other
        move SPACE to via-text
    end-evaluate.
    move hit-first to other-hit.
    perform until other-hit > hit-count
        if hit-para(other-hit) = para-name(para-index)
                and hit-kind(other-hit) = ref-kind(ref-index)
                and hit-via(other-hit) = via-text
            exit section
        end-if
        add 1 to other-hit
    end-perform.
    if hit-count >= HIT-LIMIT
        display "Fatal: more than " HIT-LIMIT " paragraph references to "
            trim(query-field) upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to hit-count.
    move program-name to hit-program(hit-count).
    move source-path to hit-file(hit-count).
    move para-name(para-index) to hit-para(hit-count).
    move ref-kind(ref-index) to hit-kind(hit-count).
    move via-text to hit-via(hit-count).
    move "N" to hit-covered(hit-count).

load-suite-map section.
    open input suite-map.
    if not map-ok
        if map-given = "Y"
            display "Error opening " trim(map-file) ": " map-file-status
                upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
        display "Warning: no paragraph-suite map at " trim(map-file)
            " -- run the suites with gcblunit --paragraphs to record one"
            upon syserr
        exit section
    end-if.
    move "Y" to map-loaded.
    move SPACE to map-file-status.
    perform until map-eof
        read suite-map
            at end
                move "10" to map-file-status
            not at end
                if suite-map-line not = SPACE and map-count < MAP-LIMIT
                    add 1 to map-count
                    move SPACE to map-entry(map-count)
                    unstring suite-map-line delimited by all SPACE
                        into map-suite(map-count) map-program(map-count)
                            map-para(map-count)
                    end-unstring
                end-if
        end-read
    end-perform.
    close suite-map.

report-impact section.
    display "field-xref: " trim(query-field) " of " trim(query-member).
    if hit-count = 0
        display "  no paragraph reads or modifies it"
    end-if.
    move "M" to touch-kind.
    perform list-hits.
    move "R" to touch-kind.
    perform list-hits.

    *> the suites covering any of those paragraphs
    move 1 to hit-index.
    perform until hit-index > hit-count
        perform check-hit-seen
        if hit-seen = "N"
            add 1 to touched-paras
            move 1 to map-index
            perform until map-index > map-count
                if upper-case(map-program(map-index))
                        = upper-case(hit-program(hit-index))
                        and upper-case(map-para(map-index))
                        = upper-case(hit-para(hit-index))
                    move "Y" to hit-covered(hit-index)
                    perform add-suite
                end-if
                add 1 to map-index
            end-perform
            if hit-covered(hit-index) = "N"
                add 1 to uncovered-count
            end-if
        end-if
        add 1 to hit-index
    end-perform.
    if is-map-loaded
        display "  Covering suites:"
        if suite-count = 0
            display "    none recorded"
        end-if
        move 1 to suite-index
        perform until suite-index > suite-count
            move suite-paras(suite-index) to ws-num-edit
            display "    " trim(suite-name(suite-index)) " ("
                trim(ws-num-edit) " paragraph(s))"
            add 1 to suite-index
        end-perform
        if uncovered-count > 0
            display "  Not covered by any recorded suite:"
            move 1 to hit-index
            perform until hit-index > hit-count
                perform check-hit-seen
                if hit-seen = "N" and hit-covered(hit-index) = "N"
                    display "    " trim(hit-program(hit-index)) " "
                        trim(hit-para(hit-index)) " ("
                        trim(hit-file(hit-index)) ")"
                end-if
                add 1 to hit-index
            end-perform
        end-if
    end-if.

    move touched-paras to ws-num-edit.
    move touched-programs to ws-num-edit-2.
    move suite-count to ws-num-edit-3.
    display "field-xref: " trim(ws-num-edit) " paragraph(s) in "
        trim(ws-num-edit-2) " program(s), " trim(ws-num-edit-3)
        " covering suite(s)".
    if is-map-loaded and uncovered-count > 0
        move uncovered-count to ws-num-edit
        display "field-xref: " trim(ws-num-edit)
            " paragraph(s) touching the field run under no suite"
            upon syserr
        move 1 to RETURN-CODE
    else
        move 0 to RETURN-CODE
    end-if.

list-hits section.
    if touch-kind = "M"
        display "  Modified by:"
    else
        display "  Read by:"
    end-if.
    move 1 to hit-index.
    perform until hit-index > hit-count
        if hit-kind(hit-index) = touch-kind
            if hit-via(hit-index) = SPACE
                display "    " trim(hit-program(hit-index)) " "
                    trim(hit-para(hit-index))
                    " (" trim(hit-file(hit-index)) ")"
            else
                display "    " trim(hit-program(hit-index)) " "
                    trim(hit-para(hit-index)) " " trim(hit-via(hit-index))
                    " (" trim(hit-file(hit-index)) ")"
            end-if
        end-if
        add 1 to hit-index
    end-perform.

check-hit-seen section.
    *> one paragraph may read and modify the field, or touch it
    *> through more than one name
    move "N" to hit-seen.
    move 1 to other-hit.
    perform until other-hit >= hit-index
        if hit-program(other-hit) = hit-program(hit-index)
                and hit-file(other-hit) = hit-file(hit-index)
                and hit-para(other-hit) = hit-para(hit-index)
            move "Y" to hit-seen
            if hit-covered(other-hit) = "Y"
                move "Y" to hit-covered(hit-index)
            end-if
            move hit-index to other-hit
        else
            add 1 to other-hit
        end-if
    end-perform.

add-suite section.
    move 1 to suite-index.
    perform until suite-index > suite-count
        if suite-name(suite-index) = map-suite(map-index)
            add 1 to suite-paras(suite-index)
            exit section
        end-if
        add 1 to suite-index
    end-perform.
    if suite-count < SUITE-LIMIT
        add 1 to suite-count
        move map-suite(map-index) to suite-name(suite-count)
        move 1 to suite-paras(suite-count)
    end-if.
end program field-xref.
