       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit CALL interface contract checker
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Pairs every CALL "literal" USING in the sources under a tree (the
*>  same *.cbl walk cblu-affected-scan makes, "." by default) with the
*>  PROCEDURE DIVISION USING of the program it names, and reports the
*>  contracts that no longer agree -- the caller passing a 200-byte
*>  area to a program whose LINKAGE item grew to 250 after a copybook
*>  change is found here instead of by the suite that happens to hit
*>  the overrun, or by production:
*>    count    more arguments than the target takes, or fewer when a
*>             parameter left out is not OPTIONAL
*>    length   an argument whose size differs from the LINKAGE item it
*>             lands on; ANY LENGTH items take anything
*>    mode     BY VALUE where the target expects BY REFERENCE, or the
*>             other way round (BY CONTENT counts as a reference)
*>  Sizes come from PIC and USAGE the way copybook-layout derives them,
*>  data division COPY members included (one level deep, looked up
*>  beside the source, in each --copy directory and under the tree);
*>  a reference modification with a literal length passes that length,
*>  a subscripted table one entry. Literal arguments count their
*>  characters; numeric literals, intrinsic function results and
*>  LENGTH OF / ADDRESS OF are not sized. CALLs to programs outside
*>  the scan (runtime routines, C functions) are not checked.
*>  A target a suite swaps for a stand-in with mock-register is where
*>  drift hides longest, since the suite never reaches the real one:
*>  every CALL to a mocked target is flagged with the stand-in and the
*>  suite, and the stand-in's own USING is checked against the real
*>  target's like any caller.
*>  Free-format (">>SOURCE FORMAT FREE") and fixed-format sources
*>  (columns 8-72, column 7 comments, debug lines and continued
*>  literals) are both read; a source without a directive is taken as
*>  fixed unless --free says otherwise.
*>  Exit code 0 when every contract holds, 1 on any mismatch, so it
*>  runs as a batch step of its own or through gcblunit --contracts as
*>  part of the preflight.
*>
*>  Usage:
*>    contract-check [root] [--copy dir]... [--free] [--list]
identification division.
program-id. contract-check.
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
data division.
file section.
fd source-list.
    01 source-list-line pic x(512).
fd source-file.
    01 source-record pic x(512).
fd copy-file.
    01 copy-record pic x(512).
working-storage section.
    78 PROGRAM-LIMIT value 4000.
    78 PARAM-LIMIT value 16000.
    78 CALL-LIMIT value 20000.
    78 ARG-LIMIT value 60000.
    78 ITEM-LIMIT value 4000.
    78 MOCK-LIMIT value 500.
    78 COPYDIR-LIMIT value 8.
    78 TOKEN-LIMIT value 128.
    78 DEPTH-LIMIT value 50.
    01 argv pic x(256).
        88 option-copy value "--copy".
        88 option-free value "--free".
        88 option-list value "--list".
    01 scan-root pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 list-mode pic x value "N".
        88 with-list value "Y".
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
        88 section-sized values "F" "W" "L" "K".
    01 expect-program-name pic x value "N".
    01 pending-kind pic x.

    *> procedure division: CALL "x" USING ... as a small state machine
    01 call-state pic 99 value 0.
        88 state-idle value 0.
        88 state-after-call value 1.
        88 state-after-target value 2.
        88 state-arguments value 3.
        88 state-length-of value 4.
        88 state-skip-word value 6.
        88 state-qualifier value 7.
        88 state-copy-name value 10.
        88 state-copy-library value 11.
        88 state-copy-rest value 12.
        88 state-copy-done value 13.
        88 state-end value 20.
    01 token-again pic x.
    01 using-mode pic x.
    01 using-optional pic x.

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
    01 missing-copy-count usage binary-long unsigned value 0.

    *> every program found, its USING parameters, and every literal CALL
    01 program-count usage binary-long unsigned value 0.
    01 program-tbl.
        03 program-entry occurs PROGRAM-LIMIT times.
            05 program-name pic x(31).
            05 program-key pic x(31).
            05 program-kind pic x.
            05 program-file pic x(200).
            05 program-first-param usage binary-long unsigned.
            05 program-param-count usage binary-long unsigned.
            05 program-first-call usage binary-long unsigned.
    01 current-program usage binary-long unsigned value 0.
    01 program-index usage binary-long unsigned.
    01 target-program usage binary-long unsigned.

    01 param-count usage binary-long unsigned value 0.
    01 param-tbl.
        03 param-entry occurs PARAM-LIMIT times.
            05 param-name pic x(32).
            05 param-mode pic x.
            05 param-optional pic x.
            05 param-size usage binary-long unsigned.
            05 param-any pic x.
            05 param-found pic x.
    01 param-index usage binary-long unsigned.
    01 other-param usage binary-long unsigned.

    01 call-count usage binary-long unsigned value 0.
    01 call-tbl.
        03 call-entry occurs CALL-LIMIT times.
            05 call-target pic x(31).
            05 call-key pic x(31).
            05 call-program usage binary-long unsigned.
            05 call-source pic x(200).
            05 call-line usage binary-long unsigned.
            05 call-first-arg usage binary-long unsigned.
            05 call-arg-count usage binary-long unsigned.
    01 call-index usage binary-long unsigned.

    01 arg-count usage binary-long unsigned value 0.
    01 arg-tbl.
        03 arg-entry occurs ARG-LIMIT times.
            05 arg-text pic x(48).
            05 arg-qualifier pic x(32).
            05 arg-mode pic x.
            05 arg-kind pic x.
            05 arg-size usage binary-long unsigned.
    01 arg-index usage binary-long unsigned.
    01 arg-number usage binary-long unsigned.

    01 mock-count usage binary-long unsigned value 0.
    01 mock-tbl.
        03 mock-entry occurs MOCK-LIMIT times.
            05 mock-target pic x(31).
            05 mock-standin pic x(31).
            05 mock-call usage binary-long unsigned.
    01 mock-index usage binary-long unsigned.

    *> one row per data description entry of the program being read,
    *> sized the way copybook-layout sizes a record
    01 item-count usage binary-long unsigned value 0.
    01 item-tbl.
        03 item occurs ITEM-LIMIT times.
            05 item-level usage binary-long unsigned.
            05 item-name pic x(32).
            05 item-pic pic x(48).
            05 item-usage pic x(8).
            05 item-unsigned pic x.
            05 item-sign-sep pic x.
            05 item-signed pic x.
            05 item-any pic x.
            05 item-occurs usage binary-long unsigned.
            05 item-redefines pic x(32).
            05 item-parent usage binary-long unsigned.
            05 item-has-child pic x.
            05 item-size usage binary-long unsigned.
    01 item-index usage binary-long unsigned.
    01 parent-index usage binary-long unsigned.
    01 item-overflow pic x value "N".
    01 level-depth usage binary-long unsigned value 0.
    01 level-stack.
        03 stack-item usage binary-long unsigned occurs DEPTH-LIMIT times.

    01 pic-scan usage binary-long unsigned.
    01 pic-length usage binary-long unsigned.
    01 pic-symbol pic x.
    01 pic-repeat usage binary-long unsigned.
    01 pic-repeat-txt pic x(9).
    01 pic-close usage binary-long unsigned.
    01 pic-digits usage binary-long unsigned.
    01 pic-positions usage binary-long unsigned.
    01 pic-numeric pic x.

    *> name lookup and argument sizing
    01 lookup-name pic x(48).
    01 lookup-qualifier pic x(32).
    01 found-index usage binary-long unsigned.
    01 ancestor-index usage binary-long unsigned.
    01 arg-base pic x(48).
    01 arg-inner pic x(48).
    01 arg-start-txt pic x(16).
    01 arg-length-txt pic x(16).
    01 paren-pos usage binary-long unsigned.
    01 colon-count usage binary-long unsigned.
    01 literal-text pic x(48).
    01 literal-len usage binary-long unsigned.

    *> results
    01 checked-count usage binary-long unsigned value 0.
    01 outside-count usage binary-long unsigned value 0.
    01 mismatch-count usage binary-long unsigned value 0.
    01 mocked-count usage binary-long unsigned value 0.
    01 call-mismatches usage binary-long unsigned.
    01 where-text pic x(256).
    01 mode-text pic x(12).
    01 other-mode-text pic x(12).
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit-2 pic z(8)9.
    01 ws-num-edit-3 pic z(8)9.
procedure division.
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
        when option-list
            move "Y" to list-mode
        when argv(1:2) = "--"
            display "Error: unknown option " trim(argv) upon syserr
            display "Usage: contract-check [root] [--copy dir]... [--free]"
                " [--list]" upon syserr
            move 2 to RETURN-CODE
            stop run
        when other
            if not is-empty of scan-root
                display "Usage: contract-check [root] [--copy dir]..."
                    " [--free] [--list]" upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
            move argv to scan-root
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if is-empty of scan-root
        move "." to scan-root
    end-if.

    *> the file walk is find(1)'s, as cblu-affected-scan's is
    call "getpid" giving ws-run-pid.
    move ws-run-pid to run-pid-edit.
    move concatenate("/tmp/gcblunit-contracts-", trim(run-pid-edit), ".lst")
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

    perform collect-mocks.
    perform check-calls.
    perform check-standins.

    move checked-count to ws-num-edit.
    move program-count to ws-num-edit-2.
    move file-count to ws-num-edit-3.
    display "contract-check: " trim(ws-num-edit) " CALL(s) checked against "
        trim(ws-num-edit-2) " program(s) in " trim(ws-num-edit-3) " file(s)".
    if with-list
        move outside-count to ws-num-edit
        display "contract-check: " trim(ws-num-edit)
            " CALL(s) to programs outside the scan"
    end-if.
    if mocked-count > 0
        move mocked-count to ws-num-edit
        display "contract-check: " trim(ws-num-edit)
            " CALL(s) to mocked targets"
    end-if.
    if missing-copy-count > 0
        move missing-copy-count to ws-num-edit
        display "contract-check: " trim(ws-num-edit)
            " COPY member(s) not found, their fields unchecked"
    end-if.
    if mismatch-count > 0
        move mismatch-count to ws-num-edit
        display "contract-check: " trim(ws-num-edit) " mismatch(es)"
            upon syserr
        move 1 to RETURN-CODE
    else
        display "contract-check: OK"
        move 0 to RETURN-CODE
    end-if.
    stop run.

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
    move SPACE to data-section in-quote.
    move 0 to paren-depth token-count call-state.
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
        if current-program > 0
            display "Warning: " trim(program-name(current-program)) " ("
                trim(source-path) ") copies " trim(copy-name)
                ", not found -- its fields go unchecked" upon syserr
        else
            display "Warning: " trim(source-path) " copies "
                trim(copy-name) ", not found -- its fields go unchecked"
                upon syserr
        end-if
        exit section
    end-if.
    open input copy-file.
    if not copy-ok
        add 1 to missing-copy-count
        exit section
    end-if.
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
        move token(1) to lookup-name
        perform start-program
        move 0 to token-count
        exit section
    end-if.
    evaluate TRUE
    when word-upper = "PROGRAM-ID" or word-upper = "FUNCTION-ID"
        move word-upper(1:1) to pending-kind
        if token-count >= 2
            move token(2) to lookup-name
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
    when word-upper = "LOCAL-STORAGE"
        move "D" to parse-mode
        move "L" to data-section
    when word-upper = "LINKAGE"
        move "D" to parse-mode
        move "K" to data-section
    when (word-upper = "SCREEN" or word-upper = "REPORT"
            or word-upper = "COMMUNICATION")
            and upper-case(token(2)) = "SECTION"
        move "S" to data-section
    when word-upper = "PROCEDURE" and upper-case(token(2)) = "DIVISION"
        perform take-procedure-header
        move "P" to parse-mode
        move 0 to call-state
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
    when in-data and section-sized and test-numval(token(1)) = 0
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
    if program-count >= PROGRAM-LIMIT
        display "Fatal: more than " PROGRAM-LIMIT " programs under "
            trim(scan-root) upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to program-count.
    move program-count to current-program.
    move lookup-name to literal-text.
    perform strip-quotes.
    move literal-text to program-name(current-program).
    move upper-case(literal-text) to program-key(current-program).
    move pending-kind to program-kind(current-program).
    move source-path to program-file(current-program).
    compute program-first-param(current-program) = param-count + 1.
    move 0 to program-param-count(current-program).
    compute program-first-call(current-program) = call-count + 1.
    move 0 to item-count level-depth.
    move "N" to item-overflow.
    move "H" to parse-mode.
    move SPACE to data-section.

take-procedure-header section.
    *> PROCEDURE DIVISION [USING [BY REFERENCE|VALUE] [OPTIONAL] name
    *> ...] [RETURNING name]
    if current-program = 0
        exit section
    end-if.
    move "R" to using-mode.
    move "N" to using-optional.
    move 3 to token-index.
    if upper-case(token(3)) not = "USING"
        exit section
    end-if.
    move 4 to token-index.
    perform until token-index > token-count
        move upper-case(token(token-index)) to word-upper
        evaluate word-upper
        when "BY"
            continue
        when "REFERENCE"
            move "R" to using-mode
        when "VALUE"
            move "V" to using-mode
        when "OPTIONAL"
            move "Y" to using-optional
        when "RETURNING"
        when "RAISING"
            exit perform
        when other
            if param-count >= PARAM-LIMIT
                display "Fatal: more than " PARAM-LIMIT " USING parameters"
                    upon syserr
                move 3 to RETURN-CODE
                stop run
            end-if
            add 1 to param-count
            add 1 to program-param-count(current-program)
            move upper-case(token(token-index)) to param-name(param-count)
            move using-mode to param-mode(param-count)
            move using-optional to param-optional(param-count)
            move 0 to param-size(param-count)
            move "N" to param-any(param-count) param-found(param-count)
            move "N" to using-optional
        end-evaluate
        add 1 to token-index
    end-perform.

take-procedure-token section.
    move "Y" to token-again.
    perform until token-again = "N"
        move "N" to token-again
        evaluate TRUE
        when state-idle
            perform procedure-idle-token
        when state-after-call
            if current-token(1:1) = '"' or current-token(1:1) = "'"
                perform start-call
                move 2 to call-state
            else
                *> CALL identifier: resolved at run time, nothing to pair
                move 0 to call-state
            end-if
        when state-after-target
            if token-upper = "USING"
                move 3 to call-state
            else
                move 0 to call-state
                move "Y" to token-again
            end-if
        when state-arguments
            perform take-argument-token
        when state-length-of
            if token-upper = "OF"
                move 6 to call-state
            else
                move 3 to call-state
                move "Y" to token-again
            end-if
        when state-skip-word
            move 3 to call-state
        when state-qualifier
            if arg-count > 0
                move upper-case(current-token) to arg-qualifier(arg-count)
            end-if
            move 3 to call-state
        when state-copy-name
            move current-token to copy-name
            move SPACE to copy-library
            move 11 to call-state
        when state-copy-library
            if token-upper = "OF" or token-upper = "IN"
                move 12 to call-state
            else
                move 13 to call-state
            end-if
        when state-copy-rest
            move current-token to copy-library
            move 13 to call-state
        when state-end
            if token-upper = "PROGRAM" or token-upper = "FUNCTION"
                perform finalize-program
                move "H" to parse-mode
                move 0 to call-state
            else
                move 0 to call-state
                move "Y" to token-again
            end-if
        when other
            continue
        end-evaluate
    end-perform.
    if token-period = "Y"
        if call-state >= 10 and call-state < 20
            perform request-copy
        end-if
        if in-procedure
            move 0 to call-state
        end-if
    end-if.

procedure-idle-token section.
    evaluate token-upper
    when "CALL"
        move 1 to call-state
    when "COPY"
        move 10 to call-state
    when "END"
        move 20 to call-state
    when "IDENTIFICATION"
    when "PROGRAM-ID"
    when "FUNCTION-ID"
        *> the next program begins: back to sentence handling
        perform finalize-program
        move "H" to parse-mode
    end-evaluate.

start-call section.
    if call-count >= CALL-LIMIT
        display "Fatal: more than " CALL-LIMIT " CALL statements under "
            trim(scan-root) upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to call-count.
    move current-token to literal-text.
    perform strip-quotes.
    move literal-text to call-target(call-count).
    move upper-case(literal-text) to call-key(call-count).
    move current-program to call-program(call-count).
    if in-copybook = "Y"
        move copy-path to call-source(call-count)
        move copy-line-number to call-line(call-count)
    else
        move source-path to call-source(call-count)
        move line-number to call-line(call-count)
    end-if.
    compute call-first-arg(call-count) = arg-count + 1.
    move 0 to call-arg-count(call-count).
    move "R" to using-mode.

take-argument-token section.
    evaluate TRUE
    when token-upper = "BY"
        continue
    when token-upper = "REFERENCE"
        move "R" to using-mode
    when token-upper = "CONTENT"
        move "C" to using-mode
    when token-upper = "VALUE"
        move "V" to using-mode
    when token-upper = "OMITTED"
        perform add-argument
        move "O" to arg-kind(arg-count)
    when token-upper = "LENGTH" or token-upper = "ADDRESS"
        perform add-argument
        move "E" to arg-kind(arg-count)
        move 4 to call-state
    when token-upper = "FUNCTION"
        perform add-argument
        move "E" to arg-kind(arg-count)
        move 6 to call-state
    when token-upper = "&"
        *> a literal joined across lines is not sized
        if arg-count > 0
            move 0 to arg-size(arg-count)
        end-if
        move 6 to call-state
    when token-upper = "OF" or token-upper = "IN"
        move 7 to call-state
    when current-token(1:1) = "("
        *> a subscript or reference modification written apart
        if arg-count > 0
            move concatenate(trim(arg-text(arg-count)), trim(current-token))
                to arg-text(arg-count)
        end-if
    when token-upper = "RETURNING" or token-upper = "GIVING"
            or token-upper = "ON" or token-upper = "EXCEPTION"
            or token-upper = "OVERFLOW" or token-upper = "NOT"
            or token-upper(1:4) = "END-"
        move 0 to call-state
        move "Y" to token-again
    when token-upper = "ACCEPT" or token-upper = "ADD"
            or token-upper = "ALLOCATE" or token-upper = "CALL"
            or token-upper = "CANCEL" or token-upper = "CLOSE"
            or token-upper = "COMPUTE" or token-upper = "CONTINUE"
            or token-upper = "DELETE" or token-upper = "DISPLAY"
            or token-upper = "DIVIDE" or token-upper = "ELSE"
            or token-upper = "EVALUATE" or token-upper = "EXIT"
            or token-upper = "FREE" or token-upper = "GO"
            or token-upper = "GOBACK" or token-upper = "IF"
            or token-upper = "INITIALIZE" or token-upper = "INSPECT"
            or token-upper = "MOVE" or token-upper = "MULTIPLY"
            or token-upper = "OPEN" or token-upper = "PERFORM"
            or token-upper = "READ" or token-upper = "RELEASE"
            or token-upper = "RETURN" or token-upper = "REWRITE"
            or token-upper = "SEARCH" or token-upper = "SET"
            or token-upper = "SORT" or token-upper = "START"
            or token-upper = "STOP" or token-upper = "STRING"
            or token-upper = "SUBTRACT" or token-upper = "UNSTRING"
            or token-upper = "WHEN" or token-upper = "WRITE"
        move 0 to call-state
        move "Y" to token-again
    when other
        perform add-argument
        perform classify-argument
    end-evaluate.

add-argument section.
    if arg-count >= ARG-LIMIT
        display "Fatal: more than " ARG-LIMIT " CALL arguments under "
            trim(scan-root) upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to arg-count.
    add 1 to call-arg-count(call-count).
    move current-token to arg-text(arg-count).
    move SPACE to arg-qualifier(arg-count).
    move using-mode to arg-mode(arg-count).
    move "I" to arg-kind(arg-count).
    move 0 to arg-size(arg-count).

classify-argument section.
    *> literals are sized now, data items once the program's data
    *> division is complete
    evaluate TRUE
    when current-token(1:1) = '"' or current-token(1:1) = "'"
        move "L" to arg-kind(arg-count)
        compute arg-size(arg-count) = current-token-len - 2
    when (token-upper(1:1) = "X" or token-upper(1:1) = "Z")
            and (current-token(2:1) = '"' or current-token(2:1) = "'")
        move "L" to arg-kind(arg-count)
        if token-upper(1:1) = "X"
            compute arg-size(arg-count) = (current-token-len - 3) / 2
        else
            compute arg-size(arg-count) = current-token-len - 2
        end-if
    when test-numval(current-token) = 0
        move "L" to arg-kind(arg-count)
    when token-upper = "ZERO" or token-upper = "ZEROS"
            or token-upper = "ZEROES" or token-upper = "SPACE"
            or token-upper = "SPACES" or token-upper = "NULL"
            or token-upper = "NULLS" or token-upper = "LOW-VALUE"
            or token-upper = "LOW-VALUES" or token-upper = "HIGH-VALUE"
            or token-upper = "HIGH-VALUES" or token-upper = "QUOTE"
            or token-upper = "QUOTES"
        move "L" to arg-kind(arg-count)
    end-evaluate.

take-data-entry section.
    evaluate numval(token(1))
    when 66
    when 78
    when 88
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
    if item-count >= ITEM-LIMIT
        if item-overflow = "N" and current-program > 0
            display "Warning: " trim(program-name(current-program))
                " has more than " ITEM-LIMIT " data items, the rest go"
                " unsized" upon syserr
        end-if
        move "Y" to item-overflow
        exit section
    end-if.
    add 1 to item-count.
    move item-count to item-index.
    initialize item(item-index).
    move numval(token(1)) to item-level(item-index).
    move 1 to item-occurs(item-index).
    move "N" to item-unsigned(item-index) item-sign-sep(item-index)
        item-has-child(item-index) item-signed(item-index)
        item-any(item-index).
    move SPACE to item-name(item-index).
    move 2 to token-index.
    if token-count >= 2
        move upper-case(token(2)) to word-upper
        perform check-clause-word
        if word-upper not = SPACE
            if word-upper not = "FILLER"
                move word-upper to item-name(item-index)
            end-if
            move 3 to token-index
        end-if
    end-if.
    perform until token-index > token-count
        move upper-case(token(token-index)) to word-upper
        evaluate word-upper
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
            move upper-case(token(token-index)) to word-upper
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
            move upper-case(token(token-index)) to item-redefines(item-index)
        when "ANY"
            move "Y" to item-any(item-index)
        when "VALUE"
        when "VALUES"
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
    evaluate word-upper
    when "PIC" when "PICTURE" when "USAGE" when "SIGN" when "OCCURS"
    when "REDEFINES" when "VALUE" when "VALUES" when "COMP"
    when "COMP-1" when "COMP-2" when "COMP-3" when "COMP-4"
    when "COMP-5" when "COMP-6" when "COMP-X" when "COMPUTATIONAL"
    when "COMPUTATIONAL-1" when "COMPUTATIONAL-2" when "COMPUTATIONAL-3"
    when "COMPUTATIONAL-4" when "COMPUTATIONAL-5" when "COMPUTATIONAL-6"
    when "COMPUTATIONAL-X" when "BINARY" when "PACKED-DECIMAL"
    when "DISPLAY" when "BINARY-CHAR" when "BINARY-SHORT"
    when "BINARY-LONG" when "BINARY-DOUBLE" when "BINARY-INT"
    when "BINARY-C-LONG" when "FLOAT-SHORT"
    when "FLOAT-LONG" when "POINTER" when "INDEX" when "JUSTIFIED"
    when "JUST" when "BLANK" when "SYNCHRONIZED" when "SYNC"
    when "EXTERNAL" when "GLOBAL" when "LEADING" when "TRAILING"
    when "BASED" when "ANY" when "PROGRAM-POINTER"
        move SPACE to word-upper
    end-evaluate.

take-usage-word section.
    evaluate word-upper
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
    when "BINARY-INT"
        move "LONG" to item-usage(item-index)
    when "BINARY-DOUBLE"
    when "BINARY-C-LONG"
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
    when "PROGRAM-POINTER"
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

finalize-program section.
    *> the program's data division is complete: size it, then the
    *> USING parameters it declares and the data items its CALLs pass
    if current-program = 0
        exit section
    end-if.
    perform size-items.
    move program-first-param(current-program) to param-index.
    perform program-param-count(current-program) times
        move param-name(param-index) to lookup-name
        move SPACE to lookup-qualifier
        perform find-item
        if found-index > 0
            move "Y" to param-found(param-index)
            compute param-size(param-index) =
                item-size(found-index) * item-occurs(found-index)
            move item-any(found-index) to param-any(param-index)
        end-if
        add 1 to param-index
    end-perform.
    move program-first-call(current-program) to call-index.
    perform until call-index > call-count
        move call-first-arg(call-index) to arg-index
        perform call-arg-count(call-index) times
            if arg-kind(arg-index) = "I"
                perform size-argument
            end-if
            add 1 to arg-index
        end-perform
        add 1 to call-index
    end-perform.
    move 0 to current-program item-count level-depth.

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
    evaluate item-usage(item-index)
    when "PACKED"
        compute item-size(item-index) = pic-digits / 2 + 1
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
    when "CHAR"
        move 1 to item-size(item-index)
    when "SHORT"
        move 2 to item-size(item-index)
    when "LONG"
    when "FLOAT4"
    when "INDEX"
        move 4 to item-size(item-index)
    when "DOUBLE"
    when "FLOAT8"
    when "POINTER"
        move 8 to item-size(item-index)
    when other
        move pic-positions to item-size(item-index)
        if pic-numeric = "Y" and pic-digits > 0
                and item-sign-sep(item-index) = "Y"
                and item-signed(item-index) = "Y"
            add 1 to item-size(item-index)
        end-if
    end-evaluate.

analyse-picture section.
    *> digit and storage positions of the picture string, repeat
    *> factors "(n)" expanded
    move 0 to pic-digits pic-positions.
    move "Y" to pic-numeric.
    if item-pic(item-index) = SPACE
        move "N" to pic-numeric
        exit section
    end-if.
    move length(trim(item-pic(item-index))) to pic-length.
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
        when "P"
            continue
        when "9"
            add pic-repeat to pic-digits pic-positions
        when other
            add pic-repeat to pic-positions
            move "N" to pic-numeric
        end-evaluate
        add 1 to pic-scan
    end-perform.

find-item section.
    *> lookup-name, OF lookup-qualifier when given, in the program
    *> being finalized
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

size-argument section.
    *> name, name(subscript) or name(start:length)
    move SPACE to arg-base arg-inner.
    unstring arg-text(arg-index) delimited by "(" into arg-base
    end-unstring.
    move upper-case(arg-base) to lookup-name.
    move arg-qualifier(arg-index) to lookup-qualifier.
    perform find-item.
    if found-index = 0
        *> an intrinsic function call, or a name this scan cannot see
        move "E" to arg-kind(arg-index)
        exit section
    end-if.
    move 0 to colon-count.
    inspect arg-text(arg-index) tallying colon-count for all ":".
    evaluate TRUE
    when arg-base = arg-text(arg-index)
        compute arg-size(arg-index) =
            item-size(found-index) * item-occurs(found-index)
    when colon-count = 0
        move item-size(found-index) to arg-size(arg-index)
    when other
        *> the last parenthesised group holds the reference modifier
        move length(trim(arg-text(arg-index))) to paren-pos
        perform until paren-pos < 2
                or arg-text(arg-index)(paren-pos:1) = "("
            subtract 1 from paren-pos
        end-perform
        move arg-text(arg-index)(paren-pos + 1:) to arg-inner
        move SPACE to arg-start-txt arg-length-txt
        unstring arg-inner delimited by ":" or ")"
            into arg-start-txt arg-length-txt
        end-unstring
        evaluate TRUE
        when arg-length-txt not = SPACE and test-numval(arg-length-txt) = 0
            move numval(arg-length-txt) to arg-size(arg-index)
        when arg-length-txt = SPACE and test-numval(arg-start-txt) = 0
                and numval(arg-start-txt) <= item-size(found-index)
            compute arg-size(arg-index) =
                item-size(found-index) - numval(arg-start-txt) + 1
        when other
            move "E" to arg-kind(arg-index)
        end-evaluate
    end-evaluate.

collect-mocks section.
    *> call "mock-register" using "target", "stand-in" in any suite
    move 1 to call-index.
    perform until call-index > call-count
        if call-key(call-index) = "MOCK-REGISTER"
                and call-arg-count(call-index) >= 2
            move call-first-arg(call-index) to arg-index
            if arg-kind(arg-index) = "L" and arg-kind(arg-index + 1) = "L"
                    and arg-size(arg-index) > 0
                    and mock-count < MOCK-LIMIT
                add 1 to mock-count
                move arg-text(arg-index) to literal-text
                perform strip-quotes
                move upper-case(literal-text) to mock-target(mock-count)
                move arg-text(arg-index + 1) to literal-text
                perform strip-quotes
                move literal-text to mock-standin(mock-count)
                move call-index to mock-call(mock-count)
            end-if
        end-if
        add 1 to call-index
    end-perform.

check-calls section.
    move 1 to call-index.
    perform until call-index > call-count
        perform find-target
        if target-program = 0
            add 1 to outside-count
        else
            add 1 to checked-count
            perform check-call-arguments
            perform flag-mocked-call
            if with-list and call-mismatches = 0
                perform describe-call
                display "OK: " trim(where-text)
            end-if
        end-if
        add 1 to call-index
    end-perform.

find-target section.
    *> a program of that name in the caller's own source wins over one
    *> elsewhere, as a contained or co-compiled program would
    move 0 to target-program.
    move 1 to program-index.
    perform until program-index > program-count
        if program-key(program-index) = call-key(call-index)
                and program-kind(program-index) = "P"
            if target-program = 0
                move program-index to target-program
            end-if
            if call-program(call-index) > 0
                if program-file(program-index)
                        = program-file(call-program(call-index))
                    move program-index to target-program
                    move program-count to program-index
                end-if
            end-if
        end-if
        add 1 to program-index
    end-perform.

describe-call section.
    move call-line(call-index) to ws-num-edit.
    if call-program(call-index) > 0
        move concatenate(trim(program-name(call-program(call-index))), " (",
                trim(call-source(call-index)), ":", trim(ws-num-edit),
                ") CALL ", quote, trim(call-target(call-index)), quote)
            to where-text
    else
        move concatenate(trim(call-source(call-index)), ":",
                trim(ws-num-edit), " CALL ", quote,
                trim(call-target(call-index)), quote)
            to where-text
    end-if.

check-call-arguments section.
    move 0 to call-mismatches.
    perform describe-call.
    if call-arg-count(call-index) > program-param-count(target-program)
        move call-arg-count(call-index) to ws-num-edit
        move program-param-count(target-program) to ws-num-edit-2
        display "Mismatch: " trim(where-text) " passes " trim(ws-num-edit)
            " argument(s), " trim(program-name(target-program)) " ("
            trim(program-file(target-program)) ") takes "
            trim(ws-num-edit-2)
        add 1 to call-mismatches
    end-if.
    if call-arg-count(call-index) < program-param-count(target-program)
        compute param-index = program-first-param(target-program)
            + call-arg-count(call-index)
        perform until param-index >= program-first-param(target-program)
                + program-param-count(target-program)
            if param-optional(param-index) = "N"
                move call-arg-count(call-index) to ws-num-edit
                move program-param-count(target-program) to ws-num-edit-2
                display "Mismatch: " trim(where-text) " passes "
                    trim(ws-num-edit) " argument(s), "
                    trim(program-name(target-program)) " ("
                    trim(program-file(target-program)) ") takes "
                    trim(ws-num-edit-2) ", " lower-case(trim(param-name(param-index)))
                    " not OPTIONAL"
                add 1 to call-mismatches
                exit perform
            end-if
            add 1 to param-index
        end-perform
    end-if.
    move call-first-arg(call-index) to arg-index.
    move program-first-param(target-program) to param-index.
    move 1 to arg-number.
    perform until arg-number > call-arg-count(call-index)
            or arg-number > program-param-count(target-program)
        perform compare-argument
        add 1 to arg-index
        add 1 to param-index
        add 1 to arg-number
    end-perform.
    add call-mismatches to mismatch-count.

compare-argument section.
    if arg-kind(arg-index) = "O"
        exit section
    end-if.
    move arg-number to ws-num-edit.
    if (arg-mode(arg-index) = "V" and param-mode(param-index) not = "V")
            or (arg-mode(arg-index) not = "V" and param-mode(param-index) = "V")
        move arg-mode(arg-index) to mode-text
        perform name-mode
        move mode-text to other-mode-text
        move param-mode(param-index) to mode-text
        perform name-mode
        display "Mismatch: " trim(where-text) " argument " trim(ws-num-edit)
            " " trim(arg-text(arg-index)) " passed " trim(other-mode-text)
            ", " trim(program-name(target-program)) "'s "
            lower-case(trim(param-name(param-index))) " is "
            trim(mode-text)
        add 1 to call-mismatches
        exit section
    end-if.
    if param-found(param-index) = "Y" and param-any(param-index) = "N"
            and param-size(param-index) > 0 and arg-size(arg-index) > 0
            and arg-size(arg-index) not = param-size(param-index)
        move arg-size(arg-index) to ws-num-edit-2
        move param-size(param-index) to ws-num-edit-3
        display "Mismatch: " trim(where-text) " argument " trim(ws-num-edit)
            " " trim(arg-text(arg-index)) " is " trim(ws-num-edit-2)
            " byte(s), " trim(program-name(target-program)) "'s "
            lower-case(trim(param-name(param-index))) " is "
            trim(ws-num-edit-3)
        add 1 to call-mismatches
    end-if.

name-mode section.
    if mode-text(1:1) = "V"
        move "BY VALUE" to mode-text
    else
        move "BY REFERENCE" to mode-text
    end-if.

flag-mocked-call section.
    move 1 to mock-index.
    perform until mock-index > mock-count
        if mock-target(mock-index) = call-key(call-index)
                and mock-call(mock-index) not = call-index
            add 1 to mocked-count
            move call-program(mock-call(mock-index)) to program-index
            if program-index > 0
                display "Mocked: " trim(where-text) " -- stand-in "
                    trim(mock-standin(mock-index)) " registered by "
                    trim(program-name(program-index)) " ("
                    trim(call-source(mock-call(mock-index))) ")"
            else
                display "Mocked: " trim(where-text) " -- stand-in "
                    trim(mock-standin(mock-index)) " registered in "
                    trim(call-source(mock-call(mock-index)))
            end-if
            exit perform
        end-if
        add 1 to mock-index
    end-perform.

check-standins section.
    *> a stand-in answers the target's callers, so it owes them the
    *> target's USING
    move 1 to mock-index.
    perform until mock-index > mock-count
        move 0 to target-program other-param
        move 1 to program-index
        perform until program-index > program-count
            if program-kind(program-index) = "P"
                if program-key(program-index) = mock-target(mock-index)
                        and target-program = 0
                    move program-index to target-program
                end-if
                if program-key(program-index)
                        = upper-case(mock-standin(mock-index))
                        and other-param = 0
                    move program-index to other-param
                end-if
            end-if
            add 1 to program-index
        end-perform
        if target-program > 0 and other-param > 0
            add 1 to checked-count
            perform compare-standin
        end-if
        add 1 to mock-index
    end-perform.

compare-standin section.
    *> other-param holds the stand-in's program entry here
    move 0 to call-mismatches.
    move concatenate("stand-in ", trim(program-name(other-param)), " (",
            trim(program-file(other-param)), ") for ",
            trim(program-name(target-program)))
        to where-text.
    if program-param-count(other-param)
            not = program-param-count(target-program)
        move program-param-count(other-param) to ws-num-edit
        move program-param-count(target-program) to ws-num-edit-2
        display "Mismatch: " trim(where-text) " takes " trim(ws-num-edit)
            " parameter(s), the real one " trim(ws-num-edit-2)
        add 1 to call-mismatches
    end-if.
    move program-first-param(other-param) to arg-index.
    move program-first-param(target-program) to param-index.
    move 1 to arg-number.
    perform until arg-number > program-param-count(other-param)
            or arg-number > program-param-count(target-program)
        move arg-number to ws-num-edit
        if param-mode(arg-index) not = param-mode(param-index)
            move param-mode(arg-index) to mode-text
            perform name-mode
            move mode-text to other-mode-text
            move param-mode(param-index) to mode-text
            perform name-mode
            display "Mismatch: " trim(where-text) " parameter "
                trim(ws-num-edit) " is " trim(other-mode-text)
                ", the real one " trim(mode-text)
            add 1 to call-mismatches
        else
            if param-found(arg-index) = "Y" and param-found(param-index) = "Y"
                    and param-any(arg-index) = "N"
                    and param-any(param-index) = "N"
                    and param-size(arg-index) not = param-size(param-index)
                move param-size(arg-index) to ws-num-edit-2
                move param-size(param-index) to ws-num-edit-3
                display "Mismatch: " trim(where-text) " parameter "
                    trim(ws-num-edit) " "
                    lower-case(trim(param-name(arg-index))) " is "
                    trim(ws-num-edit-2) " byte(s), the real one's "
                    lower-case(trim(param-name(param-index))) " is "
                    trim(ws-num-edit-3)
                add 1 to call-mismatches
            end-if
        end-if
        add 1 to arg-index
        add 1 to param-index
        add 1 to arg-number
    end-perform.
    add call-mismatches to mismatch-count.
end program contract-check.
