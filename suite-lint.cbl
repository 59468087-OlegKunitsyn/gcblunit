       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit suite source lint
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Static checks over suite sources for the habits that quietly weaken
*>  the regression, run before a suite is registered with suite-catalog
*>  (suite-scaffold runs it on every skeleton it writes) rather than
*>  found in review, or never. Every finding is reported as
*>    file:line: level rule program: what was found
*>  and each rule carries a level, error or warning:
*>    no-assertions            E  the suite makes no assert-* (or
*>                                property-check) call at all
*>    missing-description      W  an assert-* call stops short of its
*>                                trailing description argument
*>    tmp-path                 E  a literal /tmp path instead of the
*>                                artifact store (GCBLUNIT_STORE)
*>    literal-date             W  a literal business date (yyyymmdd,
*>                                yyyy-mm-dd) outside clock-set, which
*>                                is what freezes "today" for a suite
*>    setup-without-teardown   E  a -setup hook with no -teardown hook
*>    not-in-catalog           E  the suite has no --catalog record
*>    no-manifest-line         E  the suite has no --manifest line
*>  The two registration rules only run when --catalog or --manifest
*>  names the file to hold the suites against. --level rule=E|W|off
*>  changes a rule's level (or switches it off) for one run.
*>
*>  A path is a suite source or a directory searched for *-test.cbl
*>  sources (the suite naming --discover relies on), "tests" when no
*>  path is given. The first program in a source that is not a -setup,
*>  -teardown or -tags hook is the suite; any program after it (a mock
*>  stand-in, a helper) is part of that suite. Free and fixed reference
*>  format are both read: a >>SOURCE directive decides from where it
*>  stands, an undirected source follows --source-format (or
*>  GCBLUNIT_SOURCE_FORMAT) and failing both is taken as fixed unless
*>  a line breaks the fixed layout.
*>  Exit code: 0 when no error-level rule fired (warnings allowed), 1
*>  when one did, 2 on a usage error.
*>
*>  Usage:
*>    suite-lint [path]... [--catalog catalog.dat] [--manifest path]
*>        [--level rule=E|W|off]... [--source-format fixed|free]
identification division.
program-id. suite-lint.
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
    select catalog assign to dynamic catalog-file
    organization is line sequential
    file status is catalog-status.
    select manifest assign to dynamic manifest-file
    organization is line sequential
    file status is manifest-status.
data division.
file section.
fd source-list.
    01 source-list-line pic x(512).
fd source-file.
    01 source-record pic x(512).
fd catalog.
    01 catalog-line pic x(700).
fd manifest.
    01 manifest-line pic x(160).
working-storage section.
    78 PROGRAM-LIMIT value 5000.
    78 REGISTER-LIMIT value 5000.
    78 RULE-COUNT value 7.
    78 ASSERT-COUNT value 30.
    01 argv pic x(256).
        88 option-catalog value "--catalog".
        88 option-manifest value "--manifest".
        88 option-level value "--level".
        88 option-source-format value "--source-format".
    01 path-args pic x(2048) value SPACE.
        88 is-empty value SPACE.
    01 catalog-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 manifest-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 level-rule pic x(31).
    01 level-value pic x(8).

    01 list-file pic x(256).
    01 source-list-status pic x(2).
        88 source-list-ok value "00".
        88 source-list-eof value "10".
    01 source-path pic x(256).
    01 source-status pic x(2).
        88 source-ok value "00".
        88 source-eof value "10".
    01 catalog-status pic x(2).
        88 catalog-ok value "00".
        88 catalog-eof value "10".
    01 manifest-status pic x(2).
        88 manifest-ok value "00".
        88 manifest-eof value "10".
    01 ws-run-pid usage binary-long.
    01 run-pid-edit pic 9(9).
    01 shell-command pic x(2600).
    01 file-count usage binary-long unsigned value 0.

    *> the rules and the level each fires at: E error, W warning,
    *> O off
    01 RULE-DEFAULTS.
        05 filler pic x(32) value "no-assertions                  E".
        05 filler pic x(32) value "missing-description            W".
        05 filler pic x(32) value "tmp-path                       E".
        05 filler pic x(32) value "literal-date                   W".
        05 filler pic x(32) value "setup-without-teardown         E".
        05 filler pic x(32) value "not-in-catalog                 E".
        05 filler pic x(32) value "no-manifest-line               E".
    01 filler redefines RULE-DEFAULTS.
        05 rule-entry occurs RULE-COUNT times.
            10 rule-name pic x(31).
            10 rule-level pic x.
    01 rule-index usage binary-long unsigned.

    *> every assert-* program and how many arguments it takes with the
    *> description, which is always the last of them
    01 ASSERT-ARITIES.
        05 filler pic x(32) value "assert-equals                  3".
        05 filler pic x(32) value "assert-equals-ignorecase       3".
        05 filler pic x(32) value "assert-notequals               3".
        05 filler pic x(32) value "assert-contains                3".
        05 filler pic x(32) value "assert-matches                 3".
        05 filler pic x(32) value "assert-equals-near             4".
        05 filler pic x(32) value "assert-throws                  3".
        05 filler pic x(32) value "assert-array-equals            5".
        05 filler pic x(32) value "assert-equals-file             3".
        05 filler pic x(32) value "assert-equals-warn             3".
        05 filler pic x(32) value "assert-equals-utf8             3".
        05 filler pic x(32) value "assert-equals-numeric          5".
        05 filler pic x(32) value "assert-completes-within        4".
        05 filler pic x(32) value "assert-file-sorted             5".
        05 filler pic x(32) value "assert-file-totals             4".
        05 filler pic x(32) value "assert-file-valid              3".
        05 filler pic x(32) value "assert-check-digit             3".
        05 filler pic x(32) value "assert-equals-keyed            5".
        05 filler pic x(32) value "assert-group-equals            4".
        05 filler pic x(32) value "assert-called                  3".
        05 filler pic x(32) value "assert-called-with             3".
        05 filler pic x(32) value "assert-sql-issued              3".
        05 filler pic x(32) value "assert-sql-issued-with         3".
        05 filler pic x(32) value "assert-db-count                4".
        05 filler pic x(32) value "assert-db-value                4".
        05 filler pic x(32) value "assert-db-table                5".
        05 filler pic x(32) value "assert-json-equals             3".
        05 filler pic x(32) value "assert-xml-equals              4".
        05 filler pic x(32) value "assert-displayed               3".
        05 filler pic x(32) value "assert-screen-equals           5".
    01 filler redefines ASSERT-ARITIES.
        05 assert-entry occurs ASSERT-COUNT times.
            10 assert-name pic x(31).
            10 assert-arity pic 9.
    01 assert-index usage binary-long unsigned.

    *> the reference format, judged per source the way sql-prep does
    01 source-format-arg pic x(5) value "auto".
        88 format-known values "auto" "fixed" "free".
    01 source-format pic x value SPACE.
        88 format-free value "F".
        88 format-fixed value "X".
    01 layout-sequence pic x(6).
    01 directive-text pic x(256).
    01 directive-hits usage binary-long unsigned.

    *> the line being read, cut into words as it streams past, a quoted
    *> literal or a parenthesised group staying one word, a period
    *> followed by a space ending the sentence
    01 source-line pic x(512).
    01 line-number usage binary-long unsigned.
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
    01 previous-upper pic x(32).

    *> where the words are: header, procedure division, or the CALL
    *> statement being counted
    01 parse-mode pic x value "H".
        88 in-header value "H".
        88 in-procedure value "P".
    01 expect-program-name pic x value "N".
    01 call-state pic 9 value 0.
        88 state-idle value 0.
        88 state-after-call value 1.
        88 state-after-target value 2.
        88 state-arguments value 3.
        88 state-skip-word value 4.
    01 token-again pic x.
    01 call-target pic x(64) value SPACE.
    01 call-line usage binary-long unsigned.
    01 call-args usage binary-long unsigned.
    01 literal-text pic x(256).
    01 literal-len usage binary-long unsigned.
    01 literal-scan usage binary-long unsigned.
    01 literal-quote pic x.

    *> the suites and hooks of every source read
    01 program-count usage binary-long unsigned value 0.
    01 program-tbl.
        03 program-entry occurs PROGRAM-LIMIT times.
            05 program-name pic x(64).
            05 program-key pic x(64).
            05 program-kind pic x.
                88 is-suite value "S".
                88 is-setup value "U".
                88 is-helper value "P".
            05 program-file pic x(256).
            05 program-line usage binary-long unsigned.
    01 program-index usage binary-long unsigned.
    01 suite-program usage binary-long unsigned.
    01 file-assertions usage binary-long unsigned.
    01 wanted-key pic x(64).
    01 found-index usage binary-long unsigned.
    01 name-length usage binary-long unsigned.

    *> the catalog and manifest names the registration rules look up
    01 register-count usage binary-long unsigned value 0.
    01 register-tbl.
        03 register-entry occurs REGISTER-LIMIT times.
            05 register-key pic x(64).
            05 register-kind pic x.
    01 register-index usage binary-long unsigned.
    01 register-name pic x(128).
    01 register-kind-wanted pic x.

    *> one finding
    01 finding-rule pic x(31).
    01 finding-file pic x(256).
    01 finding-line usage binary-long unsigned.
    01 finding-program pic x(64).
    01 finding-text pic x(256).
    01 finding-level-text pic x(7).
    01 error-count usage binary-long unsigned value 0.
    01 warning-count usage binary-long unsigned value 0.
    01 date-seen pic x.
    01 date-digits pic x(8).
    01 date-year pic 9(4).
    01 date-month pic 99.
    01 date-day pic 99.
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit-2 pic z(8)9.
    01 ws-num-edit-3 pic z(8)9.
procedure division.
    move SPACE to argv.
    accept argv from ENVIRONMENT "GCBLUNIT_SOURCE_FORMAT".
    if argv not = SPACE
        move lower-case(trim(argv)) to source-format-arg
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-catalog
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to catalog-file
        when option-manifest
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to manifest-file
        when option-level
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            perform set-rule-level
        when option-source-format
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move lower-case(trim(argv)) to source-format-arg
            if argv(6:) not = SPACE
                move SPACE to source-format-arg
            end-if
        when argv(1:2) = "--"
            display "Error: unknown option " trim(argv) upon syserr
            display "Usage: suite-lint [path]... [--catalog catalog.dat]"
                " [--manifest path] [--level rule=E|W|off]..."
                " [--source-format fixed|free]" upon syserr
            move 2 to RETURN-CODE
            stop run
        when other
            move concatenate(trim(path-args), " '", trim(argv), "'")
                to path-args
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if not format-known
        display "Error: --source-format takes fixed or free" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if is-empty of path-args
        move "'tests'" to path-args
    end-if.
    if not is-empty of catalog-file
        perform load-catalog
    end-if.
    if not is-empty of manifest-file
        perform load-manifest
    end-if.

    *> a directory is walked by find(1), as --discover walks one; a
    *> source named outright is taken whatever it is called
    call "getpid" giving ws-run-pid.
    move ws-run-pid to run-pid-edit.
    move concatenate("/tmp/gcblunit-lint-", trim(run-pid-edit), ".lst")
        to list-file.
    move concatenate("for p in ", trim(path-args), "; do",
            " if [ -d ", '"$p"', " ]; then find ", '"$p"',
            " -type f -name '*-test.cbl'; else echo ", '"$p"', "; fi;",
            " done 2>/dev/null | sort -u > ", trim(list-file))
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
                    perform lint-source
                end-if
        end-read
    end-perform.
    close source-list.
    call "CBL_DELETE_FILE" using list-file.

    perform check-hook-pairs.
    if not is-empty of catalog-file or not is-empty of manifest-file
        perform check-registration
    end-if.

    move file-count to ws-num-edit.
    move error-count to ws-num-edit-2.
    move warning-count to ws-num-edit-3.
    display "suite-lint: " trim(ws-num-edit) " source(s), "
        trim(ws-num-edit-2) " error(s), " trim(ws-num-edit-3) " warning(s)".
    if error-count > 0
        move 1 to RETURN-CODE
    else
        move 0 to RETURN-CODE
    end-if.
    stop run.

set-rule-level section.
    *> rule=E, rule=W or rule=off
    move SPACE to level-rule level-value.
    unstring argv delimited by "=" into level-rule level-value
    end-unstring.
    move lower-case(level-rule) to level-rule.
    move upper-case(level-value) to level-value.
    move 1 to rule-index.
    perform until rule-index > RULE-COUNT
            or rule-name(rule-index) = level-rule
        add 1 to rule-index
    end-perform.
    if rule-index > RULE-COUNT
        display "Error: --level names no rule: " trim(argv) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    evaluate level-value
    when "E"
    when "ERROR"
        move "E" to rule-level(rule-index)
    when "W"
    when "WARNING"
        move "W" to rule-level(rule-index)
    when "OFF"
        move "O" to rule-level(rule-index)
    when other
        display "Error: --level takes E, W or off: " trim(argv) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-evaluate.

load-catalog section.
    *> "suite|team|tags|..." records, maintained by suite-catalog
    open input catalog.
    if not catalog-ok
        display "Error opening " trim(catalog-file) ": " catalog-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to catalog-status.
    perform until catalog-eof
        read catalog
            at end
                move "10" to catalog-status
            not at end
                move SPACE to register-name
                unstring catalog-line delimited by "|" into register-name
                end-unstring
                if register-name not = SPACE
                    move "C" to register-kind-wanted
                    perform add-register
                end-if
        end-read
    end-perform.
    close catalog.

load-manifest section.
    *> "suite-name expected-count" lines, as gcblunit --manifest reads
    open input manifest.
    if not manifest-ok
        display "Error opening " trim(manifest-file) ": " manifest-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to manifest-status.
    perform until manifest-eof
        read manifest
            at end
                move "10" to manifest-status
            not at end
                move SPACE to register-name
                move trim(manifest-line) to finding-text
                unstring finding-text delimited by all SPACE
                    into register-name
                end-unstring
                if register-name not = SPACE
                    move "M" to register-kind-wanted
                    perform add-register
                end-if
        end-read
    end-perform.
    close manifest.

add-register section.
    if register-count >= REGISTER-LIMIT
        display "Fatal: more than " REGISTER-LIMIT " catalog and manifest"
            " entries" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to register-count.
    move upper-case(register-name) to register-key(register-count).
    move register-kind-wanted to register-kind(register-count).

lint-source section.
    perform judge-format.
    open input source-file.
    if not source-ok
        display "Warning: cannot open " trim(source-path) ": " source-status
            upon syserr
        exit section
    end-if.
    add 1 to file-count.
    move 0 to line-number suite-program file-assertions.
    move "H" to parse-mode.
    move SPACE to in-quote previous-upper call-target.
    move 0 to paren-depth call-state.
    move "N" to expect-program-name.
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
        end-read
    end-perform.
    close source-file.
    move SPACE to in-quote.
    move 0 to paren-depth.
    perform end-token.
    perform finish-call.

    if suite-program > 0 and file-assertions = 0
        move "no-assertions" to finding-rule
        move program-line(suite-program) to finding-line
        move program-name(suite-program) to finding-program
        move "the suite makes no assert-* call" to finding-text
        perform report-finding
    end-if.

judge-format section.
    *> an undirected source: fixed unless a line outside a directive
    *> breaks the fixed layout
    evaluate source-format-arg
    when "fixed"
        move "X" to source-format
        exit section
    when "free"
        move "F" to source-format
        exit section
    end-evaluate.
    move "X" to source-format.
    open input source-file.
    if not source-ok
        exit section
    end-if.
    move SPACE to source-status.
    perform until source-eof
        move SPACE to source-record
        read source-file
            at end
                move "10" to source-status
            not at end
                move trim(source-record) to directive-text
                if source-record not = SPACE and directive-text(1:2) not = ">>"
                    move source-record(1:6) to layout-sequence
                    inspect layout-sequence replacing all SPACE by "0"
                    if layout-sequence not numeric
                            or (source-record(7:1) not = SPACE
                                and source-record(7:1) not = "*"
                                and source-record(7:1) not = "-"
                                and source-record(7:1) not = "/"
                                and source-record(7:1) not = "D"
                                and source-record(7:1) not = "d"
                                and source-record(7:1) not = "$")
                        move "F" to source-format
                        move "10" to source-status
                    end-if
                end-if
        end-read
    end-perform.
    close source-file.

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
    move 1 to text-start.
    if format-fixed
        evaluate source-line(7:1)
        when "*"
        when "/"
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
    if current-token-len > 0
        perform check-literal
        if expect-program-name = "Y"
            move "N" to expect-program-name
            perform start-program
        else
            evaluate TRUE
            when token-upper = "PROGRAM-ID" or token-upper = "FUNCTION-ID"
                perform finish-call
                move "Y" to expect-program-name
                move "H" to parse-mode
            when token-upper = "DIVISION" and previous-upper = "PROCEDURE"
                move "P" to parse-mode
                move 0 to call-state
            when token-upper = "PROGRAM" and previous-upper = "END"
                perform finish-call
                move "H" to parse-mode
            when in-procedure
                perform take-procedure-token
            end-evaluate
        end-if
        move token-upper to previous-upper
    end-if.
    if token-period = "Y"
        perform finish-call
    end-if.

start-program section.
    *> the suite is the first program that is not a hook; the hooks
    *> are kept for the -setup/-teardown pairing
    move current-token to literal-text.
    perform strip-quotes.
    inspect literal-text replacing all "." by SPACE.
    if program-count >= PROGRAM-LIMIT
        display "Fatal: more than " PROGRAM-LIMIT " programs" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to program-count.
    move literal-text to program-name(program-count).
    move upper-case(literal-text) to program-key(program-count).
    move source-path to program-file(program-count).
    move line-number to program-line(program-count).
    move length(trim(literal-text)) to name-length.
    evaluate TRUE
    when name-length > 6
            and program-key(program-count)(name-length - 5:6) = "-SETUP"
        move "U" to program-kind(program-count)
    when name-length > 9
            and program-key(program-count)(name-length - 8:9) = "-TEARDOWN"
        move "T" to program-kind(program-count)
    when name-length > 5
            and program-key(program-count)(name-length - 4:5) = "-TAGS"
        move "G" to program-kind(program-count)
    when suite-program = 0
        move "S" to program-kind(program-count)
        move program-count to suite-program
    when other
        move "P" to program-kind(program-count)
    end-evaluate.

take-procedure-token section.
    *> CALL "x" USING a, b ... counted up to the next verb, scope
    *> terminator or period
    move "Y" to token-again.
    perform until token-again = "N"
        move "N" to token-again
        evaluate TRUE
        when state-idle
            if token-upper = "CALL"
                move 1 to call-state
            end-if
        when state-after-call
            if current-token(1:1) = '"' or current-token(1:1) = "'"
                move current-token to literal-text
                perform strip-quotes
                move lower-case(literal-text) to call-target
                move line-number to call-line
                move 0 to call-args
                move 2 to call-state
            else
                move 0 to call-state
            end-if
        when state-after-target
            if token-upper = "USING"
                move 3 to call-state
            else
                perform finish-call
                move "Y" to token-again
            end-if
        when state-skip-word
            move 3 to call-state
        when state-arguments
            perform take-argument-token
        end-evaluate
    end-perform.

take-argument-token section.
    evaluate TRUE
    when token-upper = "BY" or token-upper = "REFERENCE"
            or token-upper = "CONTENT" or token-upper = "VALUE"
        continue
    when token-upper = "LENGTH" or token-upper = "ADDRESS"
        add 1 to call-args
        move 4 to call-state
    when token-upper = "OF" or token-upper = "IN"
        move 4 to call-state
    when token-upper = "FUNCTION"
        add 1 to call-args
        move 4 to call-state
    when token-upper = "&"
        *> a literal joined across lines is still one argument
        move 4 to call-state
    when current-token(1:1) = "("
        continue
    when token-upper = "RETURNING" or token-upper = "GIVING"
            or token-upper = "ON" or token-upper = "EXCEPTION"
            or token-upper = "OVERFLOW" or token-upper = "NOT"
            or token-upper(1:4) = "END-"
            or token-upper = "ACCEPT" or token-upper = "ADD"
            or token-upper = "CALL" or token-upper = "CLOSE"
            or token-upper = "COMPUTE" or token-upper = "CONTINUE"
            or token-upper = "DELETE" or token-upper = "DISPLAY"
            or token-upper = "DIVIDE" or token-upper = "ELSE"
            or token-upper = "EVALUATE" or token-upper = "EXIT"
            or token-upper = "GO" or token-upper = "GOBACK"
            or token-upper = "IF" or token-upper = "INITIALIZE"
            or token-upper = "INSPECT" or token-upper = "MOVE"
            or token-upper = "MULTIPLY" or token-upper = "OPEN"
            or token-upper = "PERFORM" or token-upper = "READ"
            or token-upper = "REWRITE" or token-upper = "SEARCH"
            or token-upper = "SET" or token-upper = "STOP"
            or token-upper = "STRING" or token-upper = "SUBTRACT"
            or token-upper = "UNSTRING" or token-upper = "WHEN"
            or token-upper = "WRITE"
        perform finish-call
        move "Y" to token-again
    when other
        add 1 to call-args
    end-evaluate.

finish-call section.
    *> the CALL is complete: count the assertion, and hold its
    *> argument count against the assert's full signature
    if call-target = SPACE
        move 0 to call-state
        exit section
    end-if.
    if call-target(1:7) = "assert-" or call-target = "property-check"
        add 1 to file-assertions
    end-if.
    move 1 to assert-index.
    perform until assert-index > ASSERT-COUNT
            or assert-name(assert-index) = call-target
        add 1 to assert-index
    end-perform.
    if assert-index <= ASSERT-COUNT
            and call-args < assert-arity(assert-index)
        move "missing-description" to finding-rule
        move call-line to finding-line
        perform name-current-program
        move concatenate(trim(call-target),
                " is called without its description argument")
            to finding-text
        perform report-finding
    end-if.
    move SPACE to call-target.
    move 0 to call-state.

check-literal section.
    *> literal /tmp paths and business dates, wherever they appear: a
    *> numeric word, or each quoted literal inside the word (a function
    *> argument list stays one word)
    if test-numval(current-token) = 0
        move current-token to literal-text
        perform check-literal-text
        exit section
    end-if.
    move 1 to literal-scan.
    perform until literal-scan > current-token-len
        if current-token(literal-scan:1) = '"'
                or current-token(literal-scan:1) = "'"
            move current-token(literal-scan:1) to literal-quote
            move 0 to literal-len
            inspect current-token(literal-scan + 1:) tallying literal-len
                for characters before initial literal-quote
            move SPACE to literal-text
            if literal-len > 0
                move current-token(literal-scan + 1:literal-len)
                    to literal-text
            end-if
            perform check-literal-text
            add literal-len 1 to literal-scan
        end-if
        add 1 to literal-scan
    end-perform.

check-literal-text section.
    if literal-text(1:5) = "/tmp/" or literal-text = "/tmp"
        move "tmp-path" to finding-rule
        move line-number to finding-line
        perform name-current-program
        move concatenate("literal path ", trim(literal-text),
                " -- build it on the artifact store (GCBLUNIT_STORE)")
            to finding-text
        perform report-finding
        exit section
    end-if.
    move "N" to date-seen.
    move SPACE to date-digits.
    evaluate TRUE
    when literal-text(9:) = SPACE and literal-text(1:8) is numeric
        move literal-text(1:8) to date-digits
    when literal-text(11:) = SPACE and literal-text(5:1) = "-"
            and literal-text(8:1) = "-"
        move concatenate(literal-text(1:4), literal-text(6:2),
                literal-text(9:2))
            to date-digits
    when literal-text(11:) = SPACE and literal-text(5:1) = "/"
            and literal-text(8:1) = "/"
        move concatenate(literal-text(1:4), literal-text(6:2),
                literal-text(9:2))
            to date-digits
    end-evaluate.
    if date-digits = SPACE or date-digits is not numeric
        exit section
    end-if.
    move date-digits(1:4) to date-year.
    move date-digits(5:2) to date-month.
    move date-digits(7:2) to date-day.
    if date-year >= 1900 and date-year <= 2099
            and date-month >= 1 and date-month <= 12
            and date-day >= 1 and date-day <= 31
        move "Y" to date-seen
    end-if.
    *> clock-set is exactly where a date belongs
    if date-seen = "N" or call-target = "clock-set"
        exit section
    end-if.
    move "literal-date" to finding-rule.
    move line-number to finding-line.
    perform name-current-program.
    move concatenate("literal date ", trim(literal-text),
            " -- freeze the day with clock-set instead")
        to finding-text.
    perform report-finding.

strip-quotes section.
    if literal-text(1:1) = '"' or literal-text(1:1) = "'"
        move 0 to literal-len
        inspect literal-text(2:) tallying literal-len
            for characters before initial literal-text(1:1)
        move literal-text(2:literal-len) to literal-text
    end-if.

name-current-program section.
    move SPACE to finding-program.
    if program-count > 0 and program-file(program-count) = source-path
        move program-name(program-count) to finding-program
    end-if.

check-hook-pairs section.
    *> a -setup hook whose -teardown never comes leaves what it set up
    *> behind for every suite after it
    move 1 to program-index.
    perform until program-index > program-count
        if is-setup(program-index)
            move length(trim(program-key(program-index))) to name-length
            move concatenate(program-key(program-index)(1:name-length - 6),
                    "-TEARDOWN")
                to wanted-key
            move 0 to found-index
            move 1 to register-index
            perform until register-index > program-count or found-index > 0
                if program-key(register-index) = wanted-key
                    move register-index to found-index
                end-if
                add 1 to register-index
            end-perform
            if found-index = 0
                move "setup-without-teardown" to finding-rule
                move program-file(program-index) to finding-file
                move program-line(program-index) to finding-line
                move program-name(program-index) to finding-program
                move concatenate(trim(program-name(program-index)),
                        " has no matching -teardown hook")
                    to finding-text
                perform report-at-file
            end-if
        end-if
        add 1 to program-index
    end-perform.

check-registration section.
    move 1 to program-index.
    perform until program-index > program-count
        if is-suite(program-index)
            move program-file(program-index) to finding-file
            move program-line(program-index) to finding-line
            move program-name(program-index) to finding-program
            if not is-empty of catalog-file
                move "C" to register-kind-wanted
                perform find-register
                if found-index = 0
                    move "not-in-catalog" to finding-rule
                    move concatenate("no record in ", trim(catalog-file),
                            " -- register it with suite-catalog ADD")
                        to finding-text
                    perform report-at-file
                end-if
            end-if
            if not is-empty of manifest-file
                move "M" to register-kind-wanted
                perform find-register
                if found-index = 0
                    move "no-manifest-line" to finding-rule
                    move concatenate("no expected-assertion line in ",
                            trim(manifest-file))
                        to finding-text
                    perform report-at-file
                end-if
            end-if
        end-if
        add 1 to program-index
    end-perform.

find-register section.
    *> the kind wanted: C catalog, M manifest
    move 0 to found-index.
    move 1 to register-index.
    perform until register-index > register-count or found-index > 0
        if register-key(register-index) = program-key(program-index)
                and register-kind(register-index) = register-kind-wanted
            move register-index to found-index
        end-if
        add 1 to register-index
    end-perform.

report-finding section.
    move source-path to finding-file.
    perform report-at-file.

report-at-file section.
    move 1 to rule-index.
    perform until rule-index > RULE-COUNT
            or rule-name(rule-index) = finding-rule
        add 1 to rule-index
    end-perform.
    if rule-index > RULE-COUNT or rule-level(rule-index) = "O"
        exit section
    end-if.
    if rule-level(rule-index) = "E"
        move "error" to finding-level-text
        add 1 to error-count
    else
        move "warning" to finding-level-text
        add 1 to warning-count
    end-if.
    move finding-line to ws-num-edit.
    if finding-program = SPACE
        display trim(finding-file) ":" trim(ws-num-edit) ": "
            trim(finding-level-text) " " trim(finding-rule) ": "
            trim(finding-text)
    else
        display trim(finding-file) ":" trim(ws-num-edit) ": "
            trim(finding-level-text) " " trim(finding-rule) " "
            trim(finding-program) ": " trim(finding-text)
    end-if.
end program suite-lint.
