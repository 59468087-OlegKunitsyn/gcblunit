       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit risk hotspot report
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Where the next test hour is best spent: every program under a tree
*>  is measured paragraph by paragraph and ranked by
*>    complexity x (1 + uncovered paragraphs) x (1 + recent failures)
*>      x (1 + surviving mutants)
*>  -- one plus each count, so a program never failed, or never put
*>  through mutation-test, is still ranked on what is known about it.
*>  Complexity is static, from the program text:
*>    decisions  IF, WHEN (not WHEN OTHER), UNTIL, AND, OR
*>    nesting    the deepest IF / EVALUATE / SEARCH inside a sentence
*>    GO TO      each one
*>    size       lines of program text
*>  a paragraph scoring 1 + decisions + GO TOs + nesting, a program
*>  the sum of its paragraphs. Statements ahead of the first label
*>  belong to "(entry)", as in field-xref.
*>  Coverage is the paragraph-suite map gcblunit keeps when it runs
*>  with --paragraphs (gcblunit-paragraph-suites.dat in the artifact
*>  store, or --map): a paragraph no recorded suite reached is
*>  uncovered, and with no map at all every paragraph counts as such.
*>  The same map names the suites driving each program -- and a suite
*>  called program-test is taken as one of them too -- whose failures
*>  within the last --days days (90 by default) of the outcome history
*>  are the program's recent failures. Each --mutation report (a
*>  mutation-test --report file) adds its survivors to the programs
*>  of the source it mutated.
*>  The ranking is written as CSV and as an HTML page, each hot
*>  program naming its most complex uncovered paragraphs; suites
*>  (*-test.cbl) are not ranked. A source without a >>SOURCE directive
*>  follows --source-format (or GCBLUNIT_SOURCE_FORMAT), failing both
*>  it is taken as fixed unless a line breaks the fixed layout.
*>
*>  Usage:
*>    hotspot [root] [--html path] [--csv path] [--map path]
*>        [--history path] [--days N] [--mutation report]...
*>        [--top N] [--source-format fixed|free]
identification division.
program-id. hotspot.
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
    select map-in assign to dynamic map-file
    organization is line sequential
    file status is map-status.
    select history assign to dynamic history-file
    organization is line sequential
    file status is history-status.
    select mutation-in assign to dynamic mutation-file
    organization is line sequential
    file status is mutation-status.
    select csv-out assign to dynamic csv-file
    organization is line sequential
    file status is csv-status.
    select html assign to dynamic html-file
    organization is line sequential
    file status is html-status.
data division.
file section.
fd source-list.
    01 source-list-line pic x(512).
fd source-file.
    01 source-record pic x(512).
fd map-in.
    01 map-line pic x(256).
fd history.
    01 history-line pic x(160).
fd mutation-in.
    01 mutation-line pic x(256).
fd csv-out.
    01 csv-line pic x(1024).
fd html.
    01 html-line pic x(2048).
working-storage section.
    78 PROGRAM-LIMIT value 4000.
    78 PARA-LIMIT value 40000.
    78 LINK-LIMIT value 20000.
    78 SUITE-LIMIT value 5000.
    78 MUTATION-LIMIT value 64.
    78 HOT-PARAGRAPHS value 5.
    01 argv pic x(256).
        88 option-html value "--html".
        88 option-csv value "--csv".
        88 option-map value "--map".
        88 option-history value "--history".
        88 option-days value "--days".
        88 option-mutation value "--mutation".
        88 option-top value "--top".
        88 option-source-format value "--source-format".
    01 scan-root pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 html-file pic x(256) value "hotspot.html".
    01 csv-file pic x(256) value "hotspot.csv".
    01 map-file pic x(256) value "/tmp/gcblunit-paragraph-suites.dat".
    01 history-file pic x(256) value "/tmp/gcblunit-history.dat".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 days-arg pic x(9).
    01 window-days usage binary-long unsigned value 90.
    01 top-arg pic x(9).
    01 top-count usage binary-long unsigned value 20.
    01 cutoff-date pic 9(8).

    01 list-file pic x(256).
    01 source-list-status pic x(2).
        88 source-list-ok value "00".
        88 source-list-eof value "10".
    01 source-path pic x(256).
    01 source-status pic x(2).
        88 source-ok value "00".
        88 source-eof value "10".
    01 map-status pic x(2).
        88 map-ok value "00".
        88 map-eof value "10".
    01 history-status pic x(2).
        88 history-ok value "00".
        88 history-eof value "10".
    01 mutation-file pic x(256).
    01 mutation-status pic x(2).
        88 mutation-ok value "00".
        88 mutation-eof value "10".
    01 csv-status pic x(2).
        88 csv-ok value "00".
    01 html-status pic x(2).
        88 html-ok value "00".
    01 ws-run-pid usage binary-long.
    01 run-pid-edit pic 9(9).
    01 shell-command pic x(1024).
    01 file-count usage binary-long unsigned value 0.
    01 map-loaded pic x value "N".
        88 is-map-loaded value "Y".

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
    01 token-total usage binary-long unsigned value 0.
    01 line-token-mark usage binary-long unsigned.

    01 parse-mode pic x value "H".
        88 in-header value "H".
        88 in-procedure value "P".
    01 expect-program-name pic x value "N".
    01 sentence-start pic x value "N".
    01 header-sentence pic x value "N".
    01 sentence-words usage binary-long unsigned value 0.
    01 label-candidate pic x(64).
    01 paragraph-label pic x(64).
    01 entry-tokens usage binary-long unsigned value 0.
    01 nesting-depth usage binary-long unsigned value 0.
    01 literal-text pic x(256).
    01 literal-len usage binary-long unsigned.

    *> every program and paragraph measured
    01 program-count usage binary-long unsigned value 0.
    01 program-tbl.
        03 program-entry occurs PROGRAM-LIMIT times.
            05 program-name pic x(64).
            05 program-key pic x(64).
            05 program-file pic x(256).
            05 program-first-para usage binary-long unsigned.
            05 program-para-count usage binary-long unsigned.
            05 program-labels usage binary-long unsigned.
            05 program-uncovered usage binary-long unsigned.
            05 program-complexity usage binary-long unsigned.
            05 program-decisions usage binary-long unsigned.
            05 program-nesting usage binary-long unsigned.
            05 program-gotos usage binary-long unsigned.
            05 program-lines usage binary-long unsigned.
            05 program-fails usage binary-long unsigned.
            05 program-runs usage binary-long unsigned.
            05 program-suites usage binary-long unsigned.
            05 program-survivors usage binary-long unsigned.
            05 program-score usage binary-double unsigned.
    01 program-index usage binary-long unsigned.
    01 current-program usage binary-long unsigned value 0.
    01 program-swap pic x(512).

    01 para-count usage binary-long unsigned value 0.
    01 para-tbl.
        03 para-entry occurs PARA-LIMIT times.
            05 para-name pic x(64).
            05 para-key pic x(64).
            05 para-line usage binary-long unsigned.
            05 para-decisions usage binary-long unsigned.
            05 para-nesting usage binary-long unsigned.
            05 para-gotos usage binary-long unsigned.
            05 para-lines usage binary-long unsigned.
            05 para-complexity usage binary-long unsigned.
            05 para-covered pic x.
            05 para-listed pic x.
    01 para-index usage binary-long unsigned.
    01 current-para usage binary-long unsigned value 0.
    01 best-para usage binary-long unsigned.
    01 hot-listed usage binary-long unsigned.

    *> program/suite pairs from the map, and the suites' recent outcome
    01 link-count usage binary-long unsigned value 0.
    01 link-tbl.
        03 link-entry occurs LINK-LIMIT times.
            05 link-program pic x(64).
            05 link-suite pic x(128).
    01 link-index usage binary-long unsigned.
    01 map-suite pic x(128).
    01 map-program pic x(64).
    01 map-paragraph pic x(64).
    01 suite-count usage binary-long unsigned value 0.
    01 suite-tbl.
        03 suite-entry occurs SUITE-LIMIT times.
            05 suite-name pic x(128).
            05 suite-fails usage binary-long unsigned.
            05 suite-runs usage binary-long unsigned.
    01 suite-index usage binary-long unsigned.
    01 suite-found usage binary-long unsigned.
    01 wanted-suite pic x(128).
    01 hist-date-txt pic x(8).
    01 hist-suite pic x(128).
    01 hist-retries pic x(9).
    01 hist-status pic x(1).

    *> mutation-test reports: the source each mutated, and its survivors
    01 mutation-count usage binary-long unsigned value 0.
    01 mutation-tbl.
        03 mutation-entry occurs MUTATION-LIMIT times.
            05 mutation-report pic x(256).
            05 mutation-base pic x(128).
            05 mutation-survivors usage binary-long unsigned.
    01 mutation-index usage binary-long unsigned.
    01 mutation-word pic x(32).
    01 mutation-source pic x(256).
    01 base-name pic x(128).
    01 base-scan usage binary-long unsigned.
    01 path-text pic x(256).

    01 rank-outer usage binary-long unsigned.
    01 rank-inner usage binary-long unsigned.
    01 rank-best usage binary-long unsigned.
    01 ranked usage binary-long unsigned.
    01 hot-text pic x(512).
    01 hot-html pic x(1024).
    01 score-edit pic z(17)9.
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit-2 pic z(8)9.
    01 ws-num-edit-3 pic z(8)9.
    01 ws-num-edit-4 pic z(8)9.
    01 ws-num-edit-5 pic z(8)9.
    01 ws-num-edit-6 pic z(8)9.
    01 ws-num-edit-7 pic z(8)9.
    01 ws-num-edit-8 pic z(8)9.
    01 ws-num-edit-9 pic z(8)9.
    01 ws-num-edit-10 pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    move SPACE to argv.
    accept argv from ENVIRONMENT "GCBLUNIT_SOURCE_FORMAT".
    if argv not = SPACE
        move lower-case(trim(argv)) to source-format-arg
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-html
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to html-file
        when option-csv
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to csv-file
        when option-map
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to map-file
        when option-history
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to history-file
        when option-days
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to days-arg
            move numval(days-arg) to window-days
        when option-top
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to top-arg
            move numval(top-arg) to top-count
        when option-mutation
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            if mutation-count >= MUTATION-LIMIT
                display "Fatal: more than " MUTATION-LIMIT " --mutation reports"
                    upon syserr
                move 3 to RETURN-CODE
                stop run
            end-if
            add 1 to mutation-count
            move argv to mutation-report(mutation-count)
        when option-source-format
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move lower-case(trim(argv)) to source-format-arg
            if argv(6:) not = SPACE
                move SPACE to source-format-arg
            end-if
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
    if not format-known
        display "Error: --source-format takes fixed or free" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if is-empty of scan-root
        move "." to scan-root
    end-if.
    compute cutoff-date = date-of-integer(
        integer-of-date(numval(current-date(1:8))) - window-days).

    *> the file walk is find(1)'s, as cblu-affected-scan's is; the
    *> suites themselves are not what is being ranked
    call "getpid" giving ws-run-pid.
    move ws-run-pid to run-pid-edit.
    move concatenate("/tmp/gcblunit-hotspot-", trim(run-pid-edit), ".lst")
        to list-file.
    move concatenate("find '", trim(scan-root), "' -name '*.cbl'",
            " ! -name '*-test.cbl' 2>/dev/null | sort > ", trim(list-file))
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
                    perform measure-source
                end-if
        end-read
    end-perform.
    close source-list.
    call "CBL_DELETE_FILE" using list-file.

    perform load-map.
    perform load-history.
    perform load-mutations.
    perform score-programs.
    perform rank-programs.
    perform write-csv.
    perform write-html.
    perform print-summary.
    move 0 to RETURN-CODE.
    stop run.

show-usage section.
    display "Usage: hotspot [root] [--html path] [--csv path] [--map path]"
        " [--history path] [--days N] [--mutation report]... [--top N]"
        " [--source-format fixed|free]" upon syserr.

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
    move concatenate(trim(store-base), "/gcblunit-history.dat")
        to history-file.

*>*
*> static measurement
*>*
measure-source section.
    perform judge-format.
    open input source-file.
    if not source-ok
        display "Warning: cannot open " trim(source-path) ": " source-status
            upon syserr
        exit section
    end-if.
    add 1 to file-count.
    move 0 to line-number current-program current-para nesting-depth.
    move "H" to parse-mode.
    move SPACE to in-quote previous-upper.
    move 0 to paren-depth.
    move "N" to expect-program-name sentence-start.
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
                move token-total to line-token-mark
                perform take-source-line
                if in-procedure and current-para > 0
                        and token-total > line-token-mark
                    add 1 to para-lines(current-para)
                end-if
        end-read
    end-perform.
    close source-file.
    move SPACE to in-quote.
    move 0 to paren-depth.
    perform end-token.

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
        add 1 to token-total
        evaluate TRUE
        when expect-program-name = "Y"
            move "N" to expect-program-name
            perform start-program
        when token-upper = "PROGRAM-ID" or token-upper = "FUNCTION-ID"
            move "Y" to expect-program-name
            move "H" to parse-mode
        when token-upper = "DIVISION" and previous-upper = "PROCEDURE"
                and current-program > 0
            *> the rest of the division header sentence (USING ...) is
            *> not measured
            move "P" to parse-mode
            move "N" to sentence-start
            move "Y" to header-sentence
            move 0 to current-para
        when token-upper = "PROGRAM" and previous-upper = "END"
            move "H" to parse-mode
        when in-procedure
            perform take-procedure-token
        end-evaluate
        move token-upper to previous-upper
    end-if.
    if token-period = "Y" and in-procedure
        move "N" to header-sentence
        move 0 to nesting-depth sentence-words
        move "Y" to sentence-start
    end-if.

start-program section.
    move current-token to literal-text.
    perform strip-quotes.
    inspect literal-text replacing all "." by SPACE.
    if program-count >= PROGRAM-LIMIT
        display "Fatal: more than " PROGRAM-LIMIT " programs under "
            trim(scan-root) upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to program-count.
    move program-count to current-program.
    initialize program-entry(current-program).
    move literal-text to program-name(current-program).
    move upper-case(literal-text) to program-key(current-program).
    move source-path to program-file(current-program).
    compute program-first-para(current-program) = para-count + 1.
    move 0 to current-para.

start-paragraph section.
    if para-count >= PARA-LIMIT
        display "Fatal: more than " PARA-LIMIT " paragraphs under "
            trim(scan-root) upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to para-count.
    move para-count to current-para.
    initialize para-entry(current-para).
    move paragraph-label to para-name(current-para).
    move upper-case(paragraph-label) to para-key(current-para).
    move line-number to para-line(current-para).
    move "N" to para-covered(current-para) para-listed(current-para).
    add 1 to program-para-count(current-program).
    move 0 to nesting-depth.

take-procedure-token section.
    *> labels: a word alone in its sentence is a paragraph, "word
    *> SECTION." a section -- a verb alone (EXIT., GOBACK.) is neither
    if header-sentence = "Y"
        exit section
    end-if.
    if sentence-start = "Y"
        move "N" to sentence-start
        move 0 to sentence-words
        if token-period = "Y" and token-upper not = "EXIT"
                and token-upper not = "GOBACK"
                and token-upper not = "CONTINUE"
                and token-upper not = "DECLARATIVES"
            move current-token to paragraph-label
            perform start-paragraph
            exit section
        end-if
        move current-token to label-candidate
    end-if.
    add 1 to sentence-words.
    if sentence-words = 2 and token-upper = "SECTION" and token-period = "Y"
        if current-para > 0 and entry-tokens = 1
            *> the section name opened an entry that never was
            subtract 1 from para-count program-para-count(current-program)
        end-if
        move label-candidate to paragraph-label
        perform start-paragraph
        exit section
    end-if.
    if current-para = 0
        *> code ahead of the first label is the program's entry
        move "(entry)" to paragraph-label
        perform start-paragraph
        move 0 to entry-tokens
    end-if.
    add 1 to entry-tokens.
    evaluate token-upper
    when "IF"
        add 1 to para-decisions(current-para)
        add 1 to nesting-depth
    when "EVALUATE"
    when "SEARCH"
        add 1 to nesting-depth
    when "WHEN"
    when "UNTIL"
    when "AND"
    when "OR"
        add 1 to para-decisions(current-para)
    when "OTHER"
        if previous-upper = "WHEN"
            subtract 1 from para-decisions(current-para)
        end-if
    when "END-IF"
    when "END-EVALUATE"
    when "END-SEARCH"
        if nesting-depth > 0
            subtract 1 from nesting-depth
        end-if
    when "GO"
        add 1 to para-gotos(current-para)
    end-evaluate.
    if nesting-depth > para-nesting(current-para)
        move nesting-depth to para-nesting(current-para)
    end-if.

strip-quotes section.
    if literal-text(1:1) = '"' or literal-text(1:1) = "'"
        move 0 to literal-len
        inspect literal-text(2:) tallying literal-len
            for characters before initial literal-text(1:1)
        move literal-text(2:literal-len) to literal-text
    end-if.

*>*
*> coverage, failures and mutation survivors
*>*
load-map section.
    *> "suite program paragraph" per line, from gcblunit --paragraphs
    open input map-in.
    if not map-ok
        display "Warning: no paragraph-suite map at " trim(map-file)
            " -- every paragraph counts as uncovered" upon syserr
        exit section
    end-if.
    move "Y" to map-loaded.
    move SPACE to map-status.
    perform until map-eof
        read map-in
            at end
                move "10" to map-status
            not at end
                move SPACE to map-suite map-program map-paragraph
                unstring map-line delimited by all SPACE
                    into map-suite map-program map-paragraph
                end-unstring
                if map-paragraph not = SPACE
                    perform note-map-line
                end-if
        end-read
    end-perform.
    close map-in.

note-map-line section.
    move upper-case(map-program) to map-program.
    move upper-case(map-paragraph) to map-paragraph.
    move 1 to program-index.
    perform until program-index > program-count
        if program-key(program-index) = map-program
            move program-first-para(program-index) to para-index
            perform program-para-count(program-index) times
                if para-key(para-index) = map-paragraph
                    move "Y" to para-covered(para-index)
                end-if
                add 1 to para-index
            end-perform
        end-if
        add 1 to program-index
    end-perform.
    move 1 to link-index.
    perform until link-index > link-count
        if link-program(link-index) = map-program
                and link-suite(link-index) = map-suite
            exit section
        end-if
        add 1 to link-index
    end-perform.
    if link-count < LINK-LIMIT
        add 1 to link-count
        move map-program to link-program(link-count)
        move map-suite to link-suite(link-count)
    end-if.

load-history section.
    *> "YYYYMMDD suite retries status", kept to the --days window
    open input history.
    if not history-ok
        display "Warning: no outcome history at " trim(history-file)
            " -- failures are not weighed" upon syserr
        exit section
    end-if.
    move SPACE to history-status.
    perform until history-eof
        read history
            at end
                move "10" to history-status
            not at end
                move SPACE to hist-date-txt hist-suite hist-retries hist-status
                unstring history-line delimited by all SPACE
                    into hist-date-txt hist-suite hist-retries hist-status
                end-unstring
                if hist-suite not = SPACE and hist-status not = SPACE
                        and hist-date-txt is numeric
                        and hist-date-txt >= cutoff-date
                    perform note-history-line
                end-if
        end-read
    end-perform.
    close history.

note-history-line section.
    move hist-suite to wanted-suite.
    perform find-suite.
    if suite-found = 0
        if suite-count >= SUITE-LIMIT
            exit section
        end-if
        add 1 to suite-count
        move suite-count to suite-found
        move hist-suite to suite-name(suite-found)
        move 0 to suite-fails(suite-found) suite-runs(suite-found)
    end-if.
    add 1 to suite-runs(suite-found).
    if hist-status = "F"
        add 1 to suite-fails(suite-found)
    end-if.

find-suite section.
    move 0 to suite-found.
    move 1 to suite-index.
    perform until suite-index > suite-count or suite-found > 0
        if suite-name(suite-index) = wanted-suite
            move suite-index to suite-found
        end-if
        add 1 to suite-index
    end-perform.

load-mutations section.
    *> the first line names the mutated source, every SURVIVED line
    *> is one mutant the suites let through
    move 1 to mutation-index.
    perform until mutation-index > mutation-count
        move mutation-report(mutation-index) to mutation-file
        move SPACE to mutation-base(mutation-index)
        move 0 to mutation-survivors(mutation-index)
        open input mutation-in
        if mutation-ok
            move SPACE to mutation-status
            perform until mutation-eof
                read mutation-in
                    at end
                        move "10" to mutation-status
                    not at end
                        move SPACE to mutation-word mutation-source
                        unstring mutation-line delimited by all SPACE
                            into mutation-word mutation-source
                        end-unstring
                        evaluate TRUE
                        when mutation-word = "mutation-test"
                            move mutation-source to path-text
                            perform take-base-name
                            move base-name to mutation-base(mutation-index)
                        when mutation-word = "SURVIVED"
                            add 1 to mutation-survivors(mutation-index)
                        end-evaluate
                end-read
            end-perform
            close mutation-in
        else
            display "Warning: cannot open " trim(mutation-file) ": "
                mutation-status upon syserr
        end-if
        add 1 to mutation-index
    end-perform.

take-base-name section.
    *> the file name without its directory
    move length(trim(path-text)) to base-scan.
    perform until base-scan = 0 or path-text(base-scan:1) = "/"
        subtract 1 from base-scan
    end-perform.
    move path-text(base-scan + 1:) to base-name.

score-programs section.
    move 1 to program-index.
    perform until program-index > program-count
        perform score-one-program
        add 1 to program-index
    end-perform.

score-one-program section.
    move program-first-para(program-index) to para-index.
    perform program-para-count(program-index) times
        compute para-complexity(para-index) = 1 + para-decisions(para-index)
            + para-gotos(para-index) + para-nesting(para-index)
        add para-complexity(para-index) to program-complexity(program-index)
        add para-decisions(para-index) to program-decisions(program-index)
        add para-gotos(para-index) to program-gotos(program-index)
        add para-lines(para-index) to program-lines(program-index)
        if para-nesting(para-index) > program-nesting(program-index)
            move para-nesting(para-index) to program-nesting(program-index)
        end-if
        if para-name(para-index) not = "(entry)"
            add 1 to program-labels(program-index)
            if para-covered(para-index) = "N"
                add 1 to program-uncovered(program-index)
            end-if
        end-if
        add 1 to para-index
    end-perform.

    *> the suites that drive it: from the map, and program-test
    move 1 to link-index.
    perform until link-index > link-count
        if link-program(link-index) = program-key(program-index)
            move link-suite(link-index) to wanted-suite
            perform add-suite-outcome
        end-if
        add 1 to link-index
    end-perform.
    move concatenate(trim(program-name(program-index)), "-test")
        to wanted-suite.
    move 0 to suite-found.
    move 1 to link-index.
    perform until link-index > link-count
        if link-program(link-index) = program-key(program-index)
                and upper-case(link-suite(link-index)) = upper-case(wanted-suite)
            move 1 to suite-found
        end-if
        add 1 to link-index
    end-perform.
    if suite-found = 0
        perform add-suite-outcome
    end-if.

    move program-file(program-index) to path-text.
    perform take-base-name.
    move 1 to mutation-index.
    perform until mutation-index > mutation-count
        if mutation-base(mutation-index) = base-name
            add mutation-survivors(mutation-index)
                to program-survivors(program-index)
        end-if
        add 1 to mutation-index
    end-perform.

    compute program-score(program-index) = program-complexity(program-index)
        * (1 + program-uncovered(program-index))
        * (1 + program-fails(program-index))
        * (1 + program-survivors(program-index)).

add-suite-outcome section.
    *> the suite's recent runs and failures; a suite named by
    *> convention counts only once the history has actually seen it
    move 0 to suite-found.
    move 1 to suite-index.
    perform until suite-index > suite-count or suite-found > 0
        if upper-case(suite-name(suite-index)) = upper-case(wanted-suite)
            move suite-index to suite-found
        end-if
        add 1 to suite-index
    end-perform.
    if suite-found = 0
        exit section
    end-if.
    add 1 to program-suites(program-index).
    add suite-fails(suite-found) to program-fails(program-index).
    add suite-runs(suite-found) to program-runs(program-index).

rank-programs section.
    *> selection sort, highest score first, as flakiness-report does
    move 1 to rank-outer.
    perform until rank-outer >= program-count
        move rank-outer to rank-best
        compute rank-inner = rank-outer + 1
        perform until rank-inner > program-count
            if program-score(rank-inner) > program-score(rank-best)
                move rank-inner to rank-best
            end-if
            add 1 to rank-inner
        end-perform
        if rank-best not = rank-outer
            move program-entry(rank-outer) to program-swap
            move program-entry(rank-best) to program-entry(rank-outer)
            move program-swap to program-entry(rank-best)
        end-if
        add 1 to rank-outer
    end-perform.

name-hot-paragraphs section.
    *> the program's uncovered paragraphs, most complex first, at most
    *> HOT-PARAGRAPHS of them, as hot-text ("name (n); ...")
    move SPACE to hot-text.
    move program-first-para(program-index) to para-index.
    perform program-para-count(program-index) times
        move "N" to para-listed(para-index)
        add 1 to para-index
    end-perform.
    move 0 to hot-listed.
    perform until hot-listed >= HOT-PARAGRAPHS
        move 0 to best-para
        move program-first-para(program-index) to para-index
        perform program-para-count(program-index) times
            if para-covered(para-index) = "N"
                    and para-listed(para-index) = "N"
                    and para-name(para-index) not = "(entry)"
                if best-para = 0
                    move para-index to best-para
                else
                    if para-complexity(para-index)
                            > para-complexity(best-para)
                        move para-index to best-para
                    end-if
                end-if
            end-if
            add 1 to para-index
        end-perform
        if best-para = 0
            exit perform
        end-if
        move "Y" to para-listed(best-para)
        add 1 to hot-listed
        move para-complexity(best-para) to ws-num-edit
        if hot-text = SPACE
            move concatenate(trim(para-name(best-para)), " (",
                    trim(ws-num-edit), ")")
                to hot-text
        else
            move concatenate(trim(hot-text), "; ",
                    trim(para-name(best-para)), " (", trim(ws-num-edit), ")")
                to hot-text
        end-if
    end-perform.

*>*
*> the ranking, as CSV and as HTML
*>*
edit-program-counts section.
    move program-score(program-index) to score-edit.
    move program-complexity(program-index) to ws-num-edit.
    move program-labels(program-index) to ws-num-edit-2.
    move program-uncovered(program-index) to ws-num-edit-3.
    move program-decisions(program-index) to ws-num-edit-4.
    move program-nesting(program-index) to ws-num-edit-5.
    move program-gotos(program-index) to ws-num-edit-6.
    move program-lines(program-index) to ws-num-edit-7.
    move program-fails(program-index) to ws-num-edit-8.
    move program-runs(program-index) to ws-num-edit-9.
    move program-survivors(program-index) to ws-num-edit-10.

write-csv section.
    open output csv-out.
    if not csv-ok
        display "Error writing " trim(csv-file) ": " csv-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move concatenate("rank,program,source,score,complexity,paragraphs,",
            "uncovered,decisions,max-nesting,go-to,lines,failures,runs,",
            "survivors,hot-paragraphs")
        to csv-line.
    write csv-line.
    move 1 to program-index.
    perform until program-index > program-count
        perform name-hot-paragraphs
        perform edit-program-counts
        move program-index to ranked
        move ranked to ws-num-edit-2
        move concatenate(trim(ws-num-edit-2), ",", trim(program-name(program-index)),
                ",", trim(program-file(program-index)), ",", trim(score-edit),
                ",", trim(ws-num-edit))
            to csv-line
        move program-labels(program-index) to ws-num-edit-2
        move concatenate(trim(csv-line), ",", trim(ws-num-edit-2), ",",
                trim(ws-num-edit-3), ",", trim(ws-num-edit-4), ",",
                trim(ws-num-edit-5), ",", trim(ws-num-edit-6), ",",
                trim(ws-num-edit-7), ",", trim(ws-num-edit-8), ",",
                trim(ws-num-edit-9), ",", trim(ws-num-edit-10), ",",
                quote, trim(hot-text), quote)
            to csv-line
        write csv-line
        add 1 to program-index
    end-perform.
    close csv-out.

write-html section.
    open output html.
    if not html-ok
        display "Error writing " trim(html-file) ": " html-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move '<!DOCTYPE html>' to html-line.
    write html-line.
    move '<html><head><meta charset="UTF-8">' to html-line.
    write html-line.
    move '<title>GCBLUnit risk hotspots</title>' to html-line.
    write html-line.
    move '<style>' to html-line.
    write html-line.
    move 'body { font-family: monospace; margin: 2em; }' to html-line.
    write html-line.
    move 'table { border-collapse: collapse; }' to html-line.
    write html-line.
    move 'td, th { border: 1px solid #888; padding: 2px 6px; text-align: right; }'
        to html-line.
    write html-line.
    move 'td.name, td.hot { text-align: left; }' to html-line.
    write html-line.
    move '.hot { background: #f99; }' to html-line.
    write html-line.
    move '</style></head><body>' to html-line.
    write html-line.
    move '<h1>Risk hotspots</h1>' to html-line.
    write html-line.
    move window-days to ws-num-edit.
    move concatenate('<p>score = complexity &times; (1 + uncovered paragraphs)',
            ' &times; (1 + failures in the last ', trim(ws-num-edit),
            ' days) &times; (1 + surviving mutants)</p>')
        to html-line.
    write html-line.
    if not is-map-loaded
        move '<p>No paragraph-suite map was found: every paragraph counts as uncovered.</p>'
            to html-line
        write html-line
    end-if.
    move concatenate('<table><tr><th>#</th><th>program</th><th>score</th>',
            '<th>complexity</th><th>paragraphs</th><th>uncovered</th>',
            '<th>decisions</th><th>nesting</th><th>GO TO</th><th>lines</th>',
            '<th>failures/runs</th><th>survivors</th>',
            '<th>uncovered complex paragraphs</th></tr>')
        to html-line.
    write html-line.
    move 1 to program-index.
    perform until program-index > program-count
        perform name-hot-paragraphs
        perform edit-program-counts
        move program-index to ranked
        move ranked to ws-num-edit-2
        move concatenate('<tr><td>', trim(ws-num-edit-2),
                '</td><td class="name" title="', trim(program-file(program-index)),
                '">', trim(program-name(program-index)), '</td><td>',
                trim(score-edit), '</td><td>', trim(ws-num-edit), '</td>')
            to html-line
        write html-line
        move program-labels(program-index) to ws-num-edit-2
        move concatenate('<td>', trim(ws-num-edit-2), '</td><td>',
                trim(ws-num-edit-3), '</td><td>', trim(ws-num-edit-4),
                '</td><td>', trim(ws-num-edit-5), '</td><td>',
                trim(ws-num-edit-6), '</td><td>', trim(ws-num-edit-7),
                '</td><td>', trim(ws-num-edit-8), '/', trim(ws-num-edit-9),
                '</td><td>', trim(ws-num-edit-10), '</td>')
            to html-line
        write html-line
        if hot-text = SPACE
            move '<td class="name"></td></tr>' to html-line
        else
            move concatenate('<td class="hot">', trim(hot-text), '</td></tr>')
                to html-line
        end-if
        write html-line
        add 1 to program-index
    end-perform.
    move '</table></body></html>' to html-line.
    write html-line.
    close html.

print-summary section.
    move program-count to ws-num-edit.
    move file-count to ws-num-edit-2.
    display "hotspot: " trim(ws-num-edit) " program(s) in "
        trim(ws-num-edit-2) " source(s), ranking in " trim(csv-file)
        " and " trim(html-file).
    move 1 to program-index.
    perform until program-index > program-count
            or program-index > top-count
        move program-score(program-index) to score-edit
        move program-uncovered(program-index) to ws-num-edit
        move program-fails(program-index) to ws-num-edit-2
        display "  " trim(score-edit) " " trim(program-name(program-index))
            " (" trim(ws-num-edit) " uncovered, " trim(ws-num-edit-2)
            " failure(s))"
        add 1 to program-index
    end-perform.
end program hotspot.
