*>  is either a --dump-summary fixed-width file or a cblu-json summary
*>  (recognized by its opening brace); suites are rolled up per file
*>  and reported as newly failing, still failing, fixed, added, or
*>  removed. Within a suite failing in both runs the assertions are
*>  matched by their stable keys (the cblu-json "key", or derived from
*>  a dump record's description the way gcblunit derives it), so an
*>  assertion inserted mid-suite renumbers nothing and a check that
*>  newly fails behind an old failure is still reported. The exit
*>  code is non-zero only for new regressions, so a deploy gate can
*>  ignore known-bad suites without ignoring fresh breakage.
*>  run-journal's notes for the two run dates are shown with the
*>  results they annotate: notes on a whole run ahead of the deltas,
*>  notes on a suite or one of its assertions under the suite's line.
*>  A cblu-json summary dates itself (its provenance "started"); a
*>  dump does not, so --dates names the two run dates for dumps.
*>
*>  Usage:
*>    run-compare previous-run current-run [--journal path]
*>        [--dates previous-YYYYMMDD current-YYYYMMDD]
identification division.
program-id. run-compare.
environment division.
    select run-file assign to dynamic run-file-path
    organization is line sequential
    file status is run-file-status.
    select journal assign to dynamic journal-file
    organization is line sequential
    file status is journal-file-status.
data division.
file section.
fd run-file.
    01 run-file-line pic x(2048).
fd journal.
    01 journal-line pic x(320).
working-storage section.
    78 SUITE-LIMIT value 5000.
    78 ASSERT-LIMIT value 20000.
    78 JOURNAL-LIMIT value 500.
    01 old-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 new-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 argv pic x(256).
        88 option-journal value "--journal".
        88 option-dates value "--dates".
    01 journal-file pic x(256) value "/tmp/gcblunit-journal.dat".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 run-file-path pic x(256).
    01 run-file-status pic x(2).
        88 run-file-ok value "00".
    01 file-format pic x.
        88 is-json-format value "J".
    01 first-line-seen pic x.
    01 journal-file-status pic x(2).
        88 journal-ok value "00".
        88 journal-eof value "10".

    *> the run date of each side: --dates, else a cblu-json summary's
    *> provenance "started"; zero when unknown
    01 old-date pic 9(8) value 0.
    01 new-date pic 9(8) value 0.
    01 date-arg pic x(8).
    01 date-probe pic x(32).

    *> run-journal's notes for those dates: "id|date|target|stamp|
    *> operator|flag|note", target suite or suite#nnnn (empty for the
    *> whole run), flag E for a night excluded from statistics
    01 journal-count usage binary-long unsigned value 0.
    01 journal-tbl.
        03 journal-entry occurs JOURNAL-LIMIT times.
            05 journal-date pic 9(8).
            05 journal-target pic x(48).
            05 journal-suite pic x(48).
            05 journal-operator pic x(32).
            05 journal-flag pic x.
                88 is-environmental value "E".
            05 journal-note pic x(128).
    01 journal-index usage binary-long unsigned.
    01 journal-id-txt pic x(9).
    01 journal-date-txt pic x(8).
    01 journal-stamp pic x(14).
    01 note-suite pic x(128).
    01 note-heading pic x.
        88 needs-note-heading value "Y".

    01 old-count usage binary-long unsigned value 0.
    01 old-tbl.
    01 found-index usage binary-long unsigned.
    01 line-suite pic x(128).
    01 line-failed pic x.
    01 line-key pic x(48).
    01 line-base pic x(48).

    *> every assertion of both runs, by suite and stable key
    01 old-assert-count usage binary-long unsigned value 0.
    01 old-assert-tbl.
        03 old-assert occurs ASSERT-LIMIT times.
            05 old-assert-suite pic x(128).
            05 old-assert-base pic x(48).
            05 old-assert-key pic x(48).
            05 old-assert-failed pic x.
    01 new-assert-count usage binary-long unsigned value 0.
    01 new-assert-tbl.
        03 new-assert occurs ASSERT-LIMIT times.
            05 new-assert-suite pic x(128).
            05 new-assert-base pic x(48).
            05 new-assert-key pic x(48).
            05 new-assert-failed pic x.
    01 assert-index usage binary-long unsigned.
    01 assert-scan usage binary-long unsigned.
    01 assert-found usage binary-long unsigned.

    *> an assertion's stable key from its description, exactly as
    *> gcblunit's cblu-key-derive
    01 key-source pic x(64).
    01 key-work pic x(64).
    01 key-text pic x(48).
    01 key-len usage binary-long unsigned.
    01 key-pos usage binary-long unsigned.
    01 key-char pic x.
    01 key-dash pic x.
    01 key-occurrence usage binary-long unsigned.
    01 key-nr-edit pic 9(4).
    01 key-occurrence-edit pic z(3)9.
    01 json-scan-index usage binary-long unsigned.
    01 json-out-index usage binary-long unsigned.

    01 fixed-suites usage binary-long unsigned value 0.
    01 added-suites usage binary-long unsigned value 0.
    01 removed-suites usage binary-long unsigned value 0.
    01 newly-failing-asserts usage binary-long unsigned value 0.
procedure division.
    perform resolve-store-defaults.
    accept argv from ARGUMENT-VALUE.
    if argv not = SPACE
        move argv to old-file
        move argv to new-file
    end-if.
    if is-empty of old-file or is-empty of new-file
        display "Usage: run-compare previous-run current-run"
            " [--journal path] [--dates previous current]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-journal
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to journal-file
        when option-dates
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to date-arg
            move numval(date-arg) to old-date
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to date-arg
            move numval(date-arg) to new-date
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.

    move "O" to loading-side.
    move old-file to run-file-path.
    move "N" to loading-side.
    move new-file to run-file-path.
    perform load-run-file.
    perform load-journal.

    perform print-run-notes.
    perform compare-runs.
    perform print-deltas.

    if newly-failing > 0 or newly-failing-asserts > 0
        move 1 to RETURN-CODE
    else
        move 0 to RETURN-CODE
                    end-if
                else
                    if is-json-format
                        perform take-run-date
                        perform parse-json-line
                    else
                        perform parse-dump-line
    end-perform.
    close run-file.

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
    move concatenate(trim(store-base), "/gcblunit-journal.dat")
        to journal-file.

take-run-date section.
    *> the provenance block's "started" stamp dates a cblu-json run;
    *> --dates, when given, wins
    move trim(run-file-line) to date-probe.
    if date-probe(1:12) not = '"started": "'
            or date-probe(13:8) is not numeric
        exit section
    end-if.
    if is-loading-old
        if old-date = 0
            move date-probe(13:8) to old-date
        end-if
    else
        if new-date = 0
            move date-probe(13:8) to new-date
        end-if
    end-if.

load-journal section.
    *> no journal, or no dates to look up, means nothing to show
    if old-date = 0 and new-date = 0
        exit section
    end-if.
    open input journal.
    if not journal-ok
        exit section
    end-if.
    move SPACE to journal-file-status.
    perform until journal-eof
        read journal
            at end
                move "10" to journal-file-status
            not at end
                move SPACE to journal-date-txt
                if trim(journal-line) not = SPACE
                        and journal-line(1:1) not = "#"
                        and journal-count < JOURNAL-LIMIT
                    add 1 to journal-count
                    unstring journal-line delimited by "|"
                        into journal-id-txt
                             journal-date-txt
                             journal-target(journal-count)
                             journal-stamp
                             journal-operator(journal-count)
                             journal-flag(journal-count)
                             journal-note(journal-count)
                    end-unstring
                    if journal-date-txt is not numeric
                        subtract 1 from journal-count
                    else
                        move journal-date-txt to journal-date(journal-count)
                        if journal-date(journal-count) not = old-date
                                and journal-date(journal-count) not = new-date
                            subtract 1 from journal-count
                        else
                            unstring journal-target(journal-count)
                                delimited by "#"
                                into journal-suite(journal-count)
                            end-unstring
                        end-if
                    end-if
                end-if
        end-read
    end-perform.
    close journal.

print-run-notes section.
    move 1 to journal-index.
    perform until journal-index > journal-count
        if journal-target(journal-index) = SPACE
            if is-environmental(journal-index)
                display "NOTE     " journal-date(journal-index) " (run) "
                    trim(journal-operator(journal-index))
                    ": [environmental, excluded from statistics] "
                    trim(journal-note(journal-index))
            else
                display "NOTE     " journal-date(journal-index) " (run) "
                    trim(journal-operator(journal-index)) ": "
                    trim(journal-note(journal-index))
            end-if
        end-if
        add 1 to journal-index
    end-perform.

print-suite-notes section.
    *> under a suite's line: its notes and its assertions' notes
    move 1 to journal-index.
    perform until journal-index > journal-count
        if journal-target(journal-index) not = SPACE
                and journal-suite(journal-index) = note-suite
            if needs-note-heading
                display "NOTED    " trim(note-suite)
            end-if
            move "N" to note-heading
            display "           note " journal-date(journal-index) " "
                trim(journal-target(journal-index)) " "
                trim(journal-operator(journal-index)) ": "
                trim(journal-note(journal-index))
        end-if
        add 1 to journal-index
    end-perform.
    move "N" to note-heading.

parse-dump-line section.
    *> fixed-width assertion record: status byte, then the suite name
    *> in the next 32 columns (see cblu-dump-summary). Anything that
        move "N" to line-failed
    end-if.
    perform note-suite-outcome.
    move run-file-line(118:64) to key-source.
    move run-file-line(34:4) to key-nr-edit.
    perform key-derive.
    move key-text to line-base.
    perform note-assertion.

parse-json-line section.
    *> one cblu-json assertion object per line:
        add 1 to json-scan-index
    end-perform.
    perform note-suite-outcome.
    *> the key as written; a summary from before keys were written
    *> has only the ordinal ("line") to go on
    move SPACE to line-base.
    move 1 to json-scan-index.
    perform until json-scan-index > 2040
        if run-file-line(json-scan-index:8) = '"key": "'
            compute json-out-index = json-scan-index + 8
            unstring run-file-line(json-out-index:) delimited by '"'
                into line-base
            end-unstring
            move 2041 to json-scan-index
        end-if
        add 1 to json-scan-index
    end-perform.
    if line-base = SPACE
        move 1 to json-scan-index
        perform until json-scan-index > 2040
            if run-file-line(json-scan-index:8) = '"line": '
                move run-file-line(json-scan-index + 8:4) to key-nr-edit
                move concatenate("#", key-nr-edit) to line-base
                move 2041 to json-scan-index
            end-if
            add 1 to json-scan-index
        end-perform
    end-if.
    perform note-assertion.

note-suite-outcome section.
    *> a suite is failed if any of its lines failed
        end-if
    end-if.

note-assertion section.
    *> line-base is the assertion's own key; an earlier assertion of
    *> the suite with the same one makes it ~2, ~3 (a JSON key carries
    *> its ~n already)
    move 0 to key-occurrence.
    if is-loading-old
        move old-assert-count to assert-scan
        perform until assert-scan = 0
            if old-assert-suite(assert-scan) not = line-suite
                move 1 to assert-scan
            else
                if old-assert-base(assert-scan) = line-base
                    add 1 to key-occurrence
                end-if
            end-if
            subtract 1 from assert-scan
        end-perform
    else
        move new-assert-count to assert-scan
        perform until assert-scan = 0
            if new-assert-suite(assert-scan) not = line-suite
                move 1 to assert-scan
            else
                if new-assert-base(assert-scan) = line-base
                    add 1 to key-occurrence
                end-if
            end-if
            subtract 1 from assert-scan
        end-perform
    end-if.
    move line-base to line-key.
    if key-occurrence > 0
        add 1 to key-occurrence
        move key-occurrence to key-occurrence-edit
        move concatenate(trim(line-base), "~", trim(key-occurrence-edit))
            to line-key
    end-if.
    if is-loading-old
        if old-assert-count >= ASSERT-LIMIT
            display "Fatal: more than " ASSERT-LIMIT " assertions in "
                trim(run-file-path) upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        add 1 to old-assert-count
        move line-suite to old-assert-suite(old-assert-count)
        move line-base to old-assert-base(old-assert-count)
        move line-key to old-assert-key(old-assert-count)
        move line-failed to old-assert-failed(old-assert-count)
    else
        if new-assert-count >= ASSERT-LIMIT
            display "Fatal: more than " ASSERT-LIMIT " assertions in "
                trim(run-file-path) upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        add 1 to new-assert-count
        move line-suite to new-assert-suite(new-assert-count)
        move line-base to new-assert-base(new-assert-count)
        move line-key to new-assert-key(new-assert-count)
        move line-failed to new-assert-failed(new-assert-count)
    end-if.

key-derive section.
    *> key-source (a description) and key-nr-edit (its ordinal) to
    *> key-text, exactly as gcblunit's cblu-key-derive
    move SPACE to key-text.
    move 0 to key-len.
    if key-source(1:7) = "[known "
        move 0 to key-pos
        inspect key-source tallying key-pos
            for characters before initial "] "
        if key-pos < 62
            move key-source(key-pos + 3:) to key-work
            move key-work to key-source
        end-if
    end-if.
    move trim(key-source) to key-work.
    if key-work(1:1) = "@"
        move SPACE to key-source
        unstring key-work(2:) delimited by SPACE into key-source
        end-unstring
    else
        move key-work to key-source
    end-if.
    move "N" to key-dash.
    move 1 to key-pos.
    perform until key-pos > 64 or key-len >= 44
        move lower-case(key-source(key-pos:1)) to key-char
        if (key-char >= "a" and key-char <= "z")
                or (key-char >= "0" and key-char <= "9")
            if key-dash = "Y" and key-len > 0 and key-len < 43
                add 1 to key-len
                move "-" to key-text(key-len:1)
            end-if
            move "N" to key-dash
            add 1 to key-len
            move key-char to key-text(key-len:1)
        else
            move "Y" to key-dash
        end-if
        add 1 to key-pos
    end-perform.
    if key-len = 0
        move concatenate("#", key-nr-edit) to key-text
    end-if.

compare-assertions section.
    *> the suite failed before and still fails: name each of its
    *> assertions failing now that did not fail under its key before
    move 1 to assert-index.
    perform until assert-index > new-assert-count
        if new-assert-suite(assert-index) = new-suite(scan-index)
                and new-assert-failed(assert-index) = "Y"
            move 0 to assert-found
            move 1 to assert-scan
            perform until assert-scan > old-assert-count
                if old-assert-suite(assert-scan) = new-suite(scan-index)
                        and old-assert-key(assert-scan)
                            = new-assert-key(assert-index)
                        and old-assert-failed(assert-scan) = "Y"
                    move assert-scan to assert-found
                    move old-assert-count to assert-scan
                end-if
                add 1 to assert-scan
            end-perform
            if assert-found = 0
                add 1 to newly-failing-asserts
                display "           new failure " trim(new-assert-key(assert-index))
            end-if
        end-if
        add 1 to assert-index
    end-perform.

compare-runs section.
    move 1 to scan-index.
    perform until scan-index > new-count
        when new-failed(scan-index) = "Y" and old-failed(found-index) = "Y"
            add 1 to still-failing
            display "STILL    " trim(new-suite(scan-index))
            perform compare-assertions
        when new-failed(scan-index) = "Y"
            add 1 to newly-failing
            display "NEW-FAIL " trim(new-suite(scan-index))
        when old-failed(found-index) = "Y"
            add 1 to fixed-suites
            display "FIXED    " trim(new-suite(scan-index))
        when other
            *> clean both times: listed only if it was noted
            move "Y" to note-heading
        end-evaluate
        move new-suite(scan-index) to note-suite
        perform print-suite-notes
        add 1 to scan-index
    end-perform.
    move 1 to scan-index.
        if found-index = 0
            add 1 to removed-suites
            display "REMOVED  " trim(old-suite(scan-index))
            move old-suite(scan-index) to note-suite
            perform print-suite-notes
        end-if
        add 1 to scan-index
    end-perform.
        ", still failing: " still-failing
        ", fixed: " fixed-suites
        ", added: " added-suites
        ", removed: " removed-suites
        ", new failures in still-failing suites: " newly-failing-asserts.
end program run-compare.
