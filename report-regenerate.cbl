       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit past-night report regeneration
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  housekeeping deletes the JUnit/HTML/JSON reports after their
*>  retention window, but the assertion archive keeps the detail much
*>  longer -- so when an auditor asks for "the report from 14 March",
*>  this program rebuilds it. It reads that run date's records from
*>  the archive and writes the JUnit XML, HTML, JSON summary and TAP
*>  in exactly the layouts cblu-junit, cblu-html, cblu-json and
*>  cblu-tap produce, filling in what the archive does not carry from
*>  the store's other files: each suite's retries from the outcome
*>  history, the run's elapsed time from the trend log, per-suite
*>  times and the run's start and end from the run timeline. What no
*>  file kept (host, options, seed, source digests, cpu and memory,
*>  captured output, the full-length failure values) is written the
*>  way the runner writes an absent value. Every report is watermarked
*>  as regenerated, naming the archive and the line range the records
*>  came from.
*>
*>  The archive is keyed by run date only; a second run on the same
*>  date is told apart by an assertion (suite and key) recurring.
*>  The date's last run is rebuilt unless --run picks another, and the
*>  history, trend and timeline entries are matched to it by their
*>  order within the date. --team keeps the suites the catalog's team
*>  column assigns to that team, with the totals recomputed for them.
*>  Without any of --junit/--html/--json/--tap all four are written to
*>  regenerated-YYYYMMDD[-team].xml/.html/.json/.tap.
*>  Requires libs/core/string linked in (crc32 for the JSON trailer).
*>
*>  Usage:
*>    report-regenerate YYYYMMDD [--team name --catalog path]
*>        [--run N] [--junit path] [--html path] [--json path]
*>        [--tap path] [--archive path] [--history path]
*>        [--trend path] [--timeline path]
identification division.
program-id. report-regenerate.
environment division.
configuration section.
repository.
    function crc32
    function all intrinsic.
input-output section.
file-control.
    select archive assign to dynamic archive-file
    organization is line sequential
    file status is archive-file-status.
    select history assign to dynamic history-file
    organization is line sequential
    file status is history-file-status.
    select trend assign to dynamic trend-file
    organization is line sequential
    file status is trend-file-status.
    select timeline assign to dynamic timeline-file
    organization is line sequential
    file status is timeline-file-status.
    select catalog assign to dynamic catalog-file
    organization is line sequential
    file status is catalog-file-status.
    select junit assign to dynamic junit-file
    organization is line sequential
    file status is junit-file-status.
    select tap assign to dynamic tap-file
    organization is line sequential
    file status is tap-file-status.
    select html assign to dynamic html-file
    organization is line sequential
    file status is html-file-status.
    select jsonrpt assign to dynamic json-file
    organization is line sequential
    file status is json-file-status.
data division.
file section.
fd archive.
    01 archive-line pic x(304).
fd history.
    01 history-line pic x(160).
fd trend.
    01 trend-line pic x(160).
fd timeline.
    01 timeline-line pic x(512).
fd catalog.
    01 catalog-line pic x(512).
fd junit.
    01 junit-line pic x(1024).
fd tap.
    01 tap-record pic x(1024).
fd html.
    01 html-line pic x(2048).
fd jsonrpt.
    01 json-line pic x(2048).
working-storage section.
    78 RECORD-LIMIT value 20000.
    78 SUITE-LIMIT value 2000.
    01 argv pic x(256).
        88 option-team value "--team".
        88 option-catalog value "--catalog".
        88 option-run value "--run".
        88 option-junit value "--junit".
        88 option-html value "--html".
        88 option-json value "--json".
        88 option-tap value "--tap".
        88 option-archive value "--archive".
        88 option-history value "--history".
        88 option-trend value "--trend".
        88 option-timeline value "--timeline".
    01 date-arg pic x(8) value SPACE.
    01 run-date pic 9(8).
    01 team-filter pic x(32) value SPACE.
        88 is-empty value SPACE.
    01 run-arg pic x(9) value SPACE.
    01 archive-file pic x(256) value "/tmp/gcblunit-archive.dat".
    01 history-file pic x(256) value "/tmp/gcblunit-history.dat".
    01 trend-file pic x(256) value "/tmp/gcblunit-trend.log".
    01 timeline-file pic x(256) value "/tmp/gcblunit-timeline.dat".
    01 catalog-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 junit-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 html-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 json-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 tap-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 archive-file-status pic x(2).
        88 archive-ok value "00".
        88 archive-eof value "10".
    01 history-file-status pic x(2).
        88 history-ok value "00".
        88 history-eof value "10".
    01 trend-file-status pic x(2).
        88 trend-ok value "00".
        88 trend-eof value "10".
    01 timeline-file-status pic x(2).
        88 timeline-ok value "00".
        88 timeline-eof value "10".
    01 catalog-file-status pic x(2).
        88 catalog-ok value "00".
        88 catalog-eof value "10".
    01 junit-file-status pic x(2).
        88 junit-ok value "00".
    01 tap-file-status pic x(2).
        88 tap-ok value "00".
    01 html-file-status pic x(2).
        88 html-ok value "00".
    01 json-file-status pic x(2).
        88 json-ok value "00".

    01 ws-archive-record.
        05 arc-date pic 9(8).
        05 filler pic x.
        05 arc-dump.
            10 arc-status pic x.
            10 arc-suite pic x(32).
            10 arc-nr pic 9(4).
            10 arc-name pic x(16).
            10 arc-expected pic x(32).
            10 arc-actual pic x(32).
            10 arc-desc pic x(64).
        05 filler pic x.
        05 arc-key pic x(48).

    *> the date's archive records, each tagged with the run it
    *> belongs to: a suite and assertion key seen again since the
    *> current run began starts the next one. Ordinals restart with
    *> every assert program a suite calls, so only records archived
    *> before keys existed fall back to the suite and ordinal
    01 record-count usage binary-long unsigned value 0.
    01 record-tbl.
        03 record-entry occurs RECORD-LIMIT times.
            05 rec-line usage binary-long unsigned.
            05 rec-run usage binary-long unsigned.
            05 rec-status pic x.
            05 rec-suite pic x(32).
            05 rec-nr pic 9(4).
            05 rec-name pic x(16).
            05 rec-expected pic x(32).
            05 rec-actual pic x(32).
            05 rec-desc pic x(64).
            05 rec-key pic x(48).
    01 record-index usage binary-long unsigned.
    01 record-scan usage binary-long unsigned.
    01 archive-line-nr usage binary-long unsigned value 0.
    01 run-count usage binary-long unsigned value 0.
    01 run-start-index usage binary-long unsigned value 1.
    01 selected-run usage binary-long unsigned value 0.
    01 range-first usage binary-long unsigned value 0.
    01 range-last usage binary-long unsigned value 0.
    01 range-first-edit pic z(8)9.
    01 range-last-edit pic z(8)9.

    *> the SUMMARY view of the selected records, in the shape the
    *> runner's assertions table has -- the JUnit failure CDATA is
    *> that record verbatim
    01 assertions-counter usage binary-long unsigned value 0.
    01 selected-tbl.
        03 selected-record usage binary-long unsigned
            occurs RECORD-LIMIT times.
    01 summary-record.
        05 assertion-status pic x.
            88 assertion-failed value "F".
            88 assertion-warned value "W".
            88 assertion-skipped value "S".
            88 assertion-budget value "B".
        05 filler pic x value SPACE.
        05 assertion-suite pic x(32).
        05 filler pic x value "#".
        05 assertion-nr pic 9(4).
        05 filler pic x value SPACE.
        05 assertion-name pic x(16).
        05 filler pic x value SPACE.
        05 assertion-expected pic x(32).
        05 filler pic x(4) value " <> ".
        05 assertion-actual pic x(32).
        05 filler pic x value SPACE.
        05 assertion-desc pic x(64).
    01 assertion-key pic x(48).
    01 assertions-index usage binary-long unsigned.
    01 assertions-total usage binary-long unsigned value 0.
    01 failures-total usage binary-long unsigned value 0.
    01 tests-total usage binary-long unsigned value 0.
    01 skipped-total usage binary-long unsigned value 0.
    01 errors-total usage binary-long unsigned value 0.

    *> per suite: owner, retries from the history, time from the
    *> timeline
    01 suite-count usage binary-long unsigned value 0.
    01 suite-tbl.
        03 suite-entry occurs SUITE-LIMIT times.
            05 suite-name pic x(32).
            05 suite-retries pic 9(2).
            05 suite-seconds usage binary-long unsigned.
            05 suite-abended pic x.
    01 suite-index usage binary-long unsigned.
    01 suite-found usage binary-long unsigned.
    01 suite-base pic x(32).
    01 suite-base-scan usage binary-long unsigned.

    01 catalog-count usage binary-long unsigned value 0.
    01 catalog-tbl.
        03 catalog-entry occurs 5000 times.
            05 catalog-suite pic x(128).
            05 catalog-team pic x(32).
    01 catalog-index usage binary-long unsigned.
    01 cat-suite pic x(128).
    01 cat-team pic x(32).
    01 team-matched pic x.

    *> history, trend and timeline, matched to the run by order
    01 hist-date-txt pic x(8).
    01 hist-suite pic x(128).
    01 hist-retries pic x(2).
    01 hist-status pic x(1).
    01 occurrence-count usage binary-long unsigned.
    01 trend-date-txt pic x(8).
    01 trend-tests-txt pic x(9).
    01 trend-failures-txt pic x(9).
    01 trend-errors-txt pic x(9).
    01 trend-elapsed-txt pic x(8).
    01 trend-runs usage binary-long unsigned value 0.
    01 trend-elapsed pic x(8) value SPACE.
    01 timeline-runs usage binary-long unsigned value 0.
    01 timeline-last-run pic x(14) value SPACE.
    01 timeline-run pic x(14) value SPACE.
    01 timeline-ended pic x(14) value SPACE.
    01 tl-run pic x(14).
    01 tl-suite pic x(128).
    01 tl-slot-txt pic x(8).
    01 tl-started pic x(14).
    01 tl-ended pic x(14).
    01 stamp-text pic x(14).
    01 stamp-parts redefines stamp-text.
        05 stamp-date pic 9(8).
        05 stamp-hh pic 9(2).
        05 stamp-mm pic 9(2).
        05 stamp-ss pic 9(2).
    01 stamp-secs usage binary-long unsigned.
    01 stamp-start-secs usage binary-long unsigned.

    *> the runner's report fields, declared as cblu-junit declares
    *> them so every rendered value comes out the same width
    01 first-suite pic x(32).
        88 is-empty value SPACE.
    01 retries-lookup-result pic 9(2) value 0.
    01 duration-lookup-result usage binary-long unsigned value 0.
    01 metrics-cpu-result usage binary-long unsigned value 0.
    01 metrics-mem-result usage binary-long unsigned value 0.
    01 junit-testsuite.
        05 filler pic x(36) value '  <testsuite name="GCBLUnit" tests="'.
        05 junit-tests pic x(9).
        05 filler pic x(14) value '" assertions="'.
        05 junit-assertions pic x(9).
        05 filler pic x(10) value '" errors="'.
        05 junit-errors pic x(9).
        05 filler pic x(12) value '" failures="'.
        05 junit-failures pic x(9).
        05 filler pic x(11) value '" skipped="'.
        05 junit-skipped pic x(9).
        05 filler pic x(8) value '" time="'.
        05 junit-time pic x(9).
        05 filler pic x(2) value '">'.
    01 junit-elapsed-time usage binary-long unsigned.
    01 elapsed-time.
        05 hours pic 9(2).
        05 minutes pic 9(2).
        05 seconds pic 9(2).
    01 provenance-host pic x(64) value "(unknown)".
    01 provenance-start pic x(21) value SPACE.
    01 provenance-end pic x(21) value SPACE.
    01 provenance-options pic x(1024) value SPACE.
    01 ws-seed usage binary-long value 0.
    01 report-crc-acc pic x(8).
    01 report-crc-input pic x(2060).
    01 report-record-count usage binary-long unsigned.
    01 watermark pic x(512).
    01 output-base pic x(256).
    01 ws-num-edit pic Z(8)9.
procedure division.
    perform resolve-store-defaults.
    accept date-arg from ARGUMENT-VALUE.
    if date-arg = SPACE or date-arg is not numeric
        display "Usage: report-regenerate YYYYMMDD [--team name --catalog path]"
            " [--run N] [--junit path] [--html path] [--json path]"
            " [--tap path] [--archive path] [--history path]"
            " [--trend path] [--timeline path]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move date-arg to run-date.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-team
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to team-filter
        when option-catalog
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to catalog-file
        when option-run
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to run-arg
            move numval(run-arg) to selected-run
        when option-junit
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to junit-file
        when option-html
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to html-file
        when option-json
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to json-file
        when option-tap
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to tap-file
        when option-archive
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to archive-file
        when option-history
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to history-file
        when option-trend
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to trend-file
        when option-timeline
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to timeline-file
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if not is-empty of team-filter and is-empty of catalog-file
        display "Error: --team needs --catalog for suite ownership" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if is-empty of junit-file and is-empty of html-file
            and is-empty of json-file and is-empty of tap-file
        if is-empty of team-filter
            move concatenate("regenerated-", date-arg) to output-base
        else
            move concatenate("regenerated-", date-arg, "-",
                    trim(team-filter))
                to output-base
        end-if
        move concatenate(trim(output-base), ".xml") to junit-file
        move concatenate(trim(output-base), ".html") to html-file
        move concatenate(trim(output-base), ".json") to json-file
        move concatenate(trim(output-base), ".tap") to tap-file
    end-if.

    if not is-empty of catalog-file
        perform load-catalog
    end-if.
    perform load-archive.
    perform select-run.
    perform load-history.
    perform load-trend.
    perform load-timeline.
    perform build-watermark.

    if not is-empty of junit-file
        perform write-junit
    end-if.
    if not is-empty of tap-file
        perform write-tap
    end-if.
    if not is-empty of html-file
        perform write-html
    end-if.
    if not is-empty of json-file
        perform write-json
    end-if.
    display trim(watermark).
    stop run.

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
    move concatenate(trim(store-base), "/gcblunit-archive.dat")
        to archive-file.
    move concatenate(trim(store-base), "/gcblunit-history.dat")
        to history-file.
    move concatenate(trim(store-base), "/gcblunit-trend.log")
        to trend-file.
    move concatenate(trim(store-base), "/gcblunit-timeline.dat")
        to timeline-file.

load-catalog section.
    open input catalog.
    if not catalog-ok
        display "Error opening " trim(catalog-file) ": " catalog-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to catalog-file-status.
    perform until catalog-eof
        read catalog
            at end
                move "10" to catalog-file-status
            not at end
                if trim(catalog-line) not = SPACE
                        and catalog-line(1:1) not = "#"
                    move SPACE to cat-suite cat-team
                    unstring catalog-line delimited by "|"
                        into cat-suite cat-team
                    end-unstring
                    if cat-suite not = SPACE and catalog-count < 5000
                        add 1 to catalog-count
                        move trim(cat-suite) to catalog-suite(catalog-count)
                        move trim(cat-team) to catalog-team(catalog-count)
                    end-if
                end-if
        end-read
    end-perform.
    close catalog.

load-archive section.
    open input archive.
    if not archive-ok
        display "Error opening " trim(archive-file) ": " archive-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to archive-file-status.
    perform until archive-eof
        read archive
            at end
                move "10" to archive-file-status
            not at end
                add 1 to archive-line-nr
                move archive-line to ws-archive-record
                if arc-date = run-date and arc-suite not = SPACE
                    perform note-record
                end-if
        end-read
    end-perform.
    close archive.
    if record-count = 0
        display "Error: no archive records for run date " date-arg
            " in " trim(archive-file) upon syserr
        move 4 to RETURN-CODE
        stop run
    end-if.

note-record section.
    if record-count >= RECORD-LIMIT
        display "Fatal: more than " RECORD-LIMIT " archive records on " date-arg upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    if run-count = 0
        move 1 to run-count
    end-if.
    move run-start-index to record-scan.
    perform until record-scan > record-count
        if rec-suite(record-scan) = arc-suite
                and ((arc-key not = SPACE and rec-key(record-scan) = arc-key)
                  or (arc-key = SPACE and rec-key(record-scan) = SPACE
                      and rec-nr(record-scan) = arc-nr))
            add 1 to run-count
            compute run-start-index = record-count + 1
            exit perform
        end-if
        add 1 to record-scan
    end-perform.
    add 1 to record-count.
    move archive-line-nr to rec-line(record-count).
    move run-count to rec-run(record-count).
    move arc-status to rec-status(record-count).
    move arc-suite to rec-suite(record-count).
    move arc-nr to rec-nr(record-count).
    move arc-name to rec-name(record-count).
    move arc-expected to rec-expected(record-count).
    move arc-actual to rec-actual(record-count).
    move arc-desc to rec-desc(record-count).
    move arc-key to rec-key(record-count).

select-run section.
    *> the date's last run unless --run named another; then the team
    *> filter, and the totals the runner would have counted
    if selected-run = 0
        move run-count to selected-run
    end-if.
    if selected-run > run-count
        move run-count to ws-num-edit
        display "Error: " date-arg " has " trim(ws-num-edit)
            " run(s) in the archive" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if run-count > 1
        move run-count to ws-num-edit
        display date-arg ": " trim(ws-num-edit) " run(s) in the archive,"
            " rebuilding run " with no advancing
        move selected-run to ws-num-edit
        display trim(ws-num-edit)
    end-if.
    move 1 to record-index.
    perform until record-index > record-count
        if rec-run(record-index) = selected-run
            if range-first = 0
                move rec-line(record-index) to range-first
            end-if
            move rec-line(record-index) to range-last
            move "Y" to team-matched
            if not is-empty of team-filter
                perform check-team
            end-if
            if team-matched = "Y"
                add 1 to assertions-counter
                move record-index to selected-record(assertions-counter)
                perform note-suite
                if rec-status(record-index) = "F"
                    add 1 to failures-total
                    if trim(rec-name(record-index)) = "abend"
                            and suite-abended(suite-found) not = "Y"
                        move "Y" to suite-abended(suite-found)
                        add 1 to errors-total
                    end-if
                end-if
            end-if
        end-if
        add 1 to record-index
    end-perform.
    move assertions-counter to assertions-total.
    move suite-count to tests-total.
    if assertions-counter = 0
        display "Error: no archive records for team "
            trim(team-filter) " on " date-arg upon syserr
        move 4 to RETURN-CODE
        stop run
    end-if.

check-team section.
    *> the catalog owner of the record's suite; a fixture iteration
    *> ("suite[nn]") belongs to the suite that spawned it
    move rec-suite(record-index) to suite-base.
    move 1 to suite-base-scan.
    perform until suite-base-scan > 32
        if suite-base(suite-base-scan:1) = "["
            move SPACE to suite-base(suite-base-scan:33 - suite-base-scan)
            exit perform
        end-if
        add 1 to suite-base-scan
    end-perform.
    move "N" to team-matched.
    move 1 to catalog-index.
    perform until catalog-index > catalog-count
        if trim(catalog-suite(catalog-index)) = trim(suite-base)
            if catalog-team(catalog-index) = team-filter
                move "Y" to team-matched
            end-if
            exit perform
        end-if
        add 1 to catalog-index
    end-perform.

note-suite section.
    move 0 to suite-found.
    move 1 to suite-index.
    perform until suite-index > suite-count
        if suite-name(suite-index) = rec-suite(record-index)
            move suite-index to suite-found
            exit perform
        end-if
        add 1 to suite-index
    end-perform.
    if suite-found = 0
        if suite-count >= SUITE-LIMIT
            display "Fatal: more than " SUITE-LIMIT " suites on " date-arg upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        add 1 to suite-count
        move suite-count to suite-found
        move rec-suite(record-index) to suite-name(suite-found)
        move 0 to suite-retries(suite-found)
        move 0 to suite-seconds(suite-found)
        move "N" to suite-abended(suite-found)
    end-if.

load-history section.
    *> "YYYYMMDD suite retries status": the suite's retries on the
    *> selected run, its occurrence by order within the date
    open input history.
    if not history-ok
        exit section
    end-if.
    move SPACE to history-file-status.
    perform until history-eof
        read history
            at end
                move "10" to history-file-status
            not at end
                if history-line(1:8) = date-arg
                    move SPACE to hist-date-txt hist-suite hist-retries
                    move SPACE to hist-status
                    unstring history-line(1:96) delimited by all SPACE
                        into hist-date-txt hist-suite hist-retries
                             hist-status
                    end-unstring
                    perform note-history
                end-if
        end-read
    end-perform.
    close history.

note-history section.
    move 1 to suite-index.
    perform until suite-index > suite-count
        if trim(suite-name(suite-index)) = trim(hist-suite)
            *> suite-seconds counts the occurrences until the timeline
            *> fills it in
            add 1 to suite-seconds(suite-index)
            if suite-seconds(suite-index) <= selected-run
                    and hist-retries is numeric
                move hist-retries to suite-retries(suite-index)
            end-if
            exit perform
        end-if
        add 1 to suite-index
    end-perform.

load-trend section.
    *> "date,tests,failures,errors,HH:MM:SS": the run's elapsed time
    open input trend.
    if not trend-ok
        exit section
    end-if.
    move SPACE to trend-file-status.
    perform until trend-eof
        read trend
            at end
                move "10" to trend-file-status
            not at end
                if trend-line(1:8) = date-arg
                    move SPACE to trend-date-txt trend-tests-txt
                    move SPACE to trend-failures-txt trend-errors-txt
                    move SPACE to trend-elapsed-txt
                    unstring trend-line delimited by ","
                        into trend-date-txt trend-tests-txt
                             trend-failures-txt trend-errors-txt
                             trend-elapsed-txt
                    end-unstring
                    add 1 to trend-runs
                    if trend-runs <= selected-run
                        move trend-elapsed-txt to trend-elapsed
                    end-if
                end-if
        end-read
    end-perform.
    close trend.

load-timeline section.
    *> per-suite times, and the run's start and end, from the run
    *> timeline's selected run of the date
    move 1 to suite-index.
    perform until suite-index > suite-count
        move 0 to suite-seconds(suite-index)
        add 1 to suite-index
    end-perform.
    open input timeline.
    if not timeline-ok
        exit section
    end-if.
    move SPACE to timeline-file-status.
    perform until timeline-eof
        read timeline
            at end
                move "10" to timeline-file-status
            not at end
                if timeline-line(1:8) = date-arg
                    move SPACE to tl-run tl-suite tl-slot-txt tl-started
                    move SPACE to tl-ended
                    unstring timeline-line delimited by "|"
                        into tl-run tl-suite tl-slot-txt tl-started
                             tl-ended
                    end-unstring
                    if tl-run not = timeline-last-run
                        move tl-run to timeline-last-run
                        add 1 to timeline-runs
                    end-if
                    if timeline-runs = selected-run
                        perform note-timeline
                    end-if
                end-if
        end-read
    end-perform.
    close timeline.

note-timeline section.
    move tl-run to timeline-run.
    if tl-ended > timeline-ended and tl-ended is numeric
        move tl-ended to timeline-ended
    end-if.
    if tl-started is not numeric or tl-ended is not numeric
        exit section
    end-if.
    move 1 to suite-index.
    perform until suite-index > suite-count
        if trim(suite-name(suite-index)) = trim(tl-suite)
            move tl-started to stamp-text
            perform stamp-to-seconds
            move stamp-secs to stamp-start-secs
            move tl-ended to stamp-text
            perform stamp-to-seconds
            if stamp-secs >= stamp-start-secs
                compute suite-seconds(suite-index) =
                    stamp-secs - stamp-start-secs
            end-if
            exit perform
        end-if
        add 1 to suite-index
    end-perform.

stamp-to-seconds section.
    move 0 to stamp-secs.
    if stamp-text is not numeric
        exit section
    end-if.
    compute stamp-secs = integer-of-date(stamp-date) * 86400
        + stamp-hh * 3600 + stamp-mm * 60 + stamp-ss.

build-watermark section.
    *> what every regenerated report says about itself
    move range-first to range-first-edit.
    move range-last to range-last-edit.
    move concatenate("REGENERATED by report-regenerate on ",
            current-date(1:8), " for run date ", date-arg,
            " from ", trim(archive-file), " lines ",
            trim(range-first-edit), "-", trim(range-last-edit))
        to watermark.
    if run-count > 1
        move selected-run to ws-num-edit
        move concatenate(trim(watermark), " (run ", trim(ws-num-edit))
            to watermark
        move run-count to ws-num-edit
        move concatenate(trim(watermark), " of ", trim(ws-num-edit), ")")
            to watermark
    end-if.
    if not is-empty of team-filter
        move concatenate(trim(watermark), ", team ", trim(team-filter))
            to watermark
    end-if.
    move concatenate(trim(watermark),
            "; failure values as archived (32 bytes)")
        to watermark.
    if timeline-run not = SPACE
        move timeline-run to provenance-start
        move timeline-ended to provenance-end
    end-if.
    move "(regenerated)" to provenance-options.
    *> the run's elapsed time: the trend log's for the whole run, the
    *> suites' own times summed for one team
    move 0 to junit-elapsed-time.
    if is-empty of team-filter and trend-elapsed not = SPACE
        move trend-elapsed(1:2) to hours of elapsed-time
        move trend-elapsed(4:2) to minutes of elapsed-time
        move trend-elapsed(7:2) to seconds of elapsed-time
        if elapsed-time is numeric
            compute junit-elapsed-time = 3600 * hours of elapsed-time
                + 60 * minutes of elapsed-time
                + seconds of elapsed-time
        end-if
    else
        move 1 to suite-index
        perform until suite-index > suite-count
            add suite-seconds(suite-index) to junit-elapsed-time
            add 1 to suite-index
        end-perform
    end-if.

load-assertion section.
    *> assertions-index'th selected record into the SUMMARY view
    move selected-record(assertions-index) to record-index.
    move rec-status(record-index) to assertion-status.
    move rec-suite(record-index) to assertion-suite.
    move rec-nr(record-index) to assertion-nr.
    move rec-name(record-index) to assertion-name.
    move rec-expected(record-index) to assertion-expected.
    move rec-actual(record-index) to assertion-actual.
    move rec-desc(record-index) to assertion-desc.
    move rec-key(record-index) to assertion-key.

suite-lookup section.
    *> retries and time of assertion-suite, as cblu-retries-lookup
    *> and cblu-duration-lookup find them
    move 0 to retries-lookup-result.
    move 0 to duration-lookup-result.
    move 1 to suite-index.
    perform until suite-index > suite-count
        if suite-name(suite-index) = assertion-suite
            move suite-retries(suite-index) to retries-lookup-result
            move suite-seconds(suite-index) to duration-lookup-result
            exit perform
        end-if
        add 1 to suite-index
    end-perform.

write-junit section.
    open output junit.
    if not junit-ok
        display "Error writing " trim(junit-file) ": " junit-file-status upon syserr
        exit section
    end-if.

    *> cover
    move '<?xml version="1.0" encoding="UTF-8"?>' to junit-line.
    write junit-line.
    move concatenate('<!-- ', trim(watermark), ' -->') to junit-line.
    write junit-line.
    move '<testsuites>' to junit-line.
    write junit-line.

    move tests-total to junit-tests of junit-testsuite.
    move skipped-total to junit-skipped of junit-testsuite.
    move assertions-total to junit-assertions of junit-testsuite.
    move failures-total to junit-failures of junit-testsuite.
    move errors-total to junit-errors of junit-testsuite.
    move junit-elapsed-time to junit-time.
    move junit-testsuite to junit-line.
    write junit-line.

    *> provenance properties, as far as the store still knows them
    move '    <properties>' to junit-line.
    write junit-line.
    move concatenate('      <property name="host" value="',
            trim(provenance-host), '"/>') to junit-line.
    write junit-line.
    move concatenate('      <property name="started" value="',
            provenance-start(1:14), '"/>') to junit-line.
    write junit-line.
    move concatenate('      <property name="ended" value="',
            provenance-end(1:14), '"/>') to junit-line.
    write junit-line.
    move concatenate('      <property name="options" value="',
            trim(provenance-options), '"/>') to junit-line.
    write junit-line.
    move ws-seed to ws-num-edit.
    move concatenate('      <property name="seed" value="',
            trim(ws-num-edit), '"/>') to junit-line.
    write junit-line.
    move concatenate('      <property name="regenerated" value="',
            trim(watermark), '"/>') to junit-line.
    write junit-line.
    move '    </properties>' to junit-line.
    write junit-line.

    *> cases
    move SPACE to first-suite.
    move 0 to assertions-index.
    perform until assertions-index >= assertions-total
        add 1 to assertions-index
        perform load-assertion

        *> suite
        if first-suite <> assertion-suite
            if not is-empty of first-suite
               move '    </testsuite>' to junit-line
               write junit-line
            end-if
            perform suite-lookup
            move concatenate(
                '    <testsuite name="', trim(assertion-suite),
                '" retries="', retries-lookup-result,
                '" time="', duration-lookup-result, '">'
            ) to junit-line
            write junit-line
            move metrics-cpu-result to ws-num-edit
            move concatenate(
                '      <properties><property name="cpu_ms" value="',
                trim(ws-num-edit), '"/>'
            ) to junit-line
            move metrics-mem-result to ws-num-edit
            move concatenate(
                trim(junit-line), '<property name="peak_kb" value="',
                trim(ws-num-edit), '"/></properties>'
            ) to junit-line
            write junit-line
            move assertion-suite to first-suite
        end-if

        *> case
        move concatenate(
            '      <testcase name="', trim(assertion-name),
            '" file="', trim(assertion-suite),
            '" line="', assertion-nr,
            '" assertions="1">'
        ) to junit-line
        write junit-line

        *> failure
        if assertion-failed
            if assertion-desc not = SPACE
                move concatenate(
                   '        <failure type="', trim(assertion-name),
                    '" message="', trim(assertion-desc),
                    '"><![CDATA[', summary-record, ']]></failure>'
                ) to junit-line
            else
                move concatenate(
                   '        <failure type="', trim(assertion-name),
                    '"><![CDATA[', summary-record, ']]></failure>'
                ) to junit-line
            end-if
            write junit-line
        end-if

        *> budget violation
        if assertion-budget
            move concatenate(
                '        <failure type="budget-violation" message="',
                trim(assertion-desc),
                '"><![CDATA[', summary-record,
                ']]></failure>'
            ) to junit-line
            write junit-line
        end-if

        *> deliberate skip
        if assertion-skipped
            move concatenate(
                '        <skipped message="', trim(assertion-expected), '"/>'
            ) to junit-line
            write junit-line
        end-if

        *> /case
        move '      </testcase>' to junit-line
        write junit-line
    end-perform.

    move '    </testsuite>' to junit-line
    write junit-line
    move '  </testsuite>' to junit-line
    write junit-line.
    move '</testsuites>' to junit-line
    write junit-line.
    close junit.
    display "JUnit: " trim(junit-file).

write-tap section.
    open output tap.
    if not tap-ok
        display "Error writing " trim(tap-file) ": " tap-file-status upon syserr
        exit section
    end-if.

    move assertions-total to ws-num-edit.
    move concatenate('1..', trim(ws-num-edit)) to tap-record.
    write tap-record.
    move concatenate('# ', trim(watermark)) to tap-record.
    write tap-record.

    move 0 to assertions-index.
    perform until assertions-index >= assertions-total
        add 1 to assertions-index
        perform load-assertion
        move assertions-index to ws-num-edit
        evaluate true
        when assertion-failed
            move concatenate(
                'not ok ', trim(ws-num-edit),
                ' - ', trim(assertion-suite),
                '#', assertion-nr,
                ' ', trim(assertion-name)
            ) to tap-record
        when assertion-skipped
            move concatenate(
                'ok ', trim(ws-num-edit),
                ' - ', trim(assertion-suite),
                '#', assertion-nr,
                ' ', trim(assertion-name),
                ' # SKIP ', trim(assertion-expected)
            ) to tap-record
        when other
            move concatenate(
                'ok ', trim(ws-num-edit),
                ' - ', trim(assertion-suite),
                '#', assertion-nr,
                ' ', trim(assertion-name)
            ) to tap-record
        end-evaluate
        write tap-record
    end-perform.
    close tap.
    display "TAP: " trim(tap-file).

write-html section.
    open output html.
    if not html-ok
        display "Error writing " trim(html-file) ": " html-file-status upon syserr
        exit section
    end-if.

    move '<!DOCTYPE html>' to html-line.
    write html-line.
    move '<html><head><meta charset="UTF-8">' to html-line.
    write html-line.
    move '<title>GCBLUnit report</title>' to html-line.
    write html-line.
    move '<style>' to html-line.
    write html-line.
    move 'body { font-family: monospace; margin: 2em; }' to html-line.
    write html-line.
    move 'summary { cursor: pointer; font-weight: bold; }' to html-line.
    write html-line.
    move '.pass { color: green; }' to html-line.
    write html-line.
    move '.fail { color: red; }' to html-line.
    write html-line.
    move '.skip { color: darkorange; }' to html-line.
    write html-line.
    move '.ack { color: steelblue; }' to html-line.
    write html-line.
    move '.regenerated { border: 2px solid darkorange; padding: 0.5em; }'
        to html-line.
    write html-line.
    move '</style></head><body>' to html-line.
    write html-line.

    move '<h1>GCBLUnit</h1>' to html-line.
    write html-line.
    move concatenate('<p class="regenerated">', trim(watermark), '</p>')
        to html-line.
    write html-line.

    move assertions-total to ws-num-edit.
    move concatenate('<p>Assertions: ', trim(ws-num-edit)) to html-line.
    move failures-total to ws-num-edit.
    move concatenate(trim(html-line), ', Failures: ', trim(ws-num-edit), '</p>') to html-line.
    write html-line.

    move SPACE to first-suite.
    move 0 to assertions-index.
    perform until assertions-index >= assertions-total
        add 1 to assertions-index
        perform load-assertion

        *> suite
        if first-suite <> assertion-suite
            if not is-empty of first-suite
                move '</details>' to html-line
                write html-line
            end-if
            move concatenate(
                '<details open><summary>', trim(assertion-suite), '</summary>'
            ) to html-line
            write html-line
            perform suite-lookup
            move duration-lookup-result to ws-num-edit
            move concatenate('<p>time ', trim(ws-num-edit), 's') to html-line
            move metrics-cpu-result to ws-num-edit
            move concatenate(trim(html-line), ', cpu ', trim(ws-num-edit), 'ms') to html-line
            move metrics-mem-result to ws-num-edit
            move concatenate(trim(html-line), ', peak ', trim(ws-num-edit), 'kB</p>') to html-line
            write html-line
            move assertion-suite to first-suite
        end-if

        *> case
        evaluate true
        when assertion-failed
            if assertion-desc not = SPACE
                move concatenate(
                    '<p class="fail">FAIL #', assertion-nr,
                    ' ', trim(assertion-name),
                    ' (', trim(assertion-desc),
                    ') -- expected [', trim(assertion-expected),
                    '] but got [', trim(assertion-actual), ']</p>'
                ) to html-line
            else
                move concatenate(
                    '<p class="fail">FAIL #', assertion-nr,
                    ' ', trim(assertion-name),
                    ' -- expected [', trim(assertion-expected),
                    '] but got [', trim(assertion-actual), ']</p>'
                ) to html-line
            end-if
        when assertion-skipped
            move concatenate(
                '<p class="skip">SKIP #', assertion-nr,
                ' ', trim(assertion-name),
                ' -- ', trim(assertion-expected), '</p>'
            ) to html-line
        when assertion-budget
            move concatenate(
                '<p class="skip">BUDGET #', assertion-nr,
                ' ', trim(assertion-desc),
                ' -- ', trim(assertion-expected),
                ' but ', trim(assertion-actual), '</p>'
            ) to html-line
        when other
            move concatenate(
                '<p class="pass">PASS #', assertion-nr,
                ' ', trim(assertion-name), '</p>'
            ) to html-line
        end-evaluate
        write html-line
    end-perform.
    if not is-empty of first-suite
        move '</details>' to html-line
        write html-line
    end-if.

    move '</body></html>' to html-line.
    write html-line.
    close html.
    display "HTML: " trim(html-file).

write-json section.
    open output jsonrpt.
    if not json-ok
        display "Error writing " trim(json-file) ": " json-file-status upon syserr
        exit section
    end-if.
    move "00000000" to report-crc-acc.
    move 0 to report-record-count.

    move '{' to json-line.
    write json-line.
    move concatenate('  "regenerated": "', trim(watermark), '",')
        to json-line.
    write json-line.

    move tests-total to ws-num-edit.
    move concatenate('  "tests_total": ', trim(ws-num-edit), ',') to json-line.
    write json-line.
    move skipped-total to ws-num-edit.
    move concatenate('  "skipped_total": ', trim(ws-num-edit), ',') to json-line.
    write json-line.
    move errors-total to ws-num-edit.
    move concatenate('  "errors_total": ', trim(ws-num-edit), ',') to json-line.
    write json-line.
    move assertions-total to ws-num-edit.
    move concatenate('  "assertions_total": ', trim(ws-num-edit), ',') to json-line.
    write json-line.
    move failures-total to ws-num-edit.
    move concatenate('  "failures_total": ', trim(ws-num-edit), ',') to json-line.
    write json-line.

    move '  "assertions": [' to json-line.
    write json-line.
    move 0 to assertions-index.
    perform until assertions-index >= assertions-total
        add 1 to assertions-index
        perform load-assertion
        move concatenate(
            '    {"suite": "', trim(assertion-suite),
            '", "name": "', trim(assertion-name),
            '", "line": ', assertion-nr,
            ', "key": "', trim(assertion-key), '"'
        ) to json-line
        evaluate true
        when assertion-failed
            move concatenate(
                trim(json-line), ', "failed": true',
                ', "expected": "', trim(assertion-expected),
                '", "actual": "', trim(assertion-actual), '"'
            ) to json-line
        when assertion-skipped
            move concatenate(
                trim(json-line), ', "failed": false, "skipped": true',
                ', "reason": "', trim(assertion-expected), '"'
            ) to json-line
        when assertion-budget
            move concatenate(
                trim(json-line), ', "failed": false, "budget": true',
                ', "expected": "', trim(assertion-expected),
                '", "actual": "', trim(assertion-actual), '"'
            ) to json-line
        when other
            move concatenate(trim(json-line), ', "failed": false') to json-line
        end-evaluate
        if assertions-index < assertions-total
            move concatenate(trim(json-line), '},') to json-line
        else
            move concatenate(trim(json-line), '}') to json-line
        end-if
        write json-line
        *> the validity trailer's crc over the assertion records
        add 1 to report-record-count
        move concatenate(report-crc-acc, trim(json-line))
            to report-crc-input
        move crc32(report-crc-input) to report-crc-acc
    end-perform.
    move '  ],' to json-line.
    write json-line.

    move '  "provenance": {' to json-line.
    write json-line.
    move concatenate('    "host": "', trim(provenance-host), '",') to json-line.
    write json-line.
    move concatenate('    "started": "', provenance-start(1:14), '",') to json-line.
    write json-line.
    move concatenate('    "ended": "', provenance-end(1:14), '",') to json-line.
    write json-line.
    move concatenate('    "options": "', trim(provenance-options), '",') to json-line.
    write json-line.
    move ws-seed to ws-num-edit.
    move concatenate('    "seed": ', trim(ws-num-edit), ',') to json-line.
    write json-line.
    move '    "sources": {' to json-line.
    write json-line.
    move '    }' to json-line.
    write json-line.
    move '  },' to json-line.
    write json-line.

    move report-record-count to ws-num-edit.
    move concatenate('  "trailer": {"records": ', trim(ws-num-edit),
            ', "crc32": "', report-crc-acc, '"}') to json-line.
    write json-line.
    move '}' to json-line.
    write json-line.
    close jsonrpt.
    display "JSON: " trim(json-file).
end program report-regenerate.
