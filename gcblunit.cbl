
*>  Requires libs/core/network/src/network.cbl (send-udp, and the
*>  connecttoserver.cbl it calls) to be compiled and linked alongside
*>  gcblunit.cbl for --webhook to resolve; libs/core/vault (with
*>  libs/core/string) when --webhook or GCBLUNIT_FTP_PASSWORD names a
*>  credential-store secret as @vault:name; libs/core/chain (with
*>  libs/core/string/src/sha256.cbl) to digest-chain the archive and
*>  history lines it appends.
identification division.
program-id. gcblunit.
environment division.
    function byte-to-hex
    function ascii-to-ebcdic
    function send-udp
    function ftp-put
    function syslog.
input-output section.
file-control.
    select capture-log assign to dynamic capture-log-path
    organization is line sequential
    file status is capture-log-status.
    select screen-image assign to dynamic screen-image-path
    organization is line sequential
    file status is screen-image-status.
    select manifest assign to dynamic manifest-file
    organization is line sequential
    file status is manifest-file-status.
    select soak-report assign to dynamic soak-report-file
    organization is line sequential
    file status is soak-report-status.
    select sweep-report assign to dynamic sweep-report-file
    organization is line sequential
    file status is sweep-report-status.
    select sweep-list assign to dynamic sweep-list-file
    organization is line sequential
    file status is sweep-list-status.
    select routes assign to dynamic routes-file
    organization is line sequential
    file status is routes-file-status.
    select rota assign to dynamic rota-file
    organization is line sequential
    file status is rota-file-status.
    select acks assign to dynamic acks-file
    organization is line sequential
    file status is acks-file-status.
    select freeze assign to dynamic freeze-file
    organization is line sequential
    file status is freeze-file-status.
    select freeze-audit assign to dynamic freeze-audit-path
    organization is line sequential
    file status is freeze-audit-status.
    select journal assign to dynamic journal-path
    organization is line sequential
    file status is journal-file-status.
    select disk-sizes assign to dynamic disk-sizes-path
    organization is line sequential
    file status is disk-sizes-status.
    select disk-scan assign to dynamic disk-scan-path
    organization is line sequential
    file status is disk-scan-status.
    select catalog assign to dynamic catalog-file
    organization is line sequential
    file status is catalog-file-status.
    select durations assign to dynamic durations-path
    organization is line sequential
    file status is durations-file-status.
    select timeline assign to dynamic timeline-path
    organization is line sequential
    file status is timeline-file-status.
    select prov-source assign to dynamic prov-source-path
    organization is line sequential
    file status is prov-source-status.
    select para-list assign to dynamic para-list-file
    organization is line sequential
    file status is para-list-status.
    select para-suites assign to dynamic para-suites-path
    organization is line sequential
    file status is para-suites-status.
    select spy-calls assign to dynamic spy-calls-path
    organization is line sequential
    file status is spy-calls-status.
    select incident-out assign to dynamic incident-out-path
    organization is line sequential
    file status is incident-out-status.
    select host-export assign to dynamic host-export-file
    organization is sequential
    file status is host-export-status.
    select print-out assign to dynamic print-file
    organization is sequential
    file status is print-file-status.
    select fixture-reg assign to dynamic fixture-reg-file
    organization is line sequential
    file status is fixture-reg-status.
    01 failure-detail-line pic x(160).
fd capture-log.
    01 capture-log-line pic x(1024).
fd screen-image.
    01 screen-image-line pic x(80).
fd manifest.
    01 manifest-line pic x(160).
fd watch-list.
    01 progress-line pic x(256).
fd soak-report.
    01 soak-report-line pic x(400).
fd sweep-report.
    01 sweep-report-line pic x(400).
fd sweep-list.
    01 sweep-list-line pic x(80).
fd routes.
    01 routes-line pic x(256).
fd rota.
    01 rota-line pic x(256).
fd acks.
    01 acks-line pic x(256).
fd freeze.
    01 freeze-line pic x(256).
fd freeze-audit.
    01 freeze-audit-line pic x(512).
fd journal.
    01 journal-line pic x(320).
fd disk-sizes.
    01 disk-sizes-line pic x(80).
fd disk-scan.
    01 disk-scan-line pic x(320).
fd catalog.
    *> wide enough for all 13 columns at their full declared widths,
    *> which the worker slice now writes
    01 catalog-line pic x(700).
fd archive.
    01 archive-line pic x(304).
fd history.
    01 history-line pic x(160).
fd durations.
    01 durations-line pic x(160).
fd timeline.
    01 timeline-line pic x(512).
fd prov-source.
    01 prov-source-line pic x(512).
fd proc-stat.
    01 proc-status-line pic x(128).
fd para-list.
    01 para-list-line pic x(80).
fd para-suites.
    01 para-suites-line pic x(200).
fd spy-calls.
    01 spy-calls-line pic x(200).
fd incident-out.
    01 incident-out-line pic x(512).
fd host-export.
    01 host-export-line pic x(80).
fd print-out.
    01 print-out-line pic x(133).
fd known-issues.
    01 known-issues-line pic x(256).
fd fixture-reg.
        "  --list                   Print the suites that would run, without running them".
        05 filler pic x value LINEBREAK.
        05 filler pic x(80) value
        "  --seed N                 Shuffle suites and seed property-test cases with N".
        05 filler pic x value LINEBREAK.
        05 filler pic x(80) value
        "  --retry N                Re-run a failing suite up to N times before it counts".
        "  --quarantine list.txt    Suites named in list.txt count as skipped, not run".
        05 filler pic x value LINEBREAK.
        05 filler pic x(80) value
        "  --webhook url            Notify url of run failures (token: @vault:name)".
        05 filler pic x value LINEBREAK.
        05 filler pic x(80) value
        "  --syslog host[:port]     Stream each assertion result live via syslog".
        05 filler pic x(90) value
        "  --affected-by path       Only run suites that CALL/COPY path, directly or transitively".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --source-format fmt      Reference format of sources without a directive: fixed or free".
        05 filler pic x value LINEBREAK.
        05 filler pic x(90) value
        "  --timeout N              Kill a suite still running after N seconds, count an error".
        05 filler pic x value LINEBREAK.
        05 filler pic x(90) value
        "  --preflight              Validate that every named suite resolves, without running any".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --contracts              Preflight every CALL's USING list against the callee's (contract-check)".
        05 filler pic x value LINEBREAK.
        05 filler pic x(90) value
        "  --rerun-failed           Load the suites that failed last run as the suite list".
        05 filler pic x value LINEBREAK.
        "  --host-export path       Write the run outcome as an EBCDIC fixed-block dataset for the host".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --host-ftp host[:port]   Ship the --host-export dataset to the host by FTP".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --host-dataset name      Dataset name it lands as (default 'GCBLUNIT.RUN.OUTCOME')".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --print path             Write a paginated 133-byte line-printer report with ASA control".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --print-ebcdic           Write --print in EBCDIC and ship it with --host-ftp".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --print-dataset name     Dataset the report lands as (default 'GCBLUNIT.RUN.PRINT')".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --profile name           Per-environment subdirectory under the artifact store root".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        05 filler pic x(100) value
        "  --soak-report path       Where the per-iteration soak outcomes land (default in the store)".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --property-cases N       Cases per property when the suite gives no count (default 100)".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --date-sweep spec        Run the named suites once per simulated date, e.g. MONTH-ENDS 2026 2028".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --holidays path          YYYYMMDD-per-line holiday file that decides a sweep's business days".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --sweep-report path      Where the per-date sweep outcomes land (default in the store)".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --rota path              Page the team's on-duty person, not the --routes endpoint".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --acks path              Show who acknowledged each failing suite (see failure-ack)".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --freeze path            Change-freeze calendar; frozen dates refuse --quarantine/--tag/--deadline".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --freeze-override reason Emergency run through a freeze, recorded on the freeze audit trail".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --sensitive              Mask every assertion's values in all outputs (see mark-sensitive)".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --min-free-mb N          Launch no further suites below N MB free for artifacts (0 = off)".
        05 filler pic x value LINEBREAK.
        05 filler pic x(100) value
        "  --disk-projection P      Also reserve P% of past runs' artifact size per suite left (0 = off)".
        05 filler pic x value LINEBREAK.

    01 assertions-counter usage binary-long unsigned external.
    01 summary-pointer usage pointer external.
    01 coverage-hit-json-equals usage binary-long unsigned external value 0.
    01 coverage-hit-called usage binary-long unsigned external value 0.
    01 coverage-hit-called-with usage binary-long unsigned external value 0.
    01 coverage-hit-sql-issued usage binary-long unsigned external value 0.
    01 coverage-hit-sql-issued-with usage binary-long unsigned external value 0.
    01 coverage-hit-db-count usage binary-long unsigned external value 0.
    01 coverage-hit-db-value usage binary-long unsigned external value 0.
    01 coverage-hit-db-table usage binary-long unsigned external value 0.
    01 coverage-hit-displayed usage binary-long unsigned external value 0.
    01 coverage-hit-screen-equals usage binary-long unsigned external value 0.
    01 coverage-hit-property usage binary-long unsigned external value 0.
    01 coverage-hit-check-digit usage binary-long unsigned external value 0.
    01 coverage-hit-xml-equals usage binary-long unsigned external value 0.
    *> paragraph-level coverage of the programs under test: the
    *> coverage-instrument companion rewrites a suite's source with a
    *> coverage-mark call behind every paragraph label and leaves a
    01 para-report-scan usage binary-long unsigned.
    01 para-report-percent usage binary-long unsigned.
    01 para-report-seen pic x.
    *> which suites drove which paragraphs: the hit counts are
    *> snapshotted before each suite and every paragraph whose count
    *> moved is attributed to it, then folded into the store so
    *> field-xref can name the suites covering a changed field
    78 PARA-SUITES-LIMIT value 8000.
    01 para-suites-path pic x(256).
    01 para-suites-status pic x(2).
        88 para-suites-ok value "00".
        88 para-suites-eof value "10".
    01 para-suites-count usage binary-long unsigned value 0.
    01 para-suites-tbl.
        03 para-suites-entry occurs PARA-SUITES-LIMIT times.
            05 para-suites-suite pic x(128).
            05 para-suites-program pic x(31).
            05 para-suites-name pic x(31).
    01 para-before-tbl.
        03 para-before-hits usage binary-long unsigned
            occurs PARA-COVERAGE-LIMIT times.
    01 para-suites-old-suite pic x(128).
    01 para-suites-old-program pic x(31).
    01 para-suites-old-name pic x(31).
    01 para-suites-keep pic x.

    *> mock-register/mock-restore/mock-resolve: lets a testsuite's -setup
    *> hook swap a stand-in program in for a named CALL target (an
            05 spy-call-count usage binary-long unsigned.
            05 spy-snapshot-count usage binary-long unsigned.
            05 spy-snapshot pic x(64) occurs SPY-SNAPSHOT-LIMIT times.
    *> which suites dispatched which spied collaborators: taken from
    *> the spy table before it is wiped after each suite and folded
    *> into the store the way the paragraph-suite map is, so
    *> failure-cluster can tell which failing suites share a callee
    78 SPY-CALLS-LIMIT value 4000.
    01 spy-calls-path pic x(256).
    01 spy-calls-status pic x(2).
        88 spy-calls-ok value "00".
        88 spy-calls-eof value "10".
    01 spy-calls-count usage binary-long unsigned value 0.
    01 spy-calls-tbl.
        03 spy-calls-entry occurs SPY-CALLS-LIMIT times.
            05 spy-calls-suite pic x(128).
            05 spy-calls-target pic x(31).
            05 spy-calls-calls usage binary-long unsigned.
    01 spy-calls-scan usage binary-long unsigned.
    01 spy-calls-old-suite pic x(128).
    01 spy-calls-old-target pic x(31).
    01 spy-calls-old-calls pic x(10).
    01 spy-calls-keep pic x.
    *> fault policies layered on the mock table: mock-policy attaches a
    *> declarative failure behavior to a registered stand-in (fail the
    *> first N calls, fail every Nth, always fail, delay N seconds) and
            05 policy-status-value pic x(16).
            05 policy-calls usage binary-long unsigned.
            05 policy-faults usage binary-long unsigned.
    *> embedded-SQL stub (sql-stub-load and friends): the stub script
    *> and the log of statements issued, wiped around every suite the
    *> same way -- only the counts are needed here
    01 sql-script-count usage binary-long unsigned external value 0.
    01 sql-log-count usage binary-long unsigned external value 0.
    *> --dd path: DD-style logical dataset names, the DD-card idea from
    *> jcl/GCBLTEST.jcl brought to the suites -- an assignment file of
    *> "LOGICAL=physical-path" lines per environment, loaded by dd-load
        05 hours pic 9(2).
        05 minutes pic 9(2).
        05 seconds pic 9(2).
    *> --date-sweep: month-end, quarter-end, year-end, leap day and the
    *> day after a holiday are where date logic breaks, and production
    *> used to be the first to run on them. The sweep spec expands to a
    *> calendar of simulated dates (business days decided by the
    *> --holidays file), the named suites run once per date, each in its
    *> own child process with the clock frozen on that date, and the
    *> sweep report gives pass/fail per date per suite and sums up the
    *> dates each suite broke on
    78 SWEEP-LIMIT value 4000.
    78 SWEEP-HOLIDAY-LIMIT value 1000.
    78 SWEEP-SUITE-LIMIT value 500.
    01 sweep-spec pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 sweep-holiday-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 sweep-report-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 sweep-report-status pic x(2).
        88 sweep-report-ok value "00".
    01 sweep-list-file pic x(256).
    01 sweep-list-status pic x(2).
        88 sweep-list-ok value "00".
        88 sweep-list-eof value "10".
    01 sweep-date-count usage binary-long unsigned value 0.
    01 sweep-date-tbl.
        03 sweep-date pic 9(8) occurs SWEEP-LIMIT times.
    01 sweep-holiday-count usage binary-long unsigned value 0.
    01 sweep-holiday-tbl.
        03 sweep-holiday pic 9(8) occurs SWEEP-HOLIDAY-LIMIT times.
    01 sweep-suite-tbl.
        03 sweep-suite-result occurs SWEEP-SUITE-LIMIT times.
            05 sweep-suite-fails usage binary-long unsigned.
            05 sweep-suite-dates pic x(120).
    01 sweep-clause pic x(256).
    01 sweep-clause-pointer usage binary-long unsigned.
    01 sweep-rule pic x(24).
    01 sweep-rule-pointer usage binary-long unsigned.
    01 sweep-rule-args pic x(256).
    01 sweep-arg-1 pic x(16).
    01 sweep-arg-2 pic x(16).
    01 sweep-arg-pointer usage binary-long unsigned.
    01 sweep-from pic 9(8).
    01 sweep-to pic 9(8).
    01 sweep-julian usage binary-long.
    01 sweep-to-julian usage binary-long.
    01 sweep-probe-julian usage binary-long.
    01 sweep-candidate pic 9(8).
    01 filler redefines sweep-candidate.
        05 sweep-yyyy pic 9(4).
        05 sweep-mm pic 9(2).
        05 sweep-dd pic 9(2).
    01 sweep-probe pic 9(8).
    01 filler redefines sweep-probe.
        05 sweep-probe-yyyy pic 9(4).
        05 sweep-probe-mm pic 9(2).
        05 sweep-probe-dd pic 9(2).
    01 sweep-business pic x.
        88 is-sweep-business value "Y".
    01 sweep-take pic x.
        88 is-sweep-take value "Y".
    01 sweep-scan usage binary-long unsigned.
    01 sweep-index usage binary-long unsigned.
    01 sweep-suite-index usage binary-long unsigned.
    01 sweep-command pic x(3072).
    01 sweep-dump-file pic x(256).
    01 sweep-rc usage binary-long.
    01 sweep-keys pic x(120).
    01 sweep-runs usage binary-long unsigned.
    01 sweep-fails usage binary-long unsigned.
    01 sweep-broken-suites usage binary-long unsigned.

    78 DD-LIMIT value 128.
    01 dd-file pic x(256) value SPACE.
    01 dd-scan-index usage binary-long unsigned.
    01 dd-check-path pic x(256).
    01 dd-check-details pic x(16).
    01 dd-check-pointer usage binary-long unsigned.

    *> clock injection: a suite (or its -setup hook) calls clock-set to
    *> freeze or offset "now" for the life of that one suite -- the
    *> here so the provenance block of every report names the fake
    *> clock an archived run ran under.
    01 fake-clock-log pic x(256) external value SPACE.
    *> a --date-sweep child's frozen date, in the GCBLUNIT_CLOCK shape:
    *> what the per-suite clock wipe (and clock-clear) put back in place
    *> of the real clock, so a suite can't clear its way off the date
    *> it is being swept across
    01 sweep-clock pic x(22) external.
    *> property-based suites: every property that failed leaves its
    *> suite, name, seed and failing case here for the provenance block,
    *> so the generated cases can be replayed exactly with --seed; the
    *> probing flag (set while property-next runs cases it will roll
    *> back) is wiped around every suite like the mock tables, in case
    *> a suite abended in the middle of a property
    01 property-failure-log pic x(512) external value SPACE.
    01 property-probing usage binary-char unsigned external value 0.
    *> skip-suite: a suite (or its -setup hook) calls the skip-suite
    *> program with a reason when its preconditions aren't met -- e.g.
    *> a business-day-only fixture dataset is absent -- and this shared
    01 capture-call-rc usage binary-long.
    01 capture-scan-index usage binary-long unsigned.
    01 capture-base-name pic x(32).
    *> a sensitive suite's log is created owner-only and the reports
    *> point at it instead of copying its contents
    01 capture-log-mode usage binary-long value 420.
    01 capture-sensitive pic x value "N".
        88 is-capture-sensitive value "Y".
    01 capture-sensitive-index usage binary-long unsigned.

    *> assert-screen-equals failures: which screens to show side by
    *> side in the HTML report, and which of their rows differ
    78 SCREEN-ROWS value 24.
    78 SCREEN-DIFF-LIMIT value 64.
    01 screen-diff-count usage binary-long unsigned external value 0.
    01 screen-diff-tbl external.
        03 screen-diff occurs SCREEN-DIFF-LIMIT times.
            05 screen-diff-suite pic x(32).
            05 screen-diff-name pic x(16).
            05 screen-diff-nr pic 9(4).
            05 screen-diff-rows pic x(24).
            05 screen-diff-expected pic x(256).
            05 screen-diff-actual pic x(256).
    01 screen-diff-index usage binary-long unsigned.
    01 screen-image-path pic x(256).
    01 screen-image-status pic x(2).
        88 screen-image-ok value "00".
        88 screen-image-eof value "10".
    01 screen-html-expected.
        03 screen-html-exp-row pic x(80) occurs SCREEN-ROWS times.
    01 screen-html-actual.
        03 screen-html-act-row pic x(80) occurs SCREEN-ROWS times.
    01 screen-html-loaded.
        03 screen-html-row pic x(80) occurs SCREEN-ROWS times.
    01 screen-html-row-index usage binary-long unsigned.

    *> --manifest path: "suite-name expected-count" per line. When
    *> someone comments a perform out of a suite, assertions-total just
    *> quietly drops and the run still says OK -- so after each suite
    *> runs, its recorded assertion count is held against the manifest
    *> and coming up short is a failure, not a green run. A line
    *> "suite-name key" instead names one assertion, by its stable key,
    *> that the suite must still record -- a renamed or dropped check
    *> fails even when another one kept the count up.
    78 MANIFEST-LIMIT value 5000.
    01 manifest-file pic x(256) value SPACE.
        88 is-empty value SPACE.
        03 manifest-entry occurs MANIFEST-LIMIT times.
            05 manifest-suite pic x(128).
            05 manifest-expected usage binary-long unsigned.
            05 manifest-key pic x(48).
    01 manifest-scan-index usage binary-long unsigned.
    01 manifest-count-txt pic x(48).
    01 manifest-count-len usage binary-long unsigned.
    01 manifest-key-index usage binary-long unsigned.
    01 manifest-key-seen pic x.
    01 manifest-actual usage binary-long unsigned.
    01 manifest-found pic x.
        88 is-manifest-found value "Y".
    01 deferring-flag pic x value "N".
        88 is-deferring value "Y".
    01 deferred-total usage binary-long unsigned value 0.
    *> what started the deferral: the deadline, or the disk guard
    01 defer-reason pic x(16) value "batch deadline".
    01 durations-file-status pic x(2).
        88 durations-ok value "00".
        88 durations-eof value "10".
    *> archive-query can answer "when did equals-test#07 start failing"
    *> without digging through archived SYSOUT. Same sanitized
    *> fixed-width record the --dump-summary format uses, with the run
    *> date in front and the assertion's stable key behind. Both files'
    *> lines end in a chain digest (libs/core/chain) -- the history's in
    *> columns 97-160, the archive's in arc-chain -- that chain-verify
    *> proves, so a past night's result cannot be edited unnoticed.
    01 archive-file-status pic x(2).
        88 archive-ok value "00".
    01 ws-archive-record.
        05 arc-date pic 9(8).
        05 filler pic x value SPACE.
        05 arc-dump pic x(181).
        05 filler pic x value SPACE.
        05 arc-key pic x(48).
        05 filler pic x value SPACE.
        05 arc-chain pic x(64).
    01 chain-running pic x(64).
    01 chain-digest pic x(64).
    01 chain-status pic x(2).
    01 history-suite-failed pic x.
        88 is-history-suite-failed value "Y".
    01 history-suite-ran pic x.
    01 history-scan-index usage binary-long unsigned.

    *> run timeline, one appended line per executed suite per run:
    *> "run-start|suite|slot|started|ended|outcome|wait-from|
    *> wait-reason|depends" -- when each suite ran and on which worker
    *> slot, and how long that slot sat blocked on a prerequisite or a
    *> held resource before it, so run-timeline can draw the night's
    *> worker lanes. Stamps are YYYYMMDDhhmmss; a serial run is slot 1.
    01 timeline-file-status pic x(2).
        88 timeline-ok value "00".
    01 timeline-slot-edit pic z(2)9.

    01 summary.
        03 assertions-total usage binary-long unsigned.
        03 failures-total usage binary-long unsigned.
        88 option-checkpoint value "--checkpoint".
        88 option-resume value "--resume".
        88 option-affected-by value "--affected-by".
        88 option-source-format value "--source-format".
        88 option-timeout value "--timeout".
        88 option-isolate value "--isolate".
        88 option-preflight value "--preflight".
        88 option-contracts value "--contracts".
        88 option-rerun-failed value "--rerun-failed".
        88 option-capture value "--capture".
        88 option-manifest value "--manifest".
        88 option-fixtures value "--fixtures".
        88 option-known-issues value "--known-issues".
        88 option-host-export value "--host-export".
        88 option-host-ftp value "--host-ftp".
        88 option-host-dataset value "--host-dataset".
        88 option-print value "--print".
        88 option-print-ebcdic value "--print-ebcdic".
        88 option-print-dataset value "--print-dataset".
        88 option-dd value "--dd".
        88 option-soak value "--soak".
        88 option-soak-minutes value "--soak-minutes".
        88 option-soak-report value "--soak-report".
        88 option-property-cases value "--property-cases".
        88 option-date-sweep value "--date-sweep".
        88 option-holidays value "--holidays".
        88 option-sweep-report value "--sweep-report".
        88 option-rota value "--rota".
        88 option-acks value "--acks".
        88 option-freeze value "--freeze".
        88 option-freeze-override value "--freeze-override".
        88 option-sensitive value "--sensitive".
        88 option-min-free-mb value "--min-free-mb".
        88 option-disk-projection value "--disk-projection".

    01 junit-file pic x(256) value SPACE.
        88 is-empty value SPACE.
            05 slot-resources pic x(120).
            05 slot-dump-path pic x(256).
            05 slot-done-path pic x(256).
            05 slot-wait-from pic x(14).
            05 slot-wait-reason pic x(80).
    01 slot-index usage binary-long unsigned.
    01 dispatch-next usage binary-long unsigned.
    01 dispatch-pick usage binary-long unsigned.
    01 dispatch-scan usage binary-long unsigned.
    01 parallel-pending usage binary-long unsigned.
    01 candidate-resources pic x(120).
    *> why the last pick came back empty: the first prerequisite or
    *> resource that held a candidate back, for the run timeline
    01 pick-hold-reason pic x(80).
    01 resource-scan pic x(120).
    01 resource-token pic x(64).
    01 resource-remainder pic x(120).
    01 preflight-problems usage binary-long unsigned value 0.
    01 preflight-scan-index usage binary-long unsigned.
    01 preflight-dup-index usage binary-long unsigned.
    *> --contracts: the preflight also runs contract-check over the tree
    *> the affected-by scan walks, GCBLUNIT_CONTRACT_CHECK naming the
    *> executable when it is not on the PATH as contract-check
    01 contracts-mode pic x value "N".
        88 is-contracts-mode value "Y".
    01 contract-command pic x(1024).
    01 contract-rc usage binary-long.
    01 ws-dump-header.
        05 dump-tests-total pic 9(10).
        05 dump-skipped-total pic 9(10).
    01 progress-file-status pic x(2).
        88 progress-ok value "00".
    01 progress-completed usage binary-long unsigned value 0.
    *> when the run began, so a reader can tell how long it has run
    01 progress-started pic x(14) value SPACE.

    *> --listen port: remote agent mode for the boxes that own the data
    *> while scheduling lives elsewhere -- accept one submitted job over
        88 is-sha256-capable value "Y".
    01 cap-md5 pic x value "N".
        88 is-md5-capable value "Y".
    01 cap-vault pic x value "N".
        88 is-vault-capable value "Y".
    01 cap-chain pic x value "N".
        88 is-chain-capable value "Y".

    *> --selftest: compiled-in check cases that drive every assert-*
    *> program through known pass, fail and warning inputs and verify
    01 selftest-shell pic x(512).
    01 selftest-group-a pic x(10) value "1234SMITH ".
    01 selftest-group-b pic x(10) value "1299SMITH ".
    01 selftest-prop-n usage binary-long signed.
    01 selftest-prop-ok pic x.
    01 property-area external.
        05 prp-state pic x.
            88 property-running value "R".
            88 property-finished value "D".
        05 prp-case usage binary-long unsigned.
        05 prp-number pic s9(18) sign leading separate.
        05 prp-text pic x(128).
    77 selftest-mock-ptr usage program-pointer.
    77 selftest-real-ptr usage program-pointer.

    01 prov-buffer pic x(PROV-SOURCE-BUFFER-SIZE).
    01 prov-buffer-used usage binary-double unsigned.
    01 prov-line-len usage binary-long unsigned.
    01 prov-line-text pic x(512).
    01 prov-line-head pic x(16).
    01 prov-sequence pic x(6).
    01 prov-free-hits usage binary-long unsigned.
    01 prov-fixed pic x.
        88 is-prov-fixed value "Y".
    01 prov-scan usage binary-long unsigned.
    01 prov-hash pic x(32).
    01 prov-digest pic x(64).
        03 affected-name pic x(31) occurs 0 to AFFECTED-LIMIT times depending on affected-count.
    01 affected-matched pic x.
        88 is-affected-match value "Y".
    *> the reference format of a source that carries no >>SOURCE
    *> directive, for every scan that reads program text (the
    *> affected-by closure, watch mode's relaunches, the provenance
    *> digests): auto judges it from the layout of the lines, fixed
    *> and free are --source-format (or GCBLUNIT_SOURCE_FORMAT)
    01 source-format pic x(5) value "auto".
        88 source-format-known values "auto" "fixed" "free".
    01 affected-scan-index usage binary-long unsigned.

    *> advisory lock around every shared cross-run artifact (the trend
        05 htr-detail-count pic 9(5).
        05 htr-assertions pic 9(7).
        05 filler pic x(67).
    *> --host-ftp host[:port]: the export shipped straight to the host
    *> with the network library's ftp-put -- binary, the bytes being
    *> EBCDIC already, under SITE RECFM=FB LRECL=80 so it lands as the
    *> fixed-block dataset the reporting job reads. The login comes from
    *> GCBLUNIT_FTP_USER/GCBLUNIT_FTP_PASSWORD, never the command line;
    *> the password may itself be a credential-store reference.
    01 host-ftp-arg pic x(150) value SPACE.
        88 is-empty value SPACE.
    01 host-ftp-host pic x(128).
    01 host-ftp-port pic x(5).
    01 host-dataset pic x(64) value "'GCBLUNIT.RUN.OUTCOME'".
    01 host-ftp-user pic x(64).
    01 host-ftp-password pic x(64).
    01 host-ftp-reply usage binary-long.
    01 host-ftp-status usage binary-char unsigned.
        88 host-ftp-shipped value 0.
    01 host-ftp-message pic x(128).
    *> what cblu-host-ship sends: the export, or the printed report
    01 host-ship-file pic x(256).
    01 host-ship-dataset pic x(64).
    01 host-ship-site pic x(64).
    01 host-suite-count usage binary-long unsigned value 0.
    01 host-suite-tbl.
        03 host-suite-entry occurs HOST-SUITE-LIMIT times.
    01 host-suite-found usage binary-long unsigned.
    01 host-assert-index usage binary-long unsigned.

    *> --print path: the nightly result as a classic line-printer
    *> report for the operations and audit binders -- 133-byte
    *> fixed records, ASA carriage control in byte 1 ("1" new page,
    *> " " single, "0" double, "-" triple space), PRINT-PAGE-LINES to
    *> the page. Page headers carry the run date, host, profile and
    *> page number; suites are grouped under a break per owning team,
    *> each with its failing assertions' expected/actual underneath,
    *> and control totals close every team and the run. With
    *> --print-ebcdic the records are transcoded to codepage 037 like
    *> the host export and, given --host-ftp, shipped beside it under
    *> RECFM=FBA so the host's print subsystem can spool the dataset.
    78 PRINT-PAGE-LINES value 60.
    01 print-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 print-file-status pic x(2).
        88 print-ok value "00".
    01 ws-print-ebcdic usage binary-short value 0.
        88 is-print-ebcdic value 1.
    01 print-dataset pic x(64) value "'GCBLUNIT.RUN.PRINT'".
    01 print-record.
        05 prt-asa pic x.
        05 prt-text pic x(132).
    01 print-detail-line redefines print-record.
        05 filler pic x.
        05 pdl-suite pic x(32).
        05 filler pic x(2).
        05 pdl-assertions pic zzz,zz9.
        05 filler pic x(2).
        05 pdl-failures pic zzz,zz9.
        05 filler pic x(2).
        05 pdl-warnings pic zzz,zz9.
        05 filler pic x(2).
        05 pdl-skips pic zzz,zz9.
        05 filler pic x(2).
        05 pdl-duration pic x(9).
        05 filler pic x(2).
        05 pdl-outcome pic x(4).
        05 filler pic x(47).
    01 print-save pic x(133).
    01 print-page usage binary-long unsigned.
    01 print-page-edit pic zzz9.
    01 print-lines usage binary-long unsigned.
    01 print-advance usage binary-long unsigned.
    01 print-run-date pic 9(8).
    01 print-team-suites usage binary-long unsigned.
    01 print-team-asserts usage binary-long unsigned.
    01 print-team-fails usage binary-long unsigned.
    01 print-team-warns usage binary-long unsigned.
    01 print-team-skips usage binary-long unsigned.
    01 print-team-secs usage binary-long unsigned.
    01 print-run-suites usage binary-long unsigned.
    01 print-run-asserts usage binary-long unsigned.
    01 print-run-fails usage binary-long unsigned.
    01 print-run-warns usage binary-long unsigned.
    01 print-run-skips usage binary-long unsigned.
    01 print-run-secs usage binary-long unsigned.
    01 print-secs usage binary-long unsigned.
    01 print-hh pic zz9.
    01 print-mm pic 99.
    01 print-ss pic 99.
    01 print-suite-team.
        03 print-team pic x(32) occurs HOST-SUITE-LIMIT times.
    01 print-count-edit pic zzz,zz9.

    *> --known-issues path: the register of understood, ticketed but
    *> not yet fixed failures ("suite|key|ticket|note" per line, the
    *> assertion's stable key, "*" for suite-wide). A matching failure
    *> still fails -- this is not quarantine, the suite still runs --
    *> but it is labeled with its ticket in every report and
    *> cblu-finish counts new failures separately from known ones, so
    *> fresh breakage stops drowning.
    *> Maintained by the known-issues companion program, audited.
    78 KNOWN-ISSUES-LIMIT value 200.
    01 known-issues-file pic x(256) value SPACE.
    01 known-issues-tbl.
        03 known-issue occurs KNOWN-ISSUES-LIMIT times.
            05 known-suite pic x(32).
            05 known-key pic x(48).
            05 known-ticket pic x(16).
            05 known-note pic x(64).
    01 known-issues-index usage binary-long unsigned.
    01 known-nr-edit pic 9(4).
    01 known-key-len usage binary-long unsigned.
    01 known-failures usage binary-long unsigned value 0.
    01 new-failures usage binary-long unsigned value 0.
    01 known-desc-save pic x(64).

    *> stable assertion keys: the identity the archive, the known-issues
    *> register, the manifest and run-compare match on, so inserting an
    *> assertion mid-suite renumbers nothing but the displayed ordinal.
    *> A key is the assertion's description -- or the label of one
    *> written "@label text" -- folded to lower case, every run of other
    *> characters one "-"; the same key again within a suite takes ~2,
    *> ~3, and no description at all falls back to the ordinal "#nnnn".
    *> A "[known ticket] " label cblu-known-mark added is not part of it.
    01 assertion-keys.
        03 assertion-key pic x(48) occurs ASSERTIONS-LIMIT times.
    01 key-from-index usage binary-long unsigned.
    01 key-to-index usage binary-long unsigned.
    01 key-index usage binary-long unsigned.
    01 key-scan-index usage binary-long unsigned.
    01 key-source pic x(64).
    01 key-work pic x(64).
    01 key-text pic x(48).
    01 key-base pic x(48).
    01 key-len usage binary-long unsigned.
    01 key-pos usage binary-long unsigned.
    01 key-char pic x.
    01 key-dash pic x.
    01 key-occurrence usage binary-long unsigned.
    01 key-nr-edit pic 9(4).
    01 key-occurrence-edit pic z(3)9.

    *> --fixtures path: the fixture registry -- per-suite fixture
    *> declarations with a crc32 per file ("suite path crc"), verified
    *> during cblu-preflight so a missing or altered fixture fails
    01 history-path pic x(256).
    01 archive-path pic x(256).
    01 durations-path pic x(256).
    01 timeline-path pic x(256).
    01 failed-list-path pic x(256).
    01 trend-file-status pic x(2).
        88 trend-ok value "00".
    01 webhook-payload pic x(256).
    01 webhook-result usage binary-long unsigned.

    *> "@vault:name" in --webhook or GCBLUNIT_FTP_PASSWORD: the
    *> credential store (libs/core/vault) swaps the secret in at the
    *> point of use, so the option set, the provenance block and the
    *> incident manifest only ever carry the reference
    01 vault-refs usage binary-long unsigned.
    01 vault-status pic x(2).

    *> --syslog host[:port]: split the same way --webhook's authority is
    01 syslog-arg pic x(150) value SPACE.
    01 syslog-arg-port pic x(5).
        88 is-list-mode value 1.
    01 ws-coverage-enabled usage binary-short value 0.
        88 is-coverage-enabled value 1.
    01 coverage-checks-total usage binary-long unsigned value 31.
    01 coverage-checks-hit usage binary-long unsigned.
    01 coverage-percent usage binary-long unsigned.
    01 seed-arg pic x(9).
            05 suite-entry-max-secs usage binary-long unsigned.
            05 suite-entry-max-cpu usage binary-long unsigned.
            05 suite-entry-max-peak usage binary-long unsigned.
            05 suite-entry-sensitive pic x.
            05 suite-entry-slot usage binary-long unsigned.
            05 suite-entry-started pic x(14).
            05 suite-entry-ended pic x(14).
            05 suite-entry-wait-from pic x(14).
            05 suite-entry-wait-reason pic x(80).
    *> wall-clock duration of the suite's final attempt, timed the same
    *> way cblu-start/cblu-finish time the whole run
    01 suite-time-elapsed.
    01 webhook-sent-scan usage binary-long unsigned.
    01 webhook-sent-seen pic x.
    01 webhook-default-needed pic x.
    01 webhook-send-payload pic x(256).

    *> --rota path: "team|from|to|role|person|contact" per line, dates
    *> YYYYMMDD inclusive, role primary, secondary or lead, contact a
    *> host[:port] like a --routes endpoint. A failing suite's summary
    *> goes to the team's primary on duty today instead of the team's
    *> --routes endpoint, naming them in "on_call"; oncall-escalate
    *> reads the same file to reach the secondary and the lead.
    78 ROTA-LIMIT value 200.
    01 rota-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 rota-file-status pic x(2).
        88 rota-ok value "00".
        88 rota-eof value "10".
    01 rota-count usage binary-long unsigned value 0.
    01 rota-tbl.
        03 rota-entry occurs ROTA-LIMIT times.
            05 rota-team pic x(32).
            05 rota-from pic x(8).
            05 rota-to pic x(8).
            05 rota-role pic x(10).
            05 rota-person pic x(32).
            05 rota-contact pic x(150).
    01 rota-scan-index usage binary-long unsigned.
    01 rota-today pic x(8).
    01 rota-lookup-team pic x(32).
    01 rota-lookup-role pic x(10).
    01 rota-found pic x.
        88 is-rota-found value "Y".
    01 rota-found-person pic x(32).
    01 rota-found-contact pic x(150).

    *> --acks path: the failure-ack register, "suite|timestamp|operator|
    *> comment" per line; the HTML report says under every failing
    *> suite whether anyone has picked it up
    78 ACKS-LIMIT value 500.
    01 acks-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 acks-file-status pic x(2).
        88 acks-ok value "00".
        88 acks-eof value "10".
    01 acks-count usage binary-long unsigned value 0.
    01 acks-tbl.
        03 acks-entry occurs ACKS-LIMIT times.
            05 ack-suite pic x(32).
            05 ack-stamp pic x(14).
            05 ack-operator pic x(32).
            05 ack-comment pic x(128).
    01 acks-scan-index usage binary-long unsigned.
    01 ack-lookup-suite pic x(128).
    01 ack-found pic x.
        88 is-ack-found value "Y".
    01 ack-found-index usage binary-long unsigned.
    01 ack-suite-failing pic x.
        88 is-ack-suite-failing value "Y".
    01 ack-suite-scan usage binary-long unsigned.

    *> --freeze path: the change-freeze calendar, "from|to|level|reason"
    *> per line, dates YYYYMMDD inclusive, level HARD or SOFT (without
    *> the option, GCBLUNIT_FREEZE or gcblunit-freeze.dat in the store).
    *> On a frozen date a HARD freeze refuses --quarantine, --tag and
    *> --deadline unless --freeze-override (or GCBLUNIT_FREEZE_OVERRIDE)
    *> gives the emergency's reason; a SOFT freeze lets them through.
    *> Either way the provenance names the freeze and what was used,
    *> and an override lands on the freeze audit trail.
    01 freeze-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 freeze-file-status pic x(2).
        88 freeze-ok value "00".
        88 freeze-eof value "10".
    01 freeze-store-path pic x(256) value "/tmp/gcblunit-freeze.dat".
    *> run-journal's register (gcblunit-journal.dat in the store):
    *> "id|date|target|stamp|operator|flag|note" per line. A whole-run
    *> note flagged E marks the night environmental -- a known outage
    *> -- and such a night's timings stay out of the durations file
    *> the anomaly gate measures against
    01 journal-path pic x(256) value "/tmp/gcblunit-journal.dat".
    01 journal-file-status pic x(2).
        88 journal-ok value "00".
        88 journal-eof value "10".
    01 journal-scan-id pic x(9).
    01 journal-scan-date pic x(8).
    01 journal-scan-target pic x(48).
    01 journal-scan-stamp pic x(14).
    01 journal-scan-operator pic x(32).
    01 journal-scan-flag pic x.
    01 journal-scan-note pic x(128).
    01 journal-excluded pic x value "N".
        88 is-journal-excluded value "Y".
    01 journal-reason pic x(128).
    01 journal-today pic x(8).

    *> disk-space guard: the artifact store, the --capture directory,
    *> the run's scratch directory (the parallel dumps) and every
    *> report's directory are held against a floor during preflight
    *> and before each suite starts: --min-free-mb, plus --disk-
    *> projection percent of what previous runs' artifacts (capture
    *> logs, failure detail, dumps) took per suite, times the suites
    *> still to run -- the largest of the last DISK-SIZES-WINDOW runs
    *> in gcblunit-artifact-sizes.dat ("stamp|suites|kB" per run, in
    *> the store). Below it the run launches no further suites,
    *> defers the rest the way a blown deadline does, writes its
    *> reports for what did run, and ends with its own exit code and
    *> incident bundle, so the operator knows it was disk, not code.
    *> --min-free-mb 0 switches the guard off.
    78 DISK-SPACE-RC value 8.
    78 DISK-DIRS-LIMIT value 12.
    78 DISK-SIZES-WINDOW value 20.
    01 min-free-arg pic x(9).
    01 ws-min-free-mb usage binary-long unsigned value 64.
    01 disk-projection-arg pic x(9).
    01 ws-disk-projection usage binary-long unsigned value 100.
    01 disk-sizes-path pic x(256)
        value "/tmp/gcblunit-artifact-sizes.dat".
    01 disk-sizes-status pic x(2).
        88 disk-sizes-ok value "00".
        88 disk-sizes-eof value "10".
    01 disk-scan-path pic x(256).
    01 disk-scan-status pic x(2).
        88 disk-scan-ok value "00".
        88 disk-scan-eof value "10".
    01 disk-dirs-count usage binary-long unsigned value 0.
    01 disk-dirs-tbl.
        03 disk-dir pic x(256) occurs DISK-DIRS-LIMIT times.
    01 disk-dir-index usage binary-long unsigned.
    01 disk-dir-candidate pic x(256).
    01 disk-dir-slash usage binary-long unsigned.
    01 disk-dir-pos usage binary-long unsigned.
    01 disk-command pic x(4096).
    01 disk-short pic x value "N".
        88 is-disk-short value "Y".
    01 disk-short-dir pic x(256) value SPACE.
    01 disk-short-need-kb usage binary-double unsigned value 0.
    01 disk-need-kb usage binary-double unsigned.
    01 disk-remaining usage binary-long unsigned.
    01 disk-per-suite-kb usage binary-long unsigned value 0.
    01 disk-run-kb usage binary-double unsigned.
    01 disk-run-suites usage binary-long unsigned.
    01 disk-sizes-seen usage binary-long unsigned.
    01 disk-sizes-ring.
        03 disk-sizes-kb usage binary-long unsigned
            occurs DISK-SIZES-WINDOW times.
    01 disk-sizes-index usage binary-long unsigned.
    01 disk-scan-stamp pic x(14).
    01 disk-scan-suites pic x(10).
    01 disk-scan-kb pic x(20).
    01 disk-scan-dir pic x(256).
    01 disk-free-edit pic z(14)9.
    01 disk-need-edit pic z(14)9.
    01 freeze-audit-path pic x(256) value "/tmp/gcblunit-freeze-audit.log".
    01 freeze-audit-status pic x(2).
        88 freeze-audit-ok value "00".
    01 freeze-override pic x(128) value SPACE.
        88 is-empty value SPACE.
    01 freeze-today pic x(8).
    01 freeze-scan-from pic x(8).
    01 freeze-scan-to pic x(8).
    01 freeze-scan-level pic x(8).
    01 freeze-scan-reason pic x(128).
    01 freeze-from pic x(8).
    01 freeze-to pic x(8).
    01 freeze-level pic x(8).
    01 freeze-reason pic x(128).
    01 freeze-found pic x value "N".
        88 is-freeze-found value "Y".
    01 freeze-used pic x(64) value SPACE.
    01 freeze-operator pic x(32).
    01 freeze-log pic x(512) value SPACE.

    *> sensitive values: a suite marked sensitive (the catalog's 14th
    *> column, Y) or run under --sensitive, and any assertion a suite
    *> flagged with mark-sensitive, keep their expected/actual out of
    *> every output -- after the suite, mask-sensitive replaces them in
    *> SUMMARY with "masked:" and a stable hash prefix (mask-value), so
    *> JUnit, HTML, JSON, the archive, the host export and the dumps
    *> still show same-vs-different, and failure-detail-log writes only
    *> the masks. The real values go to an owner-only detail file,
    *> pid-suffixed beside the failure detail, inherited by children.
    01 run-sensitive pic x value "N".
        88 is-run-sensitive value "Y".
    01 catalog-sensitive pic x(1).
    01 slice-sensitive pic x.
    01 sensitive-suite pic x external.
    01 sensitive-base usage binary-long unsigned external.
    01 sensitive-masked usage binary-long unsigned external.
    01 sensitive-detail-file pic x(256) external.

    *> suite dependencies (the catalog's depends column, 8th,
    *> comma-separated suite names): prerequisites run first -- the

    perform cblu-store-env.
    perform cblu-store-resolve.
    perform cblu-source-format-env.

    perform cblu-opts-load.
    perform cblu-parse-options.
        end-if
    end-if.

    move 0 to vault-refs.
    inspect webhook-url tallying vault-refs for all "@vault:".
    if vault-refs > 0 and not is-vault-capable
        display "Error: --webhook @vault: needs libs/core/vault compiled"
            " and linked in, which this build does not have" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

    if not is-network-capable
        if not is-empty of webhook-url
            display "Error: --webhook needs libs/core/network compiled"
        end-if
    end-if.

    perform cblu-freeze-check.

    *> start every top-level run with a fresh failure-detail file --
    *> workers and child processes only ever append, so their detail
    *> folds into the parent run's file instead of wiping it

    if is-preflight-mode
        perform cblu-preflight
        if is-disk-short
            move DISK-SPACE-RC to RETURN-CODE
            stop run
        end-if
        move suite-count to ws-num-edit
        display "Preflight: OK, " trim(ws-num-edit) " suite(s) resolvable"
        move 0 to RETURN-CODE
        perform cblu-watch
    end-if.

    if not is-empty of sweep-spec and suite-count > 0
            and not is-list-mode
        perform cblu-date-sweep
    end-if.

    if (ws-soak-iterations > 0 or ws-soak-minutes > 0)
            and suite-count > 0 and not is-list-mode
        perform cblu-soak
                    and not is-deferring
                perform cblu-deadline-check
            end-if
            if ws-min-free-mb > 0 and disk-dirs-count > 0
                    and not is-list-mode and not is-deferring
                compute disk-remaining = suite-count - suite-run-index + 1
                perform cblu-disk-check
            end-if
            if is-list-mode
                if not is-tag-matched
                    display testsuite-name " (skipped, tag mismatch)"
                        perform cblu-skip-dependent
                    else
                    if is-tag-matched and is-affected-match
                        move 1 to suite-entry-slot(suite-run-index)
                        move current-date(1:14)
                            to suite-entry-started(suite-run-index)
                        move SPACE to suite-entry-wait-from(suite-run-index)
                        move SPACE
                            to suite-entry-wait-reason(suite-run-index)
                        if (is-isolate-mode or ws-timeout-seconds > 0)
                                and is-empty of dump-summary-file
                            perform cblu-exec-child
                        else
                            perform cblu-exec
                        end-if
                        move current-date(1:14)
                            to suite-entry-ended(suite-run-index)
                        if ws-stop-on-failure = 1 and failures-total > 0
                            exit perform
                        end-if
        perform cblu-host-export
    end-if.

    if not is-empty of print-file
        perform cblu-print
    end-if.

    if agent-conn-fd >= 0
        perform cblu-agent-reply
    end-if.
    end-if.
    stop run.

cblu-date-sweep section.
    *> never returns: the sweep spec -- one or more ";"-separated
    *> clauses, each a rule over a range of years (YYYY) or dates
    *> (YYYYMMDD), "from to" or "from-to", a single bound meaning that
    *> one year or date:
    *>   DAYS               every calendar day
    *>   BUSINESS-DAYS      every business day
    *>   MONTH-ENDS         the last calendar day of each month
    *>   QUARTER-ENDS       ... of each quarter
    *>   YEAR-ENDS          ... of each year
    *>   LAST-BUSINESS-DAYS the last business day of each month
    *>   AFTER-HOLIDAYS     the first business day after each holiday
    *>   LEAP-DAYS          every 29 February
    *>   FILE path          YYYYMMDD-per-line dates from a file
    *>   or the dates themselves, YYYYMMDD separated by spaces
    *> -- expands to a sorted calendar of dates. A business day is a
    *> Monday to Friday not in the --holidays file. Every suite then
    *> runs once per date in a child process of its own whose clock is
    *> frozen at noon on that date (GCBLUNIT_SWEEP_CLOCK, which survives
    *> the child's per-suite clock wipe and clock-clear), every run
    *> leaves one line in the sweep report, and the tail of the report
    *> (and the console) names the dates each suite broke on. The
    *> run-level hooks bracket the whole sweep, as for --soak.
    if suite-count > SWEEP-SUITE-LIMIT
        display "Fatal: a date sweep takes at most " SWEEP-SUITE-LIMIT
            " suites" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move 0 to sweep-holiday-count.
    if not is-empty of sweep-holiday-file
        move sweep-holiday-file to sweep-list-file
        open input sweep-list
        if not sweep-list-ok
            display "Error opening " trim(sweep-holiday-file) ": "
                sweep-list-status upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
        move SPACE to sweep-list-status
        perform until sweep-list-eof
            read sweep-list
                at end
                    move "10" to sweep-list-status
                not at end
                    if sweep-list-line(1:8) is numeric
                        add 1 to sweep-holiday-count
                        if sweep-holiday-count > SWEEP-HOLIDAY-LIMIT
                            display "Fatal: holiday list exceeds "
                                SWEEP-HOLIDAY-LIMIT " entries" upon syserr
                            move 3 to RETURN-CODE
                            stop run
                        end-if
                        move sweep-list-line(1:8)
                            to sweep-holiday(sweep-holiday-count)
                    end-if
            end-read
        end-perform
        close sweep-list
    end-if.

    move 0 to sweep-date-count.
    move 1 to sweep-clause-pointer.
    perform until sweep-clause-pointer > length(trim(sweep-spec))
        move SPACE to sweep-clause
        unstring sweep-spec delimited by ";"
            into sweep-clause
            with pointer sweep-clause-pointer
        end-unstring
        if sweep-clause not = SPACE
            perform cblu-sweep-clause
        end-if
    end-perform.
    if sweep-date-count = 0
        display "Error: the date sweep " trim(sweep-spec)
            " selects no dates" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

    perform cblu-run-setup.
    perform cblu-self-exe-resolve.
    if is-empty of sweep-report-file
        move concatenate(trim(store-base), "/gcblunit-sweep-",
                current-date(1:14), ".log")
            to sweep-report-file
    end-if.
    open output sweep-report.
    if not sweep-report-ok
        display "Error writing " trim(sweep-report-file) ": "
            sweep-report-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move sweep-date-count to ws-num-edit.
    move concatenate("date sweep ", trim(sweep-spec), " -- ",
            trim(ws-num-edit), " date(s) from ", sweep-date(1), " to ",
            sweep-date(sweep-date-count), ", started ",
            current-date(1:14))
        to sweep-report-line.
    write sweep-report-line.
    move concatenate(trim(run-work-dir), "/sweep.dat") to sweep-dump-file.
    move 1 to sweep-suite-index.
    perform until sweep-suite-index > suite-count
        move 0 to sweep-suite-fails(sweep-suite-index)
        move SPACE to sweep-suite-dates(sweep-suite-index)
        add 1 to sweep-suite-index
    end-perform.

    move 0 to sweep-runs sweep-fails.
    display "Sweeping..." with no advancing.
    move 1 to sweep-index.
    perform until sweep-index > sweep-date-count
        set environment "GCBLUNIT_SWEEP_CLOCK"
            to concatenate("F", sweep-date(sweep-index), "12000000+0000")
        move 1 to sweep-suite-index
        perform until sweep-suite-index > suite-count
            perform cblu-sweep-run
            add 1 to sweep-suite-index
        end-perform
        add 1 to sweep-index
    end-perform.
    set environment "GCBLUNIT_SWEEP_CLOCK" to SPACE.

    *> per suite: the dates it broke on, so a failure reads "breaks on
    *> 20270331 only" instead of a bare red suite
    display " ".
    move 0 to sweep-broken-suites.
    move 1 to sweep-suite-index.
    perform until sweep-suite-index > suite-count
        move sweep-date-count to ws-num-edit
        evaluate true
        when sweep-suite-fails(sweep-suite-index) = 0
            move concatenate(trim(suite-entry-name(sweep-suite-index)),
                    ": passes on all ", trim(ws-num-edit), " date(s)")
                to sweep-report-line
        when sweep-suite-fails(sweep-suite-index) = 1
            add 1 to sweep-broken-suites
            move concatenate(trim(suite-entry-name(sweep-suite-index)),
                    ": breaks on",
                    trim(sweep-suite-dates(sweep-suite-index), trailing),
                    " only")
                to sweep-report-line
        when other
            add 1 to sweep-broken-suites
            move sweep-suite-fails(sweep-suite-index) to ws-num-edit
            move concatenate(trim(suite-entry-name(sweep-suite-index)),
                    ": breaks on",
                    trim(sweep-suite-dates(sweep-suite-index), trailing))
                to sweep-report-line
            if sweep-suite-fails(sweep-suite-index) > 8
                move concatenate(trim(sweep-report-line), " ...")
                    to sweep-report-line
            end-if
            move concatenate(trim(sweep-report-line), " (",
                    trim(ws-num-edit), " of ")
                to sweep-report-line
            move sweep-date-count to ws-num-edit
            move concatenate(trim(sweep-report-line), " ",
                    trim(ws-num-edit), " dates)")
                to sweep-report-line
        end-evaluate
        write sweep-report-line
        display trim(sweep-report-line)
        add 1 to sweep-suite-index
    end-perform.
    close sweep-report.

    *> teardown before this section's own stop run, as for --soak
    perform cblu-run-teardown.

    display LINEBREAK "Date sweep: " sweep-fails " failure(s) in "
        sweep-runs " run(s), report " trim(sweep-report-file).
    perform cblu-workdir-cleanup.
    if sweep-fails > 0
        move 1 to RETURN-CODE
    else
        move 0 to RETURN-CODE
    end-if.
    stop run.

cblu-sweep-clause section.
    *> one clause of the sweep spec into the date calendar
    move trim(sweep-clause) to sweep-clause.
    move SPACE to sweep-rule sweep-rule-args.
    move 1 to sweep-rule-pointer.
    unstring sweep-clause delimited by all SPACE
        into sweep-rule
        with pointer sweep-rule-pointer
    end-unstring.
    move upper-case(sweep-rule) to sweep-rule.
    if sweep-rule-pointer <= length(sweep-clause)
        move sweep-clause(sweep-rule-pointer:) to sweep-rule-args
    end-if.

    if sweep-rule = "FILE"
        move trim(sweep-rule-args) to sweep-list-file
        open input sweep-list
        if not sweep-list-ok
            display "Error opening " trim(sweep-list-file) ": "
                sweep-list-status upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
        move SPACE to sweep-list-status
        perform until sweep-list-eof
            read sweep-list
                at end
                    move "10" to sweep-list-status
                not at end
                    if sweep-list-line(1:8) is numeric
                        move sweep-list-line(1:8) to sweep-candidate
                        perform cblu-sweep-add
                    end-if
            end-read
        end-perform
        close sweep-list
        exit section
    end-if.

    if sweep-rule(1:8) is numeric and sweep-rule(9:1) = SPACE
        *> the dates themselves
        move 1 to sweep-arg-pointer
        perform until sweep-arg-pointer > length(trim(sweep-clause))
            move SPACE to sweep-arg-1
            unstring sweep-clause delimited by all SPACE
                into sweep-arg-1
                with pointer sweep-arg-pointer
            end-unstring
            if sweep-arg-1 not = SPACE
                move sweep-arg-1 to sweep-candidate
                perform cblu-sweep-add
            end-if
        end-perform
        exit section
    end-if.

    *> "2026-2028" reads the same as "2026 2028"
    inspect sweep-rule-args replacing all "-" by SPACE.
    move trim(sweep-rule-args) to sweep-rule-args.
    move SPACE to sweep-arg-1 sweep-arg-2.
    unstring sweep-rule-args delimited by all SPACE
        into sweep-arg-1 sweep-arg-2
    end-unstring.
    if sweep-arg-2 = SPACE
        move sweep-arg-1 to sweep-arg-2
    end-if.
    evaluate true
    when sweep-arg-1(1:4) is numeric and sweep-arg-1(5:1) = SPACE
        compute sweep-from = numval(sweep-arg-1) * 10000 + 0101
    when sweep-arg-1(1:8) is numeric and sweep-arg-1(9:1) = SPACE
        move sweep-arg-1 to sweep-from
    when other
        move 0 to sweep-from
    end-evaluate.
    evaluate true
    when sweep-arg-2(1:4) is numeric and sweep-arg-2(5:1) = SPACE
        compute sweep-to = numval(sweep-arg-2) * 10000 + 1231
    when sweep-arg-2(1:8) is numeric and sweep-arg-2(9:1) = SPACE
        move sweep-arg-2 to sweep-to
    when other
        move 0 to sweep-to
    end-evaluate.
    if sweep-from = 0 or sweep-to = 0
            or test-date-yyyymmdd(sweep-from) not = 0
            or test-date-yyyymmdd(sweep-to) not = 0
            or sweep-from > sweep-to
        display "Error: date sweep clause " trim(sweep-clause)
            " needs a range of years (YYYY) or dates (YYYYMMDD)" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if sweep-rule not = "DAYS" and sweep-rule not = "BUSINESS-DAYS"
            and sweep-rule not = "MONTH-ENDS"
            and sweep-rule not = "QUARTER-ENDS"
            and sweep-rule not = "YEAR-ENDS"
            and sweep-rule not = "LAST-BUSINESS-DAYS"
            and sweep-rule not = "AFTER-HOLIDAYS"
            and sweep-rule not = "LEAP-DAYS"
        display "Error: unknown date sweep rule " trim(sweep-rule) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

    compute sweep-julian = integer-of-date(sweep-from).
    compute sweep-to-julian = integer-of-date(sweep-to).
    perform until sweep-julian > sweep-to-julian
        move date-of-integer(sweep-julian) to sweep-candidate
        move "N" to sweep-take
        evaluate sweep-rule
        when "DAYS"
            move "Y" to sweep-take
        when "BUSINESS-DAYS"
            move sweep-julian to sweep-probe-julian
            perform cblu-sweep-business-check
            move sweep-business to sweep-take
        when "MONTH-ENDS"
            move date-of-integer(sweep-julian + 1) to sweep-probe
            if sweep-probe-dd = 1
                move "Y" to sweep-take
            end-if
        when "QUARTER-ENDS"
            move date-of-integer(sweep-julian + 1) to sweep-probe
            if sweep-probe-dd = 1 and mod(sweep-mm, 3) = 0
                move "Y" to sweep-take
            end-if
        when "YEAR-ENDS"
            if sweep-mm = 12 and sweep-dd = 31
                move "Y" to sweep-take
            end-if
        when "LAST-BUSINESS-DAYS"
            *> a business day with none left before the month turns
            move sweep-julian to sweep-probe-julian
            perform cblu-sweep-business-check
            if is-sweep-business
                move "Y" to sweep-take
                add 1 to sweep-probe-julian
                move date-of-integer(sweep-probe-julian) to sweep-probe
                perform until sweep-probe-mm not = sweep-mm
                        or not is-sweep-take
                    perform cblu-sweep-business-check
                    if is-sweep-business
                        move "N" to sweep-take
                    end-if
                    add 1 to sweep-probe-julian
                    move date-of-integer(sweep-probe-julian)
                        to sweep-probe
                end-perform
            end-if
        when "AFTER-HOLIDAYS"
            *> a business day whose run of days off before it (back to
            *> the previous business day) takes in a holiday
            move sweep-julian to sweep-probe-julian
            perform cblu-sweep-business-check
            if is-sweep-business
                subtract 1 from sweep-probe-julian
                perform cblu-sweep-business-check
                perform until is-sweep-business or is-sweep-take
                    move date-of-integer(sweep-probe-julian)
                        to sweep-probe
                    move 1 to sweep-scan
                    perform until sweep-scan > sweep-holiday-count
                        if sweep-holiday(sweep-scan) = sweep-probe
                            move "Y" to sweep-take
                        end-if
                        add 1 to sweep-scan
                    end-perform
                    subtract 1 from sweep-probe-julian
                    perform cblu-sweep-business-check
                end-perform
            end-if
        when "LEAP-DAYS"
            if sweep-mm = 2 and sweep-dd = 29
                move "Y" to sweep-take
            end-if
        end-evaluate
        if is-sweep-take
            perform cblu-sweep-add
        end-if
        add 1 to sweep-julian
    end-perform.

cblu-sweep-business-check section.
    *> Monday to Friday (day 1 of the integer calendar, 1601-01-01, was
    *> a Monday) and not a holiday
    move "N" to sweep-business.
    if mod(sweep-probe-julian - 1, 7) < 5
        move "Y" to sweep-business
        move date-of-integer(sweep-probe-julian) to sweep-probe
        move 1 to sweep-scan
        perform until sweep-scan > sweep-holiday-count
            if sweep-holiday(sweep-scan) = sweep-probe
                move "N" to sweep-business
                exit perform
            end-if
            add 1 to sweep-scan
        end-perform
    end-if.

cblu-sweep-add section.
    *> into the calendar in date order, once
    if test-date-yyyymmdd(sweep-candidate) not = 0
        display "Error: date sweep date " sweep-candidate
            " is not a valid YYYYMMDD date" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move sweep-date-count to sweep-scan.
    perform until sweep-scan = 0
            or sweep-date(sweep-scan) <= sweep-candidate
        subtract 1 from sweep-scan
    end-perform.
    if sweep-scan > 0
        if sweep-date(sweep-scan) = sweep-candidate
            exit section
        end-if
    end-if.
    if sweep-date-count >= SWEEP-LIMIT
        display "Fatal: a date sweep takes at most " SWEEP-LIMIT
            " dates" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to sweep-date-count.
    move sweep-date-count to sweep-index.
    perform until sweep-index = sweep-scan + 1
        move sweep-date(sweep-index - 1) to sweep-date(sweep-index)
        subtract 1 from sweep-index
    end-perform.
    move sweep-candidate to sweep-date(sweep-scan + 1).

cblu-sweep-run section.
    *> one suite on one date, in a child process of its own
    add 1 to sweep-runs.
    call "CBL_DELETE_FILE" using sweep-dump-file.
    move 0 to RETURN-CODE.
    move concatenate(trim(self-exe-path), " ",
            trim(suite-entry-name(sweep-suite-index)))
        to sweep-command.
    if is-seed-given
        move ws-seed to ws-num-edit
        move concatenate(trim(sweep-command), " --seed ",
                trim(ws-num-edit))
            to sweep-command
    end-if.
    move concatenate(trim(sweep-command), " --dump-summary ",
            trim(sweep-dump-file), " >/dev/null 2>&1")
        to sweep-command.
    call "SYSTEM" using sweep-command.
    move RETURN-CODE to sweep-rc.
    move 0 to RETURN-CODE.
    if sweep-rc >= 256
        divide sweep-rc by 256 giving sweep-rc
    end-if.

    *> the failing assertion keys (suite#nr) out of the child dump
    move SPACE to sweep-keys.
    move 0 to sweep-scan.
    move sweep-dump-file to parallel-dump-path.
    open input parallel-dump.
    if parallel-dump-ok
        move SPACE to parallel-dump-file-status
        perform until parallel-dump-eof
            read parallel-dump
                at end
                    move "10" to parallel-dump-file-status
                not at end
                    if parallel-dump-line(1:1) = "F"
                            and sweep-scan < 3
                        add 1 to sweep-scan
                        move concatenate(
                                trim(sweep-keys, trailing), " ",
                                trim(parallel-dump-line(2:36)))
                            to sweep-keys
                    end-if
            end-read
        end-perform
        close parallel-dump
    end-if.

    move concatenate(sweep-date(sweep-index), " ",
            trim(suite-entry-name(sweep-suite-index)))
        to sweep-report-line.
    if sweep-rc = 0
        move concatenate(trim(sweep-report-line), " ok")
            to sweep-report-line
        display "." with no advancing
    else
        add 1 to sweep-fails
        add 1 to sweep-suite-fails(sweep-suite-index)
        if sweep-suite-fails(sweep-suite-index) <= 8
            move concatenate(
                    trim(sweep-suite-dates(sweep-suite-index), trailing),
                    " ", sweep-date(sweep-index))
                to sweep-suite-dates(sweep-suite-index)
        end-if
        move sweep-rc to ws-num-edit
        move concatenate(trim(sweep-report-line), " FAIL rc=",
                trim(ws-num-edit), trim(sweep-keys, trailing))
            to sweep-report-line
        display "F" with no advancing
    end-if.
    write sweep-report-line.

cblu-agent-accept section.
    *> stand up the listener, block for one submitter, and load the job
    *> it sends into the same token table --config uses, so the second
            move argv to seed-arg
            move numval(seed-arg) to ws-seed
            move "Y" to ws-seed-given
            *> the same seed drives property-check's generated cases
            set environment "GCBLUNIT_PROPERTY_SEED" to trim(seed-arg)
        when option-retry
            move SPACE to argv
            perform cblu-next-arg
            move SPACE to argv
            perform cblu-next-arg
            move argv to affected-by-file
        when option-source-format
            move SPACE to argv
            perform cblu-next-arg
            move lower-case(argv) to source-format
            if not source-format-known or argv(6:) not = SPACE
                display "Error: --source-format takes fixed or free" upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
            *> exported so watch mode's relaunched runs scan the same way
            set environment "GCBLUNIT_SOURCE_FORMAT" to trim(source-format)
        when option-timeout
            move SPACE to argv
            perform cblu-next-arg
            move 1 to ws-isolate-mode
        when option-preflight
            move 1 to ws-preflight-mode
        when option-contracts
            move "Y" to contracts-mode
        when option-rerun-failed
            perform cblu-rerun-failed-load
        when option-capture
            perform cblu-next-arg
            move argv to routes-file
            perform cblu-routes-load
        when option-rota
            move SPACE to argv
            perform cblu-next-arg
            move argv to rota-file
            perform cblu-rota-load
        when option-acks
            move SPACE to argv
            perform cblu-next-arg
            move argv to acks-file
            perform cblu-acks-load
        when option-freeze
            move SPACE to argv
            perform cblu-next-arg
            move argv to freeze-file
        when option-freeze-override
            move SPACE to argv
            perform cblu-next-arg
            move argv to freeze-override
        when option-sensitive
            move "Y" to run-sensitive
        when option-min-free-mb
            move SPACE to argv
            perform cblu-next-arg
            move argv to min-free-arg
            move numval(min-free-arg) to ws-min-free-mb
        when option-disk-projection
            move SPACE to argv
            perform cblu-next-arg
            move argv to disk-projection-arg
            move numval(disk-projection-arg) to ws-disk-projection
        when option-progress
            move SPACE to argv
            perform cblu-next-arg
            move SPACE to argv
            perform cblu-next-arg
            move argv to host-export-file
        when option-host-ftp
            move SPACE to argv
            perform cblu-next-arg
            move argv to host-ftp-arg
        when option-host-dataset
            move SPACE to argv
            perform cblu-next-arg
            move argv to host-dataset
        when option-print
            move SPACE to argv
            perform cblu-next-arg
            move argv to print-file
        when option-print-ebcdic
            move 1 to ws-print-ebcdic
        when option-print-dataset
            move SPACE to argv
            perform cblu-next-arg
            move argv to print-dataset
        when option-dd
            move SPACE to argv
            perform cblu-next-arg
            move SPACE to argv
            perform cblu-next-arg
            move argv to soak-report-file
        when option-property-cases
            *> the case count of every property whose suite doesn't
            *> give one; children inherit it through the environment
            move SPACE to argv
            perform cblu-next-arg
            if numval(argv) < 1
                display "Error: --property-cases needs a positive count" upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
            set environment "GCBLUNIT_PROPERTY_CASES" to trim(argv)
        when option-date-sweep
            move SPACE to argv
            perform cblu-next-arg
            move argv to sweep-spec
        when option-holidays
            move SPACE to argv
            perform cblu-next-arg
            move argv to sweep-holiday-file
        when option-sweep-report
            move SPACE to argv
            perform cblu-next-arg
            move argv to sweep-report-file
        when option-order
            move SPACE to argv
            perform cblu-next-arg
                move 3 to RETURN-CODE
                stop run
            end-if
            initialize suite-entry(suite-count)
            move argv to suite-entry-name(suite-count)
            move 0 to suite-entry-retries(suite-count)
        end-evaluate
    set environment "COB_SET_DEBUG" to 'Y'.
    set summary-pointer to address of summary.
    move current-date to provenance-start.
    move SPACE to property-failure-log.
    move SPACE to fake-clock-log.
    *> a --date-sweep parent hands its child the date to hold
    accept sweep-clock from environment "GCBLUNIT_SWEEP_CLOCK"
        on exception
            move SPACE to sweep-clock
    end-accept.
    if sweep-clock not = SPACE
        move concatenate("date-sweep=FROZEN ", sweep-clock(2:8))
            to fake-clock-log
    end-if.
    accept provenance-host from environment "HOSTNAME"
        on exception
            move "(unknown)" to provenance-host
            to failure-detail-file
        set environment "GCBLUNIT_FAILURES" to trim(failure-detail-file)
    end-if.
    accept sensitive-detail-file from environment "GCBLUNIT_SENSITIVE_DETAIL"
        on exception
            move SPACE to sensitive-detail-file
    end-accept.
    if sensitive-detail-file = SPACE
        move concatenate("/tmp/gcblunit-sensitive-", trim(run-pid-edit),
                ".txt")
            to sensitive-detail-file
        set environment "GCBLUNIT_SENSITIVE_DETAIL"
            to trim(sensitive-detail-file)
    end-if.
    display INTRO LINEBREAK.
    >>IF DEBUG IS NOT SET
       display "Warning: debug mode disabled"
    >>END-IF
    accept elapsed-time from TIME.
    move current-date(1:14) to progress-started.

cblu-capability-probe section.
    *> resolve one representative entry per optional library; a NULL
    if probe-pointer not = NULL
        move "Y" to cap-md5
    end-if.
    set probe-pointer to entry "vault-resolve".
    if probe-pointer not = NULL
        move "Y" to cap-vault
    end-if.
    set probe-pointer to entry "chain-link".
    if probe-pointer not = NULL and is-sha256-capable
        move "Y" to cap-chain
    end-if.
    display "Capabilities: network=" cap-network
        " keccak=" cap-keccak
        " sha256=" cap-sha256
        " md5=" cap-md5
        " vault=" cap-vault
        " chain=" cap-chain.

cblu-exec section.
    call "CBL_EXIT_PROC" using 0, address of entry "interruption-handler".
    move 0 to mock-count.
    move 0 to spy-count.
    move 0 to policy-count.
    move 0 to sql-script-count.
    move 0 to sql-log-count.
    move 0 to property-probing.
    set environment "GCBLUNIT_CLOCK" to sweep-clock.

    set test-pointer to entry testsuite-name.
    if test-skipped or is-quarantined
        move warnings-total of summary to retry-base-warnings-total

        move 0 to suite-skip-flag
        move assertions-counter to sensitive-base
        move "N" to sensitive-suite
        if is-run-sensitive or suite-entry-sensitive(suite-run-index) = "Y"
            move "Y" to sensitive-suite
        end-if
        perform cblu-metrics-read
        move metrics-cpu-now to metrics-cpu-before
        if not is-empty of capture-dir
            perform cblu-capture-start
        end-if
        if para-coverage-count > 0
            perform cblu-para-snapshot
        end-if

        move "N" to fixture-active
        move concatenate(trim(testsuite-name), '-fixture') to hook-name
                perform cblu-exec-attempt
            end-perform
        end-if
        call "mask-sensitive"
        move "N" to sensitive-suite
        if not is-empty of capture-dir
            perform cblu-capture-end
        end-if
        if para-coverage-count > 0
            perform cblu-para-attribute
        end-if
        perform cblu-metrics-read
        compute suite-entry-cpu-ms(suite-run-index) =
            (metrics-cpu-now - metrics-cpu-before) * 10
        display LINEBREAK "There was an exception: "
            trim(EXCEPTION-STATUS) " in " EXCEPTION-LOCATION " on " EXCEPTION-STATEMENT
    end-if.
    if spy-count > 0
        perform cblu-spy-attribute
    end-if.
    *> restore every real collaborator this suite may have mocked, whether
    *> or not its -teardown hook called mock-restore itself -- and the
    *> real clock, whether or not it called clock-clear
    move 0 to mock-count.
    move 0 to spy-count.
    move 0 to policy-count.
    move 0 to sql-script-count.
    move 0 to sql-log-count.
    move 0 to property-probing.
    set environment "GCBLUNIT_CLOCK" to sweep-clock.
    call "signal" using by value 2, by value 0.
    call "signal" using by value 15, by value 0.
    call "CBL_ERROR_PROC" using 1, address of entry "exception-handler".
                    trim(syslog-host), ":", trim(syslog-port))
                to child-command
        end-if
        if is-run-sensitive or suite-entry-sensitive(suite-run-index) = "Y"
            move concatenate(trim(child-command), " --sensitive")
                to child-command
        end-if
        if not is-empty of capture-dir
            move concatenate(trim(child-command),
                    " --dump-summary ", trim(child-dump-file),
                    " > ", trim(capture-dir), "/", trim(testsuite-name),
                    ".log 2>&1")
                to child-command
            if is-run-sensitive
                    or suite-entry-sensitive(suite-run-index) = "Y"
                *> owner-only, as cblu-capture-start makes it in process;
                *> a redirect keeps an old file's mode, so it goes first
                move concatenate("umask 077; rm -f ", trim(capture-dir),
                        "/", trim(testsuite-name), ".log; ",
                        trim(child-command))
                    to child-command
            end-if
            *> the child's capture is this shell redirect, not a
            *> swapped descriptor, so assert-displayed inside the child
            *> finds the log path through the environment instead
    end-if.

cblu-provenance-read-source section.
    *> a fixed-format source is digested from columns 7-72 only:
    *> renumbering the sequence area or retyping the identification
    *> area leaves the program, and so its digest, unchanged
    evaluate source-format
    when "fixed"
        move "Y" to prov-fixed
    when "free"
        move "N" to prov-fixed
    when other
        perform cblu-provenance-layout
    end-evaluate.
    move SPACE to prov-buffer.
    move 0 to prov-buffer-used.
    open input prov-source.
                at end
                    move "10" to prov-source-status
                not at end
                    move trim(prov-source-line) to prov-line-head
                    move upper-case(prov-line-head) to prov-line-head
                    if prov-line-head(1:8) = ">>SOURCE"
                        move 0 to prov-free-hits
                        inspect upper-case(prov-source-line)
                            tallying prov-free-hits for all "FREE"
                        if prov-free-hits > 0
                            move "N" to prov-fixed
                        else
                            move "Y" to prov-fixed
                        end-if
                    end-if
                    if is-prov-fixed
                        move prov-source-line(7:66) to prov-line-text
                    else
                        move prov-source-line to prov-line-text
                    end-if
                    move length(trim(prov-line-text, trailing))
                        to prov-line-len
                    if prov-line-text = SPACE
                        move 0 to prov-line-len
                    end-if
                    if prov-buffer-used + prov-line-len + 1
                            > PROV-SOURCE-BUFFER-SIZE
                        move "10" to prov-source-status
                    else
                        if prov-line-len > 0
                            move prov-line-text(1:prov-line-len)
                                to prov-buffer(prov-buffer-used + 1:prov-line-len)
                            add prov-line-len to prov-buffer-used
                        end-if
        move 1 to prov-buffer-used
    end-if.

cblu-provenance-layout section.
    *> no --source-format to go by: the source is fixed format unless a
    *> line outside a directive breaks the fixed layout (a sequence
    *> area that is neither blank nor numeric, or column 7 holding
    *> something other than an indicator); a >>SOURCE directive met
    *> while digesting still switches the format from there on
    move "Y" to prov-fixed.
    open input prov-source.
    if prov-source-ok
        move SPACE to prov-source-status
        perform until prov-source-eof
            read prov-source
                at end
                    move "10" to prov-source-status
                not at end
                    move trim(prov-source-line) to prov-line-head
                    if prov-source-line not = SPACE
                            and prov-line-head(1:2) not = ">>"
                        move prov-source-line(1:6) to prov-sequence
                        inspect prov-sequence replacing all SPACE by "0"
                        if prov-sequence not numeric
                                or (prov-source-line(7:1) not = SPACE
                                    and prov-source-line(7:1) not = "*"
                                    and prov-source-line(7:1) not = "-"
                                    and prov-source-line(7:1) not = "/"
                                    and prov-source-line(7:1) not = "D"
                                    and prov-source-line(7:1) not = "d"
                                    and prov-source-line(7:1) not = "$")
                            move "N" to prov-fixed
                            move "10" to prov-source-status
                        end-if
                    end-if
            end-read
        end-perform
        close prov-source
    end-if.

cblu-durations-load section.
    *> per-suite durations recorded by earlier runs: "suite seconds"
    move 0 to durations-count.

cblu-defer-suite section.
    *> one deferred suite: counted as skipped, with its own distinct
    *> "S" line so the reports can tell a deadline or disk-space
    *> deferral from a tag or quarantine skip
    add 1 to skipped-total.
    add 1 to deferred-total.
    if assertions-counter >= ASSERTIONS-LIMIT
    move testsuite-name to assertion-suite(assertions-counter).
    move 0 to assertion-nr(assertions-counter).
    move "deferred" to assertion-name(assertions-counter).
    move concatenate("deferred: ", trim(defer-reason))
        to assertion-expected(assertions-counter).
    move "(not run)" to assertion-actual(assertions-counter).
    move SPACE to assertion-desc(assertions-counter).
    display trim(testsuite-name) " (deferred, " trim(defer-reason) ")".

cblu-disk-dirs-collect section.
    *> every directory this run writes artifacts into, each once
    move 0 to disk-dirs-count.
    move store-base to disk-dir-candidate.
    perform cblu-disk-dir-add.
    move capture-dir to disk-dir-candidate.
    perform cblu-disk-dir-add.
    move run-work-dir to disk-dir-candidate.
    perform cblu-disk-dir-add.
    move junit-dir to disk-dir-candidate.
    perform cblu-disk-dir-add.
    move failure-detail-file to disk-dir-candidate.
    perform cblu-disk-file-dir-add.
    move junit-file to disk-dir-candidate.
    perform cblu-disk-file-dir-add.
    move tap-file to disk-dir-candidate.
    perform cblu-disk-file-dir-add.
    move html-file to disk-dir-candidate.
    perform cblu-disk-file-dir-add.
    move json-file to disk-dir-candidate.
    perform cblu-disk-file-dir-add.
    move print-file to disk-dir-candidate.
    perform cblu-disk-file-dir-add.
    move host-export-file to disk-dir-candidate.
    perform cblu-disk-file-dir-add.

cblu-disk-file-dir-add section.
    *> the directory of the file path in disk-dir-candidate
    if disk-dir-candidate = SPACE
        exit section
    end-if.
    move 0 to disk-dir-slash.
    move 1 to disk-dir-pos.
    perform until disk-dir-pos > length(trim(disk-dir-candidate))
        if disk-dir-candidate(disk-dir-pos:1) = "/"
            move disk-dir-pos to disk-dir-slash
        end-if
        add 1 to disk-dir-pos
    end-perform.
    evaluate disk-dir-slash
    when 0
        move "." to disk-dir-candidate
    when 1
        move "/" to disk-dir-candidate
    when other
        move disk-dir-candidate(1:disk-dir-slash - 1) to disk-scan-dir
        move disk-scan-dir to disk-dir-candidate
    end-evaluate.
    perform cblu-disk-dir-add.

cblu-disk-dir-add section.
    if disk-dir-candidate = SPACE
        exit section
    end-if.
    move 1 to disk-dir-index.
    perform until disk-dir-index > disk-dirs-count
        if disk-dir(disk-dir-index) = disk-dir-candidate
            exit section
        end-if
        add 1 to disk-dir-index
    end-perform.
    if disk-dirs-count < DISK-DIRS-LIMIT
        add 1 to disk-dirs-count
        move disk-dir-candidate to disk-dir(disk-dirs-count)
    end-if.

cblu-disk-check section.
    *> free space in every artifact directory against the floor plus
    *> the projected need of the disk-remaining suites still to run;
    *> any one of them may be where the next suite's artifacts land,
    *> so each must hold the lot. A directory df cannot see (not made
    *> yet) is passed over. The verdict is the shell's exit status, not
    *> a scratch file: on a full filesystem a file of df's figures
    *> would come back empty, so df output that cannot be read counts
    *> as short too.
    compute disk-need-kb = ws-min-free-mb * 1024
        + disk-per-suite-kb * disk-remaining * ws-disk-projection / 100.
    move disk-need-kb to disk-need-edit.
    move 1 to disk-dir-index.
    perform until disk-dir-index > disk-dirs-count or is-disk-short
        move concatenate("d='", trim(disk-dir(disk-dir-index)), "'; ",
                'df -Pk "$d" >/dev/null 2>&1 || exit 0; ',
                'df -Pk "$d" 2>/dev/null | awk -v n=', trim(disk-need-edit),
                ' ''NR == 2 {f = $4} END {exit !(f != "" && f + 0 >= n + 0)}''')
            to disk-command
        call "SYSTEM" using disk-command
        if RETURN-CODE not = 0
            move "Y" to disk-short
            move disk-dir(disk-dir-index) to disk-short-dir
            move disk-need-kb to disk-short-need-kb
        end-if
        move 0 to RETURN-CODE
        add 1 to disk-dir-index
    end-perform.
    if is-disk-short
        move "Y" to deferring-flag
        move "disk space" to defer-reason
        move disk-short-need-kb to disk-need-edit
        if disk-remaining > 0
            display LINEBREAK "Disk space: " trim(disk-short-dir)
                " has less than the " trim(disk-need-edit)
                " kB needed free -- launching no further suites"
        else
            display LINEBREAK "Disk space: " trim(disk-short-dir)
                " has less than the " trim(disk-need-edit)
                " kB needed free after the run"
        end-if
    end-if.

cblu-disk-defer-pending section.
    *> under --parallel: every suite not yet handed to a worker is
    *> deferred, the way the serial loop defers the rest
    move 1 to dispatch-scan.
    perform until dispatch-scan > suite-count
        if suite-entry-dispatched(dispatch-scan) = "N"
            move suite-entry-name(dispatch-scan) to testsuite-name
            perform cblu-defer-suite
            move "S" to suite-entry-ran(dispatch-scan)
            move "Y" to suite-entry-dispatched(dispatch-scan)
            subtract 1 from parallel-pending
        end-if
        add 1 to dispatch-scan
    end-perform.

cblu-disk-sizes-load section.
    *> the projection's per-suite footprint: the largest kB-per-suite
    *> among the last DISK-SIZES-WINDOW recorded runs
    move 0 to disk-per-suite-kb.
    move 0 to disk-sizes-seen.
    open input disk-sizes.
    if not disk-sizes-ok
        *> no history yet: the floor alone
        exit section
    end-if.
    move SPACE to disk-sizes-status.
    perform until disk-sizes-eof
        read disk-sizes
            at end
                move "10" to disk-sizes-status
            not at end
                move SPACE to disk-scan-stamp disk-scan-suites disk-scan-kb
                unstring disk-sizes-line delimited by "|"
                    into disk-scan-stamp disk-scan-suites disk-scan-kb
                end-unstring
                if numval(disk-scan-suites) > 0
                    add 1 to disk-sizes-seen
                    compute disk-sizes-index =
                        mod(disk-sizes-seen - 1, DISK-SIZES-WINDOW) + 1
                    compute disk-sizes-kb(disk-sizes-index) =
                        numval(disk-scan-kb) / numval(disk-scan-suites)
                end-if
        end-read
    end-perform.
    close disk-sizes.
    if disk-sizes-seen > DISK-SIZES-WINDOW
        move DISK-SIZES-WINDOW to disk-sizes-seen
    end-if.
    move 1 to disk-sizes-index.
    perform until disk-sizes-index > disk-sizes-seen
        if disk-sizes-kb(disk-sizes-index) > disk-per-suite-kb
            move disk-sizes-kb(disk-sizes-index) to disk-per-suite-kb
        end-if
        add 1 to disk-sizes-index
    end-perform.

cblu-disk-sizes-append section.
    *> this run's artifact footprint (capture logs, failure detail,
    *> the scratch directory's dumps) for the next run's projection
    move tests-total to disk-run-suites.
    if disk-run-suites = 0
        exit section
    end-if.
    move "du -sk" to disk-command.
    if not is-empty of capture-dir
        move concatenate(trim(disk-command), " '", trim(capture-dir), "'")
            to disk-command
    end-if.
    if failure-detail-file not = SPACE
        move concatenate(trim(disk-command), " '",
                trim(failure-detail-file), "'")
            to disk-command
    end-if.
    if run-work-dir not = SPACE
        move concatenate(trim(disk-command), " '", trim(run-work-dir), "'")
            to disk-command
    end-if.
    move concatenate("/tmp/gcblunit-disk-", trim(run-pid-edit), ".lst")
        to disk-scan-path.
    move concatenate(trim(disk-command),
            ' 2>/dev/null | awk ''{s += $1} END {print s + 0}'' > ',
            trim(disk-scan-path))
        to disk-command.
    call "SYSTEM" using disk-command.
    move 0 to RETURN-CODE.
    move 0 to disk-run-kb.
    open input disk-scan.
    if disk-scan-ok
        read disk-scan
            at end
                continue
            not at end
                move numval(disk-scan-line) to disk-run-kb
        end-read
        close disk-scan
    end-if.
    call "CBL_DELETE_FILE" using disk-scan-path.
    move 0 to RETURN-CODE.
    open extend disk-sizes.
    if not disk-sizes-ok
        open output disk-sizes
    end-if.
    if disk-sizes-ok
        move disk-run-suites to ws-num-edit
        move disk-run-kb to disk-free-edit
        move concatenate(current-date(1:14), "|", trim(ws-num-edit), "|",
                trim(disk-free-edit))
            to disk-sizes-line
        write disk-sizes-line
        close disk-sizes
    end-if.

cblu-anomaly-check section.
    *> hold this suite's wall-clock and CPU against its own recorded
                    end-if
                    unstring known-issues-line delimited by "|"
                        into known-suite(known-issues-count)
                             known-key(known-issues-count)
                             known-ticket(known-issues-count)
                             known-note(known-issues-count)
                    end-unstring
            perform until known-issues-index > known-issues-count
                if trim(known-suite(known-issues-index))
                        = trim(assertion-suite(assertions-index))
                    evaluate TRUE
                    when known-key(known-issues-index) = "*"
                        move "Y" to failed-seen
                    when known-key(known-issues-index)
                            = assertion-key(assertions-index)
                        move "Y" to failed-seen
                    when other
                        *> a register not yet re-keyed by
                        *> assertion-rekey still names ordinals
                        move length(trim(known-key(known-issues-index)))
                            to known-key-len
                        if known-key-len <= 4
                                and known-key(known-issues-index)
                                    (1:known-key-len) is numeric
                            move numval(known-key(known-issues-index))
                                to known-nr-edit
                            if known-nr-edit
                                    = assertion-nr(assertions-index)
                                move "Y" to failed-seen
                            end-if
                        end-if
                    end-evaluate
                end-if
                if failed-seen = "Y"
                    add 1 to known-failures
        end-if
    end-perform.

cblu-assertion-keys section.
    *> the stable key of every assertion from key-from-index through
    *> key-to-index: each one's own key first, then, newest first, the
    *> ~n of a key already seen earlier in the same suite
    move key-from-index to key-index.
    perform until key-index > key-to-index
        move assertion-desc(key-index) to key-source
        move assertion-nr(key-index) to key-nr-edit
        perform cblu-key-derive
        move key-text to assertion-key(key-index)
        add 1 to key-index
    end-perform.
    move key-to-index to key-index.
    perform until key-index < key-from-index or key-index = 0
        move 0 to key-occurrence
        move key-index to key-scan-index
        perform until key-scan-index <= key-from-index
            subtract 1 from key-scan-index
            if assertion-suite(key-scan-index) not = assertion-suite(key-index)
                exit perform
            end-if
            if assertion-key(key-scan-index) = assertion-key(key-index)
                add 1 to key-occurrence
            end-if
        end-perform
        if key-occurrence > 0
            add 1 to key-occurrence
            move key-occurrence to key-occurrence-edit
            move concatenate(trim(assertion-key(key-index)), "~",
                    trim(key-occurrence-edit))
                to assertion-key(key-index)
        end-if
        subtract 1 from key-index
    end-perform.

cblu-key-derive section.
    *> key-source (a description) and key-nr-edit (its ordinal) to
    *> key-text -- see assertion-keys
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

cblu-fixtures-load section.
    move 0 to fixture-reg-count.
    open input fixture-reg.
        add 1 to para-scan-index
    end-perform.

cblu-para-snapshot section.
    move 1 to para-scan-index.
    perform until para-scan-index > para-coverage-count
        move para-hits(para-scan-index) to para-before-hits(para-scan-index)
        add 1 to para-scan-index
    end-perform.

cblu-para-attribute section.
    *> every paragraph the suite moved the hit count of is one it
    *> covers -- a retry or fixture row only adds to the same suite
    move 1 to para-scan-index.
    perform until para-scan-index > para-coverage-count
        if para-hits(para-scan-index) > para-before-hits(para-scan-index)
            if para-suites-count < PARA-SUITES-LIMIT
                add 1 to para-suites-count
                move testsuite-name to para-suites-suite(para-suites-count)
                move para-program(para-scan-index)
                    to para-suites-program(para-suites-count)
                move para-name(para-scan-index)
                    to para-suites-name(para-suites-count)
            end-if
        end-if
        add 1 to para-scan-index
    end-perform.

cblu-para-suites-save section.
    *> "suite program paragraph" per line; suites that ran this time
    *> replace what they recorded before, every other suite keeps the
    *> attribution an earlier run measured
    open input para-suites.
    if para-suites-ok
        move SPACE to para-suites-status
        perform until para-suites-eof
            read para-suites
                at end
                    move "10" to para-suites-status
                not at end
                    move SPACE to para-suites-old-suite
                        para-suites-old-program para-suites-old-name
                    unstring para-suites-line delimited by all SPACE
                        into para-suites-old-suite para-suites-old-program
                            para-suites-old-name
                    end-unstring
                    move "Y" to para-suites-keep
                    if para-suites-old-name = SPACE
                        move "N" to para-suites-keep
                    end-if
                    move 1 to junit-suite-scan
                    perform until junit-suite-scan > suite-count
                            or para-suites-keep = "N"
                        if suite-entry-ran(junit-suite-scan) = "Y"
                                and trim(suite-entry-name(junit-suite-scan))
                                    = trim(para-suites-old-suite)
                            move "N" to para-suites-keep
                        end-if
                        add 1 to junit-suite-scan
                    end-perform
                    if para-suites-keep = "Y"
                            and para-suites-count < PARA-SUITES-LIMIT
                        add 1 to para-suites-count
                        move para-suites-old-suite
                            to para-suites-suite(para-suites-count)
                        move para-suites-old-program
                            to para-suites-program(para-suites-count)
                        move para-suites-old-name
                            to para-suites-name(para-suites-count)
                    end-if
            end-read
        end-perform
        close para-suites
    end-if.
    open output para-suites.
    if para-suites-ok
        move 1 to para-scan-index
        perform until para-scan-index > para-suites-count
            move concatenate(trim(para-suites-suite(para-scan-index)), " ",
                    trim(para-suites-program(para-scan-index)), " ",
                    trim(para-suites-name(para-scan-index)))
                to para-suites-line
            write para-suites-line
            add 1 to para-scan-index
        end-perform
        close para-suites
    end-if.

cblu-spy-attribute section.
    *> every stand-in the suite dispatched, with how often
    move 1 to spy-calls-scan.
    perform until spy-calls-scan > spy-count
        if spy-call-count(spy-calls-scan) > 0
                and spy-calls-count < SPY-CALLS-LIMIT
            add 1 to spy-calls-count
            move testsuite-name to spy-calls-suite(spy-calls-count)
            move spy-target(spy-calls-scan)
                to spy-calls-target(spy-calls-count)
            move spy-call-count(spy-calls-scan)
                to spy-calls-calls(spy-calls-count)
        end-if
        add 1 to spy-calls-scan
    end-perform.

cblu-spy-calls-save section.
    *> "suite target calls" per line; suites that ran this time
    *> replace what they recorded before, every other suite keeps the
    *> dispatches an earlier run saw
    open input spy-calls.
    if spy-calls-ok
        move SPACE to spy-calls-status
        perform until spy-calls-eof
            read spy-calls
                at end
                    move "10" to spy-calls-status
                not at end
                    move SPACE to spy-calls-old-suite
                        spy-calls-old-target spy-calls-old-calls
                    unstring spy-calls-line delimited by all SPACE
                        into spy-calls-old-suite spy-calls-old-target
                            spy-calls-old-calls
                    end-unstring
                    move "Y" to spy-calls-keep
                    if spy-calls-old-target = SPACE
                        move "N" to spy-calls-keep
                    end-if
                    move 1 to junit-suite-scan
                    perform until junit-suite-scan > suite-count
                            or spy-calls-keep = "N"
                        if suite-entry-ran(junit-suite-scan) = "Y"
                                and trim(suite-entry-name(junit-suite-scan))
                                    = trim(spy-calls-old-suite)
                            move "N" to spy-calls-keep
                        end-if
                        add 1 to junit-suite-scan
                    end-perform
                    if spy-calls-keep = "Y"
                            and spy-calls-count < SPY-CALLS-LIMIT
                        add 1 to spy-calls-count
                        move spy-calls-old-suite
                            to spy-calls-suite(spy-calls-count)
                        move spy-calls-old-target
                            to spy-calls-target(spy-calls-count)
                        move numval(spy-calls-old-calls)
                            to spy-calls-calls(spy-calls-count)
                    end-if
            end-read
        end-perform
        close spy-calls
    end-if.
    if spy-calls-count = 0
        exit section
    end-if.
    open output spy-calls.
    if spy-calls-ok
        move 1 to spy-calls-scan
        perform until spy-calls-scan > spy-calls-count
            move spy-calls-calls(spy-calls-scan) to ws-num-edit
            move concatenate(trim(spy-calls-suite(spy-calls-scan)), " ",
                    trim(spy-calls-target(spy-calls-scan)), " ",
                    trim(ws-num-edit))
                to spy-calls-line
            write spy-calls-line
            add 1 to spy-calls-scan
        end-perform
        close spy-calls
    end-if.

cblu-manifest-load section.
    move 0 to manifest-count.
    open input manifest.
                            into manifest-suite(manifest-count)
                                 manifest-count-txt
                        end-unstring
                        move 0 to manifest-count-len
                        inspect manifest-count-txt tallying manifest-count-len
                            for characters before initial SPACE
                        if manifest-count-len > 0 and manifest-count-len <= 9
                                and manifest-count-txt(1:manifest-count-len)
                                    is numeric
                            move numval(manifest-count-txt)
                                to manifest-expected(manifest-count)
                            move SPACE to manifest-key(manifest-count)
                        else
                            move 0 to manifest-expected(manifest-count)
                            move manifest-count-txt
                                to manifest-key(manifest-count)
                        end-if
                    end-if
            end-read
        end-perform
    move 1 to manifest-scan-index.
    perform until manifest-scan-index > manifest-count
        if trim(manifest-suite(manifest-scan-index)) = trim(testsuite-name)
                and manifest-key(manifest-scan-index) = SPACE
            move "Y" to manifest-found
            move manifest-expected(manifest-scan-index) to manifest-expected-here
            move manifest-count to manifest-scan-index
                " recorded fewer assertions than the manifest declares"
        end-if
    end-if.
    perform cblu-manifest-key-check.

cblu-manifest-key-check section.
    *> every key the manifest names for the suite must be among the
    *> keys of this run's window; a deliberate skip is left alone
    compute key-from-index = retry-base-assertions-counter + 1.
    move assertions-counter to key-to-index.
    move "N" to manifest-window-skip.
    move key-from-index to key-index.
    perform until key-index > key-to-index
        if assertion-skipped(key-index)
            move "Y" to manifest-window-skip
        end-if
        add 1 to key-index
    end-perform.
    if is-manifest-window-skip
        exit section
    end-if.
    perform cblu-assertion-keys.
    move 1 to manifest-scan-index.
    perform until manifest-scan-index > manifest-count
        if trim(manifest-suite(manifest-scan-index)) = trim(testsuite-name)
                and manifest-key(manifest-scan-index) not = SPACE
            move "N" to manifest-key-seen
            move key-from-index to manifest-key-index
            perform until manifest-key-index > key-to-index
                if assertion-key(manifest-key-index)
                        = manifest-key(manifest-scan-index)
                    move "Y" to manifest-key-seen
                    move key-to-index to manifest-key-index
                end-if
                add 1 to manifest-key-index
            end-perform
            if manifest-key-seen = "N"
                if assertions-counter >= ASSERTIONS-LIMIT
                    display "Fatal: assertions limit of " ASSERTIONS-LIMIT " exceeded" upon syserr
                    move 3 to RETURN-CODE
                    stop run
                end-if
                add 1 to assertions-counter
                add 1 to assertions-total of summary
                add 1 to failures-total of summary
                move "F" to assertion-status(assertions-counter)
                move testsuite-name to assertion-suite(assertions-counter)
                move 0 to assertion-nr(assertions-counter)
                move "manifest" to assertion-name(assertions-counter)
                move manifest-key(manifest-scan-index)
                    to assertion-expected(assertions-counter)
                move "(not recorded)" to assertion-actual(assertions-counter)
                move "assertion the manifest declares is missing"
                    to assertion-desc(assertions-counter)
                display LINEBREAK trim(testsuite-name) " did not record "
                    trim(manifest-key(manifest-scan-index))
                    ", which the manifest declares"
            end-if
        end-if
        add 1 to manifest-scan-index
    end-perform.

cblu-capture-start section.
    *> point the process's stdout descriptor at this suite's log file
    *> for the duration of the attempt -- DISPLAY goes through stdio, so
    *> flush first, keep a duplicate of the real stdout to restore from,
    *> and splice the log file in with dup2. 577 is O_WRONLY+O_CREAT+
    *> O_TRUNC, 420 is mode 0644; a sensitive suite's log is 384, mode
    *> 0600, chmod-ed as well since O_TRUNC keeps an old file's mode.
    move concatenate(trim(capture-dir), "/", trim(testsuite-name), ".log")
        to capture-log-path.
    move concatenate(trim(capture-log-path), x"00") to capture-path-z.
    if sensitive-suite = "Y"
        move 384 to capture-log-mode
    else
        move 420 to capture-log-mode
    end-if.
    call "fflush" using by value capture-null-ptr.
    call "dup" using by value 1 giving capture-saved-fd.
    call "open" using by reference capture-path-z
        by value 577 by value capture-log-mode
        giving capture-file-fd.
    if capture-file-fd >= 0 and sensitive-suite = "Y"
        call "chmod" using by reference capture-path-z by value 384
            giving capture-call-rc
    end-if.
    if capture-file-fd >= 0
        call "dup2" using by value capture-file-fd by value 1
            giving capture-call-rc
    move "F" to selftest-expected
    perform cblu-selftest-verify.

    *> a property that holds, and one falsified from 100 up that must
    *> shrink to exactly 100 -- its replayed case leaves a failing
    *> assert-equals of its own ahead of the property's line
    call "property-check" using "selftest within 50", "N RANGE -50 50", "40".
    perform until not property-running
        call "property-value" using "N"
        move prp-number to selftest-prop-n
        move "Y" to selftest-prop-ok
        if selftest-prop-n < -50 or selftest-prop-n > 50
            move "N" to selftest-prop-ok
        end-if
        call "assert-equals" using "Y", selftest-prop-ok
        call "property-next"
    end-perform.
    move "." to selftest-expected
    perform cblu-selftest-verify.
    call "property-check" using "selftest below 100", "N RANGE 1 1000", "40".
    perform until not property-running
        call "property-value" using "N"
        move prp-number to selftest-prop-n
        move "Y" to selftest-prop-ok
        if selftest-prop-n >= 100
            move "N" to selftest-prop-ok
        end-if
        call "assert-equals" using "Y", selftest-prop-ok
        call "property-next"
    end-perform.
    add 1 to selftest-cases.
    move "F" to selftest-expected
    perform cblu-selftest-verify.
    if assertion-actual(assertions-counter) not = "N=100"
        add 1 to selftest-bad
        display LINEBREAK "  property-next shrank to "
            trim(assertion-actual(assertions-counter)) " instead of N=100"
    end-if.

    *> the mock pair: a registered stand-in must resolve to the
    *> replacement, and a restore must put the real resolution back
    call "mock-register" using "selftest-missing", "assert-equals".
        add 1 to selftest-bad
        display "  assertions-total does not match the cases driven"
    end-if.
    if failures-total of summary not = 13
        add 1 to selftest-bad
        display "  failures-total landed on " failures-total of summary
            " instead of 13"
    end-if.
    if warnings-total of summary not = 1
        add 1 to selftest-bad
            move dd-check-path(5:252) to dd-check-path
        when dd-check-path(1:3) = "IX:" or dd-check-path(1:3) = "RL:"
            move dd-check-path(4:253) to dd-check-path
        when dd-check-path(1:3) = "FB:"
            *> "FB:n:path" -- skip the record length as well
            move 4 to dd-check-pointer
            unstring dd-check-path delimited by ":"
                into dd-check-details
                with pointer dd-check-pointer
            end-unstring
            move dd-check-path(dd-check-pointer:) to dd-check-path
        when dd-check-path(1:3) = "DB:"
            *> a database connection (see db-query): nothing on disk
            move SPACE to dd-check-path
        when other
            continue
        end-evaluate
        if dd-check-path not = SPACE
            call "CBL_CHECK_FILE_EXIST" using dd-check-path,
                dd-check-details
            if RETURN-CODE not = 0
                add 1 to preflight-problems
                display "Preflight: logical dataset "
                    trim(dd-logical(dd-scan-index)) " assigns missing "
                    trim(dd-physical(dd-scan-index)) upon syserr
            end-if
        end-if
        move 0 to RETURN-CODE
        add 1 to dd-scan-index
    end-perform.
    *> CALL contracts: a caller passing a shorter area than the callee's
    *> LINKAGE now expects fails here, not where a suite overruns it
    if is-contracts-mode
        move SPACE to contract-command
        accept contract-command from environment "GCBLUNIT_CONTRACT_CHECK"
        if contract-command = SPACE
            move "contract-check" to contract-command
        end-if
        move concatenate(trim(contract-command), " '", trim(affected-root), "'")
            to contract-command
        call "SYSTEM" using contract-command
        move RETURN-CODE to contract-rc
        move 0 to RETURN-CODE
        if contract-rc >= 256
            divide contract-rc by 256 giving contract-rc
        end-if
        if contract-rc not = 0
            add 1 to preflight-problems
            move contract-rc to ws-num-edit
            display "Preflight: CALL contracts under " trim(affected-root)
                " do not hold (contract-check exit " trim(ws-num-edit) ")"
                upon syserr
        end-if
    end-if.
    if preflight-problems > 0
        move preflight-problems to ws-num-edit
        display "Preflight: " trim(ws-num-edit) " problem(s) found" upon syserr
        move PREFLIGHT-FAILED-RC to RETURN-CODE
        stop run
    end-if.
    *> room for the whole run's artifacts; a shortfall here defers
    *> every suite rather than failing the run as a preflight problem,
    *> so the reports and the exit code still say disk
    if ws-min-free-mb > 0 and is-empty of dump-summary-file
        perform cblu-disk-dirs-collect
        perform cblu-disk-sizes-load
        move suite-count to disk-remaining
        perform cblu-disk-check
    end-if.

cblu-shuffle section.
    *> Fisher-Yates: walk the collected suite list back to front, swapping
                    move SPACE to catalog-resources catalog-stale-txt
                    move SPACE to catalog-max-secs-txt
                    move SPACE to catalog-max-cpu-txt
                    move SPACE to catalog-max-peak-txt catalog-sensitive
                    unstring catalog-line delimited by "|"
                        into catalog-suite catalog-team catalog-tags
                             catalog-retries-txt catalog-duration-txt
                             catalog-depends catalog-resources
                             catalog-stale-txt catalog-max-secs-txt
                             catalog-max-cpu-txt catalog-max-peak-txt
                             catalog-sensitive
                    end-unstring
                    if catalog-suite not = SPACE
                        add 1 to suite-count
                            move 3 to RETURN-CODE
                            stop run
                        end-if
                        initialize suite-entry(suite-count)
                        move trim(catalog-suite) to suite-entry-name(suite-count)
                        move 0 to suite-entry-retries(suite-count)
                        move catalog-team to suite-entry-team(suite-count)
                            to suite-entry-max-cpu(suite-count)
                        move numval(catalog-max-peak-txt)
                            to suite-entry-max-peak(suite-count)
                        if catalog-sensitive = "Y"
                            move "Y" to suite-entry-sensitive(suite-count)
                        else
                            move "N" to suite-entry-sensitive(suite-count)
                        end-if
                        if catalog-quarantine = "Y" or catalog-quarantine = "Q"
                            add 1 to quarantine-count
                            if quarantine-count > QUARANTINE-LIMIT
            at end
                move "10" to archive-file-status
            not at end
                move archive-line to ws-archive-record
                move 1 to suite-scan-index
                perform until suite-scan-index > suite-count
                    if trim(suite-entry-name(suite-scan-index))
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    initialize suite-entry(suite-count)
                    move trim(discover-line) to discover-scan
                    move byte-length(discover-scan) to discover-scan-len
                    move discover-scan-len to discover-scan-index
    perform until slot-index > ws-parallel-workers
        move "N" to slot-busy(slot-index)
        move SPACE to slot-resources(slot-index)
        move SPACE to slot-wait-from(slot-index)
        move SPACE to slot-wait-reason(slot-index)
        add 1 to slot-index
    end-perform.
    move 1 to dispatch-pick.
    perform until dispatch-pick > suite-count
        move "N" to suite-entry-dispatched(dispatch-pick)
        move SPACE to suite-entry-started(dispatch-pick)
        move SPACE to suite-entry-ended(dispatch-pick)
        add 1 to dispatch-pick
    end-perform.
    if is-disk-short
        *> preflight already found no room for the run
        perform cblu-disk-defer-pending
    end-if.

    perform until parallel-pending = 0
            and parallel-completed >= parallel-launched
                or parallel-pending = 0
            if slot-busy(slot-index) = "N"
                perform cblu-parallel-pick
                if dispatch-pick > 0 and ws-min-free-mb > 0
                        and disk-dirs-count > 0
                    move parallel-pending to disk-remaining
                    perform cblu-disk-check
                end-if
                if is-disk-short
                    *> no further launches; the workers in flight
                    *> finish and merge as usual
                    perform cblu-disk-defer-pending
                else
                if dispatch-pick > 0
                    perform cblu-parallel-launch
                else
                    *> everything left is waiting on a prerequisite
                    *> or a held resource
                    perform cblu-timeline-wait-mark
                    move ws-parallel-workers to slot-index
                end-if
                end-if
            end-if
            add 1 to slot-index
        end-perform
    *> on an in-flight prerequisite or a held resource is passed over
    *> this round and retried on the next poll
    move 0 to dispatch-pick.
    move SPACE to pick-hold-reason.
    move 1 to dispatch-scan.
    perform until dispatch-scan > suite-count or dispatch-pick > 0
        if suite-entry-dispatched(dispatch-scan) = "N"
                        subtract 1 from parallel-pending
                    else
                        perform cblu-parallel-depends-done
                        if dispatch-ready = "N"
                                and pick-hold-reason = SPACE
                            move concatenate("prerequisite ",
                                    trim(depends-token))
                                to pick-hold-reason
                        end-if
                    end-if
                end-if
                if suite-entry-dispatched(dispatch-scan) = "N"
                    perform cblu-parallel-resources-free
                    if dispatch-ready = "Y"
                        move dispatch-scan to dispatch-pick
                    else
                        if pick-hold-reason = SPACE
                            move concatenate("resource ",
                                    trim(resource-token))
                                to pick-hold-reason
                        end-if
                    end-if
                end-if
            end-if
    move "Y" to slot-busy(slot-index).
    move dispatch-pick to slot-suite-index(slot-index).
    move candidate-resources to slot-resources(slot-index).
    *> the timeline's bar, and the wait this slot sat through before it
    move slot-index to suite-entry-slot(dispatch-pick).
    move current-date(1:14) to suite-entry-started(dispatch-pick).
    move slot-wait-from(slot-index) to suite-entry-wait-from(dispatch-pick).
    move slot-wait-reason(slot-index)
        to suite-entry-wait-reason(dispatch-pick).
    move SPACE to slot-wait-from(slot-index).
    move SPACE to slot-wait-reason(slot-index).
    accept deadline-time from TIME.
    compute slot-start-seconds(slot-index) =
        3600 * hours of deadline-time
                trim(syslog-host), ":", trim(syslog-port))
            to parallel-command
    end-if.
    if is-run-sensitive or suite-entry-sensitive(dispatch-pick) = "Y"
        move concatenate(trim(parallel-command), " --sensitive")
            to parallel-command
    end-if.
    if not is-empty of manifest-file
        move concatenate(trim(parallel-command), " --manifest ",
                trim(manifest-file))
                trim(suite-entry-name(dispatch-pick)), ".log 2>&1 ;",
                " touch ", trim(slot-done-path(slot-index)), " ) &")
            to parallel-command
        if is-run-sensitive or suite-entry-sensitive(dispatch-pick) = "Y"
            *> owner-only, as cblu-capture-start makes it in process
            move concatenate("umask 077; rm -f ", trim(capture-dir), "/",
                    trim(suite-entry-name(dispatch-pick)), ".log; ",
                    trim(parallel-command))
                to parallel-command
        end-if
    else
        move concatenate("( ", trim(parallel-command),
                " --dump-summary ", trim(slot-dump-path(slot-index)),
    call "SYSTEM" using parallel-command.
    move 0 to RETURN-CODE.

cblu-timeline-wait-mark section.
    *> nothing was dispatchable: every free slot is now blocked on
    *> what held the first candidate back, from now until its next
    *> launch -- unless it is already waiting, or nothing is left
    if pick-hold-reason = SPACE
        exit section
    end-if.
    move 1 to resource-slot-scan.
    perform until resource-slot-scan > ws-parallel-workers
        if slot-busy(resource-slot-scan) = "N"
                and slot-wait-from(resource-slot-scan) = SPACE
            move current-date(1:14) to slot-wait-from(resource-slot-scan)
            move pick-hold-reason to slot-wait-reason(resource-slot-scan)
        end-if
        add 1 to resource-slot-scan
    end-perform.

cblu-parallel-slot-complete section.
    *> fold the finished worker's dump straight in, free the slot, and
    *> count a torn or missing dump as that one suite's abend -- the
    compute suite-entry-duration(suite-run-index) =
        deadline-now-seconds - slot-start-seconds(slot-index).
    move "Y" to suite-entry-ran(suite-run-index).
    move current-date(1:14) to suite-entry-ended(suite-run-index).
    perform cblu-budget-check.

    move slot-dump-path(slot-index) to parallel-dump-path.
                to slice-max-cpu-edit
            move suite-entry-max-peak(parallel-suite-scan)
                to slice-max-peak-edit
            move "N" to slice-sensitive
            if suite-entry-sensitive(parallel-suite-scan) = "Y"
                move "Y" to slice-sensitive
            end-if
            *> all 14 catalog columns ride into the worker (placement,
            *> column 7, is the fleet dispatcher's concern and stays
            *> empty) -- dropping the tail columns left the worker
            *> blind to its depends/resources/staleness and, worse,
                    slice-stale-edit, "|",
                    slice-max-secs-edit, "|",
                    slice-max-cpu-edit, "|",
                    slice-max-peak-edit, "|",
                    slice-sensitive)
                to catalog-line
            write catalog-line
            add 1 to parallel-suite-scan

cblu-progress-save section.
    *> one small file the monitoring can poll: the suite just finished,
    *> how far through suite-list the run is, the running failure count,
    *> when the run began and a timestamp that goes quiet when the run
    *> stalls
    compute progress-completed = suite-run-index.
    open output progress.
    if not progress-ok
        move failures-total of summary to ws-num-edit
        move concatenate("failures=", trim(ws-num-edit)) to progress-line
        write progress-line
        move concatenate("started=", progress-started) to progress-line
        write progress-line
        move concatenate("updated=", current-date(1:14)) to progress-line
        write progress-line
        close progress
    *> COBOL parser for (see --discover's own use of find(1) for the same
    *> reason). cblu-affected-check below then tests each suite's own
    *> testsuite-name for membership in the resulting affected-name-tbl.
    *> Every source goes through norm() before grep sees it: a
    *> fixed-format source is cut to its program text (columns 8-72,
    *> comment lines dropped, continuation lines joined to the line
    *> they continue, debug lines kept as code), so sequence numbers,
    *> identification text and commented-out CALLs stop matching. The
    *> format follows the >>SOURCE directives, else source-format, else
    *> the layout of the lines (see coverage-instrument).
    open output affected-script.
    move concatenate("fmt='", trim(source-format), "'") to affected-script-line
    write affected-script-line
    move 'awkf="$0.awk"' to affected-script-line
    write affected-script-line
    move concatenate("cat > ", quote, "$awkf", quote, " <<'AWK'")
        to affected-script-line
    write affected-script-line
    move 'FNR == NR {' to affected-script-line
    write affected-script-line
    move '    if ($0 !~ /^ *$/ && $0 !~ /^ *>>/ && (substr($0, 1, 6) !~ /^[ 0-9]*$/ || substr($0, 7, 1) !~ /^[ *\/Dd$-]?$/)) loose = 1'
        to affected-script-line
    write affected-script-line
    move '    next' to affected-script-line
    write affected-script-line
    move '}' to affected-script-line
    write affected-script-line
    move 'FNR == 1 { fixed = (FMT == "fixed" || (FMT == "auto" && !loose)) }'
        to affected-script-line
    write affected-script-line
    move '{ u = toupper($0) }' to affected-script-line
    write affected-script-line
    move 'u ~ /^ *>> *SOURCE/ { if (n) print b; n = 0; fixed = (u !~ /FREE/); next }'
        to affected-script-line
    write affected-script-line
    move '!fixed { if (n) print b; n = 0; print; next }' to affected-script-line
    write affected-script-line
    move '{ i = substr($0, 7, 1); t = substr($0, 8, 65) }' to affected-script-line
    write affected-script-line
    move 'i == "*" || i == "/" { next }' to affected-script-line
    write affected-script-line
    move 'i == "-" { q = (t ~ /^ *["\047]/); sub(/^ *["\047]?/, "", t); if (!q) sub(/ +$/, "", b); b = b t; next }'
        to affected-script-line
    write affected-script-line
    move '{ if (n) print b; b = t; n = 1 }' to affected-script-line
    write affected-script-line
    move 'END { if (n) print b }' to affected-script-line
    write affected-script-line
    move "AWK" to affected-script-line
    write affected-script-line
    move 'norm() { awk -v FMT="$fmt" -f "$awkf" "$1" "$1"; }' to affected-script-line
    write affected-script-line
    move concatenate("norm '", trim(affected-by-file), "' 2>/dev/null",
            " | grep -ohiE '(program-id|function-id)\. *[A-Za-z0-9_-]+'",
            " | sed -E 's/.*\. *//' | sort -u",
            " > ", trim(affected-list-file))
        to affected-script-line
    write affected-script-line
    move concatenate("  find ", quote, "$root", quote, " -name '*.cbl' 2>/dev/null |")
        to affected-script-line
    write affected-script-line
    move '    while read f; do' to affected-script-line
    write affected-script-line
    move concatenate('      if norm "$f" | grep -qiwE ', quote, "$pattern", quote,
            "; then")
        to affected-script-line
    write affected-script-line
    move concatenate("        norm ", quote, "$f", quote,
            " | grep -ohiE '(program-id|function-id)\. *[A-Za-z0-9_-]+'")
        to affected-script-line
    write affected-script-line
    move '      fi' to affected-script-line
    write affected-script-line
    move '    done 2>/dev/null |' to affected-script-line
    write affected-script-line
    move concatenate("    sed -E 's/.*\. *//' >> ", quote, "$lst", quote) to affected-script-line
    write affected-script-line
    write affected-script-line
    move "done" to affected-script-line
    write affected-script-line
    move 'rm -f "$awkf"' to affected-script-line
    write affected-script-line
    close affected-script.

    move concatenate("sh ", trim(affected-script-file)) to discover-command.
        add 1 to routes-scan-index
    end-perform.

cblu-rota-load section.
    move 0 to rota-count.
    open input rota.
    if not rota-ok
        display "Error opening " trim(rota-file) ": " rota-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to rota-file-status.
    perform until rota-eof
        read rota
            at end
                move "10" to rota-file-status
            not at end
                if trim(rota-line) not = SPACE
                        and rota-line(1:1) not = "#"
                    add 1 to rota-count
                    if rota-count > ROTA-LIMIT
                        display "Fatal: rota file exceeds " ROTA-LIMIT " entries" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    unstring rota-line delimited by "|"
                        into rota-team(rota-count)
                             rota-from(rota-count)
                             rota-to(rota-count)
                             rota-role(rota-count)
                             rota-person(rota-count)
                             rota-contact(rota-count)
                    end-unstring
                end-if
        end-read
    end-perform.
    close rota.

cblu-rota-lookup section.
    *> who holds rota-lookup-role for rota-lookup-team today; the
    *> first matching line wins, so a swap can be entered above the
    *> regular rotation
    move "N" to rota-found.
    move current-date(1:8) to rota-today.
    move 1 to rota-scan-index.
    perform until rota-scan-index > rota-count
        if trim(rota-team(rota-scan-index)) = trim(rota-lookup-team)
                and trim(rota-role(rota-scan-index)) = trim(rota-lookup-role)
                and rota-from(rota-scan-index) <= rota-today
                and rota-to(rota-scan-index) >= rota-today
            move "Y" to rota-found
            move rota-person(rota-scan-index) to rota-found-person
            move rota-contact(rota-scan-index) to rota-found-contact
            move rota-count to rota-scan-index
        end-if
        add 1 to rota-scan-index
    end-perform.

cblu-freeze-check section.
    *> a worker or child process runs under the parent's decision
    if not is-empty of dump-summary-file
        exit section
    end-if.
    move SPACE to freeze-used.
    if not is-empty of quarantine-file
        move "--quarantine" to freeze-used
    end-if.
    if not is-empty of tag-filter
        move concatenate(trim(freeze-used), " --tag") to freeze-used
    end-if.
    if not is-empty of deadline-arg
        move concatenate(trim(freeze-used), " --deadline") to freeze-used
    end-if.
    if freeze-used = SPACE
        exit section
    end-if.
    move trim(freeze-used) to freeze-used.
    if is-empty of freeze-file
        accept freeze-file from environment "GCBLUNIT_FREEZE"
            on exception
                move SPACE to freeze-file
        end-accept
        if is-empty of freeze-file
            move freeze-store-path to freeze-file
        end-if
    end-if.
    if is-empty of freeze-override
        accept freeze-override from environment "GCBLUNIT_FREEZE_OVERRIDE"
            on exception
                move SPACE to freeze-override
        end-accept
    end-if.
    perform cblu-freeze-load.
    if not is-freeze-found
        exit section
    end-if.
    if freeze-level = "HARD" and is-empty of freeze-override
        display "Error: " trim(freeze-used) " refused -- change freeze "
            freeze-from "-" freeze-to ": " trim(freeze-reason) upon syserr
        display "       --freeze-override reason runs it anyway, on the"
            " freeze audit trail" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

    move concatenate("FROZEN ", freeze-from, "-", freeze-to, " ",
            trim(freeze-level), " (", trim(freeze-reason), ") used ",
            trim(freeze-used))
        to freeze-log.
    if not is-empty of freeze-override
        accept freeze-operator from environment "USER"
            on exception
                move "(unknown)" to freeze-operator
        end-accept
        if freeze-operator = SPACE
            move "(unknown)" to freeze-operator
        end-if
        move concatenate(trim(freeze-log), "; override by ",
                trim(freeze-operator), ": ", trim(freeze-override))
            to freeze-log
        *> the shop-common audit record, verb FREEZE-OVERRIDE
        open extend freeze-audit
        if not freeze-audit-ok
            open output freeze-audit
        end-if
        if freeze-audit-ok
            move concatenate(current-date(1:14), "|gcblunit|FREEZE-OVERRIDE|",
                    trim(freeze-used), "|", trim(freeze-reason), "|",
                    trim(freeze-override), "|", trim(freeze-operator))
                to freeze-audit-line
            write freeze-audit-line
            close freeze-audit
        end-if
    end-if.
    display "Warning: " trim(freeze-log) upon syserr.

cblu-freeze-load section.
    *> the freeze covering today; a HARD range wins over a SOFT one
    move "N" to freeze-found.
    move current-date(1:8) to freeze-today.
    open input freeze.
    if not freeze-ok
        *> no calendar means nothing is frozen
        exit section
    end-if.
    move SPACE to freeze-file-status.
    perform until freeze-eof
        read freeze
            at end
                move "10" to freeze-file-status
            not at end
                if trim(freeze-line) not = SPACE
                        and freeze-line(1:1) not = "#"
                    move SPACE to freeze-scan-from freeze-scan-to
                        freeze-scan-level freeze-scan-reason
                    unstring freeze-line delimited by "|"
                        into freeze-scan-from freeze-scan-to
                             freeze-scan-level freeze-scan-reason
                    end-unstring
                    move upper-case(freeze-scan-level) to freeze-scan-level
                    if freeze-scan-from <= freeze-today
                            and freeze-scan-to >= freeze-today
                            and (not is-freeze-found or freeze-level not = "HARD")
                        move "Y" to freeze-found
                        move freeze-scan-from to freeze-from
                        move freeze-scan-to to freeze-to
                        move freeze-scan-level to freeze-level
                        move freeze-scan-reason to freeze-reason
                    end-if
                end-if
        end-read
    end-perform.
    close freeze.

cblu-journal-check section.
    *> is today's run date marked environmental in the run journal
    move "N" to journal-excluded.
    move SPACE to journal-reason.
    move current-date(1:8) to journal-today.
    open input journal.
    if not journal-ok
        *> no journal means nothing was noted
        exit section
    end-if.
    move SPACE to journal-file-status.
    perform until journal-eof
        read journal
            at end
                move "10" to journal-file-status
            not at end
                if trim(journal-line) not = SPACE
                        and journal-line(1:1) not = "#"
                    move SPACE to journal-scan-id journal-scan-date
                        journal-scan-target journal-scan-stamp
                        journal-scan-operator journal-scan-flag
                        journal-scan-note
                    unstring journal-line delimited by "|"
                        into journal-scan-id journal-scan-date
                             journal-scan-target journal-scan-stamp
                             journal-scan-operator journal-scan-flag
                             journal-scan-note
                    end-unstring
                    if journal-scan-date = journal-today
                            and journal-scan-target = SPACE
                            and journal-scan-flag = "E"
                        move "Y" to journal-excluded
                        move journal-scan-note to journal-reason
                    end-if
                end-if
        end-read
    end-perform.
    close journal.

cblu-acks-load section.
    move 0 to acks-count.
    open input acks.
    if not acks-ok
        *> no register yet means nothing has been acknowledged
        exit section
    end-if.
    move SPACE to acks-file-status.
    perform until acks-eof
        read acks
            at end
                move "10" to acks-file-status
            not at end
                if trim(acks-line) not = SPACE
                        and acks-line(1:1) not = "#"
                        and acks-count < ACKS-LIMIT
                    add 1 to acks-count
                    unstring acks-line delimited by "|"
                        into ack-suite(acks-count)
                             ack-stamp(acks-count)
                             ack-operator(acks-count)
                             ack-comment(acks-count)
                    end-unstring
                end-if
        end-read
    end-perform.
    close acks.

cblu-ack-lookup section.
    move "N" to ack-found.
    move 0 to ack-found-index.
    move 1 to acks-scan-index.
    perform until acks-scan-index > acks-count
        if trim(ack-suite(acks-scan-index)) = trim(ack-lookup-suite)
            move "Y" to ack-found
            move acks-scan-index to ack-found-index
            move acks-count to acks-scan-index
        end-if
        add 1 to acks-scan-index
    end-perform.

cblu-syslog-route section.
    move testsuite-name to route-lookup-name.
    perform cblu-route-resolve.
    if is-route-found
        move route-found-host to syslog-host
        move route-found-port to syslog-port
    else
        move syslog-default-host to syslog-host
        move syslog-default-port to syslog-port
    end-if.

    *> strip a leading http:// or https:// scheme, then split the
    *> remaining host[:port] from the optional /path that follows
    move webhook-url to webhook-scan.
    move 0 to vault-refs.
    inspect webhook-scan tallying vault-refs for all "@vault:".
    if vault-refs > 0
        call "vault-resolve" using webhook-scan, vault-status
        if vault-status not = "00"
            display "Error: cannot resolve --webhook " trim(webhook-url)
                " from the credential store (status " vault-status ")"
                upon syserr
            exit section
        end-if
    end-if.
    if webhook-scan(1:7) = "http://"
        move webhook-scan(8:) to webhook-scan
    else
                move assertion-suite(assertions-index) to route-lookup-name
                perform cblu-route-resolve
                if is-route-found
                    move webhook-payload to webhook-send-payload
                    if rota-count > 0
                        move route-found-team to rota-lookup-team
                        move "primary" to rota-lookup-role
                        perform cblu-rota-lookup
                        if is-rota-found and rota-found-contact not = SPACE
                            move SPACE to route-found-host
                            move "514" to route-found-port
                            unstring rota-found-contact delimited by ":"
                                into route-found-host route-found-port
                                on overflow
                                    continue
                            end-unstring
                            if route-found-port = SPACE
                                move "514" to route-found-port
                            end-if
                            move concatenate(
                                    webhook-payload(1:length(trim(webhook-payload)) - 1),
                                    ',"on_call":"', trim(rota-found-person), '"}')
                                to webhook-send-payload
                        end-if
                    end-if
                    move concatenate(trim(route-found-host), ":",
                            trim(route-found-port))
                        to route-authority
                        move route-authority
                            to webhook-sent-authority(webhook-sent-count)
                        move send-udp(route-found-host, route-found-port,
                                trim(webhook-send-payload))
                            to webhook-result
                    end-if
                else
        add 1 to junit-suite-scan
    end-perform.

    move 1 to key-from-index.
    move assertions-total of summary to key-to-index.
    perform cblu-assertion-keys.
    if known-issues-count > 0
        perform cblu-known-mark
    end-if.
    *> CLI-usage and suite/assertion-limit errors above, so exceptions get
    *> the next free code. Exceptions are checked second so they win over a
    *> failure code when a run hits both. Warnings never set RETURN-CODE;
    *> budget violations set 7 only on an otherwise clean run. A run the
    *> disk guard stopped ends 8 over all of them: what failed after the
    *> filesystem filled says nothing about the code.
    if failures-total of summary > 0
        display COLOR-RED "FAILURES!" COLOR-RESET
        display "Full failure detail: " trim(failure-detail-file)
        move 1 to RETURN-CODE
    end-if.
    if sensitive-masked > 0
        display "Sensitive values: " sensitive-masked " masked; full values"
            " in " trim(sensitive-detail-file) " (owner-only)"
    end-if.
    if errors-total > 0
        display COLOR-RED "EXCEPTIONS!" COLOR-RESET
        move 4 to RETURN-CODE
           move BUDGET-VIOLATION-RC to RETURN-CODE
       end-if
    end-if.
    *> exceptions on a run the guard let through are held against the
    *> floor once more: a filesystem that filled mid-suite is disk too
    if errors-total > 0 and not is-disk-short and ws-min-free-mb > 0
            and disk-dirs-count > 0
        move RETURN-CODE to child-rc
        move 0 to disk-remaining
        perform cblu-disk-check
        move child-rc to RETURN-CODE
    end-if.
    if is-disk-short
        move disk-short-need-kb to disk-need-edit
        display COLOR-RED "DISK SPACE!" COLOR-RESET " "
            trim(disk-short-dir) ": less than the " trim(disk-need-edit)
            " kB needed free"
        move DISK-SPACE-RC to RETURN-CODE
    end-if.
    display "Tests: " tests-total ", Skipped: " skipped-total LINEBREAK
       "Assertions: " assertions-total of summary
       ", Failures: " failures-total of summary
    end-if.

    *> an exception exit (an uncaught exception in a suite, or a
    *> timeout kill counted as one) or a disk-space stop leaves a
    *> complete incident bundle behind before housekeeping can sweep
    *> the pieces away
    if (RETURN-CODE = 4 or RETURN-CODE = DISK-SPACE-RC)
            and is-empty of dump-summary-file
        perform cblu-incident-bundle
    end-if.

    end-if.

    if deferred-total > 0
        display "Deferred: " deferred-total " (" trim(defer-reason) ")"
    end-if.

    if stale-today-int > 0
        move RETURN-CODE to child-rc
        perform cblu-lock-acquire
        if is-lock-held
            perform cblu-journal-check
            if is-journal-excluded
                display "Warning: tonight is environmental in the run "
                    "journal (" trim(journal-reason) ") -- durations "
                    "left as they were" upon syserr
            else
                perform cblu-durations-save
            end-if
            if para-coverage-count > 0
                perform cblu-para-suites-save
            end-if
            perform cblu-spy-calls-save
            perform cblu-history-append
            perform cblu-timeline-append
            perform cblu-archive-append
            perform cblu-failed-write
            perform cblu-trend-log
            if ws-min-free-mb > 0
                perform cblu-disk-sizes-append
            end-if
            perform cblu-lock-release
        end-if
        move child-rc to RETURN-CODE
        move "N" to artifact-lock-held
    end-if.

cblu-source-format-env section.
    accept source-format from environment "GCBLUNIT_SOURCE_FORMAT"
        on exception
            move "auto" to source-format
    end-accept.
    move lower-case(source-format) to source-format.
    if not source-format-known
        move "auto" to source-format
    end-if.

cblu-store-env section.
    *> the environment profile, overridden by --store/--profile later
    *> in the option stream
        to archive-path.
    move concatenate(trim(store-base), "/gcblunit-durations.dat")
        to durations-path.
    move concatenate(trim(store-base), "/gcblunit-timeline.dat")
        to timeline-path.
    move concatenate(trim(store-base), "/gcblunit-failed.lst")
        to failed-list-path.
    move concatenate(trim(store-base), "/gcblunit-paragraph-suites.dat")
        to para-suites-path.
    move concatenate(trim(store-base), "/gcblunit-spy-calls.dat")
        to spy-calls-path.
    move concatenate(trim(store-base), "/gcblunit-artifacts.lock")
        to artifact-lock-path.
    move concatenate(trim(store-base), "/gcblunit-incidents.log")
        to incidents-log-path.
    move concatenate(trim(store-base), "/gcblunit-freeze.dat")
        to freeze-store-path.
    move concatenate(trim(store-base), "/gcblunit-freeze-audit.log")
        to freeze-audit-path.
    move concatenate(trim(store-base), "/gcblunit-journal.dat")
        to journal-path.
    move concatenate(trim(store-base), "/gcblunit-artifact-sizes.dat")
        to disk-sizes-path.

cblu-incident-bundle section.
    *> one directory per incident, keyed by timestamp and pid, holding
            to incident-command
        call "SYSTEM" using incident-command
    end-if.
    *> a disk-space stop leaves the capture logs where they are --
    *> copying them is what the full filesystem has no room for
    if not is-empty of capture-dir and not is-disk-short
        move concatenate("cp -r ", trim(capture-dir), " ",
                trim(incident-dir), "/capture 2>/dev/null")
            to incident-command
        move concatenate("options: ", trim(provenance-options))
            to incident-out-line
        write incident-out-line
        if freeze-log not = SPACE
            move concatenate("freeze: ", trim(freeze-log))
                to incident-out-line
            write incident-out-line
        end-if
        if is-disk-short
            move disk-short-need-kb to disk-need-edit
            move concatenate("reason: disk space, ", trim(disk-short-dir),
                    " less than the ", trim(disk-need-edit),
                    " kB needed free")
                to incident-out-line
        else
            move "reason: exception" to incident-out-line
        end-if
        write incident-out-line
        move tests-total to ws-num-edit
        move concatenate("tests: ", trim(ws-num-edit))
            to incident-out-line
    end-if.
    if incident-out-ok
        move errors-total to ws-num-edit
        if is-disk-short
            move concatenate(current-date(1:14), " ", trim(incident-id),
                    " rc=8 disk-space=", trim(disk-short-dir), " ",
                    trim(incident-dir))
                to incident-out-line
        else
            move concatenate(current-date(1:14), " ", trim(incident-id),
                    " rc=4 exceptions=", trim(ws-num-edit), " ",
                    trim(incident-dir))
                to incident-out-line
        end-if
        write incident-out-line
        close incident-out
    end-if.
        subtract 1 from diff-last
    end-perform
    display assertion-status(assertions-index) SPACE
        trim(assertion-suite(assertions-index)) "#" assertion-nr(assertions-index)
        " (" trim(assertion-key(assertions-index)) ") "
        trim(assertion-name(assertions-index)) SPACE
        with no advancing
    *> the optional business-rule description a suite passed to the
        add 1 to coverage-checks-hit
    end-if.
    display "  assert-called-with: " coverage-hit-called-with " hit(s)".
    if coverage-hit-sql-issued > 0
        add 1 to coverage-checks-hit
    end-if.
    display "  assert-sql-issued: " coverage-hit-sql-issued " hit(s)".
    if coverage-hit-sql-issued-with > 0
        add 1 to coverage-checks-hit
    end-if.
    display "  assert-sql-issued-with: " coverage-hit-sql-issued-with " hit(s)".
    if coverage-hit-db-count > 0
        add 1 to coverage-checks-hit
    end-if.
    display "  assert-db-count: " coverage-hit-db-count " hit(s)".
    if coverage-hit-db-value > 0
        add 1 to coverage-checks-hit
    end-if.
    display "  assert-db-value: " coverage-hit-db-value " hit(s)".
    if coverage-hit-db-table > 0
        add 1 to coverage-checks-hit
    end-if.
    display "  assert-db-table: " coverage-hit-db-table " hit(s)".
    if coverage-hit-displayed > 0
        add 1 to coverage-checks-hit
    end-if.
    display "  assert-displayed: " coverage-hit-displayed " hit(s)".
    if coverage-hit-screen-equals > 0
        add 1 to coverage-checks-hit
    end-if.
    display "  assert-screen-equals: " coverage-hit-screen-equals " hit(s)".
    if coverage-hit-property > 0
        add 1 to coverage-checks-hit
    end-if.
    display "  property-check: " coverage-hit-property " hit(s)".
    if coverage-hit-check-digit > 0
        add 1 to coverage-checks-hit
    end-if.
    display "  assert-check-digit: " coverage-hit-check-digit " hit(s)".
    if coverage-hit-xml-equals > 0
        add 1 to coverage-checks-hit
    end-if.
    display "  assert-xml-equals: " coverage-hit-xml-equals " hit(s)".
    compute coverage-percent = 100 * coverage-checks-hit / coverage-checks-total.
    display "  " coverage-checks-hit " of " coverage-checks-total
        " assert-* checks exercised (" coverage-percent "%)".
                            move 3 to RETURN-CODE
                            stop run
                        end-if
                        initialize suite-entry(suite-count)
                        move trim(failed-list-line) to suite-entry-name(suite-count)
                        move 0 to suite-entry-retries(suite-count)
                    end-if
    *> one line per executed suite per run, appended so the companion
    *> maintenance and reporting programs can see outcomes across runs
    accept trend-date from DATE YYYYMMDD.
    move SPACE to chain-running.
    if is-chain-capable
        call "chain-tail" using history-path, "H", chain-running,
            chain-status
    else
        display "Warning: libs/core/chain not linked; history lines"
            " appended without chain digests" upon syserr
    end-if.
    open extend history.
    if not history-ok
        open output history
                else
                    move concatenate(trim(history-line), " P") to history-line
                end-if
                if is-chain-capable
                    call "chain-link" using chain-running,
                        history-line(1:96), chain-digest
                    move chain-digest to chain-running
                    move chain-digest to history-line(97:64)
                end-if
                write history-line
            end-if
            add 1 to junit-suite-scan
        close history
    end-if.

cblu-timeline-append section.
    *> one line per suite this run executed, keyed by the run's start
    *> so two nights can be drawn side by side; the outcome is the
    *> history file's: F when any of the suite's assertions failed
    open extend timeline.
    if not timeline-ok
        open output timeline
    end-if.
    if not timeline-ok
        display "Error writing " trim(timeline-path) ": " timeline-file-status upon syserr
        exit section
    end-if.
    move 1 to junit-suite-scan.
    perform until junit-suite-scan > suite-count
        if suite-entry-ran(junit-suite-scan) = "Y"
                and suite-entry-started(junit-suite-scan) not = SPACE
                and suite-entry-ended(junit-suite-scan) not = SPACE
            move "N" to history-suite-failed
            move 0 to history-scan-index
            perform until history-scan-index >= assertions-total of summary
                add 1 to history-scan-index
                if assertion-failed(history-scan-index)
                        and trim(assertion-suite(history-scan-index))
                            = trim(suite-entry-name(junit-suite-scan))
                    move "Y" to history-suite-failed
                    move assertions-total of summary to history-scan-index
                end-if
            end-perform
            move suite-entry-slot(junit-suite-scan) to timeline-slot-edit
            move concatenate(progress-started, "|",
                    trim(suite-entry-name(junit-suite-scan)), "|",
                    trim(timeline-slot-edit), "|",
                    suite-entry-started(junit-suite-scan), "|",
                    suite-entry-ended(junit-suite-scan), "|")
                to timeline-line
            if is-history-suite-failed
                move concatenate(trim(timeline-line), "F|") to timeline-line
            else
                move concatenate(trim(timeline-line), "P|") to timeline-line
            end-if
            move concatenate(trim(timeline-line),
                    trim(suite-entry-wait-from(junit-suite-scan)), "|",
                    trim(suite-entry-wait-reason(junit-suite-scan)), "|",
                    trim(suite-entry-depends(junit-suite-scan)))
                to timeline-line
            write timeline-line
            if not timeline-ok
                display "Error writing " trim(timeline-path) ": " timeline-file-status upon syserr
                exit perform
            end-if
        end-if
        add 1 to junit-suite-scan
    end-perform.
    close timeline.

cblu-archive-append section.
    *> append this run's complete assertion detail to the archive --
    *> workers running under --dump-summary skip it, their records reach
        continue
    else
        accept trend-date from DATE YYYYMMDD
        move SPACE to chain-running
        if is-chain-capable
            call "chain-tail" using archive-path, "A", chain-running,
                chain-status
        else
            display "Warning: libs/core/chain not linked; archive records"
                " appended without chain digests" upon syserr
        end-if
        open extend archive
        if not archive-ok
            open output archive
                end-perform
                move trend-date to arc-date
                move ws-dump-record to arc-dump
                move assertion-key(assertions-index) to arc-key
                move SPACE to arc-chain
                if is-chain-capable
                    call "chain-link" using chain-running,
                        ws-archive-record(1:239), chain-digest
                    move chain-digest to chain-running
                    move chain-digest to arc-chain
                end-if
                move ws-archive-record to archive-line
                write archive-line
            end-perform
    move concatenate('      <property name="seed" value="',
            trim(ws-num-edit), '"/>') to junit-line.
    write junit-line.
    if freeze-log not = SPACE
        *> coverage-reducing options used on a frozen date
        move concatenate('      <property name="freeze" value="',
                trim(freeze-log), '"/>') to junit-line
        write junit-line
    end-if.
    if fake-clock-log not = SPACE
        *> the fake clock the suites ran under: without it an archived
        *> month-end run is uninterpretable
                trim(fake-clock-log), '"/>') to junit-line
        write junit-line
    end-if.
    if property-failure-log not = SPACE
        *> the seed and case of every failed property: --seed with the
        *> seed replays the generated cases exactly
        move concatenate('      <property name="property_failures" value="',
                trim(property-failure-log), '"/>') to junit-line
        write junit-line
    end-if.
    move 1 to junit-suite-scan.
    perform until junit-suite-scan > suite-count
        move concatenate('      <property name="source:',
cblu-suite-team-lookup section.
    *> the owning team of retries-lookup-suite: the catalog's team
    *> column first, the routing table second, "unassigned" when
    *> neither knows the suite or the team it names is blank. Fixture
    *> iterations ("suite[nn]") belong to the suite that spawned them.
    move retries-lookup-suite(1:32) to team-lookup-base.
    move 1 to team-lookup-scan.
    perform until team-lookup-scan > 32
        if trim(suite-entry-name(team-lookup-scan))
                = trim(team-lookup-base)
            if suite-entry-team(team-lookup-scan) not = SPACE
                    and suite-entry-team(team-lookup-scan) not = LOW-VALUE
                move suite-entry-team(team-lookup-scan)
                    to team-lookup-result
            end-if
            move route-found-team to team-lookup-result
        end-if
    end-if.
    inspect team-lookup-result replacing all LOW-VALUE by SPACE.
    if team-lookup-result = SPACE
        move "unassigned" to team-lookup-result
    end-if.

cblu-team-reports section.
    *> the distinct owning teams across this run's SUMMARY records,
    write html-line.
    move '.skip { color: darkorange; }' to html-line.
    write html-line.
    move 'td { vertical-align: top; padding-right: 2em; }' to html-line.
    write html-line.
    move '.screen { border: 1px solid gray; margin: 0; }' to html-line.
    write html-line.
    move '</style></head><body>' to html-line.
    write html-line.
    move concatenate('<h1>', trim(team-list-name(team-list-index)),
    *> EBCDIC dataset copybooks/gcblhost.cpy describes -- transcoded
    *> record by record, so the operator stops re-keying totals into a
    *> TSO panel
    perform cblu-host-suite-tally.

    open output host-export.
    if not host-export-ok
    close host-export.
    display "Host export: " trim(host-export-file)
        " (" host-suite-count " detail record(s), EBCDIC 037)".
    if not is-empty of host-ftp-arg
        move host-export-file to host-ship-file
        move host-dataset to host-ship-dataset
        move "RECFM=FB LRECL=80 BLKSIZE=27920" to host-ship-site
        perform cblu-host-ship
    end-if.

cblu-host-suite-tally section.
    *> per-suite assertion, failure, warning and skip counts from the
    *> SUMMARY records, suites in the order they first appear -- the
    *> host export's detail records and the printed report's lines
    move 0 to host-suite-count.
    move 0 to host-assert-index.
    perform until host-assert-index >= assertions-total of summary
        add 1 to host-assert-index
        move 0 to host-suite-found
        move 1 to host-suite-index
        perform until host-suite-index > host-suite-count
            if host-suite(host-suite-index)
                    = assertion-suite(host-assert-index)
                move host-suite-index to host-suite-found
                move host-suite-count to host-suite-index
            end-if
            add 1 to host-suite-index
        end-perform
        if host-suite-found = 0
            if host-suite-count >= HOST-SUITE-LIMIT
                exit perform
            end-if
            add 1 to host-suite-count
            move host-suite-count to host-suite-found
            move assertion-suite(host-assert-index)
                to host-suite(host-suite-found)
            move 0 to host-asserts(host-suite-found)
            move 0 to host-fails(host-suite-found)
            move 0 to host-warns(host-suite-found)
            move 0 to host-skips(host-suite-found)
        end-if
        add 1 to host-asserts(host-suite-found)
        evaluate true
        when assertion-failed(host-assert-index)
            add 1 to host-fails(host-suite-found)
        when assertion-warned(host-assert-index)
            add 1 to host-warns(host-suite-found)
        when assertion-skipped(host-assert-index)
            add 1 to host-skips(host-suite-found)
        end-evaluate
    end-perform.

cblu-host-ship section.
    *> host-ship-file as written, byte for byte, landing as
    *> host-ship-dataset under host-ship-site, with the server's reply
    *> reported either way
    move SPACE to host-ftp-host host-ftp-port.
    unstring host-ftp-arg delimited by ":" into host-ftp-host host-ftp-port
    end-unstring.
    if host-ftp-port = SPACE
        move "21" to host-ftp-port
    end-if.
    accept host-ftp-user from environment "GCBLUNIT_FTP_USER"
        on exception
            move SPACE to host-ftp-user
    end-accept.
    if host-ftp-user = SPACE
        move "anonymous" to host-ftp-user
    end-if.
    accept host-ftp-password from environment "GCBLUNIT_FTP_PASSWORD"
        on exception
            move SPACE to host-ftp-password
    end-accept.
    move 0 to vault-refs.
    inspect host-ftp-password tallying vault-refs for all "@vault:".
    if vault-refs > 0
        if not is-vault-capable
            display "Error: GCBLUNIT_FTP_PASSWORD @vault: needs libs/core/vault"
                " compiled and linked in, which this build does not have"
                upon syserr
            exit section
        end-if
        call "vault-resolve" using host-ftp-password, vault-status
        if vault-status not = "00"
            display "Error: cannot resolve GCBLUNIT_FTP_PASSWORD from the"
                " credential store (status " vault-status ")" upon syserr
            move SPACE to host-ftp-password
            exit section
        end-if
    end-if.
    move ftp-put(host-ftp-host, host-ftp-port, host-ftp-user,
            host-ftp-password, host-ship-file, host-ship-dataset, "BINARY",
            host-ship-site, host-ftp-status, host-ftp-message)
        to host-ftp-reply.
    if host-ftp-shipped
        display "Host export: shipped to " trim(host-ftp-host)
            " as " trim(host-ship-dataset) " (" trim(host-ftp-message) ")"
    else
        display "Error shipping " trim(host-ship-file) " to "
            trim(host-ftp-host) ": " trim(host-ftp-message) upon syserr
    end-if.

cblu-host-export-write section.
    *> one 80-byte record, ASCII built above, EBCDIC on disk
        to host-export-line.
    write host-export-line.

cblu-print section.
    *> the printed nightly report: suites grouped by owning team in
    *> the order the teams first appear, each team closed by its
    *> control totals, the run's totals last
    perform cblu-host-suite-tally.
    move 0 to team-list-count.
    move 1 to host-suite-index.
    perform until host-suite-index > host-suite-count
        move host-suite(host-suite-index) to retries-lookup-suite
        perform cblu-suite-team-lookup
        move team-lookup-result to print-team(host-suite-index)
        move "N" to team-list-found
        move 1 to team-list-index
        perform until team-list-index > team-list-count
            if team-list-name(team-list-index) = team-lookup-result
                move "Y" to team-list-found
                move team-list-count to team-list-index
            end-if
            add 1 to team-list-index
        end-perform
        if team-list-found = "N" and team-list-count < TEAM-REPORTS-LIMIT
            add 1 to team-list-count
            move team-lookup-result to team-list-name(team-list-count)
        end-if
        add 1 to host-suite-index
    end-perform.

    open output print-out.
    if not print-ok
        display "Error writing " trim(print-file) ": " print-file-status upon syserr
        exit section
    end-if.
    accept print-run-date from DATE YYYYMMDD.
    move 0 to print-page.
    move 0 to print-run-suites print-run-asserts print-run-fails.
    move 0 to print-run-warns print-run-skips print-run-secs.
    *> forces the first page header
    move PRINT-PAGE-LINES to print-lines.

    move 1 to team-list-index.
    perform until team-list-index > team-list-count
        perform cblu-print-team
        add 1 to team-list-index
    end-perform.

    move SPACE to print-record.
    move "-" to prt-asa.
    move print-run-suites to print-count-edit.
    move concatenate("RUN TOTAL (", trim(print-count-edit), " SUITES)")
        to pdl-suite.
    move print-run-asserts to pdl-assertions.
    move print-run-fails to pdl-failures.
    move print-run-warns to pdl-warnings.
    move print-run-skips to pdl-skips.
    move print-run-secs to print-secs.
    perform cblu-print-duration.
    if print-run-fails = 0 and errors-total = 0
        move "PASS" to pdl-outcome
    else
        move "FAIL" to pdl-outcome
    end-if.
    perform cblu-print-line.
    move SPACE to print-record.
    move tests-total to print-count-edit.
    move concatenate("TESTS ", trim(print-count-edit)) to prt-text.
    move skipped-total to print-count-edit.
    move concatenate(trim(prt-text), "   SKIPPED ", trim(print-count-edit))
        to prt-text.
    move errors-total to print-count-edit.
    move concatenate(trim(prt-text), "   EXCEPTIONS ",
            trim(print-count-edit))
        to prt-text.
    perform cblu-print-line.
    move SPACE to print-record.
    move "0" to prt-asa.
    move "*** END OF REPORT ***" to prt-text.
    perform cblu-print-line.
    close print-out.
    move print-page to print-page-edit.
    if is-print-ebcdic
        display "Print report: " trim(print-file) " ("
            trim(print-page-edit) " page(s), EBCDIC 037)"
        if not is-empty of host-ftp-arg
            move print-file to host-ship-file
            move print-dataset to host-ship-dataset
            move "RECFM=FBA LRECL=133 BLKSIZE=27930" to host-ship-site
            perform cblu-host-ship
        end-if
    else
        display "Print report: " trim(print-file) " ("
            trim(print-page-edit) " page(s))"
    end-if.

cblu-print-team section.
    *> one team's section break, its suites, and its control totals
    move 0 to print-team-suites print-team-asserts print-team-fails.
    move 0 to print-team-warns print-team-skips print-team-secs.
    move SPACE to print-record.
    move "0" to prt-asa.
    move concatenate("TEAM: ", trim(team-list-name(team-list-index)))
        to prt-text.
    perform cblu-print-line.
    move 1 to host-suite-index.
    perform until host-suite-index > host-suite-count
        if print-team(host-suite-index) = team-list-name(team-list-index)
            perform cblu-print-suite
        end-if
        add 1 to host-suite-index
    end-perform.
    move SPACE to print-record.
    move "0" to prt-asa.
    move print-team-suites to print-count-edit.
    move concatenate("TEAM TOTAL (", trim(print-count-edit), " SUITES)")
        to pdl-suite.
    move print-team-asserts to pdl-assertions.
    move print-team-fails to pdl-failures.
    move print-team-warns to pdl-warnings.
    move print-team-skips to pdl-skips.
    move print-team-secs to print-secs.
    perform cblu-print-duration.
    if print-team-fails = 0
        move "PASS" to pdl-outcome
    else
        move "FAIL" to pdl-outcome
    end-if.
    perform cblu-print-line.

cblu-print-suite section.
    *> the detail line, then every failing assertion of the suite
    move host-suite(host-suite-index) to retries-lookup-suite.
    perform cblu-duration-lookup.
    add 1 to print-team-suites.
    add host-asserts(host-suite-index) to print-team-asserts.
    add host-fails(host-suite-index) to print-team-fails.
    add host-warns(host-suite-index) to print-team-warns.
    add host-skips(host-suite-index) to print-team-skips.
    add duration-lookup-result to print-team-secs.
    add 1 to print-run-suites.
    add host-asserts(host-suite-index) to print-run-asserts.
    add host-fails(host-suite-index) to print-run-fails.
    add host-warns(host-suite-index) to print-run-warns.
    add host-skips(host-suite-index) to print-run-skips.
    add duration-lookup-result to print-run-secs.
    move SPACE to print-record.
    move host-suite(host-suite-index) to pdl-suite.
    move host-asserts(host-suite-index) to pdl-assertions.
    move host-fails(host-suite-index) to pdl-failures.
    move host-warns(host-suite-index) to pdl-warnings.
    move host-skips(host-suite-index) to pdl-skips.
    move duration-lookup-result to print-secs.
    perform cblu-print-duration.
    if host-fails(host-suite-index) = 0
        move "PASS" to pdl-outcome
    else
        move "FAIL" to pdl-outcome
    end-if.
    perform cblu-print-line.
    if host-fails(host-suite-index) = 0
        exit section
    end-if.
    move 0 to host-assert-index.
    perform until host-assert-index >= assertions-total of summary
        add 1 to host-assert-index
        if assertion-failed(host-assert-index)
                and assertion-suite(host-assert-index)
                    = host-suite(host-suite-index)
            move SPACE to print-record
            move concatenate("      #", assertion-nr(host-assert-index),
                    " ", assertion-name(host-assert-index), " ",
                    trim(assertion-desc(host-assert-index)))
                to prt-text
            perform cblu-print-line
            move SPACE to print-record
            move concatenate("            EXPECTED: ",
                    assertion-expected(host-assert-index),
                    "   ACTUAL: ", assertion-actual(host-assert-index))
                to prt-text
            perform cblu-print-line
        end-if
    end-perform.

cblu-print-duration section.
    *> print-secs as hhh:mm:ss into the detail line
    compute print-hh = print-secs / 3600.
    compute print-mm = mod(print-secs, 3600) / 60.
    compute print-ss = mod(print-secs, 60).
    move concatenate(print-hh, ":", print-mm, ":", print-ss)
        to pdl-duration.

cblu-print-line section.
    *> page break first when the line's spacing would run off the
    *> page; the line then keeps its own carriage control under the
    *> new headings
    evaluate prt-asa
    when "0"
        move 2 to print-advance
    when "-"
        move 3 to print-advance
    when other
        move 1 to print-advance
    end-evaluate.
    if print-lines + print-advance > PRINT-PAGE-LINES
        move print-record to print-save
        perform cblu-print-page-header
        move print-save to print-record
    end-if.
    perform cblu-print-put.

cblu-print-page-header section.
    add 1 to print-page.
    move 0 to print-lines.
    move print-page to print-page-edit.
    move SPACE to print-record.
    move "1" to prt-asa.
    move "GCBLUNIT NIGHTLY TEST REPORT" to prt-text(1:40).
    move concatenate("RUN DATE ", print-run-date(1:4), "-",
            print-run-date(5:2), "-", print-run-date(7:2))
        to prt-text(50:30).
    move concatenate("PAGE ", print-page-edit) to prt-text(120:13).
    perform cblu-print-put.
    move SPACE to print-record.
    move concatenate("HOST ", trim(provenance-host)) to prt-text(1:48).
    if store-profile = SPACE
        move "PROFILE (NONE)" to prt-text(50:70)
    else
        move concatenate("PROFILE ", trim(store-profile))
            to prt-text(50:70)
    end-if.
    perform cblu-print-put.
    move SPACE to print-record.
    move "0" to prt-asa.
    move "SUITE" to pdl-suite.
    move "ASSERTS    FAILS    WARNS    SKIPS   DURATION  RESULT"
        to prt-text(35:53).
    perform cblu-print-put.
    move SPACE to print-record.
    move all "-" to prt-text(1:90).
    perform cblu-print-put.

cblu-print-put section.
    *> one 133-byte record as built, transcoded when the report goes
    *> to the host
    evaluate prt-asa
    when "1"
        move 1 to print-lines
    when "0"
        add 2 to print-lines
    when "-"
        add 3 to print-lines
    when other
        add 1 to print-lines
    end-evaluate.
    if is-print-ebcdic
        move ascii-to-ebcdic(print-record, "037", SPACE)
            to print-out-line
    else
        move print-record to print-out-line
    end-if.
    write print-out-line.

cblu-capture-log-name section.
    *> the capture file was written under the suite's real name, but a
    *> fixture-driven suite's SUMMARY records are renamed "suite[nn]" --
    *> strip the iteration suffix before building the log path
    move first-suite to capture-base-name.
    move 1 to capture-scan-index.
    perform until capture-scan-index > 32
        if capture-base-name(capture-scan-index:1) = "["
            move SPACE to
                capture-base-name(capture-scan-index:33 - capture-scan-index)
            move 33 to capture-scan-index
        end-if
        add 1 to capture-scan-index
    end-perform.
    move concatenate(trim(capture-dir), "/", trim(capture-base-name), ".log")
        to capture-log-path.
    move "N" to capture-sensitive.
    if is-run-sensitive
        move "Y" to capture-sensitive
    end-if.
    move 1 to capture-sensitive-index.
    perform until capture-sensitive-index > suite-count
        if trim(suite-entry-name(capture-sensitive-index))
                = trim(capture-base-name)
                and suite-entry-sensitive(capture-sensitive-index) = "Y"
            move "Y" to capture-sensitive
        end-if
        add 1 to capture-sensitive-index
    end-perform.

cblu-junit-sysout section.
    *> embed the suite's captured console output (see --capture) in the
    *> JUnit system-out block, so triage can match diagnostic context to
    *> the suite that printed it
    else
        perform cblu-capture-log-name
        open input capture-log
        if capture-log-ok and is-capture-sensitive
            close capture-log
            move concatenate('      <system-out><![CDATA[sensitive suite:',
                    ' console output withheld, see ', trim(capture-log-path),
                    ']]></system-out>')
                to junit-line
            write junit-line
            exit section
        end-if
        if capture-log-ok
            move SPACE to capture-log-status
            move '      <system-out><![CDATA[' to junit-line
    else
        perform cblu-capture-log-name
        open input capture-log
        if capture-log-ok and is-capture-sensitive
            close capture-log
            move concatenate('  <system-out><![CDATA[sensitive suite:',
                    ' console output withheld, see ', trim(capture-log-path),
                    ']]></system-out>')
                to junitps-line
            write junitps-line
            exit section
        end-if
        if capture-log-ok
            move SPACE to capture-log-status
            move '  <system-out><![CDATA[' to junitps-line
    write html-line.
    move '.skip { color: darkorange; }' to html-line.
    write html-line.
    move '.ack { color: steelblue; }' to html-line.
    write html-line.
    move '</style></head><body>' to html-line.
    write html-line.

            move metrics-mem-result to ws-num-edit
            move concatenate(trim(html-line), ', peak ', trim(ws-num-edit), 'kB</p>') to html-line
            write html-line
            if not is-empty of acks-file
                perform cblu-html-ack
            end-if
            move assertion-suite(assertions-index) to first-suite
        end-if

                    '] but got [', trim(assertion-actual(assertions-index)), ']</p>'
                ) to html-line
            end-if
            if screen-diff-count > 0
                write html-line
                perform cblu-html-screens
                move SPACE to html-line
            end-if
        when assertion-skipped(assertions-index)
            move concatenate(
                '<p class="skip">SKIP #', assertion-nr(assertions-index),
                ' ', trim(assertion-name(assertions-index)), '</p>'
            ) to html-line
        end-evaluate
        if html-line not = SPACE
            write html-line
        end-if
    end-perform.
    if not is-empty of first-suite
        perform cblu-html-capture
    move report-final-path to html-file.
    perform cblu-report-publish.

cblu-html-ack section.
    *> under a failing suite's header: who has picked it up, if anyone
    move "N" to ack-suite-failing.
    move assertions-index to ack-suite-scan.
    perform until ack-suite-scan > assertions-total of summary
        if assertion-suite(ack-suite-scan) not = assertion-suite(assertions-index)
            exit perform
        end-if
        if assertion-failed(ack-suite-scan)
            move "Y" to ack-suite-failing
            exit perform
        end-if
        add 1 to ack-suite-scan
    end-perform.
    if not is-ack-suite-failing
        exit section
    end-if.
    move assertion-suite(assertions-index) to ack-lookup-suite.
    perform cblu-ack-lookup.
    if is-ack-found
        move concatenate('<p class="ack">acknowledged by ',
                trim(ack-operator(ack-found-index)), ' at ',
                ack-stamp(ack-found-index), ': ',
                trim(ack-comment(ack-found-index)), '</p>')
            to html-line
    else
        move '<p class="fail">not acknowledged</p>' to html-line
    end-if.
    write html-line.

cblu-html-screens section.
    *> a failed screen comparison: the expected and the rendered
    *> screen side by side, the differing rows marked
    move 0 to screen-diff-index.
    perform until screen-diff-index >= screen-diff-count
        add 1 to screen-diff-index
        if screen-diff-suite(screen-diff-index)
                = assertion-suite(assertions-index)
                and screen-diff-name(screen-diff-index)
                    = assertion-name(assertions-index)
                and screen-diff-nr(screen-diff-index)
                    = assertion-nr(assertions-index)
            move screen-diff-expected(screen-diff-index)
                to screen-image-path
            perform cblu-html-screen-load
            move screen-html-loaded to screen-html-expected
            move screen-diff-actual(screen-diff-index)
                to screen-image-path
            perform cblu-html-screen-load
            move screen-html-loaded to screen-html-actual
            move '<table><tr><th>expected</th><th>actual</th></tr><tr><td><pre class="screen">'
                to html-line
            write html-line
            move 1 to screen-html-row-index
            perform until screen-html-row-index > SCREEN-ROWS
                move screen-html-exp-row(screen-html-row-index)
                    to screen-image-line
                perform cblu-html-screen-row
                add 1 to screen-html-row-index
            end-perform
            move '</pre></td><td><pre class="screen">' to html-line
            write html-line
            move 1 to screen-html-row-index
            perform until screen-html-row-index > SCREEN-ROWS
                move screen-html-act-row(screen-html-row-index)
                    to screen-image-line
                perform cblu-html-screen-row
                add 1 to screen-html-row-index
            end-perform
            move '</pre></td></tr></table>' to html-line
            write html-line
            move screen-diff-count to screen-diff-index
        end-if
    end-perform.

cblu-html-screen-load section.
    move SPACE to screen-html-loaded.
    open input screen-image.
    if screen-image-ok
        move 0 to screen-html-row-index
        move SPACE to screen-image-status
        perform until screen-image-eof
                or screen-html-row-index >= SCREEN-ROWS
            read screen-image
                at end
                    move "10" to screen-image-status
                not at end
                    add 1 to screen-html-row-index
                    move screen-image-line
                        to screen-html-row(screen-html-row-index)
            end-read
        end-perform
        close screen-image
    end-if.

cblu-html-screen-row section.
    *> one screen row, "<" blunted as in cblu-html-capture
    inspect screen-image-line replacing all "<" by "(".
    if screen-diff-rows(screen-diff-index)(screen-html-row-index:1) = "Y"
        move concatenate('<span class="fail">', screen-image-line,
                '</span>') to html-line
    else
        move screen-image-line to html-line
    end-if.
    write html-line.

cblu-html-capture section.
    *> expandable console-output block per suite on the HTML page --
    *> "<" is blunted so a suite's diagnostics can't break the markup
    else
        perform cblu-capture-log-name
        open input capture-log
        if capture-log-ok and is-capture-sensitive
            close capture-log
            move concatenate('<details><summary>console output</summary>',
                    '<pre>sensitive suite: console output withheld, see ',
                    trim(capture-log-path), '</pre></details>')
                to html-line
            write html-line
            exit section
        end-if
        if capture-log-ok
            move SPACE to capture-log-status
            move '<details><summary>console output</summary><pre>' to html-line
        move concatenate(
            '    {"suite": "', trim(assertion-suite(assertions-index)),
            '", "name": "', trim(assertion-name(assertions-index)),
            '", "line": ', assertion-nr(assertions-index),
            ', "key": "', trim(assertion-key(assertions-index)), '"'
        ) to json-line
        evaluate true
        when assertion-failed(assertions-index)
    move ws-seed to ws-num-edit.
    move concatenate('    "seed": ', trim(ws-num-edit), ',') to json-line.
    write json-line.
    if freeze-log not = SPACE
        move concatenate('    "freeze": "', trim(freeze-log), '",')
            to json-line
        write json-line
    end-if.
    if fake-clock-log not = SPACE
        move concatenate('    "fake_clock": "', trim(fake-clock-log),
                '",') to json-line
        write json-line
    end-if.
    if property-failure-log not = SPACE
        move concatenate('    "property_failures": "',
                trim(property-failure-log), '",') to json-line
        write json-line
    end-if.
    move '    "sources": {' to json-line.
    write json-line.
    move 1 to junit-suite-scan.
    display SPACE.
    display "Tests were interruped in " MODULE-SOURCE.
    set address of summary to summary-pointer.
    *> the suite in flight has not been through mask-sensitive yet
    call "mask-sensitive".

    *> the run-level teardown still runs when operations cancels the
    *> job mid-suite -- the run's environment must not leak into the
*>      YYYYMMDD when omitted
*>   V  coded field -- the fifth element is the allowed values,
*>      separated by "|"
*>   C  check-digit number -- the fifth element is the checkdigit
*>      library scheme (LUHN, IBAN, ABA, MOD11[/weights[/X|0]])
*>   call "assert-file-valid" using "extract.dat",
*>       "acct:1:8:9;booked:9:8:D:YYYYMMDD;status:17:1:V:A|C|P"
*> A clean file costs one SUMMARY line; every violating record lands
*> number. Date fields use the datetime-validate function when the
*> datetime library is linked in (probed the way cblu-exec-fixture
*> probes csv-load) and fall back to a digits-and-range check when it
*> is not. Check-digit fields need the checkdigit library linked in;
*> without it every C field is reported as a violation.
*>*
identification division.
program-id. assert-file-valid.
repository.
    function all intrinsic
    function datetime-validate
    function check-digit-validate
    function send-udp
    function syslog.
data division.
        03 valid-record pic x(2048).
    77 dtv-pointer usage program-pointer.
        88 dtv-missing value NULL.
    77 cdv-pointer usage program-pointer.
        88 cdv-missing value NULL.
    01 check-status pic x(2).
    01 spec-pointer usage binary-long unsigned.
    01 spec-length usage binary-long unsigned.
    01 spec-entry pic x(160).
    *> is the datetime library linked into this build? (function
    *> references resolve at run time the same way CALL literals do)
    set dtv-pointer to entry "datetime-validate".
    set cdv-pointer to entry "check-digit-calc".

    *> roll the layout up into a field table, fixed-load's shape plus
    *> the optional per-type detail element
            perform check-date-field
        when "V"
            perform check-coded-field
        when "C"
            perform check-check-digit-field
        end-evaluate
        if field-bad = "Y"
            add 1 to violations
        move "value not in list" to bad-reason
    end-if.

check-check-digit-field section.
    if cdv-missing
        move "Y" to field-bad
        move "checkdigit library not linked" to bad-reason
        exit section
    end-if.
    move SPACE to value-slice.
    move valid-record(fld-offset(field-index):fld-size(field-index))
        to value-slice.
    move check-digit-validate(trim(fld-detail(field-index)), value-slice)
        to check-status.
    evaluate check-status
    when "00"
        continue
    when "01"
        move "Y" to field-bad
        move "bad check digit" to bad-reason
    when "02"
        move "Y" to field-bad
        move concatenate("not a ", trim(fld-detail(field-index)),
                " number")
            to bad-reason
    when other
        move "Y" to field-bad
        move "unknown check-digit scheme" to bad-reason
    end-evaluate.

record-violation section.
    *> one violating record/field pair as its own failure line
    if assertions-counter >= ASSERTIONS-LIMIT
    move value-slice(1:32) to assertion-actual(assertions-counter).
end program assert-file-valid.

*>*
*> Check-digit validation of an account, card, IBAN or routing number
*> under a named scheme of the checkdigit library (LUHN, IBAN, ABA,
*> MOD11 with optional weights):
*>   call "assert-check-digit" using "LUHN", card-number
*>   call "assert-check-digit" using "MOD11/765432", acct-no,
*>       "new account number"
*> A failure shows the number with its check digit(s) corrected as
*> the expected side, or the reason when the value is not a number
*> of the scheme at all. Needs the checkdigit library linked in
*> (probed through the library's check-digit-calc program entry).
*>*
identification division.
program-id. assert-check-digit.
environment division.
configuration section.
repository.
    function all intrinsic
    function check-digit-validate
    function check-digit-apply
    function send-udp
    function syslog.
data division.
working-storage section.
    78 ASSERTIONS-LIMIT value 49999.
    78 SYSLOG-FACILITY-USER value 8.
    78 SYSLOG-SEVERITY-INFORMATIONAL value 6.
    78 SYSLOG-SEVERITY-ERROR value 3.
    01 assertions-counter usage binary-long unsigned external.
    01 summary-pointer usage pointer external.
    01 syslog-enabled usage binary-char unsigned external.
        88 is-syslog-enabled value 1.
    01 syslog-host pic x(128) external.
    01 coverage-hit-check-digit usage binary-long unsigned external value 0.
    01 syslog-port pic x(5) external.
    01 syslog-result usage binary-long unsigned.
    01 assertions-nr pic 9(4).
    01 call-args-count usage binary-long.
    *> local
    77 cdv-pointer usage program-pointer.
        88 cdv-missing value NULL.
    01 check-status pic x(2).
linkage section.
    01 scheme pic x any length.
    01 actual pic x any length.
    01 description-text pic x any length.
    01 summary.
        03 assertions-total usage binary-long unsigned.
        03 failures-total usage binary-long unsigned.
        03 warnings-total usage binary-long unsigned.
        03 assertions occurs 0 to ASSERTIONS-LIMIT times depending on assertions-counter.
            05 assertion-status pic x.
               88 assertion-failed value "F".
               88 assertion-warned value "W".
            05 filler pic x.
            05 assertion-suite pic x(32).
            05 filler pic x value "#".
            05 assertion-nr pic 9(4).
            05 filler pic x.
            05 assertion-name pic x(16).
            05 filler pic x.
            05 assertion-expected pic x(32).
            05 filler pic x(4) value " <> ".
            05 assertion-actual pic x(32).
            05 filler pic x.
            05 assertion-desc pic x(64).
procedure division using scheme, actual, optional description-text.
    set address of summary to summary-pointer.
    add 1 to coverage-hit-check-digit.
    if assertions-counter >= ASSERTIONS-LIMIT
        display "Fatal: assertions limit of " ASSERTIONS-LIMIT " exceeded" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to assertions-total.
    add 1 to assertions-nr.
    add 1 to assertions-counter.
    move assertions-nr to assertion-nr(assertions-counter).
    move MODULE-ID to assertion-name(assertions-counter).
    move MODULE-CALLER-ID to assertion-suite(assertions-counter).
    move SPACE to assertion-desc(assertions-counter).
    call "C$NARG" using call-args-count.
    if call-args-count > 2
        move description-text to assertion-desc(assertions-counter)
    end-if.
    move actual to assertion-actual(assertions-counter).

    set cdv-pointer to entry "check-digit-calc".
    if cdv-missing
        display "Error: assert-check-digit needs libs/core/checkdigit"
            " compiled and linked in" upon syserr
        move "99" to check-status
    else
        move check-digit-validate(scheme, actual) to check-status
    end-if.
    evaluate check-status
    when "00"
        move "." to assertion-status(assertions-counter)
        move actual to assertion-expected(assertions-counter)
    when "01"
        move "F" to assertion-status(assertions-counter)
        move check-digit-apply(scheme, actual)
            to assertion-expected(assertions-counter)
    when "02"
        move "F" to assertion-status(assertions-counter)
        move concatenate("(", trim(upper-case(scheme)), " number)")
            to assertion-expected(assertions-counter)
    when "03"
        move "F" to assertion-status(assertions-counter)
        move concatenate("(unknown scheme ", trim(scheme), ")")
            to assertion-expected(assertions-counter)
    when other
        move "F" to assertion-status(assertions-counter)
        move "(checkdigit library)" to assertion-expected(assertions-counter)
    end-evaluate.
    if assertion-failed(assertions-counter)
        add 1 to failures-total
    end-if.

    *> show status
    display assertion-status(assertions-counter) with no advancing.

    *> live syslog stream: see assert-equals for why this is here
    if is-syslog-enabled
        if assertion-failed(assertions-counter)
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-ERROR,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "FAIL")))
                to syslog-result
        else
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-INFORMATIONAL,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "PASS")))
                to syslog-result
        end-if
    end-if.
    goback.
end program assert-check-digit.

*>*
*> Reconciliation-style comparison of two record sets by key, the way
*> the business thinks about file differences: records missing from
*>              itself), the format mainframe-cut datasets arrive in --
*>              read byte-exact through CBL_OPEN_FILE/CBL_READ_FILE so
*>              no reblocking step can corrupt them first
*>   "FB:n:path" fixed-length n-byte records with no delimiters, the
*>              shape packed and binary fixtures take -- byte-exact
*>              through the same CBL_ routines, so a x"0A" inside a
*>              COMP-3 amount is data, not a record break
*>   path       line sequential, unchanged
*> Callers converse through one request block per open dataset:
*>   verb "OPEN" / "READ" / "READK" (indexed only: position by key
*>   prefix and read) / "CLOSE", two concurrent handles -- enough for
*>   the two-file compares. "OPENO" creates the dataset instead and
*>   "WRITE" adds one record (ds-rec-len bytes for RDW:, the fixed
*>   length for FB:), in the same organization, for the tools that
*>   write fixtures back. Status "00" ok, "10" end, "23" key not
*>   found, anything else the underlying file status.
*>*
identification division.
        03 rdw-offset pic x(8) usage comp-x occurs 2 times.
    01 rdw-open-name pic x(256).
    01 rdw-access-mode pic x usage comp-x value 1.
    01 rdw-access-output pic x usage comp-x value 2.
    01 rdw-deny-mode pic x usage comp-x value 0.
    01 rdw-device pic x usage comp-x value 0.
    01 rdw-read-count pic x(4) usage comp-x.
        03 rdw-len-lo pic x.
        03 filler pic x(2).
    01 rdw-record-len usage binary-long.
    01 rdw-len-byte usage binary-long unsigned.
    *> FB mode: the record length rides on the path, per handle
    01 fb-lengths.
        03 fb-record-len usage binary-long unsigned occurs 2 times.
    01 fb-len-txt pic x(9).
    01 fb-pointer usage binary-long unsigned.
    01 saved-rc usage binary-long.
    *> "DD:" logical names resolve through the --dd assignments first;
    *> the physical side may itself carry an organization prefix
procedure division using ds-request.
    evaluate ds-verb
    when "OPEN"
    when "OPENO"
        perform dataset-open
    when "READ"
        perform dataset-read
    when "READK"
        perform dataset-read-key
    when "WRITE"
        perform dataset-write
    when "CLOSE"
        perform dataset-close
    when other
        end-if
        move dd-resolved to open-path
    end-if.
    if open-path(1:4) = "RDW:" or open-path(1:3) = "FB:"
        if open-path(1:3) = "FB:"
            move "FB" to handle-mode(ds-handle)
            move SPACE to fb-len-txt
            move 4 to fb-pointer
            unstring open-path delimited by ":"
                into fb-len-txt
                with pointer fb-pointer
            end-unstring
            move numval(fb-len-txt) to fb-record-len(ds-handle)
            if fb-record-len(ds-handle) = 0
                    or fb-record-len(ds-handle) > 2048
                move "98" to ds-status
                exit section
            end-if
            move open-path(fb-pointer:) to rdw-open-name
        else
            move "RD" to handle-mode(ds-handle)
            move open-path(5:252) to rdw-open-name
        end-if
        move 0 to rdw-offset(ds-handle)
        move RETURN-CODE to saved-rc
        if ds-verb = "OPENO"
            call "CBL_CREATE_FILE" using rdw-open-name, rdw-access-output,
                rdw-deny-mode, rdw-device, rdw-handle(ds-handle)
        else
            call "CBL_OPEN_FILE" using rdw-open-name, rdw-access-mode,
                rdw-deny-mode, rdw-device, rdw-handle(ds-handle)
        end-if
        if RETURN-CODE = 0
            move "00" to ds-status
        else
        move "IX" to handle-mode(ds-handle)
        if ds-handle = 1
            move open-path(4:253) to ix-path-1
            if ds-verb = "OPENO"
                open output ix-file-1
            else
                open input ix-file-1
            end-if
            move ix-status-1 to ds-status
        else
            move open-path(4:253) to ix-path-2
            if ds-verb = "OPENO"
                open output ix-file-2
            else
                open input ix-file-2
            end-if
            move ix-status-2 to ds-status
        end-if
    else
            move "RL" to handle-mode(ds-handle)
            if ds-handle = 1
                move open-path(4:253) to rl-path-1
                if ds-verb = "OPENO"
                    open output rl-file-1
                else
                    open input rl-file-1
                end-if
                move rl-status-1 to ds-status
            else
                move open-path(4:253) to rl-path-2
                if ds-verb = "OPENO"
                    open output rl-file-2
                else
                    open input rl-file-2
                end-if
                move rl-status-2 to ds-status
            end-if
        else
            move "LS" to handle-mode(ds-handle)
            if ds-handle = 1
                move open-path to ls-path-1
                if ds-verb = "OPENO"
                    open output ls-file-1
                else
                    open input ls-file-1
                end-if
                move ls-status-1 to ds-status
            else
                move open-path to ls-path-2
                if ds-verb = "OPENO"
                    open output ls-file-2
                else
                    open input ls-file-2
                end-if
                move ls-status-2 to ds-status
            end-if
        end-if
    evaluate handle-mode(ds-handle)
    when "RD"
        perform rdw-read-record
    when "FB"
        perform fb-read-record
    when "IX"
        if ds-handle = 1
            read ix-file-1 next
    move "00" to ds-status.
    move saved-rc to RETURN-CODE.

fb-read-record section.
    *> exactly one record length at the tracked offset; anything short
    *> of a whole record is the end of the dataset
    move RETURN-CODE to saved-rc.
    move fb-record-len(ds-handle) to rdw-read-count.
    call "CBL_READ_FILE" using rdw-handle(ds-handle),
        rdw-offset(ds-handle), rdw-read-count, rdw-read-flags,
        ds-record.
    if RETURN-CODE not = 0
        move SPACE to ds-record
        move "10" to ds-status
        move saved-rc to RETURN-CODE
        exit section
    end-if.
    add fb-record-len(ds-handle) to rdw-offset(ds-handle).
    move fb-record-len(ds-handle) to ds-rec-len.
    move "00" to ds-status.
    move saved-rc to RETURN-CODE.

dataset-write section.
    evaluate handle-mode(ds-handle)
    when "RD"
        perform rdw-write-record
    when "FB"
        move RETURN-CODE to saved-rc
        move fb-record-len(ds-handle) to rdw-read-count
        call "CBL_WRITE_FILE" using rdw-handle(ds-handle),
            rdw-offset(ds-handle), rdw-read-count, rdw-read-flags,
            ds-record
        if RETURN-CODE = 0
            add fb-record-len(ds-handle) to rdw-offset(ds-handle)
            move "00" to ds-status
        else
            move "30" to ds-status
        end-if
        move saved-rc to RETURN-CODE
    when "IX"
        if ds-handle = 1
            move ds-record to ix-record-1
            write ix-record-1
            move ix-status-1 to ds-status
        else
            move ds-record to ix-record-2
            write ix-record-2
            move ix-status-2 to ds-status
        end-if
    when "RL"
        if ds-handle = 1
            move ds-record to rl-record-1
            write rl-record-1
            move rl-status-1 to ds-status
        else
            move ds-record to rl-record-2
            write rl-record-2
            move rl-status-2 to ds-status
        end-if
    when "LS"
        if ds-handle = 1
            move ds-record to ls-record-1
            write ls-record-1
            move ls-status-1 to ds-status
        else
            move ds-record to ls-record-2
            write ls-record-2
            move ls-status-2 to ds-status
        end-if
    when other
        move "48" to ds-status
    end-evaluate.

rdw-write-record section.
    *> the descriptor word first, its length counting itself, then
    *> the payload -- the exact inverse of rdw-read-record
    if ds-rec-len > 2048
        move "98" to ds-status
        exit section
    end-if.
    move RETURN-CODE to saved-rc.
    move low-values to rdw-word.
    compute rdw-len-byte = (ds-rec-len + 4) / 256.
    move char(rdw-len-byte + 1) to rdw-len-hi.
    compute rdw-len-byte = ds-rec-len + 4 - rdw-len-byte * 256.
    move char(rdw-len-byte + 1) to rdw-len-lo.
    move 4 to rdw-read-count.
    call "CBL_WRITE_FILE" using rdw-handle(ds-handle),
        rdw-offset(ds-handle), rdw-read-count, rdw-read-flags,
        rdw-word.
    if RETURN-CODE not = 0
        move "30" to ds-status
        move saved-rc to RETURN-CODE
        exit section
    end-if.
    add 4 to rdw-offset(ds-handle).
    if ds-rec-len > 0
        move ds-rec-len to rdw-read-count
        call "CBL_WRITE_FILE" using rdw-handle(ds-handle),
            rdw-offset(ds-handle), rdw-read-count, rdw-read-flags,
            ds-record
        if RETURN-CODE not = 0
            move "30" to ds-status
            move saved-rc to RETURN-CODE
            exit section
        end-if
        add ds-rec-len to rdw-offset(ds-handle)
    end-if.
    move "00" to ds-status.
    move saved-rc to RETURN-CODE.

dataset-close section.
    evaluate handle-mode(ds-handle)
    when "RD"
    when "FB"
        move RETURN-CODE to saved-rc
        call "CBL_CLOSE_FILE" using rdw-handle(ds-handle)
        move saved-rc to RETURN-CODE
working-storage section.
    78 TEXT-CHUNK value 64.
    78 HEX-CHUNK value 24.
    78 ASSERTIONS-LIMIT value 49999.
    01 failure-detail-file pic x(256) external.
    01 property-probing usage binary-char unsigned external value 0.
        88 is-property-probing value 1.
    01 assertions-counter usage binary-long unsigned external.
    01 sensitive-suite pic x external.
    01 sensitive-detail-file pic x(256) external.
    01 sensitive-marks external.
        03 sensitive-mark pic x occurs ASSERTIONS-LIMIT times.
    01 ws-detail-path pic x(256).
    01 detail-file-status pic x(2).
        88 detail-ok value "00".
    *> local
    01 mask-expected pic x(16).
    01 mask-actual pic x(16).
    01 value-length usage binary-long unsigned.
    01 chunk-start usage binary-long unsigned.
    01 chunk-length usage binary-long unsigned.
    if failure-detail-file = SPACE
        goback
    end-if.
    *> the generated cases property-next rolls back leave no detail;
    *> only the replay of the smallest failing example does
    if is-property-probing
        goback
    end-if.
    move failure-detail-file to ws-detail-path.

    *> a sensitive assertion leaves only its masks here; the complete
    *> rendition below goes to the owner-only sensitive detail file
    if sensitive-suite = "Y" or (assertions-counter > 0
            and assertions-counter <= ASSERTIONS-LIMIT
            and sensitive-mark(assertions-counter) = "Y")
        call "mask-value" using l-expected, mask-expected
        call "mask-value" using l-actual, mask-actual
        open extend detail-file
        if not detail-ok
            open output detail-file
        end-if
        if detail-ok
            move concatenate("=== ", trim(l-suite), "#", l-nr, " ",
                    trim(l-name))
                to detail-line
            write detail-line
            move byte-length(l-expected) to ws-len-edit
            move concatenate("expected (", trim(ws-len-edit), " bytes): ",
                    mask-expected)
                to detail-line
            write detail-line
            move byte-length(l-actual) to ws-len-edit
            move concatenate("actual (", trim(ws-len-edit), " bytes): ",
                    mask-actual)
                to detail-line
            write detail-line
            move "(sensitive: full values in the owner-only detail file)"
                to detail-line
            write detail-line
            close detail-file
        end-if
        if sensitive-detail-file = SPACE
            goback
        end-if
        call "sensitive-detail-create"
        move sensitive-detail-file to ws-detail-path
    end-if.

    open extend detail-file.
    if not detail-ok
        open output detail-file
    close detail-file.
end program failure-detail-log.

*>*
*> Flag sensitive values from inside a suite: with no argument the
*> next assertion the suite records is masked; with "SUITE" every
*> assertion it records from here on is. The suite-wide setting also
*> comes from the catalog's sensitive column or --sensitive. See
*> mask-sensitive for what masking does.
*>*
identification division.
program-id. mark-sensitive.
environment division.
configuration section.
repository.
    function all intrinsic.
data division.
working-storage section.
    78 ASSERTIONS-LIMIT value 49999.
    01 assertions-counter usage binary-long unsigned external.
    01 sensitive-suite pic x external.
    01 sensitive-marks external.
        03 sensitive-mark pic x occurs ASSERTIONS-LIMIT times.
    01 sensitive-mark-high usage binary-long unsigned external.
    01 call-args-count usage binary-long.
linkage section.
    01 l-scope pic x any length.
procedure division using optional l-scope.
    call "C$NARG" using call-args-count.
    if call-args-count > 0
        if upper-case(trim(l-scope)) = "SUITE"
            move "Y" to sensitive-suite
            goback
        end-if
    end-if.
    if assertions-counter < ASSERTIONS-LIMIT
        move "Y" to sensitive-mark(assertions-counter + 1)
        if assertions-counter + 1 > sensitive-mark-high
            compute sensitive-mark-high = assertions-counter + 1
        end-if
    end-if.
    goback.
end program mark-sensitive.

*>*
*> Mask the sensitive assertions the current suite recorded since
*> sensitive-base: each one's expected/actual window goes to the
*> owner-only sensitive detail file, and SUMMARY keeps only the masks
*> -- so every report, the archive, the host export and the dumps are
*> built from masked values. Called by cblu-exec after every suite
*> and by interruption-handler before a partial flush.
*>*
identification division.
program-id. mask-sensitive.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select sensitive-out assign to dynamic ws-sensitive-path
    organization is line sequential
    file status is sensitive-out-status.
data division.
file section.
fd sensitive-out.
    01 sensitive-out-line pic x(200).
working-storage section.
    78 ASSERTIONS-LIMIT value 49999.
    01 assertions-counter usage binary-long unsigned external.
    01 summary-pointer usage pointer external.
    01 sensitive-suite pic x external.
    01 sensitive-base usage binary-long unsigned external.
    01 sensitive-masked usage binary-long unsigned external.
    01 sensitive-detail-file pic x(256) external.
    01 sensitive-marks external.
        03 sensitive-mark pic x occurs ASSERTIONS-LIMIT times.
    01 sensitive-mark-high usage binary-long unsigned external.
    *> local
    01 ws-sensitive-path pic x(256).
    01 sensitive-out-status pic x(2).
        88 sensitive-out-ok value "00".
    01 sensitive-out-open pic x.
        88 is-sensitive-out-open value "Y".
    01 mask-index usage binary-long unsigned.
    01 mask-expected pic x(16).
    01 mask-actual pic x(16).
linkage section.
    01 summary.
        03 assertions-total usage binary-long unsigned.
        03 failures-total usage binary-long unsigned.
        03 warnings-total usage binary-long unsigned.
        03 assertions occurs 0 to ASSERTIONS-LIMIT times depending on assertions-counter.
            05 assertion-status pic x.
               88 assertion-failed value "F".
               88 assertion-warned value "W".
               88 assertion-skipped value "S".
            05 filler pic x.
            05 assertion-suite pic x(32).
            05 filler pic x value "#".
            05 assertion-nr pic 9(4).
            05 filler pic x.
            05 assertion-name pic x(16).
            05 filler pic x.
            05 assertion-expected pic x(32).
            05 filler pic x(4) value " <> ".
            05 assertion-actual pic x(32).
            05 filler pic x.
            05 assertion-desc pic x(64).
procedure division.
    if summary-pointer = NULL
        goback
    end-if.
    set address of summary to summary-pointer.
    move "N" to sensitive-out-open.
    compute mask-index = sensitive-base + 1.
    perform until mask-index > assertions-counter
        if (sensitive-suite = "Y" or sensitive-mark(mask-index) = "Y")
                and not assertion-skipped(mask-index)
            if not is-sensitive-out-open and sensitive-detail-file not = SPACE
                call "sensitive-detail-create"
                move sensitive-detail-file to ws-sensitive-path
                open extend sensitive-out
                if not sensitive-out-ok
                    open output sensitive-out
                end-if
                if sensitive-out-ok
                    move "Y" to sensitive-out-open
                end-if
            end-if
            call "mask-value" using assertion-expected(mask-index),
                mask-expected
            call "mask-value" using assertion-actual(mask-index),
                mask-actual
            if is-sensitive-out-open
                move concatenate(current-date(1:14), "|",
                        trim(assertion-suite(mask-index)), "#",
                        assertion-nr(mask-index), "|",
                        trim(assertion-name(mask-index)), "|",
                        assertion-status(mask-index), "|",
                        trim(mask-expected), "|",
                        assertion-expected(mask-index), "|",
                        trim(mask-actual), "|",
                        assertion-actual(mask-index))
                    to sensitive-out-line
                write sensitive-out-line
            end-if
            move mask-expected to assertion-expected(mask-index)
            move mask-actual to assertion-actual(mask-index)
            add 1 to sensitive-masked
        end-if
        add 1 to mask-index
    end-perform.
    if is-sensitive-out-open
        close sensitive-out
    end-if.
    compute mask-index = sensitive-base + 1.
    perform until mask-index > sensitive-mark-high
            or mask-index > ASSERTIONS-LIMIT
        move SPACE to sensitive-mark(mask-index)
        add 1 to mask-index
    end-perform.
    move 0 to sensitive-mark-high.
    move assertions-counter to sensitive-base.
    goback.
end program mask-sensitive.

*>*
*> The masked form of a value: "masked:" and the crc32 of the value
*> (trailing spaces dropped) behind GCBLUNIT_MASK_KEY when one is set
*> -- stable, so equal values mask equal across outputs and runs, and
*> keyed, so a guessed value cannot simply be hashed and matched.
*>*
identification division.
program-id. mask-value.
environment division.
configuration section.
repository.
    function crc32
    function all intrinsic.
data division.
working-storage section.
    01 mask-key pic x(64).
    01 value-length usage binary-long unsigned.
linkage section.
    01 l-value pic x any length.
    01 l-mask pic x(16).
procedure division using l-value, l-mask.
    move SPACE to mask-key.
    accept mask-key from environment "GCBLUNIT_MASK_KEY"
        on exception
            move SPACE to mask-key
    end-accept.
    move 0 to value-length.
    if l-value not = SPACE
        move length(trim(l-value, trailing)) to value-length
    end-if.
    if value-length = 0
        move concatenate("masked:", crc32(concatenate(mask-key, "|")))
            to l-mask
    else
        move concatenate("masked:", crc32(concatenate(mask-key, "|",
                l-value(1:value-length))))
            to l-mask
    end-if.
    goback.
end program mask-value.

*>*
*> Create the sensitive detail file owner-only (mode 0600) before the
*> first write -- open(2) with mode 0600 and chmod(2), as
*> cblu-capture-start does for a sensitive suite's capture log -- so
*> the real values never sit in a file anyone else can read, whatever
*> the umask.
*>*
identification division.
program-id. sensitive-detail-create.
environment division.
configuration section.
repository.
    function all intrinsic.
data division.
working-storage section.
    01 sensitive-detail-file pic x(256) external.
    01 detail-path-z pic x(260).
    01 detail-fd usage binary-long.
    01 detail-call-rc usage binary-long.
procedure division.
    if sensitive-detail-file = SPACE
        goback
    end-if.
    move concatenate(trim(sensitive-detail-file), x"00") to detail-path-z.
    *> 65 is O_WRONLY+O_CREAT (no truncation), 384 is mode 0600
    call "open" using by reference detail-path-z
        by value 65 by value 384
        giving detail-fd.
    if detail-fd >= 0
        call "close" using by value detail-fd
            giving detail-call-rc
    end-if.
    call "chmod" using by reference detail-path-z by value 384
        giving detail-call-rc.
    move 0 to RETURN-CODE.
    goback.
end program sensitive-detail-create.

*>*
*> Deliberately skip the calling testsuite, with a reason that lands in
*> every report. A suite (or its -setup hook) calls this when its
    end-if.
end program assert-called-with.

*>**
*>  sql-stub-load / sql-stub-begin / sql-stub-param / sql-stub-exec
*>  assert-sql-issued / assert-sql-issued-with
*>
*>  An embedded-SQL stand-in, so a program that issues EXEC SQL runs
*>  under gcblunit with no database: the sql-prep companion rewrites
*>  each EXEC SQL statement into calls to this layer, and a suite (or
*>  its -setup hook) loads a stub script saying what every statement
*>  answers -- one response per line, | separated, # comments:
*>    match|sqlcode|sqlstate[|value|value...]
*>    CUSTUPD#2|100|02000
*>    INSERT INTO AUDIT|-803|23505
*>    FETCH CUST-CUR|0|00000|K001|ALICE|120.50
*>    FETCH CUST-CUR|100|02000
*>  match is a statement id (sql-prep numbers them PROGRAM#n in source
*>  order) or, when no id matches exactly, a substring of the statement
*>  text (case ignored). Lines with the same match answer successive
*>  executions in order and the last one keeps answering, so a cursor
*>  is rows followed by +100. The values go to the INTO host variables
*>  in order, NULL setting the indicator to -1. An unscripted FETCH
*>  finds no row (+100); any other unscripted statement succeeds (0).
*>  Every statement issued is logged with its input host-variable
*>  values, | separated, for the suite to verify the way it verifies
*>  spied calls:
*>    call "sql-stub-load" using "tests/fixtures/custupd.sqlstub".
*>    call "custupd".
*>    call "assert-sql-issued" using "UPDATE CUST", "1".
*>    call "assert-sql-issued-with" using "CUSTUPD#2", "K001|120.5".
*>  Script and log are shared external storage, wiped around every
*>  suite the same way cblu-exec wipes the mock and spy tables.
*>**
identification division.
program-id. sql-stub-load.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select stub-script assign to dynamic stub-script-path
    organization is line sequential
    file status is stub-script-status.
data division.
file section.
fd stub-script.
    01 stub-script-line pic x(1024).
working-storage section.
    78 SQL-SCRIPT-LIMIT value 256.
    01 sql-script-count usage binary-long unsigned external value 0.
    01 sql-script external.
        03 sql-script-entry occurs SQL-SCRIPT-LIMIT times.
            05 sql-match pic x(64).
            05 sql-code usage binary-long signed.
            05 sql-state pic x(5).
            05 sql-values pic x(512).
            05 sql-used usage binary-long unsigned.
    *> local
    01 stub-script-path pic x(256).
    01 stub-script-status pic x(2).
        88 stub-script-ok value "00".
        88 stub-script-eof value "10".
    01 stub-work-line pic x(1024).
    01 stub-pointer usage binary-long unsigned.
    01 stub-code-txt pic x(12).
linkage section.
    01 script-path pic x any length.
*>  loads (replacing) the stub script for the rest of the suite
procedure division using script-path.
    move 0 to sql-script-count.
    move script-path to stub-script-path.
    open input stub-script.
    if not stub-script-ok
        display "Error opening SQL stub script " trim(stub-script-path)
            ": " stub-script-status upon syserr
        goback
    end-if.
    move SPACE to stub-script-status.
    perform until stub-script-eof
        read stub-script
            at end
                move "10" to stub-script-status
            not at end
                move trim(stub-script-line) to stub-work-line
                if stub-work-line not = SPACE
                        and stub-work-line(1:1) not = "#"
                    add 1 to sql-script-count
                    if sql-script-count > SQL-SCRIPT-LIMIT
                        display "Fatal: SQL stub script exceeds "
                            SQL-SCRIPT-LIMIT " lines" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    initialize sql-script-entry(sql-script-count)
                    move SPACE to stub-code-txt
                    move 1 to stub-pointer
                    unstring stub-work-line delimited by "|"
                        into sql-match(sql-script-count)
                             stub-code-txt
                             sql-state(sql-script-count)
                        with pointer stub-pointer
                    end-unstring
                    move trim(sql-match(sql-script-count))
                        to sql-match(sql-script-count)
                    move numval(stub-code-txt) to sql-code(sql-script-count)
                    if stub-pointer <= length(stub-work-line)
                        move stub-work-line(stub-pointer:)
                            to sql-values(sql-script-count)
                    end-if
                end-if
        end-read
    end-perform.
    close stub-script.
    goback.
end program sql-stub-load.

identification division.
program-id. sql-stub-begin.
environment division.
configuration section.
repository.
    function all intrinsic.
data division.
working-storage section.
    01 sql-current external.
        03 sql-current-id pic x(31).
        03 sql-current-text pic x(256).
        03 sql-current-params pic x(128).
linkage section.
    01 statement-id pic x any length.
    01 statement-text pic x any length.
*>  opens one statement's execution: its id and its text
procedure division using statement-id, statement-text.
    move statement-id to sql-current-id.
    move statement-text to sql-current-text.
    move SPACE to sql-current-params.
    goback.
end program sql-stub-begin.

identification division.
program-id. sql-stub-param.
environment division.
configuration section.
repository.
    function all intrinsic.
data division.
working-storage section.
    01 sql-current external.
        03 sql-current-id pic x(31).
        03 sql-current-text pic x(256).
        03 sql-current-params pic x(128).
    01 sql-stub-area external.
        05 sqs-number pic s9(18)v9(9) sign leading separate.
        05 sqs-text pic x(256).
        05 sqs-delivered pic x.
            88 sqs-row-delivered value "Y".
        05 sqs-value-count usage binary-long unsigned.
        05 sqs-value pic x(128) occurs 16 times.
    *> local
    01 param-edit pic -(18)9.9(9).
    01 param-text pic x(64).
    01 param-length usage binary-long unsigned.
linkage section.
    01 param-kind pic x.
*>  adds one input host variable's value to the statement being
*>  issued: kind N takes it from sqs-number, shown without leading or
*>  trailing zeros; kind X from sqs-text, trailing spaces trimmed
procedure division using param-kind.
    if param-kind = "N"
        move sqs-number to param-edit
        move trim(param-edit) to param-text
        move length(trim(param-text)) to param-length
        perform until param-text(param-length:1) not = "0"
            move SPACE to param-text(param-length:1)
            subtract 1 from param-length
        end-perform
        if param-text(param-length:1) = "."
            move SPACE to param-text(param-length:1)
        end-if
        if param-text(1:2) = "-."
            move concatenate("-0", param-text(2:)) to param-text
        end-if
        if param-text(1:1) = "." or param-text = SPACE
            move concatenate("0", param-text) to param-text
        end-if
    else
        move sqs-text to param-text
    end-if.
    if sql-current-params = SPACE
        move trim(param-text trailing) to sql-current-params
    else
        move concatenate(trim(sql-current-params trailing), "|",
                trim(param-text trailing))
            to sql-current-params
    end-if.
    goback.
end program sql-stub-param.

identification division.
program-id. sql-stub-exec.
environment division.
configuration section.
repository.
    function all intrinsic.
data division.
working-storage section.
    78 SQL-SCRIPT-LIMIT value 256.
    78 SQL-LOG-LIMIT value 256.
    01 sql-script-count usage binary-long unsigned external value 0.
    01 sql-script external.
        03 sql-script-entry occurs SQL-SCRIPT-LIMIT times.
            05 sql-match pic x(64).
            05 sql-code usage binary-long signed.
            05 sql-state pic x(5).
            05 sql-values pic x(512).
            05 sql-used usage binary-long unsigned.
    01 sql-log-count usage binary-long unsigned external value 0.
    01 sql-log external.
        03 sql-log-entry occurs SQL-LOG-LIMIT times.
            05 sql-log-id pic x(31).
            05 sql-log-text pic x(256).
            05 sql-log-params pic x(128).
            05 sql-log-code usage binary-long signed.
    01 sql-current external.
        03 sql-current-id pic x(31).
        03 sql-current-text pic x(256).
        03 sql-current-params pic x(128).
    01 sql-stub-area external.
        05 sqs-number pic s9(18)v9(9) sign leading separate.
        05 sqs-text pic x(256).
        05 sqs-delivered pic x.
            88 sqs-row-delivered value "Y".
        05 sqs-value-count usage binary-long unsigned.
        05 sqs-value pic x(128) occurs 16 times.
    *> local
    01 script-index usage binary-long unsigned.
    01 script-first usage binary-long unsigned.
    01 script-chosen usage binary-long unsigned.
    01 script-seen usage binary-long unsigned.
    01 upper-text pic x(256).
    01 upper-match pic x(64).
    01 match-length usage binary-long unsigned.
    01 match-hits usage binary-long unsigned.
    01 value-pointer usage binary-long unsigned.
linkage section.
    01 SQLCA.
        05 SQLCAID pic x(8).
        05 SQLCABC pic s9(9) comp-5.
        05 SQLCODE pic s9(9) comp-5.
        05 SQLERRM.
            49 SQLERRML pic s9(4) comp-5.
            49 SQLERRMC pic x(70).
        05 SQLERRP pic x(8).
        05 SQLERRD pic s9(9) comp-5 occurs 6 times.
        05 SQLWARN pic x(11).
        05 SQLSTATE pic x(5).
*>  answers the statement sql-stub-begin opened: SQLCA and the
*>  delivered values from the stub script, and a line in the log
procedure division using SQLCA.
    *> a statement id that matches exactly wins over text substrings
    move 0 to script-first.
    move 1 to script-index.
    perform until script-index > sql-script-count
        if sql-match(script-index) = sql-current-id
            move script-index to script-first
            move sql-script-count to script-index
        end-if
        add 1 to script-index
    end-perform.
    if script-first = 0
        move upper-case(sql-current-text) to upper-text
        move 1 to script-index
        perform until script-index > sql-script-count
            if sql-match(script-index) not = SPACE
                move upper-case(sql-match(script-index)) to upper-match
                move length(trim(upper-match)) to match-length
                move 0 to match-hits
                inspect upper-text tallying match-hits
                    for all upper-match(1:match-length)
                if match-hits > 0
                    move script-index to script-first
                    move sql-script-count to script-index
                end-if
            end-if
            add 1 to script-index
        end-perform
    end-if.

    move SPACE to SQLWARN SQLERRP.
    move 0 to SQLERRML.
    move SPACE to SQLERRMC.
    move 0 to SQLERRD(3).
    move "N" to sqs-delivered.
    move 0 to sqs-value-count.
    if script-first = 0
        if upper-case(sql-current-text(1:5)) = "FETCH"
            move 100 to SQLCODE
            move "02000" to SQLSTATE
        else
            move 0 to SQLCODE
            move "00000" to SQLSTATE
        end-if
    else
        *> successive executions take the matching lines in order; the
        *> last one keeps answering
        add 1 to sql-used(script-first)
        move 0 to script-seen
        move script-first to script-chosen
        move script-first to script-index
        perform until script-index > sql-script-count
            if sql-match(script-index) = sql-match(script-first)
                add 1 to script-seen
                move script-index to script-chosen
                if script-seen = sql-used(script-first)
                    move sql-script-count to script-index
                end-if
            end-if
            add 1 to script-index
        end-perform
        move sql-code(script-chosen) to SQLCODE
        move sql-state(script-chosen) to SQLSTATE
        if SQLCODE < 0
            move sql-match(script-chosen) to SQLERRMC
            move length(trim(SQLERRMC)) to SQLERRML
        end-if
        if SQLCODE >= 0 and SQLCODE not = 100
                and sql-values(script-chosen) not = SPACE
            move 1 to value-pointer
            perform until value-pointer > length(trim(sql-values(script-chosen)))
                    or sqs-value-count >= 16
                add 1 to sqs-value-count
                move SPACE to sqs-value(sqs-value-count)
                unstring sql-values(script-chosen) delimited by "|"
                    into sqs-value(sqs-value-count)
                    with pointer value-pointer
                end-unstring
            end-perform
            move "Y" to sqs-delivered
            move 1 to SQLERRD(3)
        end-if
    end-if.

    add 1 to sql-log-count.
    if sql-log-count > SQL-LOG-LIMIT
        display "Fatal: SQL stub log exceeds " SQL-LOG-LIMIT
            " statements" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move sql-current-id to sql-log-id(sql-log-count).
    move sql-current-text to sql-log-text(sql-log-count).
    move sql-current-params to sql-log-params(sql-log-count).
    move SQLCODE to sql-log-code(sql-log-count).
    goback.
end program sql-stub-exec.

identification division.
program-id. assert-sql-issued.
environment division.
configuration section.
repository.
    function all intrinsic
    function send-udp
    function syslog.
data division.
working-storage section.
    78 ASSERTIONS-LIMIT value 49999.
    78 SQL-LOG-LIMIT value 256.
    78 SYSLOG-FACILITY-USER value 8.
    78 SYSLOG-SEVERITY-INFORMATIONAL value 6.
    78 SYSLOG-SEVERITY-ERROR value 3.
    01 assertions-counter usage binary-long unsigned external.
    01 summary-pointer usage pointer external.
    01 syslog-enabled usage binary-char unsigned external.
        88 is-syslog-enabled value 1.
    01 syslog-host pic x(128) external.
    01 coverage-hit-sql-issued usage binary-long unsigned external value 0.
    01 syslog-port pic x(5) external.
    01 syslog-result usage binary-long unsigned.
    01 assertions-nr pic 9(4).
    01 call-args-count usage binary-long.
    01 sql-log-count usage binary-long unsigned external value 0.
    01 sql-log external.
        03 sql-log-entry occurs SQL-LOG-LIMIT times.
            05 sql-log-id pic x(31).
            05 sql-log-text pic x(256).
            05 sql-log-params pic x(128).
            05 sql-log-code usage binary-long signed.
    *> local
    01 log-index usage binary-long unsigned.
    01 upper-text pic x(256).
    01 upper-match pic x(256).
    01 match-length usage binary-long unsigned.
    01 match-hits usage binary-long unsigned.
    01 observed-count usage binary-long unsigned.
    01 wanted-count usage binary-long unsigned.
    01 ws-num-edit pic z(8)9.
linkage section.
    01 statement-match pic x any length.
    01 expected-count-txt pic x any length.
    01 description-text pic x any length.
    01 summary.
        03 assertions-total usage binary-long unsigned.
        03 failures-total usage binary-long unsigned.
        03 warnings-total usage binary-long unsigned.
        03 assertions occurs 0 to ASSERTIONS-LIMIT times depending on assertions-counter.
            05 assertion-status pic x.
               88 assertion-failed value "F".
               88 assertion-warned value "W".
            05 filler pic x.
            05 assertion-suite pic x(32).
            05 filler pic x value "#".
            05 assertion-nr pic 9(4).
            05 filler pic x.
            05 assertion-name pic x(16).
            05 filler pic x.
            05 assertion-expected pic x(32).
            05 filler pic x(4) value " <> ".
            05 assertion-actual pic x(32).
            05 filler pic x.
            05 assertion-desc pic x(64).
*>  verify how many times the program issued a statement -- by id, or
*>  by a substring of its text:
*>    call "assert-sql-issued" using "UPDATE CUST", "1"
procedure division using statement-match, expected-count-txt,
        optional description-text.
    set address of summary to summary-pointer.
    add 1 to coverage-hit-sql-issued.
    if assertions-counter >= ASSERTIONS-LIMIT
        display "Fatal: assertions limit of " ASSERTIONS-LIMIT " exceeded" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to assertions-total.
    add 1 to assertions-nr.
    add 1 to assertions-counter.
    move assertions-nr to assertion-nr(assertions-counter).
    move MODULE-ID to assertion-name(assertions-counter).
    move MODULE-CALLER-ID to assertion-suite(assertions-counter).
    move SPACE to assertion-desc(assertions-counter).
    call "C$NARG" using call-args-count.
    if call-args-count > 2
        move description-text to assertion-desc(assertions-counter)
    end-if.

    move 0 to observed-count.
    move upper-case(statement-match) to upper-match.
    move length(trim(upper-match)) to match-length.
    move 1 to log-index.
    perform until log-index > sql-log-count
        move 0 to match-hits
        if sql-log-id(log-index) = statement-match
            move 1 to match-hits
        else
            move upper-case(sql-log-text(log-index)) to upper-text
            inspect upper-text tallying match-hits
                for all upper-match(1:match-length)
        end-if
        if match-hits > 0
            add 1 to observed-count
        end-if
        add 1 to log-index
    end-perform.
    move numval(expected-count-txt) to wanted-count.

    move wanted-count to ws-num-edit.
    move concatenate(trim(ws-num-edit), " statement(s)")
        to assertion-expected(assertions-counter).
    move observed-count to ws-num-edit.
    move concatenate(trim(ws-num-edit), " statement(s)")
        to assertion-actual(assertions-counter).

    if observed-count = wanted-count
        move "." to assertion-status(assertions-counter)
    else
        move "F" to assertion-status(assertions-counter)
        add 1 to failures-total
    end-if.

    *> show status
    display assertion-status(assertions-counter) with no advancing.

    *> live syslog stream: see assert-equals for why this is here
    if is-syslog-enabled
        if assertion-failed(assertions-counter)
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-ERROR,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "FAIL")))
                to syslog-result
        else
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-INFORMATIONAL,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "PASS")))
                to syslog-result
        end-if
    end-if.
end program assert-sql-issued.

identification division.
program-id. assert-sql-issued-with.
environment division.
configuration section.
repository.
    function all intrinsic
    function send-udp
    function syslog.
data division.
working-storage section.
    78 ASSERTIONS-LIMIT value 49999.
    78 SQL-LOG-LIMIT value 256.
    78 SYSLOG-FACILITY-USER value 8.
    78 SYSLOG-SEVERITY-INFORMATIONAL value 6.
    78 SYSLOG-SEVERITY-ERROR value 3.
    01 assertions-counter usage binary-long unsigned external.
    01 summary-pointer usage pointer external.
    01 syslog-enabled usage binary-char unsigned external.
        88 is-syslog-enabled value 1.
    01 syslog-host pic x(128) external.
    01 coverage-hit-sql-issued-with usage binary-long unsigned external value 0.
    01 syslog-port pic x(5) external.
    01 syslog-result usage binary-long unsigned.
    01 assertions-nr pic 9(4).
    01 call-args-count usage binary-long.
    01 sql-log-count usage binary-long unsigned external value 0.
    01 sql-log external.
        03 sql-log-entry occurs SQL-LOG-LIMIT times.
            05 sql-log-id pic x(31).
            05 sql-log-text pic x(256).
            05 sql-log-params pic x(128).
            05 sql-log-code usage binary-long signed.
    *> local
    01 log-index usage binary-long unsigned.
    01 upper-text pic x(256).
    01 upper-match pic x(256).
    01 match-length usage binary-long unsigned.
    01 match-hits usage binary-long unsigned.
    01 params-matched pic x.
linkage section.
    01 statement-match pic x any length.
    01 expected-params pic x any length.
    01 description-text pic x any length.
    01 summary.
        03 assertions-total usage binary-long unsigned.
        03 failures-total usage binary-long unsigned.
        03 warnings-total usage binary-long unsigned.
        03 assertions occurs 0 to ASSERTIONS-LIMIT times depending on assertions-counter.
            05 assertion-status pic x.
               88 assertion-failed value "F".
               88 assertion-warned value "W".
            05 filler pic x.
            05 assertion-suite pic x(32).
            05 filler pic x value "#".
            05 assertion-nr pic 9(4).
            05 filler pic x.
            05 assertion-name pic x(16).
            05 filler pic x.
            05 assertion-expected pic x(32).
            05 filler pic x(4) value " <> ".
            05 assertion-actual pic x(32).
            05 filler pic x.
            05 assertion-desc pic x(64).
*>  verify that at least one issue of a statement (by id, or by a
*>  substring of its text) carried the given input host-variable
*>  values, | separated:
*>    call "assert-sql-issued-with" using "CUSTUPD#2", "K001|120.5"
procedure division using statement-match, expected-params,
        optional description-text.
    set address of summary to summary-pointer.
    add 1 to coverage-hit-sql-issued-with.
    if assertions-counter >= ASSERTIONS-LIMIT
        display "Fatal: assertions limit of " ASSERTIONS-LIMIT " exceeded" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to assertions-total.
    add 1 to assertions-nr.
    add 1 to assertions-counter.
    move assertions-nr to assertion-nr(assertions-counter).
    move MODULE-ID to assertion-name(assertions-counter).
    move MODULE-CALLER-ID to assertion-suite(assertions-counter).
    move SPACE to assertion-desc(assertions-counter).
    call "C$NARG" using call-args-count.
    if call-args-count > 2
        move description-text to assertion-desc(assertions-counter)
    end-if.

    move expected-params to assertion-expected(assertions-counter).
    move "(no matching statement)" to assertion-actual(assertions-counter).
    move "N" to params-matched.
    move upper-case(statement-match) to upper-match.
    move length(trim(upper-match)) to match-length.
    move 1 to log-index.
    perform until log-index > sql-log-count
        move 0 to match-hits
        if sql-log-id(log-index) = statement-match
            move 1 to match-hits
        else
            move upper-case(sql-log-text(log-index)) to upper-text
            inspect upper-text tallying match-hits
                for all upper-match(1:match-length)
        end-if
        if match-hits > 0
            *> the closest miss is what the failure shows
            move sql-log-params(log-index)(1:32)
                to assertion-actual(assertions-counter)
            if trim(sql-log-params(log-index)) = trim(expected-params)
                move "Y" to params-matched
                move sql-log-count to log-index
            end-if
        end-if
        add 1 to log-index
    end-perform.

    if params-matched = "Y"
        move "." to assertion-status(assertions-counter)
    else
        move "F" to assertion-status(assertions-counter)
        add 1 to failures-total
    end-if.

    *> show status
    display assertion-status(assertions-counter) with no advancing.

    *> live syslog stream: see assert-equals for why this is here
    if is-syslog-enabled
        if assertion-failed(assertions-counter)
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-ERROR,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "FAIL")))
                to syslog-result
        else
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-INFORMATIONAL,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "PASS")))
                to syslog-result
        end-if
    end-if.
end program assert-sql-issued-with.

*>**
*>  Database-backed assertions: in the integration environment, where
*>  a real database is reachable, a suite asserts on what the program
*>  did to its tables, not only on its flat-file outputs. The
*>  connection is a logical name resolved through dd-resolve, so it
*>  lives in the per-environment DD assignment file beside the
*>  datasets, never in the suite, and the same suite runs against DEV
*>  and UAT by pointing --dd (or GCBLUNIT_DD) at the other file:
*>    SETTLEDB=DB:sqlite3 /data/dev/settle.db
*>    SETTLEDB=DB:psql -X -q -A -t -F '|' -h uatdb01 -d settle
*>  The "DB:" prefix marks a connection rather than a dataset, so the
*>  --dd preflight does not look for it on disk, and what follows it is
*>  the client command line for that database. The client
*>  must read the SQL on standard input and write one row per line,
*>  columns separated by |, without headings or row-count trailers --
*>  the two lines above are the sqlite3 and psql spellings of that.
*>  Three checks:
*>    call "assert-db-count" using "SETTLEDB",
*>        "select * from settlement where batch = 'B1'", "12"
*>    call "assert-db-value" using "SETTLEDB",
*>        "select status from settlement where id = 'K001'", "POSTED"
*>    call "assert-db-table" using "SETTLEDB",
*>        "select id, status, amount from settlement",
*>        "tests/fixtures/settlement.rows", "1"
*>  assert-db-table reconciles the rows against a fixture of rows in
*>  the same | separated form (blank lines and # comments skipped),
*>  keyed on the leading key columns, and reports the way
*>  assert-equals-keyed does: each missing, extra and changed row is
*>  its own SUMMARY line, and the complete expected and actual rows go
*>  to the failure-detail file. A query the client rejects, or a
*>  connection name with no assignment, is a failure carrying the
*>  client's first error line, never an empty result.
*>**
identification division.
program-id. db-query.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select query-file assign to dynamic query-path
    organization is line sequential
    file status is query-file-status.
data division.
file section.
fd query-file.
    01 query-line pic x(4096).
working-storage section.
    01 query-path pic x(256).
    01 query-file-status pic x(2).
        88 query-file-ok value "00".
    01 connection-command pic x(256).
    01 query-command pic x(1024).
    01 query-pid usage binary-long.
    01 query-pid-edit pic z(9)9.
    01 query-length usage binary-long unsigned.
linkage section.
    01 connection-name pic x any length.
    01 query-text pic x any length.
    01 rows-path pic x(256).
    01 error-path pic x(256).
    01 query-rc usage binary-long signed.
*>  run one query through the connection's client: rows-path receives
*>  the rows, error-path the client's diagnostics; query-rc is the
*>  client's exit code, -1 when the connection has no assignment and
*>  -2 when the query could not be staged
procedure division using connection-name, query-text, rows-path,
        error-path, query-rc.
    call "getpid" giving query-pid.
    move query-pid to query-pid-edit.
    move concatenate("/tmp/gcblunit-db-", trim(query-pid-edit), ".sql")
        to query-path.
    move concatenate("/tmp/gcblunit-db-", trim(query-pid-edit), ".rows")
        to rows-path.
    move concatenate("/tmp/gcblunit-db-", trim(query-pid-edit), ".err")
        to error-path.
    call "CBL_DELETE_FILE" using rows-path.
    call "CBL_DELETE_FILE" using error-path.

    call "dd-resolve" using connection-name, connection-command.
    if connection-command(1:3) = "DB:"
        move connection-command(4:253) to connection-command
    end-if.
    if connection-command = SPACE
        move -1 to query-rc
        goback
    end-if.

    *> the client reads the statement from standard input, terminated
    *> the way every line-mode client expects
    open output query-file.
    if not query-file-ok
        move -2 to query-rc
        goback
    end-if.
    move trim(query-text) to query-line.
    move length(trim(query-line)) to query-length.
    if query-length > 0 and query-length < length(query-line)
            and query-line(query-length:1) not = ";"
        move ";" to query-line(query-length + 1:1)
    end-if.
    write query-line.
    close query-file.

    move concatenate(trim(connection-command), " <", trim(query-path),
            " >", trim(rows-path), " 2>", trim(error-path))
        to query-command.
    call "SYSTEM" using query-command.
    move RETURN-CODE to query-rc.
    if query-rc >= 256
        divide query-rc by 256 giving query-rc
    end-if.
    move 0 to RETURN-CODE.
    call "CBL_DELETE_FILE" using query-path.
    goback.
end program db-query.

identification division.
program-id. assert-db-count.
environment division.
configuration section.
repository.
    function all intrinsic
    function send-udp
    function syslog.
input-output section.
file-control.
    select rows-file assign to dynamic rows-path
    organization is line sequential
    file status is rows-file-status.
    select error-file assign to dynamic error-path
    organization is line sequential
    file status is error-file-status.
data division.
file section.
fd rows-file.
    01 rows-line pic x(1024).
fd error-file.
    01 error-line pic x(256).
working-storage section.
    78 ASSERTIONS-LIMIT value 49999.
    78 SYSLOG-FACILITY-USER value 8.
    78 SYSLOG-SEVERITY-INFORMATIONAL value 6.
    78 SYSLOG-SEVERITY-ERROR value 3.
    01 assertions-counter usage binary-long unsigned external.
    01 summary-pointer usage pointer external.
    01 syslog-enabled usage binary-char unsigned external.
        88 is-syslog-enabled value 1.
    01 syslog-host pic x(128) external.
    01 coverage-hit-db-count usage binary-long unsigned external value 0.
    01 syslog-port pic x(5) external.
    01 syslog-result usage binary-long unsigned.
    01 assertions-nr pic 9(4).
    01 call-args-count usage binary-long.
    *> local
    01 rows-path pic x(256).
    01 rows-file-status pic x(2).
        88 rows-ok value "00".
        88 rows-eof value "10".
    01 error-path pic x(256).
    01 error-file-status pic x(2).
        88 error-ok value "00".
    01 query-rc usage binary-long signed.
    01 query-problem pic x(256).
    01 observed-count usage binary-long unsigned.
    01 wanted-count usage binary-long unsigned.
    01 ws-num-edit pic z(8)9.
    01 ws-rc-edit pic -(9)9.
    01 detail-expected pic x(1024).
    01 detail-expected-len usage binary-long unsigned.
    01 detail-actual pic x(1024).
    01 detail-actual-len usage binary-long unsigned.
linkage section.
    01 connection-name pic x any length.
    01 query-text pic x any length.
    01 expected-count-txt pic x any length.
    01 description-text pic x any length.
    01 summary.
        03 assertions-total usage binary-long unsigned.
        03 failures-total usage binary-long unsigned.
        03 warnings-total usage binary-long unsigned.
        03 assertions occurs 0 to ASSERTIONS-LIMIT times depending on assertions-counter.
            05 assertion-status pic x.
               88 assertion-failed value "F".
               88 assertion-warned value "W".
            05 filler pic x.
            05 assertion-suite pic x(32).
            05 filler pic x value "#".
            05 assertion-nr pic 9(4).
            05 filler pic x.
            05 assertion-name pic x(16).
            05 filler pic x.
            05 assertion-expected pic x(32).
            05 filler pic x(4) value " <> ".
            05 assertion-actual pic x(32).
            05 filler pic x.
            05 assertion-desc pic x(64).
*>  verify how many rows a query returns:
*>    call "assert-db-count" using "SETTLEDB",
*>        "select * from settlement where batch = 'B1'", "12"
procedure division using connection-name, query-text, expected-count-txt,
        optional description-text.
    set address of summary to summary-pointer.
    add 1 to coverage-hit-db-count.
    if assertions-counter >= ASSERTIONS-LIMIT
        display "Fatal: assertions limit of " ASSERTIONS-LIMIT " exceeded" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to assertions-total.
    add 1 to assertions-nr.
    add 1 to assertions-counter.
    move assertions-nr to assertion-nr(assertions-counter).
    move MODULE-ID to assertion-name(assertions-counter).
    move MODULE-CALLER-ID to assertion-suite(assertions-counter).
    move SPACE to assertion-desc(assertions-counter).
    call "C$NARG" using call-args-count.
    if call-args-count > 3
        move description-text to assertion-desc(assertions-counter)
    end-if.

    move numval(expected-count-txt) to wanted-count.
    move wanted-count to ws-num-edit.
    move concatenate(trim(ws-num-edit), " row(s)")
        to assertion-expected(assertions-counter).

    call "db-query" using connection-name, query-text, rows-path,
        error-path, query-rc.
    if query-rc not = 0
        perform query-failed
    else
        move 0 to observed-count
        open input rows-file
        if rows-ok
            move SPACE to rows-file-status
            perform until rows-eof
                read rows-file
                    at end
                        move "10" to rows-file-status
                    not at end
                        add 1 to observed-count
                end-read
            end-perform
            close rows-file
        end-if
        move observed-count to ws-num-edit
        move concatenate(trim(ws-num-edit), " row(s)")
            to assertion-actual(assertions-counter)
        if observed-count = wanted-count
            move "." to assertion-status(assertions-counter)
        else
            move "F" to assertion-status(assertions-counter)
            add 1 to failures-total
        end-if
    end-if.

    *> show status
    display assertion-status(assertions-counter) with no advancing.

    *> live syslog stream: see assert-equals for why this is here
    if is-syslog-enabled
        if assertion-failed(assertions-counter)
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-ERROR,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "FAIL")))
                to syslog-result
        else
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-INFORMATIONAL,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "PASS")))
                to syslog-result
        end-if
    end-if.
    goback.

query-failed section.
    *> the query never produced rows: a failure carrying the client's
    *> first error line, the statement and the error in the detail file
    move "F" to assertion-status(assertions-counter).
    add 1 to failures-total.
    evaluate query-rc
    when -1
        move concatenate("no assignment for ", trim(connection-name))
            to query-problem
        move "(no connection)" to assertion-actual(assertions-counter)
    when -2
        move "query could not be staged" to query-problem
        move "(query not run)" to assertion-actual(assertions-counter)
    when other
        move query-rc to ws-rc-edit
        move concatenate("(query rc ", trim(ws-rc-edit), ")")
            to assertion-actual(assertions-counter)
        move SPACE to query-problem
        open input error-file
        if error-ok
            read error-file
                not at end
                    move error-line to query-problem
            end-read
            close error-file
        end-if
    end-evaluate.
    display "Error: " trim(connection-name) ": " trim(query-problem)
        upon syserr.
    move query-text to detail-expected.
    move query-problem to detail-actual.
    perform log-failure-detail.

log-failure-detail section.
    *> the complete values go to the per-run failure-detail file from
    *> storage of our own, trailing spaces dropped -- the 32-byte
    *> windows in SUMMARY may have truncated the real difference
    move length(trim(detail-expected, trailing)) to detail-expected-len.
    if detail-expected-len = 0
        move 1 to detail-expected-len
    end-if.
    move length(trim(detail-actual, trailing)) to detail-actual-len.
    if detail-actual-len = 0
        move 1 to detail-actual-len
    end-if.
    call "failure-detail-log" using assertion-suite(assertions-counter),
        assertion-nr(assertions-counter), assertion-name(assertions-counter),
        detail-expected(1:detail-expected-len),
        detail-actual(1:detail-actual-len).
end program assert-db-count.

identification division.
program-id. assert-db-value.
environment division.
configuration section.
repository.
    function all intrinsic
    function send-udp
    function syslog.
input-output section.
file-control.
    select rows-file assign to dynamic rows-path
    organization is line sequential
    file status is rows-file-status.
    select error-file assign to dynamic error-path
    organization is line sequential
    file status is error-file-status.
data division.
file section.
fd rows-file.
    01 rows-line pic x(1024).
fd error-file.
    01 error-line pic x(256).
working-storage section.
    78 ASSERTIONS-LIMIT value 49999.
    78 SYSLOG-FACILITY-USER value 8.
    78 SYSLOG-SEVERITY-INFORMATIONAL value 6.
    78 SYSLOG-SEVERITY-ERROR value 3.
    01 assertions-counter usage binary-long unsigned external.
    01 summary-pointer usage pointer external.
    01 syslog-enabled usage binary-char unsigned external.
        88 is-syslog-enabled value 1.
    01 syslog-host pic x(128) external.
    01 coverage-hit-db-value usage binary-long unsigned external value 0.
    01 syslog-port pic x(5) external.
    01 syslog-result usage binary-long unsigned.
    01 assertions-nr pic 9(4).
    01 call-args-count usage binary-long.
    *> local
    01 rows-path pic x(256).
    01 rows-file-status pic x(2).
        88 rows-ok value "00".
    01 error-path pic x(256).
    01 error-file-status pic x(2).
        88 error-ok value "00".
    01 query-rc usage binary-long signed.
    01 query-problem pic x(256).
    01 observed-value pic x(1024).
    01 row-found pic x.
    01 ws-rc-edit pic -(9)9.
    01 detail-expected pic x(1024).
    01 detail-expected-len usage binary-long unsigned.
    01 detail-actual pic x(1024).
    01 detail-actual-len usage binary-long unsigned.
linkage section.
    01 connection-name pic x any length.
    01 query-text pic x any length.
    01 expected-value pic x any length.
    01 description-text pic x any length.
    01 summary.
        03 assertions-total usage binary-long unsigned.
        03 failures-total usage binary-long unsigned.
        03 warnings-total usage binary-long unsigned.
        03 assertions occurs 0 to ASSERTIONS-LIMIT times depending on assertions-counter.
            05 assertion-status pic x.
               88 assertion-failed value "F".
               88 assertion-warned value "W".
            05 filler pic x.
            05 assertion-suite pic x(32).
            05 filler pic x value "#".
            05 assertion-nr pic 9(4).
            05 filler pic x.
            05 assertion-name pic x(16).
            05 filler pic x.
            05 assertion-expected pic x(32).
            05 filler pic x(4) value " <> ".
            05 assertion-actual pic x(32).
            05 filler pic x.
            05 assertion-desc pic x(64).
*>  verify the single value a query returns -- the first row, every
*>  column as the client wrote it (| separated when there are several);
*>  leading and trailing spaces are ignored on both sides:
*>    call "assert-db-value" using "SETTLEDB",
*>        "select status from settlement where id = 'K001'", "POSTED"
procedure division using connection-name, query-text, expected-value,
        optional description-text.
    set address of summary to summary-pointer.
    add 1 to coverage-hit-db-value.
    if assertions-counter >= ASSERTIONS-LIMIT
        display "Fatal: assertions limit of " ASSERTIONS-LIMIT " exceeded" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to assertions-total.
    add 1 to assertions-nr.
    add 1 to assertions-counter.
    move assertions-nr to assertion-nr(assertions-counter).
    move MODULE-ID to assertion-name(assertions-counter).
    move MODULE-CALLER-ID to assertion-suite(assertions-counter).
    move SPACE to assertion-desc(assertions-counter).
    call "C$NARG" using call-args-count.
    if call-args-count > 3
        move description-text to assertion-desc(assertions-counter)
    end-if.
    move trim(expected-value) to assertion-expected(assertions-counter).

    call "db-query" using connection-name, query-text, rows-path,
        error-path, query-rc.
    if query-rc not = 0
        perform query-failed
    else
        move "N" to row-found
        move SPACE to observed-value
        open input rows-file
        if rows-ok
            read rows-file
                not at end
                    move "Y" to row-found
                    move trim(rows-line) to observed-value
            end-read
            close rows-file
        end-if
        if row-found = "N"
            move "(no row)" to assertion-actual(assertions-counter)
            move "F" to assertion-status(assertions-counter)
            add 1 to failures-total
        else
            move observed-value to assertion-actual(assertions-counter)
            if observed-value = trim(expected-value)
                move "." to assertion-status(assertions-counter)
            else
                move "F" to assertion-status(assertions-counter)
                add 1 to failures-total
                *> spill the complete values to the per-run failure-
                *> detail file -- the 32-byte windows may truncate them
                move trim(expected-value) to detail-expected
                move observed-value to detail-actual
                perform log-failure-detail
            end-if
        end-if
    end-if.

    *> show status
    display assertion-status(assertions-counter) with no advancing.

    *> live syslog stream: see assert-equals for why this is here
    if is-syslog-enabled
        if assertion-failed(assertions-counter)
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-ERROR,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "FAIL")))
                to syslog-result
        else
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-INFORMATIONAL,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "PASS")))
                to syslog-result
        end-if
    end-if.
    goback.

query-failed section.
    *> see assert-db-count
    move "F" to assertion-status(assertions-counter).
    add 1 to failures-total.
    evaluate query-rc
    when -1
        move concatenate("no assignment for ", trim(connection-name))
            to query-problem
        move "(no connection)" to assertion-actual(assertions-counter)
    when -2
        move "query could not be staged" to query-problem
        move "(query not run)" to assertion-actual(assertions-counter)
    when other
        move query-rc to ws-rc-edit
        move concatenate("(query rc ", trim(ws-rc-edit), ")")
            to assertion-actual(assertions-counter)
        move SPACE to query-problem
        open input error-file
        if error-ok
            read error-file
                not at end
                    move error-line to query-problem
            end-read
            close error-file
        end-if
    end-evaluate.
    display "Error: " trim(connection-name) ": " trim(query-problem)
        upon syserr.
    move query-text to detail-expected.
    move query-problem to detail-actual.
    perform log-failure-detail.

log-failure-detail section.
    *> the complete values go to the per-run failure-detail file from
    *> storage of our own, trailing spaces dropped -- the 32-byte
    *> windows in SUMMARY may have truncated the real difference
    move length(trim(detail-expected, trailing)) to detail-expected-len.
    if detail-expected-len = 0
        move 1 to detail-expected-len
    end-if.
    move length(trim(detail-actual, trailing)) to detail-actual-len.
    if detail-actual-len = 0
        move 1 to detail-actual-len
    end-if.
    call "failure-detail-log" using assertion-suite(assertions-counter),
        assertion-nr(assertions-counter), assertion-name(assertions-counter),
        detail-expected(1:detail-expected-len),
        detail-actual(1:detail-actual-len).
end program assert-db-value.

identification division.
program-id. assert-db-table.
environment division.
configuration section.
repository.
    function all intrinsic
    function send-udp
    function syslog.
input-output section.
file-control.
    select rows-file assign to dynamic rows-path
    organization is line sequential
    file status is rows-file-status.
    select error-file assign to dynamic error-path
    organization is line sequential
    file status is error-file-status.
data division.
file section.
fd rows-file.
    01 rows-line pic x(1024).
fd error-file.
    01 error-line pic x(256).
working-storage section.
    78 ASSERTIONS-LIMIT value 49999.
    78 KEYED-LIMIT value 500.
    78 SYSLOG-FACILITY-USER value 8.
    78 SYSLOG-SEVERITY-INFORMATIONAL value 6.
    78 SYSLOG-SEVERITY-ERROR value 3.
    01 assertions-counter usage binary-long unsigned external.
    01 summary-pointer usage pointer external.
    01 syslog-enabled usage binary-char unsigned external.
        88 is-syslog-enabled value 1.
    01 syslog-host pic x(128) external.
    01 coverage-hit-db-table usage binary-long unsigned external value 0.
    01 syslog-port pic x(5) external.
    01 syslog-result usage binary-long unsigned.
    01 assertions-nr pic 9(4).
    01 call-args-count usage binary-long.
    *> local
    01 rows-path pic x(256).
    01 rows-file-status pic x(2).
        88 rows-ok value "00".
        88 rows-eof value "10".
    01 error-path pic x(256).
    01 error-file-status pic x(2).
        88 error-ok value "00".
    01 query-rc usage binary-long signed.
    01 query-problem pic x(256).
    01 key-columns usage binary-long unsigned.
    01 row-text pic x(256).
    01 row-key pic x(64).
    01 bar-count usage binary-long unsigned.
    01 scan-idx usage binary-long unsigned.
    01 key-end usage binary-long unsigned.
    01 expected-count usage binary-long unsigned.
    01 expected-set.
        03 expected-rec occurs KEYED-LIMIT times.
            05 exp-key pic x(64).
            05 exp-body pic x(256).
            05 exp-matched pic x.
    01 actual-count usage binary-long unsigned.
    01 actual-set.
        03 actual-rec occurs KEYED-LIMIT times.
            05 act-key pic x(64).
            05 act-body pic x(256).
            05 act-matched pic x.
    01 exp-index usage binary-long unsigned.
    01 act-index usage binary-long unsigned.
    01 diff-lines usage binary-long unsigned.
    01 user-desc pic x(40).
    01 ws-rc-edit pic -(9)9.
    01 detail-expected pic x(1024).
    01 detail-expected-len usage binary-long unsigned.
    01 detail-actual pic x(1024).
    01 detail-actual-len usage binary-long unsigned.
linkage section.
    01 connection-name pic x any length.
    01 query-text pic x any length.
    01 fixture-path pic x any length.
    01 key-columns-txt pic x any length.
    01 description-text pic x any length.
    01 summary.
        03 assertions-total usage binary-long unsigned.
        03 failures-total usage binary-long unsigned.
        03 warnings-total usage binary-long unsigned.
        03 assertions occurs 0 to ASSERTIONS-LIMIT times depending on assertions-counter.
            05 assertion-status pic x.
               88 assertion-failed value "F".
               88 assertion-warned value "W".
            05 filler pic x.
            05 assertion-suite pic x(32).
            05 filler pic x value "#".
            05 assertion-nr pic 9(4).
            05 filler pic x.
            05 assertion-name pic x(16).
            05 filler pic x.
            05 assertion-expected pic x(32).
            05 filler pic x(4) value " <> ".
            05 assertion-actual pic x(32).
            05 filler pic x.
            05 assertion-desc pic x(64).
*>  reconcile a query's rows against a fixture of expected rows, keyed
*>  on the leading key columns:
*>    call "assert-db-table" using "SETTLEDB",
*>        "select id, status, amount from settlement",
*>        "tests/fixtures/settlement.rows", "1"
procedure division using connection-name, query-text, fixture-path,
        key-columns-txt, optional description-text.
    set address of summary to summary-pointer.
    add 1 to coverage-hit-db-table.
    add 1 to assertions-nr.
    move SPACE to user-desc.
    call "C$NARG" using call-args-count.
    if call-args-count > 4
        move description-text to user-desc
    end-if.
    move numval(key-columns-txt) to key-columns.
    if key-columns = 0
        move 1 to key-columns
    end-if.

    *> the expected rows -- a fixture that cannot be opened is a
    *> failure, not an empty reconciliation (see assert-equals-keyed)
    move 0 to expected-count.
    move fixture-path to rows-path.
    open input rows-file.
    if not rows-ok
        perform record-diff-line
        move user-desc to assertion-desc(assertions-counter)
        move "(open failed)" to assertion-expected(assertions-counter)
        move "(not compared)" to assertion-actual(assertions-counter)
        display "F" with no advancing
        display "Error opening " trim(fixture-path) upon syserr
        goback
    end-if.
    move SPACE to rows-file-status.
    perform until rows-eof
        read rows-file
            at end
                move "10" to rows-file-status
            not at end
                move trim(rows-line) to row-text
                if row-text not = SPACE and row-text(1:1) not = "#"
                    add 1 to expected-count
                    if expected-count > KEYED-LIMIT
                        display "Fatal: keyed comparison exceeds " KEYED-LIMIT " records" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    perform row-key-of
                    move row-key to exp-key(expected-count)
                    move row-text to exp-body(expected-count)
                    move "N" to exp-matched(expected-count)
                end-if
        end-read
    end-perform.
    close rows-file.

    *> the actual rows
    call "db-query" using connection-name, query-text, rows-path,
        error-path, query-rc.
    if query-rc not = 0
        perform query-failed
        goback
    end-if.
    move 0 to actual-count.
    open input rows-file.
    if rows-ok
        move SPACE to rows-file-status
        perform until rows-eof
            read rows-file
                at end
                    move "10" to rows-file-status
                not at end
                    add 1 to actual-count
                    if actual-count > KEYED-LIMIT
                        display "Fatal: keyed comparison exceeds " KEYED-LIMIT " records" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    move trim(rows-line) to row-text
                    perform row-key-of
                    move row-key to act-key(actual-count)
                    move row-text to act-body(actual-count)
                    move "N" to act-matched(actual-count)
            end-read
        end-perform
        close rows-file
    end-if.

    *> reconcile: pair by key, then report missing, extra and changed
    move 0 to diff-lines.
    move 1 to exp-index.
    perform until exp-index > expected-count
        move 1 to act-index
        perform until act-index > actual-count
            if act-matched(act-index) = "N"
                    and act-key(act-index) = exp-key(exp-index)
                move "Y" to exp-matched(exp-index)
                move "Y" to act-matched(act-index)
                if exp-body(exp-index) not = act-body(act-index)
                    add 1 to diff-lines
                    perform record-diff-line
                    move concatenate("changed key ", exp-key(exp-index))
                        to assertion-desc(assertions-counter)
                    move exp-body(exp-index)(1:32)
                        to assertion-expected(assertions-counter)
                    move act-body(act-index)(1:32)
                        to assertion-actual(assertions-counter)
                    move exp-body(exp-index) to detail-expected
                    move act-body(act-index) to detail-actual
                    perform log-failure-detail
                end-if
                move actual-count to act-index
            end-if
            add 1 to act-index
        end-perform
        if exp-matched(exp-index) = "N"
            add 1 to diff-lines
            perform record-diff-line
            move concatenate("missing key ", exp-key(exp-index))
                to assertion-desc(assertions-counter)
            move exp-body(exp-index)(1:32)
                to assertion-expected(assertions-counter)
            move "(missing from table)"
                to assertion-actual(assertions-counter)
            move exp-body(exp-index) to detail-expected
            move "(missing from table)" to detail-actual
            perform log-failure-detail
        end-if
        add 1 to exp-index
    end-perform.
    move 1 to act-index.
    perform until act-index > actual-count
        if act-matched(act-index) = "N"
            add 1 to diff-lines
            perform record-diff-line
            move concatenate("extra key ", act-key(act-index))
                to assertion-desc(assertions-counter)
            move "(not expected)"
                to assertion-expected(assertions-counter)
            move act-body(act-index)(1:32)
                to assertion-actual(assertions-counter)
            move "(not expected)" to detail-expected
            move act-body(act-index) to detail-actual
            perform log-failure-detail
        end-if
        add 1 to act-index
    end-perform.

    if diff-lines = 0
        *> the rows reconcile: one pass line
        if assertions-counter >= ASSERTIONS-LIMIT
            display "Fatal: assertions limit of " ASSERTIONS-LIMIT " exceeded" upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        add 1 to assertions-total
        add 1 to assertions-counter
        move "." to assertion-status(assertions-counter)
        move assertions-nr to assertion-nr(assertions-counter)
        move MODULE-ID to assertion-name(assertions-counter)
        move MODULE-CALLER-ID to assertion-suite(assertions-counter)
        move user-desc to assertion-desc(assertions-counter)
        display "." with no advancing
    else
        display "F" with no advancing
    end-if.

    *> live syslog stream: see assert-equals for why this is here
    if is-syslog-enabled
        if diff-lines > 0
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-ERROR,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "FAIL")))
                to syslog-result
        else
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-INFORMATIONAL,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "PASS")))
                to syslog-result
        end-if
    end-if.
    goback.

row-key-of section.
    *> a row's key: everything before the | that ends the last key
    *> column, or the whole row when it has no more columns than that
    move 0 to bar-count.
    move 0 to key-end.
    move 1 to scan-idx.
    perform until scan-idx > length(row-text) or key-end > 0
        if row-text(scan-idx:1) = "|"
            add 1 to bar-count
            if bar-count = key-columns
                move scan-idx to key-end
            end-if
        end-if
        add 1 to scan-idx
    end-perform.
    move SPACE to row-key.
    if key-end = 0
        move row-text to row-key
    else
        if key-end > 1
            move row-text(1:key-end - 1) to row-key
        end-if
    end-if.

query-failed section.
    *> see assert-db-count
    perform record-diff-line.
    move user-desc to assertion-desc(assertions-counter).
    evaluate query-rc
    when -1
        move concatenate("no assignment for ", trim(connection-name))
            to query-problem
        move "(no connection)" to assertion-actual(assertions-counter)
    when -2
        move "query could not be staged" to query-problem
        move "(query not run)" to assertion-actual(assertions-counter)
    when other
        move query-rc to ws-rc-edit
        move concatenate("(query rc ", trim(ws-rc-edit), ")")
            to assertion-actual(assertions-counter)
        move SPACE to query-problem
        open input error-file
        if error-ok
            read error-file
                not at end
                    move error-line to query-problem
            end-read
            close error-file
        end-if
    end-evaluate.
    move "(query rc 0)" to assertion-expected(assertions-counter).
    display "F" with no advancing.
    display "Error: " trim(connection-name) ": " trim(query-problem)
        upon syserr.
    move query-text to detail-expected.
    move query-problem to detail-actual.
    perform log-failure-detail.

record-diff-line section.
    *> one reconciliation difference as its own failure line
    if assertions-counter >= ASSERTIONS-LIMIT
        display "Fatal: assertions limit of " ASSERTIONS-LIMIT " exceeded" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to assertions-total.
    add 1 to failures-total.
    add 1 to assertions-counter.
    move "F" to assertion-status(assertions-counter).
    move assertions-nr to assertion-nr(assertions-counter).
    move MODULE-ID to assertion-name(assertions-counter).
    move MODULE-CALLER-ID to assertion-suite(assertions-counter).
    move SPACE to assertion-desc(assertions-counter).

log-failure-detail section.
    *> the complete values go to the per-run failure-detail file from
    *> storage of our own, trailing spaces dropped -- the 32-byte
    *> windows in SUMMARY may have truncated the real difference
    move length(trim(detail-expected, trailing)) to detail-expected-len.
    if detail-expected-len = 0
        move 1 to detail-expected-len
    end-if.
    move length(trim(detail-actual, trailing)) to detail-actual-len.
    if detail-actual-len = 0
        move 1 to detail-actual-len
    end-if.
    call "failure-detail-log" using assertion-suite(assertions-counter),
        assertion-nr(assertions-counter), assertion-name(assertions-counter),
        detail-expected(1:detail-expected-len),
        detail-actual(1:detail-actual-len).
end program assert-db-table.

identification division.
program-id. mock-register.
data division.
working-storage section.
    78 MOCK-LIMIT value 32.
    01 mock-count usage binary-long unsigned external value 0.
    01 mock-table external.
        03 mock-entry occurs MOCK-LIMIT times.
            05 mock-target pic x(31).
            05 mock-replacement pic x(31).
    *> local
    01 mock-scan-index usage binary-long unsigned.
    01 mock-found-index usage binary-long unsigned value 0.
linkage section.
    01 target-name pic x any length.
    01 replacement-name pic x any length.
procedure division using target-name, replacement-name.
    move 0 to mock-found-index.
    move 1 to mock-scan-index.
    perform until mock-scan-index > mock-count
        if mock-target(mock-scan-index) = target-name
            move mock-scan-index to mock-found-index
            exit perform
        end-if
        add 1 to mock-scan-index
    end-perform.

    if mock-found-index = 0
        add 1 to mock-count
        if mock-count > MOCK-LIMIT
            display "Fatal: mock table exceeds " MOCK-LIMIT " entries" upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        move mock-count to mock-found-index
    end-if.

    move target-name to mock-target(mock-found-index).
    move replacement-name to mock-replacement(mock-found-index).
    goback.
end program mock-register.

identification division.
program-id. mock-restore.
data division.
working-storage section.
    78 MOCK-LIMIT value 32.
    01 mock-count usage binary-long unsigned external value 0.
    01 mock-table external.
        03 mock-entry occurs MOCK-LIMIT times.
            05 mock-target pic x(31).
            05 mock-replacement pic x(31).
    *> local
    01 mock-scan-index usage binary-long unsigned.
linkage section.
    01 target-name pic x any length.
procedure division using target-name.
    move 1 to mock-scan-index.
    perform until mock-scan-index > mock-count
        if mock-target(mock-scan-index) = target-name
            *> shrink the table by moving the last entry down into this
            *> slot -- gcblunit's other flat tables only ever grow, but a
            *> testsuite can register and restore a mock more than once
            move mock-target(mock-count) to mock-target(mock-scan-index)
            move mock-replacement(mock-count) to mock-replacement(mock-scan-index)
            subtract 1 from mock-count
            exit perform
        end-if
        add 1 to mock-scan-index
    end-perform.
    goback.
end program mock-restore.

identification division.
program-id. mock-resolve.
data division.
working-storage section.
    78 MOCK-LIMIT value 32.
    01 mock-count usage binary-long unsigned external value 0.
    01 mock-table external.
        03 mock-entry occurs MOCK-LIMIT times.
            05 mock-target pic x(31).
            05 mock-replacement pic x(31).
    *> local
    01 mock-scan-index usage binary-long unsigned.
    01 mock-found-index usage binary-long unsigned value 0.
linkage section.
    01 target-name pic x any length.
    01 resolved-pointer usage program-pointer.
procedure division using target-name, resolved-pointer.
    move 0 to mock-found-index.
    move 1 to mock-scan-index.
    perform until mock-scan-index > mock-count
        if mock-target(mock-scan-index) = target-name
            move mock-scan-index to mock-found-index
            exit perform
        end-if
        add 1 to mock-scan-index
    end-perform.

    if mock-found-index = 0
        set resolved-pointer to entry target-name
    else
        set resolved-pointer to entry mock-replacement(mock-found-index)
    end-if.
    goback.
end program mock-resolve.

*>*
*> mock-policy: attach a declarative fault policy to a mocked
*> collaborator, so "fails every third call" stops meaning a
*> hand-written counting stub per suite. Registered from the suite (or
*> its -setup hook) alongside mock-register:
*>   call "mock-policy" using "connecttoserver", "FAIL-FIRST", "2"
*>   call "mock-policy" using "connecttoserver", "FAIL-EVERY", "3", "91"
*>   call "mock-policy" using "connecttoserver", "FAIL-ALWAYS", "0"
*>   call "mock-policy" using "connecttoserver", "DELAY", "5"
*> The optional fourth argument is the status value the faulting call
*> should surface, handed back by mock-fault-check. Policy state is
*> wiped around each suite the way mock and spy state is.
*>*
identification division.
program-id. mock-policy.
environment division.
configuration section.
repository.
    function all intrinsic.
data division.
working-storage section.
    78 POLICY-LIMIT value 16.
    01 policy-count usage binary-long unsigned external value 0.
    01 policy-table external.
        03 policy-entry occurs POLICY-LIMIT times.
            05 policy-target pic x(31).
            05 policy-kind pic x(12).
            05 policy-param usage binary-long unsigned.
            05 policy-status-value pic x(16).
            05 policy-calls usage binary-long unsigned.
            05 policy-faults usage binary-long unsigned.
    *> local
    01 policy-scan-index usage binary-long unsigned.
    01 policy-found-index usage binary-long unsigned.
    01 call-args-count usage binary-long.
linkage section.
    01 target-name pic x any length.
    01 policy-kind-arg pic x any length.
    01 policy-param-arg pic x any length.
    01 policy-status-arg pic x any length.
procedure division using target-name, policy-kind-arg,
        policy-param-arg, optional policy-status-arg.
    call "C$NARG" using call-args-count.
    move 0 to policy-found-index.
    move 1 to policy-scan-index.
    perform until policy-scan-index > policy-count
        if policy-target(policy-scan-index) = target-name
            move policy-scan-index to policy-found-index
            exit perform
        end-if
        add 1 to policy-scan-index
    end-perform.
    if policy-found-index = 0
        add 1 to policy-count
        if policy-count > POLICY-LIMIT
            display "Fatal: policy table exceeds " POLICY-LIMIT " entries" upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        move policy-count to policy-found-index
    end-if.
    move target-name to policy-target(policy-found-index).
    move upper-case(trim(policy-kind-arg))
        to policy-kind(policy-found-index).
    move numval(policy-param-arg) to policy-param(policy-found-index).
    move SPACE to policy-status-value(policy-found-index).
    if call-args-count > 3
        move policy-status-arg
            to policy-status-value(policy-found-index)
    end-if.
    move 0 to policy-calls(policy-found-index).
    move 0 to policy-faults(policy-found-index).
    evaluate policy-kind(policy-found-index)
    when "FAIL-FIRST"
    when "FAIL-EVERY"
    when "FAIL-ALWAYS"
    when "DELAY"
        continue
    when other
        display "Error: mock-policy kind must be FAIL-FIRST,"
            " FAIL-EVERY, FAIL-ALWAYS or DELAY, not "
            trim(policy-kind-arg) upon syserr
        move SPACE to policy-target(policy-found-index)
    end-evaluate.
    goback.
end program mock-policy.

*>*
*> mock-fault-check: asked by a registered stand-in on every dispatch
*> whether this call should fail under the target's policy -- the
*> policy's state machine lives here, the stand-in just branches:
*>   call "mock-fault-check" using "connecttoserver", fault-flag,
*>       status-field
*>   if fault-flag = "Y" ... surface the failure ...
*> A faulting call is recorded in the spy table under
*> "<target>:fault" (a scripted delay under "<target>:delay"), so
*> assert-called verifies the injected faults the same way it
*> verifies dispatches. No policy, or a DELAY policy, answers "N".
*>*
identification division.
program-id. mock-fault-check.
environment division.
configuration section.
repository.
    function all intrinsic.
data division.
working-storage section.
    78 POLICY-LIMIT value 16.
    01 policy-count usage binary-long unsigned external value 0.
    01 policy-table external.
        03 policy-entry occurs POLICY-LIMIT times.
            05 policy-target pic x(31).
            05 policy-kind pic x(12).
            05 policy-param usage binary-long unsigned.
            05 policy-status-value pic x(16).
            05 policy-calls usage binary-long unsigned.
            05 policy-faults usage binary-long unsigned.
    *> local
    01 policy-scan-index usage binary-long unsigned.
    01 policy-found-index usage binary-long unsigned.
    01 call-args-count usage binary-long.
    01 fault-here pic x.
    01 spy-fault-name pic x(31).
linkage section.
    01 target-name pic x any length.
    01 fault-flag pic x any length.
    01 status-out pic x any length.
procedure division using target-name, fault-flag,
        optional status-out.
    call "C$NARG" using call-args-count.
    move "N" to fault-flag(1:1).
    move 0 to policy-found-index.
    move 1 to policy-scan-index.
    perform until policy-scan-index > policy-count
        if policy-target(policy-scan-index) = target-name
            move policy-scan-index to policy-found-index
            exit perform
        end-if
        add 1 to policy-scan-index
    end-perform.
    if policy-found-index = 0
        goback
    end-if.

    add 1 to policy-calls(policy-found-index).
    move "N" to fault-here.
    evaluate policy-kind(policy-found-index)
    when "FAIL-FIRST"
        if policy-calls(policy-found-index)
                <= policy-param(policy-found-index)
            move "Y" to fault-here
        end-if
    when "FAIL-EVERY"
        if policy-param(policy-found-index) > 0
                and mod(policy-calls(policy-found-index),
                    policy-param(policy-found-index)) = 0
            move "Y" to fault-here
        end-if
    when "FAIL-ALWAYS"
        move "Y" to fault-here
    when "DELAY"
        *> not a failure, a stall: how a suite provokes the timeout
        *> handling of the code under test
        call "C$SLEEP" using policy-param(policy-found-index)
        move concatenate(trim(target-name), ":delay")
            to spy-fault-name
        call "spy-record" using spy-fault-name
    end-evaluate.

    if fault-here = "Y"
        move "Y" to fault-flag(1:1)
        add 1 to policy-faults(policy-found-index)
        if call-args-count > 2
            move policy-status-value(policy-found-index) to status-out
        end-if
        move concatenate(trim(target-name), ":fault")
            to spy-fault-name
        call "spy-record" using spy-fault-name,
            policy-status-value(policy-found-index)
    end-if.
    goback.
end program mock-fault-check.

*>*
*> clock-set/clock-clear: inject a fake "now" for the life of the
*> current suite. Mock-register can swap a CALL target, but most date
*> logic reads the clock through the intrinsics, so the month-end
*> suite only truly exercised month-end paths on the 31st. A suite (or
*> its -setup hook) calls
*>   call "clock-set" using "FROZEN", "2026123123595900+0000"
*>   call "clock-set" using "OFFSET", "-30"
*> and every program that obtains time through the current-datetime
*> function (including the now-modes of datetime-format,
*> add-business-days and schedule-next) sees the injected clock. The
*> setting rides in the GCBLUNIT_CLOCK environment entry so it crosses
*> CALL and child-process boundaries without a link dependency; the
*> harness wipes it around each suite the way mock and spy state is
*> wiped, and records what was injected for the provenance block.
*>*
identification division.
program-id. clock-set.
environment division.
configuration section.
repository.
    function all intrinsic.
data division.
working-storage section.
    01 fake-clock-log pic x(256) external value SPACE.
    *> local
    01 frozen-stamp pic x(21).
linkage section.
    01 clock-mode pic x any length.
    01 clock-value pic x any length.
procedure division using clock-mode, clock-value.
    evaluate upper-case(trim(clock-mode))
    when "FROZEN"
        *> a short YYYYMMDDhhmmss value is padded out to the full
        *> 21-char current-date shape the consumers expect
        move SPACE to frozen-stamp
        move clock-value to frozen-stamp
        if frozen-stamp(15:7) = SPACE
            move "00+0000" to frozen-stamp(15:7)
        end-if
        set environment "GCBLUNIT_CLOCK"
            to concatenate("F", frozen-stamp)
    when "OFFSET"
        set environment "GCBLUNIT_CLOCK"
            to concatenate("O", trim(clock-value))
    when other
        display "Error: clock-set mode must be FROZEN or OFFSET, not "
            trim(clock-mode) upon syserr
        goback
    end-evaluate.
    *> remember who injected what, for the report provenance
    if fake-clock-log = SPACE
        move concatenate(trim(MODULE-CALLER-ID), "=",
                upper-case(trim(clock-mode)), " ", trim(clock-value))
            to fake-clock-log
    else
        move concatenate(trim(fake-clock-log), "; ",
                trim(MODULE-CALLER-ID), "=",
                upper-case(trim(clock-mode)), " ", trim(clock-value))
            to fake-clock-log
    end-if.
    goback.
end program clock-set.

identification division.
program-id. clock-clear.
data division.
working-storage section.
    *> under --date-sweep the "real" clock is the swept date
    01 sweep-clock pic x(22) external.
procedure division.
    set environment "GCBLUNIT_CLOCK" to sweep-clock.
    goback.
end program clock-clear.

*>*
*> dd-load: read a per-environment dataset assignment file of
*> "LOGICAL=physical-path" lines (blank lines and # comments skipped)
*> into the shared DD table -- exactly the DD-card idea from
*> jcl/GCBLTEST.jcl. The physical side may carry the usual "IX:"/
*> "RL:"/"RDW:" organization prefixes, or "DB:" for a database
*> connection (see db-query). Loading replaces any previous
*> assignments, so pointing a run at another environment is one file.
*>*
identification division.
program-id. dd-load.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select dd-assign assign to dynamic dd-assign-path
    organization is line sequential
    file status is dd-assign-status.
data division.
file section.
fd dd-assign.
    01 dd-assign-line pic x(300).
working-storage section.
    78 DD-LIMIT value 128.
    01 dd-count usage binary-long unsigned external value 0.
    01 dd-table external.
        03 dd-entry occurs DD-LIMIT times.
            05 dd-logical pic x(32).
            05 dd-physical pic x(256).
    *> local
    01 dd-assign-path pic x(256).
    01 dd-assign-status pic x(2).
        88 dd-assign-ok value "00".
        88 dd-assign-eof value "10".
    01 dd-name-txt pic x(32).
    01 dd-path-txt pic x(256).
linkage section.
    01 assign-file pic x any length.
procedure division using assign-file.
    move 0 to dd-count.
    move assign-file to dd-assign-path.
    open input dd-assign.
    if not dd-assign-ok
        display "Error opening " trim(assign-file) ": "
            dd-assign-status upon syserr
        goback
    end-if.
    move SPACE to dd-assign-status.
    perform until dd-assign-eof
        read dd-assign
            at end
                move "10" to dd-assign-status
            not at end
                if dd-assign-line not = SPACE
                        and dd-assign-line(1:1) not = "#"
                    add 1 to dd-count
                    if dd-count > DD-LIMIT
                        display "Fatal: more than " DD-LIMIT
                            " dataset assignments" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    move SPACE to dd-name-txt dd-path-txt
                    unstring dd-assign-line delimited by "="
                        into dd-name-txt dd-path-txt
                    end-unstring
                    move upper-case(trim(dd-name-txt))
                        to dd-logical(dd-count)
                    move trim(dd-path-txt) to dd-physical(dd-count)
                    if dd-logical(dd-count) = SPACE
                            or dd-physical(dd-count) = SPACE
                        display "Error: malformed assignment '"
                            trim(dd-assign-line) "' in "
                            trim(assign-file) upon syserr
                        subtract 1 from dd-count
                    end-if
                end-if
        end-read
    end-perform.
    close dd-assign.
    goback.
end program dd-load.

*>*
*> dd-resolve: logical dataset name in, physical path out -- SPACE
*> when the name has no assignment, which dataset-io turns into file
*> status 35 and preflight catches before anything runs. Suites call
*> this instead of hardcoding fixture and output paths:
*>   call "dd-resolve" using "SETTLE-IN", settle-path
*> A child process arrives with an empty table and loads it lazily
*> from the GCBLUNIT_DD environment entry the parent run set.
*>*
identification division.
program-id. dd-resolve.
environment division.
configuration section.
repository.
    function all intrinsic.
data division.
working-storage section.
    78 DD-LIMIT value 128.
    01 dd-count usage binary-long unsigned external value 0.
    01 dd-table external.
        03 dd-entry occurs DD-LIMIT times.
            05 dd-logical pic x(32).
            05 dd-physical pic x(256).
    *> local
    01 dd-env-file pic x(256).
    01 dd-load-tried pic x value "N".
    01 dd-scan-index usage binary-long unsigned.
    01 dd-wanted pic x(32).
    01 dd-stripped pic x(32).
linkage section.
    01 logical-name pic x any length.
    01 resolved-path pic x any length.
procedure division using logical-name, resolved-path.
    if dd-count = 0 and dd-load-tried = "N"
        move "Y" to dd-load-tried
        accept dd-env-file from environment "GCBLUNIT_DD"
            on exception
                move SPACE to dd-env-file
        end-accept
        if dd-env-file not = SPACE
            call "dd-load" using dd-env-file
        end-if
    end-if.
    move upper-case(trim(logical-name)) to dd-wanted.
    if dd-wanted(1:3) = "DD:"
        move dd-wanted(4:29) to dd-stripped
        move dd-stripped to dd-wanted
    end-if.
    move SPACE to resolved-path.
    move 1 to dd-scan-index.
    perform until dd-scan-index > dd-count
        if dd-logical(dd-scan-index) = dd-wanted
            move dd-physical(dd-scan-index) to resolved-path
            move dd-count to dd-scan-index
        end-if
        add 1 to dd-scan-index
    end-perform.
    goback.
end program dd-resolve.

*>*
*> jobstream-test: a multi-step job stream as one suite -- the real
*> unit of work, the way jcl/GCBLTEST.jcl chains its steps. A step
*> script names each step's program (any command line), its DD
*> assignments (logical names resolved through dd-resolve and handed
*> to the program as DD_<name>, the runtime's external file mapping,
*> so datasets pass from step to step under the same names) and its
*> COND tests on prior return codes. The steps run in order; then the
*> CHECK lines assert each step's RC and whether it ran, and the final
*> datasets. One line per statement, # comments:
*>   STEP  EXTRACT ./extract --full
*>   DD    CUSTIN EXTOUT
*>   STEP  POST ./post
*>   DD    EXTOUT LEDGER
*>   COND  4,LT,EXTRACT
*>   CHECK EXTRACT RC 0
*>   CHECK POST RAN                  (or BYPASSED)
*>   CHECK FILE LEDGER tests/fixtures/ledger.golden
*>   CHECK KEYED LEDGER tests/fixtures/ledger.golden 1 10
*> A step may also post its datasets to the balancing ledger (see
*> libs/core/ledger and ledger-verify) once it has run -- the record
*> count and, given pos:len:type (9 display digits, P packed), the
*> hash total of an amount field -- and LEDGER names the ledger for
*> the whole stream, handed to every step as GCBLUNIT_LEDGER so steps
*> that call ledger-post themselves and a ledger-verify step agree:
*>   LEDGER /tmp/settle-ledger.txt
*>   STEP  POST ./post
*>   DD    EXTOUT LEDGER REJECTS
*>   POST  EXTOUT 21:9:9
*>   POST  REJECTS 21:9:9
*>   STEP  BALANCE ledger-verify tests/fixtures/settle.rules
*>   CHECK BALANCE RC 0
*> COND follows JCL: the step is bypassed when any test "code op
*> rc" is true (GT GE EQ LT LE NE) against the named step, or against
*> every step run so far when no step is named; a test naming a step
*> that was bypassed is ignored. A job stream's suite is one call,
*> and every assertion is reported under that suite's name, so the
*> stream is one suite in SUMMARY, --dump-summary and the JUnit
*> report:
*>   program-id. settle-stream.
*>   procedure division.
*>       call "jobstream-test" using "tests/streams/settle.jst".
*> A script that does not parse, or a DD name without an assignment,
*> is a failed assertion rather than a quietly empty suite.
*>*
identification division.
program-id. jobstream-test.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select step-script assign to dynamic step-script-path
    organization is line sequential
    file status is step-script-status.
data division.
file section.
fd step-script.
    01 step-script-line pic x(512).
working-storage section.
    78 ASSERTIONS-LIMIT value 49999.
    78 STEP-LIMIT value 32.
    78 STEP-DD-LIMIT value 16.
    78 STEP-COND-LIMIT value 8.
    78 CHECK-LIMIT value 64.
    78 STEP-POST-LIMIT value 8.
    01 assertions-counter usage binary-long unsigned external.
    01 summary-pointer usage pointer external.
    *> local
    77 ledger-pointer usage program-pointer.
        88 ledger-missing value NULL.
    01 step-script-path pic x(256).
    01 step-script-status pic x(2).
        88 step-script-ok value "00".
        88 step-script-eof value "10".
    01 stream-suite pic x(32).
    01 stream-line-nr usage binary-long unsigned.
    01 stream-problem pic x(64).
    01 stream-work-line pic x(512).
    01 stream-pointer usage binary-long unsigned.
    01 stream-token pic x(256) occurs 6 times.
    01 stream-token-index usage binary-long unsigned.
    01 stream-keyword pic x(8).
    01 stream-rc-edit pic 9(4).
    01 stream-rc-text pic x(8).
    01 stream-state-text pic x(8).
    01 stream-desc pic x(64).
    01 stream-assert-path pic x(256).
    01 stream-actual-path pic x(40).

    01 step-count usage binary-long unsigned value 0.
    01 step-tbl.
        03 step-entry occurs STEP-LIMIT times.
            05 step-name pic x(8).
            05 step-command pic x(256).
            05 step-dd-count usage binary-long unsigned.
            05 step-dd pic x(32) occurs STEP-DD-LIMIT times.
            05 step-cond-count usage binary-long unsigned.
            05 step-cond occurs STEP-COND-LIMIT times.
                07 cond-code usage binary-long signed.
                07 cond-op pic x(2).
                07 cond-step pic x(8).
            05 step-post-count usage binary-long unsigned.
            05 step-post occurs STEP-POST-LIMIT times.
                07 post-dd pic x(32).
                07 post-offset usage binary-long unsigned.
                07 post-size usage binary-long unsigned.
                07 post-type pic x.
            05 step-ran pic x.
            05 step-rc usage binary-long signed.
    01 step-index usage binary-long unsigned.
    01 step-scan usage binary-long unsigned.
    01 step-found usage binary-long unsigned.
    01 step-wanted pic x(8).
    01 prior-index usage binary-long unsigned.
    01 dd-index usage binary-long unsigned.
    01 cond-index usage binary-long unsigned.
    01 cond-code-txt pic x(9).
    01 cond-op-txt pic x(4).
    01 cond-step-txt pic x(32).
    01 cond-hit pic x.

    01 check-count usage binary-long unsigned value 0.
    01 check-tbl.
        03 check-entry occurs CHECK-LIMIT times.
            05 check-kind pic x(8).
            05 check-step pic x(8).
            05 check-rc usage binary-long signed.
            05 check-dd pic x(32).
            05 check-path pic x(256).
            05 check-key-pos pic x(9).
            05 check-key-len pic x(9).
    01 check-index usage binary-long unsigned.

    01 dd-path pic x(256).
    01 dd-bare pic x(256).
    01 dd-length pic x(9).
    01 dd-pointer usage binary-long unsigned.
    01 dd-env-name pic x(40).
    01 run-rc usage binary-long.
    01 stamp-base usage binary-long unsigned.
    01 stamp-index usage binary-long unsigned.

    *> balancing-ledger postings, counted through dataset-io
    01 stream-ledger pic x(256) value SPACE.
    01 post-index usage binary-long unsigned.
    01 post-offset-txt pic x(9).
    01 post-size-txt pic x(9).
    01 post-type-txt pic x(4).
    01 post-status pic x(2).
    01 post-records usage binary-long unsigned.
    01 post-total usage binary-double signed.
    01 post-value usage binary-double signed.
    01 post-scan usage binary-long unsigned.
    01 nibble-high usage binary-long unsigned.
    01 nibble-low usage binary-long unsigned.
    01 ds-req-1.
        03 ds-verb pic x(5).
        03 ds-handle pic 9.
        03 ds-status pic x(2).
            88 post-read-ok value "00".
        03 ds-key-len usage binary-long unsigned.
        03 ds-rec-len usage binary-long unsigned.
        03 ds-path pic x(256).
        03 ds-key pic x(64).
        03 post-record pic x(2048).
linkage section.
    01 script-path pic x any length.
    01 summary.
        03 assertions-total usage binary-long unsigned.
        03 failures-total usage binary-long unsigned.
        03 warnings-total usage binary-long unsigned.
        03 assertions occurs 0 to ASSERTIONS-LIMIT times depending on assertions-counter.
            05 assertion-status pic x.
               88 assertion-failed value "F".
               88 assertion-warned value "W".
            05 filler pic x.
            05 assertion-suite pic x(32).
            05 filler pic x value "#".
            05 assertion-nr pic 9(4).
            05 filler pic x.
            05 assertion-name pic x(16).
            05 filler pic x.
            05 assertion-expected pic x(32).
            05 filler pic x(4) value " <> ".
            05 assertion-actual pic x(32).
            05 filler pic x.
            05 assertion-desc pic x(64).
procedure division using script-path.
    set address of summary to summary-pointer.
    move MODULE-CALLER-ID to stream-suite.
    move script-path to step-script-path.
    move 0 to step-count check-count.
    move SPACE to stream-problem.
    perform jobstream-load.
    if stream-problem = SPACE
        perform jobstream-run
    end-if.
    if stream-problem = SPACE
        perform jobstream-check
    end-if.
    if stream-problem not = SPACE
        move concatenate("job stream ", trim(step-script-path))
            to stream-desc
        move assertions-counter to stamp-base
        call "assert-equals" using "a runnable job stream",
            stream-problem, stream-desc
        perform jobstream-stamp
    end-if.
    goback.

jobstream-load section.
    open input step-script.
    if not step-script-ok
        move concatenate("cannot open, status ", step-script-status)
            to stream-problem
        exit section
    end-if.
    move 0 to stream-line-nr.
    move SPACE to step-script-status.
    perform until step-script-eof or stream-problem not = SPACE
        read step-script
            at end
                move "10" to step-script-status
            not at end
                add 1 to stream-line-nr
                move trim(step-script-line) to stream-work-line
                if stream-work-line not = SPACE
                        and stream-work-line(1:1) not = "#"
                    perform jobstream-statement
                end-if
        end-read
    end-perform.
    close step-script.
    if stream-problem not = SPACE
        move stream-line-nr to stream-rc-edit
        move concatenate("line ", stream-rc-edit, ": ", trim(stream-problem))
            to stream-problem
        exit section
    end-if.
    if step-count = 0
        move "no STEP statements" to stream-problem
    end-if.

jobstream-statement section.
    move SPACE to stream-keyword.
    move 1 to stream-pointer.
    unstring stream-work-line delimited by all SPACE
        into stream-keyword
        with pointer stream-pointer
    end-unstring.
    move upper-case(stream-keyword) to stream-keyword.
    move 1 to stream-token-index.
    perform until stream-token-index > 6
        move SPACE to stream-token(stream-token-index)
        add 1 to stream-token-index
    end-perform.
    evaluate stream-keyword
    when "STEP"
        perform jobstream-step-statement
    when "DD"
        perform jobstream-dd-statement
    when "COND"
        perform jobstream-cond-statement
    when "CHECK"
        perform jobstream-check-statement
    when "POST"
        perform jobstream-post-statement
    when "LEDGER"
        perform jobstream-ledger-statement
    when other
        move concatenate("unknown statement ", trim(stream-keyword))
            to stream-problem
    end-evaluate.

jobstream-step-statement section.
    add 1 to step-count.
    if step-count > STEP-LIMIT
        move "too many steps" to stream-problem
        exit section
    end-if.
    unstring stream-work-line delimited by all SPACE
        into stream-token(1)
        with pointer stream-pointer
    end-unstring.
    initialize step-entry(step-count).
    move upper-case(stream-token(1)) to step-name(step-count).
    if stream-pointer <= length(stream-work-line)
        move trim(stream-work-line(stream-pointer:))
            to step-command(step-count)
    end-if.
    if step-name(step-count) = SPACE or step-command(step-count) = SPACE
        move "STEP needs a name and a program" to stream-problem
        exit section
    end-if.
    move step-name(step-count) to step-wanted.
    perform jobstream-find-step.
    if step-found < step-count
        move concatenate("duplicate step ", trim(step-wanted))
            to stream-problem
    end-if.
    move "N" to step-ran(step-count).

jobstream-dd-statement section.
    if step-count = 0
        move "DD before any STEP" to stream-problem
        exit section
    end-if.
    unstring stream-work-line delimited by all SPACE
        into stream-token(1) stream-token(2) stream-token(3)
             stream-token(4) stream-token(5) stream-token(6)
        with pointer stream-pointer
    end-unstring.
    move 1 to stream-token-index.
    perform until stream-token-index > 6
            or stream-token(stream-token-index) = SPACE
        add 1 to step-dd-count(step-count)
        if step-dd-count(step-count) > STEP-DD-LIMIT
            move "too many DD names on one step" to stream-problem
            exit section
        end-if
        move upper-case(stream-token(stream-token-index))
            to step-dd(step-count, step-dd-count(step-count))
        add 1 to stream-token-index
    end-perform.

jobstream-cond-statement section.
    if step-count = 0
        move "COND before any STEP" to stream-problem
        exit section
    end-if.
    unstring stream-work-line delimited by all SPACE
        into stream-token(1) stream-token(2) stream-token(3)
             stream-token(4) stream-token(5) stream-token(6)
        with pointer stream-pointer
    end-unstring.
    move 1 to stream-token-index.
    perform until stream-token-index > 6
            or stream-token(stream-token-index) = SPACE
        move SPACE to cond-code-txt cond-op-txt cond-step-txt
        unstring stream-token(stream-token-index) delimited by ","
            into cond-code-txt cond-op-txt cond-step-txt
        end-unstring
        move upper-case(cond-op-txt) to cond-op-txt
        if test-numval(cond-code-txt) not = 0
                or not (cond-op-txt = "GT" or "GE" or "EQ"
                    or "LT" or "LE" or "NE")
            move concatenate("bad COND test ",
                    trim(stream-token(stream-token-index)))
                to stream-problem
            exit section
        end-if
        if cond-step-txt not = SPACE
            move upper-case(cond-step-txt) to step-wanted
            perform jobstream-find-step
            if step-found = 0 or step-found >= step-count
                move concatenate("COND names no earlier step ",
                        trim(step-wanted))
                    to stream-problem
                exit section
            end-if
        end-if
        add 1 to step-cond-count(step-count)
        move step-cond-count(step-count) to cond-index
        if cond-index > STEP-COND-LIMIT
            move "too many COND tests on one step" to stream-problem
            exit section
        end-if
        move numval(cond-code-txt) to cond-code(step-count, cond-index)
        move cond-op-txt to cond-op(step-count, cond-index)
        move upper-case(cond-step-txt) to cond-step(step-count, cond-index)
        add 1 to stream-token-index
    end-perform.

jobstream-post-statement section.
    if step-count = 0
        move "POST before any STEP" to stream-problem
        exit section
    end-if.
    set ledger-pointer to entry "ledger-post".
    if ledger-missing
        move "POST needs libs/core/ledger linked in" to stream-problem
        exit section
    end-if.
    unstring stream-work-line delimited by all SPACE
        into stream-token(1) stream-token(2)
        with pointer stream-pointer
    end-unstring.
    add 1 to step-post-count(step-count).
    move step-post-count(step-count) to post-index.
    if post-index > STEP-POST-LIMIT
        move "too many POST statements on one step" to stream-problem
        exit section
    end-if.
    if stream-token(1) = SPACE
        move "POST needs a DD name" to stream-problem
        exit section
    end-if.
    move upper-case(stream-token(1)) to post-dd(step-count, post-index).
    move 0 to post-offset(step-count, post-index).
    move 0 to post-size(step-count, post-index).
    move SPACE to post-type(step-count, post-index).
    if stream-token(2) not = SPACE
        move SPACE to post-offset-txt post-size-txt post-type-txt
        unstring stream-token(2) delimited by ":"
            into post-offset-txt post-size-txt post-type-txt
        end-unstring
        move upper-case(post-type-txt) to post-type-txt
        if test-numval(post-offset-txt) not = 0
                or test-numval(post-size-txt) not = 0
                or numval(post-offset-txt) < 1
                or numval(post-size-txt) < 1
                or not (post-type-txt = "9" or "P")
            move concatenate("bad POST amount field ",
                    trim(stream-token(2)))
                to stream-problem
            exit section
        end-if
        move numval(post-offset-txt) to post-offset(step-count, post-index)
        move numval(post-size-txt) to post-size(step-count, post-index)
        move post-type-txt(1:1) to post-type(step-count, post-index)
    end-if.

jobstream-ledger-statement section.
    unstring stream-work-line delimited by all SPACE
        into stream-token(1)
        with pointer stream-pointer
    end-unstring.
    if stream-token(1) = SPACE
        move "LEDGER needs a path" to stream-problem
        exit section
    end-if.
    move stream-token(1) to stream-ledger.
    set environment "GCBLUNIT_LEDGER" to trim(stream-ledger).

jobstream-check-statement section.
    unstring stream-work-line delimited by all SPACE
        into stream-token(1) stream-token(2) stream-token(3)
             stream-token(4) stream-token(5)
        with pointer stream-pointer
    end-unstring.
    add 1 to check-count.
    if check-count > CHECK-LIMIT
        move "too many CHECK statements" to stream-problem
        exit section
    end-if.
    initialize check-entry(check-count).
    evaluate upper-case(stream-token(1))
    when "FILE"
    when "KEYED"
        move upper-case(stream-token(1)) to check-kind(check-count)
        move upper-case(stream-token(2)) to check-dd(check-count)
        move stream-token(3) to check-path(check-count)
        if check-dd(check-count) = SPACE or check-path(check-count) = SPACE
            move "CHECK FILE needs a DD name and an expected dataset"
                to stream-problem
            exit section
        end-if
        if check-kind(check-count) = "KEYED"
            move stream-token(4) to check-key-pos(check-count)
            move stream-token(5) to check-key-len(check-count)
            if test-numval(check-key-pos(check-count)) not = 0
                    or test-numval(check-key-len(check-count)) not = 0
                    or check-key-pos(check-count) = SPACE
                    or check-key-len(check-count) = SPACE
                move "CHECK KEYED needs a key position and length"
                    to stream-problem
            end-if
        end-if
    when other
        move upper-case(stream-token(1)) to step-wanted
        perform jobstream-find-step
        if step-found = 0
            move concatenate("CHECK names no step ", trim(step-wanted))
                to stream-problem
            exit section
        end-if
        move step-wanted to check-step(check-count)
        move upper-case(stream-token(2)) to check-kind(check-count)
        evaluate check-kind(check-count)
        when "RC"
            if test-numval(stream-token(3)) not = 0
                    or stream-token(3) = SPACE
                move "CHECK RC needs a return code" to stream-problem
                exit section
            end-if
            move numval(stream-token(3)) to check-rc(check-count)
        when "RAN"
        when "BYPASSED"
            continue
        when other
            move concatenate("unknown CHECK ", trim(stream-token(2)))
                to stream-problem
        end-evaluate
    end-evaluate.

jobstream-find-step section.
    move 0 to step-found.
    move 1 to step-scan.
    perform until step-scan > step-count
        if step-name(step-scan) = step-wanted
            move step-scan to step-found
            move step-count to step-scan
        end-if
        add 1 to step-scan
    end-perform.

jobstream-run section.
    move 1 to step-index.
    perform until step-index > step-count or stream-problem not = SPACE
        perform jobstream-cond-test
        if cond-hit = "N"
            perform jobstream-assign
            if stream-problem = SPACE
                call "SYSTEM" using step-command(step-index)
                move RETURN-CODE to run-rc
                move 0 to RETURN-CODE
                *> SYSTEM hands back the raw wait(2) status, with the
                *> step's real exit code in the high byte
                if run-rc >= 256
                    divide run-rc by 256 giving run-rc
                end-if
                move run-rc to step-rc(step-index)
                move "Y" to step-ran(step-index)
                perform jobstream-post
            end-if
        end-if
        add 1 to step-index
    end-perform.

jobstream-cond-test section.
    move "N" to cond-hit.
    move 1 to cond-index.
    perform until cond-index > step-cond-count(step-index)
        if cond-step(step-index, cond-index) = SPACE
            move 1 to prior-index
            perform until prior-index >= step-index
                if step-ran(prior-index) = "Y"
                    perform jobstream-cond-compare
                end-if
                add 1 to prior-index
            end-perform
        else
            move cond-step(step-index, cond-index) to step-wanted
            perform jobstream-find-step
            move step-found to prior-index
            if step-ran(prior-index) = "Y"
                perform jobstream-cond-compare
            end-if
        end-if
        add 1 to cond-index
    end-perform.

jobstream-cond-compare section.
    *> JCL reads "code op rc": COND=(4,LT) bypasses when 4 < rc
    evaluate cond-op(step-index, cond-index)
    when "GT"
        if cond-code(step-index, cond-index) > step-rc(prior-index)
            move "Y" to cond-hit
        end-if
    when "GE"
        if cond-code(step-index, cond-index) >= step-rc(prior-index)
            move "Y" to cond-hit
        end-if
    when "EQ"
        if cond-code(step-index, cond-index) = step-rc(prior-index)
            move "Y" to cond-hit
        end-if
    when "LT"
        if cond-code(step-index, cond-index) < step-rc(prior-index)
            move "Y" to cond-hit
        end-if
    when "LE"
        if cond-code(step-index, cond-index) <= step-rc(prior-index)
            move "Y" to cond-hit
        end-if
    when "NE"
        if cond-code(step-index, cond-index) not = step-rc(prior-index)
            move "Y" to cond-hit
        end-if
    end-evaluate.

jobstream-assign section.
    *> the program opens the bare path under DD_<name>; dataset-io's
    *> organization prefix stays with the comparisons
    move 1 to dd-index.
    perform until dd-index > step-dd-count(step-index)
        move SPACE to dd-path
        call "dd-resolve" using step-dd(step-index, dd-index), dd-path
        if dd-path = SPACE
            move concatenate("step ", trim(step-name(step-index)),
                    ": no assignment for ",
                    trim(step-dd(step-index, dd-index)))
                to stream-problem
            exit section
        end-if
        move dd-path to dd-bare
        evaluate true
        when dd-path(1:4) = "RDW:"
            move dd-path(5:) to dd-bare
        when dd-path(1:3) = "IX:" or dd-path(1:3) = "RL:"
            move dd-path(4:) to dd-bare
        when dd-path(1:3) = "FB:"
            move 4 to dd-pointer
            unstring dd-path delimited by ":"
                into dd-length with pointer dd-pointer
            end-unstring
            move dd-path(dd-pointer:) to dd-bare
        end-evaluate
        move concatenate("DD_", trim(step-dd(step-index, dd-index)))
            to dd-env-name
        set environment dd-env-name to trim(dd-bare)
        add 1 to dd-index
    end-perform.

jobstream-post section.
    *> what the step left in each posted dataset goes to the ledger
    *> under the step's name
    move 1 to post-index.
    perform until post-index > step-post-count(step-index)
            or stream-problem not = SPACE
        move 0 to post-records post-total
        move "OPEN" to ds-verb
        move 1 to ds-handle
        move concatenate("DD:", post-dd(step-index, post-index)) to ds-path
        call "dataset-io" using ds-req-1
        if post-read-ok
            move "READ" to ds-verb
            call "dataset-io" using ds-req-1
            perform until not post-read-ok
                add 1 to post-records
                if post-size(step-index, post-index) > 0
                    perform jobstream-post-field
                    add post-value to post-total
                end-if
                call "dataset-io" using ds-req-1
            end-perform
            move "CLOSE" to ds-verb
            call "dataset-io" using ds-req-1
        end-if
        call "ledger-post" using stream-ledger,
            step-name(step-index), post-dd(step-index, post-index),
            post-status, by value post-records, by value post-total
        if post-status not = "00"
            move concatenate("step ", trim(step-name(step-index)),
                    ": ledger post failed, status ", post-status)
                to stream-problem
        end-if
        add 1 to post-index
    end-perform.

jobstream-post-field section.
    *> display digits or packed-decimal, the same arithmetic
    *> dataset-recon balances its totals with
    move 0 to post-value.
    move 0 to post-scan.
    if post-type(step-index, post-index) = "P"
        perform until post-scan >= post-size(step-index, post-index)
            add 1 to post-scan
            compute nibble-high = ord(post-record(
                post-offset(step-index, post-index) + post-scan - 1:1)) - 1
            compute nibble-low = function mod(nibble-high, 16)
            divide nibble-high by 16 giving nibble-high
            if post-scan = post-size(step-index, post-index)
                compute post-value = post-value * 10 + nibble-high
                if nibble-low = 13
                    compute post-value = 0 - post-value
                end-if
            else
                compute post-value =
                    post-value * 100 + nibble-high * 10 + nibble-low
            end-if
        end-perform
    else
        perform until post-scan >= post-size(step-index, post-index)
            add 1 to post-scan
            if post-record(post-offset(step-index, post-index)
                    + post-scan - 1:1) >= "0"
                and post-record(post-offset(step-index, post-index)
                    + post-scan - 1:1) <= "9"
                compute post-value = post-value * 10
                    + ord(post-record(post-offset(step-index, post-index)
                        + post-scan - 1:1))
                    - ord("0")
            end-if
        end-perform
        if post-record(post-offset(step-index, post-index):1) = "-"
            compute post-value = 0 - post-value
        end-if
    end-if.

jobstream-check section.
    move 1 to check-index.
    perform until check-index > check-count
        move assertions-counter to stamp-base
        evaluate check-kind(check-index)
        when "RC"
            move check-step(check-index) to step-wanted
            perform jobstream-find-step
            move check-rc(check-index) to stream-rc-edit
            move stream-rc-edit to stream-rc-text
            if step-ran(step-found) = "Y"
                move step-rc(step-found) to stream-rc-edit
                move stream-rc-edit to stream-state-text
            else
                move "BYPASSED" to stream-state-text
            end-if
            move concatenate("step ", trim(step-wanted), " return code")
                to stream-desc
            call "assert-equals" using stream-rc-text,
                stream-state-text, stream-desc
        when "RAN"
        when "BYPASSED"
            move check-step(check-index) to step-wanted
            perform jobstream-find-step
            if step-ran(step-found) = "Y"
                move "RAN" to stream-state-text
            else
                move "BYPASSED" to stream-state-text
            end-if
            move concatenate("step ", trim(step-wanted), " execution")
                to stream-desc
            call "assert-equals" using check-kind(check-index),
                stream-state-text, stream-desc
        when "FILE"
            move check-path(check-index) to stream-assert-path
            move concatenate("DD:", check-dd(check-index))
                to stream-actual-path
            move concatenate("final ", trim(check-dd(check-index)))
                to stream-desc
            call "assert-equals-file" using stream-assert-path,
                stream-actual-path, stream-desc
        when "KEYED"
            move check-path(check-index) to stream-assert-path
            move concatenate("DD:", check-dd(check-index))
                to stream-actual-path
            move concatenate("final ", trim(check-dd(check-index)))
                to stream-desc
            call "assert-equals-keyed" using stream-assert-path,
                stream-actual-path, check-key-pos(check-index),
                check-key-len(check-index), stream-desc
        end-evaluate
        perform jobstream-stamp
        add 1 to check-index
    end-perform.

jobstream-stamp section.
    *> what the last check recorded (a keyed reconciliation can record
    *> several lines) belongs to the job stream's suite, not to this
    *> program
    compute stamp-index = stamp-base + 1.
    perform until stamp-index > assertions-counter
        move stream-suite to assertion-suite(stamp-index)
        add 1 to stamp-index
    end-perform.
end program jobstream-test.

*>*
*> coverage-mark: tapped by instrumented programs under test (see the
*> coverage-instrument companion) on every paragraph dispatch. The
*> paragraph table is shared external storage the same way the mock
*> and spy tables are; --paragraphs pre-loads it with every paragraph
*> the instrumentation pass found, so unexercised ones stay visible at
*> zero hits. A mark for a paragraph the sidecar never declared is
*> added on the fly rather than lost.
*>*
identification division.
program-id. coverage-mark.
data division.
working-storage section.
    78 PARA-COVERAGE-LIMIT value 2000.
    01 para-coverage-count usage binary-long unsigned external value 0.
    01 para-coverage-tbl external.
        03 para-coverage-entry occurs PARA-COVERAGE-LIMIT times.
            05 para-program pic x(31).
            05 para-name pic x(31).
            05 para-hits usage binary-long unsigned.
    *> local
    01 para-scan-index usage binary-long unsigned.
    01 para-found-index usage binary-long unsigned.
linkage section.
    01 program-name pic x any length.
    01 paragraph-name pic x any length.
procedure division using program-name, paragraph-name.
    move 0 to para-found-index.
    move 1 to para-scan-index.
    perform until para-scan-index > para-coverage-count
        if para-program(para-scan-index) = program-name
                and para-name(para-scan-index) = paragraph-name
            move para-scan-index to para-found-index
            exit perform
        end-if
        add 1 to para-scan-index
    end-perform.
    if para-found-index = 0
        if para-coverage-count >= PARA-COVERAGE-LIMIT
            goback
        end-if
        add 1 to para-coverage-count
        move para-coverage-count to para-found-index
        move program-name to para-program(para-found-index)
        move paragraph-name to para-name(para-found-index)
        move 0 to para-hits(para-found-index)
    end-if.
    add 1 to para-hits(para-found-index).
    goback.
end program coverage-mark.

*>*
*> Structural comparison of two JSON documents: both are flattened to
*> path=value pairs through the json-flatten library program (probed
*> the way cblu-exec-fixture probes csv-load), so key order and
*> formatting differences disappear and a reordered or reindented
*> response stops failing the suite. Matching documents cost one
*> SUMMARY line; every differing, missing or unexpected path is its
*> own failure line with the path named in the description column:
*>   call "assert-json-equals" using expected-json, actual-json
*> Requires libs/core/string/src/json.cbl linked in.
*>*
identification division.
program-id. assert-json-equals.
environment division.
configuration section.
repository.
    function all intrinsic
    function send-udp
    function syslog.
data division.
working-storage section.
    78 ASSERTIONS-LIMIT value 49999.
    78 JSON-PAIRS-LIMIT value 200.
    78 SYSLOG-FACILITY-USER value 8.
    78 SYSLOG-SEVERITY-INFORMATIONAL value 6.
    78 SYSLOG-SEVERITY-ERROR value 3.
    01 assertions-counter usage binary-long unsigned external.
    01 summary-pointer usage pointer external.
    01 syslog-enabled usage binary-char unsigned external.
        88 is-syslog-enabled value 1.
    01 syslog-host pic x(128) external.
    01 coverage-hit-json-equals usage binary-long unsigned external value 0.
    01 syslog-port pic x(5) external.
    01 syslog-result usage binary-long unsigned.
    01 assertions-nr pic 9(4).
    01 call-args-count usage binary-long.
    *> local
    77 flatten-pointer usage program-pointer.
        88 flatten-missing value NULL.
    01 expected-pairs pic x(51200).
    01 expected-pair-count usage binary-long unsigned.
    01 actual-pairs pic x(51200).
    01 actual-pair-count usage binary-long unsigned.
    01 flat-status pic x(2).
    01 exp-index usage binary-long unsigned.
    01 act-index usage binary-long unsigned.
    01 exp-offset usage binary-long unsigned.
    01 act-offset usage binary-long unsigned.
    01 pair-found pic x.
    01 diff-lines usage binary-long unsigned.
    01 user-desc pic x(40).
linkage section.
    01 expected-json pic x any length.
    01 actual-json pic x any length.
    01 description-text pic x any length.
    01 summary.
        03 assertions-total usage binary-long unsigned.
        03 failures-total usage binary-long unsigned.
        03 warnings-total usage binary-long unsigned.
        03 assertions occurs 0 to ASSERTIONS-LIMIT times depending on assertions-counter.
            05 assertion-status pic x.
               88 assertion-failed value "F".
               88 assertion-warned value "W".
            05 filler pic x.
            05 assertion-suite pic x(32).
            05 filler pic x value "#".
            05 assertion-nr pic 9(4).
            05 filler pic x.
            05 assertion-name pic x(16).
            05 filler pic x.
            05 assertion-expected pic x(32).
            05 filler pic x(4) value " <> ".
            05 assertion-actual pic x(32).
            05 filler pic x.
            05 assertion-desc pic x(64).
procedure division using expected-json, actual-json,
        optional description-text.
    set address of summary to summary-pointer.
    add 1 to coverage-hit-json-equals.
    add 1 to assertions-nr.
    move SPACE to user-desc.
    call "C$NARG" using call-args-count.
    if call-args-count > 2
        move description-text to user-desc
    end-if.

    set flatten-pointer to entry "json-flatten".
    if flatten-missing
        if assertions-counter >= ASSERTIONS-LIMIT
            display "Fatal: assertions limit of " ASSERTIONS-LIMIT " exceeded" upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        add 1 to assertions-total
        add 1 to failures-total
        add 1 to assertions-counter
        move "F" to assertion-status(assertions-counter)
        move assertions-nr to assertion-nr(assertions-counter)
        move MODULE-ID to assertion-name(assertions-counter)
        move MODULE-CALLER-ID to assertion-suite(assertions-counter)
        move user-desc to assertion-desc(assertions-counter)
        move "(json library missing)"
            to assertion-expected(assertions-counter)
        move "(json library missing)"
            to assertion-actual(assertions-counter)
        display "F" with no advancing
        display "Error: assert-json-equals needs"
            " libs/core/string/src/json.cbl linked in" upon syserr
        goback
    end-if.

    call "json-flatten" using expected-json, expected-pairs,
        expected-pair-count, flat-status,
        by value JSON-PAIRS-LIMIT.
    call "json-flatten" using actual-json, actual-pairs,
        actual-pair-count, flat-status,
        by value JSON-PAIRS-LIMIT.

    *> compare the flattened sets both ways: a changed value, a path
    *> only the expected document has, a path only the actual has --
    *> each its own failure line, the path in the description
    move 0 to diff-lines.
    move 1 to exp-index.
    perform until exp-index > expected-pair-count
        compute exp-offset = (exp-index - 1) * 256 + 1
        move "N" to pair-found
        move 1 to act-index
        perform until act-index > actual-pair-count
            compute act-offset = (act-index - 1) * 256 + 1
            if actual-pairs(act-offset:128)
                    = expected-pairs(exp-offset:128)
                move "Y" to pair-found
                if actual-pairs(act-offset + 128:128)
                        not = expected-pairs(exp-offset + 128:128)
                    add 1 to diff-lines
                    perform record-json-diff
                    move concatenate("path ",
                            trim(expected-pairs(exp-offset:128)))
                        to assertion-desc(assertions-counter)
                    move expected-pairs(exp-offset + 128:32)
                        to assertion-expected(assertions-counter)
                    move actual-pairs(act-offset + 128:32)
                        to assertion-actual(assertions-counter)
                end-if
                move actual-pair-count to act-index
            end-if
            add 1 to act-index
        end-perform
        if pair-found = "N"
            add 1 to diff-lines
            perform record-json-diff
            move concatenate("missing path ",
                    trim(expected-pairs(exp-offset:128)))
                to assertion-desc(assertions-counter)
            move expected-pairs(exp-offset + 128:32)
                to assertion-expected(assertions-counter)
            move "(absent)" to assertion-actual(assertions-counter)
        end-if
        add 1 to exp-index
    end-perform.
    move 1 to act-index.
    perform until act-index > actual-pair-count
        compute act-offset = (act-index - 1) * 256 + 1
        move "N" to pair-found
        move 1 to exp-index
        perform until exp-index > expected-pair-count
            compute exp-offset = (exp-index - 1) * 256 + 1
            if expected-pairs(exp-offset:128)
                    = actual-pairs(act-offset:128)
                move "Y" to pair-found
                move expected-pair-count to exp-index
            end-if
            add 1 to exp-index
        end-perform
        if pair-found = "N"
            add 1 to diff-lines
            perform record-json-diff
            move concatenate("unexpected path ",
                    trim(actual-pairs(act-offset:128)))
                to assertion-desc(assertions-counter)
            move "(absent)" to assertion-expected(assertions-counter)
            move actual-pairs(act-offset + 128:32)
                to assertion-actual(assertions-counter)
        end-if
        add 1 to act-index
    end-perform.

    if diff-lines = 0
        *> structurally equal: one pass line
        if assertions-counter >= ASSERTIONS-LIMIT
            display "Fatal: assertions limit of " ASSERTIONS-LIMIT " exceeded" upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        add 1 to assertions-total
        add 1 to assertions-counter
        move "." to assertion-status(assertions-counter)
        move assertions-nr to assertion-nr(assertions-counter)
        move MODULE-ID to assertion-name(assertions-counter)
        move MODULE-CALLER-ID to assertion-suite(assertions-counter)
        move user-desc to assertion-desc(assertions-counter)
        display "." with no advancing
    else
        display "F" with no advancing
    end-if.

    *> live syslog stream: see assert-equals for why this is here
    if is-syslog-enabled
        if diff-lines > 0
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-ERROR,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "FAIL")))
                to syslog-result
        else
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-INFORMATIONAL,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "PASS")))
                to syslog-result
        end-if
    end-if.
    goback.

record-json-diff section.
    *> one structural difference as its own failure line
    if assertions-counter >= ASSERTIONS-LIMIT
        display "Fatal: assertions limit of " ASSERTIONS-LIMIT " exceeded" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to assertions-total.
    add 1 to failures-total.
    add 1 to assertions-counter.
    move "F" to assertion-status(assertions-counter).
    move assertions-nr to assertion-nr(assertions-counter).
    move MODULE-ID to assertion-name(assertions-counter).
    move MODULE-CALLER-ID to assertion-suite(assertions-counter).
    move SPACE to assertion-desc(assertions-counter).
end program assert-json-equals.

*>*
*> Structural comparison of two XML documents -- JUnit files, payment
*> messages: both are flattened to path=value pairs through the
*> xml-flatten library program (probed the way assert-json-equals
*> probes json-flatten), so attribute order, indentation and namespace
*> prefix choices stop failing the suite. The optional ignore-list
*> names volatile paths, separated by ";"; an entry covers the path
*> itself, everything beneath it ("." or "@" or "[" following), and
*> every repeat of a repeated element, so "testsuite.testcase@time"
*> ignores the time attribute of every testcase:
*>   call "assert-xml-equals" using expected-xml, actual-xml
*>   call "assert-xml-equals" using expected-xml, actual-xml,
*>       "testsuite@timestamp;testsuite.testcase@time"
*> Matching documents cost one SUMMARY line; otherwise one failure
*> line names the first differing path in document order (a changed
*> value, a path only the expected document has, then a path only the
*> actual has) and how many more differences follow.
*> Documents are compared up to 32000 bytes each.
*> Requires libs/core/string/src/xml.cbl linked in.
*>*
identification division.
program-id. assert-xml-equals.
environment division.
configuration section.
repository.
    function all intrinsic
    function send-udp
    function syslog.
data division.
working-storage section.
    78 ASSERTIONS-LIMIT value 49999.
    78 XML-PAIRS-LIMIT value 500.
    78 XML-DOC-LIMIT value 32000.
    78 IGNORE-LIMIT value 32.
    78 SYSLOG-FACILITY-USER value 8.
    78 SYSLOG-SEVERITY-INFORMATIONAL value 6.
    78 SYSLOG-SEVERITY-ERROR value 3.
    01 assertions-counter usage binary-long unsigned external.
    01 summary-pointer usage pointer external.
    01 syslog-enabled usage binary-char unsigned external.
        88 is-syslog-enabled value 1.
    01 syslog-host pic x(128) external.
    01 coverage-hit-xml-equals usage binary-long unsigned external value 0.
    01 syslog-port pic x(5) external.
    01 syslog-result usage binary-long unsigned.
    01 assertions-nr pic 9(4).
    01 call-args-count usage binary-long.
    *> local
    77 flatten-pointer usage program-pointer.
        88 flatten-missing value NULL.
    01 expected-doc pic x(32000).
    01 expected-doc-len usage binary-long unsigned.
    01 actual-doc pic x(32000).
    01 actual-doc-len usage binary-long unsigned.
    01 expected-pairs pic x(128000).
    01 expected-pair-count usage binary-long unsigned.
    01 actual-pairs pic x(128000).
    01 actual-pair-count usage binary-long unsigned.
    01 expected-status pic x(2).
    01 actual-status pic x(2).
    01 exp-index usage binary-long unsigned.
    01 act-index usage binary-long unsigned.
    01 exp-offset usage binary-long unsigned.
    01 act-offset usage binary-long unsigned.
    01 pair-found pic x.
    01 diff-lines usage binary-long unsigned.
    01 first-desc pic x(160).
    01 first-expected pic x(32).
    01 first-actual pic x(32).
    01 user-desc pic x(40).
    01 ignore-count usage binary-long unsigned.
    01 ignore-tbl.
        03 ignore-entry pic x(128) occurs IGNORE-LIMIT times.
    01 ignore-pointer usage binary-long unsigned.
    01 ignore-length usage binary-long unsigned.
    01 ignore-token pic x(128).
    01 ignore-index usage binary-long unsigned.
    01 ignore-hit pic x.
    01 check-path pic x(128).
    01 stripped-path pic x(128).
    01 stripped-len usage binary-long unsigned.
    01 entry-len usage binary-long unsigned.
    01 path-scan usage binary-long unsigned.
    01 in-index pic x.
    01 ws-num-edit pic z(8)9.
linkage section.
    01 expected-xml pic x any length.
    01 actual-xml pic x any length.
    01 ignore-paths pic x any length.
    01 description-text pic x any length.
    01 summary.
        03 assertions-total usage binary-long unsigned.
        03 failures-total usage binary-long unsigned.
        03 warnings-total usage binary-long unsigned.
        03 assertions occurs 0 to ASSERTIONS-LIMIT times depending on assertions-counter.
            05 assertion-status pic x.
               88 assertion-failed value "F".
               88 assertion-warned value "W".
            05 filler pic x.
            05 assertion-suite pic x(32).
            05 filler pic x value "#".
            05 assertion-nr pic 9(4).
            05 filler pic x.
            05 assertion-name pic x(16).
            05 filler pic x.
            05 assertion-expected pic x(32).
            05 filler pic x(4) value " <> ".
            05 assertion-actual pic x(32).
            05 filler pic x.
            05 assertion-desc pic x(64).
procedure division using expected-xml, actual-xml,
        optional ignore-paths, optional description-text.
    set address of summary to summary-pointer.
    add 1 to coverage-hit-xml-equals.
    add 1 to assertions-nr.
    move SPACE to user-desc.
    move 0 to ignore-count.
    call "C$NARG" using call-args-count.
    if call-args-count > 2
        perform load-ignore-list
    end-if.
    if call-args-count > 3
        move description-text to user-desc
    end-if.
    if assertions-counter >= ASSERTIONS-LIMIT
        display "Fatal: assertions limit of " ASSERTIONS-LIMIT " exceeded" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to assertions-total.
    add 1 to assertions-counter.
    move assertions-nr to assertion-nr(assertions-counter).
    move MODULE-ID to assertion-name(assertions-counter).
    move MODULE-CALLER-ID to assertion-suite(assertions-counter).
    move user-desc to assertion-desc(assertions-counter).

    set flatten-pointer to entry "xml-flatten".
    if flatten-missing
        add 1 to failures-total
        move "F" to assertion-status(assertions-counter)
        move "(xml library missing)"
            to assertion-expected(assertions-counter)
        move "(xml library missing)"
            to assertion-actual(assertions-counter)
        display "F" with no advancing
        display "Error: assert-xml-equals needs"
            " libs/core/string/src/xml.cbl linked in" upon syserr
        goback
    end-if.

    *> copied first: a concatenate() argument lives in a temporary the
    *> flattening's own intrinsics reuse
    move byte-length(expected-xml) to expected-doc-len.
    move byte-length(actual-xml) to actual-doc-len.
    if expected-doc-len > XML-DOC-LIMIT or actual-doc-len > XML-DOC-LIMIT
        add 1 to failures-total
        move "F" to assertion-status(assertions-counter)
        move "(document over 32000 bytes)"
            to assertion-expected(assertions-counter)
        display "F" with no advancing
        goback
    end-if.
    move expected-xml to expected-doc.
    move actual-xml to actual-doc.
    call "xml-flatten" using expected-doc(1:expected-doc-len),
        expected-pairs, expected-pair-count, expected-status,
        by value XML-PAIRS-LIMIT.
    call "xml-flatten" using actual-doc(1:actual-doc-len),
        actual-pairs, actual-pair-count, actual-status,
        by value XML-PAIRS-LIMIT.

    move 0 to diff-lines.
    if expected-status = "91" or actual-status = "91"
        *> a document that does not parse has no paths to compare
        add 1 to diff-lines
        move "malformed document" to first-desc
        move "(well-formed XML)" to first-expected
        if expected-status = "91"
            move "expected malformed" to first-desc
            move "(malformed XML)" to first-expected
        end-if
        move "(well-formed XML)" to first-actual
        if actual-status = "91"
            move "(malformed XML)" to first-actual
        end-if
    else
        perform compare-pairs
    end-if.

    if diff-lines = 0
        move "." to assertion-status(assertions-counter)
    else
        move "F" to assertion-status(assertions-counter)
        add 1 to failures-total
        if diff-lines > 1
            compute diff-lines = diff-lines - 1
            move diff-lines to ws-num-edit
            move concatenate(trim(first-desc), " (+", trim(ws-num-edit),
                    " more)")
                to first-desc
        end-if
        move first-desc to assertion-desc(assertions-counter)
        move first-expected to assertion-expected(assertions-counter)
        move first-actual to assertion-actual(assertions-counter)
    end-if.

    *> show status
    display assertion-status(assertions-counter) with no advancing.

    *> live syslog stream: see assert-equals for why this is here
    if is-syslog-enabled
        if assertion-failed(assertions-counter)
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-ERROR,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "FAIL")))
                to syslog-result
        else
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-INFORMATIONAL,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "PASS")))
                to syslog-result
        end-if
    end-if.
    goback.

load-ignore-list section.
    move 1 to ignore-pointer.
    move byte-length(ignore-paths) to ignore-length.
    perform until ignore-pointer > ignore-length
            or ignore-count >= IGNORE-LIMIT
        move SPACE to ignore-token
        unstring ignore-paths delimited by ";"
            into ignore-token
            with pointer ignore-pointer
        end-unstring
        if ignore-token not = SPACE
            add 1 to ignore-count
            move trim(ignore-token) to ignore-entry(ignore-count)
        end-if
    end-perform.

compare-pairs section.
    *> expected in document order: a changed value or a missing path;
    *> then the actual document's paths the expected one lacks
    move 1 to exp-index.
    perform until exp-index > expected-pair-count
        compute exp-offset = (exp-index - 1) * 256 + 1
        move expected-pairs(exp-offset:128) to check-path
        perform check-ignored
        if ignore-hit = "N"
            move "N" to pair-found
            move 1 to act-index
            perform until act-index > actual-pair-count
                compute act-offset = (act-index - 1) * 256 + 1
                if actual-pairs(act-offset:128)
                        = expected-pairs(exp-offset:128)
                    move "Y" to pair-found
                    if actual-pairs(act-offset + 128:128)
                            not = expected-pairs(exp-offset + 128:128)
                        add 1 to diff-lines
                        if diff-lines = 1
                            move concatenate("path ", trim(check-path))
                                to first-desc
                            move expected-pairs(exp-offset + 128:32)
                                to first-expected
                            move actual-pairs(act-offset + 128:32)
                                to first-actual
                        end-if
                    end-if
                    move actual-pair-count to act-index
                end-if
                add 1 to act-index
            end-perform
            if pair-found = "N"
                add 1 to diff-lines
                if diff-lines = 1
                    move concatenate("missing path ", trim(check-path))
                        to first-desc
                    move expected-pairs(exp-offset + 128:32)
                        to first-expected
                    move "(absent)" to first-actual
                end-if
            end-if
        end-if
        add 1 to exp-index
    end-perform.
    move 1 to act-index.
    perform until act-index > actual-pair-count
        compute act-offset = (act-index - 1) * 256 + 1
        move actual-pairs(act-offset:128) to check-path
        perform check-ignored
        if ignore-hit = "N"
            move "N" to pair-found
            move 1 to exp-index
            perform until exp-index > expected-pair-count
                compute exp-offset = (exp-index - 1) * 256 + 1
                if expected-pairs(exp-offset:128)
                        = actual-pairs(act-offset:128)
                    move "Y" to pair-found
                    move expected-pair-count to exp-index
                end-if
                add 1 to exp-index
            end-perform
            if pair-found = "N"
                add 1 to diff-lines
                if diff-lines = 1
                    move concatenate("unexpected path ", trim(check-path))
                        to first-desc
                    move "(absent)" to first-expected
                    move actual-pairs(act-offset + 128:32)
                        to first-actual
                end-if
            end-if
        end-if
        add 1 to act-index
    end-perform.

check-ignored section.
    *> the path as given and with every "[n]" taken out, each tested
    *> against every entry as an exact match or a prefix ending at a
    *> "." "@" or "[" boundary
    move "N" to ignore-hit.
    if ignore-count = 0
        exit section
    end-if.
    move SPACE to stripped-path.
    move 0 to stripped-len.
    move "N" to in-index.
    move 1 to path-scan.
    perform until path-scan > 128
        evaluate true
        when check-path(path-scan:1) = "["
            move "Y" to in-index
        when check-path(path-scan:1) = "]"
            move "N" to in-index
        when in-index = "N"
            add 1 to stripped-len
            move check-path(path-scan:1) to stripped-path(stripped-len:1)
        end-evaluate
        add 1 to path-scan
    end-perform.
    move 1 to ignore-index.
    perform until ignore-index > ignore-count or ignore-hit = "Y"
        move length(trim(ignore-entry(ignore-index))) to entry-len
        if check-path = ignore-entry(ignore-index)
                or stripped-path = ignore-entry(ignore-index)
            move "Y" to ignore-hit
        end-if
        if entry-len < 128 and ignore-hit = "N"
            if check-path(1:entry-len)
                    = ignore-entry(ignore-index)(1:entry-len)
                    and (check-path(entry-len + 1:1) = "."
                        or check-path(entry-len + 1:1) = "@"
                        or check-path(entry-len + 1:1) = "[")
                move "Y" to ignore-hit
            end-if
            if stripped-path(1:entry-len)
                    = ignore-entry(ignore-index)(1:entry-len)
                    and (stripped-path(entry-len + 1:1) = "."
                        or stripped-path(entry-len + 1:1) = "@")
                move "Y" to ignore-hit
            end-if
        end-if
        add 1 to ignore-index
    end-perform.
end program assert-xml-equals.

*>*
*> Assert on the suite's own captured console output: --capture already
*> redirects the DISPLAY stream of the program under test to
*> dir/<suite>.log, and for plenty of the older programs those messages
*> are the observable behavior. Called after invoking the program under
*> test, this reads the capture log written so far and passes when any
*> line contains the expected text -- or, with "MATCHES" as the second
*> argument, matches it as a POSIX extended regular expression, the
*> same engine assert-matches uses:
*>   call "assert-displayed" using "POSTING COMPLETE"
*>   call "assert-displayed" using "^RATE [0-9]+", "MATCHES"
*> Without --capture there is nothing to read, and the assertion fails
*> saying so instead of silently passing.
*>*
identification division.
program-id. assert-displayed.
environment division.
configuration section.
repository.
    function all intrinsic
    function substr-pos
    function send-udp
    function syslog.
input-output section.
file-control.
    select displayed-log assign to dynamic displayed-log-path
    organization is line sequential
    file status is displayed-log-status.
data division.
file section.
fd displayed-log.
    01 displayed-log-line pic x(1024).
working-storage section.
    78 ASSERTIONS-LIMIT value 49999.
    78 SYSLOG-FACILITY-USER value 8.
    78 SYSLOG-SEVERITY-INFORMATIONAL value 6.
    78 SYSLOG-SEVERITY-ERROR value 3.
    01 assertions-counter usage binary-long unsigned external.
    01 summary-pointer usage pointer external.
    01 syslog-enabled usage binary-char unsigned external.
        88 is-syslog-enabled value 1.
    01 syslog-host pic x(128) external.
    01 coverage-hit-displayed usage binary-long unsigned external value 0.
    01 syslog-port pic x(5) external.
    01 capture-log-path pic x(256) external.
    01 syslog-result usage binary-long unsigned.
    01 assertions-nr pic 9(4).
    01 call-args-count usage binary-long.
    *> local
    01 displayed-log-path pic x(256).
    01 displayed-log-status pic x(2).
        88 displayed-log-ok value "00".
        88 displayed-log-eof value "10".
    01 flush-null-ptr usage pointer value null.
    01 match-wanted pic x.
        88 is-regex-wanted value "Y".
    01 line-matched pic x.
    01 matched-line pic x(1024).
    01 preg-buffer pic x(128).
    01 pattern-z pic x(256).
    01 line-z pic x(1048).
    01 null-ptr usage pointer value null.
    01 nmatch-val usage binary-c-long unsigned value 0.
    01 eflags-val usage binary-long value 0.
    01 cflags-val usage binary-long value 1.
    01 rc-compile usage binary-long.
    01 rc-exec usage binary-long.
    01 idx usage binary-long unsigned.
    01 diff-length usage binary-long unsigned.
linkage section.
    01 expected pic x any length.
    01 match-mode pic x any length.
    01 description-text pic x any length.
    01 summary.
        03 assertions-total usage binary-long unsigned.
        03 failures-total usage binary-long unsigned.
        03 warnings-total usage binary-long unsigned.
        03 assertions occurs 0 to ASSERTIONS-LIMIT times depending on assertions-counter.
            05 assertion-status pic x.
               88 assertion-failed value "F".
               88 assertion-warned value "W".
            05 filler pic x.
            05 assertion-suite pic x(32).
            05 filler pic x value "#".
            05 assertion-nr pic 9(4).
            05 filler pic x.
            05 assertion-name pic x(16).
            05 filler pic x.
            05 assertion-expected pic x(32).
            05 filler pic x(4) value " <> ".
            05 assertion-actual pic x(32).
            05 filler pic x.
            05 assertion-desc pic x(64).
procedure division using expected, optional match-mode,
        optional description-text.
    set address of summary to summary-pointer.
    add 1 to coverage-hit-displayed.
    if assertions-counter >= ASSERTIONS-LIMIT
        display "Fatal: assertions limit of " ASSERTIONS-LIMIT " exceeded" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to assertions-total.
    add 1 to assertions-nr.
    add 1 to assertions-counter.
    move assertions-nr to assertion-nr(assertions-counter).
    move MODULE-ID to assertion-name(assertions-counter).
    move MODULE-CALLER-ID to assertion-suite(assertions-counter).

    *> optional trailing arguments: "MATCHES" switches the comparison
    *> to the regular-expression engine, and a further description is
    *> the usual business-rule label the failure lines carry
    move "N" to match-wanted.
    move SPACE to assertion-desc(assertions-counter).
    call "C$NARG" using call-args-count.
    if call-args-count > 1
        if upper-case(trim(match-mode)) = "MATCHES"
            move "Y" to match-wanted
        end-if
    end-if.
    if call-args-count > 2
        move description-text to assertion-desc(assertions-counter)
    end-if.

    *> the suite's DISPLAY stream goes through the swapped stdout
    *> descriptor cblu-capture-start set up (or the child's shell
    *> redirect): flush it so everything written so far is on disk
    call "fflush" using by value flush-null-ptr.

    move capture-log-path to displayed-log-path.
    if displayed-log-path = SPACE
        accept displayed-log-path from environment "GCBLUNIT_CAPTURE"
            on exception
                move SPACE to displayed-log-path
        end-accept
    end-if.

    move "N" to line-matched.
    move SPACE to matched-line.
    if displayed-log-path = SPACE
        move "(capture not active)" to matched-line
    else
        if is-regex-wanted
            *> compile the pattern once, the way assert-matches does
            move spaces to pattern-z
            move expected to pattern-z
            move byte-length(expected) to idx
            add 1 to idx
            if idx <= byte-length(pattern-z)
                move x"00" to pattern-z(idx:1)
            end-if
            call "regcomp" using by reference preg-buffer
                by content pattern-z
                by value cflags-val giving rc-compile
            end-call
        end-if
        open input displayed-log
        if displayed-log-ok
            move SPACE to displayed-log-status
            perform until displayed-log-eof or line-matched = "Y"
                read displayed-log
                    at end
                        move "10" to displayed-log-status
                    not at end
                        if is-regex-wanted
                            if rc-compile = 0
                                move spaces to line-z
                                move displayed-log-line to line-z
                                compute idx =
                                    byte-length(trim(displayed-log-line,
                                        trailing)) + 1
                                if idx <= byte-length(line-z)
                                    move x"00" to line-z(idx:1)
                                end-if
                                call "regexec" using
                                    by reference preg-buffer
                                    by content line-z
                                    by value nmatch-val
                                    by value null-ptr
                                    by value eflags-val
                                    giving rc-exec
                                end-call
                                if rc-exec = 0
                                    move "Y" to line-matched
                                    move displayed-log-line to matched-line
                                end-if
                            end-if
                        else
                            if substr-pos(displayed-log-line, expected) > 0
                                move "Y" to line-matched
                                move displayed-log-line to matched-line
                            end-if
                        end-if
                end-read
            end-perform
            close displayed-log
        else
            move "(capture log unreadable)" to matched-line
        end-if
        if is-regex-wanted and rc-compile = 0
            call "regfree" using by reference preg-buffer end-call
        end-if
    end-if.

    if line-matched = "Y"
        move "." to assertion-status(assertions-counter)
    else
        move "F" to assertion-status(assertions-counter)
        add 1 to failures-total
        if matched-line = SPACE
            move "(no matching output)" to matched-line
        end-if
    end-if.

    *> show status
    display assertion-status(assertions-counter) with no advancing.

    *> live syslog stream: see assert-equals for why this is here
    if is-syslog-enabled
        if assertion-failed(assertions-counter)
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-ERROR,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "FAIL")))
                to syslog-result
        else
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-INFORMATIONAL,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "PASS")))
                to syslog-result
        end-if
    end-if.

    *> show diff: expected is the needle or pattern, actual is the
    *> matching line (or the reason nothing matched)
    compute diff-length = byte-length(assertion-expected(assertions-counter)).
    if diff-length > byte-length(expected)
        compute diff-length = byte-length(expected)
    end-if.
    move expected(1:diff-length) to assertion-expected(assertions-counter).
    move matched-line(1:32) to assertion-actual(assertions-counter).
end program assert-displayed.

*>*
*> Compare a captured screen image -- the 24 lines of 80 columns
*> screen-drive writes at each capture point of a keystroke script --
*> against an expected screen file, whole or one region of it. Cells
*> holding "~" in the expected screen are masked (not compared), so a
*> date or a clock on the screen is overwritten with "~" once in the
*> fixture; further masked areas may be given as "row:col:length"
*> entries separated by ";". The region is "row:col:rows:cols", SPACE
*> (or "*") for the whole image:
*>   call "assert-screen-equals" using
*>       "tests/fixtures/custinq-notfound.scr",
*>       "/tmp/gcblunit-screen/notfound.scr"
*>   call "assert-screen-equals" using
*>       "tests/fixtures/custinq-notfound.scr",
*>       "/tmp/gcblunit-screen/notfound.scr", "3:1:5:80", "24:1:8"
*> A difference is one failure line naming the first differing row and
*> column; the HTML report shows both screens side by side with the
*> differing rows marked, and the failure-detail file gets the whole
*> first differing row.
*>*
identification division.
program-id. assert-screen-equals.
environment division.
configuration section.
repository.
    function all intrinsic
    function send-udp
    function syslog.
input-output section.
file-control.
    select screen-file assign to dynamic screen-path
    organization is line sequential
    file status is screen-file-status.
data division.
file section.
fd screen-file.
    01 screen-line pic x(80).
working-storage section.
    78 ASSERTIONS-LIMIT value 49999.
    78 SCREEN-ROWS value 24.
    78 SCREEN-COLS value 80.
    78 SCREEN-DIFF-LIMIT value 64.
    78 SYSLOG-FACILITY-USER value 8.
    78 SYSLOG-SEVERITY-INFORMATIONAL value 6.
    78 SYSLOG-SEVERITY-ERROR value 3.
    01 assertions-counter usage binary-long unsigned external.
    01 summary-pointer usage pointer external.
    01 syslog-enabled usage binary-char unsigned external.
        88 is-syslog-enabled value 1.
    01 syslog-host pic x(128) external.
    01 coverage-hit-screen-equals usage binary-long unsigned external value 0.
    01 syslog-port pic x(5) external.
    01 syslog-result usage binary-long unsigned.
    01 assertions-nr pic 9(4).
    01 call-args-count usage binary-long.
    01 screen-diff-count usage binary-long unsigned external value 0.
    01 screen-diff-tbl external.
        03 screen-diff occurs SCREEN-DIFF-LIMIT times.
            05 screen-diff-suite pic x(32).
            05 screen-diff-name pic x(16).
            05 screen-diff-nr pic 9(4).
            05 screen-diff-rows pic x(24).
            05 screen-diff-expected pic x(256).
            05 screen-diff-actual pic x(256).
    *> local
    01 screen-path pic x(256).
    01 screen-file-status pic x(2).
        88 screen-ok value "00".
        88 screen-eof value "10".
    01 expected-screen.
        03 expected-row pic x(80) occurs SCREEN-ROWS times.
    01 actual-screen.
        03 actual-row pic x(80) occurs SCREEN-ROWS times.
    01 mask-screen.
        03 mask-row pic x(80) occurs SCREEN-ROWS times.
    01 loaded-screen.
        03 loaded-row pic x(80) occurs SCREEN-ROWS times.
    01 load-failed pic x.
    01 region-top usage binary-long unsigned.
    01 region-left usage binary-long unsigned.
    01 region-height usage binary-long unsigned.
    01 region-width usage binary-long unsigned.
    01 region-bottom usage binary-long unsigned.
    01 region-right usage binary-long unsigned.
    01 region-parts.
        03 region-part pic x(9) occurs 4 times.
    01 mask-pointer usage binary-long unsigned.
    01 mask-entry pic x(32).
    01 mask-row-txt pic x(9).
    01 mask-col-txt pic x(9).
    01 mask-len-txt pic x(9).
    01 mask-at-row usage binary-long unsigned.
    01 mask-at-col usage binary-long unsigned.
    01 mask-length usage binary-long unsigned.
    01 row-idx usage binary-long unsigned.
    01 col-idx usage binary-long unsigned.
    01 diff-row-count usage binary-long unsigned.
    01 first-diff-row usage binary-long unsigned.
    01 first-diff-col usage binary-long unsigned.
    01 window-col usage binary-long unsigned.
    01 diff-flags pic x(24).
    01 ws-row-edit pic z9.
    01 ws-col-edit pic z9.
    01 ws-num-edit pic z(8)9.
linkage section.
    01 expected-path pic x any length.
    01 actual-path pic x any length.
    01 region-text pic x any length.
    01 masks-text pic x any length.
    01 description-text pic x any length.
    01 summary.
        03 assertions-total usage binary-long unsigned.
        03 failures-total usage binary-long unsigned.
        03 warnings-total usage binary-long unsigned.
        03 assertions occurs 0 to ASSERTIONS-LIMIT times depending on assertions-counter.
            05 assertion-status pic x.
               88 assertion-failed value "F".
               88 assertion-warned value "W".
            05 filler pic x.
            05 assertion-suite pic x(32).
            05 filler pic x value "#".
            05 assertion-nr pic 9(4).
            05 filler pic x.
            05 assertion-name pic x(16).
            05 filler pic x.
            05 assertion-expected pic x(32).
            05 filler pic x(4) value " <> ".
            05 assertion-actual pic x(32).
            05 filler pic x.
            05 assertion-desc pic x(64).
procedure division using expected-path, actual-path,
        optional region-text, optional masks-text,
        optional description-text.
    set address of summary to summary-pointer.
    add 1 to coverage-hit-screen-equals.
    if assertions-counter >= ASSERTIONS-LIMIT
        display "Fatal: assertions limit of " ASSERTIONS-LIMIT " exceeded" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to assertions-total.
    add 1 to assertions-nr.
    add 1 to assertions-counter.
    move assertions-nr to assertion-nr(assertions-counter).
    move MODULE-ID to assertion-name(assertions-counter).
    move MODULE-CALLER-ID to assertion-suite(assertions-counter).
    move SPACE to assertion-desc(assertions-counter).
    call "C$NARG" using call-args-count.
    if call-args-count > 4
        move description-text to assertion-desc(assertions-counter)
    end-if.

    *> the region compared, the whole image unless narrowed
    move 1 to region-top region-left.
    move SCREEN-ROWS to region-height.
    move SCREEN-COLS to region-width.
    if call-args-count > 2
        if region-text not = SPACE and region-text not = "*"
            move SPACE to region-parts
            unstring region-text delimited by ":"
                into region-part(1) region-part(2)
                    region-part(3) region-part(4)
            end-unstring
            move numval(region-part(1)) to region-top
            move numval(region-part(2)) to region-left
            move numval(region-part(3)) to region-height
            move numval(region-part(4)) to region-width
        end-if
    end-if.
    if region-top < 1 or region-top > SCREEN-ROWS
        move 1 to region-top
    end-if.
    if region-left < 1 or region-left > SCREEN-COLS
        move 1 to region-left
    end-if.
    compute region-bottom = region-top + region-height - 1.
    if region-height = 0 or region-bottom > SCREEN-ROWS
        move SCREEN-ROWS to region-bottom
    end-if.
    compute region-right = region-left + region-width - 1.
    if region-width = 0 or region-right > SCREEN-COLS
        move SCREEN-COLS to region-right
    end-if.

    move "N" to load-failed.
    move expected-path to screen-path.
    perform load-screen.
    move loaded-screen to expected-screen.
    move actual-path to screen-path.
    perform load-screen.
    move loaded-screen to actual-screen.
    if load-failed = "Y"
        move "F" to assertion-status(assertions-counter)
        add 1 to failures-total
        move "(open failed)" to assertion-expected(assertions-counter)
        move "(open failed)" to assertion-actual(assertions-counter)
        display "F" with no advancing
        display "Error opening " trim(expected-path) " or "
            trim(actual-path) upon syserr
        goback
    end-if.

    *> masked cells: "~" in the expected screen, then the listed areas
    move SPACE to mask-screen.
    move 1 to row-idx.
    perform until row-idx > SCREEN-ROWS
        move 1 to col-idx
        perform until col-idx > SCREEN-COLS
            if expected-row(row-idx)(col-idx:1) = "~"
                move "Y" to mask-row(row-idx)(col-idx:1)
            end-if
            add 1 to col-idx
        end-perform
        add 1 to row-idx
    end-perform.
    if call-args-count > 3
        move 1 to mask-pointer
        perform until mask-pointer > length(masks-text)
            move SPACE to mask-entry
            unstring masks-text delimited by ";"
                into mask-entry
                with pointer mask-pointer
            end-unstring
            if mask-entry not = SPACE
                perform add-mask-area
            end-if
        end-perform
    end-if.

    *> compare the region cell by cell
    move SPACE to diff-flags.
    move 0 to diff-row-count first-diff-row first-diff-col.
    move region-top to row-idx.
    perform until row-idx > region-bottom
        move region-left to col-idx
        perform until col-idx > region-right
            if mask-row(row-idx)(col-idx:1) not = "Y"
                    and expected-row(row-idx)(col-idx:1)
                        not = actual-row(row-idx)(col-idx:1)
                if diff-flags(row-idx:1) not = "Y"
                    move "Y" to diff-flags(row-idx:1)
                    add 1 to diff-row-count
                end-if
                if first-diff-row = 0
                    move row-idx to first-diff-row
                    move col-idx to first-diff-col
                end-if
            end-if
            add 1 to col-idx
        end-perform
        add 1 to row-idx
    end-perform.

    if diff-row-count = 0
        move "." to assertion-status(assertions-counter)
        move "(screen)" to assertion-expected(assertions-counter)
        move "(screen)" to assertion-actual(assertions-counter)
    else
        move "F" to assertion-status(assertions-counter)
        add 1 to failures-total
        *> a 32-column window of the row, the first difference in it
        if first-diff-col > 16
            compute window-col = first-diff-col - 16
        else
            move 1 to window-col
        end-if
        if window-col > SCREEN-COLS - 31
            compute window-col = SCREEN-COLS - 31
        end-if
        move expected-row(first-diff-row)(window-col:32)
            to assertion-expected(assertions-counter)
        move actual-row(first-diff-row)(window-col:32)
            to assertion-actual(assertions-counter)
        if assertion-desc(assertions-counter) = SPACE
            move first-diff-row to ws-row-edit
            move first-diff-col to ws-col-edit
            move diff-row-count to ws-num-edit
            move concatenate("row ", trim(ws-row-edit), " col ",
                    trim(ws-col-edit), ", ", trim(ws-num-edit),
                    " row(s) differ")
                to assertion-desc(assertions-counter)
        end-if
        call "failure-detail-log" using assertion-suite(assertions-counter),
            assertion-nr(assertions-counter), assertion-name(assertions-counter),
            expected-row(first-diff-row), actual-row(first-diff-row)
        *> both screens for the HTML report's side-by-side view
        if screen-diff-count < SCREEN-DIFF-LIMIT
            add 1 to screen-diff-count
            move assertion-suite(assertions-counter)
                to screen-diff-suite(screen-diff-count)
            move assertion-name(assertions-counter)
                to screen-diff-name(screen-diff-count)
            move assertion-nr(assertions-counter)
                to screen-diff-nr(screen-diff-count)
            move diff-flags to screen-diff-rows(screen-diff-count)
            move expected-path to screen-diff-expected(screen-diff-count)
            move actual-path to screen-diff-actual(screen-diff-count)
        end-if
    end-if.

    *> show status
    display assertion-status(assertions-counter) with no advancing.

    *> live syslog stream: see assert-equals for why this is here
    if is-syslog-enabled
        if assertion-failed(assertions-counter)
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-ERROR,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "FAIL")))
                to syslog-result
        else
            move send-udp(syslog-host, syslog-port, syslog(
                syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-INFORMATIONAL,
                concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                    trim(assertion-name(assertions-counter)), SPACE, "PASS")))
                to syslog-result
        end-if
    end-if.
    goback.

load-screen section.
    *> a screen file is up to 24 lines; short lines and missing lines
    *> read as spaces, the way the terminal showed them
    move SPACE to loaded-screen.
    open input screen-file.
    if not screen-ok
        move "Y" to load-failed
        exit section
    end-if.
    move 0 to row-idx.
    move SPACE to screen-file-status.
    perform until screen-eof or row-idx >= SCREEN-ROWS
        read screen-file
            at end
                move "10" to screen-file-status
            not at end
                add 1 to row-idx
                move screen-line to loaded-row(row-idx)
        end-read
    end-perform.
    close screen-file.

add-mask-area section.
    move SPACE to mask-row-txt mask-col-txt mask-len-txt.
    unstring mask-entry delimited by ":"
        into mask-row-txt mask-col-txt mask-len-txt
    end-unstring.
    move numval(mask-row-txt) to mask-at-row.
    move numval(mask-col-txt) to mask-at-col.
    move numval(mask-len-txt) to mask-length.
    if mask-at-row < 1 or mask-at-row > SCREEN-ROWS
            or mask-at-col < 1 or mask-at-col > SCREEN-COLS
        exit section
    end-if.
    if mask-length = 0 or mask-at-col + mask-length - 1 > SCREEN-COLS
        compute mask-length = SCREEN-COLS - mask-at-col + 1
    end-if.
    move all "Y" to mask-row(mask-at-row)(mask-at-col:mask-length).
end program assert-screen-equals.

*>**
*>  property-check / property-value / property-next
*>
*>  Property-based testing: instead of the handful of values somebody
*>  thought of, a suite states a property that must hold for every
*>  input and has it run against generated cases. Each input field
*>  gets a generator rule in fixture-gen's vocabulary, "name RULE args"
*>  entries separated by ";":
*>    AMOUNT RANGE -500 99999     integer in the range
*>    BRANCH LIST NYC|CHI|LAX     one of the listed values
*>    BOOKED DATE 20240101 20291231   date in the range, YYYYMMDD;
*>                                a bound may also be a day offset
*>                                from today (-30), one bound alone
*>                                is that one date
*>    ACCT   SEQ 1000             the case number, counting from 1000
*>    STATUS CONST A              the same value every case
*>  The first case takes every field's low bound, the second its high
*>  bound, the rest are drawn pseudo-randomly from the run's property
*>  seed -- --seed when given, else one picked from the clock, carried
*>  in GCBLUNIT_PROPERTY_SEED so a run replays exactly under --seed.
*>  The suite loops, copying in the "property" copybook:
*>    call "property-check" using "interest is never negative",
*>        "PRINCIPAL RANGE 0 9999999;RATE LIST 0|125|1999;"
*>        & "START DATE 20240101 20291231", "200".
*>    perform until not property-running
*>        call "property-value" using "PRINCIPAL"
*>        move prp-number to principal
*>        ...
*>        perform interest-property
*>        call "property-next"
*>    end-perform.
*>  The case count (third argument) defaults to --property-cases, else
*>  100. The assertions a case makes are rolled back once property-next
*>  has seen whether any of them failed; the first failing case is then
*>  shrunk field by field toward the simplest value its rule allows
*>  (zero or the bound nearest it, the first list entry, the first
*>  date, the sequence start), and the smallest example still failing
*>  is run once more for real, so its assertions -- and their failure
*>  detail -- are what the reports show. One property-check line in
*>  SUMMARY carries the outcome: the smallest failing example as the
*>  actual value, seed and case in the description, and the original
*>  and shrunk examples in full in the failure-detail file.
*>**
identification division.
program-id. property-check.
environment division.
configuration section.
repository.
data division.
working-storage section.
    78 ASSERTIONS-LIMIT value 49999.
    78 PROPERTY-FIELD-LIMIT value 16.
    78 PROPERTY-DEFAULT-CASES value 100.
    78 SYSLOG-FACILITY-USER value 8.
    78 SYSLOG-SEVERITY-ERROR value 3.
    01 assertions-counter usage binary-long unsigned external.
    01 summary-pointer usage pointer external.
    01 syslog-enabled usage binary-char unsigned external.
        88 is-syslog-enabled value 1.
    01 syslog-host pic x(128) external.
    01 coverage-hit-property usage binary-long unsigned external value 0.
    01 syslog-port pic x(5) external.
    01 syslog-result usage binary-long unsigned.
    01 assertions-nr pic 9(4).
    01 call-args-count usage binary-long.
    01 property-area external.
        05 prp-state pic x.
            88 property-running value "R".
            88 property-finished value "D".
        05 prp-case usage binary-long unsigned.
        05 prp-number pic s9(18) sign leading separate.
        05 prp-text pic x(128).
    01 property-run external.
        03 prop-name pic x(64).
        03 prop-phase pic x.
        03 prop-seed usage binary-long unsigned.
        03 prop-cases usage binary-long unsigned.
        03 prop-fail-case usage binary-long unsigned.
        03 prop-steps usage binary-long unsigned.
        03 prop-shrunk usage binary-long unsigned.
        03 prop-passes usage binary-long unsigned.
        03 prop-improved pic x.
        03 prop-shrink-field usage binary-long unsigned.
        03 prop-try pic x.
        03 prop-base-counter usage binary-long unsigned.
        03 prop-base-total usage binary-long unsigned.
        03 prop-base-failures usage binary-long unsigned.
        03 prop-base-warnings usage binary-long unsigned.
        03 prop-first-example pic x(512).
        03 prop-field-count usage binary-long unsigned.
        03 prop-field occurs PROPERTY-FIELD-LIMIT times.
            05 prop-field-name pic x(32).
            05 prop-field-rule pic x(8).
            05 prop-field-list pic x(128).
            05 prop-field-low usage binary-double signed.
            05 prop-field-high usage binary-double signed.
            05 prop-field-target usage binary-double signed.
            05 prop-field-value usage binary-double signed.
            05 prop-field-best usage binary-double signed.
            05 prop-field-passing usage binary-double signed.
    *> local
    01 seed-text pic x(18).
    01 cases-text pic x(18).
    01 random-draw usage float-long.
    01 spec-pointer usage binary-long unsigned.
    01 spec-entry pic x(256).
    01 spec-problem pic x(64).
    01 rule-name pic x(32).
    01 rule-verb pic x(8).
    01 rule-rest pic x(200).
    01 rest-pointer usage binary-long unsigned.
    01 rule-arg1 pic x(128).
    01 rule-arg2 pic x(64).
    01 date-arg pic x(64).
    01 date-julian usage binary-double signed.
    01 today-date pic 9(8).
    01 list-token pic x(64).
    01 list-pointer usage binary-long unsigned.
    01 list-count usage binary-long unsigned.
    01 swap-value usage binary-double signed.
linkage section.
    01 property-name pic x any length.
    01 generator-spec pic x any length.
    01 case-count pic x any length.
    01 summary.
        03 assertions-total usage binary-long unsigned.
        03 failures-total usage binary-long unsigned.
            05 assertion-actual pic x(32).
            05 filler pic x.
            05 assertion-desc pic x(64).
*>  starts a property: parses the generators, settles seed and case
*>  count, and has property-next set up the first case
procedure division using property-name, generator-spec, optional case-count.
    set address of summary to summary-pointer.
    add 1 to coverage-hit-property.
    move property-name to prop-name.
    move "D" to prp-state.
    move 0 to prp-case.

    move SPACE to seed-text.
    accept seed-text from environment "GCBLUNIT_PROPERTY_SEED"
        on exception
            move SPACE to seed-text
    end-accept.
    if seed-text = SPACE
        *> no --seed: pick one from the clock and keep it for every
        *> later property of the run, the failure lines name it
        move current-date(9:8) to seed-text
        set environment "GCBLUNIT_PROPERTY_SEED" to trim(seed-text)
    end-if.
    move numval(seed-text) to prop-seed.

    move 0 to prop-cases.
    call "C$NARG" using call-args-count.
    if call-args-count > 2
        move numval(case-count) to prop-cases
    end-if.
    if prop-cases = 0
        move SPACE to cases-text
        accept cases-text from environment "GCBLUNIT_PROPERTY_CASES"
            on exception
                move SPACE to cases-text
        end-accept
        if cases-text not = SPACE
            move numval(cases-text) to prop-cases
        end-if
    end-if.
    if prop-cases = 0
        move PROPERTY-DEFAULT-CASES to prop-cases
    end-if.

    accept today-date from DATE YYYYMMDD.
    move 0 to prop-field-count.
    move SPACE to spec-problem.
    move 1 to spec-pointer.
    perform until spec-pointer > length(generator-spec)
            or spec-problem not = SPACE
        move SPACE to spec-entry
        unstring generator-spec delimited by ";"
            into spec-entry
            with pointer spec-pointer
        end-unstring
        move trim(spec-entry) to spec-entry
        if spec-entry not = SPACE
            perform note-generator
        end-if
    end-perform.
    if spec-problem = SPACE and prop-field-count = 0
        move "no generator given" to spec-problem
    end-if.
    if spec-problem not = SPACE
        perform record-spec-problem
        goback
    end-if.

    *> the same seed always draws the same cases
    move random(prop-seed) to random-draw.
    move "B" to prop-phase.
    call "property-next".
    goback.

note-generator section.
    add 1 to prop-field-count.
    if prop-field-count > PROPERTY-FIELD-LIMIT
        display "Fatal: property exceeds " PROPERTY-FIELD-LIMIT
            " generated fields" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move SPACE to rule-name rule-verb rule-rest rule-arg1 rule-arg2.
    move 1 to rest-pointer.
    unstring spec-entry delimited by all SPACE
        into rule-name rule-verb
        with pointer rest-pointer
    end-unstring.
    if rest-pointer <= length(spec-entry)
        move spec-entry(rest-pointer:) to rule-rest
    end-if.
    unstring rule-rest delimited by all SPACE
        into rule-arg1 rule-arg2
    end-unstring.
    move upper-case(rule-name) to prop-field-name(prop-field-count).
    move upper-case(rule-verb) to prop-field-rule(prop-field-count).
    move SPACE to prop-field-list(prop-field-count).
    move 0 to prop-field-low(prop-field-count)
        prop-field-high(prop-field-count)
        prop-field-target(prop-field-count).
    evaluate prop-field-rule(prop-field-count)
    when "RANGE"
        move numval(rule-arg1) to prop-field-low(prop-field-count)
        move prop-field-low(prop-field-count)
            to prop-field-high(prop-field-count)
        if rule-arg2 not = SPACE
            move numval(rule-arg2) to prop-field-high(prop-field-count)
        end-if
        if prop-field-high(prop-field-count)
                < prop-field-low(prop-field-count)
            move prop-field-low(prop-field-count)
                to prop-field-high(prop-field-count)
        end-if
        *> shrinks toward zero, or the bound nearest it
        evaluate true
        when prop-field-low(prop-field-count) > 0
            move prop-field-low(prop-field-count)
                to prop-field-target(prop-field-count)
        when prop-field-high(prop-field-count) < 0
            move prop-field-high(prop-field-count)
                to prop-field-target(prop-field-count)
        when other
            move 0 to prop-field-target(prop-field-count)
        end-evaluate
    when "LIST"
        *> the value is the position in the list
        move rule-arg1 to prop-field-list(prop-field-count)
        move 0 to list-count
        move 1 to list-pointer
        perform until list-pointer > length(trim(rule-arg1))
            move SPACE to list-token
            unstring rule-arg1 delimited by "|"
                into list-token
                with pointer list-pointer
            end-unstring
            add 1 to list-count
        end-perform
        if list-count = 0
            move concatenate("LIST without values for ",
                    trim(rule-name)) to spec-problem
        end-if
        move 1 to prop-field-low(prop-field-count)
            prop-field-target(prop-field-count)
        move list-count to prop-field-high(prop-field-count)
    when "DATE"
        *> the value is the integer date, shown as YYYYMMDD
        move rule-arg1 to date-arg
        perform date-bound
        move date-julian to prop-field-low(prop-field-count)
        move date-julian to prop-field-high(prop-field-count)
        if rule-arg2 not = SPACE
            move rule-arg2 to date-arg
            perform date-bound
            move date-julian to prop-field-high(prop-field-count)
        end-if
        if prop-field-high(prop-field-count)
                < prop-field-low(prop-field-count)
            move prop-field-low(prop-field-count) to swap-value
            move prop-field-high(prop-field-count)
                to prop-field-low(prop-field-count)
            move swap-value to prop-field-high(prop-field-count)
        end-if
        move prop-field-low(prop-field-count)
            to prop-field-target(prop-field-count)
    when "SEQ"
        move 1 to prop-field-low(prop-field-count)
        if rule-arg1 not = SPACE
            move numval(rule-arg1) to prop-field-low(prop-field-count)
        end-if
        move prop-field-low(prop-field-count)
            to prop-field-target(prop-field-count)
        compute prop-field-high(prop-field-count) =
            prop-field-low(prop-field-count) + prop-cases - 1
    when "CONST"
        *> everything after the rule name
        move trim(rule-rest) to prop-field-list(prop-field-count)
    when other
        move concatenate("unknown rule ", trim(rule-verb), " for ",
                trim(rule-name)) to spec-problem
    end-evaluate.

date-bound section.
    *> YYYYMMDD, or a signed day offset from today
    if length(trim(date-arg)) = 8 and test-numval(date-arg) = 0
            and date-arg(1:1) not = "-" and date-arg(1:1) not = "+"
        if test-date-yyyymmdd(numval(date-arg)) not = 0
            move concatenate("bad date ", trim(date-arg), " for ",
                    trim(rule-name)) to spec-problem
            move integer-of-date(today-date) to date-julian
        else
            move integer-of-date(numval(date-arg)) to date-julian
        end-if
    else
        if test-numval(date-arg) not = 0
            move concatenate("bad date ", trim(date-arg), " for ",
                    trim(rule-name)) to spec-problem
            move integer-of-date(today-date) to date-julian
        else
            compute date-julian = integer-of-date(today-date)
                + numval(date-arg)
        end-if
    end-if.

record-spec-problem section.
    *> a property that can't generate anything fails, loudly
    if assertions-counter >= ASSERTIONS-LIMIT
        display "Fatal: assertions limit of " ASSERTIONS-LIMIT " exceeded" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to assertions-total.
    add 1 to assertions-nr.
    add 1 to assertions-counter.
    move assertions-nr to assertion-nr(assertions-counter).
    move MODULE-ID to assertion-name(assertions-counter).
    move MODULE-CALLER-ID to assertion-suite(assertions-counter).
    move prop-name to assertion-desc(assertions-counter).
    move "F" to assertion-status(assertions-counter).
    add 1 to failures-total.
    move "(generator spec)" to assertion-expected(assertions-counter).
    move spec-problem to assertion-actual(assertions-counter).
    display assertion-status(assertions-counter) with no advancing.
    display "Error: property " trim(prop-name) ": " trim(spec-problem)
        upon syserr.
    if is-syslog-enabled
        move send-udp(syslog-host, syslog-port, syslog(
            syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-ERROR,
            concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                trim(assertion-name(assertions-counter)), SPACE, "FAIL")))
            to syslog-result
    end-if.
end program property-check.

identification division.
program-id. property-value.
environment division.
configuration section.
repository.
    function all intrinsic.
data division.
working-storage section.
    78 PROPERTY-FIELD-LIMIT value 16.
    01 property-area external.
        05 prp-state pic x.
            88 property-running value "R".
            88 property-finished value "D".
        05 prp-case usage binary-long unsigned.
        05 prp-number pic s9(18) sign leading separate.
        05 prp-text pic x(128).
    01 property-run external.
        03 prop-name pic x(64).
        03 prop-phase pic x.
        03 prop-seed usage binary-long unsigned.
        03 prop-cases usage binary-long unsigned.
        03 prop-fail-case usage binary-long unsigned.
        03 prop-steps usage binary-long unsigned.
        03 prop-shrunk usage binary-long unsigned.
        03 prop-passes usage binary-long unsigned.
        03 prop-improved pic x.
        03 prop-shrink-field usage binary-long unsigned.
        03 prop-try pic x.
        03 prop-base-counter usage binary-long unsigned.
        03 prop-base-total usage binary-long unsigned.
        03 prop-base-failures usage binary-long unsigned.
        03 prop-base-warnings usage binary-long unsigned.
        03 prop-first-example pic x(512).
        03 prop-field-count usage binary-long unsigned.
        03 prop-field occurs PROPERTY-FIELD-LIMIT times.
            05 prop-field-name pic x(32).
            05 prop-field-rule pic x(8).
            05 prop-field-list pic x(128).
            05 prop-field-low usage binary-double signed.
            05 prop-field-high usage binary-double signed.
            05 prop-field-target usage binary-double signed.
            05 prop-field-value usage binary-double signed.
            05 prop-field-best usage binary-double signed.
            05 prop-field-passing usage binary-double signed.
    *> local
    01 field-idx usage binary-long unsigned.
    01 field-found usage binary-long unsigned.
    01 wanted-name pic x(32).
    01 value-edit pic -(18)9.
    01 date-value pic 9(8).
    01 list-token pic x(64).
    01 list-pointer usage binary-long unsigned.
    01 list-count usage binary-long unsigned.
linkage section.
    01 field-name pic x any length.
*>  delivers one generated field of the current case into prp-number
*>  and prp-text
procedure division using field-name.
    move 0 to prp-number.
    move SPACE to prp-text.
    move upper-case(trim(field-name)) to wanted-name.
    move 0 to field-found.
    move 1 to field-idx.
    perform until field-idx > prop-field-count
        if prop-field-name(field-idx) = wanted-name
            move field-idx to field-found
            move prop-field-count to field-idx
        end-if
        add 1 to field-idx
    end-perform.
    if field-found = 0
        display "Error: property " trim(prop-name) " generates no field "
            trim(wanted-name) upon syserr
        goback
    end-if.

    evaluate prop-field-rule(field-found)
    when "RANGE"
    when "SEQ"
        move prop-field-value(field-found) to prp-number
        move prop-field-value(field-found) to value-edit
        move trim(value-edit) to prp-text
    when "DATE"
        move date-of-integer(prop-field-value(field-found)) to date-value
        move date-value to prp-number
        move date-value to prp-text
    when "LIST"
        move 0 to list-count
        move 1 to list-pointer
        perform until list-pointer > length(trim(prop-field-list(field-found)))
                or list-count >= prop-field-value(field-found)
            move SPACE to list-token
            unstring prop-field-list(field-found) delimited by "|"
                into list-token
                with pointer list-pointer
            end-unstring
            add 1 to list-count
        end-perform
        move trim(list-token) to prp-text
        if prp-text not = SPACE and test-numval(prp-text) = 0
            move numval(prp-text) to prp-number
        end-if
    when "CONST"
        move prop-field-list(field-found) to prp-text
        if prp-text not = SPACE and test-numval(prp-text) = 0
            move numval(prp-text) to prp-number
        end-if
    end-evaluate.
    goback.
end program property-value.

identification division.
program-id. property-next.
environment division.
configuration section.
repository.
    function all intrinsic
    function send-udp
    function syslog.
data division.
working-storage section.
    78 ASSERTIONS-LIMIT value 49999.
    78 PROPERTY-FIELD-LIMIT value 16.
    78 SHRINK-STEP-LIMIT value 1000.
    78 SHRINK-PASS-LIMIT value 8.
    78 SYSLOG-FACILITY-USER value 8.
    78 SYSLOG-SEVERITY-INFORMATIONAL value 6.
    78 SYSLOG-SEVERITY-ERROR value 3.
    01 syslog-enabled usage binary-char unsigned external.
        88 is-syslog-enabled value 1.
    01 syslog-host pic x(128) external.
    01 syslog-port pic x(5) external.
    01 syslog-result usage binary-long unsigned.
    01 assertions-nr pic 9(4).
    01 property-probing usage binary-char unsigned external value 0.
    01 property-failure-log pic x(512) external value SPACE.
    01 property-area external.
        05 prp-state pic x.
            88 property-running value "R".
            88 property-finished value "D".
        05 prp-case usage binary-long unsigned.
        05 prp-number pic s9(18) sign leading separate.
        05 prp-text pic x(128).
    01 property-run external.
        03 prop-name pic x(64).
        03 prop-phase pic x.
            88 prop-beginning value "B".
            88 prop-generating value "G".
            88 prop-shrinking value "S".
            88 prop-verifying value "V".
        03 prop-seed usage binary-long unsigned.
        03 prop-cases usage binary-long unsigned.
        03 prop-fail-case usage binary-long unsigned.
        03 prop-steps usage binary-long unsigned.
        03 prop-shrunk usage binary-long unsigned.
        03 prop-passes usage binary-long unsigned.
        03 prop-improved pic x.
        03 prop-shrink-field usage binary-long unsigned.
        03 prop-try pic x.
            88 prop-trying-target value "T".
        03 prop-base-counter usage binary-long unsigned.
        03 prop-base-total usage binary-long unsigned.
        03 prop-base-failures usage binary-long unsigned.
        03 prop-base-warnings usage binary-long unsigned.
        03 prop-first-example pic x(512).
        03 prop-field-count usage binary-long unsigned.
        03 prop-field occurs PROPERTY-FIELD-LIMIT times.
            05 prop-field-name pic x(32).
            05 prop-field-rule pic x(8).
            05 prop-field-list pic x(128).
            05 prop-field-low usage binary-double signed.
            05 prop-field-high usage binary-double signed.
            05 prop-field-target usage binary-double signed.
            05 prop-field-value usage binary-double signed.
            05 prop-field-best usage binary-double signed.
            05 prop-field-passing usage binary-double signed.
    *> local
    01 case-failed pic x.
        88 is-case-failed value "Y".
    01 candidate-found pic x.
    01 field-idx usage binary-long unsigned.
    01 value-gap usage binary-double signed.
    01 value-half usage binary-double signed.
    01 example-text pic x(512).
    01 example-entry pic x(160).
    01 detail-expected pic x(1024).
    01 detail-actual pic x(1024).
    01 detail-expected-length usage binary-long unsigned.
    01 detail-actual-length usage binary-long unsigned.
    01 holds-text pic x(32).
    01 seed-edit pic z(9)9.
    01 case-edit pic z(9)9.
    01 ws-num-edit pic z(9)9.
linkage section.
    01 summary.
        03 assertions-total usage binary-long unsigned.
        03 failures-total usage binary-long unsigned.
            05 assertion-actual pic x(32).
            05 filler pic x.
            05 assertion-desc pic x(64).
*>  ends the current case -- judged by whether any assertion it made
*>  failed -- and sets up the next one: another generated case, a
*>  shrinking step, the replay of the smallest failing example, or the
*>  end of the property with its outcome recorded
procedure division.
    set address of summary to summary-pointer.
    if prop-beginning
        move "G" to prop-phase
        move 1 to prp-case
        perform generate-case
        perform open-case
        goback
    end-if.
    if not property-running
        goback
    end-if.

    move "N" to case-failed.
    if failures-total > prop-base-failures
        move "Y" to case-failed
    end-if.

    evaluate true
    when prop-generating
        perform rollback-case
        if is-case-failed
            perform start-shrinking
        else
            if prp-case >= prop-cases
                perform record-held
                move "D" to prp-state
                move 0 to property-probing
            else
                add 1 to prp-case
                perform generate-case
            end-if
        end-if
    when prop-shrinking
        perform rollback-case
        perform note-shrink-outcome
        perform next-shrink-candidate
    when other
        *> the replay of the smallest failing example: its assertions
        *> stay, the property's own line follows them
        perform record-falsified
        move "D" to prp-state
    end-evaluate.
    if property-running
        perform open-case
    end-if.
    goback.

open-case section.
    *> where this case's assertions start, to roll them back from
    move assertions-counter to prop-base-counter.
    move assertions-total to prop-base-total.
    move failures-total to prop-base-failures.
    move warnings-total to prop-base-warnings.
    move "R" to prp-state.
    if prop-verifying
        move 0 to property-probing
    else
        move 1 to property-probing
    end-if.

rollback-case section.
    move prop-base-counter to assertions-counter.
    move prop-base-total to assertions-total.
    move prop-base-failures to failures-total.
    move prop-base-warnings to warnings-total.

generate-case section.
    *> the low bounds first, then the high bounds, then drawn values
    move 1 to field-idx.
    perform until field-idx > prop-field-count
        evaluate true
        when prop-field-rule(field-idx) = "SEQ"
            compute prop-field-value(field-idx) =
                prop-field-low(field-idx) + prp-case - 1
        when prp-case = 1
            move prop-field-low(field-idx) to prop-field-value(field-idx)
        when prp-case = 2
            move prop-field-high(field-idx) to prop-field-value(field-idx)
        when other
            compute prop-field-value(field-idx) = prop-field-low(field-idx)
                + integer(random * (prop-field-high(field-idx)
                    - prop-field-low(field-idx) + 1))
            if prop-field-value(field-idx) > prop-field-high(field-idx)
                move prop-field-high(field-idx) to prop-field-value(field-idx)
            end-if
        end-evaluate
        add 1 to field-idx
    end-perform.

start-shrinking section.
    move prp-case to prop-fail-case.
    move 1 to field-idx.
    perform until field-idx > prop-field-count
        move prop-field-value(field-idx) to prop-field-best(field-idx)
        move prop-field-target(field-idx) to prop-field-passing(field-idx)
        add 1 to field-idx
    end-perform.
    perform build-example.
    move example-text to prop-first-example.
    move "S" to prop-phase.
    move 0 to prop-steps prop-shrunk.
    move 1 to prop-passes.
    move "N" to prop-improved.
    move 1 to prop-shrink-field.
    move "T" to prop-try.
    perform next-shrink-candidate.

note-shrink-outcome section.
    *> a candidate that still fails becomes the best example; one that
    *> passes bounds the search from the simple side
    move prop-shrink-field to field-idx.
    if is-case-failed
        move prop-field-value(field-idx) to prop-field-best(field-idx)
        move "Y" to prop-improved
        add 1 to prop-shrunk
        if prop-trying-target
            add 1 to prop-shrink-field
        end-if
    else
        if prop-trying-target
            move prop-field-target(field-idx)
                to prop-field-passing(field-idx)
            move "B" to prop-try
        else
            move prop-field-value(field-idx)
                to prop-field-passing(field-idx)
        end-if
    end-if.

next-shrink-candidate section.
    *> field by field: the simplest value outright, else halve the
    *> distance between the best failing value and the last passing
    *> one; passes repeat while any field still improved
    move "N" to candidate-found.
    perform until candidate-found = "Y" or not prop-shrinking
        evaluate true
        when prop-steps >= SHRINK-STEP-LIMIT
            perform start-verifying
        when prop-shrink-field > prop-field-count
            if prop-improved = "Y" and prop-passes < SHRINK-PASS-LIMIT
                add 1 to prop-passes
                move "N" to prop-improved
                move 1 to prop-shrink-field
                move "T" to prop-try
            else
                perform start-verifying
            end-if
        when other
            perform pick-field-candidate
            if candidate-found = "N"
                add 1 to prop-shrink-field
                move "T" to prop-try
            end-if
        end-evaluate
    end-perform.

pick-field-candidate section.
    move prop-shrink-field to field-idx.
    if prop-field-best(field-idx) = prop-field-target(field-idx)
        exit section
    end-if.
    if prop-trying-target
        move prop-field-target(field-idx) to value-half
    else
        compute value-gap = prop-field-best(field-idx)
            - prop-field-passing(field-idx)
        if value-gap >= -1 and value-gap <= 1
            exit section
        end-if
        divide value-gap by 2 giving value-half
        add prop-field-passing(field-idx) to value-half
    end-if.
    move 1 to field-idx.
    perform until field-idx > prop-field-count
        move prop-field-best(field-idx) to prop-field-value(field-idx)
        add 1 to field-idx
    end-perform.
    move value-half to prop-field-value(prop-shrink-field).
    add 1 to prop-steps.
    move "Y" to candidate-found.

start-verifying section.
    move 1 to field-idx.
    perform until field-idx > prop-field-count
        move prop-field-best(field-idx) to prop-field-value(field-idx)
        add 1 to field-idx
    end-perform.
    move "V" to prop-phase.

build-example section.
    *> NAME=value pairs of the current case
    move SPACE to example-text.
    move 1 to field-idx.
    perform until field-idx > prop-field-count
        call "property-value" using prop-field-name(field-idx)
        move concatenate(trim(prop-field-name(field-idx)), "=",
                trim(prp-text)) to example-entry
        if example-text = SPACE
            move example-entry to example-text
        else
            move concatenate(trim(example-text), " ", trim(example-entry))
                to example-text
        end-if
        add 1 to field-idx
    end-perform.

open-assertion section.
    if assertions-counter >= ASSERTIONS-LIMIT
        display "Fatal: assertions limit of " ASSERTIONS-LIMIT " exceeded" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to assertions-total.
    add 1 to assertions-nr.
    add 1 to assertions-counter.
    move assertions-nr to assertion-nr(assertions-counter).
    move "property-check" to assertion-name(assertions-counter).
    move MODULE-CALLER-ID to assertion-suite(assertions-counter).
    move prop-cases to ws-num-edit.
    move concatenate("holds for ", trim(ws-num-edit), " cases")
        to holds-text.
    move holds-text to assertion-expected(assertions-counter).

record-held section.
    perform open-assertion.
    move "." to assertion-status(assertions-counter).
    move holds-text to assertion-actual(assertions-counter).
    move prop-name to assertion-desc(assertions-counter).
    display assertion-status(assertions-counter) with no advancing.
    if is-syslog-enabled
        move send-udp(syslog-host, syslog-port, syslog(
            syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-INFORMATIONAL,
            concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                trim(assertion-name(assertions-counter)), SPACE, "PASS")))
            to syslog-result
    end-if.

record-falsified section.
    perform build-example.
    perform open-assertion.
    move "F" to assertion-status(assertions-counter).
    add 1 to failures-total.
    move example-text to assertion-actual(assertions-counter).
    move prop-seed to seed-edit.
    move prop-fail-case to case-edit.
    move concatenate(trim(prop-name), " (seed ", trim(seed-edit),
            ", case ", trim(case-edit), ")")
        to assertion-desc(assertions-counter).
    display assertion-status(assertions-counter) with no advancing.
    if is-syslog-enabled
        move send-udp(syslog-host, syslog-port, syslog(
            syslog-host, MODULE-CALLER-ID, SYSLOG-FACILITY-USER, SYSLOG-SEVERITY-ERROR,
            concatenate(trim(assertion-suite(assertions-counter)), SPACE,
                trim(assertion-name(assertions-counter)), SPACE, "FAIL")))
            to syslog-result
    end-if.

    *> the whole story for the failure-detail file: where it failed
    *> first, and what it shrank to
    move prop-cases to ws-num-edit.
    move concatenate("property ", trim(prop-name), ", seed ",
            trim(seed-edit), ": failed at case ", trim(case-edit),
            " of ", trim(ws-num-edit), " with ", trim(prop-first-example))
        to detail-expected.
    move prop-shrunk to ws-num-edit.
    move concatenate("smallest failing example (", trim(ws-num-edit),
            " shrink step(s)): ", trim(example-text))
        to detail-actual.
    move length(trim(detail-expected)) to detail-expected-length.
    move length(trim(detail-actual)) to detail-actual-length.
    call "failure-detail-log" using assertion-suite(assertions-counter),
        assertion-nr(assertions-counter), assertion-name(assertions-counter),
        detail-expected(1:detail-expected-length),
        detail-actual(1:detail-actual-length).

    *> and the seed for the provenance block
    move concatenate(trim(assertion-suite(assertions-counter)), " ",
            trim(prop-name), " seed ", trim(seed-edit), " case ",
            trim(case-edit)) to example-entry.
    if property-failure-log = SPACE
        move example-entry to property-failure-log
    else
        if length(trim(property-failure-log)) + length(trim(example-entry)) < 508
            move concatenate(trim(property-failure-log), "; ",
                    trim(example-entry)) to property-failure-log
        end-if
    end-if.
end program property-next.
