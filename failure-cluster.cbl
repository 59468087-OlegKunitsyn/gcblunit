       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit common-cause failure clustering
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  When a shared copybook or a called subprogram breaks, forty
*>  suites go red and the morning triage sees forty problems. This
*>  groups a run's failing suites by what they have in common:
*>    - signature: an identical expected/actual pair failed in each;
*>    - program: each calls it, from the paragraph-suite map gcblunit
*>      keeps with --paragraphs or the spy-call map it keeps for every
*>      suite that dispatched a spied stand-in;
*>    - fixture: each declares it in the fixture registry;
*>    - first-failure: each started failing on the same run date (the
*>      start of its current failing streak in the assertion archive).
*>  Clusters are taken greedily, the strongest shared cause first: the
*>  more unclustered failing suites a cause covers, the larger the
*>  share of the run's suites using it that failed, and the more
*>  specific its kind (a signature over a program or fixture over a
*>  date), the stronger. A suite sharing nothing with another failing
*>  suite is a cluster of its own. Each cluster is printed with its
*>  member suites and the most likely shared component -- the cause
*>  itself for a program or fixture, otherwise the program or fixture
*>  every member uses whose users failed most often.
*>  The clusters are written for triage-browser --clusters to open a
*>  cluster as a unit ("nn|kind|component|suite" per member), and with
*>  --webhook one notification per cluster is sent, to the owning
*>  team's endpoint of each member when --routes (gcblunit's routing
*>  file) maps it: run it after gcblunit in place of the runner's own
*>  --webhook so forty red suites page once.
*>  The run is the newest date in the archive, or a --dump-summary
*>  file. Store paths follow GCBLUNIT_STORE/GCBLUNIT_PROFILE. A token
*>  in the --webhook url may be a credential-store reference,
*>  @vault:name, resolved only when the notification is sent (needs
*>  libs/core/vault and libs/core/string linked in).
*>
*>  Usage:
*>    failure-cluster [--dump path | --archive path] [--map path]
*>        [--spies path] [--fixtures registry.dat] [--out path]
*>        [--webhook url] [--routes path]
identification division.
program-id. failure-cluster.
environment division.
configuration section.
repository.
    function all intrinsic
    function send-udp.
input-output section.
file-control.
    select run-in assign to dynamic run-in-path
    organization is line sequential
    file status is run-in-status.
    select cluster-out assign to dynamic out-file
    organization is line sequential
    file status is cluster-out-status.
data division.
file section.
fd run-in.
    01 run-in-line pic x(512).
fd cluster-out.
    01 cluster-out-line pic x(256).
working-storage section.
    78 RUN-SUITE-LIMIT value 500.
    78 FAIL-LIMIT value 5000.
    78 CAUSE-LIMIT value 5000.
    78 PAIR-LIMIT value 40000.
    78 CLUSTER-LIMIT value 500.
    78 ROUTES-LIMIT value 200.
    01 argv pic x(256).
        88 option-dump value "--dump".
        88 option-archive value "--archive".
        88 option-map value "--map".
        88 option-spies value "--spies".
        88 option-fixtures value "--fixtures".
        88 option-out value "--out".
        88 option-webhook value "--webhook".
        88 option-routes value "--routes".
    01 dump-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 archive-file pic x(256) value "/tmp/gcblunit-archive.dat".
    01 map-file pic x(256) value "/tmp/gcblunit-paragraph-suites.dat".
    01 spies-file pic x(256) value "/tmp/gcblunit-spy-calls.dat".
    01 fixtures-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 out-file pic x(256) value "/tmp/gcblunit-clusters.dat".
    01 webhook-url pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 routes-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 run-in-path pic x(256).
    01 run-in-status pic x(2).
        88 run-in-ok value "00".
        88 run-in-eof value "10".
    01 cluster-out-status pic x(2).
        88 cluster-out-ok value "00".

    *> the run: its suites, and the failed assertions' signatures
    01 run-date pic 9(8) value 0.
    01 line-date pic 9(8).
    01 first-line-seen pic x.
    01 ws-dump-record.
        05 dump-status pic x.
        05 dump-suite pic x(32).
        05 dump-nr pic 9(4).
        05 dump-name pic x(16).
        05 dump-expected pic x(32).
        05 dump-actual pic x(32).
        05 dump-desc pic x(64).
    01 run-suite-count usage binary-long unsigned value 0.
    01 run-suite-tbl.
        03 run-suite-entry occurs RUN-SUITE-LIMIT times.
            05 run-suite pic x(32).
            05 run-failed pic x.
                88 is-run-failed value "Y".
            05 run-cluster usage binary-long unsigned.
            05 streak-last-date pic 9(8).
            05 streak-last-failed pic x.
            05 streak-start pic 9(8).
    01 run-index usage binary-long unsigned.
    01 run-found usage binary-long unsigned.
    01 run-hint usage binary-long unsigned value 0.
    01 lookup-suite pic x(128).
    01 failing-count usage binary-long unsigned value 0.
    01 fail-count usage binary-long unsigned value 0.
    01 fail-tbl.
        03 fail-entry occurs FAIL-LIMIT times.
            05 fail-run usage binary-long unsigned.
            05 fail-expected pic x(32).
            05 fail-actual pic x(32).
    01 fail-index usage binary-long unsigned.

    *> candidate causes, and which of the run's suites share each
    01 cause-count usage binary-long unsigned value 0.
    01 cause-tbl.
        03 cause-entry occurs CAUSE-LIMIT times.
            05 cause-kind pic x(13).
            05 cause-value pic x(80).
            05 cause-failed usage binary-long unsigned.
            05 cause-users usage binary-long unsigned.
            05 cause-open usage binary-long unsigned.
    01 cause-index usage binary-long unsigned.
    01 cause-found usage binary-long unsigned.
    01 pair-count usage binary-long unsigned value 0.
    01 pair-tbl.
        03 pair-entry occurs PAIR-LIMIT times.
            05 pair-cause usage binary-long unsigned.
            05 pair-run usage binary-long unsigned.
    01 pair-index usage binary-long unsigned.
    01 pair-seen pic x.
    01 member-kind pic x(13).
    01 member-value pic x(80).
    01 limit-warned pic x value "N".
    01 map-suite pic x(128).
    01 map-name pic x(80).
    01 map-rest pic x(80).

    *> the clusters
    01 cluster-count usage binary-long unsigned value 0.
    01 cluster-tbl.
        03 cluster-entry occurs CLUSTER-LIMIT times.
            05 cluster-cause usage binary-long unsigned.
            05 cluster-size usage binary-long unsigned.
            05 cluster-component usage binary-long unsigned.
    01 cluster-index usage binary-long unsigned.
    01 best-cause usage binary-long unsigned.
    01 best-score usage binary-long unsigned.
    01 best-weight usage binary-long unsigned.
    01 cause-score usage binary-long unsigned.
    01 cause-weight usage binary-long unsigned.
    01 shared-count usage binary-long unsigned.
    01 best-purity usage binary-long unsigned.
    01 cause-purity usage binary-long unsigned.
    01 component-kind pic x(13).
    01 component-value pic x(80).

    *> --webhook, one datagram per cluster; --routes the runner's
    *> "pattern host:port team" routing file
    01 webhook-scan pic x(256).
    01 webhook-authority pic x(150) value SPACE.
    01 webhook-path pic x(150) value SPACE.
    01 webhook-host pic x(128) value SPACE.
    01 webhook-port pic x(5) value "80".
    01 webhook-payload pic x(512).
    01 webhook-component pic x(80).
    01 webhook-result usage binary-long unsigned.
    01 vault-refs usage binary-long unsigned.
    01 vault-status pic x(2).
    01 webhook-sent-count usage binary-long unsigned.
    01 webhook-sent-tbl.
        03 webhook-sent-authority pic x(150) occurs ROUTES-LIMIT times.
    01 webhook-sent-scan usage binary-long unsigned.
    01 webhook-sent-seen pic x.
    01 webhook-default-needed pic x.
    01 notified-count usage binary-long unsigned value 0.
    01 routes-count usage binary-long unsigned value 0.
    01 routes-tbl.
        03 route-entry occurs ROUTES-LIMIT times.
            05 route-pattern pic x(128).
            05 route-host pic x(128).
            05 route-port pic x(5).
    01 route-authority pic x(150).
    01 route-team pic x(32).
    01 routes-scan-index usage binary-long unsigned.
    01 route-pattern-len usage binary-long unsigned.
    01 route-found pic x.
        88 is-route-found value "Y".
    01 route-found-host pic x(128).
    01 route-found-port pic x(5).

    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
    01 ws-num-edit3 pic z(8)9.
    01 ws-num-edit4 pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-dump
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to dump-file
        when option-archive
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to archive-file
        when option-map
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to map-file
        when option-spies
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to spies-file
        when option-fixtures
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to fixtures-file
        when option-out
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to out-file
        when option-webhook
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to webhook-url
        when option-routes
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to routes-file
        when other
            display "Error: unknown option " trim(argv) upon syserr
            perform show-usage
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if not is-empty of routes-file
        perform load-routes
    end-if.

    if is-empty of dump-file
        perform load-from-archive
    else
        perform load-from-dump
    end-if.
    if failing-count = 0
        display "failure-cluster: no failing suite in the run"
        move 0 to RETURN-CODE
        stop run
    end-if.

    perform find-first-failures.
    perform note-signatures.
    move map-file to run-in-path.
    move "program" to member-kind.
    perform load-shared-map.
    move spies-file to run-in-path.
    perform load-shared-map.
    if not is-empty of fixtures-file
        move fixtures-file to run-in-path
        move "fixture" to member-kind
        perform load-shared-map
    end-if.

    perform take-clusters.
    perform print-clusters.
    perform write-clusters.
    if not is-empty of webhook-url
        perform notify-clusters
    end-if.
    move 0 to RETURN-CODE.
    stop run.

show-usage section.
    display "Usage: failure-cluster [--dump path | --archive path]"
        " [--map path] [--spies path] [--fixtures registry.dat]"
        " [--out path] [--webhook url] [--routes path]" upon syserr.

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
    move concatenate(trim(store-base), "/gcblunit-paragraph-suites.dat")
        to map-file.
    move concatenate(trim(store-base), "/gcblunit-spy-calls.dat")
        to spies-file.
    move concatenate(trim(store-base), "/gcblunit-clusters.dat")
        to out-file.

*>*
*> the run
*>*
load-from-dump section.
    *> a --dump-summary file: the totals header first, then the
    *> fixed-width records, the "T" trailer last
    move dump-file to run-in-path.
    open input run-in.
    if not run-in-ok
        display "Error opening " trim(dump-file) ": " run-in-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    accept run-date from DATE YYYYMMDD.
    move SPACE to first-line-seen.
    move SPACE to run-in-status.
    perform until run-in-eof
        read run-in
            at end
                move "10" to run-in-status
            not at end
                if first-line-seen = SPACE
                    move "Y" to first-line-seen
                else
                    if run-in-line(1:1) = "." or run-in-line(1:1) = "F"
                            or run-in-line(1:1) = "W"
                            or run-in-line(1:1) = "S"
                            or run-in-line(1:1) = "B"
                        move run-in-line(1:181) to ws-dump-record
                        perform note-run-record
                    end-if
                end-if
        end-read
    end-perform.
    close run-in.

load-from-archive section.
    *> two passes: the newest run date first, then its records
    move archive-file to run-in-path.
    open input run-in.
    if not run-in-ok
        display "Error opening " trim(archive-file) ": " run-in-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to run-in-status.
    perform until run-in-eof
        read run-in
            at end
                move "10" to run-in-status
            not at end
                move numval(run-in-line(1:8)) to line-date
                if line-date > run-date
                    move line-date to run-date
                end-if
        end-read
    end-perform.
    close run-in.
    if run-date = 0
        exit section
    end-if.
    open input run-in.
    if not run-in-ok
        exit section
    end-if.
    move SPACE to run-in-status.
    perform until run-in-eof
        read run-in
            at end
                move "10" to run-in-status
            not at end
                move numval(run-in-line(1:8)) to line-date
                *> a chain checkpoint record names no suite
                if line-date = run-date and run-in-line(11:32) not = SPACE
                    move run-in-line(10:181) to ws-dump-record
                    perform note-run-record
                end-if
        end-read
    end-perform.
    close run-in.

note-run-record section.
    move dump-suite to lookup-suite.
    perform find-run-suite.
    if run-found = 0
        if run-suite-count >= RUN-SUITE-LIMIT
            display "Fatal: more than " RUN-SUITE-LIMIT " suites in the run" upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        add 1 to run-suite-count
        move run-suite-count to run-found
        move dump-suite to run-suite(run-found)
        move "N" to run-failed(run-found)
        move 0 to run-cluster(run-found) streak-last-date(run-found)
            streak-start(run-found)
        move "N" to streak-last-failed(run-found)
    end-if.
    if dump-status = "F"
        if not is-run-failed(run-found)
            move "Y" to run-failed(run-found)
            add 1 to failing-count
        end-if
        if fail-count < FAIL-LIMIT
            add 1 to fail-count
            move run-found to fail-run(fail-count)
            move dump-expected to fail-expected(fail-count)
            move dump-actual to fail-actual(fail-count)
        end-if
    end-if.

find-run-suite section.
    *> lookup-suite among the run's suites; the archive repeats the
    *> suites in the same order, so try the one after the last first
    move 0 to run-found.
    add 1 to run-hint.
    if run-hint <= run-suite-count
        if trim(run-suite(run-hint)) = trim(lookup-suite)
            move run-hint to run-found
            exit section
        end-if
    end-if.
    move 1 to run-index.
    perform until run-index > run-suite-count
        if trim(run-suite(run-index)) = trim(lookup-suite)
            move run-index to run-found
            move run-index to run-hint
            exit section
        end-if
        add 1 to run-index
    end-perform.

find-first-failures section.
    *> the start of each failing suite's current streak of failing run
    *> dates; a run the archive has not seen yet starts its own
    move archive-file to run-in-path.
    open input run-in.
    if run-in-ok
        move SPACE to run-in-status
        perform until run-in-eof
            read run-in
                at end
                    move "10" to run-in-status
                not at end
                    move numval(run-in-line(1:8)) to line-date
                    if line-date > 0 and line-date <= run-date
                        move run-in-line(10:181) to ws-dump-record
                        move dump-suite to lookup-suite
                        perform find-run-suite
                        if run-found > 0
                            perform note-streak-record
                        end-if
                    end-if
            end-read
        end-perform
        close run-in
    end-if.
    move 1 to run-found.
    perform until run-found > run-suite-count
        perform close-streak-day
        if is-run-failed(run-found)
            if streak-start(run-found) = 0
                move run-date to streak-start(run-found)
            end-if
            move "first-failure" to member-kind
            move streak-start(run-found) to member-value
            perform add-member
        end-if
        add 1 to run-found
    end-perform.

note-streak-record section.
    if line-date not = streak-last-date(run-found)
        perform close-streak-day
        move line-date to streak-last-date(run-found)
        move "N" to streak-last-failed(run-found)
    end-if.
    if dump-status = "F"
        move "Y" to streak-last-failed(run-found)
    end-if.

close-streak-day section.
    if streak-last-date(run-found) = 0
        exit section
    end-if.
    if streak-last-failed(run-found) = "Y"
        if streak-start(run-found) = 0
            move streak-last-date(run-found) to streak-start(run-found)
        end-if
    else
        move 0 to streak-start(run-found)
    end-if.

note-signatures section.
    move "signature" to member-kind.
    move 1 to fail-index.
    perform until fail-index > fail-count
        move concatenate(trim(fail-expected(fail-index)), " / ",
                trim(fail-actual(fail-index)))
            to member-value
        move fail-run(fail-index) to run-found
        perform add-member
        add 1 to fail-index
    end-perform.

load-shared-map section.
    *> "suite name ..." per line: the paragraph-suite map (suite
    *> program paragraph), the spy-call map (suite target calls) and
    *> the fixture registry (suite path crc) all lead the same way
    open input run-in.
    if not run-in-ok
        exit section
    end-if.
    move SPACE to run-in-status.
    perform until run-in-eof
        read run-in
            at end
                move "10" to run-in-status
            not at end
                if trim(run-in-line) not = SPACE
                        and run-in-line(1:1) not = "#"
                    move SPACE to map-suite map-name map-rest
                    unstring run-in-line delimited by all SPACE
                        into map-suite map-name map-rest
                    end-unstring
                    if map-name not = SPACE
                        move map-suite to lookup-suite
                        perform find-run-suite
                        if run-found > 0
                            move map-name to member-value
                            perform add-member
                        end-if
                    end-if
                end-if
        end-read
    end-perform.
    close run-in.

add-member section.
    *> run-found's suite shares member-kind member-value
    move 0 to cause-found.
    move 1 to cause-index.
    perform until cause-index > cause-count
        if cause-kind(cause-index) = member-kind
                and cause-value(cause-index) = member-value
            move cause-index to cause-found
            move cause-count to cause-index
        end-if
        add 1 to cause-index
    end-perform.
    if cause-found = 0
        if cause-count >= CAUSE-LIMIT
            perform warn-limit
            exit section
        end-if
        add 1 to cause-count
        move cause-count to cause-found
        move member-kind to cause-kind(cause-found)
        move member-value to cause-value(cause-found)
        move 0 to cause-failed(cause-found) cause-users(cause-found)
    else
        *> one suite counts once however many paragraphs or
        *> assertions lead it there
        move "N" to pair-seen
        move 1 to pair-index
        perform until pair-index > pair-count
            if pair-cause(pair-index) = cause-found
                    and pair-run(pair-index) = run-found
                move "Y" to pair-seen
                move pair-count to pair-index
            end-if
            add 1 to pair-index
        end-perform
        if pair-seen = "Y"
            exit section
        end-if
    end-if.
    if pair-count >= PAIR-LIMIT
        perform warn-limit
        exit section
    end-if.
    add 1 to pair-count.
    move cause-found to pair-cause(pair-count).
    move run-found to pair-run(pair-count).
    add 1 to cause-users(cause-found).
    if is-run-failed(run-found)
        add 1 to cause-failed(cause-found)
    end-if.

warn-limit section.
    if limit-warned = "N"
        display "Warning: more shared components than the tables hold;"
            " the rest are not weighed" upon syserr
        move "Y" to limit-warned
    end-if.

*>*
*> clustering
*>*
take-clusters section.
    perform until cluster-count >= CLUSTER-LIMIT
        perform pick-best-cause
        if best-cause = 0
            exit perform
        end-if
        add 1 to cluster-count
        move best-cause to cluster-cause(cluster-count)
        move 0 to cluster-size(cluster-count)
        move 1 to pair-index
        perform until pair-index > pair-count
            if pair-cause(pair-index) = best-cause
                move pair-run(pair-index) to run-found
                if is-run-failed(run-found) and run-cluster(run-found) = 0
                    move cluster-count to run-cluster(run-found)
                    add 1 to cluster-size(cluster-count)
                end-if
            end-if
            add 1 to pair-index
        end-perform
        perform pick-component
    end-perform.
    *> whatever shares nothing stands alone
    move 1 to run-found.
    perform until run-found > run-suite-count
        if is-run-failed(run-found) and run-cluster(run-found) = 0
                and cluster-count < CLUSTER-LIMIT
            add 1 to cluster-count
            move 0 to cluster-cause(cluster-count)
                cluster-component(cluster-count)
            move 1 to cluster-size(cluster-count)
            move cluster-count to run-cluster(run-found)
        end-if
        add 1 to run-found
    end-perform.

pick-best-cause section.
    *> unclustered failing suites covered, times the share of the
    *> cause's users that failed, times the weight of its kind
    move 1 to cause-index.
    perform until cause-index > cause-count
        move 0 to cause-open(cause-index)
        add 1 to cause-index
    end-perform.
    move 1 to pair-index.
    perform until pair-index > pair-count
        move pair-run(pair-index) to run-found
        if is-run-failed(run-found) and run-cluster(run-found) = 0
            add 1 to cause-open(pair-cause(pair-index))
        end-if
        add 1 to pair-index
    end-perform.
    move 0 to best-cause best-score best-weight.
    move 1 to cause-index.
    perform until cause-index > cause-count
        if cause-open(cause-index) >= 2
            evaluate cause-kind(cause-index)
            when "signature"
                move 4 to cause-weight
            when "first-failure"
                move 1 to cause-weight
            when other
                move 3 to cause-weight
            end-evaluate
            compute cause-score = cause-open(cause-index) * cause-weight
                * cause-failed(cause-index) * 100 / cause-users(cause-index)
            if cause-score > best-score
                    or (cause-score = best-score and cause-weight > best-weight)
                move cause-index to best-cause
                move cause-score to best-score
                move cause-weight to best-weight
            end-if
        end-if
        add 1 to cause-index
    end-perform.

pick-component section.
    *> a program or fixture cause is the component itself; otherwise
    *> the program or fixture every member uses whose users failed
    *> most often, the fewer users the more telling on a tie
    if cause-kind(best-cause) = "program" or cause-kind(best-cause) = "fixture"
        move best-cause to cluster-component(cluster-count)
        exit section
    end-if.
    move 0 to cluster-component(cluster-count) best-purity.
    move 1 to cause-index.
    perform until cause-index > cause-count
        if cause-kind(cause-index) = "program"
                or cause-kind(cause-index) = "fixture"
            move 0 to shared-count
            move 1 to pair-index
            perform until pair-index > pair-count
                if pair-cause(pair-index) = cause-index
                    move pair-run(pair-index) to run-found
                    if run-cluster(run-found) = cluster-count
                        add 1 to shared-count
                    end-if
                end-if
                add 1 to pair-index
            end-perform
            if shared-count = cluster-size(cluster-count)
                compute cause-purity = cause-failed(cause-index) * 1000
                    / cause-users(cause-index)
                if cause-purity > best-purity
                        or (cause-purity = best-purity
                            and cluster-component(cluster-count) > 0
                            and cause-users(cause-index)
                                < cause-users(cluster-component(cluster-count)))
                    move cause-index to cluster-component(cluster-count)
                    move cause-purity to best-purity
                end-if
            end-if
        end-if
        add 1 to cause-index
    end-perform.
    if cluster-component(cluster-count) = 0
        move best-cause to cluster-component(cluster-count)
    end-if.

*>*
*> results
*>*
print-clusters section.
    move cluster-count to ws-num-edit.
    move failing-count to ws-num-edit2.
    display "Failure clusters for run " run-date ": " trim(ws-num-edit)
        " cluster(s) over " trim(ws-num-edit2) " failing suite(s)".
    move 1 to cluster-index.
    perform until cluster-index > cluster-count
        move cluster-index to ws-num-edit
        move cluster-size(cluster-index) to ws-num-edit2
        if cluster-cause(cluster-index) = 0
            display "  cluster " trim(ws-num-edit)
                ": no shared cause -- 1 suite"
        else
            move cluster-cause(cluster-index) to cause-index
            move cause-failed(cause-index) to ws-num-edit3
            move cause-users(cause-index) to ws-num-edit4
            display "  cluster " trim(ws-num-edit) ": "
                trim(cause-kind(cause-index)) " "
                trim(cause-value(cause-index)) " -- "
                trim(ws-num-edit2) " suite(s); " trim(ws-num-edit3)
                " of " trim(ws-num-edit4) " suite(s) sharing it failed"
            move cluster-component(cluster-index) to cause-index
            display "    likely shared component: "
                trim(cause-kind(cause-index)) " "
                trim(cause-value(cause-index))
        end-if
        move 1 to run-index
        perform until run-index > run-suite-count
            if run-cluster(run-index) = cluster-index
                display "    " trim(run-suite(run-index))
            end-if
            add 1 to run-index
        end-perform
        add 1 to cluster-index
    end-perform.

write-clusters section.
    *> "nn|kind|component|suite" per member, for triage-browser
    open output cluster-out.
    if not cluster-out-ok
        display "Error writing " trim(out-file) ": " cluster-out-status upon syserr
        exit section
    end-if.
    move concatenate("# failure clusters for run ", run-date)
        to cluster-out-line.
    write cluster-out-line.
    move 1 to run-index.
    perform until run-index > run-suite-count
        if run-cluster(run-index) > 0
            perform describe-component
            move run-cluster(run-index) to ws-num-edit
            move concatenate(trim(ws-num-edit), "|", trim(component-kind),
                    "|", trim(component-value), "|", trim(run-suite(run-index)))
                to cluster-out-line
            write cluster-out-line
        end-if
        add 1 to run-index
    end-perform.
    close cluster-out.

describe-component section.
    *> component-kind/value of run-index's cluster
    if cluster-component(run-cluster(run-index)) = 0
        move "none" to component-kind
        move "-" to component-value
    else
        move cluster-component(run-cluster(run-index)) to cause-index
        move cause-kind(cause-index) to component-kind
        move cause-value(cause-index) to component-value
    end-if.

*>*
*> one notification per cluster
*>*
load-routes section.
    move routes-file to run-in-path.
    open input run-in.
    if not run-in-ok
        display "Error opening " trim(routes-file) ": " run-in-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to run-in-status.
    perform until run-in-eof
        read run-in
            at end
                move "10" to run-in-status
            not at end
                if trim(run-in-line) not = SPACE
                        and run-in-line(1:1) not = "#"
                    add 1 to routes-count
                    if routes-count > ROUTES-LIMIT
                        display "Fatal: routing file exceeds " ROUTES-LIMIT " entries" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    move SPACE to route-authority route-team
                    unstring run-in-line delimited by all SPACE
                        into route-pattern(routes-count)
                             route-authority
                             route-team
                    end-unstring
                    move SPACE to route-host(routes-count)
                    move "514" to route-port(routes-count)
                    unstring route-authority delimited by ":"
                        into route-host(routes-count)
                             route-port(routes-count)
                        on overflow
                            continue
                    end-unstring
                    if route-port(routes-count) = SPACE
                        move "514" to route-port(routes-count)
                    end-if
                end-if
        end-read
    end-perform.
    close run-in.

route-resolve section.
    *> match lookup-suite against the routing table: an exact suite
    *> name, or a prefix pattern ending in "*"
    move "N" to route-found.
    move 1 to routes-scan-index.
    perform until routes-scan-index > routes-count
        if route-pattern(routes-scan-index)(1:1) not = SPACE
            move length(trim(route-pattern(routes-scan-index)))
                to route-pattern-len
            if route-pattern(routes-scan-index)(route-pattern-len:1) = "*"
                if route-pattern-len = 1
                        or lookup-suite(1:route-pattern-len - 1)
                            = route-pattern(routes-scan-index)(1:route-pattern-len - 1)
                    move "Y" to route-found
                end-if
            else
                if trim(route-pattern(routes-scan-index))
                        = trim(lookup-suite)
                    move "Y" to route-found
                end-if
            end-if
            if is-route-found
                move route-host(routes-scan-index) to route-found-host
                move route-port(routes-scan-index) to route-found-port
                move routes-count to routes-scan-index
            end-if
        end-if
        add 1 to routes-scan-index
    end-perform.

notify-clusters section.
    *> strip a leading http:// or https:// scheme, then split the
    *> remaining host[:port] from the optional /path that follows
    move webhook-url to webhook-scan.
    move 0 to vault-refs.
    inspect webhook-scan tallying vault-refs for all "@vault:".
    if vault-refs > 0
        call "vault-resolve" using webhook-scan, vault-status
            on exception
                display "Error: --webhook " trim(webhook-url)
                    " needs libs/core/vault linked in" upon syserr
                exit section
        end-call
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
        if webhook-scan(1:8) = "https://"
            move webhook-scan(9:) to webhook-scan
        end-if
    end-if.
    move SPACE to webhook-authority webhook-path.
    unstring webhook-scan delimited by "/" into webhook-authority webhook-path.
    move SPACE to webhook-host.
    move "80" to webhook-port.
    unstring webhook-authority delimited by ":" into webhook-host webhook-port
        on overflow
            move "80" to webhook-port
    end-unstring.
    if webhook-port = SPACE
        move "80" to webhook-port
    end-if.
    move 1 to cluster-index.
    perform until cluster-index > cluster-count
        perform notify-one-cluster
        add 1 to cluster-index
    end-perform.
    move notified-count to ws-num-edit.
    display "  " trim(ws-num-edit) " notification(s) sent".

notify-one-cluster section.
    move 0 to run-found.
    move 1 to run-index.
    perform until run-index > run-suite-count
        if run-cluster(run-index) = cluster-index
            if run-found = 0
                move run-index to run-found
            end-if
        end-if
        add 1 to run-index
    end-perform.
    move run-found to run-index.
    perform describe-component.
    move component-value to webhook-component.
    inspect webhook-component replacing all '"' by "'" all "\" by "/".
    move cluster-index to ws-num-edit.
    move cluster-size(cluster-index) to ws-num-edit2.
    move concatenate('{"run":"', run-date, '","cluster":', trim(ws-num-edit),
            ',"suites":', trim(ws-num-edit2), ',"component_kind":"',
            trim(component-kind), '","component":"', trim(webhook-component),
            '","first_suite":"', trim(run-suite(run-found)), '"}')
        to webhook-payload.

    if routes-count = 0
        move send-udp(webhook-host, webhook-port, trim(webhook-payload)) to webhook-result
        add 1 to notified-count
        exit section
    end-if.
    *> once per distinct owning-team endpoint among the members;
    *> members without a route fall back to the --webhook destination
    move 0 to webhook-sent-count.
    move "N" to webhook-default-needed.
    move 1 to run-index.
    perform until run-index > run-suite-count
        if run-cluster(run-index) = cluster-index
            move run-suite(run-index) to lookup-suite
            perform route-resolve
            if is-route-found
                move concatenate(trim(route-found-host), ":",
                        trim(route-found-port))
                    to route-authority
                move "N" to webhook-sent-seen
                move 1 to webhook-sent-scan
                perform until webhook-sent-scan > webhook-sent-count
                    if webhook-sent-authority(webhook-sent-scan)
                            = route-authority
                        move "Y" to webhook-sent-seen
                        move webhook-sent-count to webhook-sent-scan
                    end-if
                    add 1 to webhook-sent-scan
                end-perform
                if webhook-sent-seen = "N"
                        and webhook-sent-count < ROUTES-LIMIT
                    add 1 to webhook-sent-count
                    move route-authority
                        to webhook-sent-authority(webhook-sent-count)
                    move send-udp(route-found-host, route-found-port,
                            trim(webhook-payload))
                        to webhook-result
                    add 1 to notified-count
                end-if
            else
                move "Y" to webhook-default-needed
            end-if
        end-if
        add 1 to run-index
    end-perform.
    if webhook-default-needed = "Y"
        move send-udp(webhook-host, webhook-port, trim(webhook-payload))
            to webhook-result
        add 1 to notified-count
    end-if.
end program failure-cluster.
