*>  failure-detail file spilled and the head of the suite's capture
*>  log, and marks suites for a rerun list written in the exact format
*>  --rerun-failed reads. Screen I/O uses the runtime's positioned
*>  ACCEPT/DISPLAY. With --clusters (the file failure-cluster writes)
*>  the list shows each failing suite's cluster, and a cluster opens
*>  as a unit: its probable cause, every member's failed assertions
*>  on one screen, and one key to mark all its members for rerun.
*>  With --acks (failure-ack's register) the list shows who has
*>  acknowledged each failing suite ("-" for nobody yet), and a
*>  suite's screen gives the acknowledgement in full.
*>  run-journal's notes for the run date are shown where they apply:
*>  a note on the whole run under the suite list (ENVIRONMENTAL in the
*>  title when the night is excluded from statistics), a "J" against
*>  each noted suite, the suite's note on its screen and an
*>  assertion's note on its detail screen. A dump carries no date, so
*>  --date names it.
*>
*>  Keys on the suite list: nn select, m nn mark for rerun, k nn open
*>  cluster, n/p page, w write rerun list and quit, q quit. On a
*>  suite: nn assertion detail, c capture log, b back. On a cluster:
*>  nn assertion detail, m mark all members, b back.
*>
*>  Usage:
*>    triage-browser [--dump path | --archive path]
*>        [--detail failure-detail-file] [--capture dir]
*>        [--rerun rerun.lst] [--clusters path] [--acks path]
*>        [--journal path] [--date YYYYMMDD]
identification division.
program-id. triage-browser.
environment division.
    select rerun-out assign to dynamic rerun-file
    organization is line sequential
    file status is rerun-out-status.
    select clusters-in assign to dynamic clusters-file
    organization is line sequential
    file status is clusters-in-status.
    select acks-in assign to dynamic acks-file
    organization is line sequential
    file status is acks-in-status.
    select journal-in assign to dynamic journal-file
    organization is line sequential
    file status is journal-in-status.
data division.
file section.
fd run-in.
    01 run-in-line pic x(304).
fd detail-in.
    01 detail-in-line pic x(160).
fd capture-in.
    01 capture-in-line pic x(1024).
fd rerun-out.
    01 rerun-out-line pic x(128).
fd clusters-in.
    01 clusters-in-line pic x(256).
fd acks-in.
    01 acks-in-line pic x(256).
fd journal-in.
    01 journal-in-line pic x(320).
working-storage section.
    78 BROWSE-SUITE-LIMIT value 200.
    78 BROWSE-RECORD-LIMIT value 2000.
    78 PAGE-ROWS value 15.
    78 BROWSE-CLUSTER-LIMIT value 200.
    78 BROWSE-ACK-LIMIT value 500.
    78 BROWSE-JOURNAL-LIMIT value 500.
    01 argv pic x(256).
        88 option-dump value "--dump".
        88 option-archive value "--archive".
        88 option-detail value "--detail".
        88 option-capture value "--capture".
        88 option-rerun value "--rerun".
        88 option-clusters value "--clusters".
        88 option-acks value "--acks".
        88 option-journal value "--journal".
        88 option-date value "--date".
    01 dump-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 archive-file pic x(256) value "/tmp/gcblunit-archive.dat".
    01 capture-dir pic x(200) value SPACE.
        88 is-empty value SPACE.
    01 rerun-file pic x(256) value "/tmp/gcblunit-rerun.lst".
    01 clusters-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 acks-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 journal-file pic x(256) value "/tmp/gcblunit-journal.dat".
    01 date-arg pic x(8).
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
        88 capture-in-eof value "10".
    01 rerun-out-status pic x(2).
        88 rerun-out-ok value "00".
    01 clusters-in-status pic x(2).
        88 clusters-in-ok value "00".
        88 clusters-in-eof value "10".
    01 acks-in-status pic x(2).
        88 acks-in-ok value "00".
        88 acks-in-eof value "10".
    01 journal-in-status pic x(2).
        88 journal-in-ok value "00".
        88 journal-in-eof value "10".

    *> the loaded run: per-suite rollup plus the raw assertion records
    01 suite-count usage binary-long unsigned value 0.
            05 browse-asserts usage binary-long unsigned.
            05 browse-fails usage binary-long unsigned.
            05 browse-marked pic x.
            05 browse-cluster usage binary-long unsigned.
            05 browse-ack usage binary-long unsigned.
            05 browse-note usage binary-long unsigned.
    01 suite-index usage binary-long unsigned.
    01 suite-found usage binary-long unsigned.
    01 record-count usage binary-long unsigned value 0.
            05 rec-desc pic x(64).
    01 record-index usage binary-long unsigned.

    *> failure-cluster's clusters: "nn|kind|component|suite" per member
    01 cluster-count usage binary-long unsigned value 0.
    01 cluster-tbl.
        03 cluster-entry occurs BROWSE-CLUSTER-LIMIT times.
            05 cluster-kind pic x(13).
            05 cluster-component pic x(80).
            05 cluster-members usage binary-long unsigned.
    01 cluster-nr-txt pic x(9).
    01 cluster-nr usage binary-long unsigned.
    01 cluster-line-kind pic x(13).
    01 cluster-line-component pic x(80).
    01 cluster-line-suite pic x(128).
    01 current-cluster usage binary-long unsigned value 0.

    *> failure-ack's register: "suite|timestamp|operator|comment"
    01 ack-count usage binary-long unsigned value 0.
    01 ack-tbl.
        03 ack-entry occurs BROWSE-ACK-LIMIT times.
            05 ack-suite pic x(32).
            05 ack-stamp pic x(14).
            05 ack-operator pic x(32).
            05 ack-comment pic x(128).
    01 ack-index usage binary-long unsigned.
    01 ack-line pic x(78).

    *> run-journal's notes for the run date: "id|date|target|stamp|
    *> operator|flag|note", target suite or suite#nnnn (empty for the
    *> whole run), flag E for a night excluded from statistics
    01 journal-count usage binary-long unsigned value 0.
    01 journal-tbl.
        03 journal-entry occurs BROWSE-JOURNAL-LIMIT times.
            05 journal-target pic x(48).
            05 journal-suite pic x(48).
            05 journal-stamp pic x(14).
            05 journal-operator pic x(32).
            05 journal-flag pic x.
                88 is-environmental value "E".
            05 journal-note pic x(128).
    01 journal-index usage binary-long unsigned.
    01 journal-id-txt pic x(9).
    01 journal-date-txt pic x(8).
    01 run-note usage binary-long unsigned value 0.
    01 run-environmental pic x value "N".
        88 is-run-environmental value "Y".
    01 note-line pic x(78).

    01 ws-dump-record.
        05 dump-status pic x.
        05 dump-suite pic x(32).
        05 dump-actual pic x(32).
        05 dump-desc pic x(64).
    01 newest-date pic 9(8) value 0.
    01 run-date pic 9(8) value 0.
    01 line-date pic 9(8).
    01 first-line-seen pic x.

            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to rerun-file
        when option-clusters
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to clusters-file
        when option-acks
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to acks-file
        when option-journal
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to journal-file
        when option-date
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to date-arg
            move numval(date-arg) to run-date
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
        move 1 to RETURN-CODE
        stop run
    end-if.
    if not is-empty of clusters-file
        perform load-clusters
    end-if.
    if not is-empty of acks-file
        perform load-acks
    end-if.
    if newest-date > 0
        move newest-date to run-date
    end-if.
    if run-date > 0
        perform load-journal
    end-if.

    perform until browsing = "N"
        evaluate TRUE
        when current-cluster > 0
            perform show-cluster-detail
            perform handle-cluster-command
        when current-suite = 0
            perform show-suite-list
            perform handle-list-command
        when other
            perform show-suite-detail
            perform handle-detail-command
        end-evaluate
    end-perform.
    display SPACE.
    stop run.
    end-if.
    move concatenate(trim(store-base), "/gcblunit-archive.dat")
        to archive-file.
    move concatenate(trim(store-base), "/gcblunit-journal.dat")
        to journal-file.

load-from-dump section.
    *> a --dump-summary file: the totals header first, then the
                move "10" to run-in-status
            not at end
                move numval(run-in-line(1:8)) to line-date
                *> a chain checkpoint record names no suite
                if line-date = newest-date and run-in-line(11:32) not = SPACE
                    move run-in-line(10:181) to ws-dump-record
                    perform note-one-record
                end-if
        move suite-count to suite-found
        move dump-suite to browse-suite(suite-found)
        move "N" to browse-marked(suite-found)
        move 0 to browse-cluster(suite-found) browse-ack(suite-found)
            browse-note(suite-found)
    end-if.
    add 1 to browse-asserts(suite-found).
    if dump-status = "F"
        add 1 to browse-fails(suite-found)
    end-if.

load-clusters section.
    *> only the clusters' members that are in the loaded run count
    open input clusters-in.
    if not clusters-in-ok
        display "Error opening " trim(clusters-file) ": " clusters-in-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to clusters-in-status.
    perform until clusters-in-eof
        read clusters-in
            at end
                move "10" to clusters-in-status
            not at end
                if trim(clusters-in-line) not = SPACE
                        and clusters-in-line(1:1) not = "#"
                    move SPACE to cluster-nr-txt cluster-line-kind
                        cluster-line-component cluster-line-suite
                    unstring clusters-in-line delimited by "|"
                        into cluster-nr-txt cluster-line-kind
                             cluster-line-component cluster-line-suite
                    end-unstring
                    move numval(cluster-nr-txt) to cluster-nr
                    if cluster-nr >= 1 and cluster-nr <= BROWSE-CLUSTER-LIMIT
                        perform note-cluster-member
                    end-if
                end-if
        end-read
    end-perform.
    close clusters-in.

note-cluster-member section.
    move 1 to suite-index.
    perform until suite-index > suite-count
        if trim(browse-suite(suite-index)) = trim(cluster-line-suite)
            move cluster-nr to browse-cluster(suite-index)
            if cluster-nr > cluster-count
                move cluster-nr to cluster-count
            end-if
            move cluster-line-kind to cluster-kind(cluster-nr)
            move cluster-line-component to cluster-component(cluster-nr)
            add 1 to cluster-members(cluster-nr)
            exit section
        end-if
        add 1 to suite-index
    end-perform.

load-acks section.
    *> a missing register just means nothing is acknowledged yet
    open input acks-in.
    if not acks-in-ok
        exit section
    end-if.
    move SPACE to acks-in-status.
    perform until acks-in-eof
        read acks-in
            at end
                move "10" to acks-in-status
            not at end
                if trim(acks-in-line) not = SPACE
                        and acks-in-line(1:1) not = "#"
                        and ack-count < BROWSE-ACK-LIMIT
                    add 1 to ack-count
                    unstring acks-in-line delimited by "|"
                        into ack-suite(ack-count) ack-stamp(ack-count)
                             ack-operator(ack-count) ack-comment(ack-count)
                    end-unstring
                    perform note-suite-ack
                end-if
        end-read
    end-perform.
    close acks-in.

note-suite-ack section.
    move 1 to suite-index.
    perform until suite-index > suite-count
        if browse-suite(suite-index) = ack-suite(ack-count)
            move ack-count to browse-ack(suite-index)
            exit section
        end-if
        add 1 to suite-index
    end-perform.

load-journal section.
    *> a missing journal just means nothing was noted
    open input journal-in.
    if not journal-in-ok
        exit section
    end-if.
    move SPACE to journal-in-status.
    perform until journal-in-eof
        read journal-in
            at end
                move "10" to journal-in-status
            not at end
                move SPACE to journal-date-txt
                if trim(journal-in-line) not = SPACE
                        and journal-in-line(1:1) not = "#"
                        and journal-count < BROWSE-JOURNAL-LIMIT
                    add 1 to journal-count
                    unstring journal-in-line delimited by "|"
                        into journal-id-txt
                             journal-date-txt
                             journal-target(journal-count)
                             journal-stamp(journal-count)
                             journal-operator(journal-count)
                             journal-flag(journal-count)
                             journal-note(journal-count)
                    end-unstring
                    if journal-date-txt is not numeric
                        subtract 1 from journal-count
                    else
                        if numval(journal-date-txt) not = run-date
                            subtract 1 from journal-count
                        else
                            perform note-journal-entry
                        end-if
                    end-if
                end-if
        end-read
    end-perform.
    close journal-in.

note-journal-entry section.
    *> the latest note wins a suite's screen; under the list goes the
    *> first run note, or the first that excludes the night
    if journal-target(journal-count) = SPACE
        if run-note = 0
            move journal-count to run-note
        end-if
        if is-environmental(journal-count) and not is-run-environmental
            move journal-count to run-note
            move "Y" to run-environmental
        end-if
        exit section
    end-if.
    unstring journal-target(journal-count) delimited by "#"
        into journal-suite(journal-count)
    end-unstring.
    move 1 to suite-index.
    perform until suite-index > suite-count
        if browse-suite(suite-index) = journal-suite(journal-count)
            move journal-count to browse-note(suite-index)
            exit section
        end-if
        add 1 to suite-index
    end-perform.

show-suite-list section.
    display SPACE at line 1 column 1 with blank screen.
    if newest-date > 0
        display "GCBLUnit triage -- " at line 1 column 2
        display trim(dump-file) at line 1 column 21
    end-if.
    if is-run-environmental
        display "ENVIRONMENTAL" at line 1 column 66
    end-if.
    display "  nn suite                             asserts fails mark"
        at line 2 column 1.
    if cluster-count > 0
        display "cl" at line 2 column 59
    end-if.
    if not is-empty of acks-file
        display "ack" at line 2 column 63
    end-if.
    move 3 to screen-row.
    move page-start to suite-index.
    perform until suite-index > suite-count
        display ws-num-edit(3:7) at line screen-row column 40
        move browse-fails(suite-index) to ws-num-edit
        display ws-num-edit(5:5) at line screen-row column 48
        if browse-note(suite-index) > 0
            display "J" at line screen-row column 54
        end-if
        if browse-marked(suite-index) = "Y"
            display "R" at line screen-row column 56
        end-if
        if browse-cluster(suite-index) > 0
            move browse-cluster(suite-index) to ws-num-edit
            display ws-num-edit(6:4) at line screen-row column 57
        end-if
        if not is-empty of acks-file and browse-fails(suite-index) > 0
            if browse-ack(suite-index) > 0
                display ack-operator(browse-ack(suite-index))(1:16)
                    at line screen-row column 63
            else
                display "-" at line screen-row column 63
            end-if
        end-if
        add 1 to screen-row
        add 1 to suite-index
    end-perform.
    if run-note > 0
        move concatenate("journal: ", trim(journal-operator(run-note)),
                ": ", trim(journal-note(run-note)))
            to note-line
        display note-line at line 18 column 2
    end-if.
    display "nn=open  m nn=mark rerun  n=next p=prev  w=write+quit"
        " q=quit" at line 20 column 2.
    if cluster-count > 0
        display "k nn=open cluster" at line 19 column 2
    end-if.
    display "> " at line 21 column 2.

handle-list-command section.
                move "Y" to browse-marked(pick-nr)
            end-if
        end-if
    when command-key = "k" or command-key = "K"
        move numval(command-arg) to pick-nr
        if pick-nr >= 1 and pick-nr <= cluster-count
            if cluster-members(pick-nr) > 0
                move pick-nr to current-cluster
            end-if
        end-if
    when other
        move numval(cmd-line) to pick-nr
        if pick-nr >= 1 and pick-nr <= suite-count
        end-if
        add 1 to record-index
    end-perform.
    if not is-empty of acks-file and browse-fails(current-suite) > 0
        if browse-ack(current-suite) > 0
            move browse-ack(current-suite) to ack-index
            move concatenate("acked by ", trim(ack-operator(ack-index)),
                    " at ", ack-stamp(ack-index), ": ",
                    trim(ack-comment(ack-index)))
                to ack-line
        else
            move "not acknowledged" to ack-line
        end-if
        display ack-line at line 19 column 2
    end-if.
    if browse-note(current-suite) > 0
        move browse-note(current-suite) to journal-index
        move concatenate("journal: ", trim(journal-target(journal-index)),
                " by ", trim(journal-operator(journal-index)), ": ",
                trim(journal-note(journal-index)))
            to note-line
        display note-line at line 18 column 2
    end-if.
    display "nn=full detail  c=capture log  b=back"
        at line 20 column 2.
    display "> " at line 21 column 2.
        end-if
    end-evaluate.

show-cluster-detail section.
    *> the cluster as a unit: its cause, then every member's failures
    display SPACE at line 1 column 1 with blank screen.
    move current-cluster to ws-num-edit.
    move cluster-members(current-cluster) to ws-num-edit2.
    display concatenate("cluster ", trim(ws-num-edit), ": ",
            trim(ws-num-edit2), " suite(s), ",
            trim(cluster-kind(current-cluster)), " ",
            trim(cluster-component(current-cluster)))
        at line 1 column 2.
    display "  nn suite                            name             expected"
        at line 2 column 1.
    move 3 to screen-row.
    move 0 to shown-rows.
    move 1 to record-index.
    perform until record-index > record-count
            or shown-rows >= PAGE-ROWS
        if rec-status(record-index) = "F"
            move 0 to suite-found
            move 1 to suite-index
            perform until suite-index > suite-count
                if browse-suite(suite-index) = rec-suite(record-index)
                    move suite-index to suite-found
                    move suite-count to suite-index
                end-if
                add 1 to suite-index
            end-perform
            if suite-found > 0
                if browse-cluster(suite-found) = current-cluster
                    move record-index to ws-num-edit
                    display ws-num-edit(6:4) at line screen-row column 1
                    display rec-suite(record-index)
                        at line screen-row column 6
                    display rec-name(record-index)
                        at line screen-row column 39
                    display rec-expected(record-index)(1:24)
                        at line screen-row column 56
                    add 1 to screen-row
                    add 1 to shown-rows
                end-if
            end-if
        end-if
        add 1 to record-index
    end-perform.
    display "nn=full detail  m=mark all members for rerun  b=back"
        at line 20 column 2.
    display "> " at line 21 column 2.

handle-cluster-command section.
    move SPACE to cmd-line.
    accept cmd-line at line 21 column 4.
    move SPACE to command-key.
    move cmd-line(1:1) to command-key.
    evaluate true
    when command-key = "b" or command-key = "B"
        move 0 to current-cluster
    when command-key = "q" or command-key = "Q"
        move "N" to browsing
    when command-key = "m" or command-key = "M"
        move 1 to suite-index
        perform until suite-index > suite-count
            if browse-cluster(suite-index) = current-cluster
                move "Y" to browse-marked(suite-index)
            end-if
            add 1 to suite-index
        end-perform
        move 0 to current-cluster
    when other
        move numval(cmd-line) to pick-nr
        if pick-nr >= 1 and pick-nr <= record-count
            perform show-assertion-detail
        end-if
    end-evaluate.

show-assertion-detail section.
    display SPACE at line 1 column 1 with blank screen.
    display rec-suite(pick-nr) at line 1 column 2.
    display rec-actual(pick-nr) at line 3 column 12.
    display "desc:     " at line 4 column 2.
    display rec-desc(pick-nr) at line 4 column 12.
    move concatenate(trim(rec-suite(pick-nr)), "#", rec-nr(pick-nr))
        to detail-key.
    move journal-count to journal-index.
    perform until journal-index = 0
        if journal-target(journal-index) = detail-key
            move concatenate("journal: ", trim(journal-operator(journal-index)),
                    " at ", journal-stamp(journal-index), ": ",
                    trim(journal-note(journal-index)))
                to note-line
            display note-line at line 5 column 2
            exit perform
        end-if
        subtract 1 from journal-index
    end-perform.
    *> the full spilled values, straight from the failure-detail file
    if not is-empty of detail-file
        move concatenate(trim(rec-suite(pick-nr)), "#",
