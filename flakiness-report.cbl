*>  the --retry attempts it burned plus one point for every time its
*>  outcome flipped between pass and fail across consecutive runs, so
*>  a suite that fails the same way every night (broken, not flaky)
*>  ranks below one that alternates. Nights run-journal marks
*>  environmental (a known outage, not the code) are left out.
*>
*>  Usage:
*>    flakiness-report [--history path] [--runs N] [--journal path]
identification division.
program-id. flakiness-report.
environment division.
    select history assign to dynamic history-file
    organization is line sequential
    file status is history-file-status.
    select journal assign to dynamic journal-file
    organization is line sequential
    file status is journal-file-status.
data division.
file section.
fd history.
    01 history-line pic x(160).
fd journal.
    01 journal-line pic x(320).
working-storage section.
    78 SUITE-LIMIT value 5000.
    78 EXCLUDED-LIMIT value 500.
    01 argv pic x(256).
        88 option-history value "--history".
        88 option-runs value "--runs".
        88 option-journal value "--journal".
    01 history-file pic x(256) value "/tmp/gcblunit-history.dat".
    01 history-file-status pic x(2).
        88 history-ok value "00".
        88 history-eof value "10".
    01 journal-file pic x(256) value "/tmp/gcblunit-journal.dat".
    01 journal-file-status pic x(2).
        88 journal-ok value "00".
        88 journal-eof value "10".
    01 runs-arg pic x(9).
    01 ws-window-runs usage binary-long unsigned value 20.
    01 store-root pic x(200) value SPACE.
    01 counting-pass pic x.
        88 is-counting-pass value "Y".

    *> run-journal's environmental nights: "id|date|target|stamp|
    *> operator|flag|note", flag E excluding the whole run date
    01 excluded-count usage binary-long unsigned value 0.
    01 excluded-tbl.
        03 excluded-date pic x(8) occurs EXCLUDED-LIMIT times.
    01 excluded-index usage binary-long unsigned.
    01 excluded-lines usage binary-long unsigned value 0.
    01 date-excluded pic x.
        88 is-date-excluded value "Y".
    01 journal-id-txt pic x(9).
    01 journal-date pic x(8).
    01 journal-target pic x(48).
    01 journal-stamp pic x(14).
    01 journal-operator pic x(32).
    01 journal-flag pic x.

    *> ranking
    01 sort-outer usage binary-long unsigned.
    01 sort-inner usage binary-long unsigned.
            accept argv from ARGUMENT-VALUE
            move argv to runs-arg
            move numval(runs-arg) to ws-window-runs
        when option-journal
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to journal-file
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
        accept argv from ARGUMENT-VALUE
    end-perform.

    perform load-exclusions.

    *> first pass counts lines per suite so the second pass can skip
    *> everything older than the last N runs of each one
    move "Y" to counting-pass.
    end-if.
    move concatenate(trim(store-base), "/gcblunit-history.dat")
        to history-file.
    move concatenate(trim(store-base), "/gcblunit-journal.dat")
        to journal-file.

load-exclusions section.
    *> no journal means no night is excluded
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
                move SPACE to journal-id-txt journal-date journal-target
                move SPACE to journal-stamp journal-operator journal-flag
                unstring journal-line delimited by "|"
                    into journal-id-txt journal-date journal-target
                         journal-stamp journal-operator journal-flag
                end-unstring
                if journal-flag = "E" and excluded-count < EXCLUDED-LIMIT
                    add 1 to excluded-count
                    move journal-date to excluded-date(excluded-count)
                end-if
        end-read
    end-perform.
    close journal.

check-excluded section.
    move "N" to date-excluded.
    move 1 to excluded-index.
    perform until excluded-index > excluded-count
        if excluded-date(excluded-index) = hist-date-txt
            move "Y" to date-excluded
            exit perform
        end-if
        add 1 to excluded-index
    end-perform.

read-history section.
    open input history.
                    into hist-date-txt hist-suite hist-retries hist-status
                end-unstring
                if hist-suite not = SPACE and hist-status not = SPACE
                    perform check-excluded
                    if is-date-excluded
                        if is-counting-pass
                            add 1 to excluded-lines
                        end-if
                    else
                        perform note-history-line
                    end-if
                end-if
        end-read
    end-perform.
    if reported = 0
        display "  (no flaky suites in the window)"
    end-if.
    if excluded-lines > 0
        move excluded-lines to ws-num-edit
        display "  " trim(ws-num-edit) " history line(s) from environmental"
            " nights excluded (run-journal)"
    end-if.
end program flakiness-report.
