*>  the same hh:mm:ss shape the runner's --deadline takes. The
*>  durations history keeps only each suite's latest measurement, so
*>  the contributor list ranks current cost, not per-suite growth.
*>  Runs on nights run-journal marks environmental (an outage
*>  stretching the run, not the workload) are left out of the fit.
*>
*>  Usage:
*>    batch-forecast --window hh:mm:ss [--trend path]
*>        [--durations path] [--top N] [--journal path]
identification division.
program-id. batch-forecast.
environment division.
    select durations assign to dynamic durations-file
    organization is line sequential
    file status is durations-file-status.
    select journal assign to dynamic journal-file
    organization is line sequential
    file status is journal-file-status.
data division.
file section.
fd trend.
    01 trend-line pic x(128).
fd durations.
    01 durations-line pic x(160).
fd journal.
    01 journal-line pic x(320).
working-storage section.
    78 DURATIONS-LIMIT value 5000.
    78 EXCLUDED-LIMIT value 500.
    01 argv pic x(256).
        88 option-window value "--window".
        88 option-trend value "--trend".
        88 option-durations value "--durations".
        88 option-top value "--top".
        88 option-journal value "--journal".
    01 window-arg pic x(9) value SPACE.
        88 is-empty value SPACE.
    01 trend-file pic x(256) value "/tmp/gcblunit-trend.log".
    01 durations-file pic x(256) value "/tmp/gcblunit-durations.dat".
    01 journal-file pic x(256) value "/tmp/gcblunit-journal.dat".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 durations-file-status pic x(2).
        88 durations-ok value "00".
        88 durations-eof value "10".
    01 journal-file-status pic x(2).
        88 journal-ok value "00".
        88 journal-eof value "10".
    01 ws-window-seconds usage binary-long.

    *> least-squares accumulators over (day number, elapsed seconds)
    01 blow-date pic 9(8).
    01 latest-elapsed usage binary-long value 0.

    *> run-journal's environmental nights: "id|date|target|stamp|
    *> operator|flag|note", flag E excluding the whole run date
    01 excluded-count usage binary-long unsigned value 0.
    01 excluded-tbl.
        03 excluded-date pic x(8) occurs EXCLUDED-LIMIT times.
    01 excluded-index usage binary-long unsigned.
    01 excluded-runs usage binary-long unsigned value 0.
    01 date-excluded pic x.
        88 is-date-excluded value "Y".
    01 journal-id-txt pic x(9).
    01 journal-date pic x(8).
    01 journal-target pic x(48).
    01 journal-stamp pic x(14).
    01 journal-operator pic x(32).
    01 journal-flag pic x.

    01 durations-count usage binary-long unsigned value 0.
    01 durations-tbl.
        03 durations-entry occurs DURATIONS-LIMIT times.
            accept argv from ARGUMENT-VALUE
            move argv to top-arg
            move numval(top-arg) to ws-top-n
        when option-journal
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to journal-file
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
    end-perform.
    if is-empty of window-arg
        display "Usage: batch-forecast --window hh:mm:ss [--trend path]"
            " [--durations path] [--top N] [--journal path]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
        + 60 * numval(window-arg(4:2))
        + numval(window-arg(7:2)).

    perform load-exclusions.
    perform load-trend.
    if point-count < 2
        display "batch-forecast: fewer than two runs in the trend log,"
        to trend-file.
    move concatenate(trim(store-base), "/gcblunit-durations.dat")
        to durations-file.
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
        if excluded-date(excluded-index) = trend-date-txt
            move "Y" to date-excluded
            exit perform
        end-if
        add 1 to excluded-index
    end-perform.

load-trend section.
    open input trend.
                    into trend-date-txt trend-tests-txt trend-fails-txt
                         trend-errors-txt trend-elapsed-txt
                end-unstring
                move "N" to date-excluded
                if trend-date-txt not = SPACE
                        and trend-elapsed-txt not = SPACE
                    perform check-excluded
                end-if
                if is-date-excluded
                    add 1 to excluded-runs
                end-if
                if trend-date-txt not = SPACE
                        and trend-elapsed-txt not = SPACE
                        and not is-date-excluded
                    add 1 to point-count
                    if base-day = 0
                        compute base-day =

    move point-count to ws-num-edit.
    display "batch-forecast over " trim(ws-num-edit) " run(s):".
    if excluded-runs > 0
        move excluded-runs to ws-num-edit
        display "  " trim(ws-num-edit) " run(s) on environmental nights"
            " left out (run-journal)"
    end-if.
    move latest-elapsed to ws-num-edit.
    move ws-window-seconds to ws-num-edit2.
    display "  latest run " trim(ws-num-edit) "s, window "
