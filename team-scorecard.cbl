*>  many of the team's suites sit quarantined -- the spreadsheet the
*>  monthly quality review used to be assembled into by hand. Suites
*>  missing from the catalog roll up under "(unowned)", which is its
*>  own finding. run-journal's notes print under the team they
*>  annotate (a suite's or assertion's note under its owner, notes on
*>  a whole run after the table), and nights it marks environmental
*>  are left out of the numbers.
*>
*>  Usage:
*>    team-scorecard catalog.dat [--history path] [--month YYYYMM]
*>        [--journal path]
identification division.
program-id. team-scorecard.
environment division.
    select history assign to dynamic history-file
    organization is line sequential
    file status is history-file-status.
    select journal assign to dynamic journal-file
    organization is line sequential
    file status is journal-file-status.
data division.
file section.
fd catalog.
    01 catalog-line pic x(512).
fd history.
    01 history-line pic x(160).
fd journal.
    01 journal-line pic x(320).
working-storage section.
    78 SUITE-LIMIT value 5000.
    78 CELL-LIMIT value 600.
    78 JOURNAL-LIMIT value 500.
    01 argv pic x(256).
        88 option-history value "--history".
        88 option-month value "--month".
        88 option-journal value "--journal".
    01 catalog-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 history-file pic x(256) value "/tmp/gcblunit-history.dat".
    01 journal-file pic x(256) value "/tmp/gcblunit-journal.dat".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 history-file-status pic x(2).
        88 history-ok value "00".
        88 history-eof value "10".
    01 journal-file-status pic x(2).
        88 journal-ok value "00".
        88 journal-eof value "10".

    *> ownership map from the catalog
    01 suite-count usage binary-long unsigned value 0.
    01 line-team pic x(32).
    01 line-month pic x(6).

    *> run-journal's notes: "id|date|target|stamp|operator|flag|note",
    *> target suite or suite#nnnn (empty for the whole run), flag E
    *> excluding the run date from the numbers
    01 journal-count usage binary-long unsigned value 0.
    01 journal-tbl.
        03 journal-entry occurs JOURNAL-LIMIT times.
            05 journal-date pic x(8).
            05 journal-target pic x(48).
            05 journal-suite pic x(48).
            05 journal-operator pic x(32).
            05 journal-flag pic x.
                88 is-environmental value "E".
            05 journal-note pic x(128).
    01 journal-index usage binary-long unsigned.
    01 journal-id-txt pic x(9).
    01 journal-stamp pic x(14).
    01 journal-run-notes usage binary-long unsigned value 0.
    01 excluded-lines usage binary-long unsigned value 0.
    01 date-excluded pic x.
        88 is-date-excluded value "Y".

    01 owned-count usage binary-long unsigned.
    01 quarantined-count usage binary-long unsigned.
    01 pass-rate usage binary-long unsigned.
    accept catalog-file from ARGUMENT-VALUE.
    if is-empty of catalog-file
        display "Usage: team-scorecard catalog.dat [--history path]"
            " [--month YYYYMM] [--journal path]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to month-filter
        when option-journal
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to journal-file
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
    end-perform.

    perform load-catalog.
    perform load-journal.
    perform roll-up-history.
    perform print-scorecard.
    stop run.
    end-if.
    move concatenate(trim(store-base), "/gcblunit-history.dat")
        to history-file.
    move concatenate(trim(store-base), "/gcblunit-journal.dat")
        to journal-file.

load-catalog section.
    open input catalog.
    end-perform.
    close catalog.

load-journal section.
    *> no journal means no notes and nothing excluded
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
                if trim(journal-line) not = SPACE
                        and journal-line(1:1) not = "#"
                        and journal-count < JOURNAL-LIMIT
                    add 1 to journal-count
                    unstring journal-line delimited by "|"
                        into journal-id-txt
                             journal-date(journal-count)
                             journal-target(journal-count)
                             journal-stamp
                             journal-operator(journal-count)
                             journal-flag(journal-count)
                             journal-note(journal-count)
                    end-unstring
                    unstring journal-target(journal-count) delimited by "#"
                        into journal-suite(journal-count)
                    end-unstring
                end-if
        end-read
    end-perform.
    close journal.

check-excluded section.
    move "N" to date-excluded.
    move 1 to journal-index.
    perform until journal-index > journal-count
        if is-environmental(journal-index)
                and journal-date(journal-index) = hist-date-txt
            move "Y" to date-excluded
            exit perform
        end-if
        add 1 to journal-index
    end-perform.

roll-up-history section.
    open input history.
    if not history-ok
    if not is-empty of month-filter and line-month not = month-filter
        exit section
    end-if.
    perform check-excluded.
    if is-date-excluded
        add 1 to excluded-lines
        exit section
    end-if.
    *> the owning team, from the catalog join
    move "(unowned)" to line-team.
    move 1 to suite-index.
            trim(ws-num-edit4) " " with no advancing
        move quarantined-count to ws-num-edit
        display trim(ws-num-edit)
        perform print-team-notes
        add 1 to cell-index
    end-perform.
    if cell-count = 0
        display "  (no history in the window)"
    end-if.
    perform print-run-notes.
    if excluded-lines > 0
        move excluded-lines to ws-num-edit
        display "  " trim(ws-num-edit) " history line(s) from environmental"
            " nights excluded (run-journal)"
    end-if.

print-team-notes section.
    *> the month's notes on suites and assertions this team owns
    move 1 to journal-index.
    perform until journal-index > journal-count
        if journal-target(journal-index) not = SPACE
                and journal-date(journal-index)(1:6) = cell-month(cell-index)
            move "(unowned)" to line-team
            move 1 to suite-index
            perform until suite-index > suite-count
                if trim(suite-name(suite-index))
                        = trim(journal-suite(journal-index))
                    move suite-team(suite-index) to line-team
                    exit perform
                end-if
                add 1 to suite-index
            end-perform
            if line-team = cell-team(cell-index)
                display "      note " journal-date(journal-index) " "
                    trim(journal-target(journal-index)) " "
                    trim(journal-operator(journal-index)) ": "
                    trim(journal-note(journal-index))
            end-if
        end-if
        add 1 to journal-index
    end-perform.

print-run-notes section.
    *> notes on whole runs, in the window
    move 1 to journal-index.
    perform until journal-index > journal-count
        if journal-target(journal-index) = SPACE
                and (is-empty of month-filter
                    or journal-date(journal-index)(1:6) = month-filter)
            if journal-run-notes = 0
                display "Run notes:"
            end-if
            add 1 to journal-run-notes
            if is-environmental(journal-index)
                display "  " journal-date(journal-index) " "
                    trim(journal-operator(journal-index))
                    ": [environmental, excluded] "
                    trim(journal-note(journal-index))
            else
                display "  " journal-date(journal-index) " "
                    trim(journal-operator(journal-index)) ": "
                    trim(journal-note(journal-index))
            end-if
        end-if
        add 1 to journal-index
    end-perform.
end program team-scorecard.
