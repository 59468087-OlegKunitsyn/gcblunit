       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit failure aging and repair times
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  How long things stay broken -- the number the service review asks
*>  for and team-scorecard's pass rates do not give. The assertion
*>  archive is walked oldest to newest and every failure episode of
*>  every assertion (suite and stable key) found: it opens on the
*>  first failing run date and closes on the first later run date the
*>  assertion passed -- or, when the archive never shows it again
*>  (renamed, removed), the first later date the outcome history
*>  shows its whole suite passing. Reported:
*>    - open episodes with their age in days and, when the
*>      known-issues register has one, the ticket; counted into the
*>      aging buckets 0-2, 3-7, 8-30 and over 30 days so long-standing
*>      red stays visible instead of normalized;
*>    - episodes closed in the month with their time to repair;
*>    - per team (the catalog's ownership column, "(unowned)" when a
*>      suite is not cataloged) the mean and median time to repair
*>      of that month's closed episodes.
*>  Ages run to --as-of (today by default); the month is --month, or
*>  the --as-of month. Archive records from before keys were kept go
*>  under their ordinal ("#nnnn") until assertion-rekey is run.
*>
*>  Usage:
*>    failure-aging catalog.dat [--archive path] [--history path]
*>        [--known-issues path] [--month YYYYMM] [--as-of YYYYMMDD]
identification division.
program-id. failure-aging.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select catalog assign to dynamic catalog-file
    organization is line sequential
    file status is catalog-file-status.
    select archive assign to dynamic archive-file
    organization is line sequential
    file status is archive-file-status.
    select history assign to dynamic history-file
    organization is line sequential
    file status is history-file-status.
    select register assign to dynamic register-file
    organization is line sequential
    file status is register-file-status.
data division.
file section.
fd catalog.
    01 catalog-line pic x(512).
fd archive.
    01 archive-line pic x(304).
fd history.
    01 history-line pic x(160).
fd register.
    01 register-line pic x(256).
working-storage section.
    78 SUITE-LIMIT value 5000.
    78 TRACK-LIMIT value 20000.
    78 EPISODE-LIMIT value 20000.
    78 KNOWN-ISSUES-LIMIT value 200.
    78 TEAM-LIMIT value 200.
    01 argv pic x(256).
        88 option-archive value "--archive".
        88 option-history value "--history".
        88 option-known-issues value "--known-issues".
        88 option-month value "--month".
        88 option-as-of value "--as-of".
    01 catalog-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 archive-file pic x(256) value "/tmp/gcblunit-archive.dat".
    01 history-file pic x(256) value "/tmp/gcblunit-history.dat".
    01 register-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 month-filter pic x(6) value SPACE.
        88 is-empty value SPACE.
    01 date-arg pic x(8).
    01 as-of-date pic 9(8) value 0.
    01 catalog-file-status pic x(2).
        88 catalog-ok value "00".
        88 catalog-eof value "10".
    01 archive-file-status pic x(2).
        88 archive-ok value "00".
        88 archive-eof value "10".
    01 history-file-status pic x(2).
        88 history-ok value "00".
        88 history-eof value "10".
    01 register-file-status pic x(2).
        88 register-ok value "00".
        88 register-eof value "10".

    *> ownership map from the catalog
    01 suite-count usage binary-long unsigned value 0.
    01 suite-tbl.
        03 suite-entry occurs SUITE-LIMIT times.
            05 suite-name pic x(128).
            05 suite-team pic x(32).
    01 suite-index usage binary-long unsigned.
    01 cat-suite pic x(128).
    01 cat-team pic x(32).

    *> the known-issues register
    01 known-count usage binary-long unsigned value 0.
    01 known-tbl.
        03 known-issue occurs KNOWN-ISSUES-LIMIT times.
            05 known-suite pic x(32).
            05 known-key pic x(48).
            05 known-ticket pic x(16).
            05 known-note pic x(64).
    01 known-index usage binary-long unsigned.

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
    01 line-key pic x(48).
    01 key-nr-edit pic 9(4).

    *> every assertion seen, with its episode if one is open
    01 track-count usage binary-long unsigned value 0.
    01 track-tbl.
        03 track-entry occurs TRACK-LIMIT times.
            05 track-suite pic x(32).
            05 track-key pic x(48).
            05 track-open pic x.
                88 is-track-open value "Y".
            05 track-since pic 9(8).
            05 track-last-fail pic 9(8).
    01 track-index usage binary-long unsigned.
    01 track-found usage binary-long unsigned.
    01 track-hint usage binary-long unsigned value 0.

    *> every closed episode
    01 episode-count usage binary-long unsigned value 0.
    01 episode-tbl.
        03 episode-entry occurs EPISODE-LIMIT times.
            05 episode-suite pic x(32).
            05 episode-key pic x(48).
            05 episode-since pic 9(8).
            05 episode-closed pic 9(8).
            05 episode-days usage binary-long unsigned.
            05 episode-team pic x(32).
            05 episode-by-suite pic x.
    01 episode-index usage binary-long unsigned.
    01 close-by-suite pic x.
    01 overflow-warned pic x value "N".

    01 hist-date-txt pic x(8).
    01 hist-date pic 9(8).
    01 hist-suite pic x(128).
    01 hist-retries pic x(9).
    01 hist-status pic x(1).

    *> aging buckets of the open episodes: 0-2, 3-7, 8-30, 31 and over
    01 bucket-counts.
        03 bucket-count usage binary-long unsigned occurs 4 times.
    01 bucket-index usage binary-long unsigned.
    01 age-days usage binary-long unsigned.
    01 age-bucket pic x(5).
    01 open-count usage binary-long unsigned value 0.
    01 closed-in-month usage binary-long unsigned value 0.

    *> per team time to repair, the team's days sorted for the median
    01 team-count usage binary-long unsigned value 0.
    01 team-tbl.
        03 team-entry occurs TEAM-LIMIT times.
            05 team-name pic x(32).
    01 team-index usage binary-long unsigned.
    01 line-team pic x(32).
    01 ttr-count usage binary-long unsigned.
    01 ttr-tbl.
        03 ttr-days usage binary-long unsigned occurs EPISODE-LIMIT times.
    01 ttr-total usage binary-long unsigned.
    01 ttr-outer usage binary-long unsigned.
    01 ttr-inner usage binary-long unsigned.
    01 ttr-best usage binary-long unsigned.
    01 ttr-swap usage binary-long unsigned.
    01 ttr-mean pic 9(7)v9.
    01 ttr-median pic 9(7)v9.
    01 ttr-edit pic z(6)9.9.
    01 ttr-edit-2 pic z(6)9.9.

    01 ticket-text pic x(16).
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
    01 ws-num-edit3 pic z(8)9.
    01 ws-num-edit4 pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    accept catalog-file from ARGUMENT-VALUE.
    if is-empty of catalog-file
        perform show-usage
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-archive
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to archive-file
        when option-history
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to history-file
        when option-known-issues
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to register-file
        when option-month
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to month-filter
        when option-as-of
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to date-arg
            move numval(date-arg) to as-of-date
        when other
            display "Error: unknown option " trim(argv) upon syserr
            perform show-usage
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if as-of-date = 0
        accept as-of-date from DATE YYYYMMDD
    end-if.
    if test-date-yyyymmdd(as-of-date) not = 0
        display "Error: --as-of takes a date YYYYMMDD" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if is-empty of month-filter
        move as-of-date(1:6) to month-filter
    end-if.

    perform load-catalog.
    if not is-empty of register-file
        perform load-register
    end-if.
    perform walk-archive.
    perform walk-history.

    display "Failure aging as of " as-of-date ":".
    perform print-open-episodes.
    perform print-closed-episodes.
    perform print-team-mttr.
    move 0 to RETURN-CODE.
    stop run.

show-usage section.
    display "Usage: failure-aging catalog.dat [--archive path]"
        " [--history path] [--known-issues path] [--month YYYYMM]"
        " [--as-of YYYYMMDD]" upon syserr.

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
                    if cat-suite not = SPACE
                        add 1 to suite-count
                        if suite-count > SUITE-LIMIT
                            display "Fatal: catalog exceeds " SUITE-LIMIT " entries" upon syserr
                            move 3 to RETURN-CODE
                            stop run
                        end-if
                        move trim(cat-suite) to suite-name(suite-count)
                        move cat-team to suite-team(suite-count)
                        if suite-team(suite-count) = SPACE
                            move "(unowned)" to suite-team(suite-count)
                        end-if
                    end-if
                end-if
        end-read
    end-perform.
    close catalog.

load-register section.
    *> "suite|key|ticket|note", see known-issues
    open input register.
    if not register-ok
        display "Error opening " trim(register-file) ": " register-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to register-file-status.
    perform until register-eof
        read register
            at end
                move "10" to register-file-status
            not at end
                if trim(register-line) not = SPACE
                        and register-line(1:1) not = "#"
                    add 1 to known-count
                    if known-count > KNOWN-ISSUES-LIMIT
                        display "Fatal: register exceeds "
                            KNOWN-ISSUES-LIMIT " entries" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    unstring register-line delimited by "|"
                        into known-suite(known-count)
                             known-key(known-count)
                             known-ticket(known-count)
                             known-note(known-count)
                    end-unstring
                end-if
        end-read
    end-perform.
    close register.

*>*
*> episodes
*>*
walk-archive section.
    open input archive.
    if not archive-ok
        display "Error opening " trim(archive-file) ": " archive-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to archive-file-status.
    perform until archive-eof
        move SPACE to archive-line
        read archive
            at end
                move "10" to archive-file-status
            not at end
                move archive-line to ws-archive-record
                if arc-suite not = SPACE and arc-date is numeric
                        and arc-date <= as-of-date
                    perform note-archive-record
                end-if
        end-read
    end-perform.
    close archive.

note-archive-record section.
    *> skips and budget overruns say nothing about whether it works
    if arc-status = "S" or arc-status = "B"
        exit section
    end-if.
    if arc-key = SPACE
        move arc-nr to key-nr-edit
        move concatenate("#", key-nr-edit) to line-key
    else
        move arc-key to line-key
    end-if.
    perform find-track.
    if arc-status = "F"
        if not is-track-open(track-found)
            move "Y" to track-open(track-found)
            move arc-date to track-since(track-found)
        end-if
        move arc-date to track-last-fail(track-found)
    else
        if is-track-open(track-found)
            move "N" to close-by-suite
            move arc-date to hist-date
            perform close-episode
        end-if
    end-if.

find-track section.
    *> the archive repeats each run in the same order, so the entry
    *> after the last one found is nearly always the next one wanted
    move 0 to track-found.
    add 1 to track-hint.
    if track-hint <= track-count
        if track-suite(track-hint) = arc-suite
                and track-key(track-hint) = line-key
            move track-hint to track-found
            exit section
        end-if
    end-if.
    move 1 to track-index.
    perform until track-index > track-count
        if track-suite(track-index) = arc-suite
                and track-key(track-index) = line-key
            move track-index to track-found
            move track-index to track-hint
            exit section
        end-if
        add 1 to track-index
    end-perform.
    if track-count >= TRACK-LIMIT
        display "Fatal: more than " TRACK-LIMIT " assertions in "
            trim(archive-file) upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to track-count.
    move track-count to track-found track-hint.
    move arc-suite to track-suite(track-found).
    move line-key to track-key(track-found).
    move "N" to track-open(track-found).
    move 0 to track-since(track-found) track-last-fail(track-found).

close-episode section.
    *> the episode of track-found ends on hist-date
    move "N" to track-open(track-found).
    if episode-count >= EPISODE-LIMIT
        if overflow-warned = "N"
            display "Warning: more than " EPISODE-LIMIT
                " closed episodes; the oldest are kept" upon syserr
            move "Y" to overflow-warned
        end-if
        exit section
    end-if.
    add 1 to episode-count.
    move track-suite(track-found) to episode-suite(episode-count).
    move track-key(track-found) to episode-key(episode-count).
    move track-since(track-found) to episode-since(episode-count).
    move hist-date to episode-closed(episode-count).
    compute episode-days(episode-count) = integer-of-date(hist-date)
        - integer-of-date(track-since(track-found)).
    move close-by-suite to episode-by-suite(episode-count).
    move track-suite(track-found) to hist-suite.
    perform find-team.
    move line-team to episode-team(episode-count).

walk-history section.
    *> an episode the archive never closed ends the first later date
    *> its whole suite passed
    open input history.
    if not history-ok
        display "Warning: no outcome history at " trim(history-file)
            upon syserr
        exit section
    end-if.
    move SPACE to history-file-status.
    perform until history-eof
        read history
            at end
                move "10" to history-file-status
            not at end
                move SPACE to hist-date-txt hist-suite hist-retries hist-status
                unstring history-line delimited by all SPACE
                    into hist-date-txt hist-suite hist-retries hist-status
                end-unstring
                if hist-status = "P" and hist-date-txt is numeric
                    move hist-date-txt to hist-date
                    if hist-date <= as-of-date
                        perform close-by-history
                    end-if
                end-if
        end-read
    end-perform.
    close history.

close-by-history section.
    move 1 to track-found.
    perform until track-found > track-count
        if is-track-open(track-found)
                and track-suite(track-found) = hist-suite
                and track-last-fail(track-found) < hist-date
            move "Y" to close-by-suite
            perform close-episode
        end-if
        add 1 to track-found
    end-perform.

find-team section.
    *> hist-suite's owning team, from the catalog join
    move "(unowned)" to line-team.
    move 1 to suite-index.
    perform until suite-index > suite-count
        if trim(suite-name(suite-index)) = trim(hist-suite)
            move suite-team(suite-index) to line-team
            move suite-count to suite-index
        end-if
        add 1 to suite-index
    end-perform.

find-ticket section.
    *> the register's ticket for track-index's assertion, if any
    move SPACE to ticket-text.
    move 1 to known-index.
    perform until known-index > known-count
        if trim(known-suite(known-index)) = trim(track-suite(track-index))
                and (known-key(known-index) = track-key(track-index)
                     or known-key(known-index) = "*")
            move known-ticket(known-index) to ticket-text
            move known-count to known-index
        end-if
        add 1 to known-index
    end-perform.

*>*
*> the report
*>*
print-open-episodes section.
    display "  open episodes (suite key since age bucket ticket):".
    move 1 to track-index.
    perform until track-index > track-count
        if is-track-open(track-index)
            add 1 to open-count
            compute age-days = integer-of-date(as-of-date)
                - integer-of-date(track-since(track-index))
            evaluate TRUE
            when age-days <= 2
                move 1 to bucket-index
                move "0-2" to age-bucket
            when age-days <= 7
                move 2 to bucket-index
                move "3-7" to age-bucket
            when age-days <= 30
                move 3 to bucket-index
                move "8-30" to age-bucket
            when other
                move 4 to bucket-index
                move "30+" to age-bucket
            end-evaluate
            add 1 to bucket-count(bucket-index)
            perform find-ticket
            move age-days to ws-num-edit
            display "    " trim(track-suite(track-index)) " "
                trim(track-key(track-index)) " "
                track-since(track-index) " " trim(ws-num-edit) "d "
                trim(age-bucket) " " trim(ticket-text)
        end-if
        add 1 to track-index
    end-perform.
    if open-count = 0
        display "    (none)"
    end-if.
    move bucket-count(1) to ws-num-edit.
    move bucket-count(2) to ws-num-edit2.
    move bucket-count(3) to ws-num-edit3.
    move bucket-count(4) to ws-num-edit4.
    display "  aging (open): 0-2 days " trim(ws-num-edit)
        ", 3-7 days " trim(ws-num-edit2)
        ", 8-30 days " trim(ws-num-edit3)
        ", over 30 days " trim(ws-num-edit4).

print-closed-episodes section.
    display "  closed in " month-filter
        " (suite key opened closed days-to-repair):".
    move 1 to episode-index.
    perform until episode-index > episode-count
        if episode-closed(episode-index)(1:6) = month-filter
            add 1 to closed-in-month
            move episode-days(episode-index) to ws-num-edit
            if episode-by-suite(episode-index) = "Y"
                display "    " trim(episode-suite(episode-index)) " "
                    trim(episode-key(episode-index)) " "
                    episode-since(episode-index) " "
                    episode-closed(episode-index) " "
                    trim(ws-num-edit) " (suite passed without it)"
            else
                display "    " trim(episode-suite(episode-index)) " "
                    trim(episode-key(episode-index)) " "
                    episode-since(episode-index) " "
                    episode-closed(episode-index) " "
                    trim(ws-num-edit)
            end-if
            perform note-team
        end-if
        add 1 to episode-index
    end-perform.
    if closed-in-month = 0
        display "    (none)"
    end-if.

note-team section.
    move 1 to team-index.
    perform until team-index > team-count
        if team-name(team-index) = episode-team(episode-index)
            exit section
        end-if
        add 1 to team-index
    end-perform.
    if team-count < TEAM-LIMIT
        add 1 to team-count
        move episode-team(episode-index) to team-name(team-count)
    end-if.

print-team-mttr section.
    display "  time to repair per team for " month-filter
        " (team closed mean median, days):".
    move 1 to team-index.
    perform until team-index > team-count
        perform team-mttr
        add 1 to team-index
    end-perform.
    if team-count = 0
        display "    (no episode closed in the month)"
    end-if.

team-mttr section.
    move 0 to ttr-count ttr-total.
    move 1 to episode-index.
    perform until episode-index > episode-count
        if episode-closed(episode-index)(1:6) = month-filter
                and episode-team(episode-index) = team-name(team-index)
            add 1 to ttr-count
            move episode-days(episode-index) to ttr-days(ttr-count)
            add episode-days(episode-index) to ttr-total
        end-if
        add 1 to episode-index
    end-perform.
    *> selection sort, as flakiness-report ranks its suites
    move 1 to ttr-outer.
    perform until ttr-outer >= ttr-count
        move ttr-outer to ttr-best
        compute ttr-inner = ttr-outer + 1
        perform until ttr-inner > ttr-count
            if ttr-days(ttr-inner) < ttr-days(ttr-best)
                move ttr-inner to ttr-best
            end-if
            add 1 to ttr-inner
        end-perform
        if ttr-best not = ttr-outer
            move ttr-days(ttr-outer) to ttr-swap
            move ttr-days(ttr-best) to ttr-days(ttr-outer)
            move ttr-swap to ttr-days(ttr-best)
        end-if
        add 1 to ttr-outer
    end-perform.
    compute ttr-mean rounded = ttr-total / ttr-count.
    if mod(ttr-count, 2) = 1
        compute ttr-median = ttr-days((ttr-count + 1) / 2)
    else
        compute ttr-median rounded = (ttr-days(ttr-count / 2)
            + ttr-days(ttr-count / 2 + 1)) / 2
    end-if.
    move ttr-count to ws-num-edit.
    move ttr-mean to ttr-edit.
    move ttr-median to ttr-edit-2.
    display "    " trim(team-name(team-index)) " " trim(ws-num-edit) " "
        trim(ttr-edit) " " trim(ttr-edit-2).
end program failure-aging.
