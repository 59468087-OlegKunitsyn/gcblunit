       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit suite catalog maintenance screen
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Full-screen front end to suite-catalog, so a day-to-day change is
*>  a labelled field instead of a hand-assembled "suite|team|tags|..."
*>  record with one column out of place. The list shows every
*>  cataloged suite with its team, quarantine and sensitive flags and
*>  its last outcome from the runner's history (the run date and P or
*>  F) and recorded duration, and filters by team, by tag or to the
*>  quarantined suites. A suite opens in a form, one labelled row per
*>  catalog column, and every edit is checked as it is typed:
*>    team       must own a route in the --routes file
*>    depends    names cataloged suites only, never the suite itself,
*>               and never closes a dependency cycle
*>    resources  names resources already known -- listed in the
*>               resources file (one name per line) or declared by a
*>               cataloged suite
*>    retries, duration, maxstale and the three budgets numeric and
*>               within the catalog's widths; quarantine and sensitive
*>               Y or N
*>  and no value may carry the "|" the catalog separates columns with.
*>  Nothing is written by the screen itself: saving hands each changed
*>  field to suite-catalog as the UPDATE transaction (a new suite as
*>  ADD), so freezes, maker-checker staging of coverage-reducing
*>  changes and the catalog audit trail apply exactly as they do to a
*>  batch change; suite-catalog's replies are shown before the catalog
*>  is reloaded. Requires suite-catalog on the PATH.
*>
*>  Keys on the list: nn open, a name add a suite, t team / g tag
*>  filter (no value clears it), z quarantined only, c clear filters,
*>  n/p page, q quit. On a suite: e nn value edit field nn, s save,
*>  b back, q quit.
*>
*>  Usage:
*>    catalog-screen catalog.dat --routes path [--resources path]
*>        [--history path] [--durations path]
*>  --routes is required: without it no team could be checked.
identification division.
program-id. catalog-screen.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select catalog assign to dynamic catalog-file
    organization is line sequential
    file status is catalog-file-status.
    select routes assign to dynamic routes-file
    organization is line sequential
    file status is routes-file-status.
    select resources assign to dynamic resources-file
    organization is line sequential
    file status is resources-file-status.
    select history assign to dynamic history-file
    organization is line sequential
    file status is history-file-status.
    select durations assign to dynamic durations-file
    organization is line sequential
    file status is durations-file-status.
    select reply-in assign to dynamic reply-file
    organization is line sequential
    file status is reply-in-status.
data division.
file section.
fd catalog.
    01 catalog-line pic x(512).
fd routes.
    01 routes-line pic x(256).
fd resources.
    01 resources-line pic x(128).
fd history.
    01 history-line pic x(160).
fd durations.
    01 durations-line pic x(160).
fd reply-in.
    01 reply-in-line pic x(256).
working-storage section.
    78 SUITE-LIMIT value 5000.
    78 TEAM-LIMIT value 200.
    78 RESOURCE-LIMIT value 500.
    78 PAGE-ROWS value 15.
    78 FORM-FIELDS value 13.
    01 argv pic x(256).
        88 option-routes value "--routes".
        88 option-resources value "--resources".
        88 option-history value "--history".
        88 option-durations value "--durations".
    01 catalog-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 routes-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 resources-file pic x(256) value "/tmp/gcblunit-resources.dat".
    01 history-file pic x(256) value "/tmp/gcblunit-history.dat".
    01 durations-file pic x(256) value "/tmp/gcblunit-durations.dat".
    01 reply-file pic x(256).
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 catalog-file-status pic x(2).
        88 catalog-ok value "00".
        88 catalog-eof value "10".
    01 routes-file-status pic x(2).
        88 routes-ok value "00".
        88 routes-eof value "10".
    01 resources-file-status pic x(2).
        88 resources-ok value "00".
        88 resources-eof value "10".
    01 history-file-status pic x(2).
        88 history-ok value "00".
        88 history-eof value "10".
    01 durations-file-status pic x(2).
        88 durations-ok value "00".
        88 durations-eof value "10".
    01 reply-in-status pic x(2).
        88 reply-in-ok value "00".
        88 reply-in-eof value "10".

    *> the catalog as suite-catalog keeps it, plus what the history
    *> says about each suite
    01 entry-count usage binary-long unsigned value 0.
    01 entry-tbl.
        03 catalog-entry occurs SUITE-LIMIT times.
            05 entry-suite pic x(128).
            05 entry-team pic x(32).
            05 entry-tags pic x(120).
            05 entry-retries pic 9(2).
            05 entry-duration pic 9(5).
            05 entry-quarantine pic x(1).
            05 entry-placement pic x(150).
            05 entry-depends pic x(128).
            05 entry-resources pic x(120).
            05 entry-maxstale pic 9(3).
            05 entry-maxsecs pic 9(5).
            05 entry-maxcpums pic 9(7).
            05 entry-maxpeakkb pic 9(7).
            05 entry-sensitive pic x(1).
            05 entry-last-date pic x(8).
            05 entry-last-status pic x(1).
            05 entry-last-retries pic x(2).
            05 entry-seconds usage binary-long unsigned.
            05 entry-timed pic x.
                88 is-entry-timed value "Y".
            05 entry-visited pic x.
                88 is-entry-visited value "Y".
    01 entry-index usage binary-long unsigned.
    01 entry-found usage binary-long unsigned.
    01 cat-suite pic x(128).
    01 cat-team pic x(32).
    01 cat-tags pic x(120).
    01 cat-retries-txt pic x(9).
    01 cat-duration-txt pic x(9).
    01 cat-quarantine pic x(1).
    01 cat-placement pic x(150).
    01 cat-depends pic x(128).
    01 cat-resources pic x(120).
    01 cat-stale-txt pic x(9).
    01 cat-maxsecs-txt pic x(9).
    01 cat-maxcpums-txt pic x(9).
    01 cat-maxpeakkb-txt pic x(9).
    01 cat-sensitive pic x(1).

    *> the teams the routes file names: "pattern host:port team"
    01 team-count usage binary-long unsigned value 0.
    01 team-tbl.
        03 team-name pic x(32) occurs TEAM-LIMIT times.
    01 team-index usage binary-long unsigned.
    01 route-pattern pic x(128).
    01 route-endpoint pic x(64).
    01 route-team pic x(32).

    *> the resources known to the shop
    01 resource-count usage binary-long unsigned value 0.
    01 resource-tbl.
        03 resource-name pic x(64) occurs RESOURCE-LIMIT times.
    01 resource-index usage binary-long unsigned.
    01 resource-found pic x.
        88 is-resource-found value "Y".

    *> history "date suite retries P|F", durations "suite seconds [cpu]"
    01 hist-date-txt pic x(9).
    01 hist-suite pic x(128).
    01 hist-retries pic x(9).
    01 hist-status pic x(9).
    01 durations-suite pic x(128).
    01 durations-secs-txt pic x(9).

    *> the filtered list
    01 view-count usage binary-long unsigned value 0.
    01 view-tbl.
        03 view-entry usage binary-long unsigned occurs SUITE-LIMIT times.
    01 view-index usage binary-long unsigned.
    01 team-filter pic x(32) value SPACE.
    01 tag-filter pic x(32) value SPACE.
    01 quarantine-filter pic x value "N".
        88 is-quarantine-filter value "Y".
    01 view-matched pic x.
        88 is-view-matched value "Y".
    01 tag-scan pic x(120).
    01 tag-token pic x(32).
    01 tag-remainder pic x(120).

    *> the suite open in the form: the suite-catalog UPDATE field
    *> names, labels and widths, the value as loaded and as edited
    01 form-names-init.
        05 filler pic x(24) value "team        team       ".
        05 filler pic x(24) value "tags        tags       ".
        05 filler pic x(24) value "retries     retries    ".
        05 filler pic x(24) value "duration    duration(s)".
        05 filler pic x(24) value "quarantine  quarantine ".
        05 filler pic x(24) value "placement   placement  ".
        05 filler pic x(24) value "depends     depends    ".
        05 filler pic x(24) value "resources   resources  ".
        05 filler pic x(24) value "maxstale    max stale d".
        05 filler pic x(24) value "maxsecs     max secs   ".
        05 filler pic x(24) value "maxcpums    max cpu ms ".
        05 filler pic x(24) value "maxpeakkb   max peak kB".
        05 filler pic x(24) value "sensitive   sensitive  ".
    01 form-names redefines form-names-init.
        03 form-name-entry occurs FORM-FIELDS times.
            05 form-field pic x(12).
            05 form-label pic x(12).
    01 form-tbl.
        03 form-entry occurs FORM-FIELDS times.
            05 form-value pic x(150).
            05 form-loaded pic x(150).
    01 form-suite pic x(128).
    01 form-index usage binary-long unsigned.
    01 current-entry usage binary-long unsigned value 0.
    01 form-open pic x value "N".
        88 is-form-open value "Y".
    01 form-new pic x value "N".
        88 is-form-new value "Y".
    01 form-changes usage binary-long unsigned.

    *> one edit as typed, and what checking it found
    01 entry-text pic x(150).
    01 entry-bad pic x.
    01 entry-reason pic x(70).
    01 entry-limit usage binary-long unsigned.
    01 entry-number usage binary-long unsigned.
    01 dep-scan pic x(150).
    01 dep-token pic x(128).
    01 dep-remainder pic x(150).
    01 dep-joined pic x(150).
    01 queue-count usage binary-long unsigned.
    01 queue-next usage binary-long unsigned.
    01 queue-tbl.
        03 queue-entry usage binary-long unsigned occurs SUITE-LIMIT times.
    01 queue-suite usage binary-long unsigned.

    *> handing the change to suite-catalog
    01 shell-command pic x(2048).
    01 shell-rc usage binary-long.
    01 ws-run-pid usage binary-long.
    01 run-pid-edit pic 9(9).
    01 save-failed pic x.
        88 is-save-failed value "Y".

    *> screen state
    01 page-start usage binary-long unsigned value 1.
    01 screen-row usage binary-long.
    01 cmd-line pic x(76).
    01 command-key pic x(8).
    01 command-field pic x(32).
    01 command-value pic x(76).
    01 command-pointer usage binary-long unsigned.
    01 pick-nr usage binary-long unsigned.
    01 browsing pic x value "Y".
    01 quit-armed pic x value "N".
    01 message-text pic x(78) value SPACE.
    01 row-text pic x(80).
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    accept catalog-file from ARGUMENT-VALUE.
    if is-empty of catalog-file or catalog-file(1:2) = "--"
        perform show-usage
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-routes
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to routes-file
        when option-resources
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to resources-file
        when option-history
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to history-file
        when option-durations
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to durations-file
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if is-empty of routes-file
        display "Error: --routes is required to check owning teams"
            upon syserr
        perform show-usage
        move 2 to RETURN-CODE
        stop run
    end-if.
    call "getpid" giving ws-run-pid.
    move ws-run-pid to run-pid-edit.
    move concatenate("/tmp/gcblunit-catscreen-", trim(run-pid-edit), ".out")
        to reply-file.

    perform load-routes.
    perform load-all.

    perform until browsing = "N"
        if is-form-open
            perform show-form
            perform handle-form-command
        else
            perform show-suite-list
            perform handle-list-command
        end-if
    end-perform.
    move concatenate("rm -f '", trim(reply-file), "'") to shell-command.
    call "SYSTEM" using shell-command.
    display SPACE at line 1 column 1 with blank screen.
    move 0 to RETURN-CODE.
    stop run.

show-usage section.
    display "Usage: catalog-screen catalog.dat --routes path"
        " [--resources path] [--history path] [--durations path]"
        upon syserr.

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
    move concatenate(trim(store-base), "/gcblunit-resources.dat")
        to resources-file.
    move concatenate(trim(store-base), "/gcblunit-history.dat")
        to history-file.
    move concatenate(trim(store-base), "/gcblunit-durations.dat")
        to durations-file.

load-all section.
    *> the catalog and everything shown against it, afresh after each
    *> save so the screen shows what suite-catalog actually applied
    perform load-catalog.
    perform load-resources.
    perform load-history.
    perform load-durations.
    perform build-view.

load-catalog section.
    move 0 to entry-count.
    open input catalog.
    if not catalog-ok
        *> a catalog not created yet starts empty; ADD creates it
        if catalog-file-status not = "35"
            display "Error opening " trim(catalog-file) ": "
                catalog-file-status upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
        exit section
    end-if.
    move SPACE to catalog-file-status.
    perform until catalog-eof
        read catalog
            at end
                move "10" to catalog-file-status
            not at end
                if trim(catalog-line) not = SPACE
                        and catalog-line(1:1) not = "#"
                    move SPACE to cat-suite cat-team cat-tags
                    move SPACE to cat-retries-txt cat-duration-txt
                    move SPACE to cat-quarantine
                    move SPACE to cat-placement cat-depends
                    move SPACE to cat-resources cat-stale-txt
                    move SPACE to cat-maxsecs-txt
                    move SPACE to cat-maxcpums-txt
                    move SPACE to cat-maxpeakkb-txt cat-sensitive
                    unstring catalog-line delimited by "|"
                        into cat-suite cat-team cat-tags
                             cat-retries-txt cat-duration-txt
                             cat-quarantine cat-placement
                             cat-depends cat-resources
                             cat-stale-txt cat-maxsecs-txt
                             cat-maxcpums-txt cat-maxpeakkb-txt
                             cat-sensitive
                    end-unstring
                    add 1 to entry-count
                    if entry-count > SUITE-LIMIT
                        display "Fatal: catalog exceeds " SUITE-LIMIT " entries" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    move trim(cat-suite) to entry-suite(entry-count)
                    move cat-team to entry-team(entry-count)
                    move cat-tags to entry-tags(entry-count)
                    move numval(cat-retries-txt) to entry-retries(entry-count)
                    move numval(cat-duration-txt) to entry-duration(entry-count)
                    if cat-quarantine = "Y" or cat-quarantine = "Q"
                        move "Y" to entry-quarantine(entry-count)
                    else
                        move "N" to entry-quarantine(entry-count)
                    end-if
                    move cat-placement to entry-placement(entry-count)
                    move cat-depends to entry-depends(entry-count)
                    move cat-resources to entry-resources(entry-count)
                    move numval(cat-stale-txt) to entry-maxstale(entry-count)
                    move numval(cat-maxsecs-txt) to entry-maxsecs(entry-count)
                    move numval(cat-maxcpums-txt) to entry-maxcpums(entry-count)
                    move numval(cat-maxpeakkb-txt) to entry-maxpeakkb(entry-count)
                    if cat-sensitive = "Y"
                        move "Y" to entry-sensitive(entry-count)
                    else
                        move "N" to entry-sensitive(entry-count)
                    end-if
                    move SPACE to entry-last-date(entry-count)
                        entry-last-status(entry-count)
                        entry-last-retries(entry-count)
                    move 0 to entry-seconds(entry-count)
                    move "N" to entry-timed(entry-count)
                end-if
        end-read
    end-perform.
    close catalog.

load-routes section.
    *> only the team column matters here
    open input routes.
    if not routes-ok
        display "Error opening " trim(routes-file) ": " routes-file-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to routes-file-status.
    perform until routes-eof
        read routes
            at end
                move "10" to routes-file-status
            not at end
                if trim(routes-line) not = SPACE
                        and routes-line(1:1) not = "#"
                    move SPACE to route-pattern route-endpoint route-team
                    unstring routes-line delimited by all SPACE
                        into route-pattern route-endpoint route-team
                    end-unstring
                    perform note-route-team
                end-if
        end-read
    end-perform.
    close routes.

note-route-team section.
    if route-team = SPACE
        exit section
    end-if.
    move 1 to team-index.
    perform until team-index > team-count
        if team-name(team-index) = route-team
            exit section
        end-if
        add 1 to team-index
    end-perform.
    if team-count < TEAM-LIMIT
        add 1 to team-count
        move route-team to team-name(team-count)
    end-if.

load-resources section.
    *> the resources file first, then whatever the catalog declares
    move 0 to resource-count.
    open input resources.
    if resources-ok
        move SPACE to resources-file-status
        perform until resources-eof
            read resources
                at end
                    move "10" to resources-file-status
                not at end
                    if trim(resources-line) not = SPACE
                            and resources-line(1:1) not = "#"
                        move trim(resources-line) to dep-token
                        perform note-resource
                    end-if
            end-read
        end-perform
        close resources
    end-if.
    move 1 to entry-index.
    perform until entry-index > entry-count
        move entry-resources(entry-index) to dep-scan
        perform until dep-scan = SPACE
            move SPACE to dep-token dep-remainder
            unstring dep-scan delimited by ","
                into dep-token dep-remainder
            end-unstring
            move trim(dep-token) to dep-token
            perform note-resource
            move dep-remainder to dep-scan
        end-perform
        add 1 to entry-index
    end-perform.

note-resource section.
    if dep-token = SPACE
        exit section
    end-if.
    perform find-resource.
    if not is-resource-found and resource-count < RESOURCE-LIMIT
        add 1 to resource-count
        move dep-token to resource-name(resource-count)
    end-if.

find-resource section.
    move "N" to resource-found.
    move 1 to resource-index.
    perform until resource-index > resource-count
        if resource-name(resource-index) = dep-token
            move "Y" to resource-found
            exit section
        end-if
        add 1 to resource-index
    end-perform.

load-history section.
    *> the history is appended run by run: the last line wins
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
                move SPACE to hist-date-txt hist-suite hist-retries hist-status
                unstring history-line delimited by all SPACE
                    into hist-date-txt hist-suite hist-retries hist-status
                end-unstring
                if hist-suite not = SPACE and hist-status not = SPACE
                    move hist-suite to dep-token
                    perform find-suite
                    if entry-found > 0
                        move hist-date-txt to entry-last-date(entry-found)
                        move hist-status to entry-last-status(entry-found)
                        move trim(hist-retries)
                            to entry-last-retries(entry-found)
                    end-if
                end-if
        end-read
    end-perform.
    close history.

load-durations section.
    open input durations.
    if not durations-ok
        exit section
    end-if.
    move SPACE to durations-file-status.
    perform until durations-eof
        read durations
            at end
                move "10" to durations-file-status
            not at end
                if trim(durations-line) not = SPACE
                    move SPACE to durations-suite durations-secs-txt
                    unstring durations-line delimited by all SPACE
                        into durations-suite durations-secs-txt
                    end-unstring
                    move durations-suite to dep-token
                    perform find-suite
                    if entry-found > 0
                        move numval(durations-secs-txt)
                            to entry-seconds(entry-found)
                        move "Y" to entry-timed(entry-found)
                    end-if
                end-if
        end-read
    end-perform.
    close durations.

find-suite section.
    *> the catalog entry named dep-token, or 0
    move 0 to entry-found.
    move 1 to entry-index.
    perform until entry-index > entry-count
        if entry-suite(entry-index) = dep-token
            move entry-index to entry-found
            exit section
        end-if
        add 1 to entry-index
    end-perform.

*>*
*> the suite list
*>*
build-view section.
    move 0 to view-count.
    move 1 to entry-index.
    perform until entry-index > entry-count
        move "Y" to view-matched
        if team-filter not = SPACE
                and entry-team(entry-index) not = team-filter
            move "N" to view-matched
        end-if
        if is-quarantine-filter and entry-quarantine(entry-index) not = "Y"
            move "N" to view-matched
        end-if
        if tag-filter not = SPACE and is-view-matched
            *> tags are blank-separated, as the runner's --tag reads them
            move "N" to view-matched
            move entry-tags(entry-index) to tag-scan
            perform until tag-scan = SPACE or is-view-matched
                move SPACE to tag-token tag-remainder
                unstring tag-scan delimited by all SPACE
                    into tag-token tag-remainder
                end-unstring
                if tag-token = tag-filter
                    move "Y" to view-matched
                end-if
                move tag-remainder to tag-scan
            end-perform
        end-if
        if is-view-matched
            add 1 to view-count
            move entry-index to view-entry(view-count)
        end-if
        add 1 to entry-index
    end-perform.
    if page-start > view-count
        move 1 to page-start
    end-if.

show-suite-list section.
    display SPACE at line 1 column 1 with blank screen.
    display "GCBLUnit suite catalog -- " at line 1 column 2.
    display catalog-file(1:50) at line 1 column 28.
    display "  nn suite                          team         Q S last run   secs"
        at line 2 column 1.
    move 3 to screen-row.
    move page-start to view-index.
    perform until view-index > view-count
            or view-index >= page-start + PAGE-ROWS
        move view-entry(view-index) to entry-index
        move view-index to ws-num-edit
        display ws-num-edit(6:4) at line screen-row column 1
        display entry-suite(entry-index)(1:30) at line screen-row column 6
        display entry-team(entry-index)(1:12) at line screen-row column 37
        display entry-quarantine(entry-index) at line screen-row column 50
        display entry-sensitive(entry-index) at line screen-row column 52
        if entry-last-status(entry-index) = SPACE
            display "-" at line screen-row column 54
        else
            display entry-last-status(entry-index)
                at line screen-row column 54
            display entry-last-date(entry-index)
                at line screen-row column 56
        end-if
        if is-entry-timed(entry-index)
            move entry-seconds(entry-index) to ws-num-edit
            display ws-num-edit(4:6) at line screen-row column 64
        end-if
        add 1 to screen-row
        add 1 to view-index
    end-perform.
    move view-count to ws-num-edit.
    move entry-count to ws-num-edit2.
    move concatenate(trim(ws-num-edit), " of ", trim(ws-num-edit2),
            " suite(s)")
        to row-text.
    if team-filter not = SPACE
        move concatenate(trim(row-text), "  team=", trim(team-filter))
            to row-text
    end-if.
    if tag-filter not = SPACE
        move concatenate(trim(row-text), "  tag=", trim(tag-filter))
            to row-text
    end-if.
    if is-quarantine-filter
        move concatenate(trim(row-text), "  quarantined only") to row-text
    end-if.
    display row-text(1:78) at line 18 column 2.
    display "nn=open  a name=add  t team/g tag=filter  z=quarantined"
        "  c=clear" at line 19 column 2.
    display "n/p=next/prev page  q=quit" at line 20 column 2.
    display "> " at line 21 column 2.
    display message-text at line 22 column 2.
    move SPACE to message-text.

handle-list-command section.
    perform take-command.
    evaluate true
    when command-key = "q" or command-key = "Q"
        move "N" to browsing
    when command-key = "n" or command-key = "N"
        if page-start + PAGE-ROWS <= view-count
            add PAGE-ROWS to page-start
        end-if
    when command-key = "p" or command-key = "P"
        if page-start > PAGE-ROWS
            subtract PAGE-ROWS from page-start
        else
            move 1 to page-start
        end-if
    when command-key = "t" or command-key = "T"
        move command-field to team-filter
        move 1 to page-start
        perform build-view
    when command-key = "g" or command-key = "G"
        move command-field to tag-filter
        move 1 to page-start
        perform build-view
    when command-key = "z" or command-key = "Z"
        if is-quarantine-filter
            move "N" to quarantine-filter
        else
            move "Y" to quarantine-filter
        end-if
        move 1 to page-start
        perform build-view
    when command-key = "c" or command-key = "C"
        move SPACE to team-filter tag-filter
        move "N" to quarantine-filter
        move 1 to page-start
        perform build-view
    when command-key = "a" or command-key = "A"
        perform open-new-suite
    when command-key = SPACE
        continue
    when other
        move numval(command-key) to pick-nr
        if test-numval(command-key) = 0
                and pick-nr >= 1 and pick-nr <= view-count
            move view-entry(pick-nr) to current-entry
            perform open-suite
        else
            move "unknown command" to message-text
        end-if
    end-evaluate.

take-command section.
    *> "key field rest-of-line", the way fixture-editor reads its keys
    move SPACE to cmd-line.
    accept cmd-line at line 21 column 4.
    move SPACE to command-key command-field command-value.
    move 1 to command-pointer.
    unstring cmd-line delimited by all SPACE
        into command-key command-field
        with pointer command-pointer
    end-unstring.
    if command-pointer <= length(cmd-line)
        move cmd-line(command-pointer:) to command-value
    end-if.
    if command-key not = "q" and command-key not = "Q"
            and command-key not = "b" and command-key not = "B"
        move "N" to quit-armed
    end-if.

*>*
*> the suite form
*>*
open-suite section.
    move entry-suite(current-entry) to form-suite.
    move entry-team(current-entry) to form-value(1).
    move entry-tags(current-entry) to form-value(2).
    move entry-retries(current-entry) to ws-num-edit.
    move trim(ws-num-edit) to form-value(3).
    move entry-duration(current-entry) to ws-num-edit.
    move trim(ws-num-edit) to form-value(4).
    move entry-quarantine(current-entry) to form-value(5).
    move entry-placement(current-entry) to form-value(6).
    move entry-depends(current-entry) to form-value(7).
    move entry-resources(current-entry) to form-value(8).
    move entry-maxstale(current-entry) to ws-num-edit.
    move trim(ws-num-edit) to form-value(9).
    move entry-maxsecs(current-entry) to ws-num-edit.
    move trim(ws-num-edit) to form-value(10).
    move entry-maxcpums(current-entry) to ws-num-edit.
    move trim(ws-num-edit) to form-value(11).
    move entry-maxpeakkb(current-entry) to ws-num-edit.
    move trim(ws-num-edit) to form-value(12).
    move entry-sensitive(current-entry) to form-value(13).
    move 1 to form-index.
    perform until form-index > FORM-FIELDS
        move form-value(form-index) to form-loaded(form-index)
        add 1 to form-index
    end-perform.
    move "N" to form-new.
    move "Y" to form-open.

open-new-suite section.
    if command-field = SPACE
        move "add: give the new suite's name" to message-text
        exit section
    end-if.
    move command-field to dep-token.
    perform find-suite.
    if entry-found > 0
        move concatenate(trim(command-field), " is already cataloged")
            to message-text
        exit section
    end-if.
    move command-field to entry-text.
    perform check-separators.
    if entry-bad = "Y"
        move concatenate("add refused: ", trim(entry-reason))
            to message-text
        exit section
    end-if.
    move 0 to current-entry.
    move command-field to form-suite.
    move SPACE to form-tbl.
    move "0" to form-value(3) form-value(4) form-value(9) form-value(10)
        form-value(11) form-value(12).
    move "N" to form-value(5) form-value(13).
    move 1 to form-index.
    perform until form-index > FORM-FIELDS
        move form-value(form-index) to form-loaded(form-index)
        add 1 to form-index
    end-perform.
    move "Y" to form-new.
    move "Y" to form-open.

count-form-changes section.
    move 0 to form-changes.
    move 1 to form-index.
    perform until form-index > FORM-FIELDS
        if form-value(form-index) not = form-loaded(form-index)
            add 1 to form-changes
        end-if
        add 1 to form-index
    end-perform.

show-form section.
    display SPACE at line 1 column 1 with blank screen.
    display "suite: " at line 1 column 2.
    display form-suite(1:60) at line 1 column 9.
    perform count-form-changes.
    if is-form-new
        display "(new)" at line 1 column 72
    end-if.
    if form-changes > 0
        display "*" at line 1 column 79
    end-if.
    *> what the runner last recorded for the suite
    if current-entry = 0
        move "not run yet" to row-text
    else
        if entry-last-status(current-entry) = SPACE
            move "no run in the history" to row-text
        else
            if entry-last-status(current-entry) = "F"
                move "FAILED" to entry-text
            else
                move "passed" to entry-text
            end-if
            move concatenate("last run ", entry-last-date(current-entry),
                    ": ", trim(entry-text), ", ",
                    trim(entry-last-retries(current-entry)), " retries")
                to row-text
        end-if
        if is-entry-timed(current-entry)
            move entry-seconds(current-entry) to ws-num-edit
            move concatenate(trim(row-text), "; recorded duration ",
                    trim(ws-num-edit), "s")
                to row-text
        end-if
    end-if.
    display row-text(1:78) at line 2 column 2.
    display "  nn field        value" at line 3 column 1.
    move 4 to screen-row.
    move 1 to form-index.
    perform until form-index > FORM-FIELDS
        move form-index to ws-num-edit
        display ws-num-edit(6:4) at line screen-row column 1
        display form-label(form-index) at line screen-row column 6
        display form-value(form-index)(1:60) at line screen-row column 19
        if form-value(form-index) not = form-loaded(form-index)
            display "*" at line screen-row column 80
        end-if
        add 1 to screen-row
        add 1 to form-index
    end-perform.
    display "depends and resources are comma-separated, tags blank-separated"
        at line 18 column 2.
    display "e nn value=edit field nn  s=save  b=back  q=quit"
        at line 20 column 2.
    display "> " at line 21 column 2.
    display message-text at line 22 column 2.
    move SPACE to message-text.

handle-form-command section.
    perform take-command.
    evaluate true
    when command-key = "q" or command-key = "Q"
            or command-key = "b" or command-key = "B"
        perform count-form-changes
        if form-changes > 0 and quit-armed = "N"
            move "Y" to quit-armed
            move "unsaved changes -- s to save, b or q again to discard them"
                to message-text
        else
            move "N" to quit-armed form-open
            if command-key = "q" or command-key = "Q"
                move "N" to browsing
            end-if
        end-if
    when command-key = "e" or command-key = "E"
        perform edit-field
    when command-key = "s" or command-key = "S"
        perform save-form
    when command-key = SPACE
        continue
    when other
        move "unknown command" to message-text
    end-evaluate.

edit-field section.
    move 0 to form-index.
    if test-numval(command-field) = 0
        move numval(command-field) to pick-nr
        if pick-nr >= 1 and pick-nr <= FORM-FIELDS
            move pick-nr to form-index
        end-if
    else
        *> or by its suite-catalog field name
        move 1 to pick-nr
        perform until pick-nr > FORM-FIELDS
            if form-field(pick-nr) = lower-case(command-field)
                move pick-nr to form-index
            end-if
            add 1 to pick-nr
        end-perform
    end-if.
    if form-index = 0
        move "edit: no such field" to message-text
        exit section
    end-if.
    move trim(command-value) to entry-text.
    perform check-separators.
    if entry-bad = "N"
        evaluate form-index
        when 1
            perform check-team
        when 3
            move 99 to entry-limit
            perform check-number
        when 4
            move 99999 to entry-limit
            perform check-number
        when 5
        when 13
            perform check-flag
        when 7
            perform check-depends
        when 8
            perform check-resources
        when 9
            move 999 to entry-limit
            perform check-number
        when 10
            move 99999 to entry-limit
            perform check-number
        when 11
        when 12
            move 9999999 to entry-limit
            perform check-number
        end-evaluate
    end-if.
    if entry-bad = "Y"
        move concatenate(trim(form-label(form-index)), " refused: ",
                trim(entry-reason))
            to message-text
        exit section
    end-if.
    move entry-text to form-value(form-index).
    move concatenate(trim(form-label(form-index)), " changed")
        to message-text.

check-separators section.
    *> the column separator would shift every column after it, and the
    *> quote would break the suite-catalog transaction
    move "N" to entry-bad.
    move SPACE to entry-reason.
    move 0 to pick-nr.
    inspect entry-text tallying pick-nr for all "|" all "'".
    if pick-nr > 0
        move "Y" to entry-bad
        move "no | or ' in catalog values" to entry-reason
    end-if.

check-team section.
    if entry-text = SPACE
        move "Y" to entry-bad
        move "every suite needs an owning team" to entry-reason
        exit section
    end-if.
    move 1 to team-index.
    perform until team-index > team-count
        if team-name(team-index) = entry-text
            exit section
        end-if
        add 1 to team-index
    end-perform.
    move "Y" to entry-bad.
    move concatenate("no team ", trim(entry-text), " in ",
            trim(routes-file))
        to entry-reason.

check-number section.
    *> a whole number up to entry-limit; blank means 0
    if entry-text = SPACE
        move "0" to entry-text
    end-if.
    if test-numval(entry-text) not = 0
        move "Y" to entry-bad
        move "not a number" to entry-reason
        exit section
    end-if.
    if numval(entry-text) < 0 or numval(entry-text) not = integer(numval(entry-text))
        move "Y" to entry-bad
        move "not a whole number" to entry-reason
        exit section
    end-if.
    if numval(entry-text) > entry-limit
        move "Y" to entry-bad
        move entry-limit to ws-num-edit
        move concatenate("more than ", trim(ws-num-edit)) to entry-reason
        exit section
    end-if.
    move numval(entry-text) to entry-number.
    move entry-number to ws-num-edit.
    move trim(ws-num-edit) to entry-text.

check-flag section.
    move upper-case(entry-text) to entry-text.
    if entry-text = "Q" and form-index = 5
        move "Y" to entry-text
    end-if.
    if entry-text not = "Y" and entry-text not = "N"
        move "Y" to entry-bad
        move "Y or N" to entry-reason
    end-if.

check-depends section.
    *> every prerequisite must be cataloged and other than the suite;
    *> then walk the prerequisites' own prerequisites -- reaching the
    *> suite again would close a cycle the runner could never order
    move 1 to entry-index.
    perform until entry-index > entry-count
        move "N" to entry-visited(entry-index)
        add 1 to entry-index
    end-perform.
    move 0 to queue-count.
    move entry-text to dep-scan.
    perform until dep-scan = SPACE
        move SPACE to dep-token dep-remainder
        unstring dep-scan delimited by ","
            into dep-token dep-remainder
        end-unstring
        move trim(dep-token) to dep-token
        if dep-token not = SPACE
            if dep-token = form-suite
                move "Y" to entry-bad
                move "a suite cannot depend on itself" to entry-reason
                exit section
            end-if
            perform find-suite
            if entry-found = 0
                move "Y" to entry-bad
                move concatenate(trim(dep-token), " is not cataloged")
                    to entry-reason
                exit section
            end-if
            perform queue-suite-once
        end-if
        move dep-remainder to dep-scan
    end-perform.
    move 1 to queue-next.
    perform until queue-next > queue-count
        move queue-entry(queue-next) to queue-suite
        move entry-depends(queue-suite) to dep-scan
        perform until dep-scan = SPACE
            move SPACE to dep-token dep-remainder
            unstring dep-scan delimited by ","
                into dep-token dep-remainder
            end-unstring
            move trim(dep-token) to dep-token
            if dep-token = form-suite
                move "Y" to entry-bad
                move concatenate("cycle: ", trim(entry-suite(queue-suite)),
                        " already depends on ", trim(form-suite))
                    to entry-reason
                exit section
            end-if
            if dep-token not = SPACE
                perform find-suite
                if entry-found > 0
                    perform queue-suite-once
                end-if
            end-if
            move dep-remainder to dep-scan
        end-perform
        add 1 to queue-next
    end-perform.
    *> the value as the runner reads it, without blanks around commas
    move SPACE to dep-joined.
    move entry-text to dep-scan.
    perform until dep-scan = SPACE
        move SPACE to dep-token dep-remainder
        unstring dep-scan delimited by ","
            into dep-token dep-remainder
        end-unstring
        if trim(dep-token) not = SPACE
            if dep-joined = SPACE
                move trim(dep-token) to dep-joined
            else
                move concatenate(trim(dep-joined), ",", trim(dep-token))
                    to dep-joined
            end-if
        end-if
        move dep-remainder to dep-scan
    end-perform.
    move dep-joined to entry-text.

queue-suite-once section.
    if is-entry-visited(entry-found)
        exit section
    end-if.
    move "Y" to entry-visited(entry-found).
    add 1 to queue-count.
    move entry-found to queue-entry(queue-count).

check-resources section.
    move SPACE to dep-joined.
    move entry-text to dep-scan.
    perform until dep-scan = SPACE
        move SPACE to dep-token dep-remainder
        unstring dep-scan delimited by ","
            into dep-token dep-remainder
        end-unstring
        move trim(dep-token) to dep-token
        if dep-token not = SPACE
            perform find-resource
            if not is-resource-found
                move "Y" to entry-bad
                move concatenate("unknown resource ", trim(dep-token),
                        " (not in ", trim(resources-file), ")")
                    to entry-reason
                exit section
            end-if
            if dep-joined = SPACE
                move dep-token to dep-joined
            else
                move concatenate(trim(dep-joined), ",", trim(dep-token))
                    to dep-joined
            end-if
        end-if
        move dep-remainder to dep-scan
    end-perform.
    move dep-joined to entry-text.

*>*
*> saving through suite-catalog
*>*
save-form section.
    *> one suite-catalog transaction per changed field, or one ADD for
    *> a new suite; its replies land in reply-file and are shown
    perform count-form-changes.
    if form-changes = 0 and not is-form-new
        move "nothing to save" to message-text
        exit section
    end-if.
    move "N" to save-failed.
    move concatenate("rm -f '", trim(reply-file), "'") to shell-command.
    call "SYSTEM" using shell-command.
    if is-form-new
        if form-value(1) = SPACE
            move "save refused: every suite needs an owning team"
                to message-text
            exit section
        end-if
        move concatenate("suite-catalog '", trim(catalog-file), "' ADD '",
                trim(form-suite), "' '", trim(form-value(1)), "' '",
                trim(form-value(2)), "' '", trim(form-value(3)), "' '",
                trim(form-value(4)), "' '", trim(form-value(5)), "' '",
                trim(form-value(6)), "' '", trim(form-value(7)), "' '",
                trim(form-value(8)), "' '", trim(form-value(9)), "' '",
                trim(form-value(10)), "' '", trim(form-value(11)), "' '",
                trim(form-value(12)), "' '", trim(form-value(13)), "'")
            to shell-command
        perform run-suite-catalog
    else
        move 1 to form-index
        perform until form-index > FORM-FIELDS
            if form-value(form-index) not = form-loaded(form-index)
                move concatenate("suite-catalog '", trim(catalog-file),
                        "' UPDATE '", trim(form-suite), "' '",
                        trim(form-field(form-index)), "' '",
                        trim(form-value(form-index)), "'")
                    to shell-command
                perform run-suite-catalog
            end-if
            add 1 to form-index
        end-perform
    end-if.
    perform show-replies.
    *> reload: a staged change stays unapplied until it is approved
    perform load-all.
    move 0 to current-entry.
    move form-suite to dep-token.
    perform find-suite.
    if entry-found > 0
        move entry-found to current-entry
        perform open-suite
    else
        move "N" to form-open
    end-if.
    if is-save-failed
        move "suite-catalog refused part of the change, see its replies"
            to message-text
    else
        move "handed to suite-catalog -- a staged change waits for approval"
            to message-text
    end-if.

run-suite-catalog section.
    move concatenate(trim(shell-command), " >> '", trim(reply-file),
            "' 2>&1")
        to shell-command.
    call "SYSTEM" using shell-command giving shell-rc.
    move 0 to RETURN-CODE.
    if shell-rc not = 0
        move "Y" to save-failed
    end-if.

show-replies section.
    display SPACE at line 1 column 1 with blank screen.
    display "suite-catalog: " at line 1 column 2.
    display form-suite(1:60) at line 1 column 17.
    move 3 to screen-row.
    open input reply-in.
    if not reply-in-ok
        display "(no reply)" at line 3 column 2
    else
        move SPACE to reply-in-status
        perform until reply-in-eof or screen-row > 19
            read reply-in
                at end
                    move "10" to reply-in-status
                not at end
                    display reply-in-line(1:78) at line screen-row column 2
                    add 1 to screen-row
            end-read
        end-perform
        close reply-in
    end-if.
    display "any key to return" at line 21 column 2.
    move SPACE to cmd-line.
    accept cmd-line at line 21 column 21.
end program catalog-screen.
