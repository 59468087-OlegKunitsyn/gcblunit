       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit parallel run timeline
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Where the night went: reads the run timeline the runner appends
*>  to the artifact store (gcblunit-timeline.dat, one line per
*>  executed suite: which worker slot ran it, when it started and
*>  ended, its outcome, and how long the slot sat blocked on a
*>  prerequisite or a held resource before it) and draws one static
*>  HTML page -- a lane per worker, each suite a bar colored by outcome
*>  (green passed, red failed), hatched gray gaps where the worker was
*>  waiting, and the critical path through the dependency chain (the
*>  last suite to finish, back through whichever of its prerequisites
*>  finished last, and so on) outlined. With --compare a second night
*>  is drawn beside the first on the same time scale, so a batch-window
*>  tuning change can be judged by eye. A run is picked by its start
*>  stamp or any prefix of it (YYYYMMDD picks that day's last run);
*>  without --run the newest run in the file is drawn.
*>
*>  Usage:
*>    run-timeline output.html [--timeline path]
*>        [--run YYYYMMDD[hhmmss]] [--compare YYYYMMDD[hhmmss]]
identification division.
program-id. run-timeline.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select timeline assign to dynamic timeline-file
    organization is line sequential
    file status is timeline-file-status.
    select html assign to dynamic output-file
    organization is line sequential
    file status is html-file-status.
data division.
file section.
fd timeline.
    01 timeline-line pic x(512).
fd html.
    01 html-line pic x(2048).
working-storage section.
    78 BAR-LIMIT value 4000.
    78 LANE-LIMIT value 64.
    01 argv pic x(256).
        88 option-timeline value "--timeline".
        88 option-run value "--run".
        88 option-compare value "--compare".
    01 output-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 timeline-file pic x(256) value "/tmp/gcblunit-timeline.dat".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 timeline-file-status pic x(2).
        88 timeline-ok value "00".
        88 timeline-eof value "10".
    01 html-file-status pic x(2).
        88 html-ok value "00".

    *> one timeline line, as the runner writes it
    01 tl-run pic x(14).
    01 tl-suite pic x(128).
    01 tl-slot-txt pic x(8).
    01 tl-started pic x(14).
    01 tl-ended pic x(14).
    01 tl-outcome pic x.
    01 tl-wait-from pic x(14).
    01 tl-wait-reason pic x(80).
    01 tl-depends pic x(128).

    *> the one or two nights being drawn: the stamp (or prefix) asked
    *> for, then the run it resolved to
    01 panel-count usage binary-long unsigned value 1.
    01 panel-tbl.
        03 panel occurs 2 times.
            05 panel-wanted pic x(14) value SPACE.
            05 panel-run pic x(14) value SPACE.
            05 panel-first-secs usage binary-long unsigned value 0.
            05 panel-last-secs usage binary-long unsigned value 0.
            05 panel-lanes usage binary-long unsigned value 0.
            05 panel-suites usage binary-long unsigned value 0.
            05 panel-fails usage binary-long unsigned value 0.
            05 panel-wait-secs usage binary-long unsigned value 0.
            05 panel-critical-secs usage binary-long unsigned value 0.
            05 panel-critical-path pic x(1024).
    01 panel-index usage binary-long unsigned.
    01 wanted-length usage binary-long unsigned.

    01 bar-count usage binary-long unsigned value 0.
    01 bar-tbl.
        03 bar occurs BAR-LIMIT times.
            05 bar-panel usage binary-long unsigned.
            05 bar-suite pic x(128).
            05 bar-slot usage binary-long unsigned.
            05 bar-started pic x(14).
            05 bar-ended pic x(14).
            05 bar-start-secs usage binary-long unsigned.
            05 bar-end-secs usage binary-long unsigned.
            05 bar-outcome pic x.
            05 bar-wait-secs usage binary-long unsigned.
            05 bar-wait-reason pic x(80).
            05 bar-depends pic x(128).
            05 bar-critical pic x.
    01 bar-index usage binary-long unsigned.
    01 bar-found usage binary-long unsigned.
    01 bar-scan usage binary-long unsigned.

    *> YYYYMMDDhhmmss to seconds since day 1 of the calendar
    01 stamp-text pic x(14).
    01 stamp-parts redefines stamp-text.
        05 stamp-date pic 9(8).
        05 stamp-hh pic 9(2).
        05 stamp-mm pic 9(2).
        05 stamp-ss pic 9(2).
    01 stamp-secs usage binary-long unsigned.

    *> critical path walk
    01 critical-at usage binary-long unsigned.
    01 critical-steps usage binary-long unsigned.
    01 depends-scan pic x(128).
    01 depends-token pic x(128).
    01 depends-remainder pic x(128).
    01 depends-best usage binary-long unsigned.

    *> drawing: every night shares one scale, the longer span
    01 scale-secs usage binary-long unsigned value 1.
    01 lane-index usage binary-long unsigned.
    01 offset-secs usage binary-long unsigned.
    01 width-secs usage binary-long unsigned.
    01 pct-left pic 9(3)v99.
    01 pct-width pic 9(3)v99.
    01 pct-left-edit pic zz9.99.
    01 pct-width-edit pic zz9.99.
    01 bar-class pic x(24).
    01 span-secs usage binary-long unsigned.
    01 span-text pic x(16).
    01 span-hh pic z9.
    01 span-mm pic 99.
    01 span-ss pic 99.
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit-2 pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    accept output-file from ARGUMENT-VALUE.
    if is-empty of output-file
        display "Usage: run-timeline output.html [--timeline path]"
            " [--run YYYYMMDD[hhmmss]] [--compare YYYYMMDD[hhmmss]]"
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-timeline
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to timeline-file
        when option-run
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to panel-wanted(1)
        when option-compare
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to panel-wanted(2)
            move 2 to panel-count
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.

    perform resolve-runs.
    perform load-bars.
    move 1 to panel-index.
    perform until panel-index > panel-count
        perform mark-critical-path
        add 1 to panel-index
    end-perform.
    perform write-timeline.
    move panel-count to ws-num-edit.
    display "run-timeline: " trim(ws-num-edit) " run(s), "
        with no advancing.
    move bar-count to ws-num-edit.
    display trim(ws-num-edit) " suite(s) in " trim(output-file).
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
    move concatenate(trim(store-base), "/gcblunit-timeline.dat")
        to timeline-file.

resolve-runs section.
    *> first pass: the newest run matching each stamp or prefix asked
    *> for -- the file is appended run by run, so the last match wins
    open input timeline.
    if not timeline-ok
        display "Error opening " trim(timeline-file) ": " timeline-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to timeline-file-status.
    perform until timeline-eof
        read timeline
            at end
                move "10" to timeline-file-status
            not at end
                if timeline-line not = SPACE
                    move timeline-line(1:14) to tl-run
                    move 1 to panel-index
                    perform until panel-index > panel-count
                        perform match-run
                        add 1 to panel-index
                    end-perform
                end-if
        end-read
    end-perform.
    close timeline.
    move 1 to panel-index.
    perform until panel-index > panel-count
        if panel-run(panel-index) = SPACE
            if panel-wanted(panel-index) = SPACE
                display "Error: " trim(timeline-file)
                    " holds no runs" upon syserr
            else
                display "Error: no run matching "
                    trim(panel-wanted(panel-index)) " in "
                    trim(timeline-file) upon syserr
            end-if
            move 2 to RETURN-CODE
            stop run
        end-if
        add 1 to panel-index
    end-perform.

match-run section.
    if panel-wanted(panel-index) = SPACE
        move tl-run to panel-run(panel-index)
        exit section
    end-if.
    move length(trim(panel-wanted(panel-index))) to wanted-length.
    if tl-run(1:wanted-length)
            = panel-wanted(panel-index)(1:wanted-length)
        move tl-run to panel-run(panel-index)
    end-if.

load-bars section.
    *> second pass: every suite line of the chosen runs
    open input timeline.
    move SPACE to timeline-file-status.
    perform until timeline-eof
        read timeline
            at end
                move "10" to timeline-file-status
            not at end
                if timeline-line not = SPACE
                    perform note-bar
                end-if
        end-read
    end-perform.
    close timeline.

note-bar section.
    move SPACE to tl-run tl-suite tl-slot-txt tl-started tl-ended.
    move SPACE to tl-outcome tl-wait-from tl-wait-reason tl-depends.
    unstring timeline-line delimited by "|"
        into tl-run tl-suite tl-slot-txt tl-started tl-ended
             tl-outcome tl-wait-from tl-wait-reason tl-depends
    end-unstring.
    move 0 to panel-index.
    if tl-run = panel-run(1)
        move 1 to panel-index
    end-if.
    if panel-count > 1 and tl-run = panel-run(2)
        move 2 to panel-index
    end-if.
    if panel-index = 0 or tl-started is not numeric
            or tl-ended is not numeric
        exit section
    end-if.
    if bar-count >= BAR-LIMIT
        display "Fatal: more than " BAR-LIMIT " suites in the runs drawn" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to bar-count.
    move panel-index to bar-panel(bar-count).
    move tl-suite to bar-suite(bar-count).
    move numval(tl-slot-txt) to bar-slot(bar-count).
    if bar-slot(bar-count) < 1 or bar-slot(bar-count) > LANE-LIMIT
        move 1 to bar-slot(bar-count)
    end-if.
    move tl-started to bar-started(bar-count).
    move tl-ended to bar-ended(bar-count).
    move tl-started to stamp-text.
    perform stamp-to-seconds.
    move stamp-secs to bar-start-secs(bar-count).
    move tl-ended to stamp-text.
    perform stamp-to-seconds.
    move stamp-secs to bar-end-secs(bar-count).
    if bar-end-secs(bar-count) < bar-start-secs(bar-count)
        move bar-start-secs(bar-count) to bar-end-secs(bar-count)
    end-if.
    move tl-outcome to bar-outcome(bar-count).
    move 0 to bar-wait-secs(bar-count).
    if tl-wait-from is numeric
        move tl-wait-from to stamp-text
        perform stamp-to-seconds
        if stamp-secs < bar-start-secs(bar-count)
            compute bar-wait-secs(bar-count) =
                bar-start-secs(bar-count) - stamp-secs
        end-if
    end-if.
    move tl-wait-reason to bar-wait-reason(bar-count).
    move tl-depends to bar-depends(bar-count).
    move "N" to bar-critical(bar-count).

    *> the night's extent, counting any wait before its first bar
    compute stamp-secs =
        bar-start-secs(bar-count) - bar-wait-secs(bar-count).
    if panel-suites(panel-index) = 0
            or stamp-secs < panel-first-secs(panel-index)
        move stamp-secs to panel-first-secs(panel-index)
    end-if.
    if bar-end-secs(bar-count) > panel-last-secs(panel-index)
        move bar-end-secs(bar-count) to panel-last-secs(panel-index)
    end-if.
    add 1 to panel-suites(panel-index).
    if tl-outcome = "F"
        add 1 to panel-fails(panel-index)
    end-if.
    add bar-wait-secs(bar-count) to panel-wait-secs(panel-index).
    if bar-slot(bar-count) > panel-lanes(panel-index)
        move bar-slot(bar-count) to panel-lanes(panel-index)
    end-if.

stamp-to-seconds section.
    move 0 to stamp-secs.
    if stamp-text is not numeric
        exit section
    end-if.
    compute stamp-secs = integer-of-date(stamp-date) * 86400
        + stamp-hh * 3600 + stamp-mm * 60 + stamp-ss.

mark-critical-path section.
    *> from the suite that finished last, back through whichever of
    *> its prerequisites finished last in the same run, until a suite
    *> with none that ran
    move 0 to critical-at.
    move 1 to bar-index.
    perform until bar-index > bar-count
        if bar-panel(bar-index) = panel-index
            if critical-at = 0
                    or bar-end-secs(bar-index) > bar-end-secs(critical-at)
                move bar-index to critical-at
            end-if
        end-if
        add 1 to bar-index
    end-perform.
    move SPACE to panel-critical-path(panel-index).
    move 0 to critical-steps.
    perform until critical-at = 0 or critical-steps >= BAR-LIMIT
        add 1 to critical-steps
        move "Y" to bar-critical(critical-at)
        if panel-critical-path(panel-index) = SPACE
            move trim(bar-suite(critical-at))
                to panel-critical-path(panel-index)
        else
            move concatenate(trim(bar-suite(critical-at)), " &rarr; ",
                    trim(panel-critical-path(panel-index)))
                to panel-critical-path(panel-index)
        end-if
        move bar-start-secs(critical-at) to stamp-secs
        move critical-at to bar-found
        perform find-latest-prerequisite
        move depends-best to critical-at
        if critical-at = 0
            *> the chain's head: the path runs from its start to the
            *> end of the night
            compute panel-critical-secs(panel-index) =
                panel-last-secs(panel-index) - stamp-secs
        end-if
    end-perform.

find-latest-prerequisite section.
    *> among the prerequisites of the bar at bar-found, the one in the
    *> same run that finished last and is not already on the path
    move 0 to depends-best.
    move bar-depends(bar-found) to depends-scan.
    perform until depends-scan = SPACE
        move SPACE to depends-token depends-remainder
        unstring depends-scan delimited by ","
            into depends-token depends-remainder
        end-unstring
        if depends-token not = SPACE
            move 1 to bar-scan
            perform until bar-scan > bar-count
                if bar-panel(bar-scan) = panel-index
                        and trim(bar-suite(bar-scan)) = trim(depends-token)
                        and bar-critical(bar-scan) not = "Y"
                    if depends-best = 0
                            or bar-end-secs(bar-scan)
                                > bar-end-secs(depends-best)
                        move bar-scan to depends-best
                    end-if
                end-if
                add 1 to bar-scan
            end-perform
        end-if
        move depends-remainder to depends-scan
    end-perform.

format-span section.
    *> span-secs as "h:mm:ss"
    compute span-hh = span-secs / 3600.
    compute span-mm = mod(span-secs, 3600) / 60.
    compute span-ss = mod(span-secs, 60).
    move concatenate(trim(span-hh), ":", span-mm, ":", span-ss)
        to span-text.

write-timeline section.
    move 1 to panel-index.
    perform until panel-index > panel-count
        if panel-last-secs(panel-index) - panel-first-secs(panel-index)
                > scale-secs
            compute scale-secs = panel-last-secs(panel-index)
                - panel-first-secs(panel-index)
        end-if
        add 1 to panel-index
    end-perform.

    open output html.
    if not html-ok
        display "Error writing " trim(output-file) ": " html-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move '<!DOCTYPE html>' to html-line.
    write html-line.
    move '<html><head><meta charset="UTF-8">' to html-line.
    write html-line.
    move '<title>GCBLUnit run timeline</title>' to html-line.
    write html-line.
    move '<style>' to html-line.
    write html-line.
    move 'body { font-family: monospace; margin: 2em; }' to html-line.
    write html-line.
    move '.nights { display: flex; gap: 2em; }' to html-line.
    write html-line.
    move '.night { flex: 1; min-width: 0; }' to html-line.
    write html-line.
    move '.row { display: flex; align-items: center; margin: 2px 0; }'
        to html-line.
    write html-line.
    move '.label { width: 5em; }' to html-line.
    write html-line.
    move '.lane { position: relative; flex: 1; height: 20px; background: #f4f4f4; }'
        to html-line.
    write html-line.
    move '.bar { position: absolute; top: 2px; height: 16px; min-width: 2px; box-sizing: border-box; }'
        to html-line.
    write html-line.
    move '.pass { background: #9f9; border: 1px solid #6c6; }' to html-line.
    write html-line.
    move '.fail { background: #f99; border: 1px solid #c66; }' to html-line.
    write html-line.
    move '.wait { background: repeating-linear-gradient(45deg, #ccc, #ccc 3px, #fff 3px, #fff 6px); }'
        to html-line.
    write html-line.
    move '.crit { border: 3px solid #006; }' to html-line.
    write html-line.
    move '</style></head><body>' to html-line.
    write html-line.
    move '<h1>Run timeline</h1>' to html-line.
    write html-line.
    move '<div class="nights">' to html-line.
    write html-line.
    move 1 to panel-index.
    perform until panel-index > panel-count
        perform write-night
        add 1 to panel-index
    end-perform.
    move '</div>' to html-line.
    write html-line.
    move '<p>Green passed, red failed, hatched gray a worker waiting on a prerequisite or a held resource; outlined bars are the critical path. Both nights share one time scale.</p>'
        to html-line.
    write html-line.
    move '</body></html>' to html-line.
    write html-line.
    close html.

write-night section.
    move panel-run(panel-index) to stamp-text.
    move concatenate('<div class="night"><h2>Run ', stamp-text(1:4),
            '-', stamp-text(5:2), '-', stamp-text(7:2), ' ',
            stamp-text(9:2), ':', stamp-text(11:2), ':',
            stamp-text(13:2), '</h2>')
        to html-line.
    write html-line.
    compute span-secs = panel-last-secs(panel-index)
        - panel-first-secs(panel-index).
    perform format-span.
    move panel-suites(panel-index) to ws-num-edit.
    move panel-fails(panel-index) to ws-num-edit-2.
    move concatenate('<p>window ', trim(span-text), ', ',
            trim(ws-num-edit), ' suite(s), ', trim(ws-num-edit-2),
            ' failed, ')
        to html-line.
    move panel-lanes(panel-index) to ws-num-edit.
    move panel-wait-secs(panel-index) to span-secs.
    perform format-span.
    move concatenate(trim(html-line), ' ', trim(ws-num-edit),
            ' worker(s), ', trim(span-text), ' spent waiting</p>')
        to html-line.
    write html-line.
    move panel-critical-secs(panel-index) to span-secs.
    perform format-span.
    move concatenate('<p>critical path (', trim(span-text), '): ',
            trim(panel-critical-path(panel-index)), '</p>')
        to html-line.
    write html-line.

    move 1 to lane-index.
    perform until lane-index > panel-lanes(panel-index)
        move lane-index to ws-num-edit
        move concatenate('<div class="row"><div class="label">worker ',
                trim(ws-num-edit), '</div><div class="lane">')
            to html-line
        write html-line
        move 1 to bar-index
        perform until bar-index > bar-count
            if bar-panel(bar-index) = panel-index
                    and bar-slot(bar-index) = lane-index
                perform write-bar
            end-if
            add 1 to bar-index
        end-perform
        move '</div></div>' to html-line
        write html-line
        add 1 to lane-index
    end-perform.
    move '</div>' to html-line.
    write html-line.

write-bar section.
    if bar-wait-secs(bar-index) > 0
        compute offset-secs = bar-start-secs(bar-index)
            - bar-wait-secs(bar-index) - panel-first-secs(panel-index)
        move bar-wait-secs(bar-index) to width-secs
        perform compute-position
        move bar-wait-secs(bar-index) to span-secs
        perform format-span
        move concatenate('<div class="bar wait" style="left:',
                trim(pct-left-edit), '%;width:', trim(pct-width-edit),
                '%" title="waiting ', trim(span-text), ' on ',
                trim(bar-wait-reason(bar-index)), '"></div>')
            to html-line
        write html-line
    end-if.
    compute offset-secs = bar-start-secs(bar-index)
        - panel-first-secs(panel-index).
    compute width-secs = bar-end-secs(bar-index)
        - bar-start-secs(bar-index).
    perform compute-position.
    if bar-outcome(bar-index) = "F"
        move 'bar fail' to bar-class
    else
        move 'bar pass' to bar-class
    end-if.
    if bar-critical(bar-index) = "Y"
        move concatenate(trim(bar-class), ' crit') to bar-class
    end-if.
    move width-secs to span-secs.
    perform format-span.
    move bar-started(bar-index) to stamp-text.
    move concatenate('<div class="', trim(bar-class), '" style="left:',
            trim(pct-left-edit), '%;width:', trim(pct-width-edit),
            '%" title="', trim(bar-suite(bar-index)), ' ',
            stamp-text(9:2), ':', stamp-text(11:2), ':', stamp-text(13:2))
        to html-line.
    move bar-ended(bar-index) to stamp-text.
    move concatenate(trim(html-line), '-', stamp-text(9:2), ':',
            stamp-text(11:2), ':', stamp-text(13:2), ' (',
            trim(span-text), ') ', bar-outcome(bar-index), '"></div>')
        to html-line.
    write html-line.

compute-position section.
    compute pct-left rounded = offset-secs * 100 / scale-secs.
    compute pct-width rounded = width-secs * 100 / scale-secs.
    if pct-left > 100
        move 100 to pct-left
    end-if.
    if pct-left + pct-width > 100
        compute pct-width = 100 - pct-left
    end-if.
    move pct-left to pct-left-edit.
    move pct-width to pct-width-edit.
end program run-timeline.
