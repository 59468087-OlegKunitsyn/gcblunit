       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit regression bisect
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Finds the change that broke a suite instead of someone rebuilding
*>  last week by hand. Takes an ordered list of revisions, oldest
*>  first, one per line: a source revision git can check out in the
*>  workspace, or a dated source snapshot directory. The build and the
*>  suite run go through caller-supplied shell commands the way
*>  mutation-test's --build and --exec do: at each revision the build
*>  command is run (in the workspace after the checkout, or inside the
*>  snapshot directory), then the runner with the failing suite names.
*>  The runner's exit code 0 is good, 1 (failures) or 4 (exception) is
*>  bad; a build that fails or a runner that cannot run the suites
*>  leaves the revision untestable and the search steps around it.
*>  The oldest revision must be good and the newest bad; between them
*>  the first bad revision is found by binary search. The workspace is
*>  put back on the branch (or commit) it started on at the end, and a
*>  workspace with uncommitted changes is refused rather than
*>  disturbed.
*>  The culprit and the last good revision are reported, appended to
*>  the bisect log in the artifact store and, with --register, put at
*>  the head of the note of every known-issues entry of those suites
*>  (one audit line per entry, in the shop-common record) so the
*>  triage starts from a named change instead of a date.
*>
*>  Usage:
*>    bisect revisions.lst --build "compile command" --suite name
*>        [--suite name]...
*>        [--runner command] [--workspace dir] [--register path]
*>
*>  Exit code: 0 when the first bad revision was found, 1 when the
*>  list does not bracket the failure or an untestable stretch hides
*>  it, 2 on a usage error.
identification division.
program-id. bisect.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select revisions assign to dynamic revisions-file
    organization is line sequential
    file status is revisions-status.
    select head-in assign to dynamic head-file
    organization is line sequential
    file status is head-in-status.
    select bisect-log assign to dynamic bisect-log-file
    organization is line sequential
    file status is bisect-log-status.
    select register assign to dynamic register-file
    organization is line sequential
    file status is register-status.
    select audit assign to dynamic audit-file
    organization is line sequential
    file status is audit-status.
data division.
file section.
fd revisions.
    01 revisions-line pic x(256).
fd head-in.
    01 head-in-line pic x(256).
fd bisect-log.
    01 bisect-log-line pic x(1024).
fd register.
    01 register-line pic x(256).
fd audit.
    01 audit-line pic x(512).
working-storage section.
    78 REVISION-LIMIT value 1000.
    78 REGISTER-LIMIT value 200.
    01 argv pic x(512).
        88 option-build value "--build".
        88 option-suite value "--suite".
        88 option-runner value "--runner".
        88 option-workspace value "--workspace".
        88 option-register value "--register".
    01 revisions-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 build-command pic x(512) value SPACE.
        88 is-empty value SPACE.
    01 runner-command pic x(512) value "./gcblunit-runner".
    01 suite-names pic x(512) value SPACE.
        88 is-empty value SPACE.
    01 workspace-dir pic x(256) value ".".
    01 register-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 bisect-log-file pic x(256) value "/tmp/gcblunit-bisect.log".
    01 audit-file pic x(256) value "/tmp/gcblunit-known-audit.log".
    01 head-file pic x(256).
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 revisions-status pic x(2).
        88 revisions-ok value "00".
        88 revisions-eof value "10".
    01 head-in-status pic x(2).
        88 head-in-ok value "00".
    01 bisect-log-status pic x(2).
        88 bisect-log-ok value "00".
    01 register-status pic x(2).
        88 register-ok value "00".
        88 register-eof value "10".
    01 audit-status pic x(2).
        88 audit-ok value "00".
    01 audit-operator pic x(32) value SPACE.

    01 shell-command pic x(2048).
    01 shell-rc usage binary-long.
    01 run-prefix pic x(300).
    01 ws-run-pid usage binary-long.
    01 run-pid-edit pic 9(9).

    *> the revisions, oldest first, and what each one tested as
    01 revision-count usage binary-long unsigned value 0.
    01 revision-tbl.
        03 revision-entry occurs REVISION-LIMIT times.
            05 revision-text pic x(256).
            05 revision-snapshot pic x.
                88 is-snapshot value "Y".
            05 revision-state pic x.
                88 is-untested value SPACE.
                88 is-good value "G".
                88 is-bad value "B".
                88 is-untestable value "U".
    01 revision-index usage binary-long unsigned.
    01 uses-checkout pic x value "N".
        88 is-checkout-used value "Y".
    01 original-head pic x(256) value SPACE.
    01 good-index usage binary-long unsigned.
    01 bad-index usage binary-long unsigned.
    01 probe-index usage binary-long unsigned.
    01 probe-scan usage binary-long unsigned.
    01 tested-count usage binary-long unsigned value 0.
    01 outcome pic x(10).
        88 is-found value "found".
        88 is-hidden value "hidden".
        88 is-unbracketed value "unbracket".
    01 result-text pic x(256).

    *> the register, rewritten with the finding in front of each note
    01 entry-count usage binary-long unsigned value 0.
    01 entry-tbl.
        03 register-entry occurs REGISTER-LIMIT times.
            05 entry-text pic x(256).
    01 entry-index usage binary-long unsigned.
    01 entry-suite pic x(32).
    01 entry-ref pic x(48).
    01 entry-ticket pic x(16).
    01 entry-note pic x(192).
    01 entry-new-note pic x(192).
    01 entry-old-note pic x(192).
    01 note-split usage binary-long unsigned.
    01 bisect-note pic x(128).
    01 noted-entries usage binary-long unsigned value 0.
    01 suite-scan pic x(512).
    01 suite-word pic x(128).
    01 suite-pointer usage binary-long unsigned.
    01 suite-matched pic x.

    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    accept revisions-file from ARGUMENT-VALUE.
    if is-empty of revisions-file
        perform show-usage
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-build
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to build-command
        when option-suite
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move concatenate(trim(suite-names), " ", trim(argv))
                to suite-names
        when option-runner
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to runner-command
        when option-workspace
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to workspace-dir
        when option-register
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to register-file
        when other
            display "Error: unknown option " trim(argv) upon syserr
            perform show-usage
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if is-empty of build-command or is-empty of suite-names
        display "Error: both --build and at least one --suite are required"
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move trim(suite-names) to suite-names.

    perform load-revisions.
    if revision-count < 2
        display "Error: " trim(revisions-file)
            " needs at least two revisions" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if is-checkout-used
        perform save-workspace-head
    end-if.

    perform search-first-bad.

    if is-checkout-used
        perform restore-workspace-head
    end-if.
    perform report-outcome.
    perform append-bisect-log.
    if is-found and not is-empty of register-file
        perform note-register
    end-if.
    if is-found
        move 0 to RETURN-CODE
    else
        move 1 to RETURN-CODE
    end-if.
    stop run.

show-usage section.
    display "Usage: bisect revisions.lst --build cmd --suite name"
        " [--suite name]..."
        " [--runner cmd] [--workspace dir] [--register path]" upon syserr.

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
    move concatenate(trim(store-base), "/gcblunit-bisect.log")
        to bisect-log-file.
    move concatenate(trim(store-base), "/gcblunit-known-audit.log")
        to audit-file.

load-revisions section.
    open input revisions.
    if not revisions-ok
        display "Error opening " trim(revisions-file) ": " revisions-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to revisions-status.
    perform until revisions-eof
        read revisions
            at end
                move "10" to revisions-status
            not at end
                if trim(revisions-line) not = SPACE
                        and revisions-line(1:1) not = "#"
                    add 1 to revision-count
                    if revision-count > REVISION-LIMIT
                        display "Fatal: more than " REVISION-LIMIT
                            " revisions" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    move trim(revisions-line) to revision-text(revision-count)
                    move SPACE to revision-state(revision-count)
                    *> a directory is a snapshot, anything else a revision
                    move concatenate("test -d ",
                            trim(revision-text(revision-count)))
                        to shell-command
                    call "SYSTEM" using shell-command
                    if RETURN-CODE = 0
                        move "Y" to revision-snapshot(revision-count)
                    else
                        move "N" to revision-snapshot(revision-count)
                        move "Y" to uses-checkout
                    end-if
                    move 0 to RETURN-CODE
                end-if
        end-read
    end-perform.
    close revisions.

*>*
*> the workspace
*>*
save-workspace-head section.
    *> what to go back to: the branch checked out, else the commit
    call "getpid" giving ws-run-pid.
    move ws-run-pid to run-pid-edit.
    move concatenate("/tmp/gcblunit-bisect-", trim(run-pid-edit), ".head")
        to head-file.
    move concatenate("cd ", trim(workspace-dir),
            " && git diff --quiet HEAD -- >/dev/null 2>&1")
        to shell-command.
    call "SYSTEM" using shell-command.
    if RETURN-CODE not = 0
        display "Error: " trim(workspace-dir) " is not a git workspace"
            " or has uncommitted changes; nothing checked out" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move concatenate("cd ", trim(workspace-dir),
            " && (git symbolic-ref -q --short HEAD || git rev-parse HEAD) > ",
            trim(head-file), " 2>/dev/null")
        to shell-command.
    call "SYSTEM" using shell-command.
    move 0 to RETURN-CODE.
    open input head-in.
    if head-in-ok
        read head-in
            not at end
                move head-in-line to original-head
        end-read
        close head-in
    end-if.
    move concatenate("rm -f ", trim(head-file)) to shell-command.
    call "SYSTEM" using shell-command.
    move 0 to RETURN-CODE.
    if original-head = SPACE
        display "Error: cannot tell what " trim(workspace-dir)
            " has checked out" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

restore-workspace-head section.
    move concatenate("cd ", trim(workspace-dir), " && git checkout -q ",
            trim(original-head), " >/dev/null 2>&1")
        to shell-command.
    call "SYSTEM" using shell-command.
    if RETURN-CODE not = 0
        display "Warning: could not put " trim(workspace-dir) " back on "
            trim(original-head) upon syserr
    end-if.
    move 0 to RETURN-CODE.

*>*
*> the search
*>*
search-first-bad section.
    *> the newest revision first: nothing to look for unless it fails
    move "unbracket" to outcome.
    move revision-count to revision-index.
    perform test-revision.
    if not is-bad(revision-count)
        exit section
    end-if.
    move 1 to revision-index.
    perform test-revision.
    if not is-good(1)
        exit section
    end-if.
    move 1 to good-index.
    move revision-count to bad-index.
    perform until bad-index - good-index <= 1
        perform pick-probe
        if probe-index = 0
            move "hidden" to outcome
            exit section
        end-if
        move probe-index to revision-index
        perform test-revision
        evaluate TRUE
        when is-good(probe-index)
            move probe-index to good-index
        when is-bad(probe-index)
            move probe-index to bad-index
        end-evaluate
    end-perform.
    move "found" to outcome.

pick-probe section.
    *> the untested midpoint, else the nearest untested revision to it
    *> on either side; 0 when only untestable ones are left between
    compute probe-index = (good-index + bad-index) / 2.
    if is-untested(probe-index)
        exit section
    end-if.
    move probe-index to probe-scan.
    perform until probe-scan >= bad-index - 1
        add 1 to probe-scan
        if is-untested(probe-scan)
            move probe-scan to probe-index
            exit section
        end-if
    end-perform.
    compute probe-scan = (good-index + bad-index) / 2.
    perform until probe-scan <= good-index + 1
        subtract 1 from probe-scan
        if is-untested(probe-scan)
            move probe-scan to probe-index
            exit section
        end-if
    end-perform.
    move 0 to probe-index.

test-revision section.
    *> build and run the suites at revision-index
    add 1 to tested-count.
    if is-snapshot(revision-index)
        move concatenate("cd ", trim(revision-text(revision-index)), " && ")
            to run-prefix
    else
        move concatenate("cd ", trim(workspace-dir), " && ") to run-prefix
        move concatenate(trim(run-prefix), " git checkout -q ",
                trim(revision-text(revision-index)), " >/dev/null 2>&1")
            to shell-command
        call "SYSTEM" using shell-command
        move RETURN-CODE to shell-rc
        move 0 to RETURN-CODE
        if shell-rc not = 0
            move "U" to revision-state(revision-index)
            display "  " trim(revision-text(revision-index))
                ": untestable (checkout failed)"
            exit section
        end-if
    end-if.
    move concatenate(trim(run-prefix), " ", trim(build-command),
            " >/dev/null 2>&1")
        to shell-command.
    call "SYSTEM" using shell-command.
    move RETURN-CODE to shell-rc.
    move 0 to RETURN-CODE.
    if shell-rc not = 0
        move "U" to revision-state(revision-index)
        display "  " trim(revision-text(revision-index))
            ": untestable (build failed)"
        exit section
    end-if.
    move concatenate(trim(run-prefix), " ", trim(runner-command), " ",
            trim(suite-names), " >/dev/null 2>&1")
        to shell-command.
    call "SYSTEM" using shell-command.
    move RETURN-CODE to shell-rc.
    move 0 to RETURN-CODE.
    *> SYSTEM hands back the wait status, the runner's exit code in
    *> the high byte: 1 (failures) arrives as 256, 4 as 1024
    evaluate shell-rc
    when 0
        move "G" to revision-state(revision-index)
        display "  " trim(revision-text(revision-index)) ": good"
    when 256
    when 1024
        move "B" to revision-state(revision-index)
        display "  " trim(revision-text(revision-index)) ": bad"
    when other
        move "U" to revision-state(revision-index)
        move shell-rc to ws-num-edit
        display "  " trim(revision-text(revision-index))
            ": untestable (runner status " trim(ws-num-edit) ")"
    end-evaluate.

*>*
*> the result
*>*
report-outcome section.
    move tested-count to ws-num-edit.
    evaluate TRUE
    when is-found
        move concatenate("first bad ", trim(revision-text(bad-index)),
                ", last good ", trim(revision-text(good-index)))
            to result-text
        display "bisect: first bad revision " trim(revision-text(bad-index))
        display "bisect: last good revision " trim(revision-text(good-index))
    when is-hidden
        move good-index to probe-index
        add 1 to probe-index
        move concatenate("first bad one of ",
                trim(revision-text(probe-index)), " .. ",
                trim(revision-text(bad-index)), " (untestable between)")
            to result-text
        display "bisect: the first bad revision is one of "
            trim(revision-text(probe-index)) " .. "
            trim(revision-text(bad-index))
            "; the ones between could not be tested"
        display "bisect: last good revision " trim(revision-text(good-index))
    when other
        if not is-bad(revision-count)
            move concatenate("not failing at the newest revision ",
                    trim(revision-text(revision-count)))
                to result-text
        else
            move concatenate("not passing at the oldest revision ",
                    trim(revision-text(1)))
                to result-text
        end-if
        display "bisect: " trim(result-text) "; nothing to bisect"
    end-evaluate.
    display "bisect: " trim(ws-num-edit) " revision(s) built and run".

append-bisect-log section.
    *> timestamp|suites|outcome|result
    open extend bisect-log.
    if not bisect-log-ok
        open output bisect-log
    end-if.
    if bisect-log-ok
        move concatenate(current-date(1:14), "|", trim(suite-names), "|",
                trim(outcome), "|", trim(result-text))
            to bisect-log-line
        write bisect-log-line
        close bisect-log
    end-if.

note-register section.
    *> every entry of one of the suites carries the finding first
    move concatenate("bisect ", current-date(1:8), ": first bad ",
            trim(revision-text(bad-index)), ", last good ",
            trim(revision-text(good-index)))
        to bisect-note.
    open input register.
    if not register-ok
        display "Error opening " trim(register-file) ": " register-status
            upon syserr
        exit section
    end-if.
    move SPACE to register-status.
    perform until register-eof
        read register
            at end
                move "10" to register-status
            not at end
                if entry-count >= REGISTER-LIMIT
                    display "Fatal: register exceeds " REGISTER-LIMIT
                        " lines" upon syserr
                    close register
                    move 3 to RETURN-CODE
                    stop run
                end-if
                add 1 to entry-count
                move register-line to entry-text(entry-count)
        end-read
    end-perform.
    close register.
    move 1 to entry-index.
    perform until entry-index > entry-count
        if trim(entry-text(entry-index)) not = SPACE
                and entry-text(entry-index)(1:1) not = "#"
            perform note-register-entry
        end-if
        add 1 to entry-index
    end-perform.
    if noted-entries = 0
        display "bisect: no known-issues entry for " trim(suite-names)
            "; the finding is in " trim(bisect-log-file)
        exit section
    end-if.
    open output register.
    if not register-ok
        display "Error writing " trim(register-file) ": " register-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move 1 to entry-index.
    perform until entry-index > entry-count
        move entry-text(entry-index) to register-line
        write register-line
        add 1 to entry-index
    end-perform.
    close register.
    move noted-entries to ws-num-edit.
    display "bisect: " trim(ws-num-edit) " known-issues entr(ies) noted".

note-register-entry section.
    move SPACE to entry-suite entry-ref entry-ticket entry-note.
    unstring entry-text(entry-index) delimited by "|"
        into entry-suite entry-ref entry-ticket entry-note
    end-unstring.
    move "N" to suite-matched.
    move suite-names to suite-scan.
    move 1 to suite-pointer.
    perform until suite-pointer > length(trim(suite-scan))
            or suite-matched = "Y"
        move SPACE to suite-word
        unstring suite-scan delimited by all SPACE
            into suite-word
            with pointer suite-pointer
        end-unstring
        if suite-word not = SPACE and trim(suite-word) = trim(entry-suite)
            move "Y" to suite-matched
        end-if
    end-perform.
    if suite-matched = "N"
        exit section
    end-if.
    *> a later bisect replaces an earlier finding rather than piling up
    move entry-note to entry-old-note.
    if entry-note(1:7) = "bisect "
        move 0 to note-split
        inspect entry-note tallying note-split
            for characters before initial "; "
        if note-split >= length(entry-note) - 2
            move SPACE to entry-note
        else
            move entry-note(note-split + 3:) to entry-new-note
            move entry-new-note to entry-note
        end-if
    end-if.
    if entry-note = SPACE
        move bisect-note to entry-new-note
    else
        move concatenate(trim(bisect-note), "; ", trim(entry-note))
            to entry-new-note
    end-if.
    move concatenate(trim(entry-suite), "|", trim(entry-ref), "|",
            trim(entry-ticket), "|", trim(entry-new-note))
        to entry-text(entry-index).
    add 1 to noted-entries.
    perform write-audit-line.

write-audit-line section.
    *> the shop-common audit record every maintenance program writes:
    *> timestamp|program|verb|object|old|new|operator
    if audit-operator = SPACE
        accept audit-operator from environment "USER"
            on exception
                move "(unknown)" to audit-operator
        end-accept
        if audit-operator = SPACE
            move "(unknown)" to audit-operator
        end-if
    end-if.
    open extend audit.
    if not audit-ok
        open output audit
    end-if.
    if audit-ok
        move concatenate(current-date(1:14), "|bisect|NOTE|",
                trim(entry-suite), " ", trim(entry-ref), "|",
                trim(entry-old-note), "|", trim(bisect-note), "|",
                trim(audit-operator))
            to audit-line
        write audit-line
        close audit
    end-if.
end program bisect.
