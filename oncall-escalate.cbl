       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit on-call escalation
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  The runner's --webhook (with --routes and --rota) pages the owning
*>  team's primary on duty tonight when a suite fails. Run this every
*>  few minutes from the scheduler against the same run's
*>  --dump-summary: a failing suite nobody has acknowledged (failure-ack)
*>  within --after-minutes of the last page is escalated to the team's
*>  secondary on the rota, and after another --after-minutes to the
*>  team lead. The page is a send-udp datagram, as the runner's own:
*>    {"suite":..,"team":..,"escalation":"secondary"|"lead",
*>     "on_call":..,"unacked_minutes":N}
*>  The owning team comes from the --routes file ("pattern host:port
*>  team"); the rota file is the runner's --rota ("team|from|to|role|
*>  person|contact", dates YYYYMMDD inclusive, contact host[:port]).
*>  What has been paged is kept in the --state file, "suite|first-seen|
*>  level|last-notified" per line (level 0 primary, 1 secondary, 2 lead;
*>  times YYYYMMDDHHMMSS; gcblunit-escalation.dat in the artifact
*>  store). A suite that passes again is dropped from the state and its
*>  ack retired through failure-ack CLEAR (--ack-cmd), which keeps the
*>  register's audit trail.
*>
*>  Usage:
*>    oncall-escalate dump-summary --routes path --rota path
*>        [--acks path] [--state path] [--after-minutes N]
*>        [--ack-cmd command]
*>
*>  Exit code: 0 done, 1 an escalation was due but the rota names
*>  nobody for the role, 2 usage error.
identification division.
program-id. oncall-escalate.
environment division.
configuration section.
repository.
    function all intrinsic
    function send-udp.
input-output section.
file-control.
    select text-in assign to dynamic text-in-path
    organization is line sequential
    file status is text-in-status.
    select state-out assign to dynamic state-file
    organization is line sequential
    file status is state-out-status.
data division.
file section.
fd text-in.
    01 text-line pic x(512).
fd state-out.
    01 state-line pic x(256).
working-storage section.
    78 RUN-SUITE-LIMIT value 500.
    78 ROUTES-LIMIT value 200.
    78 ROTA-LIMIT value 200.
    78 ACK-LIMIT value 500.
    78 STATE-LIMIT value 500.
    01 argv pic x(256).
        88 option-routes value "--routes".
        88 option-rota value "--rota".
        88 option-acks value "--acks".
        88 option-state value "--state".
        88 option-after-minutes value "--after-minutes".
        88 option-ack-cmd value "--ack-cmd".
    01 dump-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 routes-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 rota-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 acks-file pic x(256) value "/tmp/gcblunit-acks.dat".
    01 state-file pic x(256) value "/tmp/gcblunit-escalation.dat".
    01 ack-command pic x(256) value "failure-ack".
    01 after-minutes usage binary-long unsigned value 30.
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 text-in-path pic x(256).
    01 text-in-status pic x(2).
        88 text-in-ok value "00".
        88 text-in-eof value "10".
    01 state-out-status pic x(2).
        88 state-out-ok value "00".
    01 shell-command pic x(1024).

    *> the run: each suite and whether any of its assertions failed
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
    01 run-index usage binary-long unsigned.
    01 run-found usage binary-long unsigned.
    01 lookup-suite pic x(128).

    *> --routes: only the owning team is wanted here
    01 routes-count usage binary-long unsigned value 0.
    01 routes-tbl.
        03 route-entry occurs ROUTES-LIMIT times.
            05 route-pattern pic x(128).
            05 route-team pic x(32).
    01 route-authority pic x(150).
    01 routes-scan-index usage binary-long unsigned.
    01 route-pattern-len usage binary-long unsigned.
    01 route-found pic x.
        88 is-route-found value "Y".
    01 route-found-team pic x(32).

    *> --rota
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
    01 rota-lookup-role pic x(10).
    01 rota-found pic x.
        88 is-rota-found value "Y".
    01 rota-found-person pic x(32).
    01 rota-found-host pic x(128).
    01 rota-found-port pic x(5).

    *> --acks, failure-ack's register
    01 ack-count usage binary-long unsigned value 0.
    01 ack-tbl.
        03 ack-entry occurs ACK-LIMIT times.
            05 ack-suite pic x(32).
            05 ack-operator pic x(32).
    01 ack-index usage binary-long unsigned.
    01 ack-found usage binary-long unsigned.
    01 ack-stamp pic x(14).
    01 ack-comment pic x(128).

    *> --state
    01 state-count usage binary-long unsigned value 0.
    01 state-tbl.
        03 state-entry occurs STATE-LIMIT times.
            05 state-suite pic x(32).
            05 state-first-seen pic x(14).
            05 state-level pic 9.
            05 state-last-notified pic x(14).
            05 state-dropped pic x.
                88 is-state-dropped value "Y".
    01 state-index usage binary-long unsigned.
    01 state-found usage binary-long unsigned.
    01 state-level-text pic x(4).

    *> clock arithmetic in minutes
    01 now-stamp pic x(14).
    01 stamp-text pic x(14).
    01 stamp-minutes usage binary-long unsigned.
    01 now-minutes usage binary-long unsigned.
    01 waited-minutes usage binary-long.
    01 unacked-minutes usage binary-long.

    01 payload pic x(512).
    01 send-result usage binary-long unsigned.
    01 escalated-count usage binary-long unsigned value 0.
    01 unstaffed-count usage binary-long unsigned value 0.
    01 cleared-count usage binary-long unsigned value 0.
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-routes
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to routes-file
        when option-rota
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to rota-file
        when option-acks
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to acks-file
        when option-state
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to state-file
        when option-after-minutes
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            if test-numval(argv) not = 0 or numval(argv) < 1
                display "Error: --after-minutes needs a positive number" upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
            move numval(argv) to after-minutes
        when option-ack-cmd
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to ack-command
        when argv(1:2) = "--"
            display "Error: unknown option " trim(argv) upon syserr
            perform show-usage
            move 2 to RETURN-CODE
            stop run
        when other
            if not is-empty of dump-file
                display "Error: one dump-summary only" upon syserr
                perform show-usage
                move 2 to RETURN-CODE
                stop run
            end-if
            move argv to dump-file
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if is-empty of dump-file or is-empty of routes-file
            or is-empty of rota-file
        perform show-usage
        move 2 to RETURN-CODE
        stop run
    end-if.

    perform load-dump.
    perform load-routes.
    perform load-rota.
    perform load-acks.
    perform load-state.
    move current-date(1:14) to now-stamp.
    move now-stamp to stamp-text.
    perform stamp-to-minutes.
    move stamp-minutes to now-minutes.

    display "GCBLUNIT ON-CALL ESCALATION " now-stamp.
    move 1 to run-index.
    perform until run-index > run-suite-count
        if is-run-failed(run-index)
            perform check-failing-suite
        else
            perform check-passing-suite
        end-if
        add 1 to run-index
    end-perform.
    perform save-state.

    move escalated-count to ws-num-edit.
    move cleared-count to ws-num-edit2.
    display "  " trim(ws-num-edit) " escalation(s) sent, "
        trim(ws-num-edit2) " ack(s) retired".
    if unstaffed-count > 0
        move 1 to RETURN-CODE
    else
        move 0 to RETURN-CODE
    end-if.
    stop run.

show-usage section.
    display "Usage: oncall-escalate dump-summary --routes path --rota path"
        " [--acks path] [--state path] [--after-minutes N]"
        " [--ack-cmd command]" upon syserr.

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
    move concatenate(trim(store-base), "/gcblunit-acks.dat")
        to acks-file.
    move concatenate(trim(store-base), "/gcblunit-escalation.dat")
        to state-file.

*>*
*> loading
*>*
load-dump section.
    *> a --dump-summary file: the totals header first, then the
    *> fixed-width records, the "T" trailer last
    move dump-file to text-in-path.
    open input text-in.
    if not text-in-ok
        display "Error opening " trim(dump-file) ": " text-in-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to first-line-seen.
    move SPACE to text-in-status.
    perform until text-in-eof
        read text-in
            at end
                move "10" to text-in-status
            not at end
                if first-line-seen = SPACE
                    move "Y" to first-line-seen
                else
                    if text-line(1:1) = "." or text-line(1:1) = "F"
                            or text-line(1:1) = "W"
                            or text-line(1:1) = "S"
                            or text-line(1:1) = "B"
                        move text-line(1:181) to ws-dump-record
                        perform note-run-record
                    end-if
                end-if
        end-read
    end-perform.
    close text-in.

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
    end-if.
    if dump-status = "F"
        move "Y" to run-failed(run-found)
    end-if.

find-run-suite section.
    move 0 to run-found.
    move run-suite-count to run-index.
    perform until run-index = 0
        if run-suite(run-index) = lookup-suite
            move run-index to run-found
            exit section
        end-if
        subtract 1 from run-index
    end-perform.

load-routes section.
    move routes-file to text-in-path.
    open input text-in.
    if not text-in-ok
        display "Error opening " trim(routes-file) ": " text-in-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to text-in-status.
    perform until text-in-eof
        read text-in
            at end
                move "10" to text-in-status
            not at end
                if trim(text-line) not = SPACE
                        and text-line(1:1) not = "#"
                    add 1 to routes-count
                    if routes-count > ROUTES-LIMIT
                        display "Fatal: routing file exceeds " ROUTES-LIMIT " entries" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    move SPACE to route-authority route-team(routes-count)
                    unstring text-line delimited by all SPACE
                        into route-pattern(routes-count)
                             route-authority
                             route-team(routes-count)
                    end-unstring
                end-if
        end-read
    end-perform.
    close text-in.

route-resolve section.
    *> match lookup-suite against the routing table: an exact suite
    *> name, or a prefix pattern ending in "*"
    move "N" to route-found.
    move SPACE to route-found-team.
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
                move route-team(routes-scan-index) to route-found-team
                move routes-count to routes-scan-index
            end-if
        end-if
        add 1 to routes-scan-index
    end-perform.

load-rota section.
    move rota-file to text-in-path.
    open input text-in.
    if not text-in-ok
        display "Error opening " trim(rota-file) ": " text-in-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to text-in-status.
    perform until text-in-eof
        read text-in
            at end
                move "10" to text-in-status
            not at end
                if trim(text-line) not = SPACE
                        and text-line(1:1) not = "#"
                    add 1 to rota-count
                    if rota-count > ROTA-LIMIT
                        display "Fatal: rota file exceeds " ROTA-LIMIT " entries" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    unstring text-line delimited by "|"
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
    close text-in.

rota-lookup section.
    *> who holds rota-lookup-role for route-found-team today; the
    *> first matching line wins, as in the runner
    move "N" to rota-found.
    move 1 to rota-scan-index.
    perform until rota-scan-index > rota-count
        if trim(rota-team(rota-scan-index)) = trim(route-found-team)
                and trim(rota-role(rota-scan-index)) = trim(rota-lookup-role)
                and rota-from(rota-scan-index) <= now-stamp(1:8)
                and rota-to(rota-scan-index) >= now-stamp(1:8)
                and rota-contact(rota-scan-index) not = SPACE
            move "Y" to rota-found
            move rota-person(rota-scan-index) to rota-found-person
            move SPACE to rota-found-host
            move "514" to rota-found-port
            unstring rota-contact(rota-scan-index) delimited by ":"
                into rota-found-host rota-found-port
                on overflow
                    continue
            end-unstring
            if rota-found-port = SPACE
                move "514" to rota-found-port
            end-if
            exit section
        end-if
        add 1 to rota-scan-index
    end-perform.

load-acks section.
    *> no register yet means nothing has been acknowledged
    move acks-file to text-in-path.
    open input text-in.
    if not text-in-ok
        exit section
    end-if.
    move SPACE to text-in-status.
    perform until text-in-eof
        read text-in
            at end
                move "10" to text-in-status
            not at end
                if trim(text-line) not = SPACE
                        and text-line(1:1) not = "#"
                        and ack-count < ACK-LIMIT
                    add 1 to ack-count
                    unstring text-line delimited by "|"
                        into ack-suite(ack-count)
                             ack-stamp
                             ack-operator(ack-count)
                             ack-comment
                    end-unstring
                end-if
        end-read
    end-perform.
    close text-in.

find-ack section.
    move 0 to ack-found.
    move 1 to ack-index.
    perform until ack-index > ack-count
        if ack-suite(ack-index) = run-suite(run-index)
            move ack-index to ack-found
            exit section
        end-if
        add 1 to ack-index
    end-perform.

load-state section.
    move state-file to text-in-path.
    open input text-in.
    if not text-in-ok
        exit section
    end-if.
    move SPACE to text-in-status.
    perform until text-in-eof
        read text-in
            at end
                move "10" to text-in-status
            not at end
                if trim(text-line) not = SPACE
                        and text-line(1:1) not = "#"
                    add 1 to state-count
                    if state-count > STATE-LIMIT
                        display "Fatal: state file exceeds " STATE-LIMIT " entries" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    move SPACE to state-level-text
                    unstring text-line delimited by "|"
                        into state-suite(state-count)
                             state-first-seen(state-count)
                             state-level-text
                             state-last-notified(state-count)
                    end-unstring
                    move 0 to state-level(state-count)
                    if state-level-text(1:1) is numeric
                        move state-level-text(1:1) to state-level(state-count)
                    end-if
                    move "N" to state-dropped(state-count)
                end-if
        end-read
    end-perform.
    close text-in.

find-state section.
    move 0 to state-found.
    move 1 to state-index.
    perform until state-index > state-count
        if state-suite(state-index) = run-suite(run-index)
                and not is-state-dropped(state-index)
            move state-index to state-found
            exit section
        end-if
        add 1 to state-index
    end-perform.

stamp-to-minutes section.
    *> YYYYMMDDHHMMSS to minutes on a running count
    if stamp-text(1:12) is not numeric
        move now-minutes to stamp-minutes
        exit section
    end-if.
    compute stamp-minutes = integer-of-date(numval(stamp-text(1:8))) * 1440
        + numval(stamp-text(9:2)) * 60 + numval(stamp-text(11:2)).

*>*
*> escalating
*>*
check-failing-suite section.
    perform find-state.
    if state-found = 0
        *> first sighting: the runner's webhook paged the primary
        if state-count >= STATE-LIMIT
            display "Fatal: state file exceeds " STATE-LIMIT " entries" upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        add 1 to state-count
        move state-count to state-found
        move run-suite(run-index) to state-suite(state-found)
        move now-stamp to state-first-seen(state-found)
        move 0 to state-level(state-found)
        move now-stamp to state-last-notified(state-found)
        move "N" to state-dropped(state-found)
    end-if.
    perform find-ack.
    if ack-found > 0
        display "  " trim(run-suite(run-index)) " acked by "
            trim(ack-operator(ack-found))
        exit section
    end-if.
    if state-level(state-found) >= 2
        display "  " trim(run-suite(run-index)) " unacked, lead already paged"
        exit section
    end-if.
    move state-last-notified(state-found) to stamp-text.
    perform stamp-to-minutes.
    compute waited-minutes = now-minutes - stamp-minutes.
    if waited-minutes < after-minutes
        display "  " trim(run-suite(run-index)) " unacked, waiting"
        exit section
    end-if.

    add 1 to state-level(state-found).
    move now-stamp to state-last-notified(state-found).
    if state-level(state-found) = 1
        move "secondary" to rota-lookup-role
    else
        move "lead" to rota-lookup-role
    end-if.
    move run-suite(run-index) to lookup-suite.
    perform route-resolve.
    if not is-route-found or route-found-team = SPACE
        display "  " trim(run-suite(run-index)) " unacked, no owning team in "
            trim(routes-file) upon syserr
        add 1 to unstaffed-count
        exit section
    end-if.
    perform rota-lookup.
    if not is-rota-found
        display "  " trim(run-suite(run-index)) " unacked, no "
            trim(rota-lookup-role) " on the rota for "
            trim(route-found-team) upon syserr
        add 1 to unstaffed-count
        exit section
    end-if.
    perform send-escalation.

send-escalation section.
    move state-first-seen(state-found) to stamp-text.
    perform stamp-to-minutes.
    compute unacked-minutes = now-minutes - stamp-minutes.
    move unacked-minutes to ws-num-edit.
    move concatenate('{"suite":"', trim(run-suite(run-index)),
            '","team":"', trim(route-found-team),
            '","escalation":"', trim(rota-lookup-role),
            '","on_call":"', trim(rota-found-person),
            '","unacked_minutes":', trim(ws-num-edit), '}')
        to payload.
    move send-udp(rota-found-host, rota-found-port, trim(payload))
        to send-result.
    add 1 to escalated-count.
    display "  " trim(run-suite(run-index)) " unacked " trim(ws-num-edit)
        " minute(s), escalated to " trim(rota-lookup-role) " "
        trim(rota-found-person).

check-passing-suite section.
    *> passing again: forget the paging and retire the ack
    perform find-state.
    if state-found > 0
        move "Y" to state-dropped(state-found)
    end-if.
    perform find-ack.
    if ack-found = 0
        exit section
    end-if.
    move concatenate(trim(ack-command), " '", trim(acks-file),
            "' CLEAR '", trim(run-suite(run-index)), "'")
        to shell-command.
    call "SYSTEM" using shell-command.
    if RETURN-CODE not = 0
        display "Error: ack CLEAR of " trim(run-suite(run-index))
            " failed" upon syserr
    else
        add 1 to cleared-count
        display "  " trim(run-suite(run-index)) " passing again, ack retired"
    end-if.
    move 0 to RETURN-CODE.

save-state section.
    open output state-out.
    if not state-out-ok
        display "Error writing " trim(state-file) ": " state-out-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move 1 to state-index.
    perform until state-index > state-count
        if not is-state-dropped(state-index)
            move concatenate(trim(state-suite(state-index)), "|",
                    state-first-seen(state-index), "|",
                    state-level(state-index), "|",
                    state-last-notified(state-index))
                to state-line
            write state-line
        end-if
        add 1 to state-index
    end-perform.
    close state-out.
end program oncall-escalate.
