       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit failure acknowledgement register
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Maintains the acknowledgement register: one
*>  "suite|timestamp|operator|comment" record per failing suite someone
*>  on call has looked at ("acked pay-ledger, investigating"). An ack
*>  stops oncall-escalate paging the secondary and the team lead about
*>  the suite, and shows beside it in triage-browser, the HTML report
*>  (gcblunit --acks) and the results-collector status file. ACK on a
*>  suite already acknowledged replaces the ack; CLEAR retires it, as
*>  oncall-escalate does once the suite passes again. One audit line
*>  per change, in the shop-common record (gcblunit-ack-audit.log in
*>  the artifact store).
*>
*>  Usage:
*>    failure-ack register.dat LIST
*>    failure-ack register.dat ACK suite "comment"
*>    failure-ack register.dat CLEAR suite
identification division.
program-id. failure-ack.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select register assign to dynamic register-file
    organization is line sequential
    file status is register-file-status.
    select audit assign to dynamic audit-file
    organization is line sequential
    file status is audit-file-status.
data division.
file section.
fd register.
    01 register-line pic x(256).
fd audit.
    01 audit-line pic x(512).
working-storage section.
    78 ACK-LIMIT value 500.
    01 register-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 audit-file pic x(256) value "/tmp/gcblunit-ack-audit.log".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 register-file-status pic x(2).
        88 register-ok value "00".
        88 register-eof value "10".
    01 audit-file-status pic x(2).
        88 audit-ok value "00".
    01 verb pic x(8).
    01 arg-suite pic x(32).
    01 arg-comment pic x(128).
    01 old-comment pic x(128).

    01 entry-count usage binary-long unsigned value 0.
    01 entry-tbl.
        03 register-entry occurs ACK-LIMIT times.
            05 entry-suite pic x(32).
            05 entry-acked pic x(14).
            05 entry-operator pic x(32).
            05 entry-comment pic x(128).
    01 entry-index usage binary-long unsigned.
    01 entry-found usage binary-long unsigned.
    01 audit-operator pic x(32) value SPACE.
    01 ws-num-edit pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    accept register-file from ARGUMENT-VALUE.
    accept verb from ARGUMENT-VALUE.
    if is-empty of register-file or verb = SPACE
        display "Usage: failure-ack register.dat"
            " LIST|ACK|CLEAR ..." upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

    perform load-register.

    evaluate verb
    when "LIST"
        perform list-register
    when "ACK"
        accept arg-suite from ARGUMENT-VALUE
        accept arg-comment from ARGUMENT-VALUE
        perform ack-entry
        perform save-register
    when "CLEAR"
        accept arg-suite from ARGUMENT-VALUE
        perform clear-entry
        perform save-register
    when other
        display "Error: unknown transaction " trim(verb) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-evaluate.
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
    move concatenate(trim(store-base), "/gcblunit-ack-audit.log")
        to audit-file.

load-register section.
    open input register.
    if register-ok
        move SPACE to register-file-status
        perform until register-eof
            read register
                at end
                    move "10" to register-file-status
                not at end
                    if trim(register-line) not = SPACE
                            and register-line(1:1) not = "#"
                        add 1 to entry-count
                        if entry-count > ACK-LIMIT
                            display "Fatal: register exceeds "
                                ACK-LIMIT " entries" upon syserr
                            move 3 to RETURN-CODE
                            stop run
                        end-if
                        unstring register-line delimited by "|"
                            into entry-suite(entry-count)
                                 entry-acked(entry-count)
                                 entry-operator(entry-count)
                                 entry-comment(entry-count)
                        end-unstring
                    end-if
            end-read
        end-perform
        close register
    end-if.

find-entry section.
    move 0 to entry-found.
    move 1 to entry-index.
    perform until entry-index > entry-count
        if trim(entry-suite(entry-index)) = trim(arg-suite)
            move entry-index to entry-found
            move entry-count to entry-index
        end-if
        add 1 to entry-index
    end-perform.

take-operator section.
    accept audit-operator from environment "USER"
        on exception
            move "(unknown)" to audit-operator
    end-accept.
    if audit-operator = SPACE
        move "(unknown)" to audit-operator
    end-if.

ack-entry section.
    if arg-suite = SPACE
        display "Error: ACK needs a suite" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if arg-comment = SPACE
        display "Error: ACK needs a comment -- what is being done" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    perform take-operator.
    perform find-entry.
    move SPACE to old-comment.
    if entry-found = 0
        add 1 to entry-count
        if entry-count > ACK-LIMIT
            display "Fatal: register exceeds " ACK-LIMIT " entries" upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        move entry-count to entry-found
    else
        move entry-comment(entry-found) to old-comment
    end-if.
    move arg-suite to entry-suite(entry-found).
    move current-date(1:14) to entry-acked(entry-found).
    move audit-operator to entry-operator(entry-found).
    move arg-comment to entry-comment(entry-found).
    move "ACK" to verb.
    perform write-audit-line.
    display "acked " trim(arg-suite) " by " trim(audit-operator) ": "
        trim(arg-comment).

clear-entry section.
    perform take-operator.
    perform find-entry.
    if entry-found = 0
        display "Error: " trim(arg-suite) " not acknowledged" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move entry-comment(entry-found) to old-comment.
    move SPACE to arg-comment.
    perform until entry-found >= entry-count
        move register-entry(entry-found + 1)
            to register-entry(entry-found)
        add 1 to entry-found
    end-perform.
    subtract 1 from entry-count.
    move "CLEAR" to verb.
    perform write-audit-line.

write-audit-line section.
    *> the shop-common audit record every maintenance program writes:
    *> timestamp|program|verb|object|old|new|operator
    open extend audit.
    if not audit-ok
        open output audit
    end-if.
    if audit-ok
        move concatenate(current-date(1:14), "|failure-ack|",
                trim(verb), "|", trim(arg-suite), "|", trim(old-comment),
                "|", trim(arg-comment), "|", trim(audit-operator))
            to audit-line
        write audit-line
        close audit
    end-if.

save-register section.
    open output register.
    if not register-ok
        display "Error writing " trim(register-file) ": " register-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move 1 to entry-index.
    perform until entry-index > entry-count
        move concatenate(trim(entry-suite(entry-index)), "|",
                entry-acked(entry-index), "|",
                trim(entry-operator(entry-index)), "|",
                trim(entry-comment(entry-index)))
            to register-line
        write register-line
        add 1 to entry-index
    end-perform.
    close register.

list-register section.
    move entry-count to ws-num-edit.
    display trim(ws-num-edit) " acknowledged failure(s):".
    move 1 to entry-index.
    perform until entry-index > entry-count
        display "  " trim(entry-suite(entry-index))
            " " entry-acked(entry-index)
            " " trim(entry-operator(entry-index))
            " " trim(entry-comment(entry-index))
        add 1 to entry-index
    end-perform.
end program failure-ack.
