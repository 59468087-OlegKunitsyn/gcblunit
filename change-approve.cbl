       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit maker-checker change approval
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  The checker's side of maker-checker. Changes that reduce test
*>  coverage -- quarantine-maint benching a suite, known-issues
*>  REMOVE, snapshot-review APPROVE, suite-catalog REMOVE, quarantining
*>  or a loosened budget -- are not applied by the program that was
*>  asked for them: it stages them in the shared pending-changes file
*>  (gcblunit-pending.dat in the artifact store), one
*>  "id|created|program|verb|object|detail|maker|checker|dir|files"
*>  record each, dir being where the maker ran and files the data
*>  files the owning program was given, "|"-separated. This lists them
*>  with the command approval would run, and lets an operator other
*>  than the one who asked approve or reject them. No shell line is
*>  ever staged: the command is rebuilt from the record, and only the
*>  transactions the owning programs stage map onto one --
*>    suite-catalog UPDATE | REMOVE, known-issues REMOVE,
*>    quarantine-maint ADD, snapshot-review APPROVE --
*>  with every value from the record single-quoted; a record that does
*>  not map, or a value holding a quote, is refused. APPROVE shows the
*>  command, marks the record with the checker and runs it with
*>  GCBLUNIT_CHANGE_ID set, so the owning program applies the change
*>  itself and writes both operator ids into its audit line (the
*>  approver after the operator); a change that fails to apply is left
*>  pending. REJECT needs a
*>  reason; the maker rejecting their own request withdraws it.
*>  Requests older than --expire-days (default 7) expire on every run
*>  -- schedule EXPIRE nightly to keep the file tidy. Every decision is
*>  written to the approval trail (gcblunit-approval-audit.log in the
*>  store) in the shop-common audit record.
*>
*>  Usage:
*>    change-approve LIST|EXPIRE [options]
*>    change-approve APPROVE id [options]
*>    change-approve REJECT id "reason" [options]
*>  options: [--pending path] [--expire-days N] [--audit path]
*>
*>  Exit code: 0 done, 1 the approved change failed to apply, 2 usage
*>  error or a decision the rules refuse.
identification division.
program-id. change-approve.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select pending assign to dynamic pending-file
    organization is line sequential
    file status is pending-file-status.
    select audit assign to dynamic audit-file
    organization is line sequential
    file status is audit-file-status.
data division.
file section.
fd pending.
    01 pending-line pic x(1024).
fd audit.
    01 audit-line pic x(512).
working-storage section.
    78 PENDING-LIMIT value 500.
    01 argv pic x(256).
        88 option-pending value "--pending".
        88 option-expire-days value "--expire-days".
        88 option-audit value "--audit".
    01 pending-file pic x(256) value "/tmp/gcblunit-pending.dat".
    01 audit-file pic x(256) value "/tmp/gcblunit-approval-audit.log".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 pending-file-status pic x(2).
        88 pending-ok value "00".
        88 pending-eof value "10".
    01 audit-file-status pic x(2).
        88 audit-ok value "00".
    01 verb pic x(8).
    01 arg-id pic x(9) value SPACE.
    01 arg-reason pic x(128) value SPACE.
    01 expire-days usage binary-long unsigned value 7.

    01 change-count usage binary-long unsigned value 0.
    01 change-tbl.
        03 change-entry occurs PENDING-LIMIT times.
            05 change-id pic x(9).
            05 change-created pic x(14).
            05 change-program pic x(32).
            05 change-verb pic x(16).
            05 change-object pic x(128).
            05 change-detail pic x(128).
            05 change-maker pic x(32).
            05 change-checker pic x(32).
            05 change-dir pic x(256).
            05 change-file pic x(256) occurs 3 times.
    01 change-index usage binary-long unsigned.
    01 change-found usage binary-long unsigned.
    01 changes-dirty pic x value "N".

    01 audit-operator pic x(32) value SPACE.
    01 audit-verb pic x(16).
    01 audit-new pic x(128).
    01 shell-command pic x(2048).
    01 command-refusal pic x(64).
    01 quote-arg pic x(256).
    01 quote-count usage binary-long unsigned.
    01 detail-field pic x(128).
    01 detail-value pic x(128).
    01 detail-pointer usage binary-long unsigned.
    01 today-integer usage binary-long.
    01 change-age usage binary-long.
    01 expired-count usage binary-long unsigned value 0.
    01 ws-num-edit pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    accept verb from ARGUMENT-VALUE.
    if verb = "APPROVE" or verb = "REJECT"
        accept arg-id from ARGUMENT-VALUE
        if arg-id = SPACE
            display "Error: " trim(verb) " needs a change id" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
    end-if.
    if verb = "REJECT"
        accept arg-reason from ARGUMENT-VALUE
        if arg-reason = SPACE or arg-reason(1:2) = "--"
            display "Error: REJECT needs a reason" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-pending
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to pending-file
        when option-expire-days
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            if test-numval(argv) not = 0 or numval(argv) < 1
                display "Error: --expire-days needs a positive number" upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
            move numval(argv) to expire-days
        when option-audit
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to audit-file
        when other
            display "Error: unknown option " trim(argv) upon syserr
            perform show-usage
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.

    accept audit-operator from environment "USER"
        on exception
            move "(unknown)" to audit-operator
    end-accept.
    if audit-operator = SPACE
        move "(unknown)" to audit-operator
    end-if.

    perform load-pending.
    perform expire-changes.

    evaluate verb
    when "LIST"
        perform list-changes
    when "EXPIRE"
        move expired-count to ws-num-edit
        display "change-approve: " trim(ws-num-edit) " request(s) expired"
    when "APPROVE"
        perform approve-change
    when "REJECT"
        perform reject-change
    when other
        perform show-usage
        move 2 to RETURN-CODE
    end-evaluate.
    if changes-dirty = "Y"
        perform save-pending
    end-if.
    stop run.

show-usage section.
    display "Usage: change-approve LIST|EXPIRE | APPROVE id"
        " | REJECT id reason [--pending path] [--expire-days N]"
        " [--audit path]" upon syserr.

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
    move concatenate(trim(store-base), "/gcblunit-pending.dat")
        to pending-file.
    move concatenate(trim(store-base), "/gcblunit-approval-audit.log")
        to audit-file.

load-pending section.
    open input pending.
    if not pending-ok
        exit section
    end-if.
    move SPACE to pending-file-status.
    perform until pending-eof
        read pending
            at end
                move "10" to pending-file-status
            not at end
                if trim(pending-line) not = SPACE
                        and pending-line(1:1) not = "#"
                    add 1 to change-count
                    if change-count > PENDING-LIMIT
                        display "Fatal: pending-changes file exceeds "
                            PENDING-LIMIT " entries" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    move SPACE to change-entry(change-count)
                    unstring pending-line delimited by "|"
                        into change-id(change-count)
                             change-created(change-count)
                             change-program(change-count)
                             change-verb(change-count)
                             change-object(change-count)
                             change-detail(change-count)
                             change-maker(change-count)
                             change-checker(change-count)
                             change-dir(change-count)
                             change-file(change-count, 1)
                             change-file(change-count, 2)
                             change-file(change-count, 3)
                    end-unstring
                end-if
        end-read
    end-perform.
    close pending.

expire-changes section.
    compute today-integer = integer-of-date(numval(current-date(1:8))).
    move 1 to change-index.
    perform until change-index > change-count
        move 0 to change-age
        if change-created(change-index)(1:8) is numeric
            compute change-age = today-integer
                - integer-of-date(numval(change-created(change-index)(1:8)))
        end-if
        if change-age > expire-days
            move "EXPIRE" to audit-verb
            move concatenate("change ", trim(change-id(change-index)))
                to audit-new
            move change-index to change-found
            move SPACE to change-checker(change-found)
            perform write-audit-line
            display "change " trim(change-id(change-index)) " expired: "
                trim(change-program(change-index)) " "
                trim(change-verb(change-index)) " "
                trim(change-object(change-index))
            perform drop-change
            add 1 to expired-count
        else
            add 1 to change-index
        end-if
    end-perform.

find-change section.
    move 0 to change-found.
    move 1 to change-index.
    perform until change-index > change-count
        if trim(change-id(change-index)) = trim(arg-id)
            move change-index to change-found
            exit section
        end-if
        add 1 to change-index
    end-perform.
    display "Error: no pending change " trim(arg-id) upon syserr.
    move 2 to RETURN-CODE.
    stop run.

drop-change section.
    *> change-index's entry leaves the table
    move change-index to change-found.
    perform until change-found >= change-count
        move change-entry(change-found + 1) to change-entry(change-found)
        add 1 to change-found
    end-perform.
    subtract 1 from change-count.
    move "Y" to changes-dirty.

list-changes section.
    move change-count to ws-num-edit.
    display trim(ws-num-edit) " change(s) awaiting approval:".
    move 1 to change-index.
    perform until change-index > change-count
        display "  " trim(change-id(change-index))
            " " change-created(change-index)
            " " trim(change-program(change-index))
            " " trim(change-verb(change-index))
            " " trim(change-object(change-index))
            " (" trim(change-detail(change-index))
            ") by " trim(change-maker(change-index))
        move change-index to change-found
        perform build-command
        if command-refusal = SPACE
            display "      runs: " trim(shell-command)
        else
            display "      refused: " trim(command-refusal)
        end-if
        add 1 to change-index
    end-perform.

approve-change section.
    perform find-change.
    if trim(change-maker(change-found)) = trim(audit-operator)
        display "Error: change " trim(arg-id) " was requested by "
            trim(audit-operator)
            " -- a different operator must approve it" upon syserr
        move 2 to RETURN-CODE
        exit section
    end-if.
    perform build-command.
    if command-refusal not = SPACE
        display "Error: change " trim(arg-id) " refused: "
            trim(command-refusal) upon syserr
        move 2 to RETURN-CODE
        exit section
    end-if.
    display "change " trim(arg-id) " runs: " trim(shell-command).
    *> the checker goes on the record first: that is what the owning
    *> program checks before it applies the change
    move audit-operator to change-checker(change-found).
    perform save-pending.
    set environment "GCBLUNIT_CHANGE_ID" to trim(arg-id).
    set environment "GCBLUNIT_PENDING" to trim(pending-file).
    call "SYSTEM" using shell-command.
    if RETURN-CODE not = 0
        move 0 to RETURN-CODE
        move SPACE to change-checker(change-found)
        move "Y" to changes-dirty
        display "Error: change " trim(arg-id)
            " did not apply; it stays pending" upon syserr
        move 1 to RETURN-CODE
        exit section
    end-if.
    move "APPROVE" to audit-verb.
    move concatenate("change ", trim(arg-id)) to audit-new.
    perform write-audit-line.
    display "change " trim(arg-id) " approved by " trim(audit-operator)
        " and applied".
    move change-found to change-index.
    perform drop-change.

build-command section.
    *> change-found's command into shell-command, or why it has none
    *> into command-refusal: the program and verb come from this table
    *> of what the owning programs stage, never from the record, and
    *> each value the record supplies goes in as one quoted argument
    move SPACE to shell-command command-refusal.
    move change-dir(change-found) to quote-arg.
    perform quote-argument.
    move concatenate("cd ", trim(shell-command), " &&") to shell-command.
    evaluate TRUE
    when change-program(change-found) = "suite-catalog"
            and change-verb(change-found) = "UPDATE"
        move SPACE to detail-field detail-value
        move 1 to detail-pointer
        unstring change-detail(change-found) delimited by "="
            into detail-field
            with pointer detail-pointer
        end-unstring
        if detail-pointer <= length(change-detail(change-found))
            move change-detail(change-found)(detail-pointer:)
                to detail-value
        end-if
        if detail-field = SPACE
                or detail-pointer > length(change-detail(change-found))
            move "no field=value in the detail" to command-refusal
        end-if
        move concatenate(trim(shell-command), " suite-catalog")
            to shell-command
        move change-file(change-found, 1) to quote-arg
        perform quote-argument
        move concatenate(trim(shell-command), " UPDATE") to shell-command
        move change-object(change-found) to quote-arg
        perform quote-argument
        move detail-field to quote-arg
        perform quote-argument
        move detail-value to quote-arg
        perform quote-value
    when change-program(change-found) = "suite-catalog"
            and change-verb(change-found) = "REMOVE"
        move concatenate(trim(shell-command), " suite-catalog")
            to shell-command
        move change-file(change-found, 1) to quote-arg
        perform quote-argument
        move concatenate(trim(shell-command), " REMOVE") to shell-command
        move change-object(change-found) to quote-arg
        perform quote-argument
    when change-program(change-found) = "known-issues"
            and change-verb(change-found) = "REMOVE"
        *> the object is suite#key
        move SPACE to detail-field detail-value
        unstring change-object(change-found) delimited by "#"
            into detail-field detail-value
        end-unstring
        move concatenate(trim(shell-command), " known-issues")
            to shell-command
        move change-file(change-found, 1) to quote-arg
        perform quote-argument
        move concatenate(trim(shell-command), " REMOVE") to shell-command
        move detail-field to quote-arg
        perform quote-argument
        move detail-value to quote-arg
        perform quote-argument
    when change-program(change-found) = "quarantine-maint"
            and change-verb(change-found) = "ADD"
        *> the suite is taken from this record by the program itself
        move concatenate(trim(shell-command), " quarantine-maint")
            to shell-command
        move change-file(change-found, 1) to quote-arg
        perform quote-argument
        move concatenate(trim(shell-command), " --history")
            to shell-command
        move change-file(change-found, 2) to quote-arg
        perform quote-argument
        move concatenate(trim(shell-command), " --audit") to shell-command
        move change-file(change-found, 3) to quote-arg
        perform quote-argument
    when change-program(change-found) = "snapshot-review"
            and change-verb(change-found) = "APPROVE"
        *> the detail is the failure-detail file the pattern was
        *> matched against
        move concatenate(trim(shell-command), " snapshot-review")
            to shell-command
        move change-detail(change-found) to quote-arg
        perform quote-argument
        move concatenate(trim(shell-command), " APPROVE") to shell-command
        move change-object(change-found) to quote-arg
        perform quote-argument
        move concatenate(trim(shell-command), " --audit") to shell-command
        move change-file(change-found, 1) to quote-arg
        perform quote-argument
    when other
        move concatenate(trim(change-program(change-found)), " ",
                trim(change-verb(change-found)), " is not an approvable change")
            to command-refusal
    end-evaluate.
    if command-refusal not = SPACE
        move SPACE to shell-command
    end-if.

quote-argument section.
    *> quote-arg, which must not be blank, as the next argument
    if quote-arg = SPACE
        if command-refusal = SPACE
            move "a file, object or value the command needs is blank"
                to command-refusal
        end-if
        exit section
    end-if.
    perform quote-value.

quote-value section.
    *> quote-arg as the next argument, blank allowed; a single quote
    *> inside it could end the quoting early, so it is refused
    move 0 to quote-count.
    inspect quote-arg tallying quote-count for all "'".
    if quote-count > 0
        if command-refusal = SPACE
            move concatenate("quote in ", trim(quote-arg))
                to command-refusal
        end-if
        exit section
    end-if.
    if quote-arg = SPACE
        move concatenate(trim(shell-command), " ''") to shell-command
    else
        move concatenate(trim(shell-command), " '", trim(quote-arg), "'")
            to shell-command
    end-if.

reject-change section.
    perform find-change.
    if trim(change-maker(change-found)) = trim(audit-operator)
        move "WITHDRAW" to audit-verb
    else
        move "REJECT" to audit-verb
    end-if.
    move audit-operator to change-checker(change-found).
    move arg-reason to audit-new.
    perform write-audit-line.
    if audit-verb = "WITHDRAW"
        display "change " trim(arg-id) " withdrawn: " trim(arg-reason)
    else
        display "change " trim(arg-id) " rejected: " trim(arg-reason)
    end-if.
    move change-found to change-index.
    perform drop-change.

write-audit-line section.
    *> the shop-common audit record every maintenance program writes:
    *> timestamp|program|verb|object|old|new|operator, here with the
    *> deciding operator after the requester
    open extend audit.
    if not audit-ok
        open output audit
    end-if.
    if audit-ok
        move concatenate(current-date(1:14), "|change-approve|",
                trim(audit-verb), "|", trim(change-object(change-found)), "|",
                trim(change-program(change-found)), " ",
                trim(change-verb(change-found)), "|", trim(audit-new), "|",
                trim(change-maker(change-found)), "|",
                trim(change-checker(change-found)))
            to audit-line
        write audit-line
        close audit
    end-if.

save-pending section.
    open output pending.
    if not pending-ok
        display "Error writing " trim(pending-file) ": " pending-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move 1 to change-index.
    perform until change-index > change-count
        move concatenate(trim(change-id(change-index)), "|",
                change-created(change-index), "|",
                trim(change-program(change-index)), "|",
                trim(change-verb(change-index)), "|",
                trim(change-object(change-index)), "|",
                trim(change-detail(change-index)), "|",
                trim(change-maker(change-index)), "|",
                trim(change-checker(change-index)), "|",
                trim(change-dir(change-index)), "|",
                trim(change-file(change-index, 1)), "|",
                trim(change-file(change-index, 2)), "|",
                trim(change-file(change-index, 3)))
            to pending-line
        write pending-line
        add 1 to change-index
    end-perform.
    close pending.
    move "N" to changes-dirty.
end program change-approve.
