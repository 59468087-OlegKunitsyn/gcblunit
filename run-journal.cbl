       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit run journal
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Maintains the run journal: operators' timestamped notes against a
*>  night's run ("database down for maintenance 01:30-03:00", "network
*>  dropped at 02:10") so the context stops living in somebody's mail.
*>  A note annotates a whole run date, one suite, or one assertion
*>  (suite#nnnn), one record per note:
*>    id|YYYYMMDD|target|timestamp|operator|flag|note
*>  target empty for the whole run, flag E when the note marks the run
*>  environmental -- excluded from statistics: flakiness-report,
*>  batch-forecast and team-scorecard leave the night out, and the
*>  runner keeps that night's timings out of the duration history its
*>  anomaly gate measures against. archive-heatmap, run-compare,
*>  triage-browser, team-scorecard and release-certify show the notes
*>  beside the results they annotate (gcblunit-journal.dat in the
*>  artifact store, or their --journal path). REMOVE retires a note
*>  by its id, an exclusion included. One audit line per change, in
*>  the shop-common record (gcblunit-journal-audit.log in the artifact
*>  store).
*>
*>  Usage:
*>    run-journal journal.dat LIST [YYYYMMDD]
*>    run-journal journal.dat NOTE YYYYMMDD suite|suite#nnnn|- "note"
*>    run-journal journal.dat EXCLUDE YYYYMMDD "reason"
*>    run-journal journal.dat REMOVE id
identification division.
program-id. run-journal.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select journal assign to dynamic journal-file
    organization is line sequential
    file status is journal-file-status.
    select audit assign to dynamic audit-file
    organization is line sequential
    file status is audit-file-status.
data division.
file section.
fd journal.
    01 journal-line pic x(320).
fd audit.
    01 audit-line pic x(512).
working-storage section.
    78 JOURNAL-LIMIT value 5000.
    01 journal-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 audit-file pic x(256) value "/tmp/gcblunit-journal-audit.log".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 journal-file-status pic x(2).
        88 journal-ok value "00".
        88 journal-eof value "10".
    01 audit-file-status pic x(2).
        88 audit-ok value "00".
    01 verb pic x(8).
    01 arg-date pic x(8).
    01 arg-target pic x(48).
    01 arg-note pic x(128).
    01 arg-id pic x(9).
    01 audit-object pic x(48).
    01 old-note pic x(140).
    01 new-note pic x(140).
    01 pipe-count usage binary-long unsigned.

    01 entry-count usage binary-long unsigned value 0.
    01 entry-tbl.
        03 journal-entry occurs JOURNAL-LIMIT times.
            05 entry-id pic 9(6).
            05 entry-date pic x(8).
            05 entry-target pic x(48).
            05 entry-stamp pic x(14).
            05 entry-operator pic x(32).
            05 entry-flag pic x.
                88 is-environmental value "E".
            05 entry-note pic x(128).
    01 entry-index usage binary-long unsigned.
    01 entry-found usage binary-long unsigned.
    01 entry-id-txt pic x(9).
    01 next-id pic 9(6) value 0.
    01 target-suite pic x(48).
    01 target-nr pic x(9).
    01 audit-operator pic x(32) value SPACE.
    01 listed usage binary-long unsigned value 0.
    01 ws-num-edit pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    accept journal-file from ARGUMENT-VALUE.
    accept verb from ARGUMENT-VALUE.
    if is-empty of journal-file or verb = SPACE
        display "Usage: run-journal journal.dat"
            " LIST|NOTE|EXCLUDE|REMOVE ..." upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

    perform load-journal.

    evaluate verb
    when "LIST"
        move SPACE to arg-date
        accept arg-date from ARGUMENT-VALUE
        perform list-journal
    when "NOTE"
        accept arg-date from ARGUMENT-VALUE
        accept arg-target from ARGUMENT-VALUE
        accept arg-note from ARGUMENT-VALUE
        if arg-target = "-"
            move SPACE to arg-target
        end-if
        perform add-entry
        perform save-journal
    when "EXCLUDE"
        accept arg-date from ARGUMENT-VALUE
        accept arg-note from ARGUMENT-VALUE
        move SPACE to arg-target
        perform add-entry
        perform save-journal
    when "REMOVE"
        accept arg-id from ARGUMENT-VALUE
        perform remove-entry
        perform save-journal
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
    move concatenate(trim(store-base), "/gcblunit-journal-audit.log")
        to audit-file.

load-journal section.
    open input journal.
    if journal-ok
        move SPACE to journal-file-status
        perform until journal-eof
            read journal
                at end
                    move "10" to journal-file-status
                not at end
                    if trim(journal-line) not = SPACE
                            and journal-line(1:1) not = "#"
                        add 1 to entry-count
                        if entry-count > JOURNAL-LIMIT
                            display "Fatal: journal exceeds "
                                JOURNAL-LIMIT " notes" upon syserr
                            move 3 to RETURN-CODE
                            stop run
                        end-if
                        move SPACE to entry-id-txt
                        unstring journal-line delimited by "|"
                            into entry-id-txt
                                 entry-date(entry-count)
                                 entry-target(entry-count)
                                 entry-stamp(entry-count)
                                 entry-operator(entry-count)
                                 entry-flag(entry-count)
                                 entry-note(entry-count)
                        end-unstring
                        move numval(entry-id-txt) to entry-id(entry-count)
                        if entry-id(entry-count) > next-id
                            move entry-id(entry-count) to next-id
                        end-if
                    end-if
            end-read
        end-perform
        close journal
    end-if.

take-operator section.
    accept audit-operator from environment "USER"
        on exception
            move "(unknown)" to audit-operator
    end-accept.
    if audit-operator = SPACE
        move "(unknown)" to audit-operator
    end-if.

add-entry section.
    if arg-date = SPACE or arg-date is not numeric
        display "Error: " trim(verb) " needs a run date, YYYYMMDD" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if arg-note = SPACE
        display "Error: " trim(verb) " needs the note's text" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    *> the record is pipe-delimited; a pipe in the text would shift
    *> every field after it
    move 0 to pipe-count.
    inspect arg-note tallying pipe-count for all "|".
    inspect arg-target tallying pipe-count for all "|".
    if pipe-count > 0
        display "Error: a note cannot contain '|'" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if arg-target not = SPACE
        move SPACE to target-suite target-nr
        unstring arg-target delimited by "#"
            into target-suite target-nr
        end-unstring
        if target-suite = SPACE or length(trim(target-suite)) > 32
            display "Error: " trim(arg-target) " is not a suite" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
        if target-nr not = SPACE
                and (target-nr(1:4) is not numeric or target-nr(5:) not = SPACE)
            display "Error: " trim(arg-target)
                " -- an assertion is suite#nnnn" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
    end-if.
    if entry-count >= JOURNAL-LIMIT
        display "Fatal: journal exceeds " JOURNAL-LIMIT " notes" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    perform take-operator.
    add 1 to entry-count.
    add 1 to next-id.
    move next-id to entry-id(entry-count).
    move arg-date to entry-date(entry-count).
    move arg-target to entry-target(entry-count).
    move current-date(1:14) to entry-stamp(entry-count).
    move audit-operator to entry-operator(entry-count).
    if verb = "EXCLUDE"
        move "E" to entry-flag(entry-count)
    else
        move "N" to entry-flag(entry-count)
    end-if.
    move arg-note to entry-note(entry-count).
    move entry-count to entry-found.
    move SPACE to old-note.
    perform describe-entry.
    perform write-audit-line.
    display "noted " entry-id(entry-count) " " trim(new-note).

remove-entry section.
    perform take-operator.
    move 0 to entry-found.
    move 1 to entry-index.
    perform until entry-index > entry-count
        if entry-id(entry-index) = numval(arg-id)
            move entry-index to entry-found
            exit perform
        end-if
        add 1 to entry-index
    end-perform.
    if arg-id = SPACE or entry-found = 0
        display "Error: no journal note " trim(arg-id) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    perform describe-entry.
    move new-note to old-note.
    move SPACE to new-note.
    move "REMOVE" to verb.
    perform write-audit-line.
    display "removed " entry-id(entry-found) " " trim(old-note).
    perform until entry-found >= entry-count
        move journal-entry(entry-found + 1)
            to journal-entry(entry-found)
        add 1 to entry-found
    end-perform.
    subtract 1 from entry-count.

describe-entry section.
    *> the audit object is what the note annotates -- the suite or
    *> assertion, or the run date for a whole-run note -- and the
    *> value carries the date and text
    if entry-target(entry-found) = SPACE
        move entry-date(entry-found) to audit-object
    else
        move entry-target(entry-found) to audit-object
    end-if.
    if is-environmental(entry-found)
        move concatenate(entry-date(entry-found), " [environmental] ",
                trim(entry-note(entry-found)))
            to new-note
    else
        move concatenate(entry-date(entry-found), " ",
                trim(entry-note(entry-found)))
            to new-note
    end-if.

write-audit-line section.
    *> the shop-common audit record every maintenance program writes:
    *> timestamp|program|verb|object|old|new|operator
    open extend audit.
    if not audit-ok
        open output audit
    end-if.
    if audit-ok
        move concatenate(current-date(1:14), "|run-journal|",
                trim(verb), "|", trim(audit-object), "|", trim(old-note),
                "|", trim(new-note), "|", trim(audit-operator))
            to audit-line
        write audit-line
        close audit
    end-if.

save-journal section.
    open output journal.
    if not journal-ok
        display "Error writing " trim(journal-file) ": " journal-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move 1 to entry-index.
    perform until entry-index > entry-count
        move concatenate(entry-id(entry-index), "|",
                entry-date(entry-index), "|",
                trim(entry-target(entry-index)), "|",
                entry-stamp(entry-index), "|",
                trim(entry-operator(entry-index)), "|",
                entry-flag(entry-index), "|",
                trim(entry-note(entry-index)))
            to journal-line
        write journal-line
        add 1 to entry-index
    end-perform.
    close journal.

list-journal section.
    *> every note, or one run date's, in the order they were taken
    move 1 to entry-index.
    perform until entry-index > entry-count
        if arg-date = SPACE or entry-date(entry-index) = arg-date
            add 1 to listed
            if entry-target(entry-index) = SPACE
                move "(run)" to target-suite
            else
                move entry-target(entry-index) to target-suite
            end-if
            if is-environmental(entry-index)
                display "  " entry-id(entry-index)
                    " " entry-date(entry-index)
                    " " trim(target-suite)
                    " " entry-stamp(entry-index)
                    " " trim(entry-operator(entry-index))
                    " [environmental, excluded from statistics] "
                    trim(entry-note(entry-index))
            else
                display "  " entry-id(entry-index)
                    " " entry-date(entry-index)
                    " " trim(target-suite)
                    " " entry-stamp(entry-index)
                    " " trim(entry-operator(entry-index))
                    " " trim(entry-note(entry-index))
            end-if
        end-if
        add 1 to entry-index
    end-perform.
    move listed to ws-num-edit.
    display trim(ws-num-edit) " journal note(s)".
end program run-journal.
