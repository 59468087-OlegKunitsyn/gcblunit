
*>  Maintains the suite catalog gcblunit reads with --catalog: one
*>  "suite|team|tags|retries|duration|Q|placement|depends|resources|
*>  maxstale|maxsecs|maxcpums|maxpeakkb|sensitive"
*>  record per suite, run policy in one governed place instead of scattered
*>  across argv, compiled -tags hooks, a quarantine file and a global
*>  --retry. The placement column names the fleet agent that owns the
*>  default); the three budget columns are the suite's resource
*>  ceilings -- wall-clock seconds, CPU milliseconds, peak RSS kB --
*>  enforced by the runner as a budget-violation outcome (0 = no
*>  budget); sensitive Y has the runner mask every expected/actual
*>  value the suite records (see gcblunit --sensitive). Batch
*>  transactions, one audit line per change. Changes that reduce test
*>  coverage -- REMOVE, quarantining a suite, loosening or dropping a
*>  budget, and clearing the sensitive flag -- are staged as pending changes
*>  for a second operator to approve with change-approve; once
*>  approved they are applied and audited under both operators. On a
*>  date the change-freeze calendar (GCBLUNIT_FREEZE, or
*>  gcblunit-freeze.dat in the store) freezes, they are refused unless
*>  GCBLUNIT_FREEZE_OVERRIDE gives the emergency's reason; the
*>  override gets its own FREEZE-OVERRIDE audit line.
*>
*>  Usage:
*>    suite-catalog catalog.dat LIST
*>    suite-catalog catalog.dat ADD name team "tags" retries duration
*>        Q|N [placement] [depends] [resources] [maxstale]
*>        [maxsecs] [maxcpums] [maxpeakkb] [Y|N sensitive]
*>    suite-catalog catalog.dat UPDATE name
*>        team|tags|retries|duration|quarantine|placement|depends|
*>        resources|maxstale|maxsecs|maxcpums|maxpeakkb|sensitive value
*>    suite-catalog catalog.dat REMOVE name
identification division.
program-id. suite-catalog.
    select catalog assign to dynamic catalog-file
    organization is line sequential
    file status is catalog-file-status.
    select freeze assign to dynamic freeze-file
    organization is line sequential
    file status is freeze-file-status.
    select audit assign to dynamic audit-file
    organization is line sequential
    file status is audit-file-status.
    select pending assign to dynamic pending-file
    organization is line sequential
    file status is pending-file-status.
    select approval-audit assign to dynamic approval-audit-file
    organization is line sequential
    file status is approval-audit-status.
data division.
file section.
fd catalog.
    01 catalog-line pic x(512).
fd freeze.
    01 freeze-line pic x(256).
fd audit.
    01 audit-line pic x(512).
fd pending.
    01 pending-line pic x(1024).
fd approval-audit.
    01 approval-audit-line pic x(512).
working-storage section.
    78 SUITE-LIMIT value 5000.
    01 catalog-file pic x(256) value SPACE.
    01 arg-maxsecs pic x(9).
    01 arg-maxcpums pic x(9).
    01 arg-maxpeakkb pic x(9).
    01 arg-sensitive pic x(1).
    01 audit-old-value pic x(128) value SPACE.
    01 audit-operator pic x(32) value SPACE.

            05 entry-maxsecs pic 9(5).
            05 entry-maxcpums pic 9(7).
            05 entry-maxpeakkb pic 9(7).
            05 entry-sensitive pic x(1).
    01 entry-index usage binary-long unsigned.
    01 entry-found usage binary-long unsigned.
    01 cat-suite pic x(128).
    01 cat-maxsecs-txt pic x(9).
    01 cat-maxcpums-txt pic x(9).
    01 cat-maxpeakkb-txt pic x(9).
    01 cat-sensitive pic x(1).
    01 today-date pic 9(8).
    01 ws-num-edit pic z(8)9.
    01 coverage-reduced pic x value "N".
        88 is-coverage-reduced value "Y".
    01 new-budget usage binary-long unsigned.

    *> maker-checker: changes that reduce test coverage are staged in
    *> the shared pending-changes file for a second operator to
    *> approve with change-approve, which rebuilds the command from
    *> the record and runs it with GCBLUNIT_CHANGE_ID set;
    *> "id|created|program|verb|object|detail|maker|checker|dir|files"
    *> per line -- the directory the maker ran in and the data files
    *> this program was given, never a shell line
    01 pending-file pic x(256) value "/tmp/gcblunit-pending.dat".
    01 approval-audit-file pic x(256) value "/tmp/gcblunit-approval-audit.log".
    01 pending-file-status pic x(2).
        88 pending-ok value "00".
        88 pending-eof value "10".
    01 approval-audit-status pic x(2).
        88 approval-audit-ok value "00".
    01 pending-record.
        05 pending-id-txt pic x(9).
        05 pending-created pic x(14).
        05 pending-program pic x(32).
        05 pending-verb pic x(16).
        05 pending-object pic x(128).
        05 pending-detail pic x(128).
        05 pending-maker pic x(32).
        05 pending-checker pic x(32).
    01 scan-record.
        05 scan-id-txt pic x(9).
        05 scan-created pic x(14).
        05 scan-program pic x(32).
        05 scan-verb pic x(16).
        05 scan-object pic x(128).
        05 scan-detail pic x(128).
        05 scan-maker pic x(32).
        05 scan-checker pic x(32).
    01 pending-found pic x.
        88 is-pending-found value "Y".
    01 pending-duplicate pic x.
        88 is-pending-duplicate value "Y".
    01 pending-duplicate-id pic x(9).
    01 pending-max-id usage binary-long unsigned.
    01 change-id pic x(9) value SPACE.
    01 approved-change pic x value "N".
        88 is-approved-change value "Y".
    01 audit-approver pic x(32) value SPACE.
    01 stage-verb pic x(16).
    01 stage-object pic x(128).
    01 stage-detail pic x(128).
    01 stage-files pic x(700).
    01 stage-dir pic x(256).
    01 staged-count usage binary-long unsigned value 0.

    *> the change-freeze calendar (see check-freeze)
    01 freeze-file pic x(256) value "/tmp/gcblunit-freeze.dat".
    01 freeze-file-status pic x(2).
        88 freeze-ok value "00".
        88 freeze-eof value "10".
    01 freeze-env pic x(256).
    01 freeze-today pic x(8).
    01 freeze-scan-from pic x(8).
    01 freeze-scan-to pic x(8).
    01 freeze-scan-level pic x(8).
    01 freeze-scan-reason pic x(128).
    01 freeze-from pic x(8).
    01 freeze-to pic x(8).
    01 freeze-level pic x(8).
    01 freeze-reason pic x(128).
    01 freeze-found pic x value "N".
        88 is-freeze-found value "Y".
    01 freeze-refused pic x value "N".
        88 is-freeze-refused value "Y".
    01 freeze-override pic x(128).
    01 freeze-operator pic x(32).
    01 freeze-verb pic x(16).
    01 freeze-object pic x(256).
procedure division.
    perform resolve-store-defaults.
    perform resolve-freeze-file.
    perform resolve-pending-file.
    accept catalog-file from ARGUMENT-VALUE.
    accept verb from ARGUMENT-VALUE.
    if is-empty of catalog-file or verb = SPACE
        accept arg-maxsecs from ARGUMENT-VALUE
        accept arg-maxcpums from ARGUMENT-VALUE
        accept arg-maxpeakkb from ARGUMENT-VALUE
        accept arg-sensitive from ARGUMENT-VALUE
        perform add-entry
        perform save-catalog
    when "UPDATE"
        accept arg-name from ARGUMENT-VALUE
        accept arg-field from ARGUMENT-VALUE
        accept arg-value from ARGUMENT-VALUE
        move "UPDATE" to stage-verb
        move arg-name to stage-object
        move concatenate(trim(arg-field), "=", trim(arg-value))
            to stage-detail
        perform resolve-approval
        if is-approved-change
            if pending-detail not = stage-detail
                display "Error: change " trim(change-id) " approved "
                    trim(pending-detail) ", not " trim(stage-detail) upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
        else
            perform check-coverage-reduction
        end-if
        if is-coverage-reduced
            move catalog-file to stage-files
            perform stage-change
        else
            perform update-entry
            perform save-catalog
        end-if
    when "REMOVE"
        accept arg-name from ARGUMENT-VALUE
        move "REMOVE" to stage-verb
        move arg-name to stage-object
        move SPACE to stage-detail
        perform resolve-approval
        if is-approved-change
            perform remove-entry
            perform save-catalog
        else
            perform find-entry
            if entry-found = 0
                display "Error: " trim(arg-name) " not cataloged" upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
            move catalog-file to stage-files
            perform stage-change
        end-if
    when other
        display "Error: unknown transaction " trim(verb) upon syserr
        move 2 to RETURN-CODE
    end-if.
    move concatenate(trim(store-base), "/gcblunit-catalog-audit.log")
        to audit-file.
    move concatenate(trim(store-base), "/gcblunit-pending.dat")
        to pending-file.
    move concatenate(trim(store-base), "/gcblunit-approval-audit.log")
        to approval-audit-file.
    move concatenate(trim(store-base), "/gcblunit-freeze.dat")
        to freeze-file.

load-catalog section.
    open input catalog.
                        move SPACE to cat-resources cat-stale-txt
                        move SPACE to cat-maxsecs-txt
                        move SPACE to cat-maxcpums-txt
                        move SPACE to cat-maxpeakkb-txt cat-sensitive
                        unstring catalog-line delimited by "|"
                            into cat-suite cat-team cat-tags
                                 cat-retries-txt cat-duration-txt
                                 cat-depends cat-resources
                                 cat-stale-txt cat-maxsecs-txt
                                 cat-maxcpums-txt cat-maxpeakkb-txt
                                 cat-sensitive
                        end-unstring
                        add 1 to entry-count
                        if entry-count > SUITE-LIMIT
                        move numval(cat-maxsecs-txt) to entry-maxsecs(entry-count)
                        move numval(cat-maxcpums-txt) to entry-maxcpums(entry-count)
                        move numval(cat-maxpeakkb-txt) to entry-maxpeakkb(entry-count)
                        if cat-sensitive = "Y"
                            move "Y" to entry-sensitive(entry-count)
                        else
                            move "N" to entry-sensitive(entry-count)
                        end-if
                    end-if
            end-read
        end-perform
    move numval(arg-maxsecs) to entry-maxsecs(entry-count).
    move numval(arg-maxcpums) to entry-maxcpums(entry-count).
    move numval(arg-maxpeakkb) to entry-maxpeakkb(entry-count).
    if arg-sensitive = "Y"
        move "Y" to entry-sensitive(entry-count)
    else
        move "N" to entry-sensitive(entry-count)
    end-if.
    move "ADD" to arg-field.
    move SPACE to arg-value.
    perform write-audit-line.

check-coverage-reduction section.
    *> quarantining a suite, or loosening or dropping one of its
    *> budgets, runs less of it: that needs a second operator; so does
    *> clearing its sensitive flag, which puts real values into reports
    move "N" to coverage-reduced.
    perform find-entry.
    if entry-found = 0
        exit section
    end-if.
    move numval(arg-value) to new-budget.
    evaluate arg-field
    when "quarantine"
        if (arg-value = "Q" or arg-value = "Y")
                and entry-quarantine(entry-found) not = "Y"
            move "Y" to coverage-reduced
        end-if
    when "maxsecs"
        if entry-maxsecs(entry-found) > 0
                and (new-budget = 0 or new-budget > entry-maxsecs(entry-found))
            move "Y" to coverage-reduced
        end-if
    when "maxcpums"
        if entry-maxcpums(entry-found) > 0
                and (new-budget = 0 or new-budget > entry-maxcpums(entry-found))
            move "Y" to coverage-reduced
        end-if
    when "maxpeakkb"
        if entry-maxpeakkb(entry-found) > 0
                and (new-budget = 0 or new-budget > entry-maxpeakkb(entry-found))
            move "Y" to coverage-reduced
        end-if
    when "sensitive"
        if arg-value not = "Y" and entry-sensitive(entry-found) = "Y"
            move "Y" to coverage-reduced
        end-if
    end-evaluate.

update-entry section.
    perform find-entry.
    if entry-found = 0
    when "maxpeakkb"
        move entry-maxpeakkb(entry-found) to audit-old-value
        move numval(arg-value) to entry-maxpeakkb(entry-found)
    when "sensitive"
        move entry-sensitive(entry-found) to audit-old-value
        if arg-value = "Y"
            move "Y" to entry-sensitive(entry-found)
        else
            move "N" to entry-sensitive(entry-found)
        end-if
    when other
        display "Error: unknown field " trim(arg-field) upon syserr
        move 2 to RETURN-CODE
write-audit-line section.
    *> the shop-common audit record every maintenance program writes:
    *> timestamp|program|verb|object|old|new|operator -- one format,
    *> so audit-query can answer across all the audit trails at once;
    *> a change applied under maker-checker adds the approver after it
    if not is-approved-change
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
                trim(audit-old-value), "|", trim(arg-value), "|",
                trim(audit-operator))
            to audit-line
        if is-approved-change
            move concatenate(trim(audit-line), "|", trim(audit-approver))
                to audit-line
        end-if
        write audit-line
        close audit
    end-if.
    move SPACE to audit-old-value.

resolve-freeze-file section.
    *> the change-freeze calendar gcblunit --freeze reads
    move SPACE to freeze-env.
    accept freeze-env from environment "GCBLUNIT_FREEZE"
        on exception
            move SPACE to freeze-env
    end-accept.
    if freeze-env not = SPACE
        move freeze-env to freeze-file
    end-if.

check-freeze section.
    *> the change-freeze calendar, "from|to|level|reason" per line with
    *> YYYYMMDD dates inclusive: whatever the level, freeze-verb of
    *> freeze-object is refused on a frozen date unless
    *> GCBLUNIT_FREEZE_OVERRIDE gives the emergency's reason -- then it
    *> goes ahead, with a FREEZE-OVERRIDE line on the audit trail
    move "N" to freeze-refused.
    perform load-freeze.
    if not is-freeze-found
        exit section
    end-if.
    move SPACE to freeze-override.
    accept freeze-override from environment "GCBLUNIT_FREEZE_OVERRIDE"
        on exception
            move SPACE to freeze-override
    end-accept.
    if freeze-override = SPACE
        display "Error: " trim(freeze-verb) " " trim(freeze-object)
            " refused -- change freeze " freeze-from "-" freeze-to ": "
            trim(freeze-reason) upon syserr
        display "       GCBLUNIT_FREEZE_OVERRIDE=reason makes it an"
            " emergency change, on the audit trail" upon syserr
        move "Y" to freeze-refused
        exit section
    end-if.
    accept freeze-operator from environment "USER"
        on exception
            move "(unknown)" to freeze-operator
    end-accept.
    if freeze-operator = SPACE
        move "(unknown)" to freeze-operator
    end-if.
    open extend audit.
    if not audit-ok
        open output audit
    end-if.
    if audit-ok
        move concatenate(current-date(1:14), "|suite-catalog|FREEZE-OVERRIDE|",
                trim(freeze-object), "|", trim(freeze-reason), "|",
                trim(freeze-override), "|", trim(freeze-operator))
            to audit-line
        write audit-line
        close audit
    end-if.
    display "Warning: " trim(freeze-verb) " " trim(freeze-object)
        " made under change freeze " freeze-from "-" freeze-to
        " -- override: " trim(freeze-override) upon syserr.

load-freeze section.
    *> the freeze covering today, if any; a HARD range wins
    move "N" to freeze-found.
    move current-date(1:8) to freeze-today.
    open input freeze.
    if not freeze-ok
        *> no calendar means nothing is frozen
        exit section
    end-if.
    move SPACE to freeze-file-status.
    perform until freeze-eof
        read freeze
            at end
                move "10" to freeze-file-status
            not at end
                if trim(freeze-line) not = SPACE
                        and freeze-line(1:1) not = "#"
                    move SPACE to freeze-scan-from freeze-scan-to
                        freeze-scan-level freeze-scan-reason
                    unstring freeze-line delimited by "|"
                        into freeze-scan-from freeze-scan-to
                             freeze-scan-level freeze-scan-reason
                    end-unstring
                    move upper-case(freeze-scan-level) to freeze-scan-level
                    if freeze-scan-from <= freeze-today
                            and freeze-scan-to >= freeze-today
                            and (not is-freeze-found or freeze-level not = "HARD")
                        move "Y" to freeze-found
                        move freeze-scan-from to freeze-from
                        move freeze-scan-to to freeze-to
                        move freeze-scan-level to freeze-level
                        move freeze-scan-reason to freeze-reason
                    end-if
                end-if
        end-read
    end-perform.
    close freeze.

resolve-pending-file section.
    *> change-approve hands its own --pending path down
    move SPACE to stage-dir.
    accept stage-dir from environment "GCBLUNIT_PENDING"
        on exception
            move SPACE to stage-dir
    end-accept.
    if stage-dir not = SPACE
        move stage-dir to pending-file
    end-if.

resolve-approval section.
    *> a change a second operator approved through change-approve comes
    *> back here with GCBLUNIT_CHANGE_ID set: it is applied, and the
    *> audit line records the requester and the approver
    move "N" to approved-change.
    accept change-id from environment "GCBLUNIT_CHANGE_ID"
        on exception
            move SPACE to change-id
    end-accept.
    if change-id = SPACE
        exit section
    end-if.
    perform find-pending-change.
    if not is-pending-found or pending-checker = SPACE
            or trim(pending-program) not = "suite-catalog"
            or trim(pending-verb) not = trim(stage-verb)
            or (stage-object not = SPACE
                and trim(pending-object) not = trim(stage-object))
        display "Error: change " trim(change-id) " is not an approved "
            trim(stage-verb) " in " trim(pending-file) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move pending-verb to freeze-verb.
    move pending-object to freeze-object.
    perform check-freeze.
    if is-freeze-refused
        move 2 to RETURN-CODE
        stop run
    end-if.
    move "Y" to approved-change.
    move pending-maker to audit-operator.
    move pending-checker to audit-approver.

find-pending-change section.
    *> change-id's record, the highest id in use, and whether the same
    *> change already awaits approval
    move "N" to pending-found pending-duplicate.
    move 0 to pending-max-id.
    perform scan-requested-ids.
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
                    move SPACE to scan-record
                    unstring pending-line delimited by "|"
                        into scan-id-txt scan-created scan-program
                             scan-verb scan-object scan-detail
                             scan-maker scan-checker
                    end-unstring
                    if numval(scan-id-txt) > pending-max-id
                        move numval(scan-id-txt) to pending-max-id
                    end-if
                    if change-id not = SPACE
                            and trim(scan-id-txt) = trim(change-id)
                        move scan-record to pending-record
                        move "Y" to pending-found
                    end-if
                    if trim(scan-program) = "suite-catalog"
                            and scan-verb = stage-verb
                            and scan-object = stage-object
                            and scan-detail = stage-detail
                            and scan-checker = SPACE
                        move "Y" to pending-duplicate
                        move scan-id-txt to pending-duplicate-id
                    end-if
                end-if
        end-read
    end-perform.
    close pending.

scan-requested-ids section.
    *> ids once staged stay taken after approval drops the record, so
    *> the approval trail never names two changes alike
    open input approval-audit.
    if not approval-audit-ok
        exit section
    end-if.
    move SPACE to approval-audit-status.
    perform until approval-audit-status = "10"
        read approval-audit
            at end
                move "10" to approval-audit-status
            not at end
                move SPACE to scan-record
                unstring approval-audit-line delimited by "|"
                    into scan-created scan-program scan-verb
                         scan-object scan-detail scan-maker
                end-unstring
                if scan-verb = "REQUEST" and scan-maker(1:7) = "change "
                    if numval(scan-maker(8:25)) > pending-max-id
                        move numval(scan-maker(8:25)) to pending-max-id
                    end-if
                end-if
        end-read
    end-perform.
    close approval-audit.

stage-change section.
    *> park stage-verb of stage-object as a pending request instead of
    *> applying it; change-approve rebuilds the command that applies
    *> it from the record, with stage-files for the data files
    accept audit-operator from environment "USER"
        on exception
            move "(unknown)" to audit-operator
    end-accept.
    if audit-operator = SPACE
        move "(unknown)" to audit-operator
    end-if.
    move stage-verb to freeze-verb.
    move stage-object to freeze-object.
    perform check-freeze.
    if is-freeze-refused
        move 2 to RETURN-CODE
        exit section
    end-if.
    move SPACE to change-id.
    perform find-pending-change.
    if is-pending-duplicate
        display trim(stage-verb) " " trim(stage-object)
            " already awaits approval as change "
            trim(pending-duplicate-id)
        exit section
    end-if.
    add 1 to pending-max-id.
    move pending-max-id to ws-num-edit.
    move SPACE to stage-dir.
    accept stage-dir from environment "PWD"
        on exception
            move "." to stage-dir
    end-accept.
    if stage-dir = SPACE
        move "." to stage-dir
    end-if.
    open extend pending.
    if not pending-ok
        open output pending
    end-if.
    if not pending-ok
        display "Error writing " trim(pending-file) ": " pending-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move concatenate(trim(ws-num-edit), "|", current-date(1:14),
            "|suite-catalog|", trim(stage-verb), "|", trim(stage-object), "|",
            trim(stage-detail), "|", trim(audit-operator), "||",
            trim(stage-dir), "|", trim(stage-files))
        to pending-line.
    write pending-line.
    close pending.
    add 1 to staged-count.
    display trim(stage-verb) " " trim(stage-object)
        " staged as change " trim(ws-num-edit)
        " -- a second operator approves it with change-approve".

    *> the request itself goes on the approval trail
    open extend approval-audit.
    if not approval-audit-ok
        open output approval-audit
    end-if.
    if approval-audit-ok
        move concatenate(current-date(1:14), "|suite-catalog|REQUEST|",
                trim(stage-object), "|", trim(stage-verb), "|change ",
                trim(ws-num-edit), "|", trim(audit-operator))
            to approval-audit-line
        write approval-audit-line
        close approval-audit
    end-if.

save-catalog section.
    open output catalog.
    if not catalog-ok
                entry-maxstale(entry-index), "|",
                entry-maxsecs(entry-index), "|",
                entry-maxcpums(entry-index), "|",
                entry-maxpeakkb(entry-index), "|",
                entry-sensitive(entry-index))
            to catalog-line
        write catalog-line
        add 1 to entry-index
            " budgets=" entry-maxsecs(entry-index)
            "s/" entry-maxcpums(entry-index)
            "ms/" entry-maxpeakkb(entry-index) "kB"
            " sensitive=" entry-sensitive(entry-index)
        add 1 to entry-index
    end-perform.
end program suite-catalog.
