*>    - an entry older than the expiry (default 30 days, measured from
*>      its ADD line in the audit log) is retired as expired.
*>  Every change writes one audit line, so "who benched this suite and
*>  when" is always answerable. Benching reduces test coverage, so an
*>  addition is staged as a pending change for a second operator to
*>  approve with change-approve; the approved change re-runs this
*>  program, which then benches just that suite and audits it under
*>  both operators. Retirements apply at once. On a date the
*>  change-freeze calendar (GCBLUNIT_FREEZE, or gcblunit-freeze.dat in
*>  the store) freezes, additions are held back unless
*>  GCBLUNIT_FREEZE_OVERRIDE gives the emergency's reason; the
*>  override gets its own FREEZE-OVERRIDE audit line.
*>
*>  Usage:
*>    quarantine-maint list.txt [--threshold N] [--expire-days N]
    select quarantine assign to dynamic quarantine-file
    organization is line sequential
    file status is quarantine-file-status.
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
fd history.
    01 history-line pic x(160).
fd quarantine.
    01 quarantine-line pic x(128).
fd freeze.
    01 freeze-line pic x(256).
fd audit.
    01 audit-line pic x(256).
fd pending.
    01 pending-line pic x(1024).
fd approval-audit.
    01 approval-audit-line pic x(512).
working-storage section.
    78 SUITE-LIMIT value 5000.
    78 HISTORY-LIMIT value 20000.
    01 entry-age usage binary-long.
    01 changes-made usage binary-long unsigned value 0.
    01 ws-num-edit pic z(8)9.
    01 threshold-edit pic z(8)9.
    01 staged-edit pic z(8)9.

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
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
    accept today-date from DATE YYYYMMDD.
    compute today-integer = integer-of-date(today-date).

    move "ADD" to stage-verb.
    move SPACE to stage-object stage-detail.
    perform resolve-approval.
    if is-approved-change
        perform load-quarantine
        perform apply-approved-addition
        perform rewrite-quarantine
        display "quarantine-maint: " trim(pending-object)
            " benched under change " trim(change-id) ", audit in "
            trim(audit-file)
        stop run
    end-if.

    perform load-history.
    perform load-quarantine.
    perform load-add-dates.
    perform rewrite-quarantine.

    move changes-made to ws-num-edit.
    move staged-count to staged-edit.
    display "quarantine-maint: " trim(ws-num-edit) " change(s), "
        trim(staged-edit) " staged for approval, "
        "audit in " trim(audit-file).
    stop run.

        to history-file.
    move concatenate(trim(store-base), "/gcblunit-quarantine-audit.log")
        to audit-file.
    move concatenate(trim(store-base), "/gcblunit-pending.dat")
        to pending-file.
    move concatenate(trim(store-base), "/gcblunit-approval-audit.log")
        to approval-audit-file.
    move concatenate(trim(store-base), "/gcblunit-freeze.dat")
        to freeze-file.

load-history section.
    *> roll the chronological history up per suite: most recent status,
                add 1 to quarantine-index
            end-perform
            if suite-found-index = 0
                move "ADD" to stage-verb
                move suite-name(suite-index) to stage-object
                move ws-threshold to threshold-edit
                move concatenate("failed the last ", trim(threshold-edit),
                        " run(s)")
                    to stage-detail
                move concatenate(trim(quarantine-file), "|",
                        trim(history-file), "|", trim(audit-file))
                    to stage-files
                perform stage-change
            end-if
        end-if
        add 1 to suite-index
    end-perform.

apply-approved-addition section.
    move 1 to quarantine-index.
    perform until quarantine-index > quarantine-count
        if trim(quarantine-name(quarantine-index)) = trim(pending-object)
            display "quarantine-maint: " trim(pending-object)
                " is already benched"
            exit section
        end-if
        add 1 to quarantine-index
    end-perform.
    add 1 to quarantine-count.
    if quarantine-count > SUITE-LIMIT
        display "Fatal: quarantine list exceeds " SUITE-LIMIT " entries" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move pending-object to quarantine-name(quarantine-count).
    move "Y" to quarantine-keep(quarantine-count).
    move "ADD" to audit-action.
    move pending-object to audit-suite.
    perform write-audit-line.

apply-retirements section.
    *> retire a benched suite that passed the last time it was
    *> exercised, or whose entry has outlived the expiry window
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
                trim(audit-action), "|", trim(audit-suite), "|||",
                trim(audit-operator))
            to audit-line
        if is-approved-change
            move concatenate(trim(audit-line), "|", trim(audit-approver))
                to audit-line
        end-if
        write audit-line
        close audit
    end-if.

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
        move concatenate(current-date(1:14), "|quarantine-maint|FREEZE-OVERRIDE|",
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
            or trim(pending-program) not = "quarantine-maint"
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
                    if trim(scan-program) = "quarantine-maint"
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
            "|quarantine-maint|", trim(stage-verb), "|", trim(stage-object), "|",
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
        move concatenate(current-date(1:14), "|quarantine-maint|REQUEST|",
                trim(stage-object), "|", trim(stage-verb), "|change ",
                trim(ws-num-edit), "|", trim(audit-operator))
            to approval-audit-line
        write approval-audit-line
        close approval-audit
    end-if.

rewrite-quarantine section.
    open output quarantine.
    if not quarantine-ok
