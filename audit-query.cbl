
*>  One query across every maintenance program's audit trail. All the
*>  writers (suite-catalog, quarantine-maint, holiday-calendar,
*>  snapshot-review, known-issues, fixture-registry, schedule-daemon,
*>  failure-ack, change-approve, credential-vault, run-journal,
*>  state-backup, and gcblunit's freeze overrides) share one record:
*>    timestamp|program|verb|object|old|new|operator[|approver]
*>  the approver following only changes applied under maker-checker
*>  and this answers "what changed about suite X in August" or
*>  "everything done on 20260814" across all of them in one pass --
*>  incident reviews stop meaning four greps over four formats. Lines
*>        [--date YYYYMMDD] [--from YYYYMMDD] [--to YYYYMMDD]
*>        [--audit path]...
*>
*>  Without --audit, the thirteen well-known trails are searched.
identification division.
program-id. audit-query.
environment division.
fd audit.
    01 audit-line pic x(512).
working-storage section.
    78 AUDIT-FILES-LIMIT value 13.
    01 argv pic x(256).
        88 option-object value "--object".
        88 option-program value "--program".
    end-perform.

    if audit-files-count = 0
        *> the thirteen well-known trails, under the artifact store
        move 13 to audit-files-count
        move concatenate(trim(store-base), "/gcblunit-catalog-audit.log")
            to audit-file-path(1)
        move concatenate(trim(store-base),
        move concatenate(trim(store-base),
                "/gcblunit-schedule-audit.log")
            to audit-file-path(7)
        move concatenate(trim(store-base), "/gcblunit-ack-audit.log")
            to audit-file-path(8)
        move concatenate(trim(store-base), "/gcblunit-approval-audit.log")
            to audit-file-path(9)
        move concatenate(trim(store-base), "/gcblunit-freeze-audit.log")
            to audit-file-path(10)
        move concatenate(trim(store-base), "/gcblunit-vault-audit.log")
            to audit-file-path(11)
        move concatenate(trim(store-base), "/gcblunit-journal-audit.log")
            to audit-file-path(12)
        move concatenate(trim(store-base), "/gcblunit-state-audit.log")
            to audit-file-path(13)
    end-if.

    move 1 to audit-files-index.
