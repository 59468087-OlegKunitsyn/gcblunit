*>  crc chained line by line (crc32 of the previous crc plus the line,
*>  the dump-trailer scheme) so renames and silent edits fail the
*>  preflight instead of the 2am run. One audit line per change, in
*>  the shop-common record. REMOVE and REFRESH stop verifying what
*>  was registered, so on a date the change-freeze calendar
*>  (GCBLUNIT_FREEZE, or gcblunit-freeze.dat in the store) freezes they
*>  are refused unless GCBLUNIT_FREEZE_OVERRIDE gives the emergency's
*>  reason; the override gets its own FREEZE-OVERRIDE audit line.
*>
*>  Usage:
*>    fixture-registry registry.dat LIST
    select fixture-data assign to dynamic fixture-data-path
    organization is line sequential
    file status is fixture-data-status.
    select freeze assign to dynamic freeze-file
    organization is line sequential
    file status is freeze-file-status.
    select audit assign to dynamic audit-file
    organization is line sequential
    file status is audit-file-status.
    01 registry-line pic x(512).
fd fixture-data.
    01 fixture-data-line pic x(2048).
fd freeze.
    01 freeze-line pic x(256).
fd audit.
    01 audit-line pic x(512).
working-storage section.
    01 audit-verb pic x(8).
    01 audit-operator pic x(32) value SPACE.
    01 ws-num-edit pic z(8)9.

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
    accept registry-file from ARGUMENT-VALUE.
    accept verb from ARGUMENT-VALUE.
    if is-empty of registry-file or verb = SPACE
    when "VERIFY"
        perform verify-registry
    when "REFRESH"
        move "REFRESH" to freeze-verb
        move registry-file to freeze-object
        perform check-freeze
        if is-freeze-refused
            move 2 to RETURN-CODE
            stop run
        end-if
        perform refresh-registry
        perform save-registry
    when other
    end-if.
    move concatenate(trim(store-base), "/gcblunit-fixture-audit.log")
        to audit-file.
    move concatenate(trim(store-base), "/gcblunit-freeze.dat")
        to freeze-file.

load-registry section.
    open input registry.
        move 2 to RETURN-CODE
        stop run
    end-if.
    move "REMOVE" to freeze-verb.
    move arg-path to freeze-object.
    perform check-freeze.
    if is-freeze-refused
        move 2 to RETURN-CODE
        stop run
    end-if.
    perform until entry-found >= entry-count
        move registry-entry(entry-found + 1)
            to registry-entry(entry-found)
    end-if.
    move SPACE to reg-crc-txt.

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
        move concatenate(current-date(1:14), "|fixture-registry|FREEZE-OVERRIDE|",
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

save-registry section.
    open output registry.
    if not registry-ok
