       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit assertion archive and register re-keying
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Run once when the runner starts keeping stable assertion keys:
*>  brings what was recorded under ordinals along with it.
*>    - every assertion-archive record without a key gets the one
*>      gcblunit would have given it (see its assertion-keys): the
*>      description folded to a key, ~2, ~3 for a repeat within the
*>      same suite in the same run. A run is a block of one suite's
*>      records under one date, a falling ordinal starting the next.
*>      Records already keyed are left as they are.
*>    - every known-issues register entry that names an ordinal gets
*>      the key of the newest archived record of that suite#nr, with
*>      one audit line per entry in the shop-common record; an
*>      ordinal the archive never saw is left and reported.
*>  The archive is rewritten under the runner's artifact lock.
*>  --dry-run reports what would change and writes nothing.
*>
*>  Usage:
*>    assertion-rekey [--archive path] [--register path] [--dry-run]
identification division.
program-id. assertion-rekey.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select archive-in assign to dynamic archive-file
    organization is line sequential
    file status is archive-in-status.
    select archive-out assign to dynamic archive-keep
    organization is line sequential
    file status is archive-out-status.
    select register assign to dynamic register-file
    organization is line sequential
    file status is register-status.
    select audit assign to dynamic audit-file
    organization is line sequential
    file status is audit-status.
data division.
file section.
fd archive-in.
    01 archive-in-line pic x(304).
fd archive-out.
    01 archive-out-line pic x(304).
fd register.
    01 register-line pic x(256).
fd audit.
    01 audit-line pic x(512).
working-storage section.
    78 REGISTER-LIMIT value 200.
    78 BLOCK-LIMIT value 5000.
    01 argv pic x(256).
        88 option-archive value "--archive".
        88 option-register value "--register".
        88 option-dry-run value "--dry-run".
    01 archive-file pic x(256) value "/tmp/gcblunit-archive.dat".
    01 archive-keep pic x(256).
    01 register-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 audit-file pic x(256) value "/tmp/gcblunit-known-audit.log".
    01 dry-run pic x value "N".
        88 is-dry-run value "Y".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value "/tmp".
    01 archive-in-status pic x(2).
        88 archive-in-ok value "00".
        88 archive-in-eof value "10".
    01 archive-out-status pic x(2).
        88 archive-out-ok value "00".
    01 register-status pic x(2).
        88 register-ok value "00".
        88 register-eof value "10".
    01 audit-status pic x(2).
        88 audit-ok value "00".
    01 audit-operator pic x(32) value SPACE.
    01 shell-command pic x(600).

    *> the runner's artifact lock, as housekeeping takes it
    01 artifact-lock-z pic x(268).
    01 artifact-lock-fd usage binary-long value -1.
    01 artifact-lock-rc usage binary-long value -1.
    01 lock-attempts usage binary-long unsigned.

    *> an archive record: run date, the dump record, the key behind,
    *> and the chain digest carried through untouched (a record still
    *> to be keyed predates the chain and has none)
    01 ws-archive-record.
        05 arc-date pic 9(8).
        05 filler pic x.
        05 arc-dump.
            10 arc-status pic x.
            10 arc-suite pic x(32).
            10 arc-nr pic 9(4).
            10 arc-name pic x(16).
            10 arc-expected pic x(32).
            10 arc-actual pic x(32).
            10 arc-desc pic x(64).
        05 filler pic x.
        05 arc-key pic x(48).
        05 filler pic x.
        05 arc-chain pic x(64).

    *> the run block being keyed: one suite under one date
    01 block-date pic 9(8) value 0.
    01 block-suite pic x(32) value SPACE.
    01 block-nr pic 9(4) value 0.
    01 block-count usage binary-long unsigned value 0.
    01 block-tbl.
        03 block-base pic x(48) occurs BLOCK-LIMIT times.
    01 block-index usage binary-long unsigned.

    *> the register, and the ordinals it still names
    01 entry-count usage binary-long unsigned value 0.
    01 entry-tbl.
        03 register-entry occurs REGISTER-LIMIT times.
            05 entry-text pic x(256).
            05 entry-suite pic x(32).
            05 entry-ref pic x(48).
            05 entry-ticket pic x(16).
            05 entry-note pic x(64).
            05 entry-ordinal pic x.
                88 is-ordinal value "Y".
            05 entry-nr pic 9(4).
            05 entry-new-key pic x(48).
    01 entry-index usage binary-long unsigned.
    01 entry-ref-len usage binary-long unsigned.

    01 keyed-records usage binary-long unsigned value 0.
    01 kept-records usage binary-long unsigned value 0.
    01 rekeyed-entries usage binary-long unsigned value 0.
    01 unresolved-entries usage binary-long unsigned value 0.
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit-2 pic z(8)9.

    *> an assertion's stable key from its description, exactly as
    *> gcblunit's cblu-key-derive
    01 key-source pic x(64).
    01 key-work pic x(64).
    01 key-text pic x(48).
    01 key-len usage binary-long unsigned.
    01 key-pos usage binary-long unsigned.
    01 key-char pic x.
    01 key-dash pic x.
    01 key-occurrence usage binary-long unsigned.
    01 key-nr-edit pic 9(4).
    01 key-occurrence-edit pic z(3)9.
procedure division.
    perform resolve-store-defaults.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-archive
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to archive-file
        when option-register
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to register-file
        when option-dry-run
            move "Y" to dry-run
        when other
            display "Error: unknown option " trim(argv) upon syserr
            display "Usage: assertion-rekey [--archive path]"
                " [--register path] [--dry-run]" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.

    if not is-empty of register-file
        perform load-register
    end-if.

    if is-dry-run
        perform rekey-archive
    else
        perform take-artifact-lock
        if artifact-lock-rc not = 0
            display "Error: artifact store busy; nothing re-keyed" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
        perform rekey-archive
        perform release-artifact-lock
    end-if.

    if not is-empty of register-file
        perform rekey-register
    end-if.

    move keyed-records to ws-num-edit.
    move kept-records to ws-num-edit-2.
    display "assertion-rekey: " trim(ws-num-edit) " archive record(s) keyed, "
        trim(ws-num-edit-2) " already keyed".
    if not is-empty of register-file
        move rekeyed-entries to ws-num-edit
        move unresolved-entries to ws-num-edit-2
        display "assertion-rekey: " trim(ws-num-edit)
            " register entr(ies) re-keyed, " trim(ws-num-edit-2)
            " left on an ordinal"
    end-if.
    if is-dry-run
        display "assertion-rekey: dry run, nothing written"
    end-if.
    move 0 to RETURN-CODE.
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
    move concatenate(trim(store-base), "/gcblunit-archive.dat")
        to archive-file.
    move concatenate(trim(store-base), "/gcblunit-known-audit.log")
        to audit-file.

take-artifact-lock section.
    *> bounded-wait flock on the store's lock file, the same shape
    *> gcblunit's cblu-lock-acquire and housekeeping use
    move concatenate(trim(store-base), "/gcblunit-artifacts.lock",
            x"00")
        to artifact-lock-z.
    *> 65 is O_WRONLY+O_CREAT, 420 is mode 0644
    call "open" using by reference artifact-lock-z
        by value 65 by value 420
        giving artifact-lock-fd.
    move -1 to artifact-lock-rc.
    if artifact-lock-fd < 0
        exit section
    end-if.
    move 0 to lock-attempts.
    perform until artifact-lock-rc = 0 or lock-attempts >= 10
        *> 6 is LOCK_EX+LOCK_NB
        call "flock" using by value artifact-lock-fd, by value 6
            giving artifact-lock-rc
        if artifact-lock-rc not = 0
            add 1 to lock-attempts
            call "SYSTEM" using "sleep 1"
            move 0 to RETURN-CODE
        end-if
    end-perform.

release-artifact-lock section.
    if artifact-lock-fd >= 0
        *> 8 is LOCK_UN
        call "flock" using by value artifact-lock-fd, by value 8
            giving artifact-lock-rc
        call "close" using by value artifact-lock-fd
        move -1 to artifact-lock-fd
    end-if.

*>*
*> the archive
*>*
rekey-archive section.
    *> rewrite to path.keep and move it over the archive, the way
    *> housekeeping trims it
    open input archive-in.
    if not archive-in-ok
        display "Warning: no archive at " trim(archive-file) upon syserr
        exit section
    end-if.
    move concatenate(trim(archive-file), ".keep") to archive-keep.
    if not is-dry-run
        open output archive-out
        if not archive-out-ok
            display "Error writing " trim(archive-keep) ": "
                archive-out-status upon syserr
            close archive-in
            perform release-artifact-lock
            move 2 to RETURN-CODE
            stop run
        end-if
    end-if.
    move SPACE to archive-in-status.
    perform until archive-in-eof
        move SPACE to archive-in-line
        read archive-in
            at end
                move "10" to archive-in-status
            not at end
                move archive-in-line to ws-archive-record
                if arc-key = SPACE and arc-suite not = SPACE
                    perform key-archive-record
                    add 1 to keyed-records
                else
                    perform note-block-record
                    add 1 to kept-records
                end-if
                perform note-register-ordinal
                if not is-dry-run
                    move ws-archive-record to archive-out-line
                    write archive-out-line
                end-if
        end-read
    end-perform.
    close archive-in.
    if not is-dry-run
        close archive-out
        move concatenate("mv ", trim(archive-keep), " ", trim(archive-file))
            to shell-command
        call "SYSTEM" using shell-command
        move 0 to RETURN-CODE
    end-if.

note-block-record section.
    *> a new run block when the date or the suite changes, or when the
    *> ordinal falls back (the same suite run again the same day)
    if arc-date not = block-date or arc-suite not = block-suite
            or (arc-nr > 0 and arc-nr <= block-nr)
        move arc-date to block-date
        move arc-suite to block-suite
        move 0 to block-count block-nr
    end-if.
    if arc-nr > 0
        move arc-nr to block-nr
    end-if.

key-archive-record section.
    perform note-block-record.
    move arc-desc to key-source.
    move arc-nr to key-nr-edit.
    perform key-derive.
    move 0 to key-occurrence.
    move 1 to block-index.
    perform until block-index > block-count
        if block-base(block-index) = key-text
            add 1 to key-occurrence
        end-if
        add 1 to block-index
    end-perform.
    if block-count < BLOCK-LIMIT
        add 1 to block-count
        move key-text to block-base(block-count)
    end-if.
    move key-text to arc-key.
    if key-occurrence > 0
        add 1 to key-occurrence
        move key-occurrence to key-occurrence-edit
        move concatenate(trim(key-text), "~", trim(key-occurrence-edit))
            to arc-key
    end-if.

note-register-ordinal section.
    *> the newest record of a suite#nr the register still names wins
    move 1 to entry-index.
    perform until entry-index > entry-count
        if is-ordinal(entry-index)
                and entry-suite(entry-index) = arc-suite
                and entry-nr(entry-index) = arc-nr
            move arc-key to entry-new-key(entry-index)
        end-if
        add 1 to entry-index
    end-perform.

key-derive section.
    *> key-source (a description) and key-nr-edit (its ordinal) to
    *> key-text, exactly as gcblunit's cblu-key-derive
    move SPACE to key-text.
    move 0 to key-len.
    if key-source(1:7) = "[known "
        move 0 to key-pos
        inspect key-source tallying key-pos
            for characters before initial "] "
        if key-pos < 62
            move key-source(key-pos + 3:) to key-work
            move key-work to key-source
        end-if
    end-if.
    move trim(key-source) to key-work.
    if key-work(1:1) = "@"
        move SPACE to key-source
        unstring key-work(2:) delimited by SPACE into key-source
        end-unstring
    else
        move key-work to key-source
    end-if.
    move "N" to key-dash.
    move 1 to key-pos.
    perform until key-pos > 64 or key-len >= 44
        move lower-case(key-source(key-pos:1)) to key-char
        if (key-char >= "a" and key-char <= "z")
                or (key-char >= "0" and key-char <= "9")
            if key-dash = "Y" and key-len > 0 and key-len < 43
                add 1 to key-len
                move "-" to key-text(key-len:1)
            end-if
            move "N" to key-dash
            add 1 to key-len
            move key-char to key-text(key-len:1)
        else
            move "Y" to key-dash
        end-if
        add 1 to key-pos
    end-perform.
    if key-len = 0
        move concatenate("#", key-nr-edit) to key-text
    end-if.

*>*
*> the known-issues register
*>*
load-register section.
    *> comment lines ride along untouched in entry-text
    open input register.
    if not register-ok
        display "Error opening " trim(register-file) ": " register-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
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
                    move 3 to RETURN-CODE
                    stop run
                end-if
                add 1 to entry-count
                perform take-register-line
        end-read
    end-perform.
    close register.

take-register-line section.
    move register-line to entry-text(entry-count).
    move SPACE to entry-suite(entry-count) entry-ref(entry-count)
        entry-ticket(entry-count) entry-note(entry-count)
        entry-new-key(entry-count).
    move "N" to entry-ordinal(entry-count).
    move 0 to entry-nr(entry-count).
    if trim(register-line) = SPACE or register-line(1:1) = "#"
        exit section
    end-if.
    unstring register-line delimited by "|"
        into entry-suite(entry-count)
             entry-ref(entry-count)
             entry-ticket(entry-count)
             entry-note(entry-count)
    end-unstring.
    move length(trim(entry-ref(entry-count))) to entry-ref-len.
    if entry-ref(entry-count) not = SPACE and entry-ref-len <= 4
            and entry-ref(entry-count)(1:entry-ref-len) is numeric
        move "Y" to entry-ordinal(entry-count)
        move numval(entry-ref(entry-count)) to entry-nr(entry-count)
    end-if.

rekey-register section.
    move 1 to entry-index.
    perform until entry-index > entry-count
        if is-ordinal(entry-index)
            if entry-new-key(entry-index) = SPACE
                add 1 to unresolved-entries
                display "  " trim(entry-suite(entry-index)) "#"
                    trim(entry-ref(entry-index))
                    ": no archived record, left as is"
            else
                add 1 to rekeyed-entries
                display "  " trim(entry-suite(entry-index)) "#"
                    trim(entry-ref(entry-index)) " -> "
                    trim(entry-new-key(entry-index))
                move concatenate(trim(entry-suite(entry-index)), "|",
                        trim(entry-new-key(entry-index)), "|",
                        trim(entry-ticket(entry-index)), "|",
                        trim(entry-note(entry-index)))
                    to entry-text(entry-index)
                if not is-dry-run
                    perform write-audit-line
                end-if
            end-if
        end-if
        add 1 to entry-index
    end-perform.
    if is-dry-run or rekeyed-entries = 0
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
        move concatenate(current-date(1:14), "|assertion-rekey|REKEY|",
                trim(entry-suite(entry-index)), "|",
                trim(entry-ref(entry-index)), "|",
                trim(entry-new-key(entry-index)), "|",
                trim(audit-operator))
            to audit-line
        write audit-line
        close audit
    end-if.
end program assertion-rekey.
