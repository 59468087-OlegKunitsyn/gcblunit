       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit state backup and restore
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  The catalog, history, archive, durations, trend log, quarantine
*>  list, known-issues register, fixture registry, holiday files and
*>  audit trails together are the whole test-operations state, kept
*>  as loose files under the artifact store. BACKUP takes the store's
*>  artifact lock (the one gcblunit, housekeeping and junit-import
*>  take around their rewrites), copies every shared gcblunit-* file
*>  of the profile's store -- plus, with --config, the profile's
*>  --config file and the catalog, quarantine list, known-issues
*>  register, routes, DD assignment, holiday and fixture registry
*>  files it names -- releases the lock, and seals the copies into one
*>  dated bundle, gcblunit-state-<profile>-YYYYMMDD.tar under --dest
*>  (gcblunit-backups in the store by default; point it at another
*>  volume). The bundle's MANIFEST lists each file with its sha-256
*>  digest (as sha256sum prints it) and where it came from:
*>    digest|bundle name|original path
*>  RESTORE proves every file of the bundle against the MANIFEST
*>  before anything is put back -- a damaged bundle restores nothing
*>  -- then, under the artifact lock, puts back each file that differs
*>  from what is there now: store files into the current profile's
*>  store, configuration files to their original paths. The file
*>  replaced is kept beside it as .pre-restore; a file that cannot be
*>  put back is reported and counted, and the rest still go back.
*>  Run-scoped files -- pid-suffixed scratch and failure detail, the
*>  owner-only sensitive detail -- are not state and never bundled;
*>  the staging directory and the .tar are owner-only, since the
*>  bundle holds the store's audit trails. --dry-run stops after
*>  the proof and lists what would change. One audit line per bundle
*>  taken and per file restored, in the shop-common record
*>  (gcblunit-state-audit.log in the artifact store). For a nightly
*>  bundle, schedule it through schedule-daemon as its own job:
*>    state-backup|daily 04:00|N|!state-backup BACKUP --dest /backup
*>
*>  Usage:
*>    state-backup BACKUP [--dest dir] [--config profile.cfg]
*>    state-backup RESTORE bundle.tar [--dry-run]
*>
*>  Exit code: 0 done, 1 the store was busy, the bundle failed its
*>  proof or a file could not be restored, 2 on a usage error.
identification division.
program-id. state-backup.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select list-in assign to dynamic list-path
    organization is line sequential
    file status is list-in-status.
    select manifest assign to dynamic manifest-path
    organization is line sequential
    file status is manifest-status.
    select audit assign to dynamic audit-file
    organization is line sequential
    file status is audit-file-status.
data division.
file section.
fd list-in.
    01 list-in-line pic x(512).
fd manifest.
    01 manifest-line pic x(512).
fd audit.
    01 audit-line pic x(512).
working-storage section.
    78 MANIFEST-LIMIT value 500.
    78 TOKEN-LIMIT value 200.
    01 argv pic x(256).
        88 option-dest value "--dest".
        88 option-config value "--config".
        88 option-dry-run value "--dry-run".
    01 verb pic x(8).
    01 bundle-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 dest-dir pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 config-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 dry-run pic x value "N".
        88 is-dry-run value "Y".
    01 audit-file pic x(256) value "/tmp/gcblunit-state-audit.log".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value "/tmp".
    01 profile-label pic x(64) value "default".
    01 current-dir pic x(256) value SPACE.
    01 list-path pic x(256).
    01 manifest-path pic x(256).
    01 list-in-status pic x(2).
        88 list-in-ok value "00".
        88 list-in-eof value "10".
    01 manifest-status pic x(2).
        88 manifest-ok value "00".
        88 manifest-eof value "10".
    01 audit-file-status pic x(2).
        88 audit-ok value "00".

    *> the store's artifact lock, the same bounded-wait flock
    *> housekeeping takes
    01 artifact-lock-z pic x(268).
    01 artifact-lock-fd usage binary-long value -1.
    01 artifact-lock-rc usage binary-long value -1.
    01 lock-attempts usage binary-long unsigned.

    *> scratch space for this run: file lists, digests, the unpacked
    *> bundle of a restore
    01 run-pid usage binary-long.
    01 run-pid-edit pic 9(9).
    01 work-dir pic x(256).
    01 run-stamp pic x(14).
    01 bundle-name pic x(128).
    01 bundle-dir pic x(256).
    01 shell-command pic x(1024).
    01 shell-rc usage binary-long.

    *> the bundle's files: its name inside the bundle, where it came
    *> from, its digest, and for a restore where it goes back to and
    *> what is there now
    01 entry-count usage binary-long unsigned value 0.
    01 entry-tbl.
        03 bundle-entry occurs MANIFEST-LIMIT times.
            05 entry-digest pic x(64).
            05 entry-name pic x(128).
            05 entry-origin pic x(256).
            05 entry-target pic x(256).
            05 entry-current pic x(64).
            05 entry-action pic x(9).
                88 is-unchanged value "unchanged".
    01 entry-index usage binary-long unsigned.
    01 config-seq pic 99 value 0.
    01 add-origin pic x(256).
    01 add-area pic x(6).
    01 base-name pic x(128).
    01 name-pos usage binary-long unsigned.
    01 scan-pos usage binary-long unsigned.
    01 digest-path pic x(512).
    01 digest-result pic x(64).
    01 manifest-digest pic x(64).
    01 manifest-name pic x(128).
    01 manifest-origin pic x(256).

    *> the profile's --config tokens and the options naming its files
    01 token-count usage binary-long unsigned.
    01 token-tbl.
        03 token-value pic x(256) occurs TOKEN-LIMIT times.
    01 token-index usage binary-long unsigned.
    01 area-options value "--catalog     --quarantine  --known-issues"
                        & "--routes      --dd          --holidays    "
                        & "--fixtures    ".
        03 area-option pic x(14) occurs 7 times.
    01 area-index usage binary-long unsigned.

    01 damaged-count usage binary-long unsigned value 0.
    01 changed-count usage binary-long unsigned value 0.
    01 restored-count usage binary-long unsigned value 0.
    01 failed-count usage binary-long unsigned value 0.
    01 audit-verb pic x(16).
    01 audit-object pic x(256).
    01 audit-old pic x(64).
    01 audit-new pic x(64).
    01 audit-operator pic x(32) value SPACE.
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    accept verb from ARGUMENT-VALUE.
    if verb = "RESTORE"
        accept bundle-file from ARGUMENT-VALUE
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-dest
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to dest-dir
        when option-config
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to config-file
        when option-dry-run
            move "Y" to dry-run
        when other
            display "Error: unknown option " trim(argv) upon syserr
            perform show-usage
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.

    call "getpid" giving run-pid.
    move run-pid to run-pid-edit.
    move concatenate("/tmp/gcblunit-state-", run-pid-edit) to work-dir.
    move current-date(1:14) to run-stamp.
    accept current-dir from environment "PWD"
        on exception
            move SPACE to current-dir
    end-accept.

    evaluate verb
    when "BACKUP"
        perform take-backup
    when "RESTORE"
        if is-empty of bundle-file
            perform show-usage
            move 2 to RETURN-CODE
            stop run
        end-if
        perform restore-bundle
    when other
        perform show-usage
        move 2 to RETURN-CODE
        stop run
    end-evaluate.
    stop run.

show-usage section.
    display "Usage: state-backup BACKUP [--dest dir] [--config profile.cfg]"
        upon syserr.
    display "       state-backup RESTORE bundle.tar [--dry-run]" upon syserr.

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
        move store-profile to profile-label
    end-if.
    move concatenate(trim(store-base), "/gcblunit-state-audit.log")
        to audit-file.

*>*
*> BACKUP
*>*
take-backup section.
    if is-empty of dest-dir
        move concatenate(trim(store-base), "/gcblunit-backups") to dest-dir
    end-if.
    move concatenate("gcblunit-state-", trim(profile-label), "-",
            run-stamp(1:8))
        to bundle-name.
    move concatenate(trim(dest-dir), "/", trim(bundle-name)) to bundle-dir.
    move concatenate("umask 077; mkdir -p '", trim(work-dir), "' '",
            trim(bundle-dir), "/store' '", trim(bundle-dir), "/config'")
        to shell-command.
    perform run-shell.
    if shell-rc not = 0
        display "Error: cannot create " trim(bundle-dir) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

    *> the copies are taken under the lock, so no run is half-way
    *> through an append or a housekeeping trim while they are made
    perform take-artifact-lock.
    if artifact-lock-rc not = 0
        display "Error: artifact store " trim(store-base) " busy;"
            " no bundle taken" upon syserr
        perform remove-work-dirs
        move 1 to RETURN-CODE
        stop run
    end-if.
    perform list-store-files.
    if not is-empty of config-file
        perform list-config-files
    end-if.
    move 1 to entry-index.
    perform until entry-index > entry-count
        move concatenate("umask 077; cp -p '",
                trim(entry-origin(entry-index)), "' '",
                trim(bundle-dir), "/", trim(entry-name(entry-index)), "'")
            to shell-command
        perform run-shell
        if shell-rc not = 0
            display "Error: cannot copy " trim(entry-origin(entry-index))
                "; no bundle taken" upon syserr
            perform release-artifact-lock
            perform remove-work-dirs
            move 1 to RETURN-CODE
            stop run
        end-if
        add 1 to entry-index
    end-perform.
    perform release-artifact-lock.

    perform write-manifest.
    *> a bundle retaken the same day overwrites a .tar that keeps its
    *> old mode, hence the chmod
    move concatenate("umask 077; tar -cf '", trim(bundle-dir), ".tar' -C '",
            trim(dest-dir), "' '", trim(bundle-name), "' && chmod 600 '",
            trim(bundle-dir), ".tar'")
        to shell-command.
    perform run-shell.
    if shell-rc not = 0
        display "Error: cannot write " trim(bundle-dir) ".tar" upon syserr
        perform remove-work-dirs
        move 2 to RETURN-CODE
        stop run
    end-if.
    perform remove-work-dirs.

    move "BACKUP" to audit-verb.
    move concatenate(trim(bundle-dir), ".tar") to audit-object.
    move SPACE to audit-old.
    move entry-count to ws-num-edit.
    move concatenate(trim(ws-num-edit), " file(s)") to audit-new.
    perform write-audit-line.
    display "state-backup: " trim(ws-num-edit) " file(s) in "
        trim(bundle-dir) ".tar".
    move 0 to RETURN-CODE.

list-store-files section.
    *> every shared file of the profile's store; the lock itself, the
    *> leftovers of trims and restores, and whatever a single run
    *> leaves behind are not state -- the scratch and failure detail
    *> suffixed with a 9-digit pid, db-query's work files, and the
    *> owner-only sensitive detail, which must never leave its mode
    move concatenate(trim(work-dir), "/store.lst") to list-path.
    move concatenate("find '", trim(store-base), "' -maxdepth 1 -type f",
            " -name 'gcblunit-*' ! -name '*.lock' ! -name '*.keep'",
            " ! -name '*.pre-restore' ! -name 'gcblunit-sensitive-*'",
            " ! -name 'gcblunit-db-*'",
            " ! -name 'gcblunit-*-[0-9][0-9][0-9][0-9][0-9][0-9][0-9][0-9][0-9]'",
            " ! -name 'gcblunit-*-[0-9][0-9][0-9][0-9][0-9][0-9][0-9][0-9][0-9].*'",
            " | sort > '", trim(list-path), "'")
        to shell-command.
    perform run-shell.
    open input list-in.
    if not list-in-ok
        exit section
    end-if.
    move SPACE to list-in-status.
    perform until list-in-eof
        read list-in
            at end
                move "10" to list-in-status
            not at end
                if list-in-line not = SPACE
                    move trim(list-in-line) to add-origin
                    move "store" to add-area
                    perform add-entry
                end-if
        end-read
    end-perform.
    close list-in.

list-config-files section.
    *> the --config file itself, then each file it names for the
    *> profile -- numbered, since two profiles' files may share a name
    move config-file to add-origin.
    move "config" to add-area.
    perform add-entry.
    move config-file to list-path.
    open input list-in.
    if not list-in-ok
        exit section
    end-if.
    move 0 to token-count.
    move SPACE to list-in-status.
    perform until list-in-eof
        read list-in
            at end
                move "10" to list-in-status
            not at end
                if list-in-line not = SPACE and token-count < TOKEN-LIMIT
                    add 1 to token-count
                    move trim(list-in-line) to token-value(token-count)
                end-if
        end-read
    end-perform.
    close list-in.
    move 1 to token-index.
    perform until token-index >= token-count
        move 1 to area-index
        perform until area-index > 7
            if token-value(token-index) = area-option(area-index)
                move token-value(token-index + 1) to add-origin
                move "config" to add-area
                perform add-entry
            end-if
            add 1 to area-index
        end-perform
        add 1 to token-index
    end-perform.

add-entry section.
    *> add-origin under add-area of the bundle, if it is there to copy
    if add-origin(1:1) not = "/" and current-dir not = SPACE
        move concatenate(trim(current-dir), "/", trim(add-origin))
            to add-origin
    end-if.
    move concatenate("test -f '", trim(add-origin), "'") to shell-command.
    perform run-shell.
    if shell-rc not = 0
        display "Warning: " trim(add-origin) " not found; not in the bundle"
            upon syserr
        exit section
    end-if.
    if entry-count >= MANIFEST-LIMIT
        display "Fatal: more than " MANIFEST-LIMIT " files to bundle"
            upon syserr
        perform release-artifact-lock
        move 3 to RETURN-CODE
        stop run
    end-if.
    move 0 to name-pos.
    move 1 to scan-pos.
    perform until scan-pos > 256
        if add-origin(scan-pos:1) = "/"
            move scan-pos to name-pos
        end-if
        add 1 to scan-pos
    end-perform.
    move SPACE to base-name.
    if name-pos > 0 and name-pos < 256
        move add-origin(name-pos + 1:) to base-name
    else
        move add-origin to base-name
    end-if.
    add 1 to entry-count.
    move add-origin to entry-origin(entry-count).
    if add-area = "store"
        move concatenate("store/", trim(base-name))
            to entry-name(entry-count)
    else
        add 1 to config-seq
        move concatenate("config/", config-seq, "-", trim(base-name))
            to entry-name(entry-count)
    end-if.

write-manifest section.
    move concatenate(trim(bundle-dir), "/MANIFEST") to manifest-path.
    open output manifest.
    if not manifest-ok
        display "Error writing " trim(manifest-path) ": " manifest-status
            upon syserr
        perform remove-work-dirs
        move 2 to RETURN-CODE
        stop run
    end-if.
    perform take-operator.
    move concatenate("# gcblunit state bundle: profile ",
            trim(profile-label), ", store ", trim(store-base), ", taken ",
            run-stamp, " by ", trim(audit-operator))
        to manifest-line.
    write manifest-line.
    move 1 to entry-index.
    perform until entry-index > entry-count
        move concatenate(trim(bundle-dir), "/", trim(entry-name(entry-index)))
            to digest-path
        perform digest-file
        move digest-result to entry-digest(entry-index)
        move concatenate(entry-digest(entry-index), "|",
                trim(entry-name(entry-index)), "|",
                trim(entry-origin(entry-index)))
            to manifest-line
        write manifest-line
        add 1 to entry-index
    end-perform.
    close manifest.

*>*
*> RESTORE
*>*
restore-bundle section.
    *> the bundle unpacks into this run's scratch directory; its one
    *> directory is named as it was taken, whatever the .tar is called
    move concatenate(trim(work-dir), "/bundle.lst") to list-path.
    move concatenate("umask 077; mkdir -p '", trim(work-dir), "' && tar -xf '",
            trim(bundle-file), "' -C '", trim(work-dir), "' && tar -tf '",
            trim(bundle-file), "' | head -1 > '", trim(list-path), "'")
        to shell-command.
    perform run-shell.
    if shell-rc not = 0
        display "Error: cannot unpack " trim(bundle-file) upon syserr
        perform remove-work-dirs
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to bundle-name.
    open input list-in.
    if list-in-ok
        read list-in
            at end
                continue
            not at end
                unstring list-in-line delimited by "/" into bundle-name
                end-unstring
        end-read
        close list-in
    end-if.
    move concatenate(trim(work-dir), "/", trim(bundle-name)) to bundle-dir.
    perform load-manifest.

    *> the proof: every file of the bundle against its MANIFEST digest
    move 1 to entry-index.
    perform until entry-index > entry-count
        move concatenate(trim(bundle-dir), "/", trim(entry-name(entry-index)))
            to digest-path
        perform digest-file
        if digest-result not = entry-digest(entry-index)
            add 1 to damaged-count
            display "Error: " trim(entry-name(entry-index))
                " does not match its MANIFEST digest" upon syserr
        end-if
        add 1 to entry-index
    end-perform.
    if damaged-count > 0
        display "Error: " trim(bundle-file) " failed its proof;"
            " nothing restored" upon syserr
        perform remove-work-dirs
        move 1 to RETURN-CODE
        stop run
    end-if.

    *> what would change: each file against what is there now
    move 1 to entry-index.
    perform until entry-index > entry-count
        if entry-name(entry-index)(1:6) = "store/"
            move concatenate(trim(store-base), "/",
                    entry-name(entry-index)(7:))
                to entry-target(entry-index)
        else
            move entry-origin(entry-index) to entry-target(entry-index)
        end-if
        move entry-target(entry-index) to digest-path
        perform digest-file
        move digest-result to entry-current(entry-index)
        evaluate TRUE
        when digest-result = SPACE
            move "CREATE" to entry-action(entry-index)
            add 1 to changed-count
        when digest-result = entry-digest(entry-index)
            move "unchanged" to entry-action(entry-index)
        when other
            move "REPLACE" to entry-action(entry-index)
            add 1 to changed-count
        end-evaluate
        if not is-unchanged(entry-index)
            display "  " entry-action(entry-index) " "
                trim(entry-target(entry-index))
        end-if
        add 1 to entry-index
    end-perform.
    move changed-count to ws-num-edit.
    move entry-count to ws-num-edit2.
    if is-dry-run
        display "state-backup: " trim(bundle-file) " proved; "
            trim(ws-num-edit) " of " trim(ws-num-edit2)
            " file(s) would change (dry run, nothing restored)"
        perform remove-work-dirs
        move 0 to RETURN-CODE
        exit section
    end-if.
    if changed-count = 0
        display "state-backup: " trim(bundle-file) " proved; nothing"
            " differs, nothing restored"
        perform remove-work-dirs
        move 0 to RETURN-CODE
        exit section
    end-if.

    perform take-artifact-lock.
    if artifact-lock-rc not = 0
        display "Error: artifact store " trim(store-base) " busy;"
            " nothing restored" upon syserr
        perform remove-work-dirs
        move 1 to RETURN-CODE
        stop run
    end-if.
    move 1 to entry-index.
    perform until entry-index > entry-count
        if not is-unchanged(entry-index)
            perform restore-one-file
        end-if
        add 1 to entry-index
    end-perform.
    perform release-artifact-lock.
    perform remove-work-dirs.
    move restored-count to ws-num-edit.
    move changed-count to ws-num-edit2.
    display "state-backup: " trim(ws-num-edit) " of " trim(ws-num-edit2)
        " changed file(s) restored from " trim(bundle-file).
    if failed-count > 0
        move failed-count to ws-num-edit
        display "Error: " trim(ws-num-edit) " of " trim(ws-num-edit2)
            " changed file(s) could not be restored" upon syserr
        move 1 to RETURN-CODE
    else
        move 0 to RETURN-CODE
    end-if.

load-manifest section.
    move concatenate(trim(bundle-dir), "/MANIFEST") to manifest-path.
    open input manifest.
    if not manifest-ok
        display "Error: " trim(bundle-file) " has no MANIFEST" upon syserr
        perform remove-work-dirs
        move 1 to RETURN-CODE
        stop run
    end-if.
    move SPACE to manifest-status.
    perform until manifest-eof
        read manifest
            at end
                move "10" to manifest-status
            not at end
                if manifest-line not = SPACE
                        and manifest-line(1:1) not = "#"
                        and entry-count < MANIFEST-LIMIT
                    move SPACE to manifest-digest manifest-name
                        manifest-origin
                    unstring manifest-line delimited by "|"
                        into manifest-digest manifest-name manifest-origin
                    end-unstring
                    add 1 to entry-count
                    move manifest-digest to entry-digest(entry-count)
                    move manifest-name to entry-name(entry-count)
                    move manifest-origin to entry-origin(entry-count)
                end-if
        end-read
    end-perform.
    close manifest.

restore-one-file section.
    *> the file it replaces stays beside it as .pre-restore
    if entry-current(entry-index) not = SPACE
        move concatenate("cp -p '", trim(entry-target(entry-index)), "' '",
                trim(entry-target(entry-index)), ".pre-restore'")
            to shell-command
        perform run-shell
    end-if.
    move concatenate("cp -p '", trim(bundle-dir), "/",
            trim(entry-name(entry-index)), "' '",
            trim(entry-target(entry-index)), "'")
        to shell-command.
    perform run-shell.
    if shell-rc not = 0
        display "Error: cannot restore " trim(entry-target(entry-index))
            upon syserr
        add 1 to failed-count
        exit section
    end-if.
    add 1 to restored-count.
    move "RESTORE" to audit-verb.
    move entry-target(entry-index) to audit-object.
    move entry-current(entry-index) to audit-old.
    move entry-digest(entry-index) to audit-new.
    perform write-audit-line.

*>*
*> shared
*>*
digest-file section.
    *> sha-256 of digest-path as sha256sum prints it; spaces when the
    *> file is not there
    move SPACE to digest-result.
    move concatenate(trim(work-dir), "/digest.out") to list-path.
    move concatenate("sha256sum '", trim(digest-path), "' > '",
            trim(list-path), "' 2>/dev/null")
        to shell-command.
    perform run-shell.
    if shell-rc not = 0
        exit section
    end-if.
    open input list-in.
    if not list-in-ok
        exit section
    end-if.
    read list-in
        at end
            continue
        not at end
            move list-in-line(1:64) to digest-result
    end-read.
    close list-in.

run-shell section.
    call "SYSTEM" using shell-command giving shell-rc.
    move 0 to RETURN-CODE.

remove-work-dirs section.
    *> the scratch directory, and a backup's staging directory (the
    *> .tar is the bundle)
    if verb = "BACKUP"
        move concatenate("rm -rf '", trim(work-dir), "' '",
                trim(bundle-dir), "'")
            to shell-command
    else
        move concatenate("rm -rf '", trim(work-dir), "'") to shell-command
    end-if.
    perform run-shell.

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
    if artifact-lock-rc not = 0
        call "close" using by value artifact-lock-fd
        move -1 to artifact-lock-fd
    end-if.

release-artifact-lock section.
    if artifact-lock-fd >= 0
        *> 8 is LOCK_UN
        call "flock" using by value artifact-lock-fd, by value 8
            giving artifact-lock-rc
        call "close" using by value artifact-lock-fd
        move -1 to artifact-lock-fd
    end-if.

take-operator section.
    accept audit-operator from environment "USER"
        on exception
            move "(unknown)" to audit-operator
    end-accept.
    if audit-operator = SPACE
        move "(unknown)" to audit-operator
    end-if.

write-audit-line section.
    *> the shop-common audit record every maintenance program writes:
    *> timestamp|program|verb|object|old|new|operator
    perform take-operator.
    open extend audit.
    if not audit-ok
        open output audit
    end-if.
    if audit-ok
        move concatenate(current-date(1:14), "|state-backup|",
                trim(audit-verb), "|", trim(audit-object), "|",
                trim(audit-old), "|", trim(audit-new), "|",
                trim(audit-operator))
            to audit-line
        write audit-line
        close audit
    end-if.
end program state-backup.
