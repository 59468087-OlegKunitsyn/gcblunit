       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit archive and history chain verification
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  release-certify seals its own document, but the assertion archive
*>  and the outcome history it is built from are appendable text. Each
*>  line the runner (and junit-import) appends carries a chained
*>  sha-256 digest (see libs/core/chain); this program walks a file
*>  and proves the chain, reporting the first broken link -- the line
*>  and its run date -- and the range of run dates the breaks cover,
*>  so an edited night's result is found instead of certified.
*>  Checkpoint records, written by housekeeping's trim and by
*>  junit-import, are checked against GCBLUNIT_CHAIN_KEY; lines older
*>  than the chain (no digest, before the first chained line) are
*>  counted but cannot be proved. Without --archive or --history both
*>  well-known files under the artifact store are verified; a file
*>  that was never written is skipped. Exit codes:
*>    0 every chain intact
*>    4 intact, but a checkpoint is unsigned or its signature could
*>      not be checked (no key)
*>    5 a broken link or a bad checkpoint   2 usage
*>
*>  Usage:
*>    chain-verify [--archive path] [--history path]
identification division.
program-id. chain-verify.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select chained assign to dynamic chained-file
    organization is line sequential
    file status is chained-file-status.
data division.
file section.
fd chained.
    01 chained-line pic x(304).
working-storage section.
    01 argv pic x(256).
        88 option-archive value "--archive".
        88 option-history value "--history".
    01 archive-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 history-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value "/tmp".
    01 chained-file pic x(256).
    01 chained-file-status pic x(2).
        88 chained-ok value "00".
        88 chained-eof value "10".
    01 chain-layout pic x.

    *> per file
    01 chain-running pic x(64).
    01 chain-outcome pic x.
    01 line-number usage binary-long unsigned.
    01 line-date pic 9(8).
    01 chained-lines usage binary-long unsigned.
    01 legacy-lines usage binary-long unsigned.
    01 checkpoint-lines usage binary-long unsigned.
    01 broken-links usage binary-long unsigned.
    01 first-broken-line usage binary-long unsigned.
    01 first-broken-date pic 9(8).
    01 broken-from-date pic 9(8).
    01 broken-to-date pic 9(8).
    01 first-broken-outcome pic x.
    01 unverified-checkpoints usage binary-long unsigned.

    *> the whole run
    01 files-broken usage binary-long unsigned value 0.
    01 files-unverified usage binary-long unsigned value 0.
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit-2 pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-archive
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to archive-file
        when option-history
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to history-file
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.

    if is-empty of archive-file and is-empty of history-file
        move concatenate(trim(store-base), "/gcblunit-archive.dat")
            to archive-file
        move concatenate(trim(store-base), "/gcblunit-history.dat")
            to history-file
    end-if.
    if not is-empty of archive-file
        move archive-file to chained-file
        move "A" to chain-layout
        perform verify-one-file
    end-if.
    if not is-empty of history-file
        move history-file to chained-file
        move "H" to chain-layout
        perform verify-one-file
    end-if.

    evaluate TRUE
    when files-broken > 0
        move 5 to RETURN-CODE
    when files-unverified > 0
        move 4 to RETURN-CODE
    when other
        move 0 to RETURN-CODE
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

verify-one-file section.
    open input chained.
    if not chained-ok
        *> a file that was never written is not an error
        display trim(chained-file) ": not found, skipped"
        exit section
    end-if.
    move SPACE to chain-running.
    move 0 to line-number chained-lines legacy-lines checkpoint-lines.
    move 0 to broken-links first-broken-line unverified-checkpoints.
    move 0 to first-broken-date broken-from-date broken-to-date.
    move SPACE to first-broken-outcome.
    move SPACE to chained-file-status.
    perform until chained-eof
        read chained
            at end
                move "10" to chained-file-status
            not at end
                if chained-line not = SPACE
                    add 1 to line-number
                    perform verify-one-line
                end-if
        end-read
    end-perform.
    close chained.
    perform report-one-file.

verify-one-line section.
    call "chain-step" using chain-layout, chain-running, chained-line,
        chain-outcome.
    move 0 to line-date.
    if chained-line(1:8) is numeric
        move chained-line(1:8) to line-date
    end-if.
    evaluate chain-outcome
    when "L"
        add 1 to legacy-lines
    when "G"
        add 1 to chained-lines
    when "K"
        add 1 to checkpoint-lines
    when "U"
    when "N"
        add 1 to checkpoint-lines
        add 1 to unverified-checkpoints
        move line-number to ws-num-edit
        if chain-outcome = "U"
            display trim(chained-file) ": line " trim(ws-num-edit)
                " (" line-date ") is an unsigned checkpoint"
        else
            display trim(chained-file) ": line " trim(ws-num-edit)
                " (" line-date ") checkpoint signature not checked,"
                " GCBLUNIT_CHAIN_KEY not available"
        end-if
    when other
        *> B, C or X: a link that does not hold
        add 1 to broken-links
        if first-broken-line = 0
            move line-number to first-broken-line
            move line-date to first-broken-date
            move chain-outcome to first-broken-outcome
        end-if
        if broken-from-date = 0 or line-date < broken-from-date
            move line-date to broken-from-date
        end-if
        if line-date > broken-to-date
            move line-date to broken-to-date
        end-if
    end-evaluate.

report-one-file section.
    move line-number to ws-num-edit.
    display trim(chained-file) ": " trim(ws-num-edit) " line(s)".
    move chained-lines to ws-num-edit.
    move checkpoint-lines to ws-num-edit-2.
    display "  " trim(ws-num-edit) " chained, " trim(ws-num-edit-2)
        " checkpoint(s)".
    if legacy-lines > 0
        move legacy-lines to ws-num-edit
        display "  " trim(ws-num-edit)
            " line(s) written before the chain, not provable"
    end-if.
    if broken-links = 0
        display "  chain intact"
        if unverified-checkpoints > 0
            add 1 to files-unverified
        end-if
        exit section
    end-if.
    add 1 to files-broken.
    move first-broken-line to ws-num-edit.
    evaluate first-broken-outcome
    when "X"
        display "  first broken link: line " trim(ws-num-edit) " ("
            first-broken-date "), checkpoint signature does not match"
    when "C"
        display "  first broken link: line " trim(ws-num-edit) " ("
            first-broken-date "), checkpoint does not follow the chain"
    when other
        display "  first broken link: line " trim(ws-num-edit) " ("
            first-broken-date ")"
    end-evaluate.
    move broken-links to ws-num-edit.
    display "  " trim(ws-num-edit) " broken link(s), run dates "
        broken-from-date " through " broken-to-date " affected".
end program chain-verify.
