       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit restart-and-rerun verification harness
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Exercises the restart path of a checkpointing batch program in
*>  daylight instead of at 3am after an abend:
*>    1. a baseline run to completion from clean outputs
*>    2. for every kill point: a fresh run, killed (SIGKILL, the
*>       abend nobody cleans up after) once the watched dataset holds
*>       N records -- the first --out, or --watch, for --kill-record;
*>       the --checkpoint dataset, one record per checkpoint taken,
*>       for --kill-checkpoint -- then the restart command (the same
*>       command unless --restart says otherwise) run to completion
*>       on whatever the killed run left behind
*>    3. every output of the restarted run reconciled against the
*>       baseline by key, the way dataset-recon and assert-equals-keyed
*>       pair records: baseline records missing are DROPPED, extra
*>       records whose key the baseline holds are DUPLICATED, extra
*>       records with a new key are ADDED, key-matched records whose
*>       bodies differ are CHANGED
*>  Datasets are logical names resolved through dd-resolve (load the
*>  environment with --dd) and handed to the program as DD_<name>, the
*>  runtime's external file mapping; an output's key is "NAME:pos:len"
*>  (the first 64 bytes when omitted). The kill lands on the first
*>  poll that sees the count reached, so the report gives the record
*>  count actually on disk at the kill as well as the point asked for.
*>  The runs are made with COB_SYNC set, every write reaching disk.
*>  Exit codes follow dataset-recon:
*>    0 every restart matched   1 changed records only
*>    4 dropped, duplicated or added records   2 usage   3 a limit
*>  Requires gcblunit's dataset-io, dd-load and dd-resolve linked in.
*>
*>  Usage:
*>    restart-test "program" --out NAME[:pos:len] [--out ...]
*>        (--kill-record N[,N...] | --kill-checkpoint N[,N...])
*>        [--checkpoint NAME] [--watch NAME] [--in NAME ...]
*>        [--restart "command"] [--dd assignments] [--work dir]
*>        [--poll-ms N]
identification division.
program-id. restart-test.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select pid-in assign to dynamic pid-file
    organization is line sequential
    file status is pid-in-status.
data division.
file section.
fd pid-in.
    01 pid-in-line pic x(32).
working-storage section.
    78 DD-ARG-LIMIT value 32.
    78 KILL-LIMIT value 16.
    78 RESTART-LIMIT value 5000.
    78 DETAIL-LIMIT value 10.
    01 argv pic x(256).
        88 option-in value "--in".
        88 option-out value "--out".
        88 option-checkpoint value "--checkpoint".
        88 option-watch value "--watch".
        88 option-kill-record value "--kill-record".
        88 option-kill-checkpoint value "--kill-checkpoint".
        88 option-restart value "--restart".
        88 option-dd value "--dd".
        88 option-work value "--work".
        88 option-poll-ms value "--poll-ms".
    01 program-command pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 restart-command pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 dd-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 work-dir pic x(200) value "/tmp/gcblunit-restart".
    01 watch-name pic x(32) value SPACE.
    01 checkpoint-name pic x(32) value SPACE.
    01 kill-list pic x(256) value SPACE.
    01 kill-mode pic x value SPACE.
        88 kill-at-record value "R".
        88 kill-at-checkpoint value "C".
    01 poll-arg pic x(9).
    01 poll-ms usage binary-long unsigned value 10.
    01 poll-nanos usage binary-double.
    77 dsio-pointer usage program-pointer.
        88 dsio-missing value NULL.
    77 ddres-pointer usage program-pointer.
        88 ddres-missing value NULL.

    *> the logical datasets
    01 dd-arg-count usage binary-long unsigned value 0.
    01 dd-arg-tbl.
        03 dd-arg occurs DD-ARG-LIMIT times.
            05 dd-arg-name pic x(32).
            05 dd-arg-role pic x.
                88 dd-is-input value "I".
                88 dd-is-output value "O".
                88 dd-is-checkpoint value "C".
            05 dd-arg-key-pos usage binary-long unsigned.
            05 dd-arg-key-len usage binary-long unsigned.
            05 dd-arg-physical pic x(256).
            05 dd-arg-prefix pic x(16).
            05 dd-arg-bare pic x(256).
            05 dd-arg-baseline pic x(256).
            05 dd-arg-baseline-count usage binary-long unsigned.
    01 dd-arg-index usage binary-long unsigned.
    01 dd-arg-text pic x(64).
    01 dd-key-pos-txt pic x(9).
    01 dd-key-len-txt pic x(9).
    01 watch-index usage binary-long unsigned value 0.
    01 output-count usage binary-long unsigned value 0.
    01 split-pointer usage binary-long unsigned.
    01 split-length pic x(9).
    01 env-name pic x(40).

    *> kill points
    01 kill-count usage binary-long unsigned value 0.
    01 kill-tbl.
        03 kill-point usage binary-long unsigned occurs KILL-LIMIT times.
    01 kill-index usage binary-long unsigned.
    01 kill-pointer usage binary-long unsigned.
    01 kill-txt pic x(9).
    01 kill-observed usage binary-long unsigned.
    01 kill-reached pic x.

    *> the background run
    01 pid-file pic x(256).
    01 pid-in-status pic x(2).
        88 pid-in-ok value "00".
    01 run-log pic x(256).
    01 child-pid usage binary-long.
    01 child-alive usage binary-long.
    01 shell-command pic x(800).
    01 run-rc usage binary-long.
    01 run-rc-edit pic 9(4).
    01 baseline-rc-edit pic 9(4).

    *> dataset-io, one handle for counting and for loading either side
    01 ds-req-1.
        03 ds-verb pic x(5).
        03 ds-handle pic 9.
        03 ds-status pic x(2).
            88 count-ok value "00".
        03 ds-key-len usage binary-long unsigned.
        03 ds-rec-len usage binary-long unsigned.
        03 ds-path pic x(256).
        03 ds-key pic x(64).
        03 ds-record pic x(2048).
    01 count-path pic x(256).
    01 record-total usage binary-long unsigned.

    *> the keyed reconciliation, baseline against restarted
    01 base-count usage binary-long unsigned value 0.
    01 base-set.
        03 base-entry occurs RESTART-LIMIT times.
            05 base-key pic x(64).
            05 base-body pic x(512).
            05 base-matched pic x.
    01 rerun-count usage binary-long unsigned value 0.
    01 rerun-set.
        03 rerun-entry occurs RESTART-LIMIT times.
            05 rerun-key pic x(64).
            05 rerun-body pic x(512).
            05 rerun-matched pic x.
    01 base-index usage binary-long unsigned.
    01 rerun-index usage binary-long unsigned.
    01 loading-side pic x.
    01 dropped-count usage binary-long unsigned.
    01 duplicated-count usage binary-long unsigned.
    01 added-count usage binary-long unsigned.
    01 changed-count usage binary-long unsigned.
    01 detail-count usage binary-long unsigned.
    01 detail-type pic x(10).
    01 detail-key pic x(64).
    01 points-differing usage binary-long unsigned value 0.
    01 points-unreached usage binary-long unsigned value 0.
    01 point-differs pic x.
    01 any-loss pic x value "N".
    01 any-change pic x value "N".

    01 probe-details pic x(16).
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
    01 ws-num-edit3 pic z(8)9.
    01 ws-num-edit4 pic z(8)9.
procedure division.
    accept program-command from ARGUMENT-VALUE.
    if is-empty of program-command
        display "Usage: restart-test program --out NAME[:pos:len]"
            " (--kill-record N[,N...] | --kill-checkpoint N[,N...])"
            " [--checkpoint NAME] [--watch NAME] [--in NAME]"
            " [--restart command] [--dd assignments] [--work dir]"
            " [--poll-ms N]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-in
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            perform add-dd-arg
            move "I" to dd-arg-role(dd-arg-count)
        when option-out
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            perform add-dd-arg
            move "O" to dd-arg-role(dd-arg-count)
            add 1 to output-count
        when option-checkpoint
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            perform add-dd-arg
            move "C" to dd-arg-role(dd-arg-count)
            move dd-arg-name(dd-arg-count) to checkpoint-name
        when option-watch
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move upper-case(argv) to watch-name
        when option-kill-record
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to kill-list
            move "R" to kill-mode
        when option-kill-checkpoint
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to kill-list
            move "C" to kill-mode
        when option-restart
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to restart-command
        when option-dd
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to dd-file
        when option-work
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to work-dir
        when option-poll-ms
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to poll-arg
            move numval(poll-arg) to poll-ms
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if output-count = 0 or kill-mode = SPACE
        display "Error: at least one --out and a --kill-record or"
            " --kill-checkpoint list are needed" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if kill-at-checkpoint and checkpoint-name = SPACE
        display "Error: --kill-checkpoint needs the --checkpoint dataset"
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if is-empty of restart-command
        move program-command to restart-command
    end-if.
    if poll-ms = 0
        move 1 to poll-ms
    end-if.
    compute poll-nanos = poll-ms * 1000000.

    set dsio-pointer to entry "dataset-io".
    set ddres-pointer to entry "dd-resolve".
    if dsio-missing or ddres-missing
        display "Error: restart-test needs gcblunit's dataset-io, dd-load"
            " and dd-resolve compiled and linked in" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if not is-empty of dd-file
        call "dd-load" using dd-file
    end-if.

    perform parse-kill-points.
    perform resolve-datasets.
    *> the runs write through to disk, so the watched count is what a
    *> kill would really leave behind rather than what sits in a buffer
    set environment "COB_SYNC" to "Y".
    call "CBL_CREATE_DIR" using work-dir.
    move 0 to RETURN-CODE.
    move concatenate(trim(work-dir), "/run.pid") to pid-file.
    move concatenate(trim(work-dir), "/run.log") to run-log.

    perform baseline-run.
    move 1 to kill-index.
    perform until kill-index > kill-count
        perform kill-and-restart
        add 1 to kill-index
    end-perform.

    move kill-count to ws-num-edit.
    move points-differing to ws-num-edit2.
    move points-unreached to ws-num-edit3.
    display "restart-test: " trim(ws-num-edit) " kill point(s), "
        trim(ws-num-edit2) " with differences, "
        trim(ws-num-edit3) " not reached".
    evaluate true
    when any-loss = "Y"
        move 4 to RETURN-CODE
    when any-change = "Y"
        move 1 to RETURN-CODE
    when other
        move 0 to RETURN-CODE
    end-evaluate.
    stop run.

add-dd-arg section.
    if argv = SPACE
        display "Error: a logical dataset name is needed" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    add 1 to dd-arg-count.
    if dd-arg-count > DD-ARG-LIMIT
        display "Fatal: more than " DD-ARG-LIMIT " datasets" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    initialize dd-arg(dd-arg-count).
    move SPACE to dd-arg-text dd-key-pos-txt dd-key-len-txt.
    unstring argv delimited by ":"
        into dd-arg-text dd-key-pos-txt dd-key-len-txt
    end-unstring.
    move upper-case(trim(dd-arg-text)) to dd-arg-name(dd-arg-count).
    move 1 to dd-arg-key-pos(dd-arg-count).
    move 64 to dd-arg-key-len(dd-arg-count).
    if dd-key-pos-txt not = SPACE
        if test-numval(dd-key-pos-txt) not = 0
                or test-numval(dd-key-len-txt) not = 0
                or numval(dd-key-len-txt) > 64
            display "Error: key of " trim(argv) " must be pos:len, len"
                " at most 64" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
        move numval(dd-key-pos-txt) to dd-arg-key-pos(dd-arg-count)
        move numval(dd-key-len-txt) to dd-arg-key-len(dd-arg-count)
    end-if.

parse-kill-points section.
    move 1 to kill-pointer.
    perform until kill-pointer > length(trim(kill-list))
        move SPACE to kill-txt
        unstring kill-list delimited by ","
            into kill-txt
            with pointer kill-pointer
        end-unstring
        if kill-txt not = SPACE
            if test-numval(kill-txt) not = 0 or numval(kill-txt) < 1
                display "Error: kill point " trim(kill-txt)
                    " is not a positive count" upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
            add 1 to kill-count
            if kill-count > KILL-LIMIT
                display "Fatal: more than " KILL-LIMIT " kill points" upon syserr
                move 3 to RETURN-CODE
                stop run
            end-if
            move numval(kill-txt) to kill-point(kill-count)
        end-if
    end-perform.

resolve-datasets section.
    move 1 to dd-arg-index.
    perform until dd-arg-index > dd-arg-count
        move SPACE to dd-arg-physical(dd-arg-index)
        call "dd-resolve" using dd-arg-name(dd-arg-index),
            dd-arg-physical(dd-arg-index)
        if dd-arg-physical(dd-arg-index) = SPACE
            display "Error: logical dataset " trim(dd-arg-name(dd-arg-index))
                " has no assignment" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
        perform split-organization
        move concatenate("DD_", trim(dd-arg-name(dd-arg-index))) to env-name
        set environment env-name to trim(dd-arg-bare(dd-arg-index))
        *> the dataset the kill watches
        evaluate true
        when kill-at-checkpoint and dd-is-checkpoint(dd-arg-index)
            move dd-arg-index to watch-index
        when kill-at-record and watch-name = SPACE
                and dd-is-output(dd-arg-index) and watch-index = 0
            move dd-arg-index to watch-index
        when kill-at-record
                and dd-arg-name(dd-arg-index) = watch-name
            move dd-arg-index to watch-index
        end-evaluate
        add 1 to dd-arg-index
    end-perform.
    if watch-index = 0
        display "Error: --watch " trim(watch-name) " is not one of the"
            " datasets named" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

split-organization section.
    *> dataset-io's organization prefix stays with the counting and the
    *> comparison; the program itself is handed the bare path
    move SPACE to dd-arg-prefix(dd-arg-index).
    move dd-arg-physical(dd-arg-index) to dd-arg-bare(dd-arg-index).
    evaluate true
    when dd-arg-physical(dd-arg-index)(1:4) = "RDW:"
        move "RDW:" to dd-arg-prefix(dd-arg-index)
        move dd-arg-physical(dd-arg-index)(5:) to dd-arg-bare(dd-arg-index)
    when dd-arg-physical(dd-arg-index)(1:3) = "IX:"
            or dd-arg-physical(dd-arg-index)(1:3) = "RL:"
        move dd-arg-physical(dd-arg-index)(1:3)
            to dd-arg-prefix(dd-arg-index)
        move dd-arg-physical(dd-arg-index)(4:) to dd-arg-bare(dd-arg-index)
    when dd-arg-physical(dd-arg-index)(1:3) = "FB:"
        move SPACE to split-length
        move 4 to split-pointer
        unstring dd-arg-physical(dd-arg-index) delimited by ":"
            into split-length
            with pointer split-pointer
        end-unstring
        move dd-arg-physical(dd-arg-index)(1:split-pointer - 1)
            to dd-arg-prefix(dd-arg-index)
        move dd-arg-physical(dd-arg-index)(split-pointer:)
            to dd-arg-bare(dd-arg-index)
    end-evaluate.

*>*
*> the baseline and the killed-then-restarted runs
*>*
baseline-run section.
    perform reset-outputs.
    call "SYSTEM" using program-command.
    perform collect-run-rc.
    move run-rc to baseline-rc-edit.
    move 1 to dd-arg-index.
    perform until dd-arg-index > dd-arg-count
        if dd-is-output(dd-arg-index)
            move concatenate(trim(work-dir), "/baseline-",
                    lower-case(trim(dd-arg-name(dd-arg-index))))
                to dd-arg-baseline(dd-arg-index)
            call "CBL_COPY_FILE" using dd-arg-bare(dd-arg-index),
                dd-arg-baseline(dd-arg-index)
            if RETURN-CODE not = 0
                display "Error: the baseline run wrote no "
                    trim(dd-arg-name(dd-arg-index)) " ("
                    trim(dd-arg-bare(dd-arg-index)) ")" upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
            move 0 to RETURN-CODE
            move concatenate(trim(dd-arg-prefix(dd-arg-index)),
                    dd-arg-baseline(dd-arg-index))
                to count-path
            perform count-records
            move record-total to dd-arg-baseline-count(dd-arg-index)
            move record-total to ws-num-edit
            display "restart-test: baseline rc " baseline-rc-edit ", "
                trim(dd-arg-name(dd-arg-index)) " "
                trim(ws-num-edit) " record(s)"
        end-if
        add 1 to dd-arg-index
    end-perform.

kill-and-restart section.
    move kill-point(kill-index) to ws-num-edit.
    perform reset-outputs.
    perform start-background-run.
    perform watch-until-kill.
    if kill-reached = "N"
        add 1 to points-unreached
        move kill-observed to ws-num-edit2
        if kill-at-record
            display "kill after record " trim(ws-num-edit)
                ": not reached, the run finished at "
                trim(ws-num-edit2) " record(s)"
        else
            display "kill at checkpoint " trim(ws-num-edit)
                ": not reached, the run finished after "
                trim(ws-num-edit2) " checkpoint(s)"
        end-if
        exit section
    end-if.

    call "SYSTEM" using restart-command.
    perform collect-run-rc.
    move kill-observed to ws-num-edit2.
    if kill-at-record
        display "kill after record " trim(ws-num-edit) ": killed at "
            trim(ws-num-edit2) " record(s), restart rc " run-rc-edit
    else
        display "kill at checkpoint " trim(ws-num-edit) ": killed after "
            trim(ws-num-edit2) " checkpoint(s), restart rc " run-rc-edit
    end-if.
    if run-rc-edit not = baseline-rc-edit
        display "  restart rc " run-rc-edit " differs from the baseline's "
            baseline-rc-edit
    end-if.

    move "N" to point-differs.
    move 1 to dd-arg-index.
    perform until dd-arg-index > dd-arg-count
        if dd-is-output(dd-arg-index)
            perform reconcile-output
        end-if
        add 1 to dd-arg-index
    end-perform.
    if point-differs = "Y" or run-rc-edit not = baseline-rc-edit
        add 1 to points-differing
    end-if.
    if run-rc-edit not = baseline-rc-edit
        move "Y" to any-change
    end-if.

reset-outputs section.
    *> every run starts from clean outputs and no checkpoint -- the
    *> restart alone runs on what the killed run left behind
    move 1 to dd-arg-index.
    perform until dd-arg-index > dd-arg-count
        if not dd-is-input(dd-arg-index)
            call "CBL_DELETE_FILE" using dd-arg-bare(dd-arg-index)
            move 0 to RETURN-CODE
        end-if
        add 1 to dd-arg-index
    end-perform.

collect-run-rc section.
    move RETURN-CODE to run-rc.
    move 0 to RETURN-CODE.
    *> SYSTEM hands back the raw wait(2) status, with the child's
    *> real exit code in the high byte
    if run-rc >= 256
        divide run-rc by 256 giving run-rc
    end-if.
    move run-rc to run-rc-edit.

start-background-run section.
    call "CBL_DELETE_FILE" using pid-file.
    move 0 to RETURN-CODE.
    move concatenate(trim(program-command), " >", trim(run-log),
            " 2>&1 & echo $! >", trim(pid-file))
        to shell-command.
    call "SYSTEM" using shell-command.
    move 0 to RETURN-CODE.
    move 0 to child-pid.
    open input pid-in.
    if pid-in-ok
        read pid-in
            not at end
                move numval(pid-in-line) to child-pid
        end-read
        close pid-in
    end-if.
    if child-pid <= 0
        display "Error: the program could not be started in the"
            " background" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

watch-until-kill section.
    *> poll the watched dataset; SIGKILL the run the first time it
    *> holds the kill point's count, or note that it finished first
    move "N" to kill-reached.
    move trim(dd-arg-physical(watch-index)) to count-path.
    move 0 to kill-observed.
    move 0 to child-alive.
    perform until kill-reached = "Y" or child-alive not = 0
        call "kill" using by value child-pid, by value 0
            giving child-alive
        perform count-records
        move record-total to kill-observed
        if record-total >= kill-point(kill-index)
            call "kill" using by value child-pid, by value 9
            move "Y" to kill-reached
        else
            if child-alive = 0
                call "CBL_GC_NANOSLEEP" using poll-nanos
            end-if
        end-if
    end-perform.
    if kill-reached = "N"
        exit section
    end-if.
    *> wait for the process to be gone before anything touches its files
    move 0 to child-alive.
    perform until child-alive not = 0
        call "kill" using by value child-pid, by value 0
            giving child-alive
        if child-alive = 0
            call "CBL_GC_NANOSLEEP" using poll-nanos
        end-if
    end-perform.
    perform count-records.
    move record-total to kill-observed.

count-records section.
    *> records now in count-path; a dataset not yet created holds none
    move 0 to record-total.
    move "OPEN" to ds-verb.
    move 1 to ds-handle.
    move count-path to ds-path.
    call "dataset-io" using ds-req-1.
    if not count-ok
        exit section
    end-if.
    move "READ" to ds-verb.
    call "dataset-io" using ds-req-1.
    perform until not count-ok
        add 1 to record-total
        call "dataset-io" using ds-req-1
    end-perform.
    move "CLOSE" to ds-verb.
    call "dataset-io" using ds-req-1.

*>*
*> baseline against restarted, by key
*>*
reconcile-output section.
    move "B" to loading-side.
    move concatenate(trim(dd-arg-prefix(dd-arg-index)),
            dd-arg-baseline(dd-arg-index))
        to count-path.
    perform load-one-side.
    move "R" to loading-side.
    move dd-arg-physical(dd-arg-index) to count-path.
    perform load-one-side.
    move 0 to dropped-count duplicated-count added-count changed-count.
    move 0 to detail-count.

    move 1 to base-index.
    perform until base-index > base-count
        move 1 to rerun-index
        perform until rerun-index > rerun-count
            if rerun-matched(rerun-index) = "N"
                    and rerun-key(rerun-index) = base-key(base-index)
                move "Y" to base-matched(base-index)
                move "Y" to rerun-matched(rerun-index)
                if rerun-body(rerun-index) not = base-body(base-index)
                    add 1 to changed-count
                    move "CHANGED" to detail-type
                    move base-key(base-index) to detail-key
                    perform show-detail
                end-if
                move rerun-count to rerun-index
            end-if
            add 1 to rerun-index
        end-perform
        if base-matched(base-index) = "N"
            add 1 to dropped-count
            move "DROPPED" to detail-type
            move base-key(base-index) to detail-key
            perform show-detail
        end-if
        add 1 to base-index
    end-perform.
    move 1 to rerun-index.
    perform until rerun-index > rerun-count
        if rerun-matched(rerun-index) = "N"
            move rerun-key(rerun-index) to detail-key
            move "ADDED" to detail-type
            move 1 to base-index
            perform until base-index > base-count
                if base-key(base-index) = detail-key
                    move "DUPLICATED" to detail-type
                    move base-count to base-index
                end-if
                add 1 to base-index
            end-perform
            if detail-type = "DUPLICATED"
                add 1 to duplicated-count
            else
                add 1 to added-count
            end-if
            perform show-detail
        end-if
        add 1 to rerun-index
    end-perform.

    if detail-count > DETAIL-LIMIT
        compute detail-count = detail-count - DETAIL-LIMIT
        move detail-count to ws-num-edit
        display "    ... and " trim(ws-num-edit) " more"
    end-if.
    move duplicated-count to ws-num-edit.
    move dropped-count to ws-num-edit2.
    move added-count to ws-num-edit3.
    move changed-count to ws-num-edit4.
    display "  " trim(dd-arg-name(dd-arg-index)) ": "
        trim(ws-num-edit) " duplicated, " trim(ws-num-edit2) " dropped, "
        trim(ws-num-edit3) " added, " trim(ws-num-edit4) " changed".
    if dropped-count > 0 or duplicated-count > 0 or added-count > 0
        move "Y" to any-loss point-differs
    end-if.
    if changed-count > 0
        move "Y" to any-change point-differs
    end-if.

show-detail section.
    add 1 to detail-count.
    if detail-count <= DETAIL-LIMIT
        display "    " detail-type " " trim(detail-key)
    end-if.

load-one-side section.
    if loading-side = "B"
        move 0 to base-count
    else
        move 0 to rerun-count
    end-if.
    move "OPEN" to ds-verb.
    move 1 to ds-handle.
    move count-path to ds-path.
    call "dataset-io" using ds-req-1.
    if not count-ok
        exit section
    end-if.
    move "READ" to ds-verb.
    call "dataset-io" using ds-req-1.
    perform until not count-ok
        if loading-side = "B"
            add 1 to base-count
            if base-count > RESTART-LIMIT
                display "Fatal: an output exceeds " RESTART-LIMIT
                    " records" upon syserr
                move 3 to RETURN-CODE
                stop run
            end-if
            move ds-record(dd-arg-key-pos(dd-arg-index)
                    :dd-arg-key-len(dd-arg-index))
                to base-key(base-count)
            move ds-record(1:512) to base-body(base-count)
            move "N" to base-matched(base-count)
        else
            add 1 to rerun-count
            if rerun-count > RESTART-LIMIT
                display "Fatal: an output exceeds " RESTART-LIMIT
                    " records" upon syserr
                move 3 to RETURN-CODE
                stop run
            end-if
            move ds-record(dd-arg-key-pos(dd-arg-index)
                    :dd-arg-key-len(dd-arg-index))
                to rerun-key(rerun-count)
            move ds-record(1:512) to rerun-body(rerun-count)
            move "N" to rerun-matched(rerun-count)
        end-if
        call "dataset-io" using ds-req-1
    end-perform.
    move "CLOSE" to ds-verb.
    call "dataset-io" using ds-req-1.
end program restart-test.
