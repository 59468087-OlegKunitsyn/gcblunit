       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit runtime upgrade qualification
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  A green regression under a new compiler only says no assertion
*>  noticed; a program that now rounds differently or edits a PIC
*>  differently can still pass. This builds and runs the same catalog
*>  under two runtime installations -- each given as its install
*>  prefix, whose bin/ and lib/ go in front of PATH and
*>  LD_LIBRARY_PATH and whose share/gnucobol/ supplies the config and
*>  copy directories -- and compares everything the two runs leave:
*>    OUTCOME  suites failing under one runtime and not the other
*>             (the gcblunit-failed.lst each run writes)
*>    OUTPUT   each suite's captured console output (--capture)
*>    DETAIL   each suite's failure-detail values, expected and actual
*>    DATASET  each --output dataset the suites write: keyed through
*>             dataset-recon when a layout is given (NAME=layout, the
*>             dataset-recon layout specification), byte for byte
*>             otherwise
*>    ASSERTIONS  run-compare over the two runs' JSON summaries, the
*>             keyed assertion deltas
*>  Every difference is reported under its suite, together with the
*>  programs the suite's source CALLs (gcblunit's own services and the
*>  assert-* checks left out), so the upgrade ticket carries evidence
*>  instead of "the regression was green".
*>  The build goes through a caller-supplied shell command the way
*>  bisect's --build does, run from the current directory with the
*>  runtime's environment and GCBLUNIT_QUALIFY_DIR naming where this
*>  runtime's runner goes:
*>    --build 'cobc -x -free -o "$GCBLUNIT_QUALIFY_DIR/gcblunit-runner"
*>        gcblunit.cbl tests/*-test.cbl'
*>  Each run gets its own artifact store, capture directory and
*>  failure-detail file under --work, so the shared cross-run files
*>  are left alone; the --output datasets are reassigned into the run's
*>  own directory through a copy of the --dd assignment file (handed
*>  to the runner as GCBLUNIT_DD), seeded with the assigned dataset
*>  when it already exists so both runs start from the same content.
*>  Requires run-compare and dataset-recon on the PATH.
*>
*>  Usage:
*>    runtime-qualify catalog.dat --baseline prefix --candidate prefix
*>        --build "compile command" [--runner command] [--dd path]
*>        [--output NAME[=layout]]... [--work dir] [--report path]
*>
*>  Exit code: 0 no behavioral difference, 1 differences found, 2 on a
*>  usage error, 4 when a runtime could not build or run the catalog.
identification division.
program-id. runtime-qualify.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select catalog assign to dynamic catalog-file
    organization is line sequential
    file status is catalog-status.
    select dd-in assign to dynamic dd-file
    organization is line sequential
    file status is dd-in-status.
    select dd-out assign to dynamic dd-out-path
    organization is line sequential
    file status is dd-out-status.
    select scan-in assign to dynamic scan-path
    organization is line sequential
    file status is scan-in-status.
    select report-out assign to dynamic report-file
    organization is line sequential
    file status is report-status.
data division.
file section.
fd catalog.
    01 catalog-line pic x(512).
fd dd-in.
    01 dd-in-line pic x(300).
fd dd-out.
    01 dd-out-line pic x(300).
fd scan-in.
    01 scan-line pic x(512).
fd report-out.
    01 report-line pic x(512).
working-storage section.
    78 SUITE-LIMIT value 500.
    78 OUTPUT-LIMIT value 32.
    78 DIFF-SHOW value 12.
    01 argv pic x(1024).
        88 option-baseline value "--baseline".
        88 option-candidate value "--candidate".
        88 option-build value "--build".
        88 option-runner value "--runner".
        88 option-dd value "--dd".
        88 option-output value "--output".
        88 option-work value "--work".
        88 option-report value "--report".
    01 catalog-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 build-command pic x(1024) value SPACE.
        88 is-empty value SPACE.
    01 runner-command pic x(512)
        value '"$GCBLUNIT_QUALIFY_DIR/gcblunit-runner"'.
    01 dd-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 work-dir pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 report-file pic x(256) value "runtime-qualify.txt".
    01 current-dir pic x(256) value SPACE.
    01 catalog-status pic x(2).
        88 catalog-ok value "00".
        88 catalog-eof value "10".
    01 dd-in-status pic x(2).
        88 dd-in-ok value "00".
        88 dd-in-eof value "10".
    01 dd-out-path pic x(256).
    01 dd-out-status pic x(2).
        88 dd-out-ok value "00".
    01 scan-path pic x(256).
    01 scan-in-status pic x(2).
        88 scan-in-ok value "00".
        88 scan-in-eof value "10".
    01 report-status pic x(2).
        88 report-ok value "00".

    01 shell-command pic x(4096).
    01 shell-rc usage binary-long.
    01 run-env pic x(1024).
    01 ws-run-pid usage binary-long.
    01 run-pid-edit pic 9(9).

    *> the two runtimes: 1 the baseline, 2 the candidate
    01 side-tbl.
        03 side-entry occurs 2 times.
            05 side-label pic x(9).
            05 side-prefix pic x(256).
            05 side-dir pic x(256).
            05 side-version pic x(80).
            05 side-state pic x.
                88 is-side-ran value "R".
                88 is-side-build-failed value "B".
                88 is-side-run-failed value "F".
            05 side-rc usage binary-long.
    01 side-index usage binary-long unsigned.

    *> the catalog's suites, what each failed under, what each CALLs
    01 suite-count usage binary-long unsigned value 0.
    01 suite-tbl.
        03 suite-entry occurs SUITE-LIMIT times.
            05 suite-name pic x(128).
            05 suite-programs pic x(256).
            05 suite-failed pic x occurs 2 times.
                88 is-suite-failed value "Y".
    01 suite-index usage binary-long unsigned.
    01 suite-noted pic x.
        88 is-suite-noted value "Y".
    01 catalog-suite pic x(128).

    *> the --output datasets, with the dataset-recon layout when keyed
    01 output-count usage binary-long unsigned value 0.
    01 output-tbl.
        03 output-entry occurs OUTPUT-LIMIT times.
            05 output-name pic x(32).
            05 output-layout pic x(512).
            05 output-source pic x(256).
    01 output-index usage binary-long unsigned.
    01 dd-name pic x(32).
    01 dd-path pic x(256).
    01 dd-redirected pic x.
        88 is-dd-redirected value "Y".

    *> one comparison: the diff it left and how many lines differ
    01 compare-left pic x(512).
    01 compare-right pic x(512).
    01 compare-kind pic x(8).
    01 diff-path pic x(256).
    01 diff-lines usage binary-long unsigned.
    01 diff-shown usage binary-long unsigned.

    01 suite-differences usage binary-long unsigned value 0.
    01 dataset-differences usage binary-long unsigned value 0.
    01 difference-count usage binary-long unsigned value 0.
    01 outcome-text pic x(64).
    01 text-line pic x(512).
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
procedure division.
    accept catalog-file from ARGUMENT-VALUE.
    if is-empty of catalog-file or catalog-file(1:2) = "--"
        perform show-usage
        move 2 to RETURN-CODE
        stop run
    end-if.
    move "baseline" to side-label(1).
    move "candidate" to side-label(2).
    move SPACE to side-prefix(1) side-prefix(2).
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-baseline
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to side-prefix(1)
        when option-candidate
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to side-prefix(2)
        when option-build
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to build-command
        when option-runner
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to runner-command
        when option-dd
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to dd-file
        when option-output
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            if output-count >= OUTPUT-LIMIT
                display "Fatal: more than " OUTPUT-LIMIT " --output datasets"
                    upon syserr
                move 3 to RETURN-CODE
                stop run
            end-if
            add 1 to output-count
            move SPACE to output-name(output-count)
                output-layout(output-count)
            unstring argv delimited by "="
                into output-name(output-count) output-layout(output-count)
            end-unstring
            move upper-case(output-name(output-count))
                to output-name(output-count)
        when option-work
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to work-dir
        when option-report
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to report-file
        when other
            display "Error: unknown option " trim(argv) upon syserr
            perform show-usage
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if side-prefix(1) = SPACE or side-prefix(2) = SPACE
            or is-empty of build-command
        display "Error: --baseline, --candidate and --build are required"
            upon syserr
        perform show-usage
        move 2 to RETURN-CODE
        stop run
    end-if.

    accept current-dir from environment "PWD"
        on exception
            move "." to current-dir
    end-accept.
    if is-empty of work-dir
        call "getpid" giving ws-run-pid
        move ws-run-pid to run-pid-edit
        move concatenate("/tmp/gcblunit-qualify-", trim(run-pid-edit))
            to work-dir
    end-if.
    move concatenate(trim(work-dir), "/baseline") to side-dir(1).
    move concatenate(trim(work-dir), "/candidate") to side-dir(2).
    move concatenate("rm -rf '", trim(side-dir(1)), "' '", trim(side-dir(2)),
            "' && mkdir -p '", trim(side-dir(1)), "' '", trim(side-dir(2)),
            "'")
        to shell-command.
    perform run-shell.
    if shell-rc not = 0
        display "Error: cannot create " trim(work-dir) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

    perform load-catalog.
    if not is-empty of dd-file or output-count > 0
        perform resolve-output-sources
    end-if.
    move 1 to side-index.
    perform until side-index > 2
        perform qualify-side
        add 1 to side-index
    end-perform.

    open output report-out.
    if not report-ok
        display "Error writing " trim(report-file) ": " report-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    perform report-header.
    if is-side-ran(1) and is-side-ran(2)
        perform find-suite-programs
        perform compare-suites
        perform compare-datasets
        perform compare-assertions
        move suite-differences to ws-num-edit
        move dataset-differences to ws-num-edit2
        move concatenate("RESULT: ", trim(ws-num-edit), " suite(s) and ",
                trim(ws-num-edit2), " dataset(s) behave differently under ",
                "the candidate runtime")
            to text-line
        perform put-line
        if difference-count > 0
            move 1 to RETURN-CODE
        else
            move 0 to RETURN-CODE
        end-if
    else
        move "RESULT: not qualified -- a runtime could not build or run the catalog"
            to text-line
        perform put-line
        move 4 to RETURN-CODE
    end-if.
    close report-out.
    stop run.

show-usage section.
    display "Usage: runtime-qualify catalog.dat --baseline prefix"
        " --candidate prefix --build cmd" upon syserr.
    display "           [--runner cmd] [--dd path] [--output NAME[=layout]]..."
        " [--work dir] [--report path]" upon syserr.

load-catalog section.
    open input catalog.
    if not catalog-ok
        display "Error opening " trim(catalog-file) ": " catalog-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to catalog-status.
    perform until catalog-eof
        read catalog
            at end
                move "10" to catalog-status
            not at end
                if trim(catalog-line) not = SPACE
                        and catalog-line(1:1) not = "#"
                    move SPACE to catalog-suite
                    unstring catalog-line delimited by "|"
                        into catalog-suite
                    end-unstring
                    if catalog-suite not = SPACE
                        if suite-count >= SUITE-LIMIT
                            display "Fatal: more than " SUITE-LIMIT
                                " suites in the catalog" upon syserr
                            move 3 to RETURN-CODE
                            stop run
                        end-if
                        add 1 to suite-count
                        move trim(catalog-suite) to suite-name(suite-count)
                        move SPACE to suite-programs(suite-count)
                        move "N" to suite-failed(suite-count, 1)
                        move "N" to suite-failed(suite-count, 2)
                    end-if
                end-if
        end-read
    end-perform.
    close catalog.

*>*
*> the two runs
*>*
resolve-output-sources section.
    *> where the --dd file assigns each --output today: the seed both
    *> runs start from
    if is-empty of dd-file
        exit section
    end-if.
    open input dd-in.
    if not dd-in-ok
        display "Error opening " trim(dd-file) ": " dd-in-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to dd-in-status.
    perform until dd-in-eof
        read dd-in
            at end
                move "10" to dd-in-status
            not at end
                if dd-in-line not = SPACE and dd-in-line(1:1) not = "#"
                    move SPACE to dd-name dd-path
                    unstring dd-in-line delimited by "="
                        into dd-name dd-path
                    end-unstring
                    move upper-case(trim(dd-name)) to dd-name
                    move 1 to output-index
                    perform until output-index > output-count
                        if output-name(output-index) = dd-name
                            move trim(dd-path) to output-source(output-index)
                        end-if
                        add 1 to output-index
                    end-perform
                end-if
        end-read
    end-perform.
    close dd-in.

qualify-side section.
    *> build and run the catalog under the runtime at side-index
    move "R" to side-state(side-index).
    move concatenate("mkdir -p '", trim(side-dir(side-index)), "/store' '",
            trim(side-dir(side-index)), "/capture' '",
            trim(side-dir(side-index)), "/detail' '",
            trim(side-dir(side-index)), "/out'")
        to shell-command.
    perform run-shell.
    perform write-side-dd.
    move concatenate("export PATH='", trim(side-prefix(side-index)),
            "/bin':""$PATH"" LD_LIBRARY_PATH='", trim(side-prefix(side-index)),
            "/lib':""$LD_LIBRARY_PATH"" COB_CONFIG_DIR='",
            trim(side-prefix(side-index)), "/share/gnucobol/config' ",
            "COB_COPY_DIR='", trim(side-prefix(side-index)),
            "/share/gnucobol/copy' GCBLUNIT_QUALIFY_DIR='",
            trim(side-dir(side-index)), "'")
        to run-env.
    move concatenate("cd '", trim(current-dir), "' && ", trim(run-env),
            " && cobc --version 2>/dev/null | head -1 > '",
            trim(side-dir(side-index)), "/version.txt'")
        to shell-command.
    perform run-shell.
    move concatenate(trim(side-dir(side-index)), "/version.txt") to scan-path.
    move SPACE to side-version(side-index).
    open input scan-in.
    if scan-in-ok
        read scan-in
            at end
                continue
            not at end
                move scan-line to side-version(side-index)
        end-read
        close scan-in
    end-if.

    move concatenate("cd '", trim(current-dir), "' && ", trim(run-env),
            " && (", trim(build-command), ") > '",
            trim(side-dir(side-index)), "/build.log' 2>&1")
        to shell-command.
    perform run-shell.
    if shell-rc not = 0
        move "B" to side-state(side-index)
        display "runtime-qualify: " trim(side-label(side-index))
            " build failed, see " trim(side-dir(side-index)) "/build.log"
            upon syserr
        exit section
    end-if.

    *> the run's own store, failure detail and datasets; the catalog's
    *> run policy (retries, quarantine, budgets) applies to both alike
    move concatenate("cd '", trim(current-dir), "' && ", trim(run-env),
            " GCBLUNIT_STORE='", trim(side-dir(side-index)), "/store'",
            " GCBLUNIT_PROFILE= GCBLUNIT_FAILURES='",
            trim(side-dir(side-index)), "/failures.txt'")
        to shell-command.
    if not is-empty of dd-file or output-count > 0
        move concatenate(trim(shell-command), " GCBLUNIT_DD='",
                trim(side-dir(side-index)), "/dd.txt'")
            to shell-command
    end-if.
    move concatenate(trim(shell-command), " && ", trim(runner-command),
            " --catalog '", trim(catalog-file), "' --capture '",
            trim(side-dir(side-index)), "/capture' --json '",
            trim(side-dir(side-index)), "/summary.json' > '",
            trim(side-dir(side-index)), "/console.log' 2>&1")
        to shell-command.
    perform run-shell.
    *> SYSTEM hands back the wait status, the runner's exit code in
    *> the high byte
    divide shell-rc by 256 giving side-rc(side-index).
    move concatenate("test -s '", trim(side-dir(side-index)),
            "/summary.json'")
        to shell-command.
    perform run-shell.
    if shell-rc not = 0
        move "F" to side-state(side-index)
        display "runtime-qualify: " trim(side-label(side-index))
            " run left no summary, see " trim(side-dir(side-index))
            "/console.log" upon syserr
        exit section
    end-if.
    perform load-failed-suites.
    *> the failure detail, one file per suite (a fixture iteration's
    *> "suite[nn]" folded into its suite)
    move concatenate('awk -v d=''', trim(side-dir(side-index)), '/detail''',
            ' ''/^=== / {s = $2; sub(/[[#].*/, "", s)}',
            ' s != "" {print > (d "/" s ".txt")}'' ''',
            trim(side-dir(side-index)), '/failures.txt'' 2>/dev/null')
        to shell-command.
    perform run-shell.

write-side-dd section.
    *> the --dd assignments with every --output pointed into this
    *> run's out/ directory, seeded from the dataset it was assigned
    if is-empty of dd-file and output-count = 0
        exit section
    end-if.
    move concatenate(trim(side-dir(side-index)), "/dd.txt") to dd-out-path.
    open output dd-out.
    if not dd-out-ok
        display "Error writing " trim(dd-out-path) ": " dd-out-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if not is-empty of dd-file
        open input dd-in
        if not dd-in-ok
            display "Error opening " trim(dd-file) ": " dd-in-status
                upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
        move SPACE to dd-in-status
        perform until dd-in-eof
            read dd-in
                at end
                    move "10" to dd-in-status
                not at end
                    move "N" to dd-redirected
                    if dd-in-line not = SPACE and dd-in-line(1:1) not = "#"
                        move SPACE to dd-name dd-path
                        unstring dd-in-line delimited by "="
                            into dd-name dd-path
                        end-unstring
                        move upper-case(trim(dd-name)) to dd-name
                        move 1 to output-index
                        perform until output-index > output-count
                            if output-name(output-index) = dd-name
                                move "Y" to dd-redirected
                            end-if
                            add 1 to output-index
                        end-perform
                    end-if
                    if not is-dd-redirected
                        move dd-in-line to dd-out-line
                        write dd-out-line
                    end-if
            end-read
        end-perform
        close dd-in
    end-if.
    move 1 to output-index.
    perform until output-index > output-count
        move concatenate(trim(output-name(output-index)), "=",
                trim(side-dir(side-index)), "/out/",
                trim(output-name(output-index)))
            to dd-out-line
        write dd-out-line
        if output-source(output-index) not = SPACE
            move concatenate("cd '", trim(current-dir), "' && test -f '",
                    trim(output-source(output-index)), "' && cp -p '",
                    trim(output-source(output-index)), "' '",
                    trim(side-dir(side-index)), "/out/",
                    trim(output-name(output-index)), "'")
                to shell-command
            perform run-shell
        end-if
        add 1 to output-index
    end-perform.
    close dd-out.

load-failed-suites section.
    *> the failed-suite list the run rewrote in its own store
    move concatenate(trim(side-dir(side-index)), "/store/gcblunit-failed.lst")
        to scan-path.
    open input scan-in.
    if not scan-in-ok
        exit section
    end-if.
    move SPACE to scan-in-status.
    perform until scan-in-eof
        read scan-in
            at end
                move "10" to scan-in-status
            not at end
                move 1 to suite-index
                perform until suite-index > suite-count
                    if suite-name(suite-index) = trim(scan-line)
                        move "Y" to suite-failed(suite-index, side-index)
                    end-if
                    add 1 to suite-index
                end-perform
        end-read
    end-perform.
    close scan-in.

*>*
*> the comparison
*>*
find-suite-programs section.
    *> the CALL targets in each suite's source, less the harness's
    *> own programs and the assert-* checks
    move concatenate("grep -ohi 'program-id\. *[a-z0-9-]*' $(find '",
            trim(current-dir), "' -name gcblunit.cbl 2>/dev/null | head -1)",
            " /dev/null | awk '{print $2}' > '", trim(work-dir),
            "/harness.lst'")
        to shell-command.
    perform run-shell.
    move concatenate(trim(work-dir), "/programs.txt") to scan-path.
    move 1 to suite-index.
    perform until suite-index > suite-count
        move concatenate("src=$(find '", trim(current-dir), "' -name '",
                trim(suite-name(suite-index)), ".cbl' 2>/dev/null | head -1)",
                "; grep -ohi 'call *""[^""]*""' $src /dev/null",
                " | cut -d'""' -f2 | sort -uf | grep -vi '^assert-'",
                " | grep -vixFf '", trim(work-dir), "/harness.lst'",
                " | tr '\n' ' ' > '", trim(scan-path), "'")
            to shell-command
        perform run-shell
        open input scan-in
        if scan-in-ok
            read scan-in
                at end
                    continue
                not at end
                    move scan-line to suite-programs(suite-index)
            end-read
            close scan-in
        end-if
        add 1 to suite-index
    end-perform.

compare-suites section.
    move 1 to suite-index.
    perform until suite-index > suite-count
        move "N" to suite-noted
        if suite-failed(suite-index, 1) not = suite-failed(suite-index, 2)
            perform note-suite
            if is-suite-failed(suite-index, 1)
                move "OUTCOME  failed under the baseline, passes under the candidate"
                    to text-line
            else
                move "OUTCOME  passes under the baseline, FAILS under the candidate"
                    to text-line
            end-if
            perform put-line
        end-if
        move "OUTPUT" to compare-kind
        move concatenate(trim(side-dir(1)), "/capture/",
                trim(suite-name(suite-index)), ".log")
            to compare-left
        move concatenate(trim(side-dir(2)), "/capture/",
                trim(suite-name(suite-index)), ".log")
            to compare-right
        perform compare-files
        move "DETAIL" to compare-kind
        move concatenate(trim(side-dir(1)), "/detail/",
                trim(suite-name(suite-index)), ".txt")
            to compare-left
        move concatenate(trim(side-dir(2)), "/detail/",
                trim(suite-name(suite-index)), ".txt")
            to compare-right
        perform compare-files
        if is-suite-noted
            add 1 to suite-differences
            move SPACE to text-line
            perform put-line
        end-if
        add 1 to suite-index
    end-perform.

note-suite section.
    *> the suite's heading, once, ahead of its first difference
    if is-suite-noted
        exit section
    end-if.
    move "Y" to suite-noted.
    add 1 to difference-count.
    if suite-programs(suite-index) = SPACE
        move concatenate("SUITE " , trim(suite-name(suite-index)))
            to text-line
    else
        move concatenate("SUITE ", trim(suite-name(suite-index)),
                "  programs: ", trim(suite-programs(suite-index)))
            to text-line
    end-if.
    perform put-line.

compare-files section.
    *> a line diff of compare-left against compare-right, a missing
    *> file counting as empty
    move concatenate(trim(work-dir), "/diff.txt") to diff-path.
    move concatenate("diff -N '", trim(compare-left), "' '",
            trim(compare-right), "' 2>&1 | grep '^[<>]' > '",
            trim(diff-path), "'")
        to shell-command.
    perform run-shell.
    perform count-diff-lines.
    if diff-lines = 0
        exit section
    end-if.
    perform note-suite.
    move diff-lines to ws-num-edit.
    move concatenate(compare-kind, " ", trim(ws-num-edit),
            " line(s) differ (< baseline, > candidate)")
        to text-line.
    perform put-line.
    perform show-diff-lines.

count-diff-lines section.
    move 0 to diff-lines.
    move diff-path to scan-path.
    open input scan-in.
    if not scan-in-ok
        exit section
    end-if.
    move SPACE to scan-in-status.
    perform until scan-in-eof
        read scan-in
            at end
                move "10" to scan-in-status
            not at end
                add 1 to diff-lines
        end-read
    end-perform.
    close scan-in.

show-diff-lines section.
    *> the first DIFF-SHOW lines of the difference, indented
    move 0 to diff-shown.
    move diff-path to scan-path.
    open input scan-in.
    if not scan-in-ok
        exit section
    end-if.
    move SPACE to scan-in-status.
    perform until scan-in-eof or diff-shown >= DIFF-SHOW
        read scan-in
            at end
                move "10" to scan-in-status
            not at end
                add 1 to diff-shown
                move concatenate("    ", scan-line) to text-line
                perform put-line
        end-read
    end-perform.
    close scan-in.
    if diff-lines > diff-shown
        compute diff-shown = diff-lines - diff-shown
        move diff-shown to ws-num-edit
        move concatenate("    ... ", trim(ws-num-edit), " more") to text-line
        perform put-line
    end-if.

compare-datasets section.
    move 1 to output-index.
    perform until output-index > output-count
        move concatenate(trim(side-dir(1)), "/out/",
                trim(output-name(output-index)))
            to compare-left
        move concatenate(trim(side-dir(2)), "/out/",
                trim(output-name(output-index)))
            to compare-right
        move concatenate(trim(work-dir), "/diff.txt") to diff-path
        if output-layout(output-index) = SPACE
            *> byte for byte: cmp names the first difference
            move concatenate("cmp '", trim(compare-left), "' '",
                    trim(compare-right), "' > '", trim(diff-path), "' 2>&1")
                to shell-command
        else
            *> keyed, through dataset-recon's layout and report
            move concatenate("dataset-recon '",
                    trim(output-layout(output-index)), "' '",
                    trim(compare-left), "' '", trim(compare-right), "' '",
                    trim(work-dir), "/", trim(output-name(output-index)),
                    "-recon.csv' > '", trim(diff-path), "' 2>&1")
                to shell-command
        end-if
        perform run-shell
        if shell-rc not = 0
            add 1 to dataset-differences
            add 1 to difference-count
            if output-layout(output-index) = SPACE
                move concatenate("DATASET ", trim(output-name(output-index)),
                        "  differs byte for byte")
                    to text-line
            else
                move concatenate("DATASET ", trim(output-name(output-index)),
                        "  keyed differences (dataset-recon, discrepancies in ",
                        trim(work-dir), "/", trim(output-name(output-index)),
                        "-recon.csv)")
                    to text-line
            end-if
            perform put-line
            perform count-diff-lines
            perform show-diff-lines
            move SPACE to text-line
            perform put-line
        end-if
        add 1 to output-index
    end-perform.

compare-assertions section.
    *> run-compare's keyed assertion deltas between the two runs
    move concatenate(trim(work-dir), "/diff.txt") to diff-path.
    move concatenate("run-compare '", trim(side-dir(1)), "/summary.json' '",
            trim(side-dir(2)), "/summary.json' > '", trim(diff-path),
            "' 2>&1")
        to shell-command.
    perform run-shell.
    move "ASSERTIONS (run-compare, baseline against candidate)" to text-line.
    perform put-line.
    move diff-path to scan-path.
    open input scan-in.
    if scan-in-ok
        move SPACE to scan-in-status
        perform until scan-in-eof
            read scan-in
                at end
                    move "10" to scan-in-status
                not at end
                    move concatenate("  ", scan-line) to text-line
                    perform put-line
            end-read
        end-perform
        close scan-in
    end-if.
    move SPACE to text-line.
    perform put-line.

report-header section.
    move concatenate("GCBLUnit runtime qualification, ",
            current-date(1:4), "-", current-date(5:2), "-",
            current-date(7:2), " ", current-date(9:2), ":",
            current-date(11:2))
        to text-line.
    perform put-line.
    move concatenate("catalog:   ", trim(catalog-file)) to text-line.
    perform put-line.
    move 1 to side-index.
    perform until side-index > 2
        evaluate TRUE
        when is-side-build-failed(side-index)
            move "build failed" to outcome-text
        when is-side-run-failed(side-index)
            move "run left no summary" to outcome-text
        when other
            move side-rc(side-index) to ws-num-edit
            move concatenate("runner exit ", trim(ws-num-edit))
                to outcome-text
        end-evaluate
        move concatenate(trim(side-label(side-index)), ": ",
                trim(side-prefix(side-index)), " (",
                trim(side-version(side-index)), "), ", trim(outcome-text),
                ", artifacts in ", trim(side-dir(side-index)))
            to text-line
        perform put-line
        add 1 to side-index
    end-perform.
    move SPACE to text-line.
    perform put-line.

put-line section.
    *> the report goes to the console and the --report file alike
    display trim(text-line, trailing).
    move text-line to report-line.
    write report-line.

run-shell section.
    call "SYSTEM" using shell-command giving shell-rc.
    move 0 to RETURN-CODE.
end program runtime-qualify.
