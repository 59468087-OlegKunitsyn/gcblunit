       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit characterization suite generator
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  A safety net around a program nobody has written a suite for,
*>  before anyone touches it: runs the named program once against its
*>  input fixtures, captures the output datasets and the return code,
*>  and writes a complete suite that reruns the program and asserts
*>  exactly that behavior.
*>    - every --in and --out logical name is resolved through
*>      dd-resolve (load the environment's assignments with --dd) and
*>      handed to the program as DD_<name>, the runtime's external
*>      file mapping -- the DD card of jcl/GCBLTEST.jcl; the "IX:",
*>      "RL:", "RDW:" and "FB:n:" organization prefixes are stripped
*>      for the program and kept for the comparison
*>    - each output is copied to a golden file, <golden>/<suite>-
*>      <name>.golden, and registered for the suite with the
*>      fixture-registry companion when --registry is given, so the
*>      --fixtures preflight guards it like any other fixture
*>    - the suite asserts the return code, then each output with
*>      assert-equals-file, or assert-equals-keyed for "--out
*>      NAME:pos:len" (records matched on that key)
*>  The suite resolves the same logical names at run time, so it runs
*>  wherever gcblunit --dd points it. The program is any command line
*>  (quote it when it carries arguments); it runs from the current
*>  directory, as the suite will.
*>  Requires gcblunit's dd-load and dd-resolve linked in.
*>
*>  Usage:
*>    suite-characterize "program" suite-name --in NAME [--in NAME...]
*>        --out NAME[:pos:len] [--out ...] [--dd assignments]
*>        [--dir tests] [--golden tests/fixtures] [--registry path]
*>        [--registry-cmd command]
identification division.
program-id. suite-characterize.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select suite-source assign to dynamic suite-path
    organization is line sequential
    file status is suite-status.
data division.
file section.
fd suite-source.
    01 suite-line pic x(256).
working-storage section.
    78 DD-ARG-LIMIT value 32.
    01 argv pic x(256).
        88 option-in value "--in".
        88 option-out value "--out".
        88 option-dd value "--dd".
        88 option-dir value "--dir".
        88 option-golden value "--golden".
        88 option-registry value "--registry".
        88 option-registry-cmd value "--registry-cmd".
    01 program-command pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 suite-name pic x(64) value SPACE.
        88 is-empty value SPACE.
    01 dd-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 source-dir pic x(200) value "tests".
    01 golden-dir pic x(200) value "tests/fixtures".
    01 registry-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 registry-command pic x(256) value "fixture-registry".
    01 suite-path pic x(256).
    01 suite-status pic x(2).
        88 suite-ok value "00".
    77 ddres-pointer usage program-pointer.
        88 ddres-missing value NULL.

    *> the logical datasets, inputs first
    01 dd-arg-count usage binary-long unsigned value 0.
    01 dd-arg-tbl.
        03 dd-arg occurs DD-ARG-LIMIT times.
            05 dd-arg-name pic x(32).
            05 dd-arg-output pic x.
            05 dd-arg-key-pos pic x(9).
            05 dd-arg-key-len pic x(9).
            05 dd-arg-physical pic x(256).
            05 dd-arg-prefix pic x(16).
            05 dd-arg-bare pic x(256).
            05 dd-arg-golden pic x(256).
    01 dd-arg-index usage binary-long unsigned.
    01 dd-arg-text pic x(64).
    01 output-count usage binary-long unsigned value 0.
    01 split-pointer usage binary-long unsigned.
    01 split-length pic x(9).

    01 probe-z pic x(260).
    01 probe-rc usage binary-long.
    01 probe-details pic x(16).
    01 env-name pic x(40).
    01 run-rc usage binary-long.
    01 run-rc-edit pic 9(4).
    01 shell-command pic x(800).
    01 shell-rc usage binary-long.
    01 quote-char pic x.
    01 quote-count usage binary-long unsigned.
    01 apost-count usage binary-long unsigned.
    01 today-text pic x(10).
    01 section-name pic x(40).
    01 ws-num-edit pic z(8)9.
procedure division.
    accept program-command from ARGUMENT-VALUE.
    accept suite-name from ARGUMENT-VALUE.
    if is-empty of program-command or is-empty of suite-name
        display "Usage: suite-characterize program suite-name --in NAME"
            " --out NAME[:pos:len] [--dd assignments] [--dir path]"
            " [--golden path] [--registry path] [--registry-cmd command]"
            upon syserr
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
        when option-out
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            perform add-dd-arg
            move "Y" to dd-arg-output(dd-arg-count)
            add 1 to output-count
        when option-dd
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to dd-file
        when option-dir
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to source-dir
        when option-golden
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to golden-dir
        when option-registry
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to registry-file
        when option-registry-cmd
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to registry-command
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if output-count = 0
        display "Error: at least one --out dataset is needed" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    *> the command goes into the suite as one literal
    move 0 to quote-count apost-count.
    inspect program-command tallying quote-count for all '"'
        apost-count for all "'".
    if quote-count > 0 and apost-count > 0
        display "Error: the program command cannot carry both quote"
            " characters" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

    set ddres-pointer to entry "dd-resolve".
    if ddres-missing
        display "Error: suite-characterize needs gcblunit's dd-load and"
            " dd-resolve compiled and linked in" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if not is-empty of dd-file
        call "dd-load" using dd-file
        set environment "GCBLUNIT_DD" to trim(dd-file)
    end-if.

    move concatenate(trim(source-dir), "/", trim(suite-name), ".cbl")
        to suite-path.
    *> refuse to flatten an existing suite
    move concatenate(trim(suite-path), x"00") to probe-z.
    call "access" using by reference probe-z, by value 0
        giving probe-rc.
    if probe-rc = 0
        display "Error: " trim(suite-path) " already exists" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

    perform resolve-datasets.
    perform run-program.
    perform capture-outputs.
    perform write-suite.
    if not is-empty of registry-file
        perform register-goldens
    end-if.
    move output-count to ws-num-edit.
    display "suite-characterize: " trim(suite-name) " written, rc "
        run-rc-edit " and " trim(ws-num-edit) " output(s) captured".
    stop run.

add-dd-arg section.
    *> "NAME" or, for an output, "NAME:pos:len"
    if argv = SPACE
        display "Error: --in/--out needs a logical dataset name" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    add 1 to dd-arg-count.
    if dd-arg-count > DD-ARG-LIMIT
        display "Fatal: more than " DD-ARG-LIMIT " datasets" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move SPACE to dd-arg(dd-arg-count).
    move "N" to dd-arg-output(dd-arg-count).
    move SPACE to dd-arg-text.
    unstring argv delimited by ":"
        into dd-arg-text dd-arg-key-pos(dd-arg-count)
             dd-arg-key-len(dd-arg-count)
    end-unstring.
    move upper-case(trim(dd-arg-text)) to dd-arg-name(dd-arg-count).
    if dd-arg-key-pos(dd-arg-count) not = SPACE
        if test-numval(dd-arg-key-pos(dd-arg-count)) not = 0
                or test-numval(dd-arg-key-len(dd-arg-count)) not = 0
            display "Error: key of " trim(argv) " must be pos:len" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
    end-if.

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
        if dd-arg-output(dd-arg-index) = "N"
            call "CBL_CHECK_FILE_EXIST" using dd-arg-bare(dd-arg-index),
                probe-details
            if RETURN-CODE not = 0
                display "Error: input " trim(dd-arg-name(dd-arg-index))
                    " assigns missing " trim(dd-arg-physical(dd-arg-index))
                    upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
            move 0 to RETURN-CODE
        end-if
        move concatenate("DD_", trim(dd-arg-name(dd-arg-index))) to env-name
        set environment env-name to trim(dd-arg-bare(dd-arg-index))
        add 1 to dd-arg-index
    end-perform.

split-organization section.
    *> dataset-io's organization prefix stays with the comparison; the
    *> program itself is handed the bare path
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

run-program section.
    call "SYSTEM" using program-command.
    move RETURN-CODE to run-rc.
    move 0 to RETURN-CODE.
    *> SYSTEM hands back the raw wait(2) status, with the child's
    *> real exit code in the high byte
    if run-rc >= 256
        divide run-rc by 256 giving run-rc
    end-if.
    move run-rc to run-rc-edit.
    display "ran " trim(program-command) ": rc " run-rc-edit.

capture-outputs section.
    move 1 to dd-arg-index.
    perform until dd-arg-index > dd-arg-count
        if dd-arg-output(dd-arg-index) = "Y"
            call "CBL_CHECK_FILE_EXIST" using dd-arg-bare(dd-arg-index),
                probe-details
            if RETURN-CODE not = 0
                display "Error: " trim(program-command) " did not write "
                    trim(dd-arg-name(dd-arg-index)) " ("
                    trim(dd-arg-bare(dd-arg-index)) ")" upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
            move concatenate(trim(golden-dir), "/", trim(suite-name), "-",
                    lower-case(trim(dd-arg-name(dd-arg-index))), ".golden")
                to dd-arg-golden(dd-arg-index)
            call "CBL_COPY_FILE" using dd-arg-bare(dd-arg-index),
                dd-arg-golden(dd-arg-index)
            if RETURN-CODE not = 0
                display "Error writing " trim(dd-arg-golden(dd-arg-index))
                    upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
            move 0 to RETURN-CODE
            display "captured " trim(dd-arg-name(dd-arg-index)) " as "
                trim(dd-arg-golden(dd-arg-index))
        end-if
        add 1 to dd-arg-index
    end-perform.

write-suite section.
    open output suite-source.
    if not suite-ok
        display "Error writing " trim(suite-path) ": " suite-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move current-date(1:8) to today-text.
    move concatenate(today-text(1:4), "-", today-text(5:2), "-",
            today-text(7:2))
        to today-text.
    move "       >>SOURCE FORMAT FREE" to suite-line.
    write suite-line.
    move "*>**" to suite-line.
    write suite-line.
    move concatenate("*>  Characterization of ", trim(program-command),
            " as captured on ", today-text, ":")
        to suite-line.
    write suite-line.
    move "*>  reruns it against its DD-assigned fixtures and asserts the"
        to suite-line.
    write suite-line.
    move "*>  return code and the outputs recorded in the golden files."
        to suite-line.
    write suite-line.
    move "*>**" to suite-line.
    write suite-line.
    move "identification division." to suite-line.
    write suite-line.
    move concatenate("program-id. ", trim(suite-name), ".") to suite-line.
    write suite-line.
    move "environment division." to suite-line.
    write suite-line.
    move "configuration section." to suite-line.
    write suite-line.
    move "repository. function all intrinsic." to suite-line.
    write suite-line.
    move "data division." to suite-line.
    write suite-line.
    move "working-storage section." to suite-line.
    write suite-line.
    if quote-count > 0
        move "'" to quote-char
    else
        move '"' to quote-char
    end-if.
    move concatenate("    01 run-command pic x(256) value ", quote-char,
            trim(program-command), quote-char, ".")
        to suite-line.
    write suite-line.
    move "    01 run-rc usage binary-long." to suite-line.
    write suite-line.
    move "    01 run-rc-edit pic 9(4)." to suite-line.
    write suite-line.
    move "    01 run-rc-text pic x(4)." to suite-line.
    write suite-line.
    move "    01 dd-name pic x(32)." to suite-line.
    write suite-line.
    move "    01 dd-path pic x(256)." to suite-line.
    write suite-line.
    move "    01 dd-bare pic x(256)." to suite-line.
    write suite-line.
    move "    01 dd-length pic x(9)." to suite-line.
    write suite-line.
    move "    01 dd-pointer usage binary-long unsigned." to suite-line.
    write suite-line.
    move "    01 dd-env-name pic x(40)." to suite-line.
    write suite-line.
    move "procedure division." to suite-line.
    write suite-line.
    move "    perform run-program." to suite-line.
    write suite-line.
    move "    perform return-code-test." to suite-line.
    write suite-line.
    move 1 to dd-arg-index.
    perform until dd-arg-index > dd-arg-count
        if dd-arg-output(dd-arg-index) = "Y"
            perform output-section-name
            move concatenate("    perform ", trim(section-name), ".")
                to suite-line
            write suite-line
        end-if
        add 1 to dd-arg-index
    end-perform.
    move "    goback." to suite-line.
    write suite-line.
    move SPACE to suite-line.
    write suite-line.

    *> rerun: the same logical names, resolved where the suite runs
    move "run-program section." to suite-line.
    write suite-line.
    move 1 to dd-arg-index.
    perform until dd-arg-index > dd-arg-count
        move concatenate('    move "', trim(dd-arg-name(dd-arg-index)),
                '" to dd-name.')
            to suite-line
        write suite-line
        move "    perform assign-dd." to suite-line
        write suite-line
        add 1 to dd-arg-index
    end-perform.
    move '    call "SYSTEM" using run-command.' to suite-line.
    write suite-line.
    move "    move RETURN-CODE to run-rc." to suite-line.
    write suite-line.
    move "    move 0 to RETURN-CODE." to suite-line.
    write suite-line.
    move "    if run-rc >= 256" to suite-line.
    write suite-line.
    move "        divide run-rc by 256 giving run-rc" to suite-line.
    write suite-line.
    move "    end-if." to suite-line.
    write suite-line.
    move SPACE to suite-line.
    write suite-line.

    move "assign-dd section." to suite-line.
    write suite-line.
    move "    *> the program opens the bare path under DD_<name>" to suite-line.
    write suite-line.
    move "    move SPACE to dd-path." to suite-line.
    write suite-line.
    move '    call "dd-resolve" using dd-name, dd-path.' to suite-line.
    write suite-line.
    move "    move dd-path to dd-bare." to suite-line.
    write suite-line.
    move "    evaluate true" to suite-line.
    write suite-line.
    move '    when dd-path(1:4) = "RDW:"' to suite-line.
    write suite-line.
    move "        move dd-path(5:) to dd-bare" to suite-line.
    write suite-line.
    move '    when dd-path(1:3) = "IX:" or dd-path(1:3) = "RL:"' to suite-line.
    write suite-line.
    move "        move dd-path(4:) to dd-bare" to suite-line.
    write suite-line.
    move '    when dd-path(1:3) = "FB:"' to suite-line.
    write suite-line.
    move "        move 4 to dd-pointer" to suite-line.
    write suite-line.
    move '        unstring dd-path delimited by ":"' to suite-line.
    write suite-line.
    move "            into dd-length with pointer dd-pointer" to suite-line.
    write suite-line.
    move "        end-unstring" to suite-line.
    write suite-line.
    move "        move dd-path(dd-pointer:) to dd-bare" to suite-line.
    write suite-line.
    move "    end-evaluate." to suite-line.
    write suite-line.
    move '    move concatenate("DD_", trim(dd-name)) to dd-env-name.'
        to suite-line.
    write suite-line.
    move "    set environment dd-env-name to trim(dd-bare)." to suite-line.
    write suite-line.
    move SPACE to suite-line.
    write suite-line.

    move "return-code-test section." to suite-line.
    write suite-line.
    move "    move run-rc to run-rc-edit." to suite-line.
    write suite-line.
    move "    move run-rc-edit to run-rc-text." to suite-line.
    write suite-line.
    move concatenate('    call "assert-equals" using "', run-rc-edit,
            '", run-rc-text,')
        to suite-line.
    write suite-line.
    move '        "return code".' to suite-line.
    write suite-line.

    move 1 to dd-arg-index.
    perform until dd-arg-index > dd-arg-count
        if dd-arg-output(dd-arg-index) = "Y"
            perform write-output-test
        end-if
        add 1 to dd-arg-index
    end-perform.
    move concatenate("end program ", trim(suite-name), ".") to suite-line.
    write suite-line.
    move SPACE to suite-line.
    write suite-line.

    *> tagged, so a run can pick the characterization nets out
    move "identification division." to suite-line.
    write suite-line.
    move concatenate("program-id. ", trim(suite-name), "-tags.")
        to suite-line.
    write suite-line.
    move "data division." to suite-line.
    write suite-line.
    move "linkage section." to suite-line.
    write suite-line.
    move "    01 tag-list pic x(120)." to suite-line.
    write suite-line.
    move "procedure division using tag-list." to suite-line.
    write suite-line.
    move '    move "characterization" to tag-list.' to suite-line.
    write suite-line.
    move concatenate("end program ", trim(suite-name), "-tags.")
        to suite-line.
    write suite-line.
    close suite-source.
    display "wrote " trim(suite-path).

output-section-name section.
    move concatenate(lower-case(trim(dd-arg-name(dd-arg-index))), "-test")
        to section-name.

write-output-test section.
    move SPACE to suite-line.
    write suite-line.
    perform output-section-name.
    move concatenate(trim(section-name), " section.") to suite-line.
    write suite-line.
    if dd-arg-key-pos(dd-arg-index) = SPACE
        move '    call "assert-equals-file" using' to suite-line
        write suite-line
    else
        move '    call "assert-equals-keyed" using' to suite-line
        write suite-line
    end-if.
    move concatenate('        "', trim(dd-arg-prefix(dd-arg-index)),
            trim(dd-arg-golden(dd-arg-index)), '",')
        to suite-line.
    write suite-line.
    move concatenate('        "DD:', trim(dd-arg-name(dd-arg-index)), '",')
        to suite-line.
    write suite-line.
    if dd-arg-key-pos(dd-arg-index) not = SPACE
        move concatenate('        "', trim(dd-arg-key-pos(dd-arg-index)),
                '", "', trim(dd-arg-key-len(dd-arg-index)), '",')
            to suite-line
        write suite-line
    end-if.
    move concatenate('        "output ', trim(dd-arg-name(dd-arg-index)),
            '".')
        to suite-line.
    write suite-line.

register-goldens section.
    *> through the fixture-registry companion, so each golden lands in
    *> the fixture audit trail like any other fixture
    move 1 to dd-arg-index.
    perform until dd-arg-index > dd-arg-count
        if dd-arg-output(dd-arg-index) = "Y"
            move concatenate(trim(registry-command), " ",
                    trim(registry-file), " ADD ", trim(suite-name), " ",
                    trim(dd-arg-golden(dd-arg-index)))
                to shell-command
            call "SYSTEM" using shell-command
            move RETURN-CODE to shell-rc
            move 0 to RETURN-CODE
            if shell-rc not = 0
                display "Error: registering "
                    trim(dd-arg-golden(dd-arg-index)) " failed, rc="
                    shell-rc upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
        end-if
        add 1 to dd-arg-index
    end-perform.
    display "registered the golden files in " trim(registry-file).
end program suite-characterize.
