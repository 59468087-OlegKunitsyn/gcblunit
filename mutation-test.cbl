*>    "add 1 to" -> "add 2 to"
*>    "subtract 1 from" -> "subtract 2 from"
*>
*>  Operators match in either case and only in program text: comment
*>  lines are passed over, and in a fixed-format source only columns
*>  8-72 count, so a sequence number or identification area is never
*>  mutated and the mutant keeps every column where it was. A >>SOURCE
*>  directive in the source decides its format; an undirected source
*>  follows --source-format (or GCBLUNIT_SOURCE_FORMAT), and failing
*>  both is taken as fixed unless a line breaks the fixed layout.
*>
*>  Usage:
*>    mutation-test source.cbl --build "compile command"
*>        --exec "run command" [--limit N] [--report path]
*>        [--source-format fixed|free]
*>
*>  The run command names the owning suites (take them from the suite
*>  catalog or an --affected-by listing); a non-zero exit kills the
    select report-out assign to dynamic report-file
    organization is line sequential
    file status is report-out-status.
    select awk-script assign to dynamic script-file
    organization is line sequential
    file status is script-file-status.
data division.
file section.
fd candidates.
    01 candidates-line pic x(300).
fd report-out.
    01 report-out-line pic x(256).
fd awk-script.
    01 awk-script-line pic x(256).
working-storage section.
    78 OPERATOR-COUNT value 6.
    01 argv pic x(512).
        88 option-exec value "--exec".
        88 option-limit value "--limit".
        88 option-report value "--report".
        88 option-source-format value "--source-format".
    01 source-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 build-command pic x(512) value SPACE.
        88 candidates-eof value "10".
    01 report-out-status pic x(2).
        88 report-out-ok value "00".
    01 script-file pic x(256).
    01 script-file-status pic x(2).
        88 script-ok value "00".
    01 source-format pic x(5) value "auto".
        88 format-known values "auto" "fixed" "free".

    *> the operator table: what grep hunts for and what sed swaps in.
    *> "~" stands for a deliberate space inside an operator -- the
    01 run-pid-edit pic 9(9).

    01 candidate-line-nr pic x(9).
    01 candidate-column pic x(9).
    01 candidate-position usage binary-long unsigned.
    01 candidate-pointer usage binary-long unsigned.
    01 candidate-text pic x(300).
    01 candidate-original pic x(32).
    01 mutant-replace pic x(32).
    01 prefix-edit pic z(8)9.
    01 find-len-edit pic z(8)9.
    01 mutants-tried usage binary-long unsigned value 0.
    01 mutants-killed usage binary-long unsigned value 0.
    01 mutants-survived usage binary-long unsigned value 0.
    accept source-file from ARGUMENT-VALUE.
    if is-empty of source-file
        display "Usage: mutation-test source.cbl --build cmd"
            " --exec cmd [--limit N] [--report path]"
            " [--source-format fixed|free]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    accept argv from ENVIRONMENT "GCBLUNIT_SOURCE_FORMAT".
    if argv not = SPACE
        move lower-case(trim(argv)) to source-format
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to report-file
        when option-source-format
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move lower-case(trim(argv)) to source-format
            if argv(6:) not = SPACE
                move SPACE to source-format
            end-if
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if not format-known
        display "Error: --source-format takes fixed or free" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if is-empty of build-command or is-empty of exec-command
        display "Error: both --build and --exec are required" upon syserr
        move 2 to RETURN-CODE
    move concatenate("/tmp/gcblunit-mutants-", trim(run-pid-edit), ".lst")
        to candidates-file.
    move concatenate(trim(source-file), ".mutbak") to backup-file.
    move concatenate("/tmp/gcblunit-mutants-", trim(run-pid-edit), ".awk")
        to script-file.
    perform write-awk-script.

    *> keep the pristine source safe before touching anything
    move concatenate("cp ", trim(source-file), " ", trim(backup-file))
        to shell-command.
    call "SYSTEM" using shell-command.
    move concatenate("rm -f ", trim(backup-file), " ",
            trim(candidates-file), " ", trim(script-file))
        to shell-command.
    call "SYSTEM" using shell-command.
    move 0 to RETURN-CODE.
    stop run.

try-operator section.
    *> every source line this operator can touch is one mutant; the
    *> scan lists each as "line:column:text", the column being where
    *> the operator's first occurrence in the program text starts
    move concatenate("awk -v FMT=", trim(source-format), " -v OP='",
            op-grep(1:op-grep-len), "' -f ", trim(script-file), " ",
            trim(backup-file), " ", trim(backup-file),
            " > ", trim(candidates-file))
        to shell-command.
    call "SYSTEM" using shell-command.
    move 0 to RETURN-CODE.
            at end
                move "10" to candidates-status
            not at end
                move SPACE to candidate-line-nr candidate-column
                    candidate-text
                move 1 to candidate-pointer
                unstring candidates-line delimited by ":"
                    into candidate-line-nr candidate-column
                    with pointer candidate-pointer
                end-unstring
                if candidate-pointer <= length(candidates-line)
                    move candidates-line(candidate-pointer:)
                        to candidate-text
                end-if
                move numval(candidate-column) to candidate-position
                if candidate-line-nr not = SPACE and candidate-position > 0
                    perform try-one-mutant
                end-if
        end-read

try-one-mutant section.
    add 1 to mutants-tried.
    *> the mutated copy: exactly the columns the scan found swapped, so
    *> nothing in a comment, literal prefix or sequence area is hit by
    *> accident, and in the case the original was written in
    move candidate-text(candidate-position:op-find-len)
        to candidate-original.
    move op-replace to mutant-replace.
    if candidate-original(1:op-find-len)
            = upper-case(candidate-original(1:op-find-len))
        move upper-case(op-replace) to mutant-replace
    end-if.
    compute prefix-edit = candidate-position - 1.
    move op-find-len to find-len-edit.
    move concatenate("sed '", trim(candidate-line-nr), "s/^\(.\{",
            trim(prefix-edit), "\}\).\{", trim(find-len-edit), "\}/\1",
            mutant-replace(1:op-replace-len), "/' ",
            trim(backup-file), " > ", trim(source-file))
        to shell-command.
    call "SYSTEM" using shell-command.
            to report-out-line
        write report-out-line
    end-if.

write-awk-script section.
    *> the candidate scan: the first pass over the source only looks
    *> for a line that breaks the fixed layout, which is what makes an
    *> undirected source free; the second reports each line whose
    *> program text carries the operator
    open output awk-script.
    if not script-ok
        display "Error writing " trim(script-file) ": " script-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move 'BEGIN { loose = 0; op = toupper(OP) }' to awk-script-line.
    write awk-script-line.
    move 'FNR == NR {' to awk-script-line.
    write awk-script-line.
    move '    if ($0 !~ /^ *$/ && $0 !~ /^ *>>/ && (substr($0, 1, 6) !~ /^[ 0-9]*$/ || substr($0, 7, 1) !~ /^[ *\/Dd$-]?$/)) loose = 1'
        to awk-script-line.
    write awk-script-line.
    move '    next' to awk-script-line.
    write awk-script-line.
    move '}' to awk-script-line.
    write awk-script-line.
    move 'FNR == 1 { fixed = (FMT == "fixed" || (FMT == "auto" && !loose)) }'
        to awk-script-line.
    write awk-script-line.
    move '{ u = toupper($0) }' to awk-script-line.
    write awk-script-line.
    move 'u ~ /^ *>> *SOURCE/ { fixed = (u !~ /FREE/); next }' to awk-script-line.
    write awk-script-line.
    *> program text only: columns 8-72 of a fixed line, nothing from
    *> a comment line and nothing after a floating comment
    move '{ skip = 0; t = u; if (fixed) { skip = 7; t = substr(u, 8, 65) } }'
        to awk-script-line.
    write awk-script-line.
    move 'fixed && (substr(u, 7, 1) == "*" || substr(u, 7, 1) == "/") { next }'
        to awk-script-line.
    write awk-script-line.
    move '{ p = index(t, "*>"); if (p > 0) t = substr(t, 1, p - 1) }'
        to awk-script-line.
    write awk-script-line.
    move '{ p = index(t, op); if (p > 0) print FNR ":" (p + skip) ":" $0 }'
        to awk-script-line.
    write awk-script-line.
    close awk-script.
end program mutation-test.
