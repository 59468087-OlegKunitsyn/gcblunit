*>  or (at your option) any later version.
*>****

*>  Rewrites a COBOL source with a coverage-mark call behind every
*>  paragraph and section label in its procedure divisions, and
*>  writes a sidecar list of every paragraph found ("program
*>  paragraph" per line) for the runner's --paragraphs option --
*>  compile the instrumented copy into the suite build, run, and
*>  cblu-finish reports which paragraphs of the program under test
*>  actually executed. No COBOL parser ships with this runtime, so the
*>  label scan delegates to awk the same way cblu-discover and
*>  cblu-affected-scan already delegate their source scans to the
*>  shell.
*>  Free-format and fixed-format sources are both handled. A
*>  >>SOURCE FORMAT directive switches the format wherever it appears;
*>  a source without one is taken as fixed when every line keeps to
*>  the fixed layout (sequence area blank or numeric, column 7 blank
*>  or an indicator), free otherwise, unless --source-format says
*>  which. In fixed format only columns 8-72 are read, comment,
*>  debug and continuation lines never hold a label, and the calls
*>  added are laid out in area B within column 72, so the
*>  instrumented copy still compiles as fixed format.
*>
*>  Usage:
*>    coverage-instrument source.cbl instrumented.cbl sidecar.para
*>        [--source-format fixed|free]
identification division.
program-id. coverage-instrument.
environment division.
    01 run-pid-edit pic 9(9).
    01 shell-command pic x(1024).
    01 shell-rc usage binary-long.
    01 argv pic x(256).
        88 option-source-format value "--source-format".
    *> auto: the directives, else the layout of the lines, decide
    01 source-format pic x(5) value "auto".
        88 format-known values "fixed" "free".
procedure division.
    accept source-file from ARGUMENT-VALUE.
    accept output-file from ARGUMENT-VALUE.
    if is-empty of source-file or is-empty of output-file
            or is-empty of sidecar-file
        display "Usage: coverage-instrument source.cbl"
            " instrumented.cbl sidecar.para [--source-format fixed|free]"
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        if option-source-format
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move lower-case(argv) to source-format
            if not format-known or argv(6:) not = SPACE
                display "Error: --source-format takes fixed or free"
                    upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
        else
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.

    *> pid-suffixed scratch name, the same collision guard the
    *> runner's own scratch files use

    perform write-awk-script.

    *> the source is read twice: the first pass only settles the
    *> reference format, the second rewrites it
    move concatenate("awk -v SIDECAR=", trim(sidecar-file),
            " -v FMT=", trim(source-format),
            " -f ", trim(script-file), " ", trim(source-file),
            " ", trim(source-file), " > ", trim(output-file))
        to shell-command.
    call "SYSTEM" using shell-command.
    move RETURN-CODE to shell-rc.
    stop run.

write-awk-script section.
    *> labels live in area A: in a free-format source a line-leading
    *> token ending in "." is a paragraph (or section) label once a
    *> procedure division has opened, in a fixed-format source one that
    *> starts in columns 8-11; the statements in area B never match.
    *> The first pass over the source only looks for a line that breaks
    *> the fixed layout, which is what makes an undirected source free.
    open output awk-script.
    if not script-ok
        display "Error writing " trim(script-file) ": " script-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move 'BEGIN { inproc = 0; pid = ""; loose = 0 }' to awk-script-line.
    write awk-script-line.
    move 'function mark(name) {' to awk-script-line.
    write awk-script-line.
    move '    if (fixed) {' to awk-script-line.
    write awk-script-line.
    move '        printf("           CALL \"coverage-mark\" USING \"%s\"\n", pid)'
        to awk-script-line.
    write awk-script-line.
    move '        printf("               \"%s\"\n", name)' to awk-script-line.
    write awk-script-line.
    move '    } else' to awk-script-line.
    write awk-script-line.
    move '        printf("    call \"coverage-mark\" using \"%s\", \"%s\"\n", pid, name)'
        to awk-script-line.
    write awk-script-line.
    move '    print pid " " name > SIDECAR' to awk-script-line.
    write awk-script-line.
    move '}' to awk-script-line.
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
    move '{ print; u = toupper($0) }' to awk-script-line.
    write awk-script-line.
    move 'u ~ /^ *>> *SOURCE/ { fixed = (u !~ /FREE/); next }' to awk-script-line.
    write awk-script-line.
    *> program text only: columns 8-72 of a fixed line, and nothing
    *> from a comment, debug or continuation line
    move '{ ind = " "; t = $0; if (fixed) { ind = substr($0, 7, 1); t = substr($0, 8, 65) } }'
        to awk-script-line.
    write awk-script-line.
    move 'ind != " " && ind != "" { next }' to awk-script-line.
    write awk-script-line.
    move '{ ut = toupper(t); a = ut; if (fixed) sub(/^ ? ? ?/, "", a) }'
        to awk-script-line.
    write awk-script-line.
    move 'ut ~ /^ *\*>/ { next }' to awk-script-line.
    write awk-script-line.
    move 'ut ~ /^ *IDENTIFICATION +DIVISION/ || ut ~ /^ *END +PROGRAM/ { inproc = 0 }'
        to awk-script-line.
    write awk-script-line.
    move 'ut ~ /^ *PROGRAM-ID\./ {' to awk-script-line.
    write awk-script-line.
    move '    match(ut, /PROGRAM-ID\. */); pid = substr(t, RSTART + RLENGTH)'
        to awk-script-line.
    write awk-script-line.
    move '    sub(/[ .].*$/, "", pid); gsub(/"/, "", pid)' to awk-script-line.
    write awk-script-line.
    move '}' to awk-script-line.
    write awk-script-line.
    move 'inproc == 1 && a ~ /^[A-Z0-9][A-Z0-9-]* +SECTION\. *$/ {'
        to awk-script-line.
    write awk-script-line.
    move '    name = t; sub(/^ */, "", name); sub(/ .*$/, "", name); mark(name)'
        to awk-script-line.
    write awk-script-line.
    move '    next' to awk-script-line.
    write awk-script-line.
    move '}' to awk-script-line.
    write awk-script-line.
    move 'inproc == 1 && a ~ /^[A-Z0-9][A-Z0-9-]*\. *$/ {' to awk-script-line.
    write awk-script-line.
    move '    name = t; sub(/^ */, "", name); sub(/\. *$/, "", name); mark(name)'
        to awk-script-line.
    write awk-script-line.
    move '}' to awk-script-line.
    write awk-script-line.
    move 'ut ~ /^ *PROCEDURE +DIVISION/ { inproc = 1 }' to awk-script-line.
    write awk-script-line.
    close awk-script.
end program coverage-instrument.
