       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit embedded-SQL stub precompiler
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Does for the test hosts what the DB2 precompiler does for the real
*>  ones: every EXEC SQL ... END-EXEC in a program under test becomes
*>  ordinary COBOL -- here, calls to gcblunit's SQL stub instead of a
*>  database -- so the program compiles and runs under gcblunit with
*>  no database at all, and a stub script decides what each statement
*>  answers (see sql-stub-load in gcblunit.cbl):
*>    INCLUDE SQLCA           copy "sqlca" (copybooks/sqlca.cpy)
*>    INCLUDE member          copy "member" (DCLGEN books)
*>    BEGIN/END DECLARE       dropped
*>    DECLARE c CURSOR FOR    kept for OPEN c, which binds its inputs
*>    WHENEVER cond action    a SQLCODE test after every later statement
*>                            (SQLERROR < 0, NOT FOUND = 100,
*>                            SQLWARNING > 0; CONTINUE or GO TO para)
*>    anything else           sql-stub-begin with the statement id and
*>                            text, sql-stub-param per input host
*>                            variable, sql-stub-exec with the SQLCA,
*>                            then the delivered values moved into the
*>                            INTO host variables (:hv:ind indicators
*>                            set -1 for a NULL, 0 otherwise)
*>  Statement ids are PROGRAM-ID#n, numbered in source order over the
*>  executable statements, and the prepped source carries the original
*>  statement above its replacement as a comment. A host variable is
*>  moved as a number when its PICTURE is numeric (or it is COMP-1 or
*>  COMP-2), as text otherwise. The exchange area, copybooks/sqlstub.cpy,
*>  goes in right after WORKING-STORAGE SECTION, so compile the result
*>  with -I copybooks.
*>
*>  Free- and fixed-format sources are both read. In a fixed-format one
*>  only columns 8-72 are program text, the original statement is kept
*>  as a column-7 comment and the generated lines stay inside area B,
*>  wrapped where they would pass column 72, so the prepped source
*>  compiles in the same format. A >>SOURCE directive decides the
*>  format from where it stands; an undirected source follows
*>  --source-format (or GCBLUNIT_SOURCE_FORMAT), and failing both is
*>  taken as fixed unless a line breaks the fixed layout.
*>
*>  Usage:
*>    sql-prep program.cbl prepped.cbl [--source-format fixed|free]
identification division.
program-id. sql-prep.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select source-in assign to dynamic source-path
    organization is line sequential
    file status is source-in-status.
    select prepped-out assign to dynamic prepped-path
    organization is line sequential
    file status is prepped-out-status.
data division.
file section.
fd source-in.
    01 source-line pic x(512).
fd prepped-out.
    01 prepped-line pic x(512).
working-storage section.
    78 NAME-LIMIT value 4096.
    78 CURSOR-LIMIT value 32.
    78 HOST-LIMIT value 32.
    78 TEXT-CHUNK value 50.
    01 source-path pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 prepped-path pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 source-in-status pic x(2).
        88 source-ok value "00".
        88 source-eof value "10".
    01 prepped-out-status pic x(2).
        88 prepped-ok value "00".
    01 argv pic x(256).
        88 option-source-format value "--source-format".

    *> the reference format: source-format as given (auto judges it
    *> from the layout), start-fixed what each pass starts in, and
    *> fixed-format what is in force at the current line
    01 source-format pic x(5) value "auto".
        88 format-known values "auto" "fixed" "free".
    01 start-fixed pic x value "N".
    01 fixed-format pic x value "N".
        88 is-fixed value "Y".
    01 layout-sequence pic x(6).
    01 directive-head pic x(16).
    01 free-hits usage binary-long unsigned.
    *> the line as program text: in fixed format the sequence area,
    *> the indicator and everything past column 72 blanked, and a
    *> comment line blank altogether
    01 code-source pic x(512).

    *> the data names the program declares, and whether each is numeric
    01 name-count usage binary-long unsigned value 0.
    01 name-tbl.
        03 name-entry occurs NAME-LIMIT times.
            05 name-text pic x(31).
            05 name-numeric pic x.
    01 name-index usage binary-long unsigned.
    01 name-wanted pic x(31).
    01 name-is-numeric pic x.
    01 program-name pic x(31) value SPACE.
    01 has-sqlca pic x value "N".
    01 in-procedure pic x value "N".

    *> one source line, in words
    01 upper-line pic x(512).
    01 code-line pic x(512).
    01 line-token pic x(64) occurs 12 times.
    01 token-index usage binary-long unsigned.
    01 line-pointer usage binary-long unsigned.
    01 pic-string pic x(64).
    01 scan-pos usage binary-long unsigned.
    01 comment-pos usage binary-long unsigned.

    *> the statement being rewritten
    01 in-statement pic x value "N".
    01 statement-text pic x(2048).
    01 statement-upper pic x(2048).
    01 statement-period pic x.
    01 statement-indent usage binary-long unsigned.
    01 statement-nr usage binary-long unsigned value 0.
    01 statement-id pic x(31).
    01 statement-nr-edit pic z(4)9.
    01 exec-pos usage binary-long unsigned.
    01 end-pos usage binary-long unsigned.
    01 start-line usage binary-long unsigned.
    01 line-nr usage binary-long unsigned value 0.
    01 line-nr-edit pic z(8)9.
    01 stmt-word pic x(64) occurs 6 times.
    01 word-pointer usage binary-long unsigned.

    *> host variables of the statement
    01 host-count usage binary-long unsigned.
    01 host-tbl.
        03 host-entry occurs HOST-LIMIT times.
            05 host-name pic x(31).
            05 host-indicator pic x(31).
            05 host-is-into pic x.
    01 host-index usage binary-long unsigned.
    01 into-count usage binary-long unsigned.
    01 into-mode pic x.
    01 host-work pic x(2048).
    01 host-token pic x(128).
    01 host-pointer usage binary-long unsigned.
    01 quote-state pic x.
    01 char-index usage binary-long unsigned.

    *> declared cursors, for OPEN
    01 cursor-count usage binary-long unsigned value 0.
    01 cursor-tbl.
        03 cursor-entry occurs CURSOR-LIMIT times.
            05 cursor-name pic x(31).
            05 cursor-text pic x(2048).
    01 cursor-index usage binary-long unsigned.
    01 cursor-found usage binary-long unsigned.

    *> WHENEVER settings in force
    01 whenever-error pic x(31) value SPACE.
    01 whenever-notfound pic x(31) value SPACE.
    01 whenever-warning pic x(31) value SPACE.

    01 indent-text pic x(64).
    01 out-text pic x(512).
    01 literal-text pic x(512).
    01 literal-chunk pic x(128).
    01 literal-pos usage binary-long unsigned.
    01 literal-length usage binary-long unsigned.
    01 value-nr-edit pic z9.
    01 wrap-text pic x(512).
    01 wrap-width usage binary-long unsigned.
    01 wrap-pos usage binary-long unsigned.
    01 wrap-indent usage binary-long unsigned.
procedure division.
    accept source-path from ARGUMENT-VALUE.
    accept prepped-path from ARGUMENT-VALUE.
    if is-empty of source-path or is-empty of prepped-path
        display "Usage: sql-prep program.cbl prepped.cbl"
            " [--source-format fixed|free]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ENVIRONMENT "GCBLUNIT_SOURCE_FORMAT".
    if argv not = SPACE
        move lower-case(trim(argv)) to source-format
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
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
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if not format-known
        display "Error: --source-format takes fixed or free" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

    evaluate source-format
    when "fixed"
        move "Y" to start-fixed
    when "free"
        move "N" to start-fixed
    when other
        perform judge-layout
    end-evaluate.
    perform collect-data-names.
    if program-name = SPACE
        display "Error: no PROGRAM-ID in " trim(source-path) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    perform rewrite-source.

    move statement-nr to statement-nr-edit.
    display "sql-prep: " trim(statement-nr-edit) " statement(s) of "
        trim(program-name) " stubbed into " trim(prepped-path).
    move 0 to RETURN-CODE.
    stop run.

*>*
*> pass zero, for an undirected source: fixed unless a line outside a
*> directive breaks the fixed layout (a sequence area neither blank
*> nor numeric, or column 7 holding something other than an indicator)
*>*
judge-layout section.
    move "Y" to start-fixed.
    open input source-in.
    if not source-ok
        display "Error opening " trim(source-path) ": " source-in-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to source-in-status.
    perform until source-eof
        read source-in
            at end
                move "10" to source-in-status
            not at end
                move trim(source-line) to directive-head
                if source-line not = SPACE and directive-head(1:2) not = ">>"
                    move source-line(1:6) to layout-sequence
                    inspect layout-sequence replacing all SPACE by "0"
                    if layout-sequence not numeric
                            or (source-line(7:1) not = SPACE
                                and source-line(7:1) not = "*"
                                and source-line(7:1) not = "-"
                                and source-line(7:1) not = "/"
                                and source-line(7:1) not = "D"
                                and source-line(7:1) not = "d"
                                and source-line(7:1) not = "$")
                        move "N" to start-fixed
                        move "10" to source-in-status
                    end-if
                end-if
        end-read
    end-perform.
    close source-in.

*>*
*> pass one: the PROGRAM-ID and every data name with its PICTURE
*>*
collect-data-names section.
    open input source-in.
    if not source-ok
        display "Error opening " trim(source-path) ": " source-in-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move start-fixed to fixed-format.
    move SPACE to source-in-status.
    perform until source-eof
        read source-in
            at end
                move "10" to source-in-status
            not at end
                perform note-data-name
        end-read
    end-perform.
    close source-in.

note-data-name section.
    perform split-code-line.
    if line-token(1) = "PROGRAM-ID." and program-name = SPACE
        move line-token(2) to program-name
        inspect program-name replacing all "." by SPACE
        exit section
    end-if.
    move 0 to scan-pos.
    inspect code-line tallying scan-pos for all "INCLUDE SQLCA".
    if scan-pos > 0
        move "Y" to has-sqlca
        exit section
    end-if.
    if test-numval(line-token(1)) not = 0 or line-token(2) = SPACE
            or line-token(2) = "FILLER" or line-token(2) = "FILLER."
        exit section
    end-if.
    if not (numval(line-token(1)) >= 1 and numval(line-token(1)) <= 49)
            and numval(line-token(1)) not = 77
        exit section
    end-if.
    move "N" to name-is-numeric.
    move SPACE to pic-string.
    move 3 to token-index.
    perform until token-index > 11
        evaluate line-token(token-index)
        when "PIC"
        when "PICTURE"
            if line-token(token-index + 1) = "IS"
                move line-token(token-index + 2) to pic-string
            else
                move line-token(token-index + 1) to pic-string
            end-if
        when "COMP-1"
        when "COMP-1."
        when "COMP-2"
        when "COMP-2."
            move "Y" to name-is-numeric
        end-evaluate
        add 1 to token-index
    end-perform.
    if pic-string not = SPACE
        move 0 to scan-pos
        inspect pic-string tallying scan-pos for all "X" all "A" all "N"
        move 0 to comment-pos
        inspect pic-string tallying comment-pos for all "9"
        if scan-pos = 0 and comment-pos > 0
            move "Y" to name-is-numeric
        end-if
    end-if.
    add 1 to name-count.
    if name-count > NAME-LIMIT
        display "Fatal: more than " NAME-LIMIT " data names" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move line-token(2) to name-text(name-count).
    inspect name-text(name-count) replacing all "." by SPACE.
    move name-is-numeric to name-numeric(name-count).

frame-source-line section.
    *> code-source from source-line; a >>SOURCE directive switches the
    *> format for the lines after it
    move trim(source-line) to directive-head.
    move upper-case(directive-head) to directive-head.
    if directive-head(1:8) = ">>SOURCE"
        move 0 to free-hits
        inspect upper-case(source-line) tallying free-hits for all "FREE"
        if free-hits > 0
            move "N" to fixed-format
        else
            move "Y" to fixed-format
        end-if
        move SPACE to code-source
        exit section
    end-if.
    if not is-fixed
        move source-line to code-source
        exit section
    end-if.
    move SPACE to code-source.
    if source-line(7:1) = "*" or source-line(7:1) = "/"
        exit section
    end-if.
    move source-line(8:65) to code-source(8:65).

split-code-line section.
    *> upper-case words of the line, an inline *> comment dropped
    perform frame-source-line.
    move upper-case(code-source) to upper-line.
    move 0 to comment-pos.
    inspect upper-line tallying comment-pos for characters before "*>".
    move SPACE to code-line.
    if comment-pos > 0
        move upper-line(1:comment-pos) to code-line
    end-if.
    move 1 to token-index.
    perform until token-index > 12
        move SPACE to line-token(token-index)
        add 1 to token-index
    end-perform.
    if code-line = SPACE
        exit section
    end-if.
    move trim(code-line) to code-line.
    unstring code-line delimited by all SPACE
        into line-token(1) line-token(2) line-token(3) line-token(4)
             line-token(5) line-token(6) line-token(7) line-token(8)
             line-token(9) line-token(10) line-token(11) line-token(12)
    end-unstring.

*>*
*> pass two: copy the source, rewriting every EXEC SQL statement
*>*
rewrite-source section.
    open input source-in.
    open output prepped-out.
    if not prepped-ok
        display "Error opening " trim(prepped-path) ": " prepped-out-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move start-fixed to fixed-format.
    move SPACE to source-in-status.
    perform until source-eof
        read source-in
            at end
                move "10" to source-in-status
            not at end
                add 1 to line-nr
                perform rewrite-one-line
        end-read
    end-perform.
    close source-in prepped-out.
    if in-statement = "Y"
        move start-line to line-nr-edit
        display "Error: EXEC SQL at line " trim(line-nr-edit)
            " has no END-EXEC" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

rewrite-one-line section.
    perform split-code-line.
    if line-token(1) = "PROCEDURE" and line-token(2)(1:8) = "DIVISION"
        move "Y" to in-procedure
    end-if.
    if in-statement = "N"
        move length(upper-line) to exec-pos
        if comment-pos > 0
            move 0 to exec-pos
            inspect upper-line(1:comment-pos) tallying exec-pos
                for characters before "EXEC SQL"
        end-if
        if exec-pos >= comment-pos
            move source-line to prepped-line
            write prepped-line
            if line-token(1) = "WORKING-STORAGE" and line-token(2)(1:7) = "SECTION"
                perform emit-exchange-area
            end-if
            exit section
        end-if
        move "Y" to in-statement
        move line-nr to start-line
        move SPACE to statement-text statement-period
        move 0 to statement-indent
        inspect code-source tallying statement-indent for leading SPACE
        if statement-indent > 60
            move 60 to statement-indent
        end-if
        *> a fixed-format statement text chunk must still fit by 72
        if is-fixed and statement-indent > 14
            move 14 to statement-indent
        end-if
        perform write-original
        move code-source(exec-pos + 9:) to code-line
    else
        perform write-original
        move code-source to code-line
    end-if.
    *> collect up to END-EXEC; a period after it ends the sentence
    move upper-case(code-line) to upper-line.
    move 0 to end-pos.
    inspect upper-line tallying end-pos for characters before "END-EXEC".
    if end-pos >= length(upper-line)
        move concatenate(trim(statement-text), " ", trim(code-line))
            to statement-text
        exit section
    end-if.
    if end-pos > 0
        move concatenate(trim(statement-text), " ",
                trim(code-line(1:end-pos)))
            to statement-text
    end-if.
    if code-line(end-pos + 9:) not = SPACE
            and trim(code-line(end-pos + 9:))(1:1) = "."
        move "." to statement-period
    end-if.
    move "N" to in-statement.
    move trim(statement-text) to statement-text.
    perform rewrite-statement.

write-original section.
    *> the statement being replaced stays in the source as a comment
    if is-fixed
        move source-line to prepped-line
        move "*" to prepped-line(7:1)
    else
        move concatenate("*> ", trim(source-line trailing)) to prepped-line
    end-if.
    write prepped-line.

emit-exchange-area section.
    if is-fixed
        move "           copy ""sqlstub""." to prepped-line
    else
        move "    copy ""sqlstub""." to prepped-line
    end-if.
    write prepped-line.
    if has-sqlca = "N"
        if is-fixed
            move "           copy ""sqlca""." to prepped-line
        else
            move "    copy ""sqlca""." to prepped-line
        end-if
        write prepped-line
        move "Y" to has-sqlca
    end-if.

rewrite-statement section.
    move upper-case(statement-text) to statement-upper.
    move 1 to token-index.
    perform until token-index > 6
        move SPACE to stmt-word(token-index)
        add 1 to token-index
    end-perform.
    move 1 to word-pointer.
    unstring statement-upper delimited by all SPACE
        into stmt-word(1) stmt-word(2) stmt-word(3)
             stmt-word(4) stmt-word(5) stmt-word(6)
        with pointer word-pointer
    end-unstring.
    move SPACE to indent-text.
    evaluate true
    when stmt-word(1) = "INCLUDE" and stmt-word(2) = "SQLCA"
        move "copy ""sqlca""." to out-text
        perform write-code
    when stmt-word(1) = "INCLUDE"
        move concatenate("copy """, lower-case(trim(stmt-word(2))), """.")
            to out-text
        perform write-code
    when stmt-word(1) = "BEGIN" or stmt-word(1) = "END"
        perform write-sentence-end
    when stmt-word(1) = "DECLARE" and stmt-word(3) = "CURSOR"
        add 1 to cursor-count
        if cursor-count > CURSOR-LIMIT
            display "Fatal: more than " CURSOR-LIMIT " cursors" upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        move stmt-word(2) to cursor-name(cursor-count)
        move statement-text to cursor-text(cursor-count)
        perform write-sentence-end
    when stmt-word(1) = "WHENEVER"
        perform note-whenever
        perform write-sentence-end
    when other
        perform rewrite-executable
    end-evaluate.

note-whenever section.
    *> WHENEVER SQLERROR GO TO X / WHENEVER NOT FOUND CONTINUE
    evaluate stmt-word(2)
    when "SQLERROR"
        move stmt-word(3) to host-token
        move stmt-word(4) to literal-chunk
        move stmt-word(5) to code-line
        perform whenever-target
        move out-text to whenever-error
    when "SQLWARNING"
        move stmt-word(3) to host-token
        move stmt-word(4) to literal-chunk
        move stmt-word(5) to code-line
        perform whenever-target
        move out-text to whenever-warning
    when "NOT"
        move stmt-word(4) to host-token
        move stmt-word(5) to literal-chunk
        move stmt-word(6) to code-line
        perform whenever-target
        move out-text to whenever-notfound
    end-evaluate.

whenever-target section.
    *> out-text: the paragraph to go to, spaces for CONTINUE
    move SPACE to out-text.
    evaluate true
    when host-token = "GOTO"
        move literal-chunk to out-text
    when host-token = "GO" and literal-chunk = "TO"
        move code-line to out-text
    end-evaluate.
    inspect out-text replacing all "." by SPACE.
    inspect out-text replacing all ":" by SPACE.
    move trim(out-text) to out-text.

rewrite-executable section.
    add 1 to statement-nr.
    move statement-nr to statement-nr-edit.
    move concatenate(trim(program-name), "#", trim(statement-nr-edit))
        to statement-id.
    move 0 to host-count into-count.
    move statement-text to host-work.
    perform collect-host-variables.
    *> OPEN binds the inputs of the cursor's query
    if stmt-word(1) = "OPEN"
        move 0 to cursor-found
        move 1 to cursor-index
        perform until cursor-index > cursor-count
            if cursor-name(cursor-index) = stmt-word(2)
                move cursor-index to cursor-found
            end-if
            add 1 to cursor-index
        end-perform
        if cursor-found > 0
            move cursor-text(cursor-found) to host-work
            perform collect-host-variables
        end-if
    end-if.

    move statement-text(1:256) to literal-text.
    inspect literal-text replacing all """" by "'".
    move concatenate("call ""sql-stub-begin"" using """,
            trim(statement-id), """,") to out-text.
    perform write-code.
    move length(trim(literal-text)) to literal-length.
    move 1 to literal-pos.
    perform until literal-pos > literal-length
        move literal-text(literal-pos:TEXT-CHUNK) to literal-chunk
        if literal-pos + TEXT-CHUNK > literal-length
            move concatenate("    """, literal-chunk(1:literal-length
                    - literal-pos + 1), """") to out-text
        else
            move concatenate("    """, literal-chunk(1:TEXT-CHUNK), """ &")
                to out-text
        end-if
        perform write-code
        add TEXT-CHUNK to literal-pos
    end-perform.

    move 1 to host-index.
    perform until host-index > host-count
        if host-is-into(host-index) = "N"
            move host-name(host-index) to name-wanted
            perform find-data-name
            if name-is-numeric = "Y"
                move concatenate("move ", trim(host-name(host-index)),
                        " to sqs-number") to out-text
                perform write-code
                move "call ""sql-stub-param"" using ""N""" to out-text
            else
                move concatenate("move ", trim(host-name(host-index)),
                        " to sqs-text") to out-text
                perform write-code
                move "call ""sql-stub-param"" using ""X""" to out-text
            end-if
            perform write-code
        end-if
        add 1 to host-index
    end-perform.
    move "call ""sql-stub-exec"" using SQLCA" to out-text.
    perform write-code.

    if into-count > 0
        move "if sqs-row-delivered" to out-text
        perform write-code
        move 0 to into-count
        move 1 to host-index
        perform until host-index > host-count
            if host-is-into(host-index) = "Y"
                add 1 to into-count
                perform write-into-move
            end-if
            add 1 to host-index
        end-perform
        move "end-if" to out-text
        perform write-code
    end-if.

    if whenever-error not = SPACE
        move concatenate("if SQLCODE < 0 go to ", trim(whenever-error),
                " end-if") to out-text
        perform write-code
    end-if.
    if whenever-notfound not = SPACE
        move concatenate("if SQLCODE = 100 go to ", trim(whenever-notfound),
                " end-if") to out-text
        perform write-code
    end-if.
    if whenever-warning not = SPACE
        move concatenate("if SQLCODE > 0 and SQLCODE not = 100 go to ",
                trim(whenever-warning), " end-if") to out-text
        perform write-code
    end-if.
    perform write-sentence-end.

write-into-move section.
    move into-count to value-nr-edit.
    move host-name(host-index) to name-wanted.
    perform find-data-name.
    if name-is-numeric = "Y"
        move concatenate("    compute ", trim(host-name(host-index)),
                " = function numval(sqs-value(", trim(value-nr-edit), "))")
            to literal-text
    else
        move concatenate("    move sqs-value(", trim(value-nr-edit), ") to ",
                trim(host-name(host-index)))
            to literal-text
    end-if.
    if host-indicator(host-index) = SPACE
        move literal-text to out-text
        perform write-code
        exit section
    end-if.
    move concatenate("    if sqs-value(", trim(value-nr-edit), ") = ""NULL""")
        to out-text.
    perform write-code.
    move concatenate("        move -1 to ", trim(host-indicator(host-index)))
        to out-text.
    perform write-code.
    move "    else" to out-text.
    perform write-code.
    move concatenate("        move 0 to ", trim(host-indicator(host-index)))
        to out-text.
    perform write-code.
    move concatenate("        ", trim(literal-text)) to out-text.
    perform write-code.
    move "    end-if" to out-text.
    perform write-code.

collect-host-variables section.
    *> :name and :name:indicator outside quoted literals; the ones
    *> straight after INTO receive values, the rest are inputs
    move "N" to quote-state.
    move 1 to char-index.
    perform until char-index > length(host-work)
        evaluate true
        when host-work(char-index:1) = "'"
            if quote-state = "N"
                move "Y" to quote-state
            else
                move "N" to quote-state
            end-if
        when quote-state = "Y"
            move SPACE to host-work(char-index:1)
        when host-work(char-index:1) = "," or "(" or ")" or ";"
            move SPACE to host-work(char-index:1)
        end-evaluate
        add 1 to char-index
    end-perform.
    move "N" to into-mode.
    move 1 to host-pointer.
    perform until host-pointer > length(trim(host-work trailing))
        move SPACE to host-token
        unstring host-work delimited by all SPACE
            into host-token
            with pointer host-pointer
        end-unstring
        evaluate true
        when host-token = SPACE
            continue
        when upper-case(host-token) = "INTO"
            move "Y" to into-mode
        when host-token(1:1) = ":"
            perform note-host-variable
        when other
            move "N" to into-mode
        end-evaluate
    end-perform.

note-host-variable section.
    add 1 to host-count.
    if host-count > HOST-LIMIT
        move line-nr to line-nr-edit
        display "Fatal: more than " HOST-LIMIT " host variables in the"
            " statement ending at line " trim(line-nr-edit) upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move SPACE to host-name(host-count) host-indicator(host-count).
    unstring host-token(2:) delimited by ":"
        into host-name(host-count) host-indicator(host-count)
    end-unstring.
    move into-mode to host-is-into(host-count).
    if into-mode = "Y"
        add 1 to into-count
    end-if.

find-data-name section.
    move "N" to name-is-numeric.
    move upper-case(name-wanted) to name-wanted.
    move 1 to name-index.
    perform until name-index > name-count
        if name-text(name-index) = name-wanted
            move name-numeric(name-index) to name-is-numeric
            move name-count to name-index
        end-if
        add 1 to name-index
    end-perform.

write-code section.
    if is-fixed
        perform write-fixed-code
        exit section
    end-if.
    if statement-indent > 0
        move concatenate(indent-text(1:statement-indent),
                trim(out-text trailing))
            to prepped-line
    else
        move trim(out-text trailing) to prepped-line
    end-if.
    write prepped-line.

write-fixed-code section.
    *> area B only: a line that would pass column 72 is broken at a
    *> space and carried on four columns further in
    move statement-indent to wrap-indent.
    if wrap-indent < 11
        move 11 to wrap-indent
    end-if.
    move trim(out-text trailing) to wrap-text.
    perform until wrap-text = SPACE
        compute wrap-width = 72 - wrap-indent
        if length(trim(wrap-text trailing)) <= wrap-width
            move SPACE to prepped-line
            move wrap-text to prepped-line(wrap-indent + 1:wrap-width)
            write prepped-line
            move SPACE to wrap-text
        else
            move wrap-width to wrap-pos
            perform until wrap-pos < 2 or wrap-text(wrap-pos:1) = SPACE
                subtract 1 from wrap-pos
            end-perform
            if wrap-pos < 2
                move wrap-width to wrap-pos
            end-if
            move SPACE to prepped-line
            move wrap-text(1:wrap-pos) to prepped-line(wrap-indent + 1:wrap-pos)
            write prepped-line
            move trim(wrap-text(wrap-pos + 1:)) to wrap-text
            if wrap-indent < 15
                add 4 to wrap-indent
            end-if
        end-if
    end-perform.

write-sentence-end section.
    *> the period after END-EXEC still ends the sentence
    if statement-period = "." and in-procedure = "Y"
        move "continue." to out-text
        perform write-code
    end-if.
end program sql-prep.
