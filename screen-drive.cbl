       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit keystroke-script screen driver
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Drives an interactive program -- a SCREEN SECTION maintenance
*>  program, triage-browser, anything that paints a terminal -- the
*>  way the person at the terminal does. The program runs under a
*>  pseudo-terminal of 24 lines by 80 columns (script(1) provides it);
*>  everything it writes is fed through a small VT100 emulator here,
*>  so the driver always holds the screen image the person would see.
*>  A keystroke script, one statement per line, # comments:
*>    type 12                        keys typed as they stand
*>    type 'K001  '                  quoted, to keep spaces
*>    press ENTER                    a named key, optionally n times:
*>    press TAB 3                    ENTER TAB BACKTAB ESC BACKSPACE
*>                                   DELETE INSERT HOME END PGUP PGDN
*>                                   UP DOWN LEFT RIGHT F1-F12
*>    wait for 'CUSTOMER NOT FOUND'  until the text is on the screen
*>    wait for 'MENU' 20             ... allowing 20 seconds
*>    wait 500                       a pause, in milliseconds
*>    capture notfound               the screen as --out/notfound.scr
*>  A capture first lets the screen settle (no output for --settle-ms)
*>  and then writes the image as 24 lines of 80 columns, the form
*>  gcblunit's assert-screen-equals compares against an expected
*>  screen. The screen at the end of the script is always captured as
*>  final.scr. A wait that times out stops the script, captures the
*>  screen as timeout.scr and shows it. Cursor keys follow the
*>  program's keypad mode, the way a real terminal's do. With --dd the
*>  assignment file's datasets are handed to the program as DD_<name>,
*>  the runtime's external file mapping. Exit codes:
*>    0 script completed   4 a wait timed out or the program ended
*>    2 usage or a bad script statement   3 a limit exceeded
*>  Requires gcblunit's dd-load linked in when --dd is used.
*>
*>  Usage:
*>    screen-drive "program" script.keys [--out dir] [--work dir]
*>        [--term name] [--timeout secs] [--settle-ms N] [--dd file]
identification division.
program-id. screen-drive.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select keys-in assign to dynamic keys-path
    organization is line sequential
    file status is keys-in-status.
    select run-script assign to dynamic run-script-path
    organization is line sequential
    file status is run-script-status.
    select pid-in assign to dynamic pid-read-path
    organization is line sequential
    file status is pid-in-status.
    select screen-out assign to dynamic screen-out-path
    organization is line sequential
    file status is screen-out-status.
data division.
file section.
fd keys-in.
    01 keys-line pic x(512).
fd run-script.
    01 run-script-line pic x(512).
fd pid-in.
    01 pid-in-line pic x(32).
fd screen-out.
    01 screen-out-line pic x(80).
working-storage section.
    78 SCREEN-ROWS value 24.
    78 SCREEN-COLS value 80.
    78 CHUNK-SIZE value 4096.
    78 CSI-ARG-LIMIT value 16.
    78 DD-LIMIT value 128.
    01 argv pic x(256).
        88 option-out value "--out".
        88 option-work value "--work".
        88 option-term value "--term".
        88 option-timeout value "--timeout".
        88 option-settle-ms value "--settle-ms".
        88 option-dd value "--dd".
    01 program-command pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 keys-path pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 keys-in-status pic x(2).
        88 keys-ok value "00".
        88 keys-eof value "10".
    01 out-dir pic x(200) value "/tmp/gcblunit-screen".
    01 work-dir pic x(200) value "/tmp/gcblunit-screen/work".
    01 term-name pic x(32) value "vt100".
    01 dd-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 number-arg pic x(9).
    01 timeout-secs usage binary-long unsigned value 5.
    01 settle-ms usage binary-long unsigned value 300.

    *> the assignment table dd-load fills
    01 dd-count usage binary-long unsigned external value 0.
    01 dd-table external.
        03 dd-entry occurs DD-LIMIT times.
            05 dd-logical pic x(32).
            05 dd-physical pic x(256).
    01 dd-index usage binary-long unsigned.
    01 dd-bare pic x(256).
    01 dd-split-pointer usage binary-long unsigned.
    01 dd-split-length pic x(9).
    01 env-name pic x(40).

    *> the program under its pseudo-terminal
    01 run-script-path pic x(256).
    01 run-script-status pic x(2).
        88 run-script-ok value "00".
    01 keys-fifo pic x(256).
    01 screen-log pic x(256).
    01 pid-file pic x(256).
    01 pid-read-path pic x(256).
    01 pid-in-status pic x(2).
        88 pid-in-ok value "00".
    01 holder-pid-file pic x(256).
    01 shell-command pic x(2048).
    01 child-pid usage binary-long value 0.
    01 holder-pid usage binary-long value 0.
    01 child-alive usage binary-long.
    01 poll-nanos usage binary-double value 20000000.
    01 elapsed-ms usage binary-long unsigned.
    01 quiet-ms usage binary-long unsigned.
    01 limit-ms usage binary-long unsigned.

    *> the terminal output, read as it grows
    01 log-handle pic x(4).
    01 log-open pic x value "N".
    01 log-access-mode pic x usage comp-x value 1.
    01 log-deny-mode pic x usage comp-x value 0.
    01 log-device pic x usage comp-x value 0.
    01 log-offset pic x(8) usage comp-x value 0.
    01 log-consumed pic x(8) usage comp-x value 0.
    01 log-size pic x(8) usage comp-x value 0.
    01 log-count pic x(4) usage comp-x.
    01 log-flags pic x usage comp-x value 0.
    01 log-size-flag pic x usage comp-x value 128.
    01 log-chunk pic x(4096).
    01 chunk-length usage binary-long unsigned.
    01 chunk-index usage binary-long unsigned.
    01 new-output pic x.

    *> the emulated terminal
    01 term-screen.
        03 term-row pic x(80) occurs SCREEN-ROWS times.
    01 screen-border pic x(80).
    01 cursor-row usage binary-long signed value 1.
    01 cursor-col usage binary-long signed value 1.
    01 saved-row usage binary-long signed value 1.
    01 saved-col usage binary-long signed value 1.
    01 scroll-top usage binary-long signed value 1.
    01 scroll-bottom usage binary-long signed value 24.
    01 wrap-pending pic x value "N".
    01 parse-state pic x value "T".
        88 in-text value "T".
        88 in-escape value "E".
        88 in-csi value "C".
        88 in-charset-g0 value "0".
        88 in-charset-g1 value "1".
        88 in-osc value "O".
        88 in-osc-escape value "S".
    01 g0-graphics pic x value "N".
    01 g1-graphics pic x value "N".
    01 shifted-out pic x value "N".
    01 keypad-cursor pic x value "N".
        88 cursor-keys-application value "Y".
    01 term-byte pic x.
    01 term-code usage binary-long unsigned.
    01 term-char pic x.
    01 csi-text pic x(64).
    01 csi-length usage binary-long unsigned.
    01 csi-private pic x.
    01 csi-final pic x.
    01 csi-arg-count usage binary-long unsigned.
    01 csi-args.
        03 csi-arg usage binary-long signed occurs CSI-ARG-LIMIT times.
    01 csi-n usage binary-long signed.
    01 csi-scan usage binary-long unsigned.
    01 csi-digit usage binary-long unsigned.
    01 row-index usage binary-long signed.
    01 col-index usage binary-long signed.
    01 move-count usage binary-long signed.
    01 edit-from usage binary-long signed.
    01 edit-to usage binary-long signed.
    01 row-work pic x(80).

    *> the keystroke script
    01 script-line-nr usage binary-long unsigned value 0.
    01 step-count usage binary-long unsigned value 0.
    01 capture-count usage binary-long unsigned value 0.
    01 statement pic x(512).
    01 verb pic x(16).
    01 operand pic x(512).
    01 operand-pointer usage binary-long unsigned.
    01 quote-char pic x.
    01 quoted-text pic x(256).
    01 after-quote pic x(256).
    01 key-name pic x(16).
    01 key-repeat-txt pic x(9).
    01 key-repeat usage binary-long unsigned.
    01 key-bytes pic x(256).
    01 key-length usage binary-long unsigned.
    01 key-index usage binary-long unsigned.
    01 key-octal pic 9(3).
    01 key-code usage binary-long unsigned.
    01 octal-high usage binary-long unsigned.
    01 octal-middle usage binary-long unsigned.
    01 octal-low usage binary-long unsigned.
    01 octal-rest usage binary-long unsigned.
    01 send-escapes pic x(1024).
    01 send-length usage binary-long unsigned.
    01 wait-text pic x(256).
    01 wait-found pic x.
    01 wait-hits usage binary-long unsigned.
    01 script-failed pic x value "N".
    01 capture-name pic x(64).
    01 screen-out-path pic x(256).
    01 screen-out-status pic x(2).
        88 screen-out-ok value "00".
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
procedure division.
    accept program-command from ARGUMENT-VALUE.
    accept keys-path from ARGUMENT-VALUE.
    if is-empty of program-command or is-empty of keys-path
        display "Usage: screen-drive program script.keys [--out dir]"
            " [--work dir] [--term name] [--timeout secs]"
            " [--settle-ms N] [--dd file]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-out
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to out-dir
            move concatenate(trim(out-dir), "/work") to work-dir
        when option-work
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to work-dir
        when option-term
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to term-name
        when option-timeout
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to number-arg
            move numval(number-arg) to timeout-secs
        when option-settle-ms
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to number-arg
            move numval(number-arg) to settle-ms
        when option-dd
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to dd-file
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if timeout-secs = 0
        move 1 to timeout-secs
    end-if.

    open input keys-in.
    if not keys-ok
        display "Error opening " trim(keys-path) ": " keys-in-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if not is-empty of dd-file
        perform export-datasets
    end-if.
    call "CBL_CREATE_DIR" using out-dir.
    call "CBL_CREATE_DIR" using work-dir.
    move 0 to RETURN-CODE.

    perform clear-screen.
    perform start-program.

    move SPACE to keys-in-status.
    perform until keys-eof or script-failed = "Y"
        read keys-in
            at end
                move "10" to keys-in-status
            not at end
                add 1 to script-line-nr
                move trim(keys-line) to statement
                if statement not = SPACE and statement(1:1) not = "#"
                    add 1 to step-count
                    perform run-statement
                end-if
        end-read
    end-perform.
    close keys-in.

    move settle-ms to limit-ms.
    perform settle-screen.
    move "final" to capture-name.
    perform write-capture.
    perform stop-program.

    move step-count to ws-num-edit.
    move capture-count to ws-num-edit2.
    display "screen-drive: " trim(ws-num-edit) " step(s), "
        trim(ws-num-edit2) " capture(s)".
    if script-failed = "Y"
        move 4 to RETURN-CODE
    else
        move 0 to RETURN-CODE
    end-if.
    stop run.

*>*
*> the program under a pseudo-terminal
*>*
export-datasets section.
    *> every assignment reaches the program as DD_<name>, organization
    *> prefix stripped -- the runtime's external file mapping
    call "dd-load" using dd-file.
    move 1 to dd-index.
    perform until dd-index > dd-count
        move dd-physical(dd-index) to dd-bare
        evaluate true
        when dd-bare(1:4) = "RDW:"
            move dd-physical(dd-index)(5:) to dd-bare
        when dd-bare(1:3) = "IX:" or dd-bare(1:3) = "RL:"
            move dd-physical(dd-index)(4:) to dd-bare
        when dd-bare(1:3) = "FB:"
            move SPACE to dd-split-length
            move 4 to dd-split-pointer
            unstring dd-physical(dd-index) delimited by ":"
                into dd-split-length
                with pointer dd-split-pointer
            end-unstring
            move dd-physical(dd-index)(dd-split-pointer:) to dd-bare
        end-evaluate
        move concatenate("DD_", trim(dd-logical(dd-index))) to env-name
        set environment env-name to trim(dd-bare)
        add 1 to dd-index
    end-perform.

start-program section.
    move concatenate(trim(work-dir), "/run.sh") to run-script-path.
    move concatenate(trim(work-dir), "/keys.fifo") to keys-fifo.
    move concatenate(trim(work-dir), "/screen.log") to screen-log.
    move concatenate(trim(work-dir), "/run.pid") to pid-file.
    move concatenate(trim(work-dir), "/holder.pid") to holder-pid-file.

    *> the shell script(1) runs: the terminal's size and type, then
    *> the program itself
    open output run-script.
    if not run-script-ok
        display "Error writing " trim(run-script-path) ": "
            run-script-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move "stty rows 24 cols 80 2>/dev/null" to run-script-line.
    write run-script-line.
    move concatenate("TERM=", trim(term-name), "; export TERM")
        to run-script-line.
    write run-script-line.
    move concatenate("exec ", trim(program-command)) to run-script-line.
    write run-script-line.
    close run-script.

    *> keystrokes travel through a fifo that a sleeping holder keeps
    *> open, so the program never sees end of input between keys
    move concatenate("rm -f ", trim(keys-fifo), " ", trim(screen-log),
            "; mkfifo ", trim(keys-fifo))
        to shell-command.
    call "SYSTEM" using shell-command.
    move concatenate("sleep 86400 >", trim(keys-fifo), " & echo $! >",
            trim(holder-pid-file))
        to shell-command.
    call "SYSTEM" using shell-command.
    move concatenate("script -q -f -c 'sh ", trim(run-script-path),
            "' /dev/null <", trim(keys-fifo), " >", trim(screen-log),
            " 2>&1 & echo $! >", trim(pid-file))
        to shell-command.
    call "SYSTEM" using shell-command.
    move 0 to RETURN-CODE.
    move pid-file to pid-read-path.
    perform read-pid.
    move pid-in-line to number-arg.
    move numval(number-arg) to child-pid.
    move holder-pid-file to pid-read-path.
    perform read-pid.
    move pid-in-line to number-arg.
    move numval(number-arg) to holder-pid.
    if child-pid <= 0
        display "Error: the program could not be started under a"
            " pseudo-terminal" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

read-pid section.
    move SPACE to pid-in-line.
    open input pid-in.
    if pid-in-ok
        read pid-in
            at end
                move SPACE to pid-in-line
        end-read
        close pid-in
    end-if.

stop-program section.
    *> hang up on the program, then release the keystroke fifo
    if child-pid > 0
        call "kill" using by value child-pid, by value 15
        move 0 to elapsed-ms
        move 0 to child-alive
        perform until child-alive not = 0 or elapsed-ms >= 2000
            call "CBL_GC_NANOSLEEP" using poll-nanos
            add 20 to elapsed-ms
            call "kill" using by value child-pid, by value 0
                giving child-alive
        end-perform
        if child-alive = 0
            call "kill" using by value child-pid, by value 9
        end-if
    end-if.
    if holder-pid > 0
        call "kill" using by value holder-pid, by value 15
    end-if.
    if log-open = "Y"
        call "CBL_CLOSE_FILE" using log-handle
        move "N" to log-open
    end-if.
    call "CBL_DELETE_FILE" using keys-fifo.
    move 0 to RETURN-CODE.

*>*
*> the keystroke script
*>*
run-statement section.
    move SPACE to verb operand.
    move 1 to operand-pointer.
    unstring statement delimited by all SPACE
        into verb
        with pointer operand-pointer
    end-unstring.
    if operand-pointer <= length(statement)
        move trim(statement(operand-pointer:)) to operand
    end-if.
    move upper-case(verb) to verb.
    evaluate verb
    when "TYPE"
        perform unquote-operand
        move quoted-text to key-bytes
        move length(trim(quoted-text, trailing)) to key-length
        if operand(1:1) = "'" or operand(1:1) = '"'
            perform quoted-length
        end-if
        perform send-keys
    when "PRESS"
        move SPACE to key-name key-repeat-txt
        unstring operand delimited by all SPACE
            into key-name key-repeat-txt
        end-unstring
        move 1 to key-repeat
        if key-repeat-txt not = SPACE
            move numval(key-repeat-txt) to key-repeat
        end-if
        perform named-key
        if key-length = 0
            move "an unknown key name" to operand
            perform script-error
        end-if
        perform key-repeat times
            perform send-keys
        end-perform
    when "WAIT"
        if upper-case(operand(1:4)) = "FOR "
            move trim(operand(5:)) to operand
            perform unquote-operand
            move quoted-text to wait-text
            compute limit-ms = timeout-secs * 1000
            if after-quote not = SPACE
                compute limit-ms = numval(after-quote) * 1000
            end-if
            perform wait-for-text
        else
            move operand to number-arg
            move numval(number-arg) to limit-ms
            perform pause-for
        end-if
    when "CAPTURE"
        if operand = SPACE
            move "capture needs a name" to operand
            perform script-error
        end-if
        move settle-ms to limit-ms
        perform settle-screen
        move operand to capture-name
        perform write-capture
    when other
        move "an unknown statement" to operand
        perform script-error
    end-evaluate.

unquote-operand section.
    *> 'text' or "text" keeps its spaces; anything after the closing
    *> quote is handed back in after-quote
    move SPACE to quoted-text after-quote.
    if operand(1:1) = "'" or operand(1:1) = '"'
        move operand(1:1) to quote-char
        move 2 to operand-pointer
        unstring operand delimited by quote-char
            into quoted-text
            with pointer operand-pointer
        end-unstring
        if operand-pointer <= length(operand)
            move trim(operand(operand-pointer:)) to after-quote
        end-if
    else
        move operand to quoted-text
    end-if.

quoted-length section.
    *> the typed length runs to the closing quote, trailing spaces and all
    move 0 to key-length.
    move 2 to key-index.
    perform until key-index > length(operand)
            or operand(key-index:1) = quote-char
        add 1 to key-length
        add 1 to key-index
    end-perform.

named-key section.
    move upper-case(key-name) to key-name.
    move SPACE to key-bytes.
    move 0 to key-length.
    evaluate key-name
    when "ENTER"
        move x"0D" to key-bytes
        move 1 to key-length
    when "TAB"
        move x"09" to key-bytes
        move 1 to key-length
    when "BACKTAB"
        move x"1B5B5A" to key-bytes
        move 3 to key-length
    when "ESC"
        move x"1B" to key-bytes
        move 1 to key-length
    when "BACKSPACE"
        move x"7F" to key-bytes
        move 1 to key-length
    when "DELETE"
        move x"1B5B337E" to key-bytes
        move 4 to key-length
    when "INSERT"
        move x"1B5B327E" to key-bytes
        move 4 to key-length
    when "HOME"
        move x"1B5B317E" to key-bytes
        move 4 to key-length
    when "END"
        move x"1B5B347E" to key-bytes
        move 4 to key-length
    when "PGUP"
        move x"1B5B357E" to key-bytes
        move 4 to key-length
    when "PGDN"
        move x"1B5B367E" to key-bytes
        move 4 to key-length
    when "UP"
    when "DOWN"
    when "RIGHT"
    when "LEFT"
        *> the cursor keys answer in the mode the program asked for
        if cursor-keys-application
            move x"1B4F" to key-bytes
        else
            move x"1B5B" to key-bytes
        end-if
        evaluate key-name
        when "UP"
            move "A" to key-bytes(3:1)
        when "DOWN"
            move "B" to key-bytes(3:1)
        when "RIGHT"
            move "C" to key-bytes(3:1)
        when other
            move "D" to key-bytes(3:1)
        end-evaluate
        move 3 to key-length
    when "F1"
        move x"1B4F50" to key-bytes
        move 3 to key-length
    when "F2"
        move x"1B4F51" to key-bytes
        move 3 to key-length
    when "F3"
        move x"1B4F52" to key-bytes
        move 3 to key-length
    when "F4"
        move x"1B4F53" to key-bytes
        move 3 to key-length
    when "F5"
        move x"1B5B31357E" to key-bytes
        move 5 to key-length
    when "F6"
        move x"1B5B31377E" to key-bytes
        move 5 to key-length
    when "F7"
        move x"1B5B31387E" to key-bytes
        move 5 to key-length
    when "F8"
        move x"1B5B31397E" to key-bytes
        move 5 to key-length
    when "F9"
        move x"1B5B32307E" to key-bytes
        move 5 to key-length
    when "F10"
        move x"1B5B32317E" to key-bytes
        move 5 to key-length
    when "F11"
        move x"1B5B32337E" to key-bytes
        move 5 to key-length
    when "F12"
        move x"1B5B32347E" to key-bytes
        move 5 to key-length
    end-evaluate.

send-keys section.
    *> every byte goes to the fifo as a printf octal escape, so no key
    *> is ever at the mercy of the shell's quoting
    if key-length = 0
        exit section
    end-if.
    move SPACE to send-escapes.
    move 1 to send-length.
    move 1 to key-index.
    perform until key-index > key-length
        compute key-code = ord(key-bytes(key-index:1)) - 1
        divide key-code by 64 giving octal-high remainder octal-rest
        divide octal-rest by 8 giving octal-middle remainder octal-low
        compute key-octal = octal-high * 100 + octal-middle * 10 + octal-low
        move "\" to send-escapes(send-length:1)
        move key-octal to send-escapes(send-length + 1:3)
        add 4 to send-length
        add 1 to key-index
    end-perform.
    move concatenate("printf '", send-escapes(1:send-length - 1), "' >",
            trim(keys-fifo))
        to shell-command.
    call "SYSTEM" using shell-command.
    move 0 to RETURN-CODE.
    perform drain-output.

wait-for-text section.
    move "N" to wait-found.
    move 0 to elapsed-ms.
    move 0 to child-alive.
    perform until wait-found = "Y" or elapsed-ms >= limit-ms
            or child-alive not = 0
        perform drain-output
        perform find-wait-text
        if wait-found = "N"
            call "kill" using by value child-pid, by value 0
                giving child-alive
            call "CBL_GC_NANOSLEEP" using poll-nanos
            add 20 to elapsed-ms
        end-if
    end-perform.
    if wait-found = "N"
        perform drain-output
        perform find-wait-text
    end-if.
    if wait-found = "N"
        move script-line-nr to ws-num-edit
        if child-alive not = 0
            display "Error: " trim(keys-path) " line " trim(ws-num-edit)
                ": the program ended before '" trim(wait-text)
                "' appeared" upon syserr
        else
            display "Error: " trim(keys-path) " line " trim(ws-num-edit)
                ": timed out waiting for '" trim(wait-text) "'"
                upon syserr
        end-if
        move "timeout" to capture-name
        perform write-capture
        perform show-screen
        move "Y" to script-failed
        move "10" to keys-in-status
    end-if.

find-wait-text section.
    move 0 to wait-hits.
    move 1 to row-index.
    perform until row-index > SCREEN-ROWS or wait-hits > 0
        inspect term-row(row-index) tallying wait-hits
            for all wait-text(1:length(trim(wait-text, trailing)))
        add 1 to row-index
    end-perform.
    if wait-hits > 0
        move "Y" to wait-found
    end-if.

pause-for section.
    move 0 to elapsed-ms.
    perform until elapsed-ms >= limit-ms
        perform drain-output
        call "CBL_GC_NANOSLEEP" using poll-nanos
        add 20 to elapsed-ms
    end-perform.
    perform drain-output.

settle-screen section.
    *> the screen is settled once nothing new arrives for limit-ms,
    *> and never waited on longer than the --timeout
    move 0 to elapsed-ms quiet-ms.
    perform until quiet-ms >= limit-ms
            or elapsed-ms >= timeout-secs * 1000
        perform drain-output
        if new-output = "Y"
            move 0 to quiet-ms
        else
            add 20 to quiet-ms
        end-if
        call "CBL_GC_NANOSLEEP" using poll-nanos
        add 20 to elapsed-ms
    end-perform.

write-capture section.
    move concatenate(trim(out-dir), "/", trim(capture-name), ".scr")
        to screen-out-path.
    open output screen-out.
    if not screen-out-ok
        display "Error writing " trim(screen-out-path) ": "
            screen-out-status upon syserr
        exit section
    end-if.
    move 1 to row-index.
    perform until row-index > SCREEN-ROWS
        move term-row(row-index) to screen-out-line
        write screen-out-line
        add 1 to row-index
    end-perform.
    close screen-out.
    add 1 to capture-count.
    display "captured " trim(screen-out-path).

show-screen section.
    move all "-" to screen-border.
    display "+" screen-border "+".
    move 1 to row-index.
    perform until row-index > SCREEN-ROWS
        display "|" term-row(row-index) "|"
        add 1 to row-index
    end-perform.
    display "+" screen-border "+".

script-error section.
    move script-line-nr to ws-num-edit.
    display "Error: " trim(keys-path) " line " trim(ws-num-edit) ": "
        trim(operand) ": " trim(statement) upon syserr.
    perform stop-program.
    move 2 to RETURN-CODE.
    stop run.

*>*
*> the terminal emulator: a VT100 subset, enough for curses screens
*>*
drain-output section.
    *> feed whatever the program wrote since the last look through
    *> the emulator
    move "N" to new-output.
    if log-open = "N"
        call "CBL_OPEN_FILE" using screen-log, log-access-mode,
            log-deny-mode, log-device, log-handle
        if RETURN-CODE not = 0
            move 0 to RETURN-CODE
            exit section
        end-if
        move "Y" to log-open
    end-if.
    move 0 to log-size.
    call "CBL_READ_FILE" using log-handle, log-size, log-count,
        log-size-flag, log-chunk.
    move 0 to RETURN-CODE.
    perform until log-consumed >= log-size
        compute chunk-length = log-size - log-consumed
        if chunk-length > CHUNK-SIZE
            move CHUNK-SIZE to chunk-length
        end-if
        move log-consumed to log-offset
        move chunk-length to log-count
        call "CBL_READ_FILE" using log-handle, log-offset, log-count,
            log-flags, log-chunk
        if RETURN-CODE not = 0
            move 0 to RETURN-CODE
            exit section
        end-if
        move "Y" to new-output
        move 1 to chunk-index
        perform until chunk-index > chunk-length
            move log-chunk(chunk-index:1) to term-byte
            perform term-feed
            add 1 to chunk-index
        end-perform
        add chunk-length to log-consumed
    end-perform.

term-feed section.
    compute term-code = ord(term-byte) - 1.
    evaluate true
    when in-escape
        perform term-escape
    when in-csi
        if term-code >= 64 and term-code <= 126
            move term-byte to csi-final
            perform term-csi
            set in-text to true
        else
            if term-code = 63 and csi-length = 0
                move "?" to csi-private
            else
                if csi-length < length(csi-text)
                    add 1 to csi-length
                    move term-byte to csi-text(csi-length:1)
                end-if
            end-if
        end-if
    when in-charset-g0
        if term-byte = "0"
            move "Y" to g0-graphics
        else
            move "N" to g0-graphics
        end-if
        set in-text to true
    when in-charset-g1
        if term-byte = "0"
            move "Y" to g1-graphics
        else
            move "N" to g1-graphics
        end-if
        set in-text to true
    when in-osc
        evaluate term-code
        when 7
            set in-text to true
        when 27
            set in-osc-escape to true
        end-evaluate
    when in-osc-escape
        set in-text to true
    when other
        perform term-text
    end-evaluate.

term-text section.
    evaluate true
    when term-code = 27
        set in-escape to true
    when term-code = 13
        move 1 to cursor-col
        move "N" to wrap-pending
    when term-code = 10 or term-code = 11 or term-code = 12
        perform term-index
        move "N" to wrap-pending
    when term-code = 8
        if cursor-col > 1
            subtract 1 from cursor-col
        end-if
        move "N" to wrap-pending
    when term-code = 9
        *> to the next tab stop, one every 8 columns
        compute move-count = cursor-col - 1
        divide move-count by 8 giving move-count
        compute cursor-col = move-count * 8 + 9
        if cursor-col > SCREEN-COLS
            move SCREEN-COLS to cursor-col
        end-if
    when term-code = 14
        move "Y" to shifted-out
    when term-code = 15
        move "N" to shifted-out
    when term-code < 32 or term-code = 127
        continue
    when term-code >= 128 and term-code < 192
        *> a UTF-8 continuation byte: its lead byte took the cell
        continue
    when other
        if term-code >= 192
            move "?" to term-char
        else
            move term-byte to term-char
            if (shifted-out = "Y" and g1-graphics = "Y")
                    or (shifted-out = "N" and g0-graphics = "Y")
                perform term-line-drawing
            end-if
        end-if
        if wrap-pending = "Y"
            move 1 to cursor-col
            perform term-index
            move "N" to wrap-pending
        end-if
        move term-char to term-row(cursor-row)(cursor-col:1)
        if cursor-col < SCREEN-COLS
            add 1 to cursor-col
        else
            move "Y" to wrap-pending
        end-if
    end-evaluate.

term-line-drawing section.
    *> the DEC special graphics set, drawn in plain characters
    evaluate term-char
    when "q"
        move "-" to term-char
    when "x"
        move "|" to term-char
    when "j" when "k" when "l" when "m" when "n"
    when "t" when "u" when "v" when "w"
        move "+" to term-char
    when "a"
        move "#" to term-char
    when "~"
        move "*" to term-char
    end-evaluate.

term-escape section.
    set in-text to true.
    evaluate term-byte
    when "["
        set in-csi to true
        move SPACE to csi-text csi-private
        move 0 to csi-length
    when "]"
        set in-osc to true
    when "("
        set in-charset-g0 to true
    when ")"
        set in-charset-g1 to true
    when "7"
        move cursor-row to saved-row
        move cursor-col to saved-col
    when "8"
        move saved-row to cursor-row
        move saved-col to cursor-col
        move "N" to wrap-pending
    when "D"
        perform term-index
    when "E"
        move 1 to cursor-col
        perform term-index
    when "M"
        perform term-reverse-index
    when "c"
        perform clear-screen
    end-evaluate.

term-csi section.
    *> split the parameters, empty ones counting as 0
    move 0 to csi-arg-count.
    move 0 to csi-arg(1).
    if csi-length > 0
        move 1 to csi-arg-count
        move 1 to csi-scan
        perform until csi-scan > csi-length
            evaluate true
            when csi-text(csi-scan:1) = ";"
                if csi-arg-count < CSI-ARG-LIMIT
                    add 1 to csi-arg-count
                    move 0 to csi-arg(csi-arg-count)
                end-if
            when csi-text(csi-scan:1) >= "0" and csi-text(csi-scan:1) <= "9"
                compute csi-digit = ord(csi-text(csi-scan:1)) - 49
                compute csi-arg(csi-arg-count) =
                    csi-arg(csi-arg-count) * 10 + csi-digit
            end-evaluate
            add 1 to csi-scan
        end-perform
    end-if.
    move csi-arg(1) to csi-n.
    if csi-arg-count = 0 or csi-n = 0
        move 1 to csi-n
    end-if.
    move "N" to wrap-pending.
    evaluate csi-final
    when "A"
        compute cursor-row = cursor-row - csi-n
    when "B"
        compute cursor-row = cursor-row + csi-n
    when "C"
        compute cursor-col = cursor-col + csi-n
    when "D"
        compute cursor-col = cursor-col - csi-n
    when "E"
        compute cursor-row = cursor-row + csi-n
        move 1 to cursor-col
    when "F"
        compute cursor-row = cursor-row - csi-n
        move 1 to cursor-col
    when "G"
    when "`"
        move csi-n to cursor-col
    when "d"
        move csi-n to cursor-row
    when "H"
    when "f"
        move csi-n to cursor-row
        move 1 to cursor-col
        if csi-arg-count > 1 and csi-arg(2) > 0
            move csi-arg(2) to cursor-col
        end-if
    when "J"
        perform term-erase-display
    when "K"
        perform term-erase-line
    when "X"
        compute edit-to = cursor-col + csi-n - 1
        if edit-to > SCREEN-COLS
            move SCREEN-COLS to edit-to
        end-if
        move SPACE to term-row(cursor-row)
            (cursor-col:edit-to - cursor-col + 1)
    when "P"
        perform term-delete-chars
    when "@"
        perform term-insert-chars
    when "L"
        perform term-insert-lines
    when "M"
        perform term-delete-lines
    when "S"
        perform csi-n times
            move scroll-top to edit-from
            perform term-scroll-up
        end-perform
    when "T"
        perform csi-n times
            perform term-scroll-down
        end-perform
    when "r"
        move 1 to scroll-top
        move SCREEN-ROWS to scroll-bottom
        if csi-arg-count > 0 and csi-arg(1) > 0
            move csi-arg(1) to scroll-top
        end-if
        if csi-arg-count > 1 and csi-arg(2) > 0
                and csi-arg(2) <= SCREEN-ROWS
            move csi-arg(2) to scroll-bottom
        end-if
        if scroll-top >= scroll-bottom
            move 1 to scroll-top
            move SCREEN-ROWS to scroll-bottom
        end-if
        move 1 to cursor-row cursor-col
    when "h"
    when "l"
        perform term-set-mode
    end-evaluate.
    if cursor-row < 1
        move 1 to cursor-row
    end-if.
    if cursor-row > SCREEN-ROWS
        move SCREEN-ROWS to cursor-row
    end-if.
    if cursor-col < 1
        move 1 to cursor-col
    end-if.
    if cursor-col > SCREEN-COLS
        move SCREEN-COLS to cursor-col
    end-if.

term-set-mode section.
    if csi-private not = "?"
        exit section
    end-if.
    move 1 to csi-scan.
    perform until csi-scan > csi-arg-count
        evaluate csi-arg(csi-scan)
        when 1
            if csi-final = "h"
                move "Y" to keypad-cursor
            else
                move "N" to keypad-cursor
            end-if
        when 47
        when 1047
        when 1049
            *> the alternate screen starts out blank
            if csi-final = "h"
                perform clear-screen
            end-if
        end-evaluate
        add 1 to csi-scan
    end-perform.

term-erase-display section.
    evaluate csi-arg(1)
    when 1
        move 1 to row-index
        perform until row-index >= cursor-row
            move SPACE to term-row(row-index)
            add 1 to row-index
        end-perform
        move SPACE to term-row(cursor-row)(1:cursor-col)
    when 2
    when 3
        move SPACE to term-screen
    when other
        move SPACE to term-row(cursor-row)(cursor-col:)
        compute row-index = cursor-row + 1
        perform until row-index > SCREEN-ROWS
            move SPACE to term-row(row-index)
            add 1 to row-index
        end-perform
    end-evaluate.

term-erase-line section.
    evaluate csi-arg(1)
    when 1
        move SPACE to term-row(cursor-row)(1:cursor-col)
    when 2
        move SPACE to term-row(cursor-row)
    when other
        move SPACE to term-row(cursor-row)(cursor-col:)
    end-evaluate.

term-delete-chars section.
    move term-row(cursor-row) to row-work.
    move SPACE to term-row(cursor-row)(cursor-col:).
    compute edit-from = cursor-col + csi-n.
    if edit-from <= SCREEN-COLS
        move row-work(edit-from:) to term-row(cursor-row)(cursor-col:)
    end-if.

term-insert-chars section.
    move term-row(cursor-row) to row-work.
    move SPACE to term-row(cursor-row)(cursor-col:).
    compute edit-to = cursor-col + csi-n.
    if edit-to <= SCREEN-COLS
        move row-work(cursor-col:SCREEN-COLS - edit-to + 1)
            to term-row(cursor-row)(edit-to:)
    end-if.

term-insert-lines section.
    if cursor-row < scroll-top or cursor-row > scroll-bottom
        exit section
    end-if.
    perform csi-n times
        move scroll-bottom to row-index
        perform until row-index <= cursor-row
            move term-row(row-index - 1) to term-row(row-index)
            subtract 1 from row-index
        end-perform
        move SPACE to term-row(cursor-row)
    end-perform.

term-delete-lines section.
    if cursor-row < scroll-top or cursor-row > scroll-bottom
        exit section
    end-if.
    perform csi-n times
        move cursor-row to edit-from
        perform term-scroll-up
    end-perform.

term-index section.
    *> line feed: down a row, scrolling the region at its bottom
    if cursor-row = scroll-bottom
        move scroll-top to edit-from
        perform term-scroll-up
    else
        if cursor-row < SCREEN-ROWS
            add 1 to cursor-row
        end-if
    end-if.

term-reverse-index section.
    if cursor-row = scroll-top
        perform term-scroll-down
    else
        if cursor-row > 1
            subtract 1 from cursor-row
        end-if
    end-if.

term-scroll-up section.
    *> rows edit-from+1 through the region's bottom move up one
    move edit-from to row-index.
    perform until row-index >= scroll-bottom
        move term-row(row-index + 1) to term-row(row-index)
        add 1 to row-index
    end-perform.
    move SPACE to term-row(scroll-bottom).

term-scroll-down section.
    move scroll-bottom to row-index.
    perform until row-index <= scroll-top
        move term-row(row-index - 1) to term-row(row-index)
        subtract 1 from row-index
    end-perform.
    move SPACE to term-row(scroll-top).

clear-screen section.
    move SPACE to term-screen.
    move 1 to cursor-row cursor-col.
    move 1 to scroll-top.
    move SCREEN-ROWS to scroll-bottom.
    move "N" to wrap-pending.
end program screen-drive.
