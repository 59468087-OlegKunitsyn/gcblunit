*>  assert-equals-file. A request carrying STUB-SHUTDOWN ends the
*>  server after its reply; so does reaching --max exchanges.
*>
*>  A payload may spell the bytes a script line cannot hold as
*>  escapes -- \n line feed, \r carriage return, \t tab, \\ backslash,
*>  \xHH any byte (\x7C for "|", \x20 for a space the line would
*>  lose at either end) -- which is how record-proxy writes a
*>  multi-line HTTP response into one line. The line feed sent after
*>  every payload is left off when the payload already ends in one.
*>
*>  Start it from a suite's -setup hook in the background and point
*>  the code under test at localhost:
*>    stub-server port script.txt exchange.log [--max N]
data division.
file section.
fd stub-script.
    01 stub-script-line pic x(4096).
fd exchange-log.
    01 exchange-log-line pic x(200).
working-storage section.
    01 script-tbl.
        03 script-entry occurs SCRIPT-LIMIT times.
            05 script-match pic x(64).
            05 script-payload pic x(4000).
            05 script-payload-len usage binary-long unsigned.
            05 script-delay usage binary-long unsigned.
    01 script-delay-txt pic x(9).
    01 script-index usage binary-long unsigned.
    01 payload-text pic x(4000).
    01 payload-text-len usage binary-long unsigned.
    01 payload-scan usage binary-long unsigned.
    01 payload-byte usage binary-long unsigned.
    01 hex-digits pic x(16) value "0123456789ABCDEF".
    01 hex-high usage binary-long unsigned.
    01 hex-low usage binary-long unsigned.

    *> raw socket plumbing, the same shape as gcblunit's --listen
    01 listen-fd usage binary-long value -1.
    01 null-ptr usage pointer value null.
    01 request-buffer pic x(2048).
    01 recv-count usage binary-long.
    01 reply-buffer pic x(4002).
    01 reply-len usage binary-long.

    01 exchange-count usage binary-long unsigned value 0.
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    move SPACE to script-delay-txt payload-text
                    unstring stub-script-line delimited by "|"
                        into script-match(script-count)
                             payload-text
                             script-delay-txt
                    end-unstring
                    perform decode-payload
                    if script-delay-txt = SPACE
                        move 0 to script-delay(script-count)
                    else
        stop run
    end-if.

decode-payload section.
    *> the payload as sent: the text between the bars, trimmed, with
    *> its escapes turned back into the bytes they stand for
    move SPACE to script-payload(script-count).
    move 0 to script-payload-len(script-count).
    if payload-text = SPACE
        exit section
    end-if.
    move trim(payload-text) to payload-text.
    move byte-length(trim(payload-text, trailing)) to payload-text-len.
    move 1 to payload-scan.
    perform until payload-scan > payload-text-len
        add 1 to script-payload-len(script-count)
        if payload-text(payload-scan:1) = "\"
                and payload-scan < payload-text-len
            add 1 to payload-scan
            evaluate payload-text(payload-scan:1)
            when "n"
                move x"0a" to script-payload(script-count)
                    (script-payload-len(script-count):1)
            when "r"
                move x"0d" to script-payload(script-count)
                    (script-payload-len(script-count):1)
            when "t"
                move x"09" to script-payload(script-count)
                    (script-payload-len(script-count):1)
            when "x"
                perform decode-hex-byte
            when other
                move payload-text(payload-scan:1)
                    to script-payload(script-count)
                        (script-payload-len(script-count):1)
            end-evaluate
        else
            move payload-text(payload-scan:1)
                to script-payload(script-count)
                    (script-payload-len(script-count):1)
        end-if
        add 1 to payload-scan
    end-perform.

decode-hex-byte section.
    *> \xHH: two hex digits after the x, either case
    move 0 to hex-high hex-low.
    if payload-scan + 2 <= payload-text-len
        move 1 to payload-byte
        perform until payload-byte > 16
            if upper-case(payload-text(payload-scan + 1:1))
                    = hex-digits(payload-byte:1)
                compute hex-high = payload-byte - 1
            end-if
            if upper-case(payload-text(payload-scan + 2:1))
                    = hex-digits(payload-byte:1)
                compute hex-low = payload-byte - 1
            end-if
            add 1 to payload-byte
        end-perform
        add 2 to payload-scan
    end-if.
    move char(hex-high * 16 + hex-low + 1) to script-payload(script-count)
        (script-payload-len(script-count):1).

open-listener section.
    call "socket" using by value 2, by value 1, by value 0
        giving listen-fd.
            *> scripted delay: how a suite tests its timeout handling
            call "C$SLEEP" using script-delay(matched-index)
        end-if
        move script-payload-len(matched-index) to reply-len
        if reply-len > 0
            move script-payload(matched-index)(1:reply-len)
                to reply-buffer
        end-if
        if reply-len = 0
            add 1 to reply-len
            move x"0a" to reply-buffer(reply-len:1)
        else
            if reply-buffer(reply-len:1) not = x"0a"
                add 1 to reply-len
                move x"0a" to reply-buffer(reply-len:1)
            end-if
        end-if
        call "send" using by value conn-fd,
            by reference reply-buffer, by value reply-len,
            by value 0 giving call-rc
