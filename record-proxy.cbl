       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit recording proxy
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Sits between the code under test and a real partner endpoint on the
*>  test network and writes what passes through as a stub-server
*>  script, so the canned exchanges are what the partner really sends
*>  instead of what someone remembered to type. Every connection is
*>  relayed both ways until either side closes, then recorded as one
*>    match-substring|canned-payload|delay-seconds
*>  line: the match is the request's first line (the request line of
*>  an HTTP call), cut short of any redacted value; the payload the
*>  whole response in stub-server's escapes (\r\n and friends, \x7C
*>  for a bar); the delay the observed seconds between the request and
*>  the first byte of the response, rounded. A request line already
*>  recorded is noted as a comment -- stub-server answers the first
*>  match, so a second entry would never be served. Each --redact name
*>  replaces the value of a header of that name (any case), a "name":
*>  JSON field and a name= form or query field with REDACTED, in the
*>  request and the response alike, before anything is written, so
*>  tokens never land in a fixture. A response longer than a script
*>  line holds is reported, not cut.
*>
*>  One session against UAT becomes the offline stub:
*>    record-proxy 8080 uat-host:443 partner.stub [--redact Authorization]
*>        [--redact token] [--max N]
*>    stub-server 8080 partner.stub exchange.log
*>  A request carrying STUB-SHUTDOWN ends the recording, unforwarded;
*>  so does reaching --max exchanges (default 100).
identification division.
program-id. record-proxy.
environment division.
configuration section.
repository.
    function all intrinsic
    function connect-socket
    function substr-pos.
input-output section.
file-control.
    select recorded-script assign to dynamic script-path
    organization is line sequential
    file status is recorded-script-status.
data division.
file section.
fd recorded-script.
    01 recorded-script-line pic x(4096).
working-storage section.
    78 CAPTURE-SIZE value 16384.
    78 PAYLOAD-LIMIT value 4000.
    78 REDACT-LIMIT value 16.
    78 KEY-LIMIT value 256.
    78 POLLIN value 1.
    01 argv pic x(512).
        88 option-redact value "--redact".
        88 option-max value "--max".
    01 port-arg pic x(9) value SPACE.
        88 is-empty value SPACE.
    01 upstream-arg pic x(150) value SPACE.
        88 is-empty value SPACE.
    01 script-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 max-arg pic x(9).
    01 max-exchanges usage binary-long unsigned value 100.
    01 listen-port usage binary-long unsigned.
    01 upstream-host pic x(128).
    01 upstream-port pic x(5).

    01 script-path pic x(256).
    01 recorded-script-status pic x(2).
        88 recorded-script-ok value "00".

    01 redact-count usage binary-long unsigned value 0.
    01 redact-tbl.
        03 redact-name pic x(64) occurs REDACT-LIMIT times.

    *> raw socket plumbing for the listening side, as stub-server's
    01 listen-fd usage binary-long value -1.
    01 conn-fd usage binary-long value -1.
    01 upstream-fd usage binary-long value -1.
    01 sockaddr pic x(16).
    01 sock-byte usage binary-long unsigned.
    01 call-rc usage binary-long.
    01 null-ptr usage pointer value null.
    01 connect-status usage binary-char unsigned.
    01 connect-message pic x(128).

    *> both ends watched at once; whichever has data is relayed
    01 poll-set.
        03 poll-entry occurs 2 times.
            05 poll-fd usage binary-long.
            05 poll-events usage binary-short.
            05 poll-revents usage binary-short.
    01 poll-timeout usage binary-long value 30000.
    01 poll-rc usage binary-long.
    01 relay-buffer pic x(4096).
    01 relay-count usage binary-long.
    01 relay-open pic x.

    01 request-capture pic x(CAPTURE-SIZE).
    01 request-len usage binary-long unsigned.
    01 response-capture pic x(CAPTURE-SIZE).
    01 response-len usage binary-long unsigned.
    01 capture-room usage binary-long.
    01 request-time usage binary-long.
    01 reply-time usage binary-long.
    01 reply-seen pic x.
    01 clock-now pic x(21).
    01 clock-cs usage binary-long.
    01 delay-cs usage binary-long.
    01 delay-seconds usage binary-long unsigned.
    01 delay-edit pic z(4)9.

    *> redaction works on one capture at a time
    01 redact-text pic x(CAPTURE-SIZE).
    01 redact-len usage binary-long unsigned.
    01 redact-out pic x(CAPTURE-SIZE).
    01 redact-out-len usage binary-long unsigned.
    01 redact-pos usage binary-long unsigned.
    01 redact-index usage binary-long unsigned.
    01 redact-name-len usage binary-long unsigned.
    01 redact-done pic x.
    01 redact-hits usage binary-long unsigned.
    01 REDACTED-TEXT pic x(8) value "REDACTED".
    01 redacted-at usage binary-long unsigned.

    *> the script entry
    01 match-key pic x(64).
    01 match-key-len usage binary-long unsigned.
    01 key-count usage binary-long unsigned value 0.
    01 key-tbl.
        03 key-entry pic x(64) occurs KEY-LIMIT times.
    01 key-index usage binary-long unsigned.
    01 key-repeat usage binary-long unsigned.
    01 payload-text pic x(4096).
    01 payload-len usage binary-long unsigned.
    01 payload-overflow pic x.
    01 encode-pos usage binary-long unsigned.
    01 encode-byte usage binary-long unsigned.
    01 hex-digits pic x(16) value "0123456789ABCDEF".

    01 exchange-count usage binary-long unsigned value 0.
    01 recorded-count usage binary-long unsigned value 0.
    01 shutdown-wanted pic x value "N".
        88 is-shutdown-wanted value "Y".
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit-2 pic z(8)9.
procedure division.
    accept port-arg from ARGUMENT-VALUE.
    accept upstream-arg from ARGUMENT-VALUE.
    accept script-file from ARGUMENT-VALUE.
    if is-empty of port-arg or is-empty of upstream-arg
            or is-empty of script-file
        display "Usage: record-proxy port host:port script.txt"
            " [--redact name ...] [--max N]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move numval(port-arg) to listen-port.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-redact
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            if redact-count >= REDACT-LIMIT
                display "Fatal: more than " REDACT-LIMIT
                    " --redact names" upon syserr
                move 3 to RETURN-CODE
                stop run
            end-if
            add 1 to redact-count
            move argv to redact-name(redact-count)
        when option-max
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to max-arg
            move numval(max-arg) to max-exchanges
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    move SPACE to upstream-host upstream-port.
    unstring upstream-arg delimited by ":" into upstream-host upstream-port
    end-unstring.
    if upstream-port = SPACE
        move "80" to upstream-port
    end-if.

    move script-file to script-path.
    open output recorded-script.
    if not recorded-script-ok
        display "Error writing " trim(script-file) ": "
            recorded-script-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move concatenate("# recorded by record-proxy from ", trim(upstream-arg),
            " on ", current-date(1:8))
        to recorded-script-line.
    write recorded-script-line.
    if redact-count > 0
        move "# redacted:" to recorded-script-line
        move 1 to redact-index
        perform until redact-index > redact-count
            move concatenate(trim(recorded-script-line), " ",
                    trim(redact-name(redact-index)))
                to recorded-script-line
            add 1 to redact-index
        end-perform
        write recorded-script-line
    end-if.
    close recorded-script.

    perform open-listener.
    display "record-proxy: listening on port " trim(port-arg)
        ", recording " trim(upstream-arg) " into " trim(script-file).

    perform until is-shutdown-wanted
            or exchange-count >= max-exchanges
        perform relay-one-exchange
    end-perform.

    call "close" using by value listen-fd giving call-rc.
    move exchange-count to ws-num-edit.
    move recorded-count to ws-num-edit-2.
    display "record-proxy: " trim(ws-num-edit) " exchange(s) relayed, "
        trim(ws-num-edit-2) " recorded in " trim(script-file).
    move 0 to RETURN-CODE.
    stop run.

open-listener section.
    call "socket" using by value 2, by value 1, by value 0
        giving listen-fd.
    if listen-fd < 0
        display "Error: cannot create listen socket" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move low-values to sockaddr.
    move x"02" to sockaddr(1:1).
    divide listen-port by 256 giving sock-byte.
    move char(sock-byte + 1) to sockaddr(3:1).
    compute sock-byte = mod(listen-port, 256).
    move char(sock-byte + 1) to sockaddr(4:1).
    call "bind" using by value listen-fd, by reference sockaddr,
        by value 16 giving call-rc.
    if call-rc not = 0
        display "Error: cannot bind port " trim(port-arg) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    call "listen" using by value listen-fd, by value 4
        giving call-rc.

relay-one-exchange section.
    call "accept" using by value listen-fd,
        by value null-ptr, by value null-ptr
        giving conn-fd.
    if conn-fd < 0
        display "Error: accept failed" upon syserr
        move "Y" to shutdown-wanted
        exit section
    end-if.
    move 0 to request-len response-len.
    move "N" to reply-seen.

    *> the opening bytes decide whether this is the shutdown request
    *> before the partner is bothered with a connection
    call "recv" using by value conn-fd, by reference relay-buffer,
        by value 4096, by value 0 giving relay-count.
    if relay-count <= 0
        call "close" using by value conn-fd giving call-rc
        exit section
    end-if.
    if substr-pos(relay-buffer(1:relay-count), "STUB-SHUTDOWN") > 0
        move "Y" to shutdown-wanted
        call "close" using by value conn-fd giving call-rc
        exit section
    end-if.

    move connect-socket(upstream-host, upstream-port, "tcp",
            connect-status, connect-message)
        to upstream-fd.
    if connect-status not = 0
        display "Error: " trim(upstream-arg) " not reachable ("
            trim(connect-message) ")" upon syserr
        call "close" using by value conn-fd giving call-rc
        exit section
    end-if.
    add 1 to exchange-count.
    perform capture-request.
    call "send" using by value upstream-fd, by reference relay-buffer,
        by value relay-count, by value 0 giving call-rc.

    move "Y" to relay-open.
    perform until relay-open = "N"
        move conn-fd to poll-fd(1)
        move upstream-fd to poll-fd(2)
        move POLLIN to poll-events(1) poll-events(2)
        move 0 to poll-revents(1) poll-revents(2)
        call "poll" using by reference poll-set, by value 2,
            by value poll-timeout giving poll-rc
        if poll-rc <= 0
            move "N" to relay-open
        end-if
        if relay-open = "Y" and poll-revents(1) not = 0
            call "recv" using by value conn-fd,
                by reference relay-buffer, by value 4096,
                by value 0 giving relay-count
            if relay-count <= 0
                move "N" to relay-open
            else
                perform capture-request
                call "send" using by value upstream-fd,
                    by reference relay-buffer, by value relay-count,
                    by value 0 giving call-rc
            end-if
        end-if
        if relay-open = "Y" and poll-revents(2) not = 0
            call "recv" using by value upstream-fd,
                by reference relay-buffer, by value 4096,
                by value 0 giving relay-count
            if relay-count <= 0
                move "N" to relay-open
            else
                perform capture-response
                call "send" using by value conn-fd,
                    by reference relay-buffer, by value relay-count,
                    by value 0 giving call-rc
            end-if
        end-if
    end-perform.
    call "close" using by value upstream-fd giving call-rc.
    call "close" using by value conn-fd giving call-rc.

    perform write-script-entry.

capture-request section.
    *> the delay runs from the last request bytes before the reply
    if reply-seen = "N"
        perform read-clock
        move clock-cs to request-time
    end-if.
    compute capture-room = CAPTURE-SIZE - request-len.
    if relay-count < capture-room
        move relay-count to capture-room
    end-if.
    if capture-room > 0
        move relay-buffer(1:capture-room)
            to request-capture(request-len + 1:capture-room)
        add capture-room to request-len
    end-if.

capture-response section.
    if reply-seen = "N"
        move "Y" to reply-seen
        perform read-clock
        move clock-cs to reply-time
    end-if.
    compute capture-room = CAPTURE-SIZE - response-len.
    if relay-count < capture-room
        move relay-count to capture-room
    end-if.
    if capture-room > 0
        move relay-buffer(1:capture-room)
            to response-capture(response-len + 1:capture-room)
        add capture-room to response-len
    end-if.

read-clock section.
    *> hundredths of a second since midnight
    move current-date to clock-now.
    compute clock-cs = numval(clock-now(9:2)) * 360000
        + numval(clock-now(11:2)) * 6000
        + numval(clock-now(13:2)) * 100
        + numval(clock-now(15:2)).

write-script-entry section.
    move exchange-count to ws-num-edit.
    if request-len = 0
        exit section
    end-if.
    move request-capture(1:request-len) to redact-text.
    move request-len to redact-len.
    perform redact-capture.
    move redact-out(1:redact-out-len) to request-capture.
    move redact-out-len to request-len.
    if response-len > 0
        move response-capture(1:response-len) to redact-text
        move response-len to redact-len
        perform redact-capture
        move redact-out(1:redact-out-len) to response-capture
        move redact-out-len to response-len
    end-if.

    *> the match: the first line, as far as stub-server can hold it
    move SPACE to match-key.
    move 0 to match-key-len.
    perform until match-key-len >= request-len or match-key-len >= 64
            or request-capture(match-key-len + 1:1) < SPACE
            or request-capture(match-key-len + 1:1) = "|"
        add 1 to match-key-len
        move request-capture(match-key-len:1)
            to match-key(match-key-len:1)
    end-perform.
    *> stub-server matches a substring, so a redacted value stays out
    *> of the match -- the real request carries the real one
    move substr-pos(match-key, REDACTED-TEXT) to redacted-at.
    if redacted-at > 0
        move SPACE to match-key(redacted-at:)
    end-if.
    if match-key = SPACE
        display "Warning: exchange " trim(ws-num-edit)
            " has no request line to match; not recorded" upon syserr
        exit section
    end-if.
    move 0 to key-repeat.
    move 1 to key-index.
    perform until key-index > key-count
        if key-entry(key-index) = trim(match-key)
            move key-index to key-repeat
            move key-count to key-index
        end-if
        add 1 to key-index
    end-perform.

    open extend recorded-script.
    if not recorded-script-ok
        display "Error writing " trim(script-file) ": "
            recorded-script-status upon syserr
        exit section
    end-if.
    if key-repeat > 0
        move concatenate("# exchange ", trim(ws-num-edit), " repeats "
                trim(match-key), " -- answered by the earlier entry")
            to recorded-script-line
        write recorded-script-line
        close recorded-script
        exit section
    end-if.

    perform encode-response.
    if payload-overflow = "Y"
        move concatenate("# exchange ", trim(ws-num-edit), " ",
                trim(match-key), " -- response beyond the ",
                "4000-character payload, not recorded")
            to recorded-script-line
        write recorded-script-line
        close recorded-script
        display "Warning: exchange " trim(ws-num-edit)
            " response too long for a stub-server line; not recorded"
            upon syserr
        exit section
    end-if.

    move 0 to delay-seconds.
    if reply-seen = "Y"
        compute delay-cs = reply-time - request-time
        if delay-cs < 0
            *> past midnight
            add 8640000 to delay-cs
        end-if
        compute delay-seconds = (delay-cs + 50) / 100
    end-if.
    move delay-seconds to delay-edit.
    if payload-len = 0
        move concatenate(trim(match-key), "||", trim(delay-edit))
            to recorded-script-line
    else
        move concatenate(trim(match-key), "|", payload-text(1:payload-len),
                "|", trim(delay-edit))
            to recorded-script-line
    end-if.
    write recorded-script-line.
    close recorded-script.
    if key-count < KEY-LIMIT
        add 1 to key-count
        move trim(match-key) to key-entry(key-count)
    end-if.
    add 1 to recorded-count.
    display "recorded " trim(ws-num-edit) ": " trim(match-key).

encode-response section.
    *> stub-server's escapes for every byte a script line cannot carry
    *> as itself; a space at either end is spelled out, the reader
    *> trims the payload
    move SPACE to payload-text.
    move 0 to payload-len.
    move "N" to payload-overflow.
    move 1 to encode-pos.
    perform until encode-pos > response-len or payload-overflow = "Y"
        if payload-len + 4 > PAYLOAD-LIMIT
            move "Y" to payload-overflow
            exit perform
        end-if
        evaluate true
        when response-capture(encode-pos:1) = "\"
            move "\\" to payload-text(payload-len + 1:2)
            add 2 to payload-len
        when response-capture(encode-pos:1) = x"0d"
            move "\r" to payload-text(payload-len + 1:2)
            add 2 to payload-len
        when response-capture(encode-pos:1) = x"0a"
            move "\n" to payload-text(payload-len + 1:2)
            add 2 to payload-len
        when response-capture(encode-pos:1) = x"09"
            move "\t" to payload-text(payload-len + 1:2)
            add 2 to payload-len
        when response-capture(encode-pos:1) = "|"
                or response-capture(encode-pos:1) < SPACE
                or response-capture(encode-pos:1) > "~"
                or (response-capture(encode-pos:1) = SPACE
                    and (encode-pos = 1 or encode-pos = response-len))
            compute encode-byte = ord(response-capture(encode-pos:1)) - 1
            move "\x" to payload-text(payload-len + 1:2)
            move hex-digits(encode-byte / 16 + 1:1)
                to payload-text(payload-len + 3:1)
            move hex-digits(mod(encode-byte, 16) + 1:1)
                to payload-text(payload-len + 4:1)
            add 4 to payload-len
        when other
            move response-capture(encode-pos:1)
                to payload-text(payload-len + 1:1)
            add 1 to payload-len
        end-evaluate
        add 1 to encode-pos
    end-perform.

redact-capture section.
    *> redact-text(1:redact-len) into redact-out(1:redact-out-len),
    *> every configured name's value replaced
    move SPACE to redact-out.
    move 0 to redact-out-len.
    move 0 to redact-hits.
    if redact-count = 0
        move redact-text(1:redact-len) to redact-out
        move redact-len to redact-out-len
        exit section
    end-if.
    move 1 to redact-pos.
    perform until redact-pos > redact-len
        move "N" to redact-done
        move 1 to redact-index
        perform until redact-index > redact-count or redact-done = "Y"
            move byte-length(trim(redact-name(redact-index)))
                to redact-name-len
            perform redact-header
            if redact-done = "N"
                perform redact-json-field
            end-if
            if redact-done = "N"
                perform redact-form-field
            end-if
            add 1 to redact-index
        end-perform
        if redact-done = "N"
            add 1 to redact-out-len
            move redact-text(redact-pos:1) to redact-out(redact-out-len:1)
            add 1 to redact-pos
        end-if
    end-perform.

redact-header section.
    *> "Name: value" at the start of a line, the name in any case
    if redact-pos > 1
        if redact-text(redact-pos - 1:1) not = x"0a"
            exit section
        end-if
    end-if.
    if redact-pos + redact-name-len > redact-len
        exit section
    end-if.
    if upper-case(redact-text(redact-pos:redact-name-len))
            not = upper-case(redact-name(redact-index)(1:redact-name-len))
            or redact-text(redact-pos + redact-name-len:1) not = ":"
        exit section
    end-if.
    move redact-text(redact-pos:redact-name-len + 1)
        to redact-out(redact-out-len + 1:redact-name-len + 1).
    add redact-name-len to redact-out-len.
    add 1 to redact-out-len.
    move " REDACTED" to redact-out(redact-out-len + 1:9).
    add 9 to redact-out-len.
    add redact-name-len to redact-pos.
    add 1 to redact-pos.
    perform until redact-pos > redact-len
            or redact-text(redact-pos:1) = x"0d"
            or redact-text(redact-pos:1) = x"0a"
        add 1 to redact-pos
    end-perform.
    move "Y" to redact-done.

redact-json-field section.
    *> "name": "value" or "name": 123
    if redact-text(redact-pos:1) not = '"'
            or redact-pos + redact-name-len + 1 > redact-len
        exit section
    end-if.
    if redact-text(redact-pos + 1:redact-name-len)
            not = redact-name(redact-index)(1:redact-name-len)
            or redact-text(redact-pos + redact-name-len + 1:1) not = '"'
        exit section
    end-if.
    move redact-text(redact-pos:redact-name-len + 2)
        to redact-out(redact-out-len + 1:redact-name-len + 2).
    add redact-name-len to redact-out-len.
    add 2 to redact-out-len.
    add redact-name-len to redact-pos.
    add 2 to redact-pos.
    perform until redact-pos > redact-len
            or (redact-text(redact-pos:1) not = SPACE
                and redact-text(redact-pos:1) not = ":")
        add 1 to redact-out-len
        move redact-text(redact-pos:1) to redact-out(redact-out-len:1)
        add 1 to redact-pos
    end-perform.
    move "Y" to redact-done.
    if redact-pos > redact-len
        exit section
    end-if.
    if redact-text(redact-pos:1) = '"'
        move '"REDACTED"' to redact-out(redact-out-len + 1:10)
        add 10 to redact-out-len
        add 1 to redact-pos
        perform until redact-pos > redact-len
                or redact-text(redact-pos:1) = '"'
            if redact-text(redact-pos:1) = "\"
                add 1 to redact-pos
            end-if
            add 1 to redact-pos
        end-perform
        add 1 to redact-pos
    else
        move '"REDACTED"' to redact-out(redact-out-len + 1:10)
        add 10 to redact-out-len
        perform until redact-pos > redact-len
                or redact-text(redact-pos:1) = ","
                or redact-text(redact-pos:1) = "}"
                or redact-text(redact-pos:1) = "]"
                or redact-text(redact-pos:1) <= SPACE
            add 1 to redact-pos
        end-perform
    end-if.

redact-form-field section.
    *> name=value in a query string or a form body
    if redact-pos > 1
        if redact-text(redact-pos - 1:1) not = "?"
                and redact-text(redact-pos - 1:1) not = "&"
                and redact-text(redact-pos - 1:1) not = ";"
                and redact-text(redact-pos - 1:1) not = SPACE
                and redact-text(redact-pos - 1:1) not = x"0a"
            exit section
        end-if
    end-if.
    if redact-pos + redact-name-len > redact-len
        exit section
    end-if.
    if redact-text(redact-pos:redact-name-len)
            not = redact-name(redact-index)(1:redact-name-len)
            or redact-text(redact-pos + redact-name-len:1) not = "="
        exit section
    end-if.
    move redact-text(redact-pos:redact-name-len + 1)
        to redact-out(redact-out-len + 1:redact-name-len + 1).
    add redact-name-len to redact-out-len.
    add 1 to redact-out-len.
    move REDACTED-TEXT to redact-out(redact-out-len + 1:8).
    add 8 to redact-out-len.
    add redact-name-len to redact-pos.
    add 1 to redact-pos.
    perform until redact-pos > redact-len
            or redact-text(redact-pos:1) = "&"
            or redact-text(redact-pos:1) = ";"
            or redact-text(redact-pos:1) = '"'
            or redact-text(redact-pos:1) <= SPACE
        add 1 to redact-pos
    end-perform.
    move "Y" to redact-done.
end program record-proxy.
