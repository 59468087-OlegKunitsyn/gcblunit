    end-if.
    move ws-carry to ws-chunk-used.
end function smtp-send.

*>*
*> Send a file to an FTP server -- a mainframe dataset or a plain
*> directory -- speaking the protocol over connect-socket/send-socket/
*> receive-socket: a control connection plus one passive-mode data
*> connection, so moving a dataset to the host is a step of the job
*> with its outcome reported back instead of a hand-kept shell script.
*> BINARY sends the file's bytes untouched (the --host-export dataset,
*> already EBCDIC); ASCII sends it line by line with CRLF endings for
*> the server to translate. The SITE parameters go out ahead of the
*> STOR, so a fixed-block dataset is allocated the way its records are
*> shaped:
*>   move ftp-put(host, port, user, password, "/tmp/outcome.ebc",
*>           "'GCBL.NIGHTLY.OUTCOME'", "BINARY",
*>           "RECFM=FB LRECL=80 BLKSIZE=27920", ftp-status, ftp-message)
*>       to ftp-reply
*>
*> @param l-host FTP server host name or IP address
*> @param l-port FTP control port, usually 21
*> @param l-user Login user
*> @param l-password Login password
*> @param l-local-path File to send
*> @param l-remote-name Remote dataset or file name
*> @param l-transfer-type "BINARY" or "ASCII"; SPACE is BINARY
*> @param l-site SITE parameters, or SPACE for none
*> @param l-status 0 transferred, 1 DNS failed, 2 connection refused,
*>        3 no or unreadable reply, 4 the server refused a step,
*>        5 the local file could not be read
*> @param l-status-message The server's closing reply on success,
*>        otherwise the failing step and the server's reply
*> @return The server's last reply code (226 or 250 after a good
*>        transfer), or 0 when no reply arrived
*>*
identification division.
function-id. ftp-put.
environment division.
configuration section.
data division.
working-storage section.
linkage section.
    01 l-host pic x(128).
    01 l-port pic x(5).
    01 l-user pic x any length.
    01 l-password pic x any length.
    01 l-local-path pic x any length.
    01 l-remote-name pic x any length.
    01 l-transfer-type pic x any length.
    01 l-site pic x any length.
    01 l-status binary-char unsigned.
    01 l-status-message pic x(128).
    01 l-result usage binary-long value 0.
procedure division using l-host, l-port, l-user, l-password,
        l-local-path, l-remote-name, l-transfer-type, l-site,
        l-status, l-status-message returning l-result.
    initialize l-result all to value.
    call "ftp-transfer" using "PUT", l-host, l-port, l-user,
        l-password, l-local-path, l-remote-name, l-transfer-type,
        l-site, l-status, l-status-message, l-result.
end function ftp-put.

*>*
*> Fetch a file from an FTP server -- the mainframe-cut fixtures
*> arriving the other way. Same session and status convention as
*> ftp-put; BINARY writes the received bytes as they come (an EBCDIC
*> dataset for dataset-transcode to read), ASCII writes one line
*> sequential record per received line (up to 4096 bytes each).
*>
*> @param l-host FTP server host name or IP address
*> @param l-port FTP control port, usually 21
*> @param l-user Login user
*> @param l-password Login password
*> @param l-remote-name Remote dataset or file name
*> @param l-local-path File to write
*> @param l-transfer-type "BINARY" or "ASCII"; SPACE is BINARY
*> @param l-site SITE parameters, or SPACE for none
*> @param l-status As ftp-put, 5 the local file could not be written
*> @param l-status-message As ftp-put
*> @return As ftp-put
*>*
identification division.
function-id. ftp-get.
environment division.
configuration section.
data division.
working-storage section.
linkage section.
    01 l-host pic x(128).
    01 l-port pic x(5).
    01 l-user pic x any length.
    01 l-password pic x any length.
    01 l-remote-name pic x any length.
    01 l-local-path pic x any length.
    01 l-transfer-type pic x any length.
    01 l-site pic x any length.
    01 l-status binary-char unsigned.
    01 l-status-message pic x(128).
    01 l-result usage binary-long value 0.
procedure division using l-host, l-port, l-user, l-password,
        l-remote-name, l-local-path, l-transfer-type, l-site,
        l-status, l-status-message returning l-result.
    initialize l-result all to value.
    call "ftp-transfer" using "GET", l-host, l-port, l-user,
        l-password, l-local-path, l-remote-name, l-transfer-type,
        l-site, l-status, l-status-message, l-result.
end function ftp-get.

*>*
*> The FTP session behind ftp-put and ftp-get: login, TYPE, SITE,
*> PASV, then STOR or RETR over the data connection and the closing
*> reply. Multi-line replies ("220-...") are read through to their
*> final "nnn " line.
*>*
identification division.
program-id. ftp-transfer.
environment division.
configuration section.
repository.
    function connect-socket
    function send-socket
    function receive-socket
    function close-socket
    function trim upper-case concatenate byte-length numval intrinsic.
input-output section.
file-control.
    select local-text assign to dynamic ws-local-path
        organization is line sequential
        file status is local-text-status.
data division.
file section.
fd local-text.
    01 local-text-line pic x(4096).
working-storage section.
    78 CHUNK-SIZE value 4096.
    01 ws-control usage binary-long.
    01 ws-data usage binary-long.
    01 ws-data-open pic x.
    01 ws-failed pic x.
    01 ws-step-name pic x(24).
    01 ws-expected-digit pic x.
    01 ws-type-code pic x.
    01 ws-command pic x(512).
    01 ws-sent usage binary-long.
    01 ws-closed-rc usage binary-long.
    01 ws-chunk pic x(CHUNK-SIZE).
    01 ws-chunk-size usage binary-long value 4096.
    01 ws-reply-timeout usage binary-long value 30.
    01 ws-data-timeout usage binary-long value 60.
    01 ws-got usage binary-long.
    01 ws-recv-status binary-char unsigned.
    *> control replies: what has arrived and not yet been read as lines
    01 ws-inbox pic x(8192).
    01 ws-inbox-used usage binary-long.
    01 ws-hold pic x(8192).
    01 ws-line pic x(512).
    01 ws-line-found pic x.
    01 ws-scan usage binary-long.
    01 ws-reply-line pic x(512).
    01 ws-reply-done pic x.
    *> the data connection PASV names
    01 ws-pasv-parts.
        05 ws-pasv-h1 pic x(3).
        05 ws-pasv-h2 pic x(3).
        05 ws-pasv-h3 pic x(3).
        05 ws-pasv-h4 pic x(3).
        05 ws-pasv-p1 pic x(3).
        05 ws-pasv-p2 pic x(3).
    01 ws-data-host pic x(128).
    01 ws-data-port pic x(5).
    01 ws-port-number usage binary-long.
    01 ws-port-edit pic z(4)9.
    01 ws-data-status binary-char unsigned.
    01 ws-data-message pic x(128).
    *> the local file, as a byte stream (binary) or lines (ascii)
    01 ws-local-path pic x(256).
    01 ws-remote-name pic x(256).
    01 ws-user pic x(128).
    01 ws-password pic x(128).
    01 ws-site pic x(128).
    01 ws-transfer-type pic x(8).
    01 local-text-status pic x(2).
        88 local-text-ok value "00".
        88 local-text-eof value "10".
    01 io-open-name pic x(256).
    01 io-access-input pic x usage comp-x value 1.
    01 io-access-output pic x usage comp-x value 2.
    01 io-deny-mode pic x usage comp-x value 0.
    01 io-device pic x usage comp-x value 0.
    01 io-handle pic x(4).
    01 io-offset pic x(8) usage comp-x.
    01 io-count pic x(4) usage comp-x.
    01 io-flags pic x usage comp-x value 0.
    01 io-file-details.
        05 io-file-size pic x(8) usage comp-x.
        05 filler pic x(8).
    01 ws-text-buffer pic x(8192).
    01 ws-text-used usage binary-long.
    01 ws-text-len usage binary-long.
    01 CRLF pic x(2) value x"0d0a".
linkage section.
    01 l-direction pic x(3).
    01 l-host pic x(128).
    01 l-port pic x(5).
    01 l-user pic x any length.
    01 l-password pic x any length.
    01 l-local-path pic x any length.
    01 l-remote-name pic x any length.
    01 l-transfer-type pic x any length.
    01 l-site pic x any length.
    01 l-status binary-char unsigned.
    01 l-status-message pic x(128).
    01 l-result usage binary-long.
procedure division using l-direction, l-host, l-port, l-user,
        l-password, l-local-path, l-remote-name, l-transfer-type,
        l-site, l-status, l-status-message, l-result.
    move 0 to l-result.
    move 0 to l-status.
    move spaces to l-status-message.
    move "N" to ws-failed.
    move "N" to ws-data-open.
    *> every argument copied before any intrinsic runs here: a
    *> trim() the caller passed lives in a temporary they reuse
    move l-local-path to ws-local-path.
    move l-remote-name to ws-remote-name.
    move l-user to ws-user.
    move l-password to ws-password.
    move l-site to ws-site.
    move l-transfer-type to ws-transfer-type.
    move "I" to ws-type-code.
    if upper-case(ws-transfer-type) = "ASCII"
            or upper-case(ws-transfer-type) = "A"
        move "A" to ws-type-code
    end-if.

    *> a put whose file is not there fails before the host is bothered
    if l-direction = "PUT"
        move ws-local-path to io-open-name
        call "CBL_CHECK_FILE_EXIST" using io-open-name, io-file-details
        if RETURN-CODE not = 0
            move 0 to RETURN-CODE
            move 5 to l-status
            move concatenate("cannot read ", trim(ws-local-path))
                to l-status-message
            goback
        end-if
    end-if.

    move connect-socket(l-host, l-port, "tcp", l-status, l-status-message)
        to ws-control.
    if l-status not = 0
        goback
    end-if.
    move 0 to ws-inbox-used.

    move "greeting" to ws-step-name.
    move "2" to ws-expected-digit.
    perform ftp-expect.
    if ws-failed = "N"
        perform ftp-login
    end-if.
    if ws-failed = "N"
        move concatenate("TYPE ", ws-type-code, CRLF) to ws-command
        move "TYPE" to ws-step-name
        perform ftp-exchange
    end-if.
    if ws-failed = "N" and ws-site not = SPACE
        move concatenate("SITE ", trim(ws-site), CRLF) to ws-command
        move "SITE" to ws-step-name
        perform ftp-exchange
    end-if.
    if ws-failed = "N"
        move concatenate("PASV", CRLF) to ws-command
        move "PASV" to ws-step-name
        perform ftp-exchange
    end-if.
    if ws-failed = "N"
        perform ftp-open-data
    end-if.
    if ws-failed = "N"
        if l-direction = "PUT"
            move concatenate("STOR ", trim(ws-remote-name), CRLF)
                to ws-command
            move "STOR" to ws-step-name
        else
            move concatenate("RETR ", trim(ws-remote-name), CRLF)
                to ws-command
            move "RETR" to ws-step-name
        end-if
        move "1" to ws-expected-digit
        perform ftp-exchange
        move "2" to ws-expected-digit
    end-if.
    if ws-failed = "N"
        if l-direction = "PUT"
            perform ftp-send-local
        else
            perform ftp-receive-local
        end-if
    end-if.
    if ws-data-open = "Y"
        *> closing the data connection is what ends a STOR
        move close-socket(ws-data) to ws-closed-rc
        move "N" to ws-data-open
    end-if.
    if ws-failed = "N"
        move "transfer" to ws-step-name
        perform ftp-expect
    end-if.

    move concatenate("QUIT", CRLF) to ws-command.
    perform ftp-send-command.
    move close-socket(ws-control) to ws-closed-rc.
    if ws-failed = "N"
        move 0 to l-status
        move ws-reply-line(1:128) to l-status-message
    end-if.
    goback.

ftp-login section.
    *> USER, then PASS when the server asks for one (331)
    move concatenate("USER ", trim(ws-user), CRLF) to ws-command.
    move "USER" to ws-step-name.
    perform ftp-send-command.
    perform ftp-read-reply.
    if ws-failed = "Y"
        exit section
    end-if.
    evaluate ws-reply-line(1:1)
    when "2"
        continue
    when "3"
        move concatenate("PASS ", trim(ws-password), CRLF) to ws-command
        move "PASS" to ws-step-name
        move "2" to ws-expected-digit
        perform ftp-exchange
    when other
        perform ftp-refused
    end-evaluate.

ftp-send-command section.
    move send-socket(ws-control, trim(ws-command, trailing)) to ws-sent.

ftp-exchange section.
    perform ftp-send-command.
    perform ftp-expect.

ftp-expect section.
    *> the final reply line, first digit held against what the step
    *> expects
    perform ftp-read-reply.
    if ws-failed = "N" and ws-reply-line(1:1) not = ws-expected-digit
        perform ftp-refused
    end-if.

ftp-refused section.
    move "Y" to ws-failed.
    move 4 to l-status.
    move concatenate("FTP ", trim(ws-step-name), " failed: ",
            ws-reply-line(1:96))
        to l-status-message.

ftp-read-reply section.
    *> lines off the control connection until one reads "nnn text":
    *> the "nnn-" lines of a multi-line reply are passed over
    move "N" to ws-reply-done.
    move spaces to ws-reply-line.
    perform until ws-reply-done = "Y" or ws-failed = "Y"
        perform ftp-take-line
        if ws-line-found = "Y"
            if ws-line(1:3) is numeric and ws-line(4:1) = SPACE
                move ws-line to ws-reply-line
                move numval(ws-line(1:3)) to l-result
                move "Y" to ws-reply-done
            end-if
        else
            move receive-socket(ws-control, ws-chunk, ws-chunk-size,
                    ws-reply-timeout, ws-recv-status)
                to ws-got
            if ws-got <= 0
                move "Y" to ws-failed
                move 3 to l-status
                move concatenate("FTP ", trim(ws-step-name),
                        ": no reply from ", trim(l-host))
                    to l-status-message
            else
                if ws-inbox-used + ws-got > 8192
                    *> a runaway line: keep the newest bytes
                    move 0 to ws-inbox-used
                end-if
                move ws-chunk(1:ws-got)
                    to ws-inbox(ws-inbox-used + 1:ws-got)
                add ws-got to ws-inbox-used
            end-if
        end-if
    end-perform.

ftp-take-line section.
    *> the first complete line in the inbox, CR and LF taken off
    move "N" to ws-line-found.
    move 1 to ws-scan.
    perform until ws-scan > ws-inbox-used
            or ws-inbox(ws-scan:1) = x"0a"
        add 1 to ws-scan
    end-perform.
    if ws-scan > ws-inbox-used
        exit section
    end-if.
    move "Y" to ws-line-found.
    move spaces to ws-line.
    if ws-scan > 1
        move ws-inbox(1:ws-scan - 1) to ws-line
        if ws-scan - 1 <= 512
            if ws-line(ws-scan - 1:1) = x"0d"
                move SPACE to ws-line(ws-scan - 1:1)
            end-if
        end-if
    end-if.
    compute ws-inbox-used = ws-inbox-used - ws-scan.
    if ws-inbox-used > 0
        move ws-inbox(ws-scan + 1:ws-inbox-used) to ws-hold
        move ws-hold(1:ws-inbox-used) to ws-inbox
    end-if.

ftp-open-data section.
    *> "227 Entering Passive Mode (h1,h2,h3,h4,p1,p2)"; an all-zero
    *> address means the control host
    move 5 to ws-scan.
    perform until ws-scan > 512
            or ws-reply-line(ws-scan:1) is numeric
        add 1 to ws-scan
    end-perform.
    if ws-scan > 512
        move "Y" to ws-failed
        move 3 to l-status
        move concatenate("FTP PASV reply unreadable: ",
                ws-reply-line(1:80))
            to l-status-message
        exit section
    end-if.
    move spaces to ws-pasv-parts.
    unstring ws-reply-line(ws-scan:) delimited by "," or ")" or SPACE
        into ws-pasv-h1 ws-pasv-h2 ws-pasv-h3 ws-pasv-h4
            ws-pasv-p1 ws-pasv-p2
    end-unstring.
    if ws-pasv-h1 = "0"
        move l-host to ws-data-host
    else
        move concatenate(trim(ws-pasv-h1), ".", trim(ws-pasv-h2), ".",
                trim(ws-pasv-h3), ".", trim(ws-pasv-h4))
            to ws-data-host
    end-if.
    compute ws-port-number = numval(ws-pasv-p1) * 256 + numval(ws-pasv-p2).
    move ws-port-number to ws-port-edit.
    move trim(ws-port-edit) to ws-data-port.
    move connect-socket(ws-data-host, ws-data-port, "tcp",
            ws-data-status, ws-data-message)
        to ws-data.
    if ws-data-status not = 0
        move "Y" to ws-failed
        move 3 to l-status
        move concatenate("FTP data connection failed: ",
                trim(ws-data-message))
            to l-status-message
        exit section
    end-if.
    move "Y" to ws-data-open.

ftp-send-local section.
    if ws-type-code = "I"
        *> the bytes as they are, in chunks, by the size found above
        move ws-local-path to io-open-name
        call "CBL_OPEN_FILE" using io-open-name, io-access-input,
            io-deny-mode, io-device, io-handle
        if RETURN-CODE not = 0
            move 0 to RETURN-CODE
            perform ftp-local-failed
            exit section
        end-if
        move 0 to io-offset
        perform until io-offset >= io-file-size
            compute io-count = io-file-size - io-offset
            if io-count > CHUNK-SIZE
                move CHUNK-SIZE to io-count
            end-if
            call "CBL_READ_FILE" using io-handle, io-offset, io-count,
                io-flags, ws-chunk
            move send-socket(ws-data, ws-chunk(1:io-count)) to ws-sent
            add io-count to io-offset
        end-perform
        call "CBL_CLOSE_FILE" using io-handle
        move 0 to RETURN-CODE
        exit section
    end-if.
    *> ascii: one CRLF-ended line per record, gathered into chunks
    open input local-text.
    if not local-text-ok
        perform ftp-local-failed
        exit section
    end-if.
    move 0 to ws-text-used.
    move SPACE to local-text-status.
    perform until local-text-eof
        read local-text
            at end
                move "10" to local-text-status
            not at end
                move byte-length(trim(local-text-line, trailing))
                    to ws-text-len
                if local-text-line = SPACE
                    move 0 to ws-text-len
                end-if
                if ws-text-used + ws-text-len + 2 > 8192
                    move send-socket(ws-data,
                            ws-text-buffer(1:ws-text-used))
                        to ws-sent
                    move 0 to ws-text-used
                end-if
                if ws-text-len > 0
                    move local-text-line(1:ws-text-len)
                        to ws-text-buffer(ws-text-used + 1:ws-text-len)
                    add ws-text-len to ws-text-used
                end-if
                move CRLF to ws-text-buffer(ws-text-used + 1:2)
                add 2 to ws-text-used
        end-read
    end-perform.
    close local-text.
    if ws-text-used > 0
        move send-socket(ws-data, ws-text-buffer(1:ws-text-used))
            to ws-sent
    end-if.

ftp-receive-local section.
    *> everything the data connection carries until the server
    *> closes it
    if ws-type-code = "I"
        move ws-local-path to io-open-name
        call "CBL_CREATE_FILE" using io-open-name, io-access-output,
            io-deny-mode, io-device, io-handle
        if RETURN-CODE not = 0
            move 0 to RETURN-CODE
            perform ftp-local-failed
            exit section
        end-if
        move 0 to io-offset
    else
        open output local-text
        if not local-text-ok
            perform ftp-local-failed
            exit section
        end-if
        move 0 to ws-text-used
    end-if.
    move 0 to ws-recv-status.
    perform until ws-recv-status not = 0
        move receive-socket(ws-data, ws-chunk, ws-chunk-size,
                ws-data-timeout, ws-recv-status)
            to ws-got
        if ws-got > 0
            if ws-type-code = "I"
                move ws-got to io-count
                call "CBL_WRITE_FILE" using io-handle, io-offset,
                    io-count, io-flags, ws-chunk
                add ws-got to io-offset
            else
                perform ftp-write-text-lines
            end-if
        end-if
    end-perform.
    if ws-type-code = "I"
        call "CBL_CLOSE_FILE" using io-handle
        move 0 to RETURN-CODE
    else
        if ws-text-used > 0
            *> a last line without its line end
            move ws-text-buffer(1:ws-text-used) to local-text-line
            write local-text-line
        end-if
        close local-text
    end-if.
    if ws-recv-status not = 2
        move "Y" to ws-failed
        move 3 to l-status
        move concatenate("FTP data connection from ", trim(l-host),
                " timed out or failed")
            to l-status-message
    end-if.

ftp-write-text-lines section.
    *> the chunk joins what is left of the last one; every complete
    *> line becomes a record, CR dropped
    if ws-text-used + ws-got > 8192
        move ws-text-buffer(1:ws-text-used) to local-text-line
        write local-text-line
        move 0 to ws-text-used
    end-if.
    move ws-chunk(1:ws-got) to ws-text-buffer(ws-text-used + 1:ws-got).
    add ws-got to ws-text-used.
    move 1 to ws-scan.
    perform until ws-scan > ws-text-used
        if ws-text-buffer(ws-scan:1) = x"0a"
            move spaces to local-text-line
            move ws-scan to ws-text-len
            subtract 1 from ws-text-len
            if ws-text-len > 0
                if ws-text-buffer(ws-text-len:1) = x"0d"
                    subtract 1 from ws-text-len
                end-if
            end-if
            if ws-text-len > 0
                move ws-text-buffer(1:ws-text-len) to local-text-line
            end-if
            write local-text-line
            compute ws-text-used = ws-text-used - ws-scan
            if ws-text-used > 0
                move ws-text-buffer(ws-scan + 1:ws-text-used) to ws-hold
                move ws-hold(1:ws-text-used) to ws-text-buffer
            end-if
            move 0 to ws-scan
        end-if
        add 1 to ws-scan
    end-perform.

ftp-local-failed section.
    move "Y" to ws-failed.
    move 5 to l-status.
    if l-direction = "PUT"
        move concatenate("cannot read ", trim(ws-local-path))
            to l-status-message
    else
        move concatenate("cannot write ", trim(ws-local-path))
            to l-status-message
    end-if.
end program ftp-transfer.
