    function connect-socket
    function send-socket
    function close-socket
    function ftp-put
    function ftp-get
    function syslog.
data division.
working-storage section.
    01 ws-connect-status binary-char unsigned.
    01 ws-connect-status-message pic x(128).
    01 ws-close-result usage binary-long.
    01 ws-ftp-reply usage binary-long.
    01 ws-ftp-status binary-char unsigned.
    01 ws-ftp-message pic x(128).
procedure division.
    *>perform send-udp-test.
    *>perform send-tcp-test.
    *>perform send-socket-test.
    perform connect-socket-test.
    perform close-socket-test.
    perform ftp-test.
    perform syslog-test.
    goback.

    *> network reachability either.
    move close-socket(-1) to ws-close-result.
    call "assert-equals" using -1, ws-close-result.

*> the local-file and connection-refused failures of an FTP transfer,
*> which need no server at the other end
ftp-test section.
    move ftp-put("127.0.0.1", "1", "user", "password",
            "/nonexistent/outcome.ebc", "'GCBL.OUTCOME'", "BINARY",
            "RECFM=FB LRECL=80", ws-ftp-status, ws-ftp-message)
        to ws-ftp-reply.
    call "assert-equals" using 5, ws-ftp-status.
    call "assert-equals" using 0, ws-ftp-reply.
    call "assert-equals" using "cannot read /nonexistent/outcome.ebc",
        ws-ftp-message.

    move ftp-get("127.0.0.1", "1", "user", "password",
            "'GCBL.FIXTURE'", "/tmp/gcblunit-ftp-fixture.dat", "ASCII",
            SPACE, ws-ftp-status, ws-ftp-message)
        to ws-ftp-reply.
    call "assert-equals" using 2, ws-ftp-status.
    call "assert-equals" using 0, ws-ftp-reply.
end program network-test.
