       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit read-only HTTP status server
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  The --progress file, the results-collector status file, the
*>  heatmap and the HTML reports all sit on the batch host; this puts
*>  them behind a browser instead of an ssh session. Built on the same
*>  raw socket calls as gcblunit's --listen and stub-server, it answers
*>  GET (and HEAD) only and never writes anything:
*>    /            index of the pages below
*>    /progress    the current run's --progress file, refreshed every
*>                 REFRESH-SECONDS: suite, suites done, failures,
*>                 elapsed time, and STALLED once the file has gone
*>                 quiet for --stall-minutes (default 30)
*>    /collector   results-collector's shop-wide status file
*>    /reports     the combined --html report and one per owning team
*>                 (gcblunit --team-reports writes report-<team>.html
*>                 beside it; teams come from the --catalog)
*>    /report      the combined report; /report/<team> a team's
*>    /heatmap     the archive-heatmap page given by --heatmap
*>    /archive     archive-query style lookups,
*>                 ?suite=name&date=YYYYMMDD (or from=/to=, status=F)
*>    /metrics     plain-text metrics for the monitoring scraper: the
*>                 live run's elapsed seconds, suites done, failures
*>                 and stall flag, the last finished run's duration,
*>                 tests and failures (the trend log), the quarantined
*>                 suite count (the --quarantine list and the catalog's
*>                 Q column) and each suite's recorded duration
*>  Every request re-reads its files, so pages are as fresh as the
*>  files they show. The store files (archive, trend log, durations)
*>  follow GCBLUNIT_STORE/GCBLUNIT_PROFILE like every other reader.
*>  Runs until the operator cancels it, or for --max requests.
*>
*>  Usage:
*>    status-server port [--progress path] [--collector path]
*>        [--html report.html] [--heatmap path] [--catalog path]
*>        [--quarantine path] [--archive path] [--trend path]
*>        [--durations path] [--stall-minutes N] [--max N]
identification division.
program-id. status-server.
environment division.
configuration section.
repository.
    function all intrinsic
    function substr-pos.
input-output section.
file-control.
    select text-in assign to dynamic text-in-path
    organization is line sequential
    file status is text-in-status.
    select archive assign to dynamic archive-file
    organization is line sequential
    file status is archive-file-status.
data division.
file section.
fd text-in.
    01 text-in-line pic x(4096).
fd archive.
    01 archive-line pic x(304).
working-storage section.
    78 TEAM-LIMIT value 50.
    78 QUARANTINE-LIMIT value 500.
    78 ARCHIVE-ROWS-LIMIT value 500.
    78 REFRESH-SECONDS value 15.
    78 OUT-LIMIT value 16384.
    01 argv pic x(512).
        88 option-progress value "--progress".
        88 option-collector value "--collector".
        88 option-html value "--html".
        88 option-heatmap value "--heatmap".
        88 option-catalog value "--catalog".
        88 option-quarantine value "--quarantine".
        88 option-archive value "--archive".
        88 option-trend value "--trend".
        88 option-durations value "--durations".
        88 option-stall-minutes value "--stall-minutes".
        88 option-max value "--max".
    01 port-arg pic x(9) value SPACE.
        88 is-empty value SPACE.
    01 progress-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 collector-file pic x(256) value "/tmp/gcblunit-collector-status.txt".
    01 html-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 heatmap-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 catalog-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 quarantine-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 archive-file pic x(256) value "/tmp/gcblunit-archive.dat".
    01 trend-file pic x(256) value "/tmp/gcblunit-trend.log".
    01 durations-file pic x(256) value "/tmp/gcblunit-durations.dat".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 number-arg pic x(9).
    01 ws-port usage binary-long unsigned.
    01 ws-max-requests usage binary-long unsigned value 0.
    01 ws-stall-minutes usage binary-long unsigned value 30.

    01 text-in-path pic x(256).
    01 text-in-status pic x(2).
        88 text-in-ok value "00".
        88 text-in-eof value "10".
    01 archive-file-status pic x(2).
        88 archive-ok value "00".
        88 archive-eof value "10".

    *> raw socket plumbing, the same shape as gcblunit's --listen
    01 listen-fd usage binary-long value -1.
    01 conn-fd usage binary-long value -1.
    01 sockaddr pic x(16).
    01 sock-byte usage binary-long unsigned.
    01 call-rc usage binary-long.
    01 null-ptr usage pointer value null.
    01 request-buffer pic x(2048).
    01 recv-count usage binary-long.
    01 request-count usage binary-long unsigned value 0.

    *> the request
    01 http-method pic x(8).
    01 http-target pic x(512).
    01 req-path pic x(256).
    01 req-query pic x(256).
    01 query-pair pic x(256).
    01 query-pointer usage binary-long unsigned.
    01 query-name pic x(32).
    01 query-value pic x(256).
    01 url-text pic x(256).
    01 url-decoded pic x(256).
    01 url-scan usage binary-long unsigned.
    01 url-length usage binary-long unsigned.
    01 url-out usage binary-long unsigned.
    01 hex-digits pic x(16) value "0123456789ABCDEF".
    01 hex-scan usage binary-long unsigned.
    01 hex-high usage binary-long unsigned.
    01 hex-low usage binary-long unsigned.
    01 lookup-suite pic x(32).
    01 lookup-status pic x.
    01 lookup-from pic 9(8).
    01 lookup-to pic 9(8).
    01 report-team pic x(32).

    *> the response, sent in OUT-LIMIT pieces as it is produced; the
    *> body ends when the connection closes, so no length is needed
    01 head-only pic x.
    01 client-gone pic x.
    01 out-buffer pic x(16384).
    01 out-len usage binary-long unsigned.
    01 out-piece pic x(4096).
    01 out-piece-len usage binary-long unsigned.
    01 out-scan usage binary-long unsigned.
    01 out-chunk pic x(8).
    01 out-chunk-len usage binary-long unsigned.
    01 response-status pic x(32).
    01 response-type pic x(64).
    01 page-title pic x(64).
    01 page-refresh pic x value "N".

    *> the --progress file
    01 prog-suite pic x(64).
    01 prog-completed pic x(32).
    01 prog-done usage binary-long unsigned.
    01 prog-total usage binary-long unsigned.
    01 prog-failures pic x(16).
    01 prog-started pic x(14).
    01 prog-updated pic x(14).
    01 prog-found pic x.
    01 prog-state pic x(16).
    01 prog-elapsed usage binary-long unsigned.
    01 prog-age usage binary-long unsigned.
    01 prog-key pic x(32).
    01 prog-value pic x(128).

    *> seconds since day zero for a YYYYMMDDHHMMSS stamp
    01 stamp-in pic x(14).
    01 stamp-parts redefines stamp-in.
        05 stamp-date pic 9(8).
        05 stamp-hour pic 9(2).
        05 stamp-minute pic 9(2).
        05 stamp-second pic 9(2).
    01 stamp-seconds usage binary-double unsigned.
    01 now-seconds usage binary-double unsigned.
    01 duration-seconds usage binary-long unsigned.
    01 duration-text pic x(16).
    01 duration-hh pic z(3)9.
    01 duration-mm pic 9(2).
    01 duration-ss pic 9(2).

    *> the collector status file
    01 col-host pic x(64).
    01 col-suite pic x(64).
    01 col-pointer usage binary-long unsigned.

    *> teams for /reports
    01 team-count usage binary-long unsigned.
    01 team-tbl.
        03 team-name pic x(32) occurs TEAM-LIMIT times.
    01 team-index usage binary-long unsigned.
    01 team-found pic x.
    01 cat-suite pic x(32).
    01 cat-team pic x(32).
    01 cat-tags pic x(128).
    01 cat-retries pic x(8).
    01 cat-duration pic x(8).
    01 cat-quarantine pic x.
    01 report-path pic x(256).
    01 report-dot usage binary-long unsigned.
    01 report-scan usage binary-long unsigned.
    01 file-details.
        05 file-size pic x(8) comp-x.
        05 file-day pic x comp-x.
        05 file-month pic x comp-x.
        05 file-year pic x(2) comp-x.
        05 file-hour pic x comp-x.
        05 file-minute pic x comp-x.
        05 file-second pic x comp-x.
        05 file-hundredths pic x comp-x.
    01 file-stamp pic x(19).
    01 file-stamp-parts.
        05 fs-year pic 9(4).
        05 filler pic x value "-".
        05 fs-month pic 9(2).
        05 filler pic x value "-".
        05 fs-day pic 9(2).
        05 filler pic x value SPACE.
        05 fs-hour pic 9(2).
        05 filler pic x value ":".
        05 fs-minute pic 9(2).

    *> archive lookups
    01 ws-archive-record.
        05 arc-date pic 9(8).
        05 filler pic x.
        05 arc-dump.
            10 arc-status pic x.
            10 arc-suite pic x(32).
            10 arc-nr pic 9(4).
            10 arc-name pic x(16).
            10 arc-expected pic x(32).
            10 arc-actual pic x(32).
            10 arc-desc pic x(64).
        05 filler pic x.
        05 arc-key pic x(48).
    01 archive-rows usage binary-long unsigned.
    01 archive-matched usage binary-long unsigned.

    *> metrics
    01 quarantine-count usage binary-long unsigned.
    01 quarantine-tbl.
        03 quarantine-name pic x(32) occurs QUARANTINE-LIMIT times.
    01 quarantine-index usage binary-long unsigned.
    01 quarantine-candidate pic x(32).
    01 trend-last pic x(128).
    01 trend-date pic x(8).
    01 trend-tests pic x(12).
    01 trend-failures pic x(12).
    01 trend-errors pic x(12).
    01 trend-elapsed pic x(12).
    01 dur-suite pic x(32).
    01 dur-seconds pic x(12).
    01 dur-cpu pic x(12).

    01 ws-num-edit pic z(8)9.
    01 ws-num-edit-2 pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    accept port-arg from ARGUMENT-VALUE.
    if is-empty of port-arg or port-arg(1:2) = "--"
        display "Usage: status-server port [--progress path]"
            " [--collector path] [--html report.html] [--heatmap path]"
            " [--catalog path] [--quarantine path] [--archive path]"
            " [--trend path] [--durations path] [--stall-minutes N]"
            " [--max N]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move numval(port-arg) to ws-port.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-progress
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to progress-file
        when option-collector
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to collector-file
        when option-html
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to html-file
        when option-heatmap
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to heatmap-file
        when option-catalog
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to catalog-file
        when option-quarantine
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to quarantine-file
        when option-archive
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to archive-file
        when option-trend
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to trend-file
        when option-durations
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to durations-file
        when option-stall-minutes
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to number-arg
            move numval(number-arg) to ws-stall-minutes
        when option-max
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to number-arg
            move numval(number-arg) to ws-max-requests
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.

    *> a browser that goes away mid-page must not end the server
    call "signal" using by value 13, by value 1.
    perform open-listener.
    display "status-server: listening on port " trim(port-arg).

    perform until ws-max-requests > 0
            and request-count >= ws-max-requests
        perform serve-one-request
    end-perform.

    call "close" using by value listen-fd giving call-rc.
    move request-count to ws-num-edit.
    display "status-server: " trim(ws-num-edit) " request(s) served".
    move 0 to RETURN-CODE.
    stop run.

resolve-store-defaults section.
    *> the shop's artifact store (see gcblunit --store/--profile):
    *> defaults follow GCBLUNIT_STORE/GCBLUNIT_PROFILE so producers
    *> and consumers agree; explicit options still win
    accept store-root from environment "GCBLUNIT_STORE"
        on exception
            move SPACE to store-root
    end-accept.
    if store-root = SPACE
        exit section
    end-if.
    accept store-profile from environment "GCBLUNIT_PROFILE"
        on exception
            move SPACE to store-profile
    end-accept.
    if store-profile = SPACE
        move store-root to store-base
    else
        move concatenate(trim(store-root), "/", trim(store-profile))
            to store-base
    end-if.
    move concatenate(trim(store-base), "/gcblunit-archive.dat")
        to archive-file.
    move concatenate(trim(store-base), "/gcblunit-trend.log")
        to trend-file.
    move concatenate(trim(store-base), "/gcblunit-durations.dat")
        to durations-file.

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
    divide ws-port by 256 giving sock-byte.
    move char(sock-byte + 1) to sockaddr(3:1).
    compute sock-byte = mod(ws-port, 256).
    move char(sock-byte + 1) to sockaddr(4:1).
    call "bind" using by value listen-fd, by reference sockaddr,
        by value 16 giving call-rc.
    if call-rc not = 0
        display "Error: cannot bind port " trim(port-arg) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    call "listen" using by value listen-fd, by value 8
        giving call-rc.

serve-one-request section.
    call "accept" using by value listen-fd,
        by value null-ptr, by value null-ptr
        giving conn-fd.
    if conn-fd < 0
        display "Error: accept failed" upon syserr
        move 1 to ws-max-requests
        move 1 to request-count
        exit section
    end-if.
    *> one read covers the request line, all a read-only server needs
    move SPACE to request-buffer.
    call "recv" using by value conn-fd, by reference request-buffer,
        by value 2048, by value 0 giving recv-count.
    if recv-count <= 0
        call "close" using by value conn-fd giving call-rc
        exit section
    end-if.
    add 1 to request-count.
    inspect request-buffer replacing all x"0a" by SPACE
        all x"0d" by SPACE all x"00" by SPACE.
    move SPACE to http-method http-target req-path req-query.
    unstring request-buffer delimited by all SPACE
        into http-method http-target
    end-unstring.
    unstring http-target delimited by "?"
        into req-path req-query
    end-unstring.
    move 0 to out-len.
    move "N" to client-gone.
    move "N" to head-only.
    if http-method = "HEAD"
        move "Y" to head-only
    end-if.

    evaluate TRUE
    when http-method not = "GET" and http-method not = "HEAD"
        move "405 Method Not Allowed" to response-status
        perform send-plain-error
    when req-path = "/"
        perform page-index
    when req-path = "/progress"
        perform page-progress
    when req-path = "/collector"
        perform page-collector
    when req-path = "/reports"
        perform page-reports
    when req-path = "/report"
        move html-file to report-path
        perform serve-report-file
    when req-path(1:8) = "/report/"
        move req-path(9:) to url-text
        perform url-decode
        move url-decoded to report-team
        perform serve-team-report
    when req-path = "/heatmap"
        move heatmap-file to report-path
        perform serve-report-file
    when req-path = "/archive"
        perform page-archive
    when req-path = "/metrics"
        perform page-metrics
    when other
        move "404 Not Found" to response-status
        perform send-plain-error
    end-evaluate.
    perform out-flush.
    call "close" using by value conn-fd giving call-rc.

*> ------------------------------------------------------------------
*> response plumbing
*> ------------------------------------------------------------------
send-headers section.
    move concatenate("HTTP/1.0 ", trim(response-status), x"0d0a",
            "Content-Type: ", trim(response-type), x"0d0a",
            "Cache-Control: no-store", x"0d0a",
            "Connection: close", x"0d0a", x"0d0a")
        to out-piece.
    move length(trim(out-piece trailing)) to out-piece-len.
    move out-piece(1:out-piece-len) to out-buffer(out-len + 1:out-piece-len).
    add out-piece-len to out-len.

send-plain-error section.
    move "text/plain; charset=utf-8" to response-type.
    perform send-headers.
    move response-status to out-piece.
    perform out-line.

out-body-raw section.
    *> out-piece, trailing spaces dropped, onto the body
    if head-only = "Y" or out-piece = SPACE
        exit section
    end-if.
    move length(trim(out-piece trailing)) to out-piece-len.
    if out-len + out-piece-len > OUT-LIMIT
        perform out-flush
    end-if.
    move out-piece(1:out-piece-len) to out-buffer(out-len + 1:out-piece-len).
    add out-piece-len to out-len.

out-line section.
    perform out-body-raw.
    if head-only = "Y"
        exit section
    end-if.
    if out-len + 1 > OUT-LIMIT
        perform out-flush
    end-if.
    add 1 to out-len.
    move x"0a" to out-buffer(out-len:1).

out-escaped section.
    *> out-piece as HTML text: the markup characters as entities
    if head-only = "Y" or out-piece = SPACE
        exit section
    end-if.
    move length(trim(out-piece trailing)) to out-piece-len.
    move 1 to out-scan.
    perform until out-scan > out-piece-len
        evaluate out-piece(out-scan:1)
        when "&"
            move "&amp;" to out-chunk
            move 5 to out-chunk-len
        when "<"
            move "&lt;" to out-chunk
            move 4 to out-chunk-len
        when ">"
            move "&gt;" to out-chunk
            move 4 to out-chunk-len
        when '"'
            move "&quot;" to out-chunk
            move 6 to out-chunk-len
        when other
            move out-piece(out-scan:1) to out-chunk
            move 1 to out-chunk-len
        end-evaluate
        if out-len + out-chunk-len > OUT-LIMIT
            perform out-flush
        end-if
        move out-chunk(1:out-chunk-len)
            to out-buffer(out-len + 1:out-chunk-len)
        add out-chunk-len to out-len
        add 1 to out-scan
    end-perform.

out-flush section.
    if out-len = 0
        exit section
    end-if.
    if client-gone = "N"
        call "send" using by value conn-fd, by reference out-buffer,
            by value out-len, by value 0 giving call-rc
        if call-rc < 0
            move "Y" to client-gone
        end-if
    end-if.
    move 0 to out-len.

page-head section.
    move "200 OK" to response-status.
    move "text/html; charset=utf-8" to response-type.
    perform send-headers.
    move "<!DOCTYPE html>" to out-piece.
    perform out-line.
    move "<html><head><meta charset=""utf-8"">" to out-piece.
    perform out-line.
    if page-refresh = "Y"
        move REFRESH-SECONDS to ws-num-edit
        move concatenate("<meta http-equiv=""refresh"" content=""",
                trim(ws-num-edit), """>")
            to out-piece
        perform out-line
        move "N" to page-refresh
    end-if.
    move concatenate("<title>GCBLUnit ", trim(page-title), "</title>")
        to out-piece.
    perform out-line.
    move concatenate("<style>body{font-family:sans-serif}",
            "table{border-collapse:collapse}",
            "td,th{border:1px solid #ccc;padding:2px 6px;text-align:left}",
            ".fail{color:#b00}.pass{color:#070}</style>")
        to out-piece.
    perform out-line.
    move concatenate("</head><body><p><a href=""/"">index</a> | ",
            "<a href=""/progress"">progress</a> | ",
            "<a href=""/collector"">collector</a> | ",
            "<a href=""/reports"">reports</a> | ",
            "<a href=""/heatmap"">heatmap</a> | ",
            "<a href=""/archive"">archive</a> | ",
            "<a href=""/metrics"">metrics</a></p>")
        to out-piece.
    perform out-line.
    move concatenate("<h1>", trim(page-title), "</h1>") to out-piece.
    perform out-line.

page-tail section.
    move concatenate("<p><small>served ", current-date(1:14),
            "</small></p></body></html>")
        to out-piece.
    perform out-line.

*> ------------------------------------------------------------------
*> pages
*> ------------------------------------------------------------------
page-index section.
    move "status" to page-title.
    perform page-head.
    move "<ul>" to out-piece.
    perform out-line.
    move "<li><a href=""/progress"">progress</a> -- the current run, live</li>"
        to out-piece.
    perform out-line.
    move concatenate("<li><a href=""/collector"">collector</a> -- ",
            "shop-wide status from results-collector</li>")
        to out-piece.
    perform out-line.
    move concatenate("<li><a href=""/reports"">reports</a> -- ",
            "the latest report, combined and per team</li>")
        to out-piece.
    perform out-line.
    move "<li><a href=""/heatmap"">heatmap</a> -- the archive heatmap</li>"
        to out-piece.
    perform out-line.
    move concatenate("<li><a href=""/archive"">archive</a> -- ",
            "assertion results by suite and date</li>")
        to out-piece.
    perform out-line.
    move concatenate("<li><a href=""/metrics"">metrics</a> -- ",
            "plain text for the monitoring scraper</li>")
        to out-piece.
    perform out-line.
    move "</ul>" to out-piece.
    perform out-line.
    perform page-tail.

page-progress section.
    move "run progress" to page-title.
    move "Y" to page-refresh.
    perform page-head.
    perform load-progress.
    if prog-found = "N"
        move "<p>No progress file" to out-piece
        perform out-body-raw
        if not is-empty of progress-file
            move concatenate(" (", trim(progress-file), ")") to out-piece
            perform out-escaped
        end-if
        move "; no run is reporting progress.</p>" to out-piece
        perform out-line
        perform page-tail
        exit section
    end-if.
    move "<table>" to out-piece.
    perform out-line.
    move "<tr><th>state</th><td>" to out-piece.
    perform out-body-raw.
    if prog-state = "STALLED"
        move concatenate("<span class=""fail"">", trim(prog-state),
                "</span>")
            to out-piece
    else
        move prog-state to out-piece
    end-if.
    perform out-body-raw.
    move "</td></tr>" to out-piece.
    perform out-line.
    move "<tr><th>suite</th><td>" to out-piece.
    perform out-body-raw.
    move prog-suite to out-piece.
    perform out-escaped.
    move "</td></tr>" to out-piece.
    perform out-line.
    move concatenate("<tr><th>suites completed</th><td>",
            trim(prog-completed), "</td></tr>")
        to out-piece.
    perform out-line.
    if prog-failures not = "0"
        move concatenate("<tr><th>failures</th><td class=""fail"">",
                trim(prog-failures), "</td></tr>")
            to out-piece
    else
        move concatenate("<tr><th>failures</th><td class=""pass"">",
                trim(prog-failures), "</td></tr>")
            to out-piece
    end-if.
    perform out-line.
    if prog-started not = SPACE
        move prog-elapsed to duration-seconds
        perform format-duration
        move concatenate("<tr><th>started</th><td>", trim(prog-started),
                "</td></tr><tr><th>elapsed</th><td>", trim(duration-text),
                "</td></tr>")
            to out-piece
        perform out-line
    end-if.
    move prog-age to duration-seconds.
    perform format-duration.
    move concatenate("<tr><th>last update</th><td>", trim(prog-updated),
            " (", trim(duration-text), " ago)</td></tr>")
        to out-piece.
    perform out-line.
    move "</table>" to out-piece.
    perform out-line.
    perform page-tail.

page-collector section.
    move "collector status" to page-title.
    move "Y" to page-refresh.
    perform page-head.
    move collector-file to text-in-path.
    open input text-in.
    if not text-in-ok
        move "<p>No collector status file (" to out-piece
        perform out-body-raw
        move collector-file to out-piece
        perform out-escaped
        move ").</p>" to out-piece
        perform out-line
        perform page-tail
        exit section
    end-if.
    move "<table><tr><th>host</th><th>suite</th><th>detail</th></tr>"
        to out-piece.
    perform out-line.
    move SPACE to text-in-status.
    perform until text-in-eof
        read text-in
            at end
                move "10" to text-in-status
            not at end
                perform collector-row
        end-read
    end-perform.
    close text-in.
    move "</table>" to out-piece.
    perform out-line.
    perform page-tail.

collector-row section.
    if text-in-line = SPACE
        exit section
    end-if.
    if text-in-line(1:8) = "updated="
        move concatenate("<tr><td colspan=""3"">status updated ",
                trim(text-in-line(9:14)), "</td></tr>")
            to out-piece
        perform out-line
        exit section
    end-if.
    move SPACE to col-host col-suite.
    move 1 to col-pointer.
    unstring text-in-line delimited by all SPACE
        into col-host col-suite
        with pointer col-pointer
    end-unstring.
    if substr-pos(text-in-line, " fails=0 ") > 0
        move "<tr class=""pass""><td>" to out-piece
    else
        move "<tr class=""fail""><td>" to out-piece
    end-if.
    perform out-body-raw.
    move col-host to out-piece.
    perform out-escaped.
    move "</td><td>" to out-piece.
    perform out-body-raw.
    move col-suite to out-piece.
    perform out-escaped.
    move "</td><td>" to out-piece.
    perform out-body-raw.
    if col-pointer <= length(text-in-line)
        move text-in-line(col-pointer:) to out-piece
        perform out-escaped
    end-if.
    move "</td></tr>" to out-piece.
    perform out-line.

page-reports section.
    move "reports" to page-title.
    perform page-head.
    if is-empty of html-file
        move "<p>No --html report configured.</p>" to out-piece
        perform out-line
        perform page-tail
        exit section
    end-if.
    perform load-teams.
    move "<table><tr><th>report</th><th>written</th></tr>" to out-piece.
    perform out-line.
    move html-file to report-path.
    move "<tr><td><a href=""/report"">combined</a></td><td>" to out-piece.
    perform out-body-raw.
    perform report-stamp.
    move file-stamp to out-piece.
    perform out-body-raw.
    move "</td></tr>" to out-piece.
    perform out-line.
    move 1 to team-index.
    perform until team-index > team-count
        move team-name(team-index) to report-team
        perform team-report-path
        move "<tr><td><a href=""/report/" to out-piece
        perform out-body-raw
        move report-team to out-piece
        perform out-escaped
        move """>" to out-piece
        perform out-body-raw
        move report-team to out-piece
        perform out-escaped
        move "</a></td><td>" to out-piece
        perform out-body-raw
        perform report-stamp
        move file-stamp to out-piece
        perform out-body-raw
        move "</td></tr>" to out-piece
        perform out-line
        add 1 to team-index
    end-perform.
    move "</table>" to out-piece.
    perform out-line.
    perform page-tail.

report-stamp section.
    *> when the report file was last written, or that it is missing
    call "CBL_CHECK_FILE_EXIST" using report-path, file-details.
    if RETURN-CODE not = 0
        move "not written" to file-stamp
    else
        move file-year to fs-year
        move file-month to fs-month
        move file-day to fs-day
        move file-hour to fs-hour
        move file-minute to fs-minute
        move file-stamp-parts to file-stamp
    end-if.
    move 0 to RETURN-CODE.

serve-team-report section.
    if is-empty of html-file or report-team = SPACE
        move "404 Not Found" to response-status
        perform send-plain-error
        exit section
    end-if.
    *> a team name is one path segment, never a way out of the directory
    if substr-pos(report-team, "/") > 0 or substr-pos(report-team, "..") > 0
        move "404 Not Found" to response-status
        perform send-plain-error
        exit section
    end-if.
    perform team-report-path.
    perform serve-report-file.

team-report-path section.
    *> report.html + payments -> report-payments.html, the name gcblunit
    *> --team-reports gives each team's page
    move html-file to report-path.
    move 0 to report-dot.
    move length(trim(report-path, trailing)) to report-scan.
    perform until report-scan < 1
        if report-path(report-scan:1) = "."
            move report-scan to report-dot
            exit perform
        end-if
        if report-path(report-scan:1) = "/"
            exit perform
        end-if
        subtract 1 from report-scan
    end-perform.
    if report-dot > 1
        move concatenate(html-file(1:report-dot - 1), "-",
                trim(report-team),
                html-file(report-dot:
                    length(trim(html-file, trailing)) - report-dot + 1))
            to report-path
    else
        move concatenate(trim(html-file, trailing), "-", trim(report-team))
            to report-path
    end-if.

serve-report-file section.
    *> a report page as written, byte for byte per line
    if report-path = SPACE
        move "404 Not Found" to response-status
        perform send-plain-error
        exit section
    end-if.
    move report-path to text-in-path.
    open input text-in.
    if not text-in-ok
        move "404 Not Found" to response-status
        perform send-plain-error
        exit section
    end-if.
    move "200 OK" to response-status.
    move "text/html; charset=utf-8" to response-type.
    perform send-headers.
    move SPACE to text-in-status.
    perform until text-in-eof
        read text-in
            at end
                move "10" to text-in-status
            not at end
                move text-in-line to out-piece
                perform out-line
        end-read
    end-perform.
    close text-in.

page-archive section.
    move "archive lookup" to page-title.
    perform page-head.
    perform parse-archive-query.
    move concatenate("<form action=""/archive"">suite <input name=""suite"">",
            " date <input name=""date"" size=""8""> or from ",
            "<input name=""from"" size=""8""> to ",
            "<input name=""to"" size=""8""> failures only ",
            "<input type=""checkbox"" name=""status"" value=""F""> ",
            "<input type=""submit"" value=""look up""></form>")
        to out-piece.
    perform out-line.
    if lookup-suite = SPACE and lookup-from = 0 and lookup-to = 99999999
        move "<p>Give a suite, a date or a date range.</p>" to out-piece
        perform out-line
        perform page-tail
        exit section
    end-if.
    open input archive.
    if not archive-ok
        move "<p>No archive (" to out-piece
        perform out-body-raw
        move archive-file to out-piece
        perform out-escaped
        move ").</p>" to out-piece
        perform out-line
        perform page-tail
        exit section
    end-if.
    move concatenate("<table><tr><th>date</th><th>st</th><th>suite</th>",
            "<th>nr</th><th>name</th><th>expected</th><th>actual</th>",
            "<th>description</th><th>key</th></tr>")
        to out-piece.
    perform out-line.
    move 0 to archive-rows archive-matched.
    move SPACE to archive-file-status.
    perform until archive-eof
        read archive
            at end
                move "10" to archive-file-status
            not at end
                move archive-line to ws-archive-record
                *> a chain checkpoint record names no suite
                if arc-suite not = SPACE
                        and arc-date >= lookup-from
                        and arc-date <= lookup-to
                        and (lookup-suite = SPACE
                            or trim(arc-suite) = trim(lookup-suite))
                        and (lookup-status = SPACE
                            or arc-status = lookup-status)
                    add 1 to archive-matched
                    if archive-rows < ARCHIVE-ROWS-LIMIT
                        add 1 to archive-rows
                        perform archive-row
                    end-if
                end-if
        end-read
    end-perform.
    close archive.
    move "</table>" to out-piece.
    perform out-line.
    move archive-matched to ws-num-edit.
    move archive-rows to ws-num-edit-2.
    if archive-matched > archive-rows
        move concatenate("<p>", trim(ws-num-edit), " matching record(s), ",
                "the first ", trim(ws-num-edit-2), " shown; narrow the ",
                "range or use archive-query.</p>")
            to out-piece
    else
        move concatenate("<p>", trim(ws-num-edit),
                " matching record(s)</p>")
            to out-piece
    end-if.
    perform out-line.
    perform page-tail.

archive-row section.
    if arc-status = "F"
        move "<tr class=""fail""><td>" to out-piece
    else
        move "<tr><td>" to out-piece
    end-if.
    perform out-body-raw.
    move concatenate(arc-date, "</td><td>", arc-status, "</td><td>")
        to out-piece.
    perform out-body-raw.
    move arc-suite to out-piece.
    perform out-escaped.
    move concatenate("</td><td>", arc-nr, "</td><td>") to out-piece.
    perform out-body-raw.
    move arc-name to out-piece.
    perform out-escaped.
    move "</td><td>" to out-piece.
    perform out-body-raw.
    move arc-expected to out-piece.
    perform out-escaped.
    move "</td><td>" to out-piece.
    perform out-body-raw.
    move arc-actual to out-piece.
    perform out-escaped.
    move "</td><td>" to out-piece.
    perform out-body-raw.
    move arc-desc to out-piece.
    perform out-escaped.
    move "</td><td>" to out-piece.
    perform out-body-raw.
    move arc-key to out-piece.
    perform out-escaped.
    move "</td></tr>" to out-piece.
    perform out-line.

parse-archive-query section.
    move SPACE to lookup-suite lookup-status.
    move 0 to lookup-from.
    move 99999999 to lookup-to.
    move 1 to query-pointer.
    perform until query-pointer > length(req-query)
        if req-query(query-pointer:) = SPACE
            exit perform
        end-if
        move SPACE to query-pair
        unstring req-query delimited by "&"
            into query-pair
            with pointer query-pointer
        end-unstring
        move SPACE to query-name url-text
        unstring query-pair delimited by "="
            into query-name url-text
        end-unstring
        perform url-decode
        move url-decoded to query-value
        evaluate trim(query-name)
        when "suite"
            move query-value to lookup-suite
        when "date"
            if query-value(1:8) is numeric
                move query-value(1:8) to lookup-from lookup-to
            end-if
        when "from"
            if query-value(1:8) is numeric
                move query-value(1:8) to lookup-from
            end-if
        when "to"
            if query-value(1:8) is numeric
                move query-value(1:8) to lookup-to
            end-if
        when "status"
            move upper-case(query-value(1:1)) to lookup-status
        end-evaluate
    end-perform.

url-decode section.
    *> url-text with "+" and %HH turned back into what the form sent
    move SPACE to url-decoded.
    move 0 to url-out.
    if url-text = SPACE
        exit section
    end-if.
    move length(trim(url-text trailing)) to url-length.
    move 1 to url-scan.
    perform until url-scan > url-length
        add 1 to url-out
        evaluate TRUE
        when url-text(url-scan:1) = "+"
            move SPACE to url-decoded(url-out:1)
        when url-text(url-scan:1) = "%" and url-scan + 2 <= url-length
            move 0 to hex-high hex-low
            move 1 to hex-scan
            perform until hex-scan > 16
                if upper-case(url-text(url-scan + 1:1))
                        = hex-digits(hex-scan:1)
                    compute hex-high = hex-scan - 1
                end-if
                if upper-case(url-text(url-scan + 2:1))
                        = hex-digits(hex-scan:1)
                    compute hex-low = hex-scan - 1
                end-if
                add 1 to hex-scan
            end-perform
            move char(hex-high * 16 + hex-low + 1)
                to url-decoded(url-out:1)
            add 2 to url-scan
        when other
            move url-text(url-scan:1) to url-decoded(url-out:1)
        end-evaluate
        add 1 to url-scan
    end-perform.

page-metrics section.
    move "200 OK" to response-status.
    move "text/plain; version=0.0.4; charset=utf-8" to response-type.
    perform send-headers.
    perform load-progress.

    move "# HELP gcblunit_run_in_progress 1 while the progress file shows suites left to run"
        to out-piece.
    perform out-line.
    move "# TYPE gcblunit_run_in_progress gauge" to out-piece.
    perform out-line.
    if prog-state = "running" or prog-state = "STALLED"
        move "gcblunit_run_in_progress 1" to out-piece
    else
        move "gcblunit_run_in_progress 0" to out-piece
    end-if.
    perform out-line.
    move "# HELP gcblunit_run_stalled 1 when the progress file has gone quiet past the stall limit"
        to out-piece.
    perform out-line.
    move "# TYPE gcblunit_run_stalled gauge" to out-piece.
    perform out-line.
    if prog-state = "STALLED"
        move "gcblunit_run_stalled 1" to out-piece
    else
        move "gcblunit_run_stalled 0" to out-piece
    end-if.
    perform out-line.
    if prog-found = "Y"
        move "# TYPE gcblunit_run_elapsed_seconds gauge" to out-piece
        perform out-line
        move prog-elapsed to ws-num-edit
        move concatenate("gcblunit_run_elapsed_seconds ", trim(ws-num-edit))
            to out-piece
        perform out-line
        move "# TYPE gcblunit_run_progress_age_seconds gauge" to out-piece
        perform out-line
        move prog-age to ws-num-edit
        move concatenate("gcblunit_run_progress_age_seconds ",
                trim(ws-num-edit))
            to out-piece
        perform out-line
        move "# TYPE gcblunit_run_suites_completed gauge" to out-piece
        perform out-line
        move prog-done to ws-num-edit
        move concatenate("gcblunit_run_suites_completed ", trim(ws-num-edit))
            to out-piece
        perform out-line
        move "# TYPE gcblunit_run_suites_total gauge" to out-piece
        perform out-line
        move prog-total to ws-num-edit
        move concatenate("gcblunit_run_suites_total ", trim(ws-num-edit))
            to out-piece
        perform out-line
        move "# TYPE gcblunit_run_failures gauge" to out-piece
        perform out-line
        move concatenate("gcblunit_run_failures ", trim(prog-failures))
            to out-piece
        perform out-line
    end-if.

    perform load-trend.
    if trend-last not = SPACE
        move "# HELP gcblunit_last_run_duration_seconds elapsed time of the last finished run"
            to out-piece
        perform out-line
        move "# TYPE gcblunit_last_run_duration_seconds gauge" to out-piece
        perform out-line
        move 0 to duration-seconds
        if trend-elapsed(1:2) is numeric and trend-elapsed(4:2) is numeric
                and trend-elapsed(7:2) is numeric
            compute duration-seconds = numval(trend-elapsed(1:2)) * 3600
                + numval(trend-elapsed(4:2)) * 60
                + numval(trend-elapsed(7:2))
        end-if
        move duration-seconds to ws-num-edit
        move concatenate("gcblunit_last_run_duration_seconds ",
                trim(ws-num-edit))
            to out-piece
        perform out-line
        move "# TYPE gcblunit_last_run_date gauge" to out-piece
        perform out-line
        move concatenate("gcblunit_last_run_date ", trim(trend-date))
            to out-piece
        perform out-line
        move "# TYPE gcblunit_last_run_tests gauge" to out-piece
        perform out-line
        move concatenate("gcblunit_last_run_tests ", trim(trend-tests))
            to out-piece
        perform out-line
        move "# TYPE gcblunit_last_run_failures gauge" to out-piece
        perform out-line
        move concatenate("gcblunit_last_run_failures ",
                trim(trend-failures))
            to out-piece
        perform out-line
        move "# TYPE gcblunit_last_run_errors gauge" to out-piece
        perform out-line
        move concatenate("gcblunit_last_run_errors ", trim(trend-errors))
            to out-piece
        perform out-line
    end-if.

    perform load-quarantined.
    move "# HELP gcblunit_quarantined_suites suites benched by the quarantine list or the catalog"
        to out-piece.
    perform out-line.
    move "# TYPE gcblunit_quarantined_suites gauge" to out-piece.
    perform out-line.
    move quarantine-count to ws-num-edit.
    move concatenate("gcblunit_quarantined_suites ", trim(ws-num-edit))
        to out-piece.
    perform out-line.

    move "# HELP gcblunit_suite_duration_seconds each suite's duration as last measured"
        to out-piece.
    perform out-line.
    move "# TYPE gcblunit_suite_duration_seconds gauge" to out-piece.
    perform out-line.
    move durations-file to text-in-path.
    open input text-in.
    if text-in-ok
        move SPACE to text-in-status
        perform until text-in-eof
            read text-in
                at end
                    move "10" to text-in-status
                not at end
                    if text-in-line not = SPACE
                        move SPACE to dur-suite dur-seconds dur-cpu
                        unstring text-in-line delimited by all SPACE
                            into dur-suite dur-seconds dur-cpu
                        end-unstring
                        move concatenate("gcblunit_suite_duration_seconds",
                                "{suite=""", trim(dur-suite), """} ",
                                trim(dur-seconds))
                            to out-piece
                        perform out-line
                    end-if
            end-read
        end-perform
        close text-in
    end-if.

*> ------------------------------------------------------------------
*> data loading
*> ------------------------------------------------------------------
load-progress section.
    *> suite=, completed=n/m, failures=, started=, updated= as gcblunit
    *> --progress rewrites them after every suite
    move "N" to prog-found.
    move SPACE to prog-suite prog-completed prog-failures.
    move SPACE to prog-started prog-updated prog-state.
    move 0 to prog-done prog-total prog-elapsed prog-age.
    if is-empty of progress-file
        move "none" to prog-state
        exit section
    end-if.
    move progress-file to text-in-path.
    open input text-in.
    if not text-in-ok
        move "none" to prog-state
        exit section
    end-if.
    move "Y" to prog-found.
    move SPACE to text-in-status.
    perform until text-in-eof
        read text-in
            at end
                move "10" to text-in-status
            not at end
                move SPACE to prog-key prog-value
                unstring text-in-line delimited by "="
                    into prog-key prog-value
                end-unstring
                evaluate trim(prog-key)
                when "suite"
                    move prog-value to prog-suite
                when "completed"
                    move prog-value to prog-completed
                when "failures"
                    move prog-value to prog-failures
                when "started"
                    move prog-value to prog-started
                when "updated"
                    move prog-value to prog-updated
                end-evaluate
        end-read
    end-perform.
    close text-in.
    move SPACE to number-arg.
    unstring prog-completed delimited by "/"
        into number-arg prog-value
    end-unstring.
    move numval(number-arg) to prog-done.
    move numval(prog-value) to prog-total.
    if prog-failures = SPACE
        move "0" to prog-failures
    end-if.

    move current-date(1:14) to stamp-in.
    perform stamp-to-seconds.
    move stamp-seconds to now-seconds.
    move prog-updated to stamp-in.
    perform stamp-to-seconds.
    if stamp-seconds > 0 and stamp-seconds <= now-seconds
        compute prog-age = now-seconds - stamp-seconds
    end-if.
    if prog-started not = SPACE
        move prog-started to stamp-in
        perform stamp-to-seconds
        if stamp-seconds > 0 and stamp-seconds <= now-seconds
            compute prog-elapsed = now-seconds - stamp-seconds
        end-if
    end-if.
    evaluate TRUE
    when prog-total > 0 and prog-done >= prog-total
        move "finished" to prog-state
    when prog-age > ws-stall-minutes * 60
        move "STALLED" to prog-state
    when other
        move "running" to prog-state
    end-evaluate.

stamp-to-seconds section.
    move 0 to stamp-seconds.
    if stamp-in is not numeric
        exit section
    end-if.
    if test-date-yyyymmdd(stamp-date) not = 0
        exit section
    end-if.
    compute stamp-seconds = integer-of-date(stamp-date) * 86400
        + stamp-hour * 3600 + stamp-minute * 60 + stamp-second.

format-duration section.
    *> h:mm:ss, the hours not padded
    divide duration-seconds by 3600 giving duration-hh.
    compute duration-mm = mod(duration-seconds, 3600) / 60.
    compute duration-ss = mod(duration-seconds, 60).
    move concatenate(trim(duration-hh), ":", duration-mm, ":", duration-ss)
        to duration-text.

load-trend section.
    *> the last line of the trend log: date,tests,failures,errors,
    *> hh:mm:ss
    move SPACE to trend-last.
    move trend-file to text-in-path.
    open input text-in.
    if not text-in-ok
        exit section
    end-if.
    move SPACE to text-in-status.
    perform until text-in-eof
        read text-in
            at end
                move "10" to text-in-status
            not at end
                if text-in-line not = SPACE
                    move text-in-line to trend-last
                end-if
        end-read
    end-perform.
    close text-in.
    move SPACE to trend-date trend-tests trend-failures trend-errors.
    move SPACE to trend-elapsed.
    unstring trend-last delimited by ","
        into trend-date trend-tests trend-failures trend-errors
             trend-elapsed
    end-unstring.

load-teams section.
    *> the distinct owning teams in the catalog, in catalog order
    move 0 to team-count.
    if is-empty of catalog-file
        exit section
    end-if.
    move catalog-file to text-in-path.
    open input text-in.
    if not text-in-ok
        exit section
    end-if.
    move SPACE to text-in-status.
    perform until text-in-eof
        read text-in
            at end
                move "10" to text-in-status
            not at end
                if text-in-line not = SPACE and text-in-line(1:1) not = "#"
                    move SPACE to cat-suite cat-team
                    unstring text-in-line delimited by "|"
                        into cat-suite cat-team
                    end-unstring
                    if cat-team = SPACE
                        move "unassigned" to cat-team
                    end-if
                    move "N" to team-found
                    move 1 to team-index
                    perform until team-index > team-count
                        if team-name(team-index) = cat-team
                            move "Y" to team-found
                            exit perform
                        end-if
                        add 1 to team-index
                    end-perform
                    if team-found = "N" and team-count < TEAM-LIMIT
                        add 1 to team-count
                        move cat-team to team-name(team-count)
                    end-if
                end-if
        end-read
    end-perform.
    close text-in.

load-quarantined section.
    *> distinct suites on the --quarantine list plus catalog entries
    *> flagged Q
    move 0 to quarantine-count.
    if not is-empty of quarantine-file
        move quarantine-file to text-in-path
        open input text-in
        if text-in-ok
            move SPACE to text-in-status
            perform until text-in-eof
                read text-in
                    at end
                        move "10" to text-in-status
                    not at end
                        if text-in-line not = SPACE
                                and text-in-line(1:1) not = "#"
                            move trim(text-in-line) to quarantine-candidate
                            perform note-quarantined
                        end-if
                end-read
            end-perform
            close text-in
        end-if
    end-if.
    if not is-empty of catalog-file
        move catalog-file to text-in-path
        open input text-in
        if text-in-ok
            move SPACE to text-in-status
            perform until text-in-eof
                read text-in
                    at end
                        move "10" to text-in-status
                    not at end
                        if text-in-line not = SPACE
                                and text-in-line(1:1) not = "#"
                            move SPACE to cat-suite cat-team cat-tags
                            move SPACE to cat-retries cat-duration
                            move SPACE to cat-quarantine
                            unstring text-in-line delimited by "|"
                                into cat-suite cat-team cat-tags
                                     cat-retries cat-duration
                                     cat-quarantine
                            end-unstring
                            if cat-quarantine = "Q" or cat-quarantine = "Y"
                                move cat-suite to quarantine-candidate
                                perform note-quarantined
                            end-if
                        end-if
                end-read
            end-perform
            close text-in
        end-if
    end-if.

note-quarantined section.
    move 1 to quarantine-index.
    perform until quarantine-index > quarantine-count
        if quarantine-name(quarantine-index) = quarantine-candidate
            exit section
        end-if
        add 1 to quarantine-index
    end-perform.
    if quarantine-count < QUARANTINE-LIMIT
        add 1 to quarantine-count
        move quarantine-candidate to quarantine-name(quarantine-count)
    end-if.
end program status-server.
