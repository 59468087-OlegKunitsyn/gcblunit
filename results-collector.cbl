*>  end-of-night report -- which machines ran, which are still running,
*>  total failures by team -- so one screen covers the whole estate.
*>  Teams come from the same "pattern host:port team" routing file the
*>  runner's --routes option reads. With --acks (failure-ack's
*>  register, re-read on every status rewrite) each failing stream's
*>  status line also says who acknowledged it, "ack=operator" or
*>  "ack=none".
*>
*>  Usage:
*>    results-collector port [--status path] [--report path]
*>        [--routes path] [--acks path] [--idle-seconds N]
*>
*>  The collector ends (and writes the report) once no datagram has
*>  arrived for the idle window (default 300 seconds).
    select routes assign to dynamic routes-file
    organization is line sequential
    file status is routes-file-status.
    select acks assign to dynamic acks-file
    organization is line sequential
    file status is acks-file-status.
data division.
file section.
fd status-out.
    01 report-out-line pic x(256).
fd routes.
    01 routes-line pic x(256).
fd acks.
    01 acks-line pic x(256).
working-storage section.
    78 AF_INET value 2.
    78 SOCK_DGRAM value 2.
    78 SOURCE-LIMIT value 200.
    78 ROUTES-LIMIT value 100.
    78 ACKS-LIMIT value 500.
    01 argv pic x(256).
        88 option-status value "--status".
        88 option-report value "--report".
        88 option-routes value "--routes".
        88 option-idle value "--idle-seconds".
        88 option-acks value "--acks".
    01 listen-port-txt pic x(5) value SPACE.
        88 is-empty value SPACE.
    01 status-file pic x(256) value "/tmp/gcblunit-collector-status.txt".
    01 report-file pic x(256) value "/tmp/gcblunit-collector-report.txt".
    01 routes-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 acks-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 idle-arg pic x(9).
    01 ws-idle-seconds usage binary-long value 300.
    01 status-out-status pic x(2).
    01 routes-file-status pic x(2).
        88 routes-ok value "00".
        88 routes-eof value "10".
    01 acks-file-status pic x(2).
        88 acks-ok value "00".
        88 acks-eof value "10".

    01 ws-socket usage binary-long.
    01 ws-call-rc usage binary-long.
    01 route-pattern-len usage binary-long unsigned.
    01 resolved-team pic x(32).

    01 acks-count usage binary-long unsigned value 0.
    01 acks-tbl.
        03 acks-entry occurs ACKS-LIMIT times.
            05 ack-suite pic x(64).
            05 ack-operator pic x(32).
    01 acks-index usage binary-long unsigned.
    01 ack-stamp pic x(14).
    01 ack-text pic x(40).

    01 datagrams-seen usage binary-long unsigned value 0.
    01 team-done-flag pic x.
    01 team-fails usage binary-long unsigned.
    accept listen-port-txt from ARGUMENT-VALUE.
    if is-empty of listen-port-txt
        display "Usage: results-collector port [--status path]"
            " [--report path] [--routes path] [--acks path]"
            " [--idle-seconds N]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
            accept argv from ARGUMENT-VALUE
            move argv to routes-file
            perform load-routes
        when option-acks
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to acks-file
        when option-idle
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
    move current-date(1:14) to source-last-seen(source-found).

write-status section.
    if not is-empty of acks-file
        perform load-acks
    end-if.
    open output status-out.
    if status-out-ok
        move concatenate("updated=", current-date(1:14)) to status-out-line
                    " fails=", trim(ws-num-edit2),
                    " last=", source-last-seen(source-index))
                to status-out-line
            if source-fails(source-index) > 0 and not is-empty of acks-file
                perform find-ack
                move concatenate(trim(status-out-line), " ack=", trim(ack-text))
                    to status-out-line
            end-if
            write status-out-line
            add 1 to source-index
        end-perform
        close routes
    end-if.

load-acks section.
    *> failure-ack's "suite|timestamp|operator|comment" register; a
    *> missing register just means nothing is acknowledged yet
    move 0 to acks-count.
    open input acks.
    if acks-ok
        move SPACE to acks-file-status
        perform until acks-eof
            read acks
                at end
                    move "10" to acks-file-status
                not at end
                    if trim(acks-line) not = SPACE
                            and acks-line(1:1) not = "#"
                            and acks-count < ACKS-LIMIT
                        add 1 to acks-count
                        unstring acks-line delimited by "|"
                            into ack-suite(acks-count)
                                 ack-stamp
                                 ack-operator(acks-count)
                        end-unstring
                    end-if
            end-read
        end-perform
        close acks
    end-if.

find-ack section.
    move "none" to ack-text.
    move 1 to acks-index.
    perform until acks-index > acks-count
        if trim(ack-suite(acks-index)) = trim(source-suite(source-index))
            move ack-operator(acks-index) to ack-text
            move acks-count to acks-index
        end-if
        add 1 to acks-index
    end-perform.

resolve-team section.
    move "(unmapped)" to resolved-team.
    move 1 to routes-index.
