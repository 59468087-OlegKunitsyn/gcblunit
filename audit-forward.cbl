       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit audit-trail forwarder
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  audit-query answers questions locally; this ships the same trails
*>  to the security team's SIEM. Every audit file the maintenance
*>  programs write (the thirteen well-known trails audit-query searches,
*>  or the --audit paths given) is tailed, and each new
*>    timestamp|program|verb|object|old|new|operator[|approver]
*>  line becomes one CEF event:
*>    CEF:0|GCBLUnit|program|1|verb|verb object|severity|rt=..
*>        act=verb suser=operator cs1Label=object cs1=..
*>        cs2Label=old cs2=.. cs3Label=new cs3=..
*>        [cs4Label=approver cs4=..] cs5Label=trail cs5=path
*>  Severity is 7 for changes that reduce coverage, override a freeze
*>  or touch a credential (REMOVE, CLEAR, SET, FREEZE-OVERRIDE), 5 for
*>  maker-checker decisions (APPROVE, REJECT, WITHDRAW, EXPIRE) and 3
*>  otherwise. Lines written before the common format (no pipe in
*>  column 15) go as a RECORD event carrying the raw line in msg=.
*>  Events are framed by the network library's syslog() (facility log
*>  audit) and sent over TCP, one per line, or as UDP datagrams with
*>  --udp (which cannot tell that the collector is down).
*>
*>  How many lines of each trail have been dealt with is kept in the
*>  --offsets file ("lines|path", gcblunit-siem-offsets.dat in the
*>  artifact store), rewritten after every event, so a restart resumes
*>  where the last run stopped: nothing is sent twice or skipped. A
*>  trail found shorter than its offset was replaced, and is forwarded
*>  again from its first line. While the collector cannot be reached,
*>  events are appended to the --spool file (gcblunit-siem-spool.dat);
*>  the next pass sends the spool first, in order, under its own
*>  offset, and removes it once it is empty. Without --follow one pass
*>  is made (run it from the scheduler); --follow polls every
*>  POLL-SECONDS seconds until the operator cancels it, like
*>  schedule-daemon. Requires libs/core/network linked in. Exit codes:
*>    0 every new event sent   4 collector unreachable, events spooled
*>    2 usage   3 too many audit files
*>
*>  Usage:
*>    audit-forward --siem host[:port] [--udp] [--follow]
*>        [--audit path]... [--offsets path] [--spool path]
*>        [--host name]
identification division.
program-id. audit-forward.
environment division.
configuration section.
repository.
    function all intrinsic
    function connect-socket
    function send-socket
    function close-socket
    function syslog.
input-output section.
file-control.
    select audit assign to dynamic audit-file
    organization is line sequential
    file status is audit-file-status.
    select offsets assign to dynamic offsets-io-path
    organization is line sequential
    file status is offsets-file-status.
    select spool assign to dynamic spool-file
    organization is line sequential
    file status is spool-file-status.
data division.
file section.
fd audit.
    01 audit-line pic x(512).
fd offsets.
    01 offsets-line pic x(300).
fd spool.
    01 spool-line pic x(1024).
working-storage section.
    78 AUDIT-FILES-LIMIT value 13.
    78 OFFSETS-LIMIT value 32.
    78 POLL-SECONDS value 10.
    *> facility 13 (log audit) shifted into the priority, severity 5
    78 SYSLOG-FACILITY-AUDIT value "104".
    78 SYSLOG-SEVERITY-NOTICE value "5".
    *> the shop-common audit record's format, reported as the CEF
    *> device version
    78 AUDIT-FORMAT-VERSION value "1".
    01 argv pic x(256).
        88 option-siem value "--siem".
        88 option-udp value "--udp".
        88 option-follow value "--follow".
        88 option-audit value "--audit".
        88 option-offsets value "--offsets".
        88 option-spool value "--spool".
        88 option-host value "--host".
    01 siem-arg pic x(150) value SPACE.
        88 is-empty value SPACE.
    01 siem-host pic x(128).
    01 siem-port pic x(5).
    01 siem-socktype pic x(4) value "tcp".
    01 follow-mode pic x value "N".
    01 source-host pic x(64) value SPACE.
    01 audit-file pic x(256).
    01 offsets-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 offsets-io-path pic x(256).
    01 offsets-tmp-path pic x(256).
    01 spool-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value "/tmp".
    01 audit-file-status pic x(2).
        88 audit-ok value "00".
        88 audit-eof value "10".
    01 offsets-file-status pic x(2).
        88 offsets-ok value "00".
        88 offsets-eof value "10".
    01 spool-file-status pic x(2).
        88 spool-ok value "00".
        88 spool-eof value "10".

    01 audit-files-count usage binary-long unsigned value 0.
    01 audit-files-tbl.
        03 audit-file-path pic x(256) occurs AUDIT-FILES-LIMIT times.
    01 audit-files-index usage binary-long unsigned.

    *> resume offsets, one per trail plus the spool's own
    01 offsets-count usage binary-long unsigned value 0.
    01 offsets-tbl.
        03 offset-entry occurs OFFSETS-LIMIT times.
            05 offset-path pic x(256).
            05 offset-lines usage binary-long unsigned.
    01 offsets-index usage binary-long unsigned.
    01 save-index usage binary-long unsigned.
    01 offset-field pic x(12).
    01 offset-path-field pic x(256).

    *> the collector connection for one pass
    01 siem-socket usage binary-long value 0.
    01 connect-status binary-char unsigned.
    01 connect-message pic x(128).
    01 collector-down pic x.
    01 spool-pending pic x.
    01 send-result usage binary-long unsigned.
    01 close-result usage binary-long.
    01 siem-message pic x(1200).
    01 siem-length usage binary-long unsigned.

    *> one trail being tailed
    01 line-number usage binary-long unsigned.
    01 trail-restarted pic x.

    *> one audit record, parsed
    01 rec-timestamp pic x(14).
    01 rec-program pic x(32).
    01 rec-verb pic x(16).
    01 rec-object pic x(128).
    01 rec-old pic x(128).
    01 rec-new pic x(128).
    01 rec-operator pic x(32).
    01 rec-approver pic x(32).
    01 rec-stamp.
        05 rec-year pic 9(4).
        05 rec-month pic 9(2).
        05 rec-day pic 9(2).
        05 rec-hour pic 9(2).
        05 rec-minute pic 9(2).
        05 rec-second pic 9(2).
    01 MONTHS.
        05 filler pic x(3) value "Jan".
        05 filler pic x(3) value "Feb".
        05 filler pic x(3) value "Mar".
        05 filler pic x(3) value "Apr".
        05 filler pic x(3) value "May".
        05 filler pic x(3) value "Jun".
        05 filler pic x(3) value "Jul".
        05 filler pic x(3) value "Aug".
        05 filler pic x(3) value "Sep".
        05 filler pic x(3) value "Oct".
        05 filler pic x(3) value "Nov".
        05 filler pic x(3) value "Dec".
    01 filler redefines MONTHS.
        05 month-name pic x(3) occurs 12 times.
    01 cef-rt pic x(20).
    01 cef-severity pic x.

    *> the CEF event being built
    01 cef-event pic x(1024).
    01 cef-pointer usage binary-long unsigned.
    01 escape-mode pic x.
        88 escape-header value "H".
        88 escape-extension value "E".
    01 escape-in pic x(512).
    01 escape-out pic x(1024).
    01 escape-length usage binary-long unsigned.
    01 escape-index usage binary-long unsigned.
    01 escape-limit usage binary-long unsigned.

    *> the run
    01 pass-sent usage binary-long unsigned.
    01 pass-spooled usage binary-long unsigned.
    01 run-spooled usage binary-long unsigned value 0.
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit-2 pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-siem
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to siem-arg
        when option-udp
            move "udp" to siem-socktype
        when option-follow
            move "Y" to follow-mode
        when option-audit
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            add 1 to audit-files-count
            if audit-files-count > AUDIT-FILES-LIMIT
                display "Fatal: more than " AUDIT-FILES-LIMIT " audit files" upon syserr
                move 3 to RETURN-CODE
                stop run
            end-if
            move argv to audit-file-path(audit-files-count)
        when option-offsets
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to offsets-file
        when option-spool
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to spool-file
        when option-host
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to source-host
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.

    if is-empty of siem-arg
        display "Usage: audit-forward --siem host[:port] [--udp] [--follow]"
            " [--audit path]... [--offsets path] [--spool path]"
            " [--host name]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    *> host[:port], split the same way junit-import's --collector is
    move SPACE to siem-host siem-port.
    unstring siem-arg delimited by ":"
        into siem-host siem-port
    end-unstring.
    if siem-port = SPACE
        move "514" to siem-port
    end-if.
    if source-host = SPACE
        accept source-host from environment "HOSTNAME"
            on exception
                move SPACE to source-host
        end-accept
    end-if.
    if source-host = SPACE
        move "localhost" to source-host
    end-if.

    if audit-files-count = 0
        *> the thirteen well-known trails, under the artifact store
        move 13 to audit-files-count
        move concatenate(trim(store-base), "/gcblunit-catalog-audit.log")
            to audit-file-path(1)
        move concatenate(trim(store-base),
                "/gcblunit-quarantine-audit.log")
            to audit-file-path(2)
        move concatenate(trim(store-base), "/gcblunit-holiday-audit.log")
            to audit-file-path(3)
        move concatenate(trim(store-base),
                "/gcblunit-snapshot-audit.log")
            to audit-file-path(4)
        move concatenate(trim(store-base), "/gcblunit-known-audit.log")
            to audit-file-path(5)
        move concatenate(trim(store-base),
                "/gcblunit-fixture-audit.log")
            to audit-file-path(6)
        move concatenate(trim(store-base),
                "/gcblunit-schedule-audit.log")
            to audit-file-path(7)
        move concatenate(trim(store-base), "/gcblunit-ack-audit.log")
            to audit-file-path(8)
        move concatenate(trim(store-base), "/gcblunit-approval-audit.log")
            to audit-file-path(9)
        move concatenate(trim(store-base), "/gcblunit-freeze-audit.log")
            to audit-file-path(10)
        move concatenate(trim(store-base), "/gcblunit-vault-audit.log")
            to audit-file-path(11)
        move concatenate(trim(store-base), "/gcblunit-journal-audit.log")
            to audit-file-path(12)
        move concatenate(trim(store-base), "/gcblunit-state-audit.log")
            to audit-file-path(13)
    end-if.
    if is-empty of offsets-file
        move concatenate(trim(store-base), "/gcblunit-siem-offsets.dat")
            to offsets-file
    end-if.
    if is-empty of spool-file
        move concatenate(trim(store-base), "/gcblunit-siem-spool.dat")
            to spool-file
    end-if.
    move concatenate(trim(offsets-file), ".tmp") to offsets-tmp-path.

    *> a collector that drops the connection mid-pass must surface as
    *> a failed send (and a spooled event), not end the program
    call "signal" using by value 13, by value 1.
    perform load-offsets.

    perform forward-pass.
    if follow-mode = "Y"
        move audit-files-count to ws-num-edit
        display "audit-forward: following " trim(ws-num-edit)
            " trail(s), polling every " POLL-SECONDS "s..."
        perform until 1 = 2
            call "SYSTEM" using "sleep 10"
            perform forward-pass
        end-perform
    end-if.

    if run-spooled > 0 or spool-pending = "Y"
        move 4 to RETURN-CODE
    else
        move 0 to RETURN-CODE
    end-if.
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

load-offsets section.
    move offsets-file to offsets-io-path.
    open input offsets.
    if not offsets-ok
        *> the first run: every trail starts at its first line
        exit section
    end-if.
    move SPACE to offsets-file-status.
    perform until offsets-eof
        read offsets
            at end
                move "10" to offsets-file-status
            not at end
                if offsets-line not = SPACE
                        and offsets-count < OFFSETS-LIMIT
                    move SPACE to offset-field offset-path-field
                    unstring offsets-line delimited by "|"
                        into offset-field offset-path-field
                    end-unstring
                    add 1 to offsets-count
                    move offset-path-field to offset-path(offsets-count)
                    move numval(offset-field)
                        to offset-lines(offsets-count)
                end-if
        end-read
    end-perform.
    close offsets.

save-offsets section.
    *> written aside and renamed over, so a run stopped mid-write
    *> leaves the previous offsets rather than a torn file
    move offsets-tmp-path to offsets-io-path.
    open output offsets.
    if not offsets-ok
        display "Error: cannot write " trim(offsets-tmp-path) upon syserr
        exit section
    end-if.
    move 1 to save-index.
    perform until save-index > offsets-count
        move offset-lines(save-index) to ws-num-edit
        move concatenate(trim(ws-num-edit), "|",
                trim(offset-path(save-index)))
            to offsets-line
        write offsets-line
        add 1 to save-index
    end-perform.
    close offsets.
    call "CBL_RENAME_FILE" using offsets-tmp-path, offsets-file.
    if RETURN-CODE not = 0
        display "Error: could not rename " trim(offsets-tmp-path)
            " over " trim(offsets-file) upon syserr
    end-if.
    move 0 to RETURN-CODE.

find-offset section.
    *> offsets-index for audit-file, a new entry at 0 when unseen
    move 1 to offsets-index.
    perform until offsets-index > offsets-count
        if offset-path(offsets-index) = audit-file
            exit section
        end-if
        add 1 to offsets-index
    end-perform.
    if offsets-count >= OFFSETS-LIMIT
        display "Fatal: more than " OFFSETS-LIMIT " files in "
            trim(offsets-file) upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to offsets-count.
    move offsets-count to offsets-index.
    move audit-file to offset-path(offsets-index).
    move 0 to offset-lines(offsets-index).

forward-pass section.
    move 0 to pass-sent pass-spooled.
    move "N" to spool-pending.
    perform connect-collector.
    perform drain-spool.
    move 1 to audit-files-index.
    perform until audit-files-index > audit-files-count
        move audit-file-path(audit-files-index) to audit-file
        perform forward-one-file
        if trail-restarted = "Y"
            perform forward-one-file
        end-if
        add 1 to audit-files-index
    end-perform.
    if siem-socket not = 0
        move close-socket(siem-socket) to close-result
        move 0 to siem-socket
    end-if.
    add pass-spooled to run-spooled.
    if pass-sent > 0 or pass-spooled > 0 or follow-mode = "N"
        move pass-sent to ws-num-edit
        move pass-spooled to ws-num-edit-2
        display trim(ws-num-edit) " event(s) sent to " trim(siem-arg) ", "
            trim(ws-num-edit-2) " spooled"
    end-if.

connect-collector section.
    move "N" to collector-down.
    move connect-socket(siem-host, siem-port, siem-socktype,
            connect-status, connect-message)
        to siem-socket.
    if connect-status not = 0 or siem-socket <= 0
        move 0 to siem-socket
        move "Y" to collector-down
        display "Warning: " trim(siem-arg) " not reachable ("
            trim(connect-message) "), spooling to " trim(spool-file)
            upon syserr
    end-if.

drain-spool section.
    *> the spool is tailed like any trail, under its own offset, so a
    *> run stopped half way through it does not send its head twice
    move spool-file to audit-file.
    perform find-offset.
    open input spool.
    if not spool-ok
        move 0 to offset-lines(offsets-index)
        exit section
    end-if.
    move "Y" to spool-pending.
    move 0 to line-number.
    move SPACE to spool-file-status.
    perform until spool-eof or collector-down = "Y"
        read spool
            at end
                move "10" to spool-file-status
            not at end
                add 1 to line-number
                if line-number > offset-lines(offsets-index)
                    if spool-line not = SPACE
                        move spool-line to cef-event
                        perform send-event
                    end-if
                    if collector-down = "N"
                        move line-number to offset-lines(offsets-index)
                        perform save-offsets
                    end-if
                end-if
        end-read
    end-perform.
    close spool.
    if collector-down = "N"
        *> everything spooled has gone; new events may go straight out
        call "CBL_DELETE_FILE" using spool-file
        move 0 to offset-lines(offsets-index)
        perform save-offsets
        move "N" to spool-pending
    end-if.

forward-one-file section.
    move "N" to trail-restarted.
    perform find-offset.
    open input audit.
    if not audit-ok
        *> a trail that was never written is not an error
        exit section
    end-if.
    move 0 to line-number.
    move SPACE to audit-file-status.
    perform until audit-eof
        read audit
            at end
                move "10" to audit-file-status
            not at end
                add 1 to line-number
                if line-number > offset-lines(offsets-index)
                    if audit-line not = SPACE
                        perform build-event
                        perform dispatch-event
                    end-if
                    move line-number to offset-lines(offsets-index)
                    perform save-offsets
                end-if
        end-read
    end-perform.
    close audit.
    if line-number < offset-lines(offsets-index)
        display "Warning: " trim(audit-file) " is shorter than its"
            " resume offset; it was replaced, forwarding it again from"
            " line 1" upon syserr
        move 0 to offset-lines(offsets-index)
        perform save-offsets
        move "Y" to trail-restarted
    end-if.

dispatch-event section.
    *> straight to the collector while it answers and nothing older is
    *> still waiting in the spool; otherwise onto the spool, in order
    if collector-down = "N" and spool-pending = "N"
        perform send-event
        if collector-down = "N"
            exit section
        end-if
    end-if.
    open extend spool.
    if not spool-ok
        open output spool
    end-if.
    if not spool-ok
        display "Fatal: cannot write " trim(spool-file) upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move cef-event to spool-line.
    write spool-line.
    close spool.
    move "Y" to spool-pending.
    add 1 to pass-spooled.

send-event section.
    *> syslog() closes its message with ": ", so handing it "CEF" as
    *> the message puts the event's own "CEF:" where collectors look
    *> for it; TCP events are newline-framed
    move concatenate(trim(syslog(source-host, "audit-forward",
            SYSLOG-FACILITY-AUDIT, SYSLOG-SEVERITY-NOTICE, "CEF")),
            trim(cef-event(5:)))
        to siem-message.
    move length(trim(siem-message trailing)) to siem-length.
    if siem-socktype = "tcp"
        add 1 to siem-length
        move x"0A" to siem-message(siem-length:1)
    end-if.
    move send-socket(siem-socket, siem-message(1:siem-length))
        to send-result.
    if send-result not = siem-length
        move "Y" to collector-down
        display "Warning: " trim(siem-arg) " stopped accepting events,"
            " spooling to " trim(spool-file) upon syserr
        exit section
    end-if.
    add 1 to pass-sent.

build-event section.
    move SPACE to cef-event.
    move 1 to cef-pointer.
    if audit-line(15:1) not = "|"
        perform build-legacy-event
        exit section
    end-if.
    move audit-line(1:14) to rec-timestamp.
    move SPACE to rec-program rec-verb rec-object rec-old rec-new.
    move SPACE to rec-operator rec-approver.
    unstring audit-line(16:497) delimited by "|"
        into rec-program rec-verb rec-object rec-old rec-new
             rec-operator rec-approver
    end-unstring.
    evaluate trim(rec-verb)
    when "REMOVE"
    when "CLEAR"
    when "SET"
    when "FREEZE-OVERRIDE"
        move "7" to cef-severity
    when "APPROVE"
    when "REJECT"
    when "WITHDRAW"
    when "EXPIRE"
        move "5" to cef-severity
    when other
        move "3" to cef-severity
    end-evaluate.

    *> header: vendor, product (the writing program), version,
    *> signature (the verb), name, severity
    string "CEF:0|GCBLUnit|" delimited by size
        into cef-event with pointer cef-pointer.
    set escape-header to TRUE.
    move rec-program to escape-in.
    perform append-escaped.
    string "|" AUDIT-FORMAT-VERSION "|" delimited by size
        into cef-event with pointer cef-pointer.
    move rec-verb to escape-in.
    perform append-escaped.
    string "|" delimited by size
        into cef-event with pointer cef-pointer.
    move concatenate(trim(rec-verb), SPACE, trim(rec-object)) to escape-in.
    perform append-escaped.
    string "|" cef-severity "|" delimited by size
        into cef-event with pointer cef-pointer.

    *> extension
    set escape-extension to TRUE.
    perform format-rt.
    if cef-rt not = SPACE
        string "rt=" trim(cef-rt) " " delimited by size
            into cef-event with pointer cef-pointer
    end-if.
    string "act=" delimited by size
        into cef-event with pointer cef-pointer.
    move rec-verb to escape-in.
    perform append-escaped.
    string " suser=" delimited by size
        into cef-event with pointer cef-pointer.
    move rec-operator to escape-in.
    perform append-escaped.
    string " cs1Label=object cs1=" delimited by size
        into cef-event with pointer cef-pointer.
    move rec-object to escape-in.
    perform append-escaped.
    string " cs2Label=old cs2=" delimited by size
        into cef-event with pointer cef-pointer.
    move rec-old to escape-in.
    perform append-escaped.
    string " cs3Label=new cs3=" delimited by size
        into cef-event with pointer cef-pointer.
    move rec-new to escape-in.
    perform append-escaped.
    if rec-approver not = SPACE
        string " cs4Label=approver cs4=" delimited by size
            into cef-event with pointer cef-pointer
        move rec-approver to escape-in
        perform append-escaped
    end-if.
    string " cs5Label=trail cs5=" delimited by size
        into cef-event with pointer cef-pointer.
    move audit-file to escape-in.
    perform append-escaped.

build-legacy-event section.
    *> a pre-common-format line: the raw text, dated when it leads
    *> with one
    move SPACE to rec-timestamp.
    if audit-line(1:8) is numeric
        move audit-line(1:8) to rec-timestamp
        move "000000" to rec-timestamp(9:6)
    end-if.
    string "CEF:0|GCBLUnit|audit|" AUDIT-FORMAT-VERSION
        "|RECORD|pre-common-format audit record|3|" delimited by size
        into cef-event with pointer cef-pointer.
    set escape-extension to TRUE.
    perform format-rt.
    if cef-rt not = SPACE
        string "rt=" trim(cef-rt) " " delimited by size
            into cef-event with pointer cef-pointer
    end-if.
    string "msg=" delimited by size
        into cef-event with pointer cef-pointer.
    move audit-line to escape-in.
    perform append-escaped.
    string " cs5Label=trail cs5=" delimited by size
        into cef-event with pointer cef-pointer.
    move audit-file to escape-in.
    perform append-escaped.

format-rt section.
    *> CEF's "MMM dd yyyy HH:mm:ss" from the record's YYYYMMDDHHMMSS
    move SPACE to cef-rt.
    if rec-timestamp is not numeric
        exit section
    end-if.
    move rec-timestamp to rec-stamp.
    if rec-month < 1 or rec-month > 12
        exit section
    end-if.
    move concatenate(month-name(rec-month), SPACE, rec-day, SPACE,
            rec-year, SPACE, rec-hour, ":", rec-minute, ":", rec-second)
        to cef-rt.

append-escaped section.
    *> escape-in, trimmed, onto cef-event: a header field escapes "\"
    *> and "|", an extension value "\" and "="
    move SPACE to escape-out.
    move 0 to escape-length.
    if escape-in = SPACE
        exit section
    end-if.
    move length(trim(escape-in trailing)) to escape-limit.
    move 1 to escape-index.
    perform until escape-index > escape-limit
        if escape-in(escape-index:1) = "\"
                or (escape-header and escape-in(escape-index:1) = "|")
                or (escape-extension and escape-in(escape-index:1) = "=")
            add 1 to escape-length
            move "\" to escape-out(escape-length:1)
        end-if
        add 1 to escape-length
        move escape-in(escape-index:1) to escape-out(escape-length:1)
        add 1 to escape-index
    end-perform.
    string escape-out(1:escape-length) delimited by size
        into cef-event with pointer cef-pointer
        on overflow
            continue
    end-string.
end program audit-forward.
