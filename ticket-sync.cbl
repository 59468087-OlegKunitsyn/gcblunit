       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit issue-tracker synchronization
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Keeps the known-issues register and the tracker in step without
*>  anyone copying ticket numbers by hand. Run after a run with the
*>  previous and the current run's summaries:
*>    - every regression run-compare (--compare-cmd) reports -- each
*>      failing assertion of a newly failing suite, each new failure in
*>      a still-failing one -- is posted as a new ticket with the
*>      network library's http-post to the tracker's REST API: suite,
*>      assertion, expected/actual, the owning team from --catalog and
*>      a link to the HTML report (--report-url). The team is
*>      translated to a tracker project and component by the --projects
*>      file, "team|project|component" per line, "*" for the default.
*>      The returned ticket id is recorded through the register's normal
*>      audited ADD (known-issues, --known-issues-cmd);
*>    - every ticket opened this way whose assertion passes again in
*>      the current run is commented on, resolved (transition
*>      --resolve-transition), and its register entry REMOVEd.
*>  A regression the register already knows (by key or "*") is left
*>  alone. The tickets this program opened are kept in its ledger,
*>  "suite|key|ticket|team|opened" per line (gcblunit-tickets.dat in the
*>  artifact store, or --ledger); tickets opened by hand are never
*>  resolved by it. The paths default to the tracker's v2 issue API,
*>  "*" in --comment-path/--resolve-path standing for the ticket id.
*>  --dry-run shows what would be posted and changes nothing. The
*>  run summaries are --dump-summary files. A token the tracker wants
*>  in --report-url or in a --create/--comment/--resolve-path may be a
*>  credential-store reference, @vault:name, swapped in only as the
*>  call goes out (--dry-run shows the reference).
*>  Requires libs/core/network linked in, and libs/core/vault (with
*>  libs/core/string) when a @vault: reference is used.
*>
*>  Usage:
*>    ticket-sync previous-run current-run --register register.dat
*>        --tracker host:port [--projects path] [--catalog path]
*>        [--report-url url] [--ledger path] [--create-path path]
*>        [--comment-path path] [--resolve-path path]
*>        [--resolve-transition id] [--id-field name]
*>        [--compare-cmd command] [--known-issues-cmd command]
*>        [--dry-run]
*>
*>  Exit code: 0 when the tracker and the register are in step, 1 when
*>  a tracker call or a register change failed, 2 on a usage error.
identification division.
program-id. ticket-sync.
environment division.
configuration section.
repository.
    function all intrinsic
    function http-post.
input-output section.
file-control.
    select text-in assign to dynamic text-path
    organization is line sequential
    file status is text-status.
    select ledger assign to dynamic ledger-file
    organization is line sequential
    file status is ledger-status.
data division.
file section.
fd text-in.
    01 text-line pic x(512).
fd ledger.
    01 ledger-line pic x(256).
working-storage section.
    78 ASSERT-LIMIT value 20000.
    78 REGRESSION-LIMIT value 2000.
    78 LEDGER-LIMIT value 2000.
    78 SUITE-LIMIT value 5000.
    78 PROJECT-LIMIT value 200.
    78 KNOWN-ISSUES-LIMIT value 2000.
    01 argv pic x(256).
        88 option-register value "--register".
        88 option-tracker value "--tracker".
        88 option-projects value "--projects".
        88 option-catalog value "--catalog".
        88 option-report-url value "--report-url".
        88 option-ledger value "--ledger".
        88 option-create-path value "--create-path".
        88 option-comment-path value "--comment-path".
        88 option-resolve-path value "--resolve-path".
        88 option-resolve-transition value "--resolve-transition".
        88 option-id-field value "--id-field".
        88 option-compare-cmd value "--compare-cmd".
        88 option-known-issues-cmd value "--known-issues-cmd".
        88 option-dry-run value "--dry-run".
    01 previous-run pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 current-run pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 register-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 tracker-arg pic x(150) value SPACE.
        88 is-empty value SPACE.
    01 tracker-host pic x(128).
    01 tracker-port pic x(5).
    01 projects-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 catalog-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 report-url pic x(256) value SPACE.
    01 ledger-file pic x(256) value "/tmp/gcblunit-tickets.dat".
    01 create-path pic x(128) value "/rest/api/2/issue".
    01 comment-path pic x(128) value "/rest/api/2/issue/*/comment".
    01 resolve-path pic x(128) value "/rest/api/2/issue/*/transitions".
    01 resolve-transition pic x(16) value "5".
    01 id-field pic x(32) value "key".
    01 compare-command pic x(256) value "run-compare".
    01 known-issues-command pic x(256) value "known-issues".
    01 dry-run pic x value "N".
        88 is-dry-run value "Y".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 text-path pic x(256).
    01 text-status pic x(2).
        88 text-ok value "00".
        88 text-eof value "10".
    01 ledger-status pic x(2).
        88 ledger-ok value "00".
        88 ledger-eof value "10".
    01 shell-command pic x(1024).
    01 shell-rc usage binary-long.
    01 ws-run-pid usage binary-long.
    01 run-pid-edit pic 9(9).
    01 compare-out-file pic x(256).
    01 today-date pic 9(8).

    *> the current run, one row per assertion under its stable key
    01 cur-count usage binary-long unsigned value 0.
    01 cur-tbl.
        03 cur-entry occurs ASSERT-LIMIT times.
            05 cur-suite pic x(32).
            05 cur-base pic x(48).
            05 cur-key pic x(48).
            05 cur-status pic x.
                88 cur-passed values ".", "W".
                88 cur-failed value "F".
            05 cur-name pic x(16).
            05 cur-expected pic x(32).
            05 cur-actual pic x(32).
            05 cur-desc pic x(64).
    01 cur-index usage binary-long unsigned.
    01 cur-scan usage binary-long unsigned.
    01 cur-found usage binary-long unsigned.

    *> an assertion's stable key from its description, exactly as
    *> gcblunit's cblu-key-derive
    01 key-source pic x(64).
    01 key-work pic x(64).
    01 key-text pic x(48).
    01 key-len usage binary-long unsigned.
    01 key-pos usage binary-long unsigned.
    01 key-char pic x.
    01 key-dash pic x.
    01 key-occurrence usage binary-long unsigned.
    01 key-nr-edit pic 9(4).
    01 key-occurrence-edit pic z(3)9.

    *> what run-compare called a regression
    01 regression-count usage binary-long unsigned value 0.
    01 regression-tbl.
        03 regression-entry occurs REGRESSION-LIMIT times.
            05 regression-suite pic x(32).
            05 regression-key pic x(48).
    01 regression-index usage binary-long unsigned.
    01 still-suite pic x(32) value SPACE.
    01 compare-word pic x(16).
    01 compare-rest pic x(128).

    *> the register as it stands, to leave known failures alone
    01 known-count usage binary-long unsigned value 0.
    01 known-tbl.
        03 known-entry occurs KNOWN-ISSUES-LIMIT times.
            05 known-suite pic x(32).
            05 known-key pic x(48).
    01 known-index usage binary-long unsigned.
    01 known-found pic x.
    01 reg-suite pic x(32).
    01 reg-key pic x(48).

    *> the tickets this program opened
    01 ledger-count usage binary-long unsigned value 0.
    01 ledger-tbl.
        03 ledger-entry occurs LEDGER-LIMIT times.
            05 ledger-suite pic x(32).
            05 ledger-key pic x(48).
            05 ledger-ticket pic x(32).
            05 ledger-team pic x(32).
            05 ledger-opened pic x(8).
            05 ledger-resolved pic x.
    01 ledger-index usage binary-long unsigned.
    01 ledger-changed pic x value "N".

    *> ownership and the tracker's projects
    01 catalog-count usage binary-long unsigned value 0.
    01 catalog-tbl.
        03 catalog-entry occurs SUITE-LIMIT times.
            05 catalog-suite pic x(32).
            05 catalog-team pic x(32).
    01 catalog-index usage binary-long unsigned.
    01 cat-suite pic x(128).
    01 cat-team pic x(32).
    01 suite-team pic x(32).
    01 project-count usage binary-long unsigned value 0.
    01 project-tbl.
        03 project-entry occurs PROJECT-LIMIT times.
            05 project-team pic x(32).
            05 project-key pic x(32).
            05 project-component pic x(64).
    01 project-index usage binary-long unsigned.
    01 map-team pic x(32).
    01 map-project pic x(32).
    01 map-component pic x(64).
    01 ticket-project pic x(32).
    01 ticket-component pic x(64).

    *> the request and what came back
    01 post-path pic x(256).
    01 resolved-path pic x(256).
    01 report-reference pic x(256).
    01 vault-refs usage binary-long unsigned.
    01 vault-status pic x(2).
    01 post-body pic x(4096).
    01 post-response pic x(4096).
    01 post-status usage binary-char unsigned.
        88 post-delivered value 0.
    01 post-message pic x(128).
    01 post-code usage binary-long.
    01 ticket-id pic x(32).
    01 path-template pic x(128).
    01 path-before pic x(128).
    01 path-after pic x(128).
    01 response-pos usage binary-long unsigned.
    01 response-end usage binary-long unsigned.
    01 id-probe pic x(40).
    01 id-probe-length usage binary-long unsigned.
    01 summary-text pic x(256).
    01 description-text pic x(1024).

    *> json string escaping: quote, backslash and line feed
    01 escape-in pic x(1024).
    01 escape-out pic x(1100).
    01 escape-pos usage binary-long unsigned.
    01 escape-len usage binary-long unsigned.
    01 escape-out-len usage binary-long unsigned.

    01 opened-count usage binary-long unsigned value 0.
    01 resolved-count usage binary-long unsigned value 0.
    01 skipped-count usage binary-long unsigned value 0.
    01 failed-count usage binary-long unsigned value 0.
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
    01 ws-num-edit3 pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    accept previous-run from ARGUMENT-VALUE.
    accept current-run from ARGUMENT-VALUE.
    if is-empty of previous-run or is-empty of current-run
        perform show-usage
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-register
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to register-file
        when option-tracker
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to tracker-arg
        when option-projects
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to projects-file
        when option-catalog
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to catalog-file
        when option-report-url
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to report-url
        when option-ledger
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to ledger-file
        when option-create-path
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to create-path
        when option-comment-path
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to comment-path
        when option-resolve-path
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to resolve-path
        when option-resolve-transition
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to resolve-transition
        when option-id-field
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to id-field
        when option-compare-cmd
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to compare-command
        when option-known-issues-cmd
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to known-issues-command
        when option-dry-run
            move "Y" to dry-run
        when other
            display "Error: unknown option " trim(argv) upon syserr
            perform show-usage
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if is-empty of register-file
        display "Error: --register names the known-issues register" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if is-empty of tracker-arg and not is-dry-run
        display "Error: --tracker host:port is required" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to tracker-host tracker-port.
    unstring tracker-arg delimited by ":" into tracker-host tracker-port
    end-unstring.
    if tracker-port = SPACE
        move "80" to tracker-port
    end-if.
    if not is-dry-run
        perform resolve-report-url
    end-if.
    accept today-date from DATE YYYYMMDD.

    perform load-projects.
    perform load-catalog.
    perform load-register.
    perform load-ledger.
    perform load-current-run.
    perform find-regressions.

    move 1 to regression-index.
    perform until regression-index > regression-count
        perform open-regression
        add 1 to regression-index
    end-perform.
    move 1 to ledger-index.
    perform until ledger-index > ledger-count
        perform check-resolved
        add 1 to ledger-index
    end-perform.
    if ledger-changed = "Y" and not is-dry-run
        perform save-ledger
    end-if.

    move opened-count to ws-num-edit.
    move resolved-count to ws-num-edit2.
    move skipped-count to ws-num-edit3.
    display "ticket-sync: " trim(ws-num-edit) " ticket(s) opened, "
        trim(ws-num-edit2) " resolved, " trim(ws-num-edit3)
        " regression(s) already registered".
    if failed-count > 0
        move failed-count to ws-num-edit
        display "ticket-sync: " trim(ws-num-edit)
            " tracker call(s) or register change(s) failed" upon syserr
        move 1 to RETURN-CODE
    else
        move 0 to RETURN-CODE
    end-if.
    stop run.

show-usage section.
    display "Usage: ticket-sync previous-run current-run --register register.dat"
        " --tracker host:port [--projects path] [--catalog path]"
        " [--report-url url] [--ledger path] [--create-path path]"
        " [--comment-path path] [--resolve-path path]"
        " [--resolve-transition id] [--id-field name]"
        " [--compare-cmd command] [--known-issues-cmd command]"
        " [--dry-run]" upon syserr.

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
    move concatenate(trim(store-base), "/gcblunit-tickets.dat")
        to ledger-file.

*>*
*> what is already known
*>*
load-projects section.
    if is-empty of projects-file
        exit section
    end-if.
    move projects-file to text-path.
    open input text-in.
    if not text-ok
        display "Error opening " trim(projects-file) ": " text-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to text-status.
    perform until text-eof
        read text-in
            at end
                move "10" to text-status
            not at end
                if trim(text-line) not = SPACE and text-line(1:1) not = "#"
                    move SPACE to map-team map-project map-component
                    unstring text-line delimited by "|"
                        into map-team map-project map-component
                    end-unstring
                    if map-team not = SPACE and project-count < PROJECT-LIMIT
                        add 1 to project-count
                        move trim(map-team) to project-team(project-count)
                        move trim(map-project) to project-key(project-count)
                        move trim(map-component)
                            to project-component(project-count)
                    end-if
                end-if
        end-read
    end-perform.
    close text-in.

load-catalog section.
    if is-empty of catalog-file
        exit section
    end-if.
    move catalog-file to text-path.
    open input text-in.
    if not text-ok
        display "Error opening " trim(catalog-file) ": " text-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to text-status.
    perform until text-eof
        read text-in
            at end
                move "10" to text-status
            not at end
                if trim(text-line) not = SPACE and text-line(1:1) not = "#"
                    move SPACE to cat-suite cat-team
                    unstring text-line delimited by "|"
                        into cat-suite cat-team
                    end-unstring
                    if cat-suite not = SPACE and catalog-count < SUITE-LIMIT
                        add 1 to catalog-count
                        move trim(cat-suite) to catalog-suite(catalog-count)
                        move trim(cat-team) to catalog-team(catalog-count)
                    end-if
                end-if
        end-read
    end-perform.
    close text-in.

load-register section.
    move register-file to text-path.
    open input text-in.
    if not text-ok
        exit section
    end-if.
    move SPACE to text-status.
    perform until text-eof
        read text-in
            at end
                move "10" to text-status
            not at end
                if trim(text-line) not = SPACE and text-line(1:1) not = "#"
                    move SPACE to reg-suite reg-key
                    unstring text-line delimited by "|"
                        into reg-suite reg-key
                    end-unstring
                    if known-count < KNOWN-ISSUES-LIMIT
                        add 1 to known-count
                        move reg-suite to known-suite(known-count)
                        move reg-key to known-key(known-count)
                    end-if
                end-if
        end-read
    end-perform.
    close text-in.

load-ledger section.
    open input ledger.
    if not ledger-ok
        exit section
    end-if.
    move SPACE to ledger-status.
    perform until ledger-eof
        read ledger
            at end
                move "10" to ledger-status
            not at end
                if trim(ledger-line) not = SPACE and ledger-line(1:1) not = "#"
                    if ledger-count >= LEDGER-LIMIT
                        display "Fatal: ledger exceeds " LEDGER-LIMIT
                            " tickets" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    add 1 to ledger-count
                    unstring ledger-line delimited by "|"
                        into ledger-suite(ledger-count)
                             ledger-key(ledger-count)
                             ledger-ticket(ledger-count)
                             ledger-team(ledger-count)
                             ledger-opened(ledger-count)
                    end-unstring
                    move "N" to ledger-resolved(ledger-count)
                end-if
        end-read
    end-perform.
    close ledger.

*>*
*> the current run and its regressions
*>*
load-current-run section.
    move current-run to text-path.
    open input text-in.
    if not text-ok
        display "Error opening " trim(current-run) ": " text-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to text-status.
    perform until text-eof
        read text-in
            at end
                move "10" to text-status
            not at end
                *> assertion records only: not the totals header or
                *> the integrity trailer
                if (text-line(1:1) = "." or "F" or "W" or "S" or "B")
                        and text-line(2:32) not = SPACE
                    perform note-current-assertion
                end-if
        end-read
    end-perform.
    close text-in.

note-current-assertion section.
    if cur-count >= ASSERT-LIMIT
        display "Fatal: more than " ASSERT-LIMIT " assertions in "
            trim(current-run) upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move text-line(118:64) to key-source.
    move text-line(34:4) to key-nr-edit.
    perform key-derive.
    *> an earlier assertion of the suite under the same key makes
    *> this one ~2, ~3, as run-compare names it
    move 0 to key-occurrence.
    move cur-count to cur-scan.
    perform until cur-scan = 0
        if cur-suite(cur-scan) not = text-line(2:32)
            move 1 to cur-scan
        else
            if cur-base(cur-scan) = key-text
                add 1 to key-occurrence
            end-if
        end-if
        subtract 1 from cur-scan
    end-perform.
    add 1 to cur-count.
    move text-line(2:32) to cur-suite(cur-count).
    move key-text to cur-base(cur-count).
    move key-text to cur-key(cur-count).
    if key-occurrence > 0
        add 1 to key-occurrence
        move key-occurrence to key-occurrence-edit
        move concatenate(trim(key-text), "~", trim(key-occurrence-edit))
            to cur-key(cur-count)
    end-if.
    move text-line(1:1) to cur-status(cur-count).
    move text-line(38:16) to cur-name(cur-count).
    move text-line(54:32) to cur-expected(cur-count).
    move text-line(86:32) to cur-actual(cur-count).
    move text-line(118:64) to cur-desc(cur-count).

key-derive section.
    *> key-source (a description) and key-nr-edit (its ordinal) to
    *> key-text, exactly as gcblunit's cblu-key-derive
    move SPACE to key-text.
    move 0 to key-len.
    if key-source(1:7) = "[known "
        move 0 to key-pos
        inspect key-source tallying key-pos
            for characters before initial "] "
        if key-pos < 62
            move key-source(key-pos + 3:) to key-work
            move key-work to key-source
        end-if
    end-if.
    move trim(key-source) to key-work.
    if key-work(1:1) = "@"
        move SPACE to key-source
        unstring key-work(2:) delimited by SPACE into key-source
        end-unstring
    else
        move key-work to key-source
    end-if.
    move "N" to key-dash.
    move 1 to key-pos.
    perform until key-pos > 64 or key-len >= 44
        move lower-case(key-source(key-pos:1)) to key-char
        if (key-char >= "a" and key-char <= "z")
                or (key-char >= "0" and key-char <= "9")
            if key-dash = "Y" and key-len > 0 and key-len < 43
                add 1 to key-len
                move "-" to key-text(key-len:1)
            end-if
            move "N" to key-dash
            add 1 to key-len
            move key-char to key-text(key-len:1)
        else
            move "Y" to key-dash
        end-if
        add 1 to key-pos
    end-perform.
    if key-len = 0
        move concatenate("#", key-nr-edit) to key-text
    end-if.

find-regressions section.
    call "getpid" giving ws-run-pid.
    move ws-run-pid to run-pid-edit.
    move concatenate("/tmp/gcblunit-ticket-", trim(run-pid-edit), ".cmp")
        to compare-out-file.
    move concatenate(trim(compare-command), " ", trim(previous-run), " ",
            trim(current-run), " > ", trim(compare-out-file), " 2>&1")
        to shell-command.
    call "SYSTEM" using shell-command.
    move RETURN-CODE to shell-rc.
    move 0 to RETURN-CODE.
    *> SYSTEM hands back the wait status: 0 nothing new, 256 regressions
    if shell-rc not = 0 and shell-rc not = 256
        move shell-rc to ws-num-edit
        display "Error: " trim(compare-command) " failed, status "
            trim(ws-num-edit) upon syserr
        move concatenate("rm -f ", trim(compare-out-file)) to shell-command
        call "SYSTEM" using shell-command
        move 2 to RETURN-CODE
        stop run
    end-if.
    move compare-out-file to text-path.
    open input text-in.
    if text-ok
        move SPACE to text-status
        perform until text-eof
            read text-in
                at end
                    move "10" to text-status
                not at end
                    move SPACE to compare-word compare-rest
                    unstring text-line delimited by all SPACE
                        into compare-word compare-rest
                    end-unstring
                    evaluate TRUE
                    when compare-word = "NEW-FAIL"
                        *> every failing assertion of the suite
                        move SPACE to still-suite
                        move compare-rest to reg-suite
                        perform note-suite-regressions
                    when compare-word = "STILL"
                        move compare-rest to still-suite
                    when text-line(1:23) = "           new failure "
                            and still-suite not = SPACE
                        move still-suite to reg-suite
                        move trim(text-line(24:)) to reg-key
                        perform note-regression
                    when other
                        move SPACE to still-suite
                    end-evaluate
            end-read
        end-perform
        close text-in
    end-if.
    move concatenate("rm -f ", trim(compare-out-file)) to shell-command.
    call "SYSTEM" using shell-command.
    move 0 to RETURN-CODE.

note-suite-regressions section.
    move 1 to cur-index.
    perform until cur-index > cur-count
        if cur-suite(cur-index) = reg-suite and cur-failed(cur-index)
            move cur-key(cur-index) to reg-key
            perform note-regression
        end-if
        add 1 to cur-index
    end-perform.

note-regression section.
    if regression-count >= REGRESSION-LIMIT
        display "Fatal: more than " REGRESSION-LIMIT " regressions" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to regression-count.
    move reg-suite to regression-suite(regression-count).
    move reg-key to regression-key(regression-count).

*>*
*> opening
*>*
open-regression section.
    move regression-suite(regression-index) to reg-suite.
    move regression-key(regression-index) to reg-key.
    *> already labeled, by hand or by an earlier run of this program
    move "N" to known-found.
    move 1 to known-index.
    perform until known-index > known-count
        if known-suite(known-index) = reg-suite
                and (known-key(known-index) = reg-key
                    or known-key(known-index) = "*")
            move "Y" to known-found
        end-if
        add 1 to known-index
    end-perform.
    move 1 to ledger-index.
    perform until ledger-index > ledger-count
        if ledger-suite(ledger-index) = reg-suite
                and ledger-key(ledger-index) = reg-key
            move "Y" to known-found
        end-if
        add 1 to ledger-index
    end-perform.
    if known-found = "Y"
        add 1 to skipped-count
        exit section
    end-if.
    move 0 to cur-found.
    move 1 to cur-index.
    perform until cur-index > cur-count
        if cur-suite(cur-index) = reg-suite and cur-key(cur-index) = reg-key
            move cur-index to cur-found
            exit perform
        end-if
        add 1 to cur-index
    end-perform.
    if cur-found = 0
        display "Warning: " trim(reg-suite) "#" trim(reg-key)
            " is not in " trim(current-run) upon syserr
        exit section
    end-if.
    perform find-suite-team.
    perform find-project.

    move concatenate("Regression in ", trim(reg-suite), ": ", trim(reg-key))
        to summary-text.
    move concatenate("Suite: ", trim(reg-suite), x"0a", "Assertion: ",
            trim(reg-key), " (", trim(cur-name(cur-found)), ")", x"0a",
            "Description: ", trim(cur-desc(cur-found)), x"0a",
            "Expected: ", trim(cur-expected(cur-found)), x"0a",
            "Actual: ", trim(cur-actual(cur-found)), x"0a",
            "Owning team: ", trim(suite-team))
        to description-text.
    if report-url not = SPACE
        move concatenate(trim(description-text), x"0a", "Report: ",
                trim(report-url))
            to description-text
    end-if.
    move concatenate(trim(description-text), x"0a", "First failed in run ",
            trim(current-run), " after ", trim(previous-run))
        to description-text.

    move summary-text to escape-in.
    perform json-escape.
    move concatenate('{"fields": {"project": {"key": "', trim(ticket-project),
            '"}, "summary": "', escape-out(1:escape-out-len), '"')
        to post-body.
    if ticket-component not = SPACE
        move concatenate(trim(post-body), ', "components": [{"name": "',
                trim(ticket-component), '"}]')
            to post-body
    end-if.
    move description-text to escape-in.
    perform json-escape.
    move concatenate(trim(post-body), ', "issuetype": {"name": "Bug"}',
            ', "labels": ["gcblunit", "regression"], "description": "',
            escape-out(1:escape-out-len), '"}}')
        to post-body.

    if is-dry-run
        display "OPEN    " trim(reg-suite) "#" trim(reg-key) " in "
            trim(ticket-project) " " trim(ticket-component)
        display "        " trim(post-body)
        exit section
    end-if.
    move create-path to post-path.
    perform post-tracker.
    if not post-delivered
        display "Error: ticket for " trim(reg-suite) "#" trim(reg-key)
            " not opened: " trim(post-message) upon syserr
        add 1 to failed-count
        exit section
    end-if.
    perform take-ticket-id.
    if ticket-id = SPACE
        display "Error: the tracker answered " trim(reg-suite) "#"
            trim(reg-key) " without a " trim(id-field) upon syserr
        add 1 to failed-count
        exit section
    end-if.
    display "OPENED  " trim(ticket-id) " " trim(reg-suite) "#" trim(reg-key).
    add 1 to opened-count.
    if ledger-count < LEDGER-LIMIT
        add 1 to ledger-count
        move reg-suite to ledger-suite(ledger-count)
        move reg-key to ledger-key(ledger-count)
        move ticket-id to ledger-ticket(ledger-count)
        move suite-team to ledger-team(ledger-count)
        move today-date to ledger-opened(ledger-count)
        move "N" to ledger-resolved(ledger-count)
        move "Y" to ledger-changed
    end-if.
    *> the register's own audited ADD
    move concatenate(trim(known-issues-command), " '", trim(register-file),
            "' ADD '", trim(reg-suite), "' '", trim(reg-key), "' '",
            trim(ticket-id), "' 'opened by ticket-sync ", today-date, "'")
        to shell-command.
    call "SYSTEM" using shell-command.
    if RETURN-CODE not = 0
        display "Error: register ADD of " trim(reg-suite) "#" trim(reg-key)
            " failed" upon syserr
        add 1 to failed-count
    end-if.
    move 0 to RETURN-CODE.

find-suite-team section.
    move "(unowned)" to suite-team.
    move 1 to catalog-index.
    perform until catalog-index > catalog-count
        if catalog-suite(catalog-index) = reg-suite
            if catalog-team(catalog-index) not = SPACE
                move catalog-team(catalog-index) to suite-team
            end-if
            exit section
        end-if
        add 1 to catalog-index
    end-perform.

find-project section.
    *> the team's own line, else the "*" line
    move SPACE to ticket-project ticket-component.
    move 1 to project-index.
    perform until project-index > project-count
        if project-team(project-index) = suite-team
            move project-key(project-index) to ticket-project
            move project-component(project-index) to ticket-component
            exit section
        end-if
        if project-team(project-index) = "*"
            move project-key(project-index) to ticket-project
            move project-component(project-index) to ticket-component
        end-if
        add 1 to project-index
    end-perform.

*>*
*> resolving
*>*
check-resolved section.
    move 0 to cur-found.
    move 1 to cur-index.
    perform until cur-index > cur-count
        if cur-suite(cur-index) = ledger-suite(ledger-index)
                and cur-key(cur-index) = ledger-key(ledger-index)
            move cur-index to cur-found
            exit perform
        end-if
        add 1 to cur-index
    end-perform.
    *> not run this time, or still failing: the ticket stays open
    if cur-found = 0
        exit section
    end-if.
    if not cur-passed(cur-found)
        exit section
    end-if.
    if is-dry-run
        display "RESOLVE " trim(ledger-ticket(ledger-index)) " "
            trim(ledger-suite(ledger-index)) "#" trim(ledger-key(ledger-index))
        exit section
    end-if.
    move concatenate('{"body": "', trim(ledger-suite(ledger-index)), "#",
            trim(ledger-key(ledger-index)), " passes again in run ",
            trim(current-run), " (", today-date, ")")
        to post-body.
    if report-url not = SPACE
        move concatenate(trim(post-body), ", report ", trim(report-url))
            to post-body
    end-if.
    move concatenate(trim(post-body), '."}') to post-body.
    move comment-path to path-template.
    perform fill-ticket-path.
    perform post-tracker.
    if not post-delivered
        display "Error: comment on " trim(ledger-ticket(ledger-index))
            " failed: " trim(post-message) upon syserr
        add 1 to failed-count
        exit section
    end-if.
    move concatenate('{"transition": {"id": "', trim(resolve-transition), '"}}')
        to post-body.
    move resolve-path to path-template.
    perform fill-ticket-path.
    perform post-tracker.
    if not post-delivered
        display "Error: resolving " trim(ledger-ticket(ledger-index))
            " failed: " trim(post-message) upon syserr
        add 1 to failed-count
        exit section
    end-if.
    display "RESOLVED " trim(ledger-ticket(ledger-index)) " "
        trim(ledger-suite(ledger-index)) "#" trim(ledger-key(ledger-index)).
    add 1 to resolved-count.
    move "Y" to ledger-resolved(ledger-index).
    move "Y" to ledger-changed.
    *> the register's own audited REMOVE
    move concatenate(trim(known-issues-command), " '", trim(register-file),
            "' REMOVE '", trim(ledger-suite(ledger-index)), "' '",
            trim(ledger-key(ledger-index)), "'")
        to shell-command.
    call "SYSTEM" using shell-command.
    if RETURN-CODE not = 0
        display "Error: register REMOVE of " trim(ledger-suite(ledger-index))
            "#" trim(ledger-key(ledger-index)) " failed" upon syserr
        add 1 to failed-count
    end-if.
    move 0 to RETURN-CODE.

resolve-report-url section.
    *> the link the tickets carry, resolved once before any goes out
    move 0 to vault-refs.
    inspect report-url tallying vault-refs for all "@vault:".
    if vault-refs = 0
        exit section
    end-if.
    move report-url to report-reference.
    call "vault-resolve" using report-url, vault-status
        on exception
            display "Error: --report-url " trim(report-reference)
                " needs libs/core/vault linked in" upon syserr
            move 2 to RETURN-CODE
            stop run
    end-call.
    if vault-status not = "00"
        display "Error: cannot resolve --report-url " trim(report-reference)
            " from the credential store (status " vault-status ")" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

fill-ticket-path section.
    *> "*" in the configured path stands for the ticket id
    move SPACE to path-before path-after.
    unstring path-template delimited by "*" into path-before path-after
    end-unstring.
    move concatenate(trim(path-before), trim(ledger-ticket(ledger-index)),
            trim(path-after))
        to post-path.

*>*
*> the tracker
*>*
post-tracker section.
    *> a @vault: token in the path is swapped in for this call only
    move post-path to resolved-path.
    move 0 to vault-refs.
    inspect resolved-path tallying vault-refs for all "@vault:".
    if vault-refs > 0
        call "vault-resolve" using resolved-path, vault-status
            on exception
                move "99" to vault-status
        end-call
        if vault-status not = "00"
            move SPACE to resolved-path
            move 1 to post-status
            move concatenate("cannot resolve the path's @vault: reference"
                    " (status ", vault-status, ")")
                to post-message
            exit section
        end-if
    end-if.
    move http-post(tracker-host, tracker-port, trim(resolved-path),
            "application/json", trim(post-body), post-response,
            post-status, post-message)
        to post-code.
    move SPACE to resolved-path.

take-ticket-id section.
    *> "<id-field>": "<value>" anywhere in the response body
    move SPACE to ticket-id.
    move concatenate('"', trim(id-field), '"') to id-probe.
    compute id-probe-length = length(trim(id-field)) + 2.
    move 1 to response-pos.
    perform until response-pos > length(post-response) - id-probe-length
        if post-response(response-pos:id-probe-length)
                = id-probe(1:id-probe-length)
            exit perform
        end-if
        add 1 to response-pos
    end-perform.
    if response-pos > length(post-response) - id-probe-length
        exit section
    end-if.
    add id-probe-length to response-pos.
    perform until response-pos >= length(post-response)
        if post-response(response-pos:1) not = ":" and not = SPACE
                and not = '"'
            exit perform
        end-if
        add 1 to response-pos
    end-perform.
    move response-pos to response-end.
    perform until response-end >= length(post-response)
        if post-response(response-end:1) = '"' or "," or "}" or SPACE
            exit perform
        end-if
        add 1 to response-end
    end-perform.
    if response-end > response-pos
        move post-response(response-pos:response-end - response-pos)
            to ticket-id
    end-if.

json-escape section.
    *> escape-in to escape-out as a json string body
    move SPACE to escape-out.
    move 0 to escape-out-len.
    move length(trim(escape-in, trailing)) to escape-len.
    move 1 to escape-pos.
    perform until escape-pos > escape-len or escape-out-len > 1096
        evaluate escape-in(escape-pos:1)
        when '"'
        when "\"
            add 1 to escape-out-len
            move "\" to escape-out(escape-out-len:1)
            add 1 to escape-out-len
            move escape-in(escape-pos:1) to escape-out(escape-out-len:1)
        when x"0a"
            add 1 to escape-out-len
            move "\n" to escape-out(escape-out-len:2)
            add 1 to escape-out-len
        when other
            add 1 to escape-out-len
            move escape-in(escape-pos:1) to escape-out(escape-out-len:1)
        end-evaluate
        add 1 to escape-pos
    end-perform.
    if escape-out-len = 0
        move 1 to escape-out-len
    end-if.

save-ledger section.
    open output ledger.
    if not ledger-ok
        display "Error writing " trim(ledger-file) ": " ledger-status upon syserr
        add 1 to failed-count
        exit section
    end-if.
    move 1 to ledger-index.
    perform until ledger-index > ledger-count
        if ledger-resolved(ledger-index) = "N"
            move concatenate(trim(ledger-suite(ledger-index)), "|",
                    trim(ledger-key(ledger-index)), "|",
                    trim(ledger-ticket(ledger-index)), "|",
                    trim(ledger-team(ledger-index)), "|",
                    ledger-opened(ledger-index))
                to ledger-line
            write ledger-line
        end-if
        add 1 to ledger-index
    end-perform.
    close ledger.
end program ticket-sync.
