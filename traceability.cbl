       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit requirements traceability matrix
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Which tests prove requirement FIN-214, answered from the records
*>  rather than from memory. The requirements register holds one
*>  "id|title|owner|criticality" line per business requirement ("#"
*>  starts a comment). Tests claim requirements two ways:
*>    - a "req:ID" tag in the suite's catalog tags column: every
*>      assertion of the suite verifies ID (and gcblunit --tag req:ID
*>      runs exactly those suites);
*>    - a "req:ID" token in an assertion's description: that one
*>      assertion verifies ID.
*>  Each claim is joined with the newest archived run of its suite.
*>  The matrix has one row per requirement: the covering suites and
*>  assertions, the date and result of their last run, and whether
*>  every covering assertion passed (a skipped or budget-stopped
*>  assertion has not). Row status is
*>    PASS     every covering assertion passed on its last run
*>    FAIL     some covering assertion did not pass
*>    NOT RUN  claimed by the catalog but the suite was never archived
*>    GAP      no test claims the requirement at all
*>  Gaps are listed again on their own, and claims naming an id the
*>  register does not know are reported as strays. The matrix is
*>  written as CSV and as an HTML page; the CSV is what release-certify
*>  --attach seals into the certification document.
*>
*>  Usage:
*>    traceability requirements.dat [--catalog path] [--archive path]
*>        [--html path] [--csv path]
*>
*>  Exit code: 0 when every requirement is covered and passing, 1 when
*>  there is a gap, a failure or a claim never run, 2 on a usage error.
identification division.
program-id. traceability.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select register assign to dynamic register-file
    organization is line sequential
    file status is register-status.
    select catalog assign to dynamic catalog-file
    organization is line sequential
    file status is catalog-status.
    select archive assign to dynamic archive-file
    organization is line sequential
    file status is archive-status.
    select csv-out assign to dynamic csv-file
    organization is line sequential
    file status is csv-status.
    select html assign to dynamic html-file
    organization is line sequential
    file status is html-status.
data division.
file section.
fd register.
    01 register-line pic x(512).
fd catalog.
    01 catalog-line pic x(512).
fd archive.
    01 archive-line pic x(304).
fd csv-out.
    01 csv-line pic x(1024).
fd html.
    01 html-line pic x(2048).
working-storage section.
    78 REQ-LIMIT value 2000.
    78 LINK-LIMIT value 5000.
    78 SUITE-LIMIT value 5000.
    78 COV-LIMIT value 20000.
    78 STRAY-LIMIT value 200.
    01 argv pic x(256).
        88 option-catalog value "--catalog".
        88 option-archive value "--archive".
        88 option-html value "--html".
        88 option-csv value "--csv".
    01 register-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 catalog-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 archive-file pic x(256) value "/tmp/gcblunit-archive.dat".
    01 html-file pic x(256) value "traceability.html".
    01 csv-file pic x(256) value "traceability.csv".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 register-status pic x(2).
        88 register-ok value "00".
        88 register-eof value "10".
    01 catalog-status pic x(2).
        88 catalog-ok value "00".
        88 catalog-eof value "10".
    01 archive-status pic x(2).
        88 archive-ok value "00".
        88 archive-eof value "10".
    01 csv-status pic x(2).
        88 csv-ok value "00".
    01 html-status pic x(2).
        88 html-ok value "00".

    *> the register, with each requirement's roll-up
    01 req-count usage binary-long unsigned value 0.
    01 req-tbl.
        03 req-entry occurs REQ-LIMIT times.
            05 req-id pic x(32).
            05 req-title pic x(128).
            05 req-owner pic x(32).
            05 req-criticality pic x(16).
            05 req-assertions usage binary-long unsigned.
            05 req-passed usage binary-long unsigned.
            05 req-last-date pic 9(8).
            05 req-unrun usage binary-long unsigned.
            05 req-status pic x(7).
                88 req-is-pass value "PASS".
                88 req-is-gap value "GAP".
    01 req-index usage binary-long unsigned.
    01 req-found usage binary-long unsigned.
    01 reg-id pic x(32).
    01 reg-title pic x(128).
    01 reg-owner pic x(32).
    01 reg-criticality pic x(16).

    *> catalog claims: suite verifies requirement
    01 link-count usage binary-long unsigned value 0.
    01 link-tbl.
        03 link-entry occurs LINK-LIMIT times.
            05 link-req usage binary-long unsigned.
            05 link-suite pic x(32).
            05 link-run-date pic 9(8).
    01 link-index usage binary-long unsigned.
    01 cat-suite pic x(128).
    01 cat-team pic x(32).
    01 cat-tags pic x(120).
    01 tag-scan pic x(120).
    01 tag-token pic x(120).
    01 tag-remainder pic x(120).

    *> the newest archived run of each suite
    01 suite-count usage binary-long unsigned value 0.
    01 suite-tbl.
        03 suite-entry occurs SUITE-LIMIT times.
            05 suite-name pic x(32).
            05 suite-last-date pic 9(8).
    01 suite-index usage binary-long unsigned.
    01 suite-found usage binary-long unsigned.

    *> the covering assertions as last run
    01 cov-count usage binary-long unsigned value 0.
    01 cov-tbl.
        03 cov-entry occurs COV-LIMIT times.
            05 cov-req usage binary-long unsigned.
            05 cov-suite pic x(32).
            05 cov-label pic x(48).
            05 cov-status pic x.
                88 cov-passed values ".", "W".
            05 cov-date pic 9(8).
    01 cov-index usage binary-long unsigned.

    *> claims naming an id the register does not know
    01 stray-count usage binary-long unsigned value 0.
    01 stray-tbl.
        03 stray-entry occurs STRAY-LIMIT times.
            05 stray-id pic x(32).
            05 stray-where pic x(64).
    01 stray-index usage binary-long unsigned.
    01 claim-where pic x(64).

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

    *> "req:ID" tokens in a description
    01 desc-pos usage binary-long unsigned.
    01 desc-end usage binary-long unsigned.
    01 claim-id pic x(32).
    01 assertion-label pic x(48).

    01 row-suites pic x(512).
    01 row-assertions pic x(900).
    01 row-piece pic x(96).
    01 suite-probe pic x(520).
    01 piece-probe pic x(100).
    01 piece-length usage binary-long unsigned.
    01 piece-hits usage binary-long unsigned.
    01 row-result pic x(4).
    01 status-word pic x(7).
    01 row-all-passed pic x(3).
    01 row-date pic x(8).
    01 gap-count usage binary-long unsigned value 0.
    01 fail-count usage binary-long unsigned value 0.
    01 unrun-count usage binary-long unsigned value 0.
    01 pass-count usage binary-long unsigned value 0.
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    accept register-file from ARGUMENT-VALUE.
    if is-empty of register-file
        perform show-usage
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-catalog
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to catalog-file
        when option-archive
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to archive-file
        when option-html
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to html-file
        when option-csv
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to csv-file
        when other
            display "Error: unknown option " trim(argv) upon syserr
            perform show-usage
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.

    perform load-register.
    if not is-empty of catalog-file
        perform load-catalog-claims
    end-if.
    perform find-last-runs.
    perform collect-coverage.
    perform roll-up.
    perform write-csv.
    perform write-html.
    perform print-summary.
    if gap-count + fail-count + unrun-count = 0
        move 0 to RETURN-CODE
    else
        move 1 to RETURN-CODE
    end-if.
    stop run.

show-usage section.
    display "Usage: traceability requirements.dat [--catalog path]"
        " [--archive path] [--html path] [--csv path]" upon syserr.

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

load-register section.
    open input register.
    if not register-ok
        display "Error opening " trim(register-file) ": " register-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to register-status.
    perform until register-eof
        read register
            at end
                move "10" to register-status
            not at end
                if trim(register-line) not = SPACE
                        and trim(register-line)(1:1) not = "#"
                    move SPACE to reg-id reg-title reg-owner reg-criticality
                    unstring register-line delimited by "|"
                        into reg-id reg-title reg-owner reg-criticality
                    end-unstring
                    if trim(reg-id) not = SPACE
                        add 1 to req-count
                        if req-count > REQ-LIMIT
                            display "Fatal: more than " REQ-LIMIT
                                " requirements in " trim(register-file) upon syserr
                            move 3 to RETURN-CODE
                            stop run
                        end-if
                        move trim(reg-id) to req-id(req-count)
                        move trim(reg-title) to req-title(req-count)
                        move trim(reg-owner) to req-owner(req-count)
                        move trim(reg-criticality) to req-criticality(req-count)
                        move 0 to req-assertions(req-count) req-passed(req-count)
                            req-last-date(req-count) req-unrun(req-count)
                    end-if
                end-if
        end-read
    end-perform.
    close register.

find-requirement section.
    *> claim-id to req-found, 0 when the register does not know it
    move 0 to req-found.
    move 1 to req-index.
    perform until req-index > req-count
        if upper-case(req-id(req-index)) = upper-case(claim-id)
            move req-index to req-found
            exit section
        end-if
        add 1 to req-index
    end-perform.

note-stray section.
    *> once per id and place is enough
    move 1 to stray-index.
    perform until stray-index > stray-count
        if stray-id(stray-index) = claim-id
                and stray-where(stray-index) = claim-where
            exit section
        end-if
        add 1 to stray-index
    end-perform.
    if stray-count < STRAY-LIMIT
        add 1 to stray-count
        move claim-id to stray-id(stray-count)
        move claim-where to stray-where(stray-count)
    end-if.

load-catalog-claims section.
    open input catalog.
    if not catalog-ok
        display "Error opening " trim(catalog-file) ": " catalog-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to catalog-status.
    perform until catalog-eof
        read catalog
            at end
                move "10" to catalog-status
            not at end
                if trim(catalog-line) not = SPACE
                        and catalog-line(1:1) not = "#"
                    move SPACE to cat-suite cat-team cat-tags
                    unstring catalog-line delimited by "|"
                        into cat-suite cat-team cat-tags
                    end-unstring
                    move cat-tags to tag-scan
                    perform until tag-scan = SPACE
                        move SPACE to tag-token tag-remainder
                        unstring tag-scan delimited by all SPACE
                            into tag-token tag-remainder
                        end-unstring
                        if lower-case(tag-token(1:4)) = "req:"
                                and tag-token(5:) not = SPACE
                            move tag-token(5:) to claim-id
                            perform add-catalog-claim
                        end-if
                        move tag-remainder to tag-scan
                    end-perform
                end-if
        end-read
    end-perform.
    close catalog.

add-catalog-claim section.
    perform find-requirement.
    if req-found = 0
        move concatenate("catalog: ", trim(cat-suite)) to claim-where
        perform note-stray
        exit section
    end-if.
    if link-count >= LINK-LIMIT
        display "Fatal: more than " LINK-LIMIT " catalog requirement claims"
            upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to link-count.
    move req-found to link-req(link-count).
    move trim(cat-suite) to link-suite(link-count).
    move 0 to link-run-date(link-count).

find-last-runs section.
    open input archive.
    if not archive-ok
        display "Warning: no archive at " trim(archive-file)
            ", every claim counts as never run" upon syserr
        exit section
    end-if.
    move SPACE to archive-status.
    perform until archive-eof
        read archive
            at end
                move "10" to archive-status
            not at end
                move archive-line to ws-archive-record
                if arc-date is numeric and arc-suite not = SPACE
                    perform find-suite
                    if suite-found = 0
                        if suite-count >= SUITE-LIMIT
                            display "Fatal: more than " SUITE-LIMIT
                                " suites in " trim(archive-file) upon syserr
                            move 3 to RETURN-CODE
                            stop run
                        end-if
                        add 1 to suite-count
                        move arc-suite to suite-name(suite-count)
                        move arc-date to suite-last-date(suite-count)
                    else
                        if arc-date > suite-last-date(suite-found)
                            move arc-date to suite-last-date(suite-found)
                        end-if
                    end-if
                end-if
        end-read
    end-perform.
    close archive.

find-suite section.
    move 0 to suite-found.
    move 1 to suite-index.
    perform until suite-index > suite-count
        if suite-name(suite-index) = arc-suite
            move suite-index to suite-found
            exit section
        end-if
        add 1 to suite-index
    end-perform.

collect-coverage section.
    *> every assertion of a suite's newest run, against the claims
    open input archive.
    if not archive-ok
        exit section
    end-if.
    move SPACE to archive-status.
    perform until archive-eof
        read archive
            at end
                move "10" to archive-status
            not at end
                move archive-line to ws-archive-record
                if arc-date is numeric and arc-suite not = SPACE
                    perform find-suite
                    if suite-found > 0
                        if arc-date = suite-last-date(suite-found)
                            perform cover-assertion
                        end-if
                    end-if
                end-if
        end-read
    end-perform.
    close archive.

cover-assertion section.
    if arc-key = SPACE
        move concatenate("#", arc-nr, " ", trim(arc-name)) to assertion-label
    else
        move arc-key to assertion-label
    end-if.
    *> the suite's catalog claims
    move 1 to link-index.
    perform until link-index > link-count
        if link-suite(link-index) = arc-suite
            move arc-date to link-run-date(link-index)
            move link-req(link-index) to req-found
            perform add-coverage
        end-if
        add 1 to link-index
    end-perform.
    *> and the assertion's own
    move 1 to desc-pos.
    perform until desc-pos > 60
        if lower-case(arc-desc(desc-pos:4)) = "req:"
            compute desc-end = desc-pos + 4
            perform until desc-end > 64
                if arc-desc(desc-end:1) = SPACE or "," or ";" or ")" or "]"
                    exit perform
                end-if
                add 1 to desc-end
            end-perform
            if desc-end > desc-pos + 4
                move arc-desc(desc-pos + 4:desc-end - desc-pos - 4) to claim-id
                perform find-requirement
                if req-found = 0
                    move concatenate(trim(arc-suite), " ", trim(assertion-label))
                        to claim-where
                    perform note-stray
                else
                    perform add-coverage
                end-if
            end-if
            move desc-end to desc-pos
        else
            add 1 to desc-pos
        end-if
    end-perform.

add-coverage section.
    *> one row per requirement and assertion, however many claims
    move 1 to cov-index.
    perform until cov-index > cov-count
        if cov-req(cov-index) = req-found
                and cov-suite(cov-index) = arc-suite
                and cov-label(cov-index) = assertion-label
            exit section
        end-if
        add 1 to cov-index
    end-perform.
    if cov-count >= COV-LIMIT
        display "Fatal: more than " COV-LIMIT " covering assertions" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    add 1 to cov-count.
    move req-found to cov-req(cov-count).
    move arc-suite to cov-suite(cov-count).
    move assertion-label to cov-label(cov-count).
    move arc-status to cov-status(cov-count).
    move arc-date to cov-date(cov-count).

roll-up section.
    move 1 to cov-index.
    perform until cov-index > cov-count
        move cov-req(cov-index) to req-index
        add 1 to req-assertions(req-index)
        if cov-passed(cov-index)
            add 1 to req-passed(req-index)
        end-if
        if cov-date(cov-index) > req-last-date(req-index)
            move cov-date(cov-index) to req-last-date(req-index)
        end-if
        add 1 to cov-index
    end-perform.
    move 1 to link-index.
    perform until link-index > link-count
        if link-run-date(link-index) = 0
            add 1 to req-unrun(link-req(link-index))
        end-if
        add 1 to link-index
    end-perform.
    move 1 to req-index.
    perform until req-index > req-count
        evaluate TRUE
        when req-assertions(req-index) = 0 and req-unrun(req-index) = 0
            move "GAP" to req-status(req-index)
            add 1 to gap-count
        when req-passed(req-index) < req-assertions(req-index)
            move "FAIL" to req-status(req-index)
            add 1 to fail-count
        when req-unrun(req-index) > 0
            move "NOT RUN" to req-status(req-index)
            add 1 to unrun-count
        when other
            move "PASS" to req-status(req-index)
            add 1 to pass-count
        end-evaluate
        add 1 to req-index
    end-perform.

build-row section.
    *> the covering suites and assertions of req-index, as text
    move SPACE to row-suites row-assertions.
    move 1 to link-index.
    perform until link-index > link-count
        if link-req(link-index) = req-index
            if link-run-date(link-index) = 0
                move concatenate(trim(link-suite(link-index)), " (no run)")
                    to row-piece
            else
                move link-suite(link-index) to row-piece
            end-if
            perform add-row-suite
        end-if
        add 1 to link-index
    end-perform.
    move 1 to cov-index.
    perform until cov-index > cov-count
        if cov-req(cov-index) = req-index
            move cov-suite(cov-index) to row-piece
            perform add-row-suite
            perform name-status
            move concatenate(trim(cov-suite(cov-index)), "/",
                    trim(cov-label(cov-index)), " ", trim(status-word))
                to row-piece
            if row-assertions = SPACE
                move row-piece to row-assertions
            else
                if length(trim(row-assertions)) + length(trim(row-piece)) < 890
                    move concatenate(trim(row-assertions), "; ", trim(row-piece))
                        to row-assertions
                end-if
            end-if
        end-if
        add 1 to cov-index
    end-perform.
    if req-last-date(req-index) = 0
        move SPACE to row-date
    else
        move req-last-date(req-index) to row-date
    end-if.
    if req-assertions(req-index) = 0
        move SPACE to row-result
        move SPACE to row-all-passed
    else
        if req-passed(req-index) = req-assertions(req-index)
            move "PASS" to row-result
            move "yes" to row-all-passed
        else
            move "FAIL" to row-result
            move "no" to row-all-passed
        end-if
    end-if.
    move req-assertions(req-index) to ws-num-edit.
    move req-passed(req-index) to ws-num-edit2.

name-status section.
    evaluate cov-status(cov-index)
    when "."
        move "pass" to status-word
    when "W"
        move "warning" to status-word
    when "F"
        move "FAIL" to status-word
    when "S"
        move "skipped" to status-word
    when "B"
        move "budget" to status-word
    when other
        move cov-status(cov-index) to status-word
    end-evaluate.

add-row-suite section.
    *> suites listed once each
    if row-suites = SPACE
        move row-piece to row-suites
        exit section
    end-if.
    move concatenate(" ", trim(row-suites), " ") to suite-probe.
    move concatenate(" ", trim(row-piece), " ") to piece-probe.
    move length(trim(row-piece)) to piece-length.
    add 2 to piece-length.
    move 0 to piece-hits.
    inspect suite-probe tallying piece-hits
        for all piece-probe(1:piece-length).
    if piece-hits > 0
        exit section
    end-if.
    if length(trim(row-suites)) + length(trim(row-piece)) < 500
        move concatenate(trim(row-suites), " ", trim(row-piece)) to row-suites
    end-if.

write-csv section.
    open output csv-out.
    if not csv-ok
        display "Error writing " trim(csv-file) ": " csv-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move concatenate("requirement,title,owner,criticality,status,suites,",
            "assertions,passed,last-run,last-result,all-passed,covering")
        to csv-line.
    write csv-line.
    move 1 to req-index.
    perform until req-index > req-count
        perform build-row
        move concatenate(trim(req-id(req-index)), ",", quote,
                trim(req-title(req-index)), quote, ",",
                trim(req-owner(req-index)), ",",
                trim(req-criticality(req-index)), ",",
                trim(req-status(req-index)), ",", quote, trim(row-suites), quote,
                ",", trim(ws-num-edit), ",", trim(ws-num-edit2), ",",
                trim(row-date), ",", trim(row-result), ",", trim(row-all-passed),
                ",", quote, trim(row-assertions), quote)
            to csv-line
        write csv-line
        add 1 to req-index
    end-perform.
    close csv-out.

write-html section.
    open output html.
    if not html-ok
        display "Error writing " trim(html-file) ": " html-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move '<!DOCTYPE html>' to html-line.
    write html-line.
    move '<html><head><meta charset="UTF-8">' to html-line.
    write html-line.
    move '<title>GCBLUnit requirements traceability</title>' to html-line.
    write html-line.
    move '<style>' to html-line.
    write html-line.
    move 'body { font-family: monospace; margin: 2em; }' to html-line.
    write html-line.
    move 'table { border-collapse: collapse; }' to html-line.
    write html-line.
    move 'td, th { border: 1px solid #888; padding: 2px 6px; text-align: left; vertical-align: top; }'
        to html-line.
    write html-line.
    move '.PASS { background: #9f9; } .FAIL { background: #f99; } .GAP, .NOT { background: #fd8; }'
        to html-line.
    write html-line.
    move '</style></head><body>' to html-line.
    write html-line.
    move '<h1>Requirements traceability</h1>' to html-line.
    write html-line.
    move req-count to ws-num-edit.
    move gap-count to ws-num-edit2.
    move concatenate('<p>', trim(ws-num-edit), ' requirement(s) from ',
            trim(register-file), ', ', trim(ws-num-edit2),
            ' without a covering test; results from ', trim(archive-file),
            '</p>')
        to html-line.
    write html-line.
    move concatenate('<table><tr><th>requirement</th><th>title</th>',
            '<th>owner</th><th>criticality</th><th>status</th>',
            '<th>suites</th><th>last run</th><th>result</th>',
            '<th>all passed</th><th>covering assertions</th></tr>')
        to html-line.
    write html-line.
    move 1 to req-index.
    perform until req-index > req-count
        perform build-row
        move concatenate('<tr><td>', trim(req-id(req-index)), '</td><td>',
                trim(req-title(req-index)), '</td><td>',
                trim(req-owner(req-index)), '</td><td>',
                trim(req-criticality(req-index)), '</td><td class="',
                trim(req-status(req-index)), '">',
                trim(req-status(req-index)), '</td>')
            to html-line
        write html-line
        if req-assertions(req-index) = 0
            move concatenate('<td>', trim(row-suites), '</td><td>',
                    trim(row-date), '</td><td></td><td></td><td>')
                to html-line
        else
            move concatenate('<td>', trim(row-suites), '</td><td>',
                    trim(row-date), '</td><td>', trim(row-result), '</td><td>',
                    trim(row-all-passed), ' (', trim(ws-num-edit2), '/',
                    trim(ws-num-edit), ')</td><td>')
                to html-line
        end-if
        write html-line
        *> one line per covering assertion
        move 1 to cov-index
        perform until cov-index > cov-count
            if cov-req(cov-index) = req-index
                perform name-status
                move concatenate(trim(cov-suite(cov-index)), ' ',
                        trim(cov-label(cov-index)), ' ', trim(status-word),
                        '<br>')
                    to html-line
                write html-line
            end-if
            add 1 to cov-index
        end-perform
        move '</td></tr>' to html-line
        write html-line
        add 1 to req-index
    end-perform.
    move '</table>' to html-line.
    write html-line.
    move '<h2>Gaps</h2>' to html-line.
    write html-line.
    if gap-count = 0
        move '<p>Every requirement has a covering test.</p>' to html-line
        write html-line
    else
        move '<ul>' to html-line
        write html-line
        move 1 to req-index
        perform until req-index > req-count
            if req-is-gap(req-index)
                move concatenate('<li>', trim(req-id(req-index)), ' ',
                        trim(req-title(req-index)), ' (',
                        trim(req-owner(req-index)), ', ',
                        trim(req-criticality(req-index)), ')</li>')
                    to html-line
                write html-line
            end-if
            add 1 to req-index
        end-perform
        move '</ul>' to html-line
        write html-line
    end-if.
    if stray-count > 0
        move '<h2>Claims of unknown requirements</h2><ul>' to html-line
        write html-line
        move 1 to stray-index
        perform until stray-index > stray-count
            move concatenate('<li>', trim(stray-id(stray-index)), ' in ',
                    trim(stray-where(stray-index)), '</li>')
                to html-line
            write html-line
            add 1 to stray-index
        end-perform
        move '</ul>' to html-line
        write html-line
    end-if.
    move '</body></html>' to html-line.
    write html-line.
    close html.

print-summary section.
    move req-count to ws-num-edit.
    display "traceability: " trim(ws-num-edit) " requirement(s), matrix in "
        trim(csv-file) " and " trim(html-file).
    move pass-count to ws-num-edit.
    move fail-count to ws-num-edit2.
    display "  passing " trim(ws-num-edit) ", failing " trim(ws-num-edit2).
    move unrun-count to ws-num-edit.
    move gap-count to ws-num-edit2.
    display "  never run " trim(ws-num-edit) ", gaps " trim(ws-num-edit2).
    move 1 to req-index.
    perform until req-index > req-count
        if req-is-gap(req-index)
            display "  GAP " trim(req-id(req-index)) " "
                trim(req-title(req-index))
        end-if
        add 1 to req-index
    end-perform.
    move 1 to stray-index.
    perform until stray-index > stray-count
        display "  unknown requirement " trim(stray-id(stray-index))
            " claimed by " trim(stray-where(stray-index))
        add 1 to stray-index
    end-perform.
end program traceability.
