       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit policy-driven release gate
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  One GO/NO-GO for the deploy step instead of GCBLRUN's return code
*>  plus whatever run-compare said plus a glance at coverage. Every
*>  rule of a policy file is evaluated against tonight's artifacts and
*>  reported with its verdict and the evidence behind it. A policy
*>  line is one rule, "#" starts a comment, and a rule prefixed with
*>  "advisory" is reported but never stops the release:
*>    no-new-regressions previous-run current-run
*>        run-compare (--compare-cmd) finds nothing newly failing;
*>    paragraph-coverage min-percent sidecar.para [program]...
*>        every named program (every program of the coverage-instrument
*>        sidecar when none is named -- name the changed ones) has at
*>        least min-percent of its paragraphs covered by some suite in
*>        the paragraph-suite map gcblunit keeps with --paragraphs;
*>    mutation-score min-percent report [report]...
*>        every mutation-test report kills at least min-percent of the
*>        mutants that compiled;
*>    quarantine-age max-days list.txt
*>        no suite on the quarantine list was benched (its newest ADD
*>        in quarantine-maint's audit log) more than max-days ago;
*>    known-issue-age max-days register.dat [team]
*>        no open known-issues entry (of the team's suites, by the
*>        --catalog ownership column) was added more than max-days
*>        ago, by its newest ADD in the known-issues audit log;
*>    manifest-satisfied
*>        no suite of the newest archived run came up short of its
*>        manifest (count or declared keys).
*>  An entry whose ADD date no audit log shows cannot be proven young
*>  enough and fails its rule; an artifact that cannot be read fails
*>  its rule as well. The report goes to the console and to --report,
*>  the file release-certify --attach seals into its document.
*>  Ages run to --as-of (today by default). Store paths follow
*>  GCBLUNIT_STORE/GCBLUNIT_PROFILE.
*>
*>  Usage:
*>    release-gate policy.txt [--report path] [--catalog path]
*>        [--archive path] [--map path] [--quarantine-audit path]
*>        [--known-audit path] [--compare-cmd command]
*>        [--as-of YYYYMMDD]
*>
*>  Exit code: 0 GO, 1 NO-GO, 2 on a usage or policy error -- the
*>  code the deploy step's COND tests.
identification division.
program-id. release-gate.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select policy assign to dynamic policy-file
    organization is line sequential
    file status is policy-status.
    select artifact assign to dynamic artifact-path
    organization is line sequential
    file status is artifact-status.
    select report-out assign to dynamic report-file
    organization is line sequential
    file status is report-out-status.
data division.
file section.
fd policy.
    01 policy-line pic x(512).
fd artifact.
    01 artifact-line pic x(512).
fd report-out.
    01 report-out-line pic x(512).
working-storage section.
    78 RULE-LIMIT value 100.
    78 EVIDENCE-LIMIT value 2000.
    78 PARA-LIMIT value 20000.
    78 ENTRY-LIMIT value 2000.
    78 SUITE-LIMIT value 5000.
    01 argv pic x(512).
        88 option-report value "--report".
        88 option-catalog value "--catalog".
        88 option-archive value "--archive".
        88 option-map value "--map".
        88 option-quarantine-audit value "--quarantine-audit".
        88 option-known-audit value "--known-audit".
        88 option-compare-cmd value "--compare-cmd".
        88 option-as-of value "--as-of".
    01 policy-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 report-file pic x(256) value "/tmp/gcblunit-release-gate.txt".
    01 catalog-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 archive-file pic x(256) value "/tmp/gcblunit-archive.dat".
    01 map-file pic x(256) value "/tmp/gcblunit-paragraph-suites.dat".
    01 quarantine-audit-file pic x(256)
        value "/tmp/gcblunit-quarantine-audit.log".
    01 known-audit-file pic x(256) value "/tmp/gcblunit-known-audit.log".
    01 compare-command pic x(256) value "run-compare".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 date-arg pic x(8).
    01 as-of-date pic 9(8) value 0.
    01 artifact-path pic x(256).
    01 policy-status pic x(2).
        88 policy-ok value "00".
        88 policy-eof value "10".
    01 artifact-status pic x(2).
        88 artifact-ok value "00".
        88 artifact-eof value "10".
    01 report-out-status pic x(2).
        88 report-out-ok value "00".
    01 shell-command pic x(1024).
    01 shell-rc usage binary-long.
    01 ws-run-pid usage binary-long.
    01 run-pid-edit pic 9(9).
    01 compare-out-file pic x(256).

    *> the rules, as the policy states them, and how each came out
    01 rule-count usage binary-long unsigned value 0.
    01 rule-tbl.
        03 rule-entry occurs RULE-LIMIT times.
            05 rule-text pic x(512).
            05 rule-advisory pic x.
                88 is-advisory value "Y".
            05 rule-verdict pic x(5).
                88 is-pass value "PASS".
            05 rule-first-evidence usage binary-long unsigned.
            05 rule-last-evidence usage binary-long unsigned.
    01 rule-index usage binary-long unsigned.
    01 evidence-count usage binary-long unsigned value 0.
    01 evidence-tbl.
        03 evidence-text pic x(200) occurs EVIDENCE-LIMIT times.
    01 evidence-index usage binary-long unsigned.
    01 evidence-line pic x(200).
    01 failed-rules usage binary-long unsigned value 0.
    01 advisory-failed usage binary-long unsigned value 0.

    *> the rule being evaluated, in words
    01 rule-words.
        03 rule-word pic x(256) occurs 20 times.
    01 word-count usage binary-long unsigned.
    01 word-index usage binary-long unsigned.
    01 word-pointer usage binary-long unsigned.
    01 rule-scan pic x(512).
    01 rule-kind pic x(32).
    01 rule-limit-value usage binary-long unsigned.
    01 rule-arg-first usage binary-long unsigned.
    01 rule-ok pic x.

    *> paragraph coverage
    01 para-count usage binary-long unsigned.
    01 para-tbl.
        03 para-entry occurs PARA-LIMIT times.
            05 para-program pic x(31).
            05 para-name pic x(31).
            05 para-covered pic x.
    01 para-index usage binary-long unsigned.
    01 line-suite pic x(128).
    01 line-program pic x(31).
    01 line-name pic x(31).
    01 cover-program pic x(31).
    01 cover-total usage binary-long unsigned.
    01 cover-hit usage binary-long unsigned.
    01 cover-percent usage binary-long unsigned.
    01 cover-seen pic x.
    01 cover-scan usage binary-long unsigned.

    *> mutation reports
    01 mut-words.
        03 mut-word pic x(32) occurs 8 times.
    01 mut-killed usage binary-long unsigned.
    01 mut-survived usage binary-long unsigned.
    01 mut-score usage binary-long unsigned.
    01 mut-found pic x.

    *> register and list entries with their birth dates
    01 entry-count usage binary-long unsigned.
    01 entry-tbl.
        03 entry-item occurs ENTRY-LIMIT times.
            05 entry-object pic x(96).
            05 entry-suite pic x(32).
            05 entry-ticket pic x(16).
            05 entry-added pic 9(8).
    01 entry-index usage binary-long unsigned.
    01 entry-age usage binary-long unsigned.
    01 entry-label pic x(120).
    01 reg-suite pic x(32).
    01 reg-key pic x(48).
    01 reg-ticket pic x(16).
    01 reg-note pic x(200).
    01 audit-date-txt pic x(8).
    01 audit-program pic x(32).
    01 audit-verb pic x(16).
    01 audit-object pic x(96).
    01 team-filter pic x(32).

    *> suite ownership from the catalog
    01 catalog-count usage binary-long unsigned value 0.
    01 catalog-loaded pic x value "N".
    01 catalog-tbl.
        03 catalog-entry occurs SUITE-LIMIT times.
            05 catalog-suite pic x(128).
            05 catalog-team pic x(32).
    01 catalog-index usage binary-long unsigned.
    01 cat-suite pic x(128).
    01 cat-team pic x(32).
    01 suite-team pic x(32).

    *> the newest archived run
    01 newest-date pic 9(8).
    01 line-date pic 9(8).
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

    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
    01 ws-num-edit3 pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    accept policy-file from ARGUMENT-VALUE.
    if is-empty of policy-file
        perform show-usage
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-report
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to report-file
        when option-catalog
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to catalog-file
        when option-archive
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to archive-file
        when option-map
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to map-file
        when option-quarantine-audit
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to quarantine-audit-file
        when option-known-audit
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to known-audit-file
        when option-compare-cmd
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to compare-command
        when option-as-of
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to date-arg
            move numval(date-arg) to as-of-date
        when other
            display "Error: unknown option " trim(argv) upon syserr
            perform show-usage
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if as-of-date = 0
        accept as-of-date from DATE YYYYMMDD
    end-if.
    if test-date-yyyymmdd(as-of-date) not = 0
        display "Error: --as-of takes a date YYYYMMDD" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

    perform load-policy.
    move 1 to rule-index.
    perform until rule-index > rule-count
        perform evaluate-rule
        add 1 to rule-index
    end-perform.
    perform write-report.
    if failed-rules = 0
        move 0 to RETURN-CODE
    else
        move 1 to RETURN-CODE
    end-if.
    stop run.

show-usage section.
    display "Usage: release-gate policy.txt [--report path]"
        " [--catalog path] [--archive path] [--map path]"
        " [--quarantine-audit path] [--known-audit path]"
        " [--compare-cmd command] [--as-of YYYYMMDD]" upon syserr.

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
    move concatenate(trim(store-base), "/gcblunit-paragraph-suites.dat")
        to map-file.
    move concatenate(trim(store-base), "/gcblunit-quarantine-audit.log")
        to quarantine-audit-file.
    move concatenate(trim(store-base), "/gcblunit-known-audit.log")
        to known-audit-file.
    move concatenate(trim(store-base), "/gcblunit-release-gate.txt")
        to report-file.

load-policy section.
    open input policy.
    if not policy-ok
        display "Error opening " trim(policy-file) ": " policy-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to policy-status.
    perform until policy-eof
        read policy
            at end
                move "10" to policy-status
            not at end
                if trim(policy-line) not = SPACE
                        and trim(policy-line)(1:1) not = "#"
                    add 1 to rule-count
                    if rule-count > RULE-LIMIT
                        display "Fatal: policy exceeds " RULE-LIMIT " rules" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    move "N" to rule-advisory(rule-count)
                    move trim(policy-line) to rule-text(rule-count)
                    if lower-case(rule-text(rule-count)(1:9)) = "advisory "
                        move "Y" to rule-advisory(rule-count)
                        move trim(rule-text(rule-count)(10:))
                            to rule-text(rule-count)
                    end-if
                end-if
        end-read
    end-perform.
    close policy.
    if rule-count = 0
        display "Error: " trim(policy-file) " states no rule" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

*>*
*> the rules
*>*
evaluate-rule section.
    move SPACE to rule-words.
    move 0 to word-count.
    move rule-text(rule-index) to rule-scan.
    move 1 to word-pointer.
    perform until word-pointer > length(trim(rule-scan, trailing))
            or word-count >= 20
        add 1 to word-count
        unstring rule-scan delimited by all SPACE
            into rule-word(word-count)
            with pointer word-pointer
        end-unstring
    end-perform.
    move lower-case(rule-word(1)) to rule-kind.
    compute rule-first-evidence(rule-index) = evidence-count + 1.
    move "PASS" to rule-verdict(rule-index).
    evaluate rule-kind
    when "no-new-regressions"
        perform rule-no-new-regressions
    when "paragraph-coverage"
        perform rule-paragraph-coverage
    when "mutation-score"
        perform rule-mutation-score
    when "quarantine-age"
        perform rule-quarantine-age
    when "known-issue-age"
        perform rule-known-issue-age
    when "manifest-satisfied"
        perform rule-manifest-satisfied
    when other
        display "Error: " trim(policy-file) ": unknown rule "
            trim(rule-word(1)) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-evaluate.
    move evidence-count to rule-last-evidence(rule-index).
    if not is-pass(rule-index)
        if is-advisory(rule-index)
            add 1 to advisory-failed
        else
            add 1 to failed-rules
        end-if
    end-if.

rule-fails section.
    move "FAIL" to rule-verdict(rule-index).

add-evidence section.
    if evidence-count < EVIDENCE-LIMIT
        add 1 to evidence-count
        move evidence-line to evidence-text(evidence-count)
    end-if.

need-words section.
    *> the rule must carry at least word-index words
    if word-count < word-index
        display "Error: " trim(policy-file) ": "
            trim(rule-text(rule-index)) ": missing arguments" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

take-limit section.
    *> rule-word(2) is the rule's number
    if trim(rule-word(2)) is not numeric
        display "Error: " trim(policy-file) ": "
            trim(rule-text(rule-index)) ": " trim(rule-word(2))
            " is not a number" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move numval(rule-word(2)) to rule-limit-value.

rule-no-new-regressions section.
    *> run-compare's own exit code: 1 is a new regression
    move 3 to word-index.
    perform need-words.
    call "getpid" giving ws-run-pid.
    move ws-run-pid to run-pid-edit.
    move concatenate("/tmp/gcblunit-gate-", trim(run-pid-edit), ".cmp")
        to compare-out-file.
    move concatenate(trim(compare-command), " ", trim(rule-word(2)), " ",
            trim(rule-word(3)), " > ", trim(compare-out-file), " 2>&1")
        to shell-command.
    call "SYSTEM" using shell-command.
    move RETURN-CODE to shell-rc.
    move 0 to RETURN-CODE.
    *> SYSTEM hands back the wait status: exit code 1 arrives as 256
    evaluate shell-rc
    when 0
        continue
    when 256
        perform rule-fails
    when other
        perform rule-fails
        move shell-rc to ws-num-edit
        move concatenate("run-compare did not run, status ", trim(ws-num-edit))
            to evidence-line
        perform add-evidence
    end-evaluate.
    *> its summary and every regression it names are the evidence
    move compare-out-file to artifact-path.
    open input artifact.
    if artifact-ok
        move SPACE to artifact-status
        perform until artifact-eof
            read artifact
                at end
                    move "10" to artifact-status
                not at end
                    if artifact-line(1:9) = "NEW-FAIL "
                            or artifact-line(1:14) = "Newly failing:"
                            or artifact-line(1:23) = "           new failure "
                        move trim(artifact-line) to evidence-line
                        perform add-evidence
                    end-if
            end-read
        end-perform
        close artifact
    end-if.
    move concatenate("rm -f ", trim(compare-out-file)) to shell-command.
    call "SYSTEM" using shell-command.
    move 0 to RETURN-CODE.

rule-paragraph-coverage section.
    move 3 to word-index.
    perform need-words.
    perform take-limit.
    *> the paragraphs of the programs the rule names
    move 0 to para-count.
    move rule-word(3) to artifact-path.
    open input artifact.
    if not artifact-ok
        perform rule-fails
        move concatenate("cannot read ", trim(artifact-path)) to evidence-line
        perform add-evidence
        exit section
    end-if.
    move SPACE to artifact-status.
    perform until artifact-eof
        read artifact
            at end
                move "10" to artifact-status
            not at end
                move SPACE to line-program line-name
                unstring artifact-line delimited by all SPACE
                    into line-program line-name
                end-unstring
                if line-name not = SPACE
                    move line-program to cover-program
                    perform check-named-program
                    if cover-seen = "Y" and para-count < PARA-LIMIT
                        add 1 to para-count
                        move line-program to para-program(para-count)
                        move line-name to para-name(para-count)
                        move "N" to para-covered(para-count)
                    end-if
                end-if
        end-read
    end-perform.
    close artifact.
    *> whatever some suite drove counts as covered
    move map-file to artifact-path.
    open input artifact.
    if not artifact-ok
        perform rule-fails
        move concatenate("no paragraph-suite map at ", trim(artifact-path))
            to evidence-line
        perform add-evidence
        exit section
    end-if.
    move SPACE to artifact-status.
    perform until artifact-eof
        read artifact
            at end
                move "10" to artifact-status
            not at end
                move SPACE to line-suite line-program line-name
                unstring artifact-line delimited by all SPACE
                    into line-suite line-program line-name
                end-unstring
                move 1 to para-index
                perform until para-index > para-count
                    if para-covered(para-index) = "N"
                            and para-program(para-index) = line-program
                            and para-name(para-index) = line-name
                        move "Y" to para-covered(para-index)
                    end-if
                    add 1 to para-index
                end-perform
        end-read
    end-perform.
    close artifact.
    *> one evidence line per program, in sidecar order
    if para-count = 0
        perform rule-fails
        move "none of the named programs is in the sidecar" to evidence-line
        perform add-evidence
        exit section
    end-if.
    move 1 to para-index.
    perform until para-index > para-count
        move "N" to cover-seen
        move 1 to cover-scan
        perform until cover-scan >= para-index
            if para-program(cover-scan) = para-program(para-index)
                move "Y" to cover-seen
                move para-index to cover-scan
            end-if
            add 1 to cover-scan
        end-perform
        if cover-seen = "N"
            perform cover-one-program
        end-if
        add 1 to para-index
    end-perform.

check-named-program section.
    *> cover-seen "Y" when cover-program is one the rule names, or
    *> the rule names none
    if word-count < 4
        move "Y" to cover-seen
        exit section
    end-if.
    move "N" to cover-seen.
    move 4 to word-index.
    perform until word-index > word-count
        if upper-case(trim(rule-word(word-index))) = upper-case(trim(cover-program))
            move "Y" to cover-seen
            exit section
        end-if
        add 1 to word-index
    end-perform.

cover-one-program section.
    move 0 to cover-total cover-hit.
    move para-index to cover-scan.
    perform until cover-scan > para-count
        if para-program(cover-scan) = para-program(para-index)
            add 1 to cover-total
            if para-covered(cover-scan) = "Y"
                add 1 to cover-hit
            end-if
        end-if
        add 1 to cover-scan
    end-perform.
    compute cover-percent = cover-hit * 100 / cover-total.
    move cover-hit to ws-num-edit.
    move cover-total to ws-num-edit2.
    move cover-percent to ws-num-edit3.
    move concatenate(trim(para-program(para-index)), " ", trim(ws-num-edit),
            " of ", trim(ws-num-edit2), " paragraphs covered (",
            trim(ws-num-edit3), "%)")
        to evidence-line.
    if cover-percent < rule-limit-value
        perform rule-fails
        move concatenate(trim(evidence-line), " below the minimum")
            to evidence-line
    end-if.
    perform add-evidence.

rule-mutation-score section.
    move 3 to word-index.
    perform need-words.
    perform take-limit.
    move 3 to rule-arg-first.
    perform until rule-arg-first > word-count
        perform score-one-report
        add 1 to rule-arg-first
    end-perform.

score-one-report section.
    *> the totals line mutation-test ends its report with:
    *> "mutants: N killed: K survived: S not-compilable: I"
    move rule-word(rule-arg-first) to artifact-path.
    move "N" to mut-found.
    open input artifact.
    if artifact-ok
        move SPACE to artifact-status
        perform until artifact-eof
            read artifact
                at end
                    move "10" to artifact-status
                not at end
                    if artifact-line(1:8) = "mutants:"
                        move SPACE to mut-words
                        unstring artifact-line delimited by all SPACE
                            into mut-word(1) mut-word(2) mut-word(3)
                                 mut-word(4) mut-word(5) mut-word(6)
                                 mut-word(7) mut-word(8)
                        end-unstring
                        move numval(mut-word(4)) to mut-killed
                        move numval(mut-word(6)) to mut-survived
                        move "Y" to mut-found
                    end-if
            end-read
        end-perform
        close artifact
    end-if.
    if mut-found = "N"
        perform rule-fails
        move concatenate(trim(artifact-path), ": no mutation totals")
            to evidence-line
        perform add-evidence
        exit section
    end-if.
    if mut-killed + mut-survived = 0
        perform rule-fails
        move concatenate(trim(artifact-path), ": no mutant compiled")
            to evidence-line
        perform add-evidence
        exit section
    end-if.
    compute mut-score = mut-killed * 100 / (mut-killed + mut-survived).
    move mut-killed to ws-num-edit.
    move mut-survived to ws-num-edit2.
    move mut-score to ws-num-edit3.
    move concatenate(trim(artifact-path), ": ", trim(ws-num-edit),
            " killed, ", trim(ws-num-edit2), " survived, score ",
            trim(ws-num-edit3), "%")
        to evidence-line.
    if mut-score < rule-limit-value
        perform rule-fails
        move concatenate(trim(evidence-line), " below the minimum")
            to evidence-line
    end-if.
    perform add-evidence.

rule-quarantine-age section.
    move 3 to word-index.
    perform need-words.
    perform take-limit.
    move 0 to entry-count.
    move rule-word(3) to artifact-path.
    open input artifact.
    if not artifact-ok
        perform rule-fails
        move concatenate("cannot read ", trim(artifact-path)) to evidence-line
        perform add-evidence
        exit section
    end-if.
    move SPACE to artifact-status.
    perform until artifact-eof
        read artifact
            at end
                move "10" to artifact-status
            not at end
                if trim(artifact-line) not = SPACE
                        and artifact-line(1:1) not = "#"
                        and entry-count < ENTRY-LIMIT
                    add 1 to entry-count
                    move trim(artifact-line) to entry-object(entry-count)
                    move trim(artifact-line) to entry-suite(entry-count)
                    move SPACE to entry-ticket(entry-count)
                    move 0 to entry-added(entry-count)
                end-if
        end-read
    end-perform.
    close artifact.
    move quarantine-audit-file to artifact-path.
    perform load-add-dates.
    perform age-entries.
    if entry-count = 0
        move "nothing quarantined" to evidence-line
        perform add-evidence
    end-if.

rule-known-issue-age section.
    move 3 to word-index.
    perform need-words.
    perform take-limit.
    move SPACE to team-filter.
    if word-count >= 4
        move rule-word(4) to team-filter
        perform load-catalog
    end-if.
    move 0 to entry-count.
    move rule-word(3) to artifact-path.
    open input artifact.
    if not artifact-ok
        perform rule-fails
        move concatenate("cannot read ", trim(artifact-path)) to evidence-line
        perform add-evidence
        exit section
    end-if.
    move SPACE to artifact-status.
    perform until artifact-eof
        read artifact
            at end
                move "10" to artifact-status
            not at end
                if trim(artifact-line) not = SPACE
                        and artifact-line(1:1) not = "#"
                    move SPACE to reg-suite reg-key reg-ticket reg-note
                    unstring artifact-line delimited by "|"
                        into reg-suite reg-key reg-ticket reg-note
                    end-unstring
                    move "Y" to cover-seen
                    if team-filter not = SPACE
                        perform find-suite-team
                        if suite-team not = team-filter
                            move "N" to cover-seen
                        end-if
                    end-if
                    if cover-seen = "Y" and entry-count < ENTRY-LIMIT
                        add 1 to entry-count
                        *> the object known-issues audits: suite#key
                        move concatenate(trim(reg-suite), "#", trim(reg-key))
                            to entry-object(entry-count)
                        move reg-suite to entry-suite(entry-count)
                        move reg-ticket to entry-ticket(entry-count)
                        move 0 to entry-added(entry-count)
                    end-if
                end-if
        end-read
    end-perform.
    close artifact.
    move known-audit-file to artifact-path.
    perform load-add-dates.
    perform age-entries.
    if entry-count = 0
        if team-filter = SPACE
            move "no open known issue" to evidence-line
        else
            move concatenate("no open known issue on team ", trim(team-filter))
                to evidence-line
        end-if
        perform add-evidence
    end-if.

load-add-dates section.
    *> the newest ADD of each entry's object in the audit log at
    *> artifact-path, in the shop-common record
    *> timestamp|program|verb|object|old|new|operator
    open input artifact.
    if not artifact-ok
        exit section
    end-if.
    move SPACE to artifact-status.
    perform until artifact-eof
        read artifact
            at end
                move "10" to artifact-status
            not at end
                move SPACE to audit-date-txt audit-verb audit-object
                if artifact-line(15:1) = "|"
                    move artifact-line(1:8) to audit-date-txt
                    unstring artifact-line(16:) delimited by "|"
                        into audit-program audit-verb audit-object
                    end-unstring
                else
                    *> the old space-delimited quarantine line
                    unstring artifact-line delimited by all SPACE
                        into audit-date-txt audit-verb audit-object
                    end-unstring
                end-if
                if audit-verb = "ADD" and audit-date-txt is numeric
                    move 1 to entry-index
                    perform until entry-index > entry-count
                        if trim(entry-object(entry-index)) = trim(audit-object)
                            move numval(audit-date-txt)
                                to entry-added(entry-index)
                        end-if
                        add 1 to entry-index
                    end-perform
                end-if
        end-read
    end-perform.
    close artifact.

age-entries section.
    move 1 to entry-index.
    perform until entry-index > entry-count
        if entry-ticket(entry-index) = SPACE
            move entry-object(entry-index) to entry-label
        else
            move concatenate(trim(entry-object(entry-index)), " ",
                    trim(entry-ticket(entry-index)))
                to entry-label
        end-if
        if entry-added(entry-index) = 0
            perform rule-fails
            move concatenate(trim(entry-label),
                    " added on no date the audit log shows")
                to evidence-line
        else
            compute entry-age = integer-of-date(as-of-date)
                - integer-of-date(entry-added(entry-index))
            move entry-age to ws-num-edit
            move concatenate(trim(entry-label), " added ",
                    entry-added(entry-index), ", ", trim(ws-num-edit), " days")
                to evidence-line
            if entry-age > rule-limit-value
                perform rule-fails
                move concatenate(trim(evidence-line), " over the limit")
                    to evidence-line
            end-if
        end-if
        perform add-evidence
        add 1 to entry-index
    end-perform.

load-catalog section.
    if catalog-loaded = "Y"
        exit section
    end-if.
    move "Y" to catalog-loaded.
    if is-empty of catalog-file
        display "Error: " trim(rule-text(rule-index))
            ": a team needs --catalog" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move catalog-file to artifact-path.
    open input artifact.
    if not artifact-ok
        display "Error opening " trim(catalog-file) ": " artifact-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to artifact-status.
    perform until artifact-eof
        read artifact
            at end
                move "10" to artifact-status
            not at end
                if trim(artifact-line) not = SPACE
                        and artifact-line(1:1) not = "#"
                    move SPACE to cat-suite cat-team
                    unstring artifact-line delimited by "|"
                        into cat-suite cat-team
                    end-unstring
                    if cat-suite not = SPACE and catalog-count < SUITE-LIMIT
                        add 1 to catalog-count
                        move trim(cat-suite) to catalog-suite(catalog-count)
                        move cat-team to catalog-team(catalog-count)
                    end-if
                end-if
        end-read
    end-perform.
    close artifact.

find-suite-team section.
    move "(unowned)" to suite-team.
    move 1 to catalog-index.
    perform until catalog-index > catalog-count
        if trim(catalog-suite(catalog-index)) = trim(reg-suite)
            if catalog-team(catalog-index) not = SPACE
                move catalog-team(catalog-index) to suite-team
            end-if
            exit section
        end-if
        add 1 to catalog-index
    end-perform.

rule-manifest-satisfied section.
    *> the manifest checks record a failed "manifest" assertion
    move archive-file to artifact-path.
    move 0 to newest-date.
    open input artifact.
    if not artifact-ok
        perform rule-fails
        move concatenate("cannot read ", trim(artifact-path)) to evidence-line
        perform add-evidence
        exit section
    end-if.
    move SPACE to artifact-status.
    perform until artifact-eof
        read artifact
            at end
                move "10" to artifact-status
            not at end
                move numval(artifact-line(1:8)) to line-date
                if line-date > newest-date
                    move line-date to newest-date
                end-if
        end-read
    end-perform.
    close artifact.
    open input artifact.
    move SPACE to artifact-status.
    perform until artifact-eof
        read artifact
            at end
                move "10" to artifact-status
            not at end
                move artifact-line(1:240) to ws-archive-record
                if arc-date = newest-date and arc-status = "F"
                        and arc-name = "manifest"
                    perform rule-fails
                    move concatenate(trim(arc-suite), ": ", trim(arc-desc),
                            " (expected ", trim(arc-expected), ", got ",
                            trim(arc-actual), ")")
                        to evidence-line
                    perform add-evidence
                end-if
        end-read
    end-perform.
    close artifact.
    if is-pass(rule-index)
        move concatenate("every suite of run ", newest-date,
                " met its manifest")
            to evidence-line
        perform add-evidence
    end-if.

*>*
*> the report
*>*
write-report section.
    open output report-out.
    if not report-out-ok
        display "Error writing " trim(report-file) ": " report-out-status upon syserr
    end-if.
    move "GCBLUNIT RELEASE GATE" to report-out-line.
    perform emit-report-line.
    move concatenate("generated: ", current-date(1:14), " as of ",
            as-of-date, " policy: ", trim(policy-file))
        to report-out-line.
    perform emit-report-line.
    move 1 to rule-index.
    perform until rule-index > rule-count
        move rule-index to ws-num-edit
        if is-advisory(rule-index)
            move concatenate("rule ", trim(ws-num-edit), " ",
                    trim(rule-verdict(rule-index)), " (advisory) ",
                    trim(rule-text(rule-index)))
                to report-out-line
        else
            move concatenate("rule ", trim(ws-num-edit), " ",
                    trim(rule-verdict(rule-index)), " ",
                    trim(rule-text(rule-index)))
                to report-out-line
        end-if
        perform emit-report-line
        move rule-first-evidence(rule-index) to evidence-index
        perform until evidence-index > rule-last-evidence(rule-index)
            move concatenate("    ", evidence-text(evidence-index))
                to report-out-line
            perform emit-report-line
            add 1 to evidence-index
        end-perform
        add 1 to rule-index
    end-perform.
    move rule-count to ws-num-edit.
    move failed-rules to ws-num-edit2.
    move advisory-failed to ws-num-edit3.
    if failed-rules = 0
        move concatenate("DECISION: GO (", trim(ws-num-edit), " rule(s), ",
                trim(ws-num-edit3), " advisory failure(s))")
            to report-out-line
    else
        move concatenate("DECISION: NO-GO (", trim(ws-num-edit2), " of ",
                trim(ws-num-edit), " rule(s) failed, ", trim(ws-num-edit3),
                " advisory failure(s))")
            to report-out-line
    end-if.
    perform emit-report-line.
    if report-out-ok
        close report-out
    end-if.

emit-report-line section.
    display trim(report-out-line, trailing).
    if report-out-ok
        write report-out-line
    end-if.
end program release-gate.
