       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit balancing-ledger verification
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  dataset-recon balances two datasets; a nightly flow's real control
*>  is that every step's inputs equal its outputs plus its rejects.
*>  The steps (or jobstream-test's POST statement) post their record
*>  counts and amount hash totals through libs/core/ledger's
*>  ledger-post; this program sums the ledger per step and dataset and
*>  proves a balancing-rules file against it, one rule per line, terms
*>  and operators separated by spaces, # comments:
*>    STEP2.IN = STEP2.OUT + STEP2.REJ
*>    STEP3.IN = STEP2.OUT - STEP2.HELD
*>  Both sides are balanced twice, on record counts and on hash
*>  totals, and every rule out of balance is reported with the
*>  difference (left minus right). Several postings for one step and
*>  dataset add up, so a step may post per output chunk. The ledger is
*>  --ledger, else GCBLUNIT_LEDGER, else /tmp/gcblunit-ledger.txt. Exit
*>  codes follow dataset-recon, so the job stream branches the same way:
*>    0 every rule balances   4 a rule names a dataset nobody posted
*>    5 a rule out of balance   2 usage   3 a limit exceeded
*>
*>  Usage:
*>    ledger-verify rules.txt [--ledger path]
identification division.
program-id. ledger-verify.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select rules-in assign to dynamic rules-path
    organization is line sequential
    file status is rules-in-status.
    select ledger-in assign to dynamic ledger-path
    organization is line sequential
    file status is ledger-in-status.
data division.
file section.
fd rules-in.
    01 rules-line pic x(512).
fd ledger-in.
    01 ledger-record.
        05 ledger-stamp pic x(14).
        05 filler pic x.
        05 ledger-step pic x(8).
        05 filler pic x.
        05 ledger-dataset pic x(32).
        05 filler pic x.
        05 ledger-count pic 9(10).
        05 filler pic x.
        05 ledger-total pic s9(17) sign leading separate.
working-storage section.
    78 POSTING-LIMIT value 512.
    78 TERM-LIMIT value 16.
    01 argv pic x(256).
        88 option-ledger value "--ledger".
    01 rules-path pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 rules-in-status pic x(2).
        88 rules-ok value "00".
        88 rules-eof value "10".
    01 ledger-path pic x(256) value SPACE.
    01 ledger-in-status pic x(2).
        88 ledger-ok value "00".
        88 ledger-eof value "10".

    *> the ledger, summed per step and dataset
    01 posting-count usage binary-long unsigned value 0.
    01 entry-count usage binary-long unsigned value 0.
    01 posting-tbl.
        03 posting occurs POSTING-LIMIT times.
            05 posting-name pic x(41).
            05 posting-records usage binary-double signed.
            05 posting-total usage binary-double signed.
    01 posting-index usage binary-long unsigned.
    01 posting-found usage binary-long unsigned.
    01 posting-wanted pic x(41).

    *> the rule being proved
    01 rule-nr usage binary-long unsigned value 0.
    01 rule-count usage binary-long unsigned value 0.
    01 rule-text pic x(512).
    01 rule-pointer usage binary-long unsigned.
    01 rule-token pic x(64).
    01 rule-side pic x.
    01 rule-sign pic x.
    01 rule-problem pic x(64).
    01 rule-unposted pic x(512).
    01 term-count usage binary-long unsigned.
    01 left-records usage binary-double signed.
    01 left-total usage binary-double signed.
    01 right-records usage binary-double signed.
    01 right-total usage binary-double signed.
    01 diff-records usage binary-double signed.
    01 diff-total usage binary-double signed.

    01 balanced-count usage binary-long unsigned value 0.
    01 unbalanced-count usage binary-long unsigned value 0.
    01 unposted-count usage binary-long unsigned value 0.
    01 ws-num-edit pic z(8)9.
    01 ws-signed-edit pic -(17)9.
    01 ws-signed-edit2 pic -(17)9.
    01 ws-signed-edit3 pic -(17)9.
procedure division.
    accept rules-path from ARGUMENT-VALUE.
    if is-empty of rules-path
        display "Usage: ledger-verify rules.txt [--ledger path]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-ledger
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to ledger-path
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if ledger-path = SPACE
        accept ledger-path from environment "GCBLUNIT_LEDGER"
        end-accept
    end-if.
    if ledger-path = SPACE
        move "/tmp/gcblunit-ledger.txt" to ledger-path
    end-if.

    perform load-ledger.
    perform prove-rules.

    move entry-count to ws-num-edit.
    display "ledger-verify: " trim(ws-num-edit) " ledger entries, "
        with no advancing.
    move rule-count to ws-num-edit.
    display trim(ws-num-edit) " rule(s)".
    move balanced-count to ws-num-edit.
    display "  balanced: " trim(ws-num-edit) with no advancing.
    move unbalanced-count to ws-num-edit.
    display ", out of balance: " trim(ws-num-edit) with no advancing.
    move unposted-count to ws-num-edit.
    display ", unposted datasets: " trim(ws-num-edit).

    evaluate true
    when unbalanced-count > 0
        move 5 to RETURN-CODE
    when unposted-count > 0
        move 4 to RETURN-CODE
    when other
        move 0 to RETURN-CODE
    end-evaluate.
    stop run.

load-ledger section.
    open input ledger-in.
    if not ledger-ok
        display "Error opening " trim(ledger-path) ": " ledger-in-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to ledger-in-status.
    perform until ledger-eof
        read ledger-in
            at end
                move "10" to ledger-in-status
            not at end
                perform note-posting
        end-read
    end-perform.
    close ledger-in.

note-posting section.
    if ledger-record = SPACE
        exit section
    end-if.
    add 1 to entry-count.
    move concatenate(trim(ledger-step), ".", trim(ledger-dataset))
        to posting-wanted.
    perform find-posting.
    if posting-found = 0
        add 1 to posting-count
        if posting-count > POSTING-LIMIT
            display "Fatal: ledger exceeds " POSTING-LIMIT
                " step datasets" upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        move posting-count to posting-found
        move posting-wanted to posting-name(posting-found)
        move 0 to posting-records(posting-found)
        move 0 to posting-total(posting-found)
    end-if.
    add ledger-count to posting-records(posting-found).
    add ledger-total to posting-total(posting-found).

find-posting section.
    move 0 to posting-found.
    move 1 to posting-index.
    perform until posting-index > posting-count
        if posting-name(posting-index) = posting-wanted
            move posting-index to posting-found
            move posting-count to posting-index
        end-if
        add 1 to posting-index
    end-perform.

prove-rules section.
    open input rules-in.
    if not rules-ok
        display "Error opening " trim(rules-path) ": " rules-in-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to rules-in-status.
    perform until rules-eof
        read rules-in
            at end
                move "10" to rules-in-status
            not at end
                add 1 to rule-nr
                move trim(rules-line) to rule-text
                if rule-text not = SPACE and rule-text(1:1) not = "#"
                    perform prove-one-rule
                end-if
        end-read
    end-perform.
    close rules-in.

prove-one-rule section.
    add 1 to rule-count.
    move 0 to left-records left-total right-records right-total.
    move 0 to term-count.
    move "L" to rule-side.
    move "+" to rule-sign.
    move SPACE to rule-problem rule-unposted.
    move 1 to rule-pointer.
    perform until rule-pointer > length(trim(rule-text))
            or rule-problem not = SPACE
        move SPACE to rule-token
        unstring rule-text delimited by all SPACE
            into rule-token
            with pointer rule-pointer
        end-unstring
        evaluate true
        when rule-token = SPACE
            continue
        when rule-token = "="
            if rule-side = "R" or term-count = 0
                move "a rule is terms = terms" to rule-problem
            end-if
            move "R" to rule-side
            move "+" to rule-sign
            move 0 to term-count
        when rule-token = "+" or rule-token = "-"
            move rule-token(1:1) to rule-sign
        when other
            perform add-rule-term
        end-evaluate
    end-perform.
    if rule-problem = SPACE and (rule-side not = "R" or term-count = 0)
        move "a rule is terms = terms" to rule-problem
    end-if.
    move rule-nr to ws-num-edit.
    if rule-problem not = SPACE
        display "Error: " trim(rules-path) " line " trim(ws-num-edit)
            ": " trim(rule-problem) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

    if rule-unposted not = SPACE
        add 1 to unposted-count
        display "UNPOSTED        " trim(rule-text)
        display "    no ledger entry for " trim(rule-unposted)
        exit section
    end-if.
    compute diff-records = left-records - right-records.
    compute diff-total = left-total - right-total.
    if diff-records = 0 and diff-total = 0
        add 1 to balanced-count
        display "balanced        " trim(rule-text)
        exit section
    end-if.
    add 1 to unbalanced-count.
    display "OUT OF BALANCE  " trim(rule-text).
    move left-records to ws-signed-edit.
    move right-records to ws-signed-edit2.
    move diff-records to ws-signed-edit3.
    display "    records: " trim(ws-signed-edit) " against "
        trim(ws-signed-edit2) ", difference " trim(ws-signed-edit3).
    move left-total to ws-signed-edit.
    move right-total to ws-signed-edit2.
    move diff-total to ws-signed-edit3.
    display "    hash total: " trim(ws-signed-edit) " against "
        trim(ws-signed-edit2) ", difference " trim(ws-signed-edit3).

add-rule-term section.
    add 1 to term-count.
    if term-count > TERM-LIMIT
        display "Fatal: a rule exceeds " TERM-LIMIT " terms" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move upper-case(rule-token) to posting-wanted.
    perform find-posting.
    if posting-found = 0
        move concatenate(trim(rule-unposted), " ", trim(posting-wanted))
            to rule-unposted
        exit section
    end-if.
    if rule-side = "L"
        if rule-sign = "-"
            subtract posting-records(posting-found) from left-records
            subtract posting-total(posting-found) from left-total
        else
            add posting-records(posting-found) to left-records
            add posting-total(posting-found) to left-total
        end-if
    else
        if rule-sign = "-"
            subtract posting-records(posting-found) from right-records
            subtract posting-total(posting-found) from right-total
        else
            add posting-records(posting-found) to right-records
            add posting-total(posting-found) to right-total
        end-if
    end-if.
    move "+" to rule-sign.
end program ledger-verify.
