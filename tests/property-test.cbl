       >>SOURCE FORMAT FREE
*>**
*>  Test property-check, property-value and property-next
*>**
identification division.
program-id. property-test.
environment division.
configuration section.
repository. function all intrinsic.
data division.
working-storage section.
    copy "property".
    01 start-date pic 9(8).
    01 day-count usage binary-long signed.
    01 end-date pic 9(8).
    01 branch pic x(3).
    01 acct usage binary-long unsigned.
    01 acct-case usage binary-long unsigned.
    01 rollover-days usage binary-long signed.
procedure division.
    perform date-rollover-test.
    perform bounds-test.
    goback.

date-rollover-test section.
    *> adding days and taking them back off lands on the same date,
    *> across month, year and leap-day boundaries
    call "property-check" using "date arithmetic round trips",
        "START DATE 20231220 20250110;DAYS RANGE -400 400", "150".
    perform until not property-running
        call "property-value" using "START"
        move prp-number to start-date
        call "property-value" using "DAYS"
        move prp-number to day-count
        move date-of-integer(integer-of-date(start-date) + day-count)
            to end-date
        compute rollover-days =
            integer-of-date(end-date) - integer-of-date(start-date)
        call "assert-equals" using day-count, rollover-days
        call "property-next"
    end-perform.

bounds-test section.
    *> the first case takes every low bound, the second every high one
    call "property-check" using "generators honour their bounds",
        "BRANCH LIST NYC|CHI|LAX;ACCT SEQ 1000;STATUS CONST A", "20".
    perform until not property-running
        call "property-value" using "BRANCH"
        move prp-text to branch
        call "property-value" using "ACCT"
        move prp-number to acct
        if prp-case = 1
            call "assert-equals" using "NYC", branch
        end-if
        if prp-case = 2
            call "assert-equals" using "LAX", branch
        end-if
        compute acct-case = acct - 999
        call "assert-equals" using prp-case, acct-case
        call "property-value" using "STATUS"
        call "assert-equals" using "A", prp-text(1:1)
        call "property-next"
    end-perform.
end program property-test.
