       >>SOURCE FORMAT FREE
*>**
*>  Test core/decimal
*>**
identification division.
program-id. decimal-test.
environment division.
configuration section.
repository.
    function decimal-round
    function decimal-convert
    function all intrinsic.
data division.
working-storage section.
    copy "decimal".
    01 ws-amount pic -(12)9.99.
    01 ws-rate-amount pic -(12)9.9(4).
    01 ws-share pic -(12)9.99.
procedure division.
    perform decimal-round-test.
    perform decimal-convert-test.
    perform remainder-to-last-test.
    perform largest-remainder-test.
    perform allocation-status-test.
    goback.

decimal-round-test section.
    move decimal-round("2.345", 2, "HALF-UP") to ws-amount.
    call "assert-equals" using "2.35", trim(ws-amount).
    move decimal-round("2.345", 2, "HALF-EVEN") to ws-amount.
    call "assert-equals" using "2.34", trim(ws-amount).
    move decimal-round("2.355", 2, "HALF-EVEN") to ws-amount.
    call "assert-equals" using "2.36", trim(ws-amount).
    move decimal-round("-2.345", 2, "HALF-UP") to ws-amount.
    call "assert-equals" using "-2.35", trim(ws-amount).
    move decimal-round("-2.345", 2, "HALF-EVEN") to ws-amount.
    call "assert-equals" using "-2.34", trim(ws-amount).
    move decimal-round("-2.349", 2, "TRUNCATE") to ws-amount.
    call "assert-equals" using "-2.34", trim(ws-amount).
    move decimal-round("2.341", 2, "CEILING") to ws-amount.
    call "assert-equals" using "2.35", trim(ws-amount).
    move decimal-round("-2.341", 2, "CEILING") to ws-amount.
    call "assert-equals" using "-2.34", trim(ws-amount).
    *> a tie decided by a digit far past the kept places
    move decimal-round("0.125000000000000001", 2, "HALF-EVEN") to ws-amount.
    call "assert-equals" using "0.13", trim(ws-amount).
    move decimal-round("3.5", 0, "HALF-EVEN") to ws-amount.
    call "assert-equals" using "4.00", trim(ws-amount).

decimal-convert-test section.
    move decimal-convert("100.00", "0.857325", 2, "HALF-UP") to ws-amount.
    call "assert-equals" using "85.73", trim(ws-amount).
    *> JPY carries no decimals
    move decimal-convert("1234.56", "151.125", 0, "HALF-EVEN") to ws-amount.
    call "assert-equals" using "186573.00", trim(ws-amount).
    move decimal-convert("10.00", "1.23456", 4, "TRUNCATE") to ws-rate-amount.
    call "assert-equals" using "12.3456", trim(ws-rate-amount).

remainder-to-last-test section.
    *> 100.00 three ways: 33.33 each, the cent left over to the last line
    move 100.00 to dal-amount.
    move 2 to dal-places.
    move "REMAINDER-TO-LAST" to dal-rule.
    move SPACE to dal-mode.
    move 3 to dal-count.
    move 1 to dal-weight(1) dal-weight(2) dal-weight(3).
    call "decimal-allocate" using decimal-allocation.
    call "assert-equals" using "00", dal-status.
    move dal-share(1) to ws-share.
    call "assert-equals" using "33.33", trim(ws-share).
    move dal-share(3) to ws-share.
    call "assert-equals" using "33.34", trim(ws-share).

largest-remainder-test section.
    *> 10.00 over 1:1:1:3 -- 1.666.. x3 and 5.00 truncate to 1.66 x3
    *> and 5.00, the two cents over go to the first two of the tied
    *> remainders
    move 10.00 to dal-amount.
    move 2 to dal-places.
    move "LARGEST-REMAINDER" to dal-rule.
    move 4 to dal-count.
    move 1 to dal-weight(1) dal-weight(2) dal-weight(3).
    move 3 to dal-weight(4).
    call "decimal-allocate" using decimal-allocation.
    call "assert-equals" using "00", dal-status.
    move dal-share(1) to ws-share.
    call "assert-equals" using "1.67", trim(ws-share).
    move dal-share(2) to ws-share.
    call "assert-equals" using "1.67", trim(ws-share).
    move dal-share(3) to ws-share.
    call "assert-equals" using "1.66", trim(ws-share).
    move dal-share(4) to ws-share.
    call "assert-equals" using "5.00", trim(ws-share).

allocation-status-test section.
    move "EVENLY" to dal-rule.
    call "decimal-allocate" using decimal-allocation.
    call "assert-equals" using "01", dal-status.
    move "LARGEST-REMAINDER" to dal-rule.
    move 10.005 to dal-amount.
    call "decimal-allocate" using decimal-allocation.
    call "assert-equals" using "04", dal-status.
    move 10.00 to dal-amount.
    move 0 to dal-weight(1) dal-weight(2) dal-weight(3) dal-weight(4).
    call "decimal-allocate" using decimal-allocation.
    call "assert-equals" using "02", dal-status.
end program decimal-test.
