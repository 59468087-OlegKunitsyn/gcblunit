       >>SOURCE FORMAT FREE
*>**
*>  GCBLUnit decimal allocation area
*>
*>  Passed to the decimal library's decimal-allocate: the suite moves
*>  the amount, the scale it is allocated to (0-4 places), the named
*>  remainder rule, the rounding mode the per-line shares take under
*>  the REMAINDER-TO rules (as decimal-round's; spaces for HALF-UP),
*>  and dal-count weights, and gets back one share per weight and a
*>  status:
*>    00 allocated
*>    01 unknown remainder rule or rounding mode
*>    02 a negative weight, or weights that sum to zero
*>    03 dal-count or dal-places out of range
*>    04 the amount carries more decimals than dal-places
*>**

01 decimal-allocation.
    05 dal-amount pic s9(15)v9(4).
    05 dal-places pic 9.
    05 dal-rule pic x(20).
        88 dal-remainder-to-last value "REMAINDER-TO-LAST".
        88 dal-remainder-to-first value "REMAINDER-TO-FIRST".
        88 dal-remainder-to-largest value "REMAINDER-TO-LARGEST".
        88 dal-largest-remainder value "LARGEST-REMAINDER".
    05 dal-mode pic x(12).
    05 dal-status pic x(2).
        88 dal-allocated value "00".
    05 dal-count usage binary-long unsigned.
    05 dal-line occurs 500 times.
        10 dal-weight pic s9(13)v9(6).
        10 dal-share pic s9(15)v9(4).
