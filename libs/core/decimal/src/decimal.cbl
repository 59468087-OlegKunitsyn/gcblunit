       >>SOURCE FORMAT FREE
*>**
*>  Core library: decimal
*>
*>  @author Olegs Kunicins
*>  @license LGPL-3.0
*>
*>  This library is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public
*>  License as published by the Free Software Foundation; either
*>  version 3.0 of the License, or (at your option) any later version.
*>
*>  This library is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the GNU
*>  Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public
*>  License along with this library.
*>**

*>*
*> Round a value to N decimal places under a named rounding mode -- the
*> oracle for programs that round with ROUNDED MODE in one place and
*> truncate in the next, so a suite derives its expected amount from
*> the documented business rule instead of a spreadsheet:
*>   HALF-UP    ties away from zero, as plain ROUNDED does (also SPACE)
*>   HALF-EVEN  ties to the even digit (ROUNDED MODE NEAREST-EVEN)
*>   TRUNCATE   toward zero, as an unrounded MOVE or COMPUTE does
*>   CEILING    toward positive infinity
*> Values travel as text: a quoted literal ("123.455") or a display or
*> edited field -- a bare numeric literal arrives without its decimal
*> point. Up to 18 integer and 18 decimal digits are held exactly.
*> @param l-value Value to round
*> @param l-places Decimal places to keep, 0 to 9
*> @param l-mode Rounding mode
*> @return The rounded value, or ZERO when the places or mode are not
*> understood
*>*
identification division.
function-id. decimal-round.
environment division.
configuration section.
repository.
    function numval mod upper-case trim intrinsic.
data division.
working-storage section.
    01 ws-value pic s9(18)v9(18).
    01 ws-places usage binary-long.
    01 ws-scale pic 9(10).
    01 ws-whole pic s9(27).
    01 ws-fraction pic s9v9(18).
    01 ws-mode pic x(16).
linkage section.
    01 l-value pic x any length.
    01 l-places pic x any length.
    01 l-mode pic x any length.
    01 l-result pic s9(18)v9(9).
procedure division using l-value, l-places, l-mode returning l-result.
    move 0 to l-result.
    compute ws-places = numval(l-places).
    if ws-places < 0 or ws-places > 9
        display "Error: decimal-round keeps 0 to 9 places, not "
            trim(l-places) upon syserr
        goback
    end-if.
    compute ws-value = numval(l-value).
    compute ws-scale = 10 ** ws-places.
    *> the digits kept, truncated toward zero, and what was cut off,
    *> carrying the value's sign
    compute ws-whole = ws-value * ws-scale.
    compute ws-fraction = ws-value * ws-scale - ws-whole.
    move upper-case(trim(l-mode)) to ws-mode.
    evaluate ws-mode
    when "HALF-UP"
    when SPACE
        if ws-fraction >= 0.5
            add 1 to ws-whole
        end-if
        if ws-fraction <= -0.5
            subtract 1 from ws-whole
        end-if
    when "HALF-EVEN"
        if ws-fraction > 0.5
                or (ws-fraction = 0.5 and mod(ws-whole, 2) not = 0)
            add 1 to ws-whole
        end-if
        if ws-fraction < -0.5
                or (ws-fraction = -0.5 and mod(ws-whole, 2) not = 0)
            subtract 1 from ws-whole
        end-if
    when "TRUNCATE"
        continue
    when "CEILING"
        if ws-fraction > 0
            add 1 to ws-whole
        end-if
    when other
        display "Error: decimal-round mode must be HALF-UP, HALF-EVEN,"
            " TRUNCATE or CEILING, not " trim(l-mode) upon syserr
        goback
    end-evaluate.
    compute l-result = ws-whole / ws-scale.
end function decimal-round.

*>*
*> Convert an amount at a rate into the target currency's scale: the
*> exact product amount * rate, rounded to l-places under a
*> decimal-round mode. The rate is target units per source unit.
*> @param l-amount Amount to convert, as text (see decimal-round)
*> @param l-rate Conversion rate, as text
*> @param l-places Decimal places of the target currency, 0 to 9
*> @param l-mode Rounding mode, as decimal-round's
*> @return The converted amount
*>*
identification division.
function-id. decimal-convert.
environment division.
configuration section.
repository.
    function decimal-round
    function numval intrinsic.
data division.
working-storage section.
    01 ws-product pic s9(18)v9(18).
    01 ws-product-edit pic -(18)9.9(18).
linkage section.
    01 l-amount pic x any length.
    01 l-rate pic x any length.
    01 l-places pic x any length.
    01 l-mode pic x any length.
    01 l-result pic s9(18)v9(9).
procedure division using l-amount, l-rate, l-places, l-mode
        returning l-result.
    compute ws-product = numval(l-amount) * numval(l-rate).
    move ws-product to ws-product-edit.
    move decimal-round(ws-product-edit, l-places, l-mode) to l-result.
end function decimal-convert.

*>*
*> Pro-rata allocation of an amount across a table of weights under a
*> named remainder rule, through the decimal-allocation area of the
*> decimal copybook:
*>   REMAINDER-TO-LAST     each line's share rounded under dal-mode,
*>                         the rounding residue added to the last line
*>   REMAINDER-TO-FIRST    ... to the first line
*>   REMAINDER-TO-LARGEST  ... to the line of largest weight (the
*>                         first of equals)
*>   LARGEST-REMAINDER     each share truncated, then the units left
*>                         over handed out one each to the lines that
*>                         lost the most to truncation (the earlier
*>                         line first among equals)
*> The shares always add back to the amount exactly.
*>   call "decimal-allocate" using decimal-allocation.
*>*
identification division.
program-id. decimal-allocate.
environment division.
configuration section.
repository.
    function decimal-round
    function upper-case trim intrinsic.
data division.
working-storage section.
    78 ALLOCATION-LIMIT value 500.
    01 ws-total-weight pic s9(18)v9(6).
    01 ws-scale pic 9(5).
    01 ws-units pic s9(20).
    01 ws-unit-check pic s9(20)v9(4).
    01 ws-exact pic s9(20)v9(18).
    01 ws-exact-edit pic -(19)9.9(18).
    01 ws-share-sum pic s9(18)v9(4).
    01 ws-leftover pic s9(20).
    01 ws-step pic s9.
    01 ws-target usage binary-long unsigned.
    01 ws-idx usage binary-long unsigned.
    01 ws-best usage binary-long unsigned.
    01 ws-mode pic x(12).
    01 ws-rounded pic s9(18)v9(9).
    01 ws-line-tbl.
        03 ws-line occurs ALLOCATION-LIMIT times.
            05 ws-base pic s9(20).
            05 ws-remainder pic 9v9(18).
            05 ws-bumped pic x.
linkage section.
    copy "decimal".
procedure division using decimal-allocation.
    move "00" to dal-status.
    if dal-count < 1 or dal-count > ALLOCATION-LIMIT or dal-places > 4
        move "03" to dal-status
        goback
    end-if.
    move 0 to ws-total-weight.
    move 1 to ws-idx.
    perform until ws-idx > dal-count
        if dal-weight(ws-idx) < 0
            move "02" to dal-status
            goback
        end-if
        add dal-weight(ws-idx) to ws-total-weight
        move 0 to dal-share(ws-idx)
        add 1 to ws-idx
    end-perform.
    if ws-total-weight = 0
        move "02" to dal-status
        goback
    end-if.
    compute ws-scale = 10 ** dal-places.
    compute ws-units = dal-amount * ws-scale.
    compute ws-unit-check = dal-amount * ws-scale.
    if ws-unit-check not = ws-units
        move "04" to dal-status
        goback
    end-if.
    move upper-case(trim(dal-mode)) to ws-mode.
    if ws-mode not = SPACE and ws-mode not = "HALF-UP"
            and ws-mode not = "HALF-EVEN" and ws-mode not = "TRUNCATE"
            and ws-mode not = "CEILING"
        move "01" to dal-status
        goback
    end-if.

    evaluate upper-case(trim(dal-rule))
    when "REMAINDER-TO-LAST"
        move dal-count to ws-target
        perform allocate-with-residue
    when "REMAINDER-TO-FIRST"
        move 1 to ws-target
        perform allocate-with-residue
    when "REMAINDER-TO-LARGEST"
        move 1 to ws-target
        move 2 to ws-idx
        perform until ws-idx > dal-count
            if dal-weight(ws-idx) > dal-weight(ws-target)
                move ws-idx to ws-target
            end-if
            add 1 to ws-idx
        end-perform
        perform allocate-with-residue
    when "LARGEST-REMAINDER"
        perform allocate-largest-remainder
    when other
        move "01" to dal-status
    end-evaluate.
    goback.

allocate-with-residue section.
    move 0 to ws-share-sum.
    move 1 to ws-idx.
    perform until ws-idx > dal-count
        compute ws-exact = dal-amount * dal-weight(ws-idx) / ws-total-weight
        move ws-exact to ws-exact-edit
        move decimal-round(ws-exact-edit, dal-places, ws-mode)
            to ws-rounded
        move ws-rounded to dal-share(ws-idx)
        add dal-share(ws-idx) to ws-share-sum
        add 1 to ws-idx
    end-perform.
    compute dal-share(ws-target) =
        dal-share(ws-target) + dal-amount - ws-share-sum.

allocate-largest-remainder section.
    *> in units of the last kept place, so truncation and the units
    *> left over are whole numbers
    move 0 to ws-leftover.
    move 1 to ws-idx.
    perform until ws-idx > dal-count
        compute ws-exact = ws-units * dal-weight(ws-idx) / ws-total-weight
        move ws-exact to ws-base(ws-idx)
        compute ws-remainder(ws-idx) = ws-exact - ws-base(ws-idx)
        move "N" to ws-bumped(ws-idx)
        add ws-base(ws-idx) to ws-leftover
        add 1 to ws-idx
    end-perform.
    compute ws-leftover = ws-units - ws-leftover.
    if ws-leftover < 0
        move -1 to ws-step
        compute ws-leftover = 0 - ws-leftover
    else
        move 1 to ws-step
    end-if.
    perform until ws-leftover = 0
        move 0 to ws-best
        move 1 to ws-idx
        perform until ws-idx > dal-count
            if ws-bumped(ws-idx) = "N"
                if ws-best = 0
                    move ws-idx to ws-best
                else
                    if ws-remainder(ws-idx) > ws-remainder(ws-best)
                        move ws-idx to ws-best
                    end-if
                end-if
            end-if
            add 1 to ws-idx
        end-perform
        add ws-step to ws-base(ws-best)
        move "Y" to ws-bumped(ws-best)
        subtract 1 from ws-leftover
    end-perform.
    move 1 to ws-idx.
    perform until ws-idx > dal-count
        compute dal-share(ws-idx) = ws-base(ws-idx) / ws-scale
        add 1 to ws-idx
    end-perform.
end program decimal-allocate.
