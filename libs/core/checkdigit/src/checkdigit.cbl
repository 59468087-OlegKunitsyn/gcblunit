       >>SOURCE FORMAT FREE
*>**
*>  Core library: checkdigit
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
*>
*>  Check digits for account, card, IBAN and routing numbers. Every
*>  function takes a scheme name:
*>    LUHN     mod-10 "double every second digit" (card and many
*>             account numbers), one trailing check digit
*>    IBAN     ISO 13616 mod-97: country code, two check digits, then
*>             the BBAN; letters count 10-35, embedded spaces are
*>             ignored
*>    ABA      US routing transit number: nine digits, weights
*>             3-7-1 summing to a multiple of ten
*>    MOD11    weighted mod-11, one trailing check digit of
*>             11 - (sum mod 11); 11 becomes 0. Weights run 2-7 from
*>             the rightmost payload digit leftward unless the scheme
*>             names them: "MOD11/765432" lists single-digit weights,
*>             "MOD11/10,9,8,7,6,5,4,3,2" comma-separated ones, aligned
*>             to the right of the payload and repeated leftward. A
*>             third element says what a check value of 10 becomes --
*>             "/X" (the default) or "/0": "MOD11/765432/0".
*>  The scheme names carry no ":" so they sit as the fifth element of
*>  a "name:offset:length:type" layout entry unchanged.
*>**

*>*
*> Compute the complete number for a payload: the payload with its
*> check digit appended, or for IBAN the country code, the two check
*> digits and the BBAN ("GB" + BBAN in, "GBkk" + BBAN out).
*> @param l-scheme Scheme name
*> @param l-payload The number without its check digit(s)
*> @return The complete number, or SPACE when the payload is not
*> well-formed for the scheme or the scheme is not understood
*>*
identification division.
function-id. check-digit-compute.
environment division.
configuration section.
repository.
    function trim intrinsic.
data division.
working-storage section.
    01 ws-scheme pic x(64).
    01 ws-check pic x(2).
    01 ws-status pic x(2).
    01 ws-payload pic x(64).
linkage section.
    01 l-scheme pic x any length.
    01 l-payload pic x any length.
    01 l-result pic x(64).
procedure division using l-scheme, l-payload returning l-result.
    *> arguments are copied first: a caller's trim() result is an
    *> intrinsic temporary our own intrinsic calls would reuse
    move l-scheme to ws-scheme.
    move l-payload to ws-payload.
    move SPACE to l-result.
    call "check-digit-calc" using ws-scheme, ws-payload, ws-check, ws-status.
    if ws-status = "03"
        display "Error: check-digit scheme must be LUHN, IBAN, ABA or"
            " MOD11, not " trim(ws-scheme) upon syserr
    end-if.
    if ws-status not = "00"
        goback
    end-if.
    if ws-check(2:1) = SPACE
        string trim(ws-payload) delimited by size
            ws-check(1:1) delimited by size
            into l-result
        end-string
    else
        *> IBAN: the check digits sit between country and BBAN
        string ws-payload(1:2) delimited by size
            ws-check delimited by size
            trim(ws-payload(3:)) delimited by size
            into l-result
        end-string
    end-if.
end function check-digit-compute.

*>*
*> Validate a complete number against a scheme.
*> @param l-scheme Scheme name
*> @param l-value The complete number, check digit(s) included
*> @return Status:
*>   00 valid
*>   01 well-formed, but the check digit(s) do not match
*>   02 not well-formed for the scheme (a non-digit, a wrong length)
*>   03 scheme not understood
*>*
identification division.
function-id. check-digit-validate.
environment division.
configuration section.
repository.
    function upper-case intrinsic.
data division.
working-storage section.
    01 ws-scheme pic x(64).
    01 ws-value pic x(64).
    01 ws-payload pic x(64).
    01 ws-given pic x(2).
    01 ws-check pic x(2).
linkage section.
    01 l-scheme pic x any length.
    01 l-value pic x any length.
    01 l-result pic x(2).
procedure division using l-scheme, l-value returning l-result.
    *> arguments copied first, as in check-digit-compute
    move l-scheme to ws-scheme.
    move l-value to ws-value.
    call "check-digit-split" using ws-scheme, ws-value, ws-payload, ws-given,
        l-result.
    if l-result not = "00"
        goback
    end-if.
    call "check-digit-calc" using ws-scheme, ws-payload, ws-check, l-result.
    if l-result not = "00"
        goback
    end-if.
    if ws-check not = upper-case(ws-given)
        move "01" to l-result
    end-if.
end function check-digit-validate.

*>*
*> Rewrite the check digit(s) of a complete number so it validates:
*> the trailing digit, or the two IBAN digits after the country code.
*> The masking and generation tools use it to keep a randomized or
*> generated number valid without changing its length.
*> @param l-scheme Scheme name
*> @param l-value The complete number
*> @return The number with its check digit(s) recomputed, or the value
*> unchanged when it is not well-formed for the scheme
*>*
identification division.
function-id. check-digit-apply.
environment division.
configuration section.
repository.
    function length trim intrinsic.
data division.
working-storage section.
    01 ws-scheme pic x(64).
    01 ws-value pic x(64).
    01 ws-payload pic x(64).
    01 ws-given pic x(2).
    01 ws-check pic x(2).
    01 ws-status pic x(2).
    01 ws-length usage binary-long unsigned.
linkage section.
    01 l-scheme pic x any length.
    01 l-value pic x any length.
    01 l-result pic x(64).
procedure division using l-scheme, l-value returning l-result.
    *> arguments copied first, as in check-digit-compute
    move l-scheme to ws-scheme.
    move l-value to ws-value.
    move ws-value to l-result.
    call "check-digit-split" using ws-scheme, ws-value, ws-payload, ws-given,
        ws-status.
    if ws-status not = "00"
        goback
    end-if.
    call "check-digit-calc" using ws-scheme, ws-payload, ws-check, ws-status.
    if ws-status not = "00"
        goback
    end-if.
    if ws-check(2:1) = SPACE
        move length(trim(ws-value, trailing)) to ws-length
        move ws-check(1:1) to l-result(ws-length:1)
    else
        *> the first non-blank pair after the country code, so a
        *> printed "GB82 WEST ..." keeps its spacing
        move 1 to ws-length
        perform until ws-value(ws-length:1) not = SPACE
            add 1 to ws-length
        end-perform
        move ws-check to l-result(ws-length + 2:2)
    end-if.
end function check-digit-apply.

*>*
*> Split a complete number into its payload and its given check
*> digit(s); shared by check-digit-validate and check-digit-apply.
*>   call "check-digit-split" using scheme, value, payload, given, status
*> Status 02 when the value is too short to hold a check digit.
*>*
identification division.
program-id. check-digit-split.
environment division.
configuration section.
repository.
    function byte-length length trim upper-case intrinsic.
data division.
working-storage section.
    01 ws-value pic x(64).
    01 ws-scheme pic x(32).
    01 ws-length usage binary-long unsigned.
    01 ws-scan usage binary-long unsigned.
    01 ws-out usage binary-long unsigned.
linkage section.
    01 l-scheme pic x any length.
    01 l-value pic x any length.
    01 l-payload pic x(64).
    01 l-given pic x(2).
    01 l-status pic x(2).
procedure division using l-scheme, l-value, l-payload, l-given, l-status.
    move "00" to l-status.
    move SPACE to l-payload l-given.
    move upper-case(trim(l-scheme)) to ws-scheme.
    move trim(l-value) to ws-value.
    if ws-scheme = "IBAN"
        *> printed IBANs come in groups of four: close the gaps
        move SPACE to ws-value
        move 0 to ws-out
        move 1 to ws-scan
        perform until ws-scan > byte-length(l-value) or ws-out >= 64
            if l-value(ws-scan:1) not = SPACE
                add 1 to ws-out
                move l-value(ws-scan:1) to ws-value(ws-out:1)
            end-if
            add 1 to ws-scan
        end-perform
    end-if.
    if ws-value = SPACE
        move "02" to l-status
        goback
    end-if.
    move length(trim(ws-value)) to ws-length.
    if ws-scheme = "IBAN"
        if ws-length < 5
            move "02" to l-status
            goback
        end-if
        move ws-value(3:2) to l-given
        move ws-value(1:2) to l-payload
        move ws-value(5:ws-length - 4) to l-payload(3:)
    else
        if ws-length < 2
            move "02" to l-status
            goback
        end-if
        move ws-value(ws-length:1) to l-given
        move ws-value(1:ws-length - 1) to l-payload
    end-if.
    *> a check position holding anything but a digit (or MOD11's X)
    *> is a malformed number, not merely a wrong check digit
    move 1 to ws-scan.
    perform until ws-scan > 2 or l-given(ws-scan:1) = SPACE
        if (l-given(ws-scan:1) < "0" or l-given(ws-scan:1) > "9")
                and not (ws-scheme(1:5) = "MOD11"
                    and upper-case(l-given(ws-scan:1)) = "X")
            move "02" to l-status
        end-if
        add 1 to ws-scan
    end-perform.
    goback.
end program check-digit-split.

*>*
*> The check digit(s) of a payload under a scheme; the arithmetic the
*> functions above share.
*>   call "check-digit-calc" using scheme, payload, check, status
*> Check comes back as one character (LUHN, ABA, MOD11) or two (IBAN);
*> status 00, 02 (payload not well-formed) or 03 (unknown scheme).
*>*
identification division.
program-id. check-digit-calc.
environment division.
configuration section.
repository.
    function length numval mod ord trim upper-case intrinsic.
data division.
working-storage section.
    78 WEIGHTS-LIMIT value 32.
    01 ws-scheme pic x(64).
    01 ws-scheme-name pic x(16).
    01 ws-weights-text pic x(48).
    01 ws-ten-text pic x(4).
    01 ws-payload pic x(64).
    01 ws-length usage binary-long unsigned.
    01 ws-scan usage binary-long unsigned.
    01 ws-digit usage binary-long.
    01 ws-sum usage binary-long.
    01 ws-position usage binary-long unsigned.
    01 ws-remainder usage binary-long.
    01 ws-check-value usage binary-long.
    01 ws-check-edit pic 99.
    01 ws-weight-count usage binary-long unsigned.
    01 ws-weight usage binary-long occurs WEIGHTS-LIMIT times.
    01 ws-weight-index usage binary-long unsigned.
    01 ws-weight-pointer usage binary-long unsigned.
    01 ws-weight-token pic x(4).
    01 ws-weight-length usage binary-long unsigned.
    01 ws-comma-count usage binary-long unsigned.
    01 ws-char pic x.
linkage section.
    01 l-scheme pic x any length.
    01 l-payload pic x(64).
    01 l-check pic x(2).
    01 l-status pic x(2).
procedure division using l-scheme, l-payload, l-check, l-status.
    move "00" to l-status.
    move SPACE to l-check.
    move upper-case(trim(l-scheme)) to ws-scheme.
    move SPACE to ws-scheme-name ws-weights-text ws-ten-text.
    unstring ws-scheme delimited by "/"
        into ws-scheme-name ws-weights-text ws-ten-text
    end-unstring.
    move upper-case(trim(l-payload)) to ws-payload.
    if ws-payload = SPACE
        move "02" to l-status
        goback
    end-if.
    move length(trim(ws-payload)) to ws-length.
    evaluate ws-scheme-name
    when "LUHN"
        perform check-digits-only
        if l-status = "00"
            perform calc-luhn
        end-if
    when "ABA"
        perform check-digits-only
        if ws-length not = 8
            move "02" to l-status
        end-if
        if l-status = "00"
            perform calc-aba
        end-if
    when "IBAN"
        perform calc-iban
    when "MOD11"
        perform check-digits-only
        if l-status = "00"
            perform load-mod11-weights
        end-if
        if l-status = "00"
            perform calc-mod11
        end-if
    when other
        move "03" to l-status
    end-evaluate.
    goback.

check-digits-only section.
    move 1 to ws-scan.
    perform until ws-scan > ws-length
        if ws-payload(ws-scan:1) < "0" or ws-payload(ws-scan:1) > "9"
            move "02" to l-status
            move ws-length to ws-scan
        end-if
        add 1 to ws-scan
    end-perform.

calc-luhn section.
    *> the check digit will sit in position 1 from the right, so the
    *> payload's rightmost digit is the first one doubled
    move 0 to ws-sum.
    move 0 to ws-position.
    move ws-length to ws-scan.
    perform until ws-scan = 0
        add 1 to ws-position
        compute ws-digit = ord(ws-payload(ws-scan:1)) - ord("0")
        if mod(ws-position, 2) = 1
            compute ws-digit = ws-digit * 2
            if ws-digit > 9
                subtract 9 from ws-digit
            end-if
        end-if
        add ws-digit to ws-sum
        subtract 1 from ws-scan
    end-perform.
    compute ws-check-value = mod(10 - mod(ws-sum, 10), 10).
    move ws-check-value to ws-check-edit.
    move ws-check-edit(2:1) to l-check.

calc-aba section.
    *> weights 3 7 1 repeating; the ninth digit's weight is 1
    move 0 to ws-sum.
    move 1 to ws-scan.
    perform until ws-scan > 8
        compute ws-digit = ord(ws-payload(ws-scan:1)) - ord("0")
        evaluate mod(ws-scan, 3)
        when 1
            compute ws-sum = ws-sum + ws-digit * 3
        when 2
            compute ws-sum = ws-sum + ws-digit * 7
        when other
            add ws-digit to ws-sum
        end-evaluate
        add 1 to ws-scan
    end-perform.
    compute ws-check-value = mod(10 - mod(ws-sum, 10), 10).
    move ws-check-value to ws-check-edit.
    move ws-check-edit(2:1) to l-check.

calc-iban section.
    *> BBAN, then country code, then "00", letters as 10-35, reduced
    *> mod 97 a digit at a time so no length overflows
    if ws-length < 3 or ws-length > 32
        move "02" to l-status
        goback
    end-if.
    if ws-payload(1:1) < "A" or ws-payload(1:1) > "Z"
            or ws-payload(2:1) < "A" or ws-payload(2:1) > "Z"
        move "02" to l-status
        goback
    end-if.
    move 0 to ws-remainder.
    move 3 to ws-scan.
    perform until ws-scan > ws-length or l-status not = "00"
        move ws-payload(ws-scan:1) to ws-char
        perform iban-fold-char
        add 1 to ws-scan
    end-perform.
    move 1 to ws-scan.
    perform until ws-scan > 2
        move ws-payload(ws-scan:1) to ws-char
        perform iban-fold-char
        add 1 to ws-scan
    end-perform.
    compute ws-remainder = mod(ws-remainder * 100, 97).
    if l-status = "00"
        compute ws-check-value = 98 - ws-remainder
        move ws-check-value to ws-check-edit
        move ws-check-edit to l-check
    end-if.

iban-fold-char section.
    evaluate true
    when ws-char >= "0" and ws-char <= "9"
        compute ws-digit = ord(ws-char) - ord("0")
        compute ws-remainder = mod(ws-remainder * 10 + ws-digit, 97)
    when ws-char >= "A" and ws-char <= "Z"
        compute ws-digit = ord(ws-char) - ord("A") + 10
        compute ws-remainder = mod(ws-remainder * 100 + ws-digit, 97)
    when other
        move "02" to l-status
    end-evaluate.

load-mod11-weights section.
    move 0 to ws-weight-count.
    if ws-weights-text = SPACE
        move "765432" to ws-weights-text
    end-if.
    if ws-ten-text not = SPACE and ws-ten-text not = "X"
            and ws-ten-text not = "0"
        move "03" to l-status
        goback
    end-if.
    move 0 to ws-comma-count.
    inspect ws-weights-text tallying ws-comma-count for all ",".
    move length(trim(ws-weights-text)) to ws-weight-length.
    move 1 to ws-weight-pointer.
    perform until ws-weight-pointer > ws-weight-length
        if ws-weight-count >= WEIGHTS-LIMIT
            move "03" to l-status
            goback
        end-if
        if ws-comma-count > 0
            move SPACE to ws-weight-token
            unstring ws-weights-text(1:ws-weight-length) delimited by ","
                into ws-weight-token
                with pointer ws-weight-pointer
            end-unstring
        else
            move ws-weights-text(ws-weight-pointer:1) to ws-weight-token
            add 1 to ws-weight-pointer
        end-if
        if trim(ws-weight-token) is not numeric
            move "03" to l-status
            goback
        end-if
        add 1 to ws-weight-count
        move numval(ws-weight-token) to ws-weight(ws-weight-count)
    end-perform.
    if ws-weight-count = 0
        move "03" to l-status
    end-if.

calc-mod11 section.
    *> the last weight pairs with the rightmost payload digit, the
    *> list repeating leftward over longer payloads
    move 0 to ws-sum.
    move 0 to ws-position.
    move ws-length to ws-scan.
    perform until ws-scan = 0
        compute ws-weight-index =
            ws-weight-count - mod(ws-position, ws-weight-count)
        compute ws-digit = ord(ws-payload(ws-scan:1)) - ord("0")
        compute ws-sum = ws-sum + ws-digit * ws-weight(ws-weight-index)
        add 1 to ws-position
        subtract 1 from ws-scan
    end-perform.
    compute ws-check-value = mod(11 - mod(ws-sum, 11), 11).
    if ws-check-value = 10
        if ws-ten-text = "0"
            move "0" to l-check
        else
            move "X" to l-check
        end-if
    else
        move ws-check-value to ws-check-edit
        move ws-check-edit(2:1) to l-check
    end-if.
end program check-digit-calc.
