       >>SOURCE FORMAT FREE
*>**
*>  Test assert-check-digit
*>**
identification division.
program-id. check-digit-test.
environment division.
configuration section.
repository. function all intrinsic.
data division.
working-storage section.
    01 card-number pic x(16) value "4111111111111111".
    01 routing-number pic 9(9) value 021000021.
procedure division.
    perform scheme-test.
    goback.

scheme-test section.
    call "assert-check-digit" using "LUHN", card-number.
    call "assert-check-digit" using "ABA", routing-number.
    call "assert-check-digit" using "IBAN", "GB82 WEST 1234 5698 7654 32".
    call "assert-check-digit" using "MOD11/10,9,8,7,6,5,4,3,2",
        "0306406152", "ISBN-10".
end program check-digit-test.
