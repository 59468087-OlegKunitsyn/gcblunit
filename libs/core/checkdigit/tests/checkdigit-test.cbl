       >>SOURCE FORMAT FREE
*>**
*>  Test core/checkdigit
*>**
identification division.
program-id. checkdigit-test.
environment division.
configuration section.
repository.
    function check-digit-compute
    function check-digit-validate
    function check-digit-apply
    function all intrinsic.
data division.
working-storage section.
procedure division.
    perform luhn-test.
    perform aba-test.
    perform iban-test.
    perform mod11-test.
    perform status-test.
    goback.

luhn-test section.
    call "assert-equals" using "79927398713",
        trim(check-digit-compute("LUHN", "7992739871")).
    call "assert-equals" using "00",
        check-digit-validate("LUHN", "4111111111111111").
    call "assert-equals" using "01",
        check-digit-validate("LUHN", "4111111111111112").
    call "assert-equals" using "4111111111111111",
        trim(check-digit-apply("LUHN", "4111111111111112")).

aba-test section.
    call "assert-equals" using "00", check-digit-validate("ABA", "011000015").
    call "assert-equals" using "021000021",
        trim(check-digit-compute("ABA", "02100002")).
    call "assert-equals" using "123456780",
        trim(check-digit-compute("ABA", "12345678")).
    *> eight or ten digits are not a routing number
    call "assert-equals" using "02", check-digit-validate("ABA", "01100001").

iban-test section.
    call "assert-equals" using "GB82WEST12345698765432",
        trim(check-digit-compute("IBAN", "GBWEST12345698765432")).
    call "assert-equals" using "00",
        check-digit-validate("IBAN", "DE89 3704 0044 0532 0130 00").
    call "assert-equals" using "01",
        check-digit-validate("IBAN", "DE88370400440532013000").
    call "assert-equals" using "GB82 WEST 1234 5698 7654 32",
        trim(check-digit-apply("IBAN", "GB00 WEST 1234 5698 7654 32")).

mod11-test section.
    *> weights 2-7 from the right: 77 mod 11 = 0, check 0
    call "assert-equals" using "1234560",
        trim(check-digit-compute("MOD11", "123456")).
    *> ISBN-10 weights, a check value of 10 written as X or as 0
    call "assert-equals" using "0306406152",
        trim(check-digit-compute("MOD11/10,9,8,7,6,5,4,3,2", "030640615")).
    call "assert-equals" using "00",
        check-digit-validate("MOD11/10,9,8,7,6,5,4,3,2", "080442957X").
    call "assert-equals" using "0804429570",
        trim(check-digit-compute("MOD11/10,9,8,7,6,5,4,3,2/0", "080442957")).

status-test section.
    call "assert-equals" using "02", check-digit-validate("LUHN", "41111A").
    call "assert-equals" using "02", check-digit-validate("IBAN", "1234567890").
    call "assert-equals" using "03", check-digit-validate("VERHOEFF", "12345").
    call "assert-equals" using "03", check-digit-validate("MOD11/7Y", "12345").
end program checkdigit-test.
