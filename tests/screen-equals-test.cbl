       >>SOURCE FORMAT FREE
*>**
*>  Test assert-screen-equals
*>**
identification division.
program-id. screen-equals-test.
environment division.
configuration section.
repository. function all intrinsic.
procedure division.
    perform whole-screen-test.
    perform region-test.
    perform mask-list-test.
    goback.

whole-screen-test section.
    *> the clock is masked with "~" in the expected screen
    call "assert-screen-equals" using "tests/fixtures/screen-expected.scr",
        "tests/fixtures/screen-actual.scr".

region-test section.
    *> the function-key line and the prompt agree, the message does not
    call "assert-screen-equals" using "tests/fixtures/screen-other.scr",
        "tests/fixtures/screen-actual.scr", "23:1:1:80".
    call "assert-screen-equals" using "tests/fixtures/screen-other.scr",
        "tests/fixtures/screen-actual.scr", "4:5:1:20".

mask-list-test section.
    *> the message row and the clock masked by the caller instead
    call "assert-screen-equals" using "tests/fixtures/screen-other.scr",
        "tests/fixtures/screen-actual.scr", "*", "1:60:21;6:1:80",
        "masked message and clock".
end program screen-equals-test.
