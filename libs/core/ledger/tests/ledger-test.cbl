       >>SOURCE FORMAT FREE
*>**
*>  Test core/ledger
*>**
identification division.
program-id. ledger-test.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select ledger-in assign to dynamic ws-ledger-path
    organization is line sequential
    file status is ws-ledger-status.
data division.
file section.
fd ledger-in.
    01 ledger-in-record.
        05 filler pic x(15).
        05 ledger-in-step pic x(8).
        05 filler pic x.
        05 ledger-in-dataset pic x(32).
        05 filler pic x.
        05 ledger-in-count pic 9(10).
        05 filler pic x.
        05 ledger-in-total pic x(18).
working-storage section.
    01 ws-ledger-path pic x(256) value "/tmp/gcblunit-ledger-test.txt".
    01 ws-ledger-status pic x(2).
    01 ws-post-status pic x(2).
    01 ws-record-count usage binary-long unsigned.
    01 ws-hash-total usage binary-double signed.
procedure division.
    call "CBL_DELETE_FILE" using ws-ledger-path.
    perform ledger-post-test.
    perform ledger-append-test.
    call "CBL_DELETE_FILE" using ws-ledger-path.
    goback.

ledger-post-test section.
    move 1000 to ws-record-count.
    move 1234567 to ws-hash-total.
    call "ledger-post" using ws-ledger-path, "step2", "custin",
        ws-post-status, by value ws-record-count, by value ws-hash-total.
    call "assert-equals" using "00", ws-post-status.

    open input ledger-in.
    read ledger-in.
    call "assert-equals" using "STEP2", ledger-in-step(1:5).
    call "assert-equals" using "CUSTIN", ledger-in-dataset(1:6).
    call "assert-equals" using "0000001000", ledger-in-count.
    call "assert-equals" using "+00000000001234567", ledger-in-total.
    close ledger-in.

ledger-append-test section.
    move 2 to ws-record-count.
    move -75 to ws-hash-total.
    call "ledger-post" using ws-ledger-path, "STEP2", "CUSTREJ",
        ws-post-status, by value ws-record-count, by value ws-hash-total.
    call "assert-equals" using "00", ws-post-status.

    open input ledger-in.
    read ledger-in.
    read ledger-in.
    call "assert-equals" using "00", ws-ledger-status.
    call "assert-equals" using "CUSTREJ", ledger-in-dataset(1:7).
    call "assert-equals" using "-00000000000000075", ledger-in-total.
    close ledger-in.
end program ledger-test.
