       >>SOURCE FORMAT FREE
*>**
*>  Test assert-db-count, assert-db-value and assert-db-table
*>**
identification division.
program-id. db-assert-test.
environment division.
configuration section.
repository. function all intrinsic.
procedure division.
    call "dd-load" using "tests/fixtures/db-assert.dd".
    perform db-count-test.
    perform db-value-test.
    perform db-table-test.
    goback.

db-count-test section.
    call "assert-db-count" using "TESTDB",
        "select * from settlement", "3".

db-value-test section.
    call "assert-db-value" using "TESTVAL",
        "select status from settlement where id = 'K001'", "POSTED".

db-table-test section.
    *> the rows reconcile against themselves, whatever their order
    call "assert-db-table" using "TESTDB",
        "select id, status, amount from settlement",
        "tests/fixtures/db-assert.rows", "1".
end program db-assert-test.
