       >>SOURCE FORMAT FREE
*>**
*>  Test sql-stub-exec, assert-sql-issued and assert-sql-issued-with
*>**
identification division.
program-id. sql-stub-test.
environment division.
configuration section.
repository. function all intrinsic.
data division.
working-storage section.
    copy "sqlstub".
    copy "sqlca".
procedure division.
    call "sql-stub-load" using "tests/fixtures/sql-stub.sqlstub".
    perform by-id-test.
    perform cursor-test.
    perform error-test.
    perform issued-test.
    goback.

by-id-test section.
    call "sql-stub-begin" using "STUBTEST#1",
        "SELECT ID, NAME INTO :A, :B FROM CUST WHERE ID = :C".
    move 42.5 to sqs-number.
    call "sql-stub-param" using "N".
    call "sql-stub-exec" using SQLCA.
    call "assert-equals" using 0, SQLCODE.
    call "assert-equals" using "Y", sqs-delivered.
    call "assert-equals" using "ALICE", sqs-value(2)(1:5).

cursor-test section.
    call "sql-stub-begin" using "STUBTEST#2", "FETCH CUST-CUR INTO :A".
    call "sql-stub-exec" using SQLCA.
    call "assert-equals" using "K002", sqs-value(1)(1:4).
    call "sql-stub-begin" using "STUBTEST#2", "FETCH CUST-CUR INTO :A".
    call "sql-stub-exec" using SQLCA.
    call "assert-equals" using 100, SQLCODE.
    call "assert-equals" using "N", sqs-delivered.
    *> the last line keeps answering
    call "sql-stub-begin" using "STUBTEST#2", "FETCH CUST-CUR INTO :A".
    call "sql-stub-exec" using SQLCA.
    call "assert-equals" using "02000", SQLSTATE.

error-test section.
    call "sql-stub-begin" using "STUBTEST#3",
        "insert into audit values (:A)".
    move "K001" to sqs-text.
    call "sql-stub-param" using "X".
    call "sql-stub-exec" using SQLCA.
    call "assert-equals" using -803, SQLCODE.
    call "assert-equals" using "23505", SQLSTATE.
    *> unscripted: a FETCH finds nothing, anything else succeeds
    call "sql-stub-begin" using "STUBTEST#4", "DELETE FROM CUST".
    call "sql-stub-exec" using SQLCA.
    call "assert-equals" using 0, SQLCODE.
    call "sql-stub-begin" using "STUBTEST#5", "FETCH OTHER-CUR INTO :A".
    call "sql-stub-exec" using SQLCA.
    call "assert-equals" using 100, SQLCODE.

issued-test section.
    call "assert-sql-issued" using "fetch cust-cur", "3".
    call "assert-sql-issued" using "STUBTEST#1", "1".
    call "assert-sql-issued-with" using "STUBTEST#1", "42.5".
    call "assert-sql-issued-with" using "INSERT INTO AUDIT", "K001".
end program sql-stub-test.
