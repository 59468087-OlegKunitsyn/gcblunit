       >>SOURCE FORMAT FREE
*>**
*>  GCBLUnit SQL communication area
*>
*>  The DB2-shaped SQLCA that sql-prep puts where a program under test
*>  had EXEC SQL INCLUDE SQLCA END-EXEC, and that sql-stub-exec fills
*>  from the stub script: SQLCODE and SQLSTATE as scripted, SQLERRD(3)
*>  the number of rows delivered.
*>**

01 SQLCA.
    05 SQLCAID pic x(8) value "SQLCA".
    05 SQLCABC pic s9(9) comp-5 value 136.
    05 SQLCODE pic s9(9) comp-5 value 0.
    05 SQLERRM.
        49 SQLERRML pic s9(4) comp-5 value 0.
        49 SQLERRMC pic x(70) value SPACE.
    05 SQLERRP pic x(8) value SPACE.
    05 SQLERRD pic s9(9) comp-5 occurs 6 times.
    05 SQLWARN.
        10 SQLWARN0 pic x.
        10 SQLWARN1 pic x.
        10 SQLWARN2 pic x.
        10 SQLWARN3 pic x.
        10 SQLWARN4 pic x.
        10 SQLWARN5 pic x.
        10 SQLWARN6 pic x.
        10 SQLWARN7 pic x.
        10 SQLWARN8 pic x.
        10 SQLWARN9 pic x.
        10 SQLWARNA pic x.
    05 SQLSTATE pic x(5) value "00000".
