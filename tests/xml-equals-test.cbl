       >>SOURCE FORMAT FREE
*>**
*>  Test assert-xml-equals
*>**
identification division.
program-id. xml-equals-test.
environment division.
configuration section.
repository. function all intrinsic.
data division.
working-storage section.
    01 expected-report pic x(400).
    01 actual-report pic x(400).
procedure division.
    perform layout-test.
    perform namespace-test.
    perform ignore-test.
    goback.

layout-test section.
    *> attribute order and indentation are not differences
    call "assert-xml-equals" using
        '<testsuite name="s1" tests="2"><testcase name="t1"/></testsuite>',
        concatenate('<testsuite tests="2"   name="s1">',
            '   <testcase name="t1" />   </testsuite>').

namespace-test section.
    call "assert-xml-equals" using
        '<Document xmlns="urn:iso"><Amt>10.00</Amt></Document>',
        '<p:Document xmlns:p="urn:iso"><p:Amt> 10.00 </p:Amt></p:Document>',
        SPACE, "namespace prefix".

ignore-test section.
    move concatenate('<testsuite name="s1" timestamp="2024-01-01T10:00:00">',
        '<testcase name="t1" time="0.01"/>',
        '<testcase name="t2" time="0.02"/></testsuite>')
        to expected-report.
    move concatenate('<testsuite timestamp="2026-10-15T08:12:44" name="s1">',
        '<testcase time="0.31" name="t1"/>',
        '<testcase time="1.20" name="t2"/></testsuite>')
        to actual-report.
    call "assert-xml-equals" using expected-report, actual-report,
        "testsuite@timestamp;testsuite.testcase@time".
end program xml-equals-test.
