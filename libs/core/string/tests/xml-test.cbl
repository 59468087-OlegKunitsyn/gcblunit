       >>SOURCE FORMAT FREE
*>**
*>  Test core/xml
*>**
identification division.
program-id. xml-test.
environment division.
configuration section.
repository.
    function xml-parse
    function all intrinsic.
data division.
working-storage section.
    01 ws-doc pic x(512).
    01 ws-pairs pic x(2560).
    01 ws-pair-count usage binary-long unsigned.
    01 ws-flat-status pic x(2).
procedure division.
    perform xml-parse-test.
    perform xml-entity-test.
    perform xml-flatten-test.
    perform xml-status-test.
    goback.

xml-parse-test section.
    move concatenate(
        '<?xml version="1.0"?>',
        '<ns2:Document xmlns:ns2="urn:iso"><Hdr id="H1">',
        '  <MsgId>  ABC   123 </MsgId>',
        '</Hdr><Tx><Amt ccy="EUR">10.00</Amt></Tx>',
        '<Tx><Amt ccy="USD">20.50</Amt></Tx></ns2:Document>')
        to ws-doc.
    call "assert-equals" using "ABC 123",
        trim(xml-parse(ws-doc, "Document.Hdr.MsgId")).
    call "assert-equals" using "H1",
        trim(xml-parse(ws-doc, "Document.Hdr@id")).
    call "assert-equals" using "10.00",
        trim(xml-parse(ws-doc, "Document.Tx.Amt")).
    call "assert-equals" using "USD",
        trim(xml-parse(ws-doc, "Document.Tx[2].Amt@ccy")).
    call "assert-equals" using SPACE,
        xml-parse(ws-doc, "Document.Tx[3].Amt").

xml-entity-test section.
    move concatenate(
        '<r><!-- skipped --><t>a &lt; b &amp;&amp; c</t>',
        '<c><![CDATA[<raw>]]></c><e/></r>')
        to ws-doc.
    call "assert-equals" using "a < b && c", trim(xml-parse(ws-doc, "r.t")).
    call "assert-equals" using "<raw>", trim(xml-parse(ws-doc, "r.c")).

xml-flatten-test section.
    move '<a x="1"><b>5</b><b>6</b><flag/></a>' to ws-doc.
    call "xml-flatten" using ws-doc, ws-pairs, ws-pair-count,
        ws-flat-status, by value 10.
    call "assert-equals" using "00", ws-flat-status.
    call "assert-equals" using 4, ws-pair-count.
    call "assert-equals" using "a@x", trim(ws-pairs(1:128)).
    call "assert-equals" using "a.b[2]", trim(ws-pairs(513:128)).
    call "assert-equals" using "6", trim(ws-pairs(641:128)).
    call "assert-equals" using "a.flag", trim(ws-pairs(769:128)).

xml-status-test section.
    move "<a><b>1</b></a" to ws-doc.
    call "xml-flatten" using ws-doc, ws-pairs, ws-pair-count,
        ws-flat-status, by value 10.
    call "assert-equals" using "91", ws-flat-status.
    move "<a><b>1</c></a>" to ws-doc.
    call "xml-flatten" using ws-doc, ws-pairs, ws-pair-count,
        ws-flat-status, by value 10.
    call "assert-equals" using "91", ws-flat-status.
    move "<a><b>1</b><b>2</b><b>3</b></a>" to ws-doc.
    call "xml-flatten" using ws-doc, ws-pairs, ws-pair-count,
        ws-flat-status, by value 2.
    call "assert-equals" using "92", ws-flat-status.
end program xml-test.
