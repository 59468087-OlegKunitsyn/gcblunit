       >>SOURCE FORMAT FREE
*>**
*>  Core library: xml
*>**

*>  xml-flatten: walks an XML document and hands back every element
*>  value and attribute as one "path=value" pair, the way json-flatten
*>  does for JSON. Elements contribute "name" segments joined by ".",
*>  the second and later siblings of the same name "name[n]", and
*>  attributes "@name", so
*>    <a x="1"><b>5</b><b>6</b></a>
*>  flattens to a@x=1, a.b=5 and a.b[2]=6. Namespace prefixes are
*>  dropped (ns2:Document is Document) and xmlns declarations skipped;
*>  text is whitespace-trimmed with inner runs collapsed to one space,
*>  and &lt; &gt; &amp; &quot; &apos; decoded. Comments, processing
*>  instructions and DOCTYPE are skipped; CDATA is taken verbatim. An
*>  element with no child elements always yields a pair, empty or not,
*>  so <flag/> still compares. Attribute order, indentation and prefix
*>  choices disappear in the flattening, which is what the structural
*>  comparison in assert-xml-equals needs; xml-parse below rides on the
*>  same pass. The pairs table is caller-supplied, 256 bytes a slot:
*>  path x(128) then value x(128), l-max-pairs slots. Status "00"
*>  good, "91" the document nests deeper than 32 levels, repeats more
*>  than 32 distinct child names under one element or is malformed,
*>  "92" more values than the table holds.
*>    call "xml-flatten" using xml-doc, pairs, pair-count,
*>        flat-status, by value 200.
identification division.
program-id. xml-flatten.
environment division.
configuration section.
repository.
    function all intrinsic.
data division.
working-storage section.
    78 STACK-LIMIT value 32.
    78 CHILD-NAMES-LIMIT value 32.
    01 ws-pos usage binary-long unsigned.
    01 ws-length usage binary-long unsigned.
    01 ws-char pic x.
    01 ws-depth usage binary-long unsigned.
    01 ws-stack.
        03 ws-level occurs STACK-LIMIT times.
            05 level-name pic x(48).
            05 level-index usage binary-long unsigned.
            05 level-children usage binary-long unsigned.
            05 level-text pic x(128).
            05 level-text-len usage binary-long unsigned.
            05 level-name-count usage binary-long unsigned.
            05 level-child occurs CHILD-NAMES-LIMIT times.
                07 child-name pic x(48).
                07 child-seen usage binary-long unsigned.
    01 ws-name pic x(48).
    01 ws-name-len usage binary-long unsigned.
    01 ws-name-prefix pic x(48).
    01 ws-child-scan usage binary-long unsigned.
    01 ws-found pic x.
    01 ws-attr-name pic x(48).
    01 ws-attr-value pic x(128).
    01 ws-attr-len usage binary-long unsigned.
    01 ws-quote pic x.
    01 ws-tag-done pic x.
    01 ws-entity pic x(12).
    01 ws-entity-len usage binary-long unsigned.
    01 ws-entity-text pic x(12).
    01 ws-entity-text-len usage binary-long unsigned.
    01 ws-path pic x(128).
    01 ws-path-len usage binary-long unsigned.
    01 ws-level-scan usage binary-long unsigned.
    01 ws-index-edit pic z(8)9.
    01 ws-segment pic x(80).
    01 ws-segment-len usage binary-long unsigned.
    01 ws-value pic x(128).
    01 ws-out-offset usage binary-long unsigned.
    01 ws-scan usage binary-long unsigned.
linkage section.
    01 l-xml pic x any length.
    01 l-pairs pic x any length.
    01 l-pair-count usage binary-long unsigned.
    01 l-flat-status pic x(2).
    01 l-max-pairs usage binary-long unsigned.
procedure division using l-xml, l-pairs, l-pair-count,
        l-flat-status, by value l-max-pairs.
    move 0 to l-pair-count.
    move spaces to l-pairs.
    move "00" to l-flat-status.
    move 0 to ws-depth.
    move byte-length(l-xml) to ws-length.
    move 1 to ws-pos.
    perform until ws-pos > ws-length
        move l-xml(ws-pos:1) to ws-char
        evaluate true
        when ws-char = "<" and ws-pos < ws-length
            evaluate true
            when l-xml(ws-pos + 1:1) = "?"
                *> <?xml ...?> and other processing instructions
                perform skip-to-close-angle
            when ws-pos + 3 <= ws-length
                    and l-xml(ws-pos:4) = "<!--"
                perform skip-comment
            when ws-pos + 8 <= ws-length
                    and l-xml(ws-pos:9) = "<![CDATA["
                perform read-cdata
            when l-xml(ws-pos + 1:1) = "!"
                *> DOCTYPE and friends
                perform skip-to-close-angle
            when l-xml(ws-pos + 1:1) = "/"
                perform end-tag
            when other
                perform open-element
            end-evaluate
            if l-flat-status not = "00"
                goback
            end-if
        when ws-char = "&"
            perform read-entity
            if ws-depth > 0
                move 1 to ws-scan
                perform until ws-scan > ws-entity-text-len
                    move ws-entity-text(ws-scan:1) to ws-char
                    perform append-text-char
                    add 1 to ws-scan
                end-perform
            end-if
        when other
            if ws-depth > 0
                perform append-text-char
            end-if
            add 1 to ws-pos
        end-evaluate
    end-perform.
    if ws-depth > 0
        *> an element never closed
        move "91" to l-flat-status
    end-if.
    goback.

skip-to-close-angle section.
    perform until ws-pos > ws-length or l-xml(ws-pos:1) = ">"
        add 1 to ws-pos
    end-perform.
    add 1 to ws-pos.

skip-comment section.
    add 4 to ws-pos.
    perform until ws-pos + 2 > ws-length
            or l-xml(ws-pos:3) = "-->"
        add 1 to ws-pos
    end-perform.
    add 3 to ws-pos.

read-cdata section.
    add 9 to ws-pos.
    perform until ws-pos + 2 > ws-length
            or l-xml(ws-pos:3) = "]]>"
        if ws-depth > 0
            move l-xml(ws-pos:1) to ws-char
            perform append-text-char
        end-if
        add 1 to ws-pos
    end-perform.
    add 3 to ws-pos.

append-text-char section.
    *> whitespace runs collapse to one space, leading ones vanish
    if ws-char = SPACE or ws-char = x"09"
            or ws-char = x"0a" or ws-char = x"0d"
        if level-text-len(ws-depth) = 0
            exit section
        end-if
        if level-text(ws-depth)(level-text-len(ws-depth):1) = SPACE
            exit section
        end-if
        move SPACE to ws-char
    end-if.
    if level-text-len(ws-depth) < 128
        add 1 to level-text-len(ws-depth)
        move ws-char
            to level-text(ws-depth)(level-text-len(ws-depth):1)
    end-if.

read-entity section.
    *> ws-pos sits on the "&"; the five predefined entities decode,
    *> anything else is kept verbatim
    move SPACE to ws-entity.
    move 0 to ws-entity-len.
    add 1 to ws-pos.
    perform until ws-pos > ws-length or l-xml(ws-pos:1) = ";"
            or ws-entity-len >= 10
        add 1 to ws-entity-len
        move l-xml(ws-pos:1) to ws-entity(ws-entity-len:1)
        add 1 to ws-pos
    end-perform.
    move 1 to ws-entity-text-len.
    evaluate ws-entity
    when "lt"
        move "<" to ws-entity-text
    when "gt"
        move ">" to ws-entity-text
    when "amp"
        move "&" to ws-entity-text
    when "quot"
        move '"' to ws-entity-text
    when "apos"
        move "'" to ws-entity-text
    when other
        move concatenate("&", trim(ws-entity), ";") to ws-entity-text
        compute ws-entity-text-len = ws-entity-len + 2
    end-evaluate.
    add 1 to ws-pos.

open-element section.
    *> ws-pos sits on "<": the name, then attributes up to ">" or "/>"
    add 1 to ws-pos.
    perform read-name.
    if ws-name = SPACE
        move "91" to l-flat-status
        exit section
    end-if.
    if ws-depth > 0
        add 1 to level-children(ws-depth)
    end-if.
    add 1 to ws-depth.
    if ws-depth > STACK-LIMIT
        move "91" to l-flat-status
        exit section
    end-if.
    move ws-name to level-name(ws-depth).
    move 0 to level-children(ws-depth).
    move SPACE to level-text(ws-depth).
    move 0 to level-text-len(ws-depth).
    move 0 to level-name-count(ws-depth).
    move 1 to level-index(ws-depth).
    if ws-depth > 1
        perform count-sibling
    end-if.
    move "N" to ws-tag-done.
    perform until ws-tag-done = "Y" or ws-pos > ws-length
            or l-flat-status not = "00"
        evaluate true
        when l-xml(ws-pos:1) = ">"
            move "Y" to ws-tag-done
            add 1 to ws-pos
        when l-xml(ws-pos:1) = "/"
            *> self-closing
            move "Y" to ws-tag-done
            perform skip-to-close-angle
            perform close-element
        when l-xml(ws-pos:1) = SPACE or l-xml(ws-pos:1) = x"09"
                or l-xml(ws-pos:1) = x"0a" or l-xml(ws-pos:1) = x"0d"
            add 1 to ws-pos
        when other
            perform read-attribute
        end-evaluate
    end-perform.

read-name section.
    *> an element or attribute name, its namespace prefix dropped
    move SPACE to ws-name ws-name-prefix.
    move 0 to ws-name-len.
    perform until ws-pos > ws-length
            or l-xml(ws-pos:1) = SPACE or l-xml(ws-pos:1) = ">"
            or l-xml(ws-pos:1) = "/" or l-xml(ws-pos:1) = "="
            or l-xml(ws-pos:1) = x"09" or l-xml(ws-pos:1) = x"0a"
            or l-xml(ws-pos:1) = x"0d"
        if l-xml(ws-pos:1) = ":"
            move ws-name to ws-name-prefix
            move SPACE to ws-name
            move 0 to ws-name-len
        else
            if ws-name-len < 48
                add 1 to ws-name-len
                move l-xml(ws-pos:1) to ws-name(ws-name-len:1)
            end-if
        end-if
        add 1 to ws-pos
    end-perform.

count-sibling section.
    *> which occurrence of this name under the parent element
    move "N" to ws-found.
    move 1 to ws-child-scan.
    perform until ws-child-scan > level-name-count(ws-depth - 1)
        if child-name(ws-depth - 1, ws-child-scan) = ws-name
            add 1 to child-seen(ws-depth - 1, ws-child-scan)
            move child-seen(ws-depth - 1, ws-child-scan)
                to level-index(ws-depth)
            move "Y" to ws-found
            move level-name-count(ws-depth - 1) to ws-child-scan
        end-if
        add 1 to ws-child-scan
    end-perform.
    if ws-found = "N"
        if level-name-count(ws-depth - 1) >= CHILD-NAMES-LIMIT
            move "91" to l-flat-status
            exit section
        end-if
        add 1 to level-name-count(ws-depth - 1)
        move ws-name to child-name(ws-depth - 1,
            level-name-count(ws-depth - 1))
        move 1 to child-seen(ws-depth - 1,
            level-name-count(ws-depth - 1))
    end-if.

read-attribute section.
    *> name="value" or name='value'
    perform read-name.
    move ws-name to ws-attr-name.
    perform until ws-pos > ws-length
            or l-xml(ws-pos:1) = '"' or l-xml(ws-pos:1) = "'"
            or l-xml(ws-pos:1) = ">"
        add 1 to ws-pos
    end-perform.
    if ws-pos > ws-length or l-xml(ws-pos:1) = ">"
        move "91" to l-flat-status
        exit section
    end-if.
    move l-xml(ws-pos:1) to ws-quote.
    add 1 to ws-pos.
    move SPACE to ws-attr-value.
    move 0 to ws-attr-len.
    perform until ws-pos > ws-length or l-xml(ws-pos:1) = ws-quote
        if l-xml(ws-pos:1) = "&"
            perform read-entity
            move 1 to ws-scan
            perform until ws-scan > ws-entity-text-len
                if ws-attr-len < 128
                    add 1 to ws-attr-len
                    move ws-entity-text(ws-scan:1)
                        to ws-attr-value(ws-attr-len:1)
                end-if
                add 1 to ws-scan
            end-perform
        else
            if ws-attr-len < 128
                add 1 to ws-attr-len
                move l-xml(ws-pos:1) to ws-attr-value(ws-attr-len:1)
            end-if
            add 1 to ws-pos
        end-if
    end-perform.
    add 1 to ws-pos.
    *> namespace declarations only bind prefixes we drop anyway
    if ws-attr-name = "xmlns" or ws-name-prefix = "xmlns"
            or ws-attr-name = SPACE
        exit section
    end-if.
    perform build-path.
    move concatenate(trim(ws-path), "@", trim(ws-attr-name)) to ws-path.
    move ws-attr-value to ws-value.
    perform emit-pair.

end-tag section.
    *> </name> must close the element open at this depth
    add 2 to ws-pos.
    perform read-name.
    if ws-depth = 0
        move "91" to l-flat-status
        exit section
    end-if.
    if ws-name not = level-name(ws-depth)
        move "91" to l-flat-status
        exit section
    end-if.
    perform skip-to-close-angle.
    if ws-pos > ws-length + 1
        move "91" to l-flat-status
        exit section
    end-if.
    perform close-element.

close-element section.
    if ws-depth = 0
        move "91" to l-flat-status
        exit section
    end-if.
    if level-children(ws-depth) = 0 or level-text(ws-depth) not = SPACE
        perform build-path
        move trim(level-text(ws-depth)) to ws-value
        perform emit-pair
    end-if.
    subtract 1 from ws-depth.

build-path section.
    move SPACE to ws-path.
    move 0 to ws-path-len.
    move 1 to ws-level-scan.
    perform until ws-level-scan > ws-depth
        move SPACE to ws-segment
        if ws-path-len = 0
            move trim(level-name(ws-level-scan)) to ws-segment
        else
            move concatenate(".", trim(level-name(ws-level-scan)))
                to ws-segment
        end-if
        if level-index(ws-level-scan) > 1
            move level-index(ws-level-scan) to ws-index-edit
            move concatenate(trim(ws-segment), "[", trim(ws-index-edit), "]")
                to ws-segment
        end-if
        move length(trim(ws-segment, trailing)) to ws-segment-len
        if ws-segment-len > 0
                and ws-path-len + ws-segment-len <= 128
            move ws-segment(1:ws-segment-len)
                to ws-path(ws-path-len + 1:ws-segment-len)
            add ws-segment-len to ws-path-len
        end-if
        add 1 to ws-level-scan
    end-perform.

emit-pair section.
    add 1 to l-pair-count.
    if l-pair-count > l-max-pairs
        move "92" to l-flat-status
        subtract 1 from l-pair-count
        exit section
    end-if.
    compute ws-out-offset = (l-pair-count - 1) * 256 + 1.
    move ws-path to l-pairs(ws-out-offset:128).
    move ws-value to l-pairs(ws-out-offset + 128:128).
end program xml-flatten.

*>*
*> Extract one value from an XML document by path -- "a.b[2]@id"
*> walks elements, repeated siblings and attributes the same way
*> xml-flatten spells its paths. Returns the text or attribute value
*> (entities decoded, whitespace trimmed), or all spaces when the path
*> does not resolve. Built on the same flattening pass assert-xml-equals
*> compares with, so the two always agree on what a path means.
*> @param l-xml The document; the first 32000 bytes are read
*> @param l-path The path to extract
*> @return The value, space-padded, x(128)
*>*
identification division.
function-id. xml-parse.
environment division.
configuration section.
repository.
    function byte-length trim intrinsic.
data division.
working-storage section.
    78 PARSE-PAIRS-LIMIT value 400.
    01 ws-pairs pic x(102400).
    01 ws-pair-count usage binary-long unsigned.
    01 ws-flat-status pic x(2).
    01 ws-pair-index usage binary-long unsigned.
    01 ws-offset usage binary-long unsigned.
    01 ws-path pic x(128).
    01 ws-xml pic x(32000).
    01 ws-xml-len usage binary-long unsigned.
linkage section.
    01 l-xml pic x any length.
    01 l-path pic x any length.
    01 l-value pic x(128).
procedure division using l-xml, l-path returning l-value.
    move SPACE to l-value.
    move l-path to ws-path.
    move l-xml to ws-xml.
    move byte-length(l-xml) to ws-xml-len.
    if ws-xml-len > 32000
        move 32000 to ws-xml-len
    end-if.
    call "xml-flatten" using ws-xml(1:ws-xml-len), ws-pairs, ws-pair-count,
        ws-flat-status, by value PARSE-PAIRS-LIMIT.
    if ws-flat-status not = "00" and ws-flat-status not = "92"
        goback
    end-if.
    move 1 to ws-pair-index.
    perform until ws-pair-index > ws-pair-count
        compute ws-offset = (ws-pair-index - 1) * 256 + 1
        if ws-pairs(ws-offset:128) = ws-path
            move ws-pairs(ws-offset + 128:128) to l-value
            move ws-pair-count to ws-pair-index
        end-if
        add 1 to ws-pair-index
    end-perform.
end function xml-parse.
