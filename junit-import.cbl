*>  flakiness scoring and the collector dashboards already understand,
*>  appends them to the assertion archive and the outcome history
*>  under their own suite names (classname, or the enclosing
*>  testsuite's name) with the case name as each one's stable key,
*>  and optionally streams each case to the results collector the
*>  way the assert-* programs stream theirs. "Is the shop green" gets
*>  one answer. The shared-file appends take the same artifact lock
*>  the runner takes. Both files are digest-chained (libs/core/chain):
*>  each append opens with a checkpoint record naming the import,
*>  signed under GCBLUNIT_CHAIN_KEY, and the imported lines chain on
*>  from it, so chain-verify tells foreign lines from the runner's and
*>  still proves every one of them. Requires libs/core/chain and
*>  libs/core/string/src/sha256.cbl linked in.
*>
*>  Usage:
*>    junit-import report.xml [--dump out.dat] [--archive path]
fd dump-out.
    01 dump-out-line pic x(181).
fd archive.
    01 archive-line pic x(304).
fd history.
    01 history-line pic x(160).
working-storage section.
            05 imp-suite pic x(32).
            05 imp-nr pic 9(4).
            05 imp-name pic x(16).
            05 imp-label pic x(48).
            05 imp-key pic x(48).
    01 import-index usage binary-long unsigned.
    01 import-scan usage binary-long unsigned.

    *> the stable key each case is archived under, derived the way
    *> gcblunit derives an assertion's (see its assertion-keys): the
    *> case name is the label, repeats within a suite take ~2, ~3
    01 key-source pic x(64).
    01 key-work pic x(64).
    01 key-text pic x(48).
    01 key-len usage binary-long unsigned.
    01 key-pos usage binary-long unsigned.
    01 key-char pic x.
    01 key-dash pic x.
    01 key-occurrence usage binary-long unsigned.
    01 key-nr-edit pic 9(4).
    01 key-occurrence-edit pic z(3)9.

    *> per-suite rollup for the history lines
    01 import-suite-count usage binary-long unsigned value 0.
    01 case-open pic x value "N".
    01 case-suite pic x(32).
    01 case-name pic x(16).
    01 case-label pic x(48).
    01 case-failed pic x.
    01 case-skipped pic x.
    01 attr-value pic x(64).
    01 today-date pic 9(8).
    01 send-result usage binary-long unsigned.

    *> the digest chain over the archive and the history
    01 chain-running pic x(64).
    01 chain-digest pic x(64).
    01 chain-status pic x(2).
    01 chain-note pic x(64).

    *> the runner's artifact lock, taken around the shared appends
    01 artifact-lock-z pic x(68).
    01 artifact-lock-fd usage binary-long value -1.
            move 4 to wanted-attr-len
            perform extract-attribute
            move attr-value to case-name
            move attr-value to case-label
            add 9 to scan-pos
        when case-open = "Y" and scan-pos + 8 <= line-length
                and xml-in-line(scan-pos:8) = "<failure"

extract-attribute section.
    *> wanted-attr="value" anywhere to the right of scan-pos on this
    *> line; the first match wins -- a whole attribute name only, so
    *> name= is never read out of classname=
    move SPACE to attr-value.
    move scan-pos to attr-pos.
    if attr-pos < 2
        move 2 to attr-pos
    end-if.
    perform until attr-pos + wanted-attr-len + 2 > line-length
        if xml-in-line(attr-pos:wanted-attr-len)
                = wanted-attr(1:wanted-attr-len)
                and xml-in-line(attr-pos + wanted-attr-len:2) = '="'
                and xml-in-line(attr-pos - 1:1) = SPACE
            compute attr-pos = attr-pos + wanted-attr-len + 2
            move 0 to attr-out
            perform until attr-pos > line-length
    end-if.
    move case-suite to imp-suite(import-count).
    move case-name to imp-name(import-count).
    if case-label not = SPACE
        move length(trim(case-label trailing)) to key-len
        inspect case-label(1:key-len) replacing all SPACE by "-"
    end-if.
    move case-label to imp-label(import-count).
    move 0 to import-suite-found.
    move 1 to import-suite-index.
    perform until import-suite-index > import-suite-count
        move "(see junit source)" to dump-expected
        move "(failed)" to dump-actual
    end-if.
    move concatenate("@", trim(imp-label(import-index)),
            " imported from junit xml")
        to dump-desc.

write-dump section.
    open output dump-out.
    end-if.

append-archive section.
    call "chain-tail" using archive-file, "A", chain-running, chain-status.
    move concatenate("import ", trim(xml-file)) to chain-note.
    call "chain-checkpoint" using "A", "junit-import", chain-note,
        chain-running, archive-line, chain-status.
    if chain-status = "38"
        display "Error: GCBLUNIT_CHAIN_KEY cannot be resolved; "
            trim(archive-file) " not appended" upon syserr
        exit section
    end-if.
    open extend archive.
    if not archive-ok
        open output archive
        display "Error writing " trim(archive-file) ": " archive-file-status upon syserr
        exit section
    end-if.
    write archive-line.
    move archive-line(241:64) to chain-running.
    move 1 to import-index.
    perform until import-index > import-count
        perform build-dump-record
        perform take-case-key
        move concatenate(today-date, " ") to archive-line
        move ws-dump-record to archive-line(10:181)
        move imp-key(import-index) to archive-line(192:48)
        call "chain-link" using chain-running, archive-line(1:239),
            chain-digest
        move chain-digest to chain-running
        move chain-digest to archive-line(241:64)
        write archive-line
        add 1 to import-index
    end-perform.
    close archive.

take-case-key section.
    *> the case's key, ~n when an earlier case of the suite had it
    move dump-desc to key-source.
    move imp-nr(import-index) to key-nr-edit.
    perform key-derive.
    move key-text to imp-key(import-index).
    move 0 to key-occurrence.
    move 1 to import-scan.
    perform until import-scan >= import-index
        if imp-suite(import-scan) = imp-suite(import-index)
                and imp-label(import-scan) = imp-label(import-index)
            add 1 to key-occurrence
        end-if
        add 1 to import-scan
    end-perform.
    if key-occurrence > 0
        add 1 to key-occurrence
        move key-occurrence to key-occurrence-edit
        move concatenate(trim(key-text), "~", trim(key-occurrence-edit))
            to imp-key(import-index)
    end-if.

key-derive section.
    *> key-source (a description) and key-nr-edit (its ordinal) to
    *> key-text, exactly as gcblunit's cblu-key-derive
    move SPACE to key-text.
    move 0 to key-len.
    if key-source(1:7) = "[known "
        move 0 to key-pos
        inspect key-source tallying key-pos
            for characters before initial "] "
        if key-pos < 62
            move key-source(key-pos + 3:) to key-work
            move key-work to key-source
        end-if
    end-if.
    move trim(key-source) to key-work.
    if key-work(1:1) = "@"
        move SPACE to key-source
        unstring key-work(2:) delimited by SPACE into key-source
        end-unstring
    else
        move key-work to key-source
    end-if.
    move "N" to key-dash.
    move 1 to key-pos.
    perform until key-pos > 64 or key-len >= 44
        move lower-case(key-source(key-pos:1)) to key-char
        if (key-char >= "a" and key-char <= "z")
                or (key-char >= "0" and key-char <= "9")
            if key-dash = "Y" and key-len > 0 and key-len < 43
                add 1 to key-len
                move "-" to key-text(key-len:1)
            end-if
            move "N" to key-dash
            add 1 to key-len
            move key-char to key-text(key-len:1)
        else
            move "Y" to key-dash
        end-if
        add 1 to key-pos
    end-perform.
    if key-len = 0
        move concatenate("#", key-nr-edit) to key-text
    end-if.

append-history section.
    call "chain-tail" using history-file, "H", chain-running, chain-status.
    move SPACE to chain-note.
    call "chain-checkpoint" using "H", "junit-import", chain-note,
        chain-running, history-line, chain-status.
    if chain-status = "38"
        display "Error: GCBLUNIT_CHAIN_KEY cannot be resolved; "
            trim(history-file) " not appended" upon syserr
        exit section
    end-if.
    open extend history.
    if not history-ok
        open output history
        display "Error writing " trim(history-file) ": " history-file-status upon syserr
        exit section
    end-if.
    write history-line.
    move history-line(97:64) to chain-running.
    move 1 to import-suite-index.
    perform until import-suite-index > import-suite-count
        move concatenate(today-date, " ",
        else
            move concatenate(trim(history-line), " P") to history-line
        end-if
        call "chain-link" using chain-running, history-line(1:96),
            chain-digest
        move chain-digest to chain-running
        move chain-digest to history-line(97:64)
        write history-line
        add 1 to import-suite-index
    end-perform.
