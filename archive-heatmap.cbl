*>  final column with each suite's current failure streak length.
*>  This is the page for the ops wallboard on Monday morning;
*>  archive-query stays the tool for the pointed questions.
*>  run-journal's notes mark what they annotate with a "*" -- the
*>  date column for a note on the whole run, shaded when the night is
*>  environmental; the suite's cell for a note on the suite or one of
*>  its assertions -- and are listed in full under the grid.
*>
*>  Usage:
*>    archive-heatmap output.html [--archive path]
*>        [--from YYYYMMDD] [--to YYYYMMDD] [--journal path]
identification division.
program-id. archive-heatmap.
environment division.
    select html assign to dynamic output-file
    organization is line sequential
    file status is html-file-status.
    select journal assign to dynamic journal-file
    organization is line sequential
    file status is journal-file-status.
data division.
file section.
fd archive.
    01 archive-line pic x(304).
fd html.
    01 html-line pic x(2048).
fd journal.
    01 journal-line pic x(320).
working-storage section.
    78 DATE-LIMIT value 31.
    78 HEAT-SUITE-LIMIT value 200.
    78 JOURNAL-LIMIT value 500.
    01 argv pic x(256).
        88 option-archive value "--archive".
        88 option-from value "--from".
        88 option-to value "--to".
        88 option-journal value "--journal".
    01 output-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 archive-file pic x(256) value "/tmp/gcblunit-archive.dat".
    01 journal-file pic x(256) value "/tmp/gcblunit-journal.dat".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
        88 archive-eof value "10".
    01 html-file-status pic x(2).
        88 html-ok value "00".
    01 journal-file-status pic x(2).
        88 journal-ok value "00".
        88 journal-eof value "10".

    01 ws-archive-record.
        05 arc-date pic 9(8).
                07 cell-seen pic x.
                07 cell-skips usage binary-long unsigned.
                07 cell-passes usage binary-long unsigned.

    *> run-journal's notes in the range: "id|date|target|stamp|
    *> operator|flag|note", target suite or suite#nnnn (empty for the
    *> whole run), flag E for a night excluded from statistics
    01 journal-count usage binary-long unsigned value 0.
    01 journal-tbl.
        03 journal-entry occurs JOURNAL-LIMIT times.
            05 journal-date pic 9(8).
            05 journal-target pic x(48).
            05 journal-suite pic x(48).
            05 journal-operator pic x(32).
            05 journal-flag pic x.
                88 is-environmental value "E".
            05 journal-note pic x(128).
    01 journal-index usage binary-long unsigned.
    01 journal-id-txt pic x(9).
    01 journal-date-txt pic x(8).
    01 journal-stamp pic x(14).
    01 note-marker pic x.
    01 date-environmental pic x.
        88 is-date-environmental value "Y".
    01 streak-length usage binary-long unsigned.
    01 streak-broken pic x.
    01 ws-num-edit pic z(8)9.
    accept output-file from ARGUMENT-VALUE.
    if is-empty of output-file
        display "Usage: archive-heatmap output.html [--archive path]"
            " [--from YYYYMMDD] [--to YYYYMMDD] [--journal path]"
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
            accept argv from ARGUMENT-VALUE
            move argv to date-arg
            move numval(date-arg) to to-date
        when option-journal
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to journal-file
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
    end-perform.

    perform load-archive.
    perform load-journal.
    perform write-heatmap.
    move date-count to ws-num-edit.
    display "archive-heatmap: " trim(ws-num-edit) " run date(s), "
    end-if.
    move concatenate(trim(store-base), "/gcblunit-archive.dat")
        to archive-file.
    move concatenate(trim(store-base), "/gcblunit-journal.dat")
        to journal-file.

load-archive section.
    open input archive.
        add 1 to cell-passes(suite-found, date-found)
    end-evaluate.

load-journal section.
    *> no journal means nothing was noted
    open input journal.
    if not journal-ok
        exit section
    end-if.
    move SPACE to journal-file-status.
    perform until journal-eof
        read journal
            at end
                move "10" to journal-file-status
            not at end
                move SPACE to journal-date-txt
                if trim(journal-line) not = SPACE
                        and journal-line(1:1) not = "#"
                        and journal-count < JOURNAL-LIMIT
                    add 1 to journal-count
                    unstring journal-line delimited by "|"
                        into journal-id-txt
                             journal-date-txt
                             journal-target(journal-count)
                             journal-stamp
                             journal-operator(journal-count)
                             journal-flag(journal-count)
                             journal-note(journal-count)
                    end-unstring
                    if journal-date-txt is not numeric
                        subtract 1 from journal-count
                    else
                        move journal-date-txt to journal-date(journal-count)
                        if journal-date(journal-count) < from-date
                                or journal-date(journal-count) > to-date
                            subtract 1 from journal-count
                        else
                            unstring journal-target(journal-count)
                                delimited by "#"
                                into journal-suite(journal-count)
                            end-unstring
                        end-if
                    end-if
                end-if
        end-read
    end-perform.
    close journal.

find-date-notes section.
    *> a note on the whole run of run-date(date-index)
    move SPACE to note-marker.
    move "N" to date-environmental.
    move 1 to journal-index.
    perform until journal-index > journal-count
        if journal-date(journal-index) = run-date(date-index)
                and journal-target(journal-index) = SPACE
            move "*" to note-marker
            if is-environmental(journal-index)
                move "Y" to date-environmental
            end-if
        end-if
        add 1 to journal-index
    end-perform.

find-cell-notes section.
    *> a note on heat-suite(suite-index), or one of its assertions,
    *> on run-date(date-index)
    move SPACE to note-marker.
    move 1 to journal-index.
    perform until journal-index > journal-count
        if journal-date(journal-index) = run-date(date-index)
                and journal-target(journal-index) not = SPACE
                and journal-suite(journal-index) = heat-suite(suite-index)
            move "*" to note-marker
            exit perform
        end-if
        add 1 to journal-index
    end-perform.

write-heatmap section.
    open output html.
    if not html-ok
    write html-line.
    move '.none { background: #ddd; }' to html-line.
    write html-line.
    move '.env { background: #bbb; }' to html-line.
    write html-line.
    move '</style></head><body>' to html-line.
    write html-line.
    move '<h1>Failure heatmap</h1>' to html-line.
    write html-line.
    move 1 to date-index.
    perform until date-index > date-count
        perform find-date-notes
        if is-date-environmental
            move concatenate('<th class="env" title="environmental">',
                    run-date(date-index), trim(note-marker), '</th>')
                to html-line
        else
            move concatenate('<th>', run-date(date-index),
                    trim(note-marker), '</th>')
                to html-line
        end-if
        write html-line
        add 1 to date-index
    end-perform.
        write html-line
        move 1 to date-index
        perform until date-index > date-count
            perform find-cell-notes
            evaluate true
            when cell-seen(suite-index, date-index) not = "Y"
                move concatenate('<td class="none">', trim(note-marker),
                        '</td>')
                    to html-line
            when cell-fails(suite-index, date-index) > 0
                move cell-fails(suite-index, date-index) to ws-num-edit
                move concatenate('<td class="fail">', trim(ws-num-edit),
                        trim(note-marker), '</td>')
                    to html-line
            when cell-passes(suite-index, date-index) = 0
                    and cell-skips(suite-index, date-index) > 0
                move concatenate('<td class="skip">S', trim(note-marker),
                        '</td>')
                    to html-line
            when other
                move concatenate('<td class="pass">', trim(note-marker),
                        '</td>')
                    to html-line
            end-evaluate
            write html-line
            add 1 to date-index
        add 1 to suite-index
    end-perform.

    move '</table>' to html-line.
    write html-line.
    if journal-count > 0
        perform write-journal-notes
    end-if.
    move '</body></html>' to html-line.
    write html-line.
    close html.

write-journal-notes section.
    move '<h2>Run journal</h2>' to html-line.
    write html-line.
    move '<ul>' to html-line.
    write html-line.
    move 1 to journal-index.
    perform until journal-index > journal-count
        if journal-target(journal-index) = SPACE
            move "(run)" to journal-suite(journal-index)
        else
            move journal-target(journal-index)
                to journal-suite(journal-index)
        end-if
        if is-environmental(journal-index)
            move concatenate('<li>', journal-date(journal-index), ' ',
                    trim(journal-suite(journal-index)), ' ',
                    trim(journal-operator(journal-index)),
                    ': <b>environmental, excluded from statistics</b> ',
                    trim(journal-note(journal-index)), '</li>')
                to html-line
        else
            move concatenate('<li>', journal-date(journal-index), ' ',
                    trim(journal-suite(journal-index)), ' ',
                    trim(journal-operator(journal-index)), ': ',
                    trim(journal-note(journal-index)), '</li>')
                to html-line
        end-if
        write html-line
        add 1 to journal-index
    end-perform.
    move '</ul>' to html-line.
    write html-line.
end program archive-heatmap.
