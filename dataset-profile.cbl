       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit dataset profiler
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Shows what a dataset really holds before fixture-gen is pointed at
*>  it or fixture-mask cuts it: reads any dataset through dataset-io
*>  (so "FB:n:", "RDW:", "IX:", "RL:" and "DD:" paths all work) with
*>  a fixed-load layout specification, and for every field reports
*>    - the minimum and maximum (numerically for 9, P and B, with the
*>      "[S]n" scale copybook-layout --scale writes; as text otherwise)
*>    - blank (all spaces), null (all low-values) and zero rates, and
*>      how many numeric values are negative
*>    - invalid packed/zoned values and date-parse failures (D fields,
*>      checked with datetime-validate against the format in the
*>      fifth element, YYYYMMDD when omitted)
*>    - the distinct-value count and the --top most frequent values
*>  Distinct values are tracked up to DISTINCT-LIMIT per field; past
*>  that the count is shown as a floor ("1000+") and the top values
*>  are the most frequent among those tracked. Records too short to
*>  hold a field count as absent for it. The printable report goes to
*>  --report, one CSV row per field to --csv through csv-write, so a
*>  production cut and the fixture built from it can be compared
*>  side by side.
*>  Requires libs/core/csv, libs/core/string and gcblunit's dataset-io
*>  (and dd-resolve for "DD:" paths) linked in; the datetime library
*>  is used when present.
*>
*>  Usage:
*>    dataset-profile "layout" dataset [--report path] [--csv path]
*>        [--top N] [--dd assignments]
identification division.
program-id. dataset-profile.
environment division.
configuration section.
repository.
    function all intrinsic
    function byte-to-hex
    function datetime-validate.
input-output section.
file-control.
    select report-out assign to dynamic report-file
    organization is line sequential
    file status is report-out-status.
data division.
file section.
fd report-out.
    01 report-out-line pic x(256).
working-storage section.
    78 LAYOUT-LIMIT value 64.
    78 DISTINCT-LIMIT value 1000.
    78 TOP-LIMIT value 10.
    78 CSV-FIELD-LEN value 256.
    78 PROFILE-COLS value 15.
    01 argv pic x(256).
        88 option-report value "--report".
        88 option-csv value "--csv".
        88 option-top value "--top".
        88 option-dd value "--dd".
    01 layout-spec pic x(2048) value SPACE.
        88 is-empty value SPACE.
    01 dataset-path pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 report-file pic x(256) value "/tmp/gcblunit-profile-report.txt".
    01 csv-file pic x(256) value "/tmp/gcblunit-profile.csv".
    01 dd-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 top-arg pic x(9).
    01 top-n usage binary-long unsigned value 5.
    01 report-out-status pic x(2).
        88 report-out-ok value "00".

    *> the dataset-io conversation
    01 ds-req-1.
        03 ds-verb pic x(5).
        03 ds-handle pic 9.
        03 ds-status pic x(2).
            88 profile-io-ok value "00".
            88 profile-io-eof value "10".
        03 ds-key-len usage binary-long unsigned.
        03 ds-rec-len usage binary-long unsigned.
        03 ds-path pic x(256).
        03 ds-key pic x(64).
        03 ds-record pic x(2048).
    77 dsio-pointer usage program-pointer.
        88 dsio-missing value NULL.
    77 csvwrite-pointer usage program-pointer.
        88 csvwrite-missing value NULL.
    77 dtv-pointer usage program-pointer.
        88 dtv-missing value NULL.

    01 field-count usage binary-long unsigned value 0.
    01 layout-tbl.
        03 layout-field occurs LAYOUT-LIMIT times.
            05 fld-name pic x(32).
            05 fld-offset usage binary-long unsigned.
            05 fld-size usage binary-long unsigned.
            05 fld-type pic x.
            05 fld-detail pic x(80).
            05 fld-signed pic x.
            05 fld-scale usage binary-long signed.
    01 spec-pointer usage binary-long unsigned.
    01 spec-length usage binary-long unsigned.
    01 spec-entry pic x(160).
    01 fld-offset-txt pic x(9).
    01 fld-length-txt pic x(9).
    01 fld-type-txt pic x(4).
    01 field-index usage binary-long unsigned.

    *> what has been seen of every field
    01 record-count usage binary-long unsigned value 0.
    01 stats-tbl.
        03 field-stats occurs LAYOUT-LIMIT times.
            05 st-absent usage binary-long unsigned.
            05 st-blank usage binary-long unsigned.
            05 st-null usage binary-long unsigned.
            05 st-zero usage binary-long unsigned.
            05 st-negative usage binary-long unsigned.
            05 st-invalid usage binary-long unsigned.
            05 st-date-bad usage binary-long unsigned.
            05 st-has-range pic x.
            05 st-num-min usage binary-double.
            05 st-num-max usage binary-double.
            05 st-text-min pic x(40).
            05 st-text-max pic x(40).
            05 st-capped pic x.
            05 st-distinct usage binary-long unsigned.
            05 st-value occurs DISTINCT-LIMIT times.
                07 st-value-text pic x(40).
                07 st-value-count usage binary-long unsigned.
    01 value-key pic x(40).
    01 value-low usage binary-long unsigned.
    01 value-high usage binary-long unsigned.
    01 value-mid usage binary-long unsigned.
    01 value-found pic x.
    01 value-shift usage binary-long unsigned.

    *> top-N picking
    01 top-tbl.
        03 top-pick usage binary-long unsigned occurs TOP-LIMIT times.
    01 top-count usage binary-long unsigned.
    01 top-best usage binary-long unsigned.
    01 top-index usage binary-long unsigned.
    01 top-scan usage binary-long unsigned.
    01 top-taken pic x.
    01 top-text pic x(256).

    *> field decode work areas
    01 field-slice pic x(2048).
    01 decoded-text pic x(64).
    01 decoded-bad pic x.
    01 num-value usage binary-double.
    01 num-scale usage binary-long signed.
    01 num-digits pic 9(18).
    01 num-text pic x(40).
    01 num-int-part pic x(18).
    01 num-lead-zeros usage binary-long unsigned.
    01 num-pointer usage binary-long unsigned.
    01 scale-steps usage binary-long unsigned.
    01 wide-value pic 9(20).
    01 wide-limit pic 9(20).
    01 scan-idx usage binary-long unsigned.
    01 scan-char pic x.
    01 nibble-byte usage binary-long unsigned.
    01 nibble-high usage binary-long unsigned.
    01 nibble-low usage binary-long unsigned.
    01 decode-sign usage binary-long signed.
    01 date-format pic x(32).
    01 dtv-result pic x(9).
    01 check-slice pic x(2048).

    *> the CSV rows
    01 csv-status pic x(2).
    01 csv-fields pic x(245760).
    01 csv-offset usage binary-long unsigned.
    01 csv-col usage binary-long unsigned.
    01 csv-value pic x(256).

    01 min-text pic x(40).
    01 max-text pic x(40).
    01 distinct-text pic x(12).
    01 pct-edit pic zz9.9.
    01 pct-value pic 999v9.
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
    01 num-edit-signed pic -(18)9.
procedure division.
    accept layout-spec from ARGUMENT-VALUE.
    accept dataset-path from ARGUMENT-VALUE.
    if is-empty of layout-spec or is-empty of dataset-path
        display "Usage: dataset-profile layout dataset [--report path]"
            " [--csv path] [--top N] [--dd assignments]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-report
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to report-file
        when option-csv
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to csv-file
        when option-top
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to top-arg
            move numval(top-arg) to top-n
        when option-dd
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to dd-file
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if top-n < 1 or top-n > TOP-LIMIT
        display "Error: --top must be 1 to " TOP-LIMIT upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

    set dsio-pointer to entry "dataset-io".
    set csvwrite-pointer to entry "csv-write".
    if dsio-missing or csvwrite-missing
        display "Error: dataset-profile needs libs/core/csv and gcblunit's"
            " dataset-io compiled and linked in" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    *> function-ids resolve under their upper-case entry names
    set dtv-pointer to entry "DATETIME-VALIDATE".
    if not is-empty of dd-file
        call "dd-load" using dd-file
    end-if.

    perform load-layout.
    perform profile-dataset.
    perform write-report.
    perform write-profile-csv.

    move record-count to ws-num-edit.
    move field-count to ws-num-edit2.
    display "dataset-profile: " trim(ws-num-edit) " record(s), "
        trim(ws-num-edit2) " field(s) profiled; report in "
        trim(report-file) ", CSV in " trim(csv-file).
    move 0 to RETURN-CODE.
    stop run.

load-layout section.
    move 0 to field-count.
    move 1 to spec-pointer.
    move length(trim(layout-spec)) to spec-length.
    perform until spec-pointer > spec-length
        move SPACE to spec-entry
        unstring layout-spec delimited by ";"
            into spec-entry
            with pointer spec-pointer
        end-unstring
        if spec-entry not = SPACE
            add 1 to field-count
            if field-count > LAYOUT-LIMIT
                display "Fatal: layout exceeds " LAYOUT-LIMIT " fields" upon syserr
                move 3 to RETURN-CODE
                stop run
            end-if
            move SPACE to fld-offset-txt fld-length-txt fld-type-txt
            move SPACE to fld-detail(field-count)
            unstring spec-entry delimited by ":"
                into fld-name(field-count) fld-offset-txt
                     fld-length-txt fld-type-txt fld-detail(field-count)
            end-unstring
            move numval(fld-offset-txt) to fld-offset(field-count)
            move numval(fld-length-txt) to fld-size(field-count)
            move upper-case(fld-type-txt(1:1)) to fld-type(field-count)
            move "N" to fld-signed(field-count)
            move 0 to fld-scale(field-count)
            if fld-type(field-count) = "9" or "P" or "B"
                perform note-numeric-detail
            end-if
            if fld-offset(field-count) < 1
                    or fld-size(field-count) < 1
                    or fld-offset(field-count) + fld-size(field-count) > 2049
                display "Error: field " trim(fld-name(field-count))
                    " lies outside a 2048-byte record" upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
            *> wider than a binary-double holds: profiled as text
            if (fld-type(field-count) = "P" and fld-size(field-count) > 9)
                    or (fld-type(field-count) = "9"
                        and fld-size(field-count) > 18)
                    or (fld-type(field-count) = "B"
                        and fld-size(field-count) > 8)
                display "Warning: " trim(fld-name(field-count))
                    " is too wide to decode; profiled as text" upon syserr
                move "X" to fld-type(field-count)
            end-if
            initialize field-stats(field-count)
            move "N" to st-has-range(field-count) st-capped(field-count)
        end-if
    end-perform.
    if field-count = 0
        display "Error: empty layout specification" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

note-numeric-detail section.
    *> "[S]n" -- signed, n decimal places (negative: trailing P)
    if fld-detail(field-count) = SPACE
        exit section
    end-if.
    if upper-case(fld-detail(field-count)(1:1)) = "S"
        move "Y" to fld-signed(field-count)
        if fld-detail(field-count)(2:) not = SPACE
            move numval(fld-detail(field-count)(2:))
                to fld-scale(field-count)
        end-if
    else
        move numval(fld-detail(field-count)) to fld-scale(field-count)
    end-if.

*>*
*> one pass over the dataset
*>*
profile-dataset section.
    move "OPEN" to ds-verb.
    move 1 to ds-handle.
    move dataset-path to ds-path.
    call "dataset-io" using ds-req-1.
    if not profile-io-ok
        display "Error opening " trim(dataset-path) ": " ds-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move "READ" to ds-verb.
    call "dataset-io" using ds-req-1.
    perform until not profile-io-ok
        add 1 to record-count
        move 1 to field-index
        perform until field-index > field-count
            perform profile-field
            add 1 to field-index
        end-perform
        call "dataset-io" using ds-req-1
    end-perform.
    if not profile-io-eof
        move record-count to ws-num-edit
        display "Error reading " trim(dataset-path) ": " ds-status
            " after record " trim(ws-num-edit) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move "CLOSE" to ds-verb.
    call "dataset-io" using ds-req-1.

profile-field section.
    if ds-rec-len > 0 and ds-rec-len < 2048
            and fld-offset(field-index) + fld-size(field-index) - 1
                > ds-rec-len
        add 1 to st-absent(field-index)
        exit section
    end-if.
    move SPACE to field-slice.
    move ds-record(fld-offset(field-index):fld-size(field-index))
        to field-slice.
    evaluate true
    when field-slice(1:fld-size(field-index)) = SPACE
        add 1 to st-blank(field-index)
        move "(blank)" to value-key
        perform count-value
        exit section
    when field-slice(1:fld-size(field-index)) = low-values
        add 1 to st-null(field-index)
        move "(null)" to value-key
        perform count-value
        exit section
    end-evaluate.
    move "N" to decoded-bad.
    evaluate fld-type(field-index)
    when "P"
        perform decode-packed-field
        perform note-number
    when "B"
        perform decode-binary-field
        perform note-number
    when "9"
        perform decode-zoned-field
        perform note-number
    when "D"
        perform show-text
        if field-slice(1:fld-size(field-index)) = ALL "0"
            add 1 to st-zero(field-index)
        else
            perform check-date-value
            if decoded-bad = "Y"
                add 1 to st-date-bad(field-index)
            end-if
        end-if
        perform note-text
    when other
        perform show-text
        if field-slice(1:fld-size(field-index)) = ALL "0"
            add 1 to st-zero(field-index)
        end-if
        perform note-text
    end-evaluate.

note-number section.
    if decoded-bad = "Y"
        add 1 to st-invalid(field-index)
        if fld-type(field-index) = "9"
            perform show-text
        else
            perform show-hex
        end-if
        move decoded-text to value-key
        perform count-value
        exit section
    end-if.
    evaluate true
    when num-value = 0
        add 1 to st-zero(field-index)
    when num-value < 0
        add 1 to st-negative(field-index)
    end-evaluate.
    if st-has-range(field-index) = "N"
        move num-value to st-num-min(field-index) st-num-max(field-index)
        move "Y" to st-has-range(field-index)
    else
        if num-value < st-num-min(field-index)
            move num-value to st-num-min(field-index)
        end-if
        if num-value > st-num-max(field-index)
            move num-value to st-num-max(field-index)
        end-if
    end-if.
    move fld-scale(field-index) to num-scale.
    perform format-number.
    move num-text to value-key.
    perform count-value.

note-text section.
    if st-has-range(field-index) = "N"
        move decoded-text to st-text-min(field-index)
            st-text-max(field-index)
        move "Y" to st-has-range(field-index)
    else
        if decoded-text(1:40) < st-text-min(field-index)
            move decoded-text to st-text-min(field-index)
        end-if
        if decoded-text(1:40) > st-text-max(field-index)
            move decoded-text to st-text-max(field-index)
        end-if
    end-if.
    move decoded-text to value-key.
    perform count-value.

count-value section.
    *> the field's distinct values stay sorted, so a value is found by
    *> binary search and a new one goes in by straight insertion
    move "N" to value-found.
    move 1 to value-low.
    move st-distinct(field-index) to value-high.
    perform until value-low > value-high or value-found = "Y"
        compute value-mid = (value-low + value-high) / 2
        evaluate true
        when st-value-text(field-index, value-mid) = value-key
            move "Y" to value-found
            add 1 to st-value-count(field-index, value-mid)
        when st-value-text(field-index, value-mid) < value-key
            compute value-low = value-mid + 1
        when other
            if value-mid = 1
                move 0 to value-high
            else
                compute value-high = value-mid - 1
            end-if
        end-evaluate
    end-perform.
    if value-found = "Y"
        exit section
    end-if.
    if st-distinct(field-index) >= DISTINCT-LIMIT
        move "Y" to st-capped(field-index)
        exit section
    end-if.
    move st-distinct(field-index) to value-shift.
    perform until value-shift < value-low
        move st-value(field-index, value-shift)
            to st-value(field-index, value-shift + 1)
        subtract 1 from value-shift
    end-perform.
    move value-key to st-value-text(field-index, value-low).
    move 1 to st-value-count(field-index, value-low).
    add 1 to st-distinct(field-index).

*>*
*> the printable report
*>*
write-report section.
    open output report-out.
    if not report-out-ok
        display "Error writing " trim(report-file) ": " report-out-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move record-count to ws-num-edit.
    move concatenate("Dataset profile of ", trim(dataset-path), ": ",
            trim(ws-num-edit), " record(s)")
        to report-out-line.
    write report-out-line.
    move SPACE to report-out-line.
    write report-out-line.
    move 1 to field-index.
    perform until field-index > field-count
        perform report-one-field
        add 1 to field-index
    end-perform.
    close report-out.

report-one-field section.
    move fld-offset(field-index) to ws-num-edit.
    move fld-size(field-index) to ws-num-edit2.
    move concatenate(trim(fld-name(field-index)), " (", fld-type(field-index),
            ", offset ", trim(ws-num-edit), ", length ", trim(ws-num-edit2),
            ")")
        to report-out-line.
    write report-out-line.
    perform range-texts.
    move concatenate("  min: ", trim(min-text), "   max: ", trim(max-text))
        to report-out-line.
    write report-out-line.

    move st-blank(field-index) to pct-value.
    perform rate-text.
    move concatenate("  blank: ", trim(top-text)) to report-out-line.
    move st-null(field-index) to pct-value.
    perform rate-text.
    move concatenate(trim(report-out-line trailing), "   null: ", trim(top-text))
        to report-out-line.
    move st-zero(field-index) to pct-value.
    perform rate-text.
    move concatenate(trim(report-out-line trailing), "   zero: ", trim(top-text))
        to report-out-line.
    if fld-type(field-index) = "9" or "P" or "B"
        move st-negative(field-index) to pct-value
        perform rate-text
        move concatenate(trim(report-out-line trailing), "   negative: ",
                trim(top-text))
            to report-out-line
    end-if.
    if st-absent(field-index) > 0
        move st-absent(field-index) to ws-num-edit
        move concatenate(trim(report-out-line trailing), "   absent: ",
                trim(ws-num-edit))
            to report-out-line
    end-if.
    write report-out-line.

    evaluate fld-type(field-index)
    when "P"
        move st-invalid(field-index) to ws-num-edit
        move concatenate("  invalid packed: ", trim(ws-num-edit))
            to report-out-line
        write report-out-line
    when "9"
        move st-invalid(field-index) to ws-num-edit
        move concatenate("  invalid zoned: ", trim(ws-num-edit))
            to report-out-line
        write report-out-line
    when "D"
        move st-date-bad(field-index) to ws-num-edit
        move concatenate("  date-parse failures: ", trim(ws-num-edit))
            to report-out-line
        write report-out-line
    end-evaluate.

    perform distinct-count-text.
    move concatenate("  distinct: ", trim(distinct-text)) to report-out-line.
    write report-out-line.
    perform pick-top-values.
    move "  top:" to report-out-line.
    write report-out-line.
    move 1 to top-index.
    perform until top-index > top-count
        move top-pick(top-index) to top-scan
        move st-value-count(field-index, top-scan) to pct-value
        perform rate-text
        move concatenate("    ", trim(st-value-text(field-index, top-scan)),
                "  ", trim(top-text))
            to report-out-line
        write report-out-line
        add 1 to top-index
    end-perform.
    move SPACE to report-out-line.
    write report-out-line.

rate-text section.
    *> "n (p.p%)" for the count parked in pct-value
    move pct-value to ws-num-edit.
    if record-count = 0
        move 0 to pct-value
    else
        compute pct-value rounded = pct-value * 100 / record-count
    end-if.
    move pct-value to pct-edit.
    move concatenate(trim(ws-num-edit), " (", trim(pct-edit), "%)")
        to top-text.

range-texts section.
    move "-" to min-text max-text.
    if st-has-range(field-index) = "N"
        exit section
    end-if.
    if fld-type(field-index) = "9" or "P" or "B"
        move fld-scale(field-index) to num-scale
        move st-num-min(field-index) to num-value
        perform format-number
        move num-text to min-text
        move st-num-max(field-index) to num-value
        perform format-number
        move num-text to max-text
    else
        move st-text-min(field-index) to min-text
        move st-text-max(field-index) to max-text
    end-if.

distinct-count-text section.
    move st-distinct(field-index) to ws-num-edit.
    if st-capped(field-index) = "Y"
        move concatenate(trim(ws-num-edit), "+") to distinct-text
    else
        move trim(ws-num-edit) to distinct-text
    end-if.

pick-top-values section.
    *> the top-n counts by repeated selection, first seen on ties
    move 0 to top-count.
    perform until top-count >= top-n
            or top-count >= st-distinct(field-index)
        move 0 to top-best
        move 1 to top-scan
        perform until top-scan > st-distinct(field-index)
            move "N" to top-taken
            move 1 to top-index
            perform until top-index > top-count
                if top-pick(top-index) = top-scan
                    move "Y" to top-taken
                end-if
                add 1 to top-index
            end-perform
            if top-taken = "N"
                if top-best = 0
                    move top-scan to top-best
                else
                    if st-value-count(field-index, top-scan)
                            > st-value-count(field-index, top-best)
                        move top-scan to top-best
                    end-if
                end-if
            end-if
            add 1 to top-scan
        end-perform
        add 1 to top-count
        move top-best to top-pick(top-count)
    end-perform.

*>*
*> the CSV, one row per field
*>*
write-profile-csv section.
    move SPACE to csv-fields.
    move 1 to field-index.
    perform until field-index > field-count
        move 0 to csv-col
        move fld-name(field-index) to csv-value
        perform put-csv-field
        move fld-type(field-index) to csv-value
        perform put-csv-field
        move fld-offset(field-index) to ws-num-edit
        move trim(ws-num-edit) to csv-value
        perform put-csv-field
        move fld-size(field-index) to ws-num-edit
        move trim(ws-num-edit) to csv-value
        perform put-csv-field
        move record-count to ws-num-edit
        move trim(ws-num-edit) to csv-value
        perform put-csv-field
        perform range-texts
        if min-text = "-"
            move SPACE to min-text max-text
        end-if
        move min-text to csv-value
        perform put-csv-field
        move max-text to csv-value
        perform put-csv-field
        move st-blank(field-index) to ws-num-edit
        move trim(ws-num-edit) to csv-value
        perform put-csv-field
        move st-null(field-index) to ws-num-edit
        move trim(ws-num-edit) to csv-value
        perform put-csv-field
        move st-zero(field-index) to ws-num-edit
        move trim(ws-num-edit) to csv-value
        perform put-csv-field
        move st-negative(field-index) to ws-num-edit
        move trim(ws-num-edit) to csv-value
        perform put-csv-field
        move st-invalid(field-index) to ws-num-edit
        move trim(ws-num-edit) to csv-value
        perform put-csv-field
        move st-date-bad(field-index) to ws-num-edit
        move trim(ws-num-edit) to csv-value
        perform put-csv-field
        perform distinct-count-text
        move distinct-text to csv-value
        perform put-csv-field
        *> top values as "value=count" joined by "|"
        perform pick-top-values
        move SPACE to csv-value
        move 1 to top-index
        perform until top-index > top-count
            move top-pick(top-index) to top-scan
            move st-value-count(field-index, top-scan) to ws-num-edit
            if top-index = 1
                move concatenate(
                        trim(st-value-text(field-index, top-scan)), "=",
                        trim(ws-num-edit))
                    to csv-value
            else
                move concatenate(trim(csv-value), "|",
                        trim(st-value-text(field-index, top-scan)), "=",
                        trim(ws-num-edit))
                    to csv-value
            end-if
            add 1 to top-index
        end-perform
        perform put-csv-field
        add 1 to field-index
    end-perform.
    call "csv-write" using csv-file,
        "field,type,offset,length,records,min,max,blank,null,zero,negative,invalid,date_failures,distinct,top",
        csv-fields, csv-status,
        by value CSV-FIELD-LEN, by value field-count,
        by value PROFILE-COLS, by value 0.
    if csv-status not = "00"
        display "Error writing " trim(csv-file) ": " csv-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

put-csv-field section.
    compute csv-offset =
        ((field-index - 1) * PROFILE-COLS + csv-col) * CSV-FIELD-LEN + 1.
    move csv-value to csv-fields(csv-offset:CSV-FIELD-LEN).
    add 1 to csv-col.

*>*
*> decoding, the field in field-slice
*>*
show-text section.
    move field-slice(1:fld-size(field-index)) to decoded-text.
    move 1 to scan-idx.
    perform until scan-idx > 64 or scan-idx > fld-size(field-index)
        if decoded-text(scan-idx:1) < SPACE
                or decoded-text(scan-idx:1) > "~"
            move "." to decoded-text(scan-idx:1)
        end-if
        add 1 to scan-idx
    end-perform.

show-hex section.
    *> packed and binary bytes that do not decode, as x'..'
    move "x'" to decoded-text.
    move 3 to num-pointer.
    move 1 to scan-idx.
    perform until scan-idx > fld-size(field-index) or num-pointer > 36
        move byte-to-hex(field-slice(scan-idx:1))
            to decoded-text(num-pointer:2)
        add 2 to num-pointer
        add 1 to scan-idx
    end-perform.
    move "'" to decoded-text(num-pointer:1).

format-number section.
    *> num-value scaled by num-scale decimal places, as text
    move SPACE to num-text.
    if num-scale <= 0
        move num-value to num-edit-signed
        move trim(num-edit-signed) to num-text
        if num-scale < 0 and num-value not = 0
            move length(trim(num-text)) to num-pointer
            add 1 to num-pointer
            compute scale-steps = 0 - num-scale
            perform scale-steps times
                move "0" to num-text(num-pointer:1)
                add 1 to num-pointer
            end-perform
        end-if
        exit section
    end-if.
    if num-value < 0
        compute num-digits = 0 - num-value
    else
        move num-value to num-digits
    end-if.
    move SPACE to num-int-part.
    move num-digits(1:18 - num-scale) to num-int-part.
    move 0 to num-lead-zeros.
    inspect num-int-part tallying num-lead-zeros for leading "0".
    if num-lead-zeros >= 18 - num-scale
        move "0" to num-int-part
    else
        move num-int-part(num-lead-zeros + 1:) to num-int-part
    end-if.
    if num-value < 0
        move concatenate("-", trim(num-int-part), ".",
                num-digits(19 - num-scale:num-scale))
            to num-text
    else
        move concatenate(trim(num-int-part), ".",
                num-digits(19 - num-scale:num-scale))
            to num-text
    end-if.

decode-packed-field section.
    *> comp-3: two digits a byte, the final nibble the sign -- D (and
    *> the rarely-cut B) mean negative, C/F/A/E positive
    move 0 to num-value.
    move 1 to decode-sign.
    move 1 to scan-idx.
    perform until scan-idx > fld-size(field-index)
        compute nibble-byte = ord(field-slice(scan-idx:1)) - 1
        divide nibble-byte by 16 giving nibble-high
            remainder nibble-low
        if nibble-high > 9
            move "Y" to decoded-bad
        end-if
        if scan-idx = fld-size(field-index)
            compute num-value = num-value * 10 + nibble-high
            evaluate nibble-low
            when 13
            when 11
                move -1 to decode-sign
            when 12
            when 15
            when 10
            when 14
                continue
            when other
                move "Y" to decoded-bad
            end-evaluate
        else
            if nibble-low > 9
                move "Y" to decoded-bad
            end-if
            compute num-value = num-value * 100
                + nibble-high * 10 + nibble-low
        end-if
        add 1 to scan-idx
    end-perform.
    compute num-value = num-value * decode-sign.

decode-binary-field section.
    *> big-endian, the way the host lays a COMP field down; two's
    *> complement when the layout marks the field signed
    move 0 to wide-value.
    move 1 to scan-idx.
    perform until scan-idx > fld-size(field-index)
        compute wide-value = wide-value * 256
            + ord(field-slice(scan-idx:1)) - 1
        add 1 to scan-idx
    end-perform.
    compute wide-limit = 256 ** fld-size(field-index).
    if fld-signed(field-index) = "Y"
            and wide-value >= wide-limit / 2
        compute num-value = 0 - (wide-limit - wide-value)
    else
        if wide-value > 999999999999999999
            move "Y" to decoded-bad
        else
            move wide-value to num-value
        end-if
    end-if.

decode-zoned-field section.
    *> display digits: leading spaces, an optional leading sign, and a
    *> trailing overpunch (p-y or }J-R negative, {A-I positive)
    move 0 to num-value.
    move 1 to decode-sign.
    move 1 to scan-idx.
    perform until scan-idx > fld-size(field-index)
            or field-slice(scan-idx:1) not = SPACE
        add 1 to scan-idx
    end-perform.
    if field-slice(scan-idx:1) = "-" or field-slice(scan-idx:1) = "+"
        if field-slice(scan-idx:1) = "-"
            move -1 to decode-sign
        end-if
        add 1 to scan-idx
    end-if.
    if scan-idx > fld-size(field-index)
        move "Y" to decoded-bad
        exit section
    end-if.
    perform until scan-idx > fld-size(field-index)
        move field-slice(scan-idx:1) to scan-char
        evaluate true
        when scan-char >= "0" and scan-char <= "9"
            compute num-value = num-value * 10 + ord(scan-char) - ord("0")
        when scan-idx = fld-size(field-index)
                and scan-char >= "p" and scan-char <= "y"
            compute num-value = num-value * 10 + ord(scan-char) - ord("p")
            move -1 to decode-sign
        when scan-idx = fld-size(field-index)
                and scan-char >= "J" and scan-char <= "R"
            compute num-value = num-value * 10 + ord(scan-char) - ord("I")
            move -1 to decode-sign
        when scan-idx = fld-size(field-index) and scan-char = "}"
            compute num-value = num-value * 10
            move -1 to decode-sign
        when scan-idx = fld-size(field-index)
                and scan-char >= "A" and scan-char <= "I"
            compute num-value = num-value * 10 + ord(scan-char) - ord("@")
        when scan-idx = fld-size(field-index) and scan-char = "{"
            compute num-value = num-value * 10
        when other
            move "Y" to decoded-bad
        end-evaluate
        add 1 to scan-idx
    end-perform.
    compute num-value = num-value * decode-sign.

check-date-value section.
    move "YYYYMMDD" to date-format.
    if fld-detail(field-index) not = SPACE
        move fld-detail(field-index) to date-format
    end-if.
    if not dtv-missing
        move datetime-validate(trim(date-format),
                field-slice(1:fld-size(field-index)))
            to dtv-result
        if dtv-result(1:2) not = "00"
            move "Y" to decoded-bad
        end-if
    else
        *> datetime library not linked in: digits plus month/day range
        *> on the assumption of a YYYYMMDD-shaped field
        move field-slice to check-slice
        move 1 to scan-idx
        perform until scan-idx > fld-size(field-index)
            if check-slice(scan-idx:1) < "0" or check-slice(scan-idx:1) > "9"
                move "Y" to decoded-bad
            end-if
            add 1 to scan-idx
        end-perform
        if decoded-bad = "N" and fld-size(field-index) >= 8
            if check-slice(5:2) < "01" or check-slice(5:2) > "12"
                    or check-slice(7:2) < "01" or check-slice(7:2) > "31"
                move "Y" to decoded-bad
            end-if
        end-if
    end-if.
end program dataset-profile.
