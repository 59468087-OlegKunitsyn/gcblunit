       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit typed CSV / fixed-width dataset converter
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Turns the scenarios business analysts keep in spreadsheets into
*>  real fixtures, and real fixtures back into spreadsheets they can
*>  review, so nobody keys packed amounts in by hand. Driven by the
*>  fixed-load layout specification ("name:offset:length:type" entries
*>  separated by ";"), with the optional fifth element copybook-layout
*>  --scale writes ("S" for signed, then the decimal places):
*>    IMPORT reads the CSV through csv-load-fields (header skipped),
*>           column n feeding the n-th layout entry, and writes one
*>           fixed-width record per row through dataset-io: 9 zoned
*>           digits (a negative value as a trailing overpunch), P
*>           packed-decimal, B big-endian binary, decimal points and
*>           signs honored against the field's scale; D dates checked
*>           with datetime-validate against the format in the fifth
*>           element (YYYYMMDD when omitted); V coded values against
*>           the "|" list in the fifth element; X text as it stands.
*>           A blank numeric cell is zero, a blank date stays blank.
*>    EXPORT reads the dataset through dataset-io and writes every
*>           record as one quoted CSV row through csv-write, numbers
*>           decoded to signed decimals, the layout names as header.
*>  A P field with no fifth element is taken as signed (C/D sign
*>  nibbles); one whose element omits the "S" is unsigned (F nibble).
*>  The dataset path carries the usual dataset-io prefix -- "FB:n:"
*>  for the fixed n-byte records packed and binary fields need, or
*>  "RDW:", "IX:", "RL:", "DD:". A row or record that does not convert
*>  (overflow, non-numeric, bad date, a value outside its list,
*>  unprintable text) is not written; it goes to the reject CSV with
*>  its number, the field and the reason ahead of the cell values, so
*>  the job stream can branch on the exit code:
*>    0 everything converted   4 rows rejected   2 usage or I/O
*>    3 a limit exceeded
*>  Requires libs/core/csv and gcblunit's dataset-io (and dd-resolve
*>  for "DD:" paths) linked in; the datetime library is used when
*>  present.
*>
*>  Usage:
*>    dataset-csv IMPORT "layout" input.csv dataset [--reject rejects.csv]
*>        [--separator c] [--dd assignments]
*>    dataset-csv EXPORT "layout" dataset output.csv [--reject rejects.csv]
*>        [--dd assignments]
identification division.
program-id. dataset-csv.
environment division.
configuration section.
repository.
    function all intrinsic
    function datetime-validate.
data division.
working-storage section.
    78 LAYOUT-LIMIT value 64.
    78 CSV-ROW-LIMIT value 500.
    78 CSV-FIELD-LEN value 256.
    78 CSV-CHUNK-ROWS value 20.
    01 argv pic x(256).
        88 option-reject value "--reject".
        88 option-separator value "--separator".
        88 option-dd value "--dd".
    01 direction pic x(8) value SPACE.
        88 is-empty value SPACE.
        88 is-import value "IMPORT".
        88 is-export value "EXPORT".
    01 layout-spec pic x(2048) value SPACE.
        88 is-empty value SPACE.
    01 source-path pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 target-path pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 csv-path pic x(256).
    01 dataset-path pic x(256).
    01 reject-csv pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 dd-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 csv-separator pic x value ",".

    *> the dataset-io conversation
    01 ds-req-1.
        03 ds-verb pic x(5).
        03 ds-handle pic 9.
        03 ds-status pic x(2).
            88 convert-io-ok value "00".
            88 convert-io-eof value "10".
        03 ds-key-len usage binary-long unsigned.
        03 ds-rec-len usage binary-long unsigned.
        03 ds-path pic x(256).
        03 ds-key pic x(64).
        03 ds-record pic x(2048).
    77 dsio-pointer usage program-pointer.
        88 dsio-missing value NULL.
    77 csvload-pointer usage program-pointer.
        88 csvload-missing value NULL.
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
    01 record-length usage binary-long unsigned value 0.
    01 layout-header pic x(2048) value SPACE.
    01 reject-header pic x(2048) value SPACE.

    *> the whole CSV, row-major, field-count cells a row
    01 csv-status pic x(2).
    01 csv-row-count usage binary-long unsigned value 0.
    01 csv-table pic x(8208384).
    01 csv-offset usage binary-long unsigned.
    01 csv-row usage binary-long unsigned.

    *> chunks on their way out through csv-write
    01 out-fields pic x(327680).
    01 out-buffered usage binary-long unsigned value 0.
    01 out-append usage binary-long unsigned value 0.
    01 out-col usage binary-long unsigned.
    01 reject-fields pic x(343040).
    01 reject-buffered usage binary-long unsigned value 0.
    01 reject-append usage binary-long unsigned value 0.
    01 reject-col usage binary-long unsigned.
    01 reject-cols usage binary-long unsigned.
    01 csv-load-rows usage binary-long unsigned.
    01 cell-value pic x(256).

    01 rows-read usage binary-long unsigned value 0.
    01 rows-written usage binary-long unsigned value 0.
    01 rows-rejected usage binary-long unsigned value 0.
    01 row-bad pic x.
    01 row-bad-field pic x(32).
    01 row-bad-reason pic x(80).
    01 data-record pic x(2048).

    *> field decode/encode work areas
    01 field-slice pic x(2048).
    01 decoded-text pic x(256).
    01 decoded-bad pic x.
    01 decoded-reason pic x(80).
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
    01 wide-byte pic 9(20).
    01 scan-idx usage binary-long unsigned.
    01 scan-char pic x.
    01 nibble-byte usage binary-long unsigned.
    01 nibble-high usage binary-long unsigned.
    01 nibble-low usage binary-long unsigned.
    01 decode-sign usage binary-long signed.
    01 digit-capacity usage binary-long unsigned.
    01 digit-text pic x(40).
    01 digit-pos usage binary-long unsigned.
    01 list-scan pic x(80).
    01 list-token pic x(80).
    01 list-remainder pic x(80).
    01 list-matched pic x.
    01 date-format pic x(32).
    01 dtv-result pic x(9).

    *> cell value parsing
    01 entry-text pic x(256).
    01 entry-length usage binary-long unsigned.
    01 entry-bad pic x.
    01 entry-reason pic x(80).
    01 entry-fraction usage binary-long unsigned.
    01 entry-point pic x.
    01 entry-negative pic x.
    01 entry-digits usage binary-long unsigned.
    01 new-slice pic x(2048).

    01 ws-num-edit pic z(8)9.
    01 num-edit-signed pic -(18)9.
procedure division.
    accept direction from ARGUMENT-VALUE.
    accept layout-spec from ARGUMENT-VALUE.
    accept source-path from ARGUMENT-VALUE.
    accept target-path from ARGUMENT-VALUE.
    move upper-case(direction) to direction.
    if is-empty of direction or is-empty of layout-spec
            or is-empty of source-path or is-empty of target-path
        display "Usage: dataset-csv IMPORT|EXPORT layout source target"
            " [--reject rejects.csv] [--separator c] [--dd assignments]"
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if not is-import and not is-export
        display "Error: direction must be IMPORT or EXPORT" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-reject
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to reject-csv
        when option-separator
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv(1:1) to csv-separator
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
    if is-import
        move source-path to csv-path
        move target-path to dataset-path
    else
        move source-path to dataset-path
        move target-path to csv-path
    end-if.
    if is-empty of reject-csv
        move concatenate(trim(csv-path), ".rejects.csv") to reject-csv
    end-if.

    set dsio-pointer to entry "dataset-io".
    set csvload-pointer to entry "csv-load-fields".
    set csvwrite-pointer to entry "csv-write".
    if dsio-missing or csvload-missing or csvwrite-missing
        display "Error: dataset-csv needs libs/core/csv and gcblunit's"
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
    if is-import
        perform import-csv
    else
        perform export-dataset
    end-if.
    perform flush-rejects.
    perform print-summary.

    if rows-rejected > 0
        move 4 to RETURN-CODE
    else
        move 0 to RETURN-CODE
    end-if.
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
            perform check-field-size
            if fld-offset(field-count) + fld-size(field-count) - 1
                    > record-length
                compute record-length =
                    fld-offset(field-count) + fld-size(field-count) - 1
            end-if
            if field-count = 1
                move fld-name(field-count) to layout-header
            else
                move concatenate(trim(layout-header), ",",
                        trim(fld-name(field-count)))
                    to layout-header
            end-if
        end-if
    end-perform.
    if field-count = 0
        display "Error: empty layout specification" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move concatenate("row,field,reason,", trim(layout-header))
        to reject-header.
    compute reject-cols = field-count + 3.

note-numeric-detail section.
    *> "[S]n" -- signed, n decimal places (negative: trailing P); a
    *> packed field with no detail at all is the usual signed COMP-3
    if fld-detail(field-count) = SPACE
        if fld-type(field-count) = "P"
            move "Y" to fld-signed(field-count)
        end-if
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

check-field-size section.
    if fld-offset(field-count) < 1
            or fld-size(field-count) < 1
            or fld-offset(field-count) + fld-size(field-count) > 2049
        display "Error: field " trim(fld-name(field-count))
            " lies outside a 2048-byte record" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    evaluate fld-type(field-count)
    when "P"
        if fld-size(field-count) > 9
            display "Error: packed field " trim(fld-name(field-count))
                " is wider than 17 digits" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
    when "9"
        if fld-size(field-count) > 18
            display "Error: zoned field " trim(fld-name(field-count))
                " is wider than 18 digits" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
    when "B"
        if fld-size(field-count) > 8
            display "Error: binary field " trim(fld-name(field-count))
                " is wider than 8 bytes" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
    when other
        if fld-size(field-count) > CSV-FIELD-LEN
            display "Error: field " trim(fld-name(field-count))
                " is wider than a CSV cell (" CSV-FIELD-LEN " bytes)"
                upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
    end-evaluate.

*>*
*> CSV to fixed width
*>*
import-csv section.
    *> one row over the limit tells a full table from an overflow
    compute csv-load-rows = CSV-ROW-LIMIT + 1.
    call "csv-load-fields" using csv-path, csv-table, csv-row-count,
        csv-status, csv-separator,
        by value CSV-FIELD-LEN, by value csv-load-rows,
        by value field-count.
    if csv-status not = "00"
        display "Error reading " trim(csv-path) ": " csv-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if csv-row-count > CSV-ROW-LIMIT
        display "Fatal: " trim(csv-path) " exceeds " CSV-ROW-LIMIT
            " rows" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move "OPENO" to ds-verb.
    move 1 to ds-handle.
    move dataset-path to ds-path.
    call "dataset-io" using ds-req-1.
    if not convert-io-ok
        display "Error creating " trim(dataset-path) ": " ds-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move 1 to csv-row.
    perform until csv-row > csv-row-count
        add 1 to rows-read
        perform build-record
        if row-bad = "Y"
            perform reject-csv-row
        else
            move "WRITE" to ds-verb
            move data-record to ds-record
            move record-length to ds-rec-len
            call "dataset-io" using ds-req-1
            if not convert-io-ok
                display "Error writing " trim(dataset-path) ": " ds-status
                    upon syserr
                move "CLOSE" to ds-verb
                call "dataset-io" using ds-req-1
                move 2 to RETURN-CODE
                stop run
            end-if
            add 1 to rows-written
        end-if
        add 1 to csv-row
    end-perform.
    move "CLOSE" to ds-verb.
    call "dataset-io" using ds-req-1.

build-record section.
    move SPACE to data-record.
    move "N" to row-bad.
    move 1 to field-index.
    perform until field-index > field-count
        compute csv-offset =
            ((csv-row - 1) * field-count + field-index - 1)
            * CSV-FIELD-LEN + 1
        move csv-table(csv-offset:CSV-FIELD-LEN) to entry-text
        perform encode-cell
        if entry-bad = "Y"
            move "Y" to row-bad
            move fld-name(field-index) to row-bad-field
            move entry-reason to row-bad-reason
            exit section
        end-if
        move new-slice(1:fld-size(field-index))
            to data-record(fld-offset(field-index):fld-size(field-index))
        add 1 to field-index
    end-perform.

encode-cell section.
    *> a fresh field: packed starts with the sign nibble its
    *> signedness calls for, everything else blank
    move SPACE to field-slice new-slice.
    move "N" to entry-bad.
    move SPACE to entry-reason.
    if fld-type(field-index) = "9" or "P" or "B"
        if entry-text = SPACE
            move "0" to entry-text
        end-if
    end-if.
    evaluate fld-type(field-index)
    when "P"
        move low-values to field-slice(1:fld-size(field-index))
        if fld-signed(field-index) = "N"
            move x"0F" to field-slice(fld-size(field-index):1)
        end-if
        perform encode-packed-field
    when "B"
        perform encode-binary-field
    when "9"
        perform encode-zoned-field
    when "D"
        perform encode-date-field
    when "V"
        perform encode-coded-field
    when other
        perform encode-text-field
    end-evaluate.

reject-csv-row section.
    add 1 to rows-rejected.
    move 0 to reject-col.
    move csv-row to ws-num-edit.
    move trim(ws-num-edit) to cell-value.
    perform put-reject-field.
    move row-bad-field to cell-value.
    perform put-reject-field.
    move row-bad-reason to cell-value.
    perform put-reject-field.
    move 1 to field-index.
    perform until field-index > field-count
        compute csv-offset =
            ((csv-row - 1) * field-count + field-index - 1)
            * CSV-FIELD-LEN + 1
        move csv-table(csv-offset:CSV-FIELD-LEN) to cell-value
        perform put-reject-field
        add 1 to field-index
    end-perform.
    perform close-reject-row.

*>*
*> fixed width to CSV
*>*
export-dataset section.
    move "OPEN" to ds-verb.
    move 1 to ds-handle.
    move dataset-path to ds-path.
    call "dataset-io" using ds-req-1.
    if not convert-io-ok
        display "Error opening " trim(dataset-path) ": " ds-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move "READ" to ds-verb.
    call "dataset-io" using ds-req-1.
    perform until not convert-io-ok
        add 1 to rows-read
        move ds-record to data-record
        perform export-record
        move "READ" to ds-verb
        call "dataset-io" using ds-req-1
    end-perform.
    if not convert-io-eof
        display "Error reading " trim(dataset-path) ": " ds-status
            " after record " rows-read upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move "CLOSE" to ds-verb.
    call "dataset-io" using ds-req-1.
    *> the header goes out even when the dataset holds no records
    if out-append = 0 or out-buffered > 0
        perform flush-output
    end-if.

export-record section.
    move "N" to row-bad.
    move 1 to field-index.
    perform until field-index > field-count
        perform decode-field
        if decoded-bad = "Y" and row-bad = "N"
            move "Y" to row-bad
            move fld-name(field-index) to row-bad-field
            move decoded-reason to row-bad-reason
        end-if
        add 1 to field-index
    end-perform.
    if row-bad = "Y"
        perform reject-dataset-record
        exit section
    end-if.
    move 0 to out-col.
    move 1 to field-index.
    perform until field-index > field-count
        perform decode-field
        move decoded-text to cell-value
        compute csv-offset =
            (out-buffered * field-count + out-col) * CSV-FIELD-LEN + 1
        move cell-value to out-fields(csv-offset:CSV-FIELD-LEN)
        add 1 to out-col
        add 1 to field-index
    end-perform.
    add 1 to out-buffered.
    add 1 to rows-written.
    if out-buffered >= CSV-CHUNK-ROWS
        perform flush-output
    end-if.

reject-dataset-record section.
    *> the cells are shown the way the browser shows them, so the
    *> reviewer sees which bytes broke the field
    add 1 to rows-rejected.
    move 0 to reject-col.
    move rows-read to ws-num-edit.
    move trim(ws-num-edit) to cell-value.
    perform put-reject-field.
    move row-bad-field to cell-value.
    perform put-reject-field.
    move row-bad-reason to cell-value.
    perform put-reject-field.
    move 1 to field-index.
    perform until field-index > field-count
        perform decode-field
        if decoded-bad = "Y"
            perform show-text
        end-if
        move decoded-text to cell-value
        perform put-reject-field
        add 1 to field-index
    end-perform.
    perform close-reject-row.

flush-output section.
    call "csv-write" using csv-path, layout-header,
        out-fields, csv-status,
        by value CSV-FIELD-LEN, by value out-buffered,
        by value field-count, by value out-append.
    if csv-status not = "00"
        display "Error writing " trim(csv-path) ": " csv-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move 0 to out-buffered.
    move SPACE to out-fields.
    move 1 to out-append.

*>*
*> the reject CSV
*>*
put-reject-field section.
    compute csv-offset =
        (reject-buffered * reject-cols + reject-col) * CSV-FIELD-LEN + 1.
    move cell-value to reject-fields(csv-offset:CSV-FIELD-LEN).
    add 1 to reject-col.

close-reject-row section.
    add 1 to reject-buffered.
    if reject-buffered >= CSV-CHUNK-ROWS
        perform flush-rejects
    end-if.

flush-rejects section.
    if reject-buffered = 0
        exit section
    end-if.
    call "csv-write" using reject-csv, reject-header,
        reject-fields, csv-status,
        by value CSV-FIELD-LEN, by value reject-buffered,
        by value reject-cols, by value reject-append.
    if csv-status not = "00"
        display "Error writing " trim(reject-csv) ": " csv-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move 0 to reject-buffered.
    move SPACE to reject-fields.
    move 1 to reject-append.

print-summary section.
    move rows-read to ws-num-edit.
    if is-import
        display "dataset-csv: " trim(ws-num-edit) " row(s) read from "
            trim(csv-path) with no advancing
    else
        display "dataset-csv: " trim(ws-num-edit) " record(s) read from "
            trim(dataset-path) with no advancing
    end-if.
    move rows-written to ws-num-edit.
    display ", " trim(ws-num-edit) " written" with no advancing.
    move rows-rejected to ws-num-edit.
    display ", " trim(ws-num-edit) " rejected".
    if rows-rejected > 0
        display "  rejects in " trim(reject-csv)
    end-if.

*>*
*> decoding, one field of data-record into decoded-text
*>*
decode-field section.
    move SPACE to decoded-text field-slice decoded-reason.
    move "N" to decoded-bad.
    move data-record(fld-offset(field-index):fld-size(field-index))
        to field-slice.
    evaluate fld-type(field-index)
    when "P"
        perform decode-packed-field
        if decoded-bad = "Y"
            move "invalid packed-decimal value" to decoded-reason
        end-if
        perform show-number
    when "B"
        perform decode-binary-field
        if decoded-bad = "Y"
            move "binary value beyond 18 digits" to decoded-reason
        end-if
        perform show-number
    when "9"
        perform decode-zoned-field
        if decoded-bad = "Y"
            move "invalid zoned-decimal value" to decoded-reason
        end-if
        perform show-number
    when "D"
        move field-slice(1:fld-size(field-index)) to decoded-text
        perform check-date-value
    when "V"
        move field-slice(1:fld-size(field-index)) to decoded-text
        perform check-coded-value
    when other
        move field-slice(1:fld-size(field-index)) to decoded-text
        perform check-printable
    end-evaluate.

check-printable section.
    move 1 to scan-idx.
    perform until scan-idx > fld-size(field-index)
        if field-slice(scan-idx:1) < SPACE
                or field-slice(scan-idx:1) > "~"
            move "Y" to decoded-bad
            move "unprintable bytes in a text field" to decoded-reason
            move fld-size(field-index) to scan-idx
        end-if
        add 1 to scan-idx
    end-perform.

show-text section.
    move field-slice(1:fld-size(field-index)) to decoded-text.
    move 1 to scan-idx.
    perform until scan-idx > fld-size(field-index)
        if decoded-text(scan-idx:1) < SPACE
                or decoded-text(scan-idx:1) > "~"
            move "." to decoded-text(scan-idx:1)
        end-if
        add 1 to scan-idx
    end-perform.

show-number section.
    if decoded-bad = "Y"
        perform show-text
        exit section
    end-if.
    move fld-scale(field-index) to num-scale.
    perform format-number.
    move num-text to decoded-text.

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
    if scan-idx > fld-size(field-index)
        move "Y" to decoded-bad
        exit section
    end-if.
    if field-slice(scan-idx:1) = "-" or field-slice(scan-idx:1) = "+"
        if field-slice(scan-idx:1) = "-"
            move -1 to decode-sign
        end-if
        add 1 to scan-idx
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
    if field-slice(1:fld-size(field-index)) = SPACE
            or field-slice(1:fld-size(field-index)) = ALL "0"
        exit section
    end-if.
    if not dtv-missing
        move datetime-validate(trim(date-format),
                field-slice(1:fld-size(field-index)))
            to dtv-result
        if dtv-result(1:2) not = "00"
            move "Y" to decoded-bad
            move concatenate("not a valid ", trim(date-format), " date (",
                    dtv-result(1:2), ")")
                to decoded-reason
        end-if
    else
        move field-slice to new-slice
        perform check-date-digits
        if decoded-bad = "Y"
            move "not a YYYYMMDD date" to decoded-reason
        end-if
    end-if.

check-coded-value section.
    move "N" to list-matched.
    move fld-detail(field-index) to list-scan.
    perform until list-scan = SPACE
        move SPACE to list-token list-remainder
        unstring list-scan delimited by "|"
            into list-token list-remainder
        end-unstring
        if trim(list-token) = trim(field-slice(1:fld-size(field-index)))
            move "Y" to list-matched
            move SPACE to list-remainder
        end-if
        move list-remainder to list-scan
    end-perform.
    if list-matched = "N"
        move "Y" to decoded-bad
        move concatenate("allowed: ", trim(fld-detail(field-index)))
            to decoded-reason
    end-if.

*>*
*> encoding, entry-text into new-slice in the field's own USAGE
*>*
parse-entry-number section.
    *> the cell value, scaled to the field's decimal places, into
    *> num-value; sign, digits and at most one decimal point
    move "N" to entry-bad entry-point entry-negative.
    move SPACE to entry-reason.
    move 0 to num-value entry-fraction entry-digits.
    move fld-scale(field-index) to num-scale.
    move trim(entry-text) to entry-text.
    move length(trim(entry-text)) to entry-length.
    move 1 to scan-idx.
    if entry-text(1:1) = "-" or entry-text(1:1) = "+"
        if entry-text(1:1) = "-"
            move "Y" to entry-negative
        end-if
        move 2 to scan-idx
    end-if.
    perform until scan-idx > entry-length
        move entry-text(scan-idx:1) to scan-char
        evaluate true
        when scan-char >= "0" and scan-char <= "9"
            if entry-point = "Y"
                add 1 to entry-fraction
                if entry-fraction > num-scale
                    move "Y" to entry-bad
                    move "more decimal places than the field holds"
                        to entry-reason
                    exit section
                end-if
            end-if
            add 1 to entry-digits
            if entry-digits > 18
                move "Y" to entry-bad
                move "more than 18 digits" to entry-reason
                exit section
            end-if
            compute num-value = num-value * 10 + ord(scan-char) - ord("0")
        when scan-char = "." and entry-point = "N"
            move "Y" to entry-point
        when other
            move "Y" to entry-bad
            move "not a number" to entry-reason
            exit section
        end-evaluate
        add 1 to scan-idx
    end-perform.
    if entry-digits = 0
        move "Y" to entry-bad
        move "not a number" to entry-reason
        exit section
    end-if.
    if num-scale > 0
        compute scale-steps = num-scale - entry-fraction
        perform scale-steps times
            compute num-value = num-value * 10
        end-perform
    end-if.
    if num-scale < 0
        *> trailing P scaling: the low-order digits are implied zeros
        compute scale-steps = 0 - num-scale
        perform scale-steps times
            if mod(num-value, 10) not = 0
                move "Y" to entry-bad
                move "low-order digits are implied zeros" to entry-reason
                exit section
            end-if
            compute num-value = num-value / 10
        end-perform
    end-if.
    if entry-negative = "Y"
        compute num-value = 0 - num-value
    end-if.

encode-packed-field section.
    perform parse-entry-number.
    if entry-bad = "Y"
        exit section
    end-if.
    if num-value < 0 and fld-signed(field-index) = "N"
        move "Y" to entry-bad
        move "the field is unsigned" to entry-reason
        exit section
    end-if.
    compute digit-capacity = fld-size(field-index) * 2 - 1.
    if num-value < 0
        compute num-digits = 0 - num-value
    else
        move num-value to num-digits
    end-if.
    if digit-capacity < 18
        if num-digits(1:18 - digit-capacity) not = ALL "0"
            move "Y" to entry-bad
            move "value too large for the field" to entry-reason
            exit section
        end-if
    end-if.
    *> the sign nibble the field already uses, C/D unless it is an
    *> unsigned F field being given a positive value
    compute nibble-byte = ord(field-slice(fld-size(field-index):1)) - 1.
    divide nibble-byte by 16 giving nibble-high remainder nibble-low.
    if num-value < 0
        move 13 to nibble-low
    else
        if nibble-low not = 15 or fld-signed(field-index) = "Y"
            move 12 to nibble-low
        end-if
    end-if.
    move SPACE to digit-text.
    move num-digits(19 - digit-capacity:digit-capacity) to digit-text.
    move 1 to digit-pos.
    move 1 to scan-idx.
    perform until scan-idx > fld-size(field-index)
        compute nibble-high = ord(digit-text(digit-pos:1)) - ord("0")
        add 1 to digit-pos
        if scan-idx = fld-size(field-index)
            compute nibble-byte = nibble-high * 16 + nibble-low
        else
            compute nibble-byte = nibble-high * 16
                + ord(digit-text(digit-pos:1)) - ord("0")
            add 1 to digit-pos
        end-if
        move char(nibble-byte + 1) to new-slice(scan-idx:1)
        add 1 to scan-idx
    end-perform.

encode-binary-field section.
    perform parse-entry-number.
    if entry-bad = "Y"
        exit section
    end-if.
    compute wide-limit = 256 ** fld-size(field-index).
    if fld-signed(field-index) = "Y"
        if num-value >= 0
            if num-value >= wide-limit / 2
                move "Y" to entry-bad
                move "value too large for the field" to entry-reason
                exit section
            end-if
            move num-value to wide-value
        else
            if 0 - num-value > wide-limit / 2
                move "Y" to entry-bad
                move "value too small for the field" to entry-reason
                exit section
            end-if
            compute wide-value = wide-limit + num-value
        end-if
    else
        if num-value < 0
            move "Y" to entry-bad
            move "the field is unsigned" to entry-reason
            exit section
        end-if
        if num-value >= wide-limit
            move "Y" to entry-bad
            move "value too large for the field" to entry-reason
            exit section
        end-if
        move num-value to wide-value
    end-if.
    move fld-size(field-index) to scan-idx.
    perform until scan-idx = 0
        divide wide-value by 256 giving wide-value remainder wide-byte
        move char(wide-byte + 1) to new-slice(scan-idx:1)
        subtract 1 from scan-idx
    end-perform.

encode-zoned-field section.
    *> unsigned digits, or a trailing overpunch for a negative value
    *> in a signed field
    perform parse-entry-number.
    if entry-bad = "Y"
        exit section
    end-if.
    if num-value < 0 and fld-signed(field-index) = "N"
        move "Y" to entry-bad
        move "the field is unsigned" to entry-reason
        exit section
    end-if.
    move fld-size(field-index) to digit-capacity.
    if num-value < 0
        compute num-digits = 0 - num-value
    else
        move num-value to num-digits
    end-if.
    if digit-capacity < 18
        if num-digits(1:18 - digit-capacity) not = ALL "0"
            move "Y" to entry-bad
            move "value too large for the field" to entry-reason
            exit section
        end-if
    end-if.
    move SPACE to new-slice.
    move num-digits(19 - digit-capacity:digit-capacity)
        to new-slice(1:digit-capacity).
    if num-value < 0
        compute nibble-byte = ord(new-slice(digit-capacity:1))
            - ord("0") + ord("p")
        move char(nibble-byte) to new-slice(digit-capacity:1)
    end-if.

encode-date-field section.
    perform encode-text-field.
    if entry-bad = "Y" or entry-text = SPACE
        exit section
    end-if.
    if new-slice(1:fld-size(field-index)) = ALL "0"
        exit section
    end-if.
    move "YYYYMMDD" to date-format.
    if fld-detail(field-index) not = SPACE
        move fld-detail(field-index) to date-format
    end-if.
    if not dtv-missing
        move datetime-validate(trim(date-format),
                new-slice(1:fld-size(field-index)))
            to dtv-result
        if dtv-result(1:2) not = "00"
            move "Y" to entry-bad
            move concatenate("not a valid ", trim(date-format), " date (",
                    dtv-result(1:2), ")")
                to entry-reason
        end-if
    else
        *> datetime library not linked in: digits plus month/day range
        *> on the assumption of a YYYYMMDD-shaped field
        perform check-date-digits
        if decoded-bad = "Y"
            move "Y" to entry-bad
            move "not a YYYYMMDD date" to entry-reason
        end-if
    end-if.

check-date-digits section.
    move "N" to decoded-bad.
    move 1 to scan-idx.
    perform until scan-idx > fld-size(field-index)
        if new-slice(scan-idx:1) < "0" or new-slice(scan-idx:1) > "9"
            move "Y" to decoded-bad
        end-if
        add 1 to scan-idx
    end-perform.
    if decoded-bad = "N" and fld-size(field-index) >= 8
        if new-slice(5:2) < "01" or new-slice(5:2) > "12"
                or new-slice(7:2) < "01" or new-slice(7:2) > "31"
            move "Y" to decoded-bad
        end-if
    end-if.

encode-coded-field section.
    move "N" to list-matched.
    move fld-detail(field-index) to list-scan.
    perform until list-scan = SPACE
        move SPACE to list-token list-remainder
        unstring list-scan delimited by "|"
            into list-token list-remainder
        end-unstring
        if trim(list-token) = trim(entry-text)
            move "Y" to list-matched
            move SPACE to list-remainder
        end-if
        move list-remainder to list-scan
    end-perform.
    if list-matched = "N"
        move "Y" to entry-bad
        move concatenate("allowed: ", trim(fld-detail(field-index)))
            to entry-reason
        exit section
    end-if.
    perform encode-text-field.

encode-text-field section.
    if entry-text not = SPACE
        if length(trim(entry-text trailing)) > fld-size(field-index)
            move "Y" to entry-bad
            move "value longer than the field" to entry-reason
            exit section
        end-if
    end-if.
    move SPACE to new-slice.
    move entry-text to new-slice(1:fld-size(field-index)).
end program dataset-csv.
