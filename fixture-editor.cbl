       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit layout-aware fixture browser and editor
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Full-screen browser and editor for fixed-width and packed
*>  fixtures, so nobody patches a COMP-3 amount with a hex editor and
*>  od again. The dataset is read through dataset-io, so the path may
*>  carry the usual organization prefix ("DD:", "IX:", "RL:", "RDW:",
*>  or "FB:n:" for n-byte fixed records), and the fixed-load layout
*>  specification labels and decodes every field of the record on
*>  show:
*>    X  text (unprintable bytes shown as ".")
*>    9  zoned digits, a leading sign or a trailing overpunch honored
*>    P  packed-decimal, shown as a signed number
*>    B  big-endian binary, shown as a signed number when the fifth
*>       element says so
*>    D  date, checked against the datetime-validate format in the
*>       fifth element (YYYYMMDD when omitted)
*>    V  coded field, the allowed values in the fifth element
*>  For 9, P and B the fifth element is the one copybook-layout --scale
*>  writes: "S" for signed, then the decimal places. An edit is typed
*>  as the decoded value and re-encoded into the field's own USAGE --
*>  digits, packed nibbles with the sign nibble the field already uses,
*>  or binary bytes -- and refused with a reason when it does not fit.
*>  Nothing reaches the dataset until it is saved; saving rewrites it
*>  through dataset-io in its own organization, writes one audit line
*>  per changed field in the shop-common record, and when the fixture
*>  is in the --registry given, refreshes its checksum the way
*>  fixture-registry REFRESH does, so the next --fixtures preflight
*>  does not flag a deliberate edit as tampering. Like REFRESH, that
*>  re-baselining is refused on a date the change-freeze calendar
*>  (GCBLUNIT_FREEZE, or gcblunit-freeze.dat in the store) freezes,
*>  unless GCBLUNIT_FREEZE_OVERRIDE gives the emergency's reason; the
*>  override gets its own FREEZE-OVERRIDE audit line.
*>
*>  Keys: n/p next/previous record, g nn go to record, f field value
*>  find the next record holding the value, e nn value edit field nn,
*>  +/- page the fields, s save, q quit.
*>
*>  Requires gcblunit's dataset-io (and dd-resolve for "DD:" paths)
*>  linked in; the datetime and string libraries are used when present.
*>
*>  Usage:
*>    fixture-editor dataset "layout" [--registry registry.dat]
*>        [--dd assignments] [--audit path]
identification division.
program-id. fixture-editor.
environment division.
configuration section.
repository.
    function all intrinsic
    function datetime-validate
    function crc32.
input-output section.
file-control.
    select registry assign to dynamic registry-file
    organization is line sequential
    file status is registry-file-status.
    select fixture-data assign to dynamic fixture-data-path
    organization is line sequential
    file status is fixture-data-status.
    select freeze assign to dynamic freeze-file
    organization is line sequential
    file status is freeze-file-status.
    select audit assign to dynamic audit-file
    organization is line sequential
    file status is audit-file-status.
data division.
file section.
fd registry.
    01 registry-line pic x(512).
fd fixture-data.
    01 fixture-data-line pic x(2048).
fd freeze.
    01 freeze-line pic x(256).
fd audit.
    01 audit-line pic x(512).
working-storage section.
    78 EDIT-RECORD-LIMIT value 2000.
    78 LAYOUT-LIMIT value 64.
    78 CHANGE-LIMIT value 500.
    78 FIXTURE-REG-LIMIT value 200.
    78 FIELD-ROWS value 15.
    01 argv pic x(256).
        88 option-registry value "--registry".
        88 option-dd value "--dd".
        88 option-audit value "--audit".
    01 dataset-path pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 layout-spec pic x(2048) value SPACE.
        88 is-empty value SPACE.
    01 registry-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 dd-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 audit-file pic x(256) value "/tmp/gcblunit-fixture-audit.log".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 registry-file-status pic x(2).
        88 registry-ok value "00".
        88 registry-eof value "10".
    01 fixture-data-path pic x(256).
    01 fixture-data-status pic x(2).
        88 fixture-data-ok value "00".
        88 fixture-data-eof value "10".
    01 audit-file-status pic x(2).
        88 audit-ok value "00".

    *> the dataset-io conversation
    01 ds-req-1.
        03 ds-verb pic x(5).
        03 ds-handle pic 9.
        03 ds-status pic x(2).
            88 edit-io-ok value "00".
            88 edit-io-eof value "10".
        03 ds-key-len usage binary-long unsigned.
        03 ds-rec-len usage binary-long unsigned.
        03 ds-path pic x(256).
        03 ds-key pic x(64).
        03 ds-record pic x(2048).
    77 dsio-pointer usage program-pointer.
        88 dsio-missing value NULL.
    77 dtv-pointer usage program-pointer.
        88 dtv-missing value NULL.
    77 crc-pointer usage program-pointer.
        88 crc-missing value NULL.

    *> the whole dataset, held while it is edited
    01 record-count usage binary-long unsigned value 0.
    01 record-tbl.
        03 edit-record occurs EDIT-RECORD-LIMIT times.
            05 rec-data pic x(2048).
            05 rec-len usage binary-long unsigned.
    01 current-record usage binary-long unsigned value 1.

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
    01 field-page usage binary-long unsigned value 1.

    *> pending changes, audited when saved
    01 change-count usage binary-long unsigned value 0.
    01 change-tbl.
        03 change-entry occurs CHANGE-LIMIT times.
            05 chg-record usage binary-long unsigned.
            05 chg-field pic x(32).
            05 chg-old pic x(64).
            05 chg-new pic x(64).
    01 change-index usage binary-long unsigned.

    *> field decode/encode work areas
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
    01 wide-byte pic 9(20).
    01 scan-idx usage binary-long unsigned.
    01 scan-char pic x.
    01 nibble-byte usage binary-long unsigned.
    01 nibble-high usage binary-long unsigned.
    01 nibble-low usage binary-long unsigned.
    01 decode-sign usage binary-long signed.
    01 leading-sign pic x.
    01 digit-capacity usage binary-long unsigned.
    01 digit-text pic x(40).
    01 digit-pos usage binary-long unsigned.
    01 list-scan pic x(80).
    01 list-token pic x(80).
    01 list-remainder pic x(80).
    01 list-matched pic x.
    01 date-format pic x(32).
    01 dtv-result pic x(9).

    *> typed-in value parsing
    01 entry-text pic x(64).
    01 entry-length usage binary-long unsigned.
    01 entry-bad pic x.
    01 entry-reason pic x(40).
    01 entry-fraction usage binary-long unsigned.
    01 entry-point pic x.
    01 entry-negative pic x.
    01 entry-digits usage binary-long unsigned.
    01 new-slice pic x(2048).
    01 old-text pic x(64).

    *> screen state
    01 screen-row usage binary-long.
    01 cmd-line pic x(76).
    01 command-key pic x(8).
    01 command-field pic x(32).
    01 command-value pic x(64).
    01 command-pointer usage binary-long unsigned.
    01 pick-nr usage binary-long unsigned.
    01 edit-active pic x value "Y".
    01 quit-armed pic x value "N".
    01 message-text pic x(78) value SPACE.
    01 row-text pic x(80).
    01 find-field usage binary-long unsigned.
    01 find-index usage binary-long unsigned.
    01 find-found usage binary-long unsigned.
    01 find-value usage binary-double.
    01 find-numeric pic x.

    *> registry refresh
    01 physical-path pic x(256).
    01 dd-resolved pic x(256).
    01 fb-pointer usage binary-long unsigned.
    01 fb-len-txt pic x(9).
    01 reg-count usage binary-long unsigned value 0.
    01 reg-tbl.
        03 reg-entry occurs FIXTURE-REG-LIMIT times.
            05 reg-suite pic x(128).
            05 reg-path pic x(256).
            05 reg-crc pic x(8).
            05 reg-old-crc pic x(8).
            05 reg-changed pic x.
                88 is-reg-changed value "Y".
    01 reg-index usage binary-long unsigned.
    01 reg-crc-txt pic x(8).
    01 reg-refreshed usage binary-long unsigned.
    01 reg-crc-unavailable pic x.
    01 reg-not-refreshed pic x(24).

    *> the change-freeze calendar (see check-freeze)
    01 freeze-file pic x(256) value "/tmp/gcblunit-freeze.dat".
    01 freeze-file-status pic x(2).
        88 freeze-ok value "00".
        88 freeze-eof value "10".
    01 freeze-env pic x(256).
    01 freeze-today pic x(8).
    01 freeze-scan-from pic x(8).
    01 freeze-scan-to pic x(8).
    01 freeze-scan-level pic x(8).
    01 freeze-scan-reason pic x(128).
    01 freeze-from pic x(8).
    01 freeze-to pic x(8).
    01 freeze-level pic x(8).
    01 freeze-reason pic x(128).
    01 freeze-found pic x value "N".
        88 is-freeze-found value "Y".
    01 freeze-refused pic x value "N".
        88 is-freeze-refused value "Y".
    01 freeze-override pic x(128).
    01 freeze-operator pic x(32).
    01 freeze-verb pic x(16).
    01 freeze-object pic x(256).
    01 fixture-crc-result pic x(8).
    01 fixture-crc-missing pic x.
    01 fixture-crc-input pic x(2056).

    01 audit-verb pic x(8).
    01 audit-object pic x(300).
    01 audit-old pic x(64).
    01 audit-new pic x(64).
    01 audit-operator pic x(32) value SPACE.
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
    01 num-edit-signed pic -(18)9.
procedure division.
    perform resolve-store-defaults.
    perform resolve-freeze-file.
    accept dataset-path from ARGUMENT-VALUE.
    accept layout-spec from ARGUMENT-VALUE.
    if is-empty of dataset-path or is-empty of layout-spec
        display "Usage: fixture-editor dataset layout"
            " [--registry registry.dat] [--dd assignments] [--audit path]"
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-registry
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to registry-file
        when option-dd
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to dd-file
        when option-audit
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to audit-file
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.

    set dsio-pointer to entry "dataset-io".
    if dsio-missing
        display "Error: fixture-editor needs gcblunit's dataset-io"
            " compiled and linked in" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    *> function-ids resolve under their upper-case entry names
    set dtv-pointer to entry "DATETIME-VALIDATE".
    set crc-pointer to entry "CRC32".
    if not is-empty of dd-file
        call "dd-load" using dd-file
    end-if.

    perform load-layout.
    perform load-dataset.
    if record-count = 0
        display "fixture-editor: " trim(dataset-path) " holds no records"
            upon syserr
        move 1 to RETURN-CODE
        stop run
    end-if.

    perform until edit-active = "N"
        perform show-record
        perform handle-command
    end-perform.
    display SPACE at line 1 column 1 with blank screen.
    move 0 to RETURN-CODE.
    stop run.

resolve-store-defaults section.
    *> the shop's artifact store (see gcblunit --store/--profile):
    *> defaults follow GCBLUNIT_STORE/GCBLUNIT_PROFILE so producers
    *> and consumers agree; explicit options still win
    accept store-root from environment "GCBLUNIT_STORE"
        on exception
            move SPACE to store-root
    end-accept.
    if store-root = SPACE
        exit section
    end-if.
    accept store-profile from environment "GCBLUNIT_PROFILE"
        on exception
            move SPACE to store-profile
    end-accept.
    if store-profile = SPACE
        move store-root to store-base
    else
        move concatenate(trim(store-root), "/", trim(store-profile))
            to store-base
    end-if.
    move concatenate(trim(store-base), "/gcblunit-fixture-audit.log")
        to audit-file.
    move concatenate(trim(store-base), "/gcblunit-freeze.dat")
        to freeze-file.

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

load-dataset section.
    move "OPEN" to ds-verb.
    move 1 to ds-handle.
    move dataset-path to ds-path.
    call "dataset-io" using ds-req-1.
    if not edit-io-ok
        display "Error opening " trim(dataset-path) ": " ds-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move "READ" to ds-verb.
    call "dataset-io" using ds-req-1.
    perform until not edit-io-ok
        add 1 to record-count
        if record-count > EDIT-RECORD-LIMIT
            display "Fatal: dataset exceeds " EDIT-RECORD-LIMIT
                " records" upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        move ds-record to rec-data(record-count)
        move ds-rec-len to rec-len(record-count)
        call "dataset-io" using ds-req-1
    end-perform.
    if not edit-io-eof
        display "Error reading " trim(dataset-path) ": " ds-status
            " after record " record-count upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move "CLOSE" to ds-verb.
    call "dataset-io" using ds-req-1.

show-record section.
    display SPACE at line 1 column 1 with blank screen.
    display "fixture-editor" at line 1 column 2.
    display dataset-path(1:36) at line 1 column 18.
    move current-record to ws-num-edit.
    move record-count to ws-num-edit2.
    move concatenate("record ", trim(ws-num-edit), " of ",
            trim(ws-num-edit2))
        to row-text.
    display row-text(1:22) at line 1 column 56.
    if change-count > 0
        display "*" at line 1 column 79
    end-if.
    display "  nn field                  offset  len t value"
        at line 2 column 1.
    move 3 to screen-row.
    move field-page to field-index.
    perform until field-index > field-count
            or field-index >= field-page + FIELD-ROWS
        perform decode-field
        move field-index to ws-num-edit
        display ws-num-edit(6:4) at line screen-row column 1
        display fld-name(field-index)(1:22) at line screen-row column 6
        move fld-offset(field-index) to ws-num-edit
        display ws-num-edit(5:5) at line screen-row column 28
        move fld-size(field-index) to ws-num-edit
        display ws-num-edit(6:4) at line screen-row column 34
        display fld-type(field-index) at line screen-row column 39
        display decoded-text(1:38) at line screen-row column 41
        if decoded-bad = "Y"
            display "!" at line screen-row column 80
        end-if
        add 1 to screen-row
        add 1 to field-index
    end-perform.
    if field-count > FIELD-ROWS
        move field-page to ws-num-edit
        move field-count to ws-num-edit2
        move concatenate("fields from ", trim(ws-num-edit), " of ",
                trim(ws-num-edit2), "  (+/- to page)")
            to row-text
        display row-text(1:60) at line 18 column 2
    end-if.
    display "n/p=next/prev  g nn=go to  f field value=find"
        "  e nn value=edit" at line 19 column 2.
    display "+/-=page fields  s=save  q=quit" at line 20 column 2.
    display "> " at line 21 column 2.
    display message-text at line 22 column 2.
    move SPACE to message-text.

handle-command section.
    move SPACE to cmd-line.
    accept cmd-line at line 21 column 4.
    move SPACE to command-key command-field command-value.
    move 1 to command-pointer.
    unstring cmd-line delimited by all SPACE
        into command-key command-field
        with pointer command-pointer
    end-unstring.
    if command-pointer <= length(cmd-line)
        move cmd-line(command-pointer:) to command-value
    end-if.
    if command-key not = "q" and command-key not = "Q"
        move "N" to quit-armed
    end-if.
    evaluate true
    when command-key = "q" or command-key = "Q"
        if change-count > 0 and quit-armed = "N"
            move "Y" to quit-armed
            move "unsaved changes -- s to save, q again to discard them"
                to message-text
        else
            move "N" to edit-active
        end-if
    when command-key = "n" or command-key = "N" or command-key = SPACE
        if current-record < record-count
            add 1 to current-record
        else
            move "last record" to message-text
        end-if
    when command-key = "p" or command-key = "P"
        if current-record > 1
            subtract 1 from current-record
        else
            move "first record" to message-text
        end-if
    when command-key = "g" or command-key = "G"
        move numval(command-field) to pick-nr
        if pick-nr >= 1 and pick-nr <= record-count
            move pick-nr to current-record
        else
            move "no such record" to message-text
        end-if
    when command-key = "+"
        if field-page + FIELD-ROWS <= field-count
            add FIELD-ROWS to field-page
        end-if
    when command-key = "-"
        if field-page > FIELD-ROWS
            subtract FIELD-ROWS from field-page
        else
            move 1 to field-page
        end-if
    when command-key = "f" or command-key = "F"
        perform find-record
    when command-key = "e" or command-key = "E"
        perform edit-field
    when command-key = "s" or command-key = "S"
        perform save-dataset
    when other
        move "unknown command" to message-text
    end-evaluate.

resolve-command-field section.
    *> a field is named by its row number or its layout name
    move 0 to field-index.
    if command-field = SPACE
        exit section
    end-if.
    if test-numval(command-field) = 0
        move numval(command-field) to pick-nr
        if pick-nr >= 1 and pick-nr <= field-count
            move pick-nr to field-index
        end-if
        exit section
    end-if.
    move 1 to pick-nr.
    perform until pick-nr > field-count
        if upper-case(trim(fld-name(pick-nr)))
                = upper-case(trim(command-field))
            move pick-nr to field-index
            move field-count to pick-nr
        end-if
        add 1 to pick-nr
    end-perform.

find-record section.
    perform resolve-command-field.
    if field-index = 0
        move "find: no such field" to message-text
        exit section
    end-if.
    move field-index to find-field.
    move trim(command-value) to entry-text.
    *> numeric fields compare by value, so 12.5 finds 000001250
    move "N" to find-numeric.
    if fld-type(find-field) = "9" or "P" or "B"
        perform parse-entry-number
        if entry-bad = "N"
            move "Y" to find-numeric
            move num-value to find-value
        end-if
    end-if.
    move 0 to find-found.
    move current-record to find-index.
    perform record-count times
        if find-index >= record-count
            move 1 to find-index
        else
            add 1 to find-index
        end-if
        move find-index to current-record
        move find-field to field-index
        perform decode-field
        if find-numeric = "Y"
            if decoded-bad = "N" and num-value = find-value
                move find-index to find-found
                exit perform
            end-if
        else
            if trim(decoded-text) = trim(command-value)
                move find-index to find-found
                exit perform
            end-if
        end-if
    end-perform.
    if find-found = 0
        *> a full circle ends on the record the search started from
        move "find: value not found" to message-text
        move find-index to current-record
    else
        move find-found to current-record
    end-if.

edit-field section.
    perform resolve-command-field.
    if field-index = 0
        move "edit: no such field" to message-text
        exit section
    end-if.
    if fld-type(field-index) = "9" or "P" or "B"
        if fld-size(field-index) > 9 and fld-type(field-index) = "P"
            move "edit: packed field wider than 17 digits" to message-text
            exit section
        end-if
        if fld-size(field-index) > 18 and fld-type(field-index) = "9"
            move "edit: zoned field wider than 18 digits" to message-text
            exit section
        end-if
        if fld-size(field-index) > 8 and fld-type(field-index) = "B"
            move "edit: binary field wider than 8 bytes" to message-text
            exit section
        end-if
    end-if.
    if rec-len(current-record) < 2048
            and fld-offset(field-index) + fld-size(field-index) - 1
                > rec-len(current-record)
        move "edit: field lies beyond this record's length"
            to message-text
        exit section
    end-if.
    if change-count >= CHANGE-LIMIT
        move "edit refused: too many unsaved changes, save first"
            to message-text
        exit section
    end-if.
    perform decode-field.
    move decoded-text to old-text.
    move trim(command-value) to entry-text.
    move rec-data(current-record)
        (fld-offset(field-index):fld-size(field-index))
        to field-slice.
    move field-slice to new-slice.
    move "N" to entry-bad.
    evaluate fld-type(field-index)
    when "P"
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
    if entry-bad = "Y"
        move concatenate("edit refused: ", trim(entry-reason))
            to message-text
        exit section
    end-if.
    move new-slice(1:fld-size(field-index))
        to rec-data(current-record)
            (fld-offset(field-index):fld-size(field-index)).
    perform decode-field.
    add 1 to change-count.
    move current-record to chg-record(change-count).
    move fld-name(field-index) to chg-field(change-count).
    move old-text to chg-old(change-count).
    move decoded-text to chg-new(change-count).
    move concatenate(trim(fld-name(field-index)), " changed")
        to message-text.

decode-field section.
    *> the field of the current record, as a display string
    move SPACE to decoded-text field-slice.
    move "N" to decoded-bad.
    move rec-data(current-record)
        (fld-offset(field-index):fld-size(field-index))
        to field-slice.
    evaluate fld-type(field-index)
    when "P"
        perform decode-packed-field
        perform show-number
    when "B"
        perform decode-binary-field
        perform show-number
    when "9"
        perform decode-zoned-field
        perform show-number
    when "D"
        perform show-text
        perform check-date-value
    when "V"
        perform show-text
        perform check-coded-value
    when other
        perform show-text
    end-evaluate.

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

show-number section.
    if decoded-bad = "Y"
        *> not a valid value: show the bytes, flagged
        perform show-text
        move "Y" to decoded-bad
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
    if fld-size(field-index) > 9
        move "Y" to decoded-bad
        exit section
    end-if.
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
    if fld-size(field-index) > 8
        move "Y" to decoded-bad
        exit section
    end-if.
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
    move "N" to leading-sign.
    if fld-size(field-index) > 18
        move "Y" to decoded-bad
        exit section
    end-if.
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
        move "Y" to leading-sign
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
        end-if
    else
        move field-slice to new-slice
        perform check-date-digits
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
    end-if.

parse-entry-number section.
    *> the typed value, scaled to the field's decimal places, into
    *> num-value; sign, digits and at most one decimal point
    move "N" to entry-bad entry-point entry-negative.
    move SPACE to entry-reason.
    move 0 to num-value entry-fraction entry-digits.
    move fld-scale(field-index) to num-scale.
    move length(trim(entry-text)) to entry-length.
    if entry-text = SPACE
        move "Y" to entry-bad
        move "no value given" to entry-reason
        exit section
    end-if.
    move trim(entry-text) to entry-text.
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
    perform parse-entry-number.
    if entry-bad = "Y"
        exit section
    end-if.
    *> keep the sign convention the field already carries: a leading
    *> separate sign stays leading, otherwise a trailing overpunch
    move "N" to leading-sign.
    move 1 to scan-idx.
    perform until scan-idx > fld-size(field-index)
            or field-slice(scan-idx:1) not = SPACE
        add 1 to scan-idx
    end-perform.
    if scan-idx <= fld-size(field-index)
        if field-slice(scan-idx:1) = "-" or field-slice(scan-idx:1) = "+"
            move "Y" to leading-sign
        end-if
    end-if.
    if num-value < 0 and fld-signed(field-index) = "N"
            and leading-sign = "N"
        move "Y" to entry-bad
        move "the field is unsigned" to entry-reason
        exit section
    end-if.
    move fld-size(field-index) to digit-capacity.
    if leading-sign = "Y"
        subtract 1 from digit-capacity
    end-if.
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
    if leading-sign = "Y"
        if num-value < 0
            move "-" to new-slice(1:1)
        else
            move "+" to new-slice(1:1)
        end-if
        move num-digits(19 - digit-capacity:digit-capacity)
            to new-slice(2:digit-capacity)
    else
        move num-digits(19 - digit-capacity:digit-capacity)
            to new-slice(1:digit-capacity)
        if num-value < 0
            compute nibble-byte = ord(new-slice(digit-capacity:1))
                - ord("0") + ord("p")
            move char(nibble-byte) to new-slice(digit-capacity:1)
        end-if
    end-if.

encode-date-field section.
    perform encode-text-field.
    if entry-bad = "Y" or entry-text = SPACE
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
    if length(trim(entry-text trailing)) > fld-size(field-index)
            and entry-text not = SPACE
        move "Y" to entry-bad
        move "value longer than the field" to entry-reason
        exit section
    end-if.
    move SPACE to new-slice.
    move entry-text to new-slice(1:fld-size(field-index)).

save-dataset section.
    if change-count = 0
        move "nothing to save" to message-text
        exit section
    end-if.
    move "OPENO" to ds-verb.
    move 1 to ds-handle.
    move dataset-path to ds-path.
    call "dataset-io" using ds-req-1.
    if not edit-io-ok
        move concatenate("save failed: cannot rewrite dataset (",
                ds-status, ")")
            to message-text
        exit section
    end-if.
    move "WRITE" to ds-verb.
    move 1 to pick-nr.
    perform until pick-nr > record-count
        move rec-data(pick-nr) to ds-record
        move rec-len(pick-nr) to ds-rec-len
        call "dataset-io" using ds-req-1
        if not edit-io-ok
            move pick-nr to ws-num-edit
            move concatenate("save failed at record ", trim(ws-num-edit),
                    " (", ds-status, ")")
                to message-text
            move record-count to pick-nr
        end-if
        add 1 to pick-nr
    end-perform.
    move "CLOSE" to ds-verb.
    call "dataset-io" using ds-req-1.
    if message-text not = SPACE
        exit section
    end-if.

    *> one audit line per changed field
    move "EDIT" to audit-verb.
    move 1 to change-index.
    perform until change-index > change-count
        move chg-record(change-index) to ws-num-edit
        move concatenate(trim(dataset-path), "#", trim(ws-num-edit), ".",
                trim(chg-field(change-index)))
            to audit-object
        move chg-old(change-index) to audit-old
        move chg-new(change-index) to audit-new
        perform write-audit-line
        add 1 to change-index
    end-perform.
    move change-count to ws-num-edit.
    move 0 to change-count.
    perform refresh-registry.
    evaluate true
    when reg-refreshed > 0
        move concatenate("saved, ", trim(ws-num-edit),
                " change(s) audited, registry checksum refreshed")
            to message-text
    when reg-crc-unavailable = "Y"
        move concatenate("saved, ", trim(ws-num-edit),
                " change(s) audited; no crc32 here, run fixture-registry"
                " REFRESH")
            to message-text
    when reg-not-refreshed not = SPACE
        move concatenate("saved, ", trim(ws-num-edit),
                " change(s) audited; registry checksum not refreshed: ",
                trim(reg-not-refreshed))
            to message-text
    when other
        move concatenate("saved, ", trim(ws-num-edit),
                " change(s) audited")
            to message-text
    end-evaluate.

refresh-registry section.
    *> a registered fixture gets its chained checksum re-baselined, the
    *> way fixture-registry REFRESH does it: refused under a change
    *> freeze unless overridden, audited once the registry is rewritten
    move 0 to reg-refreshed.
    move "N" to reg-crc-unavailable.
    move SPACE to reg-not-refreshed.
    if is-empty of registry-file
        exit section
    end-if.
    perform resolve-physical-path.
    move 0 to reg-count.
    open input registry.
    if not registry-ok
        exit section
    end-if.
    move SPACE to registry-file-status.
    perform until registry-eof
        read registry
            at end
                move "10" to registry-file-status
            not at end
                if trim(registry-line) not = SPACE
                        and registry-line(1:1) not = "#"
                    add 1 to reg-count
                    if reg-count > FIXTURE-REG-LIMIT
                        display "Fatal: registry exceeds "
                            FIXTURE-REG-LIMIT " entries" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    move SPACE to reg-crc-txt
                    unstring registry-line delimited by all SPACE
                        into reg-suite(reg-count)
                             reg-path(reg-count)
                             reg-crc-txt
                    end-unstring
                    move reg-crc-txt to reg-crc(reg-count)
                    move "N" to reg-changed(reg-count)
                end-if
        end-read
    end-perform.
    close registry.
    move 1 to reg-index.
    perform until reg-index > reg-count
        if trim(reg-path(reg-index)) = trim(physical-path)
            if crc-missing
                move "Y" to reg-crc-unavailable
                exit section
            end-if
            move reg-path(reg-index) to fixture-data-path
            perform compute-fixture-crc
            if fixture-crc-missing = "N"
                    and fixture-crc-result not = reg-crc(reg-index)
                move reg-crc(reg-index) to reg-old-crc(reg-index)
                move fixture-crc-result to reg-crc(reg-index)
                move "Y" to reg-changed(reg-index)
                add 1 to reg-refreshed
            end-if
        end-if
        add 1 to reg-index
    end-perform.
    if reg-refreshed = 0
        exit section
    end-if.
    move "REFRESH" to freeze-verb.
    move registry-file to freeze-object.
    perform check-freeze.
    if is-freeze-refused
        move 0 to reg-refreshed
        move "change freeze" to reg-not-refreshed
        exit section
    end-if.
    open output registry.
    if not registry-ok
        move 0 to reg-refreshed
        move "cannot rewrite registry" to reg-not-refreshed
        exit section
    end-if.
    move 1 to reg-index.
    perform until reg-index > reg-count
        move concatenate(trim(reg-suite(reg-index)), " ",
                trim(reg-path(reg-index)), " ",
                reg-crc(reg-index))
            to registry-line
        write registry-line
        add 1 to reg-index
    end-perform.
    close registry.
    *> the registry holds the new checksums: now the audit trail
    move 1 to reg-index.
    perform until reg-index > reg-count
        if is-reg-changed(reg-index)
            move "REFRESH" to audit-verb
            move reg-path(reg-index) to audit-object
            move reg-old-crc(reg-index) to audit-old
            move reg-crc(reg-index) to audit-new
            perform write-audit-line
        end-if
        add 1 to reg-index
    end-perform.

resolve-physical-path section.
    *> the file name the registry knows: DD: resolved, organization
    *> prefix dropped
    move dataset-path to physical-path.
    if physical-path(1:3) = "DD:"
        move SPACE to dd-resolved
        call "dd-resolve" using physical-path(4:253), dd-resolved
        move dd-resolved to physical-path
    end-if.
    evaluate true
    when physical-path(1:4) = "RDW:"
        move physical-path(5:) to physical-path
    when physical-path(1:3) = "IX:" or physical-path(1:3) = "RL:"
        move physical-path(4:) to physical-path
    when physical-path(1:3) = "FB:"
        move SPACE to fb-len-txt
        move 4 to fb-pointer
        unstring physical-path delimited by ":"
            into fb-len-txt
            with pointer fb-pointer
        end-unstring
        move physical-path(fb-pointer:) to physical-path
    end-evaluate.

compute-fixture-crc section.
    *> chained line crc, the same scheme the runner verifies:
    *> crc(n) = crc32(crc(n-1) || line(n)), seeded "00000000"
    move "N" to fixture-crc-missing.
    move "00000000" to fixture-crc-result.
    open input fixture-data.
    if not fixture-data-ok
        move "Y" to fixture-crc-missing
        exit section
    end-if.
    move SPACE to fixture-data-status.
    perform until fixture-data-eof
        read fixture-data
            at end
                move "10" to fixture-data-status
            not at end
                move concatenate(fixture-crc-result, fixture-data-line)
                    to fixture-crc-input
                move crc32(fixture-crc-input) to fixture-crc-result
        end-read
    end-perform.
    close fixture-data.

write-audit-line section.
    *> the shop-common audit record every maintenance program writes:
    *> timestamp|program|verb|object|old|new|operator
    accept audit-operator from environment "USER"
        on exception
            move "(unknown)" to audit-operator
    end-accept.
    if audit-operator = SPACE
        move "(unknown)" to audit-operator
    end-if.
    open extend audit.
    if not audit-ok
        open output audit
    end-if.
    if audit-ok
        move concatenate(current-date(1:14), "|fixture-editor|",
                trim(audit-verb), "|", trim(audit-object), "|",
                trim(audit-old), "|", trim(audit-new), "|",
                trim(audit-operator))
            to audit-line
        write audit-line
        close audit
    end-if.

resolve-freeze-file section.
    *> the change-freeze calendar gcblunit --freeze reads
    move SPACE to freeze-env.
    accept freeze-env from environment "GCBLUNIT_FREEZE"
        on exception
            move SPACE to freeze-env
    end-accept.
    if freeze-env not = SPACE
        move freeze-env to freeze-file
    end-if.

check-freeze section.
    *> the change-freeze calendar, "from|to|level|reason" per line with
    *> YYYYMMDD dates inclusive: whatever the level, freeze-verb of
    *> freeze-object is refused on a frozen date unless
    *> GCBLUNIT_FREEZE_OVERRIDE gives the emergency's reason -- then it
    *> goes ahead, with a FREEZE-OVERRIDE line on the audit trail; the
    *> outcome goes on the message line, not over the screen
    move "N" to freeze-refused.
    perform load-freeze.
    if not is-freeze-found
        exit section
    end-if.
    move SPACE to freeze-override.
    accept freeze-override from environment "GCBLUNIT_FREEZE_OVERRIDE"
        on exception
            move SPACE to freeze-override
    end-accept.
    if freeze-override = SPACE
        move "Y" to freeze-refused
        exit section
    end-if.
    accept freeze-operator from environment "USER"
        on exception
            move "(unknown)" to freeze-operator
    end-accept.
    if freeze-operator = SPACE
        move "(unknown)" to freeze-operator
    end-if.
    open extend audit.
    if not audit-ok
        open output audit
    end-if.
    if audit-ok
        move concatenate(current-date(1:14), "|fixture-editor|FREEZE-OVERRIDE|",
                trim(freeze-object), "|", trim(freeze-reason), "|",
                trim(freeze-override), "|", trim(freeze-operator))
            to audit-line
        write audit-line
        close audit
    end-if.

load-freeze section.
    *> the freeze covering today, if any; a HARD range wins
    move "N" to freeze-found.
    move current-date(1:8) to freeze-today.
    open input freeze.
    if not freeze-ok
        *> no calendar means nothing is frozen
        exit section
    end-if.
    move SPACE to freeze-file-status.
    perform until freeze-eof
        read freeze
            at end
                move "10" to freeze-file-status
            not at end
                if trim(freeze-line) not = SPACE
                        and freeze-line(1:1) not = "#"
                    move SPACE to freeze-scan-from freeze-scan-to
                        freeze-scan-level freeze-scan-reason
                    unstring freeze-line delimited by "|"
                        into freeze-scan-from freeze-scan-to
                             freeze-scan-level freeze-scan-reason
                    end-unstring
                    move upper-case(freeze-scan-level) to freeze-scan-level
                    if freeze-scan-from <= freeze-today
                            and freeze-scan-to >= freeze-today
                            and (not is-freeze-found or freeze-level not = "HARD")
                        move "Y" to freeze-found
                        move freeze-scan-from to freeze-from
                        move freeze-scan-to to freeze-to
                        move freeze-scan-level to freeze-level
                        move freeze-scan-reason to freeze-reason
                    end-if
                end-if
        end-read
    end-perform.
    close freeze.
end program fixture-editor.
