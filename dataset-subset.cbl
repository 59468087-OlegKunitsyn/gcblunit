       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit referentially consistent dataset subsetter
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Cuts a small fixture set out of related production extracts --
*>  customers, their accounts, the accounts' transactions -- without
*>  the orphans a random cut of each file leaves behind. The
*>  relationship file names every dataset with its fixed-load layout
*>  and how selection flows between them:
*>    DATASET cust FB:200:/prod/cust.dat FB:200:/fix/cust.dat layout
*>    DATASET acct FB:120:/prod/acct.dat FB:120:/fix/acct.dat layout
*>    RELATE  cust.custno  acct.custno
*>    RELATE  acct.acctno  txn.acctno
*>  (input and output paths take the dataset-io prefixes; "#" lines
*>  are comments). The driving dataset is cut by the selection rule:
*>    --every N          the 1st, N+1st, 2N+1st ... record
*>    --range low high   key between low and high inclusive
*>    --keys file        key listed in the file, one per line
*>  and every other dataset keeps exactly the records whose RELATE
*>  field value occurs in the selected records of the dataset the
*>  RELATE names first -- all of them, when more than one RELATE
*>  leads into it. A lookup file referenced by a child is pulled in
*>  the same way ("RELATE txn.merchno merch.merchno"). Keys compare as
*>  text for X fields and by numeric value for 9, P and B fields.
*>
*>  With --mask the fixture-mask rules file ("field RULE" or
*>  "dataset.field RULE" lines, NULL / SHUFFLE / RANDOM / HASH) is
*>  applied to the selected records in storage before anything is
*>  written, so no unmasked production record ever lands on disk. The
*>  relations are resolved on the unmasked keys; mask a key field
*>  with HASH, which is deterministic, so the joins still line up in
*>  the fixture. HASH needs the sha-256 and string libraries linked
*>  in. A "field CHECK scheme" line recomputes the field's check
*>  digit(s) after masking, as fixture-mask does; it needs the
*>  checkdigit library linked in. Per dataset the selected and total
*>  record counts are printed.
*>  Requires gcblunit's dataset-io (and dd-resolve for "DD:" paths)
*>  linked in.
*>
*>  Usage:
*>    dataset-subset relations.txt driver.field --every N|--range low
*>        high|--keys keys.txt [--mask rules.txt] [--seed N]
*>        [--dd assignments]
identification division.
program-id. dataset-subset.
environment division.
configuration section.
repository.
    function all intrinsic
    function byte-to-hex
    function check-digit-apply.
input-output section.
file-control.
    select relations assign to dynamic relations-file
    organization is line sequential
    file status is relations-file-status.
    select key-list assign to dynamic keys-file
    organization is line sequential
    file status is key-list-status.
    select rules assign to dynamic rules-file
    organization is line sequential
    file status is rules-file-status.
data division.
file section.
fd relations.
    01 relations-line pic x(2048).
fd key-list.
    01 key-list-line pic x(256).
fd rules.
    01 rules-line pic x(256).
working-storage section.
    78 DATASET-LIMIT value 16.
    78 LAYOUT-LIMIT value 64.
    78 RELATE-LIMIT value 32.
    78 SUBSET-LIMIT value 5000.
    78 KEY-LIMIT value 20000.
    78 RULE-LIMIT value 64.
    01 argv pic x(512).
        88 option-every value "--every".
        88 option-range value "--range".
        88 option-keys value "--keys".
        88 option-mask value "--mask".
        88 option-seed value "--seed".
        88 option-dd value "--dd".
    01 relations-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 driver-arg pic x(80) value SPACE.
        88 is-empty value SPACE.
    01 keys-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 rules-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 dd-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 selection-rule pic x value SPACE.
        88 is-empty value SPACE.
        88 rule-every value "E".
        88 rule-range value "R".
        88 rule-keys value "K".
    01 every-arg pic x(9).
    01 every-n usage binary-long unsigned value 0.
    01 range-low-arg pic x(64) value SPACE.
    01 range-high-arg pic x(64) value SPACE.
    01 range-low pic x(64).
    01 range-high pic x(64).
    01 seed-arg pic x(9).
    01 ws-seed usage binary-long value 1.
    01 ws-random-seed usage float-long.
    01 relations-file-status pic x(2).
        88 relations-ok value "00".
        88 relations-eof value "10".
    01 key-list-status pic x(2).
        88 key-list-ok value "00".
        88 key-list-eof value "10".
    01 rules-file-status pic x(2).
        88 rules-ok value "00".
        88 rules-eof value "10".

    *> the dataset-io conversation
    01 ds-req-1.
        03 ds-verb pic x(5).
        03 ds-handle pic 9.
        03 ds-status pic x(2).
            88 subset-io-ok value "00".
            88 subset-io-eof value "10".
        03 ds-key-len usage binary-long unsigned.
        03 ds-rec-len usage binary-long unsigned.
        03 ds-path pic x(256).
        03 ds-key pic x(64).
        03 ds-record pic x(2048).
    77 dsio-pointer usage program-pointer.
        88 dsio-missing value NULL.
    77 sha-pointer usage program-pointer.
        88 sha-missing value NULL.

    *> the relationship file: datasets with their layouts, relations
    01 dataset-count usage binary-long unsigned value 0.
    01 dataset-tbl.
        03 dataset-entry occurs DATASET-LIMIT times.
            05 dset-name pic x(32).
            05 dset-input pic x(256).
            05 dset-output pic x(256).
            05 dset-field-count usage binary-long unsigned.
            05 dset-field occurs LAYOUT-LIMIT times.
                07 dfld-name pic x(32).
                07 dfld-offset usage binary-long unsigned.
                07 dfld-size usage binary-long unsigned.
                07 dfld-type pic x.
                07 dfld-rule pic x(8).
                07 dfld-check pic x(48).
            05 dset-resolved pic x.
            05 dset-total usage binary-long unsigned.
            05 dset-selected usage binary-long unsigned.
    01 dataset-index usage binary-long unsigned.
    01 relate-count usage binary-long unsigned value 0.
    01 relate-tbl.
        03 relate-entry occurs RELATE-LIMIT times.
            05 rel-from-set usage binary-long unsigned.
            05 rel-from-field usage binary-long unsigned.
            05 rel-to-set usage binary-long unsigned.
            05 rel-to-field usage binary-long unsigned.
    01 relate-index usage binary-long unsigned.
    01 driver-set usage binary-long unsigned value 0.
    01 driver-field usage binary-long unsigned value 0.
    01 relations-line-nr usage binary-long unsigned value 0.
    01 line-verb pic x(16).
    01 line-arg-1 pic x(256).
    01 line-arg-2 pic x(256).
    01 line-arg-3 pic x(256).
    01 line-arg-4 pic x(2048).
    01 ref-text pic x(80).
    01 ref-set-name pic x(32).
    01 ref-field-name pic x(32).
    01 ref-set usage binary-long unsigned.
    01 ref-field usage binary-long unsigned.
    01 layout-spec pic x(2048).
    01 spec-pointer usage binary-long unsigned.
    01 spec-length usage binary-long unsigned.
    01 spec-entry pic x(80).
    01 fld-offset-txt pic x(9).
    01 fld-length-txt pic x(9).
    01 fld-type-txt pic x(4).
    01 field-index usage binary-long unsigned.
    01 progress-made pic x.
    01 sources-ready pic x.

    *> the selected records of the dataset in hand
    01 subset-count usage binary-long unsigned value 0.
    01 subset-tbl.
        03 subset-entry occurs SUBSET-LIMIT times.
            05 sub-data pic x(2048).
            05 sub-len usage binary-long unsigned.
    01 subset-index usage binary-long unsigned.
    01 record-number usage binary-long unsigned.
    01 record-selected pic x.
    01 work-record pic x(2048).

    *> selected key values, sorted by relation then value: relation
    *> 0 holds the --keys list for the driver
    01 key-count usage binary-long unsigned value 0.
    01 key-tbl.
        03 key-entry pic x(67) occurs KEY-LIMIT times.
    01 key-probe.
        03 probe-relation pic 9(3).
        03 probe-value pic x(64).
    01 key-low usage binary-long unsigned.
    01 key-high usage binary-long unsigned.
    01 key-mid usage binary-long unsigned.
    01 key-found pic x.
    01 key-shift usage binary-long unsigned.

    *> one field as a comparable key: X as text, numbers canonical
    *> ("0" and 18 digits, negatives "-" and the digits' complement)
    01 canon-key pic x(64).
    01 canon-value usage binary-double.
    01 canon-digits pic 9(18).
    01 canon-bad pic x.
    01 canon-set usage binary-long unsigned.
    01 canon-field usage binary-long unsigned.
    01 field-slice pic x(2048).
    01 scan-idx usage binary-long unsigned.
    01 scan-char pic x.
    01 nibble-byte usage binary-long unsigned.
    01 nibble-high usage binary-long unsigned.
    01 nibble-low usage binary-long unsigned.
    01 decode-sign usage binary-long signed.
    01 wide-value pic 9(20).

    *> --mask: the fixture-mask rules
    01 rule-count usage binary-long unsigned value 0.
    01 rule-tbl.
        03 rule-entry occurs RULE-LIMIT times.
            05 rule-target pic x(80).
            05 rule-action pic x(8).
            05 rule-scheme pic x(48).
            05 rule-used pic x.
    01 rule-index usage binary-long unsigned.
    01 rule-name pic x(80).
    01 rule-verb pic x(8).
    01 rule-scheme-arg pic x(48).
    01 qualified-name pic x(80).
    01 needs-hash pic x value "N".
    01 needs-check pic x value "N".
    77 checkdigit-pointer usage program-pointer.
        88 checkdigit-missing value NULL.
    01 check-result pic x(64).
    01 mask-field-count usage binary-long unsigned.
    01 shuffle-index usage binary-long unsigned.
    01 shuffle-swap usage binary-long unsigned.
    01 shuffle-temp pic x(2048).
    01 random-digit usage binary-long unsigned.
    01 byte-work usage binary-long unsigned.
    01 hash-input pic x(2048).
    01 hash-input-len usage binary-double unsigned.
    01 hash-raw pic x(32).
    01 hash-hex pic x(64).
    01 hash-scan usage binary-long unsigned.
    01 mask-offset usage binary-long unsigned.
    01 mask-size usage binary-long unsigned.
    01 mask-type pic x.

    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
procedure division.
    accept relations-file from ARGUMENT-VALUE.
    accept driver-arg from ARGUMENT-VALUE.
    if is-empty of relations-file or is-empty of driver-arg
        display "Usage: dataset-subset relations.txt driver.field"
            " --every N|--range low high|--keys keys.txt"
            " [--mask rules.txt] [--seed N] [--dd assignments]"
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-every
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to every-arg
            move numval(every-arg) to every-n
            set rule-every to true
        when option-range
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to range-low-arg
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to range-high-arg
            set rule-range to true
        when option-keys
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to keys-file
            set rule-keys to true
        when option-mask
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to rules-file
        when option-seed
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to seed-arg
            move numval(seed-arg) to ws-seed
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
    if is-empty of selection-rule
        display "Error: a selection rule is required:"
            " --every N, --range low high or --keys file" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if rule-every and every-n = 0
        display "Error: --every needs a count of 1 or more" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move function random(ws-seed) to ws-random-seed.

    set dsio-pointer to entry "dataset-io".
    if dsio-missing
        display "Error: dataset-subset needs gcblunit's dataset-io"
            " compiled and linked in" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if not is-empty of dd-file
        call "dd-load" using dd-file
    end-if.

    perform load-relations.
    perform resolve-driver.
    if not is-empty of rules-file
        perform load-rules
    end-if.
    if needs-hash = "Y"
        set sha-pointer to entry "SHA256"
        if sha-missing
            display "Error: HASH rule needs the sha-256 library"
                " compiled and linked in" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
    end-if.
    if needs-check = "Y"
        set checkdigit-pointer to entry "check-digit-calc"
        if checkdigit-missing
            display "Error: CHECK rule needs the checkdigit library"
                " compiled and linked in" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
    end-if.
    if rule-keys
        perform load-key-list
    end-if.
    if rule-range
        move range-low-arg to canon-key
        perform canonical-argument
        move canon-key to range-low
        move range-high-arg to canon-key
        perform canonical-argument
        move canon-key to range-high
    end-if.

    *> the driver first, then every dataset whose sources are done
    move driver-set to dataset-index.
    perform subset-one-dataset.
    move "Y" to progress-made.
    perform until progress-made = "N"
        move "N" to progress-made
        move 1 to dataset-index
        perform until dataset-index > dataset-count
            if dset-resolved(dataset-index) = "N"
                perform check-sources-ready
                if sources-ready = "Y"
                    perform subset-one-dataset
                    move "Y" to progress-made
                end-if
            end-if
            add 1 to dataset-index
        end-perform
    end-perform.
    move 1 to dataset-index.
    perform until dataset-index > dataset-count
        if dset-resolved(dataset-index) = "N"
            display "Warning: " trim(dset-name(dataset-index))
                " is not reachable from the driver through RELATE lines"
                " (or sits on a cycle); not written" upon syserr
        end-if
        add 1 to dataset-index
    end-perform.
    move 1 to rule-index.
    perform until rule-index > rule-count
        if rule-used(rule-index) = "N"
            display "Warning: rule names unknown field "
                trim(rule-target(rule-index)) upon syserr
        end-if
        add 1 to rule-index
    end-perform.
    move 0 to RETURN-CODE.
    stop run.

*>*
*> the relationship file
*>*
load-relations section.
    open input relations.
    if not relations-ok
        display "Error opening " trim(relations-file) ": "
            relations-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to relations-file-status.
    perform until relations-eof
        read relations
            at end
                move "10" to relations-file-status
            not at end
                add 1 to relations-line-nr
                if trim(relations-line) not = SPACE
                        and trim(relations-line)(1:1) not = "#"
                    perform note-relations-line
                end-if
        end-read
    end-perform.
    close relations.
    if dataset-count = 0
        display "Error: " trim(relations-file) " names no DATASET"
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

note-relations-line section.
    move SPACE to line-verb line-arg-1 line-arg-2 line-arg-3 line-arg-4.
    unstring trim(relations-line) delimited by all SPACE
        into line-verb line-arg-1 line-arg-2 line-arg-3 line-arg-4
    end-unstring.
    evaluate upper-case(line-verb)
    when "DATASET"
        if line-arg-4 = SPACE
            move "DATASET needs name, input, output and layout"
                to line-arg-4
            perform relations-line-error
        end-if
        move line-arg-1 to ref-set-name
        perform find-dataset
        if ref-set > 0
            move "dataset named twice" to line-arg-4
            perform relations-line-error
        end-if
        add 1 to dataset-count
        if dataset-count > DATASET-LIMIT
            display "Fatal: more than " DATASET-LIMIT " datasets" upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        move line-arg-1 to dset-name(dataset-count)
        move line-arg-2 to dset-input(dataset-count)
        move line-arg-3 to dset-output(dataset-count)
        move line-arg-4 to layout-spec
        move "N" to dset-resolved(dataset-count)
        move 0 to dset-total(dataset-count) dset-selected(dataset-count)
        move dataset-count to dataset-index
        perform load-layout
    when "RELATE"
        if line-arg-2 = SPACE
            move "RELATE needs from.field and to.field" to line-arg-4
            perform relations-line-error
        end-if
        add 1 to relate-count
        if relate-count > RELATE-LIMIT
            display "Fatal: more than " RELATE-LIMIT " RELATE lines"
                upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        move line-arg-1 to ref-text
        perform resolve-reference
        move ref-set to rel-from-set(relate-count)
        move ref-field to rel-from-field(relate-count)
        move line-arg-2 to ref-text
        perform resolve-reference
        move ref-set to rel-to-set(relate-count)
        move ref-field to rel-to-field(relate-count)
        if rel-from-set(relate-count) = rel-to-set(relate-count)
            move "RELATE within one dataset" to line-arg-4
            perform relations-line-error
        end-if
    when other
        move concatenate("unknown keyword ", trim(line-verb)) to line-arg-4
        perform relations-line-error
    end-evaluate.

relations-line-error section.
    move relations-line-nr to ws-num-edit.
    display "Error: " trim(relations-file) " line " trim(ws-num-edit)
        ": " trim(line-arg-4) upon syserr.
    move 2 to RETURN-CODE.
    stop run.

load-layout section.
    move 0 to dset-field-count(dataset-index).
    move 1 to spec-pointer.
    move length(trim(layout-spec)) to spec-length.
    perform until spec-pointer > spec-length
        move SPACE to spec-entry
        unstring layout-spec delimited by ";"
            into spec-entry
            with pointer spec-pointer
        end-unstring
        if spec-entry not = SPACE
            add 1 to dset-field-count(dataset-index)
            move dset-field-count(dataset-index) to field-index
            if field-index > LAYOUT-LIMIT
                display "Fatal: layout exceeds " LAYOUT-LIMIT " fields" upon syserr
                move 3 to RETURN-CODE
                stop run
            end-if
            move SPACE to fld-offset-txt fld-length-txt fld-type-txt
            unstring spec-entry delimited by ":"
                into dfld-name(dataset-index, field-index) fld-offset-txt
                     fld-length-txt fld-type-txt
            end-unstring
            move numval(fld-offset-txt)
                to dfld-offset(dataset-index, field-index)
            move numval(fld-length-txt)
                to dfld-size(dataset-index, field-index)
            move upper-case(fld-type-txt(1:1))
                to dfld-type(dataset-index, field-index)
            move SPACE to dfld-rule(dataset-index, field-index)
            move SPACE to dfld-check(dataset-index, field-index)
            if dfld-offset(dataset-index, field-index) < 1
                    or dfld-size(dataset-index, field-index) < 1
                    or dfld-offset(dataset-index, field-index)
                        + dfld-size(dataset-index, field-index) > 2049
                move concatenate("field ",
                        trim(dfld-name(dataset-index, field-index)),
                        " lies outside a 2048-byte record")
                    to line-arg-4
                perform relations-line-error
            end-if
        end-if
    end-perform.
    if dset-field-count(dataset-index) = 0
        move "empty layout specification" to line-arg-4
        perform relations-line-error
    end-if.

find-dataset section.
    move 0 to ref-set.
    move 1 to scan-idx.
    perform until scan-idx > dataset-count
        if trim(dset-name(scan-idx)) = trim(ref-set-name)
            move scan-idx to ref-set
            move dataset-count to scan-idx
        end-if
        add 1 to scan-idx
    end-perform.

resolve-reference section.
    *> "dataset.field" into a dataset and field index
    move SPACE to ref-set-name ref-field-name.
    unstring ref-text delimited by "."
        into ref-set-name ref-field-name
    end-unstring.
    perform find-dataset.
    if ref-set = 0
        move concatenate("no DATASET ", trim(ref-set-name),
                " above this line")
            to line-arg-4
        perform relations-line-error
    end-if.
    move 0 to ref-field.
    move 1 to scan-idx.
    perform until scan-idx > dset-field-count(ref-set)
        if trim(dfld-name(ref-set, scan-idx)) = trim(ref-field-name)
            move scan-idx to ref-field
            move dset-field-count(ref-set) to scan-idx
        end-if
        add 1 to scan-idx
    end-perform.
    if ref-field = 0
        move concatenate("no field ", trim(ref-field-name), " in ",
                trim(ref-set-name))
            to line-arg-4
        perform relations-line-error
    end-if.

resolve-driver section.
    move driver-arg to ref-text.
    move SPACE to ref-set-name ref-field-name.
    unstring ref-text delimited by "."
        into ref-set-name ref-field-name
    end-unstring.
    perform find-dataset.
    if ref-set = 0
        display "Error: driver dataset " trim(ref-set-name)
            " is not in " trim(relations-file) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move ref-set to driver-set.
    move 1 to scan-idx.
    perform until scan-idx > dset-field-count(driver-set)
        if trim(dfld-name(driver-set, scan-idx)) = trim(ref-field-name)
            move scan-idx to driver-field
            move dset-field-count(driver-set) to scan-idx
        end-if
        add 1 to scan-idx
    end-perform.
    if driver-field = 0
        display "Error: driver key field " trim(ref-field-name)
            " is not in the " trim(ref-set-name) " layout" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

check-sources-ready section.
    *> ready once every dataset feeding it is done; one with no
    *> RELATE leading into it is not reachable from the driver
    move "N" to sources-ready.
    move 1 to relate-index.
    perform until relate-index > relate-count
        if rel-to-set(relate-index) = dataset-index
            if dset-resolved(rel-from-set(relate-index)) = "N"
                move "N" to sources-ready
                exit section
            end-if
            move "Y" to sources-ready
        end-if
        add 1 to relate-index
    end-perform.

*>*
*> the selection rule's inputs
*>*
load-key-list section.
    open input key-list.
    if not key-list-ok
        display "Error opening " trim(keys-file) ": " key-list-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to key-list-status.
    perform until key-list-eof
        read key-list
            at end
                move "10" to key-list-status
            not at end
                if key-list-line not = SPACE
                    move key-list-line to canon-key
                    perform canonical-argument
                    move 0 to probe-relation
                    move canon-key to probe-value
                    perform insert-key
                end-if
        end-read
    end-perform.
    close key-list.

canonical-argument section.
    *> a typed key into the driver field's comparable form
    if dfld-type(driver-set, driver-field) = "9" or "P" or "B"
        if test-numval(canon-key) = 0
            move numval(canon-key) to canon-value
            perform canonical-number
        end-if
    else
        move trim(canon-key) to canon-key
        if dfld-size(driver-set, driver-field) < 64
            move SPACE to canon-key(dfld-size(driver-set, driver-field) + 1:)
        end-if
    end-if.

*>*
*> one dataset: select, collect the keys it passes on, mask, write
*>*
subset-one-dataset section.
    move 0 to subset-count.
    move 0 to record-number.
    move "OPEN" to ds-verb.
    move 1 to ds-handle.
    move dset-input(dataset-index) to ds-path.
    call "dataset-io" using ds-req-1.
    if not subset-io-ok
        display "Error opening " trim(dset-input(dataset-index)) ": "
            ds-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move "READ" to ds-verb.
    call "dataset-io" using ds-req-1.
    perform until not subset-io-ok
        add 1 to record-number
        move ds-record to work-record
        if dataset-index = driver-set
            perform select-driver-record
        else
            perform select-related-record
        end-if
        if record-selected = "Y"
            add 1 to subset-count
            if subset-count > SUBSET-LIMIT
                display "Fatal: more than " SUBSET-LIMIT
                    " records selected from "
                    trim(dset-name(dataset-index)) upon syserr
                move 3 to RETURN-CODE
                stop run
            end-if
            move ds-record to sub-data(subset-count)
            move ds-rec-len to sub-len(subset-count)
        end-if
        move "READ" to ds-verb
        call "dataset-io" using ds-req-1
    end-perform.
    if not subset-io-eof
        move record-number to ws-num-edit
        display "Error reading " trim(dset-input(dataset-index)) ": "
            ds-status " after record " trim(ws-num-edit) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move "CLOSE" to ds-verb.
    call "dataset-io" using ds-req-1.
    move record-number to dset-total(dataset-index).
    move subset-count to dset-selected(dataset-index).

    perform collect-passed-keys.
    if rule-count > 0
        perform mask-subset
    end-if.
    perform write-subset.
    move "Y" to dset-resolved(dataset-index).

    move dset-selected(dataset-index) to ws-num-edit.
    move dset-total(dataset-index) to ws-num-edit2.
    display "dataset-subset: " trim(dset-name(dataset-index)) " "
        trim(ws-num-edit) " of " trim(ws-num-edit2) " selected into "
        trim(dset-output(dataset-index)).

select-driver-record section.
    move "N" to record-selected.
    evaluate true
    when rule-every
        if mod(record-number - 1, every-n) = 0
            move "Y" to record-selected
        end-if
    when rule-range
        move driver-set to canon-set
        move driver-field to canon-field
        perform canonical-field
        if canon-key >= range-low and canon-key <= range-high
            move "Y" to record-selected
        end-if
    when rule-keys
        move driver-set to canon-set
        move driver-field to canon-field
        perform canonical-field
        move 0 to probe-relation
        move canon-key to probe-value
        perform find-key
        move key-found to record-selected
    end-evaluate.

select-related-record section.
    *> kept only when every RELATE leading here finds its value
    move "N" to record-selected.
    move 1 to relate-index.
    perform until relate-index > relate-count
        if rel-to-set(relate-index) = dataset-index
            move dataset-index to canon-set
            move rel-to-field(relate-index) to canon-field
            perform canonical-field
            move relate-index to probe-relation
            move canon-key to probe-value
            perform find-key
            if key-found = "N"
                move "N" to record-selected
                exit section
            end-if
            move "Y" to record-selected
        end-if
        add 1 to relate-index
    end-perform.

collect-passed-keys section.
    move 1 to relate-index.
    perform until relate-index > relate-count
        if rel-from-set(relate-index) = dataset-index
            move 1 to subset-index
            perform until subset-index > subset-count
                move sub-data(subset-index) to work-record
                move dataset-index to canon-set
                move rel-from-field(relate-index) to canon-field
                perform canonical-field
                move relate-index to probe-relation
                move canon-key to probe-value
                perform insert-key
                add 1 to subset-index
            end-perform
        end-if
        add 1 to relate-index
    end-perform.

write-subset section.
    move "OPENO" to ds-verb.
    move 1 to ds-handle.
    move dset-output(dataset-index) to ds-path.
    call "dataset-io" using ds-req-1.
    if not subset-io-ok
        display "Error creating " trim(dset-output(dataset-index)) ": "
            ds-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move "WRITE" to ds-verb.
    move 1 to subset-index.
    perform until subset-index > subset-count
        move sub-data(subset-index) to ds-record
        move sub-len(subset-index) to ds-rec-len
        call "dataset-io" using ds-req-1
        if not subset-io-ok
            display "Error writing " trim(dset-output(dataset-index))
                ": " ds-status upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
        add 1 to subset-index
    end-perform.
    move "CLOSE" to ds-verb.
    call "dataset-io" using ds-req-1.

*>*
*> keys: canonical form and the sorted key table
*>*
canonical-field section.
    *> field canon-field of dataset canon-set in work-record
    move SPACE to canon-key field-slice.
    move work-record(dfld-offset(canon-set, canon-field)
            :dfld-size(canon-set, canon-field))
        to field-slice.
    move "N" to canon-bad.
    evaluate dfld-type(canon-set, canon-field)
    when "P"
        perform decode-packed-key
    when "9"
        perform decode-zoned-key
    when "B"
        perform decode-binary-key
    when other
        move "Y" to canon-bad
    end-evaluate.
    if canon-bad = "Y"
        *> text, or a number that does not decode: the bytes as they are
        if dfld-size(canon-set, canon-field) > 64
            move field-slice(1:64) to canon-key
        else
            move field-slice(1:dfld-size(canon-set, canon-field))
                to canon-key
        end-if
    else
        perform canonical-number
    end-if.

canonical-number section.
    move SPACE to canon-key.
    if canon-value < 0
        compute canon-digits = 999999999999999999 + canon-value
        move "-" to canon-key(1:1)
    else
        move canon-value to canon-digits
        move "0" to canon-key(1:1)
    end-if.
    move canon-digits to canon-key(2:18).

decode-packed-key section.
    move 0 to canon-value.
    move 1 to decode-sign.
    if dfld-size(canon-set, canon-field) > 9
        move "Y" to canon-bad
        exit section
    end-if.
    move 1 to scan-idx.
    perform until scan-idx > dfld-size(canon-set, canon-field)
        compute nibble-byte = ord(field-slice(scan-idx:1)) - 1
        divide nibble-byte by 16 giving nibble-high
            remainder nibble-low
        if nibble-high > 9
            move "Y" to canon-bad
        end-if
        if scan-idx = dfld-size(canon-set, canon-field)
            compute canon-value = canon-value * 10 + nibble-high
            if nibble-low = 13 or nibble-low = 11
                move -1 to decode-sign
            end-if
            if nibble-low < 10
                move "Y" to canon-bad
            end-if
        else
            if nibble-low > 9
                move "Y" to canon-bad
            end-if
            compute canon-value = canon-value * 100
                + nibble-high * 10 + nibble-low
        end-if
        add 1 to scan-idx
    end-perform.
    compute canon-value = canon-value * decode-sign.

decode-zoned-key section.
    *> display digits with an optional leading sign or trailing
    *> overpunch, the same reading fixture-editor gives them
    move 0 to canon-value.
    move 1 to decode-sign.
    if dfld-size(canon-set, canon-field) > 18
        move "Y" to canon-bad
        exit section
    end-if.
    move 1 to scan-idx.
    perform until scan-idx > dfld-size(canon-set, canon-field)
            or field-slice(scan-idx:1) not = SPACE
        add 1 to scan-idx
    end-perform.
    if scan-idx > dfld-size(canon-set, canon-field)
        move "Y" to canon-bad
        exit section
    end-if.
    if field-slice(scan-idx:1) = "-" or field-slice(scan-idx:1) = "+"
        if field-slice(scan-idx:1) = "-"
            move -1 to decode-sign
        end-if
        add 1 to scan-idx
    end-if.
    perform until scan-idx > dfld-size(canon-set, canon-field)
        move field-slice(scan-idx:1) to scan-char
        evaluate true
        when scan-char >= "0" and scan-char <= "9"
            compute canon-value = canon-value * 10
                + ord(scan-char) - ord("0")
        when scan-idx = dfld-size(canon-set, canon-field)
                and scan-char >= "p" and scan-char <= "y"
            compute canon-value = canon-value * 10
                + ord(scan-char) - ord("p")
            move -1 to decode-sign
        when scan-idx = dfld-size(canon-set, canon-field)
                and scan-char >= "J" and scan-char <= "R"
            compute canon-value = canon-value * 10
                + ord(scan-char) - ord("I")
            move -1 to decode-sign
        when scan-idx = dfld-size(canon-set, canon-field)
                and scan-char = "}"
            compute canon-value = canon-value * 10
            move -1 to decode-sign
        when scan-idx = dfld-size(canon-set, canon-field)
                and scan-char >= "A" and scan-char <= "I"
            compute canon-value = canon-value * 10
                + ord(scan-char) - ord("@")
        when scan-idx = dfld-size(canon-set, canon-field)
                and scan-char = "{"
            compute canon-value = canon-value * 10
        when other
            move "Y" to canon-bad
        end-evaluate
        add 1 to scan-idx
    end-perform.
    compute canon-value = canon-value * decode-sign.

decode-binary-key section.
    *> big-endian unsigned, the way dataset-sort orders B keys
    move 0 to wide-value.
    if dfld-size(canon-set, canon-field) > 7
        move "Y" to canon-bad
        exit section
    end-if.
    move 1 to scan-idx.
    perform until scan-idx > dfld-size(canon-set, canon-field)
        compute wide-value = wide-value * 256
            + ord(field-slice(scan-idx:1)) - 1
        add 1 to scan-idx
    end-perform.
    move wide-value to canon-value.

find-key section.
    *> binary search of key-tbl for key-probe
    move "N" to key-found.
    move 1 to key-low.
    move key-count to key-high.
    perform until key-low > key-high or key-found = "Y"
        compute key-mid = (key-low + key-high) / 2
        evaluate true
        when key-entry(key-mid) = key-probe
            move "Y" to key-found
        when key-entry(key-mid) < key-probe
            compute key-low = key-mid + 1
        when other
            if key-mid = 1
                move 0 to key-high
            else
                compute key-high = key-mid - 1
            end-if
        end-evaluate
    end-perform.

insert-key section.
    *> straight insertion behind the search's landing point, once
    perform find-key.
    if key-found = "Y"
        exit section
    end-if.
    if key-count >= KEY-LIMIT
        display "Fatal: more than " KEY-LIMIT " distinct related keys"
            upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move key-count to key-shift.
    perform until key-shift < key-low
        move key-entry(key-shift) to key-entry(key-shift + 1)
        subtract 1 from key-shift
    end-perform.
    move key-probe to key-entry(key-low).
    add 1 to key-count.

*>*
*> --mask: the fixture-mask rules, applied in storage
*>*
load-rules section.
    open input rules.
    if not rules-ok
        display "Error opening " trim(rules-file) ": " rules-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to rules-file-status.
    perform until rules-eof
        read rules
            at end
                move "10" to rules-file-status
            not at end
                if trim(rules-line) not = SPACE
                        and rules-line(1:1) not = "#"
                    perform note-rule-line
                end-if
        end-read
    end-perform.
    close rules.
    *> bind each rule to the fields it names, "dataset.field" first
    move 1 to dataset-index.
    perform until dataset-index > dataset-count
        move 1 to field-index
        perform until field-index > dset-field-count(dataset-index)
            move concatenate(trim(dset-name(dataset-index)), ".",
                    trim(dfld-name(dataset-index, field-index)))
                to qualified-name
            move 1 to rule-index
            perform until rule-index > rule-count
                if trim(rule-target(rule-index)) = trim(qualified-name)
                        and rule-action(rule-index) not = "CHECK"
                    move rule-action(rule-index)
                        to dfld-rule(dataset-index, field-index)
                    move "Y" to rule-used(rule-index)
                    move rule-count to rule-index
                end-if
                add 1 to rule-index
            end-perform
            if dfld-rule(dataset-index, field-index) = SPACE
                move 1 to rule-index
                perform until rule-index > rule-count
                    if trim(rule-target(rule-index))
                            = trim(dfld-name(dataset-index, field-index))
                            and rule-action(rule-index) not = "CHECK"
                        move rule-action(rule-index)
                            to dfld-rule(dataset-index, field-index)
                        move "Y" to rule-used(rule-index)
                        move rule-count to rule-index
                    end-if
                    add 1 to rule-index
                end-perform
            end-if
            *> a CHECK scheme binds the same way, alongside the rule
            move 1 to rule-index
            perform until rule-index > rule-count
                if trim(rule-target(rule-index)) = trim(qualified-name)
                        and rule-action(rule-index) = "CHECK"
                    move rule-scheme(rule-index)
                        to dfld-check(dataset-index, field-index)
                    move "Y" to rule-used(rule-index)
                    move rule-count to rule-index
                end-if
                add 1 to rule-index
            end-perform
            if dfld-check(dataset-index, field-index) = SPACE
                move 1 to rule-index
                perform until rule-index > rule-count
                    if trim(rule-target(rule-index))
                            = trim(dfld-name(dataset-index, field-index))
                            and rule-action(rule-index) = "CHECK"
                        move rule-scheme(rule-index)
                            to dfld-check(dataset-index, field-index)
                        move "Y" to rule-used(rule-index)
                        move rule-count to rule-index
                    end-if
                    add 1 to rule-index
                end-perform
            end-if
            add 1 to field-index
        end-perform
        add 1 to dataset-index
    end-perform.

note-rule-line section.
    move SPACE to rule-name rule-verb rule-scheme-arg.
    unstring rules-line delimited by all SPACE
        into rule-name rule-verb rule-scheme-arg
    end-unstring.
    move upper-case(rule-verb) to rule-verb.
    if rule-verb not = "NULL" and rule-verb not = "SHUFFLE"
            and rule-verb not = "RANDOM" and rule-verb not = "HASH"
            and rule-verb not = "CHECK"
        display "Error: unknown mask rule " trim(rule-verb) " for "
            trim(rule-name) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    add 1 to rule-count.
    if rule-count > RULE-LIMIT
        display "Fatal: more than " RULE-LIMIT " mask rules" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move rule-name to rule-target(rule-count).
    move rule-verb to rule-action(rule-count).
    move upper-case(rule-scheme-arg) to rule-scheme(rule-count).
    move "N" to rule-used(rule-count).
    if rule-verb = "HASH"
        move "Y" to needs-hash
    end-if.
    if rule-verb = "CHECK"
        move "Y" to needs-check
    end-if.

mask-subset section.
    move 1 to field-index.
    perform until field-index > dset-field-count(dataset-index)
        if dfld-rule(dataset-index, field-index) not = SPACE
            move dfld-offset(dataset-index, field-index) to mask-offset
            move dfld-size(dataset-index, field-index) to mask-size
            move dfld-type(dataset-index, field-index) to mask-type
            if dfld-rule(dataset-index, field-index) = "SHUFFLE"
                perform shuffle-subset-field
            else
                move 1 to subset-index
                perform until subset-index > subset-count
                    perform mask-one-field
                    add 1 to subset-index
                end-perform
            end-if
        end-if
        if dfld-check(dataset-index, field-index) not = SPACE
                and dfld-type(dataset-index, field-index) not = "P"
                and dfld-type(dataset-index, field-index) not = "B"
                and dfld-size(dataset-index, field-index) <= 64
            move dfld-offset(dataset-index, field-index) to mask-offset
            move dfld-size(dataset-index, field-index) to mask-size
            move 1 to subset-index
            perform until subset-index > subset-count
                move check-digit-apply(dfld-check(dataset-index, field-index),
                        sub-data(subset-index)(mask-offset:mask-size))
                    to check-result
                move check-result(1:mask-size)
                    to sub-data(subset-index)(mask-offset:mask-size)
                add 1 to subset-index
            end-perform
        end-if
        add 1 to field-index
    end-perform.

shuffle-subset-field section.
    *> Fisher-Yates over the selected records, as fixture-mask does
    move subset-count to shuffle-index.
    perform until shuffle-index < 2
        compute shuffle-swap =
            function integer(function random * shuffle-index) + 1
        move sub-data(shuffle-index)(mask-offset:mask-size)
            to shuffle-temp
        move sub-data(shuffle-swap)(mask-offset:mask-size)
            to sub-data(shuffle-index)(mask-offset:mask-size)
        move shuffle-temp(1:mask-size)
            to sub-data(shuffle-swap)(mask-offset:mask-size)
        subtract 1 from shuffle-index
    end-perform.

mask-one-field section.
    evaluate dfld-rule(dataset-index, field-index)
    when "NULL"
        evaluate mask-type
        when "P"
            *> packed zero: 0 nibbles with an F sign in the last byte
            move low-values to sub-data(subset-index)(mask-offset:mask-size)
            move x"0f"
                to sub-data(subset-index)(mask-offset + mask-size - 1:1)
        when "9"
            move all "0" to sub-data(subset-index)(mask-offset:mask-size)
        when "B"
            move low-values
                to sub-data(subset-index)(mask-offset:mask-size)
        when other
            move SPACE to sub-data(subset-index)(mask-offset:mask-size)
        end-evaluate
    when "RANDOM"
        perform randomize-field
    when "HASH"
        perform hash-field
    end-evaluate.

randomize-field section.
    *> format-preserving: digits stay digits, letters stay letters
    *> (case kept), packed digit nibbles re-rolled with the sign kept
    move 1 to scan-idx.
    perform until scan-idx > mask-size
        move sub-data(subset-index)(mask-offset + scan-idx - 1:1)
            to scan-char
        if mask-type = "P"
            compute byte-work = ord(scan-char) - 1
            compute nibble-low = mod(byte-work, 16)
            compute random-digit = integer(random * 10)
            if scan-idx = mask-size
                compute byte-work = random-digit * 16 + nibble-low
            else
                compute nibble-high = random-digit
                compute random-digit = integer(random * 10)
                compute byte-work = nibble-high * 16 + random-digit
            end-if
            move char(byte-work + 1)
                to sub-data(subset-index)(mask-offset + scan-idx - 1:1)
        else
            evaluate true
            when scan-char >= "0" and scan-char <= "9"
                compute byte-work = ord("0") + integer(random * 10)
                move char(byte-work)
                    to sub-data(subset-index)(mask-offset + scan-idx - 1:1)
            when scan-char >= "A" and scan-char <= "Z"
                compute byte-work = ord("A") + integer(random * 26)
                move char(byte-work)
                    to sub-data(subset-index)(mask-offset + scan-idx - 1:1)
            when scan-char >= "a" and scan-char <= "z"
                compute byte-work = ord("a") + integer(random * 26)
                move char(byte-work)
                    to sub-data(subset-index)(mask-offset + scan-idx - 1:1)
            end-evaluate
        end-if
        add 1 to scan-idx
    end-perform.

hash-field section.
    *> sha-256 hex of the original value, truncated to the field --
    *> deterministic, so the same key hashes alike in every dataset
    move SPACE to hash-input.
    move sub-data(subset-index)(mask-offset:mask-size) to hash-input.
    move mask-size to hash-input-len.
    call "SHA256" using hash-input(1:hash-input-len),
        hash-input-len, hash-raw.
    move SPACE to hash-hex.
    move 0 to hash-scan.
    perform until hash-scan >= 32
        move byte-to-hex(hash-raw(hash-scan + 1:1))
            to hash-hex(hash-scan * 2 + 1:2)
        add 1 to hash-scan
    end-perform.
    if mask-size > 64
        move hash-hex to sub-data(subset-index)(mask-offset:64)
    else
        move hash-hex(1:mask-size)
            to sub-data(subset-index)(mask-offset:mask-size)
    end-if.
end program dataset-subset.
