       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit fixture fuzzing driver
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  The suites feed clean fixtures; production abends come from the
*>  records nobody cleaned. This takes one clean fixture and its
*>  fixed-load layout ("name:offset:length:type" entries separated by
*>  ";", type X text, 9 zoned digits, P packed-decimal, B binary, D a
*>  date with fixture-age's optional format as the fifth element) and
*>  replaces one record of it (--record, the first by default) with a
*>  mutated copy, one mutation per variant:
*>    P   sign-nibble digit-nibble spaces low-values
*>    9   non-digit spaces low-values
*>    D   zero-date nines-date not-leap century-not-leap month-13
*>        day-32 first-date last-date   (8-byte dates; others get the
*>        zero and nines dates only)
*>    X   low-values high-values embedded-null
*>    B   high-values low-bound
*>    the record itself: short-half short-one empty overlong
*>        low-values high-values
*>  Every variant is run through the program under test in a child
*>  process of its own under timeout(1), the way gcblunit --isolate
*>  runs a suite, handed the variant as DD_<name> (--ddname) or else as
*>  its last argument. A run that ends on a signal, on a libcob runtime
*>  error, or on a return code outside the --accept-rc list (0,4,8,12,16
*>  by default -- the condition codes a clean reject may set) is an
*>  ABEND; one still running after --timeout seconds is a RUNAWAY.
*>  Every ABEND and RUNAWAY variant is saved to the --save directory
*>  (work/regress by default) as a ready-made regression fixture named
*>  after the fixture, variant, field and mutation, and listed in
*>  fuzz-findings.txt there with the reason. The clean fixture is run
*>  first and must itself run clean. The fixture is read and written
*>  byte-exact: --reclen N for fixed-length records, else records end
*>  at each newline.
*>  Exit codes: 0 every variant was rejected cleanly, 4 an abend or
*>  runaway was found, 2 usage (or a clean fixture that does not run
*>  clean), 3 a limit exceeded.
*>
*>  Usage:
*>    fixture-fuzz "program" "layout" clean.dat [--ddname NAME]
*>        [--record N] [--reclen N] [--timeout secs] [--accept-rc list]
*>        [--work dir] [--save dir]
identification division.
program-id. fixture-fuzz.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select run-log-in assign to dynamic run-log
    organization is line sequential
    file status is run-log-status.
    select findings-out assign to dynamic findings-file
    organization is line sequential
    file status is findings-status.
data division.
file section.
fd run-log-in.
    01 run-log-line pic x(512).
fd findings-out.
    01 findings-line pic x(512).
working-storage section.
    78 LAYOUT-LIMIT value 64.
    78 FIXTURE-LIMIT value 1048576.
    78 RECORD-LIMIT value 4096.
    01 argv pic x(512).
        88 option-ddname value "--ddname".
        88 option-record value "--record".
        88 option-reclen value "--reclen".
        88 option-timeout value "--timeout".
        88 option-accept-rc value "--accept-rc".
        88 option-work value "--work".
        88 option-save value "--save".
    01 program-command pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 layout-spec pic x(512) value SPACE.
        88 is-empty value SPACE.
    01 fixture-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 dd-name pic x(32) value SPACE.
    01 env-name pic x(40).
    01 record-arg pic x(9).
    01 target-record usage binary-long unsigned value 1.
    01 reclen-arg pic x(9).
    01 ws-reclen usage binary-long unsigned value 0.
    01 timeout-arg pic x(9).
    01 timeout-seconds usage binary-long unsigned value 10.
    01 timeout-edit pic z(8)9.
    01 accept-list pic x(64) value "0,4,8,12,16".
    01 work-dir pic x(200) value "/tmp/gcblunit-fuzz".
    01 save-dir pic x(200) value SPACE.
    01 fixture-base pic x(64).
    01 base-scan usage binary-long unsigned.

    *> the layout, rolled up the way fixed-load rolls it up
    01 field-count usage binary-long unsigned value 0.
    01 layout-tbl.
        03 layout-field occurs LAYOUT-LIMIT times.
            05 fld-name pic x(32).
            05 fld-offset usage binary-long unsigned.
            05 fld-size usage binary-long unsigned.
            05 fld-type pic x.
            05 fld-format pic x(8).
    01 spec-pointer usage binary-long unsigned.
    01 spec-length usage binary-long unsigned.
    01 spec-entry pic x(80).
    01 fld-offset-txt pic x(9).
    01 fld-length-txt pic x(9).
    01 fld-type-txt pic x(4).
    01 fld-format-txt pic x(8).
    01 field-index usage binary-long unsigned.

    *> the clean fixture, byte-exact, and the record being mutated
    01 fixture-data pic x(FIXTURE-LIMIT).
    01 fixture-size usage binary-long unsigned value 0.
    01 target-start usage binary-long unsigned.
    01 target-length usage binary-long unsigned.
    01 suffix-start usage binary-long unsigned.
    01 suffix-length usage binary-long unsigned.
    01 record-seen usage binary-long unsigned.
    01 scan-pos usage binary-long unsigned.
    01 clean-record pic x(RECORD-LIMIT).
    01 mutant-record pic x(8192).
    01 mutant-length usage binary-long unsigned.
    01 byte-value usage binary-long unsigned.
    01 nibble-high usage binary-long unsigned.
    01 nibble-low usage binary-long unsigned.
    01 date-year pic x(4).
    01 date-month pic x(2).
    01 date-day pic x(2).
    01 date-text pic x(8).

    *> byte-exact I/O through the CBL_ file routines
    01 io-handle pic x(4).
    01 io-offset pic x(8) usage comp-x.
    01 io-open-name pic x(256).
    01 io-access-input pic x usage comp-x value 1.
    01 io-access-output pic x usage comp-x value 2.
    01 io-deny-mode pic x usage comp-x value 0.
    01 io-device pic x usage comp-x value 0.
    01 io-count pic x(4) usage comp-x.
    01 io-flags pic x usage comp-x value 0.
    01 io-size-flag pic x usage comp-x value 128.

    *> one variant's run
    01 variant-path pic x(256).
    01 run-log pic x(256).
    01 run-log-status pic x(2).
        88 run-log-ok value "00".
        88 run-log-eof value "10".
    01 shell-command pic x(1024).
    01 run-rc usage binary-long.
    01 rc-edit pic zz9.
    01 rc-text pic x(4).
    01 accept-pointer usage binary-long unsigned.
    01 accept-entry pic x(9).
    01 rc-accepted pic x.
    01 libcob-hits usage binary-long unsigned.
    01 field-label pic x(32).
    01 mutation-name pic x(20).
    01 is-baseline pic x value "N".
    01 outcome pic x(8).
        88 outcome-clean value "clean".
    01 outcome-reason pic x(256).
    01 saved-path pic x(512).
    01 findings-file pic x(256).
    01 findings-status pic x(2).
        88 findings-ok value "00".

    01 variant-count usage binary-long unsigned value 0.
    01 variant-edit pic 9(3).
    01 clean-count usage binary-long unsigned value 0.
    01 abend-count usage binary-long unsigned value 0.
    01 runaway-count usage binary-long unsigned value 0.
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
    01 ws-num-edit3 pic z(8)9.
    01 ws-num-edit4 pic z(8)9.
procedure division.
    accept program-command from ARGUMENT-VALUE.
    accept layout-spec from ARGUMENT-VALUE.
    accept fixture-file from ARGUMENT-VALUE.
    if is-empty of program-command or is-empty of layout-spec
            or is-empty of fixture-file
        display "Usage: fixture-fuzz program layout clean.dat"
            " [--ddname NAME] [--record N] [--reclen N] [--timeout secs]"
            " [--accept-rc list] [--work dir] [--save dir]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to argv.
    accept argv from ARGUMENT-VALUE.
    perform until argv = SPACE
        evaluate TRUE
        when option-ddname
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to dd-name
        when option-record
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to record-arg
            move numval(record-arg) to target-record
        when option-reclen
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to reclen-arg
            move numval(reclen-arg) to ws-reclen
        when option-timeout
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to timeout-arg
            move numval(timeout-arg) to timeout-seconds
        when option-accept-rc
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to accept-list
        when option-work
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to work-dir
        when option-save
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to save-dir
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
            stop run
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if target-record = 0 or timeout-seconds = 0
        display "Error: --record and --timeout must be positive" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if ws-reclen > RECORD-LIMIT
        display "Fatal: --reclen exceeds " RECORD-LIMIT " bytes" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.

    perform load-layout.
    perform load-fixture.
    perform locate-target-record.

    call "CBL_CREATE_DIR" using work-dir.
    if save-dir = SPACE
        move concatenate(trim(work-dir), "/regress") to save-dir
    end-if.
    call "CBL_CREATE_DIR" using save-dir.
    move 0 to RETURN-CODE.
    move concatenate(trim(work-dir), "/variant.dat") to variant-path.
    move concatenate(trim(work-dir), "/run.log") to run-log.
    move concatenate(trim(save-dir), "/fuzz-findings.txt") to findings-file.
    perform name-fixture-base.
    move timeout-seconds to timeout-edit.

    *> the unmutated fixture, through the same writer, must run clean
    *> or nothing the variants do means anything
    move "Y" to is-baseline.
    move "(fixture)" to field-label.
    move "none" to mutation-name.
    perform start-mutant.
    perform run-variant.
    if not outcome-clean
        display "Error: the clean fixture does not run clean: "
            trim(outcome) " rc " trim(rc-text) upon syserr
        if outcome-reason not = SPACE
            display "  " trim(outcome-reason) upon syserr
        end-if
        move 2 to RETURN-CODE
        stop run
    end-if.
    move "N" to is-baseline.
    move target-record to ws-num-edit.
    display "fixture-fuzz: clean fixture rc " trim(rc-text)
        ", mutating record " trim(ws-num-edit) " of "
        trim(fixture-file).

    move 1 to field-index.
    perform until field-index > field-count
        if fld-offset(field-index) > 0 and fld-size(field-index) > 0
                and fld-offset(field-index) + fld-size(field-index) - 1
                    <= target-length
            move fld-name(field-index) to field-label
            perform fuzz-field
        end-if
        add 1 to field-index
    end-perform.
    move "(record)" to field-label.
    perform fuzz-record.

    move variant-count to ws-num-edit.
    move abend-count to ws-num-edit2.
    move runaway-count to ws-num-edit3.
    move clean-count to ws-num-edit4.
    display "fixture-fuzz: " trim(ws-num-edit) " variant(s), "
        trim(ws-num-edit2) " abend(s), " trim(ws-num-edit3)
        " runaway(s), " trim(ws-num-edit4) " clean".
    if abend-count + runaway-count > 0
        display "  regression fixtures in " trim(save-dir)
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
                fld-format-txt
            unstring spec-entry delimited by ":"
                into fld-name(field-count) fld-offset-txt
                     fld-length-txt fld-type-txt fld-format-txt
            end-unstring
            move numval(fld-offset-txt) to fld-offset(field-count)
            move numval(fld-length-txt) to fld-size(field-count)
            move upper-case(fld-type-txt(1:1)) to fld-type(field-count)
            move upper-case(fld-format-txt) to fld-format(field-count)
            if fld-format(field-count) = SPACE
                move "YYYYMMDD" to fld-format(field-count)
            end-if
        end-if
    end-perform.
    if field-count = 0
        display "Error: empty layout specification" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

load-fixture section.
    move fixture-file to io-open-name.
    call "CBL_OPEN_FILE" using io-open-name, io-access-input,
        io-deny-mode, io-device, io-handle.
    if RETURN-CODE not = 0
        display "Error opening " trim(fixture-file) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    *> the size first, then the whole file in one read
    move 0 to io-offset io-count.
    call "CBL_READ_FILE" using io-handle, io-offset, io-count,
        io-size-flag, fixture-data.
    if io-offset > FIXTURE-LIMIT
        display "Fatal: " trim(fixture-file) " exceeds " FIXTURE-LIMIT
            " bytes" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move io-offset to fixture-size.
    if fixture-size > 0
        move 0 to io-offset
        move fixture-size to io-count
        call "CBL_READ_FILE" using io-handle, io-offset, io-count,
            io-flags, fixture-data
    end-if.
    call "CBL_CLOSE_FILE" using io-handle.
    move 0 to RETURN-CODE.

locate-target-record section.
    if ws-reclen > 0
        compute target-start = (target-record - 1) * ws-reclen + 1
        move ws-reclen to target-length
        if target-start + target-length - 1 > fixture-size
            move 0 to target-length
        end-if
    else
        *> records end at each newline; the newline stays in the suffix
        move 1 to target-start
        move 1 to record-seen
        move 1 to scan-pos
        perform until record-seen = target-record or scan-pos > fixture-size
            if fixture-data(scan-pos:1) = x"0A"
                add 1 to record-seen
                compute target-start = scan-pos + 1
            end-if
            add 1 to scan-pos
        end-perform
        move 0 to target-length
        if record-seen = target-record and target-start <= fixture-size
            move target-start to scan-pos
            perform until scan-pos > fixture-size
                    or fixture-data(scan-pos:1) = x"0A"
                add 1 to scan-pos
            end-perform
            compute target-length = scan-pos - target-start
        end-if
    end-if.
    if target-length = 0
        move target-record to ws-num-edit
        display "Error: " trim(fixture-file) " has no record "
            trim(ws-num-edit) " to mutate" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    if target-length > RECORD-LIMIT
        display "Fatal: record exceeds " RECORD-LIMIT " bytes" upon syserr
        move 3 to RETURN-CODE
        stop run
    end-if.
    move SPACE to clean-record.
    move fixture-data(target-start:target-length)
        to clean-record(1:target-length).
    compute suffix-start = target-start + target-length.
    compute suffix-length = fixture-size - suffix-start + 1.

name-fixture-base section.
    *> the fixture's file name without directory or extension
    move 0 to base-scan.
    move 1 to scan-pos.
    perform until scan-pos > length(trim(fixture-file))
        if fixture-file(scan-pos:1) = "/"
            move scan-pos to base-scan
        end-if
        add 1 to scan-pos
    end-perform.
    move fixture-file(base-scan + 1:) to fixture-base.
    move length(trim(fixture-base)) to scan-pos.
    perform until scan-pos < 2 or fixture-base(scan-pos:1) = "."
        subtract 1 from scan-pos
    end-perform.
    if scan-pos > 1
        move SPACE to fixture-base(scan-pos:)
    end-if.
    move lower-case(fixture-base) to fixture-base.

*>*
*> the mutations
*>*
fuzz-field section.
    evaluate fld-type(field-index)
    when "P"
        *> a sign nibble of 0 is no sign at all
        move "sign-nibble" to mutation-name
        perform start-mutant
        compute scan-pos = fld-offset(field-index) + fld-size(field-index) - 1
        compute byte-value = ord(mutant-record(scan-pos:1)) - 1
        divide byte-value by 16 giving nibble-high remainder nibble-low
        compute byte-value = nibble-high * 16
        move char(byte-value + 1) to mutant-record(scan-pos:1)
        perform run-variant
        *> a C in a digit position
        move "digit-nibble" to mutation-name
        perform start-mutant
        move fld-offset(field-index) to scan-pos
        compute byte-value = ord(mutant-record(scan-pos:1)) - 1
        divide byte-value by 16 giving nibble-high remainder nibble-low
        compute byte-value = 12 * 16 + nibble-low
        move char(byte-value + 1) to mutant-record(scan-pos:1)
        perform run-variant
        move "spaces" to mutation-name
        perform start-mutant
        move all SPACE to mutant-record(fld-offset(field-index)
            :fld-size(field-index))
        perform run-variant
        move "low-values" to mutation-name
        perform start-mutant
        move all LOW-VALUE to mutant-record(fld-offset(field-index)
            :fld-size(field-index))
        perform run-variant
    when "9"
        move "non-digit" to mutation-name
        perform start-mutant
        move "A" to mutant-record(fld-offset(field-index):1)
        perform run-variant
        move "spaces" to mutation-name
        perform start-mutant
        move all SPACE to mutant-record(fld-offset(field-index)
            :fld-size(field-index))
        perform run-variant
        move "low-values" to mutation-name
        perform start-mutant
        move all LOW-VALUE to mutant-record(fld-offset(field-index)
            :fld-size(field-index))
        perform run-variant
    when "D"
        move "zero-date" to mutation-name
        perform start-mutant
        move all "0" to mutant-record(fld-offset(field-index)
            :fld-size(field-index))
        perform run-variant
        move "nines-date" to mutation-name
        perform start-mutant
        move all "9" to mutant-record(fld-offset(field-index)
            :fld-size(field-index))
        perform run-variant
        if fld-size(field-index) = 8
            move "not-leap" to mutation-name
            move "2023" to date-year
            move "02" to date-month
            move "29" to date-day
            perform run-date-variant
            move "century-not-leap" to mutation-name
            move "1900" to date-year
            perform run-date-variant
            move "month-13" to mutation-name
            move "2024" to date-year
            move "13" to date-month
            move "01" to date-day
            perform run-date-variant
            move "day-32" to mutation-name
            move "01" to date-month
            move "32" to date-day
            perform run-date-variant
            move "first-date" to mutation-name
            move "0001" to date-year
            move "01" to date-month
            move "01" to date-day
            perform run-date-variant
            move "last-date" to mutation-name
            move "9999" to date-year
            move "12" to date-month
            move "31" to date-day
            perform run-date-variant
        end-if
    when "B"
        move "high-values" to mutation-name
        perform start-mutant
        move all HIGH-VALUE to mutant-record(fld-offset(field-index)
            :fld-size(field-index))
        perform run-variant
        *> the most negative value the field holds
        move "low-bound" to mutation-name
        perform start-mutant
        move all LOW-VALUE to mutant-record(fld-offset(field-index)
            :fld-size(field-index))
        move x"80" to mutant-record(fld-offset(field-index):1)
        perform run-variant
    when other
        move "low-values" to mutation-name
        perform start-mutant
        move all LOW-VALUE to mutant-record(fld-offset(field-index)
            :fld-size(field-index))
        perform run-variant
        move "high-values" to mutation-name
        perform start-mutant
        move all HIGH-VALUE to mutant-record(fld-offset(field-index)
            :fld-size(field-index))
        perform run-variant
        *> binary zeros inside an otherwise intact value
        move "embedded-null" to mutation-name
        perform start-mutant
        compute scan-pos = fld-offset(field-index)
            + fld-size(field-index) / 2
        move LOW-VALUE to mutant-record(scan-pos:1)
        perform run-variant
    end-evaluate.

run-date-variant section.
    evaluate fld-format(field-index)
    when "DDMMYYYY"
        move concatenate(date-day, date-month, date-year) to date-text
    when "MMDDYYYY"
        move concatenate(date-month, date-day, date-year) to date-text
    when other
        move concatenate(date-year, date-month, date-day) to date-text
    end-evaluate.
    perform start-mutant.
    move date-text to mutant-record(fld-offset(field-index):8).
    perform run-variant.

fuzz-record section.
    move "short-half" to mutation-name.
    perform start-mutant.
    divide 2 into mutant-length.
    perform run-variant.
    move "short-one" to mutation-name.
    perform start-mutant.
    move 1 to mutant-length.
    perform run-variant.
    move "empty" to mutation-name.
    perform start-mutant.
    move 0 to mutant-length.
    perform run-variant.
    *> the record twice over, as a missing record separator leaves it
    move "overlong" to mutation-name.
    perform start-mutant.
    move clean-record(1:target-length)
        to mutant-record(target-length + 1:target-length).
    compute mutant-length = target-length * 2.
    perform run-variant.
    move "low-values" to mutation-name.
    perform start-mutant.
    move all LOW-VALUE to mutant-record(1:target-length).
    perform run-variant.
    move "high-values" to mutation-name.
    perform start-mutant.
    move all HIGH-VALUE to mutant-record(1:target-length).
    perform run-variant.

start-mutant section.
    move SPACE to mutant-record.
    move clean-record(1:target-length) to mutant-record(1:target-length).
    move target-length to mutant-length.

*>*
*> one variant: written, run in its own child, judged, kept if bad
*>*
run-variant section.
    perform write-variant.
    if dd-name not = SPACE
        move concatenate("DD_", trim(dd-name)) to env-name
        set environment env-name to trim(variant-path)
        move concatenate("timeout -k 2 ", trim(timeout-edit), " ",
                trim(program-command), " >", trim(run-log), " 2>&1")
            to shell-command
    else
        move concatenate("timeout -k 2 ", trim(timeout-edit), " ",
                trim(program-command), " ", trim(variant-path),
                " >", trim(run-log), " 2>&1")
            to shell-command
    end-if.
    call "SYSTEM" using shell-command.
    move RETURN-CODE to run-rc.
    move 0 to RETURN-CODE.
    *> SYSTEM hands back the raw wait(2) status: the exit code in the
    *> high byte, a signal that ended the shell in the low one
    if run-rc >= 256
        divide run-rc by 256 giving run-rc
    else
        if run-rc > 0
            compute run-rc = 128 + function mod(run-rc, 128)
        end-if
    end-if.
    move run-rc to rc-edit.
    move trim(rc-edit) to rc-text.
    perform judge-run.
    if is-baseline = "Y"
        exit section
    end-if.

    add 1 to variant-count.
    move variant-count to variant-edit.
    evaluate outcome
    when "ABEND"
        add 1 to abend-count
    when "RUNAWAY"
        add 1 to runaway-count
    when other
        add 1 to clean-count
    end-evaluate.
    display "  " outcome " rc " rc-edit "  " variant-edit " "
        trim(field-label) " " trim(mutation-name).
    if not outcome-clean
        perform save-finding
    end-if.

write-variant section.
    move variant-path to io-open-name.
    call "CBL_CREATE_FILE" using io-open-name, io-access-output,
        io-deny-mode, io-device, io-handle.
    if RETURN-CODE not = 0
        display "Error writing " trim(variant-path) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move 0 to io-offset.
    if target-start > 1
        compute io-count = target-start - 1
        call "CBL_WRITE_FILE" using io-handle, io-offset, io-count,
            io-flags, fixture-data
        add io-count to io-offset
    end-if.
    if mutant-length > 0
        move mutant-length to io-count
        call "CBL_WRITE_FILE" using io-handle, io-offset, io-count,
            io-flags, mutant-record
        add io-count to io-offset
    end-if.
    if suffix-length > 0
        move suffix-length to io-count
        call "CBL_WRITE_FILE" using io-handle, io-offset, io-count,
            io-flags, fixture-data(suffix-start:suffix-length)
    end-if.
    call "CBL_CLOSE_FILE" using io-handle.
    move 0 to RETURN-CODE.

judge-run section.
    move SPACE to outcome-reason.
    evaluate true
    when run-rc = 124 or run-rc = 137
        move "RUNAWAY" to outcome
        move concatenate("still running after ", trim(timeout-edit),
                " second(s)") to outcome-reason
        exit section
    when run-rc > 128
        move "ABEND" to outcome
        compute byte-value = run-rc - 128
        move byte-value to ws-num-edit
        move concatenate("ended by signal ", trim(ws-num-edit))
            to outcome-reason
    when other
        move "clean" to outcome
    end-evaluate.

    *> the runtime's own error report beats any return code
    open input run-log-in.
    if run-log-ok
        move SPACE to run-log-status
        perform until run-log-eof
            read run-log-in
                at end
                    move "10" to run-log-status
                not at end
                    *> a libcob warning (an implicit CLOSE on a reject)
                    *> is no abend; its errors are
                    move 0 to libcob-hits
                    inspect run-log-line tallying libcob-hits
                        for all "libcob:"
                    if libcob-hits > 0
                        move 0 to libcob-hits
                        inspect run-log-line tallying libcob-hits
                            for all "error:"
                    end-if
                    if libcob-hits > 0
                        move "ABEND" to outcome
                        move run-log-line to outcome-reason
                        move "10" to run-log-status
                    end-if
            end-read
        end-perform
        close run-log-in
    end-if.
    if not outcome-clean
        exit section
    end-if.

    move "N" to rc-accepted.
    move 1 to accept-pointer.
    perform until accept-pointer > length(trim(accept-list))
            or rc-accepted = "Y"
        move SPACE to accept-entry
        unstring accept-list delimited by ","
            into accept-entry
            with pointer accept-pointer
        end-unstring
        if accept-entry not = SPACE and test-numval(accept-entry) = 0
            if numval(accept-entry) = run-rc
                move "Y" to rc-accepted
            end-if
        end-if
    end-perform.
    if rc-accepted = "N"
        move "ABEND" to outcome
        move concatenate("return code ", trim(rc-text),
                " is not a clean reject (", trim(accept-list), ")")
            to outcome-reason
    end-if.

save-finding section.
    move concatenate(trim(save-dir), "/", trim(fixture-base), "-",
            variant-edit, "-", lower-case(trim(field-label)), "-",
            trim(mutation-name), ".dat")
        to saved-path.
    inspect saved-path replacing all "(" by "_" all ")" by "_".
    call "CBL_COPY_FILE" using variant-path, saved-path.
    move 0 to RETURN-CODE.
    display "      " trim(outcome-reason).
    display "      saved as " trim(saved-path).
    open extend findings-out.
    if not findings-ok
        open output findings-out
    end-if.
    if findings-ok
        move concatenate(trim(saved-path), "|", trim(outcome), "|",
                trim(rc-text), "|", trim(field-label), "|",
                trim(mutation-name), "|", trim(outcome-reason))
            to findings-line
        write findings-line
        close findings-out
    end-if.
end program fixture-fuzz.
