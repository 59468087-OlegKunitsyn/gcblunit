       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit configuration drift across environment profiles
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  DEV, UAT and PROD-parallel each run from their own catalog,
*>  quarantine list, known-issues register, routes file, DD assignment
*>  file, holiday file and fixture registry, and they drift apart
*>  until a suite passes in one and fails in another for reasons
*>  nobody can see. This compares two or more profiles' configuration
*>  entry by entry. A profile is given as the --config file its
*>  nightly run starts with (one token per line, as gcblunit reads
*>  it): the files named after --catalog, --quarantine,
*>  --known-issues, --routes, --dd, --holidays and --fixtures are the
*>  profile's configuration, and its --profile value is its name (the
*>  config file's name when it has none). Reported:
*>    CATALOG     a suite catalogued in one profile and not another,
*>                differing retries, quarantine flag, or budgets
*>                (maxsecs, maxcpums, maxpeakkb)
*>    QUARANTINE  a suite on one quarantine list and not another
*>    KNOWN       a known-issues entry (suite:key) missing or carrying
*>                another ticket
*>    ROUTES      a routing pattern missing or routed elsewhere
*>    DD          a DD name missing or resolving to another dataset
*>    HOLIDAY     a date that is a holiday in one calendar only
*>    FIXTURE     a registered fixture (suite:file name) missing or
*>                registered with another checksum
*>    FILE        a profile that names no such file, or one that
*>                cannot be read -- its entries are then left out of
*>                that area's comparison rather than all reported
*>  Each difference shows every profile's value ("-" absent, "n/a"
*>  no file). The --allow list names the differences that are meant
*>  to be there, one "area|key|field" per line ("*" matches any key
*>  or field, "#" starts a comment), e.g. "DD|PAYMAST|dataset" or
*>  "CATALOG|*|maxsecs"; those are still reported, marked allowed.
*>  The report goes to the console and to --report, every difference
*>  to the --csv file.
*>
*>  Usage:
*>    profile-drift profile.cfg profile.cfg... [--report path]
*>        [--csv path] [--allow path]
*>
*>  Exit code: 0 no drift beyond the allowed list, 1 drift beyond it,
*>  2 on a usage error.
identification division.
program-id. profile-drift.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select config-in assign to dynamic config-in-path
    organization is line sequential
    file status is config-in-status.
    select area-in assign to dynamic area-path
    organization is line sequential
    file status is area-in-status.
    select allow-in assign to dynamic allow-file
    organization is line sequential
    file status is allow-in-status.
    select report-out assign to dynamic report-file
    organization is line sequential
    file status is report-out-status.
    select csv-out assign to dynamic csv-file
    organization is line sequential
    file status is csv-status.
data division.
file section.
fd config-in.
    01 config-in-line pic x(256).
fd area-in.
    01 area-in-line pic x(1024).
fd allow-in.
    01 allow-in-line pic x(256).
fd report-out.
    01 report-out-line pic x(512).
fd csv-out.
    01 csv-line pic x(1024).
working-storage section.
    78 PROFILE-LIMIT value 6.
    78 AREA-COUNT value 8.
    78 SETTING-LIMIT value 10000.
    78 ALLOW-LIMIT value 500.
    78 TOKEN-LIMIT value 200.
    01 argv pic x(256).
        88 option-report value "--report".
        88 option-csv value "--csv".
        88 option-allow value "--allow".
    01 report-file pic x(256) value "profile-drift.txt".
    01 csv-file pic x(256) value "profile-drift.csv".
    01 allow-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 config-in-path pic x(256).
    01 area-path pic x(256).
    01 config-in-status pic x(2).
        88 config-in-ok value "00".
        88 config-in-eof value "10".
    01 area-in-status pic x(2).
        88 area-in-ok value "00".
        88 area-in-eof value "10".
    01 allow-in-status pic x(2).
        88 allow-in-ok value "00".
        88 allow-in-eof value "10".
    01 report-out-status pic x(2).
        88 report-out-ok value "00".
    01 csv-status pic x(2).
        88 csv-ok value "00".

    *> the profiles, and which of their configuration files could be
    *> read -- the areas in the order of area-names, FILE last
    01 profile-count usage binary-long unsigned value 0.
    01 profile-tbl.
        03 profile-entry occurs PROFILE-LIMIT times.
            05 profile-name pic x(16).
            05 profile-config pic x(256).
            05 profile-area occurs AREA-COUNT times.
                07 profile-area-file pic x(256).
                07 profile-area-loaded pic x.
                    88 is-area-loaded value "Y".
    01 profile-index usage binary-long unsigned.
    01 area-names value "CATALOG   QUARANTINEKNOWN     ROUTES    "
                      & "DD        HOLIDAY   FIXTURE   FILE      ".
        03 area-name pic x(10) occurs AREA-COUNT times.
    01 area-options value "--catalog     --quarantine  --known-issues"
                        & "--routes      --dd          --holidays    "
                        & "--fixtures    ".
        03 area-option pic x(14) occurs 7 times.
    01 area-index usage binary-long unsigned.

    *> one profile's --config tokens
    01 token-count usage binary-long unsigned.
    01 token-tbl.
        03 token-value pic x(256) occurs TOKEN-LIMIT times.
    01 token-index usage binary-long unsigned.

    *> every setting any profile has, with each profile's value;
    *> counts-absence Y compares a missing entry as "-", N compares
    *> only the profiles that have the entry (its absence is the
    *> business of the entry's own presence row)
    01 setting-count usage binary-long unsigned value 0.
    01 setting-tbl.
        03 setting-entry occurs SETTING-LIMIT times.
            05 setting-area usage binary-long unsigned.
            05 setting-key pic x(128).
            05 setting-field pic x(12).
            05 setting-counts-absence pic x.
            05 setting-value pic x(64) occurs PROFILE-LIMIT times.
            05 setting-drift pic x.
                88 is-drift value "Y".
            05 setting-allowed pic x.
                88 is-allowed value "Y".
    01 setting-index usage binary-long unsigned.
    01 setting-found usage binary-long unsigned.
    01 value-index usage binary-long unsigned.
    01 note-area usage binary-long unsigned.
    01 note-key pic x(128).
    01 note-field pic x(12).
    01 note-counts-absence pic x.
    01 note-value pic x(64).
    01 first-value pic x(64).
    01 first-seen pic x.

    *> the allowed differences
    01 allow-count usage binary-long unsigned value 0.
    01 allow-tbl.
        03 allow-entry occurs ALLOW-LIMIT times.
            05 allow-area pic x(10).
            05 allow-key pic x(128).
            05 allow-field pic x(12).
    01 allow-index usage binary-long unsigned.

    *> one configuration line, taken apart
    01 line-fields.
        03 line-field pic x(128) occurs 14 times.
    01 line-word pic x(256).
    01 line-name pic x(128).
    01 name-pos usage binary-long unsigned.
    01 scan-pos usage binary-long unsigned.

    01 drift-count usage binary-long unsigned value 0.
    01 allowed-count usage binary-long unsigned value 0.
    01 beyond-count usage binary-long unsigned value 0.
    01 shown-value pic x(64).
    01 report-area usage binary-long unsigned.
    01 ws-num-edit pic z(8)9.
    01 ws-num-edit2 pic z(8)9.
    01 ws-num-edit3 pic z(8)9.
procedure division.
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
        when option-allow
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to allow-file
        when argv(1:2) = "--"
            display "Error: unknown option " trim(argv) upon syserr
            perform show-usage
            move 2 to RETURN-CODE
            stop run
        when other
            if profile-count >= PROFILE-LIMIT
                display "Error: at most " PROFILE-LIMIT " profiles"
                    upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
            add 1 to profile-count
            move argv to profile-config(profile-count)
        end-evaluate
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if profile-count < 2
        perform show-usage
        move 2 to RETURN-CODE
        stop run
    end-if.

    move 1 to profile-index.
    perform until profile-index > profile-count
        perform load-profile
        add 1 to profile-index
    end-perform.
    if not is-empty of allow-file
        perform load-allowed
    end-if.
    perform compare-settings.
    perform write-report.
    perform write-csv.
    if beyond-count = 0
        move 0 to RETURN-CODE
    else
        move 1 to RETURN-CODE
    end-if.
    stop run.

show-usage section.
    display "Usage: profile-drift profile.cfg profile.cfg..."
        " [--report path] [--csv path] [--allow path]" upon syserr.

*>*
*> one profile: its --config tokens, then each configuration file
*>*
load-profile section.
    move profile-config(profile-index) to config-in-path.
    open input config-in.
    if not config-in-ok
        display "Error opening " trim(config-in-path) ": "
            config-in-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move 0 to token-count.
    move SPACE to config-in-status.
    perform until config-in-eof
        read config-in
            at end
                move "10" to config-in-status
            not at end
                if config-in-line not = SPACE and token-count < TOKEN-LIMIT
                    add 1 to token-count
                    move trim(config-in-line) to token-value(token-count)
                end-if
        end-read
    end-perform.
    close config-in.

    move profile-config(profile-index) to profile-name(profile-index).
    move 1 to token-index.
    perform until token-index >= token-count
        if token-value(token-index) = "--profile"
            move token-value(token-index + 1)
                to profile-name(profile-index)
        end-if
        move 1 to area-index
        perform until area-index > 7
            if token-value(token-index) = area-option(area-index)
                move token-value(token-index + 1)
                    to profile-area-file(profile-index, area-index)
            end-if
            add 1 to area-index
        end-perform
        add 1 to token-index
    end-perform.

    *> the FILE area is the one every profile always has
    move "Y" to profile-area-loaded(profile-index, AREA-COUNT).
    move 1 to area-index.
    perform until area-index > 7
        perform load-area-file
        add 1 to area-index
    end-perform.

load-area-file section.
    move "N" to profile-area-loaded(profile-index, area-index).
    move AREA-COUNT to note-area.
    move area-name(area-index) to note-key.
    move "file" to note-field.
    move "Y" to note-counts-absence.
    if profile-area-file(profile-index, area-index) = SPACE
        move SPACE to note-value
        perform note-setting
        exit section
    end-if.
    move profile-area-file(profile-index, area-index) to area-path.
    open input area-in.
    if not area-in-ok
        move "unreadable" to note-value
        perform note-setting
        exit section
    end-if.
    move "read" to note-value.
    perform note-setting.
    move "Y" to profile-area-loaded(profile-index, area-index).
    move area-index to note-area.
    move SPACE to area-in-status.
    perform until area-in-eof
        read area-in
            at end
                move "10" to area-in-status
            not at end
                if trim(area-in-line) not = SPACE
                        and area-in-line(1:1) not = "#"
                    evaluate area-index
                    when 1
                        perform take-catalog-line
                    when 2
                        perform take-quarantine-line
                    when 3
                        perform take-known-line
                    when 4
                        perform take-routes-line
                    when 5
                        perform take-dd-line
                    when 6
                        perform take-holiday-line
                    when 7
                        perform take-fixture-line
                    end-evaluate
                end-if
        end-read
    end-perform.
    close area-in.

take-catalog-line section.
    *> "suite|team|tags|retries|duration|Q|placement|depends|resources|
    *> maxstale|maxsecs|maxcpums|maxpeakkb|sensitive"
    move SPACE to line-fields.
    unstring area-in-line delimited by "|"
        into line-field(1) line-field(2) line-field(3) line-field(4)
             line-field(5) line-field(6) line-field(7) line-field(8)
             line-field(9) line-field(10) line-field(11) line-field(12)
             line-field(13) line-field(14)
    end-unstring.
    move trim(line-field(1)) to note-key.
    move "present" to note-field.
    move "Y" to note-counts-absence.
    move "Y" to note-value.
    perform note-setting.
    move "N" to note-counts-absence.
    move "retries" to note-field.
    move numval(line-field(4)) to ws-num-edit.
    move trim(ws-num-edit) to note-value.
    perform note-setting.
    move "quarantine" to note-field.
    if upper-case(trim(line-field(6))) = "Q"
        move "Y" to note-value
    else
        move "N" to note-value
    end-if.
    perform note-setting.
    move "maxsecs" to note-field.
    move numval(line-field(11)) to ws-num-edit.
    move trim(ws-num-edit) to note-value.
    perform note-setting.
    move "maxcpums" to note-field.
    move numval(line-field(12)) to ws-num-edit.
    move trim(ws-num-edit) to note-value.
    perform note-setting.
    move "maxpeakkb" to note-field.
    move numval(line-field(13)) to ws-num-edit.
    move trim(ws-num-edit) to note-value.
    perform note-setting.

take-quarantine-line section.
    *> one suite name per line
    move trim(area-in-line) to note-key.
    move "quarantined" to note-field.
    move "Y" to note-counts-absence.
    move "Y" to note-value.
    perform note-setting.

take-known-line section.
    *> "suite|key|ticket|note"
    move SPACE to line-fields.
    unstring area-in-line delimited by "|"
        into line-field(1) line-field(2) line-field(3) line-field(4)
    end-unstring.
    move concatenate(trim(line-field(1)), ":", trim(line-field(2)))
        to note-key.
    move "ticket" to note-field.
    move "Y" to note-counts-absence.
    move trim(line-field(3)) to note-value.
    if note-value = SPACE
        move "(none)" to note-value
    end-if.
    perform note-setting.

take-routes-line section.
    *> "pattern host:port team"
    move SPACE to line-fields.
    unstring area-in-line delimited by all SPACE
        into line-field(1) line-field(2) line-field(3)
    end-unstring.
    if line-field(1) = SPACE
        *> a leading blank leaves the first field empty
        move SPACE to line-fields
        move trim(area-in-line) to line-word
        unstring line-word delimited by all SPACE
            into line-field(1) line-field(2) line-field(3)
        end-unstring
    end-if.
    move line-field(1) to note-key.
    move "route" to note-field.
    move "Y" to note-counts-absence.
    move concatenate(trim(line-field(2)), " ", trim(line-field(3)))
        to note-value.
    perform note-setting.

take-dd-line section.
    *> "LOGICAL=physical-path", the DD name case-blind as dd-load has it
    move SPACE to line-fields.
    unstring area-in-line delimited by "="
        into line-field(1) line-field(2)
    end-unstring.
    move upper-case(trim(line-field(1))) to note-key.
    move "dataset" to note-field.
    move "Y" to note-counts-absence.
    move trim(line-field(2)) to note-value.
    perform note-setting.

take-holiday-line section.
    *> YYYYMMDD first on the line; a reason may follow
    move trim(area-in-line) to line-word.
    if line-word(1:8) is not numeric
        exit section
    end-if.
    move line-word(1:8) to note-key.
    move "holiday" to note-field.
    move "Y" to note-counts-absence.
    move "Y" to note-value.
    perform note-setting.

take-fixture-line section.
    *> "suite fixture-path crc32" -- keyed by the fixture's file name,
    *> since each profile keeps its fixtures in its own directory
    move SPACE to line-fields.
    move trim(area-in-line) to line-word.
    unstring line-word delimited by all SPACE
        into line-field(1) line-field(2) line-field(3)
    end-unstring.
    move 0 to name-pos.
    move 1 to scan-pos.
    perform until scan-pos > 128
        if line-field(2)(scan-pos:1) = "/"
            move scan-pos to name-pos
        end-if
        add 1 to scan-pos
    end-perform.
    move SPACE to line-name.
    if name-pos > 0 and name-pos < 128
        move line-field(2)(name-pos + 1:) to line-name
    else
        move line-field(2) to line-name
    end-if.
    move concatenate(trim(line-field(1)), ":", trim(line-name))
        to note-key.
    move "crc32" to note-field.
    move "Y" to note-counts-absence.
    move trim(line-field(3)) to note-value.
    perform note-setting.

note-setting section.
    *> this profile's value for (note-area, note-key, note-field)
    move 0 to setting-found.
    move 1 to setting-index.
    perform until setting-index > setting-count
        if setting-area(setting-index) = note-area
                and setting-key(setting-index) = note-key
                and setting-field(setting-index) = note-field
            move setting-index to setting-found
            exit perform
        end-if
        add 1 to setting-index
    end-perform.
    if setting-found = 0
        if setting-count >= SETTING-LIMIT
            display "Fatal: more than " SETTING-LIMIT
                " configuration entries" upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        add 1 to setting-count
        move setting-count to setting-found
        move note-area to setting-area(setting-found)
        move note-key to setting-key(setting-found)
        move note-field to setting-field(setting-found)
        move note-counts-absence to setting-counts-absence(setting-found)
        move SPACE to setting-drift(setting-found)
            setting-allowed(setting-found)
        move 1 to value-index
        perform until value-index > PROFILE-LIMIT
            move SPACE to setting-value(setting-found, value-index)
            add 1 to value-index
        end-perform
    end-if.
    move note-value to setting-value(setting-found, profile-index).

load-allowed section.
    open input allow-in.
    if not allow-in-ok
        display "Error opening " trim(allow-file) ": " allow-in-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to allow-in-status.
    perform until allow-in-eof
        read allow-in
            at end
                move "10" to allow-in-status
            not at end
                if trim(allow-in-line) not = SPACE
                        and allow-in-line(1:1) not = "#"
                        and allow-count < ALLOW-LIMIT
                    add 1 to allow-count
                    move SPACE to allow-entry(allow-count)
                    unstring allow-in-line delimited by "|"
                        into allow-area(allow-count) allow-key(allow-count)
                             allow-field(allow-count)
                    end-unstring
                    move upper-case(trim(allow-area(allow-count)))
                        to allow-area(allow-count)
                    move trim(allow-key(allow-count)) to allow-key(allow-count)
                    move trim(allow-field(allow-count))
                        to allow-field(allow-count)
                    if allow-field(allow-count) = SPACE
                        move "*" to allow-field(allow-count)
                    end-if
                end-if
        end-read
    end-perform.
    close allow-in.

*>*
*> the comparison
*>*
compare-settings section.
    move 1 to setting-index.
    perform until setting-index > setting-count
        move "N" to setting-drift(setting-index)
        move "N" to first-seen
        move 1 to profile-index
        perform until profile-index > profile-count
            move setting-area(setting-index) to area-index
            if is-area-loaded(profile-index, area-index)
                    and (setting-counts-absence(setting-index) = "Y"
                        or setting-value(setting-index, profile-index)
                            not = SPACE)
                if first-seen = "N"
                    move "Y" to first-seen
                    move setting-value(setting-index, profile-index)
                        to first-value
                else
                    if setting-value(setting-index, profile-index)
                            not = first-value
                        move "Y" to setting-drift(setting-index)
                    end-if
                end-if
            end-if
            add 1 to profile-index
        end-perform
        if is-drift(setting-index)
            add 1 to drift-count
            perform check-allowed
            if is-allowed(setting-index)
                add 1 to allowed-count
            else
                add 1 to beyond-count
            end-if
        end-if
        add 1 to setting-index
    end-perform.

check-allowed section.
    move "N" to setting-allowed(setting-index).
    move 1 to allow-index.
    perform until allow-index > allow-count
        if allow-area(allow-index) = area-name(setting-area(setting-index))
                and (allow-key(allow-index) = "*"
                    or allow-key(allow-index) = setting-key(setting-index))
                and (allow-field(allow-index) = "*"
                    or allow-field(allow-index)
                        = setting-field(setting-index))
            move "Y" to setting-allowed(setting-index)
            exit section
        end-if
        add 1 to allow-index
    end-perform.

show-profile-value section.
    *> one profile's value as the report and the CSV show it
    move setting-area(setting-index) to area-index.
    evaluate true
    when not is-area-loaded(profile-index, area-index)
        move "n/a" to shown-value
    when setting-value(setting-index, profile-index) = SPACE
        move "-" to shown-value
    when other
        move setting-value(setting-index, profile-index) to shown-value
    end-evaluate.

*>*
*> the report
*>*
write-report section.
    open output report-out.
    if not report-out-ok
        display "Error writing " trim(report-file) ": " report-out-status upon syserr
    end-if.
    move "GCBLUNIT PROFILE DRIFT" to report-out-line.
    perform emit-report-line.
    move concatenate("generated: ", current-date(1:14)) to report-out-line.
    perform emit-report-line.
    move 1 to profile-index.
    perform until profile-index > profile-count
        move concatenate("profile ", trim(profile-name(profile-index)),
                ": ", trim(profile-config(profile-index)))
            to report-out-line
        perform emit-report-line
        add 1 to profile-index
    end-perform.
    *> area by area, in the order the areas are described above
    move 1 to report-area.
    perform until report-area > AREA-COUNT
        move 1 to setting-index
        perform until setting-index > setting-count
            if is-drift(setting-index)
                    and setting-area(setting-index) = report-area
                perform report-drift-row
            end-if
            add 1 to setting-index
        end-perform
        add 1 to report-area
    end-perform.
    move drift-count to ws-num-edit.
    move allowed-count to ws-num-edit2.
    move beyond-count to ws-num-edit3.
    if beyond-count = 0
        move concatenate("RESULT: no drift beyond the allowed list (",
                trim(ws-num-edit), " difference(s), ", trim(ws-num-edit2),
                " allowed)")
            to report-out-line
    else
        move concatenate("RESULT: DRIFT (", trim(ws-num-edit3), " of ",
                trim(ws-num-edit), " difference(s) beyond the allowed list)")
            to report-out-line
    end-if.
    perform emit-report-line.
    if report-out-ok
        close report-out
    end-if.

report-drift-row section.
    if is-allowed(setting-index)
        move "ALLOWED " to report-out-line
    else
        move "DRIFT   " to report-out-line
    end-if.
    move concatenate(report-out-line(1:8),
            area-name(setting-area(setting-index)), "  ",
            trim(setting-key(setting-index)), " ",
            trim(setting-field(setting-index)), ":")
        to report-out-line.
    move 1 to profile-index.
    perform until profile-index > profile-count
        perform show-profile-value
        move concatenate(trim(report-out-line), " ",
                trim(profile-name(profile-index)), "=", trim(shown-value))
            to report-out-line
        add 1 to profile-index
    end-perform.
    perform emit-report-line.

emit-report-line section.
    display trim(report-out-line, trailing).
    if report-out-ok
        write report-out-line
    end-if.

write-csv section.
    open output csv-out.
    if not csv-ok
        display "Error writing " trim(csv-file) ": " csv-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move "area,key,field,allowed" to csv-line.
    move 1 to profile-index.
    perform until profile-index > profile-count
        move concatenate(trim(csv-line), ",", quote,
                trim(profile-name(profile-index)), quote)
            to csv-line
        add 1 to profile-index
    end-perform.
    write csv-line.
    move 1 to report-area.
    perform until report-area > AREA-COUNT
        move 1 to setting-index
        perform until setting-index > setting-count
            if is-drift(setting-index)
                    and setting-area(setting-index) = report-area
                perform csv-drift-row
            end-if
            add 1 to setting-index
        end-perform
        add 1 to report-area
    end-perform.
    close csv-out.

csv-drift-row section.
    move concatenate(trim(area-name(setting-area(setting-index))), ",",
            quote, trim(setting-key(setting-index)), quote, ",",
            trim(setting-field(setting-index)), ",",
            setting-allowed(setting-index))
        to csv-line.
    move 1 to profile-index.
    perform until profile-index > profile-count
        perform show-profile-value
        move concatenate(trim(csv-line), ",", quote, trim(shown-value), quote)
            to csv-line
        add 1 to profile-index
    end-perform.
    write csv-line.
end program profile-drift.
