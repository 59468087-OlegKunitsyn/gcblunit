*>   "daily hh:mm"      every day at hh:mm
*>   "weekdays hh:mm"   Monday to Friday at hh:mm, holidays skipped
*>   "bizday N hh:mm"   the Nth business day of the month at hh:mm
*>   "fiscal-period-end hh:mm [calendar]"
*>                      the last business day of the fiscal period at
*>                      hh:mm, under the named fiscal calendar (see
*>                      fiscal-period; DEFAULT when none is named)
*>   "fiscal-period-start hh:mm [calendar]"
*>                      the first business day of the fiscal period
*> @param l-spec Recurrence specification
*> @param l-timestamp 21-char current-date-shaped from-timestamp, or ZERO
*> @param l-holiday-file YYYYMMDD-per-line holiday dates, or SPACE
configuration section.
repository.
    function current-datetime
    function fiscal-period
    function current-date integer-of-date date-of-integer
    formatted-date numval intrinsic.
input-output section.
        05 ts-ss pic 9(2).
        05 ts-hundredths pic 9(2).
        05 ts-gmt pic x(5).
    01 ws-spec-kind pic x(20).
    01 ws-spec-a pic x(8).
    01 ws-spec-b pic x(32).
    01 ws-fire-hh usage binary-long.
    01 ws-fire-mm usage binary-long.
    01 ws-nth usage binary-long.
        05 mf-dd pic 9(2).
    01 ws-count usage binary-long.
    01 ws-guard usage binary-long.
    01 ws-calendar pic x(32).
    01 ws-fiscal-stamp.
        05 ws-fiscal-date pic 9(8).
        05 filler pic x(13) value "00000000+0000".
    01 ws-fiscal-period.
        05 filler pic 9(8).
        05 ws-fiscal-start pic 9(8).
        05 ws-fiscal-end pic 9(8).
    01 ts-week.
        05 filler pic 9(5).
        05 ts-ww pic 9(2).
        move numval(ws-spec-a) to ws-nth
        move numval(ws-spec-b(1:2)) to ws-fire-hh
        move numval(ws-spec-b(4:2)) to ws-fire-mm
    when "fiscal-period-end"
    when "fiscal-period-start"
        move numval(ws-spec-a(1:2)) to ws-fire-hh
        move numval(ws-spec-a(4:2)) to ws-fire-mm
        move ws-spec-b to ws-calendar
        if ws-calendar = SPACE
            move "DEFAULT" to ws-calendar
        end-if
    when other
        move all "0" to l-result
        goback
            end-if
            perform find-nth-bizday-from-first
        end-if
    when "fiscal-period-end"
    when "fiscal-period-start"
        *> the closing (or opening) business day of the fiscal period
        *> the from-date falls in; when that moment has already passed,
        *> the next period's
        move ws-from-date to ws-fiscal-date
        perform find-fiscal-bizday
        if ws-candidate < ws-from-date
                or (ws-candidate = ws-from-date
                    and ws-from-minutes >= ws-fire-minutes)
            move date-of-integer(integer-of-date(ws-fiscal-end) + 1)
                to ws-fiscal-date
            perform find-fiscal-bizday
        end-if
    end-evaluate.

    move ws-candidate(1:4) to ts-yyyy.
        end-if
    end-perform.

find-fiscal-bizday section.
    move fiscal-period(ws-calendar, ws-fiscal-stamp) to ws-fiscal-period.
    if ws-fiscal-end = 0
        move all "0" to l-result
        goback
    end-if.
    if ws-spec-kind = "fiscal-period-end"
        compute ws-julian = integer-of-date(ws-fiscal-end)
    else
        compute ws-julian = integer-of-date(ws-fiscal-start)
    end-if.
    move 0 to ws-guard.
    perform until ws-guard > 62
        move date-of-integer(ws-julian) to ws-candidate
        perform check-workday
        if ws-is-workday = "Y"
            move 63 to ws-guard
        else
            if ws-spec-kind = "fiscal-period-end"
                subtract 1 from ws-julian
            else
                add 1 to ws-julian
            end-if
            add 1 to ws-guard
        end-if
    end-perform.

find-nth-bizday section.
    move ws-from-date to ws-month-first.
    move 01 to mf-dd.
        end-if
    end-perform.
end function schedule-next.

*>*
*> Fiscal year, period and week of a date under a named fiscal-calendar
*> definition -- the oracle the period-close suites hold the finance
*> programs to. A definition is one of
*>   "MONTHLY mm [START|END]"
*>       twelve calendar-month periods, the year starting in month mm
*>   "4-4-5 mm weekday [LAST|NEAREST] [START|END]" (or 4-5-4, 5-4-4)
*>       a 52/53-week retail year of four- and five-week periods that
*>       ends on the last given weekday (1=Monday .. 7=Sunday) of month
*>       mm, or on that weekday nearest the month's end; the 53rd week
*>       of a long year goes to period 12
*> with the fiscal year labelled by the calendar year it ends in (END,
*> the default) or the one it starts in (START). l-calendar is looked
*> up by name in the "NAME definition"-per-line file the GCBLUNIT_FISCAL
*> environment entry names, and is otherwise read as a definition
*> itself; DEFAULT, when that file doesn't define it, is the calendar
*> year in months.
*> @param l-calendar Fiscal-calendar name or definition
*> @param l-timestamp 21-char long current-date or ZERO
*> @return Group: fiscal year 9(4), period 9(2), week of the fiscal
*> year 9(2), then the period's first and last dates 9(8) 9(8) -- all
*> zeros when the calendar is not understood
*>*
identification division.
function-id. fiscal-period.
environment division.
configuration section.
repository.
    function current-datetime
    function integer-of-date date-of-integer mod numval upper-case
    trim intrinsic.
input-output section.
file-control.
    select calendars assign to dynamic ws-calendar-filename
        organization is line sequential
        file status is calendar-file-status.
data division.
file section.
fd calendars.
    01 calendar-line pic x(128).
working-storage section.
    01 ws-current.
        05 ws-current-date pic 9(8).
        05 ws-current-rest pic x(13).
    01 filler redefines ws-current.
        05 wc-yyyy pic 9(4).
        05 wc-mm pic 9(2).
        05 wc-dd pic 9(2).
        05 filler pic x(13).
    01 ws-calendar-filename pic x(256).
    01 calendar-file-status pic x(2).
        88 calendar-file-ok value "00".
        88 calendar-file-eof value "10".
    01 ws-definition pic x(128).
    01 ws-line-name pic x(32).
    01 ws-line-pointer usage binary-long unsigned.
    01 ws-kind pic x(8).
    01 ws-arg-1 pic x(8).
    01 ws-arg-2 pic x(8).
    01 ws-arg-3 pic x(8).
    01 ws-arg-4 pic x(8).
    01 ws-label pic x(8).
    01 ws-start-month usage binary-long.
    01 ws-end-month usage binary-long.
    01 ws-end-weekday usage binary-long.
    01 ws-nearest pic x.
    01 ws-pattern.
        05 ws-pattern-weeks pic 9 occurs 3 times.
    01 ws-date pic 9(8).
    01 ws-julian usage binary-long.
    01 ws-year usage binary-long.
    01 ws-start-year usage binary-long.
    01 ws-year-start usage binary-long.
    01 ws-year-end usage binary-long.
    01 ws-month-end usage binary-long.
    01 ws-gap usage binary-long.
    01 ws-week usage binary-long.
    01 ws-cum usage binary-long.
    01 ws-period usage binary-long.
    01 ws-period-weeks usage binary-long.
linkage section.
    01 l-calendar pic x any length.
    01 l-timestamp pic x any length.
    01 l-result.
        05 fp-year pic 9(4).
        05 fp-period pic 9(2).
        05 fp-week pic 9(2).
        05 fp-period-start pic 9(8).
        05 fp-period-end pic 9(8).
procedure division using l-calendar, l-timestamp returning l-result.
    move all "0" to l-result.
    if l-timestamp is ZERO
        move current-datetime to ws-current
    else
        move l-timestamp to ws-current
    end-if.
    compute ws-julian = integer-of-date(ws-current-date).

    *> a name from the calendars file, else the definition itself
    move l-calendar to ws-definition.
    accept ws-calendar-filename from environment "GCBLUNIT_FISCAL"
        on exception
            move SPACE to ws-calendar-filename
    end-accept.
    if ws-calendar-filename not = SPACE
        open input calendars
        if calendar-file-ok
            move SPACE to calendar-file-status
            perform until calendar-file-eof
                read calendars
                    at end
                        move "10" to calendar-file-status
                    not at end
                        move SPACE to ws-line-name
                        move 1 to ws-line-pointer
                        unstring calendar-line delimited by all SPACE
                            into ws-line-name
                            with pointer ws-line-pointer
                        end-unstring
                        if upper-case(ws-line-name)
                                = upper-case(trim(l-calendar))
                                and ws-line-pointer <= length of calendar-line
                            move calendar-line(ws-line-pointer:)
                                to ws-definition
                            move "10" to calendar-file-status
                        end-if
                end-read
            end-perform
            close calendars
        end-if
    end-if.
    move upper-case(trim(ws-definition)) to ws-definition.
    if ws-definition = "DEFAULT"
        move "MONTHLY 01" to ws-definition
    end-if.

    move SPACE to ws-kind ws-arg-1 ws-arg-2 ws-arg-3 ws-arg-4.
    unstring ws-definition delimited by all SPACE
        into ws-kind ws-arg-1 ws-arg-2 ws-arg-3 ws-arg-4.
    evaluate ws-kind
    when "MONTHLY"
        perform monthly-calendar
    when "4-4-5"
    when "4-5-4"
    when "5-4-4"
        perform retail-calendar
    end-evaluate.
    goback.

monthly-calendar section.
    move 1 to ws-start-month.
    if ws-arg-1 not = SPACE
        move numval(ws-arg-1) to ws-start-month
    end-if.
    if ws-start-month < 1 or ws-start-month > 12
        exit section
    end-if.
    move ws-arg-2 to ws-label.
    if wc-mm >= ws-start-month
        move wc-yyyy to ws-start-year
    else
        compute ws-start-year = wc-yyyy - 1
    end-if.
    compute ws-date = ws-start-year * 10000 + ws-start-month * 100 + 1.
    compute ws-year-start = integer-of-date(ws-date).

    compute fp-period-start = wc-yyyy * 10000 + wc-mm * 100 + 1.
    if wc-mm = 12
        compute ws-date = (wc-yyyy + 1) * 10000 + 0101
    else
        compute ws-date = fp-period-start + 100
    end-if.
    move date-of-integer(integer-of-date(ws-date) - 1) to fp-period-end.
    compute fp-period = mod(wc-mm - ws-start-month + 12, 12) + 1.
    compute fp-week = (ws-julian - ws-year-start) / 7 + 1.
    if ws-label = "START" or ws-start-month = 1
        move ws-start-year to fp-year
    else
        compute fp-year = ws-start-year + 1
    end-if.

retail-calendar section.
    move ws-kind(1:1) to ws-pattern-weeks(1).
    move ws-kind(3:1) to ws-pattern-weeks(2).
    move ws-kind(5:1) to ws-pattern-weeks(3).
    move numval(ws-arg-1) to ws-end-month.
    move numval(ws-arg-2) to ws-end-weekday.
    if ws-end-month < 1 or ws-end-month > 12
            or ws-end-weekday < 1 or ws-end-weekday > 7
        exit section
    end-if.
    move "N" to ws-nearest.
    move ws-arg-3 to ws-label.
    if ws-arg-3 = "NEAREST"
        move "Y" to ws-nearest
    end-if.
    if ws-arg-3 = "NEAREST" or ws-arg-3 = "LAST"
        move ws-arg-4 to ws-label
    end-if.

    *> walk year-ends forward from two years back (a NEAREST year can
    *> end a few days into the next calendar year) to the one on or
    *> after the date
    compute ws-year = wc-yyyy - 2.
    perform retail-year-end.
    perform until ws-year-end >= ws-julian
        compute ws-year-start = ws-year-end + 1
        add 1 to ws-year
        perform retail-year-end
    end-perform.

    compute ws-week = (ws-julian - ws-year-start) / 7 + 1.
    move 0 to ws-cum ws-period.
    perform until ws-cum >= ws-week
        add 1 to ws-period
        move ws-pattern-weeks(mod(ws-period - 1, 3) + 1)
            to ws-period-weeks
        if ws-period = 12
            *> the rest of the year: four or five weeks, six in a
            *> 53-week year
            compute ws-period-weeks =
                (ws-year-end - ws-year-start + 1) / 7 - ws-cum
        end-if
        add ws-period-weeks to ws-cum
    end-perform.
    move ws-period to fp-period.
    move ws-week to fp-week.
    move date-of-integer(ws-year-start + 7 * (ws-cum - ws-period-weeks))
        to fp-period-start.
    move date-of-integer(ws-year-start + 7 * ws-cum - 1)
        to fp-period-end.
    if ws-label = "START"
        move date-of-integer(ws-year-start) to ws-date
        move ws-date(1:4) to fp-year
    else
        move ws-year to fp-year
    end-if.

retail-year-end section.
    *> the end weekday on or before the last day of the end month of
    *> ws-year, or the nearer of that one and the one after it
    if ws-end-month = 12
        compute ws-date = (ws-year + 1) * 10000 + 0101
    else
        compute ws-date = ws-year * 10000 + (ws-end-month + 1) * 100 + 1
    end-if.
    compute ws-month-end = integer-of-date(ws-date) - 1.
    compute ws-gap =
        mod(mod(ws-month-end - 1, 7) + 1 - ws-end-weekday + 7, 7).
    if ws-nearest = "Y" and ws-gap > 3
        compute ws-year-end = ws-month-end + 7 - ws-gap
    else
        compute ws-year-end = ws-month-end - ws-gap
    end-if.
end function fiscal-period.

*>*
*> Period arithmetic under a fiscal calendar: the period l-periods
*> away from the one the timestamp falls in ("period + 3", or back
*> with a negative count), across fiscal-year boundaries.
*> @param l-calendar Fiscal-calendar name or definition, as fiscal-period
*> @param l-timestamp 21-char long current-date or ZERO
*> @param l-periods Periods to move, as a signed numeric literal or
*>                  display field
*> @return Group laid out as fiscal-period's, for the target period;
*> its week is the week of the target period's first day
*>*
identification division.
function-id. fiscal-period-add.
environment division.
configuration section.
repository.
    function fiscal-period
    function integer-of-date date-of-integer numval intrinsic.
data division.
working-storage section.
    01 ws-period.
        05 filler pic 9(8).
        05 ws-period-start pic 9(8).
        05 ws-period-end pic 9(8).
    01 ws-stamp.
        05 ws-stamp-date pic 9(8).
        05 ws-stamp-rest pic x(13) value "00000000+0000".
    01 ws-periods usage binary-long.
    01 ws-step usage binary-long.
linkage section.
    01 l-calendar pic x any length.
    01 l-timestamp pic x any length.
    01 l-periods pic x any length.
    01 l-result pic x(24).
procedure division using l-calendar, l-timestamp, l-periods
        returning l-result.
    move fiscal-period(l-calendar, l-timestamp) to ws-period.
    compute ws-periods = numval(l-periods).
    if ws-periods < 0
        move -1 to ws-step
    else
        move 1 to ws-step
    end-if.
    perform until ws-periods = 0 or ws-period-end = 0
        if ws-step > 0
            move date-of-integer(integer-of-date(ws-period-end) + 1)
                to ws-stamp-date
        else
            move date-of-integer(integer-of-date(ws-period-start) - 1)
                to ws-stamp-date
        end-if
        move fiscal-period(l-calendar, ws-stamp) to ws-period
        subtract ws-step from ws-periods
    end-perform.
    *> the target period is named by its first day
    if ws-period-end not = 0
        move ws-period-start to ws-stamp-date
        move fiscal-period(l-calendar, ws-stamp) to ws-period
    end-if.
    move ws-period to l-result.
end function fiscal-period-add.

*>*
*> First or last business day of the fiscal period a timestamp falls
*> in, skipping Saturday/Sunday and the same YYYYMMDD-per-line holiday
*> file add-business-days reads -- the period-open and period-close
*> days the finance batch keys on.
*> @param l-calendar Fiscal-calendar name or definition, as fiscal-period
*> @param l-timestamp 21-char long current-date or ZERO
*> @param l-which FIRST or LAST
*> @param l-holiday-file YYYYMMDD-per-line holiday dates, or SPACE for none
*> @return 21-char current-date-shaped timestamp on that business day,
*> or all zeros when the calendar is not understood
*>*
identification division.
function-id. fiscal-period-bizday.
environment division.
configuration section.
repository.
    function current-datetime
    function fiscal-period
    function integer-of-date date-of-integer formatted-date upper-case
    intrinsic.
input-output section.
file-control.
    select holidays assign to dynamic ws-holiday-filename
        organization is line sequential
        file status is holiday-file-status.
data division.
file section.
fd holidays.
    01 holiday-line pic x(8).
working-storage section.
    78 HOLIDAY-LIMIT value 366.
    01 ws-current.
        05 ws-current-date pic 9(8).
        05 ws-current-rest pic x(13).
    01 ws-period.
        05 filler pic 9(8).
        05 ws-period-start pic 9(8).
        05 ws-period-end pic 9(8).
    01 ws-holiday-filename pic x(256).
    01 holiday-file-status pic x(2).
        88 holiday-file-ok value "00".
        88 holiday-file-eof value "10".
    01 ws-holiday-count usage binary-long unsigned value 0.
    01 ws-holiday-tbl.
        03 ws-holiday-entry occurs 0 to HOLIDAY-LIMIT times depending on ws-holiday-count
            pic 9(8).
    01 ws-holiday-idx usage binary-long unsigned.
    01 ws-is-workday pic x.
    01 ws-julian usage binary-long.
    01 ws-step usage binary-long.
    01 ws-guard usage binary-long.
    01 ws-candidate pic 9(8).
    01 ts-week.
        05 filler pic 9(5).
        05 ts-ww pic 9(2).
        05 ts-u pic 9(1).
linkage section.
    01 l-calendar pic x any length.
    01 l-timestamp pic x any length.
    01 l-which pic x any length.
    01 l-holiday-file pic x any length.
    01 l-result pic x(21).
procedure division using l-calendar, l-timestamp, l-which,
        l-holiday-file returning l-result.
    if l-timestamp is ZERO
        move current-datetime to ws-current
    else
        move l-timestamp to ws-current
    end-if.
    move fiscal-period(l-calendar, ws-current) to ws-period.
    if ws-period-end = 0
        move all "0" to l-result
        goback
    end-if.

    move 0 to ws-holiday-count.
    if l-holiday-file not = SPACE
        move l-holiday-file to ws-holiday-filename
        open input holidays
        if holiday-file-ok
            move SPACE to holiday-file-status
            perform until holiday-file-eof
                read holidays
                    at end
                        move "10" to holiday-file-status
                    not at end
                        add 1 to ws-holiday-count
                        if ws-holiday-count > HOLIDAY-LIMIT
                            display "Fatal: holiday list exceeds " HOLIDAY-LIMIT " entries" upon syserr
                            stop run returning 1
                        end-if
                        move holiday-line to ws-holiday-entry(ws-holiday-count)
                end-read
            end-perform
            close holidays
        end-if
    end-if.

    if upper-case(l-which) = "LAST"
        compute ws-julian = integer-of-date(ws-period-end)
        move -1 to ws-step
    else
        compute ws-julian = integer-of-date(ws-period-start)
        move 1 to ws-step
    end-if.
    move 0 to ws-guard.
    perform until ws-guard > 62
        move date-of-integer(ws-julian) to ws-candidate
        perform check-workday
        if ws-is-workday = "Y"
            move 63 to ws-guard
        else
            add ws-step to ws-julian
            add 1 to ws-guard
        end-if
    end-perform.
    move ws-candidate to ws-current-date.
    move ws-current to l-result.
    goback.

check-workday section.
    move formatted-date("YYYYWwwD", integer-of-date(ws-candidate)) to ts-week.
    move "Y" to ws-is-workday.
    if ts-u = 6 or ts-u = 7
        move "N" to ws-is-workday
    end-if.
    perform varying ws-holiday-idx from 1 by 1
            until ws-holiday-idx > ws-holiday-count
        if ws-holiday-entry(ws-holiday-idx) = ws-candidate
            move "N" to ws-is-workday
            exit perform
        end-if
    end-perform.
end function fiscal-period-bizday.
