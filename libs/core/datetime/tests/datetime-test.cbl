    function datetime-format
    function datetime-parse
    function add-business-days
    function datetime-convert-timezone
    function schedule-next
    function fiscal-period
    function fiscal-period-add
    function fiscal-period-bizday.
data division.
working-storage section.

    perform datetime-parse-test.
    perform add-business-days-test.
    perform datetime-convert-timezone-test.
    perform fiscal-period-test.
    perform fiscal-period-add-test.
    perform fiscal-period-bizday-test.
    goback.

datetime-format-test section.
        datetime-format("YYYY-MM-DDThh:mm:ssx", datetime-convert-timezone("2020110909050474+0200", "+0000")).
    call "assert-equals" using "2020-11-10T07:05:04+10:00",
        datetime-format("YYYY-MM-DDThh:mm:ssx", datetime-convert-timezone("2020110923050474+0200", "Australia/Sydney")).

fiscal-period-test section.
    *> April-start year in months, labelled by the year it ends in
    call "assert-equals" using "202702072026050120260531",
        fiscal-period("MONTHLY 04", "2026051500000000+0000").
    *> 4-4-5 ending the last Saturday of January
    call "assert-equals" using "202702052026030120260328",
        fiscal-period("4-4-5 01 6 LAST", "2026030100000000+0000").
    *> the 53rd week of a long retail year lands in period 12
    call "assert-equals" using "202312532023122420240203",
        fiscal-period("4-4-5 01 6 NEAREST START", "2024020100000000+0000").

fiscal-period-add-test section.
    call "assert-equals" using "202802052027050120270531",
        fiscal-period-add("MONTHLY 04", "2027021000000000+0000", 3).
    call "assert-equals" using "202611442026020120260228",
        fiscal-period-add("MONTHLY 04", "2026041500000000+0000", -2).

fiscal-period-bizday-test section.
    call "assert-equals" using "2027033112000000+0000",
        fiscal-period-bizday("MONTHLY 04", "2027031512000000+0000", "LAST", SPACE).
    call "assert-equals" using "2027050312000000+0000",
        fiscal-period-bizday("MONTHLY 04", "2027051012000000+0000", "FIRST", SPACE).
    call "assert-equals" using "2027033122000000+0000",
        schedule-next("fiscal-period-end 22:00", "2027033023000000+0000", SPACE).
    call "assert-equals" using "2027043022000000+0000",
        schedule-next("fiscal-period-end 22:00", "2027033123000000+0000", SPACE).
    call "assert-equals" using "2027040106000000+0000",
        schedule-next("fiscal-period-start 06:00", "2027031500000000+0000", SPACE).
end program datetime-test.
