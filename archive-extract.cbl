*>  archive-query output again. Two files per run of this program:
*>    assertions.csv  one row per archived assertion: run date, suite,
*>                    assertion nr, name, status, expected, actual,
*>                    description, stable key
*>    rollup.csv      one row per suite per run date: assertion,
*>                    failure, warning and skip counts, plus the
*>                    retries and final status the outcome history
data division.
file section.
fd archive.
    01 archive-line pic x(304).
fd history.
    01 history-line pic x(160).
working-storage section.
    78 ROLLUP-LIMIT value 2000.
    78 CSV-CHUNK-ROWS value 100.
    78 CSV-FIELD-LEN value 64.
    78 ASSERT-COLS value 9.
    78 ROLLUP-COLS value 8.
    01 argv pic x(256).
        88 option-archive value "--archive".
            10 arc-expected pic x(32).
            10 arc-actual pic x(32).
            10 arc-desc pic x(64).
        05 filler pic x.
        05 arc-key pic x(48).

    77 csvwrite-pointer usage program-pointer.
        88 csvwrite-missing value NULL.
    01 csv-status pic x(2).
    01 csv-fields pic x(57600).
    01 csv-buffered usage binary-long unsigned value 0.
    01 csv-append usage binary-long unsigned value 0.
    01 csv-offset usage binary-long unsigned.
    perform put-csv-field.
    move arc-desc to field-value.
    perform put-csv-field.
    move arc-key to field-value.
    perform put-csv-field.
    add 1 to csv-buffered.
    if csv-buffered >= CSV-CHUNK-ROWS
        perform flush-assertion-chunk

flush-assertion-chunk section.
    call "csv-write" using assertions-csv,
        "run_date,suite,nr,name,status,expected,actual,description,key",
        csv-fields, csv-status,
        by value CSV-FIELD-LEN, by value csv-buffered,
        by value ASSERT-COLS, by value csv-append.
