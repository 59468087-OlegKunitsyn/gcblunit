
*>  Answers by-suite and by-date-range questions straight from the
*>  assertion-detail archive the runner appends every run (run date in
*>  front of the same fixed-width record --dump-summary writes, the
*>  assertion's stable key behind), so "when did equals-test's
*>  rounding check start failing" no longer means digging through
*>  weeks of archived SYSOUT -- nor goes wrong when someone inserted
*>  an assertion ahead of it and every later ordinal moved.
*>
*>  Usage:
*>    archive-query [--archive path] [--suite name]
*>        [--from YYYYMMDD] [--to YYYYMMDD]
*>        [--first-fail suite key] [--pass-rate]
*>
*>  With no mode flag, matching archive lines are listed. --first-fail
*>  prints the first run date on which the assertion with that key
*>  failed (an ordinal still finds it in records archived before the
*>  archive was re-keyed by assertion-rekey).
*>  --pass-rate prints, per suite per ISO week, how many run dates in
*>  the range were clean out of how many were seen.
identification division.
data division.
file section.
fd archive.
    01 archive-line pic x(304).
working-storage section.
    78 RATE-LIMIT value 2000.
    01 argv pic x(256).
    01 date-arg pic x(8).
    01 first-fail-suite pic x(128) value SPACE.
        88 is-empty value SPACE.
    01 first-fail-key pic x(48).
    01 first-fail-key-len usage binary-long unsigned.
    01 pass-rate-mode usage binary-short value 0.
        88 is-pass-rate-mode value 1.
    01 store-root pic x(200) value SPACE.
            10 arc-expected pic x(32).
            10 arc-actual pic x(32).
            10 arc-desc pic x(64).
        05 filler pic x.
        05 arc-key pic x(48).

    01 matched-lines usage binary-long unsigned value 0.
    01 first-fail-found pic x value "N".
            move argv to first-fail-suite
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to first-fail-key
        when option-pass-rate
            move 1 to pass-rate-mode
        when other
                move "10" to archive-file-status
            not at end
                move archive-line to ws-archive-record
                *> a chain checkpoint record names no suite
                if arc-date >= from-date and arc-date <= to-date
                        and arc-suite not = SPACE
                    perform process-record
                end-if
        end-read
    when not is-empty of first-fail-suite
        if not is-first-fail-found
            display "No failing run found for " trim(first-fail-suite)
                " " trim(first-fail-key) " in the range"
            move 1 to RETURN-CODE
        end-if
    when is-pass-rate-mode
    when not is-empty of first-fail-suite
        if not is-first-fail-found
                and trim(arc-suite) = trim(first-fail-suite)
                and arc-status = "F"
            perform match-first-fail
        end-if
    when is-pass-rate-mode
        if is-empty of suite-filter
        if is-empty of suite-filter
                or trim(arc-suite) = trim(suite-filter)
            add 1 to matched-lines
            display archive-line(1:120) " " trim(arc-key)
        end-if
    end-evaluate.

match-first-fail section.
    *> by stable key; a record archived before keys were kept has none,
    *> and only an ordinal can name it
    if arc-key not = SPACE
        if arc-key = first-fail-key
            display "First failing run for " trim(arc-suite)
                " " trim(arc-key) ": " arc-date
            move "Y" to first-fail-found
        end-if
        exit section
    end-if.
    move length(trim(first-fail-key)) to first-fail-key-len.
    if first-fail-key-len <= 4
            and first-fail-key(1:first-fail-key-len) is numeric
            and arc-nr = numval(first-fail-key)
        display "First failing run for " trim(arc-suite)
            "#" arc-nr ": " arc-date
        move "Y" to first-fail-found
    end-if.

note-rate-record section.
    move 0 to rate-found-index.
    move 1 to rate-index.
