*>    - scratch directories left behind by crashed runs are removed;
*>    - the trend log is trimmed to the last N runs;
*>    - the outcome history and the assertion archive are trimmed to
*>      the retention window by run date. Both are digest-chained (see
*>      libs/core/chain): the chain is proved before the trim -- a
*>      broken one leaves the file untouched for chain-verify to
*>      report -- and the trimmed file opens with a checkpoint record,
*>      signed under GCBLUNIT_CHAIN_KEY, carrying the digest the
*>      dropped lines ended on, the kept lines chained on from it;
*>    - the run timeline is trimmed to the same window by the date
*>      of each run's start;
*>    - report files under --reports dir (JUnit XML, HTML, JSON) older
*>      than the retention are deleted, or gzipped when --compress is
*>      given.
*>  Every deletion is printed, so the step leaves an audit in SYSOUT.
*>  Requires libs/core/chain and libs/core/string/src/sha256.cbl
*>  linked in.
*>
*>  Usage:
*>    housekeeping [--days N] [--runs N] [--reports dir] [--compress]
data division.
file section.
fd trimmed-in.
    01 trim-in-line pic x(304).
fd trimmed-out.
    01 trim-out-line pic x(304).
working-storage section.
    01 argv pic x(256).
        88 option-days value "--days".
    01 today-date pic 9(8).
    01 kept-lines usage binary-long unsigned.
    01 dropped-lines usage binary-long unsigned.
    *> the digest chain of the file being trimmed: "A" archive, "H"
    *> history layout (libs/core/chain)
    01 trim-layout pic x.
    01 trim-chain-column usage binary-long unsigned.
    01 scanned-lines usage binary-long unsigned.
    01 broken-line usage binary-long unsigned.
    01 chain-running pic x(64).
    01 chain-carried pic x(64).
    01 chain-digest pic x(64).
    01 chain-outcome pic x.
    01 chain-status pic x(2).
    01 chain-note pic x(64).
    01 shell-command pic x(512).
    01 ws-num-edit pic z(8)9.
procedure division.
        perform trim-trend-log
        move concatenate(trim(store-base), "/gcblunit-history.dat")
            to trim-in-path
        move "H" to trim-layout
        perform trim-dated-file
        move concatenate(trim(store-base), "/gcblunit-archive.dat")
            to trim-in-path
        move "A" to trim-layout
        perform trim-dated-file
        perform trim-timeline
        perform release-artifact-lock
    else
        display "Error: artifact store busy; trend, history,"
            " archive and timeline left untrimmed" upon syserr
    end-if.
    if not is-empty of reports-dir
        perform clean-report-dir
    call "SYSTEM" using shell-command.
    move 0 to RETURN-CODE.

trim-timeline section.
    *> timeline lines lead with the run's start stamp; no chain to
    *> carry, so a plain filter the way the trend log is trimmed
    move concatenate("[ -f ", trim(store-base),
            "/gcblunit-timeline.dat ] && ",
            "awk -F'|' 'substr($1,1,8)+0 >= ", cutoff-date, "' ",
            trim(store-base), "/gcblunit-timeline.dat",
            " > ", trim(store-base), "/gcblunit-timeline.dat.keep && ",
            "mv ", trim(store-base), "/gcblunit-timeline.dat.keep ",
            trim(store-base), "/gcblunit-timeline.dat")
        to shell-command.
    call "SYSTEM" using shell-command.
    move 0 to RETURN-CODE.

trim-dated-file section.
    *> history and archive lines lead with the run date YYYYMMDD --
    *> rewrite the file keeping only lines inside the retention window
    move concatenate(trim(trim-in-path), ".keep") to trim-out-path.
    if trim-layout = "H"
        move 97 to trim-chain-column
    else
        move 241 to trim-chain-column
    end-if.
    move 0 to kept-lines.
    move 0 to dropped-lines.

    *> first pass: prove the chain and find what goes; the digest the
    *> last dropped line leaves the chain on is what the checkpoint
    *> carries
    open input trimmed-in.
    if not trim-in-ok
        exit section
    end-if.
    move 0 to scanned-lines broken-line.
    move SPACE to chain-running chain-carried.
    move SPACE to trim-in-status.
    perform until trim-in-eof
        read trimmed-in
            at end
                move "10" to trim-in-status
            not at end
                if trim-in-line not = SPACE
                    add 1 to scanned-lines
                    call "chain-step" using trim-layout, chain-running,
                        trim-in-line, chain-outcome
                    if (chain-outcome = "B" or "C" or "X")
                            and broken-line = 0
                        move scanned-lines to broken-line
                    end-if
                    move numval(trim-in-line(1:8)) to line-date
                    if line-date < cutoff-date
                        add 1 to dropped-lines
                        move chain-running to chain-carried
                    end-if
                end-if
        end-read
    end-perform.
    close trimmed-in.
    if broken-line > 0
        move broken-line to ws-num-edit
        display "Error: " trim(trim-in-path) ": chain broken at line "
            trim(ws-num-edit) "; left untrimmed, see chain-verify"
            upon syserr
        exit section
    end-if.
    if dropped-lines = 0
        display "  " trim(trim-in-path) ": dropped 0 line(s) before "
            cutoff-date
        exit section
    end-if.
    move dropped-lines to ws-num-edit.
    move concatenate("trimmed ", trim(ws-num-edit), " line(s) before ",
            cutoff-date)
        to chain-note.
    call "chain-checkpoint" using trim-layout, "housekeeping", chain-note,
        chain-carried, trim-out-line, chain-status.
    if chain-status = "38"
        display "Error: GCBLUNIT_CHAIN_KEY cannot be resolved; "
            trim(trim-in-path) " left untrimmed" upon syserr
        exit section
    end-if.

    *> second pass: the checkpoint, then the kept lines chained on
    *> from it -- earlier checkpoints are superseded by the new one
    open input trimmed-in.
    if not trim-in-ok
        exit section
        close trimmed-in
        exit section
    end-if.
    write trim-out-line.
    move trim-out-line(trim-chain-column:64) to chain-running.
    move SPACE to trim-in-status.
    perform until trim-in-eof
        read trimmed-in
            not at end
                move numval(trim-in-line(1:8)) to line-date
                if line-date >= cutoff-date
                        and trim-in-line(10:1) not = "#"
                        and trim-in-line not = SPACE
                    move trim-in-line to trim-out-line
                    call "chain-link" using chain-running,
                        trim-out-line(1:trim-chain-column - 1), chain-digest
                    move chain-digest to chain-running
                    move chain-digest to trim-out-line(trim-chain-column:64)
                    write trim-out-line
                    add 1 to kept-lines
                end-if
        end-read
    end-perform.
