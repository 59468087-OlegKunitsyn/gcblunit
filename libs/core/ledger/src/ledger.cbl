       >>SOURCE FORMAT FREE
*>**
*>  Core library: ledger
*>**
*>  Control-total balancing ledger: every job step posts what it read
*>  and what it wrote -- one entry per dataset, its record count and
*>  the hash total of a named amount field (digits only, decimal point
*>  dropped, the same arithmetic dataset-recon balances with) -- and
*>  ledger-verify then proves each step's inputs equal its outputs plus
*>  its rejects. A step posts at the end of its run, e.g.:
*>    call "ledger-post" using ledger-path, "STEP2", "CUSTIN",
*>        post-status, by value record-count, by value amount-total.
*>  The counts go last and by value, as csv-load's do. A ledger path
*>  of spaces means GCBLUNIT_LEDGER, or /tmp/gcblunit-ledger.txt when
*>  that is not set, so a job stream sets the ledger once for every
*>  step. Entries are appended, one fixed-column line each:
*>    yyyymmddhhmmss step     dataset                          count      hash-total
*>  and post-status is the ledger file's status ("00" posted).
*>**
identification division.
program-id. ledger-post.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select ledger-file assign to dynamic ledger-file-path
    organization is line sequential
    file status is ledger-file-status.
data division.
file section.
fd ledger-file.
    01 ledger-record.
        05 ledger-stamp pic x(14).
        05 filler pic x.
        05 ledger-step pic x(8).
        05 filler pic x.
        05 ledger-dataset pic x(32).
        05 filler pic x.
        05 ledger-count pic 9(10).
        05 filler pic x.
        05 ledger-total pic s9(17) sign leading separate.
working-storage section.
    01 ledger-file-path pic x(256).
    01 ledger-file-status pic x(2).
        88 ledger-file-ok value "00".
        88 ledger-file-missing value "35".
linkage section.
    01 l-ledger-path pic x any length.
    01 l-step pic x any length.
    01 l-dataset pic x any length.
    01 l-post-status pic x(2).
    01 l-record-count usage binary-long unsigned.
    01 l-hash-total usage binary-double signed.
    procedure division using l-ledger-path, l-step, l-dataset,
            l-post-status,
            by value l-record-count, by value l-hash-total.
        move l-ledger-path to ledger-file-path.
        if ledger-file-path = SPACE
            accept ledger-file-path from environment "GCBLUNIT_LEDGER"
            end-accept
        end-if.
        if ledger-file-path = SPACE
            move "/tmp/gcblunit-ledger.txt" to ledger-file-path
        end-if.
        open extend ledger-file.
        if ledger-file-missing
            open output ledger-file
        end-if.
        if not ledger-file-ok
            move ledger-file-status to l-post-status
            goback
        end-if.
        move SPACE to ledger-record.
        move current-date(1:14) to ledger-stamp.
        move upper-case(trim(l-step)) to ledger-step.
        move upper-case(trim(l-dataset)) to ledger-dataset.
        move l-record-count to ledger-count.
        move l-hash-total to ledger-total.
        write ledger-record.
        move ledger-file-status to l-post-status.
        close ledger-file.
        goback.
end program ledger-post.
