*>  the hmac-sha256 function from the hash library, not a screenshot
*>  of SYSOUT. Verify by re-running the same chain over every line
*>  above the seal: mac(n) = hmac-sha256(key, mac(n-1) || line(n)).
*>  Each --attach file -- the release-gate report, the traceability
*>  matrix CSV -- is sealed into the same chain, so the GO/NO-GO the
*>  deploy went out on and the requirements it proved travel with the
*>  evidence.
*>  run-journal's notes on the range are sealed in beside what they
*>  annotate -- notes on a whole run after the header, notes on a
*>  suite or one of its assertions after that suite's line -- so the
*>  auditor reads the known outage next to the failure it explains.
*>  The key may be a credential-store reference, --key @vault:name,
*>  resolved only when the seal is computed so the secret itself never
*>  sits on the command line.
*>  Requires libs/core/string/src/hash.cbl and libs/core/vault linked
*>  in.
*>
*>  Usage:
*>    release-certify output.txt --key secret|@vault:name [--archive path]
*>        [--from YYYYMMDD] [--to YYYYMMDD] [--json summary.json]
*>        [--attach report.txt]... [--journal path]
identification division.
program-id. release-certify.
environment division.
    select json-in assign to dynamic json-file
    organization is line sequential
    file status is json-in-status.
    select attach-in assign to dynamic attach-file
    organization is line sequential
    file status is attach-in-status.
    select journal assign to dynamic journal-file
    organization is line sequential
    file status is journal-file-status.
data division.
file section.
fd archive.
    01 archive-line pic x(304).
fd cert-out.
    01 cert-out-line pic x(512).
fd json-in.
    01 json-in-line pic x(2048).
fd attach-in.
    01 attach-in-line pic x(512).
fd journal.
    01 journal-line pic x(320).
working-storage section.
    78 CERT-SUITE-LIMIT value 500.
    78 ATTACH-LIMIT value 10.
    78 JOURNAL-LIMIT value 500.
    01 argv pic x(256).
        88 option-key value "--key".
        88 option-archive value "--archive".
        88 option-from value "--from".
        88 option-to value "--to".
        88 option-json value "--json".
        88 option-attach value "--attach".
        88 option-journal value "--journal".
    01 output-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 seal-key pic x(128) value SPACE.
        88 is-empty value SPACE.
    01 key-reference pic x(128).
    01 vault-refs usage binary-long unsigned.
    01 vault-status pic x(2).
    01 archive-file pic x(256) value "/tmp/gcblunit-archive.dat".
    01 journal-file pic x(256) value "/tmp/gcblunit-journal.dat".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 json-file pic x(256) value SPACE.
        88 is-empty value SPACE.
    01 attach-file pic x(256) value SPACE.
    01 attach-count usage binary-long unsigned value 0.
    01 attach-tbl.
        03 attach-path pic x(256) occurs ATTACH-LIMIT times.
    01 attach-index usage binary-long unsigned.
    01 from-date pic 9(8) value 0.
    01 to-date pic 9(8) value 99999999.
    01 date-arg pic x(8).
    01 json-in-status pic x(2).
        88 json-in-ok value "00".
        88 json-in-eof value "10".
    01 attach-in-status pic x(2).
        88 attach-in-ok value "00".
        88 attach-in-eof value "10".
    01 journal-file-status pic x(2).
        88 journal-ok value "00".
        88 journal-eof value "10".

    01 ws-archive-record.
        05 arc-date pic 9(8).
    01 total-failures usage binary-long unsigned value 0.
    01 total-warnings usage binary-long unsigned value 0.

    *> run-journal's notes in the range: "id|date|target|stamp|
    *> operator|flag|note", target suite or suite#nnnn (empty for the
    *> whole run), flag E for a run excluded from statistics
    01 journal-count usage binary-long unsigned value 0.
    01 journal-tbl.
        03 journal-entry occurs JOURNAL-LIMIT times.
            05 journal-date pic x(8).
            05 journal-target pic x(48).
            05 journal-suite pic x(48).
            05 journal-stamp pic x(14).
            05 journal-operator pic x(32).
            05 journal-flag pic x.
                88 is-environmental value "E".
            05 journal-note pic x(128).
    01 journal-index usage binary-long unsigned.
    01 journal-id-txt pic x(9).

    *> the seal chain: every written line folds into the running mac
    01 chain-mac pic x(64) value SPACE.
    01 chain-input pic x(640).
    perform resolve-store-defaults.
    accept output-file from ARGUMENT-VALUE.
    if is-empty of output-file
        display "Usage: release-certify output.txt --key secret|@vault:name"
            " [--archive path] [--from YYYYMMDD] [--to YYYYMMDD]"
            " [--json summary.json] [--attach report.txt]"
            " [--journal path]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to json-file
        when option-attach
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            if attach-count >= ATTACH-LIMIT
                display "Error: more than " ATTACH-LIMIT " --attach files"
                    upon syserr
                move 2 to RETURN-CODE
                stop run
            end-if
            add 1 to attach-count
            move argv to attach-path(attach-count)
        when option-journal
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to journal-file
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
        move 2 to RETURN-CODE
        stop run
    end-if.
    perform resolve-seal-key.

    accept provenance-host from environment "HOSTNAME"
        on exception
    end-if.

    perform load-archive.
    perform load-journal.
    perform write-certificate.
    move suite-count to ws-num-edit.
    display "release-certify: " trim(ws-num-edit) " suite(s) certified"
    end-if.
    move concatenate(trim(store-base), "/gcblunit-archive.dat")
        to archive-file.
    move concatenate(trim(store-base), "/gcblunit-journal.dat")
        to journal-file.

resolve-seal-key section.
    *> a credential-store reference is swapped for the key here and
    *> nowhere else; the certificate never carries either
    move 0 to vault-refs.
    inspect seal-key tallying vault-refs for all "@vault:".
    if vault-refs = 0
        exit section
    end-if.
    move seal-key to key-reference.
    call "vault-resolve" using seal-key, vault-status
        on exception
            display "Error: --key " trim(key-reference) " needs libs/core/vault"
                " linked in" upon syserr
            move 2 to RETURN-CODE
            stop run
    end-call.
    if vault-status not = "00"
        move SPACE to seal-key
        display "Error: cannot resolve --key " trim(key-reference)
            " from the credential store (status " vault-status ")" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

load-archive section.
    open input archive.
        add 1 to cert-skips(suite-found)
    end-evaluate.

load-journal section.
    *> no journal means nothing was noted
    open input journal.
    if not journal-ok
        exit section
    end-if.
    move SPACE to journal-file-status.
    perform until journal-eof
        read journal
            at end
                move "10" to journal-file-status
            not at end
                if trim(journal-line) not = SPACE
                        and journal-line(1:1) not = "#"
                        and journal-count < JOURNAL-LIMIT
                    add 1 to journal-count
                    unstring journal-line delimited by "|"
                        into journal-id-txt
                             journal-date(journal-count)
                             journal-target(journal-count)
                             journal-stamp(journal-count)
                             journal-operator(journal-count)
                             journal-flag(journal-count)
                             journal-note(journal-count)
                    end-unstring
                    if journal-date(journal-count) is not numeric
                        subtract 1 from journal-count
                    else
                        if numval(journal-date(journal-count)) < from-date
                                or numval(journal-date(journal-count)) > to-date
                            subtract 1 from journal-count
                        else
                            unstring journal-target(journal-count)
                                delimited by "#"
                                into journal-suite(journal-count)
                            end-unstring
                        end-if
                    end-if
                end-if
        end-read
    end-perform.
    close journal.

write-journal-line section.
    *> one note, sealed like every other line of the document
    if is-environmental(journal-index)
        move concatenate(journal-date(journal-index), " ",
                journal-stamp(journal-index), " ",
                trim(journal-operator(journal-index)),
                " [environmental, excluded from statistics] ",
                trim(journal-note(journal-index)))
            to cert-out-line
    else
        move concatenate(journal-date(journal-index), " ",
                journal-stamp(journal-index), " ",
                trim(journal-operator(journal-index)), " ",
                trim(journal-note(journal-index)))
            to cert-out-line
    end-if.
    if journal-target(journal-index) = SPACE
        move concatenate("journal: run ", trim(cert-out-line))
            to cert-out-line
    else
        move concatenate("  journal: ", trim(journal-target(journal-index)),
                " ", trim(cert-out-line))
            to cert-out-line
    end-if.
    perform write-sealed-line.

write-sealed-line section.
    *> every document line folds into the running seal before it is
    *> written, so a single altered byte breaks verification
    perform write-sealed-line.
    move concatenate("archive: ", trim(archive-file)) to cert-out-line.
    perform write-sealed-line.
    move 1 to journal-index.
    perform until journal-index > journal-count
        if journal-target(journal-index) = SPACE
            perform write-journal-line
        end-if
        add 1 to journal-index
    end-perform.

    move 1 to suite-index.
    perform until suite-index > suite-count
                to cert-out-line
        end-if
        perform write-sealed-line
        move 1 to journal-index
        perform until journal-index > journal-count
            if journal-suite(journal-index) = cert-suite(suite-index)
                    and journal-target(journal-index) not = SPACE
                perform write-journal-line
            end-if
            add 1 to journal-index
        end-perform
        add 1 to suite-index
    end-perform.

    if not is-empty of json-file
        perform embed-provenance
    end-if.
    move 1 to attach-index.
    perform until attach-index > attach-count
        move attach-path(attach-index) to attach-file
        perform embed-attachment
        add 1 to attach-index
    end-perform.

    move concatenate("SEAL HMAC-SHA256 ", chain-mac) to cert-out-line.
    write cert-out-line.
        end-read
    end-perform.
    close json-in.

embed-attachment section.
    *> a report sealed in verbatim, line for line -- release-gate's
    *> GO/NO-GO with every rule's verdict and evidence, traceability's
    *> requirement matrix
    open input attach-in.
    if not attach-in-ok
        display "Error opening " trim(attach-file) ": " attach-in-status upon syserr
        exit section
    end-if.
    move concatenate("attachment: ", trim(attach-file)) to cert-out-line.
    perform write-sealed-line.
    move SPACE to attach-in-status.
    perform until attach-in-eof
        read attach-in
            at end
                move "10" to attach-in-status
            not at end
                move attach-in-line to cert-out-line
                perform write-sealed-line
        end-read
    end-perform.
    close attach-in.
end program release-certify.
