*>                      digits, letters stay letters, packed digit
*>                      nibbles are re-rolled with the sign kept
*>    ssn     HASH      sha-256 of the value, truncated to the field
*>  A second line can name a checkdigit library scheme for a field
*>  ("acct CHECK LUHN"; LUHN, IBAN, ABA, MOD11[/weights[/X|0]]): after
*>  masking, the field's check digit(s) are recomputed so a randomized
*>  card, account or routing number still validates downstream. A
*>  value the scheme can't take (spaces, a HASH of hex letters) is
*>  left as masked. CHECK needs the checkdigit library linked in.
*>  Unlisted fields pass through untouched, so packed and binary
*>  amounts stay structurally valid and the downstream programs still
*>  balance. HASH needs the sha-256 library linked in (probed the way
configuration section.
repository.
    function all intrinsic
    function byte-to-hex
    function check-digit-apply.
input-output section.
file-control.
    select rules assign to dynamic rules-file
            05 fld-type pic x.
            05 fld-rule pic x(8).
            05 fld-shuffle-slot usage binary-long unsigned.
            05 fld-check pic x(48).
    01 spec-pointer usage binary-long unsigned.
    01 spec-length usage binary-long unsigned.
    01 spec-entry pic x(80).

    01 rule-name pic x(32).
    01 rule-verb pic x(8).
    01 rule-scheme pic x(48).
    01 rule-found pic x.

    *> SHUFFLE: the masked column's values are collected on a first
    01 random-digit usage binary-long unsigned.
    01 byte-work usage binary-long unsigned.
    01 needs-hash pic x value "N".
    77 checkdigit-pointer usage program-pointer.
        88 checkdigit-missing value NULL.
    01 needs-check pic x value "N".
    01 ws-num-edit pic z(8)9.
procedure division.
    accept layout-spec from ARGUMENT-VALUE.
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

    if shuffle-field-count > 0
        perform collect-shuffle-columns
            move upper-case(fld-type-txt(1:1)) to fld-type(field-count)
            move SPACE to fld-rule(field-count)
            move 0 to fld-shuffle-slot(field-count)
            move SPACE to fld-check(field-count)
        end-if
    end-perform.
    if field-count = 0
    close rules.

note-rule-line section.
    move SPACE to rule-name rule-verb rule-scheme.
    unstring rules-line delimited by all SPACE
        into rule-name rule-verb rule-scheme
    end-unstring.
    move "N" to rule-found.
    move 1 to field-index.
    perform until field-index > field-count
        if trim(fld-name(field-index)) = trim(rule-name)
                and upper-case(rule-verb) = "CHECK"
            *> a scheme on top of the field's rule, not instead of it
            move "Y" to rule-found
            move upper-case(rule-scheme) to fld-check(field-index)
            move "Y" to needs-check
            move field-count to field-index
        end-if
        if trim(fld-name(field-index)) = trim(rule-name)
                and upper-case(rule-verb) not = "CHECK"
            move "Y" to rule-found
            move upper-case(rule-verb) to fld-rule(field-index)
            if fld-rule(field-index) = "HASH"
                if fld-rule(field-index) not = SPACE
                    perform mask-one-field
                end-if
                if fld-check(field-index) not = SPACE
                    perform restore-check-digit
                end-if
                add 1 to field-index
            end-perform
            perform write-masked-record
        end-perform
    end-if.

restore-check-digit section.
    *> display fields only: a packed or binary number has no check
    *> digit position the scheme could name
    if fld-type(field-index) = "P" or fld-size(field-index) > 64
        exit section
    end-if.
    move check-digit-apply(fld-check(field-index),
            work-out-record(fld-offset(field-index):fld-size(field-index)))
        to field-value.
    move field-value(1:fld-size(field-index))
        to work-out-record(fld-offset(field-index):fld-size(field-index)).

hash-field section.
    *> sha-256 hex of the original value, truncated to the field --
    *> deterministic, so the same production key masks to the same
