*>    amount RANGE 100 99999   pseudo-random integer in the range
*>    status CONST A           the same value every record
*>    booked DATE -30          today shifted by the given days, YYYYMMDD
*>  A second line can name a checkdigit library scheme for a field, so
*>  generated account, card and routing numbers pass validation:
*>    acct   CHECK LUHN        the rule's value fills all but the last
*>                             position, the check digit goes last
*>    iban   CHECK IBAN        the two digits after the country code are
*>                             recomputed over the value as generated
*>  (LUHN, IBAN, ABA, MOD11[/weights[/X|0]]; needs the checkdigit
*>  library linked in, probed like csv-write.)
*>  Fields without a rule default to spaces (X) or zeros (9). Output is
*>  fixed-width by default; --csv emits through the csv-write library
*>  program instead (probed the way cblu-exec-fixture probes csv-load),
environment division.
configuration section.
repository.
    function all intrinsic
    function check-digit-compute
    function check-digit-apply.
input-output section.
file-control.
    select rules assign to dynamic rules-file
            05 fld-rule pic x(8).
            05 fld-arg1 pic x(128).
            05 fld-arg2 pic x(32).
            05 fld-check pic x(48).
    01 spec-pointer usage binary-long unsigned.
    01 spec-length usage binary-long unsigned.
    01 spec-entry pic x(80).
    01 digits-needed usage binary-long unsigned.
    01 ws-num-edit pic z(8)9.

    *> CHECK: the width the rule fills ahead of a trailing check digit
    77 checkdigit-pointer usage program-pointer.
        88 checkdigit-missing value NULL.
    01 needs-check pic x value "N".
    01 value-width usage binary-long unsigned.
    01 check-result pic x(64).

    *> --csv: rows are buffered and flushed through csv-write in
    *> chunks, append mode after the first, so the row count is not
    *> bounded by a compiled-in table
    perform load-layout.
    perform load-rules.

    if needs-check = "Y"
        set checkdigit-pointer to entry "check-digit-calc"
        if checkdigit-missing
            display "Error: CHECK rule needs libs/core/checkdigit compiled"
                " and linked in, which this build does not have" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
    end-if.

    if is-csv-mode
        set csvwrite-pointer to entry "csv-write"
        if csvwrite-missing
            move upper-case(fld-type-txt(1:1)) to fld-type(field-count)
            move SPACE to fld-rule(field-count)
            move SPACE to fld-arg1(field-count) fld-arg2(field-count)
            move SPACE to fld-check(field-count)
        end-if
    end-perform.
    if field-count = 0
    perform until field-index > field-count
        if trim(fld-name(field-index)) = trim(rule-name)
            move "Y" to rule-found
            if upper-case(rule-verb) = "CHECK"
                *> a scheme on top of the field's rule, not instead of it
                move upper-case(trim(rule-rest)) to fld-check(field-index)
                move "Y" to needs-check
            else
                move upper-case(rule-verb) to fld-rule(field-index)
                move SPACE to fld-arg1(field-index) fld-arg2(field-index)
                unstring rule-rest delimited by all SPACE
                    into fld-arg1(field-index) fld-arg2(field-index)
                end-unstring
            end-if
            move field-count to field-index
        end-if
        add 1 to field-index

make-field-value section.
    move SPACE to field-value.
    move fld-size(field-index) to value-width.
    if fld-check(field-index) not = SPACE
            and fld-check(field-index)(1:4) not = "IBAN"
            and value-width > 1
        subtract 1 from value-width
    end-if.
    evaluate fld-rule(field-index)
    when "SEQ"
        move numval(fld-arg1(field-index)) to seq-value
            perform edit-numeric-value
        end-if
    end-evaluate.
    if fld-check(field-index) not = SPACE
        perform apply-check-scheme
    end-if.

apply-check-scheme section.
    if fld-size(field-index) > 64
        exit section
    end-if.
    if value-width = fld-size(field-index)
        *> IBAN: the check digits sit inside the value as generated
        move check-digit-apply(fld-check(field-index),
                field-value(1:fld-size(field-index)))
            to check-result
    else
        move check-digit-compute(fld-check(field-index),
                field-value(1:value-width))
            to check-result
    end-if.
    *> a value the scheme can't take (spaces, letters in a LUHN field)
    *> is left as the rule made it, for the validation to catch
    if check-result not = SPACE
        move check-result to field-value
    end-if.

edit-numeric-value section.
    *> zero-padded to the field's declared width, the way a copybook
    *> pic 9(n) field would hold it
    move value-width to digits-needed.
    if digits-needed > 18
        move 18 to digits-needed
    end-if.
