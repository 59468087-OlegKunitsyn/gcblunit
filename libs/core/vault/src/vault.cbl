       >>SOURCE FORMAT FREE
*>**
*>  Core library: vault
*>**
*>  Credential store: the signing keys, tokens and passwords the
*>  toolkit needs live in one file of named secrets instead of on
*>  command lines, where ps, the provenance block, the catalog and the
*>  schedule file would all show them. A program takes a reference
*>  "@vault:name" wherever it took the secret, records the reference,
*>  and resolves it only at the point of use:
*>    call "vault-resolve" using webhook-url, vault-status.
*>  Every "@vault:name" inside the text -- a whole key, or a token
*>  inside a URL or a path -- is replaced by the secret in place; text
*>  without a reference is left alone. The store is GCBLUNIT_VAULT,
*>  or .gcblunit-vault in HOME, one record per secret:
*>    name|value                           clear text
*>    name|enc:salt:check:cipher-hex       sealed under the master key
*>  A sealed value is the secret xor'ed with a sha-256 keystream of
*>  the master key (GCBLUNIT_VAULT_KEY), the name, the salt and the
*>  block number; check is the first 16 hex digits of
*>  hmac-sha256(master key, salt || secret), so a wrong master key is
*>  reported instead of yielding garbage. The store is refused when its
*>  permissions are wider than owner-only. Statuses:
*>    "00" resolved (or nothing to resolve)
*>    "35" no store                "37" store readable by others
*>    "23" no such name            "39" no or wrong master key
*>    "34" resolved text does not fit
*>  credential-vault maintains the store. Requires libs/core/string
*>  (sha-256, hmac-sha256) linked in.
*>**
identification division.
program-id. vault-resolve.
environment division.
configuration section.
repository.
    function hmac-sha256
    function hex-to-byte
    function all intrinsic.
input-output section.
file-control.
    select vault-file assign to dynamic vault-path
    organization is line sequential
    file status is vault-file-status.
data division.
file section.
fd vault-file.
    01 vault-line pic x(1024).
working-storage section.
    78 VAULT-VALUE-LIMIT value 256.
    78 VAULT-HEX-LIMIT value 512.
    78 VAULT-TEXT-LIMIT value 4096.
    01 vault-path pic x(256).
    01 vault-home pic x(200).
    01 vault-file-status pic x(2).
        88 vault-ok value "00".
        88 vault-eof value "10".
    01 master-key pic x(128).
    01 ref-count usage binary-long unsigned.
    01 text-len usage binary-long unsigned.
    01 text-pos usage binary-long unsigned.
    01 out-len usage binary-long unsigned.
    01 out-text pic x(VAULT-TEXT-LIMIT).
    01 ref-name pic x(64).
    01 name-len usage binary-long unsigned.
    01 name-char pic x.
        88 is-name-char values "a" thru "z", "A" thru "Z",
            "0" thru "9", "-", "_", ".".
    01 entry-name pic x(64).
    01 entry-value pic x(960).
    01 entry-pointer usage binary-long unsigned.
    01 entry-found pic x.
        88 is-entry-found value "Y".
    01 secret-value pic x(VAULT-VALUE-LIMIT).
    01 secret-len usage binary-long unsigned.
    01 seal-salt pic x(16).
    01 seal-check pic x(16).
    01 open-check pic x(16).
    01 seal-hex pic x(VAULT-HEX-LIMIT).
    01 hex-index usage binary-long unsigned.
    01 byte-num usage binary-char unsigned.
    01 byte-chr pic x redefines byte-num.
linkage section.
    01 l-text pic x any length.
    01 l-status pic x(2).
procedure division using l-text, l-status.
    move "00" to l-status.
    move 0 to ref-count.
    inspect l-text tallying ref-count for all "@vault:".
    if ref-count = 0
        goback
    end-if.

    move SPACE to vault-path.
    accept vault-path from environment "GCBLUNIT_VAULT"
        on exception
            move SPACE to vault-path
    end-accept.
    if vault-path = SPACE
        move SPACE to vault-home
        accept vault-home from environment "HOME"
            on exception
                move "." to vault-home
        end-accept
        move concatenate(trim(vault-home), "/.gcblunit-vault") to vault-path
    end-if.
    call "vault-check" using vault-path, l-status.
    if l-status not = "00"
        goback
    end-if.

    move length(trim(l-text, trailing)) to text-len.
    move SPACE to out-text.
    move 0 to out-len.
    move 1 to text-pos.
    perform until text-pos > text-len
        if text-pos + 6 <= text-len and l-text(text-pos:7) = "@vault:"
            perform take-reference-name
        else
            move 0 to name-len
        end-if
        if name-len = 0
            if out-len >= VAULT-TEXT-LIMIT
                move "34" to l-status
                goback
            end-if
            add 1 to out-len
            move l-text(text-pos:1) to out-text(out-len:1)
            add 1 to text-pos
        else
            perform look-up-secret
            if l-status not = "00"
                goback
            end-if
            if out-len + secret-len > VAULT-TEXT-LIMIT
                move "34" to l-status
                goback
            end-if
            if secret-len > 0
                move secret-value(1:secret-len)
                    to out-text(out-len + 1:secret-len)
                add secret-len to out-len
            end-if
            add 7 to text-pos
            add name-len to text-pos
        end-if
    end-perform.
    if out-len > byte-length(l-text)
        move "34" to l-status
        goback
    end-if.
    move out-text to l-text.
    goback.

take-reference-name section.
    move SPACE to ref-name.
    move 0 to name-len.
    perform until text-pos + 7 + name-len > text-len or name-len >= 64
        move l-text(text-pos + 7 + name-len:1) to name-char
        if not is-name-char
            exit perform
        end-if
        add 1 to name-len
        move name-char to ref-name(name-len:1)
    end-perform.

look-up-secret section.
    move "N" to entry-found.
    open input vault-file.
    if not vault-ok
        move "35" to l-status
        exit section
    end-if.
    move SPACE to vault-file-status.
    perform until vault-eof or is-entry-found
        read vault-file
            at end
                move "10" to vault-file-status
            not at end
                if trim(vault-line) not = SPACE and vault-line(1:1) not = "#"
                    move SPACE to entry-name entry-value
                    move 1 to entry-pointer
                    unstring vault-line delimited by "|"
                        into entry-name
                        with pointer entry-pointer
                    end-unstring
                    if trim(entry-name) = trim(ref-name)
                        move "Y" to entry-found
                        if entry-pointer <= byte-length(vault-line)
                            move vault-line(entry-pointer:) to entry-value
                        end-if
                    end-if
                end-if
        end-read
    end-perform.
    close vault-file.
    if not is-entry-found
        move "23" to l-status
        exit section
    end-if.

    move SPACE to secret-value.
    if entry-value(1:4) not = "enc:"
        move entry-value to secret-value
        move length(trim(secret-value, trailing)) to secret-len
        if secret-value = SPACE
            move 0 to secret-len
        end-if
        exit section
    end-if.

    *> sealed: unseal under the master key and prove it was the right one
    move SPACE to master-key.
    accept master-key from environment "GCBLUNIT_VAULT_KEY"
        on exception
            move SPACE to master-key
    end-accept.
    if master-key = SPACE
        move "39" to l-status
        exit section
    end-if.
    move SPACE to seal-salt seal-check seal-hex.
    unstring entry-value(5:) delimited by ":"
        into seal-salt seal-check seal-hex
    end-unstring.
    compute secret-len = length(trim(seal-hex)) / 2.
    if seal-hex = SPACE or secret-len > VAULT-VALUE-LIMIT
        move "39" to l-status
        exit section
    end-if.
    move 1 to hex-index.
    perform until hex-index > secret-len
        move hex-to-byte(seal-hex(hex-index * 2 - 1:2)) to byte-num
        move byte-chr to secret-value(hex-index:1)
        add 1 to hex-index
    end-perform.
    if secret-len > 0
        call "vault-cipher" using master-key, ref-name, seal-salt,
            secret-value, secret-len
    end-if.
    move hmac-sha256(trim(master-key),
            concatenate(trim(seal-salt), secret-value(1:secret-len)))(1:16)
        to open-check.
    if open-check not = seal-check
        move "39" to l-status
        move SPACE to secret-value
    end-if.
end program vault-resolve.

*>*
*> Permission-check a credential store: "00" when it exists and
*> nobody but its owner can read or write it, "35" when it does not
*> exist, "37" when its permissions are wider than owner-only
*>*
identification division.
program-id. vault-check.
environment division.
configuration section.
repository.
    function all intrinsic.
data division.
working-storage section.
    01 check-command pic x(400).
    01 saved-rc usage binary-long.
    01 file-info.
        05 file-size usage binary-double unsigned.
        05 file-date.
            10 file-day usage binary-char unsigned.
            10 file-month usage binary-char unsigned.
            10 file-year usage binary-short unsigned.
        05 file-time.
            10 file-hours usage binary-char unsigned.
            10 file-minutes usage binary-char unsigned.
            10 file-seconds usage binary-char unsigned.
            10 file-hundredths usage binary-char unsigned.
linkage section.
    01 l-path pic x any length.
    01 l-status pic x(2).
procedure division using l-path, l-status.
    move RETURN-CODE to saved-rc.
    call "CBL_CHECK_FILE_EXIST" using l-path, file-info.
    if RETURN-CODE not = 0
        move "35" to l-status
        move saved-rc to RETURN-CODE
        goback
    end-if.
    *> any group or other bit set means someone else can get at it
    move concatenate("find '", trim(l-path), "' -maxdepth 0 -perm /077",
            " 2>/dev/null | grep -q .")
        to check-command.
    call "SYSTEM" using check-command.
    if RETURN-CODE = 0
        move "37" to l-status
    else
        move "00" to l-status
    end-if.
    move saved-rc to RETURN-CODE.
    goback.
end program vault-check.

*>*
*> Seal a secret under the master key (GCBLUNIT_VAULT_KEY) into the
*> "enc:salt:check:cipher-hex" form vault-resolve unseals; "39" and
*> spaces when no master key is set
*>*
identification division.
program-id. vault-seal.
environment division.
configuration section.
repository.
    function hmac-sha256
    function byte-to-hex
    function all intrinsic.
data division.
working-storage section.
    78 VAULT-VALUE-LIMIT value 256.
    78 VAULT-HEX-LIMIT value 512.
    01 master-key pic x(128).
    01 seal-name pic x(64).
    01 seal-salt pic x(16).
    01 seal-check pic x(16).
    01 secret-value pic x(VAULT-VALUE-LIMIT).
    01 secret-len usage binary-long unsigned.
    01 seal-hex pic x(VAULT-HEX-LIMIT).
    01 hex-index usage binary-long unsigned.
linkage section.
    01 l-name pic x any length.
    01 l-value pic x any length.
    01 l-sealed pic x any length.
    01 l-status pic x(2).
procedure division using l-name, l-value, l-sealed, l-status.
    move SPACE to l-sealed.
    move SPACE to master-key.
    accept master-key from environment "GCBLUNIT_VAULT_KEY"
        on exception
            move SPACE to master-key
    end-accept.
    if master-key = SPACE
        move "39" to l-status
        goback
    end-if.
    move "00" to l-status.
    move l-name to seal-name.
    move l-value to secret-value.
    if secret-value = SPACE
        move "23" to l-status
        goback
    end-if.
    move length(trim(secret-value, trailing)) to secret-len.
    move current-date(1:16) to seal-salt.
    move hmac-sha256(trim(master-key),
            concatenate(trim(seal-salt), secret-value(1:secret-len)))(1:16)
        to seal-check.
    move SPACE to seal-hex.
    if secret-len > 0
        call "vault-cipher" using master-key, seal-name, seal-salt,
            secret-value, secret-len
    end-if.
    move 1 to hex-index.
    perform until hex-index > secret-len
        move byte-to-hex(secret-value(hex-index:1))
            to seal-hex(hex-index * 2 - 1:2)
        add 1 to hex-index
    end-perform.
    move concatenate("enc:", seal-salt, ":", seal-check, ":", trim(seal-hex))
        to l-sealed.
    if length(trim(l-sealed)) < 4 + 16 + 1 + 16 + 1 + secret-len * 2
        move "34" to l-status
        move SPACE to l-sealed
    end-if.
    move SPACE to secret-value.
    goback.
end program vault-seal.

*>*
*> Xor a buffer with the vault keystream: block n is the sha-256 of
*> "master-key|name|salt|n"; applying it twice gives the buffer back
*>*
identification division.
program-id. vault-cipher.
environment division.
configuration section.
repository.
    function sha-256
    function hex-to-byte
    function all intrinsic.
data division.
working-storage section.
    01 block-nr usage binary-long unsigned.
    01 block-edit pic z(8)9.
    01 block-start usage binary-long unsigned.
    01 block-len usage binary-long unsigned.
    01 block-hex pic x(64).
    01 block-bytes pic x(32).
    01 hex-index usage binary-long unsigned.
    01 byte-num usage binary-char unsigned.
    01 byte-chr pic x redefines byte-num.
linkage section.
    01 l-key pic x any length.
    01 l-name pic x any length.
    01 l-salt pic x any length.
    01 l-buffer pic x any length.
    01 l-length usage binary-long unsigned.
procedure division using l-key, l-name, l-salt, l-buffer, l-length.
    move 0 to block-nr.
    move 1 to block-start.
    perform until block-start > l-length
        add 1 to block-nr
        move block-nr to block-edit
        move sha-256(concatenate(trim(l-key), "|", trim(l-name), "|",
                trim(l-salt), "|", trim(block-edit)))
            to block-hex
        move 1 to hex-index
        perform until hex-index > 32
            move hex-to-byte(block-hex(hex-index * 2 - 1:2)) to byte-num
            move byte-chr to block-bytes(hex-index:1)
            add 1 to hex-index
        end-perform
        compute block-len = l-length - block-start + 1
        if block-len > 32
            move 32 to block-len
        end-if
        move 1 to hex-index
        perform until hex-index > block-len
            call "CBL_XOR" using block-bytes(hex-index:1),
                l-buffer(block-start + hex-index - 1:1) by value 1
            end-call
            add 1 to hex-index
        end-perform
        add 32 to block-start
    end-perform.
    goback.
end program vault-cipher.
