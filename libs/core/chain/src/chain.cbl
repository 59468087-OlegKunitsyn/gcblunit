       >>SOURCE FORMAT FREE
*>**
*>  Core library: chain
*>**
*>  Tamper-evident digest chain over the runner's append-only files,
*>  the assertion archive and the outcome history. Every line carries
*>  a chain field -- the sha-256 of the previous line's chain field
*>  and this line's content, the same chaining the --dump-summary
*>  trailer does with crc32:
*>    digest(n) = sha-256(digest(n-1) || content(n))
*>  64 lower-case hex digits behind the line's content, where the
*>  programs that only read the file never look:
*>    layout "A", the archive:  content 1-239, chain field 241-304
*>    layout "H", the history:  content 1-96,  chain field 97-160
*>  content being the line up to the chain field, trailing spaces
*>  dropped; the first chained line follows 64 zeros. Editing any
*>  past line breaks its link, so it can be checked with nothing but
*>  the file and a sha256sum.
*>  A program that legitimately rewrites the file (housekeeping's
*>  trim) or appends foreign lines to it (junit-import) re-anchors the
*>  chain with a checkpoint record, "#" in column 10, carrying the
*>  chain digest it continues from and signed with hmac-sha256 under
*>  GCBLUNIT_CHAIN_KEY (a credential-store reference @vault:name is
*>  resolved when libs/core/vault is linked); the lines after it chain
*>  from its signature. Without a key the checkpoint is only digested
*>  and marked unsigned, which chain-verify reports.
*>    archive: date, " #", blank suite, "0000", "checkpoint", the
*>             carried digest over expected/actual, and "K|U origin
*>             note" as the description -- every archive reader skips
*>             a record with no suite
*>    history: "date #K:carried-digest:origin" -- one token, so the
*>             history readers see no status and skip it
*>  Programs:
*>    chain-link        digest one line onto the chain
*>    chain-tail        the chain digest a new line follows
*>    chain-sign        sign a checkpoint ("00" signed, "39" no key,
*>                      unsigned digest given, "38" key not resolvable)
*>    chain-checkpoint  build a signed checkpoint record
*>    chain-step        verify one line against the running digest
*>  Built on the SHA256 primitive of libs/core/string/src/sha256.cbl,
*>  not the sha-256 and hmac-sha256 functions of hash.cbl, so it links
*>  alongside string.cbl as well as hash.cbl.
*>**
identification division.
program-id. chain-link.
environment division.
configuration section.
repository.
    function all intrinsic.
data division.
working-storage section.
    78 CHAIN-CONTENT-LIMIT value 448.
    01 chain-buffer pic x(512).
    01 chain-input-len usage binary-double unsigned.
    01 content-len usage binary-long unsigned.
    01 chain-hash pic x(32).
    01 hex-digits pic x(16) value "0123456789abcdef".
    01 hash-index usage binary-long unsigned.
    01 hash-byte usage binary-long unsigned.
linkage section.
    01 l-previous pic x(64).
    01 l-content pic x any length.
    01 l-digest pic x(64).
procedure division using l-previous, l-content, l-digest.
    if l-previous = SPACE
        move all "0" to chain-buffer(1:64)
    else
        move l-previous to chain-buffer(1:64)
    end-if.
    move 0 to content-len.
    if l-content not = SPACE
        move length(trim(l-content, trailing)) to content-len
    end-if.
    if content-len > CHAIN-CONTENT-LIMIT
        move CHAIN-CONTENT-LIMIT to content-len
    end-if.
    if content-len > 0
        move l-content(1:content-len) to chain-buffer(65:content-len)
    end-if.
    compute chain-input-len = 64 + content-len.
    call "SHA256" using chain-buffer(1:chain-input-len), chain-input-len,
        chain-hash.
    move 0 to hash-index.
    perform until hash-index >= 32
        compute hash-byte = ord(chain-hash(hash-index + 1:1)) - 1
        move hex-digits(hash-byte / 16 + 1:1)
            to l-digest(hash-index * 2 + 1:1)
        move hex-digits(mod(hash-byte, 16) + 1:1)
            to l-digest(hash-index * 2 + 2:1)
        add 1 to hash-index
    end-perform.
    goback.
end program chain-link.

*>*
*> The chain digest the next appended line follows: the chain field
*> of the file's last line -- spaces when the file is new or its last
*> line predates the chain. l-status is the file's open status.
*>*
identification division.
program-id. chain-tail.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select chained-in assign to dynamic chained-path
    organization is line sequential
    file status is chained-status.
data division.
file section.
fd chained-in.
    01 chained-line pic x(512).
working-storage section.
    01 chained-path pic x(256).
    01 chained-status pic x(2).
        88 chained-ok value "00".
        88 chained-eof value "10".
    01 chain-column usage binary-long unsigned.
linkage section.
    01 l-path pic x any length.
    01 l-layout pic x.
    01 l-digest pic x(64).
    01 l-status pic x(2).
procedure division using l-path, l-layout, l-digest, l-status.
    move SPACE to l-digest.
    if l-layout = "H"
        move 97 to chain-column
    else
        move 241 to chain-column
    end-if.
    move l-path to chained-path.
    open input chained-in.
    move chained-status to l-status.
    if not chained-ok
        goback
    end-if.
    perform until chained-eof
        read chained-in
            at end
                move "10" to chained-status
            not at end
                if chained-line not = SPACE
                    move chained-line(chain-column:64) to l-digest
                end-if
        end-read
    end-perform.
    close chained-in.
    goback.
end program chain-tail.

*>*
*> Sign a checkpoint's content: hmac-sha256 (RFC 2104) under
*> GCBLUNIT_CHAIN_KEY, as 64 hex digits. With no key configured the
*> signature is the plain chain digest of the content and the status
*> "39"; a @vault: reference that cannot be resolved gives "38" and
*> no signature.
*>*
identification division.
program-id. chain-sign.
environment division.
configuration section.
repository.
    function all intrinsic.
data division.
working-storage section.
    78 BLOCK-SIZE value 64.
    78 SIGN-CONTENT-LIMIT value 448.
    01 sign-key pic x(128).
    01 no-previous pic x(64) value SPACE.
    01 key-len usage binary-long unsigned.
    01 key-len-double usage binary-double unsigned.
    01 vault-refs usage binary-long unsigned.
    01 vault-status pic x(2).
    01 key-block pic x(64).
    01 ipad-block pic x(64).
    01 opad-block pic x(64).
    01 inner-buffer pic x(512).
    01 outer-buffer pic x(96).
    01 sign-input-len usage binary-double unsigned.
    01 content-len usage binary-long unsigned.
    01 sign-hash pic x(32).
    01 hex-digits pic x(16) value "0123456789abcdef".
    01 hash-index usage binary-long unsigned.
    01 hash-byte usage binary-long unsigned.
linkage section.
    01 l-content pic x any length.
    01 l-signature pic x(64).
    01 l-status pic x(2).
procedure division using l-content, l-signature, l-status.
    move SPACE to l-signature.
    move SPACE to sign-key.
    accept sign-key from environment "GCBLUNIT_CHAIN_KEY"
        on exception
            move SPACE to sign-key
    end-accept.
    move 0 to vault-refs.
    inspect sign-key tallying vault-refs for all "@vault:".
    if vault-refs > 0
        call "vault-resolve" using sign-key, vault-status
            on exception
                move "99" to vault-status
        end-call
        if vault-status not = "00"
            move SPACE to sign-key
            move "38" to l-status
            goback
        end-if
    end-if.
    if sign-key = SPACE
        call "chain-link" using no-previous, l-content, l-signature
        move "39" to l-status
        goback
    end-if.

    *> a key longer than the block is hashed down first
    move low-values to key-block.
    move length(trim(sign-key, trailing)) to key-len.
    if key-len > BLOCK-SIZE
        move key-len to key-len-double
        call "SHA256" using sign-key(1:key-len), key-len-double, sign-hash
        move sign-hash to key-block(1:32)
    else
        move sign-key(1:key-len) to key-block(1:key-len)
    end-if.
    move all x"36" to ipad-block.
    move all x"5C" to opad-block.
    call "CBL_XOR" using key-block, ipad-block, by value BLOCK-SIZE.
    call "CBL_XOR" using key-block, opad-block, by value BLOCK-SIZE.

    move 0 to content-len.
    if l-content not = SPACE
        move length(trim(l-content, trailing)) to content-len
    end-if.
    if content-len > SIGN-CONTENT-LIMIT
        move SIGN-CONTENT-LIMIT to content-len
    end-if.
    move ipad-block to inner-buffer(1:64).
    if content-len > 0
        move l-content(1:content-len) to inner-buffer(65:content-len)
    end-if.
    compute sign-input-len = 64 + content-len.
    call "SHA256" using inner-buffer(1:sign-input-len), sign-input-len,
        sign-hash.
    move opad-block to outer-buffer(1:64).
    move sign-hash to outer-buffer(65:32).
    move 96 to sign-input-len.
    call "SHA256" using outer-buffer, sign-input-len, sign-hash.
    move 0 to hash-index.
    perform until hash-index >= 32
        compute hash-byte = ord(sign-hash(hash-index + 1:1)) - 1
        move hex-digits(hash-byte / 16 + 1:1)
            to l-signature(hash-index * 2 + 1:1)
        move hex-digits(mod(hash-byte, 16) + 1:1)
            to l-signature(hash-index * 2 + 2:1)
        add 1 to hash-index
    end-perform.
    move SPACE to sign-key.
    move "00" to l-status.
    goback.
end program chain-sign.

*>*
*> Build a checkpoint record in l-line for layout "A" or "H", dated
*> today, carrying l-carried (spaces: the chain has not started) and
*> naming l-origin, the program re-anchoring; l-note goes into the
*> archive form only. l-status is chain-sign's: "00" signed, "39"
*> unsigned, "38" no record built.
*>*
identification division.
program-id. chain-checkpoint.
environment division.
configuration section.
repository.
    function all intrinsic.
data division.
working-storage section.
    01 checkpoint-date pic 9(8).
    01 checkpoint-flag pic x.
    01 checkpoint-carried pic x(64).
    01 checkpoint-content pic x(240).
    01 checkpoint-signature pic x(64).
    01 sign-status pic x(2).
linkage section.
    01 l-layout pic x.
    01 l-origin pic x any length.
    01 l-note pic x any length.
    01 l-carried pic x(64).
    01 l-line pic x any length.
    01 l-status pic x(2).
procedure division using l-layout, l-origin, l-note, l-carried, l-line,
        l-status.
    move SPACE to l-line.
    accept checkpoint-date from DATE YYYYMMDD.
    if l-carried = SPACE
        move all "0" to checkpoint-carried
    else
        move l-carried to checkpoint-carried
    end-if.
    *> the flag is part of what is signed: built signed first, and
    *> rebuilt as unsigned when there is no key to sign with
    move "K" to checkpoint-flag.
    perform build-content.
    call "chain-sign" using checkpoint-content, checkpoint-signature,
        sign-status.
    if sign-status = "39"
        move "U" to checkpoint-flag
        perform build-content
        call "chain-sign" using checkpoint-content, checkpoint-signature,
            sign-status
    end-if.
    move sign-status to l-status.
    if sign-status = "38"
        goback
    end-if.
    if l-layout = "H"
        move checkpoint-content(1:96) to l-line(1:96)
        move checkpoint-signature to l-line(97:64)
    else
        move checkpoint-content(1:239) to l-line(1:239)
        move checkpoint-signature to l-line(241:64)
    end-if.
    goback.

build-content section.
    move SPACE to checkpoint-content.
    if l-layout = "H"
        move concatenate(checkpoint-date, " #", checkpoint-flag, ":",
                checkpoint-carried, ":", trim(l-origin))
            to checkpoint-content(1:96)
    else
        move checkpoint-date to checkpoint-content(1:8)
        move "#" to checkpoint-content(10:1)
        move "0000" to checkpoint-content(43:4)
        move "checkpoint" to checkpoint-content(47:16)
        move checkpoint-carried to checkpoint-content(63:64)
        move concatenate(checkpoint-flag, " ", trim(l-origin), " ",
                trim(l-note))
            to checkpoint-content(127:64)
    end-if.
end program chain-checkpoint.

*>*
*> Verify one line against the running digest and advance it. The
*> outcomes:
*>   "L" no chain field, the chain not started yet (a legacy line)
*>   "G" good link              "B" broken link
*>   "K" signed checkpoint      "U" unsigned checkpoint
*>   "N" checkpoint, signature not checkable (no key)
*>   "X" checkpoint with a wrong signature
*>   "C" checkpoint not carrying the running digest
*> After a broken link the running digest resynchronises on the
*> line's own chain field, so every further break is found as well.
*>*
identification division.
program-id. chain-step.
environment division.
configuration section.
repository.
    function all intrinsic.
data division.
working-storage section.
    01 chain-column usage binary-long unsigned.
    01 step-content pic x(240).
    01 step-stored pic x(64).
    01 step-computed pic x(64).
    01 step-flag pic x.
    01 step-carried pic x(64).
    01 sign-status pic x(2).
    01 no-previous pic x(64) value SPACE.
linkage section.
    01 l-layout pic x.
    01 l-running pic x(64).
    01 l-line pic x any length.
    01 l-outcome pic x.
procedure division using l-layout, l-running, l-line, l-outcome.
    move SPACE to step-content step-stored.
    if l-layout = "H"
        move 97 to chain-column
    else
        move 241 to chain-column
    end-if.
    if byte-length(l-line) >= chain-column + 63
        move l-line(chain-column:64) to step-stored
    end-if.
    move l-line(1:chain-column - 1) to step-content.

    if step-content(10:1) not = "#"
        if step-stored = SPACE
            if l-running = SPACE
                move "L" to l-outcome
            else
                move "B" to l-outcome
            end-if
        else
            call "chain-link" using l-running, step-content, step-computed
            if step-computed = step-stored
                move "G" to l-outcome
            else
                move "B" to l-outcome
            end-if
        end-if
        move step-stored to l-running
        goback
    end-if.

    if l-layout = "H"
        move step-content(11:1) to step-flag
        move step-content(13:64) to step-carried
    else
        move step-content(127:1) to step-flag
        move step-content(63:64) to step-carried
    end-if.
    *> a checkpoint opening the file (after a trim) carries whatever
    *> the dropped lines ended on; anywhere else it must carry the
    *> digest it follows
    if l-running not = SPACE and step-carried not = l-running
        move "C" to l-outcome
        move step-stored to l-running
        goback
    end-if.
    if step-flag = "U"
        call "chain-link" using no-previous, step-content, step-computed
        if step-computed = step-stored
            move "U" to l-outcome
        else
            move "X" to l-outcome
        end-if
    else
        call "chain-sign" using step-content, step-computed, sign-status
        evaluate TRUE
        when sign-status not = "00"
            move "N" to l-outcome
        when step-computed = step-stored
            move "K" to l-outcome
        when other
            move "X" to l-outcome
        end-evaluate
    end-if.
    move step-stored to l-running.
    goback.
end program chain-step.
