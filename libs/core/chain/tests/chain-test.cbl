       >>SOURCE FORMAT FREE
*>**
*>  Test core/chain
*>**
identification division.
program-id. chain-test.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select chain-out assign to dynamic ws-chain-path
    organization is line sequential
    file status is ws-chain-status.
data division.
file section.
fd chain-out.
    01 chain-out-line pic x(304).
working-storage section.
    01 ws-chain-path pic x(256) value "/tmp/gcblunit-chain-test.dat".
    01 ws-chain-status pic x(2).
    01 ws-status pic x(2).
    01 ws-previous pic x(64).
    01 ws-digest pic x(64).
    01 ws-running pic x(64).
    01 ws-outcome pic x.
    01 ws-history-line pic x(160).
    01 ws-archive-line pic x(304).
    01 ws-checkpoint pic x(304).
procedure division.
    set environment "GCBLUNIT_CHAIN_KEY" to SPACE.
    call "CBL_DELETE_FILE" using ws-chain-path.
    perform chain-link-test.
    perform chain-sign-test.
    perform chain-step-test.
    perform chain-checkpoint-test.
    perform chain-tail-test.
    call "CBL_DELETE_FILE" using ws-chain-path.
    goback.

chain-link-test section.
    move SPACE to ws-previous.
    call "chain-link" using ws-previous, "20261015 suite-a 00 P", ws-digest.
    call "assert-equals" using
        "5e298575b41e3f5f17d0f03c84a69d4d4b9a393f4979fa1365df0e398f8aa28a",
        ws-digest.
    move ws-digest to ws-previous.
    call "chain-link" using ws-previous, "20261015 suite-b 01 F   ",
        ws-digest.
    call "assert-equals" using
        "051c8359dafad97dfa30f82f5de8ac490bae927ab2c10531b55b625478ef7660",
        ws-digest.

chain-sign-test section.
    call "chain-sign" using "hello checkpoint", ws-digest, ws-status.
    call "assert-equals" using "39", ws-status.
    move SPACE to ws-previous.
    call "chain-link" using ws-previous, "hello checkpoint", ws-running.
    call "assert-equals" using ws-running, ws-digest.

    set environment "GCBLUNIT_CHAIN_KEY" to "chain-key-1".
    call "chain-sign" using "hello checkpoint", ws-digest, ws-status.
    call "assert-equals" using "00", ws-status.
    call "assert-equals" using
        "9868ef3d4d554c1c602f1e3ebb1a0b96f4f715fbdef321388fd09349a0a6f607",
        ws-digest.

    set environment "GCBLUNIT_CHAIN_KEY" to
        "kkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkkk".
    call "chain-sign" using "hello checkpoint", ws-digest, ws-status.
    call "assert-equals" using
        "3acf875d8b72d18d3fcce45bb94ad24e93ebab921cf0c6046203fa09733fce2a",
        ws-digest.
    set environment "GCBLUNIT_CHAIN_KEY" to SPACE.

chain-step-test section.
    *> a legacy line, two chained lines, then one edited after the fact
    move SPACE to ws-running.
    move "20261014 suite-a 00 P" to ws-history-line.
    call "chain-step" using "H", ws-running, ws-history-line, ws-outcome.
    call "assert-equals" using "L", ws-outcome.

    move "20261015 suite-a 00 P" to ws-history-line.
    call "chain-link" using ws-running, ws-history-line(1:96), ws-previous.
    move ws-previous to ws-history-line(97:64).
    call "chain-step" using "H", ws-running, ws-history-line, ws-outcome.
    call "assert-equals" using "G", ws-outcome.
    call "assert-equals" using ws-previous, ws-running.

    move "20261015 suite-b 01 F" to ws-history-line.
    call "chain-link" using ws-running, ws-history-line(1:96), ws-digest.
    move ws-digest to ws-history-line(97:64).
    move "P" to ws-history-line(21:1).
    call "chain-step" using "H", ws-running, ws-history-line, ws-outcome.
    call "assert-equals" using "B", ws-outcome.
    call "assert-equals" using ws-history-line(97:64), ws-running.

    move "20261016 suite-c 00 P" to ws-history-line.
    call "chain-step" using "H", ws-running, ws-history-line, ws-outcome.
    call "assert-equals" using "B", ws-outcome.

chain-checkpoint-test section.
    *> unsigned without a key, signed with one, and a signed one that
    *> was altered or is checked under another key
    move all "a" to ws-previous.
    call "chain-checkpoint" using "A", "housekeeping", "trimmed 3 line(s)",
        ws-previous, ws-checkpoint, ws-status.
    call "assert-equals" using "39", ws-status.
    call "assert-equals" using "#", ws-checkpoint(10:1).
    call "assert-equals" using SPACE, ws-checkpoint(11:32).
    call "assert-equals" using ws-previous, ws-checkpoint(63:64).
    call "assert-equals" using "U housekeeping trimmed 3 line(s)",
        ws-checkpoint(127:64).
    move SPACE to ws-running.
    call "chain-step" using "A", ws-running, ws-checkpoint, ws-outcome.
    call "assert-equals" using "U", ws-outcome.

    set environment "GCBLUNIT_CHAIN_KEY" to "chain-key-1".
    call "chain-checkpoint" using "H", "junit-import", SPACE,
        ws-previous, ws-checkpoint, ws-status.
    call "assert-equals" using "00", ws-status.
    call "assert-equals" using "#K:", ws-checkpoint(10:3).
    call "assert-equals" using ":junit-import", ws-checkpoint(77:13).
    move ws-previous to ws-running.
    call "chain-step" using "H", ws-running, ws-checkpoint, ws-outcome.
    call "assert-equals" using "K", ws-outcome.
    call "assert-equals" using ws-checkpoint(97:64), ws-running.

    move all "b" to ws-running.
    call "chain-step" using "H", ws-running, ws-checkpoint, ws-outcome.
    call "assert-equals" using "C", ws-outcome.

    set environment "GCBLUNIT_CHAIN_KEY" to "chain-key-2".
    move ws-previous to ws-running.
    call "chain-step" using "H", ws-running, ws-checkpoint, ws-outcome.
    call "assert-equals" using "X", ws-outcome.

    set environment "GCBLUNIT_CHAIN_KEY" to SPACE.
    move ws-previous to ws-running.
    call "chain-step" using "H", ws-running, ws-checkpoint, ws-outcome.
    call "assert-equals" using "N", ws-outcome.

chain-tail-test section.
    call "chain-tail" using ws-chain-path, "A", ws-digest, ws-status.
    call "assert-equals" using "35", ws-status.
    call "assert-equals" using SPACE, ws-digest.

    open output chain-out.
    move SPACE to ws-running.
    move "20261015 P" to ws-archive-line.
    call "chain-link" using ws-running, ws-archive-line(1:239), ws-previous.
    move ws-previous to ws-archive-line(241:64).
    move ws-archive-line to chain-out-line.
    write chain-out-line.
    close chain-out.
    call "chain-tail" using ws-chain-path, "A", ws-digest, ws-status.
    call "assert-equals" using "00", ws-status.
    call "assert-equals" using ws-archive-line(241:64), ws-digest.
end program chain-test.
