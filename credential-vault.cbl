       >>SOURCE FORMAT FREE
*>****
*>  GCBLUnit credential vault maintenance
*>
*>  @author Olegs Kunicins
*>  @license GPL
*>
*>  This program is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU General Public License as
*>  published by the Free Software Foundation; either version 2,
*>  or (at your option) any later version.
*>****

*>  Maintains the credential store libs/core/vault resolves
*>  "@vault:name" references from (GCBLUNIT_VAULT, or .gcblunit-vault
*>  in HOME): one "name|value" record per secret, sealed as
*>  "name|enc:salt:check:cipher-hex" when GCBLUNIT_VAULT_KEY holds a
*>  master key. SET reads the secret from standard input, so it never
*>  appears on a command line; a new store is created owner-only, and
*>  a store whose permissions are wider than that is refused, here as
*>  in every program that resolves from it. LIST and the audit trail
*>  (gcblunit-vault-audit.log in the artifact store, the shop-common
*>  record) name secrets, never their values. CHECK proves the store's
*>  permissions and that every sealed secret opens under the master
*>  key.
*>
*>  Usage:
*>    credential-vault LIST
*>    credential-vault SET name < secret
*>    credential-vault REMOVE name
*>    credential-vault CHECK
*>
*>  Exit code: 0 on success, 1 when CHECK finds a secret that does not
*>  open, 2 on a usage error or a refused store.
*>  Requires libs/core/vault and libs/core/string linked in.
identification division.
program-id. credential-vault.
environment division.
configuration section.
repository.
    function all intrinsic.
input-output section.
file-control.
    select vault-file assign to dynamic vault-path
    organization is line sequential
    file status is vault-file-status.
    select audit assign to dynamic audit-file
    organization is line sequential
    file status is audit-file-status.
data division.
file section.
fd vault-file.
    01 vault-line pic x(1024).
fd audit.
    01 audit-line pic x(512).
working-storage section.
    78 VAULT-LIMIT value 200.
    01 vault-path pic x(256) value SPACE.
    01 vault-home pic x(200).
    01 vault-file-status pic x(2).
        88 vault-ok value "00".
        88 vault-eof value "10".
    01 vault-status pic x(2).
    01 audit-file pic x(256) value "/tmp/gcblunit-vault-audit.log".
    01 store-root pic x(200) value SPACE.
    01 store-profile pic x(64) value SPACE.
    01 store-base pic x(256) value SPACE.
    01 audit-file-status pic x(2).
        88 audit-ok value "00".
    01 verb pic x(8).
    01 arg-name pic x(64).
    01 secret-input pic x(256).
    01 sealed-value pic x(960).
    01 old-form pic x(8).
    01 new-form pic x(8).
    01 create-command pic x(400).
    01 name-char pic x.
        88 is-name-char values "a" thru "z", "A" thru "Z",
            "0" thru "9", "-", "_", ".".
    01 name-index usage binary-long unsigned.
    01 probe-text pic x(300).
    01 problems usage binary-long unsigned value 0.

    01 entry-count usage binary-long unsigned value 0.
    01 entry-tbl.
        03 vault-entry occurs VAULT-LIMIT times.
            05 entry-name pic x(64).
            05 entry-stored pic x(960).
    01 entry-index usage binary-long unsigned.
    01 entry-found usage binary-long unsigned.
    01 entry-pointer usage binary-long unsigned.
    01 audit-operator pic x(32) value SPACE.
    01 ws-num-edit pic z(8)9.
procedure division.
    perform resolve-store-defaults.
    perform resolve-vault-path.
    accept verb from ARGUMENT-VALUE.
    if verb = SPACE
        display "Usage: credential-vault LIST|SET name|REMOVE name|CHECK"
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

    perform load-vault.

    evaluate verb
    when "LIST"
        perform list-vault
    when "SET"
        accept arg-name from ARGUMENT-VALUE
        perform set-entry
        perform save-vault
    when "REMOVE"
        accept arg-name from ARGUMENT-VALUE
        perform remove-entry
        perform save-vault
    when "CHECK"
        perform check-vault
    when other
        display "Error: unknown transaction " trim(verb) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-evaluate.
    stop run.

resolve-store-defaults section.
    *> the shop's artifact store (see gcblunit --store/--profile):
    *> defaults follow GCBLUNIT_STORE/GCBLUNIT_PROFILE so producers
    *> and consumers agree; explicit options still win
    accept store-root from environment "GCBLUNIT_STORE"
        on exception
            move SPACE to store-root
    end-accept.
    if store-root = SPACE
        exit section
    end-if.
    accept store-profile from environment "GCBLUNIT_PROFILE"
        on exception
            move SPACE to store-profile
    end-accept.
    if store-profile = SPACE
        move store-root to store-base
    else
        move concatenate(trim(store-root), "/", trim(store-profile))
            to store-base
    end-if.
    move concatenate(trim(store-base), "/gcblunit-vault-audit.log")
        to audit-file.

resolve-vault-path section.
    *> the same store vault-resolve reads
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

load-vault section.
    call "vault-check" using vault-path, vault-status.
    if vault-status = "35"
        *> no store yet: nothing to load
        exit section
    end-if.
    if vault-status not = "00"
        display "Error: " trim(vault-path) " is open to other users --"
            " chmod 600 it before it is used" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    open input vault-file.
    if not vault-ok
        display "Error opening " trim(vault-path) ": " vault-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to vault-file-status.
    perform until vault-eof
        read vault-file
            at end
                move "10" to vault-file-status
            not at end
                if trim(vault-line) not = SPACE and vault-line(1:1) not = "#"
                    add 1 to entry-count
                    if entry-count > VAULT-LIMIT
                        display "Fatal: vault exceeds " VAULT-LIMIT
                            " secrets" upon syserr
                        move 3 to RETURN-CODE
                        stop run
                    end-if
                    move SPACE to entry-name(entry-count)
                        entry-stored(entry-count)
                    move 1 to entry-pointer
                    unstring vault-line delimited by "|"
                        into entry-name(entry-count)
                        with pointer entry-pointer
                    end-unstring
                    if entry-pointer <= byte-length(vault-line)
                        move vault-line(entry-pointer:)
                            to entry-stored(entry-count)
                    end-if
                end-if
        end-read
    end-perform.
    close vault-file.

find-entry section.
    move 0 to entry-found.
    move 1 to entry-index.
    perform until entry-index > entry-count
        if trim(entry-name(entry-index)) = trim(arg-name)
            move entry-index to entry-found
            move entry-count to entry-index
        end-if
        add 1 to entry-index
    end-perform.

check-name section.
    *> the characters a reference can carry: "@vault:name" ends at the
    *> first character outside them
    if arg-name = SPACE
        display "Error: " trim(verb) " needs a secret name" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move 1 to name-index.
    perform until name-index > length(trim(arg-name))
        move arg-name(name-index:1) to name-char
        if not is-name-char
            display "Error: a secret name is letters, digits, '-', '_'"
                " and '.'" upon syserr
            move 2 to RETURN-CODE
            stop run
        end-if
        add 1 to name-index
    end-perform.

take-operator section.
    accept audit-operator from environment "USER"
        on exception
            move "(unknown)" to audit-operator
    end-accept.
    if audit-operator = SPACE
        move "(unknown)" to audit-operator
    end-if.

stored-form section.
    if entry-stored(entry-found)(1:4) = "enc:"
        move "sealed" to old-form
    else
        move "clear" to old-form
    end-if.

set-entry section.
    perform check-name.
    move SPACE to secret-input.
    accept secret-input.
    if secret-input = SPACE
        display "Error: SET reads the secret from standard input;"
            " none was given" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    call "vault-seal" using arg-name, secret-input, sealed-value,
        vault-status.
    evaluate vault-status
    when "00"
        move "sealed" to new-form
    when "39"
        *> no master key: the store's permissions are the protection
        move "clear" to new-form
        move secret-input to sealed-value
    when other
        move SPACE to secret-input
        display "Error: cannot seal " trim(arg-name) ": " vault-status
            upon syserr
        move 2 to RETURN-CODE
        stop run
    end-evaluate.
    move SPACE to secret-input.
    perform take-operator.
    perform find-entry.
    move SPACE to old-form.
    if entry-found = 0
        add 1 to entry-count
        if entry-count > VAULT-LIMIT
            display "Fatal: vault exceeds " VAULT-LIMIT " secrets" upon syserr
            move 3 to RETURN-CODE
            stop run
        end-if
        move entry-count to entry-found
    else
        perform stored-form
    end-if.
    move arg-name to entry-name(entry-found).
    move sealed-value to entry-stored(entry-found).
    move "SET" to verb.
    perform write-audit-line.
    display "stored " trim(arg-name) " (" trim(new-form) ")".

remove-entry section.
    perform check-name.
    perform take-operator.
    perform find-entry.
    if entry-found = 0
        display "Error: " trim(arg-name) " not in " trim(vault-path) upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    perform stored-form.
    move SPACE to new-form.
    perform until entry-found >= entry-count
        move vault-entry(entry-found + 1) to vault-entry(entry-found)
        add 1 to entry-found
    end-perform.
    subtract 1 from entry-count.
    move "REMOVE" to verb.
    perform write-audit-line.
    display "removed " trim(arg-name).

check-vault section.
    *> the store's permissions, then every sealed secret through the
    *> same resolution every program uses
    call "vault-check" using vault-path, vault-status.
    if vault-status = "35"
        display "credential-vault: no store at " trim(vault-path)
        exit section
    end-if.
    move 1 to entry-index.
    perform until entry-index > entry-count
        if entry-stored(entry-index)(1:4) = "enc:"
            move concatenate("@vault:", trim(entry-name(entry-index)))
                to probe-text
            call "vault-resolve" using probe-text, vault-status
            move SPACE to probe-text
            if vault-status not = "00"
                add 1 to problems
                display "  " trim(entry-name(entry-index))
                    " does not open under the master key (" vault-status ")"
            end-if
        end-if
        add 1 to entry-index
    end-perform.
    move entry-count to ws-num-edit.
    if problems = 0
        display "credential-vault: " trim(vault-path) " owner-only, "
            trim(ws-num-edit) " secret(s) in order"
        move 0 to RETURN-CODE
    else
        move problems to ws-num-edit
        display "credential-vault: " trim(ws-num-edit)
            " secret(s) do not open" upon syserr
        move 1 to RETURN-CODE
    end-if.

write-audit-line section.
    *> the shop-common audit record every maintenance program writes:
    *> timestamp|program|verb|object|old|new|operator -- the object is
    *> the secret's name and old/new only say how it is stored
    open extend audit.
    if not audit-ok
        open output audit
    end-if.
    if audit-ok
        move concatenate(current-date(1:14), "|credential-vault|",
                trim(verb), "|", trim(arg-name), "|", trim(old-form),
                "|", trim(new-form), "|", trim(audit-operator))
            to audit-line
        write audit-line
        close audit
    end-if.

save-vault section.
    *> a new store is created owner-only before anything goes in it
    call "vault-check" using vault-path, vault-status.
    if vault-status = "35"
        move concatenate("umask 077 && : > '", trim(vault-path), "'")
            to create-command
        call "SYSTEM" using create-command
        move 0 to RETURN-CODE
    end-if.
    open output vault-file.
    if not vault-ok
        display "Error writing " trim(vault-path) ": " vault-file-status upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move 1 to entry-index.
    perform until entry-index > entry-count
        move concatenate(trim(entry-name(entry-index)), "|",
                trim(entry-stored(entry-index), trailing))
            to vault-line
        write vault-line
        add 1 to entry-index
    end-perform.
    close vault-file.

list-vault section.
    move entry-count to ws-num-edit.
    display trim(ws-num-edit) " secret(s) in " trim(vault-path) ":".
    move 1 to entry-index.
    perform until entry-index > entry-count
        move entry-index to entry-found
        perform stored-form
        display "  " trim(entry-name(entry-index)) " (" trim(old-form) ")"
        add 1 to entry-index
    end-perform.
end program credential-vault.
