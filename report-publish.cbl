*>  parts ("?name=file&part=i-of-n"); one larger than the 32KB
*>  publish buffer is never posted truncated -- it spools whole to
*>  the outbox and the step reports it, since a short copy under a
*>  matching digest would verify as intact. With --host-ftp the
*>  artifacts go to the host by the network library's ftp-put instead
*>  -- ASCII, so the server translates them, each landing under the
*>  --host-name template with "*" standing for the artifact's file name
*>  and --host-site's SITE parameters sent first -- with the same
*>  digest, log and outbox handling; the login comes from
*>  GCBLUNIT_FTP_USER/GCBLUNIT_FTP_PASSWORD. An upload token in --path
*>  and the FTP password may be credential-store references,
*>  @vault:name, resolved only once the run starts publishing (needs
*>  libs/core/vault linked in when one is used). Requires
*>  libs/core/network and the sha-256 library linked in.
*>
*>  Usage:
*>    report-publish --server host:port --path /upload --outbox dir
*>        file [file ...]
*>    report-publish --host-ftp host[:port] --host-name /u/gcbl/reports/*
*>        [--host-site "RECFM=VB LRECL=2052"] --outbox dir file [file ...]
identification division.
program-id. report-publish.
environment division.
repository.
    function all intrinsic
    function byte-to-hex
    function http-post
    function ftp-put.
input-output section.
file-control.
    select artifact assign to dynamic artifact-path
        88 option-server value "--server".
        88 option-path value "--path".
        88 option-outbox value "--outbox".
        88 option-host-ftp value "--host-ftp".
        88 option-host-name value "--host-name".
        88 option-host-site value "--host-site".
    01 server-arg pic x(150) value SPACE.
        88 is-empty value SPACE.
    01 server-host pic x(128).
    01 server-port pic x(5).
    01 post-path pic x(128) value "/upload".
    01 host-ftp-arg pic x(150) value SPACE.
        88 is-empty value SPACE.
    01 host-name-template pic x(128) value "*".
    01 host-site pic x(128) value SPACE.
    01 host-ftp-user pic x(64).
    01 host-ftp-password pic x(64).
    01 path-reference pic x(128).
    01 vault-refs usage binary-long unsigned.
    01 vault-status pic x(2).
    01 host-remote-name pic x(256).
    01 template-before pic x(128).
    01 template-after pic x(128).
    01 ftp-reply usage binary-long.
    01 outbox-dir pic x(200) value SPACE.
        88 is-empty value SPACE.
    01 publish-log-path pic x(256)
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to outbox-dir
        when option-host-ftp
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to host-ftp-arg
        when option-host-name
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to host-name-template
        when option-host-site
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to host-site
        when other
            *> everything else is an artifact to publish -- handled in
            *> a second pass below, after the outbox drain
        move SPACE to argv
        accept argv from ARGUMENT-VALUE
    end-perform.
    if (is-empty of server-arg and is-empty of host-ftp-arg)
            or is-empty of outbox-dir
        display "Usage: report-publish --server host:port"
            " --path /upload --outbox dir file [file ...]" upon syserr
        display "       report-publish --host-ftp host[:port]"
            " --host-name template [--host-site params]"
            " --outbox dir file [file ...]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
    move SPACE to server-host server-port.
    if is-empty of host-ftp-arg
        unstring server-arg delimited by ":" into server-host server-port
        end-unstring
        if server-port = SPACE
            move "80" to server-port
        end-if
        perform resolve-post-path
    else
        unstring host-ftp-arg delimited by ":" into server-host server-port
        end-unstring
        if server-port = SPACE
            move "21" to server-port
        end-if
        perform resolve-ftp-login
    end-if.

    set sha-pointer to entry "SHA256".
    end-perform.
    move artifact-path(base-scan + 1:) to artifact-base.

    if not is-empty of host-ftp-arg
        perform ship-artifact-ftp
        exit section
    end-if.

    compute part-count = (content-used + PART-SIZE - 1) / PART-SIZE.
    move part-count to part-count-edit.
    move 1 to part-index.
            content-digest
    end-if.

ship-artifact-ftp section.
    *> the whole file in one transfer, the template's "*" replaced by
    *> the artifact's name
    move SPACE to template-before template-after.
    unstring host-name-template delimited by "*"
        into template-before template-after
    end-unstring.
    move concatenate(trim(template-before), trim(artifact-base),
            trim(template-after))
        to host-remote-name.
    move ftp-put(server-host, server-port, host-ftp-user,
            host-ftp-password, artifact-path, host-remote-name, "ASCII",
            host-site, post-status, post-message)
        to ftp-reply.
    if not post-delivered
        move "Y" to delivery-failed
        display "Error: " trim(artifact-base) " not shipped ("
            trim(post-message) ")" upon syserr
        exit section
    end-if.
    add 1 to published-count.
    perform write-publish-log.
    display "shipped " trim(artifact-base) " as " trim(host-remote-name)
        " sha256 " content-digest.

resolve-ftp-login section.
    accept host-ftp-user from environment "GCBLUNIT_FTP_USER"
        on exception
            move SPACE to host-ftp-user
    end-accept.
    if host-ftp-user = SPACE
        move "anonymous" to host-ftp-user
    end-if.
    accept host-ftp-password from environment "GCBLUNIT_FTP_PASSWORD"
        on exception
            move SPACE to host-ftp-password
    end-accept.
    move 0 to vault-refs.
    inspect host-ftp-password tallying vault-refs for all "@vault:".
    if vault-refs = 0
        exit section
    end-if.
    call "vault-resolve" using host-ftp-password, vault-status
        on exception
            display "Error: GCBLUNIT_FTP_PASSWORD names a @vault: secret;"
                " libs/core/vault is not linked in" upon syserr
            move 2 to RETURN-CODE
            stop run
    end-call.
    if vault-status not = "00"
        display "Error: cannot resolve GCBLUNIT_FTP_PASSWORD from the"
            " credential store (status " vault-status ")" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

resolve-post-path section.
    *> the upload path's token, swapped in before the first post
    move 0 to vault-refs.
    inspect post-path tallying vault-refs for all "@vault:".
    if vault-refs = 0
        exit section
    end-if.
    move post-path to path-reference.
    call "vault-resolve" using post-path, vault-status
        on exception
            display "Error: --path " trim(path-reference)
                " needs libs/core/vault linked in" upon syserr
            move 2 to RETURN-CODE
            stop run
    end-call.
    if vault-status not = "00"
        display "Error: cannot resolve --path " trim(path-reference)
            " from the credential store (status " vault-status ")" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.

read-artifact-content section.
    *> up to the 32KB buffer; anything past it flags an overflow so
    *> the caller spools the artifact whole instead of publishing a
