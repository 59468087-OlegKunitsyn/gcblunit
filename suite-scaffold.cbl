*>  with the entry point and the -setup/-teardown/-tags hook
*>  conventions in place, adds the catalog record through the
*>  suite-catalog companion (so the addition is audited), seeds a
*>  --manifest line, and appends the team's routes entry. The skeleton
*>  goes through the suite-lint companion before anything is
*>  registered; an error-level finding stops the registration there.
*>
*>  Usage:
*>    suite-scaffold name team "tags" --dir tests
*>        --catalog catalog.dat [--manifest path] [--routes path]
*>        [--endpoint host:port] [--catalog-cmd command]
*>        [--lint-cmd command]
identification division.
program-id. suite-scaffold.
environment division.
        88 option-routes value "--routes".
        88 option-endpoint value "--endpoint".
        88 option-catalog-cmd value "--catalog-cmd".
        88 option-lint-cmd value "--lint-cmd".
    01 suite-name pic x(64) value SPACE.
        88 is-empty value SPACE.
    01 team-name pic x(32) value SPACE.
        88 is-empty value SPACE.
    01 route-endpoint pic x(150) value "localhost:514".
    01 catalog-command pic x(256) value "suite-catalog".
    01 lint-command pic x(256) value "suite-lint".
    01 skeleton-path pic x(256).
    01 skeleton-status pic x(2).
        88 skeleton-ok value "00".
    01 probe-rc usage binary-long.
    01 shell-command pic x(800).
    01 shell-rc usage binary-long.
    01 shell-rc-edit pic -(9)9.
procedure division.
    accept suite-name from ARGUMENT-VALUE.
    accept team-name from ARGUMENT-VALUE.
    if is-empty of suite-name or is-empty of team-name
        display "Usage: suite-scaffold name team tags --dir path"
            " --catalog catalog.dat [--manifest path] [--routes path]"
            " [--endpoint host:port] [--catalog-cmd command]"
            " [--lint-cmd command]" upon syserr
        move 2 to RETURN-CODE
        stop run
    end-if.
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to catalog-command
        when option-lint-cmd
            move SPACE to argv
            accept argv from ARGUMENT-VALUE
            move argv to lint-command
        when other
            display "Error: unknown option " trim(argv) upon syserr
            move 2 to RETURN-CODE
    end-if.

    perform write-skeleton.
    perform lint-skeleton.
    if not is-empty of catalog-file
        perform register-in-catalog
    end-if.
    write skeleton-line.
    move "first-test section." to skeleton-line.
    write skeleton-line.
    move '    call "assert-equals" using "expected", "expected",'
        to skeleton-line.
    write skeleton-line.
    move '        "replace with the first real check".' to skeleton-line.
    write skeleton-line.
    move concatenate("end program ", trim(suite-name), ".")
        to skeleton-line.
    write skeleton-line.
    close skeleton.
    display "wrote " trim(skeleton-path).

lint-skeleton section.
    *> the same gate every hand-written suite passes before it is
    *> registered; a lint that cannot be run is reported, not fatal
    move concatenate(trim(lint-command), " ", trim(skeleton-path))
        to shell-command.
    call "SYSTEM" using shell-command.
    move RETURN-CODE to shell-rc.
    move 0 to RETURN-CODE.
    *> SYSTEM hands back the wait status: suite-lint's exit code 1
    *> (an error-level finding) arrives as 256
    evaluate shell-rc
    when 0
        continue
    when 256
        display "Error: " trim(skeleton-path) " fails suite-lint,"
            " not registered" upon syserr
        move 2 to RETURN-CODE
        stop run
    when other
        move shell-rc to shell-rc-edit
        display "Warning: suite-lint did not run, status "
            trim(shell-rc-edit) upon syserr
    end-evaluate.

register-in-catalog section.
    *> through the suite-catalog companion, so the addition lands in
    *> the catalog audit trail like any other change
