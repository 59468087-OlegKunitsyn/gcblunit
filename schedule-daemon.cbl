*>  One governed schedule source instead of three crontabs on three
*>  machines: a schedule file names each job, its recurrence (the
*>  datetime library's schedule-next specifications: "daily hh:mm",
*>  "weekdays hh:mm", "bizday N hh:mm", "fiscal-period-end hh:mm
*>  [calendar]", "fiscal-period-start hh:mm [calendar]"), whether it is
*>  business-day only, and the gcblunit options/suites to launch:
*>    # name|spec|bizday-only|options and suites
*>    nightly|daily 02:30|N|--catalog catalog.dat --junit nightly.xml
*>    payments|weekdays 23:00|Y|payments-test ledger-test
*>    state-backup|daily 04:00|N|!state-backup BACKUP --dest /backup
*>  A command starting with "!" is launched as written instead of
*>  through the runner, for the shop's own maintenance jobs.
*>  The daemon evaluates schedule-next against the clock, launches the
*>  runner in the background when a job comes due (business-day-only
*>  jobs honor the holiday file the same way add-business-days does),
    01 job-tbl.
        03 job-entry occurs JOB-LIMIT times.
            05 job-name pic x(32).
            05 job-spec pic x(48).
            05 job-bizday-only pic x.
            05 job-command pic x(256).
            05 job-next-fire pic x(14).
    01 job-index usage binary-long unsigned.
    01 sched-name pic x(32).
    01 sched-spec pic x(48).
    01 sched-biz pic x(8).
    01 sched-command pic x(256).

            exit section
        end-if
    end-if.
    *> a command starting with "!" is a maintenance job of its own
    *> (state-backup, housekeeping) and runs as written, not under
    *> the runner
    if job-command(job-index)(1:1) = "!"
        move concatenate(trim(job-command(job-index)(2:)),
                " >/dev/null 2>&1 &")
            to launch-command
    else
        move concatenate(trim(runner-path), " ",
                trim(job-command(job-index)), " >/dev/null 2>&1 &")
            to launch-command
    end-if.
    call "SYSTEM" using launch-command.
    move 0 to RETURN-CODE.
    display "launched " trim(job-name(job-index)) " at "
