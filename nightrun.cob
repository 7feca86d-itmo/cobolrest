program-id. nightrun.
*>
*>  Nightly job controller for the batch companions to
*>  tcpipserver.cob: runs accesssum, accesstrend, denyscan, ctlsnap,
*>  routecheck, intake, editrpt, orderpost, erpxtract, ackgen and
*>  balcheck in that fixed order, then logrotate -- after the
*>  summaries, so they see the full day before it is cut out of
*>  accesslog.txt into its archive -- and after it the monthly
*>  steps, sealcheck and usagestmt. Replaces the old cron string of
*>  separate entries, where a step dying partway left the later
*>  steps running (or not) with nothing in the output files to say
*>  which night's run actually completed.
*>
*>  the log-scanning the month-end window is tightest on. The batch
*>  programs signal failure through their exit code (return-code 8 on
*>  their error paths, 0 otherwise), which SYSTEM hands back here.
*>  A control step -- one whose FAIL reports a finding rather than a
*>  broken output, like balcheck's out-of-balance day -- is logged
*>  FAIL but lets the sequence carry on, so one bad tie-out does not
*>  also hold up rotation; nightrun itself still ends with
*>  return-code 8 whenever any step failed. A monthly step (step-
*>  schedule 'M' -- the usage statement, the archive seal check) runs
*>  once a month: joblog.txt's OK records say the last month it
*>  completed, and any night that month is before the current one it
*>  runs -- the 1st normally, but a 1st missed or failed is made up
*>  the next night the batch runs -- and is passed over quietly
*>  otherwise.
*>
*>     cobc -x nightrun.cob
*>     ./nightrun

*> the night's steps, in the order they must run; step-done is
*> rebuilt from today's joblog.txt records before anything runs, so
*> a rerun skips whatever already finished tonight; step-last-month
*> is the YYYYMM of the step's latest OK record on any night
01 step-max binary-short unsigned value 14.
01 step-count binary-short unsigned value zero.
01 step-idx binary-short unsigned.
01 step-scan-idx binary-short unsigned.
01 step-table.
   03  step-entry occurs 14 times.
       05  step-name pic x(12).
       05  step-command pic x(64).
       05  step-done pic x.
       05  step-stops pic x.
       05  step-schedule pic x.
       05  step-last-month pic x(6).

01 step-start-stamp pic x(21).
01 step-end-stamp pic x(21).
01 run-count pic 9(4) value zero.
01 skip-count pic 9(4) value zero.
01 failed-count pic 9(4) value zero.
01 not-due-count pic 9(4) value zero.
01 display-count pic zzz9.

procedure division.

    perform varying step-idx from 1 by 1
    until step-idx > step-count
        evaluate true
        when step-done(step-idx) = 'Y'
            display 'nightrun: ' trim(step-name(step-idx)) ' already completed tonight, skipped' end-display
            add 1 to skip-count
        when step-schedule(step-idx) = 'M'
        and step-last-month(step-idx) >= today-date(1:6)
            add 1 to not-due-count
        when other
            perform run-one-step
        end-evaluate
    end-perform

    move run-count to display-count
    display 'nightrun: ' trim(display-count) ' step(s) run' end-display
    move skip-count to display-count
    display 'nightrun: ' trim(display-count) ' step(s) skipped' end-display
    move not-due-count to display-count
    display 'nightrun: ' trim(display-count) ' monthly step(s) not due tonight' end-display
    if failed-count > 0
        move failed-count to display-count
        display 'nightrun: ' trim(display-count) ' control step(s) failed' end-display
        move 8 to return-code
    end-if
    display 'end nightrun' end-display
    stop run
    .
    move 'denyscan' to step-name(step-count)
    move './denyscan' to step-command(step-count)

*>  control files are snapshotted after denyscan's own denylist.txt
*>  edits, and before routecheck, which dates its findings from the
*>  change log this writes
    add 1 to step-count
    move 'ctlsnap' to step-name(step-count)
    move './ctlsnap' to step-command(step-count)

    add 1 to step-count
    move 'routecheck' to step-name(step-count)
    move './routecheck' to step-command(step-count)
    move 'editrpt' to step-name(step-count)
    move './editrpt' to step-command(step-count)

*>  posts yesterday's txn file, complete by now, into the order
*>  master -- after editrpt, so the night's reports run in
*>  submit-to-master order
    add 1 to step-count
    move 'orderpost' to step-name(step-count)
    move './orderpost' to step-command(step-count)

*>  the accounting interface is built from what orderpost just
*>  posted for the same day, never from the raw txn file
    add 1 to step-count
    move 'erpxtract' to step-name(step-count)
    move './erpxtract' to step-command(step-count)

*>  acknowledgments come after every step that decides a partner's
*>  records or files -- intake, editrpt's rejects, the posting run
    add 1 to step-count
    move 'ackgen' to step-name(step-count)
    move './ackgen' to step-command(step-count)

*>  the day's tie-out of audits against txn, reject and intake
*>  records, while the day is still whole in accesslog.txt; an
*>  out-of-balance day is logged FAIL without stopping rotation
    add 1 to step-count
    move 'balcheck' to step-name(step-count)
    move './balcheck' to step-command(step-count)

*>  rotation runs last on purpose -- the summaries above must see the
*>  whole day in accesslog.txt before completed days are cut out of it
    add 1 to step-count
    move 'logrotate' to step-name(step-count)
    move './logrotate' to step-command(step-count)

*>  the monthly chain-of-custody check over the archive, once
*>  rotation has sealed the day it just filed; a broken chain is a
*>  finding for security, logged FAIL without stopping the statement
    add 1 to step-count
    move 'sealcheck' to step-name(step-count)
    move './sealcheck' to step-command(step-count)

*>  the month-end chargeback statement bills from the per-user totals
*>  rotation has just closed out, so it follows logrotate -- due from
*>  the 1st, when the last day of the month before is finally archived
    add 1 to step-count
    move 'usagestmt' to step-name(step-count)
    move './usagestmt' to step-command(step-count)

    perform varying step-idx from 1 by 1
    until step-idx > step-count
        move 'N' to step-done(step-idx)
        move spaces to step-last-month(step-idx)
        if step-name(step-idx) = 'balcheck'
        or step-name(step-idx) = 'sealcheck'
            move 'N' to step-stops(step-idx)
        else
            move 'Y' to step-stops(step-idx)
        end-if
        if step-name(step-idx) = 'usagestmt'
        or step-name(step-idx) = 'sealcheck'
            move 'M' to step-schedule(step-idx)
        else
            move 'D' to step-schedule(step-idx)
        end-if
    end-perform
    .
load-tonights-outcomes.
*>  the latest joblog.txt record tonight wins for each step -- a FAIL
*>  followed by a later OK (the rerun that got past it) still counts
*>  as done. Every night's OK records also give the month each step
*>  last completed, for the monthly steps. No joblog.txt yet just
*>  means nothing has run
    open input joblog-file
    if joblog-file-status <> '00'
        move spaces to joblog-file-status
    else
        read joblog-file end-read
        perform until joblog-file-status <> '00'
            if joblog-outcome = 'OK'
                perform varying step-scan-idx from 1 by 1
                until step-scan-idx > step-count
                    if step-name(step-scan-idx) = joblog-step
                        if joblog-date(1:6) > step-last-month(step-scan-idx)
                            move joblog-date(1:6) to step-last-month(step-scan-idx)
                        end-if
                        exit perform
                    end-if
                end-perform
            end-if
            if joblog-date = today-date
                perform varying step-scan-idx from 1 by 1
                until step-scan-idx > step-count
*>  runs one step to completion, records it in joblog.txt either way,
*>  and stops the whole sequence on a failure -- the steps after a
*>  failed one depend on its output, and a half-run that quietly kept
*>  going is exactly what this controller exists to prevent. Only a
*>  control step (step-stops 'N') is let past, since nothing after it
*>  reads anything it writes
    display 'nightrun: running ' trim(step-name(step-idx)) end-display
    move function current-date to step-start-stamp
    move spaces to system-command
    move spaces to joblog-file-status

    if step-rc <> 0
        if step-stops(step-idx) = 'N'
            display 'nightrun: step ' trim(step-name(step-idx)) ' failed, sequence continues' end-display
            add 1 to failed-count
        else
            display 'nightrun: step ' trim(step-name(step-idx)) ' failed, sequence stopped' end-display
            move 8 to return-code
            stop run
        end-if
    end-if
    .
end program nightrun.
