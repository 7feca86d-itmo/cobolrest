*>  today's edit report -- rejects counted by reason, then each
*>  reject with who sent it and the raw line, so a partner with a
*>  malformed feed gets called before their whole day's records are
*>  bad instead of after the downstream job chokes. Records refused
*>  as part of a HDR/TRL batch (rej-batch set) are reported apart,
*>  one line per rejected batch with the reason the batch failed,
*>  since it's the batch the partner has to resend, not the record.
*>  A batch's own HDR and TRL lines are counted there as control
*>  lines, apart from its records.
*>
*>     cobc -x editrpt.cob
*>     ./editrpt

01 today-date pic x(8).
01 reject-tally pic 9(9) value zero.
01 batch-reject-tally pic 9(9) value zero.
01 display-tally pic zzzzzzzz9.
01 display-tally-2 pic zzzzzzzz9.
01 found-match pic x value 'N'.

*> today's rejects counted by reason
       05  reason-name pic x(24).
       05  reason-tally pic 9(9).

*> today's rejected batches -- one entry per partner, batch number
*> and submit time (the same number refused twice is two entries),
*> the reason being the first batch-level one among its records,
*> and its HDR/TRL lines counted apart from the records between
01 batch-max binary-short unsigned value 50.
01 batch-count binary-short unsigned value zero.
01 batch-idx binary-short unsigned.
01 batch-table.
   03  batch-entry occurs 50 times.
       05  batch-user pic x(16).
       05  batch-number pic x(10).
       05  batch-time pic x(6).
       05  batch-reason pic x(24).
       05  batch-tally pic 9(9).
       05  batch-control-tally pic 9(9).

procedure division.
build-edit-report.

        perform tally-todays-rejects
    end-if

    perform write-batch-summary
    perform write-reason-summary

    if reject-tally = 0 and batch-reject-tally = 0
        move spaces to report-record
        move 'No rejected records today.' to report-record
        write report-record

    move reject-tally to display-tally
    display 'editrpt: ' trim(display-tally) ' rejected record(s) today' end-display
    move batch-count to display-tally
    display 'editrpt: ' trim(display-tally) ' rejected batch(es) today' end-display
    display 'end editrpt' end-display
    stop run
    .
    read reject-file end-read
    perform until reject-file-status <> '00'
        if rej-date = today-date
            if rej-batch = spaces
                add 1 to reject-tally
                perform tally-reason
                move spaces to report-record
                move function concatenate('REJECT ' rej-time ' ' trim(rej-user) ' ' trim(rej-reason) ': ' trim(rej-raw)) to report-record
                write report-record
            else
                add 1 to batch-reject-tally
                perform tally-batch
            end-if
        end-if
        read reject-file end-read
    end-perform
        move 1 to reason-tally(reason-count)
    end-if
    .
tally-batch.
    move 'N' to found-match
    perform varying batch-idx from 1 by 1
    until batch-idx > batch-count
        if batch-user(batch-idx) = rej-user
        and batch-number(batch-idx) = rej-batch
        and batch-time(batch-idx) = rej-time
            perform tally-batch-line
            if batch-reason(batch-idx)(1:6) <> 'batch '
            and rej-reason(1:6) = 'batch '
                move rej-reason to batch-reason(batch-idx)
            end-if
            move 'Y' to found-match
            exit perform
        end-if
    end-perform
    if found-match = 'N' and batch-count < batch-max
        add 1 to batch-count
        move rej-user to batch-user(batch-count)
        move rej-batch to batch-number(batch-count)
        move rej-time to batch-time(batch-count)
        move rej-reason to batch-reason(batch-count)
        move zero to batch-tally(batch-count) batch-control-tally(batch-count)
        move batch-count to batch-idx
        perform tally-batch-line
    end-if
    .
tally-batch-line.
    if rej-raw(1:4) = 'HDR|' or rej-raw(1:4) = 'TRL|'
        add 1 to batch-control-tally(batch-idx)
    else
        add 1 to batch-tally(batch-idx)
    end-if
    .
write-batch-summary.
    if batch-count > 0
        move spaces to report-record
        move 'Rejected batches:' to report-record
        write report-record
        perform varying batch-idx from 1 by 1
        until batch-idx > batch-count
            move batch-tally(batch-idx) to display-tally
            move batch-control-tally(batch-idx) to display-tally-2
            move spaces to report-record
            move function concatenate('  BATCH ' trim(batch-number(batch-idx)) ' ' batch-time(batch-idx) ' ' trim(batch-user(batch-idx)) ' ' trim(batch-reason(batch-idx)) ': ' trim(display-tally) ' record(s), ' trim(display-tally-2) ' control line(s)') to report-record
            write report-record
        end-perform
    end-if
    .
write-reason-summary.
    if reason-count > 0
        move spaces to report-record
