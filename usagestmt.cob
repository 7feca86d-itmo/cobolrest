        >>SOURCE FORMAT FREE
identification division.
program-id. usagestmt.
*>
*>  Month-end usage statement for partner chargeback: reads the
*>  per-day/per-user rows logrotate.cob keeps in usertotals.txt
*>  (usertotrec.cpy) for one calendar month and writes
*>
*>    usagestmt.YYYYMM.txt  one page per partner -- a line for each
*>                          day they used the server, the month's
*>                          totals, and how many days they were over
*>                          the daily quota (a '*' marks those days);
*>    usage.YYYYMM.csv      the same daily figures and month totals
*>                          as a flat comma-separated extract for the
*>                          billing spreadsheet, one heading row, then
*>                          one row per partner per day (over_quota
*>                          0 or 1) and a TOTAL row per partner
*>                          (over_quota_days, the month's count).
*>
*>  A day is over quota when the partner was refused with a 509 that
*>  day, or their own bytes in and out reached daily-quota-bytes
*>  (sharedcfg.cpy) -- the quota the server meters per peer address,
*>  applied here to the partner alone.
*>
*>  The statement is a print file: each page starts on a form feed.
*>
*>  usertotals.txt only holds days logrotate has archived, so the
*>  month defaults to the one before today's; nightrun runs this on
*>  the first of the month, after rotation has closed out the last
*>  day. Naming a month reruns (or back-runs) its statement:
*>
*>     cobc -x usagestmt.cob
*>     ./usagestmt [YYYYMM]
*>
*> ===================================================

environment division.
configuration section.
repository. function all intrinsic.

input-output section.
file-control.
    select user-totals-file
        assign using user-totals-file-name
        file status is user-totals-file-status
        organization is line sequential.

    select statement-file
        assign using statement-file-name
        file status is statement-file-status
        organization is line sequential.

    select extract-file
        assign using extract-file-name
        file status is extract-file-status
        organization is line sequential.

data division.
file section.
fd  user-totals-file.
01  user-totals-record.
    copy usertotrec.

fd  statement-file.
01  statement-record pic x(132).

fd  extract-file.
01  extract-record pic x(160).

working-storage section.
*> user-totals-file-name and daily-quota-bytes come from
*> sharedcfg.cpy, shared with logrotate.cob and the server
copy sharedcfg.
01 user-totals-file-status pic x(2).

01 statement-file-name pic x(64) value spaces.
01 statement-file-status pic x(2).

01 extract-file-name pic x(64) value spaces.
01 extract-file-status pic x(2).

01 command-string pic x(64).
01 statement-month pic x(6).
01 month-first-day pic x(8).
01 month-first-num pic 9(8).
01 month-julian pic s9(8).
01 today-date pic x(8).
01 prior-day-num pic 9(8).
01 found-match pic x value 'N'.
01 day-num pic 9(2).

*> one entry per partner, with a slot for every day of the month
01 user-max binary-short unsigned value 100.
01 user-count binary-short unsigned value zero.
01 user-idx binary-short unsigned.
01 day-idx binary-short unsigned.
01 user-table.
   03  user-entry occurs 100 times.
       05  user-name pic x(16).
       05  user-day occurs 31 times.
           07  day-used pic x.
           07  day-requests pic 9(9).
           07  day-bytes pic 9(12).
           07  day-uploads pic 9(9).
           07  day-upload-bytes pic 9(12).
           07  day-accepted pic 9(9).
           07  day-rejected pic 9(9).
           07  day-quota-denials pic 9(9).

*> the line being printed -- a day's figures or a partner's totals
01 line-requests pic 9(9).
01 line-bytes pic 9(12).
01 line-uploads pic 9(9).
01 line-upload-bytes pic 9(12).
01 line-accepted pic 9(9).
01 line-rejected pic 9(9).
01 line-quota-denials pic 9(9).
01 line-over-quota pic x.
01 line-label pic x(10).
01 line-spacing pic 9 value 1.

01 month-requests pic 9(9).
01 month-bytes pic 9(12).
01 month-uploads pic 9(9).
01 month-upload-bytes pic 9(12).
01 month-accepted pic 9(9).
01 month-rejected pic 9(9).
01 month-quota-denials pic 9(9).
01 month-over-days pic 9(4).

01 day-metered-bytes pic 9(13).

01 partner-count pic 9(4) value zero.
01 skipped-count pic 9(9) value zero.

01 edit-requests pic zzzzzzzz9.
01 edit-bytes pic zzzzzzzzzzz9.
01 edit-uploads pic zzzzzz9.
01 edit-upload-bytes pic zzzzzzzzzzz9.
01 edit-accepted pic zzzzzzz9.
01 edit-rejected pic zzzzzzz9.
01 edit-quota-denials pic zzzzz9.
01 edit-quota pic zzzzzzzz9.
01 display-count pic zzzzzzzz9.

procedure division.
write-usage-statements.

    display 'start usagestmt' end-display

    move function current-date(1:8) to today-date
    move spaces to command-string
    accept command-string from command-line end-accept
    if command-string = spaces
*>      the month before this one -- the day before the 1st
        move today-date(1:6) to month-first-day(1:6)
        move '01' to month-first-day(7:2)
        move month-first-day to month-first-num
        compute month-julian = function integer-of-date(month-first-num) - 1
        move function date-of-integer(month-julian) to prior-day-num
        move prior-day-num(1:6) to statement-month
    else
        move command-string(1:6) to statement-month
        if statement-month is not numeric
        or command-string(7:1) <> space
            display 'usagestmt: statement month must be YYYYMM' end-display
            move 8 to return-code
            stop run
        end-if
        move function concatenate(statement-month '01') to month-first-day
        move month-first-day to month-first-num
        if function test-date-yyyymmdd(month-first-num) <> 0
            display 'usagestmt: statement month must be YYYYMM' end-display
            move 8 to return-code
            stop run
        end-if
    end-if
    move spaces to statement-file-name extract-file-name
    move function concatenate('usagestmt.' statement-month '.txt') to statement-file-name
    move function concatenate('usage.' statement-month '.csv') to extract-file-name

    perform load-month-totals

    open output statement-file
    if statement-file-status <> '00'
        display 'usagestmt: could not open statement-file' end-display
        move 8 to return-code
        stop run
    end-if
    open output extract-file
    if extract-file-status <> '00'
        display 'usagestmt: could not open extract-file' end-display
        close statement-file
        move 8 to return-code
        stop run
    end-if
    move spaces to extract-record
    move 'user,date,requests,bytes_sent,uploads,upload_bytes,accepted,rejected,quota_denials,over_quota,over_quota_days' to extract-record
    write extract-record

    if user-count = 0
        move spaces to statement-record
        move function concatenate('Usage statement for ' statement-month ': no partner activity recorded') to statement-record
        write statement-record after advancing page
    end-if
    perform varying user-idx from 1 by 1
    until user-idx > user-count
        perform write-partner-page
        add 1 to partner-count
    end-perform

    close statement-file
    close extract-file

    move partner-count to display-count
    display 'usagestmt: ' trim(display-count) ' partner statement(s) for ' statement-month end-display
    if skipped-count > 0
        move skipped-count to display-count
        display 'usagestmt: ' trim(display-count) ' totals row(s) skipped, too many partners' end-display
    end-if
    display 'end usagestmt' end-display
    stop run
    .
load-month-totals.
*>  no usertotals.txt yet just means nothing has been rotated; the
*>  statement then says there was no activity. The same day can
*>  arrive in more than one row (a day split across two rotations)
*>  and simply adds up
    open input user-totals-file
    if user-totals-file-status = '00'
        read user-totals-file end-read
        perform until user-totals-file-status <> '00'
            if utot-date(1:6) = statement-month
            and utot-date(7:2) is numeric
                perform tally-totals-row
            end-if
            read user-totals-file end-read
        end-perform
        close user-totals-file
    end-if
    move spaces to user-totals-file-status
    .
tally-totals-row.
    move utot-date(7:2) to day-num
    move 'N' to found-match
    perform varying user-idx from 1 by 1
    until user-idx > user-count
        if user-name(user-idx) = utot-user
            move 'Y' to found-match
            exit perform
        end-if
    end-perform
    if found-match = 'N' and user-count < user-max
        add 1 to user-count
        move user-count to user-idx
        move utot-user to user-name(user-idx)
        perform varying day-idx from 1 by 1
        until day-idx > 31
            move 'N' to day-used(user-idx, day-idx)
            move zero to day-requests(user-idx, day-idx) day-bytes(user-idx, day-idx)
            move zero to day-uploads(user-idx, day-idx) day-upload-bytes(user-idx, day-idx)
            move zero to day-accepted(user-idx, day-idx) day-rejected(user-idx, day-idx)
            move zero to day-quota-denials(user-idx, day-idx)
        end-perform
        move 'Y' to found-match
    end-if
    if found-match = 'N' or day-num < 1 or day-num > 31
        add 1 to skipped-count
    else
        move day-num to day-idx
        move 'Y' to day-used(user-idx, day-idx)
        add utot-requests to day-requests(user-idx, day-idx)
        add utot-bytes to day-bytes(user-idx, day-idx)
        add utot-uploads to day-uploads(user-idx, day-idx)
        add utot-upload-bytes to day-upload-bytes(user-idx, day-idx)
        add utot-accepted to day-accepted(user-idx, day-idx)
        add utot-rejected to day-rejected(user-idx, day-idx)
        add utot-quota-denials to day-quota-denials(user-idx, day-idx)
    end-if
    .
write-partner-page.
    move zero to month-requests month-bytes month-uploads month-upload-bytes
    move zero to month-accepted month-rejected month-quota-denials month-over-days

    move spaces to statement-record
    move function concatenate('Usage statement for ' trim(user-name(user-idx)) ', period ' statement-month ', run ' today-date) to statement-record
    write statement-record after advancing page
    move spaces to statement-record
    move 'Date      Requests   Bytes sent Uploads Upload bytes Accepted  Rejected   509s' to statement-record
    write statement-record after advancing 2 lines

    perform varying day-idx from 1 by 1
    until day-idx > 31
        if day-used(user-idx, day-idx) = 'Y'
            perform write-partner-day
        end-if
    end-perform

    move month-requests to line-requests
    move month-bytes to line-bytes
    move month-uploads to line-uploads
    move month-upload-bytes to line-upload-bytes
    move month-accepted to line-accepted
    move month-rejected to line-rejected
    move month-quota-denials to line-quota-denials
    move space to line-over-quota
    move 'Total' to line-label
    move 2 to line-spacing
    perform format-statement-line
    move 'TOTAL' to line-label
    perform format-extract-line

    move month-over-days to display-count
    move daily-quota-bytes to edit-quota
    move spaces to statement-record
    move function concatenate('Days over quota: ' trim(display-count) ' (daily quota ' trim(edit-quota) ' bytes, or refused with a 509)') to statement-record
    write statement-record after advancing 2 lines
    .
write-partner-day.
    move day-requests(user-idx, day-idx) to line-requests
    move day-bytes(user-idx, day-idx) to line-bytes
    move day-uploads(user-idx, day-idx) to line-uploads
    move day-upload-bytes(user-idx, day-idx) to line-upload-bytes
    move day-accepted(user-idx, day-idx) to line-accepted
    move day-rejected(user-idx, day-idx) to line-rejected
    move day-quota-denials(user-idx, day-idx) to line-quota-denials

    compute day-metered-bytes = line-bytes + line-upload-bytes
    move space to line-over-quota
    if line-quota-denials > 0 or day-metered-bytes >= daily-quota-bytes
        move '*' to line-over-quota
        add 1 to month-over-days
    end-if

    add line-requests to month-requests
    add line-bytes to month-bytes
    add line-uploads to month-uploads
    add line-upload-bytes to month-upload-bytes
    add line-accepted to month-accepted
    add line-rejected to month-rejected
    add line-quota-denials to month-quota-denials

    move day-idx to day-num
    move spaces to line-label
    move function concatenate(statement-month day-num) to line-label
    move 1 to line-spacing
    perform format-statement-line
    perform format-extract-line
    .
format-statement-line.
    move line-requests to edit-requests
    move line-bytes to edit-bytes
    move line-uploads to edit-uploads
    move line-upload-bytes to edit-upload-bytes
    move line-accepted to edit-accepted
    move line-rejected to edit-rejected
    move line-quota-denials to edit-quota-denials
    move spaces to statement-record
    move function concatenate(line-label(1:8) ' ' edit-requests ' ' edit-bytes ' ' edit-uploads ' ' edit-upload-bytes ' ' edit-accepted '  ' edit-rejected ' ' edit-quota-denials ' ' line-over-quota) to statement-record
    write statement-record after advancing line-spacing lines
    .
format-extract-line.
    move line-requests to edit-requests
    move line-bytes to edit-bytes
    move line-uploads to edit-uploads
    move line-upload-bytes to edit-upload-bytes
    move line-accepted to edit-accepted
    move line-rejected to edit-rejected
    move line-quota-denials to edit-quota-denials
    move spaces to extract-record
*>  over_quota is the day's 0/1 flag, left empty on the TOTAL row;
*>  over_quota_days is the month's count, on the TOTAL row alone
    if trim(line-label) = 'TOTAL'
        move month-over-days to display-count
        move function concatenate(trim(user-name(user-idx)) ',' trim(line-label) ',' trim(edit-requests) ',' trim(edit-bytes) ',' trim(edit-uploads) ',' trim(edit-upload-bytes) ',' trim(edit-accepted) ',' trim(edit-rejected) ',' trim(edit-quota-denials) ',,' trim(display-count)) to extract-record
    else
        if line-over-quota = '*'
            move 1 to display-count
        else
            move 0 to display-count
        end-if
        move function concatenate(trim(user-name(user-idx)) ',' trim(line-label) ',' trim(edit-requests) ',' trim(edit-bytes) ',' trim(edit-uploads) ',' trim(edit-upload-bytes) ',' trim(edit-accepted) ',' trim(edit-rejected) ',' trim(edit-quota-denials) ',' trim(display-count) ',') to extract-record
    end-if
    write extract-record
    .
end program usagestmt.
