        >>SOURCE FORMAT FREE
identification division.
program-id. balcheck.
*>
*>  Nightly balancing control: proves, per authenticated user, that
*>  what the listener said it did is what actually landed on disk.
*>  For the business day it ties together
*>
*>    - SUBMIT audit records in accesslog.txt (the accepted and
*>      rejected counts and accepted-amount hash the listener stamps
*>      on each one -- and on a SENDFAIL, whose records were written
*>      before the reply failed) against the records and amount
*>      total in txn.YYYYMMDD.dat and the day's txnreject.txt rows;
*>    - UPLOAD audit records against intake.cob's decisions in
*>      intakelog.txt -- every path a user uploaded must have been
*>      moved to processed/ or quarantine/, and every file intake
*>      moved must trace back to an upload. An upload its partner
*>      DELETEd again later that day never reaches intake; it is
*>      listed as withdrawn, not out of balance.
*>
*>  balrpt.txt shows each user's figures side by side, then every
*>  mismatch as an OUT OF BALANCE line. Any mismatch ends the run
*>  with return-code 8, so the step shows FAIL in joblog.txt. Run
*>  from nightrun after intake and before logrotate, while the day's
*>  records are still in the live log; a past business date is
*>  balanced off its archive/accesslog.YYYYMMDD.txt instead, or off
*>  the live log when rotation has not filed that day yet (yesterday,
*>  before tonight's logrotate has run):
*>
*>     cobc -x balcheck.cob
*>     ./balcheck [YYYYMMDD]
*>
*> ===================================================

environment division.
configuration section.
repository. function all intrinsic.

input-output section.
file-control.
    select audit-file
        assign using audit-file-name
        file status is audit-file-status
        organization is line sequential.

    select txn-file
        assign using txn-file-name
        file status is txn-file-status
        organization is line sequential.

    select reject-file
        assign using reject-file-name
        file status is reject-file-status
        organization is line sequential.

    select intake-log-file
        assign using intake-log-file-name
        file status is intake-log-file-status
        organization is line sequential.

    select report-file
        assign using report-file-name
        file status is report-file-status
        organization is line sequential.

data division.
file section.
fd  audit-file.
01  audit-record.
    copy auditrec.

fd  txn-file.
01  txn-record.
    copy txnrec.

fd  reject-file.
01  reject-record.
    copy rejrec.

fd  intake-log-file.
01  intake-log-record.
    copy intkrec.

fd  report-file.
01  report-record pic x(160).

working-storage section.
01 audit-file-name pic x(80) value "accesslog.txt".
01 live-audit-file-name pic x(80) value "accesslog.txt".
01 audit-from-live pic x value 'N'.
01 audit-dated-count pic 9(9) value zero.
01 audit-file-status pic x(2).

*> archive-dir-name comes from sharedcfg.cpy, where logrotate.cob
*> files a completed day's audit records
copy sharedcfg.

01 txn-file-name pic x(64) value spaces.
01 txn-file-status pic x(2).

01 reject-file-name pic x(64) value "txnreject.txt".
01 reject-file-status pic x(2).

01 intake-log-file-name pic x(64) value "intakelog.txt".
01 intake-log-file-status pic x(2).

01 report-file-name pic x(64) value "balrpt.txt".
01 report-file-status pic x(2).

01 command-string pic x(64).
01 business-date pic x(8).
01 business-date-num pic 9(8).
01 today-date pic x(8).
01 found-match pic x value 'N'.
01 submit-path pic x(8) value "/submit".

*> each user's figures from every side of the balance
01 user-max binary-short unsigned value 100.
01 user-count binary-short unsigned value zero.
01 user-idx binary-short unsigned.
01 user-table.
   03  user-entry occurs 100 times.
       05  user-name pic x(16).
       05  user-submits pic 9(9).
       05  user-aud-accepted pic 9(9).
       05  user-aud-rejected pic 9(9).
       05  user-aud-hash pic 9(15).
       05  user-txn-count pic 9(9).
       05  user-txn-amount pic 9(15).
       05  user-rej-count pic 9(9).
       05  user-uploads pic 9(9).
       05  user-received pic 9(9).
       05  user-quarantined pic 9(9).
01 candidate-user pic x(16).

*> distinct paths uploaded today, by user, and whether intake
*> decided each one
01 upload-max binary-short unsigned value 500.
01 upload-count binary-short unsigned value zero.
01 upload-idx binary-short unsigned.
01 upload-table.
   03  upload-entry occurs 500 times.
       05  upload-user pic x(16).
       05  upload-path pic x(40).
       05  upload-decided pic x.

01 decided-path pic x(40).

*> intake decisions that are out of balance on their own account,
*> held until the per-user figures are written
01 finding-max binary-short unsigned value 200.
01 finding-count binary-short unsigned value zero.
01 finding-idx binary-short unsigned.
01 finding-table.
   03  finding-text occurs 200 times pic x(160).

01 out-of-balance-count pic 9(9) value zero.
01 audit-unreadable-count pic 9(9) value zero.

01 display-count pic zzzzzzzz9.
01 display-count-2 pic zzzzzzzz9.
01 display-count-3 pic zzzzzzzz9.
01 display-amount pic z(12)9.99.
01 display-amount-2 pic z(12)9.99.
01 out-text pic x(160).

procedure division.
balance-the-day.

    display 'start balcheck' end-display

    move function current-date(1:8) to today-date
    move spaces to command-string
    accept command-string from command-line end-accept
    if command-string = spaces
        move today-date to business-date
    else
        move command-string(1:8) to business-date
        if business-date is not numeric
            display 'balcheck: business date must be YYYYMMDD' end-display
            move 8 to return-code
            stop run
        end-if
        move business-date to business-date-num
        if function test-date-yyyymmdd(business-date-num) <> 0
            display 'balcheck: business date must be YYYYMMDD' end-display
            move 8 to return-code
            stop run
        end-if
    end-if
    if business-date <> today-date
        move spaces to audit-file-name
        move function concatenate(trim(archive-dir-name) "/accesslog." business-date ".txt") to audit-file-name
    end-if
    move spaces to txn-file-name
    move function concatenate("txn." business-date ".dat") to txn-file-name

    open output report-file
    if report-file-status <> '00'
        display 'balcheck: could not open report-file' end-display
        move 8 to return-code
        stop run
    end-if
    move spaces to report-record
    move function concatenate('Balancing report for ' business-date) to report-record
    write report-record

    perform tally-audit-side
    perform tally-txn-side
    perform tally-reject-side
    perform tally-intake-side

    perform report-user-figures
    perform report-submit-balance
    perform report-upload-balance

    move out-of-balance-count to display-count
    move spaces to report-record
    if out-of-balance-count = 0
        move 'All users in balance.' to report-record
    else
        move function concatenate('Out-of-balance item(s): ' trim(display-count)) to report-record
    end-if
    write report-record
    close report-file

    move out-of-balance-count to display-count
    display 'balcheck: ' trim(display-count) ' out-of-balance item(s)' end-display
    display 'end balcheck' end-display
    if out-of-balance-count > 0
        move 8 to return-code
    end-if
    stop run
    .
tally-audit-side.
*>  the day's log must be there to balance against at all -- a
*>  missing one is itself the failure, not an empty clean day. A past
*>  day not archived yet is still in the live log, filtered to its
*>  date like today's; only when that holds nothing for the day
*>  either is there no log for it
    open input audit-file
    if audit-file-status = '35'
    and business-date <> today-date
        move live-audit-file-name to audit-file-name
        move 'Y' to audit-from-live
        open input audit-file
    end-if
    if audit-file-status <> '00'
        move spaces to report-record
        move function concatenate('OUT OF BALANCE audit log ' trim(audit-file-name) ' could not be read') to report-record
        write report-record
        add 1 to out-of-balance-count
        move spaces to audit-file-status
    else
        read audit-file end-read
        perform until audit-file-status <> '00'
            if audit-timestamp(1:8) = business-date
                add 1 to audit-dated-count
                perform tally-audit-record
            end-if
            read audit-file end-read
        end-perform
        close audit-file
        move spaces to audit-file-status
        if audit-from-live = 'Y' and audit-dated-count = 0
            move spaces to report-record
            move function concatenate('OUT OF BALANCE no audit records for ' business-date ' in ' trim(archive-dir-name) '/accesslog.' business-date '.txt or ' trim(live-audit-file-name)) to report-record
            write report-record
            add 1 to out-of-balance-count
        end-if
    end-if
    .
tally-audit-record.
    evaluate true
    when audit-event = 'SUBMIT'
    or (audit-event = 'SENDFAIL'
        and audit-httpmethod = 'POST'
        and trim(audit-httppath) = trim(submit-path))
        move audit-user to candidate-user
        perform find-user
        add 1 to user-submits(user-idx)
        if audit-recs-accepted is numeric
        and audit-recs-rejected is numeric
        and audit-amount-hash is numeric
            add audit-recs-accepted to user-aud-accepted(user-idx)
            add audit-recs-rejected to user-aud-rejected(user-idx)
            add audit-amount-hash to user-aud-hash(user-idx)
        else
            add 1 to audit-unreadable-count
        end-if
    when audit-event = 'UPLOAD'
        move audit-user to candidate-user
        perform find-user
        perform note-upload-path
    when audit-event = 'DELETE'
        perform note-deleted-upload
    when other
        continue
    end-evaluate
    .
note-upload-path.
*>  one entry per distinct path per user -- uploading the same name
*>  twice in a day leaves one file for intake to decide
    move 'N' to found-match
    perform varying upload-idx from 1 by 1
    until upload-idx > upload-count
        if upload-user(upload-idx) = audit-user
        and upload-path(upload-idx) = audit-httppath
            move 'Y' to found-match
            if upload-decided(upload-idx) = 'D'
                move 'N' to upload-decided(upload-idx)
            end-if
            exit perform
        end-if
    end-perform
    if found-match = 'N'
        if upload-count >= upload-max
            display 'balcheck: too many uploads for one run' end-display
            move 8 to return-code
            stop run
        end-if
        add 1 to upload-count
        move audit-user to upload-user(upload-count)
        move audit-httppath to upload-path(upload-count)
        move 'N' to upload-decided(upload-count)
        add 1 to user-uploads(user-idx)
    end-if
    .
note-deleted-upload.
*>  the log is read in time order, so only an upload already noted
*>  -- one that came before this DELETE -- can be withdrawn by it;
*>  uploading the same name again afterwards puts it back (above)
    perform varying upload-idx from 1 by 1
    until upload-idx > upload-count
        if upload-user(upload-idx) = audit-user
        and upload-path(upload-idx) = audit-httppath
        and upload-decided(upload-idx) = 'N'
            move 'D' to upload-decided(upload-idx)
            exit perform
        end-if
    end-perform
    .
tally-txn-side.
*>  no txn file just means nothing was accepted today
    open input txn-file
    if txn-file-status = '00'
        read txn-file end-read
        perform until txn-file-status <> '00'
            move txn-user to candidate-user
            perform find-user
            add 1 to user-txn-count(user-idx)
            add txn-amount to user-txn-amount(user-idx)
            read txn-file end-read
        end-perform
        close txn-file
    end-if
    move spaces to txn-file-status
    .
tally-reject-side.
    open input reject-file
    if reject-file-status = '00'
        read reject-file end-read
        perform until reject-file-status <> '00'
            if rej-date = business-date
                move rej-user to candidate-user
                perform find-user
                add 1 to user-rej-count(user-idx)
            end-if
            read reject-file end-read
        end-perform
        close reject-file
    end-if
    move spaces to reject-file-status
    .
tally-intake-side.
*>  a decision is matched to the upload of the same path by the same
*>  user; one intake made about a file nobody uploaded (blank user),
*>  or one that left the file in doc-root, is out of balance on its
*>  own account
    open input intake-log-file
    if intake-log-file-status = '00'
        read intake-log-file end-read
        perform until intake-log-file-status <> '00'
            if ink-date = business-date
                perform match-intake-decision
            end-if
            read intake-log-file end-read
        end-perform
        close intake-log-file
    end-if
    move spaces to intake-log-file-status
    .
match-intake-decision.
    move spaces to decided-path
    move function concatenate('/' trim(ink-file)) to decided-path
    evaluate true
    when ink-user = spaces
        move spaces to out-text
        move function concatenate('OUT OF BALANCE intake ' trim(ink-disposition) ' ' trim(ink-file) ': no UPLOAD record for it') to out-text
        perform hold-finding
    when ink-disposition = 'LEFT'
        move spaces to out-text
        move function concatenate('OUT OF BALANCE ' trim(ink-user) ': upload ' trim(ink-file) ' was left in doc-root, ' trim(ink-reason)) to out-text
        perform hold-finding
    when other
        move ink-user to candidate-user
        perform find-user
        if ink-disposition = 'RECEIVED'
            add 1 to user-received(user-idx)
        else
            add 1 to user-quarantined(user-idx)
        end-if
    end-evaluate
    perform varying upload-idx from 1 by 1
    until upload-idx > upload-count
        if upload-user(upload-idx) = ink-user
        and upload-path(upload-idx) = decided-path
            move 'Y' to upload-decided(upload-idx)
        end-if
    end-perform
    .
hold-finding.
    if finding-count >= finding-max
        display 'balcheck: too many intake findings for one run' end-display
        move 8 to return-code
        stop run
    end-if
    add 1 to finding-count
    move out-text to finding-text(finding-count)
    .
find-user.
*>  leaves user-idx on candidate-user's entry, adding it first if new;
*>  a request with no valid credential balances under a blank user
    move 'N' to found-match
    perform varying user-idx from 1 by 1
    until user-idx > user-count
        if user-name(user-idx) = candidate-user
            move 'Y' to found-match
            exit perform
        end-if
    end-perform
    if found-match = 'N'
        if user-count >= user-max
            display 'balcheck: too many users for one run' end-display
            move 8 to return-code
            stop run
        end-if
        add 1 to user-count
        move user-count to user-idx
        move candidate-user to user-name(user-idx)
        move zero to user-submits(user-idx) user-aud-accepted(user-idx)
        move zero to user-aud-rejected(user-idx) user-aud-hash(user-idx)
        move zero to user-txn-count(user-idx) user-txn-amount(user-idx)
        move zero to user-rej-count(user-idx) user-uploads(user-idx)
        move zero to user-received(user-idx) user-quarantined(user-idx)
    end-if
    .
report-user-figures.
    perform varying user-idx from 1 by 1
    until user-idx > user-count
        move user-name(user-idx) to candidate-user
        if candidate-user = spaces
            move '(none)' to candidate-user
        end-if
        move user-submits(user-idx) to display-count
        move spaces to report-record
        move function concatenate(candidate-user ' SUBMIT audits ' trim(display-count)) to report-record
        write report-record
        move user-aud-accepted(user-idx) to display-count
        move user-txn-count(user-idx) to display-count-2
        move spaces to report-record
        move function concatenate('  accepted: audits say ' trim(display-count) ', txn file has ' trim(display-count-2)) to report-record
        write report-record
        compute display-amount = user-aud-hash(user-idx) / 100
        compute display-amount-2 = user-txn-amount(user-idx) / 100
        move spaces to report-record
        move function concatenate('  amount:   audits say ' trim(display-amount) ', txn file has ' trim(display-amount-2)) to report-record
        write report-record
        move user-aud-rejected(user-idx) to display-count
        move user-rej-count(user-idx) to display-count-2
        move spaces to report-record
        move function concatenate('  rejected: audits say ' trim(display-count) ', txnreject.txt has ' trim(display-count-2)) to report-record
        write report-record
        move user-uploads(user-idx) to display-count
        move user-received(user-idx) to display-count-2
        move user-quarantined(user-idx) to display-count-3
        move spaces to report-record
        move function concatenate('  uploads:  ' trim(display-count) ' path(s), intake received ' trim(display-count-2) ', quarantined ' trim(display-count-3)) to report-record
        write report-record
    end-perform
    .
report-submit-balance.
    if audit-unreadable-count > 0
        move audit-unreadable-count to display-count
        move spaces to report-record
        move function concatenate('OUT OF BALANCE ' trim(display-count) ' SUBMIT audit record(s) carry no counts to balance') to report-record
        write report-record
        add 1 to out-of-balance-count
    end-if
    perform varying user-idx from 1 by 1
    until user-idx > user-count
        move user-name(user-idx) to candidate-user
        if candidate-user = spaces
            move '(none)' to candidate-user
        end-if
        if user-aud-accepted(user-idx) <> user-txn-count(user-idx)
            move user-txn-count(user-idx) to display-count
            move user-aud-accepted(user-idx) to display-count-2
            move spaces to out-text
            move function concatenate('OUT OF BALANCE ' trim(candidate-user) ': txn file has ' trim(display-count) ' record(s), SUBMIT audits accepted ' trim(display-count-2)) to out-text
            perform write-out-of-balance
        end-if
        if user-aud-hash(user-idx) <> user-txn-amount(user-idx)
            compute display-amount = user-txn-amount(user-idx) / 100
            compute display-amount-2 = user-aud-hash(user-idx) / 100
            move spaces to out-text
            move function concatenate('OUT OF BALANCE ' trim(candidate-user) ': txn file amounts total ' trim(display-amount) ', SUBMIT audits hash ' trim(display-amount-2)) to out-text
            perform write-out-of-balance
        end-if
        if user-aud-rejected(user-idx) <> user-rej-count(user-idx)
            move user-rej-count(user-idx) to display-count
            move user-aud-rejected(user-idx) to display-count-2
            move spaces to out-text
            move function concatenate('OUT OF BALANCE ' trim(candidate-user) ': txnreject.txt has ' trim(display-count) ' record(s), SUBMIT audits rejected ' trim(display-count-2)) to out-text
            perform write-out-of-balance
        end-if
    end-perform
    .
report-upload-balance.
    perform varying finding-idx from 1 by 1
    until finding-idx > finding-count
        move finding-text(finding-idx) to out-text
        perform write-out-of-balance
    end-perform
    perform varying upload-idx from 1 by 1
    until upload-idx > upload-count
        evaluate upload-decided(upload-idx)
        when 'N'
            move spaces to out-text
            move function concatenate('OUT OF BALANCE ' trim(upload-user(upload-idx)) ': upload ' trim(upload-path(upload-idx)) ' has no intake decision') to out-text
            perform write-out-of-balance
        when 'D'
            move spaces to report-record
            move function concatenate('WITHDRAWN ' trim(upload-user(upload-idx)) ': upload ' trim(upload-path(upload-idx)) ' deleted by the partner before intake') to report-record
            write report-record
        end-evaluate
    end-perform
    .
write-out-of-balance.
    move spaces to report-record
    move out-text to report-record
    write report-record
    add 1 to out-of-balance-count
    .
end program balcheck.
