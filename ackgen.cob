        >>SOURCE FORMAT FREE
identification division.
program-id. ackgen.
*>
*>  Nightly acknowledgment run: writes each partner one file saying
*>  what became of everything they sent in on the business day, so
*>  a partner whose script dropped the "accepted=N rejected=M" reply
*>  still has the answer in writing, and "we never heard back from
*>  you" can be settled against evidence either way. For every user
*>  a "user:secret" line of credentials.txt names it writes
*>  outbound/<user>/ack.YYYYMMDD.txt (activity from anyone else --
*>  a bare-token credential -- is only counted in ackrpt.txt) with:
*>
*>    - ACCEPTED  each of their records in txn.YYYYMMDD.dat;
*>    - REJECTED  each of their records in txnreject.txt, with the
*>                rej-reason it was refused for;
*>    - FILE      intake.cob's RECEIVED / QUARANTINED / LEFT decision
*>                on each file they uploaded (intakelog.txt);
*>
*>  and a TOTALS line -- a day with nothing in it still gets a file,
*>  since "we received nothing from you" is an answer too.
*>  tcpipserver.cob serves outbound/<user>/ to that user alone and
*>  logs every pickup to ackpickup.txt (pickrec.cpy); this run folds
*>  the pickups into its register of written acknowledgments
*>  (acklog.txt) and reports, in ackrpt.txt, every acknowledgment
*>  still not collected ack-overdue-days after it was written.
*>
*>  The business date defaults to yesterday -- the last day already
*>  complete when nightrun runs, since submissions keep landing in
*>  today's txn file after tonight's steps have finished with it, and
*>  the same day orderpost, erpxtract and ackgen all default to, so
*>  each of them sees a day only once it is whole. Naming one on the
*>  command line rewrites that day's acknowledgments instead:
*>
*>     cobc -x ackgen.cob
*>     ./ackgen [YYYYMMDD]
*>
*> ===================================================

environment division.
configuration section.
repository. function all intrinsic.

input-output section.
file-control.
    select credentials-file
        assign using credentials-file-name
        file status is credentials-file-status
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

    select pickup-file
        assign using pickup-file-name
        file status is pickup-file-status
        organization is line sequential.

    select register-file
        assign using register-file-name
        file status is register-file-status
        organization is line sequential.

    select newregister-file
        assign using newregister-file-name
        file status is newregister-file-status
        organization is line sequential.

    select ack-file
        assign using ack-file-name
        file status is ack-file-status
        organization is line sequential.

    select report-file
        assign using report-file-name
        file status is report-file-status
        organization is line sequential.

data division.
file section.
fd  credentials-file.
01  credentials-record pic x(128).

fd  txn-file.
01  txn-record.
    copy txnrec.

fd  reject-file.
01  reject-record.
    copy rejrec.

fd  intake-log-file.
01  intake-log-record.
    copy intkrec.

fd  pickup-file.
01  pickup-record.
    copy pickrec.

*> one record per acknowledgment written: its business date, who it
*> is for, where it was put, the night it was (last) written, the
*> date it was first collected (blank until it is), and the time of
*> day it was (last) written -- at the end, so rows from before it
*> was kept still read, with a blank time
fd  register-file.
01  register-record.
    03  areg-ack-date           pic x(8).
    03  filler                  pic x value space.
    03  areg-user               pic x(16).
    03  filler                  pic x value space.
    03  areg-path               pic x(80).
    03  filler                  pic x value space.
    03  areg-written-date       pic x(8).
    03  filler                  pic x value space.
    03  areg-collected-date     pic x(8).
    03  filler                  pic x value space.
    03  areg-written-time       pic x(6).

fd  newregister-file.
01  newregister-record pic x(131).

fd  ack-file.
01  ack-record pic x(160).

fd  report-file.
01  report-record pic x(160).

working-storage section.
01 credentials-file-name pic x(64) value "credentials.txt".
01 credentials-file-status pic x(2).

01 txn-file-name pic x(64) value spaces.
01 txn-file-status pic x(2).

01 reject-file-name pic x(64) value "txnreject.txt".
01 reject-file-status pic x(2).

01 intake-log-file-name pic x(64) value "intakelog.txt".
01 intake-log-file-status pic x(2).

01 pickup-file-name pic x(64) value "ackpickup.txt".
01 pickup-file-status pic x(2).

01 register-file-name pic x(64) value "acklog.txt".
01 register-file-status pic x(2).
01 newregister-file-name pic x(64) value "acklog.new".
01 newregister-file-status pic x(2).

01 outbound-dir-name pic x(64) value "outbound".
01 ack-dir-name pic x(128).
01 ack-file-name pic x(128).
01 ack-file-status pic x(2).

01 report-file-name pic x(64) value "ackrpt.txt".
01 report-file-status pic x(2).

*> an acknowledgment not collected this many days after it was
*> written is reported overdue; a collected one drops out of the
*> register once its business date is ack-retention-days old
01 ack-overdue-days pic 9(3) value 3.
01 ack-retention-days pic 9(3) value 90.

01 command-string pic x(64).
01 business-date pic x(8).
01 business-date-num pic 9(8).
01 today-date pic x(8).
01 today-date-num pic 9(8).
01 now-time pic x(6).
01 other-date-num pic 9(8).
01 age-days pic s9(9).
01 found-match pic x value 'N'.

*> the users acknowledged tonight, with their day's counts
01 user-max binary-short unsigned value 100.
01 user-count binary-short unsigned value zero.
01 user-idx binary-short unsigned.
01 user-table.
   03  user-entry occurs 100 times.
       05  user-name pic x(16).
       05  user-accepted pic 9(9).
       05  user-rejected pic 9(9).
       05  user-received pic 9(9).
       05  user-refused pic 9(9).
       05  user-ack-path pic x(80).

01 candidate-user pic x(16).
01 candidate-ok pic x value 'Y'.
01 candidate-len binary-short unsigned.
01 candidate-scan-idx binary-short unsigned.
01 candidate-char pic x.

*> the acknowledgment register, loaded whole, updated and rewritten
01 reg-max binary-short unsigned value 3000.
01 reg-count binary-short unsigned value zero.
01 reg-idx binary-short unsigned.
01 reg-table.
   03  reg-entry occurs 3000 times.
       05  reg-ack-date pic x(8).
       05  reg-user pic x(16).
       05  reg-path pic x(80).
       05  reg-written-date pic x(8).
       05  reg-written-time pic x(6).
       05  reg-collected-date pic x(8).
       05  reg-keep pic x.

01 written-count pic 9(9) value zero.
*> the day's records from a submitter no user:secret credential names
01 unnamed-count pic 9(9) value zero.
01 overdue-count pic 9(9) value zero.
01 pruned-count pic 9(9) value zero.

01 display-count pic zzzzzzzz9.
01 display-count-2 pic zzzzzzzz9.
01 display-count-3 pic zzzzzzzz9.
01 display-count-4 pic zzzzzzzz9.
01 display-quantity pic zzzz9.
01 display-amount pic z(8)9.99.

procedure division.
write-acknowledgments.

    display 'start ackgen' end-display

    move function current-date(1:8) to today-date
    move function current-date(9:6) to now-time
    move today-date to today-date-num
    move spaces to command-string
    accept command-string from command-line end-accept
    if command-string = spaces
        compute business-date-num = date-of-integer(integer-of-date(today-date-num) - 1)
        move business-date-num to business-date
    else
        move command-string(1:8) to business-date
        if business-date is not numeric
            display 'ackgen: business date must be YYYYMMDD' end-display
            move 8 to return-code
            stop run
        end-if
        move business-date to business-date-num
        if function test-date-yyyymmdd(business-date-num) <> 0
            display 'ackgen: business date must be YYYYMMDD' end-display
            move 8 to return-code
            stop run
        end-if
    end-if
    move spaces to txn-file-name
    move function concatenate("txn." business-date ".dat") to txn-file-name

    perform load-register

    perform gather-credential-users
    perform gather-activity-users

    call 'CBL_CREATE_DIR' using outbound-dir-name end-call
    perform varying user-idx from 1 by 1
    until user-idx > user-count
        perform write-user-ack
        perform register-user-ack
    end-perform

    perform apply-pickups

    open output report-file
    if report-file-status <> '00'
        display 'ackgen: could not open report-file' end-display
        move 8 to return-code
        stop run
    end-if
    move spaces to report-record
    move function concatenate('Acknowledgment run for business date ' business-date ', run ' today-date) to report-record
    write report-record
    perform report-written-acks
    if unnamed-count > 0
        move unnamed-count to display-count
        move spaces to report-record
        move function concatenate('UNNAMED submitter: ' trim(display-count) ' record(s) from a credential with no user name (bare token, or no longer in credentials.txt) -- no acknowledgment written') to report-record
        write report-record
    end-if
    perform report-overdue-acks
    close report-file

    perform rewrite-register

    move written-count to display-count
    display 'ackgen: ' trim(display-count) ' acknowledgment(s) written' end-display
    move overdue-count to display-count
    display 'ackgen: ' trim(display-count) ' acknowledgment(s) uncollected past due' end-display
    display 'end ackgen' end-display
    stop run
    .
gather-credential-users.
*>  every credential with a "user:" part gets an acknowledgment, busy
*>  day or not -- a bare-token credential names no user, and its
*>  token is a secret, never a directory name
    open input credentials-file
    if credentials-file-status <> '00'
        display 'ackgen: could not open credentials-file' end-display
        move 8 to return-code
        stop run
    end-if
    read credentials-file end-read
    perform until credentials-file-status <> '00'
        if credentials-record(1:1) <> '*'
        and credentials-record <> spaces
            move zero to candidate-len
            inspect credentials-record tallying candidate-len for all ':'
            if candidate-len > 0
                move spaces to candidate-user
                unstring credentials-record delimited by ':' into candidate-user
                end-unstring
                perform add-ack-user
            end-if
        end-if
        read credentials-file end-read
    end-perform
    close credentials-file
    move spaces to credentials-file-status
    .
gather-activity-users.
*>  the day's files can only add activity to a user already named by
*>  a "user:secret" credential -- a bare-token credential's audit
*>  user is the front of its token, a secret that must never become
*>  a directory name, and a user gone from credentials.txt could not
*>  collect an acknowledgment anyway. Anything else is counted and
*>  reported as an unnamed submitter, never by what the files call it
    open input txn-file
    if txn-file-status = '00'
        read txn-file end-read
        perform until txn-file-status <> '00'
            move txn-user to candidate-user
            perform check-activity-user
            read txn-file end-read
        end-perform
        close txn-file
    end-if
    move spaces to txn-file-status

    open input reject-file
    if reject-file-status = '00'
        read reject-file end-read
        perform until reject-file-status <> '00'
            if rej-date = business-date
                move rej-user to candidate-user
                perform check-activity-user
            end-if
            read reject-file end-read
        end-perform
        close reject-file
    end-if
    move spaces to reject-file-status

    open input intake-log-file
    if intake-log-file-status = '00'
        read intake-log-file end-read
        perform until intake-log-file-status <> '00'
            if ink-date = business-date
                move ink-user to candidate-user
                perform check-activity-user
            end-if
            read intake-log-file end-read
        end-perform
        close intake-log-file
    end-if
    move spaces to intake-log-file-status
    .
check-activity-user.
    move 'N' to found-match
    perform varying user-idx from 1 by 1
    until user-idx > user-count
        if user-name(user-idx) = candidate-user
            move 'Y' to found-match
            exit perform
        end-if
    end-perform
    if found-match = 'N' and candidate-user <> spaces
        add 1 to unnamed-count
    end-if
    .
add-ack-user.
*>  a user name becomes a directory name, so it must be something
*>  tcpipserver's own path check would let through -- letters,
*>  digits, '.', '-', '_', and not starting with '.'
    move 'Y' to candidate-ok
    if candidate-user = spaces or candidate-user(1:1) = '.'
        move 'N' to candidate-ok
    else
        move length(trim(candidate-user)) to candidate-len
        perform varying candidate-scan-idx from 1 by 1
        until candidate-scan-idx > candidate-len or candidate-ok = 'N'
            move candidate-user(candidate-scan-idx:1) to candidate-char
            if candidate-char is not alphabetic-lower
            and candidate-char is not alphabetic-upper
            and candidate-char is not numeric
            and candidate-char <> '.' and candidate-char <> '-'
            and candidate-char <> '_'
                move 'N' to candidate-ok
            end-if
        end-perform
    end-if
    if candidate-ok = 'Y'
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
                display 'ackgen: too many users for one run' end-display
                move 8 to return-code
                stop run
            end-if
            add 1 to user-count
            move candidate-user to user-name(user-count)
            move zero to user-accepted(user-count) user-rejected(user-count)
            move zero to user-received(user-count) user-refused(user-count)
            move spaces to user-ack-path(user-count)
        end-if
    end-if
    .
write-user-ack.
*>  one pass over each of the day's three sources per user -- the
*>  files are a day's worth each, and this keeps every user's lines
*>  in arrival order without sorting anything
    move spaces to ack-dir-name ack-file-name
    move function concatenate(trim(outbound-dir-name) "/" trim(user-name(user-idx))) to ack-dir-name
    call 'CBL_CREATE_DIR' using ack-dir-name end-call
    move function concatenate(trim(ack-dir-name) "/ack." business-date ".txt") to ack-file-name
    move ack-file-name to user-ack-path(user-idx)

    open output ack-file
    if ack-file-status <> '00'
        display 'ackgen: could not open ' trim(ack-file-name) end-display
        move 8 to return-code
        stop run
    end-if
    move spaces to ack-record
    move function concatenate('ACK user=' trim(user-name(user-idx)) ' business-date=' business-date ' written=' today-date) to ack-record
    write ack-record

    open input txn-file
    if txn-file-status = '00'
        read txn-file end-read
        perform until txn-file-status <> '00'
            if txn-user = user-name(user-idx)
                add 1 to user-accepted(user-idx)
                move txn-quantity to display-quantity
                compute display-amount = txn-amount / 100
                move spaces to ack-record
                if txn-batch = spaces
                    move function concatenate('ACCEPTED time=' txn-time ' order=' trim(txn-order-id) ' item=' trim(txn-item-code) ' quantity=' trim(display-quantity) ' amount=' trim(display-amount)) to ack-record
                else
                    move function concatenate('ACCEPTED time=' txn-time ' order=' trim(txn-order-id) ' item=' trim(txn-item-code) ' quantity=' trim(display-quantity) ' amount=' trim(display-amount) ' batch=' trim(txn-batch)) to ack-record
                end-if
                write ack-record
            end-if
            read txn-file end-read
        end-perform
        close txn-file
    end-if
    move spaces to txn-file-status

    open input reject-file
    if reject-file-status = '00'
        read reject-file end-read
        perform until reject-file-status <> '00'
            if rej-date = business-date
            and rej-user = user-name(user-idx)
                add 1 to user-rejected(user-idx)
                move spaces to ack-record
                if rej-batch = spaces
                    move function concatenate('REJECTED time=' rej-time ' reason="' trim(rej-reason) '" record=' trim(rej-raw)) to ack-record
                else
                    move function concatenate('REJECTED time=' rej-time ' batch=' trim(rej-batch) ' reason="' trim(rej-reason) '" record=' trim(rej-raw)) to ack-record
                end-if
                write ack-record
            end-if
            read reject-file end-read
        end-perform
        close reject-file
    end-if
    move spaces to reject-file-status

    open input intake-log-file
    if intake-log-file-status = '00'
        read intake-log-file end-read
        perform until intake-log-file-status <> '00'
            if ink-date = business-date
            and ink-user = user-name(user-idx)
                move ink-size to display-count
                move spaces to ack-record
                if ink-disposition = 'RECEIVED'
                    add 1 to user-received(user-idx)
                    move function concatenate('FILE ' trim(ink-disposition) ' time=' ink-time ' name=' trim(ink-file) ' bytes=' trim(display-count)) to ack-record
                else
                    add 1 to user-refused(user-idx)
                    move function concatenate('FILE ' trim(ink-disposition) ' time=' ink-time ' name=' trim(ink-file) ' bytes=' trim(display-count) ' reason="' trim(ink-reason) '"') to ack-record
                end-if
                write ack-record
            end-if
            read intake-log-file end-read
        end-perform
        close intake-log-file
    end-if
    move spaces to intake-log-file-status

    move user-accepted(user-idx) to display-count
    move user-rejected(user-idx) to display-count-2
    move user-received(user-idx) to display-count-3
    move user-refused(user-idx) to display-count-4
    move spaces to ack-record
    move function concatenate('TOTALS accepted=' trim(display-count) ' rejected=' trim(display-count-2) ' files-received=' trim(display-count-3) ' files-refused=' trim(display-count-4)) to ack-record
    write ack-record
    close ack-file
    move spaces to ack-file-status
    add 1 to written-count
    .
load-register.
*>  no acklog.txt yet just means no acknowledgment was ever written
    move zero to reg-count
    open input register-file
    if register-file-status <> '00'
        move spaces to register-file-status
    else
        read register-file end-read
        perform until register-file-status <> '00'
            if reg-count >= reg-max
                display 'ackgen: acklog.txt too large for one run' end-display
                close register-file
                move 8 to return-code
                stop run
            end-if
            add 1 to reg-count
            move areg-ack-date to reg-ack-date(reg-count)
            move areg-user to reg-user(reg-count)
            move areg-path to reg-path(reg-count)
            move areg-written-date to reg-written-date(reg-count)
            move areg-collected-date to reg-collected-date(reg-count)
            move areg-written-time to reg-written-time(reg-count)
            move 'Y' to reg-keep(reg-count)
            read register-file end-read
        end-perform
        close register-file
        move spaces to register-file-status
    end-if
    .
register-user-ack.
*>  a rewritten acknowledgment is a new file with new content --
*>  it counts as uncollected again until it is picked up again
    move 'N' to found-match
    perform varying reg-idx from 1 by 1
    until reg-idx > reg-count
        if reg-user(reg-idx) = user-name(user-idx)
        and reg-ack-date(reg-idx) = business-date
            move 'Y' to found-match
            exit perform
        end-if
    end-perform
    if found-match = 'N'
        if reg-count >= reg-max
            display 'ackgen: acklog.txt too large for one run' end-display
            move 8 to return-code
            stop run
        end-if
        add 1 to reg-count
        move reg-count to reg-idx
        move business-date to reg-ack-date(reg-idx)
        move user-name(user-idx) to reg-user(reg-idx)
        move 'Y' to reg-keep(reg-idx)
    end-if
    move user-ack-path(user-idx) to reg-path(reg-idx)
    move today-date to reg-written-date(reg-idx)
    move now-time to reg-written-time(reg-idx)
    move spaces to reg-collected-date(reg-idx)
    .
apply-pickups.
*>  the first pickup, by the acknowledgment's own user, at or after
*>  the moment it was last written, collects it -- a pickup earlier
*>  the same day was of the file this run has just replaced
    open input pickup-file
    if pickup-file-status = '00'
        read pickup-file end-read
        perform until pickup-file-status <> '00'
            perform varying reg-idx from 1 by 1
            until reg-idx > reg-count
                if reg-collected-date(reg-idx) = spaces
                and reg-path(reg-idx) = pick-path
                and reg-user(reg-idx) = pick-user
                and (pick-date > reg-written-date(reg-idx)
                  or (pick-date = reg-written-date(reg-idx)
                  and pick-time >= reg-written-time(reg-idx)))
                    move pick-date to reg-collected-date(reg-idx)
                end-if
            end-perform
            read pickup-file end-read
        end-perform
        close pickup-file
    end-if
    move spaces to pickup-file-status
    .
report-written-acks.
    perform varying user-idx from 1 by 1
    until user-idx > user-count
        move user-accepted(user-idx) to display-count
        move user-rejected(user-idx) to display-count-2
        move user-received(user-idx) to display-count-3
        move user-refused(user-idx) to display-count-4
        move spaces to report-record
        move function concatenate('WRITTEN ' trim(user-ack-path(user-idx)) ': accepted ' trim(display-count) ', rejected ' trim(display-count-2) ', files received ' trim(display-count-3) ', files refused ' trim(display-count-4)) to report-record
        write report-record
    end-perform
    .
report-overdue-acks.
    move ack-overdue-days to display-count
    move spaces to report-record
    move function concatenate('Uncollected ' trim(display-count) ' or more day(s) after writing:') to report-record
    write report-record
    perform varying reg-idx from 1 by 1
    until reg-idx > reg-count
        if reg-collected-date(reg-idx) = spaces
        and reg-written-date(reg-idx) is numeric
            move reg-written-date(reg-idx) to other-date-num
            compute age-days = integer-of-date(today-date-num)
                - integer-of-date(other-date-num)
            if age-days >= ack-overdue-days
                add 1 to overdue-count
                move age-days to display-count
                move spaces to report-record
                move function concatenate('UNCOLLECTED ' trim(reg-path(reg-idx)) ' for ' trim(reg-user(reg-idx)) ', written ' reg-written-date(reg-idx) ', ' trim(display-count) ' day(s)') to report-record
                write report-record
            end-if
        end-if
    end-perform
    if overdue-count = 0
        move spaces to report-record
        move 'No acknowledgments overdue.' to report-record
        write report-record
    end-if
    .
rewrite-register.
*>  copy-and-swap, the way logrotate rewrites accesslog.txt -- a
*>  collected acknowledgment is dropped once its business date is
*>  past retention; an uncollected one stays, and stays reported
    perform varying reg-idx from 1 by 1
    until reg-idx > reg-count
        if reg-collected-date(reg-idx) <> spaces
        and reg-ack-date(reg-idx) is numeric
            move reg-ack-date(reg-idx) to other-date-num
            compute age-days = integer-of-date(today-date-num)
                - integer-of-date(other-date-num)
            if age-days > ack-retention-days
                move 'N' to reg-keep(reg-idx)
                add 1 to pruned-count
            end-if
        end-if
    end-perform

    open output newregister-file
    if newregister-file-status <> '00'
        display 'ackgen: could not open newregister-file' end-display
        move 8 to return-code
        stop run
    end-if
    perform varying reg-idx from 1 by 1
    until reg-idx > reg-count
        if reg-keep(reg-idx) = 'Y'
            move spaces to register-record
            move reg-ack-date(reg-idx) to areg-ack-date
            move reg-user(reg-idx) to areg-user
            move reg-path(reg-idx) to areg-path
            move reg-written-date(reg-idx) to areg-written-date
            move reg-collected-date(reg-idx) to areg-collected-date
            move reg-written-time(reg-idx) to areg-written-time
            move register-record to newregister-record
            write newregister-record
        end-if
    end-perform
    close newregister-file
    move spaces to newregister-file-status

    call 'CBL_DELETE_FILE' using register-file-name end-call
    call 'CBL_RENAME_FILE' using newregister-file-name register-file-name end-call
    .
end program ackgen.
