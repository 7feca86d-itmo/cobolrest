*>  it grow as one ever-longer file. Every record dated before today
*>  is moved into a dated archive file (one per day, under the
*>  archive/ directory), rolled up into the compact per-day/per-peer
*>  totals file accesstotals.txt (layout shared via totalsrec.cpy)
*>  and the per-day/per-user usertotals.txt (usertotrec.cpy) that
*>  the month-end usage statement bills from, and removed from
*>  accesslog.txt -- so the quota check and the
*>  nightly batch programs only ever scan the current day's records,
*>  and a completed day is consulted through its totals row or its
*>  own archive file rather than by re-reading all of history.
*>  Archives and totals rows older than retention-days are pruned.
*>
*>  Every archived day is also sealed in auditseals.txt (sealrec.cpy):
*>  its record count and a SHA-256 digest chained from the day
*>  before's, for sealcheck.cob to verify -- see seal-archive-days.
*>
*>  Run this in the nightly quiet window, before traffic picks up --
*>  the rewrite of accesslog.txt is not coordinated with a server
        file status is newtotals-file-status
        organization is line sequential.

    select user-totals-file
        assign using user-totals-file-name
        file status is user-totals-file-status
        organization is line sequential.

    select newusertotals-file
        assign using newusertotals-file-name
        file status is newusertotals-file-status
        organization is line sequential.

    select seal-file
        assign using seal-file-name
        file status is seal-file-status
        organization is line sequential.

    select newseal-file
        assign using newseal-file-name
        file status is newseal-file-status
        organization is line sequential.

*>  sha256sum's one line of output for the day being sealed
    select digest-file
        assign using digest-file-name
        file status is digest-file-status
        organization is line sequential.

    select listing-file
        assign using listing-file-name
        file status is listing-file-status
*> one completed day's audit records, written verbatim so the archive
*> stays readable with the same auditrec.cpy layout as the live log
fd  archive-file.
01  archive-record pic x(256).

*> today's records, carried over into what becomes the new accesslog.txt
fd  newlog-file.
01  newlog-record pic x(256).

fd  totals-file.
01  totals-record.
fd  newtotals-file.
01  newtotals-record pic x(60).

fd  user-totals-file.
01  user-totals-record.
    copy usertotrec.

*> the same carry-over for usertotals.txt -- see prune-old-user-totals
fd  newusertotals-file.
01  newusertotals-record pic x(110).

fd  seal-file.
01  seal-record.
    copy sealrec.

*> the rebuilt seal chain, swapped in for auditseals.txt
fd  newseal-file.
01  newseal-record pic x(180).

fd  digest-file.
01  digest-record pic x(128).

*> the archive directory's file listing, captured the same way
*> tcpipserver.cob's build-listing-body captures 'ls' output
fd  listing-file.
01 newtotals-file-name pic x(64) value "accesstotals.new".
01 newtotals-file-status pic x(2).

01 user-totals-file-status pic x(2).
01 newusertotals-file-name pic x(64) value "usertotals.new".
01 newusertotals-file-status pic x(2).

01 seal-file-status pic x(2).
01 newseal-file-name pic x(64) value "auditseals.new".
01 newseal-file-status pic x(2).
01 digest-file-name pic x(32) value "logrotatesum.tmp".
01 digest-file-status pic x(2).

01 listing-file-name pic x(32) value "logrotate.tmp".
01 listing-file-status pic x(2).
01 system-command pic x(320).
01 pruned-count pic 9(9) value zero.
01 totals-kept-count pic 9(9) value zero.
01 totals-pruned-count pic 9(9) value zero.
01 user-totals-pruned-count pic 9(9) value zero.
01 totals-date-num pic 9(8).
01 totals-julian pic s9(8).
01 display-count pic zzzzzzzz9.

01 found-match pic x value 'N'.

*> the seal chain as it stands after this run, oldest day first --
*> rows for days pruned this run fold into the anchor, rows from the
*> earliest day this run wrote to onward are dropped and resealed
01 seal-max binary-short unsigned value 400.
01 seal-count binary-short unsigned value zero.
01 seal-idx binary-short unsigned.
01 seal-table.
   03  seal-entry occurs 400 times.
       05  seal-tab-date pic x(8).
       05  seal-tab-count pic 9(9).
       05  seal-tab-prev pic x(64).
       05  seal-tab-digest pic x(64).
       05  seal-tab-stamp pic x(14).
01 anchor-present pic x value 'N'.
01 anchor-date pic x(8) value spaces.
01 anchor-digest pic x(64) value spaces.
01 anchor-stamp pic x(14) value spaces.
01 reseal-from-date pic x(8) value high-values.
01 last-sealed-date pic x(8) value spaces.
01 cutoff-date pic x(8).
01 chain-digest pic x(64).
01 seal-changed pic x value 'N'.
01 seal-day-date pic x(8).
01 day-record-count pic 9(9).
01 day-digest pic x(64).
01 sealed-count pic 9(9) value zero.
01 seals-pruned-count pic 9(9) value zero.

*> per-day/per-peer totals accumulated off the records being archived
*> this run, then appended to accesstotals.txt -- only archived days
*> land here, so a rerun that finds nothing left to archive never
       05  tot-requests pic 9(9).
       05  tot-bytes pic 9(9).

*> the same again per day/per authenticated user, for chargeback
01 utot-max binary-short unsigned value 500.
01 utot-count binary-short unsigned value zero.
01 utot-idx binary-short unsigned.
01 utot-table.
   03  utot-entry occurs 500 times.
       05  utot-tab-date pic x(8).
       05  utot-tab-user pic x(16).
       05  utot-tab-requests pic 9(9).
       05  utot-tab-bytes pic 9(12).
       05  utot-tab-uploads pic 9(9).
       05  utot-tab-upload-bytes pic 9(12).
       05  utot-tab-accepted pic 9(9).
       05  utot-tab-rejected pic 9(9).
       05  utot-tab-quota-denials pic 9(9).

procedure division.
rotate-access-log.

        else
            perform write-archive-record
            perform tally-day-peer
            if audit-user <> spaces
                perform tally-day-user
            end-if
            add 1 to archived-count
        end-if
        read audit-file end-read

    if archived-count > 0
        perform append-day-totals
        perform append-user-totals
*>      swap the carried-over records in as the new live log -- only
*>      once everything older has safely landed in its archive file
        call 'CBL_DELETE_FILE' using audit-file-name end-call
    end-if

    perform prune-old-archives
    perform seal-archive-days
    perform prune-old-totals
    perform prune-old-user-totals

    move archived-count to display-count
    display 'logrotate: ' trim(display-count) ' record(s) archived' end-display
    display 'logrotate: ' trim(display-count) ' record(s) kept for today' end-display
    move pruned-count to display-count
    display 'logrotate: ' trim(display-count) ' archive(s) pruned' end-display
    move sealed-count to display-count
    display 'logrotate: ' trim(display-count) ' archived day(s) sealed' end-display
    move totals-pruned-count to display-count
    display 'logrotate: ' trim(display-count) ' totals row(s) pruned' end-display
    move user-totals-pruned-count to display-count
    display 'logrotate: ' trim(display-count) ' user totals row(s) pruned' end-display

    display 'end logrotate' end-display
    stop run
            close archive-file
        end-if
        move audit-timestamp(1:8) to archive-open-date
        if archive-open-date is numeric
        and archive-open-date < reseal-from-date
            move archive-open-date to reseal-from-date
        end-if
        move spaces to archive-file-name
        move function concatenate(trim(archive-dir-name) "/accesslog." archive-open-date ".txt") to archive-file-name
        open extend archive-file
        move audit-bytes-sent to tot-bytes(tot-count)
    end-if
    .
tally-day-user.
*>  the per-user twin of tally-day-peer, the same full-table rule
*>  included. A SUBMIT audit's counts are only there on records
*>  written since they were added -- anything not numeric counts as
*>  nothing accepted or rejected
    move 'N' to found-match
    perform varying utot-idx from 1 by 1
    until utot-idx > utot-count
        if utot-tab-date(utot-idx) = audit-timestamp(1:8)
        and utot-tab-user(utot-idx) = audit-user
            move 'Y' to found-match
            exit perform
        end-if
    end-perform
    if found-match = 'N' and utot-count < utot-max
        add 1 to utot-count
        move utot-count to utot-idx
        move audit-timestamp(1:8) to utot-tab-date(utot-idx)
        move audit-user to utot-tab-user(utot-idx)
        move zero to utot-tab-requests(utot-idx) utot-tab-bytes(utot-idx)
        move zero to utot-tab-uploads(utot-idx) utot-tab-upload-bytes(utot-idx)
        move zero to utot-tab-accepted(utot-idx) utot-tab-rejected(utot-idx)
        move zero to utot-tab-quota-denials(utot-idx)
        move 'Y' to found-match
    end-if
    if found-match = 'Y'
        add 1 to utot-tab-requests(utot-idx)
        if audit-event = 'UPLOAD'
            add 1 to utot-tab-uploads(utot-idx)
            add audit-bytes-sent to utot-tab-upload-bytes(utot-idx)
        else
            add audit-bytes-sent to utot-tab-bytes(utot-idx)
        end-if
        if audit-event = 'QUOTA'
            add 1 to utot-tab-quota-denials(utot-idx)
        end-if
        if audit-recs-accepted is numeric
        and audit-recs-rejected is numeric
            add audit-recs-accepted to utot-tab-accepted(utot-idx)
            add audit-recs-rejected to utot-tab-rejected(utot-idx)
        end-if
    end-if
    .
append-day-totals.
    open extend totals-file
    if totals-file-status = '35'
    close totals-file
    move spaces to totals-file-status
    .
append-user-totals.
    open extend user-totals-file
    if user-totals-file-status = '35'
        open output user-totals-file
        close user-totals-file
        open extend user-totals-file
    end-if
    if user-totals-file-status <> '00'
        display 'logrotate: could not open user-totals-file' end-display
        move 8 to return-code
        stop run
    end-if
    perform varying utot-idx from 1 by 1
    until utot-idx > utot-count
        move spaces to user-totals-record
        move utot-tab-date(utot-idx) to utot-date
        move utot-tab-user(utot-idx) to utot-user
        move utot-tab-requests(utot-idx) to utot-requests
        move utot-tab-bytes(utot-idx) to utot-bytes
        move utot-tab-uploads(utot-idx) to utot-uploads
        move utot-tab-upload-bytes(utot-idx) to utot-upload-bytes
        move utot-tab-accepted(utot-idx) to utot-accepted
        move utot-tab-rejected(utot-idx) to utot-rejected
        move utot-tab-quota-denials(utot-idx) to utot-quota-denials
        write user-totals-record
    end-perform
    close user-totals-file
    move spaces to user-totals-file-status
    .
prune-old-archives.
*>  deletes dated archives past the retention window -- the date is
*>  taken straight out of the filename, so anything in archive/ not

    call 'CBL_DELETE_FILE' using listing-file-name end-call
    .
seal-archive-days.
*>  brings auditseals.txt up to date with archive/ as pruning has
*>  just left it: seal rows of pruned days fold into the anchor (the
*>  last of them becomes the point the remaining chain starts from),
*>  and every archived day later than the last sealed one -- or that
*>  this run appended to -- is sealed, in date order, chained from
*>  the seal before it. A day this run appended to that was already
*>  sealed (records straddling a rotation) is resealed, along with
*>  the days after it, since their digests chain from its own. An
*>  unsealed day older than the last seal is left unsealed, for
*>  sealcheck to report -- only rotation itself may add a day
    compute cutoff-julian = today-julian - retention-days
    move function date-of-integer(cutoff-julian) to prune-date-num
    move prune-date-num to cutoff-date
    perform load-seal-chain

    move spaces to system-command
    move function concatenate("ls -1 -- '" trim(archive-dir-name) "' > " trim(listing-file-name) " 2>/dev/null") to system-command
    call 'SYSTEM' using system-command end-call

    open input listing-file
    if listing-file-status = '00'
        read listing-file end-read
        perform until listing-file-status <> '00'
            if listing-record(1:10) = 'accesslog.'
            and listing-record(11:8) is numeric
            and listing-record(19:4) = '.txt'
            and listing-record(11:8) >= cutoff-date
                if listing-record(11:8) > last-sealed-date
                or listing-record(11:8) >= reseal-from-date
                    move listing-record(11:8) to seal-day-date
                    perform seal-one-day
                end-if
            end-if
            read listing-file end-read
        end-perform
        close listing-file
        move spaces to listing-file-status
    end-if
    call 'CBL_DELETE_FILE' using listing-file-name end-call

    if seal-changed = 'Y'
        perform write-seal-chain
    end-if
    .
load-seal-chain.
*>  no auditseals.txt yet means nothing has been sealed, and every
*>  day in archive/ gets sealed on this run
    move 'N' to seal-changed
    move zero to seal-count
    open input seal-file
    if seal-file-status = '00'
        read seal-file end-read
        perform until seal-file-status <> '00'
            evaluate true
            when seal-kind = 'ANCHOR'
                move 'Y' to anchor-present
                move seal-date to anchor-date
                move seal-digest to anchor-digest
                move seal-stamp to anchor-stamp
            when seal-date < cutoff-date
                move 'Y' to anchor-present
                move seal-date to anchor-date
                move seal-digest to anchor-digest
                move function current-date(1:14) to anchor-stamp
                add 1 to seals-pruned-count
                move 'Y' to seal-changed
            when seal-date >= reseal-from-date
                move 'Y' to seal-changed
            when other
                if seal-count >= seal-max
                    display 'logrotate: too many seals in seal-file' end-display
                    close seal-file
                    move 8 to return-code
                    stop run
                end-if
                add 1 to seal-count
                move seal-date to seal-tab-date(seal-count)
                move seal-record-count to seal-tab-count(seal-count)
                move seal-prev-digest to seal-tab-prev(seal-count)
                move seal-digest to seal-tab-digest(seal-count)
                move seal-stamp to seal-tab-stamp(seal-count)
            end-evaluate
            read seal-file end-read
        end-perform
        close seal-file
    end-if
    move spaces to seal-file-status

    move all '0' to chain-digest
    if anchor-present = 'Y'
        move anchor-digest to chain-digest
    end-if
    move spaces to last-sealed-date
    if seal-count > 0
        move seal-tab-date(seal-count) to last-sealed-date
        move seal-tab-digest(seal-count) to chain-digest
    end-if
    .
seal-one-day.
    perform digest-archive-day
    if seal-count >= seal-max
        display 'logrotate: too many seals in seal-file' end-display
        move 8 to return-code
        stop run
    end-if
    add 1 to seal-count
    move seal-day-date to seal-tab-date(seal-count)
    move day-record-count to seal-tab-count(seal-count)
    move chain-digest to seal-tab-prev(seal-count)
    move day-digest to seal-tab-digest(seal-count)
    move function current-date(1:14) to seal-tab-stamp(seal-count)
    move day-digest to chain-digest
    move 'Y' to seal-changed
    add 1 to sealed-count
    .
digest-archive-day.
*>  counts seal-day-date's archived records and takes the SHA-256 of
*>  chain-digest followed by the archive file's bytes -- sealcheck.cob
*>  recomputes exactly this, so the two must stay in step
    move zero to day-record-count
    move spaces to archive-file-name
    move function concatenate(trim(archive-dir-name) "/accesslog." seal-day-date ".txt") to archive-file-name
    open input archive-file
    if archive-file-status = '00'
        read archive-file end-read
        perform until archive-file-status <> '00'
            add 1 to day-record-count
            read archive-file end-read
        end-perform
        close archive-file
    end-if
    move spaces to archive-file-status

    move spaces to system-command
    move function concatenate("(printf '%s' '" chain-digest "'; cat -- '" trim(archive-file-name) "') | sha256sum > " trim(digest-file-name) " 2>/dev/null") to system-command
    call 'SYSTEM' using system-command end-call
    move spaces to day-digest
    open input digest-file
    if digest-file-status = '00'
        read digest-file end-read
        if digest-file-status = '00'
            move digest-record(1:64) to day-digest
        end-if
        close digest-file
    end-if
    move spaces to digest-file-status
    call 'CBL_DELETE_FILE' using digest-file-name end-call
    if day-digest = spaces
        display 'logrotate: could not digest ' trim(archive-file-name) end-display
        move 8 to return-code
        stop run
    end-if
    .
write-seal-chain.
    open output newseal-file
    if newseal-file-status <> '00'
        display 'logrotate: could not open newseal-file' end-display
        move 8 to return-code
        stop run
    end-if
    if anchor-present = 'Y'
        move spaces to seal-record
        move 'ANCHOR' to seal-kind
        move anchor-date to seal-date
        move zero to seal-record-count
        move all '0' to seal-prev-digest
        move anchor-digest to seal-digest
        move anchor-stamp to seal-stamp
        move spaces to newseal-record
        move seal-record to newseal-record
        write newseal-record
    end-if
    perform varying seal-idx from 1 by 1
    until seal-idx > seal-count
        move spaces to seal-record
        move 'DAY' to seal-kind
        move seal-tab-date(seal-idx) to seal-date
        move seal-tab-count(seal-idx) to seal-record-count
        move seal-tab-prev(seal-idx) to seal-prev-digest
        move seal-tab-digest(seal-idx) to seal-digest
        move seal-tab-stamp(seal-idx) to seal-stamp
        move spaces to newseal-record
        move seal-record to newseal-record
        write newseal-record
    end-perform
    close newseal-file
    move spaces to newseal-file-status
    call 'CBL_DELETE_FILE' using seal-file-name end-call
    call 'CBL_RENAME_FILE' using newseal-file-name seal-file-name end-call
    .
prune-old-totals.
*>  accesstotals.txt gains one row per day/peer forever unless cut
*>  back -- rows older than the same retention window the archives
        end-if
    end-if
    .
prune-old-user-totals.
*>  usertotals.txt is cut back to the same window the same way --
*>  long enough to cover the month a statement is run for, and any
*>  rerun of the month before it
    compute cutoff-julian = today-julian - retention-days
    move zero to totals-kept-count user-totals-pruned-count
    open input user-totals-file
    if user-totals-file-status <> '00'
        move spaces to user-totals-file-status
    else
        open output newusertotals-file
        if newusertotals-file-status <> '00'
            display 'logrotate: could not open newusertotals-file' end-display
            close user-totals-file
            move spaces to user-totals-file-status
            move 8 to return-code
            stop run
        end-if
        read user-totals-file end-read
        perform until user-totals-file-status <> '00'
            move zero to totals-julian
            if utot-date is numeric
                move utot-date to totals-date-num
                compute totals-julian = function integer-of-date(totals-date-num)
            end-if
            if totals-julian >= cutoff-julian
                move spaces to newusertotals-record
                move user-totals-record to newusertotals-record
                write newusertotals-record
                add 1 to totals-kept-count
            else
                add 1 to user-totals-pruned-count
            end-if
            read user-totals-file end-read
        end-perform
        close user-totals-file
        close newusertotals-file
        move spaces to user-totals-file-status
        if user-totals-pruned-count > 0
            call 'CBL_DELETE_FILE' using user-totals-file-name end-call
            call 'CBL_RENAME_FILE' using newusertotals-file-name user-totals-file-name end-call
        else
            call 'CBL_DELETE_FILE' using newusertotals-file-name end-call
        end-if
    end-if
    .
end program logrotate.
