        >>SOURCE FORMAT FREE
identification division.
program-id. sealcheck.
*>
*>  Chain-of-custody check over the audit archive: re-reads every
*>  archive/accesslog.YYYYMMDD.txt logrotate.cob has filed, recomputes
*>  each day's record count and chained SHA-256 digest exactly as
*>  logrotate's digest-archive-day sealed it, and holds the result up
*>  against auditseals.txt (sealrec.cpy). sealrpt.txt lists every
*>
*>    ALTERED   day whose archive no longer matches its seal -- a
*>              record edited, added or removed since it was sealed;
*>    MISSING   sealed day whose archive file is gone;
*>    UNSEALED  archive file with no seal -- a day put there by hand,
*>              since rotation seals every day it files;
*>    BROKEN    seal row that does not chain from the one before it
*>              (a seal row removed, reordered or rewritten),
*>
*>  then the totals. Any finding ends the run with return-code 8, so
*>  its nightrun step shows FAIL in joblog.txt. nightrun runs it on
*>  the first of the month; run it by hand whenever security asks:
*>
*>     cobc -x sealcheck.cob
*>     ./sealcheck
*>
*> ===================================================

environment division.
configuration section.
repository. function all intrinsic.

input-output section.
file-control.
    select seal-file
        assign using seal-file-name
        file status is seal-file-status
        organization is line sequential.

    select archive-file
        assign using archive-file-name
        file status is archive-file-status
        organization is line sequential.

*>  sha256sum's one line of output for the day being checked
    select digest-file
        assign using digest-file-name
        file status is digest-file-status
        organization is line sequential.

    select listing-file
        assign using listing-file-name
        file status is listing-file-status
        organization is line sequential.

    select report-file
        assign using report-file-name
        file status is report-file-status
        organization is line sequential.

data division.
file section.
fd  seal-file.
01  seal-record.
    copy sealrec.

fd  archive-file.
01  archive-record pic x(256).

fd  digest-file.
01  digest-record pic x(128).

*> the archive directory's file listing, captured the same way
*> logrotate.cob captures it
fd  listing-file.
01  listing-record pic x(255).

fd  report-file.
01  report-record pic x(160).

working-storage section.
*> archive-dir-name and seal-file-name come from sharedcfg.cpy,
*> shared with logrotate.cob, which writes both
copy sharedcfg.
01 seal-file-status pic x(2).

01 archive-file-name pic x(80) value spaces.
01 archive-file-status pic x(2).

01 digest-file-name pic x(32) value "sealchecksum.tmp".
01 digest-file-status pic x(2).

01 listing-file-name pic x(32) value "sealcheck.tmp".
01 listing-file-status pic x(2).
01 system-command pic x(320).

01 report-file-name pic x(64) value "sealrpt.txt".
01 report-file-status pic x(2).

01 today-date pic x(8).
01 found-match pic x value 'N'.

*> the days auditseals.txt vouches for, for the unsealed-file check
01 sealed-max binary-short unsigned value 400.
01 sealed-count binary-short unsigned value zero.
01 sealed-idx binary-short unsigned.
01 sealed-table.
   03  sealed-date occurs 400 times pic x(8).

01 expected-prev pic x(64).
01 previous-date pic x(8) value spaces.
01 seal-row-count pic 9(9) value zero.
01 seal-day-date pic x(8).
01 chain-digest pic x(64).
01 day-record-count pic 9(9).
01 day-digest pic x(64).
01 archive-present pic x.

01 verified-count pic 9(9) value zero.
01 altered-count pic 9(9) value zero.
01 missing-count pic 9(9) value zero.
01 unsealed-count pic 9(9) value zero.
01 broken-count pic 9(9) value zero.
01 finding-count pic 9(9) value zero.

01 display-count pic zzzzzzzz9.
01 display-count-2 pic zzzzzzzz9.

procedure division.
verify-archive-seals.

    display 'start sealcheck' end-display

    move function current-date(1:8) to today-date

    open output report-file
    if report-file-status <> '00'
        display 'sealcheck: could not open report-file' end-display
        move 8 to return-code
        stop run
    end-if
    move spaces to report-record
    move function concatenate('Audit archive seal check, run ' today-date) to report-record
    write report-record

    perform check-seal-chain
    perform check-unsealed-days

    move verified-count to display-count
    move spaces to report-record
    move function concatenate('Days verified:  ' trim(display-count)) to report-record
    write report-record
    move altered-count to display-count
    move spaces to report-record
    move function concatenate('Days altered:   ' trim(display-count)) to report-record
    write report-record
    move missing-count to display-count
    move spaces to report-record
    move function concatenate('Days missing:   ' trim(display-count)) to report-record
    write report-record
    move unsealed-count to display-count
    move spaces to report-record
    move function concatenate('Days unsealed:  ' trim(display-count)) to report-record
    write report-record
    move broken-count to display-count
    move spaces to report-record
    move function concatenate('Chain breaks:   ' trim(display-count)) to report-record
    write report-record
    close report-file

    compute finding-count = altered-count + missing-count + unsealed-count + broken-count
    move finding-count to display-count
    display 'sealcheck: ' trim(display-count) ' finding(s)' end-display
    display 'end sealcheck' end-display
    if finding-count > 0
        move 8 to return-code
    end-if
    stop run
    .
check-seal-chain.
*>  walks auditseals.txt top to bottom. The chain starts from 64
*>  zeros, or from the ANCHOR row's digest when retention has pruned
*>  the oldest days; each DAY row must carry the digest of the row
*>  before it, with dates strictly ascending. Each day is recomputed
*>  from the previous digest its own seal records, so one edited day
*>  is reported as that day alone rather than as everything after it
    move all '0' to expected-prev
    open input seal-file
    if seal-file-status <> '00'
        move spaces to report-record
        move function concatenate('No seal file ' trim(seal-file-name) ' -- every archived day is unsealed') to report-record
        write report-record
        move spaces to seal-file-status
    else
        read seal-file end-read
        perform until seal-file-status <> '00'
            add 1 to seal-row-count
            if seal-kind = 'ANCHOR'
                perform check-anchor-row
            else
                perform check-day-row
            end-if
            read seal-file end-read
        end-perform
        close seal-file
        move spaces to seal-file-status
    end-if
    .
check-anchor-row.
    if seal-row-count <> 1
        move spaces to report-record
        move function concatenate('BROKEN   ' seal-date ' anchor row is not the first row of the seal file') to report-record
        write report-record
        add 1 to broken-count
    else
        move spaces to report-record
        move function concatenate('Chain anchored at ' seal-date ', the last day pruned from the archive') to report-record
        write report-record
    end-if
    move seal-digest to expected-prev
    move seal-date to previous-date
    .
check-day-row.
    if seal-prev-digest <> expected-prev
    or (previous-date <> spaces and seal-date <= previous-date)
        move spaces to report-record
        move function concatenate('BROKEN   ' seal-date ' seal does not chain from the seal before it (a seal row removed, reordered or edited)') to report-record
        write report-record
        add 1 to broken-count
    end-if
    move seal-digest to expected-prev
    move seal-date to previous-date

    if sealed-count < sealed-max
        add 1 to sealed-count
        move seal-date to sealed-date(sealed-count)
    end-if

    move seal-date to seal-day-date
    move seal-prev-digest to chain-digest
    perform digest-archive-day
    evaluate true
    when archive-present = 'N'
        move seal-record-count to display-count
        move spaces to report-record
        move function concatenate('MISSING  ' seal-date ' sealed with ' trim(display-count) ' record(s) but ' trim(archive-file-name) ' is gone') to report-record
        write report-record
        add 1 to missing-count
    when day-record-count <> seal-record-count
        move day-record-count to display-count
        move seal-record-count to display-count-2
        move spaces to report-record
        move function concatenate('ALTERED  ' seal-date ' archive has ' trim(display-count) ' record(s), sealed with ' trim(display-count-2)) to report-record
        write report-record
        add 1 to altered-count
    when day-digest <> seal-digest
        move spaces to report-record
        move function concatenate('ALTERED  ' seal-date ' archive content no longer matches its sealed digest') to report-record
        write report-record
        add 1 to altered-count
    when other
        add 1 to verified-count
    end-evaluate
    .
check-unsealed-days.
*>  any archive file auditseals.txt says nothing about -- the listing
*>  is taken the same way logrotate's prune-old-archives takes it
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
                move 'N' to found-match
                perform varying sealed-idx from 1 by 1
                until sealed-idx > sealed-count
                    if sealed-date(sealed-idx) = listing-record(11:8)
                        move 'Y' to found-match
                        exit perform
                    end-if
                end-perform
                if found-match = 'N'
                    move spaces to report-record
                    move function concatenate('UNSEALED ' listing-record(11:8) ' ' trim(archive-dir-name) '/' trim(listing-record) ' has no seal') to report-record
                    write report-record
                    add 1 to unsealed-count
                end-if
            end-if
            read listing-file end-read
        end-perform
        close listing-file
        move spaces to listing-file-status
    end-if
    call 'CBL_DELETE_FILE' using listing-file-name end-call
    .
digest-archive-day.
*>  the same count and digest logrotate.cob's digest-archive-day
*>  seals with: SHA-256 over chain-digest followed by the archive
*>  file's bytes
    move zero to day-record-count
    move 'N' to archive-present
    move spaces to day-digest
    move spaces to archive-file-name
    move function concatenate(trim(archive-dir-name) "/accesslog." seal-day-date ".txt") to archive-file-name
    open input archive-file
    if archive-file-status = '00'
        move 'Y' to archive-present
        read archive-file end-read
        perform until archive-file-status <> '00'
            add 1 to day-record-count
            read archive-file end-read
        end-perform
        close archive-file
    end-if
    move spaces to archive-file-status

    if archive-present = 'Y'
        move spaces to system-command
        move function concatenate("(printf '%s' '" chain-digest "'; cat -- '" trim(archive-file-name) "') | sha256sum > " trim(digest-file-name) " 2>/dev/null") to system-command
        call 'SYSTEM' using system-command end-call
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
    end-if
    .
end program sealcheck.
