*>
*>  intake.txt reports received / rejected / missing per run, so
*>  "did partner X's daily file arrive, and is it complete?" is a
*>  report line instead of an eyeballed directory listing. Every move
*>  is also appended to intakelog.txt (intkrec.cpy) with the user
*>  whose UPLOAD brought the file in, for the batch steps that answer
*>  to partners rather than operators. Run nightly from nightrun
*>  alongside the other batch steps.
*>
*>     cobc -x intake.cob
*>     ./intake
        file status is report-file-status
        organization is line sequential.

    select intake-log-file
        assign using intake-log-file-name
        file status is intake-log-file-status
        organization is line sequential.

data division.
file section.
*> one expected-file entry per non-comment line, space separated:
fd  report-file.
01  report-record pic x(160).

fd  intake-log-file.
01  intake-log-record.
    copy intkrec.

working-storage section.
01 manifest-file-name pic x(64) value "manifest.txt".
01 manifest-file-status pic x(2).
01 report-file-name pic x(64) value "intake.txt".
01 report-file-status pic x(2).

01 intake-log-file-name pic x(64) value "intakelog.txt".
01 intake-log-file-status pic x(2).
01 now-time pic x(6).

01 today-date pic x(8).
01 found-match pic x value 'N'.


01 sender-ok pic x value 'Y'.
01 sender-want-path pic x(256).
01 sweep-uploader pic x(16).
01 sweep-disposition pic x(11).

01 received-count pic 9(4) value zero.
01 rejected-count pic 9(4) value zero.
    display 'start intake' end-display

    move function current-date(1:8) to today-date
    move function current-date(9:6) to now-time

    perform load-manifest
    if entry-count = 0
    move function concatenate('Intake report for ' today-date) to report-record
    write report-record

    open extend intake-log-file
    if intake-log-file-status = '35'
        open output intake-log-file
        close intake-log-file
        open extend intake-log-file
    end-if
    if intake-log-file-status <> '00'
        display 'intake: could not open intake-log-file' end-display
        move 8 to return-code
        stop run
    end-if

    perform capture-doc-root-listing
    perform judge-listed-files
    perform report-missing-entries
    move function concatenate('Missing:  ' trim(display-count)) to report-record
    write report-record
    close report-file
    close intake-log-file

    move received-count to display-count
    display 'intake: ' trim(display-count) ' file(s) received' end-display
    evaluate true
    when sweep-match-idx = 0
        move 'no manifest entry' to sweep-reason
        perform get-sweep-file-size
        perform quarantine-sweep-file
    when entry-disposition(sweep-match-idx) = 'KEEP'
        continue
        move spaces to report-record
        move function concatenate('RECEIVED ' trim(sweep-file-name) ' -> ' trim(sweep-to-path)) to report-record
        write report-record
        move spaces to sweep-reason
        move 'RECEIVED' to sweep-disposition
    else
        move 'move to processed failed' to sweep-reason
        move spaces to report-record
        move function concatenate('REJECTED ' trim(sweep-file-name) ': ' trim(sweep-reason) ', left in doc-root') to report-record
        write report-record
        add 1 to rejected-count
        move 'LEFT' to sweep-disposition
    end-if
    perform write-intake-decision
    .
quarantine-sweep-file.
*>  the move is checked the same way the accept path checks its own
        move quarantine-dir-name to sweep-dest-dir
        perform move-sweep-sidecars
        move function concatenate('REJECTED ' trim(sweep-file-name) ': ' trim(sweep-reason) ' -> ' trim(sweep-to-path)) to report-record
        move 'QUARANTINED' to sweep-disposition
    else
        move function concatenate('REJECTED ' trim(sweep-file-name) ': ' trim(sweep-reason) ', quarantine move failed, left in doc-root') to report-record
        move 'LEFT' to sweep-disposition
    end-if
    write report-record
    perform write-intake-decision
    .
write-intake-decision.
*>  one intakelog.txt record per decided file -- the uploader is the
*>  user on today's latest UPLOAD of this very path, whatever the
*>  manifest entry says the sender should have been
    perform find-sweep-uploader
    move spaces to intake-log-record
    move today-date to ink-date
    move now-time to ink-time
    move sweep-uploader to ink-user
    move sweep-disposition to ink-disposition
    move sweep-file-name to ink-file
    move sweep-file-size to ink-size
    move sweep-reason to ink-reason
    write intake-log-record
    .
find-sweep-uploader.
*>  the same today's-UPLOAD scan check-sweep-sender makes, without
*>  caring who it should have been -- a later upload of the same
*>  path replaced the earlier one, so the last record wins
    move spaces to sweep-uploader
    move spaces to sender-want-path
    move function concatenate('/' trim(sweep-file-name)) to sender-want-path
    open input audit-file
    if audit-file-status = '00'
        read audit-file end-read
        perform until audit-file-status <> '00'
            if audit-timestamp(1:8) = today-date
            and audit-event = 'UPLOAD'
            and trim(audit-httppath) = trim(sender-want-path)
                move audit-user to sweep-uploader
            end-if
            read audit-file end-read
        end-perform
        close audit-file
    end-if
    move spaces to audit-file-status
    .
move-sweep-sidecars.
*>  a moved upload takes its .sum and .ckpt sidecars along -- the
