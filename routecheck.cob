*>  missing mimetypes.txt entry) is caught here rather than the next
*>  time a peer hits it.
*>
*>  Each finding is followed by the night the drift came in, taken
*>  from ctlsnap.cob's change log (ctlhistory.txt, ctlhrec.cpy): when
*>  the route or mimetypes.txt entry was last added or changed, when a
*>  missing mimetypes.txt entry was removed -- or, where the log has
*>  nothing on the entry, the first snapshot date it has been in place
*>  since. nightrun runs ctlsnap just before this step, so tonight's
*>  own edits are already in the log.
*>
*>     cobc -x routecheck.cob
*>     ./routecheck
*>
        file status is listing-file-status
        organization is line sequential.

    select history-log-file
        assign using control-history-file-name
        file status is history-log-file-status
        organization is line sequential.

    select report-file
        assign using report-file-name
        file status is report-file-status
fd  listing-file.
01  listing-record pic x(255).

fd  history-log-file.
01  history-log-record.
    copy ctlhrec.

fd  report-file.
01  report-record pic x(120).

working-storage section.
*> control-history-file-name comes from sharedcfg.cpy, shared with
*> ctlsnap.cob, which writes the log
copy sharedcfg.
01 history-log-file-status pic x(2).

*> the latest logged change to each routes.txt and mimetypes.txt
*> entry, and the night each file's history starts
01 drift-max binary-short unsigned value 200.
01 drift-count binary-short unsigned value zero.
01 drift-idx binary-short unsigned.
01 drift-table.
   03  drift-entry occurs 200 times.
       05  drift-file pic x(16).
       05  drift-key pic x(40).
       05  drift-action pic x(8).
       05  drift-date pic x(8).
01 routes-since-date pic x(8) value spaces.
01 mimetypes-since-date pic x(8) value spaces.
01 drift-want-file pic x(16).
01 drift-want-key pic x(40).
01 drift-found pic x.

01 routes-file-name pic x(64) value "routes.txt".
01 routes-file-status pic x(2).
01 route-max binary-short unsigned value 20.
    perform load-routes
    perform load-mimetypes
    perform scan-doc-root
    perform load-change-history

    open output report-file
    if report-file-status <> '00'
        move scan-extension to disk-ext(disk-ext-count)
    end-if
    .
load-change-history.
*>  keeps the latest ADDED, CHANGED or REMOVED record per routes.txt
*>  and mimetypes.txt entry (the log is in date order, so a later
*>  record simply replaces an earlier one) plus each file's first
*>  BASELINE night. No log yet just means no dates in the report
    move zero to drift-count
    open input history-log-file
    if history-log-file-status = '00'
        read history-log-file end-read
        perform until history-log-file-status <> '00'
            evaluate true
            when chg-action = 'BASELINE' and chg-file = 'routes.txt'
            and routes-since-date = spaces
                move chg-date to routes-since-date
            when chg-action = 'BASELINE' and chg-file = 'mimetypes.txt'
            and mimetypes-since-date = spaces
                move chg-date to mimetypes-since-date
            when (chg-action = 'ADDED' or chg-action = 'CHANGED' or chg-action = 'REMOVED')
            and (chg-file = 'routes.txt' or chg-file = 'mimetypes.txt')
                move chg-file to drift-want-file
                move chg-key to drift-want-key
                perform find-entry-change
                if drift-found = 'N' and drift-count < drift-max
                    add 1 to drift-count
                    move drift-count to drift-idx
                    move 'Y' to drift-found
                end-if
                if drift-found = 'Y'
                    move chg-file to drift-file(drift-idx)
                    move chg-key to drift-key(drift-idx)
                    move chg-action to drift-action(drift-idx)
                    move chg-date to drift-date(drift-idx)
                end-if
            end-evaluate
            read history-log-file end-read
        end-perform
        close history-log-file
    end-if
    move spaces to history-log-file-status
    .
find-entry-change.
*>  drift-idx to the logged change for drift-want-file's
*>  drift-want-key; extensions compare case-insensitively, as the
*>  server matches them
    move 'N' to drift-found
    perform varying drift-idx from 1 by 1
    until drift-idx > drift-count
        if drift-file(drift-idx) = drift-want-file
        and upper-case(trim(drift-key(drift-idx))) = upper-case(trim(drift-want-key))
            move 'Y' to drift-found
            exit perform
        end-if
    end-perform
    .
check-route-targets.
*>  every route-target must exist and be readable right now -- a
*>  renamed or deleted target otherwise only surfaces the next time a
            move function concatenate('MISSING route target: ' trim(route-prefix(route-idx)) ' -> ' trim(route-target(route-idx))) to report-record
            write report-record
            add 1 to discrepancy-count
            move 'routes.txt' to drift-want-file
            move route-prefix(route-idx) to drift-want-key
            perform find-entry-change
            move spaces to report-record
            evaluate true
            when drift-found = 'Y' and drift-action(drift-idx) <> 'REMOVED'
                move function concatenate('    route ' trim(drift-action(drift-idx)) ' ' drift-date(drift-idx) ' (routes.txt)') to report-record
            when routes-since-date <> spaces
                move function concatenate('    route unchanged since at least ' routes-since-date ' -- the target itself went away') to report-record
            end-evaluate
            if report-record <> spaces
                write report-record
            end-if
        else
            close target-file
        end-if
            move function concatenate('UNUSED mimetypes.txt extension: ' trim(mime-ext(mime-idx))) to report-record
            write report-record
            add 1 to discrepancy-count
            move 'mimetypes.txt' to drift-want-file
            move mime-ext(mime-idx) to drift-want-key
            perform find-entry-change
            move spaces to report-record
            evaluate true
            when drift-found = 'Y' and drift-action(drift-idx) <> 'REMOVED'
                move function concatenate('    entry ' trim(drift-action(drift-idx)) ' ' drift-date(drift-idx) ' (mimetypes.txt)') to report-record
            when mimetypes-since-date <> spaces
                move function concatenate('    entry unchanged since at least ' mimetypes-since-date ' -- the files it served went away') to report-record
            end-evaluate
            if report-record <> spaces
                write report-record
            end-if
        end-if
    end-perform

            move function concatenate('UNMAPPED file extension under doc-root: ' trim(disk-ext(disk-ext-idx))) to report-record
            write report-record
            add 1 to discrepancy-count
            move 'mimetypes.txt' to drift-want-file
            move disk-ext(disk-ext-idx) to drift-want-key
            perform find-entry-change
            move spaces to report-record
            evaluate true
            when drift-found = 'Y' and drift-action(drift-idx) = 'REMOVED'
                move function concatenate('    entry REMOVED ' drift-date(drift-idx) ' (mimetypes.txt)') to report-record
            when mimetypes-since-date <> spaces
                move function concatenate('    no entry in mimetypes.txt since at least ' mimetypes-since-date ' -- the extension was never mapped') to report-record
            end-evaluate
            if report-record <> spaces
                write report-record
            end-if
        end-if
    end-perform
    .
