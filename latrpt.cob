        >>SOURCE FORMAT FREE
identification division.
program-id. latrpt.
*>
*>  Response-time report over the trailing N days of tcpipserver.cob
*>  traffic: reads each completed day's archive/accesslog.YYYYMMDD.txt
*>  (cut out by logrotate.cob) and the live accesslog.txt, the same
*>  window walk accesstrend.cob does, and from each record's
*>  audit-elapsed-ms -- request arriving to the last send-to-peer --
*>  writes latrpt.txt with
*>
*>    - per HTTP method and per request path: request count, average,
*>      95th percentile and worst time in milliseconds (order pickups
*>      under /orders/ and mailbox pickups under /outbound/ are each
*>      pooled into one line, not one line per order or file);
*>    - the slowest individual requests, with when, peer, user, event
*>      and path -- enough to tell a big file send or a long PUT from
*>      the box itself being slow.
*>
*>  Records written before the server timed its requests carry no
*>  elapsed time; they are counted as unknown and left out of every
*>  figure rather than averaged in as zero. The 95th percentile is the
*>  nearest-rank one, taken off a SORT of every timed request in the
*>  window.
*>
*>     cobc -x latrpt.cob
*>     ./latrpt [days]
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

    select report-file
        assign using report-file-name
        file status is report-file-status
        organization is line sequential.

    select sort-file
        assign to "latrpt.srt".

data division.
file section.
fd  audit-file.
01  audit-record.
    copy auditrec.

fd  report-file.
01  report-record pic x(160).

*> one entry per timed request per grouping it belongs to -- once
*> under its method (kind M), once under its path (kind P) -- in
*> ascending time within each group, for the percentile
sd  sort-file.
01  sort-record.
    03  sort-kind               pic x.
    03  sort-key                pic x(40).
    03  sort-elapsed            pic 9(7).

working-storage section.
01 audit-file-name pic x(80) value "accesslog.txt".
01 audit-file-status pic x(2).

*> dated archive files cut nightly out of accesslog.txt by logrotate
*> -- archive-dir-name comes from sharedcfg.cpy
copy sharedcfg.
01 day-offset pic s9(4) value zero.
01 file-julian pic s9(8).
01 file-date-num pic 9(8).
01 file-date pic x(8).

01 report-file-name pic x(64) value "latrpt.txt".
01 report-file-status pic x(2).

*> how many trailing days to cover, today included -- 7 unless named
*> on the command line
01 trailing-days pic 9(4) value 7.
01 command-string pic x(64).

01 today-date pic x(8).
01 today-date-num pic 9(8).
01 today-julian pic s9(8).
01 record-date-num pic 9(8).
01 record-julian pic s9(8).
01 cutoff-julian pic s9(8).

01 found-match pic x value 'N'.
01 group-kind pic x.
01 group-name pic x(40).

*> every method and path seen, with the running figures the sort
*> pass needs to place its percentile; a path past the table's end
*> is pooled under '(other paths)'
01 group-max binary-short unsigned value 300.
01 group-count binary-short unsigned value zero.
01 group-idx binary-short unsigned.
01 group-table.
   03  group-entry occurs 300 times.
       05  group-tab-kind pic x.
       05  group-tab-name pic x(40).
       05  group-tab-count pic 9(9).
       05  group-tab-total pic 9(15).
       05  group-tab-worst pic 9(7).
       05  group-tab-rank pic 9(9).
       05  group-tab-p95 pic 9(7).

*> the slowest requests in the window, slowest first
01 slow-max binary-short unsigned value 20.
01 slow-count binary-short unsigned value zero.
01 slow-idx binary-short unsigned.
01 slow-move-idx binary-short unsigned.
01 slow-table.
   03  slow-entry occurs 20 times.
       05  slow-elapsed pic 9(7).
       05  slow-timestamp pic x(14).
       05  slow-peer pic x(15).
       05  slow-user pic x(16).
       05  slow-event pic x(10).
       05  slow-method pic x(10).
       05  slow-path pic x(40).

*> the sort pass's place within the group it is walking
01 current-kind pic x value space.
01 current-key pic x(40) value spaces.
01 current-idx binary-short unsigned value zero.
01 current-position pic 9(9) value zero.
01 sort-done pic x value 'N'.

01 timed-count pic 9(9) value zero.
01 unknown-count pic 9(9) value zero.

01 display-days pic zzz9.
01 display-count pic zzzzzzzz9.
01 display-avg pic zzzzzz9.
01 display-p95 pic zzzzzz9.
01 display-worst pic zzzzzz9.
01 display-elapsed pic zzzzzz9.
01 average-ms pic 9(7).

procedure division.
build-latency-report.

    display 'start latrpt' end-display

    move spaces to command-string
    accept command-string from command-line end-accept
    if command-string <> spaces
        if trim(command-string) is not numeric
        or length(trim(command-string)) > 3
            display 'latrpt: days must be a number from 1 to 366' end-display
            move 8 to return-code
            stop run
        end-if
        move trim(command-string) to trailing-days
        if trailing-days < 1 or trailing-days > 366
            display 'latrpt: days must be a number from 1 to 366' end-display
            move 8 to return-code
            stop run
        end-if
    end-if

    move function current-date(1:8) to today-date
    move today-date to today-date-num
    compute today-julian = function integer-of-date(today-date-num)
*>  today itself is day one of the window, as in accesstrend.cob
    compute cutoff-julian = today-julian - trailing-days + 1

    open output report-file
    if report-file-status <> '00'
        display 'latrpt: could not open report-file' end-display
        move 8 to return-code
        stop run
    end-if

    sort sort-file
        on ascending key sort-kind sort-key sort-elapsed
        input procedure is gather-timed-requests
        output procedure is place-percentiles

    perform write-report
    close report-file

    move trailing-days to display-days
    move timed-count to display-count
    display 'latrpt: ' trim(display-count) ' timed request(s) over ' trim(display-days) ' day(s)' end-display
    display 'end latrpt' end-display
    stop run
    .
gather-timed-requests.
*>  oldest archived day first, then today's live log
    compute day-offset = trailing-days - 1
    perform varying day-offset from day-offset by -1
    until day-offset < 1
        compute file-julian = today-julian - day-offset
        perform scan-archive-file
    end-perform
    perform scan-live-log
    .
scan-archive-file.
*>  a day with no archive file (no traffic, or pruned) is skipped
    compute file-date-num = function date-of-integer(file-julian)
    move file-date-num to file-date
    move spaces to audit-file-name
    move function concatenate(trim(archive-dir-name) "/accesslog." file-date ".txt") to audit-file-name
    open input audit-file
    if audit-file-status <> '00'
        move spaces to audit-file-status
    else
        perform scan-open-audit-file
    end-if
    .
scan-live-log.
    move 'accesslog.txt' to audit-file-name
    open input audit-file
    if audit-file-status <> '00'
        display 'latrpt: could not open audit-file' end-display
        move 8 to return-code
        stop run
    end-if
    perform scan-open-audit-file
    .
scan-open-audit-file.
    read audit-file end-read
    perform until audit-file-status <> '00'
        move zero to record-julian
        if audit-timestamp(1:8) is numeric
            move audit-timestamp(1:8) to record-date-num
            compute record-julian = function integer-of-date(record-date-num)
        end-if
        if record-julian >= cutoff-julian and record-julian <= today-julian
            if audit-elapsed-ms is numeric
                perform release-timed-request
            else
                add 1 to unknown-count
            end-if
        end-if
        read audit-file end-read
    end-perform
    close audit-file
    move spaces to audit-file-status
    .
release-timed-request.
    add 1 to timed-count

    move 'M' to group-kind
    move audit-httpmethod to group-name
    if group-name = spaces
        move '(none)' to group-name
    end-if
    perform tally-group

    move 'P' to group-kind
    evaluate true
    when audit-httppath(1:8) = '/orders/'
        move '/orders/*' to group-name
    when audit-httppath(1:10) = '/outbound/'
        move '/outbound/*' to group-name
    when audit-httppath = spaces
        move '(none)' to group-name
    when other
        move audit-httppath to group-name
    end-evaluate
    perform tally-group

    perform keep-if-slowest
    .
tally-group.
    move 'N' to found-match
    perform varying group-idx from 1 by 1
    until group-idx > group-count
        if group-tab-kind(group-idx) = group-kind
        and group-tab-name(group-idx) = group-name
            move 'Y' to found-match
            exit perform
        end-if
    end-perform
    if found-match = 'N'
*>      the last two slots are held back for the two overflow pools
        if group-count >= group-max - 2
            if group-kind = 'M'
                move '(other methods)' to group-name
            else
                move '(other paths)' to group-name
            end-if
            perform varying group-idx from 1 by 1
            until group-idx > group-count
                if group-tab-kind(group-idx) = group-kind
                and group-tab-name(group-idx) = group-name
                    move 'Y' to found-match
                    exit perform
                end-if
            end-perform
        end-if
    end-if
    if found-match = 'N'
        add 1 to group-count
        move group-count to group-idx
        move group-kind to group-tab-kind(group-idx)
        move group-name to group-tab-name(group-idx)
        move zero to group-tab-count(group-idx) group-tab-total(group-idx)
        move zero to group-tab-worst(group-idx) group-tab-rank(group-idx)
        move zero to group-tab-p95(group-idx)
    end-if
    add 1 to group-tab-count(group-idx)
    add audit-elapsed-ms to group-tab-total(group-idx)
    if audit-elapsed-ms > group-tab-worst(group-idx)
        move audit-elapsed-ms to group-tab-worst(group-idx)
    end-if

    move spaces to sort-record
    move group-kind to sort-kind
    move group-name to sort-key
    move audit-elapsed-ms to sort-elapsed
    release sort-record
    .
keep-if-slowest.
*>  insertion into the slowest-first table; a request no slower than
*>  the table's last entry, once it is full, is not kept
    if slow-count >= slow-max
    and audit-elapsed-ms <= slow-elapsed(slow-max)
        continue
    else
        if slow-count < slow-max
            add 1 to slow-count
        end-if
        move slow-count to slow-idx
        perform varying slow-move-idx from slow-count by -1
        until slow-move-idx < 2
            if slow-elapsed(slow-move-idx - 1) < audit-elapsed-ms
                move slow-entry(slow-move-idx - 1) to slow-entry(slow-move-idx)
                compute slow-idx = slow-move-idx - 1
            else
                exit perform
            end-if
        end-perform
        move audit-elapsed-ms to slow-elapsed(slow-idx)
        move audit-timestamp(1:14) to slow-timestamp(slow-idx)
        move audit-peer-ip to slow-peer(slow-idx)
        move audit-user to slow-user(slow-idx)
        move audit-event to slow-event(slow-idx)
        move audit-httpmethod to slow-method(slow-idx)
        move audit-httppath to slow-path(slow-idx)
    end-if
    .
place-percentiles.
*>  walks each group's times in ascending order; the nearest-rank
*>  95th percentile is the time at position ceiling(count * 0.95)
    return sort-file
        at end move 'Y' to sort-done
    end-return
    perform until sort-done = 'Y'
        if sort-kind <> current-kind or sort-key <> current-key
            move sort-kind to current-kind
            move sort-key to current-key
            move zero to current-position
            perform find-current-group
        end-if
        add 1 to current-position
        if current-idx > 0
            if current-position = group-tab-rank(current-idx)
                move sort-elapsed to group-tab-p95(current-idx)
            end-if
        end-if
        return sort-file
            at end move 'Y' to sort-done
        end-return
    end-perform
    .
find-current-group.
    move zero to current-idx
    perform varying group-idx from 1 by 1
    until group-idx > group-count
        if group-tab-kind(group-idx) = current-kind
        and group-tab-name(group-idx) = current-key
            move group-idx to current-idx
            compute group-tab-rank(group-idx) = (group-tab-count(group-idx) * 95 + 99) / 100
            exit perform
        end-if
    end-perform
    .
write-report.
    move trailing-days to display-days
    move spaces to report-record
    move function concatenate('Response times (ms), trailing ' trim(display-days) ' day(s) through ' today-date) to report-record
    write report-record
    move timed-count to display-count
    move spaces to report-record
    move function concatenate('Timed requests: ' trim(display-count)) to report-record
    write report-record
    move unknown-count to display-count
    move spaces to report-record
    move function concatenate('Requests with no time recorded (unknown): ' trim(display-count)) to report-record
    write report-record

    move spaces to report-record
    write report-record
    move spaces to report-record
    move 'By HTTP method:                                Count     Avg     P95   Worst' to report-record
    write report-record
    move 'M' to group-kind
    perform write-group-lines

    move spaces to report-record
    write report-record
    move spaces to report-record
    move 'By request path:                               Count     Avg     P95   Worst' to report-record
    write report-record
    move 'P' to group-kind
    perform write-group-lines

    move spaces to report-record
    write report-record
    move spaces to report-record
    move 'Slowest requests:' to report-record
    write report-record
    perform varying slow-idx from 1 by 1
    until slow-idx > slow-count
        move slow-elapsed(slow-idx) to display-elapsed
        move spaces to report-record
        move function concatenate('  ' display-elapsed ' ms  ' slow-timestamp(slow-idx) ' ' slow-peer(slow-idx) ' ' slow-user(slow-idx) ' ' slow-event(slow-idx) ' ' slow-method(slow-idx) ' ' trim(slow-path(slow-idx))) to report-record
        write report-record
    end-perform
    .
write-group-lines.
    perform varying group-idx from 1 by 1
    until group-idx > group-count
        if group-tab-kind(group-idx) = group-kind
            compute average-ms rounded = group-tab-total(group-idx) / group-tab-count(group-idx)
            move group-tab-count(group-idx) to display-count
            move average-ms to display-avg
            move group-tab-p95(group-idx) to display-p95
            move group-tab-worst(group-idx) to display-worst
            move spaces to report-record
            move function concatenate('  ' group-tab-name(group-idx) ' ' display-count ' ' display-avg ' ' display-p95 ' ' display-worst) to report-record
            write report-record
        end-if
    end-perform
    .
end program latrpt.
