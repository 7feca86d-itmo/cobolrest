        >>SOURCE FORMAT FREE
identification division.
program-id. orderpost.
*>
*>  Nightly posting run for tcpipserver.cob's POST /submit records:
*>  applies one business day's txn.YYYYMMDD.dat (the accepted
*>  records, layout shared via txnrec.cpy) to the order master
*>  ordermast.dat (ordrec.cpy), one record per order-id, owned by
*>  the partner whose submission first posted it. Each txn record
*>  comes out one of three ways:
*>
*>    - POSTED     a new order-id, appended to the master;
*>    - DUPLICATE  an order-id that partner already posted (on the
*>                 master, or earlier in the same day's file) --
*>                 counted and reported, never posted twice, so a
*>                 morning batch resubmitted in the afternoon no
*>                 longer doubles the partner's orders;
*>    - CONFLICT   an order-id already belonging to a different
*>                 partner -- refused, the owner's order untouched.
*>
*>  orderpost.txt reports every duplicate and conflict, then posted /
*>  duplicate / conflict counts and amount totals per partner. The
*>  master is only ever appended to, and a txn record identical to
*>  the one that created an order (same partner, order-id, submit
*>  date and time) is that order, not a duplicate of it -- so
*>  rerunning a night's posting changes nothing and reports the same.
*>
*>  The business date defaults to yesterday -- the last day already
*>  complete when nightrun runs, since submissions keep landing in
*>  today's txn file after tonight's steps have finished with it, and
*>  the same day orderpost, erpxtract and ackgen all default to, so
*>  each of them sees a day only once it is whole. Naming one on the
*>  command line posts (or re-posts) that day's file instead:
*>
*>     cobc -x orderpost.cob
*>     ./orderpost [YYYYMMDD]
*>
*> ===================================================

environment division.
configuration section.
repository. function all intrinsic.

input-output section.
file-control.
    select txn-file
        assign using txn-file-name
        file status is txn-file-status
        organization is line sequential.

    select order-file
        assign using order-master-file-name
        file status is order-file-status
        organization is line sequential.

    select report-file
        assign using report-file-name
        file status is report-file-status
        organization is line sequential.

data division.
file section.
fd  txn-file.
01  txn-record.
    copy txnrec.

fd  order-file.
01  order-record.
    copy ordrec.

fd  report-file.
01  report-record pic x(160).

working-storage section.
01 txn-file-name pic x(64) value spaces.
01 txn-file-status pic x(2).

*> order-master-file-name comes from sharedcfg.cpy, shared with the
*> programs that read the master this one writes
copy sharedcfg.
01 order-file-status pic x(2).

01 report-file-name pic x(64) value "orderpost.txt".
01 report-file-status pic x(2).

01 command-string pic x(64).
01 business-date pic x(8).
01 business-date-num pic 9(8).
01 today-date pic x(8).
01 today-date-num pic 9(8).
01 found-match pic x value 'N'.
01 master-claimed pic x value 'N'.

*> the business day's txn records, in file (arrival) order, each
*> with what the master pass found for its order-id and, once
*> decided, its outcome. A day too big for the table fails the run
*> rather than posting part of it
01 day-max binary-short unsigned value 5000.
01 day-count binary-short unsigned value zero.
01 day-idx binary-short unsigned.
01 day-scan-idx binary-short unsigned.
01 day-table.
   03  day-entry occurs 5000 times.
       05  day-order-id pic x(10).
       05  day-user pic x(16).
       05  day-item-code pic x(8).
       05  day-quantity pic 9(5).
       05  day-amount pic 9(9).
       05  day-date pic x(8).
       05  day-time pic x(6).
       05  day-master-found pic x.
       05  day-master-user pic x(16).
       05  day-master-exact pic x.
       05  day-append pic x.
       05  day-outcome pic x(9).
       05  day-owner pic x(16).

*> posted / duplicate / conflict counts and amounts by partner
01 partner-max binary-short unsigned value 50.
01 partner-count binary-short unsigned value zero.
01 partner-idx binary-short unsigned.
01 partner-table.
   03  partner-entry occurs 50 times.
       05  partner-name pic x(16).
       05  partner-posted pic 9(9).
       05  partner-posted-amt pic 9(13).
       05  partner-dup pic 9(9).
       05  partner-dup-amt pic 9(13).
       05  partner-conflict pic 9(9).
       05  partner-conflict-amt pic 9(13).

01 posted-count pic 9(9) value zero.
01 posted-amount pic 9(13) value zero.
01 dup-count pic 9(9) value zero.
01 dup-amount pic 9(13) value zero.
01 conflict-count pic 9(9) value zero.
01 conflict-amount pic 9(13) value zero.
01 appended-count pic 9(9) value zero.

01 display-count pic zzzzzzzz9.
01 display-amount pic z(10)9.99.
01 display-count-2 pic zzzzzzzz9.
01 display-amount-2 pic z(10)9.99.
01 display-count-3 pic zzzzzzzz9.
01 display-amount-3 pic z(10)9.99.

procedure division.
post-order-master.

    display 'start orderpost' end-display

    move function current-date(1:8) to today-date
    move spaces to command-string
    accept command-string from command-line end-accept
    if command-string = spaces
        move today-date to today-date-num
        compute business-date-num = date-of-integer(integer-of-date(today-date-num) - 1)
        move business-date-num to business-date
    else
        move command-string(1:8) to business-date
        if business-date is not numeric
            display 'orderpost: business date must be YYYYMMDD' end-display
            move 8 to return-code
            stop run
        end-if
        move business-date to business-date-num
        if function test-date-yyyymmdd(business-date-num) <> 0
            display 'orderpost: business date must be YYYYMMDD' end-display
            move 8 to return-code
            stop run
        end-if
    end-if
    move spaces to txn-file-name
    move function concatenate("txn." business-date ".dat") to txn-file-name

    perform load-days-txns
    perform scan-order-master
    perform decide-outcomes
    perform append-new-orders
    perform write-posting-report

    move posted-count to display-count
    display 'orderpost: ' trim(display-count) ' record(s) posted' end-display
    move dup-count to display-count
    display 'orderpost: ' trim(display-count) ' duplicate(s)' end-display
    move conflict-count to display-count
    display 'orderpost: ' trim(display-count) ' conflict(s)' end-display
    display 'end orderpost' end-display
    stop run
    .
load-days-txns.
*>  no txn file for the day just means nobody submitted anything --
*>  a quiet day, not an error; the report still gets written
    move zero to day-count
    open input txn-file
    if txn-file-status <> '00'
        move spaces to txn-file-status
    else
        read txn-file end-read
        perform until txn-file-status <> '00'
            if day-count >= day-max
                display 'orderpost: too many txn records for one run, nothing posted' end-display
                close txn-file
                move 8 to return-code
                stop run
            end-if
            add 1 to day-count
            move txn-order-id to day-order-id(day-count)
            move txn-user to day-user(day-count)
            move txn-item-code to day-item-code(day-count)
            move txn-quantity to day-quantity(day-count)
            move txn-amount to day-amount(day-count)
            move txn-date to day-date(day-count)
            move txn-time to day-time(day-count)
            move 'N' to day-master-found(day-count)
            move spaces to day-master-user(day-count)
            move 'N' to day-master-exact(day-count)
            move 'N' to day-append(day-count)
            move spaces to day-outcome(day-count) day-owner(day-count)
            read txn-file end-read
        end-perform
        close txn-file
        move spaces to txn-file-status
    end-if
    .
scan-order-master.
*>  one pass over the master marks every day record whose order-id
*>  is already owned, and by whom; the first day record identical to
*>  the master record (a rerun meeting its own earlier posting)
*>  claims it as its own. No master yet (status 35) is simply an
*>  empty one; a master that is there but cannot be read stops the
*>  run rather than letting every order look new
    if day-count > 0
        open input order-file
        if order-file-status <> '00' and order-file-status <> '35'
            display 'orderpost: could not open order-file' end-display
            move 8 to return-code
            stop run
        end-if
        if order-file-status = '35'
            move spaces to order-file-status
        else
            read order-file end-read
            perform until order-file-status <> '00'
                move 'N' to master-claimed
                perform varying day-idx from 1 by 1
                until day-idx > day-count
                    if day-order-id(day-idx) = ord-order-id
                        move 'Y' to day-master-found(day-idx)
                        move ord-user to day-master-user(day-idx)
                        if master-claimed = 'N'
                        and day-user(day-idx) = ord-user
                        and day-date(day-idx) = ord-submit-date
                        and day-time(day-idx) = ord-submit-time
                            move 'Y' to day-master-exact(day-idx)
                            move 'Y' to master-claimed
                        end-if
                    end-if
                end-perform
                read order-file end-read
            end-perform
            close order-file
            move spaces to order-file-status
        end-if
    end-if
    .
decide-outcomes.
*>  in arrival order: the master decides first; failing that, an
*>  earlier record of the same day that posted the id owns it
    perform varying day-idx from 1 by 1
    until day-idx > day-count
        evaluate true
        when day-master-exact(day-idx) = 'Y'
            move 'POSTED' to day-outcome(day-idx)
            move day-user(day-idx) to day-owner(day-idx)
        when day-master-found(day-idx) = 'Y'
            move day-master-user(day-idx) to day-owner(day-idx)
            perform judge-repeat
        when other
            move 'N' to found-match
            perform varying day-scan-idx from 1 by 1
            until day-scan-idx >= day-idx
                if day-order-id(day-scan-idx) = day-order-id(day-idx)
                and day-outcome(day-scan-idx) = 'POSTED'
                    move day-user(day-scan-idx) to day-owner(day-idx)
                    move 'Y' to found-match
                    exit perform
                end-if
            end-perform
            if found-match = 'Y'
                perform judge-repeat
            else
                move 'POSTED' to day-outcome(day-idx)
                move day-user(day-idx) to day-owner(day-idx)
                move 'Y' to day-append(day-idx)
            end-if
        end-evaluate
        perform tally-outcome
    end-perform
    .
judge-repeat.
*>  an order-id that is already somebody's: the same partner sending
*>  it again is a duplicate, anyone else is a conflict
    if day-owner(day-idx) = day-user(day-idx)
        move 'DUPLICATE' to day-outcome(day-idx)
    else
        move 'CONFLICT' to day-outcome(day-idx)
    end-if
    .
tally-outcome.
    move 'N' to found-match
    perform varying partner-idx from 1 by 1
    until partner-idx > partner-count
        if partner-name(partner-idx) = day-user(day-idx)
            move 'Y' to found-match
            exit perform
        end-if
    end-perform
    if found-match = 'N'
        if partner-count < partner-max
            add 1 to partner-count
            move partner-count to partner-idx
            move day-user(day-idx) to partner-name(partner-idx)
            move zero to partner-posted(partner-idx) partner-posted-amt(partner-idx)
                partner-dup(partner-idx) partner-dup-amt(partner-idx)
                partner-conflict(partner-idx) partner-conflict-amt(partner-idx)
        else
            move zero to partner-idx
        end-if
    end-if
    evaluate day-outcome(day-idx)
    when 'POSTED'
        add 1 to posted-count
        add day-amount(day-idx) to posted-amount
        if partner-idx > 0
            add 1 to partner-posted(partner-idx)
            add day-amount(day-idx) to partner-posted-amt(partner-idx)
        end-if
    when 'DUPLICATE'
        add 1 to dup-count
        add day-amount(day-idx) to dup-amount
        if partner-idx > 0
            add 1 to partner-dup(partner-idx)
            add day-amount(day-idx) to partner-dup-amt(partner-idx)
        end-if
    when other
        add 1 to conflict-count
        add day-amount(day-idx) to conflict-amount
        if partner-idx > 0
            add 1 to partner-conflict(partner-idx)
            add day-amount(day-idx) to partner-conflict-amt(partner-idx)
        end-if
    end-evaluate
    .
append-new-orders.
    if posted-count > 0
        open extend order-file
        if order-file-status = '35'
            open output order-file
            close order-file
            open extend order-file
        end-if
        if order-file-status <> '00'
            display 'orderpost: could not open order-file' end-display
            move 8 to return-code
            stop run
        end-if
        perform varying day-idx from 1 by 1
        until day-idx > day-count
            if day-append(day-idx) = 'Y'
                move spaces to order-record
                move day-order-id(day-idx) to ord-order-id
                move day-user(day-idx) to ord-user
                move day-item-code(day-idx) to ord-item-code
                move day-quantity(day-idx) to ord-quantity
                move day-amount(day-idx) to ord-amount
                move day-date(day-idx) to ord-submit-date
                move day-time(day-idx) to ord-submit-time
                move today-date to ord-post-date
                move 'POSTED' to ord-status
                write order-record
                add 1 to appended-count
            end-if
        end-perform
        close order-file
        move spaces to order-file-status
    end-if
    .
write-posting-report.
    open output report-file
    if report-file-status <> '00'
        display 'orderpost: could not open report-file' end-display
        move 8 to return-code
        stop run
    end-if

    move spaces to report-record
    move function concatenate('Order posting report for business date ' business-date ' (run ' today-date ')') to report-record
    write report-record

*>  every record that did not post, with whose order it collided
    perform varying day-idx from 1 by 1
    until day-idx > day-count
        if day-outcome(day-idx) <> 'POSTED'
            compute display-amount = day-amount(day-idx) / 100
            move spaces to report-record
            if day-outcome(day-idx) = 'DUPLICATE'
                move function concatenate('DUPLICATE ' day-time(day-idx) ' ' trim(day-user(day-idx)) ' order ' trim(day-order-id(day-idx)) ' amount ' trim(display-amount)) to report-record
            else
                move function concatenate('CONFLICT  ' day-time(day-idx) ' ' trim(day-user(day-idx)) ' order ' trim(day-order-id(day-idx)) ' amount ' trim(display-amount) ' belongs to ' trim(day-owner(day-idx))) to report-record
            end-if
            write report-record
        end-if
    end-perform

    if partner-count > 0
        move spaces to report-record
        move 'By partner:' to report-record
        write report-record
        perform varying partner-idx from 1 by 1
        until partner-idx > partner-count
            move partner-posted(partner-idx) to display-count
            compute display-amount = partner-posted-amt(partner-idx) / 100
            move partner-dup(partner-idx) to display-count-2
            compute display-amount-2 = partner-dup-amt(partner-idx) / 100
            move partner-conflict(partner-idx) to display-count-3
            compute display-amount-3 = partner-conflict-amt(partner-idx) / 100
            move spaces to report-record
            move function concatenate('  ' trim(partner-name(partner-idx))
                ': posted ' trim(display-count) ' (' trim(display-amount) ')'
                ', duplicate ' trim(display-count-2) ' (' trim(display-amount-2) ')'
                ', conflict ' trim(display-count-3) ' (' trim(display-amount-3) ')') to report-record
            write report-record
        end-perform
    end-if

    move posted-count to display-count
    compute display-amount = posted-amount / 100
    move spaces to report-record
    move function concatenate('Posted:     ' trim(display-count) ' amount ' trim(display-amount)) to report-record
    write report-record
    move dup-count to display-count
    compute display-amount = dup-amount / 100
    move spaces to report-record
    move function concatenate('Duplicate:  ' trim(display-count) ' amount ' trim(display-amount)) to report-record
    write report-record
    move conflict-count to display-count
    compute display-amount = conflict-amount / 100
    move spaces to report-record
    move function concatenate('Conflict:   ' trim(display-count) ' amount ' trim(display-amount)) to report-record
    write report-record
    move appended-count to display-count
    move spaces to report-record
    move function concatenate('New orders added to master: ' trim(display-count)) to report-record
    write report-record

    close report-file
    .
end program orderpost.
