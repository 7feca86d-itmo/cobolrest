        >>SOURCE FORMAT FREE
identification division.
program-id. erpxtract.
*>
*>  Nightly accounting interface run: builds the ERP side's fixed
*>  layout file (erprec.cpy) for one business day from the orders
*>  orderpost.cob posted out of that day's txn.YYYYMMDD.dat -- the
*>  order master's POSTED records submitted that day, so duplicates
*>  and conflicts orderpost refused never reach accounting. One HDR
*>  (interface sequence number, business date), one DTL per partner
*>  and item-code with the quantity and amount summed, and a TRL
*>  with the DTL count and amount hash total, written to
*>  interface/erp.YYYYMMDD.nnnnnnnnn.dat.
*>
*>  Sequence numbers carry on from run to run through the interface
*>  register (erpxlog.txt), one row per file sent: a day with nothing
*>  posted still gets a file and a number, so ERP can tell a quiet
*>  day from a missing one. A day already sent is never given a
*>  second number -- naming it again regenerates the file under its
*>  original sequence number, marked RESEND in the HDR and logged as
*>  such, which is how a resend ERP asks for is made (and why a
*>  nightrun rerun of this step cannot burn a number). A resend whose
*>  count or hash no longer matches the original send says so.
*>
*>  The business date defaults to yesterday -- the last day already
*>  complete when nightrun runs, since submissions keep landing in
*>  today's txn file after tonight's steps have finished with it, and
*>  the same day orderpost, erpxtract and ackgen all default to, so
*>  each of them sees a day only once it is whole. Naming one on the
*>  command line extracts (or resends) that day's instead:
*>
*>     cobc -x erpxtract.cob
*>     ./erpxtract [YYYYMMDD]
*>
*> ===================================================

environment division.
configuration section.
repository. function all intrinsic.

input-output section.
file-control.
    select order-file
        assign using order-master-file-name
        file status is order-file-status
        organization is line sequential.

    select interface-file
        assign using interface-work-name
        file status is interface-file-status
        organization is line sequential.

    select register-file
        assign using register-file-name
        file status is register-file-status
        organization is line sequential.

    select sort-file
        assign to "erpxtract.srt".

data division.
file section.
fd  order-file.
01  order-record.
    copy ordrec.

fd  interface-file.
    copy erprec.

*> one record per interface file sent: its sequence number and
*> business date, when it was written, ORIGINAL or RESEND, its
*> trailer figures and where it was put
fd  register-file.
01  register-record.
    03  ereg-sequence           pic 9(9).
    03  filler                  pic x value space.
    03  ereg-business-date      pic x(8).
    03  filler                  pic x value space.
    03  ereg-written-date       pic x(8).
    03  filler                  pic x value space.
    03  ereg-written-time       pic x(6).
    03  filler                  pic x value space.
    03  ereg-send-kind          pic x(8).
    03  filler                  pic x value space.
    03  ereg-record-count       pic 9(9).
    03  filler                  pic x value space.
    03  ereg-amount-hash        pic 9(15).
    03  filler                  pic x value space.
    03  ereg-file-name          pic x(80).

*> one entry per posted order of the business day, in partner and
*> item-code order for the DTL summary
sd  sort-file.
01  sort-record.
    03  sort-partner            pic x(16).
    03  sort-item-code          pic x(8).
    03  sort-quantity           pic 9(5).
    03  sort-amount             pic 9(9).

working-storage section.
*> order-master-file-name and interface-dir-name come from
*> sharedcfg.cpy, shared with orderpost.cob, which writes the master
copy sharedcfg.
01 order-file-status pic x(2).

01 interface-file-name pic x(128) value spaces.
01 interface-work-name pic x(128) value spaces.
01 interface-file-status pic x(2).

01 register-file-name pic x(64) value "erpxlog.txt".
01 register-file-status pic x(2).

01 command-string pic x(64).
01 business-date pic x(8).
01 business-date-num pic 9(8).
01 today-date pic x(8).
01 today-date-num pic 9(8).
01 now-time pic x(6).

*> what the register says: the highest number ever sent, and the
*> day's original send if there was one
01 highest-sequence pic 9(9) value zero.
01 original-found pic x value 'N'.
01 original-sequence pic 9(9) value zero.
01 original-record-count pic 9(9) value zero.
01 original-amount-hash pic 9(15) value zero.
01 send-sequence pic 9(9) value zero.
01 send-kind pic x(8).

01 sort-done pic x value 'N'.
01 group-open pic x value 'N'.
01 group-partner pic x(16).
01 group-item-code pic x(8).
01 group-quantity pic 9(9).
01 group-amount pic 9(13).

01 order-count pic 9(9) value zero.
01 detail-count pic 9(9) value zero.
01 amount-hash pic 9(15) value zero.

01 display-count pic zzzzzzzz9.
01 display-sequence pic zzzzzzzz9.
01 display-amount pic z(12)9.99.

procedure division.
build-interface-extract.

    display 'start erpxtract' end-display

    move function current-date(1:8) to today-date
    move function current-date(9:6) to now-time
    move spaces to command-string
    accept command-string from command-line end-accept
    if command-string = spaces
        move today-date to today-date-num
        compute business-date-num = date-of-integer(integer-of-date(today-date-num) - 1)
        move business-date-num to business-date
    else
        move command-string(1:8) to business-date
        if business-date is not numeric
            display 'erpxtract: business date must be YYYYMMDD' end-display
            move 8 to return-code
            stop run
        end-if
        move business-date to business-date-num
        if function test-date-yyyymmdd(business-date-num) <> 0
            display 'erpxtract: business date must be YYYYMMDD' end-display
            move 8 to return-code
            stop run
        end-if
    end-if

    perform load-interface-register
    if original-found = 'Y'
        move original-sequence to send-sequence
        move 'RESEND' to send-kind
    else
        compute send-sequence = highest-sequence + 1
        move 'ORIGINAL' to send-kind
    end-if

*>  first run creates the interface directory; on later runs the
*>  call just fails harmlessly because it already exists
    call 'CBL_CREATE_DIR' using interface-dir-name end-call
    move spaces to interface-file-name interface-work-name
    move function concatenate(trim(interface-dir-name) "/erp." business-date "." send-sequence ".dat") to interface-file-name
    move function concatenate(trim(interface-file-name) ".new") to interface-work-name

    open output interface-file
    if interface-file-status <> '00'
        display 'erpxtract: could not open interface-file' end-display
        move 8 to return-code
        stop run
    end-if
    move spaces to erp-header-record
    move 'HDR' to erph-type
    move send-sequence to erph-sequence
    move business-date to erph-business-date
    move today-date to erph-written-date
    move now-time to erph-written-time
    move send-kind to erph-send-kind
    write erp-header-record

    sort sort-file
        on ascending key sort-partner sort-item-code
        input procedure is gather-posted-orders
        output procedure is write-detail-records

    move spaces to erp-trailer-record
    move 'TRL' to erpt-type
    move send-sequence to erpt-sequence
    move detail-count to erpt-record-count
    move amount-hash to erpt-amount-hash
    write erp-trailer-record
    close interface-file

*>  built under a .new name and only then swapped in, so the ERP
*>  pickup never sees a file half written
    call 'CBL_DELETE_FILE' using interface-file-name end-call
    call 'CBL_RENAME_FILE' using interface-work-name interface-file-name end-call
    if return-code <> 0
        display 'erpxtract: could not rename ' trim(interface-work-name) end-display
        move 8 to return-code
        stop run
    end-if

    perform append-register-row

    move send-sequence to display-sequence
    display 'erpxtract: ' trim(send-kind) ' sequence ' trim(display-sequence) ' for ' business-date ' in ' trim(interface-file-name) end-display
    move order-count to display-count
    display 'erpxtract: ' trim(display-count) ' posted order(s)' end-display
    move detail-count to display-count
    display 'erpxtract: ' trim(display-count) ' detail record(s)' end-display
    compute display-amount = amount-hash / 100
    display 'erpxtract: amount total ' trim(display-amount) end-display
    if original-found = 'Y'
    and (detail-count <> original-record-count or amount-hash <> original-amount-hash)
        display 'erpxtract: resend differs from the original send of this sequence number' end-display
    end-if
    display 'end erpxtract' end-display
    stop run
    .
load-interface-register.
*>  no register yet is simply the first send, numbered 1
    open input register-file
    if register-file-status <> '00'
        move spaces to register-file-status
    else
        read register-file end-read
        perform until register-file-status <> '00'
            if ereg-sequence is numeric
                if ereg-sequence > highest-sequence
                    move ereg-sequence to highest-sequence
                end-if
                if ereg-business-date = business-date
                and ereg-send-kind = 'ORIGINAL'
                and original-found = 'N'
                    move 'Y' to original-found
                    move ereg-sequence to original-sequence
                    move ereg-record-count to original-record-count
                    move ereg-amount-hash to original-amount-hash
                end-if
            end-if
            read register-file end-read
        end-perform
        close register-file
        move spaces to register-file-status
    end-if
    .
gather-posted-orders.
*>  every order the master records as POSTED from a submission on
*>  the business day; no master yet (status 35) is simply no
*>  orders, but one that is there and cannot be read stops the run
*>  rather than sending ERP an empty day
    open input order-file
    if order-file-status <> '00' and order-file-status <> '35'
        display 'erpxtract: could not open order-file' end-display
        move 8 to return-code
        stop run
    end-if
    if order-file-status = '35'
        move spaces to order-file-status
    else
        read order-file end-read
        perform until order-file-status <> '00'
            if ord-submit-date = business-date
            and ord-status = 'POSTED'
                add 1 to order-count
                move spaces to sort-record
                move ord-user to sort-partner
                move ord-item-code to sort-item-code
                move ord-quantity to sort-quantity
                move ord-amount to sort-amount
                release sort-record
            end-if
            read order-file end-read
        end-perform
        close order-file
        move spaces to order-file-status
    end-if
    .
write-detail-records.
*>  one DTL per partner and item-code, written as the sorted run
*>  moves on to the next pair
    move 'N' to sort-done
    move 'N' to group-open
    return sort-file
        at end move 'Y' to sort-done
    end-return
    perform until sort-done = 'Y'
        if group-open = 'Y'
        and (sort-partner <> group-partner or sort-item-code <> group-item-code)
            perform write-detail-record
        end-if
        if group-open = 'N'
            move 'Y' to group-open
            move sort-partner to group-partner
            move sort-item-code to group-item-code
            move zero to group-quantity group-amount
        end-if
        add sort-quantity to group-quantity
        add sort-amount to group-amount
        return sort-file
            at end move 'Y' to sort-done
        end-return
    end-perform
    if group-open = 'Y'
        perform write-detail-record
    end-if
    .
write-detail-record.
    move spaces to erp-detail-record
    move 'DTL' to erpd-type
    move group-partner to erpd-partner
    move group-item-code to erpd-item-code
    move group-quantity to erpd-quantity
    move group-amount to erpd-amount
    write erp-detail-record
    add 1 to detail-count
    add group-amount to amount-hash
    move 'N' to group-open
    .
append-register-row.
    open extend register-file
    if register-file-status = '35'
        open output register-file
        close register-file
        open extend register-file
    end-if
    if register-file-status <> '00'
        display 'erpxtract: could not open register-file' end-display
        move 8 to return-code
        stop run
    end-if
    move spaces to register-record
    move send-sequence to ereg-sequence
    move business-date to ereg-business-date
    move today-date to ereg-written-date
    move now-time to ereg-written-time
    move send-kind to ereg-send-kind
    move detail-count to ereg-record-count
    move amount-hash to ereg-amount-hash
    move interface-file-name to ereg-file-name
    write register-record
    close register-file
    .
end program erpxtract.
