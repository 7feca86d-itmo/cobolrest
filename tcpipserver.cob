        file status is reject-file-status
        organization is line sequential.

*> the order master the nightly orderpost.cob run posts submitted
*> records into (layout shared via ordrec.cpy) -- read here, never
*> written, to answer a partner's GET /orders/<order-id>
    select order-file
        assign using order-master-file-name
        file status is order-file-status
        organization is line sequential.

*> the register of HDR/TRL batches already accepted (batchrec.cpy)
*> -- appended when a batch goes into the txn file, read back to
*> refuse a partner's batch number the second time round
    select batch-log-file
        assign using batch-log-file-name
        file status is batch-log-file-status
        organization is line sequential.

*> one record per file a partner collects from their outbound
*> mailbox (pickrec.cpy), for the nightly ackgen.cob run
    select pickup-file
        assign using pickup-file-name
        file status is pickup-file-status
        organization is line sequential.

*> one line, holding the running checksum state of an in-progress (or
*> finished) upload -- kept as a sidecar next to the target, like the
*> .ckpt checkpoint, and rewritten after every chunk so the state on
01  audit-record.
    copy auditrec.

fd  order-file.
01  order-record.
    copy ordrec.

fd  batch-log-file.
01  batch-log-record.
    copy batchrec.

fd  pickup-file.
01  pickup-record.
    copy pickrec.

*> one line per route: path-prefix then target-filename, space separated
fd  routes-file.
01  routes-record pic x(128).
01 total-bytes-sent pic 9(9) value zero.
01 save-audit-event pic x(10).

*> response timing for the audit record: stamped when a request's
*> first read comes back and after each successful send-to-peer,
*> both in current-date form, then differenced by compute-elapsed-ms
01 request-arrived-stamp pic x(21) value spaces.
01 last-send-stamp pic x(21) value spaces.
01 elapsed-stamp.
   03  elapsed-stamp-date pic 9(8).
   03  elapsed-stamp-hh pic 9(2).
   03  elapsed-stamp-mm pic 9(2).
   03  elapsed-stamp-ss pic 9(2).
   03  elapsed-stamp-cc pic 9(2).
   03  filler pic x(5).
01 elapsed-stamp-ms pic s9(15).
01 elapsed-start-ms pic s9(15).
01 elapsed-ms pic s9(15).

*> per-peer daily byte quota: summed straight out of today's
*> accesslog.txt records for this peer rather than kept as an
*> in-memory running counter, since each connection is its own forked
*> order-id|item-code|quantity|amount -- each validated against the
*> txnrec.cpy layout; accepted records are appended to the daily
*> transaction file, rejects to txnreject.txt with the reason, and
*> the response tells the partner how many of each (and, for a
*> HDR/TRL batch, a second line saying what became of the batch).
*> POST to any other path keeps serving the routed file it always has
01 submit-path pic x(8) value "/submit".
01 txn-file-name pic x(64) value spaces.
01 txn-file-status pic x(2).
01 submit-accepted-display pic zzz9.
01 submit-rejected-display pic zzz9.
01 submit-reason pic x(24).
01 submit-amount-hash pic 9(15) value zero.
01 sub-order-raw pic x(20).
01 sub-item-raw pic x(20).
01 sub-qty-raw pic x(20).
01 sub-qty-num pic 9(5).
01 sub-amount-num pic 9(9).

*> a body whose first record is HDR|batch-no|YYYYMMDD is one batch,
*> closed by TRL|record-count|amount-hash (the count of detail
*> records and the sum of their amounts). Nothing in a batch is
*> written until the trailer has been checked: then either every
*> detail record goes to the txn file, or every record of the batch
*> goes to txnreject.txt under the reason the batch failed -- never
*> half of it. Each record is judged as it arrives and held here
*> meanwhile; a batch bigger than the table is refused whole
01 batch-log-file-name pic x(64) value "batchlog.txt".
01 batch-log-file-status pic x(2).
01 batch-mode pic x value 'N'.
01 batch-record-seq pic 9(5) value zero.
01 batch-number pic x(10).
01 batch-business-date pic x(8).
01 batch-date-num pic 9(8).
01 batch-tag-raw pic x(20).
01 batch-field1-raw pic x(20).
01 batch-field2-raw pic x(20).
01 batch-trailer-seen pic x value 'N'.
01 batch-trailer-count pic 9(5).
01 batch-trailer-hash pic 9(15).
01 batch-detail-count pic 9(5).
01 batch-amount-hash pic 9(15).
01 batch-reason pic x(24).
01 batch-hold-kind pic x.
01 batch-used pic x value 'N'.
01 batch-max binary-short unsigned value 1000.
01 batch-count binary-short unsigned value zero.
01 batch-idx binary-short unsigned.
01 batch-table.
   03  batch-entry occurs 1000 times.
       05  batch-kind pic x.
       05  batch-line-reason pic x(24).
       05  batch-raw pic x(80).
       05  batch-order-id pic x(10).
       05  batch-item-code pic x(8).
       05  batch-quantity pic 9(5).
       05  batch-amount pic 9(9).
01 batch-status-line pic x(80).

*> outbound/<user>/ is each partner's own mailbox -- the nightly
*> ackgen.cob run delivers their acknowledgment files there. Only the
*> user a mailbox is named for may GET, 'ls' or 'verify' under it;
*> to anybody else it answers exactly as if it wasn't there, the way
*> /orders/ treats somebody else's order. Nobody PUTs or DELETEs
*> under outbound/ at all -- the mailbox is the server's to fill.
*> Every file a partner GETs out of it is logged to ackpickup.txt
01 outbound-dir-name pic x(8) value "outbound".
01 outbound-get-path pic x(10) value "/outbound/".
01 outbound-path pic x value 'N'.
01 outbound-owned pic x value 'N'.
01 outbound-user-len binary-short unsigned.
01 pickup-file-name pic x(64) value "ackpickup.txt".
01 pickup-file-status pic x(2).

*> GET /orders/<order-id>: a partner's "did order X make it?",
*> answered straight off the order master -- guarded like 'ls' and
*> 'verify' (credentials, then the L letter), and scoped to orders
*> whose ord-user is the authenticated user asking. Anybody else's
*> order-id answers not-found exactly like an id that was never
*> posted, so a partner can't probe which ids exist
01 orders-path pic x(8) value "/orders/".
01 order-file-status pic x(2).
01 inquiry-order-id pic x(1024) value spaces.
01 inquiry-found pic x value 'N'.
*> the matched order, copied out of the master's record area before
*> the file is closed -- the reply is built from this copy, never
*> from order-record after the CLOSE
01 inquiry-order-record.
    copy ordrec replacing leading ==ord-== by ==inquiry-ord-==.
01 inquiry-amount-display pic zzzzzz9.99.
01 inquiry-quantity-display pic zzzz9.

*> directory listing ('ls'): confined to a single configured document
*> root, with httppath validated (no '..', no second leading '/', and
*> a conservative character set) before it ever reaches a shell command
    .
parse-peer-request.
    display NL 'received from peer ' buffer(1:buffer-length) end-display
    move function current-date to request-arrived-stamp
    move spaces to last-send-stamp
    move zero to total-bytes-sent
    move zero to submit-accepted submit-rejected submit-amount-hash
    move spaces to firstline httpmethod httppath
*>  the authenticated identity never outlives the request that proved
*>  it -- re-established by check-credentials-authorized each time
                move 'PERMDENY' to audit-event
                else
                perform validate-listing-path
*>              under outbound/ only the caller's own mailbox lists --
*>              outbound/ itself would name every partner
                if listing-ok = 'Y'
                    perform check-outbound-scope
                    if outbound-path = 'Y' and outbound-owned = 'N'
                        move 'N' to listing-ok
                    end-if
                end-if
                if listing-ok = 'N'
                    move spaces to buffer
                    move function concatenate("HTTP/1.1 403 Forbidden" CR LF "Server: HelloCobol" CR LF "Content-type: text/plain" CR LF "Connection: " trim(connection-header) CR LF "Content-length: 20" CR LF CR LF "invalid listing path") to buffer
*>          refused with a 509 once this peer's own share of today's
*>          traffic is already over quota (see check-peer-quota)
            display "sending" LF
            perform identify-metered-user
            perform lookup-route
            perform check-peer-quota
            if quota-exceeded = 'Y'
                move 'UPLOADDENY' to audit-event
            else
            perform derive-upload-filename
            if upload-path-ok = 'Y'
                perform check-outbound-scope
                if outbound-path = 'Y'
                    move 'N' to upload-path-ok
                end-if
            end-if
            if upload-path-ok = 'N'
                move spaces to buffer
                move function concatenate("HTTP/1.1 403 Forbidden" CR LF "Server: HelloCobol" CR LF "Content-type: text/plain" CR LF "Connection: " trim(connection-header) CR LF "Content-length: 19" CR LF CR LF "invalid upload path") to buffer
                if listing-path = spaces
                    move 'N' to upload-path-ok
                end-if
                if upload-path-ok = 'Y'
                    perform check-outbound-scope
                    if outbound-path = 'Y'
                        move 'N' to upload-path-ok
                    end-if
                end-if
                if upload-path-ok = 'N'
                    move spaces to buffer
                    move function concatenate("HTTP/1.1 403 Forbidden" CR LF "Server: HelloCobol" CR LF "Content-type: text/plain" CR LF "Connection: " trim(connection-header) CR LF "Content-length: 19" CR LF CR LF "invalid delete path") to buffer
                if listing-path = spaces
                    move 'N' to upload-path-ok
                end-if
                if upload-path-ok = 'Y'
                    perform check-outbound-scope
                    if outbound-path = 'Y' and outbound-owned = 'N'
                        move 'N' to upload-path-ok
                    end-if
                end-if
                if upload-path-ok = 'N'
                    move spaces to buffer
                    move function concatenate("HTTP/1.1 403 Forbidden" CR LF "Server: HelloCobol" CR LF "Content-type: text/plain" CR LF "Connection: " trim(connection-header) CR LF "Content-length: 19" CR LF CR LF "invalid verify path") to buffer
*>          greeting -- a file send is refused with a 509 once this
*>          peer's own share of today's traffic is already over quota
*>          (see check-peer-quota); the canned greeting is cheap
*>          enough not to bother metering. A path under /orders/ is
*>          an order status inquiry instead (see handle-order-inquiry)
*>          and never reaches the routing table; nor does a pickup
*>          from an outbound mailbox (see handle-outbound-get)
            if httppath(1:length(orders-path)) = orders-path
                perform handle-order-inquiry
            else
            if httppath(1:length(outbound-get-path)) = outbound-get-path
                perform handle-outbound-get
            else
            perform identify-metered-user
            perform lookup-route
            move 'N' to direct-file-found
            if route-found = 'N'
                perform send-to-peer
                move 'REQUEST' to audit-event
            end-if
            end-if
            end-if
            move 0 to buffer-length
            perform write-audit-record
        when other
    move httppath(1:40) to audit-httppath
    move total-bytes-sent to audit-bytes-sent
    move auth-user to audit-user
    move submit-accepted to audit-recs-accepted
    move submit-rejected to audit-recs-rejected
    move submit-amount-hash to audit-amount-hash
    perform compute-elapsed-ms
    move elapsed-ms to audit-elapsed-ms
    move 'OK' to audit-result
    if audit-event = 'DENIED' or audit-event = 'LISTDENY' or audit-event = 'UPLOADDENY'
    or audit-event = 'AUTHDENY' or audit-event = 'DELETEDENY' or audit-event = 'BLOCKED'
    write audit-record
    close audit-file
    .
compute-elapsed-ms.
*>  milliseconds between request-arrived-stamp and the last send (or
*>  now, if nothing was sent), to current-date's hundredth-of-a-second
*>  resolution, held to what audit-elapsed-ms can carry
    if last-send-stamp = spaces
        move function current-date to elapsed-stamp
    else
        move last-send-stamp to elapsed-stamp
    end-if
    perform convert-elapsed-stamp
    move elapsed-stamp-ms to elapsed-ms
    move request-arrived-stamp to elapsed-stamp
    perform convert-elapsed-stamp
    move elapsed-stamp-ms to elapsed-start-ms
    compute elapsed-ms = elapsed-ms - elapsed-start-ms
    if request-arrived-stamp = spaces or elapsed-ms < 0
        move zero to elapsed-ms
    end-if
    if elapsed-ms > 9999999
        move 9999999 to elapsed-ms
    end-if
    .
convert-elapsed-stamp.
    move zero to elapsed-stamp-ms
    if elapsed-stamp-date is numeric and elapsed-stamp-hh is numeric
    and elapsed-stamp-mm is numeric and elapsed-stamp-ss is numeric
    and elapsed-stamp-cc is numeric
        compute elapsed-stamp-ms = function integer-of-date(elapsed-stamp-date) * 86400000
            + elapsed-stamp-hh * 3600000 + elapsed-stamp-mm * 60000
            + elapsed-stamp-ss * 1000 + elapsed-stamp-cc * 10
    end-if
    .
open-audit-file.
*>  audit-file is opened and closed around every single record rather
*>  than held open for the life of the process -- keeping it open
*>  record is refused at the door instead of choking the downstream
*>  job that finally reads it
    move zero to submit-accepted submit-rejected submit-body-got
    move zero to submit-amount-hash
    move 'N' to batch-mode batch-trailer-seen
    move zero to batch-record-seq batch-count batch-detail-count
    move zero to batch-trailer-count batch-trailer-hash batch-amount-hash
    move spaces to batch-number batch-business-date batch-reason
    move spaces to batch-status-line
    move function current-date(1:8) to submit-now-date
    move function current-date(9:6) to submit-now-time
    move spaces to txn-file-name
            move zero to submit-line-len
        end-if
    end-if
*>  a batch is only settled once the whole body is in
    if batch-mode = 'Y'
        perform settle-submit-batch
    end-if

    move submit-accepted to submit-accepted-display
    move submit-rejected to submit-rejected-display
    move spaces to msgbuffer
    if batch-mode = 'Y'
        move function concatenate("accepted=" trim(submit-accepted-display) " rejected=" trim(submit-rejected-display) LF trim(batch-status-line) LF) to msgbuffer
    else
        move function concatenate("accepted=" trim(submit-accepted-display) " rejected=" trim(submit-rejected-display) LF) to msgbuffer
    end-if
    perform calc-msglen
    move msgbuffer-length to dispnum
    move spaces to buffer
    perform calc-buflen
    perform send-to-peer
    .
handle-order-inquiry.
*>  credentials and the L letter first, the same gate 'ls' and
*>  'verify' use; then the order master is scanned for the id,
*>  matching only on an order this very user owns -- a miss and
*>  somebody else's order are deliberately the same 404, audited as
*>  ORDERMISS so a run of them still shows up in accesslog.txt
    perform extract-auth-header
    perform check-credentials-authorized
    if auth-authorized = 'N'
        move spaces to buffer
        move function concatenate("HTTP/1.1 401 Unauthorized" CR LF "Server: HelloCobol" CR LF 'WWW-Authenticate: Basic realm="cobolrest"' CR LF "Content-type: text/plain" CR LF "Connection: " trim(connection-header) CR LF "Content-length: 22" CR LF CR LF "authorization required") to buffer
        perform calc-buflen
        perform send-to-peer
        move 'AUTHDENY' to audit-event
    else
        move 'L' to auth-perm-needed
        perform check-auth-permission
        if auth-perm-allowed = 'N'
            move spaces to buffer
            move function concatenate("HTTP/1.1 403 Forbidden" CR LF "Server: HelloCobol" CR LF "Content-type: text/plain" CR LF "Connection: " trim(connection-header) CR LF "Content-length: 23" CR LF CR LF "operation not permitted") to buffer
            perform calc-buflen
            perform send-to-peer
            move 'PERMDENY' to audit-event
        else
            perform find-inquiry-order
            if inquiry-found = 'N'
                move spaces to buffer
                move function concatenate("HTTP/1.1 404 Not Found" CR LF "Server: HelloCobol" CR LF "Content-type: text/plain" CR LF "Connection: " trim(connection-header) CR LF "Content-length: 9" CR LF CR LF "not found") to buffer
                perform calc-buflen
                perform send-to-peer
                move 'ORDERMISS' to audit-event
            else
                compute inquiry-amount-display = inquiry-ord-amount / 100
                move inquiry-ord-quantity to inquiry-quantity-display
                move spaces to msgbuffer
                move function concatenate("order=" trim(inquiry-ord-order-id) " status=" trim(inquiry-ord-status) " item=" trim(inquiry-ord-item-code) " quantity=" trim(inquiry-quantity-display) " amount=" trim(inquiry-amount-display) " submitted=" inquiry-ord-submit-date LF) to msgbuffer
                perform calc-msglen
                move msgbuffer-length to dispnum
                move spaces to buffer
                move function concatenate("HTTP/1.1 200 OK" CR LF "Server: HelloCobol" CR LF "Content-type: text/plain" CR LF "Connection: " trim(connection-header) CR LF "Content-length: " trim(dispnum) CR LF CR LF msgbuffer(1:msgbuffer-length)) to buffer
                perform calc-buflen
                perform send-to-peer
                move 'ORDERINQ' to audit-event
            end-if
        end-if
    end-if
    .
find-inquiry-order.
*>  the id is whatever follows /orders/ -- blank, or longer than an
*>  order-id can be, can never match and is just not found. The
*>  master is re-read per inquiry, the way check-peer-quota re-reads
*>  the live log, since a worker keeps nothing between connections
    move 'N' to inquiry-found
    move spaces to inquiry-order-id inquiry-order-record
    move httppath(length(orders-path) + 1:) to inquiry-order-id
    if inquiry-order-id <> spaces
    and length(trim(inquiry-order-id)) <= length(ord-order-id)
    and auth-user <> spaces
        open input order-file
        if order-file-status = '00'
            read order-file end-read
            perform until order-file-status <> '00'
                if ord-order-id = trim(inquiry-order-id)
                and ord-user = auth-user
                    move 'Y' to inquiry-found
                    move order-record to inquiry-order-record
                    exit perform
                end-if
                read order-file end-read
            end-perform
            close order-file
        end-if
        move spaces to order-file-status
    end-if
    .
handle-outbound-get.
*>  a partner collecting from their outbound mailbox: credentials
*>  first (no operation letter -- the mailbox is theirs whatever
*>  they may otherwise do), then the path must name a readable file
*>  under outbound/<their own user>/. Anything else, another
*>  partner's mailbox included, is the same plain 404 a file that
*>  was never written gets. A served file is metered like any other
*>  send, and logged to ackpickup.txt as collected unless the peer
*>  already had it (a 304 delivers nothing)
    perform extract-auth-header
    perform check-credentials-authorized
    if auth-authorized = 'N'
        move spaces to buffer
        move function concatenate("HTTP/1.1 401 Unauthorized" CR LF "Server: HelloCobol" CR LF 'WWW-Authenticate: Basic realm="cobolrest"' CR LF "Content-type: text/plain" CR LF "Connection: " trim(connection-header) CR LF "Content-length: 22" CR LF CR LF "authorization required") to buffer
        perform calc-buflen
        perform send-to-peer
        move 'AUTHDENY' to audit-event
    else
        move 'N' to direct-file-found
        perform validate-listing-path
        if listing-ok = 'Y'
            perform check-outbound-scope
            if outbound-owned = 'Y'
                perform probe-direct-file
            end-if
        end-if
        if direct-file-found = 'N'
            move spaces to buffer
            move function concatenate("HTTP/1.1 404 Not Found" CR LF "Server: HelloCobol" CR LF "Content-type: text/plain" CR LF "Connection: " trim(connection-header) CR LF "Content-length: 9" CR LF CR LF "not found") to buffer
            perform calc-buflen
            perform send-to-peer
            move 'PICKUPMISS' to audit-event
        else
            perform check-peer-quota
            if quota-exceeded = 'Y'
                perform deny-quota-exceeded
            else
                perform send-http-file
                if ims-not-modified = 'N'
                    perform write-pickup-record
                end-if
                move 'PICKUP' to audit-event
            end-if
        end-if
    end-if
    .
check-outbound-scope.
*>  does the validated listing-path lie under outbound/ at all
*>  (outbound-path), and if so under the authenticated user's own
*>  outbound/<user>/ (outbound-owned)? outbound itself, and any
*>  other partner's mailbox, are never owned
    move 'N' to outbound-path outbound-owned
    if listing-path(1:length(outbound-dir-name)) = outbound-dir-name
    and (listing-path(length(outbound-dir-name) + 1:1) = space
      or listing-path(length(outbound-dir-name) + 1:1) = '/')
        move 'Y' to outbound-path
        if auth-user <> spaces
            move length(trim(auth-user)) to outbound-user-len
            if listing-path(length(outbound-dir-name) + 2:outbound-user-len) = trim(auth-user)
            and (listing-path(length(outbound-dir-name) + 2 + outbound-user-len:1) = space
              or listing-path(length(outbound-dir-name) + 2 + outbound-user-len:1) = '/')
                move 'Y' to outbound-owned
            end-if
        end-if
    end-if
    .
write-pickup-record.
    open extend pickup-file
    if pickup-file-status = '35'
        open output pickup-file
        close pickup-file
        open extend pickup-file
    end-if
    if pickup-file-status <> '00'
        move "server open 'pickup-file' failed" to abort-message
        perform abort-server
    end-if
    move spaces to pickup-record
    move function current-date(1:8) to pick-date
    move function current-date(9:6) to pick-time
    move auth-user to pick-user
    move listing-path to pick-path
    write pickup-record
    close pickup-file
    move spaces to pickup-file-status
    .
find-submit-body.
*>  the body begins after the first blank line -- LF LF, or the CR LF
*>  CR LF a well-mannered HTTP client sends; a request with no blank
    end-if
    .
judge-submit-line.
*>  a blank line between records is just a blank line, not a reject;
*>  the first real record decides whether the body is a HDR/TRL
*>  batch (held until settle-submit-batch) or lone records, each
*>  written the moment it is judged
    if submit-line <> spaces
        add 1 to batch-record-seq
        evaluate true
        when batch-record-seq = 1 and submit-line(1:4) = 'HDR|'
            perform judge-batch-header
        when batch-mode = 'Y'
            perform judge-batch-line
        when other
            perform judge-submit-fields
            if submit-reason = spaces
                perform write-submit-txn
            else
                perform write-submit-reject
            end-if
        end-evaluate
    end-if
    .
judge-submit-fields.
*>  field-by-field edit of one submitted record -- the first rule it
*>  breaks names the reason it lands in txnreject.txt. A header or
*>  trailer anywhere but where a batch puts them is refused as such
    move spaces to submit-reason
    move spaces to sub-order-raw sub-item-raw sub-qty-raw sub-amount-raw
    unstring submit-line delimited by '|' into
        sub-order-raw sub-item-raw sub-qty-raw sub-amount-raw
        on overflow
            move 'too many fields' to submit-reason
    end-unstring
    evaluate true
    when submit-line(1:4) = 'HDR|' or submit-line(1:4) = 'TRL|'
        move 'misplaced control record' to submit-reason
    when submit-reason <> spaces
        continue
    when sub-order-raw = spaces
        move 'order-id missing' to submit-reason
    when length(trim(sub-order-raw)) > 10
        move 'order-id too long' to submit-reason
    when sub-item-raw = spaces
        move 'item-code missing' to submit-reason
    when length(trim(sub-item-raw)) > 8
        move 'item-code too long' to submit-reason
    when sub-qty-raw = spaces
        move 'quantity missing' to submit-reason
    when length(trim(sub-qty-raw)) > 5
    or trim(sub-qty-raw) is not numeric
        move 'quantity not numeric' to submit-reason
    when sub-amount-raw = spaces
        move 'amount missing' to submit-reason
    when length(trim(sub-amount-raw)) > 9
    or trim(sub-amount-raw) is not numeric
        move 'amount not numeric' to submit-reason
    when other
        move trim(sub-qty-raw) to sub-qty-num
        if sub-qty-num = 0
            move 'quantity zero' to submit-reason
        end-if
    end-evaluate
    .
judge-batch-header.
*>  HDR|batch-no|YYYYMMDD -- a header that doesn't parse still makes
*>  the body a batch (the partner meant one), just a doomed one
    move 'Y' to batch-mode
    move spaces to batch-tag-raw batch-field1-raw batch-field2-raw
    unstring submit-line delimited by '|' into
        batch-tag-raw batch-field1-raw batch-field2-raw
        on overflow
            move 'batch header invalid' to batch-reason
    end-unstring
    move trim(batch-field1-raw) to batch-number
    evaluate true
    when batch-reason <> spaces
        continue
    when batch-field1-raw = spaces
    or length(trim(batch-field1-raw)) > 10
        move 'batch header invalid' to batch-reason
    when batch-field2-raw = spaces
    or length(trim(batch-field2-raw)) <> 8
    or trim(batch-field2-raw) is not numeric
        move 'batch header invalid' to batch-reason
    when other
        move trim(batch-field2-raw) to batch-business-date
        move batch-business-date to batch-date-num
        if test-date-yyyymmdd(batch-date-num) <> 0
            move 'batch header invalid' to batch-reason
        end-if
    end-evaluate
    move spaces to submit-reason
    move 'H' to batch-hold-kind
    perform hold-batch-line
    .
judge-batch-line.
*>  a detail record gets the same edit a lone record does, and its
*>  amount goes into the hash only if it passed; one bad record, or
*>  anything at all after the trailer, sinks the whole batch
    evaluate true
    when batch-trailer-seen = 'Y'
        move spaces to submit-reason
        if batch-reason = spaces
            move 'batch data after trailer' to batch-reason
        end-if
        move 'X' to batch-hold-kind
    when submit-line(1:4) = 'TRL|'
        perform judge-batch-trailer
        move spaces to submit-reason
        move 'T' to batch-hold-kind
    when other
        perform judge-submit-fields
        add 1 to batch-detail-count
        if submit-reason = spaces
            move trim(sub-amount-raw) to sub-amount-num
            add sub-amount-num to batch-amount-hash
        else
            if batch-reason = spaces
                move 'batch has bad record' to batch-reason
            end-if
        end-if
        move 'D' to batch-hold-kind
    end-evaluate
    perform hold-batch-line
    .
judge-batch-trailer.
*>  TRL|record-count|amount-hash -- only parsed here; whether the
*>  numbers agree is settle-submit-batch's call
    move 'Y' to batch-trailer-seen
    move spaces to batch-tag-raw batch-field1-raw batch-field2-raw
    unstring submit-line delimited by '|' into
        batch-tag-raw batch-field1-raw batch-field2-raw
        on overflow
            if batch-reason = spaces
                move 'batch trailer invalid' to batch-reason
            end-if
    end-unstring
    if batch-field1-raw = spaces
    or length(trim(batch-field1-raw)) > 5
    or trim(batch-field1-raw) is not numeric
    or batch-field2-raw = spaces
    or length(trim(batch-field2-raw)) > 15
    or trim(batch-field2-raw) is not numeric
        if batch-reason = spaces
            move 'batch trailer invalid' to batch-reason
        end-if
    else
        move trim(batch-field1-raw) to batch-trailer-count
        move trim(batch-field2-raw) to batch-trailer-hash
    end-if
    .
hold-batch-line.
*>  keeps one judged record of the batch until the trailer decides
*>  its fate; once the table is full the batch is too large to take
*>  whole, and the overflow goes straight to the reject file under
*>  that reason (the held part follows it at settle time)
    if batch-count < batch-max
        add 1 to batch-count
        move batch-hold-kind to batch-kind(batch-count)
        move submit-reason to batch-line-reason(batch-count)
        move submit-line(1:80) to batch-raw(batch-count)
        move spaces to batch-order-id(batch-count) batch-item-code(batch-count)
        move zero to batch-quantity(batch-count) batch-amount(batch-count)
        if batch-hold-kind = 'D' and submit-reason = spaces
            move trim(sub-order-raw) to batch-order-id(batch-count)
            move trim(sub-item-raw) to batch-item-code(batch-count)
            move trim(sub-qty-raw) to sub-qty-num
            move sub-qty-num to batch-quantity(batch-count)
            move trim(sub-amount-raw) to sub-amount-num
            move sub-amount-num to batch-amount(batch-count)
        end-if
    else
        if batch-reason = spaces
            move 'batch too large' to batch-reason
        end-if
        if submit-reason = spaces
            move batch-reason to submit-reason
        end-if
        perform write-submit-reject
    end-if
    .
settle-submit-batch.
*>  the trailer check, in order: present, count, hash, then whether
*>  this partner has had the batch number accepted before. Any
*>  reason found on the way in (bad header, bad record, too large,
*>  data after the trailer) already stands and is kept. A record
*>  that failed its own edit keeps its own reason in txnreject.txt;
*>  every other record of a refused batch carries the batch's
    if batch-reason = spaces
        evaluate true
        when batch-trailer-seen = 'N'
            move 'batch trailer missing' to batch-reason
        when batch-trailer-count <> batch-detail-count
            move 'batch count mismatch' to batch-reason
        when batch-trailer-hash <> batch-amount-hash
            move 'batch hash mismatch' to batch-reason
        when other
            perform check-batch-number-used
            if batch-used = 'Y'
                move 'batch number reused' to batch-reason
            end-if
        end-evaluate
    end-if
    if batch-reason = spaces
        perform varying batch-idx from 1 by 1
        until batch-idx > batch-count
            if batch-kind(batch-idx) = 'D'
                move batch-order-id(batch-idx) to sub-order-raw
                move batch-item-code(batch-idx) to sub-item-raw
                move batch-quantity(batch-idx) to sub-qty-raw
                move batch-amount(batch-idx) to sub-amount-raw
                perform write-submit-txn
            end-if
        end-perform
        perform write-batch-log
        move function concatenate("batch=" trim(batch-number) " status=ACCEPTED") to batch-status-line
    else
        perform varying batch-idx from 1 by 1
        until batch-idx > batch-count
            move spaces to submit-line
            move batch-raw(batch-idx) to submit-line
            if batch-line-reason(batch-idx) <> spaces
                move batch-line-reason(batch-idx) to submit-reason
            else
                move batch-reason to submit-reason
            end-if
            perform write-submit-reject
        end-perform
        move function concatenate("batch=" trim(batch-number) " status=REJECTED reason=" trim(batch-reason)) to batch-status-line
    end-if
    .
check-batch-number-used.
*>  no register yet just means no batch was ever accepted
    move 'N' to batch-used
    open input batch-log-file
    if batch-log-file-status = '00'
        read batch-log-file end-read
        perform until batch-log-file-status <> '00'
            if bat-user = auth-user
            and bat-batch-no = batch-number
                move 'Y' to batch-used
                exit perform
            end-if
            read batch-log-file end-read
        end-perform
        close batch-log-file
    end-if
    move spaces to batch-log-file-status
    .
write-batch-log.
    open extend batch-log-file
    if batch-log-file-status = '35'
        open output batch-log-file
        close batch-log-file
        open extend batch-log-file
    end-if
    if batch-log-file-status <> '00'
        move "server open 'batch-log-file' for submit failed" to abort-message
        perform abort-server
    end-if
    move spaces to batch-log-record
    move submit-now-date to bat-date
    move submit-now-time to bat-time
    move auth-user to bat-user
    move batch-number to bat-batch-no
    move batch-business-date to bat-business-date
    move batch-detail-count to bat-record-count
    move batch-amount-hash to bat-amount-hash
    write batch-log-record
    close batch-log-file
    move spaces to batch-log-file-status
    .
write-submit-txn.
    open extend txn-file
    move sub-qty-num to txn-quantity
    move trim(sub-amount-raw) to sub-amount-num
    move sub-amount-num to txn-amount
    if batch-mode = 'Y'
        move batch-number to txn-batch
    end-if
    write txn-record
    close txn-file
    move spaces to txn-file-status
    add 1 to submit-accepted
    add sub-amount-num to submit-amount-hash
    .
write-submit-reject.
    open extend reject-file
    move auth-user to rej-user
    move submit-reason to rej-reason
    move submit-line(1:80) to rej-raw
    if batch-mode = 'Y'
        move batch-number to rej-batch
    end-if
    write reject-record
    close reject-file
    move spaces to reject-file-status
        move buffer(auth-value-start:auth-value-len) to auth-header-value
    end-if
    .
identify-metered-user.
*>  a routed send needs no credential, but one the peer presents
*>  anyway is still matched, so the send (or its 509) is charged to
*>  that user in the audit record and not just to the peer address
*>  -- the per-user usage totals bill from exactly this. No header,
*>  or one that matches nothing, leaves the request anonymous
    perform extract-auth-header
    perform check-credentials-authorized
    .
check-credentials-authorized.
*>  guards the PUT, 'ls' and DELETE branches the same way
*>  check-shutdown-authorized guards 'quit' -- an empty header never
    move spaces to httpmethod httppath
    move spaces to auth-user auth-perms
    move zero to total-bytes-sent
    move zero to submit-accepted submit-rejected submit-amount-hash
    move function current-date to request-arrived-stamp
    move spaces to last-send-stamp
    move 'BLOCKED' to audit-event
    perform write-audit-record
    .
    end-if
    if listing-ok = 'Y' and listing-path <> spaces
    and manifest-loaded = 'Y' and keep-matched = 'N'
        perform probe-direct-file
    end-if
    .
probe-direct-file.
*>  can a byte be read() from doc-root/listing-path right now? sets
*>  system-file-name to it either way, direct-file-found 'Y' if so
    move 'N' to direct-file-found
    move function concatenate(trim(doc-root) "/" trim(listing-path)) to system-file-name
    move low-values to download-path
    move trim(system-file-name) to
        download-path(1:length(trim(system-file-name)))
    call 'open' using
        by reference download-path
        by value O_RDONLY
        giving download-fd
    end-call
    if download-fd <> -1
        call 'read' using
            by value download-fd
            by reference direct-probe-byte
            by value 1
            giving download-read-len
        end-call
        if download-read-len >= 0
            move 'Y' to direct-file-found
        end-if
        call 'close' using by value download-fd end-call
    end-if
    .
check-keep-excluded.
            end-if
        end-perform
    end-if

*>  nor may a lone '.' component stand in front of (or inside) a
*>  path -- "./outbound/x" names the same file as "outbound/x", and
*>  must not be a way round the outbound mailbox scoping
    if listing-ok = 'Y' and listing-path-len > 0
        if listing-path(1:listing-path-len) = '.'
        or listing-path(1:2) = './'
            move 'N' to listing-ok
        end-if
    end-if
    if listing-ok = 'Y' and listing-path-len >= 2
        if listing-path(listing-path-len - 1:2) = '/.'
            move 'N' to listing-ok
        end-if
    end-if
    if listing-ok = 'Y' and listing-path-len >= 3
        perform varying listing-scan-idx from 1 by 1
        until listing-scan-idx > listing-path-len - 2 or listing-ok = 'N'
            if listing-path(listing-scan-idx:3) = '/./'
                move 'N' to listing-ok
            end-if
        end-perform
    end-if
    .
build-listing-body.
*>  runs 'ls' against the validated, doc-root-confined target
        move httppath(1:40) to audit-httppath
        move total-bytes-sent to audit-bytes-sent
        move auth-user to audit-user
        move submit-accepted to audit-recs-accepted
        move submit-rejected to audit-recs-rejected
        move submit-amount-hash to audit-amount-hash
        perform compute-elapsed-ms
        move elapsed-ms to audit-elapsed-ms
        move 'FAIL' to audit-result
        perform open-audit-file
        write audit-record
        perform abort-server
    else
        add buffer-length to total-bytes-sent
        move function current-date to last-send-stamp
    end-if
    .
read-from-peer.
