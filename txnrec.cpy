*>
*> shared record layout for an accepted submitted transaction
*> (TXN-FILE in tcpipserver.cob's POST /submit handler, appended to
*> the daily txn.YYYYMMDD.dat file; read back by the nightly
*> orderpost.cob run that posts it to the order master) -- shared
*> the same way auditrec.cpy is, so the server and the batch side
*> can never drift apart on the layout.
*>
*> A partner submits one record per line in the POST body as four
*> '|'-delimited fields: order-id|item-code|quantity|amount
*> (quantity 1-99999, amount in cents, up to 9 digits). The server
*> stamps date, time and the authenticated user itself rather than
*> trusting the peer to say who it is. txn-batch is the partner's
*> batch number when the record came in a HDR/TRL batch (blank for
*> a lone record, and absent in older records; readers see blank).
*> ===================================================
    03  txn-date                pic x(8).
    03  filler                  pic x value space.
    03  txn-quantity            pic 9(5).
    03  filler                  pic x value space.
    03  txn-amount              pic 9(9).
    03  filler                  pic x value space.
    03  txn-batch               pic x(10).
