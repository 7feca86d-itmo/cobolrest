*> ===================================================
*> batchrec.cpy
*>
*> shared record layout for the accepted-batch register
*> (batchlog.txt) -- tcpipserver.cob's POST /submit handler appends
*> one record each time a HDR/TRL batch passes its trailer check and
*> its records go into the txn file, and reads the register back to
*> refuse a batch number the same partner has already had accepted.
*> A rejected batch is never registered, so the partner can correct
*> it and send it again under the same number.
*> ===================================================
    03  bat-date                pic x(8).
    03  filler                  pic x value space.
    03  bat-time                pic x(6).
    03  filler                  pic x value space.
    03  bat-user                pic x(16).
    03  filler                  pic x value space.
    03  bat-batch-no            pic x(10).
    03  filler                  pic x value space.
    03  bat-business-date       pic x(8).
    03  filler                  pic x value space.
    03  bat-record-count        pic 9(5).
    03  filler                  pic x value space.
    03  bat-amount-hash         pic 9(15).
