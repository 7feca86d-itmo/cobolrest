*> ===================================================
*> ordrec.cpy
*>
*> shared record layout for the order master (ordermast.dat), one
*> record per order-id -- written by the nightly orderpost.cob run
*> as it posts each day's txn.YYYYMMDD.dat records, and read back by
*> whatever needs to answer "did order X make it?". An order-id
*> belongs to the partner (ord-user) whose submission first posted
*> it; the same id from that partner again is a duplicate, from
*> anyone else a conflict, and neither ever touches this record.
*> ord-submit-date/-time/-user are the txn record's own stamps, so
*> a rerun of the same day's posting recognizes the very record
*> that created an order instead of calling it a duplicate.
*> ===================================================
    03  ord-order-id            pic x(10).
    03  filler                  pic x value space.
    03  ord-user                pic x(16).
    03  filler                  pic x value space.
    03  ord-item-code           pic x(8).
    03  filler                  pic x value space.
    03  ord-quantity            pic 9(5).
    03  filler                  pic x value space.
    03  ord-amount              pic 9(9).
    03  filler                  pic x value space.
    03  ord-submit-date         pic x(8).
    03  filler                  pic x value space.
    03  ord-submit-time         pic x(6).
    03  filler                  pic x value space.
    03  ord-post-date           pic x(8).
    03  filler                  pic x value space.
    03  ord-status              pic x(8).
