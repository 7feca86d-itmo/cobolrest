*> (REJECT-FILE in tcpipserver.cob's POST /submit handler, appended
*> to txnreject.txt as each bad record is refused; read back by the
*> nightly editrpt.cob edit report) -- shared the same way
*> auditrec.cpy and txnrec.cpy are. rej-batch carries the partner's
*> batch number when the record was part of a HDR/TRL batch (blank
*> for a lone record, and absent in older records; readers see blank)
*> ===================================================
    03  rej-date                pic x(8).
    03  filler                  pic x value space.
    03  rej-reason              pic x(24).
    03  filler                  pic x value space.
    03  rej-raw                 pic x(80).
    03  filler                  pic x value space.
    03  rej-batch               pic x(10).
