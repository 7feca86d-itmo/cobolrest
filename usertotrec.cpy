*> ===================================================
*> usertotrec.cpy
*>
*> shared record layout for the per-day/per-user totals file
*> (usertotals.txt) that logrotate.cob distills out of each day's
*> accesslog.txt records as it archives them, alongside the
*> per-peer rows of totalsrec.cpy -- keyed on the authenticated
*> user (audit-user) instead of the peer address, so partners
*> sharing one NAT address are counted apart. Read back by
*> usagestmt.cob for the month-end chargeback statement.
*>
*>   utot-bytes          bytes sent back to the user (every
*>                       event but UPLOAD)
*>   utot-uploads        UPLOAD events, and the bytes they
*>   utot-upload-bytes   brought in
*>   utot-accepted       submitted records accepted and
*>   utot-rejected       rejected, as stamped on SUBMIT audits
*>   utot-quota-denials  requests refused with a 509 (QUOTA)
*>
*> requests carrying no valid credential have no user to charge
*> and get no row here; they still count in the per-peer rows
*> ===================================================
    03  utot-date               pic x(8).
    03  filler                  pic x value space.
    03  utot-user               pic x(16).
    03  filler                  pic x value space.
    03  utot-requests           pic 9(9).
    03  filler                  pic x value space.
    03  utot-bytes              pic 9(12).
    03  filler                  pic x value space.
    03  utot-uploads            pic 9(9).
    03  filler                  pic x value space.
    03  utot-upload-bytes       pic 9(12).
    03  filler                  pic x value space.
    03  utot-accepted           pic 9(9).
    03  filler                  pic x value space.
    03  utot-rejected           pic 9(9).
    03  filler                  pic x value space.
    03  utot-quota-denials      pic 9(9).
