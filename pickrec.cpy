*> ===================================================
*> pickrec.cpy
*>
*> shared record layout for the outbound pickup log (ackpickup.txt)
*> -- tcpipserver.cob appends one record each time a partner GETs a
*> file out of their own outbound/<user>/ mailbox, and the nightly
*> ackgen.cob run reads it back to mark which acknowledgments were
*> collected. pick-path is the doc-root-relative path that was sent,
*> e.g. outbound/partner1/ack.20240131.txt.
*> ===================================================
    03  pick-date               pic x(8).
    03  filler                  pic x value space.
    03  pick-time               pic x(6).
    03  filler                  pic x value space.
    03  pick-user               pic x(16).
    03  filler                  pic x value space.
    03  pick-path               pic x(80).
