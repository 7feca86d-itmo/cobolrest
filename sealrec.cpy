*> ===================================================
*> sealrec.cpy
*>
*> shared record layout for the audit archive seal file
*> (auditseals.txt), written by logrotate.cob as it files each
*> completed day under archive/ and checked by sealcheck.cob.
*> One DAY row per archived day, oldest first, each holding the
*> day's record count and a SHA-256 digest taken over the previous
*> row's digest followed by the day's archive file -- so editing a
*> line, dropping a day, or removing or reordering a seal row all
*> show up as a break somewhere along the chain.
*>
*> The first DAY row chains from 64 zeros, or, once the oldest days
*> have been pruned out of the retention window, from the ANCHOR
*> row logrotate leaves at the top: the date and digest of the last
*> day it pruned, so the chain that is left still verifies from a
*> known starting point.
*> ===================================================
    03  seal-kind               pic x(6).
    03  filler                  pic x value space.
    03  seal-date               pic x(8).
    03  filler                  pic x value space.
    03  seal-record-count       pic 9(9).
    03  filler                  pic x value space.
    03  seal-prev-digest        pic x(64).
    03  filler                  pic x value space.
    03  seal-digest             pic x(64).
    03  filler                  pic x value space.
    03  seal-stamp              pic x(14).
