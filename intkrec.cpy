*> ===================================================
*> intkrec.cpy
*>
*> shared record layout for intake.cob's decision log
*> (intakelog.txt) -- one record appended per file the sweep moved
*> (or failed to move) out of doc-root, naming the authenticated user
*> whose UPLOAD put it there (blank when no UPLOAD record vouches for
*> it), so the batch side can tell each partner what became of their
*> files without re-reading the human-facing intake.txt report.
*> ink-disposition is RECEIVED (moved to processed/), QUARANTINED
*> (moved to quarantine/) or LEFT (the move failed and the file is
*> still sitting in doc-root); ink-reason is blank for RECEIVED.
*> ===================================================
    03  ink-date                pic x(8).
    03  filler                  pic x value space.
    03  ink-time                pic x(6).
    03  filler                  pic x value space.
    03  ink-user                pic x(16).
    03  filler                  pic x value space.
    03  ink-disposition         pic x(11).
    03  filler                  pic x value space.
    03  ink-file                pic x(64).
    03  filler                  pic x value space.
    03  ink-size                pic 9(10).
    03  filler                  pic x value space.
    03  ink-reason              pic x(40).
