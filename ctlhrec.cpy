*> ===================================================
*> ctlhrec.cpy
*>
*> shared record layout for the control-file change log
*> (ctlhistory.txt), appended to by ctlsnap.cob every time it finds
*> one of the server's control files changed since its last
*> snapshot, or puts an earlier version back -- and read by
*> routecheck.cob to say which night a drifted entry came in.
*>
*>   chg-action  BASELINE  first snapshot of the file ever taken
*>               ADDED     entry present now, not in the last snapshot
*>               REMOVED   entry in the last snapshot, gone now
*>               CHANGED   same key, different entry
*>               RESTORED  an operator put an earlier version back
*>   chg-key     what identifies the entry within its file -- the
*>               first field of the line (route prefix, extension,
*>               address, manifest pattern), or for credentials.txt
*>               the user name alone; '*' when the whole file went
*>               (REMOVED) or came back (ADDED)
*>   chg-text    the entry as changed; for credentials.txt only the
*>               user name and permission letters, never the secret
*> ===================================================
    03  chg-date                pic x(8).
    03  filler                  pic x value space.
    03  chg-time                pic x(6).
    03  filler                  pic x value space.
    03  chg-file                pic x(16).
    03  filler                  pic x value space.
    03  chg-action              pic x(8).
    03  filler                  pic x value space.
    03  chg-key                 pic x(40).
    03  filler                  pic x value space.
    03  chg-text                pic x(120).
