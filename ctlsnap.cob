        >>SOURCE FORMAT FREE
identification division.
program-id. ctlsnap.
*>
*>  Version history for tcpipserver.cob's hand-edited control files
*>  -- routes.txt, mimetypes.txt, credentials.txt, denylist.txt,
*>  shutdown.txt, manifest.txt and tlsconfig.txt. Run nightly (after
*>  denyscan, which edits denylist.txt itself), it compares each file
*>  with its most recent snapshot under history/ and, when anything
*>  differs, saves the file as history/<name>.YYYYMMDD.HHMMSS.txt and
*>  logs every entry ADDED, REMOVED or CHANGED to ctlhistory.txt
*>  (ctlhrec.cpy), keyed on the entry's first field. Tonight's changes
*>  are listed in ctlchange.txt. A file that had a snapshot and is
*>  now missing altogether is logged once as REMOVED under key '*'
*>  (and ADDED under '*' when it comes back). An unchanged file takes no new
*>  snapshot, so each snapshot is the version that came in that
*>  night, and stayed until the next one. A snapshot is never
*>  overwritten -- the time in its name keeps a restore's saved copy
*>  and that night's own snapshot apart.
*>
*>  credentials.txt is reported by user name and permission letters
*>  only -- a secret never reaches the report or the log, and a
*>  changed secret shows as just that. (The snapshots themselves are
*>  full copies; history/ is as private as the files it holds.)
*>
*>  An operator puts an earlier version back with
*>
*>     ./ctlsnap restore <file> <YYYYMMDD> [operator]
*>
*>  which restores the snapshot in effect that night (the latest one
*>  taken on or before the date), first saving the current file as a
*>  snapshot of its own if it differs from its last one -- today's
*>  included -- so nothing is lost, and logs a RESTORED record naming
*>  the operator ($USER when not given). The server picks the file up
*>  on its next reload signal, as with any other edit.
*>
*>     cobc -x ctlsnap.cob
*>     ./ctlsnap
*>
*> ===================================================

environment division.
configuration section.
repository. function all intrinsic.

input-output section.
file-control.
    select live-file
        assign using live-file-name
        file status is live-file-status
        organization is line sequential.

    select snap-file
        assign using snap-file-name
        file status is snap-file-status
        organization is line sequential.

    select history-log-file
        assign using control-history-file-name
        file status is history-log-file-status
        organization is line sequential.

    select listing-file
        assign using listing-file-name
        file status is listing-file-status
        organization is line sequential.

    select report-file
        assign using report-file-name
        file status is report-file-status
        organization is line sequential.

data division.
file section.
fd  live-file.
01  live-record pic x(255).

fd  snap-file.
01  snap-record pic x(255).

fd  history-log-file.
01  history-log-record.
    copy ctlhrec.

*> the history directory's file listing, captured the same way
*> logrotate.cob captures the archive's
fd  listing-file.
01  listing-record pic x(255).

fd  report-file.
01  report-record pic x(200).

working-storage section.
*> history-dir-name and control-history-file-name come from
*> sharedcfg.cpy, shared with routecheck.cob, which reads the log
copy sharedcfg.
01 history-log-file-status pic x(2).

01 live-file-name pic x(64) value spaces.
01 live-file-status pic x(2).
01 snap-file-name pic x(96) value spaces.
01 snap-file-status pic x(2).

01 listing-file-name pic x(32) value "ctlsnap.tmp".
01 listing-file-status pic x(2).
01 system-command pic x(320).

01 report-file-name pic x(64) value "ctlchange.txt".
01 report-file-status pic x(2).
01 report-open pic x value 'N'.
01 out-text pic x(200).

*> the control files under version history, in report order
01 ctl-max binary-short unsigned value 7.
01 ctl-count binary-short unsigned value zero.
01 ctl-idx binary-short unsigned.
01 ctl-table.
   03  ctl-entry occurs 7 times.
       05  ctl-file-name pic x(32).
       05  ctl-base pic x(32).
       05  ctl-last-action pic x(8).
       05  ctl-last-key pic x(40).

01 current-file-name pic x(32).
01 current-base pic x(32).
01 current-base-len binary-short unsigned.
*> a snapshot's stamp is the YYYYMMDD.HHMMSS in its name; a restore
*> looks only at stamps dated on or before restore-limit-date
01 latest-snap-stamp pic x(15).
01 restore-limit-date pic x(8) value spaces.
01 restore-snap-stamp pic x(15).
01 snap-exists-info.
   03  filler pic x(16).
01 live-present pic x.

*> the live file's lines and its last snapshot's, each flagged once
*> paired off with a line on the other side
01 line-max binary-short unsigned value 500.
01 new-count binary-short unsigned value zero.
01 new-idx binary-short unsigned.
01 new-table.
   03  new-entry occurs 500 times.
       05  new-line pic x(255).
       05  new-used pic x.
01 old-count binary-short unsigned value zero.
01 old-idx binary-short unsigned.
01 old-table.
   03  old-entry occurs 500 times.
       05  old-line pic x(255).
       05  old-used pic x.

01 files-identical pic x.
01 entry-count pic 9(4).
01 file-change-count pic 9(4).

*> one line reduced to the key and text the log and report show
01 mask-source pic x(255).
01 mask-key pic x(40).
01 mask-text pic x(120).
01 mask-token pic x(255).
01 mask-perms pic x(32).
01 mask-colons binary-short unsigned.
01 old-key pic x(40).
01 old-text pic x(120).

01 log-action pic x(8).
01 log-key pic x(40).
01 log-text pic x(120).

01 command-string pic x(128).
01 arg-action pic x(16).
01 arg-file pic x(32).
01 arg-date pic x(8).
01 arg-date-num pic 9(8).
01 operator-name pic x(16).

01 today-date pic x(8).
01 now-time pic x(6).
01 found-match pic x value 'N'.
01 copy-status binary-long.

01 changed-file-count pic 9(4) value zero.
01 total-change-count pic 9(6) value zero.
01 display-count pic zzzzz9.

procedure division.
keep-control-history.

    display 'start ctlsnap' end-display

    move function current-date(1:8) to today-date
    move function current-date(9:6) to now-time
    perform build-control-table

*>  first run creates the history directory; on later runs the call
*>  just fails harmlessly because it already exists
    call 'CBL_CREATE_DIR' using history-dir-name end-call

    move spaces to command-string arg-action arg-file arg-date operator-name
    accept command-string from command-line end-accept
    unstring command-string delimited by all spaces
        into arg-action arg-file arg-date operator-name
    end-unstring

    evaluate true
    when arg-action = spaces
        perform snapshot-all-files
    when arg-action = 'restore'
        perform restore-one-file
    when other
        display 'ctlsnap: usage: ctlsnap [restore <file> <YYYYMMDD> [operator]]' end-display
        move 8 to return-code
        stop run
    end-evaluate

    display 'end ctlsnap' end-display
    stop run
    .
build-control-table.
    move zero to ctl-count
    add 1 to ctl-count
    move 'routes.txt' to ctl-file-name(ctl-count)
    add 1 to ctl-count
    move 'mimetypes.txt' to ctl-file-name(ctl-count)
    add 1 to ctl-count
    move 'credentials.txt' to ctl-file-name(ctl-count)
    add 1 to ctl-count
    move 'denylist.txt' to ctl-file-name(ctl-count)
    add 1 to ctl-count
    move 'shutdown.txt' to ctl-file-name(ctl-count)
    add 1 to ctl-count
    move 'manifest.txt' to ctl-file-name(ctl-count)
    add 1 to ctl-count
    move 'tlsconfig.txt' to ctl-file-name(ctl-count)
    perform varying ctl-idx from 1 by 1
    until ctl-idx > ctl-count
        move spaces to ctl-base(ctl-idx)
        unstring ctl-file-name(ctl-idx) delimited by '.txt'
            into ctl-base(ctl-idx)
        end-unstring
    end-perform
    .
snapshot-all-files.
    open output report-file
    if report-file-status <> '00'
        display 'ctlsnap: could not open report-file' end-display
        move 8 to return-code
        stop run
    end-if
    move 'Y' to report-open
    move spaces to report-record
    move function concatenate('Control file changes, night of ' today-date) to report-record
    write report-record

    perform load-last-changes
    perform open-history-log
    perform varying ctl-idx from 1 by 1
    until ctl-idx > ctl-count
        move ctl-file-name(ctl-idx) to current-file-name
        move ctl-base(ctl-idx) to current-base
        perform snapshot-one-file
    end-perform
    close history-log-file

    move changed-file-count to display-count
    move spaces to report-record
    move function concatenate('Files changed: ' trim(display-count)) to report-record
    write report-record
    move total-change-count to display-count
    move spaces to report-record
    move function concatenate('Entries added, removed or changed: ' trim(display-count)) to report-record
    write report-record
    close report-file
    move 'N' to report-open

    move changed-file-count to display-count
    display 'ctlsnap: ' trim(display-count) ' control file(s) changed' end-display
    .
open-history-log.
    open extend history-log-file
    if history-log-file-status = '35'
        open output history-log-file
        close history-log-file
        open extend history-log-file
    end-if
    if history-log-file-status <> '00'
        display 'ctlsnap: could not open history-log-file' end-display
        move 8 to return-code
        stop run
    end-if
    .
snapshot-one-file.
*>  the file against its latest snapshot: nothing to do when they
*>  match line for line, a first BASELINE snapshot when there is
*>  none yet, otherwise an entry-by-entry diff and a new snapshot.
*>  A file that had a snapshot and is gone now is logged REMOVED as
*>  a whole, once, and ADDED again the night it comes back
    move zero to file-change-count
    perform load-live-lines
    perform find-latest-snapshot
    if live-present = 'N'
        if latest-snap-stamp <> spaces
        and not (ctl-last-action(ctl-idx) = 'REMOVED' and ctl-last-key(ctl-idx) = '*')
            perform log-file-removed
        else
            move spaces to out-text
            move function concatenate(trim(current-file-name) ': not present, nothing to snapshot') to out-text
            perform write-change-line
        end-if
    else
        if latest-snap-stamp <> spaces
        and ctl-last-action(ctl-idx) = 'REMOVED' and ctl-last-key(ctl-idx) = '*'
            perform log-file-returned
        end-if
        if latest-snap-stamp = spaces
            perform count-live-entries
            move entry-count to display-count
            move 'BASELINE' to log-action
            move spaces to log-key
            move spaces to log-text
            move function concatenate('first snapshot, ' trim(display-count) ' entry line(s)') to log-text
            perform write-history-record
            perform take-snapshot
            move spaces to out-text
            move function concatenate(trim(current-file-name) ': first snapshot taken, ' trim(display-count) ' entry line(s)') to out-text
            perform write-change-line
        else
            perform load-snapshot-lines
            perform compare-whole-files
            if files-identical = 'Y'
                move spaces to out-text
                move function concatenate(trim(current-file-name) ': unchanged since ' latest-snap-stamp) to out-text
                perform write-change-line
            else
                move spaces to out-text
                move function concatenate(trim(current-file-name) ': changed since ' latest-snap-stamp) to out-text
                perform write-change-line
                perform diff-entries
                if file-change-count = 0
                    move spaces to out-text
                    move '  comments or layout only' to out-text
                    perform write-change-line
                end-if
                perform take-snapshot
                add 1 to changed-file-count
            end-if
        end-if
    end-if
    .
log-file-removed.
*>  the whole file gone since its last snapshot is a change of its
*>  own, logged once under key '*' -- later nights, while it stays
*>  gone, see that record as the file's last and log nothing more
    move spaces to out-text
    move function concatenate(trim(current-file-name) ': no longer present, last snapshot ' latest-snap-stamp) to out-text
    perform write-change-line
    move 'REMOVED' to log-action
    move '*' to log-key
    move spaces to log-text
    move function concatenate('whole file removed, last snapshot ' latest-snap-stamp) to log-text
    perform log-entry-change
    move 'REMOVED' to ctl-last-action(ctl-idx)
    move '*' to ctl-last-key(ctl-idx)
    add 1 to changed-file-count
    .
log-file-returned.
*>  back after a whole-file REMOVED: its return is logged under the
*>  same '*' key, then it is compared with the snapshot it had when
*>  it went, as any other night
    move spaces to out-text
    move function concatenate(trim(current-file-name) ': present again after being removed') to out-text
    perform write-change-line
    move 'ADDED' to log-action
    move '*' to log-key
    move 'whole file present again' to log-text
    perform log-entry-change
    move 'ADDED' to ctl-last-action(ctl-idx)
    move '*' to ctl-last-key(ctl-idx)
    move zero to file-change-count
    add 1 to changed-file-count
    .
load-last-changes.
*>  each control file's last logged action and key, read before the
*>  log is opened for this run's own records
    perform varying ctl-idx from 1 by 1
    until ctl-idx > ctl-count
        move spaces to ctl-last-action(ctl-idx) ctl-last-key(ctl-idx)
    end-perform
    open input history-log-file
    if history-log-file-status = '00'
        read history-log-file end-read
        perform until history-log-file-status <> '00'
            perform varying ctl-idx from 1 by 1
            until ctl-idx > ctl-count
                if ctl-file-name(ctl-idx) = chg-file
                    move chg-action to ctl-last-action(ctl-idx)
                    move chg-key to ctl-last-key(ctl-idx)
                    exit perform
                end-if
            end-perform
            read history-log-file end-read
        end-perform
        close history-log-file
    end-if
    move spaces to history-log-file-status
    .
load-live-lines.
    move zero to new-count
    move 'N' to live-present
    move current-file-name to live-file-name
    open input live-file
    if live-file-status = '00'
        move 'Y' to live-present
        read live-file end-read
        perform until live-file-status <> '00'
            if new-count >= line-max
                display 'ctlsnap: ' trim(current-file-name) ' is too long to compare' end-display
                close live-file
                move 8 to return-code
                stop run
            end-if
            add 1 to new-count
            move live-record to new-line(new-count)
            move 'N' to new-used(new-count)
            read live-file end-read
        end-perform
        close live-file
    end-if
    move spaces to live-file-status
    .
load-snapshot-lines.
    move zero to old-count
    move spaces to snap-file-name
    move function concatenate(trim(history-dir-name) '/' trim(current-base) '.' latest-snap-stamp '.txt') to snap-file-name
    open input snap-file
    if snap-file-status = '00'
        read snap-file end-read
        perform until snap-file-status <> '00'
            if old-count >= line-max
                display 'ctlsnap: ' trim(snap-file-name) ' is too long to compare' end-display
                close snap-file
                move 8 to return-code
                stop run
            end-if
            add 1 to old-count
            move snap-record to old-line(old-count)
            move 'N' to old-used(old-count)
            read snap-file end-read
        end-perform
        close snap-file
    end-if
    move spaces to snap-file-status
    .
find-latest-snapshot.
*>  stamp of the latest history/<base>.YYYYMMDD.HHMMSS.txt for the
*>  current file, or spaces when it has never been snapshotted; with
*>  restore-limit-date set, only snapshots taken on or before that
*>  date count
    move spaces to latest-snap-stamp
    move length(trim(current-base)) to current-base-len
    move spaces to system-command
    move function concatenate("ls -1 -- '" trim(history-dir-name) "' > " trim(listing-file-name) " 2>/dev/null") to system-command
    call 'SYSTEM' using system-command end-call

    open input listing-file
    if listing-file-status = '00'
        read listing-file end-read
        perform until listing-file-status <> '00'
            if listing-record(1:current-base-len) = current-base(1:current-base-len)
            and listing-record(current-base-len + 1:1) = '.'
            and listing-record(current-base-len + 2:8) is numeric
            and listing-record(current-base-len + 10:1) = '.'
            and listing-record(current-base-len + 11:6) is numeric
            and listing-record(current-base-len + 17:5) = '.txt '
                if listing-record(current-base-len + 2:15) > latest-snap-stamp
                or latest-snap-stamp = spaces
                    if restore-limit-date = spaces
                    or listing-record(current-base-len + 2:8) <= restore-limit-date
                        move listing-record(current-base-len + 2:15) to latest-snap-stamp
                    end-if
                end-if
            end-if
            read listing-file end-read
        end-perform
        close listing-file
        move spaces to listing-file-status
    end-if
    call 'CBL_DELETE_FILE' using listing-file-name end-call
    .
compare-whole-files.
    move 'Y' to files-identical
    if new-count <> old-count
        move 'N' to files-identical
    else
        perform varying new-idx from 1 by 1
        until new-idx > new-count
            if new-line(new-idx) <> old-line(new-idx)
                move 'N' to files-identical
                exit perform
            end-if
        end-perform
    end-if
    .
count-live-entries.
    move zero to entry-count
    perform varying new-idx from 1 by 1
    until new-idx > new-count
        if new-line(new-idx) <> spaces
        and trim(new-line(new-idx))(1:1) <> '*'
            add 1 to entry-count
        end-if
    end-perform
    .
diff-entries.
*>  pairs off identical entries first; what is left of the old side
*>  is CHANGED when the new side has an entry with the same key, or
*>  else REMOVED, and whatever the new side still has left is ADDED.
*>  Comments and blank lines are set aside before any of it
    perform varying new-idx from 1 by 1
    until new-idx > new-count
        if new-line(new-idx) = spaces
        or trim(new-line(new-idx))(1:1) = '*'
            move 'Y' to new-used(new-idx)
        end-if
    end-perform
    perform varying old-idx from 1 by 1
    until old-idx > old-count
        if old-line(old-idx) = spaces
        or trim(old-line(old-idx))(1:1) = '*'
            move 'Y' to old-used(old-idx)
        end-if
    end-perform

    perform varying new-idx from 1 by 1
    until new-idx > new-count
        if new-used(new-idx) = 'N'
            perform varying old-idx from 1 by 1
            until old-idx > old-count
                if old-used(old-idx) = 'N'
                and old-line(old-idx) = new-line(new-idx)
                    move 'Y' to old-used(old-idx)
                    move 'Y' to new-used(new-idx)
                    exit perform
                end-if
            end-perform
        end-if
    end-perform

    perform varying old-idx from 1 by 1
    until old-idx > old-count
        if old-used(old-idx) = 'N'
            move old-line(old-idx) to mask-source
            perform mask-entry
            move mask-key to old-key
            move mask-text to old-text
            move 'N' to found-match
            perform varying new-idx from 1 by 1
            until new-idx > new-count
                if new-used(new-idx) = 'N'
                    move new-line(new-idx) to mask-source
                    perform mask-entry
                    if mask-key = old-key
                        move 'Y' to new-used(new-idx)
                        move 'Y' to found-match
                        exit perform
                    end-if
                end-if
            end-perform
            move old-key to log-key
            move spaces to log-text
            if found-match = 'Y'
                move 'CHANGED' to log-action
                if mask-text = old-text
                    move function concatenate(trim(old-key) ': secret changed') to log-text
                else
                    move function concatenate(trim(old-text) ' -> ' trim(mask-text)) to log-text
                end-if
            else
                move 'REMOVED' to log-action
                move old-text to log-text
            end-if
            perform log-entry-change
        end-if
    end-perform

    perform varying new-idx from 1 by 1
    until new-idx > new-count
        if new-used(new-idx) = 'N'
            move new-line(new-idx) to mask-source
            perform mask-entry
            move 'ADDED' to log-action
            move mask-key to log-key
            move mask-text to log-text
            perform log-entry-change
        end-if
    end-perform
    .
mask-entry.
*>  the key is an entry's first field, the text the entry itself --
*>  except in credentials.txt, where both come down to the user name
*>  (and the text adds the permission letters, or '(all)' when the
*>  entry has none), and a bare-token entry with no user shows as
*>  nothing more than that it is one
    move spaces to mask-key mask-text mask-token mask-perms
    unstring mask-source delimited by all spaces
        into mask-token mask-perms
    end-unstring
    if mask-token = spaces
        unstring trim(mask-source) delimited by all spaces
            into mask-token mask-perms
        end-unstring
    end-if
    if current-file-name = 'credentials.txt'
        move zero to mask-colons
        inspect mask-token tallying mask-colons for all ':'
        if mask-colons = 0
            move '(token)' to mask-key
            move '(bare-token credential)' to mask-text
        else
            unstring mask-token delimited by ':'
                into mask-key
            end-unstring
            if mask-perms = spaces
                move '(all)' to mask-perms
            end-if
            move function concatenate(trim(mask-key) ' ' trim(mask-perms)) to mask-text
        end-if
    else
        move mask-token to mask-key
        move trim(mask-source) to mask-text
    end-if
    .
log-entry-change.
    add 1 to file-change-count
    add 1 to total-change-count
    perform write-history-record
    move spaces to out-text
    move function concatenate('  ' log-action ' ' trim(log-text)) to out-text
    perform write-change-line
    .
write-history-record.
    move spaces to history-log-record
    move today-date to chg-date
    move now-time to chg-time
    move current-file-name to chg-file
    move log-action to chg-action
    move log-key to chg-key
    move log-text to chg-text
    write history-log-record
    .
write-change-line.
*>  tonight's report when the nightly run has it open; a restore
*>  run just tells the operator at the terminal
    if report-open = 'Y'
        move spaces to report-record
        move out-text to report-record
        write report-record
    else
        display 'ctlsnap: ' trim(out-text) end-display
    end-if
    .
take-snapshot.
    move spaces to snap-file-name
    move function concatenate(trim(history-dir-name) '/' trim(current-base) '.' today-date '.' now-time '.txt') to snap-file-name
    call 'CBL_CHECK_FILE_EXIST' using snap-file-name snap-exists-info end-call
    if return-code = 0
        display 'ctlsnap: ' trim(snap-file-name) ' already exists, not overwritten -- run again' end-display
        move 8 to return-code
        stop run
    end-if
    call 'CBL_COPY_FILE' using current-file-name snap-file-name
        returning copy-status
    end-call
    if copy-status <> 0
        display 'ctlsnap: could not save ' trim(snap-file-name) end-display
        move 8 to return-code
        stop run
    end-if
    .
restore-one-file.
    move 'N' to found-match
    perform varying ctl-idx from 1 by 1
    until ctl-idx > ctl-count
        if ctl-file-name(ctl-idx) = arg-file
            move 'Y' to found-match
            move ctl-file-name(ctl-idx) to current-file-name
            move ctl-base(ctl-idx) to current-base
            exit perform
        end-if
    end-perform
    if found-match = 'N'
        display 'ctlsnap: ' trim(arg-file) ' is not a control file under version history' end-display
        move 8 to return-code
        stop run
    end-if
    if arg-date is not numeric
        display 'ctlsnap: restore date must be YYYYMMDD' end-display
        move 8 to return-code
        stop run
    end-if
    move arg-date to arg-date-num
    if function test-date-yyyymmdd(arg-date-num) <> 0
        display 'ctlsnap: restore date must be YYYYMMDD' end-display
        move 8 to return-code
        stop run
    end-if
    if operator-name = spaces
        accept operator-name from environment 'USER' end-accept
    end-if
    if operator-name = spaces
        move 'unknown' to operator-name
    end-if

    move arg-date to restore-limit-date
    perform find-latest-snapshot
    move latest-snap-stamp to restore-snap-stamp
    move spaces to restore-limit-date
    if restore-snap-stamp = spaces
        display 'ctlsnap: no snapshot of ' trim(current-file-name) ' on or before ' arg-date end-display
        move 8 to return-code
        stop run
    end-if

*>  the version about to be overwritten is saved (and its changes
*>  logged) first, exactly as the nightly run would have; it goes
*>  under a stamp of its own, so even restoring today's snapshot
*>  keeps the edits made since
    perform load-last-changes
    perform open-history-log
    perform snapshot-one-file

    move spaces to snap-file-name
    move function concatenate(trim(history-dir-name) '/' trim(current-base) '.' restore-snap-stamp '.txt') to snap-file-name
    call 'CBL_COPY_FILE' using snap-file-name current-file-name
        returning copy-status
    end-call
    if copy-status <> 0
        display 'ctlsnap: could not restore ' trim(current-file-name) ' from ' trim(snap-file-name) end-display
        close history-log-file
        move 8 to return-code
        stop run
    end-if
    move 'RESTORED' to log-action
    move spaces to log-key
    move spaces to log-text
    move function concatenate('version of ' restore-snap-stamp ' put back by ' trim(operator-name)) to log-text
    perform write-history-record
    close history-log-file

    display 'ctlsnap: ' trim(current-file-name) ' restored to its ' restore-snap-stamp ' version' end-display
    display 'ctlsnap: signal the server to reload it' end-display
    .
end program ctlsnap.
