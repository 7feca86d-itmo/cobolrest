*>   totals-file-name   the per-day/per-peer totals file logrotate
*>                      distills out of archived days, read back by
*>                      alertscan's trailing-day baseline
*>   order-master-file-name  the order master orderpost.cob posts
*>                      each day's accepted txn records into
*>   user-totals-file-name  the per-day/per-user totals file
*>                      logrotate distills alongside the per-peer
*>                      one, read back by usagestmt.cob
*>   seal-file-name     the chain of per-day seals logrotate keeps
*>                      over the archive, verified by sealcheck.cob
*>   history-dir-name   where ctlsnap.cob keeps dated snapshots of
*>                      the control files
*>   control-history-file-name  ctlsnap.cob's log of every change
*>                      found in them, read back by routecheck.cob
*>   interface-dir-name where erpxtract.cob leaves each day's
*>                      accounting interface file for the ERP side
*>
*> not every program copying this uses every item; the point is that
*> the ones that do all agree
01  daily-quota-bytes           pic 9(9) value 5000000.
01  archive-dir-name            pic x(64) value "archive".
01  totals-file-name            pic x(64) value "accesstotals.txt".
01  order-master-file-name      pic x(64) value "ordermast.dat".
01  user-totals-file-name       pic x(64) value "usertotals.txt".
01  seal-file-name              pic x(64) value "auditseals.txt".
01  history-dir-name            pic x(64) value "history".
01  control-history-file-name   pic x(64) value "ctlhistory.txt".
01  interface-dir-name          pic x(64) value "interface".
