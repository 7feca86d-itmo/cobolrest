*> ===================================================
*> erprec.cpy
*>
*> record layouts for the accounting interface file erpxtract.cob
*> writes for the ERP side, one file per business day under the
*> interface directory (interface-dir-name, sharedcfg.cpy):
*>
*>   HDR  one, first: the interface sequence number, the business
*>        date the file covers, when it was written, and whether it
*>        is the ORIGINAL send or a RESEND of that same day under the
*>        same sequence number
*>   DTL  one per partner and item-code, in that order, with the
*>        day's posted quantity and amount (in cents) for it
*>   TRL  one, last: the sequence number again, the count of DTL
*>        records and the sum of their amounts as a hash total
*>
*> Records are newline-terminated lines. Every field sits at the
*> fixed column this layout gives it, fields separated by one space,
*> but trailing blanks are not written: a HDR line ends at column 47
*> (45 for a RESEND, whose send kind is two bytes shorter), a DTL at
*> column 53 and a TRL at column 39. Read short lines as space-filled
*> to 80.
*>
*> Sequence numbers run on from one send to the next, so a number
*> skipped is a day that never arrived and a number seen twice is a
*> resend (its HDR says so). The layout is the interface agreement
*> with ERP -- change it only together with their side.
*>
*> Unlike the other record copybooks, which are 03 fragments copied
*> under the program's own 01, this one deliberately carries all
*> three complete 01 record types, to be copied straight under the
*> interface file's single FD.
*> ===================================================
01  erp-header-record.
    03  erph-type               pic x(3).
    03  filler                  pic x value space.
    03  erph-sequence           pic 9(9).
    03  filler                  pic x value space.
    03  erph-business-date      pic x(8).
    03  filler                  pic x value space.
    03  erph-written-date       pic x(8).
    03  filler                  pic x value space.
    03  erph-written-time       pic x(6).
    03  filler                  pic x value space.
    03  erph-send-kind          pic x(8).
    03  filler                  pic x(33) value spaces.

01  erp-detail-record.
    03  erpd-type               pic x(3).
    03  filler                  pic x value space.
    03  erpd-partner            pic x(16).
    03  filler                  pic x value space.
    03  erpd-item-code          pic x(8).
    03  filler                  pic x value space.
    03  erpd-quantity           pic 9(9).
    03  filler                  pic x value space.
    03  erpd-amount             pic 9(13).
    03  filler                  pic x(27) value spaces.

01  erp-trailer-record.
    03  erpt-type               pic x(3).
    03  filler                  pic x value space.
    03  erpt-sequence           pic 9(9).
    03  filler                  pic x value space.
    03  erpt-record-count       pic 9(9).
    03  filler                  pic x value space.
    03  erpt-amount-hash        pic 9(15).
    03  filler                  pic x(41) value spaces.
