*> field existed; readers see those as blank
    03  filler                  pic x value space.
    03  audit-user              pic x(16).
*> what a POST /submit did with its body, in the listener's own words
*> -- records accepted into the txn file, records refused to
*> txnreject.txt, and the sum of the accepted amounts in cents --
*> for the nightly balancing run to tie against what actually landed
*> on disk. Zero on every other event; absent in records written
*> before these fields existed, so readers test for numeric and take
*> anything else as zero
    03  filler                  pic x value space.
    03  audit-recs-accepted     pic 9(5).
    03  filler                  pic x value space.
    03  audit-recs-rejected     pic 9(5).
    03  filler                  pic x value space.
    03  audit-amount-hash       pic 9(15).
*> how long the request took, in milliseconds, from its first bytes
*> arriving to the last send-to-peer of the reply (or to the record
*> being written, for a request answered with nothing). Absent in
*> records written before this field existed; readers take anything
*> not numeric as unknown, not as zero
    03  filler                  pic x value space.
    03  audit-elapsed-ms        pic 9(7).
