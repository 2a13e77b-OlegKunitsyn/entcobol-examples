       *>*
       *> Partition count record written by ibansplit and read by
       *> ibanmerge: one "S" record per stream (stream number, the
       *> inclusive account-number range from ibansplitctl and the
       *> number of master records written to that stream's
       *> acctpartNN file), then one "T" record carrying the total
       *> number of records read from the accounts master.
       *>*
       01 splitcnt-rec.
         05 spc-type pic x.
           88 spc-is-stream value "S".
           88 spc-is-total value "T".
         05 spc-stream pic 9(2).
         05 spc-low pic x(10).
         05 spc-high pic x(10).
         05 spc-count pic 9(9).
