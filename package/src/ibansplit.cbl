       *>*
       *> Split step of the partitioned ibanbatch run: the accounts
       *> master has outgrown a single ibanbatch in the overnight
       *> window, so it is cut into streams by account-number range
       *> and the streams validated side by side, each by its own
       *> ibanbatch run, then put back together by ibanmerge.
       *>
       *> The ranges come from the ibansplitctl control file, one
       *> record per stream in stream order (up to 20): the lowest
       *> and highest account number of the stream, inclusive. The
       *> ranges must ascend without overlapping; a gap is allowed,
       *> but an account that falls in one (or beyond the last
       *> range) is not written anywhere and fails the run, so the
       *> ranges should cover the whole number space.
       *>
       *> The master is sorted by account number (a COBOL SORT, as
       *> ibandupe sorts it) and written stream by stream to
       *> acctpart01, acctpart02, ... - every stream's file is
       *> created, even an empty one, so ibanmerge can tell an empty
       *> stream from a missing one. Stream NN's ibanbatch run reads
       *> acctpartNN as its accounts file and writes acceptedNN,
       *> rejectedNN, newrejNN, recoveredNN, accountsnewNN and
       *> ibanckptNN; rejprior, bicdir and bankdir are shared. The
       *> per-stream record counts and the master's total record
       *> count go to ibansplitcnt (see IBANSPLIT) for ibanmerge to
       *> reconcile against.
       *>*
       identification division.
       program-id. ibansplit.
       environment division.
       input-output section.
       file-control.
           select ibansplitctl assign to ibansplitctl
           organization is sequential
           access mode is sequential
           file status is ctl-status.
           select accounts assign to accounts
           organization is sequential
           access mode is sequential
           file status is accounts-status.
           select sortwork assign to sortwork.
           select acctpart assign to part-file-name
           organization is sequential
           access mode is sequential
           file status is part-status.
           select ibansplitcnt assign to ibansplitcnt
           organization is sequential
           access mode is sequential
           file status is cnt-status.
       data division.
       file section.
       fd ibansplitctl recording mode f
           record contains 20 characters
           label records are omitted
           data record is ctl-rec.
       01 ctl-rec.
         05 ctl-low pic x(10).
         05 ctl-high pic x(10).
       fd accounts recording mode f
           record contains 94 characters
           label records are omitted
           data record is acct-rec.
       01 acct-rec pic x(94).
       sd sortwork
           record contains 94 characters
           data record is sort-rec.
       01 sort-rec.
         05 sw-number pic x(10).
         05 filler pic x(84).
       fd acctpart recording mode f
           record contains 94 characters
           label records are omitted
           data record is part-rec.
       01 part-rec pic x(94).
       fd ibansplitcnt recording mode f
           record contains 32 characters
           label records are omitted
           data record is splitcnt-rec.
       copy IBANSPLIT.
       working-storage section.
       01 ctl-status pic x(2).
       01 accounts-status pic x(2).
       01 part-status pic x(2).
       01 cnt-status pic x(2).
       01 ctl-eof pic x value "N".
         88 ctl-eof-reached value "Y".
       01 sort-eof pic x value "N".
         88 sort-eof-reached value "Y".
       01 part-file-name pic x(48) value spaces.
       01 part-suffix pic 9(2) value zero.
       01 range-count pic 9(2) value zero.
       01 range-table.
         05 range-entry occurs 20 times indexed by range-idx.
           10 range-low pic x(10).
           10 range-high pic x(10).
           10 range-written pic 9(9).
       01 range-error pic x value "N".
         88 ranges-are-bad value "Y".
       01 cur-stream pic 9(2) value zero.
       01 read-count pic 9(9) value zero.
       01 unassigned-count pic 9(9) value zero.
       procedure division.
       main-entry.
           perform load-ranges.
           if ranges-are-bad
             move 1 to return-code
             goback
           end-if.
           open input accounts.
           if accounts-status not = "00"
             display "Error reading accounts file"
             move 1 to return-code
             goback
           end-if.
           close accounts.
           sort sortwork
             on ascending key sw-number
             using accounts
             output procedure write-partitions.
           perform write-split-counts.
           perform varying range-idx from 1 by 1
             until range-idx > range-count
             set part-suffix to range-idx
             display "Stream " part-suffix " " range-low(range-idx)
               "-" range-high(range-idx) ": "
               range-written(range-idx)
           end-perform.
           display "Accounts read: " read-count.
           if unassigned-count > zero
             display "Accounts outside every range: "
               unassigned-count " - ranges do not cover the master"
             move 1 to return-code
           end-if.
           goback.

       *>*
       *> Loads and checks the stream ranges: at least one, at most
       *> 20, each low not above its high, and each low above the
       *> previous stream's high.
       *>*
       load-ranges.
           move zero to range-count.
           open input ibansplitctl.
           if ctl-status not = "00"
             display "Missing ibansplitctl control file"
             set ranges-are-bad to true
           else
             perform until ctl-eof-reached
               read ibansplitctl
                 at end
                   set ctl-eof-reached to true
                 not at end
                   if range-count < 20
                     add 1 to range-count
                     move ctl-low to range-low(range-count)
                     move ctl-high to range-high(range-count)
                     move zero to range-written(range-count)
                     if ctl-low > ctl-high
                       display "Stream " range-count
                         " range low above high: " ctl-rec
                       set ranges-are-bad to true
                     end-if
                     if range-count > 1
                       and ctl-low not > range-high(range-count - 1)
                       display "Stream " range-count
                         " range overlaps the one before: " ctl-rec
                       set ranges-are-bad to true
                     end-if
                   else
                     display "More than 20 streams, ignoring " ctl-rec
                     set ranges-are-bad to true
                   end-if
               end-read
             end-perform
             close ibansplitctl
             if range-count = zero
               display "ibansplitctl names no streams"
               set ranges-are-bad to true
             end-if
           end-if.

       *>*
       *> Writes the account-number-sorted master out stream by
       *> stream: a record above the current stream's high closes
       *> that stream and opens the next, a record below the
       *> current stream's low (a gap) or past the last stream is
       *> counted unassigned. The streams no record reached are
       *> still created, empty.
       *>*
       write-partitions.
           move 1 to cur-stream.
           perform open-stream.
           perform until sort-eof-reached
             return sortwork
               at end
                 set sort-eof-reached to true
               not at end
                 add 1 to read-count
                 perform until cur-stream > range-count
                   or sw-number not > range-high(cur-stream)
                   perform next-stream
                 end-perform
                 if cur-stream > range-count
                   or sw-number < range-low(cur-stream)
                   add 1 to unassigned-count
                 else
                   move sort-rec to part-rec
                   write part-rec
                   add 1 to range-written(cur-stream)
                 end-if
             end-return
           end-perform.
           perform until cur-stream > range-count
             perform next-stream
           end-perform.

       *>*
       *> Closes the current stream's file and opens the next.
       *>*
       next-stream.
           close acctpart.
           add 1 to cur-stream.
           if cur-stream not > range-count
             perform open-stream
           end-if.

       *>*
       *> Opens acctpartNN for stream cur-stream.
       *>*
       open-stream.
           move cur-stream to part-suffix.
           move spaces to part-file-name.
           string "acctpart" delimited by size
             part-suffix delimited by size
             into part-file-name.
           open output acctpart.
           if part-status not = "00"
             display "Error writing " part-file-name
             move 1 to return-code
             goback
           end-if.

       *>*
       *> Writes ibansplitcnt: one count per stream, then the
       *> master's total.
       *>*
       write-split-counts.
           open output ibansplitcnt.
           if cnt-status not = "00"
             display "Error writing ibansplitcnt"
             move 1 to return-code
             goback
           end-if.
           perform varying range-idx from 1 by 1
             until range-idx > range-count
             move "S" to spc-type
             set spc-stream to range-idx
             move range-low(range-idx) to spc-low
             move range-high(range-idx) to spc-high
             move range-written(range-idx) to spc-count
             write splitcnt-rec
           end-perform.
           move "T" to spc-type.
           move zero to spc-stream.
           move spaces to spc-low, spc-high.
           move read-count to spc-count.
           write splitcnt-rec.
           close ibansplitcnt.
       end program ibansplit.
