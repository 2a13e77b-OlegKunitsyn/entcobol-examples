       *>*
       *> Merge step of the partitioned ibanbatch run (see
       *> ibansplit): puts the streams' outputs back together as the
       *> single accepted, rejected, newrej, recovered and
       *> accountsnew files downstream jobs read after a one-stream
       *> ibanbatch run, in stream order - and since ibansplit cut
       *> the master by ascending account-number range, that is
       *> account-number order.
       *>
       *> The streams are the S records of ibansplitcnt, each with
       *> the number of accounts ibansplit gave it; the T record
       *> holds the master's total. For stream NN the merge reads
       *> ibanckptNN, then copies acceptedNN, rejectedNN, newrejNN,
       *> recoveredNN and accountsnewNN, counting each. A stream is
       *> MISSING if its checkpoint or any of its files is not
       *> there, INCOMPLETE if its checkpoint still holds a restart
       *> point (the stream's ibanbatch has not reached end of file
       *> cleanly), and SHORT if its counts do not reconcile:
       *> accountsnew must hold every account the stream was given,
       *> each file must hold the count the checkpoint says was
       *> written to it, and accepted plus rejected plus skipped
       *> must come to the stream's account count. The stream
       *> totals must then come to the master's total count.
       *>
       *> One line per stream and the totals go to ibanmergerpt.
       *> Any stream not OK, or totals that do not reconcile, stop
       *> the run with a non-zero return code - the merged files
       *> are still written, but must not be released downstream.
       *>*
       identification division.
       program-id. ibanmerge.
       environment division.
       input-output section.
       file-control.
           select ibansplitcnt assign to ibansplitcnt
           organization is sequential
           access mode is sequential
           file status is cnt-status.
           select streamckpt assign to stream-file-name
           organization is sequential
           access mode is sequential
           file status is stream-status.
           select streamacc assign to stream-file-name
           organization is sequential
           access mode is sequential
           file status is stream-status.
           select streamrej assign to stream-file-name
           organization is sequential
           access mode is sequential
           file status is stream-status.
           select streamnew assign to stream-file-name
           organization is sequential
           access mode is sequential
           file status is stream-status.
           select accepted assign to accepted
           organization is sequential
           access mode is sequential
           file status is accepted-status.
           select rejected assign to rejected
           organization is sequential
           access mode is sequential
           file status is rejected-status.
           select newrej assign to newrej
           organization is sequential
           access mode is sequential
           file status is newrej-status.
           select recovered assign to recovered
           organization is sequential
           access mode is sequential
           file status is recovered-status.
           select accountsnew assign to accountsnew
           organization is sequential
           access mode is sequential
           file status is accountsnew-status.
           select ibanmergerpt assign to ibanmergerpt
           organization is sequential
           access mode is sequential
           file status is rpt-status.
       data division.
       file section.
       fd ibansplitcnt recording mode f
           record contains 32 characters
           label records are omitted
           data record is splitcnt-rec.
       copy IBANSPLIT.
       fd streamckpt recording mode f
           record contains 54 characters
           label records are omitted
           data record is ckpt-rec.
       01 ckpt-rec.
         05 ckpt-record-no pic 9(9).
         05 ckpt-accepted pic 9(9).
         05 ckpt-rejected pic 9(9).
         05 ckpt-newrej pic 9(9).
         05 ckpt-recovered pic 9(9).
         05 ckpt-skipped pic 9(9).
       fd streamacc recording mode f
           record contains 85 characters
           label records are omitted
           data record is streamacc-rec.
       01 streamacc-rec pic x(85).
       fd streamrej recording mode f
           record contains 88 characters
           label records are omitted
           data record is streamrej-rec.
       01 streamrej-rec pic x(88).
       fd streamnew recording mode f
           record contains 120 characters
           label records are omitted
           data record is streamnew-rec.
       01 streamnew-rec pic x(120).
       fd accepted recording mode f
           record contains 85 characters
           label records are omitted
           data record is accepted-rec.
       01 accepted-rec pic x(85).
       fd rejected recording mode f
           record contains 88 characters
           label records are omitted
           data record is rejected-rec.
       01 rejected-rec pic x(88).
       fd newrej recording mode f
           record contains 88 characters
           label records are omitted
           data record is newrej-rec.
       01 newrej-rec pic x(88).
       fd recovered recording mode f
           record contains 88 characters
           label records are omitted
           data record is recovered-rec.
       01 recovered-rec pic x(88).
       fd accountsnew recording mode f
           record contains 120 characters
           label records are omitted
           data record is accountsnew-rec.
       01 accountsnew-rec pic x(120).
       fd ibanmergerpt recording mode f
           record contains 132 characters
           label records are omitted
           data record is rpt-line.
       01 rpt-line pic x(132).
       working-storage section.
       01 cnt-status pic x(2).
       01 stream-status pic x(2).
       01 accepted-status pic x(2).
       01 rejected-status pic x(2).
       01 newrej-status pic x(2).
       01 recovered-status pic x(2).
       01 accountsnew-status pic x(2).
       01 rpt-status pic x(2).
       01 cnt-eof pic x value "N".
         88 cnt-eof-reached value "Y".
       01 stream-eof pic x value "N".
         88 stream-eof-reached value "Y".
       01 stream-file-name pic x(48) value spaces.
       01 stream-base-name pic x(12) value spaces.
       01 stream-disposition pic x(10) value spaces.
         88 stream-is-ok value "OK".
       01 stream-count pic 9(2) value zero.
       01 total-seen pic x value "N".
         88 total-was-seen value "Y".
       01 master-count pic 9(9) value zero.
       01 merge-failed pic x value "N".
         88 merge-has-failed value "Y".
       01 copy-count pic 9(9) value zero.
       01 str-accepted pic 9(9) value zero.
       01 str-rejected pic 9(9) value zero.
       01 str-newrej pic 9(9) value zero.
       01 str-recovered pic 9(9) value zero.
       01 str-accountsnew pic 9(9) value zero.
       01 str-ckpt-total pic 9(9) value zero.
       01 split-total pic 9(9) value zero.
       01 tot-accepted pic 9(9) value zero.
       01 tot-rejected pic 9(9) value zero.
       01 tot-newrej pic 9(9) value zero.
       01 tot-recovered pic 9(9) value zero.
       01 tot-skipped pic 9(9) value zero.
       01 tot-accountsnew pic 9(9) value zero.
       01 bad-streams pic 9(2) value zero.
       01 rpt-rule pic x(132) value all "-".
       01 rpt-hdr pic x(40) value
           "Partitioned IBAN batch merge report".
       01 rpt-col-hdr.
         05 filler pic x(4) value "Str".
         05 filler pic x(22) value "Account range".
         05 filler pic x(11) value "Given".
         05 filler pic x(11) value "Accepted".
         05 filler pic x(11) value "Rejected".
         05 filler pic x(11) value "Skipped".
         05 filler pic x(11) value "New rej".
         05 filler pic x(11) value "Recovered".
         05 filler pic x(11) value "Acctsnew".
         05 filler pic x(10) value "Status".
       01 rpt-stream-line.
         05 rsl-stream pic 9(2).
         05 filler pic x(2) value spaces.
         05 rsl-low pic x(10).
         05 filler pic x value "-".
         05 rsl-high pic x(10).
         05 filler pic x value space.
         05 rsl-given pic z(9)9.
         05 filler pic x value space.
         05 rsl-accepted pic z(9)9.
         05 filler pic x value space.
         05 rsl-rejected pic z(9)9.
         05 filler pic x value space.
         05 rsl-skipped pic z(9)9.
         05 filler pic x value space.
         05 rsl-newrej pic z(9)9.
         05 filler pic x value space.
         05 rsl-recovered pic z(9)9.
         05 filler pic x value space.
         05 rsl-accountsnew pic z(9)9.
         05 filler pic x value space.
         05 rsl-status pic x(10).
       01 rpt-count-line.
         05 filler pic x(15) value "Master count: ".
         05 rpl-master pic z(8)9.
         05 filler pic x(12) value "  streamed: ".
         05 rpl-split pic z(8)9.
         05 filler pic x(12) value "  merged: ".
         05 rpl-merged pic z(8)9.
         05 filler pic x(17) value "  streams short: ".
         05 rpl-bad pic z9.
         05 filler pic x(3) value spaces.
         05 rpl-result pic x(14).
       procedure division.
       main-entry.
           open input ibansplitcnt.
           if cnt-status not = "00"
             display "Missing ibansplitcnt split counts file"
             move 1 to return-code
             goback
           end-if.
           open output accepted, rejected, newrej, recovered,
             accountsnew.
           if accepted-status not = "00"
             or rejected-status not = "00"
             or newrej-status not = "00"
             or recovered-status not = "00"
             or accountsnew-status not = "00"
             display "Error writing merged output files"
             move 1 to return-code
             goback
           end-if.
           open output ibanmergerpt.
           if rpt-status not = "00"
             display "Error writing ibanmergerpt report"
             move 1 to return-code
             goback
           end-if.
           move rpt-hdr to rpt-line.
           write rpt-line.
           move rpt-rule to rpt-line.
           write rpt-line.
           move rpt-col-hdr to rpt-line.
           write rpt-line.
           perform until cnt-eof-reached
             read ibansplitcnt
               at end
                 set cnt-eof-reached to true
               not at end
                 if spc-is-stream
                   perform merge-stream
                 else
                   if spc-is-total
                     set total-was-seen to true
                     move spc-count to master-count
                   end-if
                 end-if
             end-read
           end-perform.
           close ibansplitcnt.
           perform reconcile-totals.
           close accepted, rejected, newrej, recovered, accountsnew.
           close ibanmergerpt.
           display "Streams merged: " stream-count.
           display "Accepted: " tot-accepted.
           display "Rejected: " tot-rejected.
           display "New rejects: " tot-newrej.
           display "Recovered: " tot-recovered.
           display "Skipped (blocked/closed): " tot-skipped.
           if merge-has-failed
             display "Merge does not reconcile - see ibanmergerpt"
             move 1 to return-code
           end-if.
           goback.

       *>*
       *> Merges one stream: checks its checkpoint, copies its five
       *> output files onto the merged ones and reconciles the
       *> counts, then reports the stream.
       *>*
       merge-stream.
           add 1 to stream-count.
           add spc-count to split-total.
           move "OK" to stream-disposition.
           move zero to str-accepted, str-rejected, str-newrej,
             str-recovered, str-accountsnew, str-ckpt-total.
           initialize ckpt-rec.
           move "ibanckpt" to stream-base-name.
           perform set-stream-file-name.
           open input streamckpt.
           if stream-status = "00"
             read streamckpt
               at end
                 move "MISSING" to stream-disposition
             end-read
             close streamckpt
           else
             move "MISSING" to stream-disposition
           end-if.
           if stream-is-ok and ckpt-record-no not = zero
             move "INCOMPLETE" to stream-disposition
           end-if.
           if stream-is-ok
             perform copy-stream-files
           end-if.
           if stream-is-ok
             compute str-ckpt-total = ckpt-accepted + ckpt-rejected
               + ckpt-skipped
             if str-accountsnew not = spc-count
               or str-ckpt-total not = spc-count
               or str-accepted not = ckpt-accepted
               or str-rejected not = ckpt-rejected
               or str-newrej not = ckpt-newrej
               or str-recovered not = ckpt-recovered
               move "SHORT" to stream-disposition
             end-if
           end-if.
           if not stream-is-ok
             add 1 to bad-streams
             set merge-has-failed to true
           end-if.
           add str-accepted to tot-accepted.
           add str-rejected to tot-rejected.
           add str-newrej to tot-newrej.
           add str-recovered to tot-recovered.
           add str-accountsnew to tot-accountsnew.
           if stream-is-ok
             add ckpt-skipped to tot-skipped
           end-if.
           move spc-stream to rsl-stream.
           move spc-low to rsl-low.
           move spc-high to rsl-high.
           move spc-count to rsl-given.
           move str-accepted to rsl-accepted.
           move str-rejected to rsl-rejected.
           move ckpt-skipped to rsl-skipped.
           move str-newrej to rsl-newrej.
           move str-recovered to rsl-recovered.
           move str-accountsnew to rsl-accountsnew.
           move stream-disposition to rsl-status.
           move rpt-stream-line to rpt-line.
           write rpt-line.
           display "Stream " spc-stream ": " stream-disposition.

       *>*
       *> Copies the stream's accepted, rejected, newrej, recovered
       *> and accountsnew files onto the merged files. A file that
       *> is not there makes the stream MISSING.
       *>*
       copy-stream-files.
           move "accepted" to stream-base-name.
           perform set-stream-file-name.
           open input streamacc.
           if stream-status = "00"
             move "N" to stream-eof
             perform until stream-eof-reached
               read streamacc
                 at end
                   set stream-eof-reached to true
                 not at end
                   move streamacc-rec to accepted-rec
                   write accepted-rec
                   add 1 to str-accepted
               end-read
             end-perform
             close streamacc
           else
             move "MISSING" to stream-disposition
           end-if.
           move "rejected" to stream-base-name.
           perform copy-stream-reject-file.
           if stream-status = "00"
             move copy-count to str-rejected
           end-if.
           move "newrej" to stream-base-name.
           perform copy-stream-reject-file.
           if stream-status = "00"
             move copy-count to str-newrej
           end-if.
           move "recovered" to stream-base-name.
           perform copy-stream-reject-file.
           if stream-status = "00"
             move copy-count to str-recovered
           end-if.
           move "accountsnew" to stream-base-name.
           perform set-stream-file-name.
           open input streamnew.
           if stream-status = "00"
             move "N" to stream-eof
             perform until stream-eof-reached
               read streamnew
                 at end
                   set stream-eof-reached to true
                 not at end
                   move streamnew-rec to accountsnew-rec
                   write accountsnew-rec
                   add 1 to str-accountsnew
               end-read
             end-perform
             close streamnew
           else
             move "MISSING" to stream-disposition
           end-if.

       *>*
       *> Copies one of the stream's 88-byte reason files (rejected,
       *> newrej or recovered, per stream-base-name) onto the merged
       *> file of the same name, counting the records in copy-count.
       *>*
       copy-stream-reject-file.
           move zero to copy-count.
           perform set-stream-file-name.
           open input streamrej.
           if stream-status = "00"
             move "N" to stream-eof
             perform until stream-eof-reached
               read streamrej
                 at end
                   set stream-eof-reached to true
                 not at end
                   evaluate stream-base-name
                     when "rejected"
                       move streamrej-rec to rejected-rec
                       write rejected-rec
                     when "newrej"
                       move streamrej-rec to newrej-rec
                       write newrej-rec
                     when other
                       move streamrej-rec to recovered-rec
                       write recovered-rec
                   end-evaluate
                   add 1 to copy-count
               end-read
             end-perform
             close streamrej
           else
             move "MISSING" to stream-disposition
           end-if.

       *>*
       *> Builds stream-file-name from stream-base-name and the
       *> stream number, e.g. accepted03.
       *>*
       set-stream-file-name.
           move spaces to stream-file-name.
           string stream-base-name delimited by space
             spc-stream delimited by size
             into stream-file-name.

       *>*
       *> Reconciles the stream totals against the master's total
       *> count and writes the count line.
       *>*
       reconcile-totals.
           if not total-was-seen
             display "ibansplitcnt has no total record"
             set merge-has-failed to true
           end-if.
           if stream-count = zero
             display "ibansplitcnt names no streams"
             set merge-has-failed to true
           end-if.
           if split-total not = master-count
             or tot-accountsnew not = master-count
             set merge-has-failed to true
           end-if.
           move rpt-rule to rpt-line.
           write rpt-line.
           move master-count to rpl-master.
           move split-total to rpl-split.
           move tot-accountsnew to rpl-merged.
           move bad-streams to rpl-bad.
           if merge-has-failed
             move "NOT RECONCILED" to rpl-result
           else
             move "RECONCILED" to rpl-result
           end-if.
           move rpt-count-line to rpt-line.
           write rpt-line.
       end program ibanmerge.
