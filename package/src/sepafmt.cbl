       *> recomputes the count and hash total against the trailer,
       *> stopping with a non-zero RETURN-CODE on any difference -
       *> the wrong-total submission does not happen twice.
       *>
       *> Before anything else the submit-ready file is proved
       *> against the paysubseal seal record sepaval wrote when it
       *> closed it: the record count, the amount total and the
       *> payseal hash over every payment's id, IBAN and amount
       *> are recomputed, and any difference - or a missing seal -
       *> stops the run with a non-zero RETURN-CODE and an 'E' on
       *> the common salesexc operations exception feed (the sales
       *> suite's layout), so an IBAN or amount edited on disk
       *> between the two runs never reaches the bank.
       *>
       *> The paywire international wire file sepaval writes is
       *> released by this run too, not sent to the bank as it
       *> stands. It is proved first against its own paywireseal
       *> seal record the same way (the "D" line count, amount
       *> total and payseal hash over each wire's id, account and
       *> amount), a failure holding everything as above; no
       *> paywire at all simply means no wires are on hand. Its
       *> wires then go through the approval rules below with the
       *> SEPA payments, and only when nothing is pending is it
       *> copied to paywirebank, the wire file that goes to the
       *> bank, and the release logged.
       *>
       *> High-value payments need a second person's approval
       *> before the file is built. The payapprctl control file
       *> carries two thresholds - a single-payment limit and a
       *> batch-total limit (zero turns that limit off) - and a
       *> missing control file stops the run. Approvers record
       *> each approved payment on the payrelease file: payment
       *> id, their user id, the approval date and the amount they
       *> approved; a whole batch over the batch limit is approved
       *> with the id BATCH and the batch total, and a wire file
       *> over it with the id WIRES and the wire total. An approval
       *> counts only when it carries a user id and its amount
       *> still equals the payment's (or the batch's) - an amount
       *> changed after approval needs approving again. Every
       *> payment over the single limit without an approval, and
       *> the batch itself when it is over the batch limit without
       *> one, goes to the paypend pending file and the paypendrpt
       *> report (its IBANs masked by ibanmask, as on every
       *> printed report; paypend keeps them in full), and the
       *> run refuses to release the batch with a non-zero
       *> RETURN-CODE while anything is pending - no bank file is
       *> written. Every hold, every approval the release
       *> relied on, the refusal and the release itself are
       *> appended to the payapprlog approval log (run date and
       *> time, action, payment id, amount, approver, approval
       *> date, file sequence) for the auditors.
       *>*
       identification division.
       program-id. sepafmt.
           organization is sequential
           access mode is sequential
           file status is bank-status.
           select paysubseal assign to paysubseal
           organization is sequential
           access mode is sequential
           file status is seal-status.
           select salesexc assign to salesexc
           organization is sequential
           access mode is sequential
           file status is salesexc-status.
           select payapprctl assign to payapprctl
           organization is sequential
           access mode is sequential
           file status is apprctl-status.
           select payrelease assign to payrelease
           organization is sequential
           access mode is sequential
           file status is release-status.
           select paypend assign to paypend
           organization is sequential
           access mode is sequential
           file status is pend-status.
           select paypendrpt assign to paypendrpt
           organization is sequential
           access mode is sequential
           file status is pendrpt-status.
           select payapprlog assign to payapprlog
           organization is sequential
           access mode is sequential
           file status is apprlog-status.
           select paywire assign to paywire
           organization is sequential
           access mode is sequential
           file status is wire-status.
           select paywireseal assign to paywireseal
           organization is sequential
           access mode is sequential
           file status is wire-seal-status.
           select paywirebank assign to paywirebank
           organization is sequential
           access mode is sequential
           file status is wirebank-status.
       data division.
       file section.
       fd paysubmit recording mode f
           label records are omitted
           data record is bank-rec.
       01 bank-rec pic x(136).
       fd paysubseal recording mode f
           record contains 43 characters
           label records are omitted
           data record is seal-rec.
       01 seal-rec.
         05 sel-count pic 9(9).
         05 sel-amount pic 9(12)v99.
         05 sel-hash pic 9(12).
         05 sel-date pic 9(8).
       fd salesexc recording mode f
           record contains 80 characters
           label records are omitted
           data record is exc-rec.
       01 exc-rec.
         05 exc-severity pic x.
         05 filler pic x.
         05 exc-program pic x(12).
         05 filler pic x.
         05 exc-timestamp pic x(21).
         05 filler pic x.
         05 exc-message pic x(43).
       fd payapprctl recording mode f
           record contains 26 characters
           label records are omitted
           data record is apprctl-rec.
       01 apprctl-rec.
         05 apc-single-limit pic 9(10)v99.
         05 apc-batch-limit pic 9(12)v99.
       fd payrelease recording mode f
           record contains 40 characters
           label records are omitted
           data record is release-rec.
       01 release-rec.
         05 rel-pay-id pic x(10).
         05 rel-user pic x(8).
         05 rel-date pic 9(8).
         05 rel-amount pic 9(12)v99.
       fd paypend recording mode f
           record contains 105 characters
           label records are omitted
           data record is pend-rec.
       01 pend-rec.
         05 pnd-pay-id pic x(10).
         05 pnd-iban pic x(34).
         05 pnd-amount pic 9(12)v99.
         05 pnd-name pic x(35).
         05 pnd-reason pic x(6).
         05 pnd-date pic 9(8).
       fd paypendrpt recording mode f
           record contains 80 characters
           label records are omitted
           data record is pendrpt-line.
       01 pendrpt-line pic x(80).
       fd payapprlog recording mode f
           record contains 80 characters
           label records are omitted
           data record is apprlog-rec.
       01 apprlog-rec.
         05 apl-run-date pic 9(8).
         05 apl-run-time pic 9(6).
         05 apl-action pic x(8).
         05 apl-pay-id pic x(10).
         05 apl-amount pic 9(12)v99.
         05 apl-user pic x(8).
         05 apl-appr-date pic 9(8).
         05 apl-file-seq pic 9(6).
         05 filler pic x(12).
       fd paywire recording mode f
           record contains 200 characters
           label records are omitted
           data record is wire-rec.
       copy PAYWIRE.
       fd paywireseal recording mode f
           record contains 43 characters
           label records are omitted
           data record is wire-seal-rec.
       01 wire-seal-rec.
         05 wsl-count pic 9(9).
         05 wsl-amount pic 9(12)v99.
         05 wsl-hash pic 9(12).
         05 wsl-date pic 9(8).
       fd paywirebank recording mode f
           record contains 200 characters
           label records are omitted
           data record is wirebank-rec.
       01 wirebank-rec pic x(200).
       working-storage section.
       01 submit-status pic x(2).
       01 seqctl-status pic x(2).
       01 resend-status pic x(2).
       01 bank-status pic x(2).
       01 seal-status pic x(2).
       01 salesexc-status pic x(2).
       01 seal-data.
         05 sld-pay-id pic x(10).
         05 sld-iban pic x(34).
         05 sld-amount pic x(12).
       01 seal-hash pic 9(12) value zero.
       01 seal-count pic 9(9) value zero.
       01 seal-amount pic 9(12)v99 value zero.
       01 seal-ok pic x value "Y".
         88 seal-verified value "Y".
       01 exc-msg-work pic x(43) value spaces.
       01 mask-program pic x(12) value "sepafmt".
       01 mask-in pic x(64) value spaces.
       01 mask-out pic x(34) value spaces.
       01 wire-status pic x(2).
       01 wire-seal-status pic x(2).
       01 wirebank-status pic x(2).
       01 wire-eof pic x value "N".
         88 wire-eof-reached value "Y".
       01 wire-on-hand pic x value "N".
         88 wires-on-hand value "Y".
       01 wire-seal-amount pic 9(10)v99 value zero.
       01 wire-seal-text redefines wire-seal-amount pic x(12).
       01 wire-total pic 9(12)v99 value zero.
       01 wire-released pic 9(9) value zero.
       01 apprctl-status pic x(2).
       01 release-status pic x(2).
       01 pend-status pic x(2).
       01 pendrpt-status pic x(2).
       01 apprlog-status pic x(2).
       01 release-eof pic x value "N".
         88 release-eof-reached value "Y".
       01 single-limit pic 9(10)v99 value zero.
       01 batch-limit pic 9(12)v99 value zero.
       01 release-count pic 9(5) value zero.
       01 release-table.
         05 release-entry occurs 2000 times indexed by release-idx.
           10 rlt-pay-id pic x(10).
           10 rlt-user pic x(8).
           10 rlt-date pic 9(8).
           10 rlt-amount pic 9(12)v99.
       01 approved-count pic 9(5) value zero.
       01 approved-table.
         05 approved-entry occurs 2000 times
             indexed by approved-idx.
           10 apt-pay-id pic x(10).
           10 apt-amount pic 9(12)v99.
           10 apt-user pic x(8).
           10 apt-date pic 9(8).
       01 found-idx pic 9(5) value zero.
       01 appr-pay-id pic x(10) value spaces.
       01 appr-amount pic 9(12)v99 value zero.
       01 batch-count pic 9(9) value zero.
       01 batch-total pic 9(12)v99 value zero.
       01 pending-count pic 9(7) value zero.
       01 pending-amount pic 9(12)v99 value zero.
       01 run-ymd pic 9(8) value zero.
       01 run-hms pic 9(6) value zero.
       01 log-action pic x(8) value spaces.
       01 log-pay-id pic x(10) value spaces.
       01 log-amount pic 9(12)v99 value zero.
       01 log-user pic x(8) value spaces.
       01 log-appr-date pic 9(8) value zero.
       01 pend-rule pic x(80) value all "-".
       01 pend-hdr pic x(40) value
           "Payments pending second approval".
       01 pend-detail-line.
         05 pdl-pay-id pic x(10).
         05 filler pic x value space.
         05 pdl-iban pic x(34).
         05 filler pic x value space.
         05 pdl-amount pic z(11)9.99.
         05 filler pic x value space.
         05 pdl-reason pic x(6).
       01 pend-total-line.
         05 filler pic x(9) value "Pending: ".
         05 ptl-count pic z(6)9.
         05 filler pic x(10) value "  amount: ".
         05 ptl-amount pic z(11)9.99.
         05 filler pic x(15) value "  batch total: ".
         05 ptl-batch pic z(11)9.99.
       01 submit-eof pic x value "N".
         88 submit-eof-reached value "Y".
       01 verify-eof pic x value "N".
         05 filler pic x(43).
       procedure division.
       main-entry.
           move function current-date(1:8) to run-ymd.
           move function current-date(9:6) to run-hms.
           call "ibanmaskload" using mask-program.
           perform set-sequence.
           perform verify-submit-seal.
           if seal-verified
             perform verify-wire-seal
           end-if.
           if not seal-verified
             display "PAYMENT FILE FAILS ITS SEAL, files held"
             perform write-exception
             move 1 to return-code
             goback
           end-if.
           perform load-approval-control.
           perform load-releases.
           perform check-approvals.
           if pending-count > zero
             display "BATCH NOT RELEASED: " pending-count
               " item(s) pending second approval, see paypendrpt"
             move "REFUSED" to log-action
             move "BATCH" to log-pay-id
             move batch-total to log-amount
             move spaces to log-user
             move zero to log-appr-date
             perform write-approval-log
             move 1 to return-code
             goback
           end-if.
           open input paysubmit.
           if submit-status not = "00"
             display "Missing paysubmit submit-ready file - run "
             move 1 to return-code
             goback
           end-if.
           if wires-on-hand
             perform release-wires
           end-if.
           perform save-sequence.
           perform log-release.
           display "Bank file sequence " file-seq
             " payments: " record-count
             " hash total: " hash-total.
           if wires-on-hand
             display "Wires released: " wire-released
               " amount hash: " wire-total
           end-if.
           goback.

       *>*
             add 1 to file-seq
           end-if.

       *>*
       *> Recomputes the submit-ready file's record count, amount
       *> total and payseal hash and compares them with the seal
       *> sepaval wrote, leaving the reason in exc-msg-work when
       *> they differ.
       *>*
       verify-submit-seal.
           move "Y" to seal-ok.
           open input paysubseal.
           if seal-status not = "00"
             move "N" to seal-ok
             move "paysubmit has no seal, bank file held"
               to exc-msg-work
             display "Missing paysubseal submit-ready seal"
           else
             read paysubseal
               at end
                 move "N" to seal-ok
                 move "paysubmit seal is empty, bank file held"
                   to exc-msg-work
                 display "Empty paysubseal submit-ready seal"
             end-read
             close paysubseal
           end-if.
           if seal-verified
             move zero to seal-count, seal-amount, seal-hash
             open input paysubmit
             if submit-status not = "00"
               display "Missing paysubmit submit-ready file - run "
                 "sepaval first"
               move 1 to return-code
               goback
             end-if
             perform until submit-eof-reached
               read paysubmit
                 at end
                   set submit-eof-reached to true
                 not at end
                   add 1 to seal-count
                   if sub-amount is numeric
                     compute amount-work =
                       function numval(sub-amount) / 100
                     add amount-work to seal-amount
                   end-if
                   move sub-id to sld-pay-id
                   move sub-iban to sld-iban
                   move sub-amount to sld-amount
                   call "payseal" using seal-data, seal-hash
               end-read
             end-perform
             close paysubmit
             move "N" to submit-eof
             if seal-count not = sel-count
               or seal-amount not = sel-amount
               or seal-hash not = sel-hash
               move "N" to seal-ok
               move "paysubmit does not match its seal, held"
                 to exc-msg-work
               display "Seal says " sel-count " / " sel-amount
                 " / " sel-hash
               display "File has  " seal-count " / " seal-amount
                 " / " seal-hash
             end-if
           end-if.

       *>*
       *> Proves paywire against the paywireseal seal sepaval
       *> wrote beside it in the same way, over the "D" lines'
       *> id, account and amount. A missing paywire leaves no
       *> wires on hand; a paywire without its seal is held.
       *>*
       verify-wire-seal.
           move "Y" to seal-ok.
           move "N" to wire-on-hand.
           open input paywire.
           if wire-status not = "00"
             display "No paywire wire file on hand"
           else
             set wires-on-hand to true
             close paywire
             open input paywireseal
             if wire-seal-status not = "00"
               move "N" to seal-ok
               move "paywire has no seal, bank file held"
                 to exc-msg-work
               display "Missing paywireseal wire seal"
             else
               read paywireseal
                 at end
                   move "N" to seal-ok
                   move "paywire seal is empty, bank file held"
                     to exc-msg-work
                   display "Empty paywireseal wire seal"
               end-read
               close paywireseal
             end-if
           end-if.
           if wires-on-hand and seal-verified
             move zero to seal-count, seal-amount, seal-hash
             open input paywire
             perform until wire-eof-reached
               read paywire
                 at end
                   set wire-eof-reached to true
                 not at end
                   if pwr-is-detail
                     add 1 to seal-count
                     if pwd-amount is numeric
                       add pwd-amount to seal-amount
                     end-if
                     move pwd-pay-id to sld-pay-id
                     move pwd-account to sld-iban
                     move pwd-amount to wire-seal-amount
                     move wire-seal-text to sld-amount
                     call "payseal" using seal-data, seal-hash
                   end-if
               end-read
             end-perform
             close paywire
             move "N" to wire-eof
             if seal-count not = wsl-count
               or seal-amount not = wsl-amount
               or seal-hash not = wsl-hash
               move "N" to seal-ok
               move "paywire does not match its seal, held"
                 to exc-msg-work
               display "Seal says " wsl-count " / " wsl-amount
                 " / " wsl-hash
               display "File has  " seal-count " / " seal-amount
                 " / " seal-hash
             end-if
           end-if.

       *>*
       *> Appends an 'E' (exc-msg-work) to the common salesexc
       *> operations exception feed, creating the file on the
       *> first event of the night.
       *>*
       write-exception.
           open extend salesexc.
           if salesexc-status not = "00"
             open output salesexc
           end-if.
           if salesexc-status = "00"
             move spaces to exc-rec
             move "E" to exc-severity
             move "SEPAFMT" to exc-program
             move function current-date(1:21) to exc-timestamp
             move exc-msg-work to exc-message
             write exc-rec
             close salesexc
           end-if.

       *>*
       *> Loads the approval thresholds. The control file is
       *> mandatory: without it nobody can say what needs a second
       *> approval, so the run stops.
       *>*
       load-approval-control.
           open input payapprctl.
           if apprctl-status not = "00"
             display "Missing payapprctl approval thresholds"
             move 1 to return-code
             goback
           end-if.
           read payapprctl
             at end
               display "Empty payapprctl approval thresholds"
               move 1 to return-code
               close payapprctl
               goback
           end-read.
           close payapprctl.
           if apc-single-limit is not numeric
             or apc-batch-limit is not numeric
             display "Invalid payapprctl approval thresholds"
             move 1 to return-code
             goback
           end-if.
           move apc-single-limit to single-limit.
           move apc-batch-limit to batch-limit.

       *>*
       *> Loads the approvers' release entries. An entry without
       *> a user id is no approval at all and is ignored. A
       *> missing release file means nothing is approved yet.
       *>*
       load-releases.
           move zero to release-count.
           open input payrelease.
           if release-status = "00"
             perform until release-eof-reached
               read payrelease
                 at end
                   set release-eof-reached to true
                 not at end
                   if rel-user = spaces
                     or rel-amount is not numeric
                     display "Release entry without approver, "
                       "ignoring " rel-pay-id
                   else
                     if release-count < 2000
                       add 1 to release-count
                       move function upper-case(rel-pay-id)
                         to rlt-pay-id(release-count)
                       move rel-user to rlt-user(release-count)
                       move rel-date to rlt-date(release-count)
                       move rel-amount to rlt-amount(release-count)
                     else
                       display "Release table full, ignoring "
                         rel-pay-id
                     end-if
                   end-if
               end-read
             end-perform
             close payrelease
           else
             display "No payrelease file, nothing approved yet"
           end-if.

       *>*
       *> Passes over the submit-ready file: every payment above
       *> the single limit needs an approval for its id and
       *> amount, and the batch total above the batch limit needs
       *> a BATCH approval for that total. What has no approval is
       *> written to paypend and paypendrpt and logged as HELD;
       *> what has one is remembered for the log at release. The
       *> wires on hand are checked in the same pass.
       *>*
       check-approvals.
           move zero to batch-count, batch-total.
           move zero to pending-count, pending-amount.
           move zero to approved-count.
           open input paysubmit.
           if submit-status not = "00"
             display "Missing paysubmit submit-ready file - run "
               "sepaval first"
             move 1 to return-code
             goback
           end-if.
           open output paypend.
           if pend-status not = "00"
             display "Error writing pending-approval file"
             move 1 to return-code
             close paysubmit
             goback
           end-if.
           open output paypendrpt.
           if pendrpt-status not = "00"
             display "Error writing pending-approval report"
             move 1 to return-code
             close paysubmit, paypend
             goback
           end-if.
           move pend-hdr to pendrpt-line.
           write pendrpt-line.
           move pend-rule to pendrpt-line.
           write pendrpt-line.
           perform until submit-eof-reached
             read paysubmit
               at end
                 set submit-eof-reached to true
               not at end
                 add 1 to batch-count
                 if sub-amount is numeric
                   compute amount-work =
                     function numval(sub-amount) / 100
                 else
                   move zero to amount-work
                 end-if
                 add amount-work to batch-total
                 if single-limit > zero
                   and amount-work > single-limit
                   move function upper-case(sub-id) to appr-pay-id
                   move amount-work to appr-amount
                   perform find-release
                   if found-idx = zero
                     move sub-id to pnd-pay-id
                     move sub-iban to pnd-iban
                     move sub-name to pnd-name
                     move "SINGLE" to pnd-reason
                     perform hold-pending
                   else
                     perform remember-approval
                   end-if
                 end-if
             end-read
           end-perform.
           close paysubmit.
           move "N" to submit-eof.
           if batch-limit > zero
             and batch-total > batch-limit
             move "BATCH" to appr-pay-id
             move batch-total to appr-amount
             perform find-release
             if found-idx = zero
               move "BATCH" to pnd-pay-id
               move spaces to pnd-iban
               move "WHOLE BATCH" to pnd-name
               move "BATCH" to pnd-reason
               perform hold-pending
             else
               perform remember-approval
             end-if
           end-if.
           if wires-on-hand
             perform check-wire-approvals
           end-if.
           move pend-rule to pendrpt-line.
           write pendrpt-line.
           move pending-count to ptl-count.
           move pending-amount to ptl-amount.
           move batch-total to ptl-batch.
           move pend-total-line to pendrpt-line.
           write pendrpt-line.
           close paypend, paypendrpt.

       *>*
       *> Puts the paywire "D" lines through the same rules: a
       *> wire over the single limit needs an approval for its id
       *> and amount (held with reason WIRE), and the wire file
       *> total over the batch limit needs a WIRES approval for
       *> that total (held with reason WIRES).
       *>*
       check-wire-approvals.
           move zero to wire-total.
           open input paywire.
           if wire-status not = "00"
             display "Cannot re-read paywire wire file"
             move 1 to return-code
             close paypend, paypendrpt
             goback
           end-if.
           perform until wire-eof-reached
             read paywire
               at end
                 set wire-eof-reached to true
               not at end
                 if pwr-is-detail
                   if pwd-amount is numeric
                     move pwd-amount to amount-work
                   else
                     move zero to amount-work
                   end-if
                   add amount-work to wire-total
                   if single-limit > zero
                     and amount-work > single-limit
                     move function upper-case(pwd-pay-id)
                       to appr-pay-id
                     move amount-work to appr-amount
                     perform find-release
                     if found-idx = zero
                       move pwd-pay-id to pnd-pay-id
                       move pwd-account to pnd-iban
                       move pwd-name to pnd-name
                       move "WIRE" to pnd-reason
                       perform hold-pending
                     else
                       perform remember-approval
                     end-if
                   end-if
                 end-if
             end-read
           end-perform.
           close paywire.
           move "N" to wire-eof.
           if batch-limit > zero
             and wire-total > batch-limit
             move "WIRES" to appr-pay-id
             move wire-total to appr-amount
             perform find-release
             if found-idx = zero
               move "WIRES" to pnd-pay-id
               move spaces to pnd-iban
               move "WHOLE WIRE FILE" to pnd-name
               move "WIRES" to pnd-reason
               perform hold-pending
             else
               perform remember-approval
             end-if
           end-if.

       *>*
       *> Looks appr-pay-id up on the release table with the
       *> amount it must have been approved for; zero when there
       *> is no valid approval.
       *>*
       find-release.
           move zero to found-idx.
           perform varying release-idx from 1 by 1
             until release-idx > release-count
             if rlt-pay-id(release-idx) = appr-pay-id
               and rlt-amount(release-idx) = appr-amount
               move release-idx to found-idx
             end-if
           end-perform.

       *>*
       *> Writes the unapproved item to paypend (full IBAN) and
       *> paypendrpt (IBAN masked by ibanmask) and logs the hold.
       *>*
       hold-pending.
           move appr-amount to pnd-amount.
           move run-ymd to pnd-date.
           write pend-rec.
           move pnd-pay-id to pdl-pay-id.
           move pnd-iban to mask-in.
           call "ibanmask" using mask-in, mask-out.
           move mask-out to pdl-iban.
           move pnd-amount to pdl-amount.
           move pnd-reason to pdl-reason.
           move pend-detail-line to pendrpt-line.
           write pendrpt-line.
           add 1 to pending-count.
           if pnd-reason = "SINGLE" or pnd-reason = "WIRE"
             add appr-amount to pending-amount
           end-if.
           move "HELD" to log-action.
           move pnd-pay-id to log-pay-id.
           move appr-amount to log-amount.
           move spaces to log-user.
           move zero to log-appr-date.
           perform write-approval-log.

       *>*
       *> Remembers an approval the release relies on, so it is
       *> logged once the batch actually goes out.
       *>*
       remember-approval.
           if approved-count < 2000
             add 1 to approved-count
             move appr-pay-id to apt-pay-id(approved-count)
             move appr-amount to apt-amount(approved-count)
             move rlt-user(found-idx) to apt-user(approved-count)
             move rlt-date(found-idx) to apt-date(approved-count)
           else
             display "Approved table full, not logging "
               appr-pay-id
           end-if.

       *>*
       *> Logs every approval the release relied on and then the
       *> release itself (the batch, and the wire file when one
       *> went out), under this file's sequence number.
       *>*
       log-release.
           perform varying approved-idx from 1 by 1
             until approved-idx > approved-count
             move "APPROVED" to log-action
             move apt-pay-id(approved-idx) to log-pay-id
             move apt-amount(approved-idx) to log-amount
             move apt-user(approved-idx) to log-user
             move apt-date(approved-idx) to log-appr-date
             perform write-approval-log
           end-perform.
           move "RELEASED" to log-action.
           move "BATCH" to log-pay-id.
           move hash-total to log-amount.
           move spaces to log-user.
           move zero to log-appr-date.
           perform write-approval-log.
           if wires-on-hand
             move "RELEASED" to log-action
             move "WIRES" to log-pay-id
             move wire-total to log-amount
             perform write-approval-log
           end-if.

       *>*
       *> Copies the proved and approved paywire file to
       *> paywirebank, the wire file that goes to the bank.
       *>*
       release-wires.
           move zero to wire-released.
           open input paywire.
           if wire-status not = "00"
             display "Cannot re-read paywire wire file"
             move 1 to return-code
             goback
           end-if.
           open output paywirebank.
           if wirebank-status not = "00"
             display "Error writing bank wire file"
             move 1 to return-code
             close paywire
             goback
           end-if.
           perform until wire-eof-reached
             read paywire
               at end
                 set wire-eof-reached to true
               not at end
                 move wire-rec to wirebank-rec
                 write wirebank-rec
                 if pwr-is-detail
                   add 1 to wire-released
                 end-if
             end-read
           end-perform.
           close paywire, paywirebank.
           move "N" to wire-eof.

       *>*
       *> Appends one entry to the approval log, creating the log
       *> on its first entry.
       *>*
       write-approval-log.
           open extend payapprlog.
           if apprlog-status not = "00"
             open output payapprlog
           end-if.
           if apprlog-status = "00"
             move spaces to apprlog-rec
             move run-ymd to apl-run-date
             move run-hms to apl-run-time
             move log-action to apl-action
             move log-pay-id to apl-pay-id
             move log-amount to apl-amount
             move log-user to apl-user
             move log-appr-date to apl-appr-date
             move file-seq to apl-file-seq
             write apprlog-rec
             close payapprlog
           else
             display "Error writing approval log"
             move 1 to return-code
           end-if.

       *>*
       *> Saves the sequence number just used, so the next normal
       *> run takes the one after it.
