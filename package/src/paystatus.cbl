       *> payreturn (payment id, 'A' accepted / 'R' rejected,
       *> reason code), matches each return against the submitted
       *> payments - the sepaval submit-ready file (paysubmit, by
       *> pmt-id; the SALESCOMM commission batch (commpay) is
       *> screened into it by sepaval, so a paysubmit payment whose
       *> id is one of commpay's 'D' lines is recorded as a
       *> commission payment, and a commission line sepaval
       *> rejected or held never reached the bank and is not
       *> tracked; the SALESREFUND customer refund batch (refundpay)
       *> reaches paysubmit the same way and its payments are
       *> recorded as refunds, source REFD; the paywire
       *> international wire file sepaval writes for creditor
       *> banks outside SEPA is another submitted batch, its "D"
       *> lines recorded with source WIRE unless they carry a
       *> commission or refund id) - and records every
       *> payment's final status on the payhist payment history
       *> master (id, source, IBAN, amount, status, reason,
       *> status date, payee - the creditor name, the rep, or
       *> for a refund the customer id), which is loaded,
       *> updated and rewritten each run so earlier batches'
       *> statuses carry forward; entries whose status date is
       *> past the retention window age off as the master is
       *> loaded, the way sepaval's paidhist does, so the master
       *> keeps room for new payments instead of silently
       *> filling up. Rejected payments land on the bouncerpt
       *> report, their IBANs masked by ibanmask (the resubmit
       *> queue keeps them in full for the resubmission run);
       *> those rejected for a reason the ops-maintained
       *> payretry list (one 4-character reason code per record,
       *> kept like blockedctry) calls transient also go to the
       *> payresub resubmit queue. A bounced refund also raises
       *> a 'W' on the common salesexc operations exception feed
       *> naming the customer, so customer service calls them
       *> for new bank details. A return for a payment id nobody
       *> submitted is reported rather than dropped - that is
       *> how you notice the bank and the batch disagree.
       *>*
       identification division.
       program-id. paystatus.
           organization is sequential
           access mode is sequential
           file status is commpay-status.
           select refundpay assign to refundpay
           organization is sequential
           access mode is sequential
           file status is refundpay-status.
           select paywire assign to paywire
           organization is sequential
           access mode is sequential
           file status is wire-status.
           select salesexc assign to salesexc
           organization is sequential
           access mode is sequential
           file status is salesexc-status.
           select payretry assign to payretry
           organization is sequential
           access mode is sequential
         05 com-amount pic 9(9)v99.
         05 com-exec-date pic 9(8).
         05 filler pic x(5).
       fd refundpay recording mode f
           record contains 120 characters
           label records are omitted
           data record is refund-rec.
       01 refund-rec.
         05 rfp-type pic x.
         05 rfp-pay-id pic x(10).
         05 rfp-customer pic x(10).
         05 rfp-name pic x(30).
         05 rfp-iban pic x(34).
         05 rfp-bic pic x(11).
         05 rfp-amount pic 9(9)v99.
         05 rfp-exec-date pic 9(8).
         05 filler pic x(5).
       fd paywire recording mode f
           record contains 200 characters
           label records are omitted
           data record is wire-rec.
       copy PAYWIRE.
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
       fd payretry recording mode f
           record contains 4 characters
           label records are omitted
       01 retry-rec.
         05 rty-reason pic x(4).
       fd payhist recording mode f
           record contains 96 characters
           label records are omitted
           data record is hist-rec.
       01 hist-rec.
         05 ph-status pic x(4).
         05 ph-reason pic x(4).
         05 ph-status-date pic 9(8).
         05 ph-payee pic x(20).
       fd bouncerpt recording mode f
           record contains 80 characters
           label records are omitted
       01 return-status pic x(2).
       01 submit-status pic x(2).
       01 commpay-status pic x(2).
       01 refundpay-status pic x(2).
       01 wire-status pic x(2).
       01 salesexc-status pic x(2).
       01 retry-status pic x(2).
       01 hist-status pic x(2).
       01 rpt-status pic x(2).
           10 ht-status pic x(4).
           10 ht-reason pic x(4).
           10 ht-status-date pic 9(8).
           10 ht-payee pic x(20).
       01 found-idx pic 9(5) value zero.
       01 work-pay-id pic x(10) value spaces.
       01 work-source pic x(4) value spaces.
       01 work-iban pic x(34) value spaces.
       01 work-amount pic 9(10)v99 value zero.
       01 work-payee pic x(20) value spaces.
       01 comm-id-count pic 9(5) value zero.
       01 comm-id-table.
         05 comm-id-entry occurs 2000 times indexed by comm-id-idx.
           10 comm-id-tbl pic x(10).
           10 comm-rep-tbl pic x(20).
       01 refund-id-count pic 9(5) value zero.
       01 refund-id-table.
         05 refund-id-entry occurs 2000 times
             indexed by refund-id-idx.
           10 refund-id-tbl pic x(10).
           10 refund-cust-tbl pic x(10).
       01 bounce-warn-count pic 9(7) value zero.
       01 exc-msg-work.
         05 filler pic x(7) value "Refund ".
         05 emw-pay-id pic x(10).
         05 filler pic x(15) value " bounced, cust ".
         05 emw-customer pic x(10).
         05 filler pic x value space.
       01 retry-count pic 9(3) value zero.
       01 retry-table.
         05 retry-entry occurs 100 times indexed by retry-idx.
       01 rejected-count pic 9(7) value zero.
       01 unknown-count pic 9(7) value zero.
       01 resub-count pic 9(7) value zero.
       01 mask-program pic x(12) value "paystatus".
       01 mask-in pic x(64) value spaces.
       01 mask-out pic x(34) value spaces.
       01 rpt-rule pic x(80) value all "-".
       01 rpt-hdr pic x(30) value "Bounced payments report".
       01 rpt-bounce-line.
             close payreturn, bouncerpt
             goback
           end-if.
           call "ibanmaskload" using mask-program.
           move rpt-hdr to rpt-line.
           write rpt-line.
           move rpt-rule to rpt-line.
             " rejected " rejected-count
             " resubmits " resub-count
             " unknown " unknown-count.
           display "Bounced refunds raised on salesexc: "
             bounce-warn-count.
           goback.

       *>*
                       move ph-reason to ht-reason(hist-count)
                       move ph-status-date
                         to ht-status-date(hist-count)
                       move ph-payee to ht-payee(hist-count)
                     else
                       display "Payment history table full, "
                         "ignoring " ph-pay-id
           end-if.

       *>*
       *> Folds the submitted batch into the history as SENT:
       *> every paysubmit payment, labelled COMM when its id is on
       *> the commpay batch, REFD when it is on the refundpay
       *> batch and SEPA otherwise, with its payee, then every
       *> paywire "D" line the same way with WIRE in place of
       *> SEPA. A payment id
       *> already on the history keeps its existing entry - a
       *> resubmitted batch must not reset an already final
       *> status.
       *>*
       fold-in-submitted.
           perform load-comm-ids.
           perform load-refund-ids.
           move "N" to file-eof.
           open input paysubmit.
           if submit-status = "00"
                 not at end
                   move sub-id to work-pay-id
                   move "SEPA" to work-source
                   move sub-name to work-payee
                   perform label-batch-payment
                   move sub-iban to work-iban
                   if sub-amount is numeric
                     compute work-amount =
             display "No paysubmit batch on hand"
           end-if.
           move "N" to file-eof.
           open input paywire.
           if wire-status = "00"
             perform until file-eof-reached
               read paywire
                 at end
                   set file-eof-reached to true
                 not at end
                   if pwr-is-detail
                     move pwd-pay-id to work-pay-id
                     move "WIRE" to work-source
                     move pwd-name to work-payee
                     perform label-batch-payment
                     move pwd-account to work-iban
                     if pwd-amount is numeric
                       move pwd-amount to work-amount
                     else
                       move zero to work-amount
                     end-if
                     perform add-submitted
                   end-if
               end-read
             end-perform
             close paywire
           else
             display "No paywire batch on hand"
           end-if.

       *>*
       *> Relabels the submitted payment in work-pay-id COMM with
       *> its rep when it is on the commpay batch, REFD with its
       *> customer when it is on the refundpay batch.
       *>*
       label-batch-payment.
           perform varying comm-id-idx from 1 by 1
             until comm-id-idx > comm-id-count
             if comm-id-tbl(comm-id-idx) = work-pay-id
               move "COMM" to work-source
               move comm-rep-tbl(comm-id-idx) to work-payee
             end-if
           end-perform.
           perform varying refund-id-idx from 1 by 1
             until refund-id-idx > refund-id-count
             if refund-id-tbl(refund-id-idx) = work-pay-id
               move "REFD" to work-source
               move refund-cust-tbl(refund-id-idx) to work-payee
             end-if
           end-perform.

       *>*
       *> Loads the payment ids of the commpay 'D' lines, so
       *> fold-in-submitted can tell commission payments apart.
       *>*
       load-comm-ids.
           move zero to comm-id-count.
           move "N" to file-eof.
           open input commpay.
           if commpay-status = "00"
             perform until file-eof-reached
                   set file-eof-reached to true
                 not at end
                   if com-type = "D"
                     if comm-id-count < 2000
                       add 1 to comm-id-count
                       move com-pay-id to comm-id-tbl(comm-id-count)
                       move com-rep to comm-rep-tbl(comm-id-count)
                     else
                       display "Commission id table full, "
                         "ignoring " com-pay-id
                     end-if
                   end-if
               end-read
             end-perform
             display "No commpay batch on hand"
           end-if.

       *>*
       *> Loads the payment ids of the refundpay 'D' lines with
       *> the customer each refund pays, so fold-in-submitted can
       *> tell refunds apart.
       *>*
       load-refund-ids.
           move zero to refund-id-count.
           move "N" to file-eof.
           open input refundpay.
           if refundpay-status = "00"
             perform until file-eof-reached
               read refundpay
                 at end
                   set file-eof-reached to true
                 not at end
                   if rfp-type = "D"
                     if refund-id-count < 2000
                       add 1 to refund-id-count
                       move rfp-pay-id
                         to refund-id-tbl(refund-id-count)
                       move rfp-customer
                         to refund-cust-tbl(refund-id-count)
                     else
                       display "Refund id table full, "
                         "ignoring " rfp-pay-id
                     end-if
                   end-if
               end-read
             end-perform
             close refundpay
           else
             display "No refundpay batch on hand"
           end-if.

       *>*
       *> Appends the submitted payment to the history as SENT
       *> unless its id is already tracked.
               move "SENT" to ht-status(hist-count)
               move spaces to ht-reason(hist-count)
               move run-ymd to ht-status-date(hist-count)
               move work-payee to ht-payee(hist-count)
             else
               display "Payment history table full, dropping "
                 work-pay-id
               perform check-transient
               move ht-pay-id(found-idx) to rbl-pay-id
               move ht-source(found-idx) to rbl-source
               move ht-iban(found-idx) to mask-in
               call "ibanmask" using mask-in, mask-out
               move mask-out to rbl-iban
               move ht-amount(found-idx) to rbl-amount
               move ht-reason(found-idx) to rbl-reason
               if reason-is-transient
               end-if
               move rpt-bounce-line to rpt-line
               write rpt-line
               if ht-source(found-idx) = "REFD"
                 perform warn-bounced-refund
               end-if
             end-if
           end-if.

       *>*
       *> Raises the bounced-refund warning on the common salesexc
       *> feed (the sales suite's layout, opened for extend and
       *> created on the first event), naming the customer so
       *> customer service can ask them for new bank details.
       *>*
       warn-bounced-refund.
           move ht-pay-id(found-idx) to emw-pay-id.
           move ht-payee(found-idx) to emw-customer.
           open extend salesexc.
           if salesexc-status not = "00"
             open output salesexc
           end-if.
           if salesexc-status = "00"
             move spaces to exc-rec
             move "W" to exc-severity
             move "PAYSTATUS" to exc-program
             move function current-date(1:21) to exc-timestamp
             move exc-msg-work to exc-message
             write exc-rec
             close salesexc
             add 1 to bounce-warn-count
           else
             display "Error writing salesexc, refund bounce "
               "not raised for " ht-payee(found-idx)
           end-if.

       *>*
       *> Screens the return's reason against the transient list.
       *>*
             move ht-status(hist-idx) to ph-status
             move ht-reason(hist-idx) to ph-reason
             move ht-status-date(hist-idx) to ph-status-date
             move ht-payee(hist-idx) to ph-payee
             write hist-rec
           end-perform.
           close payhist.
