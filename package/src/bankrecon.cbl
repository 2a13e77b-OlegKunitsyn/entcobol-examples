       *>*
       *> Daily bank statement reconciliation and cash position:
       *> reads the bank's statement file (date, D debit / C
       *> credit, amount, reference - written by mt940imp from the
       *> bank's MT940 download) and matches each line against
       *> what the system believes moved - debits against the
       *> commpay commission batch's and the refundpay customer
       *> refund batch's 'D' lines (by the payment id the
       *> statement reference carries, falling back to an
       *> unmatched line of the same amount when the bank trims
       *> the reference; only the lines sepaval let through to
       *> paysubmit or to the paywire international wire file are
       *> expected, a rejected or held line never left, and with
       *> no paysubmit on hand every line is expected) and
       *> credits against the incoming-payments file refmatch
       *> consumed (by RF reference, same amount fallback). The
       *> bankreconrpt report lists every statement
       *> line nothing explains, every payment we sent that never
       *> hit the statement, and the resulting cash position
       *> (credits less debits, with totals for both sides) -
           organization is sequential
           access mode is sequential
           file status is commpay-status.
           select refundpay assign to refundpay
           organization is sequential
           access mode is sequential
           file status is refundpay-status.
           select paysubmit assign to paysubmit
           organization is sequential
           access mode is sequential
           file status is submit-status.
           select paywire assign to paywire
           organization is sequential
           access mode is sequential
           file status is wire-status.
           select payments assign to payments
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
       fd paysubmit recording mode f
           record contains 135 characters
           label records are omitted
           data record is submit-rec.
       01 submit-rec.
         05 sub-id pic x(10).
         05 filler pic x(125).
       fd paywire recording mode f
           record contains 200 characters
           label records are omitted
           data record is wire-rec.
       copy PAYWIRE.
       fd payments recording mode f
           record contains 36 characters
           label records are omitted
       working-storage section.
       01 stmt-status pic x(2).
       01 commpay-status pic x(2).
       01 refundpay-status pic x(2).
       01 submit-status pic x(2).
       01 wire-status pic x(2).
       01 payments-status pic x(2).
       01 rpt-status pic x(2).
       01 file-eof pic x value "N".
       01 out-table.
         05 out-entry occurs 2000 times indexed by out-idx.
           10 out-pay-id pic x(10).
           10 out-source pic x(4).
           10 out-amount pic 9(10)v99.
           10 out-matched pic x.
       01 sent-loaded pic x value "N".
         88 sent-is-loaded value "Y".
       01 sent-count pic 9(5) value zero.
       01 sent-table.
         05 sent-entry occurs 5000 times indexed by sent-idx.
           10 sent-pay-id pic x(10).
       01 sent-found pic x value "N".
         88 payment-was-sent value "Y".
       01 work-pay-id pic x(10) value spaces.
       01 work-source pic x(4) value spaces.
       01 work-amount pic 9(10)v99 value zero.
       01 in-count pic 9(5) value zero.
       01 in-table.
         05 in-entry occurs 5000 times indexed by in-idx.
         05 rml-pay-id pic x(10).
         05 filler pic x value space.
         05 rml-amount pic z(10)9.99.
         05 filler pic x value space.
         05 rml-source pic x(4).
       01 rpt-pos-line.
         05 filler pic x(9) value "Credits: ".
         05 rpl-credits pic z(11)9.99.
         05 rcl-missing pic z(6)9.
       procedure division.
       main-entry.
           perform load-submitted-ids.
           perform load-outgoing.
           perform load-incoming.
           open input bankstmt.
           goback.

       *>*
       *> Loads the payment ids sepaval submitted, so a batch line
       *> it rejected or held is not expected on the statement. A
       *> missing paysubmit leaves every batch line expected. The
       *> paywire "D" lines are submitted payments too, so a batch
       *> line sepaval routed to a wire is still expected.
       *>*
       load-submitted-ids.
           move "N" to file-eof.
           open input paysubmit.
           if submit-status not = "00"
             display "No paysubmit batch, every batch line expected"
           else
             set sent-is-loaded to true
             perform until file-eof-reached
               read paysubmit
                 at end
                   set file-eof-reached to true
                 not at end
                   if sent-count < 5000
                     add 1 to sent-count
                     move sub-id to sent-pay-id(sent-count)
                   else
                     display "Submitted table full, ignoring "
                       sub-id
                   end-if
               end-read
             end-perform
             close paysubmit
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
                     if sent-count < 5000
                       add 1 to sent-count
                       move pwd-pay-id to sent-pay-id(sent-count)
                     else
                       display "Submitted table full, ignoring "
                         pwd-pay-id
                     end-if
                   end-if
               end-read
             end-perform
             close paywire
           end-if.

       *>*
       *> Loads the commission and refund batches' detail lines
       *> into the outgoing table. A missing batch means none of
       *> its money should have gone out, so only a console note
       *> is made.
       *>*
       load-outgoing.
           move "N" to file-eof.
           open input commpay.
           if commpay-status not = "00"
             display "No commpay batch, no commission outgoing "
               "expected"
           else
             perform until file-eof-reached
               read commpay
                   set file-eof-reached to true
                 not at end
                   if com-type = "D"
                     move com-pay-id to work-pay-id
                     move "COMM" to work-source
                     move com-amount to work-amount
                     perform add-outgoing
                   end-if
               end-read
             end-perform
             close commpay
           end-if.
           move "N" to file-eof.
           open input refundpay.
           if refundpay-status not = "00"
             display "No refundpay batch, no refund outgoing "
               "expected"
           else
             perform until file-eof-reached
               read refundpay
                 at end
                   set file-eof-reached to true
                 not at end
                   if rfp-type = "D"
                     move rfp-pay-id to work-pay-id
                     move "REFD" to work-source
                     move rfp-amount to work-amount
                     perform add-outgoing
                   end-if
               end-read
             end-perform
             close refundpay
           end-if.

       *>*
       *> Adds one batch line to the outgoing table, unless
       *> sepaval's paysubmit is on hand and does not carry it.
       *>*
       add-outgoing.
           move "N" to sent-found.
           if sent-is-loaded
             perform varying sent-idx from 1 by 1
               until sent-idx > sent-count
               if sent-pay-id(sent-idx) = work-pay-id
                 set payment-was-sent to true
               end-if
             end-perform
           else
             set payment-was-sent to true
           end-if.
           if payment-was-sent
             if out-count < 2000
               add 1 to out-count
               move work-pay-id to out-pay-id(out-count)
               move work-source to out-source(out-count)
               move work-amount to out-amount(out-count)
               move "N" to out-matched(out-count)
             else
               display "Outgoing table full, ignoring "
                 work-pay-id
             end-if
           end-if.

       *>*
       *> Loads the incoming-payments file refmatch consumed. A

       *>*
       *> Matches one statement line: a debit against the
       *> commission and refund batches by payment id (amount
       *> fallback), a credit against the incoming payments by
       *> reference (amount fallback). A line nothing explains
       *> goes on the report.
       *>*
       match-statement-line.
           evaluate true
             if out-matched(out-idx) not = "Y"
               move out-pay-id(out-idx) to rml-pay-id
               move out-amount(out-idx) to rml-amount
               move out-source(out-idx) to rml-source
               move rpt-missing-line to rpt-line
               write rpt-line
               add 1 to missing-out-count
