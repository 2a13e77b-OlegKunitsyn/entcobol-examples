       *>*
       *> SEPA Direct Debit collection run: pulls the money in for
       *> open invoices of customers who signed us a mandate,
       *> instead of waiting for them to pay by RF reference. Reads
       *> the remaining-open-invoices list refmatch carries forward
       *> and the mandmast mandate master mandmnt maintains, and
       *> for every due invoice whose customer holds an active
       *> mandate validates the debtor IBAN through ibanok, the
       *> debtor BIC through bicok (including the BIC/IBAN country
       *> cross-check) and our Creditor Identifier's own MOD97
       *> check digits through cidok. An invoice that passes is
       *> written to the ddcoll collection file, framed by a
       *> control-total header and trailer (count and amount), and
       *> to the ddprenote pre-notification list the debtor is
       *> sent ahead of the debit; one that fails goes to the
       *> ddreject list with BAD-IBAN, BAD-BIC or BAD-CRED-ID and
       *> stays open. Customers without an active mandate are left
       *> to pay the usual way.
       *>
       *> The collection date is the run date plus the ddctl
       *> pre-notification lead days (fourteen when there is no
       *> control file), rolled forward over weekends and the
       *> holcal bank-holiday calendar; an invoice is due when its
       *> booking date plus the ddctl due days falls on or before
       *> it. Each collection carries its sequence type - OOFF for
       *> a one-off mandate, FRST for a recurrent mandate's first
       *> collection, RCUR after that - and the mandate master is
       *> rewritten with the collection date, a one-off mandate
       *> marked used up. A one-off mandate collects one invoice.
       *>
       *> Collected invoices are applied the way refmatch applies a
       *> payment: a DIRECT-DBT entry on the payledger
       *> payments-applied ledger for the invoice's open amount,
       *> and the invoice taken off refopen, so invaging stops
       *> ageing and dunning customers we have already debited.
       *>*
       identification division.
       program-id. ddcollect.
       environment division.
       input-output section.
       file-control.
           select refopen assign to refopen
           organization is sequential
           access mode is sequential
           file status is refopen-status.
           select mandmast assign to mandmast
           organization is sequential
           access mode is sequential
           file status is mandmast-status.
           select ddctl assign to ddctl
           organization is sequential
           access mode is sequential
           file status is ddctl-status.
           select holcal assign to holcal
           organization is sequential
           access mode is sequential
           file status is holcal-status.
           select ddcoll assign to ddcoll
           organization is sequential
           access mode is sequential
           file status is coll-status.
           select ddprenote assign to ddprenote
           organization is sequential
           access mode is sequential
           file status is prenote-status.
           select ddreject assign to ddreject
           organization is sequential
           access mode is sequential
           file status is reject-status.
           select payledger assign to payledger
           organization is sequential
           access mode is sequential
           file status is ledger-status.
       data division.
       file section.
       fd refopen recording mode f
           record contains 64 characters
           label records are omitted
           data record is refopen-rec.
       01 refopen-rec.
         05 open-number pic x(10).
         05 open-amount pic 9(9)v99.
         05 open-customer pic x(10).
         05 open-book-date pic 9(8).
         05 open-reference pic x(25).
       fd mandmast recording mode f
           record contains 151 characters
           label records are omitted
           data record is mandate-rec.
       copy MANDATE.
       fd ddctl recording mode f
           record contains 5 characters
           label records are omitted
           data record is ddctl-rec.
       01 ddctl-rec.
         05 ddc-due-days pic 9(3).
         05 ddc-notice-days pic 9(2).
       fd holcal recording mode f
           record contains 8 characters
           label records are omitted
           data record is holcal-rec.
       01 holcal-rec.
         05 hol-date pic 9(8).
       fd ddcoll recording mode f
           record contains 200 characters
           label records are omitted
           data record is coll-rec.
       01 coll-rec pic x(200).
       fd ddprenote recording mode f
           record contains 132 characters
           label records are omitted
           data record is prenote-line.
       01 prenote-line pic x(132).
       fd ddreject recording mode f
           record contains 80 characters
           label records are omitted
           data record is reject-rec.
       01 reject-rec.
         05 rej-invoice pic x(10).
         05 rej-customer pic x(10).
         05 rej-mandate pic x(35).
         05 rej-amount pic 9(9)v99.
         05 rej-reason pic x(14).
       fd payledger recording mode f
           record contains 64 characters
           label records are omitted
           data record is ledger-rec.
       01 ledger-rec.
         05 led-reference pic x(25).
         05 led-invoice pic x(10).
         05 led-amount pic 9(9)v99.
         05 led-kind pic x(10).
         05 led-date pic 9(8).
       working-storage section.
       01 refopen-status pic x(2).
       01 mandmast-status pic x(2).
       01 ddctl-status pic x(2).
       01 holcal-status pic x(2).
       01 coll-status pic x(2).
       01 prenote-status pic x(2).
       01 reject-status pic x(2).
       01 ledger-status pic x(2).
       01 open-eof pic x value "N".
         88 open-eof-reached value "Y".
       01 mand-eof pic x value "N".
         88 mand-eof-reached value "Y".
       01 holcal-eof pic x value "N".
         88 holcal-eof-reached value "Y".
       01 inv-count pic 9(5) value zero.
       01 inv-table.
         05 inv-entry occurs 5000 times indexed by inv-idx.
           10 inv-number-tbl pic x(10).
           10 inv-amount-tbl pic 9(9)v99.
           10 inv-customer-tbl pic x(10).
           10 inv-book-date-tbl pic 9(8).
           10 inv-reference-tbl pic x(25).
           10 inv-collected-tbl pic x.
       01 mand-count pic 9(5) value zero.
       01 mand-table.
         05 mand-entry occurs 5000 times indexed by mand-idx.
           10 mand-reference-tbl pic x(35).
           10 mand-customer-tbl pic x(10).
           10 mand-iban-tbl pic x(34).
           10 mand-bic-tbl pic x(11).
           10 mand-sign-date-tbl pic 9(8).
           10 mand-type-tbl pic x.
           10 mand-creditor-id-tbl pic x(35).
           10 mand-status-tbl pic x.
           10 mand-status-date-tbl pic 9(8).
           10 mand-last-coll-tbl pic 9(8).
       01 mand-found-idx pic 9(5) value zero.
       01 holiday-count pic 9(3) value zero.
       01 holiday-table.
         05 holiday-entry occurs 200 times indexed by hol-idx.
           10 holiday-date-tbl pic 9(8).
       01 due-days pic 9(3) value zero.
       01 notice-days pic 9(2) value 14.
       01 run-ymd pic 9(8) value zero.
       01 coll-date pic 9(8) value zero.
       01 coll-int pic 9(8) value zero.
       01 coll-dow pic 9 value zero.
       01 coll-is-good pic x value "N".
         88 collection-day-good value "Y".
       01 due-int pic 9(8) value zero.
       01 iban-work pic x(64) value spaces.
       01 cid-work pic x(35) value spaces.
       01 l-ok pic 9 value zero.
       01 l-reason pic 9(1) value zero.
       01 reason-work pic x(14) value spaces.
       01 seq-type pic x(4) value spaces.
       01 coll-count pic 9(9) value zero.
       01 coll-amount pic 9(11)v99 value zero.
       01 reject-count pic 9(9) value zero.
       01 open-count-out pic 9(9) value zero.
       01 coll-header.
         05 filler pic x value "H".
         05 coll-hdr-date pic 9(8).
         05 filler pic x(17) value " DIRECT DEBIT RUN".
       01 coll-detail.
         05 filler pic x value "D".
         05 col-invoice pic x(10).
         05 col-reference pic x(25).
         05 col-mandate pic x(35).
         05 col-sign-date pic 9(8).
         05 col-seq-type pic x(4).
         05 col-iban pic x(34).
         05 col-bic pic x(11).
         05 col-amount pic 9(9)v99.
         05 col-coll-date pic 9(8).
         05 col-creditor-id pic x(35).
         05 col-customer pic x(10).
       01 coll-trailer.
         05 filler pic x value "T".
         05 coll-trl-count pic 9(9).
         05 coll-trl-amount pic 9(11)v99.
         05 coll-trl-date pic 9(8).
       01 rpt-rule pic x(132) value all "-".
       01 rpt-hdr pic x(34) value
           "Direct debit pre-notifications".
       01 rpt-prenote-line.
         05 pnl-customer pic x(10).
         05 filler pic x value space.
         05 pnl-invoice pic x(10).
         05 filler pic x value space.
         05 pnl-reference pic x(25).
         05 filler pic x value space.
         05 pnl-amount pic z(8)9.99.
         05 filler pic x value space.
         05 pnl-coll-date pic 9(8).
         05 filler pic x value space.
         05 pnl-seq-type pic x(4).
         05 filler pic x value space.
         05 pnl-mandate pic x(35).
       01 rpt-count-line.
         05 filler pic x(13) value "Collections: ".
         05 pnl-count pic z(8)9.
         05 filler pic x(9) value "  amount:".
         05 filler pic x value space.
         05 pnl-total pic z(10)9.99.
         05 filler pic x(11) value "  rejected:".
         05 filler pic x value space.
         05 pnl-rejected pic z(8)9.
       procedure division.
       main-entry.
           move function current-date(1:8) to run-ymd.
           perform load-control.
           perform load-holidays.
           perform set-collection-date.
           perform load-mandates.
           perform load-invoices.
           open output ddcoll.
           if coll-status not = "00"
             display "Error writing collection file"
             move 1 to return-code
             goback
           end-if.
           open output ddprenote.
           if prenote-status not = "00"
             display "Error writing pre-notification list"
             move 1 to return-code
             close ddcoll
             goback
           end-if.
           open output ddreject.
           if reject-status not = "00"
             display "Error writing collection reject list"
             move 1 to return-code
             close ddcoll, ddprenote
             goback
           end-if.
           open extend payledger.
           if ledger-status not = "00"
             open output payledger
           end-if.
           if ledger-status not = "00"
             display "Error writing payments-applied ledger"
             move 1 to return-code
             close ddcoll, ddprenote, ddreject
             goback
           end-if.
           move spaces to coll-rec.
           move run-ymd to coll-hdr-date.
           move coll-header to coll-rec.
           write coll-rec.
           move rpt-hdr to prenote-line.
           write prenote-line.
           move rpt-rule to prenote-line.
           write prenote-line.
           perform varying inv-idx from 1 by 1
             until inv-idx > inv-count
             perform collect-invoice
           end-perform.
           move spaces to coll-rec.
           move coll-count to coll-trl-count.
           move coll-amount to coll-trl-amount.
           move coll-date to coll-trl-date.
           move coll-trailer to coll-rec.
           write coll-rec.
           move rpt-rule to prenote-line.
           write prenote-line.
           move coll-count to pnl-count.
           move coll-amount to pnl-total.
           move reject-count to pnl-rejected.
           move rpt-count-line to prenote-line.
           write prenote-line.
           close ddcoll, ddprenote, ddreject, payledger.
           perform write-open-invoices.
           perform save-mandates.
           display "Collections: " coll-count
             " amount: " coll-amount
             " rejected: " reject-count
             " left open: " open-count-out
             " collection date: " coll-date.
           goback.

       *>*
       *> Reads the ddctl control record: days after booking an
       *> invoice falls due, and the pre-notification lead days. A
       *> missing file collects every open invoice fourteen days
       *> out.
       *>*
       load-control.
           open input ddctl.
           if ddctl-status = "00"
             read ddctl
               not at end
                 move ddc-due-days to due-days
                 move ddc-notice-days to notice-days
             end-read
             close ddctl
           else
             display "No ddctl file, fourteen days notice"
           end-if.

       *>*
       *> Loads the ops-maintained holcal bank-holiday calendar,
       *> if any. A missing calendar rolls over weekends only.
       *>*
       load-holidays.
           move zero to holiday-count.
           open input holcal.
           if holcal-status = "00"
             perform until holcal-eof-reached
               read holcal
                 at end
                   set holcal-eof-reached to true
                 not at end
                   if holiday-count < 200
                     add 1 to holiday-count
                     move hol-date
                       to holiday-date-tbl(holiday-count)
                   end-if
               end-read
             end-perform
             close holcal
           else
             display "No holcal calendar, weekends only"
           end-if.

       *>*
       *> Stamps the run's collection date: the run date plus the
       *> pre-notification lead days, rolled forward to the first
       *> day that is neither a Saturday, a Sunday nor a calendar
       *> entry (day 1 of INTEGER-OF-DATE was a Monday, so MOD 7
       *> of 6 or 0 is a weekend).
       *>*
       set-collection-date.
           compute coll-int =
             function integer-of-date(run-ymd) + notice-days.
           move "N" to coll-is-good.
           perform until collection-day-good
             compute coll-dow = function mod(coll-int, 7)
             compute coll-date =
               function date-of-integer(coll-int)
             set collection-day-good to true
             if coll-dow = 6 or coll-dow = 0
               move "N" to coll-is-good
             end-if
             perform varying hol-idx from 1 by 1
               until hol-idx > holiday-count
               if holiday-date-tbl(hol-idx) = coll-date
                 move "N" to coll-is-good
               end-if
             end-perform
             if not collection-day-good
               add 1 to coll-int
             end-if
           end-perform.

       *>*
       *> Loads the mandate master into mand-table. A missing
       *> master collects nothing; a master of more than 5000
       *> mandates keeps the first 5000, with a console message.
       *>*
       load-mandates.
           move zero to mand-count.
           open input mandmast.
           if mandmast-status = "00"
             perform until mand-eof-reached
               read mandmast
                 at end
                   set mand-eof-reached to true
                 not at end
                   if mand-count < 5000
                     add 1 to mand-count
                     move mandate-rec to mand-entry(mand-count)
                   else
                     display "Mandate table full, ignoring "
                       mdt-reference
                   end-if
               end-read
             end-perform
             close mandmast
           else
             display "No mandmast file, nothing to collect"
           end-if.

       *>*
       *> Loads the remaining-open-invoices list into inv-table. A
       *> list holding more than 5000 invoices keeps only the
       *> first 5000, with a console message.
       *>*
       load-invoices.
           move zero to inv-count.
           open input refopen.
           if refopen-status not = "00"
             display "Error reading open-invoices file"
             move 1 to return-code
             goback
           end-if.
           perform until open-eof-reached
             read refopen
               at end
                 set open-eof-reached to true
               not at end
                 if inv-count < 5000
                   add 1 to inv-count
                   move open-number to inv-number-tbl(inv-count)
                   move open-amount to inv-amount-tbl(inv-count)
                   move open-customer
                     to inv-customer-tbl(inv-count)
                   move open-book-date
                     to inv-book-date-tbl(inv-count)
                   move open-reference
                     to inv-reference-tbl(inv-count)
                   move "N" to inv-collected-tbl(inv-count)
                 else
                   display "Invoice table full, ignoring "
                     open-number
                 end-if
             end-read
           end-perform.
           close refopen.

       *>*
       *> Collects the current invoice when it is due and its
       *> customer holds an active mandate: validates the mandate's
       *> banking details and Creditor Identifier, and routes the
       *> invoice to the collection file or the reject list.
       *>*
       collect-invoice.
           if inv-book-date-tbl(inv-idx) is numeric
             and inv-book-date-tbl(inv-idx) > 16010101
             and inv-amount-tbl(inv-idx) > zero
             compute due-int =
               function integer-of-date(inv-book-date-tbl(inv-idx))
               + due-days
             if due-int not > coll-int
               perform find-mandate
               if mand-found-idx > zero
                 perform validate-mandate
                 if reason-work = spaces
                   perform write-collection
                 else
                   perform write-reject
                 end-if
               end-if
             end-if
           end-if.

       *>*
       *> Locates the customer's active mandate, the most recently
       *> signed one when there are several, leaving mand-found-idx
       *> zero when the customer has none.
       *>*
       find-mandate.
           move zero to mand-found-idx.
           perform varying mand-idx from 1 by 1
             until mand-idx > mand-count
             if mand-customer-tbl(mand-idx)
                 = inv-customer-tbl(inv-idx)
               and mand-status-tbl(mand-idx) = "A"
               if mand-found-idx = zero
                 move mand-idx to mand-found-idx
               else
                 if mand-sign-date-tbl(mand-idx)
                     > mand-sign-date-tbl(mand-found-idx)
                   move mand-idx to mand-found-idx
                 end-if
               end-if
             end-if
           end-perform.

       *>*
       *> Validates the mandate's debtor IBAN through ibanok, BIC
       *> through bicok and Creditor Identifier through cidok,
       *> leaving the first failure's reason in reason-work.
       *>*
       validate-mandate.
           move spaces to reason-work.
           move spaces to iban-work.
           move mand-iban-tbl(mand-found-idx) to iban-work.
           call "ibanok" using iban-work, l-reason
             returning l-ok.
           if l-ok not = 1
             move "BAD-IBAN" to reason-work
           else
             call "bicok" using mand-bic-tbl(mand-found-idx),
               iban-work returning l-ok
             if l-ok not = 1
               move "BAD-BIC" to reason-work
             end-if
           end-if.
           if reason-work = spaces
             move mand-creditor-id-tbl(mand-found-idx) to cid-work
             call "cidok" using cid-work returning l-ok
             if l-ok not = 1
               move "BAD-CRED-ID" to reason-work
             end-if
           end-if.

       *>*
       *> Writes the invoice's collection record, pre-notification
       *> line and DIRECT-DBT ledger entry, takes the invoice off
       *> the open list and stamps the mandate with the collection.
       *>*
       write-collection.
           evaluate true
             when mand-type-tbl(mand-found-idx) = "O"
               move "OOFF" to seq-type
               move "U" to mand-status-tbl(mand-found-idx)
               move run-ymd to mand-status-date-tbl(mand-found-idx)
             when mand-last-coll-tbl(mand-found-idx) = zero
               move "FRST" to seq-type
             when other
               move "RCUR" to seq-type
           end-evaluate.
           move coll-date to mand-last-coll-tbl(mand-found-idx).
           move spaces to coll-rec.
           move inv-number-tbl(inv-idx) to col-invoice.
           move inv-reference-tbl(inv-idx) to col-reference.
           move mand-reference-tbl(mand-found-idx) to col-mandate.
           move mand-sign-date-tbl(mand-found-idx) to col-sign-date.
           move seq-type to col-seq-type.
           move mand-iban-tbl(mand-found-idx) to col-iban.
           move mand-bic-tbl(mand-found-idx) to col-bic.
           move inv-amount-tbl(inv-idx) to col-amount.
           move coll-date to col-coll-date.
           move mand-creditor-id-tbl(mand-found-idx)
             to col-creditor-id.
           move inv-customer-tbl(inv-idx) to col-customer.
           move coll-detail to coll-rec.
           write coll-rec.
           move spaces to prenote-line.
           move inv-customer-tbl(inv-idx) to pnl-customer.
           move inv-number-tbl(inv-idx) to pnl-invoice.
           move inv-reference-tbl(inv-idx) to pnl-reference.
           move inv-amount-tbl(inv-idx) to pnl-amount.
           move coll-date to pnl-coll-date.
           move seq-type to pnl-seq-type.
           move mand-reference-tbl(mand-found-idx) to pnl-mandate.
           move rpt-prenote-line to prenote-line.
           write prenote-line.
           move inv-reference-tbl(inv-idx) to led-reference.
           move inv-number-tbl(inv-idx) to led-invoice.
           move inv-amount-tbl(inv-idx) to led-amount.
           move "DIRECT-DBT" to led-kind.
           move run-ymd to led-date.
           write ledger-rec.
           move "Y" to inv-collected-tbl(inv-idx).
           add 1 to coll-count.
           add inv-amount-tbl(inv-idx) to coll-amount.

       *>*
       *> Writes the current invoice to the reject list with the
       *> reason in reason-work; the invoice stays open.
       *>*
       write-reject.
           move inv-number-tbl(inv-idx) to rej-invoice.
           move inv-customer-tbl(inv-idx) to rej-customer.
           move mand-reference-tbl(mand-found-idx) to rej-mandate.
           move inv-amount-tbl(inv-idx) to rej-amount.
           move reason-work to rej-reason.
           write reject-rec.
           add 1 to reject-count.

       *>*
       *> Rewrites the remaining-open-invoices list without the
       *> invoices collected this run.
       *>*
       write-open-invoices.
           open output refopen.
           if refopen-status not = "00"
             display "Error writing open-invoices file"
             move 1 to return-code
             goback
           end-if.
           perform varying inv-idx from 1 by 1
             until inv-idx > inv-count
             if inv-collected-tbl(inv-idx) not = "Y"
               move inv-number-tbl(inv-idx) to open-number
               move inv-amount-tbl(inv-idx) to open-amount
               move inv-customer-tbl(inv-idx) to open-customer
               move inv-book-date-tbl(inv-idx) to open-book-date
               move inv-reference-tbl(inv-idx) to open-reference
               write refopen-rec
               add 1 to open-count-out
             end-if
           end-perform.
           close refopen.

       *>*
       *> Rewrites the mandate master with this run's collection
       *> dates and used-up one-off mandates.
       *>*
       save-mandates.
           if mand-count > zero
             open output mandmast
             if mandmast-status not = "00"
               display "Error rewriting mandate master"
               move 1 to return-code
               goback
             end-if
             perform varying mand-idx from 1 by 1
               until mand-idx > mand-count
               move mand-entry(mand-idx) to mandate-rec
               write mandate-rec
             end-perform
             close mandmast
           end-if.
       end program ddcollect.
