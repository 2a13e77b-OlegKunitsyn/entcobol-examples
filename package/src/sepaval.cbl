       *> failures at once (BAD-IBAN, BAD-BIC, BAD-REF, BAD-AMOUNT,
       *> BLOCKED-CTRY, SANCT-NAME, NOT-REACHABLE - the last from
       *> the enriched bicdirx SWIFT directory swiftload maintains:
       *> a creditor BIC the directory does not carry at all cannot
       *> be confirmed, so it rejects with its own reason; a
       *> missing bicdirx leaves the reachability screen off). The
       *> batch splits into a submit-ready file and a rejected
       *> file, with control totals (count and amount) printed for
       *> both halves.
       *>
       *> A creditor BIC the directory carries but does not flag
       *> SEPA-reachable is a real supplier, rep or customer paid
       *> in GBP, CHF, USD and the like, so it is routed to the
       *> paywire international wire file (see PAYWIRE) instead of
       *> being rejected. A wire is screened with the checks that
       *> still apply: the account must be present (NO-ACCOUNT)
       *> but need not be an IBAN, so ibanok and the BIC/IBAN
       *> country cross-check are skipped and bicok checks the BIC
       *> format only; the reference is passed on as it stands
       *> rather than proved as RF; the amount, sanctions,
       *> account-status and duplicate screens run as for SEPA,
       *> and the embargo screen covers the beneficiary bank's
       *> country as well as the account's. The currency and
       *> charge bearer come from the ops-maintained wirectry
       *> table keyed on the bank's bicdirx country (country,
       *> currency, charge bearer SHA / OUR / BEN - blank means
       *> SHA); a bank country the table does not carry rejects
       *> with NO-CURRENCY, since a wire in a guessed currency is
       *> worse than none. Each wire goes to paywire with the
       *> bank's name and country from bicdirx, under a header,
       *> per-currency control records and a trailer carrying the
       *> line count and amount hash total, and is recorded in
       *> paidhist like a submitted payment; paystatus and
       *> bankrecon read paywire as another submitted batch.
       *>
       *> A payment that passes every check is then screened for
       *> duplication on creditor IBAN, amount and RF reference -
       *> payments actually submitted are appended to paidhist
       *> with the run date.
       *>
       *> The SALESCOMM commission batch (commpay) and the
       *> SALESREFUND customer refund batch (refundpay) are screened
       *> in the same run rather than going to the bank on their
       *> own, so they share the sanctions, embargo, reachability
       *> and duplicate screens, paidhist and dupehold. Each batch
       *> is first proved against its own trailer (count and
       *> amount of its 'D' lines); a batch that disagrees with
       *> its trailer is not screened - every line is rejected
       *> with BATCH-TOTALS. Each 'D' line is converted into the
       *> payment record below with its payment id kept intact
       *> (so paystatus and bankrecon still match it back to the
       *> batch), the rep or customer name as creditor name and
       *> no RF reference; for these lines the duplicate screen
       *> keys on the payment id in place of the reference, since
       *> a rep paid the same commission two months running is
       *> not a duplicate but the same batch fed twice is. A
       *> missing batch is simply not on hand; payinstr may then
       *> be missing too, as long as something is on hand.
       *>
       *> When paysubmit is closed a seal record is written beside
       *> it on paysubseal - the submitted record count, amount
       *> total and a hash over every submitted payment's id, IBAN
       *> and amount (the payseal routine) - which sepafmt
       *> recomputes before it builds the bank file, so an edit to
       *> paysubmit between the two runs is caught. paywire is
       *> sealed the same way on paywireseal when it is closed -
       *> its "D" line count, amount total and a payseal hash over
       *> every wire's payment id, account and amount - and
       *> sepafmt proves it, and puts the wires through the same
       *> second-approval rules, before it releases them.
       *>
       *> The creditor IBAN is also screened against our own
       *> accounts master: an account acctmnt has blocked or closed
       *> is not paid, whatever the batch says. The blocked and
       *> closed accounts are taken from accountsnew, the
       *> validated generation of the master ibanbatch writes with
       *> each account's status, and matched on the IBAN
       *> normalized the way the name screen normalizes names
       *> (upper case, no spaces); such a payment rejects with
       *> ACCT-BLOCKED or ACCT-CLOSED. When the indexed accounts
       *> master acctidx is on hand, each creditor IBAN is looked
       *> up on its alternate key directly instead; otherwise the
       *> blocked and closed accounts are loaded from accountsnew,
       *> and with neither file the account-status screen is off.
       *>
       *> Payment record layout: payment id, creditor IBAN, creditor
       *> BIC, RF reference (spaces when none), amount (digits, two
       *> implied decimals), creditor name.
           organization is sequential
           access mode is sequential
           file status is payinstr-status.
           select commpay assign to commpay
           organization is sequential
           access mode is sequential
           file status is commpay-status.
           select refundpay assign to refundpay
           organization is sequential
           access mode is sequential
           file status is refundpay-status.
           select paysubseal assign to paysubseal
           organization is sequential
           access mode is sequential
           file status is seal-status.
           select paywireseal assign to paywireseal
           organization is sequential
           access mode is sequential
           file status is wire-seal-status.
           select blockedctry assign to blockedctry
           organization is sequential
           access mode is sequential
           organization is sequential
           access mode is sequential
           file status is submit-status.
           select paywire assign to paywire
           organization is sequential
           access mode is sequential
           file status is wire-status.
           select wirectry assign to wirectry
           organization is sequential
           access mode is sequential
           file status is wirectry-status.
           select payreject assign to payreject
           organization is sequential
           access mode is sequential
           organization is sequential
           access mode is sequential
           file status is holcal-status.
           select accountsnew assign to accountsnew
           organization is sequential
           access mode is sequential
           file status is acctnew-status.
           select acctidx assign to acctidx
           organization is indexed
           access mode is dynamic
           record key is aix-number
           alternate record key is aix-iban-key with duplicates
           file status is idx-status.
       data division.
       file section.
       fd payinstr recording mode f
           record contains 127 characters
           label records are omitted
           data record is payinstr-rec.
       01 payinstr-rec pic x(127).
       fd commpay recording mode f
           record contains 100 characters
           label records are omitted
           data record is comm-rec.
       01 comm-rec.
         05 com-type pic x.
         05 com-pay-id pic x(10).
         05 com-rep pic x(20).
         05 com-iban pic x(34).
         05 com-bic pic x(11).
         05 com-amount pic 9(9)v99.
         05 com-exec-date pic 9(8).
         05 filler pic x(5).
       01 comm-trl-rec.
         05 comt-type pic x.
         05 comt-count pic 9(9).
         05 comt-amount pic 9(11)v99.
         05 comt-exec-date pic 9(8).
         05 filler pic x(69).
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
       01 refund-trl-rec.
         05 rfpt-type pic x.
         05 rfpt-count pic 9(9).
         05 rfpt-amount pic 9(11)v99.
         05 rfpt-exec-date pic 9(8).
         05 filler pic x(89).
       fd blockedctry recording mode f
           record contains 2 characters
           label records are omitted
       01 submit-rec.
         05 sub-payment pic x(127).
         05 sub-exec-date pic 9(8).
       fd paywire recording mode f
           record contains 200 characters
           label records are omitted
           data record is wire-rec.
       copy PAYWIRE.
       fd wirectry recording mode f
           record contains 8 characters
           label records are omitted
           data record is wirectry-rec.
       01 wirectry-rec.
         05 wct-country pic x(2).
         05 wct-currency pic x(3).
         05 wct-charges pic x(3).
       fd paysubseal recording mode f
           record contains 43 characters
           label records are omitted
           data record is seal-rec.
       01 seal-rec.
         05 sel-count pic 9(9).
         05 sel-amount pic 9(12)v99.
         05 sel-hash pic 9(12).
         05 sel-date pic 9(8).
       fd paywireseal recording mode f
           record contains 43 characters
           label records are omitted
           data record is wire-seal-rec.
       01 wire-seal-rec.
         05 wsl-count pic 9(9).
         05 wsl-amount pic 9(12)v99.
         05 wsl-hash pic 9(12).
         05 wsl-date pic 9(8).
       fd payreject recording mode f
           record contains 201 characters
           label records are omitted
           data record is holcal-rec.
       01 holcal-rec.
         05 hol-date pic 9(8).
       fd accountsnew recording mode f
           record contains 120 characters
           label records are omitted
           data record is acctnew-rec.
       copy IBANVAL.
       fd acctidx
           label records are standard
           data record is acctidx-rec.
       copy ACCTIDX.
       working-storage section.
       01 pmt-rec.
         05 pmt-id pic x(10).
         05 pmt-iban pic x(34).
         05 pmt-bic pic x(11).
         05 pmt-ref pic x(25).
         05 pmt-amount pic x(12).
         05 pmt-name pic x(35).
       01 payinstr-status pic x(2).
       01 payinstr-present pic x value "N".
         88 payinstr-on-hand value "Y".
       01 commpay-status pic x(2).
       01 refundpay-status pic x(2).
       01 batch-eof pic x value "N".
         88 batch-eof-reached value "Y".
       01 intake-source pic x value "P".
         88 intake-from-payinstr value "P".
       01 comm-present pic x value "N".
         88 comm-on-hand value "Y".
       01 comm-balanced pic x value "N".
         88 comm-batch-balanced value "Y".
       01 refund-present pic x value "N".
         88 refund-on-hand value "Y".
       01 refund-balanced pic x value "N".
         88 refund-batch-balanced value "Y".
       01 batch-trl-seen pic x value "N".
         88 batch-trailer-seen value "Y".
       01 batch-det-count pic 9(9) value zero.
       01 batch-det-amount pic 9(11)v99 value zero.
       01 batch-trl-count pic 9(9) value zero.
       01 batch-trl-amount pic 9(11)v99 value zero.
       01 batch-screened pic 9(9) value zero.
       01 batch-cents pic 9(12) value zero.
       01 dupe-ref-work pic x(25) value spaces.
       01 blocked-status pic x(2).
       01 submit-status pic x(2).
       01 reject-status pic x(2).
       01 seal-status pic x(2).
       01 seal-data.
         05 sld-pay-id pic x(10).
         05 sld-iban pic x(34).
         05 sld-amount pic x(12).
       01 seal-hash pic 9(12) value zero.
       01 wire-seal-status pic x(2).
       01 wire-seal-hash pic 9(12) value zero.
       01 wire-seal-amount pic 9(10)v99 value zero.
       01 wire-seal-text redefines wire-seal-amount pic x(12).
       01 pay-eof pic x value "N".
         88 pay-eof-reached value "Y".
       01 blocked-eof pic x value "N".
             ascending key is dirx-bic-tbl
             indexed by dirx-idx.
           10 dirx-bic-tbl pic x(11).
           10 dirx-name-tbl pic x(35).
           10 dirx-country-tbl pic x(2).
           10 dirx-sepa-tbl pic x.
       01 bic-work pic x(11) value spaces.
       01 bic-reachable pic x value "N".
         88 bic-is-reachable value "Y".
       01 bic-known pic x value "N".
         88 bic-is-known value "Y".
       01 wire-route pic x value "N".
         88 payment-is-wire value "Y".
       01 wire-status pic x(2).
       01 wirectry-status pic x(2).
       01 wirectry-eof pic x value "N".
         88 wirectry-eof-reached value "Y".
       01 wire-bank-name pic x(35) value spaces.
       01 wire-bank-country pic x(2) value spaces.
       01 wire-currency pic x(3) value spaces.
       01 wire-charges pic x(3) value spaces.
       01 wire-ctry-count pic 9(3) value zero.
       01 wire-ctry-table.
         05 wire-ctry-entry occurs 300 times indexed by wire-ctry-idx.
           10 wire-ctry-tbl pic x(2).
           10 wire-ccy-tbl pic x(3).
           10 wire-chg-tbl pic x(3).
       01 wire-count pic 9(9) value zero.
       01 wire-amount pic 9(12)v99 value zero.
       01 ccy-total-count pic 9(2) value zero.
       01 ccy-total-table.
         05 ccy-total-entry occurs 30 times indexed by ccy-idx.
           10 ccy-code-tbl pic x(3).
           10 ccy-count-tbl pic 9(9).
           10 ccy-amount-tbl pic 9(12)v99.
       01 ccy-found-idx pic 9(2) value zero.
       01 paid-eof pic x value "N".
         88 paid-eof-reached value "Y".
       01 paid-count pic 9(5) value zero.
       01 holiday-table.
         05 holiday-entry occurs 200 times indexed by hol-idx.
           10 holiday-date-tbl pic 9(8).
       01 acctnew-status pic x(2).
       01 acctnew-eof pic x value "N".
         88 acctnew-eof-reached value "Y".
       01 idx-status pic x(2).
       01 acctidx-open pic x value "N".
         88 acctidx-is-open value "Y".
       01 idx-browse-eof pic x value "N".
         88 idx-browse-done value "Y".
       01 inactive-count pic 9(4) value zero.
       01 inactive-table.
         05 inactive-entry occurs 5000 times indexed by inactive-idx.
           10 inactive-iban-tbl pic x(34).
           10 inactive-status-tbl pic x.
       01 inactive-found pic x value space.
         88 account-is-blocked value "B".
         88 account-is-closed value "C".
       01 iban-raw pic x(64) value spaces.
       01 iban-norm pic x(34) value spaces.
       01 iban-in-idx pic 9(2) value zero.
       01 iban-out-idx pic 9(2) value zero.
       01 exec-date pic 9(8) value zero.
       01 exec-int pic 9(8) value zero.
       01 exec-dow pic 9 value zero.
           perform load-blocked-countries.
           perform load-sanctions-list.
           perform load-swift-directory.
           perform load-wire-countries.
           perform load-paid-history.
           perform load-holidays.
           open input acctidx.
           if idx-status = "00"
             set acctidx-is-open to true
           else
             perform load-inactive-accounts
           end-if.
           perform set-execution-date.
           perform prove-comm-batch.
           perform prove-refund-batch.
           open input payinstr.
           if payinstr-status = "00"
             set payinstr-on-hand to true
           else
             if not comm-on-hand and not refund-on-hand
               display "Error reading payment instruction file"
               move 1 to return-code
               goback
             end-if
             display "No payinstr file on hand"
           end-if.
           open output paysubmit.
           if submit-status not = "00"
             display "Error writing submit-ready file"
             move 1 to return-code
             if payinstr-on-hand
               close payinstr
             end-if
             goback
           end-if.
           open output payreject.
           if reject-status not = "00"
             display "Error writing rejected file"
             move 1 to return-code
             if payinstr-on-hand
               close payinstr
             end-if
             close paysubmit
             goback
           end-if.
           open output dupehold.
           if dupe-status not = "00"
             display "Error writing duplicate-hold file"
             move 1 to return-code
             if payinstr-on-hand
               close payinstr
             end-if
             close paysubmit, payreject
             goback
           end-if.
           open output paywire.
           if wire-status not = "00"
             display "Error writing international wire file"
             move 1 to return-code
             if payinstr-on-hand
               close payinstr
             end-if
             close paysubmit, payreject, dupehold
             goback
           end-if.
           move spaces to wire-hdr-rec.
           move "H" to pwh-type.
           move run-ymd to pwh-run-date.
           move exec-date to pwh-exec-date.
           move "INTERNATIONAL WIRES" to pwh-label.
           write wire-hdr-rec.
           call "ibanokload".
           if payinstr-on-hand
             move "P" to intake-source
             perform until pay-eof-reached
               read payinstr into pmt-rec
                 at end
                   set pay-eof-reached to true
                 not at end
                   perform validate-payment
               end-read
             end-perform
             close payinstr
           end-if.
           if comm-on-hand
             perform screen-comm-batch
           end-if.
           if refund-on-hand
             perform screen-refund-batch
           end-if.
           close paysubmit.
           perform write-submit-seal.
           perform write-wire-trailer.
           close paywire.
           perform write-wire-seal.
           close payreject.
           close dupehold.
           if acctidx-is-open
             close acctidx
           end-if.
           perform save-paid-history.
           display "Submit-ready: " submit-count
             " amount: " submit-amount
             " execution date: " exec-date.
           display "Rejected:     " reject-count
             " amount: " reject-amount.
           display "International wires: " wire-count
             " amount hash: " wire-amount.
           display "Held as duplicates: " dupe-count.
           goback.

       *>*
       *> Proves the SALESCOMM commpay batch, if one is on hand,
       *> against its trailer: the count and amount of its 'D'
       *> lines must equal what the 'T' record says. A batch with
       *> no trailer, or one that disagrees, is left unbalanced
       *> and screen-comm-batch rejects it whole.
       *>*
       prove-comm-batch.
           move "N" to comm-present.
           move "N" to comm-balanced.
           open input commpay.
           if commpay-status = "00"
             set comm-on-hand to true
             move zero to batch-det-count, batch-det-amount
             move zero to batch-trl-count, batch-trl-amount
             move "N" to batch-trl-seen
             move "N" to batch-eof
             perform until batch-eof-reached
               read commpay
                 at end
                   set batch-eof-reached to true
                 not at end
                   if com-type = "D"
                     add 1 to batch-det-count
                     if com-amount is numeric
                       add com-amount to batch-det-amount
                     end-if
                   end-if
                   if com-type = "T"
                     set batch-trailer-seen to true
                     move comt-count to batch-trl-count
                     move comt-amount to batch-trl-amount
                   end-if
               end-read
             end-perform
             close commpay
             if batch-trailer-seen
               and batch-det-count = batch-trl-count
               and batch-det-amount = batch-trl-amount
               set comm-batch-balanced to true
             else
               display "Commission batch disagrees with its "
                 "trailer, rejected whole"
               display "  lines: " batch-det-count
                 " amount: " batch-det-amount
               display "  trailer: " batch-trl-count
                 " amount: " batch-trl-amount
             end-if
           else
             display "No commpay batch on hand"
           end-if.

       *>*
       *> Proves the SALESREFUND refundpay batch against its
       *> trailer, the same way as prove-comm-batch.
       *>*
       prove-refund-batch.
           move "N" to refund-present.
           move "N" to refund-balanced.
           open input refundpay.
           if refundpay-status = "00"
             set refund-on-hand to true
             move zero to batch-det-count, batch-det-amount
             move zero to batch-trl-count, batch-trl-amount
             move "N" to batch-trl-seen
             move "N" to batch-eof
             perform until batch-eof-reached
               read refundpay
                 at end
                   set batch-eof-reached to true
                 not at end
                   if rfp-type = "D"
                     add 1 to batch-det-count
                     if rfp-amount is numeric
                       add rfp-amount to batch-det-amount
                     end-if
                   end-if
                   if rfp-type = "T"
                     set batch-trailer-seen to true
                     move rfpt-count to batch-trl-count
                     move rfpt-amount to batch-trl-amount
                   end-if
               end-read
             end-perform
             close refundpay
             if batch-trailer-seen
               and batch-det-count = batch-trl-count
               and batch-det-amount = batch-trl-amount
               set refund-batch-balanced to true
             else
               display "Refund batch disagrees with its "
                 "trailer, rejected whole"
               display "  lines: " batch-det-count
                 " amount: " batch-det-amount
               display "  trailer: " batch-trl-count
                 " amount: " batch-trl-amount
             end-if
           else
             display "No refundpay batch on hand"
           end-if.

       *>*
       *> Screens every commpay 'D' line as a payment: the rep is
       *> the creditor, the payment id is kept as it is.
       *>*
       screen-comm-batch.
           move "C" to intake-source.
           move zero to batch-screened.
           move "N" to batch-eof.
           open input commpay.
           if commpay-status not = "00"
             display "Error reading commission batch"
             move 1 to return-code
           else
             perform until batch-eof-reached
               read commpay
                 at end
                   set batch-eof-reached to true
                 not at end
                   if com-type = "D"
                     move spaces to pmt-rec
                     move com-pay-id to pmt-id
                     move com-iban to pmt-iban
                     move com-bic to pmt-bic
                     move com-rep to pmt-name
                     if com-amount is numeric
                       compute batch-cents = com-amount * 100
                       move batch-cents to pmt-amount
                     else
                       move spaces to pmt-amount
                     end-if
                     perform screen-batch-line
                   end-if
               end-read
             end-perform
             close commpay
             display "Commission lines screened: " batch-screened
           end-if.

       *>*
       *> Screens every refundpay 'D' line as a payment: the
       *> customer is the creditor, the payment id is kept as it
       *> is.
       *>*
       screen-refund-batch.
           move "R" to intake-source.
           move zero to batch-screened.
           move "N" to batch-eof.
           open input refundpay.
           if refundpay-status not = "00"
             display "Error reading refund batch"
             move 1 to return-code
           else
             perform until batch-eof-reached
               read refundpay
                 at end
                   set batch-eof-reached to true
                 not at end
                   if rfp-type = "D"
                     move spaces to pmt-rec
                     move rfp-pay-id to pmt-id
                     move rfp-iban to pmt-iban
                     move rfp-bic to pmt-bic
                     move rfp-name to pmt-name
                     if rfp-amount is numeric
                       compute batch-cents = rfp-amount * 100
                       move batch-cents to pmt-amount
                     else
                       move spaces to pmt-amount
                     end-if
                     perform screen-batch-line
                   end-if
               end-read
             end-perform
             close refundpay
             display "Refund lines screened: " batch-screened
           end-if.

       *>*
       *> Runs a converted batch line through validate-payment, or
       *> straight to payreject with BATCH-TOTALS when its batch
       *> failed to prove against its trailer.
       *>*
       screen-batch-line.
           add 1 to batch-screened.
           if (intake-source = "C" and comm-batch-balanced)
             or (intake-source = "R" and refund-batch-balanced)
             perform validate-payment
           else
             move pmt-rec to rej-payment
             move "BATCH-TOTALS" to rej-reasons
             write reject-rec
             add 1 to reject-count
             if pmt-amount is numeric
               compute amount-work =
                 function numval(pmt-amount) / 100
               add amount-work to reject-amount
             end-if
           end-if.

       *>*
       *> Loads the enriched SWIFT directory swiftload maintains
       *> into dirx-table (BIC, bank name and country and
       *> reachability flag, sorted by swiftload so SEARCH ALL
       *> applies). A missing bicdirx
       *> leaves the reachability screen off, the behaviour from
       *> before the directory existed.
       *>*
                     add 1 to dirx-count
                     move function upper-case(bdx-bic)
                       to dirx-bic-tbl(dirx-count)
                     move bdx-name to dirx-name-tbl(dirx-count)
                     move function upper-case(bdx-country)
                       to dirx-country-tbl(dirx-count)
                     move bdx-sepa to dirx-sepa-tbl(dirx-count)
                   else
                     display "SWIFT directory table full, "
       *> Binary-searches the SWIFT directory for the creditor BIC
       *> and leaves bic-is-reachable set only when the directory
       *> carries it with the SEPA flag on - an unknown BIC cannot
       *> be confirmed reachable and fails the screen. A BIC the
       *> directory carries is also bic-is-known, with its bank's
       *> name and country kept for the wire file.
       *>*
       check-sepa-reachable.
           move "N" to bic-reachable.
           move "N" to bic-known.
           move spaces to wire-bank-name, wire-bank-country.
           move function upper-case(pmt-bic) to bic-work.
           if dirx-count > zero
             search all dirx-entry
               at end
                 continue
               when dirx-bic-tbl(dirx-idx) = bic-work
                 set bic-is-known to true
                 move dirx-name-tbl(dirx-idx) to wire-bank-name
                 move dirx-country-tbl(dirx-idx)
                   to wire-bank-country
                 if dirx-sepa-tbl(dirx-idx) = "Y"
                   set bic-is-reachable to true
                 end-if
             end-search
           end-if.

       *>*
       *> Loads the ops-maintained wirectry table of wire
       *> currencies and charge bearers by bank country. A
       *> missing table means no wire can be priced, so every
       *> wire rejects NO-CURRENCY.
       *>*
       load-wire-countries.
           move zero to wire-ctry-count.
           open input wirectry.
           if wirectry-status = "00"
             perform until wirectry-eof-reached
               read wirectry
                 at end
                   set wirectry-eof-reached to true
                 not at end
                   if wire-ctry-count < 300
                     add 1 to wire-ctry-count
                     move function upper-case(wct-country)
                       to wire-ctry-tbl(wire-ctry-count)
                     move function upper-case(wct-currency)
                       to wire-ccy-tbl(wire-ctry-count)
                     move function upper-case(wct-charges)
                       to wire-chg-tbl(wire-ctry-count)
                     if wct-charges = spaces
                       move "SHA" to wire-chg-tbl(wire-ctry-count)
                     end-if
                   else
                     display "Wire country table full, ignoring "
                       wct-country
                   end-if
               end-read
             end-perform
             close wirectry
           else
             display "No wirectry table, every wire rejects "
               "NO-CURRENCY"
           end-if.

       *>*
       *> Looks the wire's bank country up in the wirectry table,
       *> leaving its currency and charge bearer (spaces when the
       *> country is not carried).
       *>*
       find-wire-currency.
           move spaces to wire-currency, wire-charges.
           perform varying wire-ctry-idx from 1 by 1
             until wire-ctry-idx > wire-ctry-count
             if wire-ctry-tbl(wire-ctry-idx) = wire-bank-country
               move wire-ccy-tbl(wire-ctry-idx) to wire-currency
               move wire-chg-tbl(wire-ctry-idx) to wire-charges
             end-if
           end-perform.

       *>*
       *> Writes the current payment to paywire as a "D" line,
       *> adds it to the file and currency control totals and
       *> folds its id, account and amount into the wire seal.
       *>*
       write-wire-line.
           move spaces to wire-rec.
           move "D" to pwr-type.
           move pmt-id to pwd-pay-id.
           move pmt-iban to pwd-account.
           move function upper-case(pmt-bic) to pwd-bic.
           move wire-bank-name to pwd-bank-name.
           move wire-bank-country to pwd-bank-country.
           move wire-currency to pwd-currency.
           move amount-work to pwd-amount.
           move wire-charges to pwd-charges.
           move pmt-ref to pwd-ref.
           move pmt-name to pwd-name.
           move exec-date to pwd-exec-date.
           write wire-rec.
           add 1 to wire-count.
           add amount-work to wire-amount.
           move pwd-pay-id to sld-pay-id.
           move pwd-account to sld-iban.
           move pwd-amount to wire-seal-amount.
           move wire-seal-text to sld-amount.
           call "payseal" using seal-data, wire-seal-hash.
           move zero to ccy-found-idx.
           perform varying ccy-idx from 1 by 1
             until ccy-idx > ccy-total-count
             if ccy-code-tbl(ccy-idx) = wire-currency
               set ccy-found-idx to ccy-idx
             end-if
           end-perform.
           if ccy-found-idx = zero and ccy-total-count < 30
             add 1 to ccy-total-count
             move ccy-total-count to ccy-found-idx
             move wire-currency to ccy-code-tbl(ccy-found-idx)
             move zero to ccy-count-tbl(ccy-found-idx)
             move zero to ccy-amount-tbl(ccy-found-idx)
           end-if.
           if ccy-found-idx > zero
             add 1 to ccy-count-tbl(ccy-found-idx)
             add amount-work to ccy-amount-tbl(ccy-found-idx)
           else
             display "Wire currency table full, no control "
               "record for " wire-currency
           end-if.

       *>*
       *> Closes paywire's structure: one "C" control record per
       *> currency wired, then the "T" trailer with the line count
       *> and amount hash total.
       *>*
       write-wire-trailer.
           perform varying ccy-idx from 1 by 1
             until ccy-idx > ccy-total-count
             move spaces to wire-ccy-rec
             move "C" to pwc-type
             move ccy-code-tbl(ccy-idx) to pwc-currency
             move ccy-count-tbl(ccy-idx) to pwc-count
             move ccy-amount-tbl(ccy-idx) to pwc-amount
             write wire-ccy-rec
           end-perform.
           move spaces to wire-trl-rec.
           move "T" to pwt-type.
           move wire-count to pwt-count.
           move wire-amount to pwt-amount.
           move exec-date to pwt-exec-date.
           write wire-trl-rec.

       *>*
       *> Loads the ops-maintained holcal bank-holiday calendar,
       *> if any. A missing calendar rolls over weekends only.
             end-if
           end-perform.

       *>*
       *> Writes the seal record for the submit-ready file just
       *> closed: its record count, amount total and payseal hash.
       *>*
       write-submit-seal.
           open output paysubseal.
           if seal-status not = "00"
             display "Error writing submit-ready seal"
             move 1 to return-code
             close paywire, payreject, dupehold
             goback
           end-if.
           move submit-count to sel-count.
           move submit-amount to sel-amount.
           move seal-hash to sel-hash.
           move run-ymd to sel-date.
           write seal-rec.
           close paysubseal.

       *>*
       *> Writes the seal record for the wire file just closed:
       *> its "D" line count, amount total and payseal hash.
       *>*
       write-wire-seal.
           open output paywireseal.
           if wire-seal-status not = "00"
             display "Error writing international wire seal"
             move 1 to return-code
             close payreject, dupehold
             goback
           end-if.
           move wire-count to wsl-count.
           move wire-amount to wsl-amount.
           move wire-seal-hash to wsl-hash.
           move run-ymd to wsl-date.
           write wire-seal-rec.
           close paywireseal.

       *>*
       *> Loads the rolling paid-payments history, ageing off
       *> entries older than retain-days - a duplicate of a
       *>*
       *> Runs every check against the current payment, collecting
       *> each failure's reason code, and routes the record to
       *> paysubmit or, for a creditor bank the directory carries
       *> as not SEPA-reachable, paywire (no failures), or
       *> payreject (the record plus all its reasons).
       *>*
       validate-payment.
           move spaces to reasons-work.
           move 1 to reasons-ptr.

           perform check-sepa-reachable.
           move "N" to wire-route.
           if dirx-is-loaded and bic-is-known and not bic-is-reachable
             set payment-is-wire to true
           end-if.

           move spaces to iban-work.
           move pmt-iban to iban-work.
           if payment-is-wire
             if pmt-iban = spaces
               string "NO-ACCOUNT " delimited by size
                 into reasons-work with pointer reasons-ptr
             end-if
           else
             call "ibanok" using iban-work, l-reason returning l-ok
             if l-ok not = 1
               string "BAD-IBAN " delimited by size
                 into reasons-work with pointer reasons-ptr
             end-if
           end-if.

           if payment-is-wire
             call "bicok" using pmt-bic, omitted returning l-ok
           else
             call "bicok" using pmt-bic, iban-work returning l-ok
           end-if.
           if l-ok not = 1
             string "BAD-BIC " delimited by size
               into reasons-work with pointer reasons-ptr
           end-if.

           if pmt-ref not = spaces and not payment-is-wire
             move pmt-ref to ref-work
             call "isoref" using ref-work returning l-ok
             if l-ok not = 1
               into reasons-work with pointer reasons-ptr
           end-if.

           if dirx-is-loaded and not bic-is-reachable
             and not payment-is-wire
             string "NOT-REACHABLE " delimited by size
               into reasons-work with pointer reasons-ptr
           end-if.

           if payment-is-wire
             perform find-wire-currency
             if wire-currency = spaces
               string "NO-CURRENCY " delimited by size
                 into reasons-work with pointer reasons-ptr
             end-if
           end-if.

           perform check-inactive-account.
           if account-is-blocked
             string "ACCT-BLOCKED " delimited by size
               into reasons-work with pointer reasons-ptr
           end-if.
           if account-is-closed
             string "ACCT-CLOSED " delimited by size
               into reasons-work with pointer reasons-ptr
           end-if.

           if intake-from-payinstr
             move function upper-case(pmt-ref) to dupe-ref-work
           else
             move pmt-id to dupe-ref-work
           end-if.

           if reasons-work = spaces
             perform check-duplicate
             if payment-is-duplicate
               write dupe-rec
               add 1 to dupe-count
             else
               if payment-is-wire
                 perform write-wire-line
                 perform record-submitted
               else
                 move pmt-rec to sub-payment
                 move exec-date to sub-exec-date
                 write submit-rec
                 add 1 to submit-count
                 add amount-work to submit-amount
                 move pmt-id to sld-pay-id
                 move pmt-iban to sld-iban
                 move pmt-amount to sld-amount
                 call "payseal" using seal-data, seal-hash
                 perform record-submitted
               end-if
             end-if
           else
             move pmt-rec to rej-payment
             if paid-iban-tbl(paid-idx) =
                 function upper-case(pmt-iban)
               and paid-amount-tbl(paid-idx) = amount-work
               and paid-ref-tbl(paid-idx) = dupe-ref-work
               set payment-is-duplicate to true
               if paid-date-tbl(paid-idx) = run-ymd
                 move "BATCH" to dupe-source
             move function upper-case(pmt-iban)
               to paid-iban-tbl(paid-count)
             move amount-work to paid-amount-tbl(paid-count)
             move dupe-ref-work to paid-ref-tbl(paid-count)
             move run-ymd to paid-date-tbl(paid-count)
           else
             display "Paid history table full, cannot record "
           end-if.

       *>*
       *> Loads the IBANs of the blocked and closed accounts on
       *> accountsnew, normalized, into inactive-table. Active
       *> accounts are not kept - only the exceptions are looked
       *> up. A missing file means no account-status screening.
       *>*
       load-inactive-accounts.
           move zero to inactive-count.
           open input accountsnew.
           if acctnew-status = "00"
             perform until acctnew-eof-reached
               read accountsnew
                 at end
                   set acctnew-eof-reached to true
                 not at end
                   if anw-is-blocked or anw-is-closed
                     if inactive-count < 5000
                       move anw-iban to iban-raw
                       perform normalize-iban
                       if iban-norm not = spaces
                         add 1 to inactive-count
                         move iban-norm
                           to inactive-iban-tbl(inactive-count)
                         move anw-status
                           to inactive-status-tbl(inactive-count)
                       end-if
                     else
                       display "Inactive accounts table full, "
                         "ignoring " anw-number
                     end-if
                   end-if
               end-read
             end-perform
             close accountsnew
           else
             display "No accountsnew, account-status screen off"
           end-if.

       *>*
       *> Looks the normalized creditor IBAN up in inactive-table,
       *> leaving the account's status in inactive-found (space
       *> when the account is not blocked or closed).
       *>*
       check-inactive-account.
           move space to inactive-found.
           if acctidx-is-open
             perform check-index-account
           end-if.
           if inactive-count > zero
             move pmt-iban to iban-raw
             perform normalize-iban
             perform varying inactive-idx from 1 by 1
               until inactive-idx > inactive-count
               if inactive-iban-tbl(inactive-idx) = iban-norm
                 move inactive-status-tbl(inactive-idx)
                   to inactive-found
               end-if
             end-perform
           end-if.

       *>*
       *> Looks the normalized creditor IBAN up on acctidx's
       *> alternate key, reading every account on it: a closed
       *> account outranks a blocked one, and an active account
       *> on the same IBAN does not clear either.
       *>*
       check-index-account.
           move pmt-iban to iban-raw.
           perform normalize-iban.
           move iban-norm to aix-iban-key.
           move "N" to idx-browse-eof.
           start acctidx key is equal aix-iban-key
             invalid key
               set idx-browse-done to true
           end-start.
           perform until idx-browse-done
             read acctidx next
               at end
                 set idx-browse-done to true
               not at end
                 if aix-iban-key not = iban-norm
                   set idx-browse-done to true
                 else
                   move aix-account to acctnew-rec
                   if anw-is-closed
                     move "C" to inactive-found
                   end-if
                   if anw-is-blocked and not account-is-closed
                     move "B" to inactive-found
                   end-if
                 end-if
             end-read
           end-perform.

       *>*
       *> Upper-cases iban-raw and squeezes its spaces out into
       *> iban-norm, as normalize-name does for names.
       *>*
       normalize-iban.
           move function upper-case(iban-raw) to iban-raw.
           move spaces to iban-norm.
           move 1 to iban-out-idx.
           perform varying iban-in-idx from 1 by 1
             until iban-in-idx > 64 or iban-out-idx > 34
             if iban-raw(iban-in-idx:1) not = space
               move iban-raw(iban-in-idx:1)
                 to iban-norm(iban-out-idx:1)
               add 1 to iban-out-idx
             end-if
           end-perform.

       *>*
       *> Screens the payment IBAN's country against blocked-table,
       *> and for a wire the beneficiary bank's country too.
       *>*
       check-blocked-country.
           move "N" to blocked-found.
                 function upper-case(pmt-iban)(1:2)
               set country-is-blocked to true
             end-if
             if payment-is-wire
               and blocked-ctry-tbl(blocked-idx) = wire-bank-country
               set country-is-blocked to true
             end-if
           end-perform.
       end program sepaval.
