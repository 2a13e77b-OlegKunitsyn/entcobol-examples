       *>*
       *> Month-end bad-debt provisioning run over the
       *> remaining-open-invoices list refmatch carries forward.
       *> Each open invoice is aged off its booking date into the
       *> same 0-30, 31-60, 61-90, 91-120 and over 120 day buckets
       *> invaging reports, and the provision each bucket needs is
       *> its open amount at the percentage ops keep for it on the
       *> provctl control record (which also carries the bad-debt
       *> expense, provision and receivables accounts and the cost
       *> center; blank accounts fall back to the defaults below).
       *> An invoice with an unusable booking date is not aged and
       *> carries no provision, as in invaging.
       *>
       *> The provmast provision master holds the provision booked
       *> so far. Invoices a collector marks on the provwo
       *> write-off transaction file are taken off refopen and
       *> booked against that provision - provision debit,
       *> receivables credit - with a line on the provaudit audit
       *> trail for each (an invoice no longer open gets a NOT-OPEN
       *> audit line instead). The required provision is then
       *> compared with what remains booked and only the movement
       *> is posted: bad-debt expense against the provision for an
       *> increase, the reverse for a release. Both journals go to
       *> the glextract file (after the day's other postings) and
       *> the glhist posting history GLRECON reconciles, numbered
       *> above the highest journal already in glextract and dated
       *> into the open period from the salesperctl stamp (the
       *> run date's fiscal period from FISCALPER when there is
       *> none). The journals must balance, debits against
       *> credits, before anything is written; otherwise the run
       *> stops with return code 1 and leaves the files as they
       *> were. Because the movement is always measured against
       *> what is booked, a rerun posts nothing twice.
       *>
       *> The provrpt report shows, by bucket, the open count and
       *> amount, the percentage and the provision; then each
       *> customer's open amount and provision in customer order;
       *> then the provision booked before the run, the write-offs
       *> charged to it, the required provision and the movement.
       *>*
       identification division.
       program-id. provision.
       environment division.
       input-output section.
       file-control.
           select refopen assign to refopen
           organization is sequential
           access mode is sequential
           file status is refopen-status.
           select provctl assign to provctl
           organization is sequential
           access mode is sequential
           file status is provctl-status.
           select provmast assign to provmast
           organization is sequential
           access mode is sequential
           file status is provmast-status.
           select provwo assign to provwo
           organization is sequential
           access mode is sequential
           file status is provwo-status.
           select provaudit assign to provaudit
           organization is sequential
           access mode is sequential
           file status is audit-status.
           select provrpt assign to provrpt
           organization is sequential
           access mode is sequential
           file status is rpt-status.
           select salesperctl assign to salesperctl
           organization is sequential
           access mode is sequential
           file status is perctl-status.
           select optional glextract assign to glextract
           organization is sequential
           access mode is sequential
           file status is gl-status.
           select optional glhist assign to glhist
           organization is sequential
           access mode is sequential
           file status is glhist-status.
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
       fd provctl recording mode f
           record contains 61 characters
           label records are omitted
           data record is provctl-rec.
       01 provctl-rec.
         05 prc-pct pic 9(3)v99 occurs 5 times.
         05 prc-expense-account pic x(10).
         05 prc-provision-account pic x(10).
         05 prc-recv-account pic x(10).
         05 prc-costctr pic x(6).
       fd provmast recording mode f
           record contains 40 characters
           label records are omitted
           data record is provmast-rec.
       01 provmast-rec.
         05 pm-period pic 9(6).
         05 pm-booked pic s9(11)v99.
         05 pm-required pic 9(11)v99.
         05 pm-upd-date pic 9(8).
       fd provwo recording mode f
           record contains 40 characters
           label records are omitted
           data record is provwo-rec.
       01 provwo-rec.
         05 wo-invoice pic x(10).
         05 wo-collector pic x(10).
         05 wo-reason pic x(20).
       fd provaudit recording mode f
           record contains 100 characters
           label records are omitted
           data record is audit-rec.
       01 audit-rec.
         05 aud-date pic 9(8).
         05 filler pic x.
         05 aud-invoice pic x(10).
         05 filler pic x.
         05 aud-customer pic x(10).
         05 filler pic x.
         05 aud-amount pic z(8)9.99.
         05 filler pic x.
         05 aud-collector pic x(10).
         05 filler pic x.
         05 aud-reason pic x(20).
         05 filler pic x.
         05 aud-result pic x(11).
         05 filler pic x(13).
       fd provrpt recording mode f
           record contains 132 characters
           label records are omitted
           data record is rpt-line.
       01 rpt-line pic x(132).
       fd salesperctl recording mode f
           record contains 12 characters
           label records are omitted
           data record is perctl-rec.
       01 perctl-rec.
         05 perctl-closed-thru pic 9(6).
         05 perctl-open-period pic 9(6).
       fd glextract recording mode f
           record contains 46 characters
           label records are omitted
           data record is gl-rec.
       01 gl-rec.
         05 gl-journal pic 9(4).
         05 gl-account pic x(10).
         05 gl-costctr pic x(6).
         05 gl-period pic 9(6).
         05 gl-amount pic s9(9)v99.
         05 gl-drcr pic x.
         05 gl-entity pic x(4).
         05 gl-partner pic x(4).
       fd glhist recording mode f
           record contains 54 characters
           label records are omitted
           data record is glhist-rec.
       01 glhist-rec.
         05 glh-journal pic 9(4).
         05 glh-account pic x(10).
         05 glh-costctr pic x(6).
         05 glh-period pic 9(6).
         05 glh-amount pic s9(9)v99.
         05 glh-drcr pic x.
         05 glh-entity pic x(4).
         05 glh-partner pic x(4).
         05 glh-run-date pic 9(8).
       working-storage section.
       01 refopen-status pic x(2).
       01 provctl-status pic x(2).
       01 provmast-status pic x(2).
       01 provwo-status pic x(2).
       01 audit-status pic x(2).
       01 rpt-status pic x(2).
       01 perctl-status pic x(2).
       01 gl-status pic x(2).
       01 glhist-status pic x(2).
       01 open-eof pic x value "N".
         88 open-eof-reached value "Y".
       01 wo-eof pic x value "N".
         88 wo-eof-reached value "Y".
       01 gl-eof pic x value "N".
         88 gl-eof-reached value "Y".
       01 run-ymd pic 9(8) value zero.
       01 today-int pic 9(8) value zero.
       01 book-int pic 9(8) value zero.
       01 age-days pic s9(5) value zero.
       01 bucket-no pic 9 value zero.
       01 target-period pic 9(6) value zero.
       01 fiscal-period-rec.
         05 fp-function pic x value "D".
         05 fp-date pic 9(8) value zero.
         05 fp-period pic 9(6) value zero.
         05 fp-year pic 9(4) value zero.
         05 fp-quarter pic 9 value zero.
         05 fp-period-no pic 9(2) value zero.
         05 fp-start pic 9(8) value zero.
         05 fp-end pic 9(8) value zero.
         05 fp-qtr-end pic x value "N".
         05 fp-year-end pic x value "N".
         05 fp-source pic x value "C".
       01 expense-account pic x(10) value "6950000000".
       01 provision-account pic x(10) value "1290000000".
       01 recv-account pic x(10) value "1200000000".
       01 prov-costctr pic x(6) value spaces.
       01 bucket-table.
         05 bucket-entry occurs 5 times indexed by bucket-idx.
           10 bucket-count pic 9(7).
           10 bucket-amount pic 9(11)v99.
           10 bucket-pct pic 9(3)v99.
           10 bucket-provision pic 9(11)v99.
       01 unaged-count pic 9(7) value zero.
       01 unaged-amount pic 9(11)v99 value zero.
       01 inv-count pic 9(5) value zero.
       01 inv-table.
         05 inv-entry occurs 5000 times indexed by inv-idx.
           10 inv-number-tbl pic x(10).
           10 inv-amount-tbl pic 9(9)v99.
           10 inv-customer-tbl pic x(10).
           10 inv-book-date-tbl pic 9(8).
           10 inv-reference-tbl pic x(25).
           10 inv-wo-idx-tbl pic 9(5).
       01 wo-count pic 9(5) value zero.
       01 wo-table.
         05 wo-entry occurs 2000 times indexed by wo-idx.
           10 wo-invoice-tbl pic x(10).
           10 wo-collector-tbl pic x(10).
           10 wo-reason-tbl pic x(20).
           10 wo-inv-idx-tbl pic 9(5).
       01 wo-found-idx pic 9(5) value zero.
       01 cust-count pic 9(5) value zero.
       01 cust-table.
         05 cust-entry occurs 5000 times indexed by cust-idx.
           10 cust-code-tbl pic x(10).
           10 cust-open-tbl pic 9(11)v99.
           10 cust-provision-tbl pic 9(11)v99.
       01 cust-found-idx pic 9(5) value zero.
       01 sort-idx pic 9(5) value zero.
       01 sort-min-idx pic 9(5) value zero.
       01 sort-scan-idx pic 9(5) value zero.
       01 sort-tmp-entry.
         05 filler pic x(10).
         05 filler pic 9(11)v99.
         05 filler pic 9(11)v99.
       01 inv-provision pic 9(11)v99 value zero.
       01 prior-booked pic s9(11)v99 value zero.
       01 remaining-booked pic s9(11)v99 value zero.
       01 required-total pic 9(11)v99 value zero.
       01 movement pic s9(11)v99 value zero.
       01 wo-total pic 9(11)v99 value zero.
       01 wo-done-count pic 9(5) value zero.
       01 wo-missing-count pic 9(5) value zero.
       01 open-count-out pic 9(9) value zero.
       01 gl-journal-seq pic 9(4) value zero.
       01 gl-post-count pic 9 value zero.
       01 gl-post-table.
         05 gl-post-entry occurs 4 times indexed by gpt-idx.
           10 gpt-journal pic 9(4).
           10 gpt-account pic x(10).
           10 gpt-amount pic s9(11)v99.
           10 gpt-drcr pic x.
       01 gl-debit-total pic s9(11)v99 value zero.
       01 gl-credit-total pic s9(11)v99 value zero.
       01 rpt-rule pic x(132) value all "-".
       01 rpt-hdr.
         05 filler pic x(31) value "Bad-debt provision run, period".
         05 rpt-hdr-period pic 9(6).
       01 bucket-labels.
         05 filler pic x(10) value "0-30".
         05 filler pic x(10) value "31-60".
         05 filler pic x(10) value "61-90".
         05 filler pic x(10) value "91-120".
         05 filler pic x(10) value "over 120".
       01 bucket-labels-r redefines bucket-labels.
         05 bucket-label occurs 5 times pic x(10).
       01 rpt-bucket-line.
         05 rbl-label pic x(10).
         05 filler pic x(8) value "  count:".
         05 filler pic x value space.
         05 rbl-count pic z(6)9.
         05 filler pic x(9) value "  amount:".
         05 filler pic x value space.
         05 rbl-amount pic z(10)9.99.
         05 filler pic x(2) value spaces.
         05 rbl-pct pic zz9.99.
         05 filler pic x(13) value "%  provision:".
         05 filler pic x value space.
         05 rbl-provision pic z(10)9.99.
       01 rpt-cust-hdr pic x(60) value
           "Customer          open amount      provision".
       01 rpt-cust-line.
         05 rcl-customer pic x(10).
         05 filler pic x(2) value spaces.
         05 rcl-open pic z(10)9.99.
         05 filler pic x(2) value spaces.
         05 rcl-provision pic z(10)9.99.
       01 rpt-total-line.
         05 rtl-label pic x(24).
         05 rtl-amount pic z(10)9.99-.
       procedure division.
       main-entry.
           move function current-date(1:8) to run-ymd.
           compute today-int =
             function integer-of-date(
               function numval(function current-date(1:8))).
           perform load-control.
           perform load-master.
           perform set-target-period.
           perform set-journal-seq.
           perform load-write-offs.
           perform load-invoices.
           perform varying inv-idx from 1 by 1
             until inv-idx > inv-count
             perform provide-invoice
           end-perform.
           perform varying wo-idx from 1 by 1
             until wo-idx > wo-count
             if wo-inv-idx-tbl(wo-idx) = zero
               add 1 to wo-missing-count
             end-if
           end-perform.
           compute remaining-booked = prior-booked - wo-total.
           compute movement = required-total - remaining-booked.
           perform build-gl-postings.
           perform check-gl-balance.
           if gl-debit-total not = gl-credit-total
             display "GL JOURNAL OUT OF BALANCE: debits "
               gl-debit-total " credits " gl-credit-total
               ", run stopped"
             move 1 to return-code
             goback
           end-if.
           perform write-gl-lines.
           perform write-audit.
           perform write-open-invoices.
           perform save-master.
           perform sort-customers.
           perform write-report.
           display "Provision required: " required-total
             " movement: " movement
             " written off: " wo-done-count
             " not open: " wo-missing-count.
           goback.

       *>*
       *> Reads the provctl control record: the provision
       *> percentage for each aging bucket, the accounts and the
       *> cost center. The run cannot guess the percentages, so a
       *> missing control file stops it.
       *>*
       load-control.
           open input provctl.
           if provctl-status not = "00"
             display "No provctl provision control file"
             move 1 to return-code
             goback
           end-if.
           read provctl
             at end
               display "Empty provctl provision control file"
               move 1 to return-code
               close provctl
               goback
           end-read.
           close provctl.
           perform varying bucket-idx from 1 by 1
             until bucket-idx > 5
             move prc-pct(bucket-idx) to bucket-pct(bucket-idx)
             move zero to bucket-count(bucket-idx)
             move zero to bucket-amount(bucket-idx)
             move zero to bucket-provision(bucket-idx)
           end-perform.
           if prc-expense-account not = spaces
             move prc-expense-account to expense-account
           end-if.
           if prc-provision-account not = spaces
             move prc-provision-account to provision-account
           end-if.
           if prc-recv-account not = spaces
             move prc-recv-account to recv-account
           end-if.
           move prc-costctr to prov-costctr.

       *>*
       *> Reads the provision booked so far from provmast. A
       *> missing master means nothing has been booked yet.
       *>*
       load-master.
           move zero to prior-booked.
           open input provmast.
           if provmast-status = "00"
             read provmast
               not at end
                 move pm-booked to prior-booked
             end-read
             close provmast
           else
             display "No provmast provision master, starting at zero"
           end-if.

       *>*
       *> Picks the period the journals post into: the open period
       *> from the salesperctl stamp when one exists, otherwise
       *> the fiscal period the run date falls in (FISCALPER, so
       *> the 4-4-5 calendar applies when fiscalcal is in place).
       *>*
       set-target-period.
           move "D" to fp-function.
           move run-ymd to fp-date.
           call "FISCALPER" using fiscal-period-rec.
           move fp-period to target-period.
           open input salesperctl.
           if perctl-status = "00"
             read salesperctl
               not at end
                 move perctl-open-period to target-period
             end-read
             close salesperctl
           end-if.

       *>*
       *> Seeds the journal sequence above the highest journal
       *> number already in glextract, so the journals written here
       *> never share a number with one posted earlier in the day.
       *>*
       set-journal-seq.
           move 1 to gl-journal-seq.
           open input glextract.
           if gl-status = "00"
             perform until gl-eof-reached
               read glextract
                 at end
                   set gl-eof-reached to true
                 not at end
                   if gl-journal > gl-journal-seq
                     move gl-journal to gl-journal-seq
                   end-if
               end-read
             end-perform
             close glextract
           end-if.

       *>*
       *> Loads the provwo write-off transactions. No file means no
       *> write-offs this month.
       *>*
       load-write-offs.
           move zero to wo-count.
           open input provwo.
           if provwo-status = "00"
             perform until wo-eof-reached
               read provwo
                 at end
                   set wo-eof-reached to true
                 not at end
                   if wo-count < 2000
                     add 1 to wo-count
                     move wo-invoice to wo-invoice-tbl(wo-count)
                     move wo-collector to wo-collector-tbl(wo-count)
                     move wo-reason to wo-reason-tbl(wo-count)
                     move zero to wo-inv-idx-tbl(wo-count)
                   else
                     display "Write-off table full, ignoring "
                       wo-invoice
                   end-if
               end-read
             end-perform
             close provwo
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
                   move zero to inv-wo-idx-tbl(inv-count)
                 else
                   display "Invoice table full, ignoring "
                     open-number
                 end-if
             end-read
           end-perform.
           close refopen.

       *>*
       *> Writes the current invoice off when a collector marked
       *> it, otherwise ages it and adds its bucket's provision to
       *> the bucket, its customer and the required total.
       *>*
       provide-invoice.
           move zero to wo-found-idx.
           perform varying wo-idx from 1 by 1
             until wo-idx > wo-count
             if wo-invoice-tbl(wo-idx) = inv-number-tbl(inv-idx)
               and wo-inv-idx-tbl(wo-idx) = zero
               and wo-found-idx = zero
               move wo-idx to wo-found-idx
             end-if
           end-perform.
           if wo-found-idx > zero
             move inv-idx to wo-inv-idx-tbl(wo-found-idx)
             move wo-found-idx to inv-wo-idx-tbl(inv-idx)
             add inv-amount-tbl(inv-idx) to wo-total
             add 1 to wo-done-count
           else
             move zero to bucket-no
             if inv-book-date-tbl(inv-idx) is numeric
               and inv-book-date-tbl(inv-idx) not < 19000101
               compute book-int =
                 function integer-of-date(inv-book-date-tbl(inv-idx))
               compute age-days = today-int - book-int
               if age-days not < zero
                 evaluate true
                   when age-days not > 30
                     move 1 to bucket-no
                   when age-days not > 60
                     move 2 to bucket-no
                   when age-days not > 90
                     move 3 to bucket-no
                   when age-days not > 120
                     move 4 to bucket-no
                   when other
                     move 5 to bucket-no
                 end-evaluate
               end-if
             end-if
             if bucket-no = zero
               add 1 to unaged-count
               add inv-amount-tbl(inv-idx) to unaged-amount
               move zero to inv-provision
             else
               compute inv-provision rounded =
                 inv-amount-tbl(inv-idx) * bucket-pct(bucket-no)
                 / 100
               add 1 to bucket-count(bucket-no)
               add inv-amount-tbl(inv-idx) to bucket-amount(bucket-no)
               add inv-provision to bucket-provision(bucket-no)
               add inv-provision to required-total
             end-if
             perform add-customer
           end-if.

       *>*
       *> Adds the current invoice's open amount and provision to
       *> its customer's entry in cust-table.
       *>*
       add-customer.
           move zero to cust-found-idx.
           perform varying cust-idx from 1 by 1
             until cust-idx > cust-count
             if cust-code-tbl(cust-idx) = inv-customer-tbl(inv-idx)
               move cust-idx to cust-found-idx
             end-if
           end-perform.
           if cust-found-idx = zero
             add 1 to cust-count
             move cust-count to cust-found-idx
             move inv-customer-tbl(inv-idx)
               to cust-code-tbl(cust-found-idx)
             move zero to cust-open-tbl(cust-found-idx)
             move zero to cust-provision-tbl(cust-found-idx)
           end-if.
           add inv-amount-tbl(inv-idx) to cust-open-tbl(cust-found-idx).
           add inv-provision to cust-provision-tbl(cust-found-idx).

       *>*
       *> Builds the run's journals in gl-post-table: the
       *> write-offs against the provision, then the movement -
       *> bad-debt expense against the provision for an increase,
       *> the reverse for a release.
       *>*
       build-gl-postings.
           move zero to gl-post-count.
           if wo-total > zero
             add 1 to gl-journal-seq
             add 1 to gl-post-count
             move gl-journal-seq to gpt-journal(gl-post-count)
             move provision-account to gpt-account(gl-post-count)
             move wo-total to gpt-amount(gl-post-count)
             move "D" to gpt-drcr(gl-post-count)
             add 1 to gl-post-count
             move gl-journal-seq to gpt-journal(gl-post-count)
             move recv-account to gpt-account(gl-post-count)
             move wo-total to gpt-amount(gl-post-count)
             move "C" to gpt-drcr(gl-post-count)
           end-if.
           if movement not = zero
             add 1 to gl-journal-seq
             add 1 to gl-post-count
             move gl-journal-seq to gpt-journal(gl-post-count)
             move expense-account to gpt-account(gl-post-count)
             if movement > zero
               move movement to gpt-amount(gl-post-count)
               move "D" to gpt-drcr(gl-post-count)
             else
               compute gpt-amount(gl-post-count) = zero - movement
               move "C" to gpt-drcr(gl-post-count)
             end-if
             add 1 to gl-post-count
             move gl-journal-seq to gpt-journal(gl-post-count)
             move provision-account to gpt-account(gl-post-count)
             move gpt-amount(gl-post-count - 1)
               to gpt-amount(gl-post-count)
             if movement > zero
               move "C" to gpt-drcr(gl-post-count)
             else
               move "D" to gpt-drcr(gl-post-count)
             end-if
           end-if.

       *>*
       *> Sums the built journals' debit and credit lines; the
       *> caller refuses to publish where they disagree.
       *>*
       check-gl-balance.
           move zero to gl-debit-total.
           move zero to gl-credit-total.
           perform varying gpt-idx from 1 by 1
             until gpt-idx > gl-post-count
             if gpt-drcr(gpt-idx) = "D"
               add gpt-amount(gpt-idx) to gl-debit-total
             else
               add gpt-amount(gpt-idx) to gl-credit-total
             end-if
           end-perform.

       *>*
       *> Appends the built journals to glextract and to glhist,
       *> stamped with the run date.
       *>*
       write-gl-lines.
           if gl-post-count > zero
             open extend glextract
             if gl-status not = "00"
               display "Error extending GL extract file"
               move 1 to return-code
               goback
             end-if
             open extend glhist
             if glhist-status not = "00"
               display "Error extending GL posting history"
               move 1 to return-code
               close glextract
               goback
             end-if
             perform varying gpt-idx from 1 by 1
               until gpt-idx > gl-post-count
               move gpt-journal(gpt-idx) to gl-journal
               move gpt-account(gpt-idx) to gl-account
               move prov-costctr to gl-costctr
               move target-period to gl-period
               move gpt-amount(gpt-idx) to gl-amount
               move gpt-drcr(gpt-idx) to gl-drcr
               move spaces to gl-entity, gl-partner
               write gl-rec
               move gl-journal to glh-journal
               move gl-account to glh-account
               move gl-costctr to glh-costctr
               move gl-period to glh-period
               move gl-amount to glh-amount
               move gl-drcr to glh-drcr
               move gl-entity to glh-entity
               move gl-partner to glh-partner
               move run-ymd to glh-run-date
               write glhist-rec
             end-perform
             close glextract, glhist
           end-if.

       *>*
       *> Appends one provaudit line per write-off transaction:
       *> WRITTEN-OFF with the invoice's customer and amount, or
       *> NOT-OPEN when the invoice was no longer on refopen.
       *>*
       write-audit.
           if wo-count > zero
             open extend provaudit
             if audit-status not = "00"
               open output provaudit
             end-if
             if audit-status not = "00"
               display "Error writing write-off audit trail"
               move 1 to return-code
               goback
             end-if
             perform varying wo-idx from 1 by 1
               until wo-idx > wo-count
               move spaces to audit-rec
               move run-ymd to aud-date
               move wo-invoice-tbl(wo-idx) to aud-invoice
               move wo-collector-tbl(wo-idx) to aud-collector
               move wo-reason-tbl(wo-idx) to aud-reason
               if wo-inv-idx-tbl(wo-idx) > zero
                 move inv-customer-tbl(wo-inv-idx-tbl(wo-idx))
                   to aud-customer
                 move inv-amount-tbl(wo-inv-idx-tbl(wo-idx))
                   to aud-amount
                 move "WRITTEN-OFF" to aud-result
               else
                 move zero to aud-amount
                 move "NOT-OPEN" to aud-result
               end-if
               write audit-rec
             end-perform
             close provaudit
           end-if.

       *>*
       *> Rewrites the remaining-open-invoices list without the
       *> invoices written off this run.
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
             if inv-wo-idx-tbl(inv-idx) = zero
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
       *> Rewrites provmast with the provision now booked - the
       *> required provision the movement brought it to.
       *>*
       save-master.
           open output provmast.
           if provmast-status not = "00"
             display "Error rewriting provision master"
             move 1 to return-code
             goback
           end-if.
           move target-period to pm-period.
           move required-total to pm-booked.
           move required-total to pm-required.
           move run-ymd to pm-upd-date.
           write provmast-rec.
           close provmast.

       *>*
       *> Sorts cust-entry ascending by customer (selection sort),
       *> so the report lists customers in order.
       *>*
       sort-customers.
           perform varying sort-idx from 1 by 1
             until sort-idx > cust-count
             move sort-idx to sort-min-idx
             perform varying sort-scan-idx from sort-idx by 1
               until sort-scan-idx > cust-count
               if cust-code-tbl(sort-scan-idx)
                   < cust-code-tbl(sort-min-idx)
                 move sort-scan-idx to sort-min-idx
               end-if
             end-perform
             if sort-min-idx not = sort-idx
               move cust-entry(sort-idx) to sort-tmp-entry
               move cust-entry(sort-min-idx) to cust-entry(sort-idx)
               move sort-tmp-entry to cust-entry(sort-min-idx)
             end-if
           end-perform.

       *>*
       *> Prints the provision by bucket, by customer, and the
       *> booked / written-off / required / movement totals.
       *>*
       write-report.
           open output provrpt.
           if rpt-status not = "00"
             display "Error writing provision report"
             move 1 to return-code
             goback
           end-if.
           move target-period to rpt-hdr-period.
           move rpt-hdr to rpt-line.
           write rpt-line.
           move rpt-rule to rpt-line.
           write rpt-line.
           perform varying bucket-idx from 1 by 1
             until bucket-idx > 5
             move spaces to rpt-line
             move bucket-label(bucket-idx) to rbl-label
             move bucket-count(bucket-idx) to rbl-count
             move bucket-amount(bucket-idx) to rbl-amount
             move bucket-pct(bucket-idx) to rbl-pct
             move bucket-provision(bucket-idx) to rbl-provision
             move rpt-bucket-line to rpt-line
             write rpt-line
           end-perform.
           if unaged-count > zero
             move "unageable" to rbl-label
             move unaged-count to rbl-count
             move unaged-amount to rbl-amount
             move zero to rbl-pct
             move zero to rbl-provision
             move rpt-bucket-line to rpt-line
             write rpt-line
           end-if.
           move rpt-rule to rpt-line.
           write rpt-line.
           move rpt-cust-hdr to rpt-line.
           write rpt-line.
           perform varying cust-idx from 1 by 1
             until cust-idx > cust-count
             move cust-code-tbl(cust-idx) to rcl-customer
             move cust-open-tbl(cust-idx) to rcl-open
             move cust-provision-tbl(cust-idx) to rcl-provision
             move rpt-cust-line to rpt-line
             write rpt-line
           end-perform.
           move rpt-rule to rpt-line.
           write rpt-line.
           move "Provision booked:" to rtl-label.
           move prior-booked to rtl-amount.
           move rpt-total-line to rpt-line.
           write rpt-line.
           move "Written off against it:" to rtl-label.
           move wo-total to rtl-amount.
           move rpt-total-line to rpt-line.
           write rpt-line.
           move "Provision required:" to rtl-label.
           move required-total to rtl-amount.
           move rpt-total-line to rpt-line.
           write rpt-line.
           move "Movement posted:" to rtl-label.
           move movement to rtl-amount.
           move rpt-total-line to rpt-line.
           write rpt-line.
           close provrpt.
       end program provision.
