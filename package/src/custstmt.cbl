       *>*
       *> Customer statement of account run: one print-ready
       *> statement per customer on custmast, so account services
       *> stop assembling what a customer owes by hand. Each
       *> statement lists the customer's open invoices from the
       *> remaining-open-invoices list refmatch carries forward,
       *> with their RF references, booking dates and ages in
       *> days; the payments applied to the customer's invoices
       *> since their last statement, from the payledger
       *> payments-applied ledger (full, partial, write-off,
       *> over-payment and direct-debit applications alike); the
       *> on-account credits waiting on payonacct; and a closing
       *> balance - open invoices less on-account credit.
       *> payledger carries the invoice but not the customer, so
       *> an application is attributed through the invoice's
       *> entry on refopen or on the invref stamped invoice file
       *> refgen wrote; one whose invoice is on neither is
       *> counted on the control report as unattributed rather
       *> than guessed at.
       *>
       *> The stmtlast file remembers each customer's last two
       *> statement dates, so "since the last statement" holds for
       *> a customer run on their own and a same-day rerun repeats
       *> the first run's statement instead of coming out empty.
       *> The stmtctl control record names one customer to state
       *> (blank, or no control file, states everyone). Customers
       *> with nothing open, no payments since their last
       *> statement and no on-account credit are skipped. The
       *> statements go to stmtprt; the stmtrpt control report
       *> gives the number of statements produced, the customers
       *> skipped, their total closing balance and the
       *> unattributed applications.
       *>*
       identification division.
       program-id. custstmt.
       environment division.
       input-output section.
       file-control.
           select custmast assign to custmast
           organization is indexed
           access mode is sequential
           record key is cm-id
           file status is custmast-status.
           select refopen assign to refopen
           organization is sequential
           access mode is sequential
           file status is refopen-status.
           select invref assign to invref
           organization is sequential
           access mode is sequential
           file status is invref-status.
           select payledger assign to payledger
           organization is sequential
           access mode is sequential
           file status is ledger-status.
           select payonacct assign to payonacct
           organization is sequential
           access mode is sequential
           file status is onacct-status.
           select stmtctl assign to stmtctl
           organization is sequential
           access mode is sequential
           file status is stmtctl-status.
           select stmtlast assign to stmtlast
           organization is sequential
           access mode is sequential
           file status is stmtlast-status.
           select stmtprt assign to stmtprt
           organization is sequential
           access mode is sequential
           file status is prt-status.
           select stmtrpt assign to stmtrpt
           organization is sequential
           access mode is sequential
           file status is rpt-status.
       data division.
       file section.
       fd custmast
           label records are standard
           data record is custmast-rec.
       01 custmast-rec.
         05 cm-id pic x(10).
         05 cm-name pic x(30).
         05 filler pic x(69).
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
       fd invref recording mode f
           record contains 64 characters
           label records are omitted
           data record is invref-rec.
       01 invref-rec.
         05 invr-number pic x(10).
         05 invr-amount pic 9(9)v99.
         05 invr-customer pic x(10).
         05 invr-book-date pic 9(8).
         05 invr-reference pic x(25).
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
       fd payonacct recording mode f
           record contains 54 characters
           label records are omitted
           data record is onacct-rec.
       01 onacct-rec.
         05 ona-reference pic x(25).
         05 ona-customer pic x(10).
         05 ona-amount pic 9(9)v99.
         05 ona-date pic 9(8).
       fd stmtctl recording mode f
           record contains 10 characters
           label records are omitted
           data record is stmtctl-rec.
       01 stmtctl-rec.
         05 sc-customer pic x(10).
       fd stmtlast recording mode f
           record contains 26 characters
           label records are omitted
           data record is stmtlast-rec.
       01 stmtlast-rec.
         05 sl-customer pic x(10).
         05 sl-last-date pic 9(8).
         05 sl-prior-date pic 9(8).
       fd stmtprt recording mode f
           record contains 132 characters
           label records are omitted
           data record is prt-line.
       01 prt-line pic x(132).
       fd stmtrpt recording mode f
           record contains 80 characters
           label records are omitted
           data record is rpt-line.
       01 rpt-line pic x(80).
       working-storage section.
       01 custmast-status pic x(2).
       01 refopen-status pic x(2).
       01 invref-status pic x(2).
       01 ledger-status pic x(2).
       01 onacct-status pic x(2).
       01 stmtctl-status pic x(2).
       01 stmtlast-status pic x(2).
       01 prt-status pic x(2).
       01 rpt-status pic x(2).
       01 cust-eof pic x value "N".
         88 cust-eof-reached value "Y".
       01 open-eof pic x value "N".
         88 open-eof-reached value "Y".
       01 invref-eof pic x value "N".
         88 invref-eof-reached value "Y".
       01 ledger-eof pic x value "N".
         88 ledger-eof-reached value "Y".
       01 onacct-eof pic x value "N".
         88 onacct-eof-reached value "Y".
       01 last-eof pic x value "N".
         88 last-eof-reached value "Y".
       01 run-ymd pic 9(8) value zero.
       01 today-int pic 9(8) value zero.
       01 age-days pic s9(5) value zero.
       01 only-customer pic x(10) value spaces.
       01 stmt-customer pic x(10) value spaces.
       01 inv-count pic 9(5) value zero.
       01 inv-table.
         05 inv-entry occurs 5000 times indexed by inv-idx.
           10 inv-number-tbl pic x(10).
           10 inv-amount-tbl pic 9(9)v99.
           10 inv-customer-tbl pic x(10).
           10 inv-book-date-tbl pic 9(8).
           10 inv-reference-tbl pic x(25).
       01 xref-count pic 9(5) value zero.
       01 xref-table.
         05 xref-entry occurs 10000 times indexed by xref-idx.
           10 xref-invoice-tbl pic x(10).
           10 xref-customer-tbl pic x(10).
       01 xref-found-idx pic 9(5) value zero.
       01 led-count pic 9(5) value zero.
       01 led-table.
         05 led-entry occurs 5000 times indexed by led-idx.
           10 led-customer-tbl pic x(10).
           10 led-invoice-tbl pic x(10).
           10 led-reference-tbl pic x(25).
           10 led-amount-tbl pic 9(9)v99.
           10 led-kind-tbl pic x(10).
           10 led-date-tbl pic 9(8).
       01 ona-count pic 9(5) value zero.
       01 ona-table.
         05 ona-entry occurs 2000 times indexed by ona-idx.
           10 ona-customer-tbl pic x(10).
           10 ona-reference-tbl pic x(25).
           10 ona-amount-tbl pic 9(9)v99.
           10 ona-date-tbl pic 9(8).
       01 last-count pic 9(5) value zero.
       01 last-table.
         05 last-entry occurs 5000 times indexed by last-idx.
           10 last-customer-tbl pic x(10).
           10 last-date-tbl pic 9(8).
           10 last-prior-tbl pic 9(8).
       01 last-found-idx pic 9(5) value zero.
       01 since-date pic 9(8) value zero.
       01 cust-open-count pic 9(5) value zero.
       01 cust-led-count pic 9(5) value zero.
       01 cust-ona-count pic 9(5) value zero.
       01 cust-open-total pic 9(11)v99 value zero.
       01 cust-paid-total pic 9(11)v99 value zero.
       01 cust-ona-total pic 9(11)v99 value zero.
       01 closing-balance pic s9(11)v99 value zero.
       01 stmt-count pic 9(7) value zero.
       01 skip-count pic 9(7) value zero.
       01 balance-total pic s9(13)v99 value zero.
       01 unattr-count pic 9(7) value zero.
       01 unattr-amount pic 9(11)v99 value zero.
       01 prt-rule pic x(132) value all "=".
       01 prt-sub-rule pic x(132) value all "-".
       01 prt-title.
         05 filler pic x(24) value "STATEMENT OF ACCOUNT".
         05 filler pic x(6) value "Date: ".
         05 ptl-date pic 9(8).
       01 prt-cust-line.
         05 filler pic x(10) value "Customer: ".
         05 pcl-customer pic x(10).
         05 filler pic x(2) value spaces.
         05 pcl-name pic x(30).
       01 prt-open-hdr.
         05 filler pic x(15) value "Open invoices".
         05 filler pic x(11) value "Invoice".
         05 filler pic x(26) value "RF reference".
         05 filler pic x(9) value "Booked".
         05 filler pic x(6) value "  Age".
         05 filler pic x(12) value "      Amount".
       01 prt-open-line.
         05 filler pic x(15) value spaces.
         05 pol-invoice pic x(10).
         05 filler pic x value space.
         05 pol-reference pic x(25).
         05 filler pic x value space.
         05 pol-book-date pic 9(8).
         05 filler pic x value space.
         05 pol-age pic zzzz9.
         05 filler pic x value space.
         05 pol-amount pic z(8)9.99.
       01 prt-paid-hdr.
         05 filler pic x(23) value "Payments applied since".
         05 pph-since pic x(12).
       01 prt-paid-line.
         05 filler pic x(15) value spaces.
         05 ppl-invoice pic x(10).
         05 filler pic x value space.
         05 ppl-reference pic x(25).
         05 filler pic x value space.
         05 ppl-date pic 9(8).
         05 filler pic x value space.
         05 ppl-kind pic x(10).
         05 filler pic x value space.
         05 ppl-amount pic z(8)9.99.
       01 prt-ona-hdr pic x(30) value "On-account credit".
       01 prt-ona-line.
         05 filler pic x(26) value spaces.
         05 pnl-reference pic x(25).
         05 filler pic x value space.
         05 pnl-date pic 9(8).
         05 filler pic x(12) value spaces.
         05 pnl-amount pic z(8)9.99.
       01 prt-total-line.
         05 filler pic x(59) value spaces.
         05 ptt-label pic x(20).
         05 ptt-amount pic z(10)9.99-.
       01 rpt-rule pic x(80) value all "-".
       01 rpt-hdr pic x(40) value "Customer statement control report".
       01 rpt-count-line.
         05 rcl-label pic x(30).
         05 rcl-count pic z(6)9.
         05 filler pic x(2) value spaces.
         05 rcl-amount pic z(12)9.99-.
       procedure division.
       main-entry.
           move function current-date(1:8) to run-ymd.
           compute today-int =
             function integer-of-date(
               function numval(function current-date(1:8))).
           perform load-control.
           perform load-last-dates.
           perform load-open-invoices.
           perform load-invref.
           perform load-ledger.
           perform load-on-account.
           open input custmast.
           if custmast-status not = "00"
             display "Error opening customer master"
             move 1 to return-code
             goback
           end-if.
           open output stmtprt.
           if prt-status not = "00"
             display "Error writing statement file"
             move 1 to return-code
             close custmast
             goback
           end-if.
           perform until cust-eof-reached
             read custmast next record
               at end
                 set cust-eof-reached to true
               not at end
                 if only-customer = spaces
                   or only-customer = cm-id
                   perform state-customer
                 end-if
             end-read
           end-perform.
           close custmast, stmtprt.
           perform save-last-dates.
           perform write-control-report.
           display "Statements: " stmt-count
             " skipped: " skip-count
             " balance: " balance-total
             " unattributed applications: " unattr-count.
           goback.

       *>*
       *> Reads the stmtctl control record: one customer id to
       *> state, blank for everyone. No control file states
       *> everyone.
       *>*
       load-control.
           move spaces to only-customer.
           open input stmtctl.
           if stmtctl-status = "00"
             read stmtctl
               not at end
                 move sc-customer to only-customer
             end-read
             close stmtctl
           end-if.

       *>*
       *> Loads each customer's last two statement dates from
       *> stmtlast. No file means nobody has had a statement yet.
       *>*
       load-last-dates.
           move zero to last-count.
           open input stmtlast.
           if stmtlast-status = "00"
             perform until last-eof-reached
               read stmtlast
                 at end
                   set last-eof-reached to true
                 not at end
                   if last-count < 5000
                     add 1 to last-count
                     move sl-customer to last-customer-tbl(last-count)
                     move sl-last-date to last-date-tbl(last-count)
                     move sl-prior-date to last-prior-tbl(last-count)
                   else
                     display "Statement date table full, ignoring "
                       sl-customer
                   end-if
               end-read
             end-perform
             close stmtlast
           end-if.

       *>*
       *> Loads the remaining-open-invoices list into inv-table,
       *> and each invoice's customer into the cross-reference the
       *> ledger is attributed through.
       *>*
       load-open-invoices.
           move zero to inv-count.
           open input refopen.
           if refopen-status not = "00"
             display "No open-invoices file, no open items stated"
           else
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
                     move open-number to xref-invoice-tbl(inv-count)
                     move open-customer
                       to xref-customer-tbl(inv-count)
                     move inv-count to xref-count
                   else
                     display "Invoice table full, ignoring "
                       open-number
                   end-if
               end-read
             end-perform
             close refopen
           end-if.

       *>*
       *> Adds the invref stamped invoices to the cross-reference,
       *> so an invoice paid in full (and gone from refopen) still
       *> attributes its payment to the customer.
       *>*
       load-invref.
           open input invref.
           if invref-status = "00"
             perform until invref-eof-reached
               read invref
                 at end
                   set invref-eof-reached to true
                 not at end
                   if xref-count < 10000
                     add 1 to xref-count
                     move invr-number to xref-invoice-tbl(xref-count)
                     move invr-customer
                       to xref-customer-tbl(xref-count)
                   else
                     display "Invoice cross-reference full, "
                       "ignoring " invr-number
                   end-if
               end-read
             end-perform
             close invref
           end-if.

       *>*
       *> Loads the payledger applications, each attributed to its
       *> invoice's customer and kept when it is newer than that
       *> customer's last statement.
       *>*
       load-ledger.
           move zero to led-count.
           open input payledger.
           if ledger-status = "00"
             perform until ledger-eof-reached
               read payledger
                 at end
                   set ledger-eof-reached to true
                 not at end
                   perform add-ledger-entry
               end-read
             end-perform
             close payledger
           end-if.

       *>*
       *> Attributes the current ledger entry to a customer and
       *> keeps it when it falls after the customer's last
       *> statement.
       *>*
       add-ledger-entry.
           move zero to xref-found-idx.
           perform varying xref-idx from 1 by 1
             until xref-idx > xref-count or xref-found-idx > zero
             if xref-invoice-tbl(xref-idx) = led-invoice
               move xref-idx to xref-found-idx
             end-if
           end-perform.
           if xref-found-idx = zero
             add 1 to unattr-count
             add led-amount to unattr-amount
           else
             move xref-customer-tbl(xref-found-idx) to stmt-customer
             perform set-since-date
             if led-date > since-date
               if led-count < 5000
                 add 1 to led-count
                 move stmt-customer to led-customer-tbl(led-count)
                 move led-invoice to led-invoice-tbl(led-count)
                 move led-reference to led-reference-tbl(led-count)
                 move led-amount to led-amount-tbl(led-count)
                 move led-kind to led-kind-tbl(led-count)
                 move led-date to led-date-tbl(led-count)
               else
                 display "Ledger table full, ignoring " led-invoice
               end-if
             end-if
           end-if.

       *>*
       *> Leaves in since-date the date payments are stated from
       *> for customer stmt-customer: their last statement, or the
       *> one before it when the last was today (a rerun), zero
       *> when they have never had one. last-found-idx is left on
       *> their stmtlast entry (zero when none).
       *>*
       set-since-date.
           move zero to since-date.
           move zero to last-found-idx.
           perform varying last-idx from 1 by 1
             until last-idx > last-count or last-found-idx > zero
             if last-customer-tbl(last-idx) = stmt-customer
               move last-idx to last-found-idx
             end-if
           end-perform.
           if last-found-idx > zero
             if last-date-tbl(last-found-idx) = run-ymd
               move last-prior-tbl(last-found-idx) to since-date
             else
               move last-date-tbl(last-found-idx) to since-date
             end-if
           end-if.

       *>*
       *> Loads the on-account credits from payonacct.
       *>*
       load-on-account.
           move zero to ona-count.
           open input payonacct.
           if onacct-status = "00"
             perform until onacct-eof-reached
               read payonacct
                 at end
                   set onacct-eof-reached to true
                 not at end
                   if ona-count < 2000
                     add 1 to ona-count
                     move ona-customer to ona-customer-tbl(ona-count)
                     move ona-reference
                       to ona-reference-tbl(ona-count)
                     move ona-amount to ona-amount-tbl(ona-count)
                     move ona-date to ona-date-tbl(ona-count)
                   else
                     display "On-account table full, ignoring "
                       ona-reference
                   end-if
               end-read
             end-perform
             close payonacct
           end-if.

       *>*
       *> Produces the current customer's statement, or skips the
       *> customer when there is nothing open, nothing paid since
       *> the last statement and no on-account credit.
       *>*
       state-customer.
           move zero to cust-open-count, cust-led-count,
             cust-ona-count.
           move zero to cust-open-total, cust-paid-total,
             cust-ona-total.
           perform varying inv-idx from 1 by 1
             until inv-idx > inv-count
             if inv-customer-tbl(inv-idx) = cm-id
               add 1 to cust-open-count
             end-if
           end-perform.
           perform varying led-idx from 1 by 1
             until led-idx > led-count
             if led-customer-tbl(led-idx) = cm-id
               add 1 to cust-led-count
             end-if
           end-perform.
           perform varying ona-idx from 1 by 1
             until ona-idx > ona-count
             if ona-customer-tbl(ona-idx) = cm-id
               add 1 to cust-ona-count
             end-if
           end-perform.
           if cust-open-count = zero and cust-led-count = zero
             and cust-ona-count = zero
             add 1 to skip-count
           else
             perform print-statement
             perform stamp-last-date
           end-if.

       *>*
       *> Prints the current customer's statement: open invoices
       *> with age, payments applied since the last statement,
       *> on-account credit, and the closing balance.
       *>*
       print-statement.
           move cm-id to stmt-customer.
           perform set-since-date.
           move prt-rule to prt-line.
           write prt-line.
           move run-ymd to ptl-date.
           move prt-title to prt-line.
           write prt-line.
           move cm-id to pcl-customer.
           move cm-name to pcl-name.
           move prt-cust-line to prt-line.
           write prt-line.
           move prt-sub-rule to prt-line.
           write prt-line.
           move prt-open-hdr to prt-line.
           write prt-line.
           perform varying inv-idx from 1 by 1
             until inv-idx > inv-count
             if inv-customer-tbl(inv-idx) = cm-id
               move spaces to prt-line
               move inv-number-tbl(inv-idx) to pol-invoice
               move inv-reference-tbl(inv-idx) to pol-reference
               move inv-book-date-tbl(inv-idx) to pol-book-date
               move zero to age-days
               if inv-book-date-tbl(inv-idx) is numeric
                 and inv-book-date-tbl(inv-idx) not < 19000101
                 compute age-days = today-int -
                   function integer-of-date(inv-book-date-tbl(inv-idx))
                 if age-days < zero
                   move zero to age-days
                 end-if
               end-if
               move age-days to pol-age
               move inv-amount-tbl(inv-idx) to pol-amount
               add inv-amount-tbl(inv-idx) to cust-open-total
               move prt-open-line to prt-line
               write prt-line
             end-if
           end-perform.
           move "Open invoices:" to ptt-label.
           move cust-open-total to ptt-amount.
           move prt-total-line to prt-line.
           write prt-line.
           if since-date = zero
             move "account open" to pph-since
           else
             move since-date to pph-since
           end-if.
           move prt-paid-hdr to prt-line.
           write prt-line.
           perform varying led-idx from 1 by 1
             until led-idx > led-count
             if led-customer-tbl(led-idx) = cm-id
               move spaces to prt-line
               move led-invoice-tbl(led-idx) to ppl-invoice
               move led-reference-tbl(led-idx) to ppl-reference
               move led-date-tbl(led-idx) to ppl-date
               move led-kind-tbl(led-idx) to ppl-kind
               move led-amount-tbl(led-idx) to ppl-amount
               add led-amount-tbl(led-idx) to cust-paid-total
               move prt-paid-line to prt-line
               write prt-line
             end-if
           end-perform.
           move "Payments applied:" to ptt-label.
           move cust-paid-total to ptt-amount.
           move prt-total-line to prt-line.
           write prt-line.
           move prt-ona-hdr to prt-line.
           write prt-line.
           perform varying ona-idx from 1 by 1
             until ona-idx > ona-count
             if ona-customer-tbl(ona-idx) = cm-id
               move spaces to prt-line
               move ona-reference-tbl(ona-idx) to pnl-reference
               move ona-date-tbl(ona-idx) to pnl-date
               move ona-amount-tbl(ona-idx) to pnl-amount
               add ona-amount-tbl(ona-idx) to cust-ona-total
               move prt-ona-line to prt-line
               write prt-line
             end-if
           end-perform.
           move "On-account credit:" to ptt-label.
           move cust-ona-total to ptt-amount.
           move prt-total-line to prt-line.
           write prt-line.
           compute closing-balance = cust-open-total - cust-ona-total.
           move prt-sub-rule to prt-line.
           write prt-line.
           move "Closing balance:" to ptt-label.
           move closing-balance to ptt-amount.
           move prt-total-line to prt-line.
           write prt-line.
           add 1 to stmt-count.
           add closing-balance to balance-total.

       *>*
       *> Records today as the customer's last statement date,
       *> keeping the previous one as the prior date (a rerun
       *> keeps the prior it already had).
       *>*
       stamp-last-date.
           if last-found-idx = zero
             if last-count < 5000
               add 1 to last-count
               move cm-id to last-customer-tbl(last-count)
               move zero to last-prior-tbl(last-count)
               move run-ymd to last-date-tbl(last-count)
             else
               display "Statement date table full, dropping " cm-id
             end-if
           else
             if last-date-tbl(last-found-idx) not = run-ymd
               move last-date-tbl(last-found-idx)
                 to last-prior-tbl(last-found-idx)
               move run-ymd to last-date-tbl(last-found-idx)
             end-if
           end-if.

       *>*
       *> Rewrites stmtlast from last-table.
       *>*
       save-last-dates.
           open output stmtlast.
           if stmtlast-status not = "00"
             display "Error rewriting statement dates"
             move 1 to return-code
             goback
           end-if.
           perform varying last-idx from 1 by 1
             until last-idx > last-count
             move last-customer-tbl(last-idx) to sl-customer
             move last-date-tbl(last-idx) to sl-last-date
             move last-prior-tbl(last-idx) to sl-prior-date
             write stmtlast-rec
           end-perform.
           close stmtlast.

       *>*
       *> Prints the stmtrpt control report: statements produced
       *> with their total closing balance, customers skipped, and
       *> the applications no customer could be found for.
       *>*
       write-control-report.
           open output stmtrpt.
           if rpt-status not = "00"
             display "Error writing statement control report"
             move 1 to return-code
             goback
           end-if.
           move rpt-hdr to rpt-line.
           write rpt-line.
           move rpt-rule to rpt-line.
           write rpt-line.
           move spaces to rpt-count-line.
           move "Statements produced:" to rcl-label.
           move stmt-count to rcl-count.
           move balance-total to rcl-amount.
           move rpt-count-line to rpt-line.
           write rpt-line.
           move spaces to rpt-count-line.
           move "Customers skipped:" to rcl-label.
           move skip-count to rcl-count.
           move rpt-count-line to rpt-line.
           write rpt-line.
           move spaces to rpt-count-line.
           move "Unattributed applications:" to rcl-label.
           move unattr-count to rcl-count.
           move unattr-amount to rcl-amount.
           move rpt-count-line to rpt-line.
           write rpt-line.
           close stmtrpt.
       end program custstmt.
