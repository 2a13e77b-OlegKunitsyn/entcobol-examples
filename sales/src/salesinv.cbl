       *>**
       *>  SALESINV
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**

       *>*
       *> Entry point
       *>
       *> AR invoicing run: builds the invoices file refgen
       *> stamps with RF references (invoice number, amount,
       *> customer id, booking date) straight from the
       *> salesordhist records READER loaded today
       *> (ohist-load-date is today, whatever the OrderDate - so
       *> a late file, a recycled reject or a released duplicate
       *> posted days after its OrderDate is still invoiced),
       *> instead of from a spreadsheet cut of the extract. An
       *> order the register shows invoiced on an earlier day
       *> (the same order re-sent and rewritten over its history
       *> record) is not invoiced again. A customer's sales of
       *> the day are grouped into one invoice per customer per
       *> day, numbered from the invseqctl sequence control file
       *> ('IN' plus eight digits, carried from run to run), and
       *> the invoice's due date is the run date plus the
       *> customer's cust-credit-terms on custmast.
       *>
       *> A return row (revenue signed negative by READER) becomes
       *> a credit note ('CN' plus the next sequence number)
       *> against the invoice its original order went on, found on
       *> the salesinvreg invoice register - one entry per
       *> invoiced order (OrderID, OrderDate, customer, invoice or
       *> credit note number, issue and due date, amount), kept
       *> for 400 days. Credit notes go to their own salescrnote
       *> file, since refgen's invoice layout carries no sign.
       *> Orders with no CustomerID, or a customer not on custmast,
       *> and returns whose original order was never invoiced go
       *> to the salesinvexc exception list with NO-CUSTOMER,
       *> UNKNOWN-CUST or NO-ORIG-INVOICE instead of a
       *> blank-customer invoice, and a 'W' on the salesexc feed
       *> counts them.
       *>
       *> A rerun on the same day is safe: an order already on the
       *> register keeps its number, and a customer's further
       *> orders of the day join the invoice the register already
       *> holds for them, so the run rewrites the same invoices
       *> instead of numbering them twice. The salesinvrpt invoice
       *> journal prints every invoice and credit note with its
       *> due date, plus control totals.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESINV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT salesordhist ASSIGN TO salesordhist
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ohist-key
           FILE STATUS IS ohist-status.
           SELECT custmast ASSIGN TO custmast
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS cust-id
           FILE STATUS IS cust-status.
           SELECT invseqctl ASSIGN TO invseqctl
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS seq-status.
           SELECT salesinvreg ASSIGN TO salesinvreg
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS reg-status.
           SELECT invoices ASSIGN TO invoices
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS inv-status.
           SELECT salescrnote ASSIGN TO salescrnote
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS crn-status.
           SELECT salesinvexc ASSIGN TO salesinvexc
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS invexc-status.
           SELECT salesinvrpt ASSIGN TO salesinvrpt
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS rpt-status.
           SELECT salesexc ASSIGN TO salesexc
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS exc-status.
       DATA DIVISION.
       FILE SECTION.
       FD salesordhist
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ohist-rec.
       COPY ORDHIST.
       FD custmast
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS cust-rec.
       COPY CUSTMAST.
       FD invseqctl RECORDING MODE F
           RECORD CONTAINS 16 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS seq-rec.
       01 seq-rec.
           05 seq-last-number PIC 9(8).
           05 seq-upd-date PIC 9(8).
       FD salesinvreg RECORDING MODE F
           RECORD CONTAINS 69 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS reg-rec.
       01 reg-rec.
           05 reg-order-id PIC X(12).
           05 reg-order-date PIC 9(8).
           05 reg-customer PIC X(10).
           05 reg-invoice PIC X(10).
           05 reg-kind PIC X.
               88 reg-is-invoice VALUE 'I'.
               88 reg-is-credit VALUE 'C'.
           05 reg-inv-date PIC 9(8).
           05 reg-due-date PIC 9(8).
           05 reg-amount PIC S9(9)V99.
           05 reg-orig-invoice PIC X(10).
       FD invoices RECORDING MODE F
           RECORD CONTAINS 39 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS inv-rec.
       01 inv-rec.
           05 inv-number PIC X(10).
           05 inv-amount PIC 9(9)V99.
           05 inv-customer PIC X(10).
           05 inv-book-date PIC 9(8).
       FD salescrnote RECORDING MODE F
           RECORD CONTAINS 61 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS crn-rec.
       01 crn-rec.
           05 crn-number PIC X(10).
           05 crn-invoice PIC X(10).
           05 crn-customer PIC X(10).
           05 crn-amount PIC 9(9)V99.
           05 crn-date PIC 9(8).
           05 crn-order-id PIC X(12).
       FD salesinvexc RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS invexc-rec.
       01 invexc-rec.
           05 ivx-order-id PIC X(12).
           05 FILLER PIC X.
           05 ivx-order-date PIC 9(8).
           05 FILLER PIC X.
           05 ivx-customer PIC X(10).
           05 FILLER PIC X.
           05 ivx-revenue PIC Z(8)9.99-.
           05 FILLER PIC X.
           05 ivx-reason PIC X(15).
           05 FILLER PIC X(18).
       FD salesinvrpt RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS rpt-line.
       01 rpt-line PIC X(132).
       FD salesexc RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS exc-rec.
       COPY SALESEXC.
       WORKING-STORAGE SECTION.
       01 ohist-status PIC 9(2).
       01 cust-status PIC 9(2).
       01 seq-status PIC 9(2).
       01 reg-status PIC 9(2).
       01 inv-status PIC 9(2).
       01 crn-status PIC 9(2).
       01 invexc-status PIC 9(2).
       01 rpt-status PIC 9(2).
       01 exc-status PIC 9(2).
       01 hist-eof PIC X VALUE 'N'.
           88 hist-eof-reached VALUE 'Y'.
       01 reg-eof PIC X VALUE 'N'.
           88 reg-eof-reached VALUE 'Y'.
       01 run-ymd PIC 9(8) VALUE ZERO.
       01 run-int PIC 9(8) VALUE ZERO.
       01 retain-days PIC 9(3) VALUE 400.
       01 last-number PIC 9(8) VALUE ZERO.
       01 doc-number.
           05 doc-prefix PIC X(2).
           05 doc-seq PIC 9(8).
       01 reg-count PIC 9(5) VALUE ZERO.
       01 reg-table.
           05 reg-entry OCCURS 20000 TIMES INDEXED BY reg-idx.
               10 reg-order-id-tbl PIC X(12).
               10 reg-order-date-tbl PIC 9(8).
               10 reg-customer-tbl PIC X(10).
               10 reg-invoice-tbl PIC X(10).
               10 reg-kind-tbl PIC X.
               10 reg-inv-date-tbl PIC 9(8).
               10 reg-due-date-tbl PIC 9(8).
               10 reg-amount-tbl PIC S9(9)V99.
               10 reg-orig-invoice-tbl PIC X(10).
       01 reg-found-idx PIC 9(5) VALUE ZERO.
       01 doc-count PIC 9(4) VALUE ZERO.
       01 doc-table.
           05 doc-entry OCCURS 2000 TIMES INDEXED BY doc-idx.
               10 doc-number-tbl PIC X(10).
               10 doc-kind-tbl PIC X.
               10 doc-customer-tbl PIC X(10).
               10 doc-name-tbl PIC X(30).
               10 doc-amount-tbl PIC 9(9)V99.
               10 doc-due-date-tbl PIC 9(8).
               10 doc-orig-tbl PIC X(10).
               10 doc-order-id-tbl PIC X(12).
               10 doc-orders-tbl PIC 9(5).
       01 doc-found-idx PIC 9(4) VALUE ZERO.
       01 due-date PIC 9(8) VALUE ZERO.
       01 reason-work PIC X(15) VALUE SPACES.
       01 work-invoice PIC X(10) VALUE SPACES.
       01 work-amount PIC 9(9)V99 VALUE ZERO.
       01 invoice-count PIC 9(5) VALUE ZERO.
       01 invoice-amount PIC 9(11)V99 VALUE ZERO.
       01 credit-count PIC 9(5) VALUE ZERO.
       01 credit-amount PIC 9(11)V99 VALUE ZERO.
       01 exception-count PIC 9(5) VALUE ZERO.
       01 exc-sev-work PIC X VALUE 'I'.
       01 exc-msg-work PIC X(43) VALUE SPACES.
       01 rpt-rule PIC X(132) VALUE ALL '-'.
       01 rpt-hdr PIC X(34) VALUE
           'Invoice and credit note journal'.
       01 rpt-col-hdr.
           05 FILLER PIC X(11) VALUE 'Number'.
           05 FILLER PIC X(5) VALUE 'Kind'.
           05 FILLER PIC X(11) VALUE 'Customer'.
           05 FILLER PIC X(31) VALUE 'Name'.
           05 FILLER PIC X(7) VALUE 'Orders'.
           05 FILLER PIC X(14) VALUE '        Amount'.
           05 FILLER PIC X(9) VALUE ' Due'.
           05 FILLER PIC X(10) VALUE ' Against'.
       01 rpt-doc-line.
           05 rpl-number PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-kind PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-customer PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-name PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-orders PIC Z(4)9.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-amount PIC Z(9)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-due-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-orig PIC X(10).
       01 rpt-count-line.
           05 FILLER PIC X(10) VALUE 'Invoices: '.
           05 rpl-inv-count PIC Z(4)9.
           05 FILLER PIC X(9) VALUE '  amount:'.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-inv-amount PIC Z(10)9.99.
           05 FILLER PIC X(15) VALUE '  credit notes:'.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-crn-count PIC Z(4)9.
           05 FILLER PIC X(9) VALUE '  amount:'.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-crn-amount PIC Z(10)9.99.
           05 FILLER PIC X(13) VALUE '  exceptions:'.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-exc-count PIC Z(4)9.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO run-ymd.
           COMPUTE run-int = FUNCTION INTEGER-OF-DATE(run-ymd).
           PERFORM LOAD-SEQUENCE.
           PERFORM LOAD-REGISTER.
           OPEN INPUT custmast.
           IF cust-status NOT EQUAL ZERO
             DISPLAY "Error opening customer master"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT salesinvexc.
           IF invexc-status NOT EQUAL ZERO
             DISPLAY "Error writing invoicing exception list"
             MOVE 1 TO RETURN-CODE
             CLOSE custmast
             GOBACK
           END-IF.
           PERFORM INVOICE-DAYS-ORDERS.
           CLOSE custmast, salesinvexc.
           PERFORM WRITE-INVOICES.
           PERFORM WRITE-JOURNAL.
           PERFORM SAVE-REGISTER.
           PERFORM SAVE-SEQUENCE.
           IF exception-count > ZERO
             MOVE 'W' TO exc-sev-work
             MOVE SPACES TO exc-msg-work
             STRING 'Orders not invoiced: ' DELIMITED BY SIZE
               exception-count DELIMITED BY SIZE
               INTO exc-msg-work
             PERFORM WRITE-EXCEPTION
           END-IF.
           DISPLAY "Invoices: " invoice-count
             " amount: " invoice-amount
             " credit notes: " credit-count
             " amount: " credit-amount
             " exceptions: " exception-count.
           GOBACK.

       *>*
       *> Reads the last invoice/credit note number issued from
       *> invseqctl. A missing control file starts the sequence at
       *> zero.
       *>*
       LOAD-SEQUENCE.
           MOVE ZERO TO last-number.
           OPEN INPUT invseqctl.
           IF seq-status EQUAL ZERO
             READ invseqctl
               NOT AT END
                 MOVE seq-last-number TO last-number
             END-READ
             CLOSE invseqctl
           ELSE
             DISPLAY "No invseqctl file, numbering from 1"
           END-IF.

       *>*
       *> Rewrites invseqctl with the last number this run issued.
       *>*
       SAVE-SEQUENCE.
           OPEN OUTPUT invseqctl.
           IF seq-status NOT EQUAL ZERO
             DISPLAY "Error rewriting invoice sequence control"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE last-number TO seq-last-number.
           MOVE run-ymd TO seq-upd-date.
           WRITE seq-rec.
           CLOSE invseqctl.

       *>*
       *> Loads the invoice register, ageing off entries issued
       *> more than retain-days ago. A missing register (first
       *> run) starts it empty; a register of more than 20000
       *> entries keeps the first 20000, with a console message.
       *>*
       LOAD-REGISTER.
           MOVE ZERO TO reg-count.
           OPEN INPUT salesinvreg.
           IF reg-status EQUAL ZERO
             PERFORM UNTIL reg-eof-reached
               READ salesinvreg
                 AT END
                   SET reg-eof-reached TO TRUE
                 NOT AT END
                   IF reg-inv-date > 16010101
                     AND FUNCTION INTEGER-OF-DATE(reg-inv-date)
                       + retain-days NOT LESS THAN run-int
                     IF reg-count LESS THAN 20000
                       ADD 1 TO reg-count
                       MOVE reg-rec TO reg-entry(reg-count)
                     ELSE
                       DISPLAY "Register table full, ignoring "
                         reg-order-id
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE salesinvreg
           ELSE
             DISPLAY "No salesinvreg register, starting empty"
           END-IF.

       *>*
       *> Rewrites the invoice register from reg-table.
       *>*
       SAVE-REGISTER.
           OPEN OUTPUT salesinvreg.
           IF reg-status NOT EQUAL ZERO
             DISPLAY "Error rewriting invoice register"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM VARYING reg-idx FROM 1 BY 1
             UNTIL reg-idx > reg-count
             MOVE reg-entry(reg-idx) TO reg-rec
             WRITE reg-rec
           END-PERFORM.
           CLOSE salesinvreg.

       *>*
       *> Walks the order history and invoices (or credits) every
       *> record READER loaded today, skipping an order the
       *> register already shows invoiced on an earlier day.
       *>*
       INVOICE-DAYS-ORDERS.
           OPEN INPUT salesordhist.
           IF ohist-status NOT EQUAL ZERO
             DISPLAY "Error reading order history master"
             MOVE 1 TO RETURN-CODE
             CLOSE custmast, salesinvexc
             GOBACK
           END-IF.
           PERFORM UNTIL hist-eof-reached
             READ salesordhist
               AT END
                 SET hist-eof-reached TO TRUE
               NOT AT END
                 IF ohist-load-date EQUAL run-ymd
                   AND ohist-revenue NOT EQUAL ZERO
                   PERFORM FIND-ORDER-ENTRY
                   IF reg-found-idx EQUAL ZERO
                     OR reg-inv-date-tbl(reg-found-idx) EQUAL run-ymd
                     PERFORM INVOICE-ORDER
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE salesordhist.

       *>*
       *> Checks the order's customer against custmast and routes
       *> the order to its invoice or credit note, or to the
       *> exception list with its reason.
       *>*
       INVOICE-ORDER.
           MOVE SPACES TO reason-work.
           IF ohist-customer EQUAL SPACES
             MOVE 'NO-CUSTOMER' TO reason-work
           ELSE
             MOVE ohist-customer TO cust-id
             READ custmast
               INVALID KEY
                 MOVE 'UNKNOWN-CUST' TO reason-work
             END-READ
           END-IF.
           IF reason-work EQUAL SPACES
             COMPUTE due-date = FUNCTION DATE-OF-INTEGER(
               run-int + cust-credit-terms)
             IF ohist-revenue GREATER THAN ZERO
               PERFORM ADD-TO-INVOICE
             ELSE
               PERFORM ADD-CREDIT-NOTE
             END-IF
           END-IF.
           IF reason-work NOT EQUAL SPACES
             MOVE SPACES TO invexc-rec
             MOVE ohist-order-id TO ivx-order-id
             MOVE ohist-order-date TO ivx-order-date
             MOVE ohist-customer TO ivx-customer
             MOVE ohist-revenue TO ivx-revenue
             MOVE reason-work TO ivx-reason
             WRITE invexc-rec
             ADD 1 TO exception-count
           END-IF.

       *>*
       *> Puts a sale on its customer's invoice of the day: the
       *> number the register already holds for this order, else
       *> the number of the customer's invoice of the day, else a
       *> new number from the sequence.
       *>*
       ADD-TO-INVOICE.
           PERFORM FIND-ORDER-ENTRY.
           IF reg-found-idx > ZERO
             MOVE reg-invoice-tbl(reg-found-idx) TO work-invoice
           ELSE
             MOVE SPACES TO work-invoice
             PERFORM VARYING reg-idx FROM 1 BY 1
               UNTIL reg-idx > reg-count
               IF reg-customer-tbl(reg-idx) EQUAL ohist-customer
                 AND reg-inv-date-tbl(reg-idx) EQUAL run-ymd
                 AND reg-kind-tbl(reg-idx) EQUAL 'I'
                 MOVE reg-invoice-tbl(reg-idx) TO work-invoice
               END-IF
             END-PERFORM
             IF work-invoice EQUAL SPACES
               PERFORM VARYING doc-idx FROM 1 BY 1
                 UNTIL doc-idx > doc-count
                 IF doc-customer-tbl(doc-idx) EQUAL ohist-customer
                   AND doc-kind-tbl(doc-idx) EQUAL 'I'
                   MOVE doc-number-tbl(doc-idx) TO work-invoice
                 END-IF
               END-PERFORM
             END-IF
             IF work-invoice EQUAL SPACES
               ADD 1 TO last-number
               MOVE 'IN' TO doc-prefix
               MOVE last-number TO doc-seq
               MOVE doc-number TO work-invoice
             END-IF
           END-IF.
           MOVE ohist-revenue TO work-amount.
           MOVE 'I' TO reg-kind.
           MOVE SPACES TO reg-orig-invoice.
           PERFORM POST-DOCUMENT.

       *>*
       *> Raises a credit note for a return against the invoice
       *> its original order went on (the register's sale entry
       *> for the OrderID); a rerun keeps the credit note's
       *> number. A return whose original order was never
       *> invoiced is an exception.
       *>*
       ADD-CREDIT-NOTE.
           PERFORM FIND-ORDER-ENTRY.
           IF reg-found-idx > ZERO
             MOVE reg-invoice-tbl(reg-found-idx) TO work-invoice
             MOVE reg-orig-invoice-tbl(reg-found-idx)
               TO reg-orig-invoice
           ELSE
             MOVE SPACES TO reg-orig-invoice
             PERFORM VARYING reg-idx FROM 1 BY 1
               UNTIL reg-idx > reg-count
               IF reg-order-id-tbl(reg-idx) EQUAL ohist-order-id
                 AND reg-kind-tbl(reg-idx) EQUAL 'I'
                 MOVE reg-invoice-tbl(reg-idx) TO reg-orig-invoice
               END-IF
             END-PERFORM
             IF reg-orig-invoice EQUAL SPACES
               MOVE 'NO-ORIG-INVOICE' TO reason-work
             ELSE
               ADD 1 TO last-number
               MOVE 'CN' TO doc-prefix
               MOVE last-number TO doc-seq
               MOVE doc-number TO work-invoice
             END-IF
           END-IF.
           IF reason-work EQUAL SPACES
             COMPUTE work-amount = 0 - ohist-revenue
             MOVE 'C' TO reg-kind
             PERFORM POST-DOCUMENT
           END-IF.

       *>*
       *> Locates this order (OrderID and OrderDate) on the
       *> register, zero when it was never invoiced.
       *>*
       FIND-ORDER-ENTRY.
           MOVE ZERO TO reg-found-idx.
           PERFORM VARYING reg-idx FROM 1 BY 1
             UNTIL reg-idx > reg-count
             IF reg-order-id-tbl(reg-idx) EQUAL ohist-order-id
               AND reg-order-date-tbl(reg-idx) EQUAL ohist-order-date
               MOVE reg-idx TO reg-found-idx
             END-IF
           END-PERFORM.

       *>*
       *> Adds the order to document work-invoice (kind in
       *> reg-kind, amount in work-amount): totals it into
       *> doc-table and records or refreshes its register entry.
       *>*
       POST-DOCUMENT.
           MOVE ZERO TO doc-found-idx.
           PERFORM VARYING doc-idx FROM 1 BY 1
             UNTIL doc-idx > doc-count
             IF doc-number-tbl(doc-idx) EQUAL work-invoice
               MOVE doc-idx TO doc-found-idx
             END-IF
           END-PERFORM.
           IF doc-found-idx EQUAL ZERO
             IF doc-count LESS THAN 2000
               ADD 1 TO doc-count
               MOVE doc-count TO doc-found-idx
               MOVE work-invoice TO doc-number-tbl(doc-found-idx)
               MOVE reg-kind TO doc-kind-tbl(doc-found-idx)
               MOVE ohist-customer TO doc-customer-tbl(doc-found-idx)
               MOVE cust-name TO doc-name-tbl(doc-found-idx)
               MOVE ZERO TO doc-amount-tbl(doc-found-idx)
               MOVE due-date TO doc-due-date-tbl(doc-found-idx)
               MOVE reg-orig-invoice TO doc-orig-tbl(doc-found-idx)
               MOVE ohist-order-id TO doc-order-id-tbl(doc-found-idx)
               MOVE ZERO TO doc-orders-tbl(doc-found-idx)
             ELSE
               DISPLAY "Document table full, dropping "
                 ohist-order-id
               MOVE 'TABLE-FULL' TO reason-work
             END-IF
           END-IF.
           IF doc-found-idx > ZERO
             ADD work-amount TO doc-amount-tbl(doc-found-idx)
             ADD 1 TO doc-orders-tbl(doc-found-idx)
             IF reg-found-idx EQUAL ZERO
               IF reg-count LESS THAN 20000
                 ADD 1 TO reg-count
                 MOVE reg-count TO reg-found-idx
               ELSE
                 DISPLAY "Register table full, not keeping "
                   ohist-order-id
               END-IF
             END-IF
           END-IF.
           IF doc-found-idx > ZERO AND reg-found-idx > ZERO
             MOVE ohist-order-id TO reg-order-id-tbl(reg-found-idx)
             MOVE ohist-order-date
               TO reg-order-date-tbl(reg-found-idx)
             MOVE ohist-customer TO reg-customer-tbl(reg-found-idx)
             MOVE work-invoice TO reg-invoice-tbl(reg-found-idx)
             MOVE reg-kind TO reg-kind-tbl(reg-found-idx)
             MOVE run-ymd TO reg-inv-date-tbl(reg-found-idx)
             MOVE due-date TO reg-due-date-tbl(reg-found-idx)
             MOVE work-amount TO reg-amount-tbl(reg-found-idx)
             MOVE reg-orig-invoice
               TO reg-orig-invoice-tbl(reg-found-idx)
           END-IF.

       *>*
       *> Writes the day's invoices to the invoices file refgen
       *> reads, and the credit notes to salescrnote.
       *>*
       WRITE-INVOICES.
           OPEN OUTPUT invoices.
           IF inv-status NOT EQUAL ZERO
             DISPLAY "Error writing invoices file"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT salescrnote.
           IF crn-status NOT EQUAL ZERO
             DISPLAY "Error writing credit note file"
             MOVE 1 TO RETURN-CODE
             CLOSE invoices
             GOBACK
           END-IF.
           PERFORM VARYING doc-idx FROM 1 BY 1
             UNTIL doc-idx > doc-count
             IF doc-kind-tbl(doc-idx) EQUAL 'I'
               MOVE doc-number-tbl(doc-idx) TO inv-number
               MOVE doc-amount-tbl(doc-idx) TO inv-amount
               MOVE doc-customer-tbl(doc-idx) TO inv-customer
               MOVE run-ymd TO inv-book-date
               WRITE inv-rec
               ADD 1 TO invoice-count
               ADD doc-amount-tbl(doc-idx) TO invoice-amount
             ELSE
               MOVE doc-number-tbl(doc-idx) TO crn-number
               MOVE doc-orig-tbl(doc-idx) TO crn-invoice
               MOVE doc-customer-tbl(doc-idx) TO crn-customer
               MOVE doc-amount-tbl(doc-idx) TO crn-amount
               MOVE run-ymd TO crn-date
               MOVE doc-order-id-tbl(doc-idx) TO crn-order-id
               WRITE crn-rec
               ADD 1 TO credit-count
               ADD doc-amount-tbl(doc-idx) TO credit-amount
             END-IF
           END-PERFORM.
           CLOSE invoices, salescrnote.

       *>*
       *> Prints the invoice journal: one line per invoice and
       *> credit note with its due date (and, for a credit note,
       *> the invoice it is against), then the control totals.
       *>*
       WRITE-JOURNAL.
           OPEN OUTPUT salesinvrpt.
           IF rpt-status NOT EQUAL ZERO
             DISPLAY "Error writing invoice journal"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE rpt-hdr TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-col-hdr TO rpt-line.
           WRITE rpt-line.
           PERFORM VARYING doc-idx FROM 1 BY 1
             UNTIL doc-idx > doc-count
             MOVE doc-number-tbl(doc-idx) TO rpl-number
             IF doc-kind-tbl(doc-idx) EQUAL 'I'
               MOVE 'INV' TO rpl-kind
             ELSE
               MOVE 'CRN' TO rpl-kind
             END-IF
             MOVE doc-customer-tbl(doc-idx) TO rpl-customer
             MOVE doc-name-tbl(doc-idx) TO rpl-name
             MOVE doc-orders-tbl(doc-idx) TO rpl-orders
             MOVE doc-amount-tbl(doc-idx) TO rpl-amount
             MOVE doc-due-date-tbl(doc-idx) TO rpl-due-date
             MOVE doc-orig-tbl(doc-idx) TO rpl-orig
             MOVE rpt-doc-line TO rpt-line
             WRITE rpt-line
           END-PERFORM.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE invoice-count TO rpl-inv-count.
           MOVE invoice-amount TO rpl-inv-amount.
           MOVE credit-count TO rpl-crn-count.
           MOVE credit-amount TO rpl-crn-amount.
           MOVE exception-count TO rpl-exc-count.
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           CLOSE salesinvrpt.

       *>*
       *> Appends one severity-coded event (exc-sev-work,
       *> exc-msg-work) to the common salesexc operations exception
       *> feed, creating the file on the first event of the night.
       *> See SALESEXC copybook; SALESEXCRPT summarizes the feed
       *> for the operator.
       *>*
       WRITE-EXCEPTION.
           OPEN EXTEND salesexc.
           IF exc-status NOT EQUAL ZERO
             OPEN OUTPUT salesexc
           END-IF.
           IF exc-status EQUAL ZERO
             MOVE SPACES TO exc-rec
             MOVE exc-sev-work TO exc-severity
             MOVE 'SALESINV' TO exc-program
             MOVE FUNCTION CURRENT-DATE(1:21) TO exc-timestamp
             MOVE exc-msg-work TO exc-message
             WRITE exc-rec
             CLOSE salesexc
           END-IF.
       END PROGRAM SALESINV.
