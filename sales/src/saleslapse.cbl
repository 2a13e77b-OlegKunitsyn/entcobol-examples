       *>**
       *>  SALESLAPSE
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**

       *>*
       *> Entry point
       *>
       *> Lapsed and declining customer report for the account
       *> managers, over the salesordhist order history. For each
       *> customer on custmast it works out the last order date,
       *> the usual order interval (the days from first to last
       *> order over the orders in between - returns, signed
       *> negative, are not orders) and the revenue of the
       *> trailing quarter (the 91 days to the run date) against
       *> the quarter before it.
       *>  - Lapsed: at least the control file's minimum number of
       *>    orders and no order for longer than the control
       *>    file's multiple of the customer's own interval.
       *>  - Declining: trailing-quarter revenue down on the
       *>    quarter before by more than the control file's
       *>    percentage.
       *> The revenue at risk is the drop between the quarters for
       *> a declining customer and an average quarter of the last
       *> year's revenue for a lapsed one (the larger of the two
       *> when both apply). Flagged customers print largest risk
       *> first on the saleslapserpt report with their name, the
       *> rep on their last order, last order, interval, both
       *> quarters and the trend, and the same list goes to the
       *> salescrmlapse extract for the CRM load.
       *>
       *> saleslapsectl (one 9-byte record: lapse multiple
       *> 9(2)V9, decline percentage 9(3)V9, minimum orders 9(2))
       *> defaults to 2.0, 25.0 and 3 when absent.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESLAPSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT saleslapsectl ASSIGN TO saleslapsectl
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ctl-status.
           SELECT custmast ASSIGN TO custmast
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS cust-id
           FILE STATUS IS cust-status.
           SELECT salesordhist ASSIGN TO salesordhist
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ohist-key
           FILE STATUS IS ohist-status.
           SELECT sortwork ASSIGN TO sortwork.
           SELECT saleslapserpt ASSIGN TO saleslapserpt
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS rpt-status.
           SELECT salescrmlapse ASSIGN TO salescrmlapse
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS extract-status.
       DATA DIVISION.
       FILE SECTION.
       FD saleslapsectl RECORDING MODE F
           RECORD CONTAINS 9 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ctl-rec.
       01 ctl-rec.
           05 ctl-lapse-multiple PIC 9(2)V9.
           05 ctl-decline-pct PIC 9(3)V9.
           05 ctl-min-orders PIC 9(2).
       FD custmast
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS cust-rec.
       COPY CUSTMAST.
       FD salesordhist
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ohist-rec.
       COPY ORDHIST.
       SD sortwork
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS sort-rec.
       01 sort-rec.
           05 sort-risk PIC S9(11)V99.
           05 sort-cust-idx PIC 9(4).
       FD saleslapserpt RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS rpt-line.
       01 rpt-line PIC X(132).
       FD salescrmlapse RECORDING MODE F
           RECORD CONTAINS 123 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS crm-rec.
       01 crm-rec.
           05 crm-cust-id PIC X(10).
           05 crm-cust-name PIC X(30).
           05 crm-rep PIC X(20).
           05 crm-status PIC X.
           05 crm-last-order PIC 9(8).
           05 crm-interval PIC 9(4).
           05 crm-days-since PIC 9(4).
           05 crm-prior-qtr PIC S9(9)V99.
           05 crm-trail-qtr PIC S9(9)V99.
           05 crm-trend-pct PIC S9(4)V9.
           05 crm-at-risk PIC S9(9)V99.
           05 crm-run-date PIC 9(8).
       WORKING-STORAGE SECTION.
       01 ctl-status PIC 9(2).
       01 cust-status PIC 9(2).
       01 ohist-status PIC 9(2).
       01 rpt-status PIC 9(2).
       01 extract-status PIC 9(2).
       01 cust-eof PIC X VALUE 'N'.
           88 cust-eof-reached VALUE 'Y'.
       01 hist-eof PIC X VALUE 'N'.
           88 hist-eof-reached VALUE 'Y'.
       01 sort-eof PIC X VALUE 'N'.
           88 sort-eof-reached VALUE 'Y'.
       01 lapse-multiple PIC 9(2)V9 VALUE 2.0.
       01 decline-pct PIC 9(3)V9 VALUE 25.0.
       01 min-orders PIC 9(2) VALUE 3.
       01 run-ymd PIC 9(8) VALUE ZERO.
       01 run-int PIC 9(8) VALUE ZERO.
       01 order-int PIC 9(8) VALUE ZERO.
       01 order-age PIC S9(8) VALUE ZERO.
       01 lap-count PIC 9(4) VALUE ZERO.
       01 lap-table.
           05 lap-entry OCCURS 2000 TIMES INDEXED BY lap-idx.
               10 lap-id-tbl PIC X(10).
               10 lap-name-tbl PIC X(30).
               10 lap-orders-tbl PIC 9(5).
               10 lap-first-tbl PIC 9(8).
               10 lap-last-tbl PIC 9(8).
               10 lap-rep-tbl PIC X(20).
               10 lap-trail-tbl PIC S9(9)V99.
               10 lap-prior-tbl PIC S9(9)V99.
               10 lap-year-tbl PIC S9(9)V99.
               10 lap-interval-tbl PIC 9(4).
               10 lap-since-tbl PIC 9(4).
               10 lap-trend-tbl PIC S9(4)V9.
               10 lap-risk-tbl PIC S9(9)V99.
               10 lap-status-tbl PIC X.
       01 found-idx PIC 9(4) VALUE ZERO.
       01 work-customer PIC X(10) VALUE SPACES.
       01 drop-work PIC S9(9)V99 VALUE ZERO.
       01 lapsed-flag PIC X VALUE 'N'.
           88 customer-lapsed VALUE 'Y'.
       01 declining-flag PIC X VALUE 'N'.
           88 customer-declining VALUE 'Y'.
       01 checked-count PIC 9(5) VALUE ZERO.
       01 lapsed-count PIC 9(5) VALUE ZERO.
       01 declining-count PIC 9(5) VALUE ZERO.
       01 risk-total PIC S9(11)V99 VALUE ZERO.
       01 rpt-rule PIC X(132) VALUE ALL '-'.
       01 rpt-hdr.
           05 FILLER PIC X(40) VALUE
               'Lapsed and declining customers, run of '.
           05 rph-run-date PIC 9(8).
       01 rpt-col-hdr.
           05 FILLER PIC X(11) VALUE 'Customer'.
           05 FILLER PIC X(25) VALUE 'Name'.
           05 FILLER PIC X(17) VALUE 'Rep'.
           05 FILLER PIC X(9) VALUE 'Last ord'.
           05 FILLER PIC X(5) VALUE ' Int'.
           05 FILLER PIC X(5) VALUE ' Days'.
           05 FILLER PIC X(14) VALUE '   Prior qtr'.
           05 FILLER PIC X(14) VALUE '   Trail qtr'.
           05 FILLER PIC X(9) VALUE '  Trend%'.
           05 FILLER PIC X(14) VALUE '     At risk'.
           05 FILLER PIC X(10) VALUE ' Status'.
       01 rpt-cust-line.
           05 rpl-id PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-name PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-rep PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-last PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-interval PIC ZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-since PIC ZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-prior PIC Z(8)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-trail PIC Z(8)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-trend PIC Z(4)9.9-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-risk PIC Z(8)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-status PIC X(9).
       01 rpt-count-line.
           05 FILLER PIC X(9) VALUE 'Checked: '.
           05 rpl-checked PIC Z(4)9.
           05 FILLER PIC X(10) VALUE '  lapsed: '.
           05 rpl-lapsed PIC Z(4)9.
           05 FILLER PIC X(13) VALUE '  declining: '.
           05 rpl-declining PIC Z(4)9.
           05 FILLER PIC X(17) VALUE '  revenue at risk'.
           05 FILLER PIC X(2) VALUE ': '.
           05 rpl-risk-total PIC Z(10)9.99-.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO run-ymd.
           COMPUTE run-int = FUNCTION INTEGER-OF-DATE(run-ymd).
           OPEN INPUT saleslapsectl.
           IF ctl-status EQUAL ZERO
             READ saleslapsectl
               NOT AT END
                 IF ctl-lapse-multiple IS NUMERIC
                   AND ctl-lapse-multiple > ZERO
                   MOVE ctl-lapse-multiple TO lapse-multiple
                 END-IF
                 IF ctl-decline-pct IS NUMERIC
                   AND ctl-decline-pct > ZERO
                   MOVE ctl-decline-pct TO decline-pct
                 END-IF
                 IF ctl-min-orders IS NUMERIC
                   AND ctl-min-orders > 1
                   MOVE ctl-min-orders TO min-orders
                 END-IF
             END-READ
             CLOSE saleslapsectl
           END-IF.
           PERFORM LOAD-CUSTOMERS.
           IF lap-count EQUAL ZERO
             DISPLAY "Customer master is empty, nothing to check"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM SCAN-ORDER-HISTORY.
           OPEN OUTPUT saleslapserpt.
           IF rpt-status NOT EQUAL ZERO
             DISPLAY "Error writing lapsed-customer report"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT salescrmlapse.
           IF extract-status NOT EQUAL ZERO
             DISPLAY "Error writing CRM lapse extract"
             CLOSE saleslapserpt
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE run-ymd TO rph-run-date.
           MOVE rpt-hdr TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-col-hdr TO rpt-line.
           WRITE rpt-line.
           SORT sortwork
             ON DESCENDING KEY sort-risk
             INPUT PROCEDURE RELEASE-FLAGGED
             OUTPUT PROCEDURE PRINT-FLAGGED.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE checked-count TO rpl-checked.
           MOVE lapsed-count TO rpl-lapsed.
           MOVE declining-count TO rpl-declining.
           MOVE risk-total TO rpl-risk-total.
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           CLOSE saleslapserpt, salescrmlapse.
           DISPLAY "Customers checked: " checked-count
             " lapsed: " lapsed-count
             " declining: " declining-count.
           GOBACK.

       *>*
       *> Loads the customer master into lap-table. A master of
       *> more than 2000 customers keeps the first 2000, with a
       *> console message.
       *>*
       LOAD-CUSTOMERS.
           OPEN INPUT custmast.
           IF cust-status NOT EQUAL ZERO
             DISPLAY "Error reading customer master"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM UNTIL cust-eof-reached
             READ custmast
               AT END
                 SET cust-eof-reached TO TRUE
               NOT AT END
                 IF lap-count LESS THAN 2000
                   ADD 1 TO lap-count
                   INITIALIZE lap-entry(lap-count)
                   MOVE cust-id TO lap-id-tbl(lap-count)
                   MOVE cust-name TO lap-name-tbl(lap-count)
                 ELSE
                   DISPLAY "Customer table full, ignoring "
                     cust-id
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE custmast.

       *>*
       *> One pass over the order history: per customer, the
       *> order count, first and last order dates (with the rep of
       *> the last order) and the trailing-quarter, prior-quarter
       *> and last-year revenue. Orders for customers not on the
       *> master are skipped.
       *>*
       SCAN-ORDER-HISTORY.
           OPEN INPUT salesordhist.
           IF ohist-status NOT EQUAL ZERO
             DISPLAY "No order history master, nothing to measure"
           ELSE
             PERFORM UNTIL hist-eof-reached
               READ salesordhist
                 AT END
                   SET hist-eof-reached TO TRUE
                 NOT AT END
                   IF ohist-customer NOT EQUAL SPACES
                     AND ohist-order-date NOT GREATER THAN run-ymd
                     MOVE ohist-customer TO work-customer
                     PERFORM FIND-CUSTOMER
                     IF found-idx > ZERO
                       PERFORM ADD-ORDER
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE salesordhist
           END-IF.

       *>*
       *> Folds the current history record into customer
       *> found-idx.
       *>*
       ADD-ORDER.
           COMPUTE order-int =
             FUNCTION INTEGER-OF-DATE(ohist-order-date).
           COMPUTE order-age = run-int - order-int.
           IF ohist-revenue > ZERO
             ADD 1 TO lap-orders-tbl(found-idx)
             IF lap-first-tbl(found-idx) EQUAL ZERO
               OR ohist-order-date LESS THAN lap-first-tbl(found-idx)
               MOVE ohist-order-date TO lap-first-tbl(found-idx)
             END-IF
             IF ohist-order-date > lap-last-tbl(found-idx)
               MOVE ohist-order-date TO lap-last-tbl(found-idx)
               MOVE ohist-rep TO lap-rep-tbl(found-idx)
             END-IF
           END-IF.
           IF order-age < 91
             ADD ohist-revenue TO lap-trail-tbl(found-idx)
           ELSE
             IF order-age < 182
               ADD ohist-revenue TO lap-prior-tbl(found-idx)
             END-IF
           END-IF.
           IF order-age < 364
             ADD ohist-revenue TO lap-year-tbl(found-idx)
           END-IF.

       *>*
       *> Locates work-customer in lap-table, zero when absent.
       *>*
       FIND-CUSTOMER.
           MOVE ZERO TO found-idx.
           PERFORM VARYING lap-idx FROM 1 BY 1
             UNTIL lap-idx > lap-count OR found-idx > ZERO
             IF lap-id-tbl(lap-idx) EQUAL work-customer
               MOVE lap-idx TO found-idx
             END-IF
           END-PERFORM.

       *>*
       *> Measures every customer against the lapse and decline
       *> rules and releases the flagged ones to the sort, keyed
       *> on the revenue at risk.
       *>*
       RELEASE-FLAGGED.
           PERFORM VARYING lap-idx FROM 1 BY 1
             UNTIL lap-idx > lap-count
             ADD 1 TO checked-count
             PERFORM MEASURE-CUSTOMER
             IF customer-lapsed OR customer-declining
               MOVE lap-risk-tbl(lap-idx) TO sort-risk
               MOVE lap-idx TO sort-cust-idx
               RELEASE sort-rec
             END-IF
           END-PERFORM.

       *>*
       *> Works out customer lap-idx's interval, days since the
       *> last order, quarter trend and revenue at risk, and sets
       *> lapsed-flag/declining-flag and the status letter
       *> (L lapsed, D declining, B both).
       *>*
       MEASURE-CUSTOMER.
           MOVE 'N' TO lapsed-flag.
           MOVE 'N' TO declining-flag.
           MOVE ZERO TO lap-risk-tbl(lap-idx).
           MOVE ZERO TO lap-trend-tbl(lap-idx).
           IF lap-last-tbl(lap-idx) > ZERO
             COMPUTE lap-since-tbl(lap-idx) = run-int
               - FUNCTION INTEGER-OF-DATE(lap-last-tbl(lap-idx))
           END-IF.
           IF lap-orders-tbl(lap-idx) > 1
             COMPUTE lap-interval-tbl(lap-idx) ROUNDED =
               (FUNCTION INTEGER-OF-DATE(lap-last-tbl(lap-idx))
                - FUNCTION INTEGER-OF-DATE(lap-first-tbl(lap-idx)))
               / (lap-orders-tbl(lap-idx) - 1)
           END-IF.
           IF lap-orders-tbl(lap-idx) NOT LESS THAN min-orders
             AND lap-interval-tbl(lap-idx) > ZERO
             AND lap-since-tbl(lap-idx)
               > lap-interval-tbl(lap-idx) * lapse-multiple
             SET customer-lapsed TO TRUE
             COMPUTE lap-risk-tbl(lap-idx) ROUNDED =
               lap-year-tbl(lap-idx) / 4
           END-IF.
           IF lap-prior-tbl(lap-idx) > ZERO
             COMPUTE lap-trend-tbl(lap-idx) ROUNDED =
               (lap-trail-tbl(lap-idx) - lap-prior-tbl(lap-idx))
               * 100 / lap-prior-tbl(lap-idx)
             IF lap-trend-tbl(lap-idx) < ZERO
               AND (ZERO - lap-trend-tbl(lap-idx)) > decline-pct
               SET customer-declining TO TRUE
               COMPUTE drop-work = lap-prior-tbl(lap-idx)
                 - lap-trail-tbl(lap-idx)
               IF drop-work > lap-risk-tbl(lap-idx)
                 MOVE drop-work TO lap-risk-tbl(lap-idx)
               END-IF
             END-IF
           END-IF.
           EVALUATE TRUE
             WHEN customer-lapsed AND customer-declining
               MOVE 'B' TO lap-status-tbl(lap-idx)
             WHEN customer-lapsed
               MOVE 'L' TO lap-status-tbl(lap-idx)
             WHEN customer-declining
               MOVE 'D' TO lap-status-tbl(lap-idx)
             WHEN OTHER
               MOVE SPACE TO lap-status-tbl(lap-idx)
           END-EVALUATE.

       *>*
       *> Writes the flagged customers, largest risk first, to the
       *> report and the CRM extract.
       *>*
       PRINT-FLAGGED.
           PERFORM UNTIL sort-eof-reached
             RETURN sortwork
               AT END
                 SET sort-eof-reached TO TRUE
               NOT AT END
                 MOVE sort-cust-idx TO found-idx
                 PERFORM WRITE-CUSTOMER-LINE
             END-RETURN
           END-PERFORM.

       *>*
       *> Writes customer found-idx's report line and extract
       *> record and counts it.
       *>*
       WRITE-CUSTOMER-LINE.
           MOVE lap-id-tbl(found-idx) TO rpl-id.
           MOVE lap-name-tbl(found-idx) TO rpl-name.
           MOVE lap-rep-tbl(found-idx) TO rpl-rep.
           MOVE lap-last-tbl(found-idx) TO rpl-last.
           MOVE lap-interval-tbl(found-idx) TO rpl-interval.
           MOVE lap-since-tbl(found-idx) TO rpl-since.
           MOVE lap-prior-tbl(found-idx) TO rpl-prior.
           MOVE lap-trail-tbl(found-idx) TO rpl-trail.
           MOVE lap-trend-tbl(found-idx) TO rpl-trend.
           MOVE lap-risk-tbl(found-idx) TO rpl-risk.
           EVALUATE lap-status-tbl(found-idx)
             WHEN 'B'
               MOVE 'LAPS+DECL' TO rpl-status
               ADD 1 TO lapsed-count
               ADD 1 TO declining-count
             WHEN 'L'
               MOVE 'LAPSED' TO rpl-status
               ADD 1 TO lapsed-count
             WHEN OTHER
               MOVE 'DECLINING' TO rpl-status
               ADD 1 TO declining-count
           END-EVALUATE.
           MOVE rpt-cust-line TO rpt-line.
           WRITE rpt-line.
           ADD lap-risk-tbl(found-idx) TO risk-total.
           MOVE lap-id-tbl(found-idx) TO crm-cust-id.
           MOVE lap-name-tbl(found-idx) TO crm-cust-name.
           MOVE lap-rep-tbl(found-idx) TO crm-rep.
           MOVE lap-status-tbl(found-idx) TO crm-status.
           MOVE lap-last-tbl(found-idx) TO crm-last-order.
           MOVE lap-interval-tbl(found-idx) TO crm-interval.
           MOVE lap-since-tbl(found-idx) TO crm-days-since.
           MOVE lap-prior-tbl(found-idx) TO crm-prior-qtr.
           MOVE lap-trail-tbl(found-idx) TO crm-trail-qtr.
           MOVE lap-trend-tbl(found-idx) TO crm-trend-pct.
           MOVE lap-risk-tbl(found-idx) TO crm-at-risk.
           MOVE run-ymd TO crm-run-date.
           WRITE crm-rec.
       END PROGRAM SALESLAPSE.
