       *> Customer refund run for returns, mirroring what
       *> SALESCOMM does for reps: picks up the period's return
       *> rows from salesordhist (negative ohist-revenue, in the
       *> open period per the salesperctl stamp - the run date's
       *> period when no stamp exists, fiscal when the fiscalcal
       *> calendar is in place), sums them per
       *> customer, looks each customer's name, IBAN and BIC up on
       *> custmast, validates the banking details through ibanok
       *> and bicok (including the BIC/IBAN country cross-check),
       *> and writes the good refunds to the refundpay payment
       *> file framed by a control-total header and trailer (count
       *> and amount), each refund carrying its own payment id ('R'
       *> + run date YYMMDD + sequence, the SALESCOMM convention)
       *> so the bank's returns and statement can be matched
       *> back to it. The batch does not go to the bank on its
       *> own: sepaval screens it with the day's other payments
       *> and sepafmt formats it into the bank file. Customers
       *> with missing or invalid banking details, returns with
       *> no customer id, or customers not on the master go to
       *> the refundexc exception list with a reason - so a web
       *> customer's refund leaves the same night instead of
       *> waiting two weeks for a manual wire. The three-digit
       *> sequence gives a run 999 payment ids; refunds beyond
       *> that are not paid under a repeated id but go to the
       *> exception list as ID-RANGE-FULL, with a 'W' on
       *> salesexc.
       *> The exception list is worked by customer service and
       *> mailed around, so its IBAN is masked by the banking
       *> side's ibanmask; the refundpay batch keeps it in full.
       *> Every refund is stamped with an execution date - the
       *> next good settlement day after the run date, rolled
       *> forward over weekends and the holcal bank-holiday
       *> calendar - shown in the batch control totals.
       *>
       *> The batch is booked as one balanced journal on the
       *> glextract file (appended after the day's SALES postings)
       *> and the glhist posting history GLRECON reconciles: a
       *> refund clearing debit line against a bank credit line
       *> for the batch total, on the accounts and cost centers
       *> the glpaymap payout mapping file carries for kinds
       *> REFUND and BANK (the built-in accounts when unmapped).
       *> The journal number is seeded above the highest journal
       *> already in glextract and the period is the open period
       *> above, the SALESADJ rules. The journal must pass the
       *> same hard debit/credit in-balance check SALES applies
       *> before it is published - an out-of-balance journal
       *> raises an 'E' on salesexc and stops the run with a
       *> non-zero RETURN-CODE.
       *>
       *> A customer on the sancthold sanctions hold list (see
       *> SANCTHOLD copybook - SALESSANCT puts a customer there
       *> when the rescreen finds their name on the sanctions
       *> list) is not refunded: no payment line is prepared, and
       *> the refund goes to the exception list as SANCT-HOLD for
       *> compliance. A missing sancthold means nobody is held.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESREFUND.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS holcal-status.
           SELECT glpaymap ASSIGN TO glpaymap
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS paymap-status.
           SELECT OPTIONAL glextract ASSIGN TO glextract
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS gl-status.
           SELECT OPTIONAL glhist ASSIGN TO glhist
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS glhist-status.
           SELECT salesexc ASSIGN TO salesexc
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS salesexc-status.
           SELECT sancthold ASSIGN TO sancthold
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS hold-status.
       DATA DIVISION.
       FILE SECTION.
       FD salesordhist
           DATA RECORD IS holcal-rec.
       01 holcal-rec.
           05 hol-date PIC 9(8).
       FD glpaymap RECORDING MODE F
           RECORD CONTAINS 46 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS paymap-rec.
       01 paymap-rec.
           05 gpm-kind PIC X(10).
           05 gpm-key PIC X(20).
           05 gpm-account PIC X(10).
           05 gpm-costctr PIC X(6).
       FD glextract RECORDING MODE F
           RECORD CONTAINS 46 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS gl-rec.
       01 gl-rec.
           05 gl-journal PIC 9(4).
           05 gl-account PIC X(10).
           05 gl-costctr PIC X(6).
           05 gl-period PIC 9(6).
           05 gl-amount PIC S9(9)V99.
           05 gl-drcr PIC X.
           05 gl-entity PIC X(4).
           05 gl-partner PIC X(4).
       FD glhist RECORDING MODE F
           RECORD CONTAINS 54 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS glhist-rec.
       01 glhist-rec.
           05 glh-journal PIC 9(4).
           05 glh-account PIC X(10).
           05 glh-costctr PIC X(6).
           05 glh-period PIC 9(6).
           05 glh-amount PIC S9(9)V99.
           05 glh-drcr PIC X.
           05 glh-entity PIC X(4).
           05 glh-partner PIC X(4).
           05 glh-run-date PIC 9(8).
       FD salesexc RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS exc-rec.
       COPY SALESEXC.
       FD sancthold RECORDING MODE F
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS sanct-hold-rec.
       COPY SANCTHOLD.
       WORKING-STORAGE SECTION.
       01 ohist-status PIC 9(2).
       01 perctl-status PIC 9(2).
       01 hist-eof PIC X VALUE 'N'.
           88 hist-eof-reached VALUE 'Y'.
       01 open-period PIC 9(6) VALUE ZERO.
       01 period-start PIC 9(8) VALUE ZERO.
       01 period-end PIC 9(8) VALUE ZERO.
       COPY FISCALPER.
       01 ref-count PIC 9(4) VALUE ZERO.
       01 ref-table.
           05 ref-entry OCCURS 2000 TIMES INDEXED BY ref-idx.
       01 reason-work PIC X(14) VALUE SPACES.
       01 paid-count PIC 9(9) VALUE ZERO.
       01 paid-amount PIC 9(11)V99 VALUE ZERO.
       01 pay-seq PIC 9(3) VALUE ZERO.
       01 exc-count PIC 9(9) VALUE ZERO.
       01 mask-program PIC X(12) VALUE 'SALESREFUND'.
       01 mask-in PIC X(64) VALUE SPACES.
       01 mask-out PIC X(34) VALUE SPACES.
       01 holcal-status PIC 9(2).
       01 holcal-eof PIC X VALUE 'N'.
           88 holcal-eof-reached VALUE 'Y'.
           05 FILLER PIC X(11) VALUE ' REFUND RUN'.
       01 pay-detail.
           05 FILLER PIC X VALUE 'D'.
           05 pay-id.
               10 FILLER PIC X VALUE 'R'.
               10 pay-id-date PIC 9(6).
               10 pay-id-seq PIC 9(3).
           05 pay-customer PIC X(10).
           05 pay-name PIC X(30).
           05 pay-iban PIC X(34).
           05 pay-trl-count PIC 9(9).
           05 pay-trl-amount PIC 9(11)V99.
           05 pay-trl-exec-date PIC 9(8).
       01 run-ymd PIC 9(8) VALUE ZERO.
       01 paymap-status PIC 9(2).
       01 gl-status PIC 9(2).
       01 glhist-status PIC 9(2).
       01 salesexc-status PIC 9(2).
       01 paymap-eof PIC X VALUE 'N'.
           88 paymap-eof-reached VALUE 'Y'.
       01 gl-eof PIC X VALUE 'N'.
           88 gl-eof-reached VALUE 'Y'.
       01 gl-journal-seq PIC 9(4) VALUE ZERO.
       01 gl-clearing-account-code PIC X(10) VALUE '2450000000'.
       01 gl-bank-account-code PIC X(10) VALUE '1010000000'.
       01 paymap-count PIC 9(3) VALUE ZERO.
       01 paymap-table.
           05 paymap-entry OCCURS 300 TIMES INDEXED BY paymap-idx.
               10 gpm-kind-tbl PIC X(10).
               10 gpm-key-tbl PIC X(20).
               10 gpm-account-tbl PIC X(10).
               10 gpm-costctr-tbl PIC X(6).
       01 map-kind-work PIC X(10) VALUE SPACES.
       01 map-key-work PIC X(20) VALUE SPACES.
       01 map-account-work PIC X(10) VALUE SPACES.
       01 map-costctr-work PIC X(6) VALUE SPACES.
       01 gl-post-count PIC 9(3) VALUE ZERO.
       01 gl-post-table.
           05 gl-post-entry OCCURS 2 TIMES INDEXED BY gpt-idx.
               10 gpt-journal PIC 9(4).
               10 gpt-account PIC X(10).
               10 gpt-costctr PIC X(6).
               10 gpt-amount PIC S9(11)V99.
               10 gpt-drcr PIC X.
       01 gl-debit-total PIC S9(11)V99 VALUE ZERO.
       01 gl-credit-total PIC S9(11)V99 VALUE ZERO.
       01 exc-sev-work PIC X VALUE 'I'.
       01 exc-msg-work PIC X(43) VALUE SPACES.
       01 id-range-count PIC 9(9) VALUE ZERO.
       01 hold-status PIC 9(2).
       01 hold-eof PIC X VALUE 'N'.
           88 hold-eof-reached VALUE 'Y'.
       01 held-count PIC 9(4) VALUE ZERO.
       01 held-table.
           05 held-entry OCCURS 2000 TIMES INDEXED BY held-idx.
               10 held-cust-tbl PIC X(10).
       01 held-found PIC X VALUE 'N'.
           88 customer-is-held VALUE 'Y'.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO run-ymd.
           PERFORM SET-OPEN-PERIOD.
           PERFORM LOAD-HOLIDAYS.
           PERFORM SET-EXECUTION-DATE.
           PERFORM COLLECT-RETURNS.
           PERFORM LOAD-SANCTION-HOLDS.
           OPEN INPUT custmast.
           IF cust-status NOT EQUAL ZERO
             DISPLAY "Error opening customer master"
             CLOSE custmast, refundpay
             GOBACK
           END-IF.
           CALL "ibanmaskload" USING mask-program.
           MOVE FUNCTION CURRENT-DATE(1:8) TO pay-hdr-date.
           MOVE SPACES TO pay-rec.
           MOVE pay-header TO pay-rec.
             UNTIL ref-idx > ref-count
             PERFORM SETTLE-REFUND
           END-PERFORM.
           IF id-range-count > ZERO
             DISPLAY "Refunds beyond the payment id range: "
               id-range-count
             MOVE 'W' TO exc-sev-work
             MOVE SPACES TO exc-msg-work
             STRING 'Refund id range exhausted, held: '
               DELIMITED BY SIZE
               id-range-count DELIMITED BY SIZE
               INTO exc-msg-work
             PERFORM WRITE-EXCEPTION
           END-IF.
           MOVE SPACES TO pay-rec.
           MOVE paid-count TO pay-trl-count.
           MOVE paid-amount TO pay-trl-amount.
           MOVE pay-trailer TO pay-rec.
           WRITE pay-rec.
           CLOSE custmast, refundpay, refundexc.
           PERFORM SET-JOURNAL-SEQ.
           PERFORM LOAD-GLPAYMAP.
           PERFORM BUILD-GL-POSTINGS.
           PERFORM CHECK-GL-BALANCE.
           IF gl-debit-total NOT EQUAL gl-credit-total
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM WRITE-GL-LINES.
           DISPLAY "Refunds paid: " paid-count
             " amount: " paid-amount
             " exceptions: " exc-count

       *>*
       *> Picks the period being refunded: the open period from
       *> the salesperctl stamp when one exists, the run date's
       *> period otherwise (the fiscal period when the fiscalcal
       *> calendar is in place, see FISCALPER), and the period's
       *> first and last dates, which bound the orders taken.
       *>*
       SET-OPEN-PERIOD.
           MOVE 'D' TO fp-function.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fp-date.
           CALL "FISCALPER" USING fiscal-period-rec.
           MOVE fp-period TO open-period.
           OPEN INPUT salesperctl.
           IF perctl-status EQUAL ZERO
             READ salesperctl
             END-READ
             CLOSE salesperctl
           END-IF.
           MOVE 'P' TO fp-function.
           MOVE open-period TO fp-period.
           CALL "FISCALPER" USING fiscal-period-rec.
           MOVE fp-start TO period-start.
           MOVE fp-end TO period-end.

       *>*
       *> Walks the order history and sums the open period's
               AT END
                 SET hist-eof-reached TO TRUE
               NOT AT END
                 IF ohist-order-date NOT LESS THAN period-start
                   AND ohist-order-date NOT GREATER THAN period-end
                   AND ohist-revenue LESS THAN ZERO
                   IF ohist-customer EQUAL SPACES
                     ADD 1 TO no-customer-count
       *> Settles one customer's refund: looks the customer up on
       *> the master, validates the IBAN through ibanok and BIC
       *> through bicok, and routes the refund to the payment file
       *> or the exception list with its reason. Once the run's 999
       *> payment ids are used up, a good refund goes to the
       *> exception list as ID-RANGE-FULL rather than reuse an id.
       *>*
       SETTLE-REFUND.
           MOVE SPACES TO reason-work.
               MOVE 'NO-MASTER' TO reason-work
               MOVE SPACES TO cust-name, cust-iban, cust-bic
           END-READ.
           IF reason-work EQUAL SPACES
             PERFORM CHECK-SANCTION-HOLD
             IF customer-is-held
               MOVE 'SANCT-HOLD' TO reason-work
             END-IF
           END-IF.
           IF reason-work EQUAL SPACES
             IF cust-iban EQUAL SPACES
               MOVE 'NO-BANK-DETAIL' TO reason-work
               PERFORM VALIDATE-CUST-BANKING
             END-IF
           END-IF.
           IF reason-work EQUAL SPACES AND pay-seq NOT LESS THAN 999
             MOVE 'ID-RANGE-FULL' TO reason-work
             ADD 1 TO id-range-count
           END-IF.
           IF reason-work EQUAL SPACES
             MOVE SPACES TO pay-rec
             ADD 1 TO pay-seq
             MOVE FUNCTION CURRENT-DATE(3:6) TO pay-id-date
             MOVE pay-seq TO pay-id-seq
             MOVE ref-cust-tbl(ref-idx) TO pay-customer
             MOVE cust-name TO pay-name
             MOVE cust-iban TO pay-iban
           ELSE
             MOVE SPACES TO exc-out-rec
             MOVE ref-cust-tbl(ref-idx) TO exo-customer
             MOVE cust-iban TO mask-in
             CALL "ibanmask" USING mask-in, mask-out
             MOVE mask-out TO exo-iban
             MOVE refund-amount TO exo-amount
             MOVE reason-work TO exo-reason
             WRITE exc-out-rec
             ADD 1 TO exc-count
           END-IF.

       *>*
       *> Loads the customers on the sancthold sanctions hold list
       *> into held-table. A missing hold list holds nobody.
       *>*
       LOAD-SANCTION-HOLDS.
           MOVE ZERO TO held-count.
           OPEN INPUT sancthold.
           IF hold-status EQUAL ZERO
             PERFORM UNTIL hold-eof-reached
               READ sancthold
                 AT END
                   SET hold-eof-reached TO TRUE
                 NOT AT END
                   IF shd-is-customer
                     IF held-count LESS THAN 2000
                       ADD 1 TO held-count
                       MOVE shd-key TO held-cust-tbl(held-count)
                     ELSE
                       DISPLAY "Held customer table full, ignoring "
                         shd-key
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE sancthold
           END-IF.

       *>*
       *> Flags the current customer when they are on the
       *> sanctions hold list.
       *>*
       CHECK-SANCTION-HOLD.
           MOVE 'N' TO held-found.
           PERFORM VARYING held-idx FROM 1 BY 1
             UNTIL held-idx > held-count
             IF held-cust-tbl(held-idx) EQUAL ref-cust-tbl(ref-idx)
               SET customer-is-held TO TRUE
             END-IF
           END-PERFORM.

       *>*
       *> Validates the customer's IBAN through ibanok and BIC
       *> through bicok with the country cross-check, leaving the
               MOVE 'BAD-BIC' TO reason-work
             END-IF
           END-IF.

       *>*
       *> Seeds the journal sequence above the highest journal
       *> number already in the day's glextract, so the journal
       *> written here never shares a number with the nightly
       *> journal (always 0001) or an earlier posting run.
       *>*
       SET-JOURNAL-SEQ.
           MOVE 1 TO gl-journal-seq.
           MOVE 'N' TO gl-eof.
           OPEN INPUT glextract.
           IF gl-status EQUAL ZERO
             PERFORM UNTIL gl-eof-reached
               READ glextract
                 AT END
                   SET gl-eof-reached TO TRUE
                 NOT AT END
                   IF gl-journal > gl-journal-seq
                     MOVE gl-journal TO gl-journal-seq
                   END-IF
               END-READ
             END-PERFORM
             CLOSE glextract
           END-IF.

       *>*
       *> Loads the glpaymap payout mapping file (kind, key,
       *> account, cost center), kept the way glmap is. A missing
       *> mapping file leaves the table empty and the journal
       *> posts to the default accounts.
       *>*
       LOAD-GLPAYMAP.
           MOVE ZERO TO paymap-count.
           OPEN INPUT glpaymap.
           IF paymap-status EQUAL ZERO
             PERFORM UNTIL paymap-eof-reached
               READ glpaymap
                 AT END
                   SET paymap-eof-reached TO TRUE
                 NOT AT END
                   IF paymap-count LESS THAN 300
                     ADD 1 TO paymap-count
                     MOVE gpm-kind TO gpm-kind-tbl(paymap-count)
                     MOVE gpm-key TO gpm-key-tbl(paymap-count)
                     MOVE gpm-account
                       TO gpm-account-tbl(paymap-count)
                     MOVE gpm-costctr
                       TO gpm-costctr-tbl(paymap-count)
                   ELSE
                     DISPLAY "Payout mapping table full, ignoring "
                       gpm-kind " " gpm-key
                   END-IF
               END-READ
             END-PERFORM
             CLOSE glpaymap
           ELSE
             DISPLAY "No glpaymap file, posting to default "
               "accounts"
           END-IF.

       *>*
       *> Leaves the account and cost center for map-kind-work and
       *> map-key-work in map-account-work/map-costctr-work: the
       *> entry for the kind and key, else the kind's entry with a
       *> blank key. Nothing found leaves the caller's default in
       *> place.
       *>*
       FIND-GLPAYMAP.
           PERFORM VARYING paymap-idx FROM 1 BY 1
             UNTIL paymap-idx > paymap-count
             IF gpm-kind-tbl(paymap-idx) EQUAL map-kind-work
               AND gpm-key-tbl(paymap-idx) EQUAL SPACES
               MOVE gpm-account-tbl(paymap-idx) TO map-account-work
               MOVE gpm-costctr-tbl(paymap-idx) TO map-costctr-work
             END-IF
           END-PERFORM.
           IF map-key-work NOT EQUAL SPACES
             PERFORM VARYING paymap-idx FROM 1 BY 1
               UNTIL paymap-idx > paymap-count
               IF gpm-kind-tbl(paymap-idx) EQUAL map-kind-work
                 AND gpm-key-tbl(paymap-idx) EQUAL map-key-work
                 MOVE gpm-account-tbl(paymap-idx)
                   TO map-account-work
                 MOVE gpm-costctr-tbl(paymap-idx)
                   TO map-costctr-work
               END-IF
             END-PERFORM
           END-IF.

       *>*
       *> Builds the refund journal: the refund clearing debit line
       *> and the bank credit line for the batch total, when
       *> anything was paid.
       *>*
       BUILD-GL-POSTINGS.
           MOVE ZERO TO gl-post-count.
           IF paid-count > ZERO
             ADD 1 TO gl-journal-seq
             MOVE 'REFUND' TO map-kind-work
             MOVE SPACES TO map-key-work
             MOVE gl-clearing-account-code TO map-account-work
             MOVE SPACES TO map-costctr-work
             PERFORM FIND-GLPAYMAP
             ADD 1 TO gl-post-count
             MOVE gl-journal-seq TO gpt-journal(gl-post-count)
             MOVE map-account-work TO gpt-account(gl-post-count)
             MOVE map-costctr-work TO gpt-costctr(gl-post-count)
             MOVE paid-amount TO gpt-amount(gl-post-count)
             MOVE 'D' TO gpt-drcr(gl-post-count)
             MOVE 'BANK' TO map-kind-work
             MOVE gl-bank-account-code TO map-account-work
             MOVE SPACES TO map-costctr-work
             PERFORM FIND-GLPAYMAP
             ADD 1 TO gl-post-count
             MOVE gl-journal-seq TO gpt-journal(gl-post-count)
             MOVE map-account-work TO gpt-account(gl-post-count)
             MOVE map-costctr-work TO gpt-costctr(gl-post-count)
             MOVE paid-amount TO gpt-amount(gl-post-count)
             MOVE 'C' TO gpt-drcr(gl-post-count)
           END-IF.

       *>*
       *> The hard in-balance check: sums the journal's debit and
       *> credit lines and refuses to publish where they disagree
       *> - the caller stops the run with a non-zero RETURN-CODE on
       *> a mismatch, before glextract or glhist are touched.
       *>*
       CHECK-GL-BALANCE.
           MOVE ZERO TO gl-debit-total.
           MOVE ZERO TO gl-credit-total.
           PERFORM VARYING gpt-idx FROM 1 BY 1
             UNTIL gpt-idx > gl-post-count
             IF gpt-drcr(gpt-idx) EQUAL 'D'
               ADD gpt-amount(gpt-idx) TO gl-debit-total
             ELSE
               ADD gpt-amount(gpt-idx) TO gl-credit-total
             END-IF
           END-PERFORM.
           IF gl-debit-total NOT EQUAL gl-credit-total
             DISPLAY "GL JOURNAL OUT OF BALANCE: debits "
               gl-debit-total " credits " gl-credit-total
               ", run stopped"
             MOVE 'E' TO exc-sev-work
             MOVE 'GL journal out of balance, run stopped'
               TO exc-msg-work
             PERFORM WRITE-EXCEPTION
           END-IF.

       *>*
       *> Appends the journal's lines to glextract (after the
       *> day's SALES and SALESADJ journals) and to glhist,
       *> stamped with the run date.
       *>*
       WRITE-GL-LINES.
           IF gl-post-count > ZERO
             OPEN EXTEND glextract
             IF gl-status NOT EQUAL ZERO
               DISPLAY "Error extending GL extract file"
               MOVE 1 TO RETURN-CODE
               GOBACK
             END-IF
             OPEN EXTEND glhist
             IF glhist-status NOT EQUAL ZERO
               DISPLAY "Error extending GL posting history"
               MOVE 1 TO RETURN-CODE
               CLOSE glextract
               GOBACK
             END-IF
             PERFORM VARYING gpt-idx FROM 1 BY 1
               UNTIL gpt-idx > gl-post-count
               MOVE gpt-journal(gpt-idx) TO gl-journal
               MOVE gpt-account(gpt-idx) TO gl-account
               MOVE gpt-costctr(gpt-idx) TO gl-costctr
               MOVE open-period TO gl-period
               MOVE gpt-amount(gpt-idx) TO gl-amount
               MOVE gpt-drcr(gpt-idx) TO gl-drcr
               MOVE SPACES TO gl-entity, gl-partner
               WRITE gl-rec
               MOVE gl-journal TO glh-journal
               MOVE gl-account TO glh-account
               MOVE gl-costctr TO glh-costctr
               MOVE gl-period TO glh-period
               MOVE gl-amount TO glh-amount
               MOVE gl-drcr TO glh-drcr
               MOVE gl-entity TO glh-entity
               MOVE gl-partner TO glh-partner
               MOVE run-ymd TO glh-run-date
               WRITE glhist-rec
             END-PERFORM
             CLOSE glextract, glhist
           END-IF.

       *>*
       *> Appends one severity-coded event (exc-sev-work,
       *> exc-msg-work) to the common salesexc operations exception
       *> feed, creating the file on the first event of the night.
       *> See SALESEXC copybook; SALESEXCRPT summarizes the feed
       *> for the operator.
       *>*
       WRITE-EXCEPTION.
           OPEN EXTEND salesexc.
           IF salesexc-status NOT EQUAL ZERO
             OPEN OUTPUT salesexc
           END-IF.
           IF salesexc-status EQUAL ZERO
             MOVE SPACES TO exc-rec
             MOVE exc-sev-work TO exc-severity
             MOVE 'SALESREFUND' TO exc-program
             MOVE FUNCTION CURRENT-DATE(1:21) TO exc-timestamp
             MOVE exc-msg-work TO exc-message
             WRITE exc-rec
             CLOSE salesexc
           END-IF.
       END PROGRAM SALESREFUND.
