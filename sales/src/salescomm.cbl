       *> and trailer (count and amount); reps whose banking
       *> details fail validation, who are missing from the master,
       *> or whose netted revenue is not positive go to the commexc
       *> exception list instead, its IBAN masked by the banking
       *> side's ibanmask like every list that is mailed around
       *> (commpay keeps it in full). Every payment line carries
       *> a payment id ('C' + run date YYMMDD + sequence, unique
       *> across years) so the bank's status return file can be
       *> matched back to the batch by the paystatus processor,
       *> and an execution date - the next good settlement day
       *> after the run date, rolled forward over weekends and
       *> the holcal bank-holiday calendar - shown in the batch
       *> control totals, so a Friday-night batch no longer
       *> queues blind into the weekend. The batch is not sent
       *> on its own: sepaval screens it alongside the day's
       *> other payments and sepafmt formats it into the bank
       *> file. A commission statement report (commstmt) prints
       *> one line per rep either way.
       *>
       *> The batch is booked as one balanced journal on the
       *> glextract file (appended after the day's SALES postings)
       *> and the glhist posting history GLRECON reconciles: a
       *> commission expense debit line per paid rep, on the
       *> account and cost center the glpaymap payout mapping file
       *> carries for the rep (kind COMMISSION, keyed by rep name;
       *> a COMMISSION entry with no rep is the default, the
       *> built-in expense account when neither exists), against
       *> one bank credit line (kind BANK) for the batch total.
       *> The journal number is seeded above the highest journal
       *> already in glextract and the period is the open period
       *> from the salesperctl stamp, the SALESADJ rules. The
       *> journal must pass the same hard debit/credit in-balance
       *> check SALES applies before it is published - an
       *> out-of-balance journal raises an 'E' on salesexc and
       *> stops the run with a non-zero RETURN-CODE.
       *>
       *> A rep on the sancthold sanctions hold list (see
       *> SANCTHOLD copybook - SALESSANCT puts a rep there when
       *> the rescreen finds their name on the sanctions list) is
       *> not paid and no commission is even computed: the rep
       *> goes to the commexc exception list as SANCT-HOLD, and
       *> their attainment is left as it stood. A missing
       *> sancthold means nobody is held.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESCOMM.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS holcal-status.
           SELECT salesperctl ASSIGN TO salesperctl
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS perctl-status.
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
       FD repbrkf RECORDING MODE F
           DATA RECORD IS holcal-rec.
       01 holcal-rec.
           05 hol-date PIC 9(8).
       FD salesperctl RECORDING MODE F
           RECORD CONTAINS 12 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS perctl-rec.
       01 perctl-rec.
           05 perctl-closed-thru PIC 9(6).
           05 perctl-open-period PIC 9(6).
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
       01 repbrkf-status PIC 9(2).
       01 repmast-status PIC 9(2).
       01 paid-count PIC 9(9) VALUE ZERO.
       01 paid-amount PIC 9(11)V99 VALUE ZERO.
       01 exc-count PIC 9(9) VALUE ZERO.
       01 mask-program PIC X(12) VALUE 'SALESCOMM'.
       01 mask-in PIC X(64) VALUE SPACES.
       01 mask-out PIC X(34) VALUE SPACES.
       01 reason-work PIC X(14) VALUE SPACES.
       01 pay-header.
           05 FILLER PIC X VALUE 'H'.
           88 settlement-day-good VALUE 'Y'.
       01 repbrkf-eof PIC X VALUE 'N'.
           88 repbrkf-eof-reached VALUE 'Y'.
       01 perctl-status PIC 9(2).
       01 paymap-status PIC 9(2).
       01 gl-status PIC 9(2).
       01 glhist-status PIC 9(2).
       01 salesexc-status PIC 9(2).
       01 paymap-eof PIC X VALUE 'N'.
           88 paymap-eof-reached VALUE 'Y'.
       01 gl-eof PIC X VALUE 'N'.
           88 gl-eof-reached VALUE 'Y'.
       01 target-period PIC 9(6) VALUE ZERO.
       COPY FISCALPER.
       01 gl-journal-seq PIC 9(4) VALUE ZERO.
       01 gl-comm-account-code PIC X(10) VALUE '6100000000'.
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
           05 gl-post-entry OCCURS 210 TIMES INDEXED BY gpt-idx.
               10 gpt-journal PIC 9(4).
               10 gpt-account PIC X(10).
               10 gpt-costctr PIC X(6).
               10 gpt-amount PIC S9(11)V99.
               10 gpt-drcr PIC X.
       01 gl-debit-total PIC S9(11)V99 VALUE ZERO.
       01 gl-credit-total PIC S9(11)V99 VALUE ZERO.
       01 exc-sev-work PIC X VALUE 'I'.
       01 exc-msg-work PIC X(43) VALUE SPACES.
       01 hold-status PIC 9(2).
       01 hold-eof PIC X VALUE 'N'.
           88 hold-eof-reached VALUE 'Y'.
       01 held-count PIC 9(3) VALUE ZERO.
       01 held-table.
           05 held-entry OCCURS 200 TIMES INDEXED BY held-idx.
               10 held-rep-tbl PIC X(20).
       01 held-found PIC X VALUE 'N'.
           88 rep-is-held VALUE 'Y'.
       COPY SALESREPBRK.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO run-ymd.
           MOVE 'D' TO fp-function.
           MOVE run-ymd TO fp-date.
           CALL "FISCALPER" USING fiscal-period-rec.
           MOVE fp-year TO run-year.
           PERFORM LOAD-HOLIDAYS.
           PERFORM SET-EXECUTION-DATE.
           PERFORM LOAD-REP-MASTER.
           PERFORM LOAD-SANCTION-HOLDS.
           PERFORM LOAD-COMM-PLANS.
           PERFORM LOAD-YTD-MASTER.
           PERFORM LOAD-REP-SUBTOTALS.
           PERFORM SET-TARGET-PERIOD.
           PERFORM SET-JOURNAL-SEQ.
           PERFORM LOAD-GLPAYMAP.
           ADD 1 TO gl-journal-seq.

           OPEN OUTPUT commpay.
           IF commpay-status NOT EQUAL ZERO
             CLOSE commpay, commexc
             GOBACK
           END-IF.
           CALL "ibanmaskload" USING mask-program.

           MOVE FUNCTION CURRENT-DATE(1:8) TO pay-hdr-date.
           MOVE SPACES TO pay-rec.
           MOVE stmt-count-line TO stmt-line.
           WRITE stmt-line.
           CLOSE commpay, commexc, commstmt.
           PERFORM ADD-BANK-POSTING.
           PERFORM CHECK-GL-BALANCE.
           IF gl-debit-total NOT EQUAL gl-credit-total
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM WRITE-GL-LINES.
           PERFORM SAVE-YTD-MASTER.
           DISPLAY "Commissions paid: " paid-count
             " amount: " paid-amount
           END-PERFORM.
           CLOSE repmast.

       *>*
       *> Loads the reps on the sancthold sanctions hold list
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
                   IF shd-is-rep
                     IF held-count LESS THAN 200
                       ADD 1 TO held-count
                       MOVE shd-key TO held-rep-tbl(held-count)
                     ELSE
                       DISPLAY "Held rep table full, ignoring "
                         shd-key
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE sancthold
           END-IF.

       *>*
       *> Loads the commplan commission plan file (plan id, two
       *> tier thresholds, three marginal rates - a zero threshold
       *>*
       *> Loads the commytd year-to-date attainment master (each
       *> entry carrying the date and amount of its last daily
       *> fold). An entry from a prior year resets to zero for
       *> the new year - the plans measure the current year only,
       *> the fiscal year when the fiscalcal calendar is in place
       *> (see FISCALPER), the calendar year otherwise.
       *>*
       LOAD-YTD-MASTER.
           OPEN INPUT commytd.
           IF rep-open
             MOVE SPACES TO reason-work
             PERFORM FIND-REP
             PERFORM CHECK-SANCTION-HOLD
             IF rep-found-idx EQUAL ZERO
               MOVE 'NO-MASTER' TO reason-work
               MOVE ZERO TO commission
             ELSE
               IF rep-is-held
                 MOVE 'SANCT-HOLD' TO reason-work
                 MOVE ZERO TO commission
                 MOVE 'N' TO plan-used
               ELSE
                 PERFORM COMPUTE-COMMISSION
                 IF cur-rep-total NOT GREATER THAN ZERO
                   MOVE 'NO-REVENUE' TO reason-work
                 ELSE
                   PERFORM UPDATE-ATTAINMENT
                   PERFORM VALIDATE-REP-BANKING
                 END-IF
               END-IF
             END-IF
             IF reason-work EQUAL SPACES
               WRITE pay-rec
               ADD 1 TO paid-count
               ADD commission TO paid-amount
               PERFORM ADD-COMM-POSTING
             ELSE
               MOVE SPACES TO exc-out-rec
               MOVE cur-rep TO exo-rep
               IF rep-found-idx > ZERO
                 MOVE rep-iban-tbl(rep-found-idx) TO mask-in
                 CALL "ibanmask" USING mask-in, mask-out
                 MOVE mask-out TO exo-iban
               END-IF
               MOVE reason-work TO exo-reason
               WRITE exc-out-rec
             END-IF
           END-PERFORM.

       *>*
       *> Flags the current rep when they are on the sanctions
       *> hold list.
       *>*
       CHECK-SANCTION-HOLD.
           MOVE 'N' TO held-found.
           PERFORM VARYING held-idx FROM 1 BY 1
             UNTIL held-idx > held-count
             IF held-rep-tbl(held-idx) EQUAL cur-rep
               SET rep-is-held TO TRUE
             END-IF
           END-PERFORM.

       *>*
       *> Validates the rep's IBAN through ibanok and BIC through
       *> bicok with the country cross-check, leaving the first
               WRITE stmt-line
             END-PERFORM
           END-IF.

       *>*
       *> Picks the period the journal posts into: the open period
       *> from the salesperctl stamp when one exists, the run
       *> date's period otherwise (the fiscal period when the
       *> fiscalcal calendar is in place, see FISCALPER).
       *>*
       SET-TARGET-PERIOD.
           MOVE 'D' TO fp-function.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fp-date.
           CALL "FISCALPER" USING fiscal-period-rec.
           MOVE fp-period TO target-period.
           OPEN INPUT salesperctl.
           IF perctl-status EQUAL ZERO
             READ salesperctl
               NOT AT END
                 MOVE perctl-open-period TO target-period
             END-READ
             CLOSE salesperctl
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
       *> Adds the paid rep's commission expense debit line to the
       *> journal, on the rep's mapped account and cost center.
       *>*
       ADD-COMM-POSTING.
           MOVE 'COMMISSION' TO map-kind-work.
           MOVE cur-rep TO map-key-work.
           MOVE gl-comm-account-code TO map-account-work.
           MOVE SPACES TO map-costctr-work.
           PERFORM FIND-GLPAYMAP.
           IF gl-post-count LESS THAN 210
             ADD 1 TO gl-post-count
             MOVE gl-journal-seq TO gpt-journal(gl-post-count)
             MOVE map-account-work TO gpt-account(gl-post-count)
             MOVE map-costctr-work TO gpt-costctr(gl-post-count)
             MOVE commission TO gpt-amount(gl-post-count)
             MOVE 'D' TO gpt-drcr(gl-post-count)
           ELSE
             DISPLAY "GL posting table full, dropping " cur-rep
           END-IF.

       *>*
       *> Closes the journal with the bank credit line for the
       *> batch total, when anything was paid.
       *>*
       ADD-BANK-POSTING.
           IF paid-count > ZERO
             MOVE 'BANK' TO map-kind-work
             MOVE SPACES TO map-key-work
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
               MOVE target-period TO gl-period
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
             MOVE 'SALESCOMM' TO exc-program
             MOVE FUNCTION CURRENT-DATE(1:21) TO exc-timestamp
             MOVE exc-msg-work TO exc-message
             WRITE exc-rec
             CLOSE salesexc
           END-IF.
       END PROGRAM SALESCOMM.
