       *>**
       *>  SALESCASH
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**

       *>*
       *> Entry point
       *>
       *> Cash application posting run: turns the applications
       *> refmatch (and ddcollect) append to the payledger
       *> payments-applied ledger into balanced journals on the
       *> glextract file and the glhist posting history, so the
       *> cash side reaches finance's posting job and GLRECON
       *> reconciles it the same way it does revenue. Each ledger
       *> kind posts as one balanced journal per run, debit line
       *> against credit line:
       *>
       *>   FULL, PARTIAL, DIRECT-DBT  bank / receivables
       *>   WRITE-OFF                  write-off expense /
       *>                              receivables
       *>   OVERPAY                    bank / other income
       *>   ON-ACCOUNT                 bank / unapplied cash
       *>
       *> A WRITE-OFF is the shortfall of a payment refmatch took
       *> as settling its invoice in full within tolerance; the
       *> excess of an over-payment taken the same way is an
       *> OVERPAY, kept as other income - the invoice itself is
       *> cleared by the FULL application alongside it, so the
       *> excess never touches receivables.
       *>
       *> The accounts and cost centers come from the glcashmap
       *> mapping file (ledger kind, debit account and cost
       *> center, credit account and cost center), kept the way
       *> glmap is; an unmapped kind posts to the default accounts
       *> below. Journal numbers are seeded above the highest
       *> journal already in the day's glextract (the SALESADJ
       *> rule), the period is the open period from the
       *> salesperctl stamp (the current calendar month when there
       *> is none), and the built journals must pass the same hard
       *> debit/credit in-balance check SALES applies before
       *> anything is published - an out-of-balance set raises an
       *> 'E' on salesexc and stops with a non-zero RETURN-CODE.
       *>
       *> payledger only ever grows, so the salescashctl control
       *> file remembers how many ledger records have been posted:
       *> each run posts only the entries after that mark (a rerun
       *> posts nothing twice), and a ledger shorter than the mark
       *> - archived and restarted - posts from its first record.
       *> The day's ON-ACCOUNT total is checked against the
       *> payonacct file refmatch wrote; a difference raises a 'W'.
       *> The salescashrpt report prints every journal with its
       *> accounts, entry count and amount.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESCASH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT payledger ASSIGN TO payledger
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ledger-status.
           SELECT payonacct ASSIGN TO payonacct
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS onacct-status.
           SELECT salescashctl ASSIGN TO salescashctl
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ctl-status.
           SELECT salesperctl ASSIGN TO salesperctl
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS perctl-status.
           SELECT glcashmap ASSIGN TO glcashmap
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS cashmap-status.
           SELECT OPTIONAL glextract ASSIGN TO glextract
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS gl-status.
           SELECT OPTIONAL glhist ASSIGN TO glhist
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS glhist-status.
           SELECT salescashrpt ASSIGN TO salescashrpt
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS rpt-status.
           SELECT salesexc ASSIGN TO salesexc
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS exc-status.
       DATA DIVISION.
       FILE SECTION.
       FD payledger RECORDING MODE F
           RECORD CONTAINS 64 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ledger-rec.
       01 ledger-rec.
           05 led-reference PIC X(25).
           05 led-invoice PIC X(10).
           05 led-amount PIC 9(9)V99.
           05 led-kind PIC X(10).
           05 led-date PIC 9(8).
       FD payonacct RECORDING MODE F
           RECORD CONTAINS 54 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS onacct-rec.
       01 onacct-rec.
           05 ona-reference PIC X(25).
           05 ona-customer PIC X(10).
           05 ona-amount PIC 9(9)V99.
           05 ona-date PIC 9(8).
       FD salescashctl RECORDING MODE F
           RECORD CONTAINS 17 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ctl-rec.
       01 ctl-rec.
           05 ctl-posted-count PIC 9(9).
           05 ctl-upd-date PIC 9(8).
       FD salesperctl RECORDING MODE F
           RECORD CONTAINS 12 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS perctl-rec.
       01 perctl-rec.
           05 perctl-closed-thru PIC 9(6).
           05 perctl-open-period PIC 9(6).
       FD glcashmap RECORDING MODE F
           RECORD CONTAINS 42 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS cashmap-rec.
       01 cashmap-rec.
           05 gcm-kind PIC X(10).
           05 gcm-dr-account PIC X(10).
           05 gcm-dr-costctr PIC X(6).
           05 gcm-cr-account PIC X(10).
           05 gcm-cr-costctr PIC X(6).
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
       FD salescashrpt RECORDING MODE F
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
       01 ledger-status PIC 9(2).
       01 onacct-status PIC 9(2).
       01 ctl-status PIC 9(2).
       01 perctl-status PIC 9(2).
       01 cashmap-status PIC 9(2).
       01 gl-status PIC 9(2).
       01 glhist-status PIC 9(2).
       01 rpt-status PIC 9(2).
       01 exc-status PIC 9(2).
       01 ledger-eof PIC X VALUE 'N'.
           88 ledger-eof-reached VALUE 'Y'.
       01 onacct-eof PIC X VALUE 'N'.
           88 onacct-eof-reached VALUE 'Y'.
       01 cashmap-eof PIC X VALUE 'N'.
           88 cashmap-eof-reached VALUE 'Y'.
       01 gl-eof PIC X VALUE 'N'.
           88 gl-eof-reached VALUE 'Y'.
       01 run-ymd PIC 9(8) VALUE ZERO.
       01 target-period PIC 9(6) VALUE ZERO.
       COPY FISCALPER.
       01 gl-journal-seq PIC 9(4) VALUE ZERO.
       01 gl-bank-account-code PIC X(10) VALUE '1010000000'.
       01 gl-recv-account-code PIC X(10) VALUE '1200000000'.
       01 gl-writeoff-account-code PIC X(10) VALUE '6900000000'.
       01 gl-unapplied-account-code PIC X(10) VALUE '2400000000'.
       01 gl-overpay-account-code PIC X(10) VALUE '4900000000'.
       01 posted-mark PIC 9(9) VALUE ZERO.
       01 ledger-read-count PIC 9(9) VALUE ZERO.
       01 new-entry-count PIC 9(9) VALUE ZERO.
       01 onacct-ledger-total PIC 9(11)V99 VALUE ZERO.
       01 onacct-file-total PIC 9(11)V99 VALUE ZERO.
       01 cashmap-count PIC 9(2) VALUE ZERO.
       01 cashmap-table.
           05 cashmap-entry OCCURS 20 TIMES INDEXED BY cashmap-idx.
               10 gcm-kind-tbl PIC X(10).
               10 gcm-dr-account-tbl PIC X(10).
               10 gcm-dr-costctr-tbl PIC X(6).
               10 gcm-cr-account-tbl PIC X(10).
               10 gcm-cr-costctr-tbl PIC X(6).
       01 kind-count PIC 9(2) VALUE ZERO.
       01 kind-table.
           05 kind-entry OCCURS 20 TIMES INDEXED BY kind-idx.
               10 knd-kind-tbl PIC X(10).
               10 knd-count-tbl PIC 9(9).
               10 knd-amount-tbl PIC S9(11)V99.
               10 knd-dr-account-tbl PIC X(10).
               10 knd-dr-costctr-tbl PIC X(6).
               10 knd-cr-account-tbl PIC X(10).
               10 knd-cr-costctr-tbl PIC X(6).
               10 knd-journal-tbl PIC 9(4).
       01 kind-found-idx PIC 9(2) VALUE ZERO.
       01 gl-post-count PIC 9(3) VALUE ZERO.
       01 gl-post-table.
           05 gl-post-entry OCCURS 40 TIMES INDEXED BY gpt-idx.
               10 gpt-journal PIC 9(4).
               10 gpt-account PIC X(10).
               10 gpt-costctr PIC X(6).
               10 gpt-amount PIC S9(11)V99.
               10 gpt-drcr PIC X.
       01 gl-debit-total PIC S9(11)V99 VALUE ZERO.
       01 gl-credit-total PIC S9(11)V99 VALUE ZERO.
       01 posted-amount PIC S9(11)V99 VALUE ZERO.
       01 exc-sev-work PIC X VALUE 'I'.
       01 exc-msg-work PIC X(43) VALUE SPACES.
       01 rpt-rule PIC X(132) VALUE ALL '-'.
       01 rpt-hdr.
           05 FILLER PIC X(36) VALUE
               'Cash application posting run, period'.
           05 FILLER PIC X VALUE SPACE.
           05 rpt-hdr-period PIC 9(6).
       01 rpt-col-hdr.
           05 FILLER PIC X(8) VALUE 'Journal'.
           05 FILLER PIC X(11) VALUE 'Kind'.
           05 FILLER PIC X(10) VALUE '  Entries'.
           05 FILLER PIC X(15) VALUE '         Amount'.
           05 FILLER PIC X(19) VALUE ' Debit'.
           05 FILLER PIC X(18) VALUE 'Credit'.
       01 rpt-jrn-line.
           05 rpl-journal PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 rpl-kind PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-count PIC Z(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-amount PIC Z(10)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-dr-account PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-dr-costctr PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-cr-account PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-cr-costctr PIC X(6).
       01 rpt-count-line.
           05 FILLER PIC X(17) VALUE 'Ledger entries: '.
           05 rpl-entries PIC Z(8)9.
           05 FILLER PIC X(9) VALUE '  posted:'.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-posted PIC Z(10)9.99-.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO run-ymd.
           PERFORM SET-TARGET-PERIOD.
           PERFORM SET-JOURNAL-SEQ.
           PERFORM LOAD-CASHMAP.
           PERFORM LOAD-POSTED-MARK.
           PERFORM SUM-NEW-ENTRIES.
           PERFORM CHECK-ON-ACCOUNT.
           PERFORM BUILD-GL-POSTINGS.
           PERFORM CHECK-GL-BALANCE.
           IF gl-debit-total NOT EQUAL gl-credit-total
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM WRITE-GL-LINES.
           PERFORM WRITE-REPORT.
           PERFORM SAVE-POSTED-MARK.
           DISPLAY "Ledger entries posted: " new-entry-count
             " journals: " kind-count
             " amount: " posted-amount.
           GOBACK.

       *>*
       *> Picks the period the journals post into: the open period
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
       *> number already in the day's glextract, so the journals
       *> written here never share a number with the nightly
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
       *> Loads the glcashmap ledger-kind mapping file. A missing
       *> mapping file leaves the table empty and every kind posts
       *> to the default accounts.
       *>*
       LOAD-CASHMAP.
           MOVE ZERO TO cashmap-count.
           OPEN INPUT glcashmap.
           IF cashmap-status EQUAL ZERO
             PERFORM UNTIL cashmap-eof-reached
               READ glcashmap
                 AT END
                   SET cashmap-eof-reached TO TRUE
                 NOT AT END
                   IF cashmap-count LESS THAN 20
                     ADD 1 TO cashmap-count
                     MOVE gcm-kind TO gcm-kind-tbl(cashmap-count)
                     MOVE gcm-dr-account
                       TO gcm-dr-account-tbl(cashmap-count)
                     MOVE gcm-dr-costctr
                       TO gcm-dr-costctr-tbl(cashmap-count)
                     MOVE gcm-cr-account
                       TO gcm-cr-account-tbl(cashmap-count)
                     MOVE gcm-cr-costctr
                       TO gcm-cr-costctr-tbl(cashmap-count)
                   ELSE
                     DISPLAY "Cash mapping table full, dropping "
                       gcm-kind
                   END-IF
               END-READ
             END-PERFORM
             CLOSE glcashmap
           ELSE
             DISPLAY "No glcashmap file, posting to default "
               "accounts"
           END-IF.

       *>*
       *> Reads how many payledger records earlier runs posted. A
       *> missing control file posts the whole ledger.
       *>*
       LOAD-POSTED-MARK.
           MOVE ZERO TO posted-mark.
           OPEN INPUT salescashctl.
           IF ctl-status EQUAL ZERO
             READ salescashctl
               NOT AT END
                 MOVE ctl-posted-count TO posted-mark
             END-READ
             CLOSE salescashctl
           ELSE
             DISPLAY "No salescashctl file, posting whole ledger"
           END-IF.

       *>*
       *> Rewrites salescashctl with the ledger's record count, so
       *> the next run starts after what this one posted.
       *>*
       SAVE-POSTED-MARK.
           OPEN OUTPUT salescashctl.
           IF ctl-status NOT EQUAL ZERO
             DISPLAY "Error rewriting cash posting control"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ledger-read-count TO ctl-posted-count.
           MOVE run-ymd TO ctl-upd-date.
           WRITE ctl-rec.
           CLOSE salescashctl.

       *>*
       *> Reads payledger and totals the entries after the posted
       *> mark per ledger kind. A ledger shorter than the mark has
       *> been archived and restarted, so it is posted from its
       *> first record on a second pass. Today's ON-ACCOUNT
       *> entries are totalled whether posted before or not, for
       *> the payonacct cross-check.
       *>*
       SUM-NEW-ENTRIES.
           MOVE ZERO TO ledger-read-count.
           OPEN INPUT payledger.
           IF ledger-status NOT EQUAL ZERO
             DISPLAY "No payledger file, nothing to post"
           ELSE
             PERFORM UNTIL ledger-eof-reached
               READ payledger
                 AT END
                   SET ledger-eof-reached TO TRUE
                 NOT AT END
                   ADD 1 TO ledger-read-count
                   IF led-kind EQUAL 'ON-ACCOUNT'
                     AND led-date EQUAL run-ymd
                     ADD led-amount TO onacct-ledger-total
                   END-IF
                   IF ledger-read-count > posted-mark
                     PERFORM ADD-LEDGER-ENTRY
                   END-IF
               END-READ
             END-PERFORM
             CLOSE payledger
           END-IF.
           IF ledger-read-count LESS THAN posted-mark
             DISPLAY "payledger shorter than posted mark, "
               "posting from its first record"
             MOVE ZERO TO posted-mark
             MOVE ZERO TO ledger-read-count
             MOVE 'N' TO ledger-eof
             OPEN INPUT payledger
             PERFORM UNTIL ledger-eof-reached
               READ payledger
                 AT END
                   SET ledger-eof-reached TO TRUE
                 NOT AT END
                   ADD 1 TO ledger-read-count
                   PERFORM ADD-LEDGER-ENTRY
               END-READ
             END-PERFORM
             CLOSE payledger
           END-IF.

       *>*
       *> Adds the current ledger entry into its kind's journal
       *> total, opening the kind with its mapped accounts on its
       *> first entry.
       *>*
       ADD-LEDGER-ENTRY.
           ADD 1 TO new-entry-count.
           MOVE ZERO TO kind-found-idx.
           PERFORM VARYING kind-idx FROM 1 BY 1
             UNTIL kind-idx > kind-count
             IF knd-kind-tbl(kind-idx) EQUAL led-kind
               MOVE kind-idx TO kind-found-idx
             END-IF
           END-PERFORM.
           IF kind-found-idx EQUAL ZERO
             IF kind-count LESS THAN 20
               ADD 1 TO kind-count
               MOVE kind-count TO kind-found-idx
               MOVE led-kind TO knd-kind-tbl(kind-found-idx)
               MOVE ZERO TO knd-count-tbl(kind-found-idx)
               MOVE ZERO TO knd-amount-tbl(kind-found-idx)
               PERFORM SET-KIND-ACCOUNTS
             ELSE
               DISPLAY "Ledger kind table full, dropping "
                 led-kind
             END-IF
           END-IF.
           IF kind-found-idx > ZERO
             ADD 1 TO knd-count-tbl(kind-found-idx)
             ADD led-amount TO knd-amount-tbl(kind-found-idx)
           END-IF.

       *>*
       *> Sets the new kind's debit and credit accounts from
       *> glcashmap, else from the defaults: write-offs against
       *> the write-off expense account, over-payment excess to
       *> other income, on-account excess to unapplied cash,
       *> every other application bank against receivables.
       *>*
       SET-KIND-ACCOUNTS.
           MOVE gl-bank-account-code
             TO knd-dr-account-tbl(kind-found-idx).
           MOVE gl-recv-account-code
             TO knd-cr-account-tbl(kind-found-idx).
           MOVE SPACES TO knd-dr-costctr-tbl(kind-found-idx).
           MOVE SPACES TO knd-cr-costctr-tbl(kind-found-idx).
           IF led-kind EQUAL 'WRITE-OFF'
             MOVE gl-writeoff-account-code
               TO knd-dr-account-tbl(kind-found-idx)
           END-IF.
           IF led-kind EQUAL 'OVERPAY'
             MOVE gl-overpay-account-code
               TO knd-cr-account-tbl(kind-found-idx)
           END-IF.
           IF led-kind EQUAL 'ON-ACCOUNT'
             MOVE gl-unapplied-account-code
               TO knd-cr-account-tbl(kind-found-idx)
           END-IF.
           PERFORM VARYING cashmap-idx FROM 1 BY 1
             UNTIL cashmap-idx > cashmap-count
             IF gcm-kind-tbl(cashmap-idx) EQUAL led-kind
               MOVE gcm-dr-account-tbl(cashmap-idx)
                 TO knd-dr-account-tbl(kind-found-idx)
               MOVE gcm-dr-costctr-tbl(cashmap-idx)
                 TO knd-dr-costctr-tbl(kind-found-idx)
               MOVE gcm-cr-account-tbl(cashmap-idx)
                 TO knd-cr-account-tbl(kind-found-idx)
               MOVE gcm-cr-costctr-tbl(cashmap-idx)
                 TO knd-cr-costctr-tbl(kind-found-idx)
             END-IF
           END-PERFORM.

       *>*
       *> Checks today's ON-ACCOUNT ledger total against the
       *> payonacct file refmatch wrote alongside it; a
       *> difference means one of the two files is incomplete and
       *> raises a 'W' (the postings still follow the ledger).
       *>*
       CHECK-ON-ACCOUNT.
           OPEN INPUT payonacct.
           IF onacct-status EQUAL ZERO
             PERFORM UNTIL onacct-eof-reached
               READ payonacct
                 AT END
                   SET onacct-eof-reached TO TRUE
                 NOT AT END
                   IF ona-date EQUAL run-ymd
                     ADD ona-amount TO onacct-file-total
                   END-IF
               END-READ
             END-PERFORM
             CLOSE payonacct
           END-IF.
           IF onacct-file-total NOT EQUAL onacct-ledger-total
             DISPLAY "On-account ledger total " onacct-ledger-total
               " differs from payonacct " onacct-file-total
             MOVE 'W' TO exc-sev-work
             MOVE 'On-account total differs from payonacct'
               TO exc-msg-work
             PERFORM WRITE-EXCEPTION
           END-IF.

       *>*
       *> Builds the run's GL posting lines in gl-post-table: one
       *> journal per ledger kind, a debit line and a credit line
       *> for the kind's total.
       *>*
       BUILD-GL-POSTINGS.
           MOVE ZERO TO gl-post-count.
           PERFORM VARYING kind-idx FROM 1 BY 1
             UNTIL kind-idx > kind-count
             ADD 1 TO gl-journal-seq
             MOVE gl-journal-seq TO knd-journal-tbl(kind-idx)
             ADD 1 TO gl-post-count
             MOVE gl-journal-seq TO gpt-journal(gl-post-count)
             MOVE knd-dr-account-tbl(kind-idx)
               TO gpt-account(gl-post-count)
             MOVE knd-dr-costctr-tbl(kind-idx)
               TO gpt-costctr(gl-post-count)
             MOVE knd-amount-tbl(kind-idx)
               TO gpt-amount(gl-post-count)
             MOVE 'D' TO gpt-drcr(gl-post-count)
             ADD 1 TO gl-post-count
             MOVE gl-journal-seq TO gpt-journal(gl-post-count)
             MOVE knd-cr-account-tbl(kind-idx)
               TO gpt-account(gl-post-count)
             MOVE knd-cr-costctr-tbl(kind-idx)
               TO gpt-costctr(gl-post-count)
             MOVE knd-amount-tbl(kind-idx)
               TO gpt-amount(gl-post-count)
             MOVE 'C' TO gpt-drcr(gl-post-count)
             ADD knd-amount-tbl(kind-idx) TO posted-amount
           END-PERFORM.

       *>*
       *> The hard in-balance check: sums the built journals'
       *> debit and credit lines and refuses to publish where they
       *> disagree - the caller stops the run with a non-zero
       *> RETURN-CODE on a mismatch, before glextract or glhist
       *> are touched.
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
       *> Appends the built posting lines to glextract (after the
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
       *> Prints one line per journal posted (kind, entries,
       *> amount, debit and credit account and cost center) and
       *> the run's totals.
       *>*
       WRITE-REPORT.
           OPEN OUTPUT salescashrpt.
           IF rpt-status NOT EQUAL ZERO
             DISPLAY "Error writing cash posting report"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE target-period TO rpt-hdr-period.
           MOVE rpt-hdr TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-col-hdr TO rpt-line.
           WRITE rpt-line.
           PERFORM VARYING kind-idx FROM 1 BY 1
             UNTIL kind-idx > kind-count
             MOVE knd-journal-tbl(kind-idx) TO rpl-journal
             MOVE knd-kind-tbl(kind-idx) TO rpl-kind
             MOVE knd-count-tbl(kind-idx) TO rpl-count
             MOVE knd-amount-tbl(kind-idx) TO rpl-amount
             MOVE knd-dr-account-tbl(kind-idx) TO rpl-dr-account
             MOVE knd-dr-costctr-tbl(kind-idx) TO rpl-dr-costctr
             MOVE knd-cr-account-tbl(kind-idx) TO rpl-cr-account
             MOVE knd-cr-costctr-tbl(kind-idx) TO rpl-cr-costctr
             MOVE rpt-jrn-line TO rpt-line
             WRITE rpt-line
           END-PERFORM.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE new-entry-count TO rpl-entries.
           MOVE posted-amount TO rpl-posted.
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           CLOSE salescashrpt.

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
             MOVE 'SALESCASH' TO exc-program
             MOVE FUNCTION CURRENT-DATE(1:21) TO exc-timestamp
             MOVE exc-msg-work TO exc-message
             WRITE exc-rec
             CLOSE salesexc
           END-IF.
       END PROGRAM SALESCASH.
