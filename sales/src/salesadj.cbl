       *> old) is converted to the USD base at the rate in force
       *> on the order's OrderDate (fxrates, the same rule READER
       *> applies), added to the order's Region/Country MTD on the
       *> salesptd period master, and posted in the run's
       *> adjustment journal to the glextract file (appended after
       *> the day's SALES postings) and to the glhist posting
       *> history GLRECON reconciles: credit lines on the
       *> Region/Country pairs' mapped accounts and cost centers
       *> from the glmap file (the default revenue account when
       *> the pair is unmapped) and a matching receivables debit.
       *> The journal is one balanced set per legal entity - the
       *> company code the pair books into, from ENTITYMAP, on
       *> every line - and each entity's set is checked for
       *> balance before anything is published; an out-of-balance
       *> set stops the run with the master and salesidxadj
       *> untouched, so the rerun posts the same deltas. The target
       *> period is the open period from the salesperctl stamp
       *> when SALESCLOSE maintains one, the current calendar
       *> month otherwise. The
       *> salesadjrpt report shows every delta posted, with its
       *> entity, and each entity's journal totals; an
       *> adjustment with no FX rate in force lands on salesadjrej
       *> rather than posting at a guessed rate. Once the postings
       *> are saved, salesidxadj is rewritten carrying only those
           05 fxr-eff-date PIC 9(8).
           05 fxr-rate PIC 9(3)V9999.
       FD salesptd RECORDING MODE F
           RECORD CONTAINS 158 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ptd-rec.
       COPY SALESPTD.
           05 glm-account PIC X(10).
           05 glm-costctr PIC X(6).
       FD glextract RECORDING MODE F
           RECORD CONTAINS 46 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS gl-rec.
       01 gl-rec.
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
           05 glh-period PIC 9(6).
           05 glh-amount PIC S9(9)V99.
           05 glh-drcr PIC X.
           05 glh-entity PIC X(4).
           05 glh-partner PIC X(4).
           05 glh-run-date PIC 9(8).
       FD salesadjrpt RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS
       01 ptd-eof PIC X VALUE 'N'.
           88 ptd-eof-reached VALUE 'Y'.
       01 target-period PIC 9(6) VALUE ZERO.
       COPY FISCALPER.
       01 gl-run-date PIC 9(8) VALUE ZERO.
       01 gl-account-code PIC X(10) VALUE '4000000000'.
       01 gl-recv-account-code PIC X(10) VALUE '1200000000'.
       01 gl-journal-seq PIC 9(4) VALUE ZERO.
       COPY ENTITY.
       01 apt-count PIC 9(3) VALUE ZERO.
       01 adj-post-table.
           05 adj-post-entry OCCURS 400 TIMES INDEXED BY apt-idx.
               10 apt-entity PIC X(4).
               10 apt-account PIC X(10).
               10 apt-costctr PIC X(6).
               10 apt-amount PIC S9(11)V99.
               10 apt-drcr PIC X.
       01 apt-found-idx PIC 9(3) VALUE ZERO.
       01 aent-count PIC 9(2) VALUE ZERO.
       01 adj-entity-table.
           05 adj-entity-entry OCCURS 20 TIMES INDEXED BY aent-idx.
               10 aent-entity-tbl PIC X(4).
               10 aent-recv-tbl PIC S9(11)V99.
               10 aent-debit-tbl PIC S9(11)V99.
               10 aent-credit-tbl PIC S9(11)V99.
       01 aent-found-idx PIC 9(2) VALUE ZERO.
       01 adj-balance-flag PIC X VALUE 'Y'.
           88 adj-in-balance VALUE 'Y'.
       01 gl-eof PIC X VALUE 'N'.
           88 gl-eof-reached VALUE 'Y'.
       01 ptd-count PIC 9(3) VALUE ZERO.
               10 ptd-period-tbl PIC 9(6).
               10 ptd-mtd-tbl PIC S9(9)V99.
               10 ptd-ytd-tbl PIC S9(9)V99.
               10 ptd-qtd-tbl PIC S9(9)V99.
               10 ptd-entity-tbl PIC X(4).
               10 ptd-date-tbl PIC 9(8).
               10 ptd-day-tbl PIC S9(9)V99.
       01 ptd-found-idx PIC 9(3) VALUE ZERO.
           05 rpl-new PIC Z(8)9.99.
           05 FILLER PIC X(8) VALUE ' delta: '.
           05 rpl-delta PIC Z(8)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-entity PIC X(4).
       01 rpt-entity-line.
           05 FILLER PIC X(8) VALUE 'Entity: '.
           05 rpl-ent-code PIC X(4).
           05 FILLER PIC X(10) VALUE '  journal '.
           05 rpl-ent-journal PIC 9(4).
           05 FILLER PIC X(10) VALUE '  debits: '.
           05 rpl-ent-debits PIC Z(10)9.99-.
           05 FILLER PIC X(11) VALUE '  credits: '.
           05 rpl-ent-credits PIC Z(10)9.99-.
       01 rpt-count-line.
           05 FILLER PIC X(8) VALUE 'Posted: '.
           05 rpl-posted PIC Z(4)9.
                 PERFORM POST-ADJUSTMENT
             END-READ
           END-PERFORM.
           PERFORM CHECK-ENTITY-BALANCE.
           IF NOT adj-in-balance
             MOVE 1 TO RETURN-CODE
             CLOSE salesidxadj, salesadjrpt, salesadjrej,
               glextract, glhist
             GOBACK
           END-IF.
           PERFORM WRITE-ENTITY-JOURNALS.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE posted-count TO rpl-posted.

       *>*
       *> Seeds the journal sequence above the highest journal
       *> number already in the day's glextract, so the journal
       *> written here never shares a number with the nightly
       *> journal (always 0001) or an earlier adjustment run. With
       *> no extract on hand the seed stays at 1 and the run's
       *> journal is 2.
       *>*
       SET-JOURNAL-SEQ.
           MOVE 1 TO gl-journal-seq.

       *>*
       *> Picks the period the deltas post into: the open period
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
       *>*
       *> Posts one adjustment: the delta converted at the rate in
       *> force on the order's date goes into the Region/Country
       *> MTD and onto its entity's revenue credit and receivable
       *> (see ADD-ADJ-POSTING), with a report line. No rate in
       *> force carries the adjustment forward instead.
       *>*
       POST-ADJUSTMENT.
           COMPUTE raw-delta = adj-new-revenue - adj-old-revenue.
             ADD 1 TO carried-count
           ELSE
             COMPUTE base-delta = raw-delta * fx-found-rate
             MOVE adj-region TO ent-region
             MOVE adj-country TO ent-country
             MOVE SPACES TO ent-rep
             CALL "ENTITYMAP" USING entity-lookup-rec
             PERFORM APPLY-TO-MASTER
             PERFORM FIND-GLMAP
             PERFORM ADD-ADJ-POSTING
             MOVE ent-booking TO rpl-entity
             MOVE adj-order-id TO rpl-order-id
             MOVE adj-region TO rpl-region
             MOVE adj-country TO rpl-country
           END-IF.

       *>*
       *> Adds base-delta to the credit line for the adjustment's
       *> entity (ent-booking) and mapped account/cost center,
       *> appending the line when it is not yet in adj-post-table,
       *> and to the entity's receivable.
       *>*
       ADD-ADJ-POSTING.
           MOVE ZERO TO aent-found-idx.
           PERFORM VARYING aent-idx FROM 1 BY 1
             UNTIL aent-idx > aent-count
             IF aent-entity-tbl(aent-idx) EQUAL ent-booking
               MOVE aent-idx TO aent-found-idx
             END-IF
           END-PERFORM.
           IF aent-found-idx EQUAL ZERO
             IF aent-count LESS THAN 20
               ADD 1 TO aent-count
               MOVE ent-booking TO aent-entity-tbl(aent-count)
               MOVE ZERO TO aent-recv-tbl(aent-count)
               MOVE aent-count TO aent-found-idx
             ELSE
               DISPLAY "Adjustment entity table full, posting "
                 ent-booking " under " aent-entity-tbl(1)
               MOVE aent-entity-tbl(1) TO ent-booking
               MOVE 1 TO aent-found-idx
             END-IF
           END-IF.
           PERFORM FIND-ADJ-POSTING.
           IF apt-found-idx EQUAL ZERO
             AND apt-count NOT LESS THAN 360
             DISPLAY "Adjustment posting table full, posting "
               adj-order-id " to the default revenue account"
             MOVE gl-account-code TO map-account-work
             MOVE SPACES TO map-costctr-work
             PERFORM FIND-ADJ-POSTING
           END-IF.
           IF apt-found-idx EQUAL ZERO
             ADD 1 TO apt-count
             MOVE ent-booking TO apt-entity(apt-count)
             MOVE map-account-work TO apt-account(apt-count)
             MOVE map-costctr-work TO apt-costctr(apt-count)
             MOVE ZERO TO apt-amount(apt-count)
             MOVE 'C' TO apt-drcr(apt-count)
             MOVE apt-count TO apt-found-idx
           END-IF.
           ADD base-delta TO apt-amount(apt-found-idx).
           ADD base-delta TO aent-recv-tbl(aent-found-idx).

       *>*
       *> Finds the credit line for ent-booking and the mapped
       *> account/cost center in adj-post-table: apt-found-idx is
       *> its index, zero when there is none yet.
       *>*
       FIND-ADJ-POSTING.
           MOVE ZERO TO apt-found-idx.
           PERFORM VARYING apt-idx FROM 1 BY 1
             UNTIL apt-idx > apt-count
             IF apt-entity(apt-idx) EQUAL ent-booking
               AND apt-account(apt-idx) EQUAL map-account-work
               AND apt-costctr(apt-idx) EQUAL map-costctr-work
               MOVE apt-idx TO apt-found-idx
             END-IF
           END-PERFORM.

       *>*
       *> Closes each entity's set with its receivables debit and
       *> checks it: the entity's debits must equal its credits,
       *> or nothing is published.
       *>*
       CHECK-ENTITY-BALANCE.
           MOVE 'Y' TO adj-balance-flag.
           PERFORM VARYING aent-idx FROM 1 BY 1
             UNTIL aent-idx > aent-count
             ADD 1 TO apt-count
             MOVE aent-entity-tbl(aent-idx) TO apt-entity(apt-count)
             MOVE gl-recv-account-code TO apt-account(apt-count)
             MOVE SPACES TO apt-costctr(apt-count)
             MOVE aent-recv-tbl(aent-idx) TO apt-amount(apt-count)
             MOVE 'D' TO apt-drcr(apt-count)
           END-PERFORM.
           PERFORM VARYING aent-idx FROM 1 BY 1
             UNTIL aent-idx > aent-count
             MOVE ZERO TO aent-debit-tbl(aent-idx)
             MOVE ZERO TO aent-credit-tbl(aent-idx)
             PERFORM VARYING apt-idx FROM 1 BY 1
               UNTIL apt-idx > apt-count
               IF apt-entity(apt-idx) EQUAL aent-entity-tbl(aent-idx)
                 IF apt-drcr(apt-idx) EQUAL 'D'
                   ADD apt-amount(apt-idx) TO aent-debit-tbl(aent-idx)
                 ELSE
                   ADD apt-amount(apt-idx)
                     TO aent-credit-tbl(aent-idx)
                 END-IF
               END-IF
             END-PERFORM
             IF aent-debit-tbl(aent-idx)
               NOT EQUAL aent-credit-tbl(aent-idx)
               MOVE 'N' TO adj-balance-flag
               DISPLAY "ADJUSTMENT JOURNAL OUT OF BALANCE for entity '"
                 aent-entity-tbl(aent-idx) "', nothing posted"
             END-IF
           END-PERFORM.

       *>*
       *> Writes the run's journal to glextract and glhist entity
       *> by entity - one journal number, one balanced set per
       *> company code - with an entity totals line on the report.
       *>*
       WRITE-ENTITY-JOURNALS.
           IF apt-count > ZERO
             ADD 1 TO gl-journal-seq
           END-IF.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           PERFORM VARYING aent-idx FROM 1 BY 1
             UNTIL aent-idx > aent-count
             PERFORM VARYING apt-idx FROM 1 BY 1
               UNTIL apt-idx > apt-count
               IF apt-entity(apt-idx) EQUAL aent-entity-tbl(aent-idx)
                 PERFORM WRITE-GL-LINE
               END-IF
             END-PERFORM
             MOVE aent-entity-tbl(aent-idx) TO rpl-ent-code
             MOVE gl-journal-seq TO rpl-ent-journal
             MOVE aent-debit-tbl(aent-idx) TO rpl-ent-debits
             MOVE aent-credit-tbl(aent-idx) TO rpl-ent-credits
             MOVE rpt-entity-line TO rpt-line
             WRITE rpt-line
           END-PERFORM.

       *>*
       *> Writes posting line apt-idx of the run's journal to
       *> glextract and glhist.
       *>*
       WRITE-GL-LINE.
           MOVE gl-journal-seq TO gl-journal.
           MOVE apt-account(apt-idx) TO gl-account.
           MOVE apt-costctr(apt-idx) TO gl-costctr.
           MOVE target-period TO gl-period.
           MOVE apt-amount(apt-idx) TO gl-amount.
           MOVE apt-drcr(apt-idx) TO gl-drcr.
           MOVE apt-entity(apt-idx) TO gl-entity.
           MOVE SPACES TO gl-partner.
           WRITE gl-rec.
           MOVE gl-journal TO glh-journal.
           MOVE gl-account TO glh-account.
           MOVE gl-period TO glh-period.
           MOVE gl-amount TO glh-amount.
           MOVE gl-drcr TO glh-drcr.
           MOVE gl-entity TO glh-entity.
           MOVE gl-partner TO glh-partner.
           MOVE gl-run-date TO glh-run-date.
           WRITE glhist-rec.

               MOVE target-period TO ptd-period-tbl(ptd-count)
               MOVE base-delta TO ptd-mtd-tbl(ptd-count)
               MOVE ZERO TO ptd-ytd-tbl(ptd-count)
               MOVE ZERO TO ptd-qtd-tbl(ptd-count)
               MOVE ent-booking TO ptd-entity-tbl(ptd-count)
               MOVE ZERO TO ptd-date-tbl(ptd-count)
               MOVE ZERO TO ptd-day-tbl(ptd-count)
             ELSE
                   MOVE ptd-period TO ptd-period-tbl(ptd-count)
                   MOVE ptd-mtd TO ptd-mtd-tbl(ptd-count)
                   MOVE ptd-ytd TO ptd-ytd-tbl(ptd-count)
                   MOVE ptd-qtd TO ptd-qtd-tbl(ptd-count)
                   MOVE ptd-entity TO ptd-entity-tbl(ptd-count)
                   MOVE ptd-upd-date TO ptd-date-tbl(ptd-count)
                   MOVE ptd-day-amt TO ptd-day-tbl(ptd-count)
                 END-IF
             MOVE ptd-period-tbl(ptd-idx) TO ptd-period
             MOVE ptd-mtd-tbl(ptd-idx) TO ptd-mtd
             MOVE ptd-ytd-tbl(ptd-idx) TO ptd-ytd
             MOVE ptd-qtd-tbl(ptd-idx) TO ptd-qtd
             MOVE ptd-entity-tbl(ptd-idx) TO ptd-entity
             MOVE ptd-date-tbl(ptd-idx) TO ptd-upd-date
             MOVE ptd-day-tbl(ptd-idx) TO ptd-day-amt
             WRITE ptd-rec
