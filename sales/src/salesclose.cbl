       *>*
       *> Entry point
       *>
       *> Period-end close of the salesptd period accumulation
       *> master the daily SALES runs maintain: freezes the open
       *> period, rolls each pair's MTD into its QTD and YTD, writes
       *> a closing report of MTD and the rolled QTD and YTD by
       *> Region/Country with a grand total - so a year-end close
       *> reports the full year - and only then opens the new
       *> period with MTD zeroed. Periods, quarters and years are
       *> the fiscal ones when the fiscalcal calendar is in place
       *> (see FISCALPER), calendar months otherwise: the period
       *> opened is the one holding the day after the closed
       *> period's last day, the QTD starts over after a quarter-end
       *> close and the YTD after a year-end close, once the figures
       *> have been reported.
       *>
       *> With legal entities mapped (see ENTITYMAP) the closing
       *> report ends with a subtotal per company code, and the
       *> salesicelim report lines up the closing period's
       *> intercompany postings from glhist for consolidation:
       *> per seller/booker pair, the seller's intercompany
       *> receivable against the booker's payable and the seller's
       *> intercompany revenue against the booker's cost. Pairs
       *> that do not eliminate to zero are flagged UNMATCHED and
       *> counted on the console; they are for finance to chase,
       *> the close itself goes ahead.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESCLOSE.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS perctl-status.
           SELECT OPTIONAL glhist ASSIGN TO glhist
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS glhist-status.
           SELECT salesicelim ASSIGN TO salesicelim
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS elim-status.
       DATA DIVISION.
       FILE SECTION.
       FD salesptd RECORDING MODE F
           RECORD CONTAINS 158 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ptd-rec.
       COPY SALESPTD.
       01 perctl-rec.
           05 perctl-closed-thru PIC 9(6).
           05 perctl-open-period PIC 9(6).
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
       FD salesicelim RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS elim-line.
       01 elim-line PIC X(80).
       WORKING-STORAGE SECTION.
       01 ptd-status PIC 9(2).
       01 rpt-status PIC 9(2).
       01 perctl-status PIC 9(2).
       01 glhist-status PIC 9(2).
       01 elim-status PIC 9(2).
       01 glhist-eof PIC X VALUE 'N'.
           88 glhist-eof-reached VALUE 'Y'.
       01 ptd-eof PIC X VALUE 'N'.
           88 ptd-eof-reached VALUE 'Y'.
       01 ptd-count PIC 9(3) VALUE ZERO.
               10 ptd-period-tbl PIC 9(6).
               10 ptd-mtd-tbl PIC S9(9)V99.
               10 ptd-ytd-tbl PIC S9(9)V99.
               10 ptd-qtd-tbl PIC S9(9)V99.
               10 ptd-entity-tbl PIC X(4).
               10 ptd-date-tbl PIC 9(8).
               10 ptd-day-tbl PIC S9(9)V99.
       01 closing-period PIC 9(6) VALUE ZERO.
       01 new-period PIC 9(6) VALUE ZERO.
       01 closing-end PIC 9(8) VALUE ZERO.
       01 closing-qtr-end PIC X VALUE 'N'.
           88 closing-ends-quarter VALUE 'Y'.
       01 closing-year-end PIC X VALUE 'N'.
           88 closing-ends-year VALUE 'Y'.
       COPY FISCALPER.
       01 total-mtd PIC S9(11)V99 VALUE ZERO.
       01 total-qtd PIC S9(11)V99 VALUE ZERO.
       01 total-ytd PIC S9(11)V99 VALUE ZERO.
       01 rpt-rule PIC X(80) VALUE ALL '-'.
       01 rpt-hdr.
           05 FILLER PIC X(26) VALUE 'Period-end close of period'.
           05 FILLER PIC X VALUE SPACE.
           05 rpt-hdr-period PIC 9(6).
           05 rpt-hdr-mark PIC X(14) VALUE SPACES.
       01 rpt-col-hdr.
           05 FILLER PIC X(31) VALUE 'Region/Country'.
           05 FILLER PIC X(13) VALUE '          MTD'.
           05 FILLER PIC X(14) VALUE '           QTD'.
           05 FILLER PIC X(14) VALUE '           YTD'.
       01 rpt-pair-line.
           05 rpl-country PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-mtd PIC Z(8)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-qtd PIC Z(8)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-ytd PIC Z(8)9.99-.
       01 rpt-region-hdr.
           05 FILLER PIC X(8) VALUE 'Region: '.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-total-mtd PIC Z(10)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-total-qtd PIC Z(10)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-total-ytd PIC Z(10)9.99-.
       01 prior-region PIC X(48) VALUE SPACES.
       01 cent-count PIC 9(2) VALUE ZERO.
       01 close-entity-table.
           05 close-entity-entry OCCURS 20 TIMES INDEXED BY cent-idx.
               10 cent-entity-tbl PIC X(4).
               10 cent-mtd-tbl PIC S9(11)V99.
               10 cent-qtd-tbl PIC S9(11)V99.
               10 cent-ytd-tbl PIC S9(11)V99.
       01 cent-found-idx PIC 9(2) VALUE ZERO.
       01 rpt-entity-line.
           05 FILLER PIC X(7) VALUE 'Entity '.
           05 rpl-ent-code PIC X(4).
           05 FILLER PIC X(19) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-ent-mtd PIC Z(10)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-ent-qtd PIC Z(10)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-ent-ytd PIC Z(10)9.99-.
       01 gl-ic-recv-account-code PIC X(10) VALUE '1250000000'.
       01 gl-ic-pay-account-code PIC X(10) VALUE '2250000000'.
       01 gl-ic-rev-account-code PIC X(10) VALUE '4800000000'.
       01 gl-ic-cost-account-code PIC X(10) VALUE '5800000000'.
       01 icp-count PIC 9(3) VALUE ZERO.
       01 ic-pair-table.
           05 ic-pair-entry OCCURS 100 TIMES INDEXED BY icp-idx.
               10 icp-seller PIC X(4).
               10 icp-booker PIC X(4).
               10 icp-recv PIC S9(11)V99.
               10 icp-pay PIC S9(11)V99.
               10 icp-rev PIC S9(11)V99.
               10 icp-cost PIC S9(11)V99.
       01 icp-found-idx PIC 9(3) VALUE ZERO.
       01 ic-seller-work PIC X(4).
       01 ic-booker-work PIC X(4).
       01 ic-amount-work PIC S9(11)V99.
       01 ic-diff-work PIC S9(11)V99.
       01 ic-unmatched-count PIC 9(5) VALUE ZERO.
       01 elim-hdr.
           05 FILLER PIC X(33) VALUE
             'Intercompany elimination, period '.
           05 elim-hdr-period PIC 9(6).
       01 elim-col-hdr.
           05 FILLER PIC X(21) VALUE 'Sell Book  Kind'.
           05 FILLER PIC X(16) VALUE '     Seller side'.
           05 FILLER PIC X(16) VALUE '     Booker side'.
           05 FILLER PIC X(16) VALUE '      Difference'.
       01 elim-pair-line.
           05 ell-seller PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 ell-booker PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ell-kind PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 ell-seller-amt PIC Z(10)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 ell-booker-amt PIC Z(10)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 ell-diff PIC Z(10)9.99-.
           05 ell-status PIC X(10).
       01 elim-count-line.
           05 FILLER PIC X(18) VALUE 'Unmatched pairs: '.
           05 ell-unmatched PIC Z(4)9.
       PROCEDURE DIVISION.
           PERFORM LOAD-MASTER.
           IF ptd-count EQUAL ZERO
             GOBACK
           END-IF.
           MOVE ptd-period-tbl(1) TO closing-period.
           PERFORM SET-CLOSING-PERIOD.
           PERFORM ROLL-INTO-YTD.
           PERFORM WRITE-CLOSING-REPORT.
           PERFORM WRITE-ELIMINATION-REPORT.
           PERFORM OPEN-NEW-PERIOD.
           PERFORM SAVE-MASTER.
           PERFORM STAMP-PERIOD-CONTROL.
                   MOVE ptd-period TO ptd-period-tbl(ptd-count)
                   MOVE ptd-mtd TO ptd-mtd-tbl(ptd-count)
                   MOVE ptd-ytd TO ptd-ytd-tbl(ptd-count)
                   MOVE ptd-qtd TO ptd-qtd-tbl(ptd-count)
                   MOVE ptd-entity TO ptd-entity-tbl(ptd-count)
                   MOVE ptd-upd-date TO ptd-date-tbl(ptd-count)
                   MOVE ptd-day-amt TO ptd-day-tbl(ptd-count)
                 END-IF
           CLOSE salesptd.

       *>*
       *> Looks the period being closed up on the fiscal calendar:
       *> its last day, and whether it ends its quarter or year.
       *>*
       SET-CLOSING-PERIOD.
           MOVE 'P' TO fp-function.
           MOVE closing-period TO fp-period.
           CALL "FISCALPER" USING fiscal-period-rec.
           MOVE fp-end TO closing-end.
           MOVE fp-qtr-end TO closing-qtr-end.
           MOVE fp-year-end TO closing-year-end.
           IF closing-ends-year
             MOVE ' (year end)' TO rpt-hdr-mark
           ELSE
             IF closing-ends-quarter
               MOVE ' (quarter end)' TO rpt-hdr-mark
             END-IF
           END-IF.

       *>*
       *> Rolls every pair's MTD into its QTD and YTD, so the
       *> closing report and the saved master both carry the period
       *> being closed - a year-end close shows the full year.
       *>*
       ROLL-INTO-YTD.
           PERFORM VARYING ptd-idx FROM 1 BY 1
             UNTIL ptd-idx > ptd-count
             ADD ptd-mtd-tbl(ptd-idx) TO ptd-qtd-tbl(ptd-idx)
             ADD ptd-mtd-tbl(ptd-idx) TO ptd-ytd-tbl(ptd-idx)
           END-PERFORM.

       *>*
       *> Writes the closing report: MTD and the rolled QTD and YTD
       *> per Country grouped under its Region, plus a grand-total
       *> line and, when pairs carry a company code, a subtotal
       *> line per entity. The master is written in Region/Country
       *> order by SALES (it inherits sales-breakdown's order), so
       *> a simple control break works.
       *>*
       WRITE-CLOSING-REPORT.
           OPEN OUTPUT salescloserpt.
             END-IF
             MOVE ptd-country-tbl(ptd-idx) TO rpl-country
             MOVE ptd-mtd-tbl(ptd-idx) TO rpl-mtd
             MOVE ptd-qtd-tbl(ptd-idx) TO rpl-qtd
             MOVE ptd-ytd-tbl(ptd-idx) TO rpl-ytd
             MOVE rpt-pair-line TO rpt-line
             WRITE rpt-line
             ADD ptd-mtd-tbl(ptd-idx) TO total-mtd
             ADD ptd-qtd-tbl(ptd-idx) TO total-qtd
             ADD ptd-ytd-tbl(ptd-idx) TO total-ytd
             PERFORM ADD-ENTITY-TOTALS
           END-PERFORM.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE total-mtd TO rpl-total-mtd.
           MOVE total-qtd TO rpl-total-qtd.
           MOVE total-ytd TO rpl-total-ytd.
           MOVE rpt-total-line TO rpt-line.
           WRITE rpt-line.
           IF cent-count > 1
             OR cent-entity-tbl(1) NOT EQUAL SPACES
             PERFORM VARYING cent-idx FROM 1 BY 1
               UNTIL cent-idx > cent-count
               MOVE cent-entity-tbl(cent-idx) TO rpl-ent-code
               MOVE cent-mtd-tbl(cent-idx) TO rpl-ent-mtd
               MOVE cent-qtd-tbl(cent-idx) TO rpl-ent-qtd
               MOVE cent-ytd-tbl(cent-idx) TO rpl-ent-ytd
               MOVE rpt-entity-line TO rpt-line
               WRITE rpt-line
             END-PERFORM
           END-IF.
           CLOSE salescloserpt.

       *>*
       *> Adds pair ptd-idx's MTD, QTD and YTD to its entity's
       *> subtotal; a company code beyond the 20 slots goes
       *> under the last one with a console message.
       *>*
       ADD-ENTITY-TOTALS.
           MOVE ZERO TO cent-found-idx.
           PERFORM VARYING cent-idx FROM 1 BY 1
             UNTIL cent-idx > cent-count
             IF cent-entity-tbl(cent-idx)
               EQUAL ptd-entity-tbl(ptd-idx)
               MOVE cent-idx TO cent-found-idx
             END-IF
           END-PERFORM.
           IF cent-found-idx EQUAL ZERO
             IF cent-count LESS THAN 20
               ADD 1 TO cent-count
               MOVE ptd-entity-tbl(ptd-idx)
                 TO cent-entity-tbl(cent-count)
               MOVE ZERO TO cent-mtd-tbl(cent-count)
               MOVE ZERO TO cent-qtd-tbl(cent-count)
               MOVE ZERO TO cent-ytd-tbl(cent-count)
             ELSE
               DISPLAY "Entity subtotal table full, adding "
                 ptd-entity-tbl(ptd-idx) " to "
                 cent-entity-tbl(cent-count)
             END-IF
             MOVE cent-count TO cent-found-idx
           END-IF.
           ADD ptd-mtd-tbl(ptd-idx) TO cent-mtd-tbl(cent-found-idx).
           ADD ptd-qtd-tbl(ptd-idx) TO cent-qtd-tbl(cent-found-idx).
           ADD ptd-ytd-tbl(ptd-idx) TO cent-ytd-tbl(cent-found-idx).

       *>*
       *> Writes the salesicelim report: the closing period's
       *> intercompany lines from glhist (those with a partner
       *> entity) summed per seller/booker pair, each side signed
       *> to its natural balance, and set against each other. Lines
       *> on other accounts are not eliminated here. No glhist, or
       *> no intercompany lines in it, gives a report with no pairs.
       *>*
       WRITE-ELIMINATION-REPORT.
           OPEN INPUT glhist.
           IF glhist-status EQUAL ZERO
             PERFORM UNTIL glhist-eof-reached
               READ glhist
                 AT END
                   SET glhist-eof-reached TO TRUE
                 NOT AT END
                   IF glh-period EQUAL closing-period
                     AND glh-partner NOT EQUAL SPACES
                     PERFORM ADD-IC-LINE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE glhist
           END-IF.
           OPEN OUTPUT salesicelim.
           IF elim-status NOT EQUAL ZERO
             DISPLAY "Error writing elimination report"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE closing-period TO elim-hdr-period.
           MOVE elim-hdr TO elim-line.
           WRITE elim-line.
           MOVE rpt-rule TO elim-line.
           WRITE elim-line.
           MOVE elim-col-hdr TO elim-line.
           WRITE elim-line.
           PERFORM VARYING icp-idx FROM 1 BY 1
             UNTIL icp-idx > icp-count
             MOVE icp-seller(icp-idx) TO ell-seller
             MOVE icp-booker(icp-idx) TO ell-booker
             MOVE 'Balance' TO ell-kind
             MOVE icp-recv(icp-idx) TO ic-amount-work
             COMPUTE ic-diff-work = icp-recv(icp-idx)
               - icp-pay(icp-idx)
             MOVE icp-pay(icp-idx) TO ell-booker-amt
             PERFORM WRITE-ELIM-LINE
             MOVE SPACES TO ell-seller, ell-booker
             MOVE 'Sales' TO ell-kind
             MOVE icp-rev(icp-idx) TO ic-amount-work
             COMPUTE ic-diff-work = icp-rev(icp-idx)
               - icp-cost(icp-idx)
             MOVE icp-cost(icp-idx) TO ell-booker-amt
             PERFORM WRITE-ELIM-LINE
           END-PERFORM.
           MOVE rpt-rule TO elim-line.
           WRITE elim-line.
           MOVE ic-unmatched-count TO ell-unmatched.
           MOVE elim-count-line TO elim-line.
           WRITE elim-line.
           CLOSE salesicelim.
           IF ic-unmatched-count > ZERO
             DISPLAY "Intercompany lines not eliminating: "
               ic-unmatched-count
           END-IF.

       *>*
       *> Writes one side-by-side elimination line from
       *> ic-amount-work (seller side) and ic-diff-work, flagging
       *> and counting a difference.
       *>*
       WRITE-ELIM-LINE.
           MOVE ic-amount-work TO ell-seller-amt.
           MOVE ic-diff-work TO ell-diff.
           IF ic-diff-work EQUAL ZERO
             MOVE SPACES TO ell-status
           ELSE
             MOVE ' UNMATCHED' TO ell-status
             ADD 1 TO ic-unmatched-count
           END-IF.
           MOVE elim-pair-line TO elim-line.
           WRITE elim-line.

       *>*
       *> Adds one intercompany glhist line to its seller/booker
       *> pair. The seller carries the receivable and revenue with
       *> the booker as partner, the booker carries the payable and
       *> cost with the seller as partner; receivable and cost are
       *> debit-natured, payable and revenue credit-natured.
       *>*
       ADD-IC-LINE.
           IF glh-drcr EQUAL 'D'
             MOVE glh-amount TO ic-amount-work
           ELSE
             COMPUTE ic-amount-work = ZERO - glh-amount
           END-IF.
           EVALUATE glh-account
             WHEN gl-ic-recv-account-code
             WHEN gl-ic-rev-account-code
               MOVE glh-entity TO ic-seller-work
               MOVE glh-partner TO ic-booker-work
             WHEN gl-ic-pay-account-code
             WHEN gl-ic-cost-account-code
               MOVE glh-partner TO ic-seller-work
               MOVE glh-entity TO ic-booker-work
             WHEN OTHER
               MOVE SPACES TO ic-seller-work
           END-EVALUATE.
           IF ic-seller-work NOT EQUAL SPACES
             PERFORM FIND-IC-PAIR
           END-IF.
           IF ic-seller-work NOT EQUAL SPACES
             AND icp-found-idx > ZERO
             EVALUATE glh-account
               WHEN gl-ic-recv-account-code
                 ADD ic-amount-work TO icp-recv(icp-found-idx)
               WHEN gl-ic-cost-account-code
                 ADD ic-amount-work TO icp-cost(icp-found-idx)
               WHEN gl-ic-pay-account-code
                 SUBTRACT ic-amount-work FROM icp-pay(icp-found-idx)
               WHEN gl-ic-rev-account-code
                 SUBTRACT ic-amount-work FROM icp-rev(icp-found-idx)
             END-EVALUATE
           END-IF.

       *>*
       *> Locates (or appends) the ic-pair-table entry for
       *> ic-seller-work/ic-booker-work, leaving its slot in
       *> icp-found-idx; zero once all 100 slots are taken.
       *>*
       FIND-IC-PAIR.
           MOVE ZERO TO icp-found-idx.
           PERFORM VARYING icp-idx FROM 1 BY 1
             UNTIL icp-idx > icp-count
             IF icp-seller(icp-idx) EQUAL ic-seller-work
               AND icp-booker(icp-idx) EQUAL ic-booker-work
               MOVE icp-idx TO icp-found-idx
             END-IF
           END-PERFORM.
           IF icp-found-idx EQUAL ZERO
             IF icp-count LESS THAN 100
               ADD 1 TO icp-count
               MOVE icp-count TO icp-found-idx
               MOVE ic-seller-work TO icp-seller(icp-count)
               MOVE ic-booker-work TO icp-booker(icp-count)
               MOVE ZERO TO icp-recv(icp-count)
               MOVE ZERO TO icp-pay(icp-count)
               MOVE ZERO TO icp-rev(icp-count)
               MOVE ZERO TO icp-cost(icp-count)
             ELSE
               DISPLAY "Elimination pair table full, skipping "
                 ic-seller-work "/" ic-booker-work
               ADD 1 TO ic-unmatched-count
             END-IF
           END-IF.

       *>*
       *> Opens the next period: MTD zeroed, the daily-contribution
       *> memory cleared (the close is a cutover, a later rerun of
       *> the closed day must not back anything out of the new
       *> period), and - only now that the quarter-end QTD and
       *> year-end YTD have been reported - the QTD starts over
       *> after a quarter-end close and the YTD after a year-end
       *> close. The new period is the one holding the day after
       *> the closed period's last day.
       *>*
       OPEN-NEW-PERIOD.
           MOVE 'D' TO fp-function.
           COMPUTE fp-date = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(closing-end) + 1).
           CALL "FISCALPER" USING fiscal-period-rec.
           MOVE fp-period TO new-period.
           PERFORM VARYING ptd-idx FROM 1 BY 1
             UNTIL ptd-idx > ptd-count
             IF closing-ends-quarter
               MOVE ZERO TO ptd-qtd-tbl(ptd-idx)
             END-IF
             IF closing-ends-year
               MOVE ZERO TO ptd-ytd-tbl(ptd-idx)
             END-IF
             MOVE ZERO TO ptd-mtd-tbl(ptd-idx)
             MOVE ptd-period-tbl(ptd-idx) TO ptd-period
             MOVE ptd-mtd-tbl(ptd-idx) TO ptd-mtd
             MOVE ptd-ytd-tbl(ptd-idx) TO ptd-ytd
             MOVE ptd-qtd-tbl(ptd-idx) TO ptd-qtd
             MOVE ptd-entity-tbl(ptd-idx) TO ptd-entity
             MOVE ptd-date-tbl(ptd-idx) TO ptd-upd-date
             MOVE ptd-day-tbl(ptd-idx) TO ptd-day-amt
             WRITE ptd-rec
