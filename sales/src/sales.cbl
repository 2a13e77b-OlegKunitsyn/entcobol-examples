       *> the side finance used to key by hand - and the run stops
       *> with a non-zero RETURN-CODE before the extract is
       *> published if debits and credits disagree (see
       *> CHECK-GL-BALANCE).
       *>
       *> The books are kept per legal entity: every glextract and
       *> glhist line carries the company code of the entity it
       *> posts in (ENTITYMAP's reading of the entmap file, which
       *> READER stamps on each breakdown pair), the nightly journal
       *> is one balanced set per entity, each checked on its own,
       *> and sales made by a rep of another entity than the one
       *> the order books into add an intercompany receivable/
       *> revenue pair in the selling entity and a cost/payable
       *> pair in the booking entity, each line naming the other
       *> entity as its partner. Without entmap the company code is
       *> blank and the run posts one journal as before. Every
       *> record written to glextract also lands in glhist, the
       *> cumulative posting history GLRECON reconciles against
       *> finance's nightly acknowledgment file; glhist records
       *> prints with zero cost and a '?' mark so the gap is
       *> visible instead of silently flattering the margin.
       *>
       *> A discount summary prints after the currency exposure
       *> section from READER's sales-discount-summary: per rep
       *> and per product, the list value of the sales priced
       *> against the pricelist, the discount given off it, and
       *> the rows and revenue below the products' discount
       *> floors (the rows themselves are on READER's priceexcept
       *> file), so deep discounting shows the next morning
       *> instead of at margin review.
       *>
       *> A SalesRep/Channel subtotal breakdown (see sales-rep-
       *> breakdown, PRINT-REPBREAKDOWN) prints after the Region/
       *> Country breakdown, the same way PRINT-BREAKDOWN prints the
       *> Country, so month-to-date questions come off one small
       *> master instead of re-running every daily extract.
       *> SALESCLOSE freezes and rolls that master at month end.
       *> The run's period - for the period master, the budget
       *> lookup and the GL extract - is the run date's period
       *> from FISCALPER: the fiscal period when the fiscalcal
       *> fiscal calendar is in place (salesbud then carries
       *> budgets by fiscal period code), the calendar month
       *> otherwise.
       *>
       *> When the salesgrpctl control file carries 'Y' (read the
       *> way salesflashctl is), the top-customer section ranks
       *> customer groups instead of single cust-ids: each ranked
       *> customer's revenue rolls up to the group its custmast
       *> record names in cust-group-id (see CUSTGRP copybook),
       *> so a group buying through several subsidiaries ranks as
       *> the one customer it is, and customers outside any group
       *> rank on their own (see ROLL-UP-CUSTRANKING). Without
       *> the switch, or without custmast, the ranking prints by
       *> cust-id as before.
       *>
       *> Every run's filter, run date and total are appended to
       *> saleshist (see CHECK-HISTORY, APPEND-HISTORY). Before
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS flash-status.
           SELECT salesgrpctl ASSIGN TO salesgrpctl
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS grpctl-status.
           SELECT custmast ASSIGN TO custmast
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS cust-id
           FILE STATUS IS cust-status.
       DATA DIVISION.
       FILE SECTION.
       FD salesctl RECORDING MODE F
           DATA RECORD IS rpt-line.
       01 rpt-line PIC X(132).
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
       FD repbrkf RECORDING MODE F
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE OMITTED
           05 rbf-channel PIC X(10).
           05 rbf-total PIC S9(9)V99.
       FD glhist RECORDING MODE F
           RECORD CONTAINS 54 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS glhist-rec.
       01 glhist-rec.
               10 glh-period PIC 9(6).
               10 glh-amount PIC S9(9)V99.
               10 glh-drcr PIC X.
               10 glh-entity PIC X(4).
               10 glh-partner PIC X(4).
           05 glh-run-date PIC 9(8).
       FD glmap RECORDING MODE F
           RECORD CONTAINS 112 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS flash-rec.
       01 flash-rec PIC X.
       FD salesgrpctl RECORDING MODE F
           RECORD CONTAINS 1 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS grpctl-rec.
       01 grpctl-rec PIC X.
       FD custmast
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS cust-rec.
       COPY CUSTMAST.
       FD saleshist RECORDING MODE F
           RECORD CONTAINS 69 CHARACTERS
           LABEL RECORDS ARE OMITTED
           05 hist-date PIC X(10).
           05 hist-total PIC S9(9)V99.
       FD salesptd RECORDING MODE F
           RECORD CONTAINS 158 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ptd-rec.
       COPY SALESPTD.
       01 glhist-count PIC 9(4) VALUE ZERO.
       01 glhist-table.
           05 glhist-entry OCCURS 5000 TIMES INDEXED BY glh-idx.
               10 glh-post-tbl PIC X(46).
               10 glh-date-tbl PIC 9(8).
       01 glmap-status PIC 9(2).
       01 glmapexc-status PIC 9(2).
       01 map-costctr-work PIC X(6) VALUE SPACES.
       01 gl-post-count PIC 9(3) VALUE ZERO.
       01 gl-post-table.
           05 gl-post-entry OCCURS 600 TIMES INDEXED BY gpt-idx.
               10 gpt-journal PIC 9(4).
               10 gpt-account PIC X(10).
               10 gpt-costctr PIC X(6).
               10 gpt-amount PIC S9(11)V99.
               10 gpt-drcr PIC X.
               10 gpt-entity PIC X(4).
               10 gpt-partner PIC X(4).
       01 gpt-found-idx PIC 9(3) VALUE ZERO.
       01 gle-count PIC 9(2) VALUE ZERO.
       01 gl-entity-table.
           05 gl-entity-entry OCCURS 20 TIMES INDEXED BY gle-idx.
               10 gle-entity-tbl PIC X(4).
               10 gle-gross-tbl PIC S9(11)V99.
               10 gle-vat-tbl PIC S9(11)V99.
               10 gle-recv-tbl PIC S9(11)V99.
               10 gle-debit-tbl PIC S9(11)V99.
               10 gle-credit-tbl PIC S9(11)V99.
               10 gle-sales-tbl PIC X.
       01 gle-found-idx PIC 9(2) VALUE ZERO.
       01 entity-work PIC X(4) VALUE SPACES.
       01 partner-work PIC X(4) VALUE SPACES.
       01 drcr-work PIC X VALUE 'C'.
       01 gl-balance-flag PIC X VALUE 'Y'.
           88 gl-in-balance VALUE 'Y'.
       01 ic-net-work PIC S9(11)V99 VALUE ZERO.
       01 today-post-count PIC 9(3) VALUE ZERO.
       01 today-post-table.
           05 today-post-entry OCCURS 600 TIMES
               INDEXED BY tpt-idx.
               10 tpt-posting PIC X(46).
       01 unmap-count PIC 9(3) VALUE ZERO.
       01 unmap-table.
           05 unmap-entry OCCURS 100 TIMES INDEXED BY unmap-idx.
       01 gl-account-code PIC X(10) VALUE '4000000000'.
       01 gl-vat-account-code PIC X(10) VALUE '2175000000'.
       01 gl-recv-account-code PIC X(10) VALUE '1200000000'.
       01 gl-ic-recv-account-code PIC X(10) VALUE '1250000000'.
       01 gl-ic-pay-account-code PIC X(10) VALUE '2250000000'.
       01 gl-ic-rev-account-code PIC X(10) VALUE '4800000000'.
       01 gl-ic-cost-account-code PIC X(10) VALUE '5800000000'.
       01 gl-journal-seq PIC 9(4) VALUE ZERO.
       01 gl-debit-total PIC S9(11)V99 VALUE ZERO.
       01 gl-credit-total PIC S9(11)V99 VALUE ZERO.
       01 ptd-eof PIC X VALUE 'N'.
           88 ptd-eof-reached VALUE 'Y'.
       01 run-period PIC 9(6) VALUE ZERO.
       COPY FISCALPER.
       01 ptd-count PIC 9(3) VALUE ZERO.
       01 ptd-table.
           05 ptd-entry OCCURS 400 TIMES INDEXED BY ptd-idx.
               10 ptd-period-tbl PIC 9(6).
               10 ptd-mtd-tbl PIC S9(9)V99.
               10 ptd-ytd-tbl PIC S9(9)V99.
               10 ptd-qtd-tbl PIC S9(9)V99.
               10 ptd-entity-tbl PIC X(4).
               10 ptd-date-tbl PIC 9(8).
               10 ptd-day-tbl PIC S9(9)V99.
       01 ptd-found-idx PIC 9(3) VALUE ZERO.
       01 mctry-found-idx PIC 9(3) VALUE ZERO.
       01 expo-status PIC 9(2).
       01 flash-status PIC 9(2).
       01 grpctl-status PIC 9(2).
       01 cust-status PIC 9(2).
       01 group-mode PIC X VALUE 'N'.
           88 group-ranking VALUE 'Y'.
       01 grp-rank-hdr PIC X(24) VALUE 'Top customers by group:'.
       01 grp-rank-count PIC 9(4) VALUE ZERO.
       01 grp-rank-table.
           05 grp-rank-entry OCCURS 2000 TIMES
               INDEXED BY grp-rank-idx, grp-rank-scan-idx.
               10 grp-rank-id PIC X(10).
               10 grp-rank-kind PIC X.
                   88 grp-rank-is-group VALUE 'G'.
               10 grp-rank-members PIC 9(4).
               10 grp-rank-total PIC S9(11)V99.
       01 grp-rank-swap-entry PIC X(28).
       01 grp-rank-found-idx PIC 9(4) VALUE ZERO.
       01 grp-rank-key-id PIC X(10) VALUE SPACES.
       01 grp-rank-key-kind PIC X VALUE SPACE.
       01 grp-rank-line.
           05 grp-rank-pos-out PIC Z9.
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X VALUE '.'.
           05 FILLER PIC X VALUE SPACE.
           05 grp-rank-id-out PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 grp-rank-desc-out PIC X(38).
           05 grp-rank-total-out PIC Z(8)9.99-.
       01 grp-rank-desc.
           05 FILLER PIC X(9) VALUE 'group of '.
           05 grp-rank-members-out PIC ZZZ9.
           05 FILLER PIC X(12) VALUE ' customer(s)'.
       01 flash-mode PIC X VALUE 'N'.
           88 flash-run VALUE 'Y'.
       01 flash-marker PIC X(44) VALUE
           05 expo-orig-out PIC Z(10)9.99-.
           05 FILLER PIC X(7) VALUE ' base: '.
           05 expo-base-out PIC Z(10)9.99-.
       01 dsum-hdr PIC X(20) VALUE 'Discount by rep:'.
       01 dsum-prod-hdr PIC X(20) VALUE 'Discount by product:'.
       01 dsum-col-hdr.
           05 FILLER PIC X(25) VALUE SPACES.
           05 FILLER PIC X(16) VALUE '     List value'.
           05 FILLER PIC X(16) VALUE '       Discount'.
           05 FILLER PIC X(10) VALUE '   Disc%'.
           05 FILLER PIC X(8) VALUE '  Below'.
           05 FILLER PIC X(15) VALUE '    Below floor'.
       01 dsum-line.
           05 FILLER PIC X(4) VALUE SPACES.
           05 dsum-name-out PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 dsum-list-out PIC Z(10)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 dsum-given-out PIC Z(10)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 dsum-pct-out PIC Z(4)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 dsum-bcount-out PIC Z(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 dsum-bvalue-out PIC Z(10)9.99-.
       01 dsum-prior-rep PIC X(20) VALUE SPACES.
       01 dsum-open PIC X VALUE 'N'.
           88 dsum-rep-open VALUE 'Y'.
       01 dsum-list-accum PIC S9(11)V99 VALUE ZERO.
       01 dsum-given-accum PIC S9(11)V99 VALUE ZERO.
       01 dsum-bcount-accum PIC 9(7) VALUE ZERO.
       01 dsum-bvalue-accum PIC S9(11)V99 VALUE ZERO.
       01 dsum-pct-work PIC S9(5)V99 VALUE ZERO.
       01 dprod-count PIC 9(3) VALUE ZERO.
       01 dprod-table.
           05 dprod-entry OCCURS 500 TIMES INDEXED BY dprod-idx.
               10 dprod-code-tbl PIC X(12).
               10 dprod-list-tbl PIC S9(11)V99.
               10 dprod-given-tbl PIC S9(11)V99.
               10 dprod-bcount-tbl PIC 9(7).
               10 dprod-bvalue-tbl PIC S9(11)V99.
       01 dprod-found-idx PIC 9(3) VALUE ZERO.
       01 dprod-sort-idx PIC 9(3) VALUE ZERO.
       01 dprod-min-idx PIC 9(3) VALUE ZERO.
       01 dprod-scan-idx PIC 9(3) VALUE ZERO.
       01 dprod-tmp-entry.
           05 FILLER PIC X(12).
           05 FILLER PIC S9(11)V99.
           05 FILLER PIC S9(11)V99.
           05 FILLER PIC 9(7).
           05 FILLER PIC S9(11)V99.
       01 where PIC X(48) VALUE 'Europe'.
       01 total PIC S9(9)V99.
       COPY SALESSUM.
       COPY SALESVAT.
       COPY SALESMARG.
       COPY SALESCURR.
       COPY SALESDISC.
       COPY DATERANGE.
       01 top-n PIC 9(3) VALUE 5.
       01 rank-print-count PIC 9(4).
           05 out-returns-value PIC Z(8)9.99.
       PROCEDURE DIVISION.
           PERFORM LOAD-FLASH-CONTROL.
           PERFORM LOAD-GROUP-CONTROL.
           OPEN INPUT salesctl.
           IF ctl-status EQUAL ZERO
             READ salesctl
             sales-rep-breakdown, sales-ranking,
             sales-customer-ranking, sales-vat-summary,
             sales-margin-summary, sales-currency-exposure,
             sales-discount-summary, date-range
             RETURNING total.

           IF NOT flash-run
             PERFORM LOAD-GLMAP
             PERFORM BUILD-GL-POSTINGS
             PERFORM CHECK-GL-BALANCE
             IF NOT gl-in-balance
               MOVE 1 TO RETURN-CODE
               GOBACK
             END-IF
           PERFORM PRINT-LINE-RPT
           PERFORM PRINT-EXPOSURE

           MOVE rpt-rule TO rpt-src
           PERFORM PRINT-LINE-RPT
           PERFORM PRINT-DISCOUNTS

           MOVE rpt-rule TO rpt-src
           PERFORM PRINT-LINE-RPT
           MOVE total TO out-total
           END-IF.

       *>*
       *> Builds the run's GL posting lines in gl-post-table, one
       *> journal set per legal entity (all numbered 0001 - the
       *> company code keeps them apart): each sales-breakdown
       *> pair's subtotal lands on its mapped account/cost center
       *> in the entity the pair books into (the default revenue
       *> account with a blank cost center when unmapped, noting
       *> the pair for the exception report), the revenue lines
       *> are then scaled so together they carry the total net of
       *> VAT - the gross subtotals keep the split, the net keeps
       *> the books - with any rounding residue folded into the
       *> first line. The VAT total is shared out over the
       *> entities by their gross (residue to the first), each
       *> entity gets its intercompany lines (see ADD-IC-POSTINGS)
       *> and finally one receivables debit for the sum of its own
       *> revenue and VAT credits.
       *>*
       BUILD-GL-POSTINGS.
           COMPUTE net-revenue-post = total - sum-vat-total.
           MOVE 1 TO gl-journal-seq.
           MOVE ZERO TO gl-post-count.
           MOVE ZERO TO unmap-count.
           MOVE ZERO TO gle-count.
           MOVE SPACES TO partner-work.
           PERFORM VARYING brk-idx FROM 1 BY 1
             UNTIL brk-idx > brk-count
             MOVE brk-entity(brk-idx) TO entity-work
             PERFORM FIND-GL-ENTITY
             ADD brk-total(brk-idx) TO gle-gross-tbl(gle-found-idx)
             MOVE 'Y' TO gle-sales-tbl(gle-found-idx)
             PERFORM FIND-GLMAP
             PERFORM ADD-GL-POSTING
           END-PERFORM.
           IF gl-post-count EQUAL ZERO
             MOVE SPACES TO entity-work
             PERFORM FIND-GL-ENTITY
             MOVE total TO gle-gross-tbl(gle-found-idx)
             MOVE 'Y' TO gle-sales-tbl(gle-found-idx)
             MOVE 1 TO gl-post-count
             MOVE gl-account-code TO gpt-account(1)
             MOVE SPACES TO gpt-costctr(1)
             MOVE net-revenue-post TO gpt-amount(1)
             MOVE gl-journal-seq TO gpt-journal(1)
             MOVE 'C' TO gpt-drcr(1)
             MOVE SPACES TO gpt-entity(1)
             MOVE SPACES TO gpt-partner(1)
           ELSE
             MOVE ZERO TO alloc-accum
             PERFORM VARYING gpt-idx FROM 1 BY 1
             COMPUTE alloc-work = net-revenue-post - alloc-accum
             ADD alloc-work TO gpt-amount(1)
           END-IF.
           MOVE ZERO TO alloc-accum.
           PERFORM VARYING gle-idx FROM 1 BY 1
             UNTIL gle-idx > gle-count
             IF total NOT EQUAL ZERO
               COMPUTE alloc-work ROUNDED = gle-gross-tbl(gle-idx)
                 * sum-vat-total / total
             ELSE
               MOVE ZERO TO alloc-work
             END-IF
             MOVE alloc-work TO gle-vat-tbl(gle-idx)
             ADD alloc-work TO alloc-accum
           END-PERFORM.
           COMPUTE alloc-work = sum-vat-total - alloc-accum.
           ADD alloc-work TO gle-vat-tbl(1).
           PERFORM VARYING gle-idx FROM 1 BY 1
             UNTIL gle-idx > gle-count
             MOVE gle-entity-tbl(gle-idx) TO entity-work
             MOVE gl-vat-account-code TO map-account-work
             MOVE SPACES TO map-costctr-work
             MOVE gle-vat-tbl(gle-idx) TO alloc-work
             MOVE 'C' TO drcr-work
             PERFORM ADD-GL-LINE
           END-PERFORM.
           PERFORM VARYING gle-idx FROM 1 BY 1
             UNTIL gle-idx > gle-count
             MOVE ZERO TO gle-recv-tbl(gle-idx)
             PERFORM VARYING gpt-idx FROM 1 BY 1
               UNTIL gpt-idx > gl-post-count
               IF gpt-entity(gpt-idx) EQUAL gle-entity-tbl(gle-idx)
                 AND gpt-drcr(gpt-idx) EQUAL 'C'
                 ADD gpt-amount(gpt-idx) TO gle-recv-tbl(gle-idx)
               END-IF
             END-PERFORM
           END-PERFORM.
           PERFORM VARYING brk-ic-idx FROM 1 BY 1
             UNTIL brk-ic-idx > brk-ic-count
             PERFORM ADD-IC-POSTINGS
           END-PERFORM.
           PERFORM VARYING gle-idx FROM 1 BY 1
             UNTIL gle-idx > gle-count
             IF gle-sales-tbl(gle-idx) EQUAL 'Y'
               AND gl-post-count LESS THAN 600
               ADD 1 TO gl-post-count
               MOVE gl-recv-account-code
                 TO gpt-account(gl-post-count)
               MOVE SPACES TO gpt-costctr(gl-post-count)
               MOVE gle-recv-tbl(gle-idx)
                 TO gpt-amount(gl-post-count)
               MOVE gl-journal-seq TO gpt-journal(gl-post-count)
               MOVE 'D' TO gpt-drcr(gl-post-count)
               MOVE gle-entity-tbl(gle-idx)
                 TO gpt-entity(gl-post-count)
               MOVE SPACES TO gpt-partner(gl-post-count)
             END-IF
           END-PERFORM.

       *>*
       *> Locates (or appends) the gl-entity-table slot for the
       *> company code in entity-work, leaving it in gle-found-idx.
       *> Codes beyond the table's 20 fold into the first entity
       *> with a console message, so the run still balances.
       *>*
       FIND-GL-ENTITY.
           MOVE ZERO TO gle-found-idx.
           PERFORM VARYING gle-idx FROM 1 BY 1
             UNTIL gle-idx > gle-count OR gle-found-idx > ZERO
             IF gle-entity-tbl(gle-idx) EQUAL entity-work
               MOVE gle-idx TO gle-found-idx
             END-IF
           END-PERFORM.
           IF gle-found-idx EQUAL ZERO
             IF gle-count LESS THAN 20
               ADD 1 TO gle-count
               MOVE entity-work TO gle-entity-tbl(gle-count)
               MOVE ZERO TO gle-gross-tbl(gle-count)
               MOVE ZERO TO gle-vat-tbl(gle-count)
               MOVE ZERO TO gle-recv-tbl(gle-count)
               MOVE 'N' TO gle-sales-tbl(gle-count)
               MOVE gle-count TO gle-found-idx
             ELSE
               DISPLAY "GL entity table full, folding " entity-work
                 " into " gle-entity-tbl(1)
               MOVE 1 TO gle-found-idx
               MOVE gle-entity-tbl(1) TO entity-work
             END-IF
           END-IF.

       *>*
       *> Posts one intercompany sale pair from the breakdown's
       *> intercompany table, scaled net of VAT like the revenue:
       *> the selling entity books an intercompany receivable
       *> against intercompany revenue, the booking entity an
       *> intercompany cost against an intercompany payable, each
       *> line carrying the other entity as its partner code so
       *> SALESCLOSE can pair them off for elimination. Both
       *> entities' journals stay balanced on their own.
       *>*
       ADD-IC-POSTINGS.
           IF total NOT EQUAL ZERO
             COMPUTE ic-net-work ROUNDED = brk-ic-total(brk-ic-idx)
               * net-revenue-post / total
           ELSE
             MOVE brk-ic-total(brk-ic-idx) TO ic-net-work
           END-IF.
           MOVE ic-net-work TO alloc-work.
           MOVE SPACES TO map-costctr-work.
           MOVE brk-ic-seller(brk-ic-idx) TO entity-work.
           PERFORM FIND-GL-ENTITY.
           MOVE brk-ic-booker(brk-ic-idx) TO partner-work.
           MOVE gl-ic-recv-account-code TO map-account-work.
           MOVE 'D' TO drcr-work.
           PERFORM ADD-GL-LINE.
           MOVE gl-ic-rev-account-code TO map-account-work.
           MOVE 'C' TO drcr-work.
           PERFORM ADD-GL-LINE.
           MOVE brk-ic-booker(brk-ic-idx) TO entity-work.
           PERFORM FIND-GL-ENTITY.
           MOVE brk-ic-seller(brk-ic-idx) TO partner-work.
           MOVE gl-ic-cost-account-code TO map-account-work.
           MOVE 'D' TO drcr-work.
           PERFORM ADD-GL-LINE.
           MOVE gl-ic-pay-account-code TO map-account-work.
           MOVE 'C' TO drcr-work.
           PERFORM ADD-GL-LINE.
           MOVE SPACES TO partner-work.

       *>*
       *> Appends one posting line to gl-post-table: account and
       *> cost center from map-account-work/map-costctr-work,
       *> amount from alloc-work, side from drcr-work, company and
       *> partner codes from entity-work/partner-work.
       *>*
       ADD-GL-LINE.
           IF gl-post-count LESS THAN 600
             ADD 1 TO gl-post-count
             MOVE map-account-work TO gpt-account(gl-post-count)
             MOVE map-costctr-work TO gpt-costctr(gl-post-count)
             MOVE alloc-work TO gpt-amount(gl-post-count)
             MOVE gl-journal-seq TO gpt-journal(gl-post-count)
             MOVE drcr-work TO gpt-drcr(gl-post-count)
             MOVE entity-work TO gpt-entity(gl-post-count)
             MOVE partner-work TO gpt-partner(gl-post-count)
           ELSE
             DISPLAY "GL posting table full, dropping a "
               map-account-work " line for " entity-work
           END-IF.

       *>*

       *>*
       *> Accumulates the current pair's subtotal into the posting
       *> line for map-account-work/map-costctr-work in the pair's
       *> entity (entity-work), appending a new line when the
       *> entity/account/cost center is not yet in the table. The
       *> revenue lines stop short of the table's end so the VAT,
       *> intercompany and receivables lines always fit.
       *>*
       ADD-GL-POSTING.
           MOVE ZERO TO gpt-found-idx.
             UNTIL gpt-idx > gl-post-count
             IF gpt-account(gpt-idx) EQUAL map-account-work
               AND gpt-costctr(gpt-idx) EQUAL map-costctr-work
               AND gpt-entity(gpt-idx) EQUAL entity-work
               MOVE gpt-idx TO gpt-found-idx
             END-IF
           END-PERFORM.
           IF gpt-found-idx > ZERO
             ADD brk-total(brk-idx) TO gpt-amount(gpt-found-idx)
           ELSE
             IF gl-post-count LESS THAN 340
               ADD 1 TO gl-post-count
               MOVE map-account-work
                 TO gpt-account(gl-post-count)
                 TO gpt-amount(gl-post-count)
               MOVE gl-journal-seq TO gpt-journal(gl-post-count)
               MOVE 'C' TO gpt-drcr(gl-post-count)
               MOVE entity-work TO gpt-entity(gl-post-count)
               MOVE SPACES TO gpt-partner(gl-post-count)
             ELSE
               DISPLAY "GL posting table full, folding "
                 brk-country(brk-idx)(1:20)
           END-IF.

       *>*
       *> The hard in-balance check, entity by entity: sums each
       *> entity's debit and credit lines and refuses to publish an
       *> extract where any entity's journal disagrees - the caller
       *> stops the run with a non-zero RETURN-CODE on a mismatch,
       *> before glextract, glhist or the report are touched. A
       *> run with some pairs mapped to an entity and some left
       *> blank is posted, with a warning, so the entmap gap gets
       *> fixed.
       *>*
       CHECK-GL-BALANCE.
           MOVE ZERO TO gl-debit-total.
           MOVE ZERO TO gl-credit-total.
           MOVE 'Y' TO gl-balance-flag.
           PERFORM VARYING gle-idx FROM 1 BY 1
             UNTIL gle-idx > gle-count
             MOVE ZERO TO gle-debit-tbl(gle-idx)
             MOVE ZERO TO gle-credit-tbl(gle-idx)
             PERFORM VARYING gpt-idx FROM 1 BY 1
               UNTIL gpt-idx > gl-post-count
               IF gpt-entity(gpt-idx) EQUAL gle-entity-tbl(gle-idx)
                 IF gpt-drcr(gpt-idx) EQUAL 'D'
                   ADD gpt-amount(gpt-idx) TO gle-debit-tbl(gle-idx)
                 ELSE
                   ADD gpt-amount(gpt-idx)
                     TO gle-credit-tbl(gle-idx)
                 END-IF
               END-IF
             END-PERFORM
             ADD gle-debit-tbl(gle-idx) TO gl-debit-total
             ADD gle-credit-tbl(gle-idx) TO gl-credit-total
             IF gle-debit-tbl(gle-idx)
               NOT EQUAL gle-credit-tbl(gle-idx)
               MOVE 'N' TO gl-balance-flag
               DISPLAY "GL JOURNAL OUT OF BALANCE for entity '"
                 gle-entity-tbl(gle-idx) "': debits "
                 gle-debit-tbl(gle-idx) " credits "
                 gle-credit-tbl(gle-idx) ", run stopped"
             END-IF
           END-PERFORM.
           IF NOT gl-in-balance
             MOVE 'E' TO exc-sev-work
             MOVE 'GL journal out of balance, run stopped'
               TO exc-msg-work
             PERFORM WRITE-EXCEPTION
           ELSE
             IF gle-count > 1
               MOVE SPACES TO entity-work
               MOVE ZERO TO gle-found-idx
               PERFORM VARYING gle-idx FROM 1 BY 1
                 UNTIL gle-idx > gle-count
                 IF gle-entity-tbl(gle-idx) EQUAL SPACES
                   MOVE gle-idx TO gle-found-idx
                 END-IF
               END-PERFORM
               IF gle-found-idx > ZERO
                 DISPLAY "Pairs without a legal entity posted with "
                   "a blank company code"
                 MOVE 'W' TO exc-sev-work
                 MOVE 'Legal entity missing for some pairs'
                   TO exc-msg-work
                 PERFORM WRITE-EXCEPTION
               END-IF
             END-IF
           END-IF.

       *>*
       *> Writes the built posting lines to glextract entity by
       *> entity, so each company's journal set reads as one block,
       *> keeping a copy of each record image in today-post-table
       *> for UPDATE-GL-HISTORY. The extract is regenerated, so any
       *> adjustment journals SALESADJ already published for this
       *> run date (glhist lines stamped today with a journal
       *> other than this program's 0001) are re-published after
             GOBACK
           END-IF.
           MOVE ZERO TO today-post-count.
           PERFORM SET-RUN-PERIOD.
           PERFORM VARYING gle-idx FROM 1 BY 1
             UNTIL gle-idx > gle-count
             PERFORM VARYING gpt-idx FROM 1 BY 1
               UNTIL gpt-idx > gl-post-count
               IF gpt-entity(gpt-idx) EQUAL gle-entity-tbl(gle-idx)
                 MOVE gpt-journal(gpt-idx) TO gl-journal
                 MOVE gpt-account(gpt-idx) TO gl-account
                 MOVE gpt-costctr(gpt-idx) TO gl-costctr
                 MOVE run-period TO gl-period
                 MOVE gpt-amount(gpt-idx) TO gl-amount
                 MOVE gpt-drcr(gpt-idx) TO gl-drcr
                 MOVE gpt-entity(gpt-idx) TO gl-entity
                 MOVE gpt-partner(gpt-idx) TO gl-partner
                 WRITE gl-rec
                 ADD 1 TO today-post-count
                 MOVE gl-rec TO tpt-posting(today-post-count)
               END-IF
             END-PERFORM
           END-PERFORM.
           PERFORM CARRY-ADJUSTMENT-LINES.
           CLOSE glextract.
       *> budget column prints zero.
       *>*
       LOAD-BUDGET.
           PERFORM SET-RUN-PERIOD.
           MOVE ZERO TO budget-count.
           OPEN INPUT salesbud.
           IF bud-status EQUAL ZERO
             CLOSE fxexposure
           END-IF.

       *>*
       *> Prints the discount summary from READER's
       *> sales-discount-summary: list value, discount given (and
       *> as a percentage of list), rows priced below the
       *> product's discount floor and the revenue given away
       *> below it - per SalesRep, breaking whenever the rep
       *> changes (the table arrives in rep/product order from
       *> READER's aggregation sort), then per ProductCode from
       *> the rollup accumulated along the way, in product order.
       *> The rows themselves are on READER's priceexcept file.
       *>*
       PRINT-DISCOUNTS.
           MOVE dsum-hdr TO rpt-src
           PERFORM PRINT-LINE-RPT
           MOVE dsum-col-hdr TO rpt-src
           PERFORM PRINT-LINE-RPT
           MOVE SPACES TO dsum-prior-rep.
           MOVE 'N' TO dsum-open.
           MOVE ZERO TO dprod-count.
           PERFORM VARYING disc-idx FROM 1 BY 1
             UNTIL disc-idx > disc-count
             IF disc-rep(disc-idx) NOT EQUAL dsum-prior-rep
               OR NOT dsum-rep-open
               IF dsum-rep-open
                 MOVE dsum-prior-rep TO dsum-name-out
                 PERFORM PRINT-DISCOUNT-LINE
               END-IF
               MOVE disc-rep(disc-idx) TO dsum-prior-rep
               SET dsum-rep-open TO TRUE
               MOVE ZERO TO dsum-list-accum
               MOVE ZERO TO dsum-given-accum
               MOVE ZERO TO dsum-bcount-accum
               MOVE ZERO TO dsum-bvalue-accum
             END-IF
             ADD disc-list-value(disc-idx) TO dsum-list-accum
             ADD disc-given(disc-idx) TO dsum-given-accum
             ADD disc-below-count(disc-idx) TO dsum-bcount-accum
             ADD disc-below-value(disc-idx) TO dsum-bvalue-accum
             PERFORM COUNT-DISCOUNT-PRODUCT
           END-PERFORM.
           IF dsum-rep-open
             MOVE dsum-prior-rep TO dsum-name-out
             PERFORM PRINT-DISCOUNT-LINE
           END-IF.
           PERFORM SORT-DISCOUNT-PRODUCTS.
           MOVE dsum-prod-hdr TO rpt-src
           PERFORM PRINT-LINE-RPT
           PERFORM VARYING dprod-idx FROM 1 BY 1
             UNTIL dprod-idx > dprod-count
             MOVE dprod-code-tbl(dprod-idx) TO dsum-name-out
             MOVE dprod-list-tbl(dprod-idx) TO dsum-list-accum
             MOVE dprod-given-tbl(dprod-idx) TO dsum-given-accum
             MOVE dprod-bcount-tbl(dprod-idx) TO dsum-bcount-accum
             MOVE dprod-bvalue-tbl(dprod-idx) TO dsum-bvalue-accum
             PERFORM PRINT-DISCOUNT-LINE
           END-PERFORM.

       *>*
       *> Prints one discount summary line from the dsum
       *> accumulators, under the name already in dsum-name-out.
       *>*
       PRINT-DISCOUNT-LINE.
           IF dsum-list-accum NOT EQUAL ZERO
             COMPUTE dsum-pct-work ROUNDED =
               dsum-given-accum * 100 / dsum-list-accum
           ELSE
             MOVE ZERO TO dsum-pct-work
           END-IF.
           MOVE dsum-list-accum TO dsum-list-out.
           MOVE dsum-given-accum TO dsum-given-out.
           MOVE dsum-pct-work TO dsum-pct-out.
           MOVE dsum-bcount-accum TO dsum-bcount-out.
           MOVE dsum-bvalue-accum TO dsum-bvalue-out.
           MOVE dsum-line TO rpt-src.
           PERFORM PRINT-LINE-RPT.

       *>*
       *> Folds the current discount entry into its product's
       *> rollup row, appending a new row when the product is not
       *> yet present.
       *>*
       COUNT-DISCOUNT-PRODUCT.
           MOVE ZERO TO dprod-found-idx.
           PERFORM VARYING dprod-idx FROM 1 BY 1
             UNTIL dprod-idx > dprod-count
             IF dprod-code-tbl(dprod-idx)
                 EQUAL disc-product(disc-idx)
               MOVE dprod-idx TO dprod-found-idx
             END-IF
           END-PERFORM.
           IF dprod-found-idx EQUAL ZERO
             IF dprod-count LESS THAN 500
               ADD 1 TO dprod-count
               MOVE dprod-count TO dprod-found-idx
               MOVE disc-product(disc-idx)
                 TO dprod-code-tbl(dprod-found-idx)
               MOVE ZERO TO dprod-list-tbl(dprod-found-idx)
               MOVE ZERO TO dprod-given-tbl(dprod-found-idx)
               MOVE ZERO TO dprod-bcount-tbl(dprod-found-idx)
               MOVE ZERO TO dprod-bvalue-tbl(dprod-found-idx)
             ELSE
               DISPLAY "Discount product table full, dropping "
                 disc-product(disc-idx)
             END-IF
           END-IF.
           IF dprod-found-idx > ZERO
             ADD disc-list-value(disc-idx)
               TO dprod-list-tbl(dprod-found-idx)
             ADD disc-given(disc-idx)
               TO dprod-given-tbl(dprod-found-idx)
             ADD disc-below-count(disc-idx)
               TO dprod-bcount-tbl(dprod-found-idx)
             ADD disc-below-value(disc-idx)
               TO dprod-bvalue-tbl(dprod-found-idx)
           END-IF.

       *>*
       *> Sorts dprod-entry ascending by product code (selection
       *> sort; the rollup is small).
       *>*
       SORT-DISCOUNT-PRODUCTS.
           PERFORM VARYING dprod-sort-idx FROM 1 BY 1
             UNTIL dprod-sort-idx > dprod-count
             MOVE dprod-sort-idx TO dprod-min-idx
             PERFORM VARYING dprod-scan-idx FROM dprod-sort-idx BY 1
               UNTIL dprod-scan-idx > dprod-count
               IF dprod-code-tbl(dprod-scan-idx)
                   LESS THAN dprod-code-tbl(dprod-min-idx)
                 MOVE dprod-scan-idx TO dprod-min-idx
               END-IF
             END-PERFORM
             IF dprod-min-idx NOT EQUAL dprod-sort-idx
               MOVE dprod-entry(dprod-sort-idx) TO dprod-tmp-entry
               MOVE dprod-entry(dprod-min-idx)
                 TO dprod-entry(dprod-sort-idx)
               MOVE dprod-tmp-entry TO dprod-entry(dprod-min-idx)
             END-IF
           END-PERFORM.

       *>*
       *> Prints the finished product's revenue, cost and margin
       *> subtotal.
             END-IF
           END-PERFORM.

       *>*
       *> Sets run-period to the run date's period: the fiscal
       *> period from the fiscalcal calendar when there is one,
       *> the calendar month otherwise (see FISCALPER).
       *>*
       SET-RUN-PERIOD.
           MOVE 'D' TO fp-function.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fp-date.
           CALL "FISCALPER" USING fiscal-period-rec.
           MOVE fp-period TO run-period.

       *>*
       *> Folds this run's Region/Country subtotals into the
       *> salesptd period accumulation master: the master is loaded,
       *> and amount of its last daily contribution, and a
       *> contribution already on file for today is backed out
       *> before the new one adds in, so a rerun of a successful
       *> run replaces the day instead of double-counting it. Each
       *> pair takes the breakdown's legal-entity code, so a pair
       *> remapped in entmap follows on the next run. A
       *> master holding more than 400 pairs keeps only the first
       *> 400, with a console message.
       *>*
       UPDATE-PERIOD-MASTER.
           PERFORM SET-RUN-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO run-ymd.
           MOVE ZERO TO ptd-count.
           OPEN INPUT salesptd.
                     MOVE ptd-period TO ptd-period-tbl(ptd-count)
                     MOVE ptd-mtd TO ptd-mtd-tbl(ptd-count)
                     MOVE ptd-ytd TO ptd-ytd-tbl(ptd-count)
                     MOVE ptd-qtd TO ptd-qtd-tbl(ptd-count)
                     MOVE ptd-entity TO ptd-entity-tbl(ptd-count)
                     MOVE ptd-upd-date TO ptd-date-tbl(ptd-count)
                     MOVE ptd-day-amt TO ptd-day-tbl(ptd-count)
                   ELSE
               MOVE run-ymd TO ptd-date-tbl(ptd-found-idx)
               MOVE brk-total(brk-idx)
                 TO ptd-day-tbl(ptd-found-idx)
               MOVE brk-entity(brk-idx)
                 TO ptd-entity-tbl(ptd-found-idx)
             ELSE
               IF ptd-count LESS THAN 400
                 ADD 1 TO ptd-count
                 MOVE run-period TO ptd-period-tbl(ptd-count)
                 MOVE brk-total(brk-idx) TO ptd-mtd-tbl(ptd-count)
                 MOVE ZERO TO ptd-ytd-tbl(ptd-count)
                 MOVE ZERO TO ptd-qtd-tbl(ptd-count)
                 MOVE run-ymd TO ptd-date-tbl(ptd-count)
                 MOVE brk-total(brk-idx) TO ptd-day-tbl(ptd-count)
                 MOVE brk-entity(brk-idx) TO ptd-entity-tbl(ptd-count)
               ELSE
                 DISPLAY "Period master table full, dropping "
                   brk-region(brk-idx)(1:20)
             MOVE ptd-period-tbl(ptd-idx) TO ptd-period
             MOVE ptd-mtd-tbl(ptd-idx) TO ptd-mtd
             MOVE ptd-ytd-tbl(ptd-idx) TO ptd-ytd
             MOVE ptd-qtd-tbl(ptd-idx) TO ptd-qtd
             MOVE ptd-entity-tbl(ptd-idx) TO ptd-entity
             MOVE ptd-date-tbl(ptd-idx) TO ptd-upd-date
             MOVE ptd-day-tbl(ptd-idx) TO ptd-day-amt
             WRITE ptd-rec
       *> (see READER's sort-custranking).
       *>*
       PRINT-CUSTRANKING.
           IF group-ranking
             PERFORM ROLL-UP-CUSTRANKING
           END-IF.
           IF group-ranking
             PERFORM PRINT-GROUPRANKING
           ELSE
             PERFORM PRINT-CUSTIDRANKING
           END-IF.

       *>*
       *> Prints sales-customer-ranking by cust-id.
       *>*
       PRINT-CUSTIDRANKING.
           MOVE cust-rank-hdr TO rpt-src
           PERFORM PRINT-LINE-RPT
           MOVE cust-rank-count TO cust-rank-print-count
             PERFORM PRINT-LINE-RPT
           END-PERFORM.

       *>*
       *> Rolls sales-customer-ranking up into grp-rank-table: a
       *> customer whose custmast record names a group adds to
       *> that group's line, any other customer (not on custmast,
       *> or in no group) keeps a line of its own. The table is
       *> then sorted descending by total, the order READER's
       *> ranking arrives in. Without custmast the switch is
       *> dropped and the ranking prints by cust-id.
       *>*
       ROLL-UP-CUSTRANKING.
           MOVE ZERO TO grp-rank-count.
           OPEN INPUT custmast.
           IF cust-status NOT EQUAL ZERO
             DISPLAY "No customer master, customer ranking not "
               "rolled up to groups"
             MOVE 'N' TO group-mode
           ELSE
             PERFORM VARYING cust-rank-idx FROM 1 BY 1
               UNTIL cust-rank-idx > cust-rank-count
               MOVE cust-rank-id(cust-rank-idx) TO grp-rank-key-id
               MOVE SPACE TO grp-rank-key-kind
               IF cust-rank-id(cust-rank-idx) NOT EQUAL SPACES
                 MOVE cust-rank-id(cust-rank-idx) TO cust-id
                 READ custmast
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF cust-group-id NOT EQUAL SPACES
                       MOVE cust-group-id TO grp-rank-key-id
                       MOVE 'G' TO grp-rank-key-kind
                     END-IF
                 END-READ
               END-IF
               PERFORM ADD-GROUPRANKING
             END-PERFORM
             CLOSE custmast
             PERFORM SORT-GROUPRANKING
           END-IF.

       *>*
       *> Adds the current customer's total to the grp-rank-table
       *> line for grp-rank-key-id/grp-rank-key-kind, opening the
       *> line on first sight.
       *>*
       ADD-GROUPRANKING.
           MOVE ZERO TO grp-rank-found-idx.
           PERFORM VARYING grp-rank-idx FROM 1 BY 1
             UNTIL grp-rank-idx > grp-rank-count
             IF grp-rank-id(grp-rank-idx) EQUAL grp-rank-key-id
               AND grp-rank-kind(grp-rank-idx)
                 EQUAL grp-rank-key-kind
               MOVE grp-rank-idx TO grp-rank-found-idx
             END-IF
           END-PERFORM.
           IF grp-rank-found-idx EQUAL ZERO
             ADD 1 TO grp-rank-count
             MOVE grp-rank-count TO grp-rank-found-idx
             MOVE grp-rank-key-id TO grp-rank-id(grp-rank-count)
             MOVE grp-rank-key-kind TO grp-rank-kind(grp-rank-count)
             MOVE ZERO TO grp-rank-members(grp-rank-count)
             MOVE ZERO TO grp-rank-total(grp-rank-count)
           END-IF.
           ADD 1 TO grp-rank-members(grp-rank-found-idx).
           ADD cust-rank-total(cust-rank-idx)
             TO grp-rank-total(grp-rank-found-idx).

       *>*
       *> Sorts grp-rank-table descending by grp-rank-total.
       *>*
       SORT-GROUPRANKING.
           PERFORM VARYING grp-rank-idx FROM 1 BY 1
             UNTIL grp-rank-idx >= grp-rank-count
             SET grp-rank-found-idx TO grp-rank-idx
             PERFORM VARYING grp-rank-scan-idx FROM grp-rank-idx BY 1
               UNTIL grp-rank-scan-idx > grp-rank-count
               IF grp-rank-total(grp-rank-scan-idx)
                   > grp-rank-total(grp-rank-found-idx)
                 SET grp-rank-found-idx TO grp-rank-scan-idx
               END-IF
             END-PERFORM
             IF grp-rank-found-idx NOT EQUAL grp-rank-idx
               MOVE grp-rank-entry(grp-rank-idx)
                 TO grp-rank-swap-entry
               MOVE grp-rank-entry(grp-rank-found-idx)
                 TO grp-rank-entry(grp-rank-idx)
               MOVE grp-rank-swap-entry
                 TO grp-rank-entry(grp-rank-found-idx)
             END-IF
           END-PERFORM.

       *>*
       *> Prints the top-n lines of grp-rank-table, a group's line
       *> showing how many of its customers bought.
       *>*
       PRINT-GROUPRANKING.
           MOVE grp-rank-hdr TO rpt-src
           PERFORM PRINT-LINE-RPT
           PERFORM VARYING grp-rank-idx FROM 1 BY 1
             UNTIL grp-rank-idx > grp-rank-count
               OR grp-rank-idx > top-n
             SET grp-rank-found-idx TO grp-rank-idx
             MOVE grp-rank-found-idx TO grp-rank-pos-out
             MOVE grp-rank-id(grp-rank-idx) TO grp-rank-id-out
             IF grp-rank-is-group(grp-rank-idx)
               MOVE grp-rank-members(grp-rank-idx)
                 TO grp-rank-members-out
               MOVE grp-rank-desc TO grp-rank-desc-out
             ELSE
               MOVE SPACES TO grp-rank-desc-out
             END-IF
             MOVE grp-rank-total(grp-rank-idx) TO grp-rank-total-out
             MOVE grp-rank-line TO rpt-src
             PERFORM PRINT-LINE-RPT
           END-PERFORM.

       *>*
       *> Reads the salesgrpctl switch: a 'Y' in its one-byte
       *> record ranks customer groups in the top-customer
       *> section. A missing or different record ranks cust-ids.
       *>*
       LOAD-GROUP-CONTROL.
           MOVE 'N' TO group-mode.
           OPEN INPUT salesgrpctl.
           IF grpctl-status EQUAL ZERO
             READ salesgrpctl
               NOT AT END
                 IF grpctl-rec EQUAL 'Y'
                   SET group-ranking TO TRUE
                 END-IF
             END-READ
             CLOSE salesgrpctl
           END-IF.

       *>*
       *> Prints the VAT summary: taxable base and VAT amount per
       *> country (whole-file scope, like the country ranking),
