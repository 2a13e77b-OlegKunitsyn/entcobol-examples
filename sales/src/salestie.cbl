       *>**
       *>  SALESTIE
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**

       *>*
       *> Entry point
       *>
       *> Nightly three-way tie-out of the open period's revenue as
       *> the suite holds it in three places: the salesordhist
       *> order history READER writes, the salesptd period master
       *> (SALES, adjusted by SALESADJ and SALESLATE) and the
       *> salesidx order index (SALESIDXBLD, amended by
       *> SALESIDXMNT). The open period is the salesperctl stamp's
       *> when SALESCLOSE maintains one, the run date's period
       *> otherwise (fiscal when the fiscalcal calendar is in
       *> place), and its first and last dates bound the orders
       *> taken from the history and the index.
       *>
       *> Each source is totalled by Region/Country in the USD
       *> base: the history's ohist-revenue (the history carries
       *> the Country only, and a Country sits in one Region, so a
       *> history order takes the Region its Country has on the
       *> index or the master), the master's MTD for the open
       *> period, and the index's TotalRevenue converted at the
       *> rate in force on its OrderDate (fxrates, or READER's
       *> built-in seed rates when the file is absent, and the
       *> rule READER's find-fx-rate applies). Returns are on the
       *> history and in the master's MTD but never on the index,
       *> so the index is compared on sales only: the history's
       *> sales (its net less its returns) and the master's MTD
       *> less the history's returns. A pair where any two of the
       *> three disagree is listed on salestierpt with all three
       *> figures and which of them differ.
       *>
       *> At order level the history's sales are matched to the
       *> index by OrderID through a SORT on the two: an OrderID
       *> on one and not the other, or carrying different revenue,
       *> is listed, as is an index order with no rate to convert
       *> it at. The master holds no orders, so it ties out at
       *> pair level only.
       *>
       *> Any difference raises an 'E' on the salesexc operations
       *> feed and leaves a non-zero RETURN-CODE, so with the run
       *> placed ahead of SALESCLOSE in the salesrunctl plan,
       *> SALESRUN holds the close until the books agree.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESTIE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT salesordhist ASSIGN TO salesordhist
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ohist-key
           FILE STATUS IS ohist-status.
           SELECT salesidx ASSIGN TO salesidx
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OrderID
           ALTERNATE RECORD KEY IS SalesRep WITH DUPLICATES
           ALTERNATE RECORD KEY IS Country WITH DUPLICATES
           ALTERNATE RECORD KEY IS OrderDate WITH DUPLICATES
           FILE STATUS IS idx-status.
           SELECT salesptd ASSIGN TO salesptd
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ptd-status.
           SELECT salesperctl ASSIGN TO salesperctl
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS perctl-status.
           SELECT fxrates ASSIGN TO fxrates
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS fxrates-status.
           SELECT sortwork ASSIGN TO sortwork.
           SELECT salestierpt ASSIGN TO salestierpt
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
       FD salesidx
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS idx-rec.
       01 idx-rec.
           05 Region PIC X(48).
           05 Country PIC X(48).
           05 UnitsSold PIC 9(9).
           05 UnitPrice PIC 9(9)V99.
           05 TotalRevenue PIC 9(9)V99.
           05 CurrencyCode PIC X(3).
           05 OrderDate PIC 9(8).
           05 OrderID PIC X(12).
           05 SalesRep PIC X(20).
           05 Channel PIC X(10).
       FD salesptd RECORDING MODE F
           RECORD CONTAINS 158 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ptd-rec.
       COPY SALESPTD.
       FD salesperctl RECORDING MODE F
           RECORD CONTAINS 12 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS perctl-rec.
       01 perctl-rec.
           05 perctl-closed-thru PIC 9(6).
           05 perctl-open-period PIC 9(6).
       FD fxrates RECORDING MODE F
           RECORD CONTAINS 18 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS fxrates-rec.
       01 fxrates-rec.
           05 fxr-code PIC X(3).
           05 fxr-eff-date PIC 9(8).
           05 fxr-rate PIC 9(3)V9999.
       SD sortwork
           DATA RECORD IS sort-rec.
       01 sort-rec.
           05 sort-order-id PIC X(12).
           05 sort-source PIC X.
               88 sort-from-history VALUE 'H'.
               88 sort-from-index VALUE 'I'.
           05 sort-region PIC X(48).
           05 sort-country PIC X(48).
           05 sort-amount PIC S9(11)V99.
           05 sort-rate-ok PIC X.
               88 sort-has-rate VALUE 'Y'.
       FD salestierpt RECORDING MODE F
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
       01 idx-status PIC 9(2).
       01 ptd-status PIC 9(2).
       01 perctl-status PIC 9(2).
       01 fxrates-status PIC 9(2).
       01 rpt-status PIC 9(2).
       01 exc-status PIC 9(2).
       01 hist-eof PIC X VALUE 'N'.
           88 hist-eof-reached VALUE 'Y'.
       01 idx-eof PIC X VALUE 'N'.
           88 idx-eof-reached VALUE 'Y'.
       01 ptd-eof PIC X VALUE 'N'.
           88 ptd-eof-reached VALUE 'Y'.
       01 fxrates-eof PIC X VALUE 'N'.
           88 fxrates-eof-reached VALUE 'Y'.
       01 sort-eof PIC X VALUE 'N'.
           88 sort-eof-reached VALUE 'Y'.
       01 open-period PIC 9(6) VALUE ZERO.
       01 period-start PIC 9(8) VALUE ZERO.
       01 period-end PIC 9(8) VALUE ZERO.
       COPY FISCALPER.
       COPY FXRATE.
       01 fx-found-idx PIC 9(3) VALUE ZERO.
       01 fx-found-rate PIC 9(3)V9999 VALUE 1.0000.
       01 fx-found-date PIC 9(8) VALUE ZERO.
       01 fx-rate-found PIC X VALUE 'N'.
           88 rate-in-force VALUE 'Y'.
       01 base-revenue PIC 9(9)V99 VALUE ZERO.
       01 tie-count PIC 9(3) VALUE ZERO.
       01 tie-table.
           05 tie-entry OCCURS 400 TIMES INDEXED BY tie-idx.
               10 tie-region-tbl PIC X(48).
               10 tie-country-tbl PIC X(48).
               10 tie-hist-tbl PIC S9(11)V99.
               10 tie-ret-tbl PIC S9(11)V99.
               10 tie-ptd-tbl PIC S9(11)V99.
               10 tie-idx-tbl PIC S9(11)V99.
       01 tie-found-idx PIC 9(3) VALUE ZERO.
       01 tie-swap-idx PIC 9(3) VALUE ZERO.
       01 tie-swap-entry PIC X(148).
       01 pair-region-work PIC X(48) VALUE SPACES.
       01 pair-country-work PIC X(48) VALUE SPACES.
       01 hist-sales-work PIC S9(11)V99 VALUE ZERO.
       01 ptd-sales-work PIC S9(11)V99 VALUE ZERO.
       01 pair-diff-work PIC X(27) VALUE SPACES.
       01 pair-diff-ptr PIC 9(2) VALUE 1.
       01 ord-id-work PIC X(12) VALUE SPACES.
       01 ord-region-work PIC X(48) VALUE SPACES.
       01 ord-country-work PIC X(48) VALUE SPACES.
       01 ord-hist-work PIC S9(11)V99 VALUE ZERO.
       01 ord-idx-work PIC S9(11)V99 VALUE ZERO.
       01 ord-in-hist PIC X VALUE 'N'.
           88 ord-on-history VALUE 'Y'.
       01 ord-in-idx PIC X VALUE 'N'.
           88 ord-on-index VALUE 'Y'.
       01 ord-rate-ok PIC X VALUE 'Y'.
           88 ord-has-rate VALUE 'Y'.
       01 ord-reason-work PIC X(16) VALUE SPACES.
       01 hist-order-count PIC 9(9) VALUE ZERO.
       01 idx-order-count PIC 9(9) VALUE ZERO.
       01 pair-diff-count PIC 9(4) VALUE ZERO.
       01 order-diff-count PIC 9(7) VALUE ZERO.
       01 total-hist PIC S9(11)V99 VALUE ZERO.
       01 total-ptd PIC S9(11)V99 VALUE ZERO.
       01 total-idx PIC S9(11)V99 VALUE ZERO.
       01 total-ret PIC S9(11)V99 VALUE ZERO.
       01 exc-sev-work PIC X VALUE 'I'.
       01 exc-msg-work PIC X(43) VALUE SPACES.
       01 rpt-rule PIC X(132) VALUE ALL '-'.
       01 rpt-hdr.
           05 FILLER PIC X(36) VALUE
               'Three-way revenue tie-out for period'.
           05 FILLER PIC X VALUE SPACE.
           05 rph-period PIC 9(6).
           05 FILLER PIC X(4) VALUE ' of '.
           05 rph-start PIC 9(8).
           05 FILLER PIC X(3) VALUE ' - '.
           05 rph-end PIC 9(8).
       01 rpt-order-hdr PIC X(40) VALUE
           'Orders not agreeing, history to index:'.
       01 rpt-order-col-hdr.
           05 FILLER PIC X(13) VALUE 'OrderID'.
           05 FILLER PIC X(25) VALUE 'Region'.
           05 FILLER PIC X(25) VALUE 'Country'.
           05 FILLER PIC X(15) VALUE '       History'.
           05 FILLER PIC X(15) VALUE '         Index'.
           05 FILLER PIC X(16) VALUE 'Reason'.
       01 rpt-order-line.
           05 rol-order-id PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 rol-region PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 rol-country PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 rol-hist PIC Z(9)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rol-idx PIC Z(9)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rol-reason PIC X(16).
       01 rpt-pair-hdr PIC X(40) VALUE
           'Region/Country pairs not agreeing:'.
       01 rpt-pair-col-hdr.
           05 FILLER PIC X(21) VALUE 'Region'.
           05 FILLER PIC X(21) VALUE 'Country'.
           05 FILLER PIC X(15) VALUE '       History'.
           05 FILLER PIC X(15) VALUE '        Master'.
           05 FILLER PIC X(15) VALUE '         Index'.
           05 FILLER PIC X(15) VALUE '       Returns'.
           05 FILLER PIC X(27) VALUE 'Differ'.
       01 rpt-pair-line.
           05 rpl-region PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-country PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-hist PIC Z(9)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-ptd PIC Z(9)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-idx PIC Z(9)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-ret PIC Z(9)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-differ PIC X(27).
       01 rpt-total-line.
           05 FILLER PIC X(42) VALUE '  All pairs'.
           05 rtl-hist PIC Z(9)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rtl-ptd PIC Z(9)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rtl-idx PIC Z(9)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rtl-ret PIC Z(9)9.99-.
       01 rpt-count-line.
           05 FILLER PIC X(16) VALUE 'History orders: '.
           05 rcl-hist-orders PIC Z(8)9.
           05 FILLER PIC X(16) VALUE '  index orders: '.
           05 rcl-idx-orders PIC Z(8)9.
           05 FILLER PIC X(18) VALUE '  pairs differing:'.
           05 FILLER PIC X VALUE SPACE.
           05 rcl-pair-diffs PIC Z(3)9.
           05 FILLER PIC X(19) VALUE '  orders differing:'.
           05 FILLER PIC X VALUE SPACE.
           05 rcl-order-diffs PIC Z(6)9.
       01 rpt-agree-line PIC X(40) VALUE
           'All three sources agree.'.
       PROCEDURE DIVISION.
           PERFORM SET-OPEN-PERIOD.
           PERFORM LOAD-FX-TABLE.
           PERFORM LOAD-MASTER.
           OPEN INPUT salesidx.
           IF idx-status NOT EQUAL ZERO
             DISPLAY "Error reading order index"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT salesordhist.
           IF ohist-status NOT EQUAL ZERO
             DISPLAY "Error reading order history master"
             MOVE 1 TO RETURN-CODE
             CLOSE salesidx
             GOBACK
           END-IF.
           OPEN OUTPUT salestierpt.
           IF rpt-status NOT EQUAL ZERO
             DISPLAY "Error writing tie-out report"
             MOVE 1 TO RETURN-CODE
             CLOSE salesidx, salesordhist
             GOBACK
           END-IF.
           MOVE open-period TO rph-period.
           MOVE period-start TO rph-start.
           MOVE period-end TO rph-end.
           MOVE rpt-hdr TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-order-hdr TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-order-col-hdr TO rpt-line.
           WRITE rpt-line.

           SORT sortwork
             ON ASCENDING KEY sort-order-id sort-source
             INPUT PROCEDURE RELEASE-ORDERS
             OUTPUT PROCEDURE MATCH-ORDERS.
           CLOSE salesidx, salesordhist.

           PERFORM SORT-PAIRS.
           PERFORM WRITE-PAIR-SECTION.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE hist-order-count TO rcl-hist-orders.
           MOVE idx-order-count TO rcl-idx-orders.
           MOVE pair-diff-count TO rcl-pair-diffs.
           MOVE order-diff-count TO rcl-order-diffs.
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           IF pair-diff-count EQUAL ZERO
             AND order-diff-count EQUAL ZERO
             MOVE rpt-agree-line TO rpt-line
             WRITE rpt-line
           END-IF.
           CLOSE salestierpt.
           IF pair-diff-count > ZERO
             OR order-diff-count > ZERO
             MOVE 'E' TO exc-sev-work
             MOVE SPACES TO exc-msg-work
             STRING 'Tie-out pairs differ: ' DELIMITED BY SIZE
               pair-diff-count DELIMITED BY SIZE
               ' orders: ' DELIMITED BY SIZE
               order-diff-count DELIMITED BY SIZE
               INTO exc-msg-work
             PERFORM WRITE-EXCEPTION
             MOVE 1 TO RETURN-CODE
           END-IF.
           DISPLAY "Tie-out period " open-period
             " pairs differing: " pair-diff-count
             " orders differing: " order-diff-count.
           GOBACK.

       *>*
       *> Picks the period being tied out: the open period from
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
               NOT AT END
                 MOVE perctl-open-period TO open-period
             END-READ
             CLOSE salesperctl
           END-IF.
           MOVE 'P' TO fp-function.
           MOVE open-period TO fp-period.
           CALL "FISCALPER" USING fiscal-period-rec.
           MOVE fp-start TO period-start.
           MOVE fp-end TO period-end.

       *>*
       *> Takes the open period's MTD of every salesptd pair into
       *> tie-table. A pair still carrying another period (not yet
       *> touched since the roll) contributes nothing. No master
       *> on hand ties out as a master of zeroes.
       *>*
       LOAD-MASTER.
           OPEN INPUT salesptd.
           IF ptd-status EQUAL ZERO
             PERFORM UNTIL ptd-eof-reached
               READ salesptd
                 AT END
                   SET ptd-eof-reached TO TRUE
                 NOT AT END
                   IF ptd-period EQUAL open-period
                     MOVE ptd-region TO pair-region-work
                     MOVE ptd-country TO pair-country-work
                     PERFORM FIND-PAIR
                     IF tie-found-idx > ZERO
                       ADD ptd-mtd TO tie-ptd-tbl(tie-found-idx)
                       ADD ptd-mtd TO total-ptd
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE salesptd
           ELSE
             DISPLAY "No period master, master side is zero"
           END-IF.

       *>*
       *> Input side of the order SORT: every index order dated in
       *> the open period, converted to the base and added to its
       *> pair, then every history record dated in the period,
       *> added to its Country's pair - a return only to the
       *> pair's history and returns, a sale released as well for
       *> matching. The index goes first so the history's
       *> Countries find their Regions already on the table.
       *>*
       RELEASE-ORDERS.
           PERFORM UNTIL idx-eof-reached
             READ salesidx
               AT END
                 SET idx-eof-reached TO TRUE
               NOT AT END
                 IF OrderDate NOT LESS THAN period-start
                   AND OrderDate NOT GREATER THAN period-end
                   PERFORM RELEASE-INDEX-ORDER
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM UNTIL hist-eof-reached
             READ salesordhist
               AT END
                 SET hist-eof-reached TO TRUE
               NOT AT END
                 IF ohist-order-date NOT LESS THAN period-start
                   AND ohist-order-date NOT GREATER THAN period-end
                   PERFORM RELEASE-HISTORY-ORDER
                 END-IF
             END-READ
           END-PERFORM.

       *>*
       *> Converts the current index order to the base at the rate
       *> in force on its OrderDate and adds it to its pair; an
       *> order with no rate in force is released unconverted and
       *> flagged, so the match lists it.
       *>*
       RELEASE-INDEX-ORDER.
           ADD 1 TO idx-order-count.
           PERFORM FIND-FX-RATE.
           MOVE SPACES TO sort-rec.
           MOVE OrderID TO sort-order-id.
           SET sort-from-index TO TRUE.
           MOVE Region TO sort-region.
           MOVE Country TO sort-country.
           IF rate-in-force
             COMPUTE base-revenue = TotalRevenue * fx-found-rate
             MOVE base-revenue TO sort-amount
             MOVE 'Y' TO sort-rate-ok
             MOVE Region TO pair-region-work
             MOVE Country TO pair-country-work
             PERFORM FIND-PAIR
             IF tie-found-idx > ZERO
               ADD base-revenue TO tie-idx-tbl(tie-found-idx)
               ADD base-revenue TO total-idx
             END-IF
           ELSE
             MOVE TotalRevenue TO sort-amount
             MOVE 'N' TO sort-rate-ok
           END-IF.
           RELEASE sort-rec.

       *>*
       *> Adds the current history record to its Country's pair
       *> and, for a sale, releases it for the order match.
       *>*
       RELEASE-HISTORY-ORDER.
           PERFORM FIND-COUNTRY-PAIR.
           IF tie-found-idx > ZERO
             ADD ohist-revenue TO tie-hist-tbl(tie-found-idx)
             IF ohist-revenue < ZERO
               ADD ohist-revenue TO tie-ret-tbl(tie-found-idx)
             END-IF
           END-IF.
           ADD ohist-revenue TO total-hist.
           IF ohist-revenue < ZERO
             ADD ohist-revenue TO total-ret
           ELSE
             ADD 1 TO hist-order-count
             MOVE SPACES TO sort-rec
             MOVE ohist-order-id TO sort-order-id
             SET sort-from-history TO TRUE
             IF tie-found-idx > ZERO
               MOVE tie-region-tbl(tie-found-idx) TO sort-region
             END-IF
             MOVE ohist-country TO sort-country
             MOVE ohist-revenue TO sort-amount
             MOVE 'Y' TO sort-rate-ok
             RELEASE sort-rec
           END-IF.

       *>*
       *> Output side of the order SORT: the records come back by
       *> OrderID, history before index, and each OrderID's are
       *> gathered and checked once the next OrderID turns up.
       *>*
       MATCH-ORDERS.
           MOVE SPACES TO ord-id-work.
           PERFORM UNTIL sort-eof-reached
             RETURN sortwork
               AT END
                 SET sort-eof-reached TO TRUE
               NOT AT END
                 IF sort-order-id NOT EQUAL ord-id-work
                   IF ord-id-work NOT EQUAL SPACES
                     PERFORM CHECK-ORDER
                   END-IF
                   MOVE sort-order-id TO ord-id-work
                   MOVE sort-region TO ord-region-work
                   MOVE sort-country TO ord-country-work
                   MOVE ZERO TO ord-hist-work
                   MOVE ZERO TO ord-idx-work
                   MOVE 'N' TO ord-in-hist
                   MOVE 'N' TO ord-in-idx
                   MOVE 'Y' TO ord-rate-ok
                 END-IF
                 IF sort-from-history
                   SET ord-on-history TO TRUE
                   ADD sort-amount TO ord-hist-work
                 ELSE
                   SET ord-on-index TO TRUE
                   ADD sort-amount TO ord-idx-work
                   MOVE sort-region TO ord-region-work
                   IF NOT sort-has-rate
                     MOVE 'N' TO ord-rate-ok
                   END-IF
                 END-IF
             END-RETURN
           END-PERFORM.
           IF ord-id-work NOT EQUAL SPACES
             PERFORM CHECK-ORDER
           END-IF.

       *>*
       *> Lists the gathered OrderID when it is missing from the
       *> index or from the history, has no rate to convert its
       *> index revenue at, or carries different revenue on each.
       *>*
       CHECK-ORDER.
           MOVE SPACES TO ord-reason-work.
           EVALUATE TRUE
             WHEN NOT ord-on-index
               MOVE 'NOT IN INDEX' TO ord-reason-work
             WHEN NOT ord-on-history
               MOVE 'NOT IN HISTORY' TO ord-reason-work
             WHEN NOT ord-has-rate
               MOVE 'NO FX RATE' TO ord-reason-work
             WHEN ord-hist-work NOT EQUAL ord-idx-work
               MOVE 'REVENUE DIFFERS' TO ord-reason-work
           END-EVALUATE.
           IF ord-reason-work NOT EQUAL SPACES
             ADD 1 TO order-diff-count
             MOVE ord-id-work TO rol-order-id
             MOVE ord-region-work TO rol-region
             MOVE ord-country-work TO rol-country
             MOVE ord-hist-work TO rol-hist
             MOVE ord-idx-work TO rol-idx
             MOVE ord-reason-work TO rol-reason
             MOVE rpt-order-line TO rpt-line
             WRITE rpt-line
           END-IF.

       *>*
       *> Finds the pair-region-work/pair-country-work pair in
       *> tie-table, adding it with zero totals when it is not
       *> there yet: tie-found-idx is its index, zero when the
       *> table is full.
       *>*
       FIND-PAIR.
           MOVE ZERO TO tie-found-idx.
           PERFORM VARYING tie-idx FROM 1 BY 1
             UNTIL tie-idx > tie-count OR tie-found-idx > ZERO
             IF tie-region-tbl(tie-idx) EQUAL pair-region-work
               AND tie-country-tbl(tie-idx) EQUAL pair-country-work
               SET tie-found-idx TO tie-idx
             END-IF
           END-PERFORM.
           IF tie-found-idx EQUAL ZERO
             PERFORM ADD-PAIR
           END-IF.

       *>*
       *> Finds the pair of the current history record's Country
       *> (whatever its Region), adding a pair with a blank Region
       *> when the Country is on neither the index nor the master.
       *>*
       FIND-COUNTRY-PAIR.
           MOVE ZERO TO tie-found-idx.
           PERFORM VARYING tie-idx FROM 1 BY 1
             UNTIL tie-idx > tie-count OR tie-found-idx > ZERO
             IF tie-country-tbl(tie-idx) EQUAL ohist-country
               SET tie-found-idx TO tie-idx
             END-IF
           END-PERFORM.
           IF tie-found-idx EQUAL ZERO
             MOVE SPACES TO pair-region-work
             MOVE ohist-country TO pair-country-work
             PERFORM ADD-PAIR
           END-IF.

       *>*
       *> Appends pair-region-work/pair-country-work to tie-table
       *> with zero totals. A table of more than 400 pairs keeps
       *> the first 400, with a console message.
       *>*
       ADD-PAIR.
           IF tie-count LESS THAN 400
             ADD 1 TO tie-count
             MOVE pair-region-work TO tie-region-tbl(tie-count)
             MOVE pair-country-work TO tie-country-tbl(tie-count)
             MOVE ZERO TO tie-hist-tbl(tie-count)
             MOVE ZERO TO tie-ret-tbl(tie-count)
             MOVE ZERO TO tie-ptd-tbl(tie-count)
             MOVE ZERO TO tie-idx-tbl(tie-count)
             MOVE tie-count TO tie-found-idx
           ELSE
             DISPLAY "Tie-out pair table full, dropping "
               pair-region-work(1:20) " " pair-country-work(1:20)
           END-IF.

       *>*
       *> Orders tie-table by Region then Country so the report
       *> lists pairs in the same order every night (selection
       *> sort, as in FXRATEUPD).
       *>*
       SORT-PAIRS.
           PERFORM VARYING tie-idx FROM 1 BY 1
             UNTIL tie-idx >= tie-count
             MOVE tie-idx TO tie-found-idx
             PERFORM VARYING tie-swap-idx FROM tie-idx BY 1
               UNTIL tie-swap-idx > tie-count
               IF tie-region-tbl(tie-swap-idx)
                   < tie-region-tbl(tie-found-idx)
                 OR (tie-region-tbl(tie-swap-idx)
                       EQUAL tie-region-tbl(tie-found-idx)
                     AND tie-country-tbl(tie-swap-idx)
                       < tie-country-tbl(tie-found-idx))
                 MOVE tie-swap-idx TO tie-found-idx
               END-IF
             END-PERFORM
             IF tie-found-idx NOT EQUAL tie-idx
               MOVE tie-entry(tie-idx) TO tie-swap-entry
               MOVE tie-entry(tie-found-idx) TO tie-entry(tie-idx)
               MOVE tie-swap-entry TO tie-entry(tie-found-idx)
             END-IF
           END-PERFORM.

       *>*
       *> Lists every pair where two of the three sources disagree:
       *> the history's net against the master's MTD, and, on
       *> sales only, the history and the master each against the
       *> index. The section closes with the all-pairs totals.
       *>*
       WRITE-PAIR-SECTION.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-pair-hdr TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-pair-col-hdr TO rpt-line.
           WRITE rpt-line.
           PERFORM VARYING tie-idx FROM 1 BY 1
             UNTIL tie-idx > tie-count
             COMPUTE hist-sales-work = tie-hist-tbl(tie-idx)
               - tie-ret-tbl(tie-idx)
             COMPUTE ptd-sales-work = tie-ptd-tbl(tie-idx)
               - tie-ret-tbl(tie-idx)
             MOVE SPACES TO pair-diff-work
             MOVE 1 TO pair-diff-ptr
             IF tie-hist-tbl(tie-idx) NOT EQUAL tie-ptd-tbl(tie-idx)
               STRING 'HIST-MAST ' DELIMITED BY SIZE
                 INTO pair-diff-work WITH POINTER pair-diff-ptr
             END-IF
             IF hist-sales-work NOT EQUAL tie-idx-tbl(tie-idx)
               STRING 'HIST-IDX ' DELIMITED BY SIZE
                 INTO pair-diff-work WITH POINTER pair-diff-ptr
             END-IF
             IF ptd-sales-work NOT EQUAL tie-idx-tbl(tie-idx)
               STRING 'MAST-IDX' DELIMITED BY SIZE
                 INTO pair-diff-work WITH POINTER pair-diff-ptr
             END-IF
             IF pair-diff-work NOT EQUAL SPACES
               ADD 1 TO pair-diff-count
               MOVE tie-region-tbl(tie-idx) TO rpl-region
               MOVE tie-country-tbl(tie-idx) TO rpl-country
               MOVE tie-hist-tbl(tie-idx) TO rpl-hist
               MOVE tie-ptd-tbl(tie-idx) TO rpl-ptd
               MOVE tie-idx-tbl(tie-idx) TO rpl-idx
               MOVE tie-ret-tbl(tie-idx) TO rpl-ret
               MOVE pair-diff-work TO rpl-differ
               MOVE rpt-pair-line TO rpt-line
               WRITE rpt-line
             END-IF
           END-PERFORM.
           MOVE total-hist TO rtl-hist.
           MOVE total-ptd TO rtl-ptd.
           MOVE total-idx TO rtl-idx.
           MOVE total-ret TO rtl-ret.
           MOVE rpt-total-line TO rpt-line.
           WRITE rpt-line.

       *>*
       *> Loads the fxrates file into fx-table. With no file the
       *> table is seeded with the built-in rates READER falls back
       *> to, so both programs convert the index the same way.
       *>*
       LOAD-FX-TABLE.
           MOVE ZERO TO fx-count.
           OPEN INPUT fxrates.
           IF fxrates-status EQUAL ZERO
             PERFORM UNTIL fxrates-eof-reached
               READ fxrates
                 AT END
                   SET fxrates-eof-reached TO TRUE
                 NOT AT END
                   IF fx-count LESS THAN 200
                     ADD 1 TO fx-count
                     MOVE fxr-code TO fx-code(fx-count)
                     MOVE fxr-eff-date TO fx-eff-date(fx-count)
                     MOVE fxr-rate TO fx-rate(fx-count)
                   ELSE
                     DISPLAY "FX rate table full, ignoring "
                       fxr-code " " fxr-eff-date
                   END-IF
               END-READ
             END-PERFORM
             CLOSE fxrates
           ELSE
             DISPLAY "No fxrates file, using built-in seed rates"
             PERFORM SEED-FX-TABLE
           END-IF.

       *>*
       *> Seeds fx-table with READER's historical built-in rates,
       *> effective from day one so every OrderDate finds them.
       *>*
       SEED-FX-TABLE.
           MOVE 6 TO fx-count.
           MOVE 'USD' TO fx-code(1).
           MOVE 1.0000 TO fx-rate(1).
           MOVE 'EUR' TO fx-code(2).
           MOVE 1.0800 TO fx-rate(2).
           MOVE 'GBP' TO fx-code(3).
           MOVE 1.2700 TO fx-rate(3).
           MOVE 'JPY' TO fx-code(4).
           MOVE 0.0067 TO fx-rate(4).
           MOVE 'AUD' TO fx-code(5).
           MOVE 0.6600 TO fx-rate(5).
           MOVE 'CAD' TO fx-code(6).
           MOVE 0.7300 TO fx-rate(6).
           PERFORM VARYING fx-idx FROM 1 BY 1 UNTIL fx-idx > 6
             MOVE 00000101 TO fx-eff-date(fx-idx)
           END-PERFORM.

       *>*
       *> Looks up the rate in force for the index order's
       *> currency on its OrderDate: the entry with the latest
       *> fx-eff-date not after the order date wins, the same rule
       *> READER's find-fx-rate applies.
       *>*
       FIND-FX-RATE.
           MOVE ZERO TO fx-found-idx.
           MOVE ZERO TO fx-found-date.
           MOVE 'N' TO fx-rate-found.
           PERFORM VARYING fx-idx FROM 1 BY 1
             UNTIL fx-idx > fx-count
             IF fx-code(fx-idx) EQUAL CurrencyCode
               AND fx-eff-date(fx-idx) NOT GREATER THAN OrderDate
               AND (fx-found-idx EQUAL ZERO
                    OR fx-eff-date(fx-idx)
                       NOT LESS THAN fx-found-date)
               MOVE fx-idx TO fx-found-idx
               MOVE fx-eff-date(fx-idx) TO fx-found-date
             END-IF
           END-PERFORM.
           IF fx-found-idx > ZERO
             MOVE fx-rate(fx-found-idx) TO fx-found-rate
             SET rate-in-force TO TRUE
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
           IF exc-status NOT EQUAL ZERO
             OPEN OUTPUT salesexc
           END-IF.
           IF exc-status EQUAL ZERO
             MOVE SPACES TO exc-rec
             MOVE exc-sev-work TO exc-severity
             MOVE 'SALESTIE' TO exc-program
             MOVE FUNCTION CURRENT-DATE(1:21) TO exc-timestamp
             MOVE exc-msg-work TO exc-message
             WRITE exc-rec
             CLOSE salesexc
           END-IF.
       END PROGRAM SALESTIE.
