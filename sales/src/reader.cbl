       *>
       *> When SALESCLOSE has stamped the salesperctl
       *> period-control file, a valid row whose OrderDate falls
       *> in a period already closed (OrderDate's period not after
       *> the stamped closed-through period) is written raw to the
       *> latearrivals file and kept out of every aggregate, the
       *> same way fxexcept rows are excluded - the closed month
       *> stays frozen and SALESLATE posts the stragglers into
       *> the open period with an audit trail. A missing
       *> salesperctl leaves the lock off. The OrderDate's period
       *> comes from FISCALPER, so the lock follows the fiscal
       *> calendar when fiscalcal is in place.
       *>
       *> Before a return is netted, it is validated against the
       *> salesordhist order history (see validate-return): the
       *> history (first ever run) fails the order-exists check,
       *> which is the safe direction.
       *>
       *> A sale is also checked against the order history for a
       *> cross-day duplicate (see check-duplicate-order): the
       *> history is keyed by OrderID plus OrderDate, so an order
       *> upstream re-sends days later under a new OrderDate would
       *> otherwise land as a second order and count twice. A sale
       *> whose OrderID already has a sale record on another date
       *> goes to the dupexcept exception file - the raw row with
       *> the earlier date and base revenue on history and this
       *> row's date and base revenue - and out of the aggregation
       *> and the order history, the same way retexcept rows are
       *> excluded. When a repeat order genuinely reuses an ID,
       *> order entry confirms it on the duprelease file (OrderID
       *> and the new OrderDate); a released order is not held, so
       *> it posts on the next run that carries it. dupexcept is
       *> rewritten every night, so SALESDUPREL carries the held
       *> rows forward on dupheld and re-presents the released
       *> ones to READER on its duprecyc extract - upstream need
       *> not send the row again. Without duprelease nothing is
       *> released.
       *>
       *> When the salesflashctl control file carries 'Y' (read
       *> the way salesctl is), the run is an intraday flash: the
       *> extract is read and every aggregate is built for the
       *> as rows). Matching returns are also counted into
       *> sum-returns-count/sum-returns-value so the netting is
       *> visible on the report instead of silent.
       *>
       *> Each sales-breakdown pair carries the company code of the
       *> legal entity it books into, and the in-scope rows whose
       *> SalesRep sells for a different entity than the one their
       *> Region/Country books into are summed per selling/booking
       *> entity pair (tag 8 of the same sort) into the breakdown's
       *> intercompany table, both from ENTITYMAP's reading of the
       *> entmap file, so SALES can post a journal per entity with
       *> the intercompany pairs between them.
       *>
       *> Each sale row carrying a ProductCode is priced against
       *> the pricelist file PRICEUPD maintains (see PRICELIST
       *> copybook, load-price-table): the list price for its
       *> ProductCode and CurrencyCode in force on the OrderDate,
       *> by the same latest-not-after rule as the FX rates. A
       *> UnitPrice below the product's floor - the list price
       *> less its maximum discount percentage - writes the row's
       *> order, rep, customer, prices and discount given to the
       *> priceexcept pricing exception file (with one 'W' for
       *> the night on salesexc), but the row still aggregates:
       *> the sale happened. The list value and discount of every
       *> priced row accumulate per SalesRep and ProductCode
       *> (whole-file scope, tag 9 of the same sort) into
       *> sales-discount-summary for SALES' discount summary.
       *> Returns and products or currencies without a list price
       *> in force are not priced; without pricelist nothing is.
       *>
       *> Every record read from sales is counted by where it
       *> ended up - the header, aggregated (in the where/date-
       *> range scope), filtered out, rejects, latearrivals,
       *> fxexcept, retexcept, dupexcept or the trailer - along
       *> with the custexcept rows and the order history records
       *> written new or over an existing key, the counts riding
       *> in salesckpt so a restart keeps them whole-file. At the
       *> end of every nightly run, finished or stopped, one
       *> balancing record (see READERBAL copybook) is appended to
       *> readerbal for SALESACCT to prove the rows add back up; a
       *> flash run writes none. Each order history record carries
       *> the run date in ohist-load-date.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. READER.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS late-status.
           SELECT pricelist ASSIGN TO pricelist
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS pricelist-status.
           SELECT priceexcept ASSIGN TO priceexcept
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS priceexc-status.
           SELECT readerbal ASSIGN TO readerbal
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS readerbal-status.
           SELECT dupexcept ASSIGN TO dupexcept
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS dupexc-status.
           SELECT duprelease ASSIGN TO duprelease
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS duprel-status.
           SELECT sortagg ASSIGN TO sortagg.
       DATA DIVISION.
       FILE SECTION.
           05 FILLER PIC X VALUE SPACE.
           05 reject-row PIC X(204).
       FD salesckpt RECORDING MODE F
           RECORD CONTAINS 266 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ckpt-rec.
       01 ckpt-rec.
               10 ckpt-sum-reject-count PIC 9(9).
               10 ckpt-sum-discrep-count PIC 9(9).
               10 ckpt-sum-vat-total PIC S9(11)V99.
           05 ckpt-disposition PIC X(117).
       FD discrepancies RECORDING MODE F
           RECORD CONTAINS 212 CHARACTERS
           LABEL RECORDS ARE OMITTED
           05 vtr-country PIC X(48).
           05 vtr-eff-date PIC 9(8).
           05 vtr-rate PIC 9(2)V99.
       FD pricelist RECORDING MODE F
           RECORD CONTAINS 38 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS pricelist-rec.
       01 pricelist-rec.
           05 plr-product PIC X(12).
           05 plr-currency PIC X(3).
           05 plr-eff-date PIC 9(8).
           05 plr-list-price PIC 9(9)V99.
           05 plr-max-disc-pct PIC 9(2)V99.
       FD priceexcept RECORDING MODE F
           RECORD CONTAINS 112 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS priceexc-rec.
       01 priceexc-rec.
           05 pexc-line-no PIC 9(7).
           05 pexc-order-id PIC X(12).
           05 pexc-order-date PIC 9(8).
           05 pexc-rep PIC X(20).
           05 pexc-customer PIC X(10).
           05 pexc-product PIC X(12).
           05 pexc-currency PIC X(3).
           05 pexc-units PIC 9(9).
           05 pexc-unit-price PIC 9(9)V99.
           05 pexc-list-price PIC 9(9)V99.
           05 pexc-disc-pct PIC 9(3)V99.
           05 pexc-max-disc-pct PIC 9(2)V99.
       FD readerbal RECORDING MODE F
           RECORD CONTAINS 141 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS bal-rec.
       COPY READERBAL.
       FD dupexcept RECORDING MODE F
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS dupexc-rec.
       01 dupexc-rec.
           05 dupexc-line-no PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 dupexc-row PIC X(204).
           05 dupexc-prior-date PIC 9(8).
           05 dupexc-prior-revenue PIC 9(9)V99.
           05 dupexc-order-date PIC 9(8).
           05 dupexc-revenue PIC 9(9)V99.
       FD duprelease RECORDING MODE F
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS duprel-rec.
       01 duprel-rec.
           05 drl-order-id PIC X(12).
           05 drl-order-date PIC 9(8).
           05 drl-released-by PIC X(10).
           05 drl-release-date PIC 9(8).
           05 FILLER PIC X(2).
       SD sortagg
           RECORD CONTAINS 119 CHARACTERS
           DATA RECORD IS sort-agg-rec.
       01 row-period PIC 9(6) VALUE ZERO.
       01 row-late PIC X VALUE 'N'.
           88 row-in-closed-period VALUE 'Y'.
       01 pricelist-status PIC 9(2).
       01 priceexc-status PIC 9(2).
       01 pricelist-eof PIC X VALUE 'N'.
           88 pricelist-eof-reached VALUE 'Y'.
       01 prc-found-idx PIC 9(4) VALUE ZERO.
       01 prc-found-date PIC 9(8) VALUE ZERO.
       01 price-check PIC X VALUE 'N'.
           88 row-priced VALUE 'Y'.
       01 price-floor PIC X VALUE 'N'.
           88 price-below-floor VALUE 'Y'.
       01 list-price-work PIC 9(9)V99 VALUE ZERO.
       01 floor-price-work PIC 9(9)V99 VALUE ZERO.
       01 disc-pct-work PIC S9(5)V99 VALUE ZERO.
       01 disc-list-work PIC S9(9)V99 VALUE ZERO.
       01 disc-given-work PIC S9(9)V99 VALUE ZERO.
       01 disc-below-work PIC S9(9)V99 VALUE ZERO.
       01 price-exc-count PIC 9(7) VALUE ZERO.
       01 readerbal-status PIC 9(2).
       01 run-date PIC 9(8) VALUE ZERO.
       01 run-time PIC 9(6) VALUE ZERO.
       01 row-disposition.
           05 disp-header PIC 9(9).
           05 disp-aggregated PIC 9(9).
           05 disp-filtered PIC 9(9).
           05 disp-rejected PIC 9(9).
           05 disp-late PIC 9(9).
           05 disp-fx-except PIC 9(9).
           05 disp-ret-except PIC 9(9).
           05 disp-trailer PIC 9(9).
           05 disp-trailer-stated PIC 9(9).
           05 disp-cust-except PIC 9(9).
           05 disp-ohist-new PIC 9(9).
           05 disp-ohist-rewritten PIC 9(9).
           05 disp-dup-except PIC 9(9).
       01 dupexc-status PIC 9(2).
       01 duprel-status PIC 9(2).
       01 duprel-eof PIC X VALUE 'N'.
           88 duprel-eof-reached VALUE 'Y'.
       01 dup-scan PIC X VALUE 'N'.
           88 dup-scan-done VALUE 'Y'.
       01 dup-check PIC X VALUE 'N'.
           88 order-is-duplicate VALUE 'Y'.
           88 order-not-duplicate VALUE 'N'.
       01 dup-prior-date PIC 9(8) VALUE ZERO.
       01 dup-prior-revenue PIC S9(9)V99 VALUE ZERO.
       01 dup-base-value PIC 9(9)V99 VALUE ZERO.
       01 dup-released-count PIC 9(7) VALUE ZERO.
       01 dup-release-table.
           05 drt-count PIC 9(4) VALUE ZERO.
           05 drt-entry OCCURS 2000 TIMES INDEXED BY drt-idx.
               10 drt-order-id PIC X(12).
               10 drt-order-date PIC 9(8).
       COPY PRICELIST.
       COPY FISCALPER.
       COPY ENTITY.
       01 exc-sev-work PIC X VALUE 'I'.
       01 exc-msg-work PIC X(43) VALUE SPACES.
       01 base-revenue PIC 9(9)V99.
       COPY SALESVAT.
       COPY SALESMARG.
       COPY SALESCURR.
       COPY SALESDISC.
       COPY DATERANGE.
       PROCEDURE DIVISION USING where, sales-summary, sales-breakdown,
           sales-rep-breakdown, sales-ranking,
           sales-customer-ranking, sales-vat-summary,
           sales-margin-summary, sales-currency-exposure,
           sales-discount-summary, date-range
           RETURNING total.
           *> working storage keeps its last-used state across
           *> CALLs in the run unit, so every per-call flag and
           PERFORM LOAD-FLASH-CONTROL.
           PERFORM LOAD-FX-TABLE.
           PERFORM LOAD-VAT-TABLE.
           PERFORM LOAD-PRICE-TABLE.
           PERFORM LOAD-DUP-RELEASES.
           PERFORM LOAD-PERIOD-CONTROL.
           OPEN INPUT sales.
           IF file-status NOT EQUAL ZERO
           INITIALIZE eof, header, total, price-accum, sales-summary,
             sales-breakdown, sales-rep-breakdown, sales-ranking,
             sales-customer-ranking, sales-vat-summary,
             sales-margin-summary, sales-currency-exposure,
             sales-discount-summary, line-no,
             restart-count, file-row-count, file-revenue-accum,
             sort-eof, run-fatal, custmast-open, price-exc-count,
             dup-released-count, row-disposition.
           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO run-time.
           PERFORM READ-CHECKPOINT.

           IF NOT flash-run
                 fxexcept, latearrivals
               GOBACK
             END-IF
             IF restart-count > ZERO
               OPEN EXTEND priceexcept
             ELSE
               OPEN OUTPUT priceexcept
             END-IF
             IF priceexc-status NOT EQUAL ZERO
               DISPLAY "Error writing pricing exception file"
               MOVE 1 TO RETURN-CODE
               CLOSE sales, rejects, discrepancies, custexcept,
                 fxexcept, latearrivals, retexcept
               GOBACK
             END-IF
             IF restart-count > ZERO
               OPEN EXTEND dupexcept
             ELSE
               OPEN OUTPUT dupexcept
             END-IF
             IF dupexc-status NOT EQUAL ZERO
               DISPLAY "Error writing duplicate order exception file"
               MOVE 1 TO RETURN-CODE
               CLOSE sales, rejects, discrepancies, custexcept,
                 fxexcept, latearrivals, retexcept, priceexcept
               GOBACK
             END-IF
           END-IF.

           SORT sortagg
           IF custmast-is-open
             CLOSE custmast
           END-IF.
           IF NOT flash-run
             PERFORM WRITE-BALANCE
           END-IF.
           IF fatal-error
             IF flash-run
               CLOSE sales, salesordhist
             ELSE
               CLOSE sales, rejects, discrepancies, custexcept,
                 fxexcept, latearrivals, retexcept, salesordhist,
                 priceexcept, dupexcept
             END-IF
             GOBACK
           END-IF.

           IF price-exc-count > ZERO
             DISPLAY "Rows priced below discount floor: "
               price-exc-count
             MOVE 'W' TO exc-sev-work
             MOVE SPACES TO exc-msg-work
             STRING 'Rows priced below floor: ' DELIMITED BY SIZE
               price-exc-count DELIMITED BY SIZE
               INTO exc-msg-work
             PERFORM WRITE-EXCEPTION
           END-IF.

           IF disp-dup-except > ZERO
             DISPLAY "Cross-day duplicate orders held: "
               disp-dup-except
             MOVE 'W' TO exc-sev-work
             MOVE SPACES TO exc-msg-work
             STRING 'Duplicate orders held: ' DELIMITED BY SIZE
               disp-dup-except DELIMITED BY SIZE
               INTO exc-msg-work
             PERFORM WRITE-EXCEPTION
           END-IF.
           IF dup-released-count > ZERO
             DISPLAY "Released repeat orders posted: "
               dup-released-count
           END-IF.

           IF sum-row-count > ZERO
             COMPUTE sum-avg-price ROUNDED = price-accum / sum-row-count
           END-IF.
             CLOSE sales, salesordhist
           ELSE
             CLOSE sales, rejects, discrepancies, custexcept,
               fxexcept, latearrivals, retexcept, salesordhist,
               priceexcept, dupexcept
           END-IF.
           GOBACK.

                 ADD 1 TO line-no
                 IF not-header
                   IF csv-row(1:7) EQUAL 'TRAILER'
                     ADD 1 TO disp-trailer
                     PERFORM CHECK-TRAILER
                     SET eof-reached TO TRUE
                   ELSE
                         WRITE reject-rec
                       END-IF
                       ADD 1 TO sum-reject-count
                       ADD 1 TO disp-rejected
                     ELSE
                       IF row-in-closed-period
                         IF NOT flash-run
                           MOVE csv-row TO late-row
                           WRITE late-rec
                         END-IF
                         ADD 1 TO disp-late
                       ELSE
                       IF revenue-mismatch
                         IF NOT flash-run
                           MOVE csv-row TO fxexc-row
                           WRITE fxexc-rec
                         END-IF
                         ADD 1 TO disp-fx-except
                       ELSE
                         PERFORM VALIDATE-RETURN
                         IF return-is-bad
                             MOVE csv-row TO retexc-row
                             WRITE retexc-rec
                           END-IF
                           ADD 1 TO disp-ret-except
                         ELSE
                           PERFORM CHECK-DUPLICATE-ORDER
                           IF order-is-duplicate
                             IF NOT flash-run
                               PERFORM WRITE-DUP-EXCEPTION
                             END-IF
                             ADD 1 TO disp-dup-except
                           ELSE
                             PERFORM PROCESS-VALID-ROW
                           END-IF
                         END-IF
                       END-IF
                       END-IF
                     END-IF
                   END-IF
                 ELSE
                   ADD 1 TO disp-header
                   IF csv-row NOT EQUAL expected-header
                     AND csv-row NOT EQUAL prior-header
                     AND csv-row NOT EQUAL legacy-header
               IF rate-in-force
                 PERFORM VALIDATE-RETURN
                 IF return-is-good
                   PERFORM CHECK-DUPLICATE-ORDER
                 END-IF
                 IF return-is-good AND order-not-duplicate
                   PERFORM COMPUTE-NET
                   PERFORM CHECK-PRICE
                   PERFORM CHECK-SCOPE
                   PERFORM RELEASE-SORT-RECORDS
                 END-IF
             ADD TotalRevenue TO file-revenue-accum
           END-IF.
           PERFORM CHECK-CUSTOMER.
           PERFORM CHECK-PRICE.
           IF price-below-floor
             ADD 1 TO price-exc-count
             IF NOT flash-run
               PERFORM WRITE-PRICE-EXCEPTION
             END-IF
           END-IF.
           MOVE OrderID TO ohist-order-id.
           MOVE OrderDate TO ohist-order-date.
           MOVE Country TO ohist-country.
           MOVE net-orig TO ohist-orig-amount.
           MOVE SalesRep TO ohist-rep.
           MOVE ProductCode TO ohist-product.
           MOVE run-date TO ohist-load-date.
           IF NOT flash-run
             WRITE ohist-rec
               INVALID KEY
                 REWRITE ohist-rec
                 ADD 1 TO disp-ohist-rewritten
               NOT INVALID KEY
                 ADD 1 TO disp-ohist-new
             END-WRITE
           END-IF.
           PERFORM CHECK-SCOPE.
           PERFORM RELEASE-SORT-RECORDS.
           IF row-in-scope
      D      DISPLAY csv-row
             ADD 1 TO disp-aggregated
             ADD net-revenue TO total
             ADD net-revenue TO sum-total
             ADD net-units TO sum-units
               ADD 1 TO sum-returns-count
               ADD base-revenue TO sum-returns-value
             END-IF
           ELSE
             ADD 1 TO disp-filtered
           END-IF.

       *>*
       *>*
       *> Releases the row's tagged records to the aggregation
       *> sort: tag 3 country ranking, tag 4 customer ranking,
       *> tag 5 VAT, tag 6 product/country margin, tag 7
       *> currency exposure and, for a priced row, tag 9
       *> rep/product discount (a second tag 9 record, marked 'B'
       *> in the last byte of its key, counts a row below the
       *> floor) for every row
       *> (the whole-file scope those tables keep), tag 1
       *> Region/Country and tag 2 SalesRep/Channel only for rows
       *> in the filter scope, matching what the breakdowns have
       *> always covered - and for those rows tag 8, the selling
       *> and booking company codes, when the rep sells for
       *> another entity than the pair books into.
       *>*
       RELEASE-SORT-RECORDS.
           MOVE ZERO TO sa-amount2.
           MOVE net-orig TO sa-amount.
           MOVE net-revenue TO sa-amount2.
           RELEASE sort-agg-rec.
           IF row-priced
             MOVE 9 TO sa-tag
             MOVE SalesRep TO sa-key1
             MOVE ProductCode TO sa-key2
             MOVE disc-list-work TO sa-amount
             MOVE disc-given-work TO sa-amount2
             RELEASE sort-agg-rec
             IF price-below-floor
               MOVE 'B' TO sa-key2(48:1)
               MOVE 1 TO sa-amount
               MOVE disc-below-work TO sa-amount2
               RELEASE sort-agg-rec
             END-IF
           END-IF.
           IF row-in-scope
             MOVE 1 TO sa-tag
             MOVE Region TO sa-key1
             MOVE Channel TO sa-key2
             MOVE net-revenue TO sa-amount
             RELEASE sort-agg-rec
             MOVE Region TO ent-region
             MOVE Country TO ent-country
             MOVE SalesRep TO ent-rep
             CALL "ENTITYMAP" USING entity-lookup-rec
             IF ent-is-intercompany
               MOVE 8 TO sa-tag
               MOVE SPACES TO sa-key1
               MOVE ent-selling TO sa-key1(1:4)
               MOVE ent-booking TO sa-key1(5:4)
               MOVE SPACES TO sa-key2
               MOVE net-revenue TO sa-amount
               RELEASE sort-agg-rec
             END-IF
           END-IF.

       *>*
                   MOVE grp-key1 TO brk-region(brk-count)
                   MOVE grp-key2 TO brk-country(brk-count)
                   MOVE grp-total TO brk-total(brk-count)
                   MOVE grp-key1 TO ent-region
                   MOVE grp-key2 TO ent-country
                   MOVE SPACES TO ent-rep
                   CALL "ENTITYMAP" USING entity-lookup-rec
                   MOVE ent-booking TO brk-entity(brk-count)
                 END-IF
               WHEN 2
                 IF repbrk-count NOT LESS THAN 2000
                   MOVE grp-total TO marg-revenue(marg-count)
                   MOVE grp-total2 TO marg-units(marg-count)
                 END-IF
               WHEN 8
                 IF brk-ic-count NOT LESS THAN 50
                   PERFORM AGG-TABLE-FULL
                 ELSE
                   ADD 1 TO brk-ic-count
                   MOVE grp-key1(1:4) TO brk-ic-seller(brk-ic-count)
                   MOVE grp-key1(5:4) TO brk-ic-booker(brk-ic-count)
                   MOVE grp-total TO brk-ic-total(brk-ic-count)
                 END-IF
               WHEN 9
                 IF grp-key2(48:1) EQUAL 'B'
                   IF disc-count > ZERO
                     MOVE grp-total TO disc-below-count(disc-count)
                     MOVE grp-total2 TO disc-below-value(disc-count)
                   END-IF
                 ELSE
                   IF disc-count NOT LESS THAN 2000
                     PERFORM AGG-TABLE-FULL
                   ELSE
                     ADD 1 TO disc-count
                     MOVE grp-key1 TO disc-rep(disc-count)
                     MOVE grp-key2 TO disc-product(disc-count)
                     MOVE grp-total TO disc-list-value(disc-count)
                     MOVE grp-total2 TO disc-given(disc-count)
                     MOVE ZERO TO disc-below-count(disc-count)
                     MOVE ZERO TO disc-below-value(disc-count)
                   END-IF
                 END-IF
               WHEN OTHER
                 IF curr-count NOT LESS THAN 200
                   PERFORM AGG-TABLE-FULL
                     MOVE ckpt-total TO total
                     MOVE ckpt-price-accum TO price-accum
                     MOVE ckpt-summary TO sales-summary
                     MOVE ckpt-disposition TO row-disposition
                   END-IF
               END-READ
               CLOSE salesckpt
               MOVE total TO ckpt-total
               MOVE price-accum TO ckpt-price-accum
               MOVE sales-summary TO ckpt-summary
               MOVE row-disposition TO ckpt-disposition
               WRITE ckpt-rec
               CLOSE salesckpt
             END-IF
             END-IF
           END-IF.

       *>*
       *> Checks a sale against the salesordhist order history for
       *> a cross-day duplicate: an existing sale record (positive
       *> revenue) under the same OrderID but a different
       *> OrderDate means upstream has re-sent an order we already
       *> posted. Leaves order-is-duplicate set, with the earlier
       *> record's date and base revenue in dup-prior-date and
       *> dup-prior-revenue, unless order entry has confirmed this
       *> OrderID and OrderDate as a genuine repeat order on
       *> duprelease. A record on the same date is the same order
       *> re-run, which the history rewrite already absorbs, and
       *> returns are never held here.
       *>*
       CHECK-DUPLICATE-ORDER.
           SET order-not-duplicate TO TRUE.
           IF NOT row-is-return
             MOVE 'N' TO dup-scan
             MOVE OrderID TO ohist-order-id
             MOVE ZERO TO ohist-order-date
             START salesordhist KEY NOT LESS THAN ohist-key
               INVALID KEY
                 SET dup-scan-done TO TRUE
             END-START
             PERFORM UNTIL dup-scan-done
               READ salesordhist NEXT
                 AT END
                   SET dup-scan-done TO TRUE
                 NOT AT END
                   IF ohist-order-id NOT EQUAL OrderID
                     SET dup-scan-done TO TRUE
                   ELSE
                     IF ohist-revenue > ZERO
                       AND ohist-order-date NOT EQUAL OrderDate
                       SET order-is-duplicate TO TRUE
                       MOVE ohist-order-date TO dup-prior-date
                       MOVE ohist-revenue TO dup-prior-revenue
                       SET dup-scan-done TO TRUE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             IF order-is-duplicate
               PERFORM VARYING drt-idx FROM 1 BY 1
                 UNTIL drt-idx > drt-count OR order-not-duplicate
                 IF drt-order-id(drt-idx) EQUAL OrderID
                   AND drt-order-date(drt-idx) EQUAL OrderDate
                   SET order-not-duplicate TO TRUE
                   ADD 1 TO dup-released-count
                 END-IF
               END-PERFORM
             END-IF
           END-IF.

       *>*
       *> Writes a held cross-day duplicate to dupexcept: the raw
       *> row with its line number, the earlier order's date and
       *> base revenue from the history and this row's OrderDate
       *> and base-converted revenue.
       *>*
       WRITE-DUP-EXCEPTION.
           COMPUTE dup-base-value = TotalRevenue * fx-found-rate.
           MOVE line-no TO dupexc-line-no.
           MOVE csv-row TO dupexc-row.
           MOVE dup-prior-date TO dupexc-prior-date.
           MOVE dup-prior-revenue TO dupexc-prior-revenue.
           MOVE OrderDate TO dupexc-order-date.
           MOVE dup-base-value TO dupexc-revenue.
           WRITE dupexc-rec.

       *>*
       *> Validates the row's CustomerID against the customer
       *> master, writing the raw row to custexcept with its line
             MOVE CustomerID TO cust-id
             READ custmast
               INVALID KEY
                 ADD 1 TO disp-cust-except
                 IF NOT flash-run
                   MOVE line-no TO custexc-line-no
                   MOVE csv-row TO custexc-row
              trailer-count-in
              trailer-total-in.
           MOVE trailer-count-in TO expected-trailer-count.
           MOVE expected-trailer-count TO disp-trailer-stated.
           COMPUTE expected-trailer-total =
             FUNCTION NUMVAL(trailer-total-in).

             SET fatal-error TO TRUE
           END-IF.

       *>*
       *> Appends the run's balancing record to readerbal (see
       *> READERBAL copybook): the disposition counts, the records
       *> read, and whether the run finished or stopped on a fatal
       *> condition. A readerbal that cannot be written is an
       *> 'E' on salesexc, since the run cannot then be balanced.
       *>*
       WRITE-BALANCE.
           OPEN EXTEND readerbal.
           IF readerbal-status NOT EQUAL ZERO
             OPEN OUTPUT readerbal
           END-IF.
           IF readerbal-status NOT EQUAL ZERO
             DISPLAY "Error writing run balancing file"
             MOVE 'E' TO exc-sev-work
             MOVE 'Run balancing record not written'
               TO exc-msg-work
             PERFORM WRITE-EXCEPTION
           ELSE
             MOVE SPACES TO bal-rec
             MOVE run-date TO bal-run-date
             MOVE run-time TO bal-run-time
             IF fatal-error
               SET bal-run-stopped TO TRUE
             ELSE
               SET bal-run-complete TO TRUE
             END-IF
             MOVE line-no TO bal-rows-read
             MOVE disp-header TO bal-header
             MOVE disp-aggregated TO bal-aggregated
             MOVE disp-filtered TO bal-filtered
             MOVE disp-rejected TO bal-rejected
             MOVE disp-late TO bal-late
             MOVE disp-fx-except TO bal-fx-except
             MOVE disp-ret-except TO bal-ret-except
             MOVE disp-trailer TO bal-trailer
             MOVE disp-trailer-stated TO bal-trailer-stated
             MOVE disp-cust-except TO bal-cust-except
             MOVE disp-ohist-new TO bal-ohist-new
             MOVE disp-ohist-rewritten TO bal-ohist-rewritten
             MOVE disp-dup-except TO bal-dup-except
             WRITE bal-rec
             CLOSE readerbal
           END-IF.

       *>*
       *> Reads the salesflashctl switch: a 'Y' in its one-byte
       *> record makes this run an intraday flash with no durable

       *>*
       *> Leaves row-in-closed-period set when the lock is on and
       *> the parsed row's OrderDate period (fiscal or calendar,
       *> see FISCALPER) is not after the closed-through period.
       *>*
       CHECK-CLOSED-PERIOD.
           MOVE 'N' TO row-late.
           IF closed-thru-period > ZERO AND row-is-valid
             MOVE 'D' TO fp-function
             MOVE OrderDate TO fp-date
             CALL "FISCALPER" USING fiscal-period-rec
             MOVE fp-period TO row-period
             IF row-period NOT GREATER THAN closed-thru-period
               SET row-in-closed-period TO TRUE
             END-IF
             MOVE vrt-rate(vat-found-idx) TO vat-found-rate
           END-IF.

       *>*
       *> Loads the pricelist file (ProductCode, CurrencyCode,
       *> effective date, list price, maximum discount
       *> percentage) into price-table. A missing file leaves the
       *> table empty and no row is priced - the behaviour from
       *> before the price list existed.
       *>*
       LOAD-PRICE-TABLE.
           MOVE ZERO TO prc-count.
           MOVE 'N' TO pricelist-eof.
           OPEN INPUT pricelist.
           IF pricelist-status EQUAL ZERO
             PERFORM UNTIL pricelist-eof-reached
               READ pricelist
                 AT END
                   SET pricelist-eof-reached TO TRUE
                 NOT AT END
                   IF prc-count LESS THAN 2000
                     ADD 1 TO prc-count
                     MOVE plr-product TO prc-product(prc-count)
                     MOVE plr-currency TO prc-currency(prc-count)
                     MOVE plr-eff-date TO prc-eff-date(prc-count)
                     MOVE plr-list-price
                       TO prc-list-price(prc-count)
                     MOVE plr-max-disc-pct
                       TO prc-max-disc-pct(prc-count)
                   ELSE
                     DISPLAY "Price list table full, ignoring "
                       plr-product " " plr-currency
                   END-IF
               END-READ
             END-PERFORM
             CLOSE pricelist
           ELSE
             DISPLAY "No pricelist file, discount check off"
           END-IF.

       *>*
       *> Loads the duprelease file order entry writes: each
       *> record confirms one OrderID and OrderDate as a genuine
       *> repeat order reusing an ID, so check-duplicate-order lets
       *> it post. A missing file releases nothing.
       *>*
       LOAD-DUP-RELEASES.
           MOVE ZERO TO drt-count.
           MOVE 'N' TO duprel-eof.
           OPEN INPUT duprelease.
           IF duprel-status EQUAL ZERO
             PERFORM UNTIL duprel-eof-reached
               READ duprelease
                 AT END
                   SET duprel-eof-reached TO TRUE
                 NOT AT END
                   IF drt-count LESS THAN 2000
                     ADD 1 TO drt-count
                     MOVE drl-order-id TO drt-order-id(drt-count)
                     MOVE drl-order-date
                       TO drt-order-date(drt-count)
                   ELSE
                     DISPLAY "Duplicate release table full, "
                       "ignoring " drl-order-id " " drl-order-date
                   END-IF
               END-READ
             END-PERFORM
             CLOSE duprelease
           END-IF.

       *>*
       *> Looks up the list price in force for the row's
       *> ProductCode and CurrencyCode on its OrderDate, the same
       *> latest-not-after rule find-fx-rate applies. Leaves
       *> prc-found-idx zero when no entry applies.
       *>*
       FIND-LIST-PRICE.
           MOVE ZERO TO prc-found-idx.
           MOVE ZERO TO prc-found-date.
           PERFORM VARYING prc-idx FROM 1 BY 1
             UNTIL prc-idx > prc-count
             IF prc-product(prc-idx) EQUAL ProductCode
               AND prc-currency(prc-idx) EQUAL CurrencyCode
               AND prc-eff-date(prc-idx) NOT GREATER THAN OrderDate
               AND (prc-found-idx EQUAL ZERO
                    OR prc-eff-date(prc-idx)
                       NOT LESS THAN prc-found-date)
               MOVE prc-idx TO prc-found-idx
               MOVE prc-eff-date(prc-idx) TO prc-found-date
             END-IF
           END-PERFORM.

       *>*
       *> Prices a sale row against the list: sets row-priced when
       *> a list price is in force, leaving the discount given as
       *> a percentage of list, the list value and discount of the
       *> units sold in the USD base (at the rate find-fx-rate
       *> left), and - when UnitPrice is below the list price less
       *> the product's maximum discount - price-below-floor with
       *> the base revenue given away below that floor. Returns
       *> and rows without a ProductCode are not priced.
       *>*
       CHECK-PRICE.
           MOVE 'N' TO price-check.
           MOVE 'N' TO price-floor.
           MOVE ZERO TO disc-list-work.
           MOVE ZERO TO disc-given-work.
           MOVE ZERO TO disc-below-work.
           IF NOT row-is-return AND ProductCode NOT EQUAL SPACES
             PERFORM FIND-LIST-PRICE
             IF prc-found-idx > ZERO
               SET row-priced TO TRUE
               MOVE prc-list-price(prc-found-idx) TO list-price-work
               COMPUTE floor-price-work ROUNDED = list-price-work
                 * (100 - prc-max-disc-pct(prc-found-idx)) / 100
               COMPUTE disc-pct-work ROUNDED =
                 (list-price-work - UnitPrice) * 100
                 / list-price-work
               COMPUTE disc-list-work ROUNDED =
                 list-price-work * UnitsSold * fx-found-rate
               COMPUTE disc-given-work ROUNDED =
                 (list-price-work - UnitPrice) * UnitsSold
                 * fx-found-rate
               IF UnitPrice < floor-price-work
                 SET price-below-floor TO TRUE
                 COMPUTE disc-below-work ROUNDED =
                   (floor-price-work - UnitPrice) * UnitsSold
                   * fx-found-rate
               END-IF
             END-IF
           END-IF.

       *>*
       *> Writes the row priced below its discount floor to the
       *> priceexcept file: the order, the rep, the customer, the
       *> prices and the discount given against the one allowed.
       *>*
       WRITE-PRICE-EXCEPTION.
           MOVE line-no TO pexc-line-no.
           MOVE OrderID TO pexc-order-id.
           MOVE OrderDate TO pexc-order-date.
           MOVE SalesRep TO pexc-rep.
           MOVE CustomerID TO pexc-customer.
           MOVE ProductCode TO pexc-product.
           MOVE CurrencyCode TO pexc-currency.
           MOVE UnitsSold TO pexc-units.
           MOVE UnitPrice TO pexc-unit-price.
           MOVE list-price-work TO pexc-list-price.
           MOVE disc-pct-work TO pexc-disc-pct.
           MOVE prc-max-disc-pct(prc-found-idx) TO pexc-max-disc-pct.
           WRITE priceexc-rec.

       *>*
       *> Appends one severity-coded event (exc-sev-work,
       *> exc-msg-work) to the common salesexc operations exception
