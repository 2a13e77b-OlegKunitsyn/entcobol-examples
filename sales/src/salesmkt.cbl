       *>**
       *>  SALESMKT
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**

       *>*
       *> Entry point
       *>
       *> Adapter for the online marketplace partner's daily order
       *> file. The partner sends fixed-width records (mktorders,
       *> layout below) in its own terms - the seller SKU instead
       *> of our ProductCode, amounts in minor units of the
       *> currency, ISO dates with dashes, and a flag saying
       *> whether the amounts are net or gross of VAT - and this
       *> run turns them into a daily sales extract (mktextract)
       *> in the CSV layout READER expects, complete with the
       *> expected-header row and a TRAILER record carrying the
       *> row count and revenue total for READER's trailer check.
       *> The extract can go through READER on its own or be
       *> listed in salesmergectl next to the regular daily file
       *> for SALESMERGE.
       *>
       *> Per partner record:
       *>   - the SKU maps to ProductCode through the mktskuxref
       *>     cross-reference (seller SKU, ProductCode);
       *>   - minor units convert at the currency's decimal places
       *>     (none for JPY and the like, three for the Gulf
       *>     dinars and TND, two otherwise), and the converted
       *>     figures round to the extract's two decimals;
       *>   - YYYY-MM-DD becomes the YYYYMMDD OrderDate;
       *>   - net amounts gross up at the country's VAT rate in
       *>     force on the OrderDate from vatrates, the same
       *>     latest-not-after rule READER uses to back the VAT
       *>     out again (a country with no rate grosses up at
       *>     zero, as READER then backs out zero);
       *>   - Channel, SalesRep and CustomerID come from the
       *>     mktctl control record, and Region from the
       *>     marketplace rep's territory pair for the Country on
       *>     repterr (see REPTERR copybook), or mktctl's default
       *>     Region when the rep has no pair for it;
       *>   - a partner refund ('R') becomes a return row, an
       *>     order ('O') a sale.
       *> A record with an unmapped SKU, or one that cannot be
       *> converted (bad date, quantity, amount, currency, type,
       *> basis, no OrderID, a Country that would break the CSV,
       *> no Region) goes to the mktrej adapter reject file with
       *> its partner line number and a reason instead of the
       *> extract, and the run raises a 'W' on the salesexc
       *> operations feed. mktrpt counts what was read, written,
       *> grossed up and rejected by reason. A missing mktctl
       *> stops the run, as the rows cannot be attributed.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESMKT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT mktorders ASSIGN TO mktorders
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS mko-status.
           SELECT mktskuxref ASSIGN TO mktskuxref
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS xref-status.
           SELECT mktctl ASSIGN TO mktctl
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ctl-status.
           SELECT repterr ASSIGN TO repterr
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS terr-status.
           SELECT vatrates ASSIGN TO vatrates
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS vatrates-status.
           SELECT mktextract ASSIGN TO mktextract
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS extract-status.
           SELECT mktrej ASSIGN TO mktrej
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS rej-status.
           SELECT mktrpt ASSIGN TO mktrpt
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS rpt-status.
           SELECT salesexc ASSIGN TO salesexc
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS exc-status.
       DATA DIVISION.
       FILE SECTION.
       FD mktorders RECORDING MODE F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS mko-rec.
       01 mko-rec.
           05 mko-order-id PIC X(12).
           05 mko-txn-type PIC X.
               88 mko-is-order VALUE 'O'.
               88 mko-is-refund VALUE 'R'.
           05 mko-order-date PIC X(10).
           05 mko-iso-date REDEFINES mko-order-date.
               10 mko-yyyy PIC X(4).
               10 mko-dash1 PIC X.
               10 mko-mm PIC X(2).
               10 mko-dash2 PIC X.
               10 mko-dd PIC X(2).
           05 mko-sku PIC X(20).
           05 mko-quantity PIC X(7).
           05 mko-unit-minor PIC X(11).
           05 mko-amount-minor PIC X(13).
           05 mko-currency PIC X(3).
           05 mko-basis PIC X.
               88 mko-is-net VALUE 'N'.
               88 mko-is-gross VALUE 'G'.
           05 mko-country PIC X(48).
           05 FILLER PIC X(34).
       FD mktskuxref RECORDING MODE F
           RECORD CONTAINS 32 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS xref-rec.
       01 xref-rec.
           05 xref-sku PIC X(20).
           05 xref-product PIC X(12).
       FD mktctl RECORDING MODE F
           RECORD CONTAINS 88 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS mctl-rec.
       01 mctl-rec.
           05 mctl-channel PIC X(10).
           05 mctl-rep PIC X(20).
           05 mctl-customer PIC X(10).
           05 mctl-region PIC X(48).
       FD repterr RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS rep-terr-rec.
       COPY REPTERR.
       FD vatrates RECORDING MODE F
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS vatrates-rec.
       01 vatrates-rec.
           05 vtr-country PIC X(48).
           05 vtr-eff-date PIC 9(8).
           05 vtr-rate PIC 9(2)V99.
       FD mktextract RECORDING MODE F
           RECORD CONTAINS 204 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS extract-row.
       01 extract-row PIC X(204).
       FD mktrej RECORDING MODE F
           RECORD CONTAINS 180 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS mrej-rec.
       01 mrej-rec.
           05 mrej-line-no PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 mrej-row PIC X(160).
           05 mrej-reason PIC X(12).
       FD mktrpt RECORDING MODE F
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
       01 mko-status PIC 9(2).
       01 xref-status PIC 9(2).
       01 ctl-status PIC 9(2).
       01 terr-status PIC 9(2).
       01 vatrates-status PIC 9(2).
       01 extract-status PIC 9(2).
       01 rej-status PIC 9(2).
       01 rpt-status PIC 9(2).
       01 exc-status PIC 9(2).
       01 mko-eof PIC X VALUE 'N'.
           88 mko-eof-reached VALUE 'Y'.
       01 xref-eof PIC X VALUE 'N'.
           88 xref-eof-reached VALUE 'Y'.
       01 terr-eof PIC X VALUE 'N'.
           88 terr-eof-reached VALUE 'Y'.
       01 vatrates-eof PIC X VALUE 'N'.
           88 vatrates-eof-reached VALUE 'Y'.
       01 xref-count PIC 9(4) VALUE ZERO.
       01 xref-table.
           05 xref-entry OCCURS 5000 TIMES INDEXED BY xref-idx.
               10 xref-sku-tbl PIC X(20).
               10 xref-product-tbl PIC X(12).
       01 terr-count PIC 9(4) VALUE ZERO.
       01 terr-table.
           05 terr-entry OCCURS 2000 TIMES INDEXED BY terr-idx.
               10 terr-region-tbl PIC X(48).
               10 terr-country-tbl PIC X(48).
       01 vat-rate-count PIC 9(3) VALUE ZERO.
       01 vat-rate-table.
           05 vat-rate-entry OCCURS 200 TIMES
               INDEXED BY vat-rate-idx.
               10 vrt-country PIC X(48).
               10 vrt-eff-date PIC 9(8).
               10 vrt-rate PIC 9(2)V99.
       01 vat-found-idx PIC 9(3) VALUE ZERO.
       01 vat-found-date PIC 9(8) VALUE ZERO.
       01 vat-found-rate PIC 9(2)V99 VALUE ZERO.
       *> ISO 4217 currencies whose minor unit is not the cent
       01 zero-dec-currencies PIC X(48) VALUE
           'BIFCLPDJFGNFISKJPYKMFKRWPYGRWFUGXVNDVUVXAFXOFXPF'.
       01 three-dec-currencies PIC X(21) VALUE
           'BHDIQDJODKWDLYDOMRTND'.
       01 cur-pos PIC 9(2) VALUE ZERO.
       01 minor-divisor PIC 9(4) VALUE 100.
       01 line-no PIC 9(7) VALUE ZERO.
       01 row-reason PIC X(12) VALUE SPACES.
       01 region-work PIC X(48) VALUE SPACES.
       01 product-work PIC X(12) VALUE SPACES.
       01 date-text PIC X(8) VALUE SPACES.
       01 order-ymd PIC 9(8) VALUE ZERO.
       01 order-ymd-parts REDEFINES order-ymd.
           05 order-yyyy PIC 9(4).
           05 order-mm PIC 9(2).
           05 order-dd PIC 9(2).
       01 units-work PIC 9(7) VALUE ZERO.
       01 unit-minor-work PIC 9(11) VALUE ZERO.
       01 amount-minor-work PIC 9(13) VALUE ZERO.
       01 unit-price-work PIC 9(9)V99 VALUE ZERO.
       01 revenue-work PIC 9(9)V99 VALUE ZERO.
       01 comma-count PIC 9(2) VALUE ZERO.
       01 out-row PIC X(204) VALUE SPACES.
       01 out-ptr PIC 9(3) VALUE 1.
       01 append-work PIC X(48) VALUE SPACES.
       01 append-len PIC 9(2) VALUE ZERO.
       01 scan-idx PIC 9(2) VALUE ZERO.
       01 edit-work PIC X(16) VALUE SPACES.
       01 lead-count PIC 9(2) VALUE ZERO.
       01 edit-units PIC Z(8)9.
       01 edit-amount PIC Z(8)9.99.
       01 edit-total PIC -(10)9.99.
       01 edit-count PIC Z(8)9.
       01 read-count PIC 9(9) VALUE ZERO.
       01 written-count PIC 9(9) VALUE ZERO.
       01 sale-count PIC 9(9) VALUE ZERO.
       01 refund-count PIC 9(9) VALUE ZERO.
       01 grossed-count PIC 9(9) VALUE ZERO.
       01 rejected-count PIC 9(9) VALUE ZERO.
       01 extract-total PIC S9(9)V99 VALUE ZERO.
       01 reason-count PIC 9(2) VALUE ZERO.
       01 reason-table.
           05 reason-entry OCCURS 20 TIMES INDEXED BY reason-idx.
               10 reason-tbl PIC X(12).
               10 reason-hits-tbl PIC 9(9).
       01 reason-found-idx PIC 9(2) VALUE ZERO.
       01 exc-sev-work PIC X VALUE 'I'.
       01 exc-msg-work PIC X(43) VALUE SPACES.
       01 expected-header.
           05 FILLER PIC X(35) VALUE
               'Region,Country,UnitsSold,UnitPrice,'.
           05 FILLER PIC X(44) VALUE
               'TotalRevenue,CurrencyCode,OrderDate,OrderID,'.
           05 FILLER PIC X(38) VALUE
               'SalesRep,Channel,RecordType,CustomerID'.
           05 FILLER PIC X(12) VALUE ',ProductCode'.
       01 rpt-rule PIC X(132) VALUE ALL '-'.
       01 rpt-hdr.
           05 FILLER PIC X(40) VALUE
               'Marketplace order feed adapter - channel'.
           05 FILLER PIC X VALUE SPACE.
           05 rph-channel PIC X(10).
           05 FILLER PIC X(5) VALUE ' rep '.
           05 rph-rep PIC X(20).
       01 rpt-count-line.
           05 FILLER PIC X(2) VALUE SPACES.
           05 rcl-label PIC X(36).
           05 rcl-count PIC Z(8)9.
       01 rpt-total-line.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(31) VALUE 'Extract revenue on trailer'.
           05 rtl-total PIC -(10)9.99.
       01 rpt-reason-line.
           05 FILLER PIC X(4) VALUE SPACES.
           05 rrl-reason PIC X(34).
           05 rrl-count PIC Z(8)9.
       PROCEDURE DIVISION.
           OPEN INPUT mktctl.
           IF ctl-status EQUAL ZERO
             READ mktctl
               AT END
                 MOVE 10 TO ctl-status
             END-READ
             CLOSE mktctl
           END-IF.
           IF ctl-status NOT EQUAL ZERO
             OR mctl-channel EQUAL SPACES
             DISPLAY "No marketplace control record, "
               "rows cannot be attributed"
             MOVE 'E' TO exc-sev-work
             MOVE 'No mktctl record, marketplace feed stopped'
               TO exc-msg-work
             PERFORM WRITE-EXCEPTION
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-SKU-XREF.
           PERFORM LOAD-TERRITORIES.
           PERFORM LOAD-VAT-TABLE.
           OPEN INPUT mktorders.
           IF mko-status NOT EQUAL ZERO
             DISPLAY "Error reading marketplace order file"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT mktextract.
           IF extract-status NOT EQUAL ZERO
             DISPLAY "Error writing marketplace extract"
             MOVE 1 TO RETURN-CODE
             CLOSE mktorders
             GOBACK
           END-IF.
           OPEN OUTPUT mktrej.
           IF rej-status NOT EQUAL ZERO
             DISPLAY "Error writing marketplace reject file"
             MOVE 1 TO RETURN-CODE
             CLOSE mktorders, mktextract
             GOBACK
           END-IF.
           MOVE expected-header TO extract-row.
           WRITE extract-row.
           PERFORM UNTIL mko-eof-reached
             READ mktorders
               AT END
                 SET mko-eof-reached TO TRUE
               NOT AT END
                 ADD 1 TO line-no
                 ADD 1 TO read-count
                 PERFORM ADAPT-ORDER
             END-READ
           END-PERFORM.
           PERFORM WRITE-TRAILER.
           CLOSE mktorders, mktextract, mktrej.
           PERFORM WRITE-REPORT.
           IF rejected-count > ZERO
             MOVE 'W' TO exc-sev-work
             MOVE SPACES TO exc-msg-work
             STRING 'Marketplace rows rejected: '
               rejected-count DELIMITED BY SIZE
               INTO exc-msg-work
             PERFORM WRITE-EXCEPTION
           END-IF.
           DISPLAY "Marketplace records read: " read-count
             " written: " written-count
             " rejected: " rejected-count
             " total: " extract-total.
           GOBACK.

       *>*
       *> Converts one partner record and writes it to the extract,
       *> or to mktrej with the first reason it fails on.
       *>*
       ADAPT-ORDER.
           MOVE SPACES TO row-reason.
           PERFORM CHECK-ORDER-FIELDS.
           IF row-reason EQUAL SPACES
             PERFORM FIND-PRODUCT
           END-IF.
           IF row-reason EQUAL SPACES
             PERFORM FIND-REGION
           END-IF.
           IF row-reason EQUAL SPACES
             PERFORM CONVERT-AMOUNTS
           END-IF.
           IF row-reason EQUAL SPACES
             PERFORM WRITE-EXTRACT-ROW
           ELSE
             PERFORM REJECT-ORDER
           END-IF.

       *>*
       *> Checks the partner fields that need no lookup: OrderID,
       *> transaction type, the ISO date (converted into order-ymd),
       *> the quantity, the minor-unit amounts, the currency and
       *> the net/gross flag, and that the Country carries no comma
       *> that would shift the CSV columns.
       *>*
       CHECK-ORDER-FIELDS.
           MOVE ZERO TO comma-count.
           INSPECT mko-country TALLYING comma-count FOR ALL ','.
           EVALUATE TRUE
             WHEN mko-order-id EQUAL SPACES
               MOVE 'NO ORDER ID' TO row-reason
             WHEN NOT mko-is-order AND NOT mko-is-refund
               MOVE 'BAD TYPE' TO row-reason
             WHEN mko-dash1 NOT EQUAL '-'
               OR mko-dash2 NOT EQUAL '-'
               MOVE 'BAD DATE' TO row-reason
             WHEN mko-quantity IS NOT NUMERIC
               MOVE 'BAD QUANTITY' TO row-reason
             WHEN mko-unit-minor IS NOT NUMERIC
               OR mko-amount-minor IS NOT NUMERIC
               MOVE 'BAD AMOUNT' TO row-reason
             WHEN mko-currency IS NOT ALPHABETIC-UPPER
               OR mko-currency(3:1) EQUAL SPACE
               MOVE 'BAD CURRENCY' TO row-reason
             WHEN NOT mko-is-net AND NOT mko-is-gross
               MOVE 'BAD BASIS' TO row-reason
             WHEN mko-country EQUAL SPACES
               OR comma-count > ZERO
               MOVE 'BAD COUNTRY' TO row-reason
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF row-reason EQUAL SPACES
             MOVE SPACES TO date-text
             STRING mko-yyyy mko-mm mko-dd DELIMITED BY SIZE
               INTO date-text
             IF date-text IS NOT NUMERIC
               MOVE 'BAD DATE' TO row-reason
             ELSE
               MOVE date-text TO order-ymd
               IF order-yyyy < 1900
                 OR order-mm < 1 OR order-mm > 12
                 OR order-dd < 1 OR order-dd > 31
                 MOVE 'BAD DATE' TO row-reason
               END-IF
             END-IF
           END-IF.
           IF row-reason EQUAL SPACES
             MOVE mko-quantity TO units-work
             IF units-work EQUAL ZERO
               MOVE 'BAD QUANTITY' TO row-reason
             END-IF
           END-IF.

       *>*
       *> Maps the seller SKU to our ProductCode through the
       *> mktskuxref cross-reference.
       *>*
       FIND-PRODUCT.
           MOVE SPACES TO product-work.
           PERFORM VARYING xref-idx FROM 1 BY 1
             UNTIL xref-idx > xref-count
               OR product-work NOT EQUAL SPACES
             IF xref-sku-tbl(xref-idx) EQUAL mko-sku
               MOVE xref-product-tbl(xref-idx) TO product-work
             END-IF
           END-PERFORM.
           IF product-work EQUAL SPACES
             MOVE 'UNMAPPED SKU' TO row-reason
           END-IF.

       *>*
       *> Takes the Region from the marketplace rep's territory pair
       *> for the order's Country, falling back to mktctl's default
       *> Region; neither leaves the row without one.
       *>*
       FIND-REGION.
           MOVE SPACES TO region-work.
           PERFORM VARYING terr-idx FROM 1 BY 1
             UNTIL terr-idx > terr-count
               OR region-work NOT EQUAL SPACES
             IF terr-country-tbl(terr-idx) EQUAL mko-country
               MOVE terr-region-tbl(terr-idx) TO region-work
             END-IF
           END-PERFORM.
           IF region-work EQUAL SPACES
             MOVE mctl-region TO region-work
           END-IF.
           IF region-work EQUAL SPACES
             MOVE 'NO REGION' TO row-reason
           END-IF.

       *>*
       *> Converts the minor-unit amounts at the currency's decimal
       *> places and grosses net amounts up at the Country's VAT
       *> rate in force on the OrderDate. A figure too large for
       *> the extract's fields rejects the row.
       *>*
       CONVERT-AMOUNTS.
           MOVE 100 TO minor-divisor.
           PERFORM VARYING cur-pos FROM 1 BY 3
             UNTIL cur-pos > 46
             IF zero-dec-currencies(cur-pos:3) EQUAL mko-currency
               MOVE 1 TO minor-divisor
             END-IF
           END-PERFORM.
           PERFORM VARYING cur-pos FROM 1 BY 3
             UNTIL cur-pos > 19
             IF three-dec-currencies(cur-pos:3) EQUAL mko-currency
               MOVE 1000 TO minor-divisor
             END-IF
           END-PERFORM.
           MOVE mko-unit-minor TO unit-minor-work.
           MOVE mko-amount-minor TO amount-minor-work.
           COMPUTE unit-price-work ROUNDED =
             unit-minor-work / minor-divisor
             ON SIZE ERROR
               MOVE 'BAD AMOUNT' TO row-reason
           END-COMPUTE.
           COMPUTE revenue-work ROUNDED =
             amount-minor-work / minor-divisor
             ON SIZE ERROR
               MOVE 'BAD AMOUNT' TO row-reason
           END-COMPUTE.
           IF row-reason EQUAL SPACES AND mko-is-net
             PERFORM FIND-VAT-RATE
             COMPUTE unit-price-work ROUNDED =
               unit-price-work * (100 + vat-found-rate) / 100
               ON SIZE ERROR
                 MOVE 'BAD AMOUNT' TO row-reason
             END-COMPUTE
             COMPUTE revenue-work ROUNDED =
               revenue-work * (100 + vat-found-rate) / 100
               ON SIZE ERROR
                 MOVE 'BAD AMOUNT' TO row-reason
             END-COMPUTE
           END-IF.

       *>*
       *> Builds the CSV row in expected-header column order and
       *> writes it, folding it into the trailer totals (returns
       *> net out, as READER's trailer check expects).
       *>*
       WRITE-EXTRACT-ROW.
           MOVE SPACES TO out-row.
           MOVE 1 TO out-ptr.
           MOVE region-work TO append-work.
           PERFORM APPEND-TEXT.
           MOVE mko-country TO append-work.
           PERFORM APPEND-TEXT.
           MOVE units-work TO edit-units.
           MOVE edit-units TO edit-work.
           PERFORM APPEND-EDITED.
           MOVE unit-price-work TO edit-amount.
           MOVE edit-amount TO edit-work.
           PERFORM APPEND-EDITED.
           MOVE revenue-work TO edit-amount.
           MOVE edit-amount TO edit-work.
           PERFORM APPEND-EDITED.
           MOVE mko-currency TO append-work.
           PERFORM APPEND-TEXT.
           MOVE order-ymd TO append-work.
           PERFORM APPEND-TEXT.
           MOVE mko-order-id TO append-work.
           PERFORM APPEND-TEXT.
           MOVE mctl-rep TO append-work.
           PERFORM APPEND-TEXT.
           MOVE mctl-channel TO append-work.
           PERFORM APPEND-TEXT.
           IF mko-is-refund
             MOVE 'R' TO append-work
           ELSE
             MOVE 'S' TO append-work
           END-IF.
           PERFORM APPEND-TEXT.
           MOVE mctl-customer TO append-work.
           PERFORM APPEND-TEXT.
           MOVE product-work TO append-work.
           PERFORM APPEND-TEXT.
           MOVE out-row TO extract-row.
           WRITE extract-row.
           ADD 1 TO written-count.
           IF mko-is-refund
             ADD 1 TO refund-count
             SUBTRACT revenue-work FROM extract-total
           ELSE
             ADD 1 TO sale-count
             ADD revenue-work TO extract-total
           END-IF.
           IF mko-is-net
             ADD 1 TO grossed-count
           END-IF.

       *>*
       *> Appends append-work, without its trailing blanks, to
       *> out-row as the next column (comma-separated after the
       *> first).
       *>*
       APPEND-TEXT.
           IF out-ptr > 1
             STRING ',' DELIMITED BY SIZE INTO out-row
               WITH POINTER out-ptr
           END-IF.
           MOVE ZERO TO append-len.
           PERFORM VARYING scan-idx FROM 48 BY -1
             UNTIL scan-idx < 1 OR append-len > ZERO
             IF append-work(scan-idx:1) NOT EQUAL SPACE
               MOVE scan-idx TO append-len
             END-IF
           END-PERFORM.
           IF append-len > ZERO
             STRING append-work(1:append-len) DELIMITED BY SIZE
               INTO out-row WITH POINTER out-ptr
           END-IF.

       *>*
       *> Appends the edited figure in edit-work, without its
       *> leading blanks, to out-row as the next column.
       *>*
       APPEND-EDITED.
           MOVE ZERO TO lead-count.
           INSPECT edit-work TALLYING lead-count FOR LEADING SPACES.
           MOVE edit-work(lead-count + 1:) TO append-work.
           PERFORM APPEND-TEXT.

       *>*
       *> Writes the TRAILER record READER checks: the count of
       *> rows written and their revenue total, returns netted.
       *>*
       WRITE-TRAILER.
           MOVE SPACES TO out-row.
           MOVE 1 TO out-ptr.
           MOVE 'TRAILER' TO append-work.
           PERFORM APPEND-TEXT.
           MOVE written-count TO edit-count.
           MOVE edit-count TO edit-work.
           PERFORM APPEND-EDITED.
           MOVE extract-total TO edit-total.
           MOVE edit-total TO edit-work.
           PERFORM APPEND-EDITED.
           MOVE out-row TO extract-row.
           WRITE extract-row.

       *>*
       *> Writes the partner record to mktrej with its line number
       *> and reason, and counts the reason for the report.
       *>*
       REJECT-ORDER.
           MOVE SPACES TO mrej-rec.
           MOVE line-no TO mrej-line-no.
           MOVE mko-rec TO mrej-row.
           MOVE row-reason TO mrej-reason.
           WRITE mrej-rec.
           ADD 1 TO rejected-count.
           MOVE ZERO TO reason-found-idx.
           PERFORM VARYING reason-idx FROM 1 BY 1
             UNTIL reason-idx > reason-count
             IF reason-tbl(reason-idx) EQUAL row-reason
               MOVE reason-idx TO reason-found-idx
             END-IF
           END-PERFORM.
           IF reason-found-idx EQUAL ZERO
             AND reason-count LESS THAN 20
             ADD 1 TO reason-count
             MOVE row-reason TO reason-tbl(reason-count)
             MOVE ZERO TO reason-hits-tbl(reason-count)
             MOVE reason-count TO reason-found-idx
           END-IF.
           IF reason-found-idx > ZERO
             ADD 1 TO reason-hits-tbl(reason-found-idx)
           END-IF.

       *>*
       *> Loads the seller SKU to ProductCode cross-reference. A
       *> missing file maps nothing, so every row rejects.
       *>*
       LOAD-SKU-XREF.
           OPEN INPUT mktskuxref.
           IF xref-status NOT EQUAL ZERO
             DISPLAY "No marketplace SKU cross-reference, "
               "no SKU will map"
           ELSE
             PERFORM UNTIL xref-eof-reached
               READ mktskuxref
                 AT END
                   SET xref-eof-reached TO TRUE
                 NOT AT END
                   IF xref-count LESS THAN 5000
                     ADD 1 TO xref-count
                     MOVE xref-sku TO xref-sku-tbl(xref-count)
                     MOVE xref-product
                       TO xref-product-tbl(xref-count)
                   ELSE
                     DISPLAY "SKU cross-reference table full, "
                       "ignoring " xref-sku
                   END-IF
               END-READ
             END-PERFORM
             CLOSE mktskuxref
           END-IF.

       *>*
       *> Loads the marketplace rep's territory pairs (Region and
       *> Country) from repterr. A missing file, or a rep with no
       *> pairs, leaves every row on mktctl's default Region.
       *>*
       LOAD-TERRITORIES.
           OPEN INPUT repterr.
           IF terr-status NOT EQUAL ZERO
             DISPLAY "No rep territory file, default Region used"
           ELSE
             PERFORM UNTIL terr-eof-reached
               READ repterr
                 AT END
                   SET terr-eof-reached TO TRUE
                 NOT AT END
                   IF rt-rep EQUAL mctl-rep
                     IF terr-count LESS THAN 2000
                       ADD 1 TO terr-count
                       MOVE rt-region TO terr-region-tbl(terr-count)
                       MOVE rt-country
                         TO terr-country-tbl(terr-count)
                     ELSE
                       DISPLAY "Territory table full, ignoring "
                         rt-rep " " rt-country
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE repterr
           END-IF.

       *>*
       *> Loads the vatrates file (country, effective date, VAT
       *> percentage) into vat-rate-table. A missing file leaves
       *> the table empty and net amounts gross up at zero, which
       *> is what READER backs out with no file either.
       *>*
       LOAD-VAT-TABLE.
           OPEN INPUT vatrates.
           IF vatrates-status EQUAL ZERO
             PERFORM UNTIL vatrates-eof-reached
               READ vatrates
                 AT END
                   SET vatrates-eof-reached TO TRUE
                 NOT AT END
                   IF vat-rate-count LESS THAN 200
                     ADD 1 TO vat-rate-count
                     MOVE vtr-country
                       TO vrt-country(vat-rate-count)
                     MOVE vtr-eff-date
                       TO vrt-eff-date(vat-rate-count)
                     MOVE vtr-rate TO vrt-rate(vat-rate-count)
                   ELSE
                     DISPLAY "VAT rate table full, ignoring "
                       vtr-country(1:20)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE vatrates
           ELSE
             DISPLAY "No vatrates file, net amounts not grossed up"
           END-IF.

       *>*
       *> Looks up the VAT rate in force for the order's Country on
       *> its OrderDate, the latest-not-after rule READER's
       *> find-vat-rate applies. No entry leaves a zero rate.
       *>*
       FIND-VAT-RATE.
           MOVE ZERO TO vat-found-idx.
           MOVE ZERO TO vat-found-date.
           MOVE ZERO TO vat-found-rate.
           PERFORM VARYING vat-rate-idx FROM 1 BY 1
             UNTIL vat-rate-idx > vat-rate-count
             IF vrt-country(vat-rate-idx) EQUAL mko-country
               AND vrt-eff-date(vat-rate-idx)
                 NOT GREATER THAN order-ymd
               AND (vat-found-idx EQUAL ZERO
                    OR vrt-eff-date(vat-rate-idx)
                       NOT LESS THAN vat-found-date)
               MOVE vat-rate-idx TO vat-found-idx
               MOVE vrt-eff-date(vat-rate-idx) TO vat-found-date
             END-IF
           END-PERFORM.
           IF vat-found-idx > ZERO
             MOVE vrt-rate(vat-found-idx) TO vat-found-rate
           END-IF.

       *>*
       *> Writes the run counts, the rejects by reason and the
       *> trailer revenue to mktrpt.
       *>*
       WRITE-REPORT.
           OPEN OUTPUT mktrpt.
           IF rpt-status NOT EQUAL ZERO
             DISPLAY "Error writing marketplace adapter report"
             MOVE 1 TO RETURN-CODE
           ELSE
             MOVE mctl-channel TO rph-channel
             MOVE mctl-rep TO rph-rep
             MOVE rpt-hdr TO rpt-line
             WRITE rpt-line
             MOVE rpt-rule TO rpt-line
             WRITE rpt-line
             MOVE 'Partner records read' TO rcl-label
             MOVE read-count TO rcl-count
             MOVE rpt-count-line TO rpt-line
             WRITE rpt-line
             MOVE 'Rows written to the extract' TO rcl-label
             MOVE written-count TO rcl-count
             MOVE rpt-count-line TO rpt-line
             WRITE rpt-line
             MOVE '  Sales' TO rcl-label
             MOVE sale-count TO rcl-count
             MOVE rpt-count-line TO rpt-line
             WRITE rpt-line
             MOVE '  Returns' TO rcl-label
             MOVE refund-count TO rcl-count
             MOVE rpt-count-line TO rpt-line
             WRITE rpt-line
             MOVE '  Grossed up from net' TO rcl-label
             MOVE grossed-count TO rcl-count
             MOVE rpt-count-line TO rpt-line
             WRITE rpt-line
             MOVE 'Rows rejected to mktrej' TO rcl-label
             MOVE rejected-count TO rcl-count
             MOVE rpt-count-line TO rpt-line
             WRITE rpt-line
             PERFORM VARYING reason-idx FROM 1 BY 1
               UNTIL reason-idx > reason-count
               MOVE reason-tbl(reason-idx) TO rrl-reason
               MOVE reason-hits-tbl(reason-idx) TO rrl-count
               MOVE rpt-reason-line TO rpt-line
               WRITE rpt-line
             END-PERFORM
             MOVE rpt-rule TO rpt-line
             WRITE rpt-line
             MOVE extract-total TO rtl-total
             MOVE rpt-total-line TO rpt-line
             WRITE rpt-line
             CLOSE mktrpt
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
             MOVE 'SALESMKT' TO exc-program
             MOVE FUNCTION CURRENT-DATE(1:21) TO exc-timestamp
             MOVE exc-msg-work TO exc-message
             WRITE exc-rec
             CLOSE salesexc
           END-IF.
       END PROGRAM SALESMKT.
