       *>**
       *>  PRICEUPD
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**

       *>*
       *> Entry point
       *>
       *> Loads the pricing team's price list feed (pricelisttx:
       *> ProductCode, CurrencyCode, effective date, unit list
       *> price, maximum discount percentage - the same layout as
       *> the pricelist records) into the pricelist file READER's
       *> load-price-table reads, the way FXRATEUPD keeps fxrates:
       *> a feed row for a product/currency/date already on file
       *> replaces that price and discount limit, a new
       *> product/currency/date is added, and the file is
       *> rewritten sorted by product, currency, then effective
       *> date. A price change is keyed as a new effective-dated
       *> row, so the price in force on an older OrderDate stays
       *> on file.
       *>
       *> The feed is validated before anything is applied (see
       *> VALIDATE-FEED-ROW): a row without a ProductCode or
       *> CurrencyCode, a non-numeric effective date, a
       *> non-numeric or zero list price, or a non-numeric
       *> discount limit is rejected to the pricerejects file with
       *> its reason and raises a 'W' on the salesexc operations
       *> exception feed.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEUPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT pricelist ASSIGN TO pricelist
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS pricelist-status.
           SELECT pricelisttx ASSIGN TO pricelisttx
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS feed-status.
           SELECT pricerejects ASSIGN TO pricerejects
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS rej-status.
           SELECT salesexc ASSIGN TO salesexc
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS exc-status.
       DATA DIVISION.
       FILE SECTION.
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
       FD pricelisttx RECORDING MODE F
           RECORD CONTAINS 38 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS feed-rec.
       01 feed-rec.
           05 feed-product PIC X(12).
           05 feed-currency PIC X(3).
           05 feed-eff-date PIC 9(8).
           05 feed-list-price PIC 9(9)V99.
           05 feed-max-disc-pct PIC 9(2)V99.
       FD pricerejects RECORDING MODE F
           RECORD CONTAINS 52 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS prej-rec.
       01 prej-rec.
           05 prej-feed PIC X(38).
           05 prej-reason PIC X(14).
       FD salesexc RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS exc-rec.
       COPY SALESEXC.
       WORKING-STORAGE SECTION.
       01 pricelist-status PIC 9(2).
       01 feed-status PIC 9(2).
       01 rej-status PIC 9(2).
       01 exc-status PIC 9(2).
       01 prices-eof PIC X VALUE 'N'.
           88 prices-eof-reached VALUE 'Y'.
       01 feed-eof PIC X VALUE 'N'.
           88 feed-eof-reached VALUE 'Y'.
       01 price-count PIC 9(4) VALUE ZERO.
       01 price-table.
           05 price-entry OCCURS 2000 TIMES INDEXED BY price-idx.
               10 price-product-tbl PIC X(12).
               10 price-currency-tbl PIC X(3).
               10 price-date-tbl PIC 9(8).
               10 price-list-tbl PIC 9(9)V99.
               10 price-disc-tbl PIC 9(2)V99.
       01 found-idx PIC 9(4) VALUE ZERO.
       01 applied-count PIC 9(5) VALUE ZERO.
       01 rejected-count PIC 9(5) VALUE ZERO.
       01 reason-work PIC X(14) VALUE SPACES.
       01 sort-idx PIC 9(4) VALUE ZERO.
       01 sort-min-idx PIC 9(4) VALUE ZERO.
       01 sort-scan-idx PIC 9(4) VALUE ZERO.
       01 sort-tmp-entry.
           05 FILLER PIC X(12).
           05 FILLER PIC X(3).
           05 FILLER PIC 9(8).
           05 FILLER PIC 9(9)V99.
           05 FILLER PIC 9(2)V99.
       01 exc-sev-work PIC X VALUE 'I'.
       01 exc-msg-work PIC X(43) VALUE SPACES.
       PROCEDURE DIVISION.
           PERFORM LOAD-PRICES.
           PERFORM APPLY-FEED.
           PERFORM SORT-PRICES.
           PERFORM SAVE-PRICES.
           DISPLAY "List prices on file: " price-count
             " feed rows applied: " applied-count
             " rejected: " rejected-count.
           GOBACK.

       *>*
       *> Reads the current pricelist file, if any, into memory.
       *>*
       LOAD-PRICES.
           OPEN INPUT pricelist.
           IF pricelist-status EQUAL ZERO
             PERFORM UNTIL prices-eof-reached
               READ pricelist
                 AT END
                   SET prices-eof-reached TO TRUE
                 NOT AT END
                   IF price-count LESS THAN 2000
                     ADD 1 TO price-count
                     MOVE plr-product
                       TO price-product-tbl(price-count)
                     MOVE plr-currency
                       TO price-currency-tbl(price-count)
                     MOVE plr-eff-date TO price-date-tbl(price-count)
                     MOVE plr-list-price
                       TO price-list-tbl(price-count)
                     MOVE plr-max-disc-pct
                       TO price-disc-tbl(price-count)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE pricelist
           END-IF.

       *>*
       *> Applies every feed row: a product/currency/date already
       *> on file gets its price and discount limit replaced, a
       *> new one is added. A feed row arriving once all 2000
       *> slots are occupied is dropped with a console message.
       *>*
       APPLY-FEED.
           OPEN INPUT pricelisttx.
           IF feed-status NOT EQUAL ZERO
             DISPLAY "Missing pricelisttx price list feed"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT pricerejects.
           IF rej-status NOT EQUAL ZERO
             DISPLAY "Error writing price-rejects file"
             MOVE 1 TO RETURN-CODE
             CLOSE pricelisttx
             GOBACK
           END-IF.
           PERFORM UNTIL feed-eof-reached
             READ pricelisttx
               AT END
                 SET feed-eof-reached TO TRUE
               NOT AT END
                 PERFORM VALIDATE-FEED-ROW
                 IF reason-work NOT EQUAL SPACES
                   PERFORM WRITE-FEED-REJECT
                 ELSE
                   PERFORM APPLY-FEED-ROW
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE pricelisttx.
           CLOSE pricerejects.

       *>*
       *> Replaces or adds the validated feed row in price-table.
       *>*
       APPLY-FEED-ROW.
           MOVE ZERO TO found-idx.
           PERFORM VARYING price-idx FROM 1 BY 1
             UNTIL price-idx > price-count
             IF price-product-tbl(price-idx) EQUAL feed-product
               AND price-currency-tbl(price-idx) EQUAL feed-currency
               AND price-date-tbl(price-idx) EQUAL feed-eff-date
               MOVE price-idx TO found-idx
             END-IF
           END-PERFORM.
           IF found-idx > ZERO
             MOVE feed-list-price TO price-list-tbl(found-idx)
             MOVE feed-max-disc-pct TO price-disc-tbl(found-idx)
             ADD 1 TO applied-count
           ELSE
             IF price-count LESS THAN 2000
               ADD 1 TO price-count
               MOVE feed-product TO price-product-tbl(price-count)
               MOVE feed-currency TO price-currency-tbl(price-count)
               MOVE feed-eff-date TO price-date-tbl(price-count)
               MOVE feed-list-price TO price-list-tbl(price-count)
               MOVE feed-max-disc-pct TO price-disc-tbl(price-count)
               ADD 1 TO applied-count
             ELSE
               DISPLAY "Price list table full, dropping "
                 feed-product " " feed-currency " " feed-eff-date
             END-IF
           END-IF.

       *>*
       *> Validates one feed row before it touches the table.
       *> Leaves the reason in reason-work, spaces when the row is
       *> good.
       *>*
       VALIDATE-FEED-ROW.
           MOVE SPACES TO reason-work.
           EVALUATE TRUE
             WHEN feed-product EQUAL SPACES
               MOVE 'NO-PRODUCT' TO reason-work
             WHEN feed-currency EQUAL SPACES
               MOVE 'NO-CURRENCY' TO reason-work
             WHEN feed-eff-date IS NOT NUMERIC
               MOVE 'BAD-DATE' TO reason-work
             WHEN feed-list-price IS NOT NUMERIC
               MOVE 'BAD-PRICE' TO reason-work
             WHEN feed-list-price EQUAL ZERO
               MOVE 'NON-POSITIVE' TO reason-work
             WHEN feed-max-disc-pct IS NOT NUMERIC
               MOVE 'BAD-DISCOUNT' TO reason-work
           END-EVALUATE.

       *>*
       *> Writes the rejected feed row with its reason and raises
       *> it on the salesexc operations exception feed.
       *>*
       WRITE-FEED-REJECT.
           MOVE feed-rec TO prej-feed.
           MOVE reason-work TO prej-reason.
           WRITE prej-rec.
           ADD 1 TO rejected-count.
           DISPLAY "Price feed row rejected: " feed-product " "
             feed-currency " " reason-work.
           MOVE 'W' TO exc-sev-work.
           MOVE SPACES TO exc-msg-work.
           STRING 'Price feed reject ' DELIMITED BY SIZE
             feed-product DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             reason-work DELIMITED BY SIZE
             INTO exc-msg-work.
           PERFORM WRITE-EXCEPTION.

       *>*
       *> Sorts price-entry ascending by product, currency, then
       *> effective date (selection sort, as FXRATEUPD does).
       *>*
       SORT-PRICES.
           PERFORM VARYING sort-idx FROM 1 BY 1
             UNTIL sort-idx > price-count
             MOVE sort-idx TO sort-min-idx
             PERFORM VARYING sort-scan-idx FROM sort-idx BY 1
               UNTIL sort-scan-idx > price-count
               IF price-product-tbl(sort-scan-idx)
                   LESS THAN price-product-tbl(sort-min-idx)
                 OR (price-product-tbl(sort-scan-idx)
                       EQUAL price-product-tbl(sort-min-idx)
                     AND price-currency-tbl(sort-scan-idx)
                       LESS THAN price-currency-tbl(sort-min-idx))
                 OR (price-product-tbl(sort-scan-idx)
                       EQUAL price-product-tbl(sort-min-idx)
                     AND price-currency-tbl(sort-scan-idx)
                       EQUAL price-currency-tbl(sort-min-idx)
                     AND price-date-tbl(sort-scan-idx)
                       LESS THAN price-date-tbl(sort-min-idx))
                 MOVE sort-scan-idx TO sort-min-idx
               END-IF
             END-PERFORM
             IF sort-min-idx NOT EQUAL sort-idx
               MOVE price-entry(sort-idx) TO sort-tmp-entry
               MOVE price-entry(sort-min-idx)
                 TO price-entry(sort-idx)
               MOVE sort-tmp-entry TO price-entry(sort-min-idx)
             END-IF
           END-PERFORM.

       *>*
       *> Rewrites pricelist from the in-memory table.
       *>*
       SAVE-PRICES.
           OPEN OUTPUT pricelist.
           IF pricelist-status NOT EQUAL ZERO
             DISPLAY "Error writing pricelist file"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM VARYING price-idx FROM 1 BY 1
             UNTIL price-idx > price-count
             MOVE price-product-tbl(price-idx) TO plr-product
             MOVE price-currency-tbl(price-idx) TO plr-currency
             MOVE price-date-tbl(price-idx) TO plr-eff-date
             MOVE price-list-tbl(price-idx) TO plr-list-price
             MOVE price-disc-tbl(price-idx) TO plr-max-disc-pct
             WRITE pricelist-rec
           END-PERFORM.
           CLOSE pricelist.

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
             MOVE 'PRICEUPD' TO exc-program
             MOVE FUNCTION CURRENT-DATE(1:21) TO exc-timestamp
             MOVE exc-msg-work TO exc-message
             WRITE exc-rec
             CLOSE salesexc
           END-IF.
       END PROGRAM PRICEUPD.
