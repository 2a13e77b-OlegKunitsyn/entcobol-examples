       *>**
       *>  SALESTERR
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**

       *>*
       *> Entry point
       *>
       *> Out-of-territory order report, run after READER has
       *> written the day's orders to salesordhist: for every order
       *> in the open period (the salesperctl stamp's open period,
       *> the run date's period when there is no stamp - the
       *> period SALESCOMM pays commission for, fiscal when the
       *> fiscalcal calendar is in place) whose SalesRep has
       *> territory pairs on repterr (see REPTERR copybook, kept by
       *> REPMNT), the order's Country must be one of the rep's
       *> pairs. The order history carries the row's Country, and
       *> a Country sits in one Region of the extract, so the pair
       *> matches on its Country. An order outside the rep's
       *> territory is listed on salesterrrpt - rep, order, date,
       *> channel, country, base revenue - followed by a per-rep
       *> summary of the count and revenue booked outside, which
       *> is where commission disputes start. A run with any such
       *> order raises a 'W' on the salesexc operations feed.
       *>
       *> Orders with no SalesRep (pre-column extracts) are not
       *> checked, and neither are the orders of a rep with no
       *> pairs on repterr yet - those are counted on the report
       *> so a rep awaiting territory assignment shows up without
       *> flooding the listing. A missing repterr checks nothing.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESTERR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT salesordhist ASSIGN TO salesordhist
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ohist-key
           FILE STATUS IS ohist-status.
           SELECT repterr ASSIGN TO repterr
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS terr-status.
           SELECT salesperctl ASSIGN TO salesperctl
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS perctl-status.
           SELECT salesterrrpt ASSIGN TO salesterrrpt
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
       FD repterr RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS rep-terr-rec.
       COPY REPTERR.
       FD salesperctl RECORDING MODE F
           RECORD CONTAINS 12 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS perctl-rec.
       01 perctl-rec.
           05 perctl-closed-thru PIC 9(6).
           05 perctl-open-period PIC 9(6).
       FD salesterrrpt RECORDING MODE F
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
       01 terr-status PIC 9(2).
       01 perctl-status PIC 9(2).
       01 rpt-status PIC 9(2).
       01 exc-status PIC 9(2).
       01 hist-eof PIC X VALUE 'N'.
           88 hist-eof-reached VALUE 'Y'.
       01 terr-eof PIC X VALUE 'N'.
           88 terr-eof-reached VALUE 'Y'.
       01 target-period PIC 9(6) VALUE ZERO.
       COPY FISCALPER.
       01 period-start PIC 9(8) VALUE ZERO.
       01 period-end PIC 9(8) VALUE ZERO.
       01 terr-count PIC 9(4) VALUE ZERO.
       01 terr-table.
           05 terr-entry OCCURS 2000 TIMES INDEXED BY terr-idx.
               10 terr-rep-tbl PIC X(20).
               10 terr-country-tbl PIC X(48).
       01 rep-has-terr PIC X VALUE 'N'.
           88 rep-has-territory VALUE 'Y'.
       01 country-found PIC X VALUE 'N'.
           88 country-in-territory VALUE 'Y'.
       01 out-rep-count PIC 9(3) VALUE ZERO.
       01 out-rep-table.
           05 out-rep-entry OCCURS 200 TIMES INDEXED BY out-idx.
               10 out-rep-tbl PIC X(20).
               10 out-count-tbl PIC 9(7).
               10 out-amount-tbl PIC S9(11)V99.
       01 out-found-idx PIC 9(3) VALUE ZERO.
       01 checked-count PIC 9(9) VALUE ZERO.
       01 flagged-count PIC 9(9) VALUE ZERO.
       01 flagged-amount PIC S9(11)V99 VALUE ZERO.
       01 unassigned-count PIC 9(9) VALUE ZERO.
       01 exc-sev-work PIC X VALUE 'I'.
       01 exc-msg-work PIC X(43) VALUE SPACES.
       01 rpt-rule PIC X(132) VALUE ALL '-'.
       01 rpt-hdr.
           05 FILLER PIC X(38) VALUE
               'Orders booked outside rep territory - '.
           05 FILLER PIC X(7) VALUE 'period '.
           05 rph-period PIC 9(6).
       01 rpt-col-hdr.
           05 FILLER PIC X(21) VALUE 'Rep'.
           05 FILLER PIC X(13) VALUE 'Order'.
           05 FILLER PIC X(9) VALUE 'Date'.
           05 FILLER PIC X(11) VALUE 'Channel'.
           05 FILLER PIC X(49) VALUE 'Country'.
           05 FILLER PIC X(13) VALUE '      Revenue'.
       01 rpt-order-line.
           05 rol-rep PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 rol-order-id PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 rol-order-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 rol-channel PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 rol-country PIC X(48).
           05 FILLER PIC X VALUE SPACE.
           05 rol-revenue PIC Z(8)9.99-.
       01 rpt-sum-hdr PIC X(40) VALUE
           'Outside territory by rep:'.
       01 rpt-sum-line.
           05 rsl-rep PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 rsl-count PIC Z(6)9.
           05 FILLER PIC X(8) VALUE ' orders '.
           05 rsl-amount PIC Z(10)9.99-.
       01 rpt-total-line.
           05 FILLER PIC X(17) VALUE 'Orders checked: '.
           05 rtl-checked PIC Z(8)9.
           05 FILLER PIC X(11) VALUE '  outside: '.
           05 rtl-flagged PIC Z(8)9.
           05 FILLER PIC X(10) VALUE '  amount: '.
           05 rtl-amount PIC Z(10)9.99-.
           05 FILLER PIC X(25) VALUE
               '  rep has no territory: '.
           05 rtl-unassigned PIC Z(8)9.
       PROCEDURE DIVISION.
           PERFORM SET-TARGET-PERIOD.
           PERFORM LOAD-TERRITORIES.
           OPEN INPUT salesordhist.
           IF ohist-status NOT EQUAL ZERO
             DISPLAY "Error reading order history master"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT salesterrrpt.
           IF rpt-status NOT EQUAL ZERO
             DISPLAY "Error writing territory report"
             MOVE 1 TO RETURN-CODE
             CLOSE salesordhist
             GOBACK
           END-IF.
           MOVE target-period TO rph-period.
           MOVE rpt-hdr TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-col-hdr TO rpt-line.
           WRITE rpt-line.

           PERFORM UNTIL hist-eof-reached
             READ salesordhist
               AT END
                 SET hist-eof-reached TO TRUE
               NOT AT END
                 IF ohist-order-date NOT LESS THAN period-start
                   AND ohist-order-date NOT GREATER THAN period-end
                   AND ohist-rep NOT EQUAL SPACES
                   PERFORM CHECK-ORDER
                 END-IF
             END-READ
           END-PERFORM.

           PERFORM WRITE-REP-SUMMARY.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE checked-count TO rtl-checked.
           MOVE flagged-count TO rtl-flagged.
           MOVE flagged-amount TO rtl-amount.
           MOVE unassigned-count TO rtl-unassigned.
           MOVE rpt-total-line TO rpt-line.
           WRITE rpt-line.
           CLOSE salesordhist, salesterrrpt.
           IF flagged-count > ZERO
             MOVE 'W' TO exc-sev-work
             MOVE SPACES TO exc-msg-work
             STRING 'Orders outside rep territory: '
               DELIMITED BY SIZE
               flagged-count DELIMITED BY SIZE
               INTO exc-msg-work
             PERFORM WRITE-EXCEPTION
           END-IF.
           DISPLAY "Orders checked: " checked-count
             " outside territory: " flagged-count
             " amount: " flagged-amount
             " orders of reps with no territory: " unassigned-count.
           GOBACK.

       *>*
       *> Checks one open-period order against its rep's
       *> territory pairs, listing it (and adding it to the rep's
       *> summary) when its Country is none of them.
       *>*
       CHECK-ORDER.
           MOVE 'N' TO rep-has-terr.
           MOVE 'N' TO country-found.
           PERFORM VARYING terr-idx FROM 1 BY 1
             UNTIL terr-idx > terr-count
             IF terr-rep-tbl(terr-idx) EQUAL ohist-rep
               SET rep-has-territory TO TRUE
               IF terr-country-tbl(terr-idx) EQUAL ohist-country
                 SET country-in-territory TO TRUE
               END-IF
             END-IF
           END-PERFORM.
           IF NOT rep-has-territory
             ADD 1 TO unassigned-count
           ELSE
             ADD 1 TO checked-count
             IF NOT country-in-territory
               MOVE ohist-rep TO rol-rep
               MOVE ohist-order-id TO rol-order-id
               MOVE ohist-order-date TO rol-order-date
               MOVE ohist-channel TO rol-channel
               MOVE ohist-country TO rol-country
               MOVE ohist-revenue TO rol-revenue
               MOVE rpt-order-line TO rpt-line
               WRITE rpt-line
               ADD 1 TO flagged-count
               ADD ohist-revenue TO flagged-amount
               PERFORM ADD-REP-SUMMARY
             END-IF
           END-IF.

       *>*
       *> Adds the flagged order to its rep's summary entry,
       *> opening one on the rep's first flagged order.
       *>*
       ADD-REP-SUMMARY.
           MOVE ZERO TO out-found-idx.
           PERFORM VARYING out-idx FROM 1 BY 1
             UNTIL out-idx > out-rep-count
             IF out-rep-tbl(out-idx) EQUAL ohist-rep
               MOVE out-idx TO out-found-idx
             END-IF
           END-PERFORM.
           IF out-found-idx EQUAL ZERO
             IF out-rep-count LESS THAN 200
               ADD 1 TO out-rep-count
               MOVE out-rep-count TO out-found-idx
               MOVE ohist-rep TO out-rep-tbl(out-rep-count)
               MOVE ZERO TO out-count-tbl(out-rep-count)
               MOVE ZERO TO out-amount-tbl(out-rep-count)
             ELSE
               DISPLAY "Rep summary table full, not summarizing "
                 ohist-rep
             END-IF
           END-IF.
           IF out-found-idx > ZERO
             ADD 1 TO out-count-tbl(out-found-idx)
             ADD ohist-revenue TO out-amount-tbl(out-found-idx)
           END-IF.

       *>*
       *> Prints the per-rep count and revenue of orders booked
       *> outside territory.
       *>*
       WRITE-REP-SUMMARY.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-sum-hdr TO rpt-line.
           WRITE rpt-line.
           PERFORM VARYING out-idx FROM 1 BY 1
             UNTIL out-idx > out-rep-count
             MOVE out-rep-tbl(out-idx) TO rsl-rep
             MOVE out-count-tbl(out-idx) TO rsl-count
             MOVE out-amount-tbl(out-idx) TO rsl-amount
             MOVE rpt-sum-line TO rpt-line
             WRITE rpt-line
           END-PERFORM.

       *>*
       *> Loads the repterr pairs (rep and Country). A missing file
       *> leaves every rep without a territory.
       *>*
       LOAD-TERRITORIES.
           OPEN INPUT repterr.
           IF terr-status NOT EQUAL ZERO
             DISPLAY "No rep territory file, no orders checked"
           ELSE
             PERFORM UNTIL terr-eof-reached
               READ repterr
                 AT END
                   SET terr-eof-reached TO TRUE
                 NOT AT END
                   IF terr-count LESS THAN 2000
                     ADD 1 TO terr-count
                     MOVE rt-rep TO terr-rep-tbl(terr-count)
                     MOVE rt-country TO terr-country-tbl(terr-count)
                   ELSE
                     DISPLAY "Territory table full, ignoring "
                       rt-rep " " rt-country
                   END-IF
               END-READ
             END-PERFORM
             CLOSE repterr
           END-IF.

       *>*
       *> Picks the period the report covers: the open period
       *> from the salesperctl stamp when one exists, the run
       *> date's period otherwise (the fiscal period when the
       *> fiscalcal calendar is in place, see FISCALPER).
       *> The period's first and last dates bound the orders
       *> checked.
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
           MOVE 'P' TO fp-function.
           MOVE target-period TO fp-period.
           CALL "FISCALPER" USING fiscal-period-rec.
           MOVE fp-start TO period-start.
           MOVE fp-end TO period-end.

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
             MOVE 'SALESTERR' TO exc-program
             MOVE FUNCTION CURRENT-DATE(1:21) TO exc-timestamp
             MOVE exc-msg-work TO exc-message
             WRITE exc-rec
             CLOSE salesexc
           END-IF.
       END PROGRAM SALESTERR.
