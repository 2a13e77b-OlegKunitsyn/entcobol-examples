       *>**
       *>  SALESFCST
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**

       *>*
       *> Entry point
       *>
       *> Month-end revenue forecast for the open period. Each
       *> Region/Country's MTD from the salesptd period master is
       *> projected to the period end two ways:
       *>  - working-day run rate: MTD over the working days gone
       *>    so far, times the working days in the whole period
       *>    (weekends and the holcal bank-holiday calendar are not
       *>    working days);
       *>  - same period last year: MTD scaled by how last year's
       *>    same period finished against the same number of days
       *>    into it, both from the salesordhist order history by
       *>    Country (the history carries no Region).
       *> The forecast is the seasonal figure where last year has
       *> revenue to the same day, the run rate otherwise (marked
       *> R on the report), and is set against the period's
       *> salesbud budget with the projected variance. A pair
       *> projected to miss budget by more than the threshold
       *> percentage in the salesfcstctl control file (default
       *> 10.0) is marked MISS, and a 'W' on salesexc counts them.
       *>
       *> Periods are the fiscal ones when the fiscalcal calendar
       *> is in place (see FISCALPER), calendar months otherwise;
       *> last year's period is the one a year back (period code
       *> less 100). The as-of date is the salesfcstctl date when
       *> given, today otherwise.
       *>
       *> Every run appends its projections to the salesfcsthist
       *> forecast history, and the report closes with the
       *> accuracy of the previous period's forecasts: per run
       *> date, the forecast total against the period's actual
       *> revenue in the order history for the same countries.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT salesfcstctl ASSIGN TO salesfcstctl
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ctl-status.
           SELECT salesptd ASSIGN TO salesptd
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ptd-status.
           SELECT salesordhist ASSIGN TO salesordhist
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ohist-key
           FILE STATUS IS ohist-status.
           SELECT salesbud ASSIGN TO salesbud
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS bud-status.
           SELECT holcal ASSIGN TO holcal
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS holcal-status.
           SELECT OPTIONAL salesfcsthist ASSIGN TO salesfcsthist
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS fhist-status.
           SELECT salesfcstrpt ASSIGN TO salesfcstrpt
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS rpt-status.
           SELECT salesexc ASSIGN TO salesexc
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS exc-status.
       DATA DIVISION.
       FILE SECTION.
       FD salesfcstctl RECORDING MODE F
           RECORD CONTAINS 12 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ctl-rec.
       01 ctl-rec.
           05 ctl-miss-pct PIC 9(3)V9.
           05 ctl-asof-date PIC 9(8).
       FD salesptd RECORDING MODE F
           RECORD CONTAINS 158 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ptd-rec.
       COPY SALESPTD.
       FD salesordhist
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ohist-rec.
       COPY ORDHIST.
       FD salesbud RECORDING MODE F
           RECORD CONTAINS 113 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS bud-rec.
       01 bud-rec.
           05 bud-region PIC X(48).
           05 bud-country PIC X(48).
           05 bud-period PIC 9(6).
           05 bud-amount PIC 9(9)V99.
       FD holcal RECORDING MODE F
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS holcal-rec.
       01 holcal-rec.
           05 hol-date PIC 9(8).
       FD salesfcsthist RECORDING MODE F
           RECORD CONTAINS 175 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS fhist-rec.
       01 fhist-rec.
           05 fh-run-date PIC 9(8).
           05 fh-asof-date PIC 9(8).
           05 fh-period PIC 9(6).
           05 fh-region PIC X(48).
           05 fh-country PIC X(48).
           05 fh-mtd PIC S9(9)V99.
           05 fh-runrate PIC S9(9)V99.
           05 fh-seasonal PIC S9(9)V99.
           05 fh-forecast PIC S9(9)V99.
           05 fh-budget PIC 9(9)V99.
           05 fh-basis PIC X.
           05 fh-miss PIC X.
       FD salesfcstrpt RECORDING MODE F
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
       01 ctl-status PIC 9(2).
       01 ptd-status PIC 9(2).
       01 ohist-status PIC 9(2).
       01 bud-status PIC 9(2).
       01 holcal-status PIC 9(2).
       01 fhist-status PIC 9(2).
       01 rpt-status PIC 9(2).
       01 exc-status PIC 9(2).
       01 ptd-eof PIC X VALUE 'N'.
           88 ptd-eof-reached VALUE 'Y'.
       01 hist-eof PIC X VALUE 'N'.
           88 hist-eof-reached VALUE 'Y'.
       01 bud-eof PIC X VALUE 'N'.
           88 bud-eof-reached VALUE 'Y'.
       01 holcal-eof PIC X VALUE 'N'.
           88 holcal-eof-reached VALUE 'Y'.
       01 fhist-eof PIC X VALUE 'N'.
           88 fhist-eof-reached VALUE 'Y'.
       01 miss-pct PIC 9(3)V9 VALUE 10.0.
       01 run-ymd PIC 9(8) VALUE ZERO.
       01 asof-date PIC 9(8) VALUE ZERO.
       COPY FISCALPER.
       01 open-period PIC 9(6) VALUE ZERO.
       01 period-start PIC 9(8) VALUE ZERO.
       01 period-end PIC 9(8) VALUE ZERO.
       01 ly-period PIC 9(6) VALUE ZERO.
       01 ly-start PIC 9(8) VALUE ZERO.
       01 ly-end PIC 9(8) VALUE ZERO.
       01 ly-todate-end PIC 9(8) VALUE ZERO.
       01 prior-period PIC 9(6) VALUE ZERO.
       01 prior-start PIC 9(8) VALUE ZERO.
       01 prior-end PIC 9(8) VALUE ZERO.
       01 day-int PIC 9(8) VALUE ZERO.
       01 end-int PIC 9(8) VALUE ZERO.
       01 day-dow PIC 9 VALUE ZERO.
       01 day-date PIC 9(8) VALUE ZERO.
       01 day-is-working PIC X VALUE 'N'.
           88 working-day VALUE 'Y'.
       01 wd-elapsed PIC 9(3) VALUE ZERO.
       01 wd-total PIC 9(3) VALUE ZERO.
       01 days-into PIC 9(3) VALUE ZERO.
       01 holiday-count PIC 9(3) VALUE ZERO.
       01 holiday-table.
           05 holiday-entry OCCURS 200 TIMES INDEXED BY hol-idx.
               10 holiday-date-tbl PIC 9(8).
       01 pair-count PIC 9(3) VALUE ZERO.
       01 pair-table.
           05 pair-entry OCCURS 400 TIMES INDEXED BY pair-idx.
               10 pair-region-tbl PIC X(48).
               10 pair-country-tbl PIC X(48).
               10 pair-mtd-tbl PIC S9(9)V99.
               10 pair-budget-tbl PIC 9(9)V99.
       01 ctry-count PIC 9(3) VALUE ZERO.
       01 ctry-table.
           05 ctry-entry OCCURS 400 TIMES INDEXED BY ctry-idx.
               10 ctry-name-tbl PIC X(48).
               10 ctry-ly-todate-tbl PIC S9(11)V99.
               10 ctry-ly-full-tbl PIC S9(11)V99.
               10 ctry-prior-tbl PIC S9(11)V99.
       01 ctry-found-idx PIC 9(3) VALUE ZERO.
       01 acc-count PIC 9(3) VALUE ZERO.
       01 acc-table.
           05 acc-entry OCCURS 60 TIMES INDEXED BY acc-idx.
               10 acc-date-tbl PIC 9(8).
               10 acc-forecast-tbl PIC S9(11)V99.
               10 acc-actual-tbl PIC S9(11)V99.
       01 acc-found-idx PIC 9(3) VALUE ZERO.
       01 runrate-work PIC S9(9)V99 VALUE ZERO.
       01 seasonal-work PIC S9(9)V99 VALUE ZERO.
       01 forecast-work PIC S9(9)V99 VALUE ZERO.
       01 variance-work PIC S9(9)V99 VALUE ZERO.
       01 var-pct-work PIC S9(5)V9 VALUE ZERO.
       01 basis-work PIC X VALUE SPACE.
       01 miss-work PIC X VALUE 'N'.
           88 pair-misses VALUE 'Y'.
       01 miss-count PIC 9(5) VALUE ZERO.
       01 total-mtd PIC S9(11)V99 VALUE ZERO.
       01 total-forecast PIC S9(11)V99 VALUE ZERO.
       01 total-budget PIC S9(11)V99 VALUE ZERO.
       01 exc-sev-work PIC X VALUE 'I'.
       01 exc-msg-work PIC X(43) VALUE SPACES.
       01 rpt-rule PIC X(132) VALUE ALL '-'.
       01 rpt-hdr.
           05 FILLER PIC X(32) VALUE
               'Month-end revenue forecast for p'.
           05 FILLER PIC X(6) VALUE 'eriod '.
           05 rph-period PIC 9(6).
           05 FILLER PIC X(7) VALUE ' as of '.
           05 rph-asof PIC 9(8).
           05 FILLER PIC X(16) VALUE '  working days: '.
           05 rph-wd-elapsed PIC ZZ9.
           05 FILLER PIC X(4) VALUE ' of '.
           05 rph-wd-total PIC ZZ9.
       01 rpt-col-hdr.
           05 FILLER PIC X(21) VALUE 'Region'.
           05 FILLER PIC X(20) VALUE 'Country'.
           05 FILLER PIC X(14) VALUE '           MTD'.
           05 FILLER PIC X(14) VALUE '      Run rate'.
           05 FILLER PIC X(14) VALUE '     Last year'.
           05 FILLER PIC X(14) VALUE '        Budget'.
           05 FILLER PIC X(14) VALUE '      Variance'.
           05 FILLER PIC X(9) VALUE '     Var%'.
       01 rpt-pair-line.
           05 rpl-region PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-country PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-mtd PIC Z(8)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-runrate PIC Z(8)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-seasonal PIC Z(8)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-budget PIC Z(8)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-variance PIC Z(8)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-var-pct PIC Z(4)9.9-.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-basis PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-miss PIC X(4).
       01 rpt-total-line.
           05 FILLER PIC X(20) VALUE 'Total'.
           05 FILLER PIC X(11) VALUE '      MTD: '.
           05 rtl-mtd PIC Z(10)9.99-.
           05 FILLER PIC X(12) VALUE '  forecast: '.
           05 rtl-forecast PIC Z(10)9.99-.
           05 FILLER PIC X(10) VALUE '  budget: '.
           05 rtl-budget PIC Z(10)9.99-.
           05 FILLER PIC X(20) VALUE '  pairs below plan: '.
           05 rtl-miss PIC Z(4)9.
       01 rpt-acc-hdr.
           05 FILLER PIC X(36) VALUE
               'Forecast accuracy for closed period '.
           05 rah-period PIC 9(6).
       01 rpt-acc-col-hdr.
           05 FILLER PIC X(10) VALUE 'Run date'.
           05 FILLER PIC X(15) VALUE '       Forecast'.
           05 FILLER PIC X(16) VALUE '          Actual'.
           05 FILLER PIC X(10) VALUE '    Error%'.
       01 rpt-acc-line.
           05 ral-date PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ral-forecast PIC Z(10)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 ral-actual PIC Z(10)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 ral-err-pct PIC Z(5)9.9-.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO run-ymd.
           MOVE run-ymd TO asof-date.
           OPEN INPUT salesfcstctl.
           IF ctl-status EQUAL ZERO
             READ salesfcstctl
               NOT AT END
                 IF ctl-miss-pct IS NUMERIC AND ctl-miss-pct > ZERO
                   MOVE ctl-miss-pct TO miss-pct
                 END-IF
                 IF ctl-asof-date IS NUMERIC
                   AND ctl-asof-date > ZERO
                   MOVE ctl-asof-date TO asof-date
                 END-IF
             END-READ
             CLOSE salesfcstctl
           END-IF.
           PERFORM LOAD-MASTER.
           IF pair-count EQUAL ZERO
             DISPLAY "Period master is empty, nothing to forecast"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM SET-PERIODS.
           PERFORM LOAD-HOLIDAYS.
           PERFORM COUNT-WORKING-DAYS.
           PERFORM LOAD-BUDGET.
           PERFORM LOAD-ORDER-HISTORY.
           PERFORM LOAD-ACCURACY.
           OPEN OUTPUT salesfcstrpt.
           IF rpt-status NOT EQUAL ZERO
             DISPLAY "Error writing forecast report"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN EXTEND salesfcsthist.
           IF fhist-status NOT EQUAL ZERO
             DISPLAY "Error extending forecast history"
             CLOSE salesfcstrpt
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE open-period TO rph-period.
           MOVE asof-date TO rph-asof.
           MOVE wd-elapsed TO rph-wd-elapsed.
           MOVE wd-total TO rph-wd-total.
           MOVE rpt-hdr TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-col-hdr TO rpt-line.
           WRITE rpt-line.
           PERFORM VARYING pair-idx FROM 1 BY 1
             UNTIL pair-idx > pair-count
             PERFORM FORECAST-PAIR
           END-PERFORM.
           CLOSE salesfcsthist.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE total-mtd TO rtl-mtd.
           MOVE total-forecast TO rtl-forecast.
           MOVE total-budget TO rtl-budget.
           MOVE miss-count TO rtl-miss.
           MOVE rpt-total-line TO rpt-line.
           WRITE rpt-line.
           PERFORM WRITE-ACCURACY.
           CLOSE salesfcstrpt.
           IF miss-count > ZERO
             MOVE 'W' TO exc-sev-work
             MOVE SPACES TO exc-msg-work
             STRING 'Pairs forecast to miss budget: '
               DELIMITED BY SIZE
               miss-count DELIMITED BY SIZE
               INTO exc-msg-work
             PERFORM WRITE-EXCEPTION
           END-IF.
           DISPLAY "Pairs forecast: " pair-count
             " projected to miss budget: " miss-count.
           GOBACK.

       *>*
       *> Loads each pair's open-period MTD from the period master.
       *> A master of more than 400 pairs keeps the first 400.
       *>*
       LOAD-MASTER.
           OPEN INPUT salesptd.
           IF ptd-status NOT EQUAL ZERO
             DISPLAY "Error reading period master"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM UNTIL ptd-eof-reached
             READ salesptd
               AT END
                 SET ptd-eof-reached TO TRUE
               NOT AT END
                 IF pair-count LESS THAN 400
                   ADD 1 TO pair-count
                   MOVE ptd-region TO pair-region-tbl(pair-count)
                   MOVE ptd-country TO pair-country-tbl(pair-count)
                   MOVE ptd-mtd TO pair-mtd-tbl(pair-count)
                   MOVE ZERO TO pair-budget-tbl(pair-count)
                   MOVE ptd-period TO open-period
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE salesptd.

       *>*
       *> Looks up the open period's first and last days, the same
       *> period a year back and the period before the open one
       *> (the last closed period, whose forecasts can now be
       *> checked). The as-of date is held inside the open period.
       *>*
       SET-PERIODS.
           MOVE 'P' TO fp-function.
           MOVE open-period TO fp-period.
           CALL "FISCALPER" USING fiscal-period-rec.
           MOVE fp-start TO period-start.
           MOVE fp-end TO period-end.
           IF asof-date LESS THAN period-start
             MOVE period-start TO asof-date
           END-IF.
           IF asof-date > period-end
             MOVE period-end TO asof-date
           END-IF.
           COMPUTE days-into = FUNCTION INTEGER-OF-DATE(asof-date)
             - FUNCTION INTEGER-OF-DATE(period-start).
           MOVE 'P' TO fp-function.
           COMPUTE ly-period = open-period - 100.
           MOVE ly-period TO fp-period.
           CALL "FISCALPER" USING fiscal-period-rec.
           MOVE fp-start TO ly-start.
           MOVE fp-end TO ly-end.
           COMPUTE ly-todate-end = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(ly-start) + days-into).
           IF ly-todate-end > ly-end
             MOVE ly-end TO ly-todate-end
           END-IF.
           MOVE 'D' TO fp-function.
           COMPUTE fp-date = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(period-start) - 1).
           CALL "FISCALPER" USING fiscal-period-rec.
           MOVE fp-period TO prior-period.
           MOVE fp-start TO prior-start.
           MOVE fp-end TO prior-end.

       *>*
       *> Loads the ops-maintained holcal bank-holiday calendar,
       *> if any (one 8-digit date per record). A missing calendar
       *> counts weekends only.
       *>*
       LOAD-HOLIDAYS.
           MOVE ZERO TO holiday-count.
           OPEN INPUT holcal.
           IF holcal-status EQUAL ZERO
             PERFORM UNTIL holcal-eof-reached
               READ holcal
                 AT END
                   SET holcal-eof-reached TO TRUE
                 NOT AT END
                   IF holiday-count LESS THAN 200
                     ADD 1 TO holiday-count
                     MOVE hol-date
                       TO holiday-date-tbl(holiday-count)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE holcal
           ELSE
             DISPLAY "No holcal calendar, weekends only"
           END-IF.

       *>*
       *> Counts the open period's working days: all of them
       *> (wd-total) and those up to and including the as-of date
       *> (wd-elapsed). Day of week comes from INTEGER-OF-DATE
       *> (day 1 was a Monday, so MOD 7 of 6 or 0 is a weekend).
       *>*
       COUNT-WORKING-DAYS.
           MOVE ZERO TO wd-total.
           MOVE ZERO TO wd-elapsed.
           COMPUTE day-int = FUNCTION INTEGER-OF-DATE(period-start).
           COMPUTE end-int = FUNCTION INTEGER-OF-DATE(period-end).
           PERFORM UNTIL day-int > end-int
             COMPUTE day-date = FUNCTION DATE-OF-INTEGER(day-int)
             PERFORM CHECK-WORKING-DAY
             IF working-day
               ADD 1 TO wd-total
               IF day-date NOT GREATER THAN asof-date
                 ADD 1 TO wd-elapsed
               END-IF
             END-IF
             ADD 1 TO day-int
           END-PERFORM.

       *>*
       *> Sets working-day for day-date/day-int: not a Saturday,
       *> a Sunday nor a holcal entry.
       *>*
       CHECK-WORKING-DAY.
           SET working-day TO TRUE.
           COMPUTE day-dow = FUNCTION MOD(day-int, 7).
           IF day-dow EQUAL 6 OR day-dow EQUAL ZERO
             MOVE 'N' TO day-is-working
           END-IF.
           PERFORM VARYING hol-idx FROM 1 BY 1
             UNTIL hol-idx > holiday-count
             IF holiday-date-tbl(hol-idx) EQUAL day-date
               MOVE 'N' TO day-is-working
             END-IF
           END-PERFORM.

       *>*
       *> Sets each pair's budget from the open period's salesbud
       *> entries; a pair without one has a zero budget and is
       *> never marked as missing it.
       *>*
       LOAD-BUDGET.
           OPEN INPUT salesbud.
           IF bud-status EQUAL ZERO
             PERFORM UNTIL bud-eof-reached
               READ salesbud
                 AT END
                   SET bud-eof-reached TO TRUE
                 NOT AT END
                   IF bud-period EQUAL open-period
                     PERFORM VARYING pair-idx FROM 1 BY 1
                       UNTIL pair-idx > pair-count
                       IF pair-region-tbl(pair-idx) EQUAL bud-region
                         AND pair-country-tbl(pair-idx)
                           EQUAL bud-country
                         MOVE bud-amount TO pair-budget-tbl(pair-idx)
                       END-IF
                     END-PERFORM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE salesbud
           ELSE
             DISPLAY "No salesbud budget file, budgets are zero"
           END-IF.

       *>*
       *> One pass over the order history: per Country, last
       *> year's same period to the same day and in full, and the
       *> last closed period's actual revenue.
       *>*
       LOAD-ORDER-HISTORY.
           OPEN INPUT salesordhist.
           IF ohist-status NOT EQUAL ZERO
             DISPLAY "No order history, forecasting by run rate"
           ELSE
             PERFORM UNTIL hist-eof-reached
               READ salesordhist
                 AT END
                   SET hist-eof-reached TO TRUE
                 NOT AT END
                   IF (ohist-order-date NOT LESS THAN ly-start
                     AND ohist-order-date NOT GREATER THAN ly-end)
                     OR (ohist-order-date NOT LESS THAN prior-start
                     AND ohist-order-date NOT GREATER THAN prior-end)
                     PERFORM ADD-HISTORY-ORDER
                   END-IF
               END-READ
             END-PERFORM
             CLOSE salesordhist
           END-IF.

       *>*
       *> Adds the current history record to its Country's
       *> last-year and prior-period figures.
       *>*
       ADD-HISTORY-ORDER.
           PERFORM FIND-COUNTRY.
           IF ctry-found-idx > ZERO
             IF ohist-order-date NOT LESS THAN ly-start
               AND ohist-order-date NOT GREATER THAN ly-end
               ADD ohist-revenue TO ctry-ly-full-tbl(ctry-found-idx)
               IF ohist-order-date NOT GREATER THAN ly-todate-end
                 ADD ohist-revenue
                   TO ctry-ly-todate-tbl(ctry-found-idx)
               END-IF
             END-IF
             IF ohist-order-date NOT LESS THAN prior-start
               AND ohist-order-date NOT GREATER THAN prior-end
               ADD ohist-revenue TO ctry-prior-tbl(ctry-found-idx)
             END-IF
           END-IF.

       *>*
       *> Locates (or appends) ohist-country's slot in ctry-table,
       *> leaving it in ctry-found-idx (zero once the table is
       *> full).
       *>*
       FIND-COUNTRY.
           MOVE ZERO TO ctry-found-idx.
           PERFORM VARYING ctry-idx FROM 1 BY 1
             UNTIL ctry-idx > ctry-count
             IF ctry-name-tbl(ctry-idx) EQUAL ohist-country
               MOVE ctry-idx TO ctry-found-idx
             END-IF
           END-PERFORM.
           IF ctry-found-idx EQUAL ZERO
             IF ctry-count LESS THAN 400
               ADD 1 TO ctry-count
               MOVE ctry-count TO ctry-found-idx
               MOVE ohist-country TO ctry-name-tbl(ctry-found-idx)
               MOVE ZERO TO ctry-ly-todate-tbl(ctry-found-idx)
               MOVE ZERO TO ctry-ly-full-tbl(ctry-found-idx)
               MOVE ZERO TO ctry-prior-tbl(ctry-found-idx)
             ELSE
               DISPLAY "Country table full, dropping "
                 ohist-country(1:20)
             END-IF
           END-IF.

       *>*
       *> Reads the forecast history for the last closed period's
       *> projections and totals them per run date, each against
       *> the actual revenue of the same countries. Runs beyond
       *> the 60 slots are left off the accuracy section.
       *>*
       LOAD-ACCURACY.
           OPEN INPUT salesfcsthist.
           IF fhist-status EQUAL ZERO
             PERFORM UNTIL fhist-eof-reached
               READ salesfcsthist
                 AT END
                   SET fhist-eof-reached TO TRUE
                 NOT AT END
                   IF fh-period EQUAL prior-period
                     PERFORM ADD-ACCURACY-LINE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE salesfcsthist
           END-IF.

       *>*
       *> Adds one forecast history record to its run date's
       *> accuracy totals.
       *>*
       ADD-ACCURACY-LINE.
           MOVE ZERO TO acc-found-idx.
           PERFORM VARYING acc-idx FROM 1 BY 1
             UNTIL acc-idx > acc-count
             IF acc-date-tbl(acc-idx) EQUAL fh-run-date
               MOVE acc-idx TO acc-found-idx
             END-IF
           END-PERFORM.
           IF acc-found-idx EQUAL ZERO AND acc-count LESS THAN 60
             ADD 1 TO acc-count
             MOVE acc-count TO acc-found-idx
             MOVE fh-run-date TO acc-date-tbl(acc-found-idx)
             MOVE ZERO TO acc-forecast-tbl(acc-found-idx)
             MOVE ZERO TO acc-actual-tbl(acc-found-idx)
           END-IF.
           IF acc-found-idx > ZERO
             ADD fh-forecast TO acc-forecast-tbl(acc-found-idx)
             PERFORM VARYING ctry-idx FROM 1 BY 1
               UNTIL ctry-idx > ctry-count
               IF ctry-name-tbl(ctry-idx) EQUAL fh-country
                 ADD ctry-prior-tbl(ctry-idx)
                   TO acc-actual-tbl(acc-found-idx)
               END-IF
             END-PERFORM
           END-IF.

       *>*
       *> Projects pair pair-idx to the period end, sets it against
       *> budget, prints its line and appends it to the forecast
       *> history.
       *>*
       FORECAST-PAIR.
           IF wd-elapsed > ZERO
             COMPUTE runrate-work ROUNDED = pair-mtd-tbl(pair-idx)
               * wd-total / wd-elapsed
           ELSE
             MOVE pair-mtd-tbl(pair-idx) TO runrate-work
           END-IF.
           MOVE ZERO TO seasonal-work.
           MOVE 'R' TO basis-work.
           MOVE ZERO TO ctry-found-idx.
           PERFORM VARYING ctry-idx FROM 1 BY 1
             UNTIL ctry-idx > ctry-count
             IF ctry-name-tbl(ctry-idx) EQUAL pair-country-tbl(pair-idx)
               MOVE ctry-idx TO ctry-found-idx
             END-IF
           END-PERFORM.
           IF ctry-found-idx > ZERO
             IF ctry-ly-todate-tbl(ctry-found-idx) > ZERO
               COMPUTE seasonal-work ROUNDED = pair-mtd-tbl(pair-idx)
                 * ctry-ly-full-tbl(ctry-found-idx)
                 / ctry-ly-todate-tbl(ctry-found-idx)
               MOVE 'S' TO basis-work
             END-IF
           END-IF.
           IF basis-work EQUAL 'S'
             MOVE seasonal-work TO forecast-work
           ELSE
             MOVE runrate-work TO forecast-work
           END-IF.
           COMPUTE variance-work = forecast-work
             - pair-budget-tbl(pair-idx).
           MOVE ZERO TO var-pct-work.
           MOVE 'N' TO miss-work.
           IF pair-budget-tbl(pair-idx) > ZERO
             COMPUTE var-pct-work ROUNDED = variance-work * 100
               / pair-budget-tbl(pair-idx)
             IF var-pct-work < ZERO
               AND (ZERO - var-pct-work) > miss-pct
               SET pair-misses TO TRUE
               ADD 1 TO miss-count
             END-IF
           END-IF.
           MOVE pair-region-tbl(pair-idx) TO rpl-region.
           MOVE pair-country-tbl(pair-idx) TO rpl-country.
           MOVE pair-mtd-tbl(pair-idx) TO rpl-mtd.
           MOVE runrate-work TO rpl-runrate.
           MOVE seasonal-work TO rpl-seasonal.
           MOVE pair-budget-tbl(pair-idx) TO rpl-budget.
           MOVE variance-work TO rpl-variance.
           MOVE var-pct-work TO rpl-var-pct.
           IF basis-work EQUAL 'R'
             MOVE 'R' TO rpl-basis
           ELSE
             MOVE SPACE TO rpl-basis
           END-IF.
           IF pair-misses
             MOVE 'MISS' TO rpl-miss
           ELSE
             MOVE SPACES TO rpl-miss
           END-IF.
           MOVE rpt-pair-line TO rpt-line.
           WRITE rpt-line.
           ADD pair-mtd-tbl(pair-idx) TO total-mtd.
           ADD forecast-work TO total-forecast.
           ADD pair-budget-tbl(pair-idx) TO total-budget.
           MOVE run-ymd TO fh-run-date.
           MOVE asof-date TO fh-asof-date.
           MOVE open-period TO fh-period.
           MOVE pair-region-tbl(pair-idx) TO fh-region.
           MOVE pair-country-tbl(pair-idx) TO fh-country.
           MOVE pair-mtd-tbl(pair-idx) TO fh-mtd.
           MOVE runrate-work TO fh-runrate.
           MOVE seasonal-work TO fh-seasonal.
           MOVE forecast-work TO fh-forecast.
           MOVE pair-budget-tbl(pair-idx) TO fh-budget.
           MOVE basis-work TO fh-basis.
           MOVE miss-work TO fh-miss.
           WRITE fhist-rec.

       *>*
       *> Prints the last closed period's forecast accuracy, one
       *> line per run date: forecast total, actual and the error
       *> as a percentage of the actual. Nothing prints when the
       *> history holds no forecasts for that period.
       *>*
       WRITE-ACCURACY.
           IF acc-count > ZERO
             MOVE rpt-rule TO rpt-line
             WRITE rpt-line
             MOVE prior-period TO rah-period
             MOVE rpt-acc-hdr TO rpt-line
             WRITE rpt-line
             MOVE rpt-acc-col-hdr TO rpt-line
             WRITE rpt-line
             PERFORM VARYING acc-idx FROM 1 BY 1
               UNTIL acc-idx > acc-count
               MOVE acc-date-tbl(acc-idx) TO ral-date
               MOVE acc-forecast-tbl(acc-idx) TO ral-forecast
               MOVE acc-actual-tbl(acc-idx) TO ral-actual
               IF acc-actual-tbl(acc-idx) NOT EQUAL ZERO
                 COMPUTE var-pct-work ROUNDED =
                   (acc-forecast-tbl(acc-idx)
                    - acc-actual-tbl(acc-idx)) * 100
                   / acc-actual-tbl(acc-idx)
               ELSE
                 MOVE ZERO TO var-pct-work
               END-IF
               MOVE var-pct-work TO ral-err-pct
               MOVE rpt-acc-line TO rpt-line
               WRITE rpt-line
             END-PERFORM
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
             MOVE 'SALESFCST' TO exc-program
             MOVE FUNCTION CURRENT-DATE(1:21) TO exc-timestamp
             MOVE exc-msg-work TO exc-message
             WRITE exc-rec
             CLOSE salesexc
           END-IF.
       END PROGRAM SALESFCST.
