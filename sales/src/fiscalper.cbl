       *>**
       *>  FISCALPER
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**

       *>*
       *> Maps a date, or a period code, to its fiscal period, so
       *> every program that derives a period from OrderDate or
       *> the run date cuts it the way finance does. The fiscal
       *> calendar comes from the fiscalcal file finance keeps -
       *> one record per fiscal period: first date, last date,
       *> fiscal year, quarter and period number (a 4-4-5 year
       *> starting in February is twelve records of four, four
       *> and five weeks) - loaded on the first call of the run.
       *> A fiscal period's code is fiscal year * 100 + period
       *> number, so it sorts in time order like the calendar
       *> YYYYMM it replaces; a period is a quarter end when it is
       *> the last period of its quarter on the file, a year end
       *> when it is the last of its year.
       *>
       *> Without fiscalcal every answer is the calendar month
       *> (YYYYMM, quarters of three months, year end in
       *> December), exactly what the suite did before the file
       *> existed. A date or period the file does not cover is
       *> answered the same calendar way, flagged 'X' in fp-source
       *> and noted once on the console, so a calendar that has
       *> not been extended into the new year shows up without
       *> stopping the run. The calendar is best put in place at
       *> a close, so the open period and the stamped periods on
       *> salesperctl and salesptd move to fiscal codes together.
       *>
       *> @param fiscal-period-rec see FISCALPER copybook
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCALPER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fiscalcal ASSIGN TO fiscalcal
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS cal-status.
       DATA DIVISION.
       FILE SECTION.
       FD fiscalcal RECORDING MODE F
           RECORD CONTAINS 24 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS cal-rec.
       01 cal-rec.
           05 cal-start PIC 9(8).
           05 cal-end PIC 9(8).
           05 cal-year PIC 9(4).
           05 cal-quarter PIC 9.
           05 cal-period-no PIC 9(2).
           05 FILLER PIC X.
       WORKING-STORAGE SECTION.
       01 cal-status PIC 9(2).
       01 cal-eof PIC X VALUE 'N'.
           88 cal-eof-reached VALUE 'Y'.
       01 cal-loaded PIC X VALUE 'N'.
           88 cal-is-loaded VALUE 'Y'.
       01 cal-warned PIC X VALUE 'N'.
           88 cal-has-warned VALUE 'Y'.
       01 cal-count PIC 9(3) VALUE ZERO.
       01 cal-table.
           05 cal-entry OCCURS 400 TIMES INDEXED BY cal-idx.
               10 cal-start-tbl PIC 9(8).
               10 cal-end-tbl PIC 9(8).
               10 cal-year-tbl PIC 9(4).
               10 cal-quarter-tbl PIC 9.
               10 cal-period-no-tbl PIC 9(2).
               10 cal-code-tbl PIC 9(6).
       01 cal-found-idx PIC 9(3) VALUE ZERO.
       01 month-start PIC 9(8) VALUE ZERO.
       01 month-start-parts REDEFINES month-start.
           05 ms-year PIC 9(4).
           05 ms-month PIC 9(2).
           05 ms-day PIC 9(2).
       01 next-month-start PIC 9(8) VALUE ZERO.
       01 next-month-parts REDEFINES next-month-start.
           05 nm-year PIC 9(4).
           05 nm-month PIC 9(2).
           05 nm-day PIC 9(2).
       LINKAGE SECTION.
       COPY FISCALPER.
       PROCEDURE DIVISION USING fiscal-period-rec.
           IF NOT cal-is-loaded
             PERFORM LOAD-CALENDAR
           END-IF.
           MOVE ZERO TO cal-found-idx.
           PERFORM VARYING cal-idx FROM 1 BY 1
             UNTIL cal-idx > cal-count OR cal-found-idx > ZERO
             IF fp-by-period
               IF cal-code-tbl(cal-idx) EQUAL fp-period
                 MOVE cal-idx TO cal-found-idx
               END-IF
             ELSE
               IF fp-date NOT LESS THAN cal-start-tbl(cal-idx)
                 AND fp-date NOT GREATER THAN cal-end-tbl(cal-idx)
                 MOVE cal-idx TO cal-found-idx
               END-IF
             END-IF
           END-PERFORM.
           IF cal-found-idx > ZERO
             PERFORM SET-FISCAL-PERIOD
           ELSE
             PERFORM SET-CALENDAR-MONTH
             IF cal-count > ZERO
               MOVE 'X' TO fp-source
               IF NOT cal-has-warned
                 SET cal-has-warned TO TRUE
                 IF fp-by-period
                   DISPLAY "Period " fp-period " not on fiscal "
                     "calendar, calendar month used"
                 ELSE
                   DISPLAY "Date " fp-date " not on fiscal "
                     "calendar, calendar month used"
                 END-IF
               END-IF
             ELSE
               MOVE 'C' TO fp-source
             END-IF
           END-IF.
           GOBACK.

       *>*
       *> Returns the fiscal period in cal-found-idx's slot; it
       *> closes its quarter (or year) when no later period of the
       *> same quarter (or year) is on the calendar.
       *>*
       SET-FISCAL-PERIOD.
           MOVE 'F' TO fp-source.
           MOVE cal-code-tbl(cal-found-idx) TO fp-period.
           MOVE cal-year-tbl(cal-found-idx) TO fp-year.
           MOVE cal-quarter-tbl(cal-found-idx) TO fp-quarter.
           MOVE cal-period-no-tbl(cal-found-idx) TO fp-period-no.
           MOVE cal-start-tbl(cal-found-idx) TO fp-start.
           MOVE cal-end-tbl(cal-found-idx) TO fp-end.
           MOVE 'Y' TO fp-qtr-end.
           MOVE 'Y' TO fp-year-end.
           PERFORM VARYING cal-idx FROM 1 BY 1
             UNTIL cal-idx > cal-count
             IF cal-year-tbl(cal-idx) EQUAL fp-year
               AND cal-period-no-tbl(cal-idx) > fp-period-no
               MOVE 'N' TO fp-year-end
               IF cal-quarter-tbl(cal-idx) EQUAL fp-quarter
                 MOVE 'N' TO fp-qtr-end
               END-IF
             END-IF
           END-PERFORM.

       *>*
       *> Returns the calendar month of fp-date (or the calendar
       *> month fp-period names): YYYYMM code, quarters of three
       *> months, year end in December.
       *>*
       SET-CALENDAR-MONTH.
           IF fp-by-period
             COMPUTE month-start = fp-period * 100 + 1
           ELSE
             MOVE fp-date TO month-start
             MOVE 1 TO ms-day
           END-IF.
           IF ms-month < 1 OR ms-month > 12
             MOVE 1 TO ms-month
           END-IF.
           MOVE month-start TO next-month-start.
           IF nm-month EQUAL 12
             ADD 1 TO nm-year
             MOVE 1 TO nm-month
           ELSE
             ADD 1 TO nm-month
           END-IF.
           COMPUTE fp-period = ms-year * 100 + ms-month.
           MOVE ms-year TO fp-year.
           COMPUTE fp-quarter = (ms-month + 2) / 3.
           MOVE ms-month TO fp-period-no.
           MOVE month-start TO fp-start.
           COMPUTE fp-end = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(next-month-start) - 1).
           MOVE 'N' TO fp-qtr-end.
           MOVE 'N' TO fp-year-end.
           IF ms-month EQUAL 3 OR 6 OR 9 OR 12
             MOVE 'Y' TO fp-qtr-end
           END-IF.
           IF ms-month EQUAL 12
             MOVE 'Y' TO fp-year-end
           END-IF.

       *>*
       *> Loads fiscalcal once for the run. A record whose dates,
       *> quarter or period number make no sense is skipped with a
       *> console message; a missing file leaves the table empty
       *> and every answer a calendar month.
       *>*
       LOAD-CALENDAR.
           SET cal-is-loaded TO TRUE.
           OPEN INPUT fiscalcal.
           IF cal-status EQUAL ZERO
             PERFORM UNTIL cal-eof-reached
               READ fiscalcal
                 AT END
                   SET cal-eof-reached TO TRUE
                 NOT AT END
                   IF cal-start IS NOT NUMERIC
                     OR cal-end IS NOT NUMERIC
                     OR cal-year IS NOT NUMERIC
                     OR cal-quarter IS NOT NUMERIC
                     OR cal-period-no IS NOT NUMERIC
                     OR cal-end < cal-start
                     OR cal-quarter < 1 OR cal-quarter > 4
                     OR cal-period-no < 1 OR cal-period-no > 13
                     DISPLAY "Bad fiscal calendar record skipped: "
                       cal-rec
                   ELSE
                     IF cal-count LESS THAN 400
                       ADD 1 TO cal-count
                       MOVE cal-start TO cal-start-tbl(cal-count)
                       MOVE cal-end TO cal-end-tbl(cal-count)
                       MOVE cal-year TO cal-year-tbl(cal-count)
                       MOVE cal-quarter TO cal-quarter-tbl(cal-count)
                       MOVE cal-period-no
                         TO cal-period-no-tbl(cal-count)
                       COMPUTE cal-code-tbl(cal-count) =
                         cal-year * 100 + cal-period-no
                     ELSE
                       DISPLAY "Fiscal calendar table full, "
                         "ignoring " cal-rec
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE fiscalcal
           END-IF.
       END PROGRAM FISCALPER.
