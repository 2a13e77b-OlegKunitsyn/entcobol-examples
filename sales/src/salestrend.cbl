       *>
       *> Period-over-period trend report over the salesordhist
       *> order-level history master READER maintains. Revenue is
       *> aggregated by Country and by Channel per period (from
       *> each record's OrderDate - the fiscal period when the
       *> fiscalcal calendar is in place, the calendar month
       *> otherwise, see FISCALPER) and the last N periods
       *> print side by side, newest rightmost, with the percentage
       *> movement of the newest period against the one before it -
       *> so "did Germany fall or did France rise" and "is Web
           88 hist-eof-reached VALUE 'Y'.
       01 trend-n PIC 9(2) VALUE 6.
       01 row-period PIC 9(6) VALUE ZERO.
       COPY FISCALPER.
       01 period-count PIC 9(2) VALUE ZERO.
       01 period-table.
           05 period-entry OCCURS 36 TIMES INDEXED BY period-idx.
               AT END
                 SET hist-eof-reached TO TRUE
               NOT AT END
                 PERFORM SET-ROW-PERIOD
                 MOVE ZERO TO found-idx
                 PERFORM VARYING period-idx FROM 1 BY 1
                   UNTIL period-idx > period-count
               AT END
                 SET hist-eof-reached TO TRUE
               NOT AT END
                 PERFORM SET-ROW-PERIOD
                 MOVE ZERO TO sel-slot
                 PERFORM VARYING sel-idx FROM 1 BY 1
                   UNTIL sel-idx > sel-count
             MOVE ZERO TO rpt-pop-out
             MOVE '*' TO rpt-pop-mark
           END-IF.

       *>*
       *> Sets row-period to the current record's OrderDate
       *> period, fiscal or calendar (see FISCALPER).
       *>*
       SET-ROW-PERIOD.
           MOVE 'D' TO fp-function.
           MOVE ohist-order-date TO fp-date.
           CALL "FISCALPER" USING fiscal-period-rec.
           MOVE fp-period TO row-period.
       END PROGRAM SALESTREND.
