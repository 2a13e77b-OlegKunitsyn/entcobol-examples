       *> Month-end FX revaluation over the salesordhist order
       *> history, run in the SALESCLOSE window. Each order in the
       *> open period (the salesperctl stamp when SALESCLOSE
       *> maintains one, the run date's period otherwise - fiscal
       *> when the fiscalcal calendar is in place) was
       *> booked at the rate FIND-FX-RATE applied on its
       *> OrderDate; this run reprices the order's original-
       *> currency amount (ohist-orig-amount) at the latest rate
       01 fxrates-eof PIC X VALUE 'N'.
           88 fxrates-eof-reached VALUE 'Y'.
       01 open-period PIC 9(6) VALUE ZERO.
       01 period-start PIC 9(8) VALUE ZERO.
       01 period-end PIC 9(8) VALUE ZERO.
       COPY FISCALPER.
       COPY FXRATE.
       01 latest-rate PIC 9(3)V9999 VALUE ZERO.
       01 latest-date PIC 9(8) VALUE ZERO.

       *>*
       *> Picks the period being revalued: the open period from
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
             END-READ
             CLOSE salesperctl
           END-IF.
           MOVE 'P' TO fp-function.
           MOVE open-period TO fp-period.
           CALL "FISCALPER" USING fiscal-period-rec.
           MOVE fp-start TO period-start.
           MOVE fp-end TO period-end.

       *>*
       *> Walks the order history once, repricing every open-
               AT END
                 SET hist-eof-reached TO TRUE
               NOT AT END
                 IF ohist-order-date NOT LESS THAN period-start
                   AND ohist-order-date NOT GREATER THAN period-end
                   ADD 1 TO order-count
                   IF ohist-currency EQUAL SPACES
                     ADD 1 TO no-currency-count
