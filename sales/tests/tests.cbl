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
           CALL "PARSER" USING csv-row, csv-rec, l-valid,
             l-discrepancy.
       COPY SALESVAT.
       COPY SALESMARG.
       COPY SALESCURR.
       COPY SALESDISC.
       COPY DATERANGE.
       COPY SALESLIST.
       01 expected-batch-total PIC 9(9)V99 VALUE 100.00.
             sales-breakdown, sales-rep-breakdown, sales-ranking,
             sales-customer-ranking, sales-vat-summary,
             sales-margin-summary, sales-currency-exposure,
             sales-discount-summary, date-range
             RETURNING total.
           CALL "ECBLUREQ" USING
             BY CONTENT ADDRESS OF expected-total
