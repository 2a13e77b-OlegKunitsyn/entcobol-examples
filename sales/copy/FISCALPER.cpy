       *>**
       *>  Fiscal period lookup record passed to FISCALPER. The
       *>  caller sets fp-function - 'D' to look up the period a
       *>  date (fp-date, YYYYMMDD) falls in, 'P' to look up a
       *>  period (fp-period) itself - and FISCALPER returns the
       *>  period code, fiscal year, quarter, period number within
       *>  the year, the period's first and last dates, and whether
       *>  the period closes its quarter or its year. fp-period is
       *>  fiscal year * 100 + period number (YYYYPP) when the
       *>  fiscalcal fiscal calendar file is present, the calendar
       *>  month (YYYYMM) otherwise, so every period field in the
       *>  suite stays a PIC 9(6) that sorts in time order.
       *>  fp-source says where the answer came from: 'F' the
       *>  fiscal calendar, 'C' calendar months (no fiscalcal),
       *>  'X' calendar months for a date or period the fiscal
       *>  calendar does not cover.
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**
       01 fiscal-period-rec.
           05 fp-function PIC X VALUE 'D'.
               88 fp-by-date VALUE 'D'.
               88 fp-by-period VALUE 'P'.
           05 fp-date PIC 9(8) VALUE ZERO.
           05 fp-period PIC 9(6) VALUE ZERO.
           05 fp-year PIC 9(4) VALUE ZERO.
           05 fp-quarter PIC 9 VALUE ZERO.
           05 fp-period-no PIC 9(2) VALUE ZERO.
           05 fp-start PIC 9(8) VALUE ZERO.
           05 fp-end PIC 9(8) VALUE ZERO.
           05 fp-qtr-end PIC X VALUE 'N'.
               88 fp-is-qtr-end VALUE 'Y'.
           05 fp-year-end PIC X VALUE 'N'.
               88 fp-is-year-end VALUE 'Y'.
           05 fp-source PIC X VALUE 'C'.
               88 fp-is-fiscal VALUE 'F'.
               88 fp-is-calendar VALUE 'C'.
               88 fp-not-covered VALUE 'X'.
