       *>**
       *>  Period accumulation master record, one per Region/Country:
       *>  the open period (YYYYMM, or the fiscal YYYYPP code when
       *>  the fiscalcal calendar is in place - see FISCALPER), its
       *>  period-to-date revenue (ptd-mtd) and the year-to-date
       *>  revenue. Updated with each SALES run's Region/Country
       *>  subtotals; frozen, reported and rolled forward by
       *>  SALESCLOSE at period end. ptd-qtd is the quarter-to-date
       *>  revenue of the periods already closed in the quarter,
       *>  rolled only by SALESCLOSE the way ptd-ytd is.
       *>  ptd-upd-date and ptd-day-amt remember the date and
       *>  amount of the last daily contribution, so a rerun of the
       *>  same day's SALES replaces its contribution instead of
       *>  adding it twice.
       *>  ptd-entity is the company code of the legal entity the
       *>  pair books into (see ENTITYMAP), so SALESCLOSE can
       *>  subtotal the close by entity.
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**
           05 ptd-ytd PIC S9(9)V99.
           05 ptd-upd-date PIC 9(8).
           05 ptd-day-amt PIC S9(9)V99.
           05 ptd-qtd PIC S9(9)V99.
           05 ptd-entity PIC X(4).
