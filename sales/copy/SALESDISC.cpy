       *>**
       *>  SALES discount summary by SalesRep and ProductCode,
       *>  returned by READER alongside sales-margin-summary and
       *>  built from the same aggregation SORT: per rep/product
       *>  pair, over the sales rows priced against the pricelist
       *>  (returns and rows with no list price in force stay
       *>  out), the list value of the units sold, the discount
       *>  given off it, and the rows priced below the product's
       *>  discount floor with the revenue given away below that
       *>  floor - all in the USD base. SALES prints the discount
       *>  summary by rep and by product from it.
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**
       01 sales-discount-summary.
           05 disc-count PIC 9(4) VALUE ZERO.
           05 disc-entry OCCURS 2000 TIMES INDEXED BY disc-idx.
               10 disc-rep PIC X(20).
               10 disc-product PIC X(12).
               10 disc-list-value PIC S9(11)V99.
               10 disc-given PIC S9(11)V99.
               10 disc-below-count PIC 9(7).
               10 disc-below-value PIC S9(11)V99.
