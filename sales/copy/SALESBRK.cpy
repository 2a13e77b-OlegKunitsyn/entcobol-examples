       *>  Region/Country order from READER's aggregation SORT, so
       *>  SALES can print a subtotal per Country within each Region
       *>  without requiring the input extract itself to be
       *>  pre-sorted. brk-entity is the company code the pair books
       *>  into (see ENTITYMAP; blank without the entmap file). The
       *>  brk-ic table carries the intercompany sales: in-scope
       *>  revenue whose rep sells for another entity than the one
       *>  the order books into, per selling/booking entity pair.
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**
               10 brk-region PIC X(48).
               10 brk-country PIC X(48).
               10 brk-total PIC S9(9)V99.
               10 brk-entity PIC X(4).
           05 brk-ic-count PIC 9(3) VALUE ZERO.
           05 brk-ic-entry OCCURS 50 TIMES INDEXED BY brk-ic-idx.
               10 brk-ic-seller PIC X(4).
               10 brk-ic-booker PIC X(4).
               10 brk-ic-total PIC S9(9)V99.
