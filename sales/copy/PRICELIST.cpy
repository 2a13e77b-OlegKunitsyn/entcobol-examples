       *>**
       *>  Product price list, date-effective per ProductCode and
       *>  CurrencyCode. prc-list-price is the unit list price in
       *>  prc-currency, in force from prc-eff-date onward until a
       *>  later-dated entry for the same product and currency;
       *>  prc-max-disc-pct is the largest discount off that price
       *>  a rep may give before the sale is a pricing exception.
       *>  Loaded by READER's load-price-table from the pricelist
       *>  file PRICEUPD maintains from the pricing team's feed.
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**
       01 price-table.
           05 prc-count PIC 9(4) VALUE ZERO.
           05 prc-entry OCCURS 2000 TIMES INDEXED BY prc-idx.
               10 prc-product PIC X(12).
               10 prc-currency PIC X(3).
               10 prc-eff-date PIC 9(8).
               10 prc-list-price PIC 9(9)V99.
               10 prc-max-disc-pct PIC 9(2)V99.
