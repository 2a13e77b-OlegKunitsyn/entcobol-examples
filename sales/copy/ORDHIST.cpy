       *>  so SALESREVAL can reprice the open period at closing
       *>  rates. ohist-rep and ohist-product carry the row's
       *>  SalesRep and ProductCode so SALESBIFEED can build the
       *>  warehouse feed without re-reading the extract, and so
       *>  SALESTERR can check each order's Country against its
       *>  rep's territory.
       *>  ohist-load-date is the date of the READER run that last
       *>  wrote the record, so SALESACCT can count what the master
       *>  received from the night's run.
       *>  SALESTREND reports over it.
       *>  @author Olegs Kunicins
       *>  @license MIT
           05 ohist-orig-amount PIC S9(9)V99.
           05 ohist-rep PIC X(20).
           05 ohist-product PIC X(12).
           05 ohist-load-date PIC 9(8).
