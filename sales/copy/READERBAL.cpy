       *>**
       *>  READER run balancing record, one appended to readerbal
       *>  per nightly run (a flash run writes none): the run's date
       *>  and time, whether it ran to the end ('C') or stopped on
       *>  a fatal condition ('F'), the rows it read from sales
       *>  (every record, header and trailer included) and where
       *>  each one went. Every row lands in exactly one of header,
       *>  aggregated (in the where/date-range scope), filtered out
       *>  (valid but out of scope), rejects, latearrivals,
       *>  fxexcept, retexcept, dupexcept or trailer, so those add
       *>  back up to bal-rows-read. The trailer's own stated row
       *>  count, the custexcept rows (which still aggregate) and
       *>  the order history records written new or rewritten over
       *>  an existing key ride along for SALESACCT to check
       *>  against the files themselves.
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**
       01 bal-rec.
           05 bal-run-date PIC 9(8).
           05 bal-run-time PIC 9(6).
           05 bal-status PIC X.
               88 bal-run-complete VALUE 'C'.
               88 bal-run-stopped VALUE 'F'.
           05 bal-rows-read PIC 9(9).
           05 bal-header PIC 9(9).
           05 bal-aggregated PIC 9(9).
           05 bal-filtered PIC 9(9).
           05 bal-rejected PIC 9(9).
           05 bal-late PIC 9(9).
           05 bal-fx-except PIC 9(9).
           05 bal-ret-except PIC 9(9).
           05 bal-dup-except PIC 9(9).
           05 bal-trailer PIC 9(9).
           05 bal-trailer-stated PIC 9(9).
           05 bal-cust-except PIC 9(9).
           05 bal-ohist-new PIC 9(9).
           05 bal-ohist-rewritten PIC 9(9).
