       *>**
       *>  Sanctions hold list record: one party SALESSANCT found
       *>  on the sanctlist sanctions name list - shd-party 'C' a
       *>  customer (shd-key the cust-id), 'R' a sales rep (shd-key
       *>  the repmast rep name) - with the name on its master, the
       *>  list entry it matched (normalized, upper case without
       *>  spaces) and the date it was first held. SALESREFUND and
       *>  SALESCOMM prepare no refund or commission for a held
       *>  party; compliance releases a party by removing its
       *>  record.
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**
       01 sanct-hold-rec.
           05 shd-party PIC X.
               88 shd-is-customer VALUE 'C'.
               88 shd-is-rep VALUE 'R'.
           05 shd-key PIC X(20).
           05 shd-name PIC X(30).
           05 shd-list-name PIC X(35).
           05 shd-date PIC 9(8).
           05 FILLER PIC X(6).
