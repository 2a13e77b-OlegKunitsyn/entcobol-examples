       *>**
       *>  Customer group master record (custgroup, sequential,
       *>  maintained by CUSTMNT alongside custmast). A group is
       *>  the parent several subsidiaries' cust-ids buy under,
       *>  each member naming it in cust-group-id. grp-credit-limit
       *>  is the exposure agreed for the group as a whole, which
       *>  SALESCREDIT checks the members' combined open invoices
       *>  and day's orders against on top of each member's own
       *>  limit; a zero limit leaves the group unchecked.
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**
       01 grp-rec.
           05 grp-id PIC X(10).
           05 grp-name PIC X(30).
           05 grp-credit-limit PIC 9(9)V99.
           05 FILLER PIC X(9).
