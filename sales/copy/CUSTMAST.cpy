       *>  held. cust-iban and cust-bic are the customer's bank
       *>  details for the SALESREFUND return-refund run, validated
       *>  through ibanok/bicok before anything is paid.
       *>  cust-group-id names the customer group (see CUSTGRP
       *>  copybook) a subsidiary buys under - spaces for a
       *>  customer that stands alone - so SALESCREDIT can hold
       *>  the group's combined exposure to the group limit and
       *>  SALES can rank the group as one customer.
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**
           05 cust-credit-terms PIC 9(3).
           05 cust-iban PIC X(34).
           05 cust-bic PIC X(11).
           05 cust-group-id PIC X(10).
