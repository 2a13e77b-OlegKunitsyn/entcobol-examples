       *>*
       *> SEPA Direct Debit mandate master record, one per signed
       *> mandate: the unique mandate reference, the customer's
       *> cust-id on custmast, the debtor IBAN and BIC, the date
       *> of signature, one-off ("O") or recurrent ("R"), and our
       *> SEPA Creditor Identifier the mandate was signed to. The
       *> status is "A" active, "C" cancelled or "U" used up (a
       *> one-off mandate once collected), with the date it was
       *> last changed; mdt-last-coll carries the last collection
       *> date, zero until the first (so ddcollect knows a FRST
       *> from a RCUR). Shared by mandmnt (maintenance) and
       *> ddcollect (collection run).
       *>*
       01 mandate-rec.
         05 mdt-reference pic x(35).
         05 mdt-customer pic x(10).
         05 mdt-iban pic x(34).
         05 mdt-bic pic x(11).
         05 mdt-sign-date pic 9(8).
         05 mdt-type pic x.
           88 mdt-is-oneoff value "O".
           88 mdt-is-recurrent value "R".
         05 mdt-creditor-id pic x(35).
         05 mdt-status pic x.
           88 mdt-is-active value "A".
           88 mdt-is-cancelled value "C".
           88 mdt-is-used value "U".
         05 mdt-status-date pic 9(8).
         05 mdt-last-coll pic 9(8).
