       *> holding the file in a working-storage table) and reports
       *> every IBAN attached to more than one account number, with
       *> all the owning account numbers listed, plus a summary count
       *> of shared IBANs by country. The shared IBAN prints
       *> masked by ibanmask, like every report that leaves the
       *> machine; the owning account numbers identify it.
       *>*
       identification division.
       program-id. ibandupe.
       data division.
       file section.
       fd accounts recording mode f
           record contains 94 characters
           label records are omitted
           data record is acct-rec.
       01 acct-rec.
         05 acct-number pic x(10).
         05 acct-iban pic x(64).
         05 acct-bic pic x(11).
         05 acct-status pic x.
         05 acct-status-date pic 9(8).
       sd sortwork
           record contains 94 characters
           data record is sort-rec.
       01 sort-rec.
         05 sw-number pic x(10).
         05 sw-iban pic x(64).
         05 sw-bic pic x(11).
         05 sw-status pic x.
         05 sw-status-date pic 9(8).
       fd ibanduprpt recording mode f
           record contains 80 characters
           label records are omitted
           10 ctry-code-tbl pic x(2).
           10 ctry-total pic 9(9).
       01 ctry-found-idx pic 9(3) value zero.
       01 mask-program pic x(12) value "ibandupe".
       01 mask-in pic x(64) value spaces.
       01 mask-out pic x(34) value spaces.
       01 rpt-rule pic x(80) value all "-".
       01 rpt-hdr pic x(36) value
           "Shared-IBAN detection report".
             move 1 to return-code
             goback
           end-if.
           call "ibanmaskload" using mask-program.
           move rpt-hdr to rpt-line.
           write rpt-line.
           move rpt-rule to rpt-line.
                 if group-open and sw-iban = group-iban
                   add 1 to group-size
                   if group-size = 2
                     move group-iban to mask-in
                     call "ibanmask" using mask-in, mask-out
                     move mask-out to rpt-iban-out
                     move rpt-iban-line to rpt-line
                     write rpt-line
                     move group-first-number to rpt-acct-out
