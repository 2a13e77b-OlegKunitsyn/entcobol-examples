       *> payment run trusts it. A missing acctprior (first run)
       *> compares against an empty prior generation, so every
       *> account that day reports as appeared.
       *>
       *> Both the report and the escalation list are worked by
       *> people and passed around, so the IBANs on them are
       *> masked by ibanmask (an authorized investigation run
       *> can print them in full - see ibanmask); the two
       *> generations on disk keep the full values.
       *>*
       identification division.
       program-id. acctdiff.
       data division.
       file section.
       fd accountsnew recording mode f
           record contains 120 characters
           label records are omitted
           data record is acctnew-rec.
       copy IBANVAL.
       fd acctprior recording mode f
           record contains 120 characters
           label records are omitted
           data record is prior-rec.
       01 prior-rec.
         05 prr-val-date pic 9(8).
         05 prr-val-result pic x(4).
         05 prr-val-reason pic x(14).
         05 prr-status pic x.
         05 prr-status-date pic 9(8).
       fd acctdiffrpt recording mode f
           record contains 132 characters
           label records are omitted
       01 bic-changed-count pic 9(5) value zero.
       01 appeared-count pic 9(5) value zero.
       01 disappeared-count pic 9(5) value zero.
       01 mask-program pic x(12) value "acctdiff".
       01 mask-in pic x(64) value spaces.
       01 mask-out pic x(34) value spaces.
       01 rpt-rule pic x(132) value all "-".
       01 rpt-hdr pic x(40) value
           "Accounts master generation compare".
             close accountsnew, acctdiffrpt
             goback
           end-if.
           call "ibanmaskload" using mask-program.
           move rpt-hdr to rpt-line.
           write rpt-line.
           move rpt-rule to rpt-line.
             move anw-number to rcl-number
             move spaces to rcl-old
             move spaces to rcl-old-result
             move anw-iban to mask-in
             call "ibanmask" using mask-in, mask-out
             move mask-out to rcl-new
             move anw-val-result to rcl-new-result
             move rpt-change-line to rpt-line
             write rpt-line
               add 1 to iban-changed-count
               move "IBAN-CHANGE" to rcl-kind
               move anw-number to rcl-number
               move pt-iban(prior-idx) to mask-in
               call "ibanmask" using mask-in, mask-out
               move mask-out to rcl-old
               move pt-val-result(prior-idx) to rcl-old-result
               move spaces to escal-rec
               move mask-out to esc-old-iban
               move anw-iban to mask-in
               call "ibanmask" using mask-in, mask-out
               move mask-out to rcl-new
               move anw-val-result to rcl-new-result
               move rpt-change-line to rpt-line
               write rpt-line
               move anw-number to esc-number
               move mask-out to esc-new-iban
               move anw-val-result to esc-new-result
               write escal-rec
             end-if
               add 1 to disappeared-count
               move "DISAPPEARED" to rcl-kind
               move pt-number(psort-idx) to rcl-number
               move pt-iban(psort-idx) to mask-in
               call "ibanmask" using mask-in, mask-out
               move mask-out to rcl-old
               move pt-val-result(psort-idx) to rcl-old-result
               move spaces to rcl-new
               move spaces to rcl-new-result
