       *>*
       *> Validated accounts-master record: the account fields plus
       *> the outcome of the last ibanbatch validation (date,
       *> PASS/FAIL, or SKIP for an account not validated because
       *> it is blocked or closed; reason code) and the account's
       *> lifecycle status (A or space active, B blocked, C closed)
       *> with the date it last changed, as acctmnt maintains it on
       *> the accounts master. Written by ibanbatch as the
       *> accountsnew generation; read by ibanstale and any
       *> downstream job selecting on validation or account status.
       *>*
       01 acctnew-rec.
         05 anw-number pic x(10).
         05 anw-val-date pic 9(8).
         05 anw-val-result pic x(4).
         05 anw-val-reason pic x(14).
         05 anw-status pic x.
           88 anw-is-active value "A" " ".
           88 anw-is-blocked value "B".
           88 anw-is-closed value "C".
         05 anw-status-date pic 9(8).
