       *>*
       *> BIC derivation proposal, one per account or customer whose
       *> IBAN is good but whose BIC is blank, malformed, unknown to
       *> the SWIFT directory or at odds with the IBAN's country.
       *> Written by bicderive for review (bpr-approve left blank),
       *> read back by bicapply once account services have set
       *> bpr-approve to "Y" on the proposals they accept.
       *>
       *> bpr-source "A" accounts master, "C" custmast; bpr-why the
       *> reason the current BIC was not good enough (BLANK-BIC,
       *> BAD-BIC, BIC-UNKNOWN, BIC-IBAN-MISM); bpr-confidence "U"
       *> one unique candidate, "M" several candidates (the first
       *> SEPA-reachable one proposed, bpr-candidates says how
       *> many), "N" no match (no BIC proposed).
       *>*
       01 bicprop-rec.
         05 bpr-source pic x.
           88 bpr-from-accounts value "A".
           88 bpr-from-custmast value "C".
         05 bpr-key pic x(10).
         05 bpr-iban pic x(34).
         05 bpr-old-bic pic x(11).
         05 bpr-new-bic pic x(11).
         05 bpr-confidence pic x.
           88 bpr-unique value "U".
           88 bpr-multiple value "M".
           88 bpr-no-match value "N".
         05 bpr-candidates pic 9(3).
         05 bpr-sepa pic x.
         05 bpr-bank-code pic x(11).
         05 bpr-bank-name pic x(35).
         05 bpr-why pic x(13).
         05 bpr-approve pic x.
           88 bpr-is-approved value "Y".
