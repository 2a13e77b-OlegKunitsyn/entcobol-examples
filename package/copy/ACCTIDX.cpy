       *>*
       *> Indexed accounts master record, one per account: the
       *> account number (primary key), the IBAN normalized to
       *> upper case with its spaces squeezed out (alternate key,
       *> duplicates allowed - two accounts sharing an IBAN is
       *> exactly what the lookups need to see), and the whole
       *> accountsnew record as ibanbatch or acctintake last left
       *> it (see IBANVAL). Built from the sequential accountsnew
       *> generation by acctidxbld and kept current by acctintake;
       *> read by acctinq, acctintake and sepaval.
       *>*
       01 acctidx-rec.
         05 aix-number pic x(10).
         05 aix-iban-key pic x(34).
         05 aix-account pic x(120).
