       01 l-branch-code pic x(6).
       01 bank-code pic x(11).
       01 l-ref pic x(25).
       01 l-cid pic x(35).
       01 expected-bank-code pic x(11) value "10000000".
       01 l-seal-data pic x(56).
       01 l-seal-hash pic 9(12).
       01 expected-seal-hash pic 9(12).
       01 l-ctry-entry pic x(34).
       01 expected-ctry-entry pic x(34) value
           "GB22aaaannnnnnnnnnnnnn".
       01 mask-in pic x(64).
       01 mask-out pic x(34).
       01 expected-mask pic x(34).
       procedure division.
      * OK
           move "BE71096123456769" to iban.
           call "isoref" using l-ref returning result.
           call "ECBLUeq" using expected-fail, result.

      * cidok: SEPA Creditor Identifier, business code left out
           move "DE98ZZZ09999999999" to l-cid.
           call "cidok" using l-cid returning result.
           call "ECBLUeq" using expected, result.

           move "DE98ABC09999999999" to l-cid.
           call "cidok" using l-cid returning result.
           call "ECBLUeq" using expected, result.

           move "DE97ZZZ09999999999" to l-cid.
           call "cidok" using l-cid returning result.
           call "ECBLUeq" using expected-fail, result.

      * ibandecode: bank/branch identifiers out of a validated IBAN
           move "DE91100000000123456789" to iban.
           call "ibandecode" using iban, bank-code, l-branch-code.
             by content address of bank-code
             by content length of expected-bank-code.

      * payseal: tamper-seal hash over payment id, IBAN and amount
           move spaces to l-seal-data.
           move "C261015001" to l-seal-data(1:10).
           move "DE89370400440532013000" to l-seal-data(11:34).
           move "000000012345" to l-seal-data(45:12).
           move zero to l-seal-hash.
           call "payseal" using l-seal-data, l-seal-hash.
           move 493223459113 to expected-seal-hash.
           call "ECBLUeq" using expected-seal-hash, l-seal-hash.

           move "000000012346" to l-seal-data(45:12).
           move zero to l-seal-hash.
           call "payseal" using l-seal-data, l-seal-hash.
           move 493223459114 to expected-seal-hash.
           call "ECBLUeq" using expected-seal-hash, l-seal-hash.

      * ibanokcountry: country table entry for a diagnosis
           move "gb" to l-ctry-entry.
           call "ibanokcountry" using l-ctry-entry.
           call "ECBLUREQ" using
             by content address of expected-ctry-entry
             by content address of l-ctry-entry
             by content length of expected-ctry-entry.

      * ibanmask: country, check digits and last four kept
           move "de89 3704 0044 0532 0130 00" to mask-in.
           call "ibanmask" using mask-in, mask-out.
           move "DE89**************3000" to expected-mask.
           call "ECBLUREQ" using
             by content address of expected-mask
             by content address of mask-out
             by content length of expected-mask.

           move "12345678" to mask-in.
           call "ibanmask" using mask-in, mask-out.
           move "****5678" to expected-mask.
           call "ECBLUREQ" using
             by content address of expected-mask
             by content address of mask-out
             by content length of expected-mask.

           goback.
       end program testall.
