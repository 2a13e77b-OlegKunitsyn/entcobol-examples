       *>*
       *> Builds acctidx, the indexed accounts master, from the
       *> sequential accountsnew generation - the banking side's
       *> counterpart of the sales side's salesidxbld. Every
       *> account is written keyed by its account number, with the
       *> IBAN (normalized to upper case, spaces squeezed out) as a
       *> non-unique alternate key, so acctinq, acctintake and
       *> sepaval can go straight to one account by number or by
       *> IBAN instead of passing the whole master. Run after
       *> ibanbatch, whenever a new accountsnew generation is
       *> written; acctintake keeps the index current for the
       *> accounts it merges in between.
       *>
       *> A second record for an account number already indexed
       *> is skipped with a console note (the first one stays); a
       *> missing accountsnew stops the run with a non-zero
       *> return code and leaves the old index as it was.
       *>*
       identification division.
       program-id. acctidxbld.
       environment division.
       input-output section.
       file-control.
           select accountsnew assign to accountsnew
           organization is sequential
           access mode is sequential
           file status is accountsnew-status.
           select acctidx assign to acctidx
           organization is indexed
           access mode is random
           record key is aix-number
           alternate record key is aix-iban-key with duplicates
           file status is idx-status.
       data division.
       file section.
       fd accountsnew recording mode f
           record contains 120 characters
           label records are omitted
           data record is acctnew-rec.
       copy IBANVAL.
       fd acctidx
           label records are standard
           data record is acctidx-rec.
       copy ACCTIDX.
       working-storage section.
       01 accountsnew-status pic x(2).
       01 idx-status pic x(2).
       01 file-eof pic x value "N".
         88 file-eof-reached value "Y".
       01 iban-raw pic x(64) value spaces.
       01 iban-norm pic x(34) value spaces.
       01 iban-in-idx pic 9(2) value zero.
       01 iban-out-idx pic 9(2) value zero.
       01 read-count pic 9(9) value zero.
       01 built-count pic 9(9) value zero.
       01 dupe-count pic 9(9) value zero.
       procedure division.
       main-entry.
           open input accountsnew.
           if accountsnew-status not = "00"
             display "Error reading accountsnew"
             move 1 to return-code
             goback
           end-if.
           open output acctidx.
           if idx-status not = "00"
             display "Error writing acctidx"
             move 1 to return-code
             close accountsnew
             goback
           end-if.
           perform until file-eof-reached
             read accountsnew
               at end
                 set file-eof-reached to true
               not at end
                 add 1 to read-count
                 perform index-account
             end-read
           end-perform.
           close accountsnew, acctidx.
           display "Indexed " built-count " account(s) into acctidx".
           if dupe-count > zero
             display "Duplicate account numbers skipped: "
               dupe-count
           end-if.
           goback.

       *>*
       *> Writes the current accountsnew record into the index
       *> under its account number and normalized IBAN.
       *>*
       index-account.
           move anw-number to aix-number.
           move anw-iban to iban-raw.
           perform normalize-iban.
           move iban-norm to aix-iban-key.
           move acctnew-rec to aix-account.
           write acctidx-rec
             invalid key
               display "Duplicate account number skipped: "
                 anw-number
               add 1 to dupe-count
             not invalid key
               add 1 to built-count
           end-write.

       *>*
       *> Upper-cases iban-raw and squeezes its spaces out into
       *> iban-norm, the form the IBAN alternate key is kept in.
       *>*
       normalize-iban.
           move function upper-case(iban-raw) to iban-raw.
           move spaces to iban-norm.
           move 1 to iban-out-idx.
           perform varying iban-in-idx from 1 by 1
             until iban-in-idx > 64 or iban-out-idx > 34
             if iban-raw(iban-in-idx:1) not = space
               move iban-raw(iban-in-idx:1)
                 to iban-norm(iban-out-idx:1)
               add 1 to iban-out-idx
             end-if
           end-perform.
       end program acctidxbld.
