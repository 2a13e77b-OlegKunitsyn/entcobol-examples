       *> IBAN against both the existing accountsnew master and the
       *> earlier records of this same intake batch. Clean records
       *> are appended to accountsnew with the validation fields
       *> already stamped (today's date, PASS) and an active
       *> account status dated today, so downstream jobs
       *> see them exactly as an ibanbatch pass would have left
       *> them; everything else cycles back to account services on
       *> the acctintkrej reject file with its reason (the IBAN
       *> masked by ibanmask - account services take the correction
       *> from the source paperwork, not from the list). Bad
       *> accounts never get a seat on the master in the first
       *> place.
       *>
       *> When the indexed accounts master acctidx (see
       *> acctidxbld) is on hand, the duplicate checks read it
       *> directly - by account number, and by normalized IBAN on
       *> its alternate key - instead of loading the whole master
       *> into working storage, and every merged account is added
       *> to the index too so it stays current until the next
       *> rebuild. Without acctidx the master is loaded as before.
       *>*
       identification division.
       program-id. acctintake.
           organization is sequential
           access mode is sequential
           file status is rej-status.
           select acctidx assign to acctidx
           organization is indexed
           access mode is dynamic
           record key is aix-number
           alternate record key is aix-iban-key with duplicates
           file status is idx-status.
       data division.
       file section.
       fd newaccts recording mode f
         05 na-iban pic x(64).
         05 na-bic pic x(11).
       fd accountsnew recording mode f
           record contains 120 characters
           label records are omitted
           data record is acctnew-rec.
       copy IBANVAL.
         05 rej-number pic x(10).
         05 rej-iban pic x(64).
         05 rej-reason pic x(14).
       fd acctidx
           label records are standard
           data record is acctidx-rec.
       copy ACCTIDX.
       working-storage section.
       01 newaccts-status pic x(2).
       01 accountsnew-status pic x(2).
       01 bicdir-status pic x(2).
       01 blocked-status pic x(2).
       01 rej-status pic x(2).
       01 idx-status pic x(2).
       01 acctidx-open pic x value "N".
         88 acctidx-is-open value "Y".
       01 iban-raw pic x(64) value spaces.
       01 iban-key pic x(34) value spaces.
       01 iban-in-idx pic 9(2) value zero.
       01 iban-out-idx pic 9(2) value zero.
       01 file-eof pic x value "N".
         88 file-eof-reached value "Y".
       01 l-ok pic 9 value zero.
       01 read-count pic 9(7) value zero.
       01 merged-count pic 9(7) value zero.
       01 rejected-count pic 9(7) value zero.
       01 mask-program pic x(12) value "acctintake".
       01 mask-in pic x(64) value spaces.
       01 mask-out pic x(34) value spaces.
       procedure division.
       main-entry.
           move function current-date(1:8) to run-date.
           call "ibanokload".
           call "ibanmaskload" using mask-program.
           open i-o acctidx.
           if idx-status = "00"
             set acctidx-is-open to true
           else
             perform load-master
           end-if.
           perform load-bic-directory.
           perform load-blocked-countries.
           open input newaccts.
           if newaccts-status not = "00"
             display "Missing newaccts intake file"
             move 1 to return-code
             perform close-account-index
             goback
           end-if.
           open extend accountsnew.
             display "Error extending accounts master"
             move 1 to return-code
             close newaccts
             perform close-account-index
             goback
           end-if.
           open output acctintkrej.
             display "Error writing intake reject file"
             move 1 to return-code
             close newaccts, accountsnew
             perform close-account-index
             goback
           end-if.
           move "N" to file-eof.
             end-read
           end-perform.
           close newaccts, accountsnew, acctintkrej.
           perform close-account-index.
           display "Intake read: " read-count
             " merged: " merged-count
             " rejected: " rejected-count.
             perform merge-account
           else
             move na-number to rej-number
             move na-iban to mask-in
             call "ibanmask" using mask-in, mask-out
             move mask-out to rej-iban
             move reason-text to rej-reason
             write rej-rec
             add 1 to rejected-count
       check-duplicates.
           move function upper-case(na-iban) to iban-norm.
           move "N" to dup-found.
           if acctidx-is-open
             perform check-index-duplicates
           end-if.
           perform varying mst-idx from 1 by 1
             until mst-idx > master-count
               or duplicate-found
           move run-date to anw-val-date.
           move "PASS" to anw-val-result.
           move spaces to anw-val-reason.
           move "A" to anw-status.
           move run-date to anw-status-date.
           write acctnew-rec.
           add 1 to merged-count.
           if acctidx-is-open
             perform index-account
           end-if.
           if batch-count < 5000
             add 1 to batch-count
             move na-number to bat-number(batch-count)
               "duplicates of " na-number " go unseen"
           end-if.

       *>*
       *> The duplicate checks against the indexed master: the
       *> account number on the primary key, then the normalized
       *> IBAN on the alternate key (any account on it at all is
       *> a duplicate, so the first hit decides).
       *>*
       check-index-duplicates.
           move na-number to aix-number.
           read acctidx
             invalid key
               continue
             not invalid key
               set duplicate-found to true
               move "DUP-NUMBER" to reason-text
           end-read.
           if not duplicate-found
             move na-iban to iban-raw
             perform normalize-iban
             move iban-key to aix-iban-key
             start acctidx key is equal aix-iban-key
               invalid key
                 continue
               not invalid key
                 set duplicate-found to true
                 move "DUP-IBAN" to reason-text
             end-start
           end-if.

       *>*
       *> Adds the account just merged to the indexed master under
       *> its account number and normalized IBAN.
       *>*
       index-account.
           move anw-number to aix-number.
           move anw-iban to iban-raw.
           perform normalize-iban.
           move iban-key to aix-iban-key.
           move acctnew-rec to aix-account.
           write acctidx-rec
             invalid key
               display "Account not added to acctidx: " anw-number
           end-write.

       *>*
       *> Upper-cases iban-raw and squeezes its spaces out into
       *> iban-key, the form acctidx keeps its IBAN key in.
       *>*
       normalize-iban.
           move function upper-case(iban-raw) to iban-raw.
           move spaces to iban-key.
           move 1 to iban-out-idx.
           perform varying iban-in-idx from 1 by 1
             until iban-in-idx > 64 or iban-out-idx > 34
             if iban-raw(iban-in-idx:1) not = space
               move iban-raw(iban-in-idx:1)
                 to iban-key(iban-out-idx:1)
               add 1 to iban-out-idx
             end-if
           end-perform.

       *>*
       *> Closes acctidx when the run had it open.
       *>*
       close-account-index.
           if acctidx-is-open
             close acctidx
           end-if.

       *>*
       *> Loads the existing master's account numbers and IBANs
       *> (upper-cased for the compare) for the duplicate checks.
