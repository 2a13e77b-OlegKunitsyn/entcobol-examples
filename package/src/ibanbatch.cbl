       *> morning instead of re-reading thousands of known-bad
       *> accounts. A missing rejprior (first run) compares against
       *> an empty prior list, so every reject that day is new.
       *> The rejected, newrej and recovered files are worked by
       *> account maintenance and mailed around, so the IBAN on
       *> them is masked by ibanmask (rejprior is matched on the
       *> account number alone); the accepted file and accountsnew
       *> keep it in full for the programs that read them.
       *>
       *> Every ckpt-interval records read, the record count and the
       *> accepted/rejected/new-reject/recovered counts are written
       *> reason code, so downstream jobs can select on validation
       *> status straight off the master and ibanstale can report
       *> accounts not revalidated within policy.
       *>
       *> The accounts master carries each account's lifecycle
       *> status and status date (A or space active, B blocked,
       *> C closed - maintained by acctmnt). A blocked or closed
       *> account is not validated at all: it stays out of the
       *> accepted, rejected, new-reject and recovered files and
       *> counts, is counted as skipped instead, and goes to
       *> accountsnew with its status carried over and a SKIP
       *> result (reason ACCT-BLOCKED or ACCT-CLOSED).
       *>*
       identification division.
       program-id. ibanbatch.
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
           88 acct-is-blocked value "B".
           88 acct-is-closed value "C".
         05 acct-status-date pic 9(8).
       fd accepted recording mode f
           record contains 85 characters
           label records are omitted
         05 rec-iban pic x(64).
         05 rec-prior-reason pic x(14).
       fd ibanckpt recording mode f
           record contains 54 characters
           label records are omitted
           data record is ckpt-rec.
       01 ckpt-rec.
         05 ckpt-rejected pic 9(9).
         05 ckpt-newrej pic 9(9).
         05 ckpt-recovered pic 9(9).
         05 ckpt-skipped pic 9(9).
       fd bicdir recording mode f
           record contains 11 characters
           label records are omitted
           data record is bicdir-rec.
       copy BICDIR.
       fd accountsnew recording mode f
           record contains 120 characters
           label records are omitted
           data record is acctnew-rec.
       copy IBANVAL.
         88 rejprior-eof-reached value "Y".
       01 newrej-count pic 9(9) value zero.
       01 recovered-count pic 9(9) value zero.
       01 skipped-count pic 9(9) value zero.
       01 mask-program pic x(12) value "ibanbatch".
       01 mask-in pic x(64) value spaces.
       01 mask-out pic x(34) value spaces.
       01 prior-count pic 9(5) value zero.
       01 prior-table.
         05 prior-entry occurs 1 to 10000 times
           end-if.
           move function current-date(1:8) to run-date.
           call "ibanokload".
           call "ibanmaskload" using mask-program.
           if restart-count > zero
             perform varying skip-idx from 1 by 1
               until skip-idx > restart-count or eof-reached
                 set eof-reached to true
               not at end
                 add 1 to record-no
                 if acct-is-blocked or acct-is-closed
                   perform skip-inactive-account
                 else
                   perform validate-account
                 end-if
                 if function mod(record-no, ckpt-interval) = zero
                   perform write-checkpoint
           display "Rejected: " rejected-count.
           display "New rejects: " newrej-count.
           display "Recovered: " recovered-count.
           display "Skipped (blocked/closed): " skipped-count.
           goback.

       *>*
       *> Carries a blocked or closed account onto accountsnew
       *> unvalidated, with a SKIP result naming its status.
       *>*
       skip-inactive-account.
           move acct-number to anw-number.
           move acct-iban to anw-iban.
           move acct-bic to anw-bic.
           move run-date to anw-val-date.
           move "SKIP" to anw-val-result.
           if acct-is-blocked
             move "ACCT-BLOCKED" to anw-val-reason
           else
             move "ACCT-CLOSED" to anw-val-reason
           end-if.
           move acct-status to anw-status.
           move acct-status-date to anw-status-date.
           write acctnew-rec.
           add 1 to skipped-count.

       *>*
       *> Validates one active account and routes it to the
       *> accepted or rejected file, the new-reject or recovered
       *> report, and accountsnew.
       *>*
       validate-account.
           move spaces to reason-text.
           call "ibanok" using acct-iban, l-reason
             returning l-ok.
           if l-ok = 1
             perform check-bic
             if reason-text = spaces
               perform check-bank-code
             end-if
           else
             evaluate l-reason
               when 1 move "BAD-COUNTRY" to reason-text
               when 2 move "BAD-LENGTH" to reason-text
               when 3 move "BAD-CHECKSUM" to reason-text
               when 4 move "BAD-NATIONAL" to reason-text
               when 5 move "BAD-STRUCTURE" to reason-text
               when other move spaces to reason-text
             end-evaluate
           end-if.
           move acct-number to anw-number.
           move acct-iban to anw-iban.
           move acct-bic to anw-bic.
           move run-date to anw-val-date.
           move reason-text to anw-val-reason.
           if acct-status = space
             move "A" to anw-status
           else
             move acct-status to anw-status
           end-if.
           move acct-status-date to anw-status-date.
           if l-ok = 1 and reason-text = spaces
             move "PASS" to anw-val-result
           else
             move "FAIL" to anw-val-result
           end-if.
           write acctnew-rec.
           if l-ok = 1 and reason-text = spaces
             move acct-number to acc-number
             move acct-iban to acc-iban
             move acct-bic to acc-bic
             write accepted-rec
             add 1 to accepted-count
             perform find-prior-reject
             if prior-was-rejected
               move acct-number to rec-number
               move acct-iban to mask-in
               call "ibanmask" using mask-in, mask-out
               move mask-out to rec-iban
               move prior-reason(prior-idx)
                 to rec-prior-reason
               write recovered-rec
               add 1 to recovered-count
             end-if
           else
             move acct-number to rej-number
             move acct-iban to mask-in
             call "ibanmask" using mask-in, mask-out
             move mask-out to rej-iban
             move reason-text to rej-reason
             write rejected-rec
             add 1 to rejected-count
             perform find-prior-reject
             if not prior-was-rejected
               move rejected-rec to newrej-rec
               write newrej-rec
               add 1 to newrej-count
             end-if
           end-if.

       *>*
       *> Loads a prior run's checkpoint record count and running
       *> accepted/rejected/new-reject/recovered counts, if any. A
                   move ckpt-rejected to rejected-count
                   move ckpt-newrej to newrej-count
                   move ckpt-recovered to recovered-count
                   move ckpt-skipped to skipped-count
                 end-if
             end-read
             close ibanckpt
           move rejected-count to ckpt-rejected.
           move newrej-count to ckpt-newrej.
           move recovered-count to ckpt-recovered.
           move skipped-count to ckpt-skipped.
           write ckpt-rec.
           close ibanckpt.

