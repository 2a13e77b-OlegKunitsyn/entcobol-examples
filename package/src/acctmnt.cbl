       *>*
       *> Lifecycle maintenance run for the accounts master
       *> ibanbatch validates, in the mold of ibantab and the sales
       *> side's CUSTMNT: applies a batch of maintenance
       *> transactions (acctmnttx) to the accounts master and
       *> rewrites it. New accounts come in through acctintake;
       *> this run changes, blocks, unblocks and closes accounts
       *> already on the master, and ibanbatch carries their status
       *> onto accountsnew.
       *>
       *> Transaction file layout: action code (I change IBAN,
       *> B change BIC, K block, U unblock, C close), account
       *> number, new IBAN, new BIC. A change-IBAN may carry the
       *> account's new BIC in the same transaction (a move to
       *> another bank usually changes both); left as spaces the
       *> current BIC stays. Block, unblock and close need only the
       *> account number. Every status change stamps the account's
       *> status date with the run date; a closed account stays on
       *> the master for the record, but nothing can be changed on
       *> it any more.
       *>
       *> New banking details are validated before they are
       *> applied: the IBAN through ibanok (with ibanbatch's reason
       *> codes), the BIC through bicok for its format and against
       *> the IBAN's country letters. Every run writes a
       *> maintenance report (acctmntrpt) with each account's
       *> before and after IBAN, BIC and status, and a reject file
       *> (acctmntrej) carrying the transaction and why it could
       *> not be applied: BAD-ACTION, NO-ACCOUNT, NOT-FOUND,
       *> NO-IBAN, NO-BIC, BAD-COUNTRY, BAD-LENGTH, BAD-CHECKSUM,
       *> BAD-NATIONAL, BAD-STRUCTURE, BAD-IBAN, BAD-BIC,
       *> BIC-IBAN-MISM, ACCT-CLOSED, NOT-ACTIVE, NOT-BLOCKED or
       *> TABLE-FULL. The report prints every IBAN masked by
       *> ibanmask; the reject file keeps the transaction whole,
       *> since it is corrected and fed back in.
       *>
       *> The master is never held in memory - it can run to
       *> millions of accounts. The transactions are loaded and
       *> sorted by account number (keeping their order within an
       *> account), the incoming master is first copied to acctbak
       *> and then read back from there while the new master is
       *> written record for record, each account picking up its
       *> transactions on the way past. A maintenance batch that
       *> turns out wrong, or a run that dies half way, rolls back
       *> by restoring acctbak over the accounts master.
       *>*
       identification division.
       program-id. acctmnt.
       environment division.
       input-output section.
       file-control.
           select accounts assign to accounts
           organization is sequential
           access mode is sequential
           file status is accounts-status.
           select acctmnttx assign to acctmnttx
           organization is sequential
           access mode is sequential
           file status is tx-status.
           select acctbak assign to acctbak
           organization is sequential
           access mode is sequential
           file status is bak-status.
           select acctmntrpt assign to acctmntrpt
           organization is sequential
           access mode is sequential
           file status is rpt-status.
           select acctmntrej assign to acctmntrej
           organization is sequential
           access mode is sequential
           file status is rej-status.
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
       fd acctmnttx recording mode f
           record contains 86 characters
           label records are omitted
           data record is tx-rec.
       01 tx-rec.
         05 tx-action pic x.
           88 tx-is-iban value "I".
           88 tx-is-bic value "B".
           88 tx-is-block value "K".
           88 tx-is-unblock value "U".
           88 tx-is-close value "C".
           88 tx-action-valid value "I" "B" "K" "U" "C".
         05 tx-number pic x(10).
         05 tx-iban pic x(64).
         05 tx-bic pic x(11).
       fd acctbak recording mode f
           record contains 94 characters
           label records are omitted
           data record is bak-rec.
       01 bak-rec pic x(94).
       fd acctmntrpt recording mode f
           record contains 132 characters
           label records are omitted
           data record is rpt-line.
       01 rpt-line pic x(132).
       fd acctmntrej recording mode f
           record contains 100 characters
           label records are omitted
           data record is rej-rec.
       01 rej-rec.
         05 rej-tx pic x(86).
         05 rej-reason pic x(14).
       working-storage section.
       01 accounts-status pic x(2).
       01 tx-status pic x(2).
       01 bak-status pic x(2).
       01 rpt-status pic x(2).
       01 rej-status pic x(2).
       01 file-eof pic x value "N".
         88 file-eof-reached value "Y".
       01 run-ymd pic 9(8) value zero.
       01 tx-count pic 9(5) value zero.
       01 tx-seq pic 9(5) value zero.
       01 tx-table.
         05 tx-entry occurs 1 to 5000 times
             depending on tx-count
             ascending key is txt-number txt-seq
             indexed by tx-idx.
           10 txt-number pic x(10).
           10 txt-seq pic 9(5).
           10 txt-action pic x.
           10 txt-iban pic x(64).
           10 txt-bic pic x(11).
           10 txt-matched pic x.
       01 sort-idx pic 9(5) value zero.
       01 sort-min-idx pic 9(5) value zero.
       01 sort-scan-idx pic 9(5) value zero.
       01 sort-tmp-entry pic x(92).
       01 first-idx pic 9(5) value zero.
       01 apply-idx pic 9(5) value zero.
       01 acct-work.
         05 acw-number pic x(10).
         05 acw-iban pic x(64).
         05 acw-bic pic x(11).
         05 acw-status pic x.
           88 acw-is-active value "A" " ".
           88 acw-is-blocked value "B".
           88 acw-is-closed value "C".
         05 acw-status-date pic 9(8).
       01 acct-before.
         05 acb-number pic x(10).
         05 acb-iban pic x(64).
         05 acb-bic pic x(11).
         05 acb-status pic x.
         05 acb-status-date pic 9(8).
       01 iban-work pic x(64) value spaces.
       01 bic-work pic x(11) value spaces.
       01 l-ok pic 9 value zero.
       01 l-reason pic 9(1) value zero.
       01 tx-reject-reason pic x(14) value spaces.
       01 tx-disposition pic x(8) value spaces.
       01 master-count pic 9(9) value zero.
       01 applied-count pic 9(5) value zero.
       01 rejected-count pic 9(5) value zero.
       01 mask-program pic x(12) value "acctmnt".
       01 mask-in pic x(64) value spaces.
       01 mask-out pic x(34) value spaces.
       01 rpt-rule pic x(132) value all "-".
       01 rpt-hdr pic x(40) value
           "Accounts maintenance run report".
       01 rpt-tx-line.
         05 rpl-action pic x.
         05 filler pic x value space.
         05 rpl-number pic x(10).
         05 filler pic x value space.
         05 rpl-disposition pic x(8).
         05 filler pic x(6) value " was: ".
         05 rpl-before-iban pic x(34).
         05 filler pic x value space.
         05 rpl-before-bic pic x(11).
         05 filler pic x value space.
         05 rpl-before-status pic x.
         05 filler pic x(6) value " now: ".
         05 rpl-after-iban pic x(34).
         05 filler pic x value space.
         05 rpl-after-bic pic x(11).
         05 filler pic x value space.
         05 rpl-after-status pic x.
       01 rpt-rej-line.
         05 rrl-action pic x.
         05 filler pic x value space.
         05 rrl-number pic x(10).
         05 filler pic x(10) value " REJECTED ".
         05 rrl-reason pic x(14).
         05 filler pic x(7) value " with: ".
         05 rrl-iban pic x(34).
         05 filler pic x value space.
         05 rrl-bic pic x(11).
       01 rpt-count-line.
         05 filler pic x(9) value "Applied: ".
         05 rpl-applied pic z(4)9.
         05 filler pic x(11) value "  rejected:".
         05 filler pic x value space.
         05 rpl-rejected pic z(4)9.
         05 filler pic x(21) value "  accounts on master:".
         05 filler pic x value space.
         05 rpl-master pic z(8)9.
       procedure division.
       main-entry.
           move function current-date(1:8) to run-ymd.
           open output acctmntrpt.
           if rpt-status not = "00"
             display "Error writing maintenance report"
             move 1 to return-code
             goback
           end-if.
           open output acctmntrej.
           if rej-status not = "00"
             display "Error writing transaction reject file"
             move 1 to return-code
             close acctmntrpt
             goback
           end-if.
           call "ibanmaskload" using mask-program.
           move rpt-hdr to rpt-line.
           write rpt-line.
           move rpt-rule to rpt-line.
           write rpt-line.
           perform load-transactions.
           perform sort-transactions.
           perform save-backup.
           open input acctbak.
           if bak-status not = "00"
             display "Error re-reading accounts master backup"
             move 1 to return-code
             close acctmntrpt, acctmntrej
             goback
           end-if.
           open output accounts.
           if accounts-status not = "00"
             display "Error rewriting accounts master - restore "
               "acctbak"
             move 1 to return-code
             close acctbak, acctmntrpt, acctmntrej
             goback
           end-if.
           call "ibanokload".
           move "N" to file-eof.
           perform until file-eof-reached
             read acctbak
               at end
                 set file-eof-reached to true
               not at end
                 move bak-rec to acct-work
                 add 1 to master-count
                 perform apply-account-transactions
                 move acct-work to acct-rec
                 write acct-rec
             end-read
           end-perform.
           close acctbak.
           close accounts.
           perform reject-unmatched.
           move rpt-rule to rpt-line.
           write rpt-line.
           move applied-count to rpl-applied.
           move rejected-count to rpl-rejected.
           move master-count to rpl-master.
           move rpt-count-line to rpt-line.
           write rpt-line.
           close acctmntrpt.
           close acctmntrej.
           display "Accounts on master: " master-count.
           display "Applied: " applied-count
             " rejected: " rejected-count.
           goback.

       *>*
       *> Loads the transactions into tx-table, numbering them so
       *> an account's transactions keep their order through the
       *> sort. A garbage action or a blank account number is
       *> rejected on the spot; more than 5000 transactions reject
       *> the excess with TABLE-FULL. A missing acctmnttx leaves
       *> the master as it is (rewritten unchanged).
       *>*
       load-transactions.
           move zero to tx-count.
           move zero to tx-seq.
           move "N" to file-eof.
           open input acctmnttx.
           if tx-status = "00"
             perform until file-eof-reached
               read acctmnttx
                 at end
                   set file-eof-reached to true
                 not at end
                   add 1 to tx-seq
                   move spaces to tx-reject-reason
                   evaluate true
                     when not tx-action-valid
                       move "BAD-ACTION" to tx-reject-reason
                     when tx-number = spaces
                       move "NO-ACCOUNT" to tx-reject-reason
                     when tx-count not < 5000
                       move "TABLE-FULL" to tx-reject-reason
                     when other
                       add 1 to tx-count
                       move tx-number to txt-number(tx-count)
                       move tx-seq to txt-seq(tx-count)
                       move tx-action to txt-action(tx-count)
                       move tx-iban to txt-iban(tx-count)
                       move tx-bic to txt-bic(tx-count)
                       move "N" to txt-matched(tx-count)
                   end-evaluate
                   if tx-reject-reason not = spaces
                     perform write-reject
                   end-if
               end-read
             end-perform
             close acctmnttx
           else
             display "No acctmnttx transactions, master unchanged"
           end-if.

       *>*
       *> Sorts tx-entry ascending by account number and load
       *> sequence (selection sort, as ibantab sorts its table),
       *> satisfying the ASCENDING KEY the SEARCH ALL in
       *> apply-account-transactions relies on.
       *>*
       sort-transactions.
           perform varying sort-idx from 1 by 1
             until sort-idx > tx-count
             move sort-idx to sort-min-idx
             perform varying sort-scan-idx from sort-idx by 1
               until sort-scan-idx > tx-count
               if txt-number(sort-scan-idx) < txt-number(sort-min-idx)
                 or (txt-number(sort-scan-idx) =
                       txt-number(sort-min-idx)
                   and txt-seq(sort-scan-idx) < txt-seq(sort-min-idx))
                 move sort-scan-idx to sort-min-idx
               end-if
             end-perform
             if sort-min-idx not = sort-idx
               move tx-entry(sort-idx) to sort-tmp-entry
               move tx-entry(sort-min-idx) to tx-entry(sort-idx)
               move sort-tmp-entry to tx-entry(sort-min-idx)
             end-if
           end-perform.

       *>*
       *> Copies the incoming master, record for record and before
       *> any transaction touches it, to acctbak - the run then
       *> reads the master back from there, so a bad batch or a
       *> failed run rolls back by restoring acctbak over the
       *> accounts master.
       *>*
       save-backup.
           open input accounts.
           if accounts-status not = "00"
             display "Error reading accounts master"
             move 1 to return-code
             close acctmntrpt, acctmntrej
             goback
           end-if.
           open output acctbak.
           if bak-status not = "00"
             display "Error writing accounts master backup"
             move 1 to return-code
             close accounts, acctmntrpt, acctmntrej
             goback
           end-if.
           move "N" to file-eof.
           perform until file-eof-reached
             read accounts
               at end
                 set file-eof-reached to true
               not at end
                 move acct-rec to bak-rec
                 write bak-rec
             end-read
           end-perform.
           close accounts.
           close acctbak.

       *>*
       *> Finds the current account's transactions (SEARCH ALL
       *> lands on any one of them; the scan backs up to the
       *> first) and applies them in their original order.
       *>*
       apply-account-transactions.
           move zero to first-idx.
           if tx-count > zero
             search all tx-entry
               at end
                 continue
               when txt-number(tx-idx) = acw-number
                 set first-idx to tx-idx
             end-search
           end-if.
           if first-idx > zero
             perform until first-idx = 1
               or txt-number(first-idx - 1) not = acw-number
               subtract 1 from first-idx
             end-perform
             perform varying apply-idx from first-idx by 1
               until apply-idx > tx-count
               or txt-number(apply-idx) not = acw-number
               move "Y" to txt-matched(apply-idx)
               perform apply-transaction
             end-perform
           end-if.

       *>*
       *> Applies one transaction to acct-work, leaving the reason
       *> in tx-reject-reason when it cannot be applied, and
       *> reports it.
       *>*
       apply-transaction.
           move acct-work to acct-before.
           move spaces to tx-reject-reason.
           move spaces to tx-disposition.
           move spaces to tx-rec.
           move txt-action(apply-idx) to tx-action.
           move txt-number(apply-idx) to tx-number.
           move txt-iban(apply-idx) to tx-iban.
           move txt-bic(apply-idx) to tx-bic.
           evaluate true
             when tx-is-iban
               perform change-iban
             when tx-is-bic
               perform change-bic
             when tx-is-block
               if acw-is-active
                 move "B" to acw-status
                 move run-ymd to acw-status-date
                 move "BLOCKED" to tx-disposition
               else
                 move "NOT-ACTIVE" to tx-reject-reason
               end-if
             when tx-is-unblock
               if acw-is-blocked
                 move "A" to acw-status
                 move run-ymd to acw-status-date
                 move "UNBLOCKD" to tx-disposition
               else
                 move "NOT-BLOCKED" to tx-reject-reason
               end-if
             when tx-is-close
               if acw-is-closed
                 move "ACCT-CLOSED" to tx-reject-reason
               else
                 move "C" to acw-status
                 move run-ymd to acw-status-date
                 move "CLOSED" to tx-disposition
               end-if
           end-evaluate.
           if tx-reject-reason = spaces
             perform report-applied
           else
             perform write-reject
           end-if.

       *>*
       *> Replaces the account's IBAN (and BIC, when the
       *> transaction carries one) once both have passed.
       *>*
       change-iban.
           evaluate true
             when acw-is-closed
               move "ACCT-CLOSED" to tx-reject-reason
             when tx-iban = spaces
               move "NO-IBAN" to tx-reject-reason
             when other
               move tx-iban to iban-work
               if tx-bic = spaces
                 move acw-bic to bic-work
               else
                 move tx-bic to bic-work
               end-if
               perform validate-banking
               if tx-reject-reason = spaces
                 move tx-iban to acw-iban
                 move bic-work to acw-bic
                 move "CHANGED" to tx-disposition
               end-if
           end-evaluate.

       *>*
       *> Replaces the account's BIC once it has passed against the
       *> account's current IBAN.
       *>*
       change-bic.
           evaluate true
             when acw-is-closed
               move "ACCT-CLOSED" to tx-reject-reason
             when tx-bic = spaces
               move "NO-BIC" to tx-reject-reason
             when other
               move acw-iban to iban-work
               move tx-bic to bic-work
               perform validate-banking
               if tx-reject-reason = spaces
                 move bic-work to acw-bic
                 move "CHANGED" to tx-disposition
               end-if
           end-evaluate.

       *>*
       *> Validates iban-work through ibanok and bic-work through
       *> bicok (format, then the country cross-check), leaving
       *> the first failure's reason code in tx-reject-reason.
       *>*
       validate-banking.
           call "ibanok" using iban-work, l-reason returning l-ok.
           if l-ok not = 1
             evaluate l-reason
               when 1 move "BAD-COUNTRY" to tx-reject-reason
               when 2 move "BAD-LENGTH" to tx-reject-reason
               when 3 move "BAD-CHECKSUM" to tx-reject-reason
               when 4 move "BAD-NATIONAL" to tx-reject-reason
               when 5 move "BAD-STRUCTURE" to tx-reject-reason
               when other move "BAD-IBAN" to tx-reject-reason
             end-evaluate
           else
             call "bicok" using bic-work returning l-ok
             if l-ok not = 1
               move "BAD-BIC" to tx-reject-reason
             else
               call "bicok" using bic-work, iban-work
                 returning l-ok
               if l-ok not = 1
                 move "BIC-IBAN-MISM" to tx-reject-reason
               end-if
             end-if
           end-if.

       *>*
       *> Rejects every transaction whose account never came past
       *> on the master.
       *>*
       reject-unmatched.
           perform varying apply-idx from 1 by 1
             until apply-idx > tx-count
             if txt-matched(apply-idx) not = "Y"
               move spaces to tx-rec
               move txt-action(apply-idx) to tx-action
               move txt-number(apply-idx) to tx-number
               move txt-iban(apply-idx) to tx-iban
               move txt-bic(apply-idx) to tx-bic
               move "NOT-FOUND" to tx-reject-reason
               perform write-reject
             end-if
           end-perform.

       *>*
       *> Writes the report line for an applied transaction: the
       *> account's IBAN, BIC and status before and after.
       *>*
       report-applied.
           move tx-action to rpl-action.
           move acw-number to rpl-number.
           move tx-disposition to rpl-disposition.
           move acb-iban to mask-in.
           call "ibanmask" using mask-in, mask-out.
           move mask-out to rpl-before-iban.
           move acb-bic to rpl-before-bic.
           move acb-status to rpl-before-status.
           move acw-iban to mask-in.
           call "ibanmask" using mask-in, mask-out.
           move mask-out to rpl-after-iban.
           move acw-bic to rpl-after-bic.
           move acw-status to rpl-after-status.
           move rpt-tx-line to rpt-line.
           write rpt-line.
           add 1 to applied-count.

       *>*
       *> Writes the transaction in tx-rec to the reject file with
       *> tx-reject-reason, and a report line saying so.
       *>*
       write-reject.
           move tx-rec to rej-tx.
           move tx-reject-reason to rej-reason.
           write rej-rec.
           move tx-action to rrl-action.
           move tx-number to rrl-number.
           move tx-reject-reason to rrl-reason.
           move tx-iban to mask-in.
           call "ibanmask" using mask-in, mask-out.
           move mask-out to rrl-iban.
           move tx-bic to rrl-bic.
           move rpt-rej-line to rpt-line.
           write rpt-line.
           add 1 to rejected-count.
       end program acctmnt.
