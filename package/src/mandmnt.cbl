       *>*
       *> Maintenance run for the SEPA Direct Debit mandate master
       *> ddcollect collects open invoices against (see
       *> package/copy/MANDATE.cpy), in the mold of ibantab: reads
       *> the current mandmast (if any), applies a batch of
       *> maintenance transactions and rewrites mandmast, sorted by
       *> mandate reference.
       *>
       *> Transaction file layout: action code (A add, U update,
       *> C cancel), mandate reference, cust-id, debtor IBAN,
       *> debtor BIC, date of signature (YYYYMMDD), mandate type
       *> (O one-off, R recurrent) and our SEPA Creditor
       *> Identifier. An update replaces only the fields it does
       *> not leave as spaces (a new IBAN/BIC after the debtor
       *> changed banks, typically); a cancel needs only the
       *> reference. Cancelled mandates stay on the master with
       *> their status date, since the mandate must be kept after
       *> its last collection.
       *>
       *> Nothing reaches the master unchecked: the debtor IBAN is
       *> validated through ibanok, the BIC through bicok
       *> (including the BIC/IBAN country cross-check), the
       *> Creditor Identifier's own check digits through cidok,
       *> the signature date for being a real date no later than
       *> today, and the customer for being on custmast (a missing
       *> custmast leaves that check off). Every run writes a
       *> maintenance report (mandrpt) with each mandate's before
       *> and after IBAN, and a reject file (mandrej) carrying the
       *> transaction and why it could not be applied: BAD-ACTION,
       *> NO-REFERENCE, DUP-MANDATE, NOT-FOUND, NOT-ACTIVE,
       *> UNKNOWN-CUST, BAD-IBAN, BAD-BIC, BAD-SIGN-DATE, BAD-TYPE,
       *> BAD-CRED-ID or TABLE-FULL. Before any transaction is
       *> applied the incoming master is copied to mandbak, so a
       *> maintenance batch that turns out wrong rolls back by
       *> restoring the backup over mandmast. The report prints
       *> the IBANs masked by ibanmask; the reject file keeps the
       *> transaction whole, since it is corrected and fed back
       *> in.
       *>*
       identification division.
       program-id. mandmnt.
       environment division.
       input-output section.
       file-control.
           select mandmast assign to mandmast
           organization is sequential
           access mode is sequential
           file status is mandmast-status.
           select mandtx assign to mandtx
           organization is sequential
           access mode is sequential
           file status is mandtx-status.
           select mandbak assign to mandbak
           organization is sequential
           access mode is sequential
           file status is mandbak-status.
           select mandrpt assign to mandrpt
           organization is sequential
           access mode is sequential
           file status is mandrpt-status.
           select mandrej assign to mandrej
           organization is sequential
           access mode is sequential
           file status is mandrej-status.
           select custmast assign to custmast
           organization is indexed
           access mode is random
           record key is cm-id
           file status is custmast-status.
       data division.
       file section.
       fd mandmast recording mode f
           record contains 151 characters
           label records are omitted
           data record is mandate-rec.
       copy MANDATE.
       fd mandtx recording mode f
           record contains 135 characters
           label records are omitted
           data record is tx-rec.
       01 tx-rec.
         05 tx-action pic x.
           88 tx-is-add value "A".
           88 tx-is-update value "U".
           88 tx-is-cancel value "C".
         05 tx-reference pic x(35).
         05 tx-customer pic x(10).
         05 tx-iban pic x(34).
         05 tx-bic pic x(11).
         05 tx-sign-date pic x(8).
         05 tx-type pic x.
         05 tx-creditor-id pic x(35).
       fd mandbak recording mode f
           record contains 151 characters
           label records are omitted
           data record is bak-rec.
       01 bak-rec pic x(151).
       fd mandrpt recording mode f
           record contains 132 characters
           label records are omitted
           data record is rpt-line.
       01 rpt-line pic x(132).
       fd mandrej recording mode f
           record contains 149 characters
           label records are omitted
           data record is rej-rec.
       01 rej-rec.
         05 rej-tx pic x(135).
         05 rej-reason pic x(14).
       fd custmast
           label records are standard
           data record is custmast-rec.
       01 custmast-rec.
         05 cm-id pic x(10).
         05 cm-name pic x(30).
         05 filler pic x(69).
       working-storage section.
       01 mandmast-status pic x(2).
       01 mandtx-status pic x(2).
       01 mandbak-status pic x(2).
       01 mandrpt-status pic x(2).
       01 mandrej-status pic x(2).
       01 custmast-status pic x(2).
       01 tx-eof pic x value "N".
         88 tx-eof-reached value "Y".
       01 cust-check pic x value "N".
         88 cust-check-on value "Y".
       01 mand-count pic 9(5) value zero.
       01 mand-table.
         05 mand-entry occurs 5000 times indexed by mand-idx.
           10 mand-reference-tbl pic x(35).
           10 mand-customer-tbl pic x(10).
           10 mand-iban-tbl pic x(34).
           10 mand-bic-tbl pic x(11).
           10 mand-sign-date-tbl pic 9(8).
           10 mand-type-tbl pic x.
           10 mand-creditor-id-tbl pic x(35).
           10 mand-status-tbl pic x.
           10 mand-status-date-tbl pic 9(8).
           10 mand-last-coll-tbl pic 9(8).
       01 found-idx pic 9(5) value zero.
       01 sort-idx pic 9(5) value zero.
       01 sort-min-idx pic 9(5) value zero.
       01 sort-scan-idx pic 9(5) value zero.
       01 sort-tmp-entry pic x(151).
       01 saved-entry pic x(151).
       01 run-ymd pic 9(8) value zero.
       01 sign-date-work pic 9(8) value zero.
       01 iban-work pic x(64) value spaces.
       01 cid-work pic x(35) value spaces.
       01 l-ok pic 9 value zero.
       01 l-reason pic 9(1) value zero.
       01 tx-reject-reason pic x(14) value spaces.
       01 tx-disposition pic x(8) value spaces.
       01 before-iban pic x(34) value spaces.
       01 applied-count pic 9(5) value zero.
       01 rejected-count pic 9(5) value zero.
       01 mask-program pic x(12) value "mandmnt".
       01 mask-in pic x(64) value spaces.
       01 mask-out pic x(34) value spaces.
       01 rpt-rule pic x(132) value all "-".
       01 rpt-hdr pic x(32) value
           "Mandate maintenance run report".
       01 rpt-tx-line.
         05 rpl-action pic x.
         05 filler pic x value space.
         05 rpl-reference pic x(35).
         05 filler pic x value space.
         05 rpl-disposition pic x(8).
         05 filler pic x(6) value " was: ".
         05 rpl-before-iban pic x(34).
         05 filler pic x(6) value " now: ".
         05 rpl-after-iban pic x(34).
       01 rpt-count-line.
         05 filler pic x(9) value "Applied: ".
         05 rpl-applied pic z(4)9.
         05 filler pic x(11) value "  rejected:".
         05 filler pic x value space.
         05 rpl-rejected pic z(4)9.
       procedure division.
       main-entry.
           move function current-date(1:8) to run-ymd.
           perform load-table.
           perform save-backup.
           open output mandrpt.
           if mandrpt-status not = "00"
             display "Error writing maintenance report"
             move 1 to return-code
             goback
           end-if.
           open output mandrej.
           if mandrej-status not = "00"
             display "Error writing transaction reject file"
             move 1 to return-code
             close mandrpt
             goback
           end-if.
           open input custmast.
           if custmast-status = "00"
             set cust-check-on to true
           else
             display "No custmast file, customer check off"
           end-if.
           call "ibanmaskload" using mask-program.
           move rpt-hdr to rpt-line.
           write rpt-line.
           move rpt-rule to rpt-line.
           write rpt-line.
           perform apply-transactions.
           move rpt-rule to rpt-line.
           write rpt-line.
           move applied-count to rpl-applied.
           move rejected-count to rpl-rejected.
           move rpt-count-line to rpt-line.
           write rpt-line.
           close mandrpt.
           close mandrej.
           if cust-check-on
             close custmast
           end-if.
           perform sort-table.
           perform save-table.
           display "Mandates on file: " mand-count.
           display "Applied: " applied-count
             " rejected: " rejected-count.
           goback.

       *>*
       *> Reads the current mandate master, if any, into memory. A
       *> master of more than 5000 mandates keeps the first 5000,
       *> with a console message.
       *>*
       load-table.
           initialize mand-table mand-count.
           open input mandmast.
           if mandmast-status = "00"
             perform until mandmast-status not = "00"
               read mandmast
                 at end
                   continue
                 not at end
                   if mand-count < 5000
                     add 1 to mand-count
                     move mandate-rec to mand-entry(mand-count)
                   else
                     display "Mandate table full, ignoring "
                       mdt-reference
                   end-if
               end-read
             end-perform
             close mandmast
           end-if.

       *>*
       *> Writes the incoming master, exactly as loaded and before
       *> any transaction touches it, to mandbak so a bad
       *> maintenance batch can be rolled back by restoring the
       *> backup over mandmast.
       *>*
       save-backup.
           open output mandbak.
           if mandbak-status not = "00"
             display "Error writing mandate master backup"
             move 1 to return-code
             goback
           end-if.
           perform varying mand-idx from 1 by 1
             until mand-idx > mand-count
             move mand-entry(mand-idx) to bak-rec
             write bak-rec
           end-perform.
           close mandbak.

       *>*
       *> Applies add/update/cancel transactions from mandtx.
       *>*
       apply-transactions.
           move "N" to tx-eof.
           open input mandtx.
           if mandtx-status = "00"
             perform until tx-eof-reached
               read mandtx
                 at end
                   set tx-eof-reached to true
                 not at end
                   perform find-mandate
                   move spaces to tx-reject-reason
                   move spaces to tx-disposition
                   move spaces to before-iban
                   if found-idx > zero
                     move mand-iban-tbl(found-idx) to before-iban
                   end-if
                   evaluate true
                     when tx-reference = spaces
                       move "NO-REFERENCE" to tx-reject-reason
                     when tx-is-add
                       perform add-mandate
                     when tx-is-update
                       perform update-mandate
                     when tx-is-cancel
                       perform cancel-mandate
                     when other
                       move "BAD-ACTION" to tx-reject-reason
                   end-evaluate
                   perform report-transaction
               end-read
             end-perform
             close mandtx
           end-if.

       *>*
       *> Locates tx-reference in the table, leaving found-idx zero
       *> when it is not present.
       *>*
       find-mandate.
           move zero to found-idx.
           perform varying mand-idx from 1 by 1
             until mand-idx > mand-count
             if mand-reference-tbl(mand-idx) = tx-reference
               move mand-idx to found-idx
             end-if
           end-perform.

       *>*
       *> Adds a new, active mandate once every field has passed
       *> validate-mandate. A reference already on the master is
       *> DUP-MANDATE - a mandate reference is never reused, not
       *> even after a cancel.
       *>*
       add-mandate.
           if found-idx > zero
             move "DUP-MANDATE" to tx-reject-reason
           else
             if mand-count < 5000
               add 1 to mand-count
               move mand-count to found-idx
               move tx-reference to mand-reference-tbl(found-idx)
               move tx-customer to mand-customer-tbl(found-idx)
               move tx-iban to mand-iban-tbl(found-idx)
               move tx-bic to mand-bic-tbl(found-idx)
               move zero to mand-sign-date-tbl(found-idx)
               if tx-sign-date is numeric
                 move tx-sign-date to mand-sign-date-tbl(found-idx)
               end-if
               move tx-type to mand-type-tbl(found-idx)
               move tx-creditor-id
                 to mand-creditor-id-tbl(found-idx)
               move "A" to mand-status-tbl(found-idx)
               move run-ymd to mand-status-date-tbl(found-idx)
               move zero to mand-last-coll-tbl(found-idx)
               perform validate-mandate
               if tx-reject-reason = spaces
                 move "ADDED" to tx-disposition
               else
                 subtract 1 from mand-count
               end-if
             else
               move "TABLE-FULL" to tx-reject-reason
             end-if
           end-if.

       *>*
       *> Replaces the fields the transaction carries on an active
       *> mandate and revalidates the result; a failing update puts
       *> the entry back exactly as it was.
       *>*
       update-mandate.
           if found-idx = zero
             move "NOT-FOUND" to tx-reject-reason
           else
             if mand-status-tbl(found-idx) not = "A"
               move "NOT-ACTIVE" to tx-reject-reason
             else
               move mand-entry(found-idx) to saved-entry
               if tx-customer not = spaces
                 move tx-customer to mand-customer-tbl(found-idx)
               end-if
               if tx-iban not = spaces
                 move tx-iban to mand-iban-tbl(found-idx)
               end-if
               if tx-bic not = spaces
                 move tx-bic to mand-bic-tbl(found-idx)
               end-if
               if tx-sign-date not = spaces
                 move zero to mand-sign-date-tbl(found-idx)
                 if tx-sign-date is numeric
                   move tx-sign-date
                     to mand-sign-date-tbl(found-idx)
                 end-if
               end-if
               if tx-type not = spaces
                 move tx-type to mand-type-tbl(found-idx)
               end-if
               if tx-creditor-id not = spaces
                 move tx-creditor-id
                   to mand-creditor-id-tbl(found-idx)
               end-if
               perform validate-mandate
               if tx-reject-reason = spaces
                 move run-ymd to mand-status-date-tbl(found-idx)
                 move "UPDATED" to tx-disposition
               else
                 move saved-entry to mand-entry(found-idx)
               end-if
             end-if
           end-if.

       *>*
       *> Cancels an active mandate: the entry stays on the master,
       *> marked "C" with today's date, and ddcollect no longer
       *> collects against it.
       *>*
       cancel-mandate.
           if found-idx = zero
             move "NOT-FOUND" to tx-reject-reason
           else
             if mand-status-tbl(found-idx) not = "A"
               move "NOT-ACTIVE" to tx-reject-reason
             else
               move "C" to mand-status-tbl(found-idx)
               move run-ymd to mand-status-date-tbl(found-idx)
               move "CANCELED" to tx-disposition
             end-if
           end-if.

       *>*
       *> Validates the table entry at found-idx, leaving the first
       *> failure's reason in tx-reject-reason.
       *>*
       validate-mandate.
           move mand-sign-date-tbl(found-idx) to sign-date-work.
           if cust-check-on
             move mand-customer-tbl(found-idx) to cm-id
             read custmast
               invalid key
                 move "UNKNOWN-CUST" to tx-reject-reason
             end-read
           end-if.
           if mand-customer-tbl(found-idx) = spaces
             move "UNKNOWN-CUST" to tx-reject-reason
           end-if.
           if tx-reject-reason = spaces
             move spaces to iban-work
             move mand-iban-tbl(found-idx) to iban-work
             call "ibanok" using iban-work, l-reason
               returning l-ok
             if l-ok not = 1
               move "BAD-IBAN" to tx-reject-reason
             end-if
           end-if.
           if tx-reject-reason = spaces
             call "bicok" using mand-bic-tbl(found-idx), iban-work
               returning l-ok
             if l-ok not = 1
               move "BAD-BIC" to tx-reject-reason
             end-if
           end-if.
           if tx-reject-reason = spaces
             if sign-date-work = zero
               or function test-date-yyyymmdd(sign-date-work)
                 not = zero
               or sign-date-work > run-ymd
               move "BAD-SIGN-DATE" to tx-reject-reason
             end-if
           end-if.
           if tx-reject-reason = spaces
             if mand-type-tbl(found-idx) not = "O"
               and mand-type-tbl(found-idx) not = "R"
               move "BAD-TYPE" to tx-reject-reason
             end-if
           end-if.
           if tx-reject-reason = spaces
             move mand-creditor-id-tbl(found-idx) to cid-work
             call "cidok" using cid-work returning l-ok
             if l-ok not = 1
               move "BAD-CRED-ID" to tx-reject-reason
             end-if
           end-if.

       *>*
       *> Writes one maintenance-report line for the transaction
       *> just processed (action, reference, what was done, the
       *> mandate's IBAN before and after) and, when it could not
       *> be applied, a reject record carrying the transaction and
       *> why - the reason then shows in the report's "now" column.
       *>*
       report-transaction.
           move tx-action to rpl-action.
           move tx-reference to rpl-reference.
           move before-iban to mask-in.
           call "ibanmask" using mask-in, mask-out.
           move mask-out to rpl-before-iban.
           if tx-reject-reason = spaces
             move tx-disposition to rpl-disposition
             move mand-iban-tbl(found-idx) to mask-in
             call "ibanmask" using mask-in, mask-out
             move mask-out to rpl-after-iban
             add 1 to applied-count
           else
             move "REJECTED" to rpl-disposition
             move tx-reject-reason to rpl-after-iban
             move tx-rec to rej-tx
             move tx-reject-reason to rej-reason
             write rej-rec
             add 1 to rejected-count
           end-if.
           move rpt-tx-line to rpt-line.
           write rpt-line.

       *>*
       *> Sorts mand-entry ascending by mandate reference
       *> (selection sort, the way ibantab orders its table), so
       *> mandmast is rewritten in reference order.
       *>*
       sort-table.
           perform varying sort-idx from 1 by 1
             until sort-idx > mand-count
             move sort-idx to sort-min-idx
             perform varying sort-scan-idx from sort-idx by 1
               until sort-scan-idx > mand-count
               if mand-reference-tbl(sort-scan-idx)
                   < mand-reference-tbl(sort-min-idx)
                 move sort-scan-idx to sort-min-idx
               end-if
             end-perform
             if sort-min-idx not = sort-idx
               move mand-entry(sort-idx) to sort-tmp-entry
               move mand-entry(sort-min-idx) to mand-entry(sort-idx)
               move sort-tmp-entry to mand-entry(sort-min-idx)
             end-if
           end-perform.

       *>*
       *> Rewrites mandmast from the in-memory table.
       *>*
       save-table.
           open output mandmast.
           if mandmast-status not = "00"
             display "Error rewriting mandate master"
             move 1 to return-code
             goback
           end-if.
           perform varying mand-idx from 1 by 1
             until mand-idx > mand-count
             move mand-entry(mand-idx) to mandate-rec
             write mandate-rec
           end-perform.
           close mandmast.
       end program mandmnt.
