       *>*
       *> Applies the approved BIC derivation proposals (bicapprv,
       *> the bicprop review file bicderive wrote, with bpr-approve
       *> set to "Y" by account services on the proposals they
       *> accept) back to the accounts master and to custmast.
       *> Proposals not approved are passed over silently; an
       *> approved proposal is still rejected when it proposes no
       *> BIC (NO-BIC), when the BIC fails bicok's format or
       *> IBAN-country check (BAD-BIC, BIC-IBAN-MISM), when its
       *> account or customer is not on the master (NOT-FOUND), or
       *> when the master no longer carries the IBAN and BIC the
       *> proposal was made for (CHANGED - somebody got there
       *> first, and the proposal is stale). A closed account is
       *> not touched (ACCT-CLOSED).
       *>
       *> Both masters are backed up before anything changes, the
       *> way acctmnt and CUSTMNT do: the accounts master is copied
       *> to bicacctbak and streamed back from there with the new
       *> BICs (it is never held in memory), custmast is copied to
       *> custmastbak and updated in place with REWRITE; restoring
       *> the backups rolls the run back. The bicaplrpt audit
       *> report shows every approved proposal with the BIC before
       *> and after, or the reason it was not applied, and the
       *> counts at the end; its IBANs print masked by ibanmask.
       *>*
       identification division.
       program-id. bicapply.
       environment division.
       input-output section.
       file-control.
           select bicapprv assign to bicapprv
           organization is sequential
           access mode is sequential
           file status is apprv-status.
           select accounts assign to accounts
           organization is sequential
           access mode is sequential
           file status is accounts-status.
           select bicacctbak assign to bicacctbak
           organization is sequential
           access mode is sequential
           file status is bak-status.
           select custmast assign to custmast
           organization is indexed
           access mode is dynamic
           record key is cm-id
           file status is custmast-status.
           select custmastbak assign to custmastbak
           organization is sequential
           access mode is sequential
           file status is custbak-status.
           select bicaplrpt assign to bicaplrpt
           organization is sequential
           access mode is sequential
           file status is rpt-status.
       data division.
       file section.
       fd bicapprv recording mode f
           record contains 132 characters
           label records are omitted
           data record is bicprop-rec.
       copy BICPROP.
       fd accounts recording mode f
           record contains 94 characters
           label records are omitted
           data record is acct-rec.
       01 acct-rec.
         05 acct-number pic x(10).
         05 acct-iban pic x(64).
         05 acct-bic pic x(11).
         05 acct-status pic x.
           88 acct-is-closed value "C".
         05 acct-status-date pic 9(8).
       fd bicacctbak recording mode f
           record contains 94 characters
           label records are omitted
           data record is bak-rec.
       01 bak-rec pic x(94).
       fd custmast
           label records are standard
           data record is custmast-rec.
       01 custmast-rec.
         05 cm-id pic x(10).
         05 cm-name pic x(30).
         05 cm-credit-limit pic 9(9)v99.
         05 cm-credit-terms pic 9(3).
         05 cm-iban pic x(34).
         05 cm-bic pic x(11).
         05 cm-group-id pic x(10).
       fd custmastbak recording mode f
           record contains 109 characters
           label records are omitted
           data record is custbak-rec.
       01 custbak-rec pic x(109).
       fd bicaplrpt recording mode f
           record contains 132 characters
           label records are omitted
           data record is rpt-line.
       01 rpt-line pic x(132).
       working-storage section.
       01 apprv-status pic x(2).
       01 accounts-status pic x(2).
       01 bak-status pic x(2).
       01 custmast-status pic x(2).
       01 custbak-status pic x(2).
       01 rpt-status pic x(2).
       01 file-eof pic x value "N".
         88 file-eof-reached value "Y".
       01 prop-count pic 9(5) value zero.
       01 prop-table.
         05 prop-entry occurs 1 to 5000 times
             depending on prop-count
             ascending key is prt-key
             indexed by prop-idx.
           10 prt-key pic x(10).
           10 prt-iban pic x(34).
           10 prt-old-bic pic x(11).
           10 prt-new-bic pic x(11).
           10 prt-applied pic x.
       01 cust-prop-count pic 9(5) value zero.
       01 custmast-saved-flag pic x value "N".
         88 custmast-saved value "Y".
       01 psort-idx pic 9(5) value zero.
       01 psort-min-idx pic 9(5) value zero.
       01 psort-scan-idx pic 9(5) value zero.
       01 psort-tmp-entry pic x(67).
       01 iban-work pic x(64) value spaces.
       01 bic-work pic x(11) value spaces.
       01 bic-ok pic 9 value zero.
       01 apply-reason pic x(13) value spaces.
       01 read-count pic 9(7) value zero.
       01 approved-count pic 9(5) value zero.
       01 applied-count pic 9(5) value zero.
       01 rejected-count pic 9(5) value zero.
       01 mask-program pic x(12) value "bicapply".
       01 mask-in pic x(64) value spaces.
       01 mask-out pic x(34) value spaces.
       01 rpt-rule pic x(132) value all "-".
       01 rpt-hdr pic x(40) value
           "BIC derivation apply report".
       01 rpt-apply-line.
         05 rpl-source pic x.
         05 filler pic x value space.
         05 rpl-key pic x(10).
         05 filler pic x value space.
         05 rpl-disposition pic x(8).
         05 filler pic x value space.
         05 rpl-iban pic x(34).
         05 filler pic x(6) value " was: ".
         05 rpl-before-bic pic x(11).
         05 filler pic x(6) value " now: ".
         05 rpl-after-bic pic x(11).
         05 filler pic x value space.
         05 rpl-reason pic x(13).
       01 rpt-count-line.
         05 filler pic x(10) value "Approved: ".
         05 rpl-approved pic z(4)9.
         05 filler pic x(11) value "  applied: ".
         05 rpl-applied pic z(4)9.
         05 filler pic x(12) value "  rejected: ".
         05 rpl-rejected pic z(4)9.
       procedure division.
       main-entry.
           open output bicaplrpt.
           if rpt-status not = "00"
             display "Error writing bicaplrpt report"
             move 1 to return-code
             goback
           end-if.
           call "ibanmaskload" using mask-program.
           move rpt-hdr to rpt-line.
           write rpt-line.
           move rpt-rule to rpt-line.
           write rpt-line.
           perform load-account-proposals.
           perform sort-proposals.
           if prop-count > zero
             perform apply-to-accounts
           end-if.
           if cust-prop-count > zero
             perform apply-to-custmast
           end-if.
           move rpt-rule to rpt-line.
           write rpt-line.
           move approved-count to rpl-approved.
           move applied-count to rpl-applied.
           move rejected-count to rpl-rejected.
           move rpt-count-line to rpt-line.
           write rpt-line.
           close bicaplrpt.
           display "Approved: " approved-count
             " applied: " applied-count
             " rejected: " rejected-count.
           goback.

       *>*
       *> Loads the approved accounts-master proposals into
       *> prop-table and counts the custmast ones for the second
       *> pass. An approved proposal without a usable BIC is
       *> rejected here and not loaded.
       *>*
       load-account-proposals.
           move zero to prop-count.
           move "N" to file-eof.
           open input bicapprv.
           if apprv-status not = "00"
             display "Missing bicapprv approved proposals"
             move 1 to return-code
             close bicaplrpt
             goback
           end-if.
           perform until file-eof-reached
             read bicapprv
               at end
                 set file-eof-reached to true
               not at end
                 add 1 to read-count
                 if bpr-is-approved
                   add 1 to approved-count
                   perform check-proposal
                   evaluate true
                     when apply-reason not = spaces
                       perform report-rejected
                     when bpr-from-custmast
                       add 1 to cust-prop-count
                     when prop-count not < 5000
                       move "TABLE-FULL" to apply-reason
                       perform report-rejected
                     when other
                       add 1 to prop-count
                       move bpr-key to prt-key(prop-count)
                       move bpr-iban to prt-iban(prop-count)
                       move bpr-old-bic to prt-old-bic(prop-count)
                       move bic-work to prt-new-bic(prop-count)
                       move "N" to prt-applied(prop-count)
                   end-evaluate
                 end-if
             end-read
           end-perform.
           close bicapprv.

       *>*
       *> Checks the proposed BIC itself: present, well formed and
       *> of the IBAN's country. Leaves it upper-cased in bic-work
       *> and any reason in apply-reason.
       *>*
       check-proposal.
           move spaces to apply-reason.
           move function upper-case(bpr-new-bic) to bic-work.
           move bpr-iban to iban-work.
           evaluate true
             when not bpr-from-accounts and not bpr-from-custmast
               move "BAD-SOURCE" to apply-reason
             when bic-work = spaces
               move "NO-BIC" to apply-reason
             when other
               call "bicok" using bic-work returning bic-ok
               if bic-ok not = 1
                 move "BAD-BIC" to apply-reason
               else
                 call "bicok" using bic-work, iban-work
                   returning bic-ok
                 if bic-ok not = 1
                   move "BIC-IBAN-MISM" to apply-reason
                 end-if
               end-if
           end-evaluate.

       *>*
       *> Sorts prop-entry by account number (selection sort) for
       *> the SEARCH ALL in apply-to-accounts. A second approved
       *> proposal for the same account is the reviewer's mistake:
       *> only one of them is ever found, the other reports
       *> NOT-FOUND.
       *>*
       sort-proposals.
           perform varying psort-idx from 1 by 1
             until psort-idx > prop-count
             move psort-idx to psort-min-idx
             perform varying psort-scan-idx from psort-idx by 1
               until psort-scan-idx > prop-count
               if prt-key(psort-scan-idx) < prt-key(psort-min-idx)
                 move psort-scan-idx to psort-min-idx
               end-if
             end-perform
             if psort-min-idx not = psort-idx
               move prop-entry(psort-idx) to psort-tmp-entry
               move prop-entry(psort-min-idx) to prop-entry(psort-idx)
               move psort-tmp-entry to prop-entry(psort-min-idx)
             end-if
           end-perform.

       *>*
       *> Copies the accounts master to bicacctbak and streams it
       *> back from there, applying each account's proposal on the
       *> way past.
       *>*
       apply-to-accounts.
           open input accounts.
           if accounts-status not = "00"
             display "Error reading accounts master"
             move 1 to return-code
             close bicaplrpt
             goback
           end-if.
           open output bicacctbak.
           if bak-status not = "00"
             display "Error writing accounts master backup"
             move 1 to return-code
             close accounts, bicaplrpt
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
           close accounts, bicacctbak.
           open input bicacctbak.
           open output accounts.
           if bak-status not = "00" or accounts-status not = "00"
             display "Error rewriting accounts master - restore "
               "bicacctbak"
             move 1 to return-code
             close bicaplrpt
             goback
           end-if.
           move "N" to file-eof.
           perform until file-eof-reached
             read bicacctbak
               at end
                 set file-eof-reached to true
               not at end
                 move bak-rec to acct-rec
                 perform apply-account-proposal
                 write acct-rec
             end-read
           end-perform.
           close bicacctbak, accounts.
           move "A" to bpr-source.
           perform varying prop-idx from 1 by 1
             until prop-idx > prop-count
             if prt-applied(prop-idx) = "N"
               move prt-key(prop-idx) to bpr-key
               move prt-iban(prop-idx) to bpr-iban
               move prt-old-bic(prop-idx) to bpr-old-bic
               move prt-new-bic(prop-idx) to bpr-new-bic
               move "NOT-FOUND" to apply-reason
               perform report-rejected
             end-if
           end-perform.

       *>*
       *> Applies the proposal for the current account, if any,
       *> once the account still looks the way it did when the
       *> proposal was made.
       *>*
       apply-account-proposal.
           search all prop-entry
             at end
               continue
             when prt-key(prop-idx) = acct-number
               move "Y" to prt-applied(prop-idx)
               move "A" to bpr-source
               move prt-key(prop-idx) to bpr-key
               move prt-iban(prop-idx) to bpr-iban
               move prt-old-bic(prop-idx) to bpr-old-bic
               move prt-new-bic(prop-idx) to bpr-new-bic
               move spaces to apply-reason
               evaluate true
                 when acct-is-closed
                   move "ACCT-CLOSED" to apply-reason
                 when function upper-case(acct-iban)
                     not = prt-iban(prop-idx)
                   or function upper-case(acct-bic)
                     not = prt-old-bic(prop-idx)
                   move "CHANGED" to apply-reason
               end-evaluate
               if apply-reason = spaces
                 move acct-bic to rpl-before-bic
                 move prt-new-bic(prop-idx) to acct-bic
                 perform report-applied
               else
                 perform report-rejected
               end-if
           end-search.

       *>*
       *> Backs custmast up to custmastbak and applies the
       *> approved custmast proposals to it in place.
       *>*
       apply-to-custmast.
           perform save-custmast-backup.
           if custmast-saved
             open i-o custmast
             if custmast-status not = "00"
               display "Error updating custmast - restore "
                 "custmastbak"
               move 1 to return-code
             else
               move "N" to file-eof
               open input bicapprv
               perform until file-eof-reached
                 read bicapprv
                   at end
                     set file-eof-reached to true
                   not at end
                     if bpr-is-approved and bpr-from-custmast
                       perform check-proposal
                       if apply-reason = spaces
                         perform apply-customer-proposal
                       end-if
                     end-if
                 end-read
               end-perform
               close bicapprv, custmast
             end-if
           end-if.

       *>*
       *> Copies custmast record for record to custmastbak, setting
       *> custmast-saved only when the whole copy went through.
       *>*
       save-custmast-backup.
           move "N" to custmast-saved-flag.
           open input custmast.
           if custmast-status not = "00"
             display "Error reading custmast"
             move 1 to return-code
           else
             open output custmastbak
             if custbak-status not = "00"
               display "Error writing custmast backup"
               move 1 to return-code
               close custmast
             else
               move "N" to file-eof
               perform until file-eof-reached
                 read custmast next
                   at end
                     set file-eof-reached to true
                   not at end
                     move custmast-rec to custbak-rec
                     write custbak-rec
                 end-read
               end-perform
               close custmast, custmastbak
               set custmast-saved to true
             end-if
           end-if.

       *>*
       *> Applies one custmast proposal with REWRITE once the
       *> customer still looks the way it did when the proposal
       *> was made.
       *>*
       apply-customer-proposal.
           move bic-work to bpr-new-bic.
           move bpr-key to cm-id.
           read custmast
             invalid key
               move "NOT-FOUND" to apply-reason
           end-read.
           if apply-reason = spaces
             if function upper-case(cm-iban) not = bpr-iban
               or function upper-case(cm-bic) not = bpr-old-bic
               move "CHANGED" to apply-reason
             end-if
           end-if.
           if apply-reason = spaces
             move cm-bic to rpl-before-bic
             move bpr-new-bic to cm-bic
             rewrite custmast-rec
               invalid key
                 move "REWRITE-FAIL" to apply-reason
             end-rewrite
           end-if.
           if apply-reason = spaces
             perform report-applied
           else
             perform report-rejected
           end-if.

       *>*
       *> Writes the audit line for an applied proposal (the
       *> caller has set rpl-before-bic).
       *>*
       report-applied.
           move bpr-source to rpl-source.
           move bpr-key to rpl-key.
           move "APPLIED" to rpl-disposition.
           move bpr-iban to mask-in.
           call "ibanmask" using mask-in, mask-out.
           move mask-out to rpl-iban.
           move bpr-new-bic to rpl-after-bic.
           move spaces to rpl-reason.
           move rpt-apply-line to rpt-line.
           write rpt-line.
           add 1 to applied-count.

       *>*
       *> Writes the audit line for a proposal that could not be
       *> applied, with apply-reason.
       *>*
       report-rejected.
           move bpr-source to rpl-source.
           move bpr-key to rpl-key.
           move "REJECTED" to rpl-disposition.
           move bpr-iban to mask-in.
           call "ibanmask" using mask-in, mask-out.
           move mask-out to rpl-iban.
           move bpr-old-bic to rpl-before-bic.
           move bpr-new-bic to rpl-after-bic.
           move apply-reason to rpl-reason.
           move rpt-apply-line to rpt-line.
           write rpt-line.
           add 1 to rejected-count.
       end program bicapply.
