       *>*
       *> BIC derivation run: proposes a BIC for every account on
       *> the accounts master and every customer on custmast whose
       *> IBAN is good but whose BIC is not - blank (BLANK-BIC),
       *> malformed (BAD-BIC), unknown to the bicdirx SWIFT
       *> directory, typically a BIC the bank has since retired
       *> (BIC-UNKNOWN), or from another country than the IBAN
       *> (BIC-IBAN-MISM). Such accounts are otherwise rejected by
       *> ibanbatch and refused by SALESREFUND until somebody looks
       *> the BIC up by hand.
       *>
       *> Each IBAN's national bank code is decoded through
       *> ibandecode and looked up in the bankdir bank-code
       *> directory for the institution's name; the candidates are
       *> the bicdirx entries of the IBAN's country carrying that
       *> institution name, or carrying the bank code as their
       *> four-letter bank code (UK banks). SEPA-reachable
       *> candidates are preferred: when any candidate is
       *> reachable only the reachable ones count. Every proposal
       *> goes to the bicprop review file (see BICPROP) with its
       *> confidence - U one unique match, M several candidates
       *> (the first is proposed; ibandiag lists them all), N no
       *> match - for account services to approve before bicapply
       *> writes anything back. Closed accounts, IBANs ibanok
       *> rejects and countries ibandecode does not cover are left
       *> alone (the last propose N). A missing bicdirx stops the
       *> run: without it there is nothing to propose from.
       *>*
       identification division.
       program-id. bicderive.
       environment division.
       input-output section.
       file-control.
           select accounts assign to accounts
           organization is sequential
           access mode is sequential
           file status is accounts-status.
           select custmast assign to custmast
           organization is indexed
           access mode is sequential
           record key is cm-id
           file status is custmast-status.
           select bankdir assign to bankdir
           organization is sequential
           access mode is sequential
           file status is bankdir-status.
           select bicdirx assign to bicdirx
           organization is sequential
           access mode is sequential
           file status is dirx-status.
           select bicprop assign to bicprop
           organization is sequential
           access mode is sequential
           file status is prop-status.
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
           88 acct-is-closed value "C".
         05 acct-status-date pic 9(8).
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
       fd bankdir recording mode f
           record contains 48 characters
           label records are omitted
           data record is bankdir-rec.
       01 bankdir-rec.
         05 bdr-country pic x(2).
         05 bdr-bank-code pic x(11).
         05 bdr-name pic x(35).
       fd bicdirx recording mode f
           record contains 49 characters
           label records are omitted
           data record is bicdirx-rec.
       copy BICDIRX.
       fd bicprop recording mode f
           record contains 132 characters
           label records are omitted
           data record is bicprop-rec.
       copy BICPROP.
       working-storage section.
       01 accounts-status pic x(2).
       01 custmast-status pic x(2).
       01 bankdir-status pic x(2).
       01 dirx-status pic x(2).
       01 prop-status pic x(2).
       01 file-eof pic x value "N".
         88 file-eof-reached value "Y".
       01 bankdir-loaded pic x value "N".
         88 bankdir-is-loaded value "Y".
       01 bdir-count pic 9(5) value zero.
       01 bdir-table.
         05 bdir-entry occurs 5000 times indexed by bdir-idx.
           10 bdir-country-tbl pic x(2).
           10 bdir-code-tbl pic x(11).
           10 bdir-name-tbl pic x(35).
       01 bdir-found-idx pic 9(5) value zero.
       01 dirx-count pic 9(4) value zero.
       01 dirx-table.
         05 dirx-entry occurs 1 to 5000 times
             depending on dirx-count
             ascending key is dirx-bic-tbl
             indexed by dirx-idx.
           10 dirx-bic-tbl pic x(11).
           10 dirx-name-tbl pic x(35).
           10 dirx-country-tbl pic x(2).
           10 dirx-sepa-tbl pic x.
       01 dsort-idx pic 9(4) value zero.
       01 dsort-min-idx pic 9(4) value zero.
       01 dsort-scan-idx pic 9(4) value zero.
       01 dsort-tmp-entry pic x(49).
       01 bic-known pic x value "N".
         88 bic-in-directory value "Y".
       01 iban-work pic x(64) value spaces.
       01 bic-work pic x(11) value spaces.
       01 l-ok pic 9 value zero.
       01 l-reason pic 9(1) value zero.
       01 bic-ok pic 9 value zero.
       01 l-bank-code pic x(11) value spaces.
       01 l-branch-code pic x(6) value spaces.
       01 why-work pic x(13) value spaces.
       01 bank-name-work pic x(35) value spaces.
       01 reach-count pic 9(3) value zero.
       01 cand-count pic 9(3) value zero.
       01 first-reach-idx pic 9(4) value zero.
       01 first-cand-idx pic 9(4) value zero.
       01 read-count pic 9(9) value zero.
       01 prop-count pic 9(9) value zero.
       01 unique-count pic 9(9) value zero.
       01 multiple-count pic 9(9) value zero.
       01 nomatch-count pic 9(9) value zero.
       procedure division.
       main-entry.
           call "ibanokload".
           perform load-swift-directory.
           perform load-bank-directory.
           open output bicprop.
           if prop-status not = "00"
             display "Error writing bicprop review file"
             move 1 to return-code
             goback
           end-if.
           perform scan-accounts.
           perform scan-custmast.
           close bicprop.
           display "Records read: " read-count
             " proposals: " prop-count.
           display "Unique: " unique-count
             " several candidates: " multiple-count
             " no match: " nomatch-count.
           goback.

       *>*
       *> Passes the accounts master, proposing for every open
       *> account whose BIC is not good enough. A missing master
       *> only gets a console note; custmast may still be on hand.
       *>*
       scan-accounts.
           move "N" to file-eof.
           open input accounts.
           if accounts-status not = "00"
             display "No accounts master, accounts not scanned"
           else
             perform until file-eof-reached
               read accounts
                 at end
                   set file-eof-reached to true
                 not at end
                   add 1 to read-count
                   if not acct-is-closed
                     move acct-iban to iban-work
                     move acct-bic to bic-work
                     perform assess-bic
                     if why-work not = spaces
                       move "A" to bpr-source
                       move acct-number to bpr-key
                       perform propose-bic
                     end-if
                   end-if
               end-read
             end-perform
             close accounts
           end-if.

       *>*
       *> Passes custmast in key order the same way.
       *>*
       scan-custmast.
           move "N" to file-eof.
           open input custmast.
           if custmast-status not = "00"
             display "No custmast, customers not scanned"
           else
             perform until file-eof-reached
               read custmast next
                 at end
                   set file-eof-reached to true
                 not at end
                   add 1 to read-count
                   if cm-iban not = spaces
                     move cm-iban to iban-work
                     move cm-bic to bic-work
                     perform assess-bic
                     if why-work not = spaces
                       move "C" to bpr-source
                       move cm-id to bpr-key
                       perform propose-bic
                     end-if
                   end-if
               end-read
             end-perform
             close custmast
           end-if.

       *>*
       *> Leaves in why-work the reason the BIC in bic-work needs
       *> replacing for the IBAN in iban-work, or spaces when the
       *> BIC is fine or the IBAN itself is bad (not ours to fix
       *> here).
       *>*
       assess-bic.
           move spaces to why-work.
           call "ibanok" using iban-work, l-reason returning l-ok.
           if l-ok = 1
             move function upper-case(bic-work) to bic-work
             evaluate true
               when bic-work = spaces
                 move "BLANK-BIC" to why-work
               when other
                 call "bicok" using bic-work returning bic-ok
                 if bic-ok not = 1
                   move "BAD-BIC" to why-work
                 else
                   perform find-bic-directory
                   if not bic-in-directory
                     move "BIC-UNKNOWN" to why-work
                   else
                     call "bicok" using bic-work, iban-work
                       returning bic-ok
                     if bic-ok not = 1
                       move "BIC-IBAN-MISM" to why-work
                     end-if
                   end-if
                 end-if
             end-evaluate
           end-if.

       *>*
       *> Finds the candidates for the IBAN in iban-work and writes
       *> the proposal (source and key already set by the caller).
       *>*
       propose-bic.
           move function upper-case(iban-work) to iban-work.
           move iban-work to bpr-iban.
           move bic-work to bpr-old-bic.
           move why-work to bpr-why.
           move spaces to bpr-new-bic, bpr-bank-name, bpr-approve.
           move "N" to bpr-sepa.
           call "ibandecode" using iban-work, l-bank-code,
             l-branch-code.
           move l-bank-code to bpr-bank-code.
           move zero to reach-count, cand-count.
           move zero to first-reach-idx, first-cand-idx.
           if l-bank-code not = spaces
             perform find-bank-name
             move spaces to bank-name-work
             if bdir-found-idx > zero
               move bdir-name-tbl(bdir-found-idx) to bpr-bank-name
               move function upper-case(bdir-name-tbl(bdir-found-idx))
                 to bank-name-work
             end-if
             perform varying dirx-idx from 1 by 1
               until dirx-idx > dirx-count
               if dirx-country-tbl(dirx-idx) = iban-work(1:2)
                 and ((bank-name-work not = spaces
                   and dirx-name-tbl(dirx-idx) = bank-name-work)
                   or dirx-bic-tbl(dirx-idx)(1:4) = l-bank-code(1:4))
                 add 1 to cand-count
                 if first-cand-idx = zero
                   set first-cand-idx to dirx-idx
                 end-if
                 if dirx-sepa-tbl(dirx-idx) = "Y"
                   add 1 to reach-count
                   if first-reach-idx = zero
                     set first-reach-idx to dirx-idx
                   end-if
                 end-if
               end-if
             end-perform
           end-if.
           if reach-count > zero
             move reach-count to bpr-candidates
             move dirx-bic-tbl(first-reach-idx) to bpr-new-bic
             move "Y" to bpr-sepa
           else
             move cand-count to bpr-candidates
             if cand-count > zero
               move dirx-bic-tbl(first-cand-idx) to bpr-new-bic
             end-if
           end-if.
           evaluate true
             when bpr-candidates = zero
               move "N" to bpr-confidence
               add 1 to nomatch-count
             when bpr-candidates = 1
               move "U" to bpr-confidence
               add 1 to unique-count
             when other
               move "M" to bpr-confidence
               add 1 to multiple-count
           end-evaluate.
           write bicprop-rec.
           add 1 to prop-count.

       *>*
       *> Locates the IBAN's country and decoded bank code in the
       *> bankdir directory, zero when absent.
       *>*
       find-bank-name.
           move zero to bdir-found-idx.
           perform varying bdir-idx from 1 by 1
             until bdir-idx > bdir-count
             if bdir-country-tbl(bdir-idx) = iban-work(1:2)
               and bdir-code-tbl(bdir-idx) = l-bank-code
               move bdir-idx to bdir-found-idx
             end-if
           end-perform.

       *>*
       *> Looks bic-work up in dirx-table, trying the BIC as given
       *> and, for an eight-character BIC, with the XXX
       *> head-office branch added.
       *>*
       find-bic-directory.
           move "N" to bic-known.
           if dirx-count > zero
             search all dirx-entry
               at end
                 continue
               when dirx-bic-tbl(dirx-idx) = bic-work
                 set bic-in-directory to true
             end-search
             if not bic-in-directory
               and bic-work(9:3) = spaces
               move "XXX" to bic-work(9:3)
               search all dirx-entry
                 at end
                   continue
                 when dirx-bic-tbl(dirx-idx) = bic-work
                   set bic-in-directory to true
               end-search
               move spaces to bic-work(9:3)
             end-if
           end-if.

       *>*
       *> Loads the bankdir national bank-code directory, if any.
       *> Without it only UK-style four-letter bank codes can be
       *> matched.
       *>*
       load-bank-directory.
           move "N" to file-eof.
           move zero to bdir-count.
           open input bankdir.
           if bankdir-status = "00"
             set bankdir-is-loaded to true
             perform until file-eof-reached
               read bankdir
                 at end
                   set file-eof-reached to true
                 not at end
                   if bdir-count < 5000
                     add 1 to bdir-count
                     move function upper-case(bdr-country)
                       to bdir-country-tbl(bdir-count)
                     move bdr-bank-code
                       to bdir-code-tbl(bdir-count)
                     move bdr-name to bdir-name-tbl(bdir-count)
                   else
                     display "Bank directory table full, "
                       "ignoring " bdr-bank-code
                   end-if
               end-read
             end-perform
             close bankdir
           else
             display "No bankdir directory, names not matched"
           end-if.

       *>*
       *> Loads the bicdirx SWIFT directory (upper-cased) and sorts
       *> it for find-bic-directory's SEARCH ALL. It is mandatory.
       *>*
       load-swift-directory.
           move "N" to file-eof.
           move zero to dirx-count.
           open input bicdirx.
           if dirx-status not = "00"
             display "Missing bicdirx SWIFT directory"
             move 1 to return-code
             goback
           end-if.
           perform until file-eof-reached
             read bicdirx
               at end
                 set file-eof-reached to true
               not at end
                 if dirx-count < 5000
                   add 1 to dirx-count
                   move function upper-case(bdx-bic)
                     to dirx-bic-tbl(dirx-count)
                   move function upper-case(bdx-name)
                     to dirx-name-tbl(dirx-count)
                   move function upper-case(bdx-country)
                     to dirx-country-tbl(dirx-count)
                   move bdx-sepa to dirx-sepa-tbl(dirx-count)
                 else
                   display "SWIFT directory table full, ignoring "
                     bdx-bic
                 end-if
             end-read
           end-perform.
           close bicdirx.
           perform sort-swift-directory.

       *>*
       *> Sorts dirx-entry ascending by BIC (selection sort).
       *>*
       sort-swift-directory.
           perform varying dsort-idx from 1 by 1
             until dsort-idx > dirx-count
             move dsort-idx to dsort-min-idx
             perform varying dsort-scan-idx from dsort-idx by 1
               until dsort-scan-idx > dirx-count
               if dirx-bic-tbl(dsort-scan-idx)
                   < dirx-bic-tbl(dsort-min-idx)
                 move dsort-scan-idx to dsort-min-idx
               end-if
             end-perform
             if dsort-min-idx not = dsort-idx
               move dirx-entry(dsort-idx) to dsort-tmp-entry
               move dirx-entry(dsort-min-idx) to dirx-entry(dsort-idx)
               move dsort-tmp-entry to dirx-entry(dsort-min-idx)
             end-if
           end-perform.
       end program bicderive.
