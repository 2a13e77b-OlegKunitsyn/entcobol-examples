       *>*
       *> Single-IBAN diagnostic inquiry for the service desk: when
       *> a payment bounces or a customer disputes their details,
       *> "ibanok said 0" is not an answer. Reads one or more IBANs
       *> from the ibandiagctl control file (one per record, spaces,
       *> hyphens and lower case allowed, as ibanok accepts them)
       *> and writes a full diagnosis of each to ibandiagrpt:
       *>
       *>   - the IBAN as keyed and normalized;
       *>   - the country table entry ibanok checked it against
       *>     (through its ibanokcountry entry point: expected
       *>     length and BBAN structure pattern) and the actual
       *>     length;
       *>   - ibanok's reason code, spelled out;
       *>   - the structure pattern above the actual BBAN, with a
       *>     marker under every position that does not fit;
       *>   - the national check-digit result (RIB key, CIN letter,
       *>     DC pair) - when the MOD97 check digits are wrong the
       *>     national check is run on the IBAN with corrected check
       *>     digits, so a wrong national key still shows;
       *>   - the check digits as keyed and as ibangen computes
       *>     them, with the corrected IBAN when they differ - a
       *>     single mistyped digit is the usual cause;
       *>   - the bank and branch codes ibandecode extracts, the
       *>     institution name from the bankdir directory, and every
       *>     BIC in the bicdirx SWIFT directory for that bank
       *>     (same country, and the same institution name or the
       *>     same four-letter bank code) with its SEPA
       *>     reachability.
       *>
       *> A missing bankdir or bicdirx leaves just that part of the
       *> diagnosis out. Each ibanok call is logged on ibanaud like
       *> any other validation.
       *>
       *> The report is handed around the service desk, so every
       *> IBAN and BBAN it prints - as keyed, normalized, actual
       *> and corrected - goes through ibanmask, the one masking
       *> rule every report shares: masked as a rule, in full only
       *> on a data-protection authorized investigation run, which
       *> ibanmask logs to maskaccess.
       *>*
       identification division.
       program-id. ibandiag.
       environment division.
       input-output section.
       file-control.
           select ibandiagctl assign to ibandiagctl
           organization is sequential
           access mode is sequential
           file status is ctl-status.
           select ibandiagrpt assign to ibandiagrpt
           organization is sequential
           access mode is sequential
           file status is rpt-status.
           select bankdir assign to bankdir
           organization is sequential
           access mode is sequential
           file status is bankdir-status.
           select bicdirx assign to bicdirx
           organization is sequential
           access mode is sequential
           file status is dirx-status.
       data division.
       file section.
       fd ibandiagctl recording mode f
           record contains 64 characters
           label records are omitted
           data record is ctl-rec.
       01 ctl-rec.
         05 ctl-iban pic x(64).
       fd ibandiagrpt recording mode f
           record contains 132 characters
           label records are omitted
           data record is rpt-line.
       01 rpt-line pic x(132).
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
       working-storage section.
       copy IBANTAB.
       01 ctl-status pic x(2).
       01 rpt-status pic x(2).
       01 ctl-eof pic x value "N".
         88 ctl-eof-reached value "Y".
       01 bankdir-status pic x(2).
       01 bankdir-eof pic x value "N".
         88 bankdir-eof-reached value "Y".
       01 bankdir-loaded pic x value "N".
         88 bankdir-is-loaded value "Y".
       01 bdir-count pic 9(5) value zero.
       01 bdir-table.
         05 bdir-entry occurs 5000 times indexed by bdir-idx.
           10 bdir-country-tbl pic x(2).
           10 bdir-code-tbl pic x(11).
           10 bdir-name-tbl pic x(35).
       01 bdir-found-idx pic 9(5) value zero.
       01 dirx-status pic x(2).
       01 dirx-eof pic x value "N".
         88 dirx-eof-reached value "Y".
       01 dirx-loaded pic x value "N".
         88 dirx-is-loaded value "Y".
       01 dirx-count pic 9(4) value zero.
       01 dirx-table.
         05 dirx-entry occurs 5000 times indexed by dirx-idx.
           10 dirx-bic-tbl pic x(11).
           10 dirx-name-tbl pic x(35).
           10 dirx-country-tbl pic x(2).
           10 dirx-sepa-tbl pic x.
       01 bic-match-count pic 9(4) value zero.
       01 iban-src pic x(64) value spaces.
       01 iban-clean pic x(64) value spaces.
       01 iban-fixed pic x(64) value spaces.
       01 src-idx pic 9(2) value zero.
       01 clean-idx pic 9(2) value zero.
       01 iban-len pic 9(2) value zero.
       01 mask-program pic x(12) value "ibandiag".
       01 mask-in pic x(64) value spaces.
       01 mask-out pic x(34) value spaces.
       01 l-ok pic 9 value zero.
       01 l-reason pic 9(1) value zero.
       01 fixed-ok pic 9 value zero.
       01 fixed-reason pic 9(1) value zero.
       01 l-bban pic x(30) value spaces.
       01 l-checkdigits pic 9(2) value zero.
       01 l-bank-code pic x(11) value spaces.
       01 l-branch-code pic x(6) value spaces.
       01 struct-idx pic 9(2) value zero.
       01 struct-char pic x.
       01 pattern-char pic x.
       01 struct-marks pic x(30) value spaces.
       01 struct-bad-count pic 9(2) value zero.
       01 bank-name-work pic x(35) value spaces.
       01 diag-count pic 9(5) value zero.
       01 valid-count pic 9(5) value zero.
       01 rpt-rule pic x(132) value all "-".
       01 rpt-hdr pic x(40) value
           "IBAN diagnostic inquiry".
       01 rpt-diag-line.
         05 rdl-label pic x(22).
         05 rdl-value pic x(110).
       01 rpt-ctry-value.
         05 rcv-country pic x(2).
         05 filler pic x(17) value "  expected length".
         05 filler pic x value space.
         05 rcv-expected pic z9.
         05 filler pic x(16) value "   actual length".
         05 filler pic x value space.
         05 rcv-actual pic z9.
       01 rpt-reason-value.
         05 rrv-code pic 9.
         05 filler pic x value space.
         05 rrv-text pic x(50).
       01 rpt-digits-value.
         05 filler pic x(6) value "keyed ".
         05 rdv-keyed pic x(2).
         05 filler pic x(11) value "  computed ".
         05 rdv-computed pic 9(2).
       01 rpt-bank-value.
         05 rbv-bank pic x(11).
         05 filler pic x(10) value "  branch: ".
         05 rbv-branch pic x(6).
       01 rpt-bic-value.
         05 rbc-bic pic x(11).
         05 filler pic x value space.
         05 rbc-name pic x(35).
         05 filler pic x value space.
         05 rbc-sepa pic x(20).
       01 rpt-count-line.
         05 filler pic x(17) value "IBANs diagnosed: ".
         05 rcl-diag pic z(4)9.
         05 filler pic x(9) value "  valid: ".
         05 rcl-valid pic z(4)9.
       procedure division.
       main-entry.
           open input ibandiagctl.
           if ctl-status not = "00"
             display "Missing ibandiagctl control file"
             move 1 to return-code
             goback
           end-if.
           open output ibandiagrpt.
           if rpt-status not = "00"
             display "Error writing ibandiagrpt report"
             move 1 to return-code
             close ibandiagctl
             goback
           end-if.
           call "ibanokload".
           call "ibanmaskload" using mask-program.
           perform load-bank-directory.
           perform load-swift-directory.
           move rpt-hdr to rpt-line.
           write rpt-line.
           move rpt-rule to rpt-line.
           write rpt-line.
           perform until ctl-eof-reached
             read ibandiagctl
               at end
                 set ctl-eof-reached to true
               not at end
                 if ctl-iban not = spaces
                   perform diagnose-iban
                   move rpt-rule to rpt-line
                   write rpt-line
                 end-if
             end-read
           end-perform.
           move diag-count to rcl-diag.
           move valid-count to rcl-valid.
           move rpt-count-line to rpt-line.
           write rpt-line.
           close ibandiagctl, ibandiagrpt.
           display "IBANs diagnosed: " diag-count
             " valid: " valid-count.
           if diag-count = zero
             move 1 to return-code
           end-if.
           goback.

       *>*
       *> Writes the full diagnosis of the IBAN in ctl-iban.
       *>*
       diagnose-iban.
           add 1 to diag-count.
           perform normalize-iban.
           move spaces to l-bban.
           move iban-clean(5:30) to l-bban.
           move "IBAN as keyed:" to rdl-label.
           move ctl-iban to mask-in.
           call "ibanmask" using mask-in, mask-out.
           move mask-out to rdl-value.
           perform write-diag-line.
           move "Normalized:" to rdl-label.
           move iban-clean to mask-in.
           call "ibanmask" using mask-in, mask-out.
           move mask-out to rdl-value.
           perform write-diag-line.

           move spaces to ibantab-rec.
           move iban-clean(1:2) to itc-country-code.
           call "ibanokcountry" using ibantab-rec.
           move "Country table entry:" to rdl-label.
           if itc-country-len = zero
             move spaces to rdl-value
             string iban-clean(1:2) delimited by size
               "  not in the country table" delimited by size
               into rdl-value
           else
             move itc-country-code to rcv-country
             move itc-country-len to rcv-expected
             move iban-len to rcv-actual
             move rpt-ctry-value to rdl-value
           end-if.
           perform write-diag-line.

           move zero to l-reason.
           call "ibanok" using iban-clean, l-reason returning l-ok.
           if l-ok = 1
             add 1 to valid-count
           end-if.
           move "ibanok result:" to rdl-label.
           move l-reason to rrv-code.
           evaluate l-reason
             when 0 move "VALID" to rrv-text
             when 1 move "BAD-COUNTRY - country code not in table"
                      to rrv-text
             when 2 move "BAD-LENGTH - wrong length for the country"
                      to rrv-text
             when 3 move "BAD-CHECKSUM - MOD97 check digits wrong"
                      to rrv-text
             when 4 move "BAD-NATIONAL - domestic check digit wrong"
                      to rrv-text
             when 5 move "BAD-STRUCTURE - BBAN does not fit pattern"
                      to rrv-text
             when other move "UNKNOWN REASON" to rrv-text
           end-evaluate.
           move rpt-reason-value to rdl-value.
           perform write-diag-line.

           if itc-country-len > zero
             perform show-structure
           end-if.
           perform show-check-digits.
           perform show-national.
           perform show-bank.

       *>*
       *> Prints the country's BBAN structure pattern over the
       *> actual BBAN, marking each position that does not fit
       *> ("n" digit, "a" letter, "c" either, space unchecked).
       *>*
       show-structure.
           move spaces to struct-marks.
           move zero to struct-bad-count.
           perform varying struct-idx from 1 by 1
             until struct-idx > 30
               or struct-idx > iban-len - 4
             move itc-bban-pattern(struct-idx:1) to pattern-char
             move l-bban(struct-idx:1) to struct-char
             evaluate pattern-char
               when "n"
                 if struct-char is not numeric
                   move "^" to struct-marks(struct-idx:1)
                 end-if
               when "a"
                 if struct-char is not alphabetic
                   or struct-char = space
                   move "^" to struct-marks(struct-idx:1)
                 end-if
               when "c"
                 if struct-char is not alphabetic
                   and struct-char is not numeric
                   move "^" to struct-marks(struct-idx:1)
                 end-if
               when other
                 continue
             end-evaluate
             if struct-marks(struct-idx:1) = "^"
               add 1 to struct-bad-count
             end-if
           end-perform.
           move "BBAN pattern:" to rdl-label.
           if itc-bban-pattern = spaces
             move "(none - structure not checked for this country)"
               to rdl-value
           else
             move itc-bban-pattern to rdl-value
           end-if.
           perform write-diag-line.
           move "BBAN actual:" to rdl-label.
           move l-bban to mask-in.
           call "ibanmask" using mask-in, mask-out.
           move mask-out to rdl-value.
           perform write-diag-line.
           if struct-bad-count > zero
             move "Does not fit:" to rdl-label
             move struct-marks to rdl-value
             perform write-diag-line
           end-if.

       *>*
       *> Shows the check digits as keyed against ibangen's, and the
       *> corrected IBAN when they differ. Only meaningful once the
       *> country and length are right, so skipped before that.
       *>*
       show-check-digits.
           move spaces to iban-fixed.
           if l-reason = 0 or l-reason = 3 or l-reason = 4
             call "ibangen" using iban-clean(1:2), l-bban
               returning l-checkdigits
             move iban-clean(3:2) to rdv-keyed
             move l-checkdigits to rdv-computed
             move "Check digits:" to rdl-label
             move rpt-digits-value to rdl-value
             perform write-diag-line
             move iban-clean to iban-fixed
             move l-checkdigits to iban-fixed(3:2)
             if iban-fixed not = iban-clean
               move "Corrected IBAN:" to rdl-label
               move iban-fixed to mask-in
               call "ibanmask" using mask-in, mask-out
               move mask-out to rdl-value
               perform write-diag-line
             end-if
           end-if.

       *>*
       *> Reports the national check-digit result. With the MOD97
       *> check digits wrong ibanok never reaches the national
       *> check, so it is run on the IBAN with ibangen's check
       *> digits instead.
       *>*
       show-national.
           move "National check:" to rdl-label.
           evaluate true
             when iban-clean(1:2) not = "FR"
               and iban-clean(1:2) not = "MC"
               and iban-clean(1:2) not = "IT"
               and iban-clean(1:2) not = "ES"
               move "NONE - no national rule for this country"
                 to rdl-value
             when l-reason = 0
               move "PASS" to rdl-value
             when l-reason = 4
               move "FAIL - domestic check digit wrong" to rdl-value
             when l-reason = 3
               move zero to fixed-reason
               call "ibanok" using iban-fixed, fixed-reason
                 returning fixed-ok
               evaluate fixed-reason
                 when 0
                   move "PASS (with corrected check digits)"
                     to rdl-value
                 when 4
                   move "FAIL (with corrected check digits)"
                     to rdl-value
                 when other
                   move "NOT REACHED" to rdl-value
               end-evaluate
             when other
               move "NOT REACHED - IBAN failed an earlier check"
                 to rdl-value
           end-evaluate.
           perform write-diag-line.

       *>*
       *> Shows the bank and branch codes ibandecode extracts, the
       *> institution's name from bankdir, and the bank's BICs
       *> from bicdirx.
       *>*
       show-bank.
           call "ibandecode" using iban-clean, l-bank-code,
             l-branch-code.
           move "Bank code:" to rdl-label.
           if l-bank-code = spaces
             move "(not decoded for this country)" to rdl-value
             perform write-diag-line
           else
             move l-bank-code to rbv-bank
             move l-branch-code to rbv-branch
             move rpt-bank-value to rdl-value
             perform write-diag-line
             perform find-bank-name
             move "Institution:" to rdl-label
             evaluate true
               when bdir-found-idx > zero
                 move bdir-name-tbl(bdir-found-idx) to rdl-value
               when bankdir-is-loaded
                 move "UNKNOWN - not in bankdir" to rdl-value
               when other
                 move "(no bankdir directory)" to rdl-value
             end-evaluate
             perform write-diag-line
             perform show-bank-bics
           end-if.

       *>*
       *> Lists every bicdirx BIC for the bank: same country, and
       *> either the bankdir institution name or the bank code as
       *> the BIC's four-letter bank code.
       *>*
       show-bank-bics.
           if not dirx-is-loaded
             move "BICs:" to rdl-label
             move "(no bicdirx directory)" to rdl-value
             perform write-diag-line
           else
             move zero to bic-match-count
             if bdir-found-idx > zero
               move function upper-case(bdir-name-tbl(bdir-found-idx))
                 to bank-name-work
             else
               move spaces to bank-name-work
             end-if
             perform varying dirx-idx from 1 by 1
               until dirx-idx > dirx-count
               if dirx-country-tbl(dirx-idx) = iban-clean(1:2)
                 and ((bank-name-work not = spaces
                   and dirx-name-tbl(dirx-idx) = bank-name-work)
                   or dirx-bic-tbl(dirx-idx)(1:4) = l-bank-code(1:4))
                 add 1 to bic-match-count
                 move dirx-bic-tbl(dirx-idx) to rbc-bic
                 move dirx-name-tbl(dirx-idx) to rbc-name
                 if dirx-sepa-tbl(dirx-idx) = "Y"
                   move "SEPA reachable" to rbc-sepa
                 else
                   move "NOT SEPA-reachable" to rbc-sepa
                 end-if
                 move "BIC:" to rdl-label
                 move rpt-bic-value to rdl-value
                 perform write-diag-line
               end-if
             end-perform
             if bic-match-count = zero
               move "BICs:" to rdl-label
               move "none in bicdirx for this bank" to rdl-value
               perform write-diag-line
             end-if
           end-if.

       *>*
       *> Upper-cases ctl-iban and strips spaces and hyphens into
       *> iban-clean, the way ibanok does, and measures it.
       *>*
       normalize-iban.
           move function upper-case(ctl-iban) to iban-src.
           move spaces to iban-clean.
           move 1 to clean-idx.
           perform varying src-idx from 1 by 1
             until src-idx > 64
             if iban-src(src-idx:1) not = space
               and iban-src(src-idx:1) not = "-"
               move iban-src(src-idx:1) to iban-clean(clean-idx:1)
               add 1 to clean-idx
             end-if
           end-perform.
           move zero to iban-len.
           inspect iban-clean
             tallying iban-len for characters before space.

       *>*
       *> Locates the IBAN's country and decoded bank code in the
       *> bankdir directory, zero when absent.
       *>*
       find-bank-name.
           move zero to bdir-found-idx.
           perform varying bdir-idx from 1 by 1
             until bdir-idx > bdir-count
             if bdir-country-tbl(bdir-idx) = iban-clean(1:2)
               and bdir-code-tbl(bdir-idx) = l-bank-code
               move bdir-idx to bdir-found-idx
             end-if
           end-perform.

       *>*
       *> Loads the bankdir national bank-code directory, if any.
       *>*
       load-bank-directory.
           move zero to bdir-count.
           open input bankdir.
           if bankdir-status = "00"
             set bankdir-is-loaded to true
             perform until bankdir-eof-reached
               read bankdir
                 at end
                   set bankdir-eof-reached to true
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
             display "No bankdir directory, names left off"
           end-if.

       *>*
       *> Loads the bicdirx SWIFT directory, if any, with names
       *> upper-cased for the match against bankdir.
       *>*
       load-swift-directory.
           move zero to dirx-count.
           open input bicdirx.
           if dirx-status = "00"
             set dirx-is-loaded to true
             perform until dirx-eof-reached
               read bicdirx
                 at end
                   set dirx-eof-reached to true
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
                     display "SWIFT directory table full, "
                       "ignoring " bdx-bic
                   end-if
               end-read
             end-perform
             close bicdirx
           else
             display "No bicdirx directory, BICs left off"
           end-if.

       *>*
       *> Writes one label/value line of the diagnosis.
       *>*
       write-diag-line.
           move rpt-diag-line to rpt-line.
           write rpt-line.
           move spaces to rpt-diag-line.
       end program ibandiag.
