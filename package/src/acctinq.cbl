       *>*
       *> Account inquiry against the indexed accounts master
       *> acctidxbld builds, in the manner of the sales side's
       *> saleslookup: reads one request from the acctinqctl
       *> control file (a key-type character followed by the key
       *> value) and goes straight to the account on acctidx
       *> instead of passing the sequential master.
       *>
       *> Key types: 'N' the account with that account number
       *> (primary key); 'I' every account carrying that IBAN
       *> (alternate key - the IBAN is normalized to upper case
       *> without spaces first, so it may be keyed as printed on
       *> paper). Each account found is written to the acctinqrpt
       *> report with its IBAN, BIC and account status, and the
       *> outcome of its last ibanbatch validation (date, PASS,
       *> FAIL or SKIP, reason code), with a count at the end. An
       *> IBAN shared by more than one account lists them all -
       *> which is usually the reason for asking. Nothing found
       *> ends with a non-zero return code. IBANs print masked by
       *> ibanmask, the requested one in the heading included; an
       *> authorized investigation run prints them in full (see
       *> ibanmask).
       *>*
       identification division.
       program-id. acctinq.
       environment division.
       input-output section.
       file-control.
           select acctinqctl assign to acctinqctl
           organization is sequential
           access mode is sequential
           file status is ctl-status.
           select acctidx assign to acctidx
           organization is indexed
           access mode is dynamic
           record key is aix-number
           alternate record key is aix-iban-key with duplicates
           file status is idx-status.
           select acctinqrpt assign to acctinqrpt
           organization is sequential
           access mode is sequential
           file status is rpt-status.
       data division.
       file section.
       fd acctinqctl recording mode f
           record contains 65 characters
           label records are omitted
           data record is ctl-rec.
       01 ctl-rec.
         05 ctl-key-type pic x.
           88 inquiry-by-number value "N".
           88 inquiry-by-iban value "I".
         05 ctl-key-value pic x(64).
       fd acctidx
           label records are standard
           data record is acctidx-rec.
       copy ACCTIDX.
       fd acctinqrpt recording mode f
           record contains 132 characters
           label records are omitted
           data record is rpt-line.
       01 rpt-line pic x(132).
       working-storage section.
       copy IBANVAL.
       01 ctl-status pic x(2).
       01 idx-status pic x(2).
       01 rpt-status pic x(2).
       01 browse-eof pic x value "N".
         88 browse-done value "Y".
       01 iban-raw pic x(64) value spaces.
       01 iban-norm pic x(34) value spaces.
       01 iban-in-idx pic 9(2) value zero.
       01 iban-out-idx pic 9(2) value zero.
       01 found-count pic 9(5) value zero.
       01 mask-program pic x(12) value "acctinq".
       01 mask-in pic x(64) value spaces.
       01 mask-out pic x(34) value spaces.
       01 rpt-rule pic x(132) value all "-".
       01 rpt-hdr.
         05 filler pic x(17) value "Account inquiry: ".
         05 rph-key-type pic x.
         05 filler pic x value space.
         05 rph-key-value pic x(64).
       01 rpt-col-hdr.
         05 filler pic x(11) value "Account".
         05 filler pic x(35) value "IBAN".
         05 filler pic x(12) value "BIC".
         05 filler pic x(11) value "Status".
         05 filler pic x(9) value "Validtd".
         05 filler pic x(5) value "Rslt".
         05 filler pic x(14) value "Reason".
       01 rpt-acct-line.
         05 rpl-number pic x(10).
         05 filler pic x value space.
         05 rpl-iban pic x(34).
         05 filler pic x value space.
         05 rpl-bic pic x(11).
         05 filler pic x value space.
         05 rpl-status pic x.
         05 filler pic x value space.
         05 rpl-status-date pic 9(8).
         05 filler pic x value space.
         05 rpl-val-date pic 9(8).
         05 filler pic x value space.
         05 rpl-val-result pic x(4).
         05 filler pic x value space.
         05 rpl-val-reason pic x(14).
       01 rpt-count-line.
         05 filler pic x(16) value "Accounts found: ".
         05 rpl-found pic z(4)9.
       procedure division.
       main-entry.
           open input acctinqctl.
           if ctl-status not = "00"
             display "Missing acctinqctl control file"
             move 1 to return-code
             goback
           end-if.
           read acctinqctl
             at end
               display "acctinqctl has no inquiry key"
               move 1 to return-code
               close acctinqctl
               goback
           end-read.
           close acctinqctl.
           if not inquiry-by-number and not inquiry-by-iban
             display "Unknown inquiry key type: " ctl-key-type
             move 1 to return-code
             goback
           end-if.

           open input acctidx.
           if idx-status not = "00"
             display "Error opening acctidx"
             move 1 to return-code
             goback
           end-if.
           open output acctinqrpt.
           if rpt-status not = "00"
             display "Error writing acctinqrpt report"
             move 1 to return-code
             close acctidx
             goback
           end-if.
           call "ibanmaskload" using mask-program.
           move ctl-key-type to rph-key-type.
           move ctl-key-value to rph-key-value.
           if inquiry-by-iban
             move ctl-key-value to mask-in
             call "ibanmask" using mask-in, mask-out
             move mask-out to rph-key-value
           end-if.
           move rpt-hdr to rpt-line.
           write rpt-line.
           move rpt-rule to rpt-line.
           write rpt-line.
           move rpt-col-hdr to rpt-line.
           write rpt-line.

           evaluate true
             when inquiry-by-number
               perform inquire-by-number
             when inquiry-by-iban
               perform inquire-by-iban
           end-evaluate.

           move rpt-rule to rpt-line.
           write rpt-line.
           move found-count to rpl-found.
           move rpt-count-line to rpt-line.
           write rpt-line.
           close acctidx, acctinqrpt.
           display "Accounts found: " found-count.
           if found-count = zero
             move 1 to return-code
           end-if.
           goback.

       *>*
       *> Reads the one account named by ctl-key-value directly by
       *> its primary key.
       *>*
       inquire-by-number.
           move ctl-key-value(1:10) to aix-number.
           read acctidx
             invalid key
               display "Account not found: " ctl-key-value(1:10)
             not invalid key
               perform write-account-line
           end-read.

       *>*
       *> Positions acctidx on the normalized IBAN with START and
       *> reads forward while the alternate key keeps matching,
       *> reporting every account on it.
       *>*
       inquire-by-iban.
           move ctl-key-value to iban-raw.
           perform normalize-iban.
           move iban-norm to aix-iban-key.
           start acctidx key is equal aix-iban-key
             invalid key
               display "IBAN not found: " iban-norm
               set browse-done to true
           end-start.
           perform until browse-done
             read acctidx next
               at end
                 set browse-done to true
               not at end
                 if aix-iban-key not = iban-norm
                   set browse-done to true
                 else
                   perform write-account-line
                 end-if
             end-read
           end-perform.

       *>*
       *> Writes the account just read, with its status and last
       *> validation outcome, to the inquiry report.
       *>*
       write-account-line.
           move aix-account to acctnew-rec.
           move anw-number to rpl-number.
           move anw-iban to mask-in.
           call "ibanmask" using mask-in, mask-out.
           move mask-out to rpl-iban.
           move anw-bic to rpl-bic.
           move anw-status to rpl-status.
           move anw-status-date to rpl-status-date.
           move anw-val-date to rpl-val-date.
           move anw-val-result to rpl-val-result.
           move anw-val-reason to rpl-val-reason.
           move rpt-acct-line to rpt-line.
           write rpt-line.
           add 1 to found-count.

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
       end program acctinq.
