       *>*
       *> Imports the bank's MT940 customer statement download into
       *> the flat bankstmt file bankrecon reconciles (date, D/C,
       *> amount, reference), the file treasury used to key by
       *> hand from the same download.
       *>
       *> The mt940 file is the download as the bank sends it, one
       *> statement line per 80-byte record. Every :61: statement
       *> line gives one bankstmt record: the value date, the
       *> debit/credit mark (a reversal RD is written as a credit
       *> and RC as a debit, since that is how it moves the
       *> balance) and the amount. Its reference is taken from the
       *> :86: narrative that follows it, continuation lines
       *> included: the end-to-end reference (EREF+ or /EREF/ - for
       *> our own commission and refund payments that is the
       *> payment id bankrecon matches on), else the first RF
       *> creditor reference in the text (what refmatch matches
       *> incoming payments on), else the customer reference of
       *> the :61: line itself unless it is NONREF.
       *>
       *> Every statement in the file is proved before anything is
       *> written: the :60F: (or :60M:) opening balance plus the
       *> credits less the debits must come to the :62F: (or
       *> :62M:) closing balance, and each opening balance must
       *> equal the closing balance before it - for the first
       *> statement, the closing balance the last import saved on
       *> the mt940ctl control file (with its date and the :25:
       *> account), so a statement day that never arrived is
       *> caught instead of reconciled around. A closing balance
       *> not dated after the saved one means the download was
       *> imported already, and a statement for another account
       *> than the saved one is refused. Any of these stops the
       *> run with a non-zero return code and no bankstmt written.
       *> A missing mt940ctl (the first import) leaves the first
       *> opening balance unchecked; a clean import saves the last
       *> closing balance back to mt940ctl.
       *>*
       identification division.
       program-id. mt940imp.
       environment division.
       input-output section.
       file-control.
           select mt940 assign to mt940
           organization is sequential
           access mode is sequential
           file status is mt940-status.
           select mt940ctl assign to mt940ctl
           organization is sequential
           access mode is sequential
           file status is ctl-status.
           select bankstmt assign to bankstmt
           organization is sequential
           access mode is sequential
           file status is stmt-status.
       data division.
       file section.
       fd mt940 recording mode f
           record contains 80 characters
           label records are omitted
           data record is mt940-line.
       01 mt940-line pic x(80).
       fd mt940ctl recording mode f
           record contains 58 characters
           label records are omitted
           data record is ctl-rec.
       01 ctl-rec.
         05 ctl-date pic 9(8).
         05 ctl-drcr pic x.
         05 ctl-amount pic 9(12)v99.
         05 ctl-account pic x(35).
       fd bankstmt recording mode f
           record contains 46 characters
           label records are omitted
           data record is stmt-rec.
       01 stmt-rec.
         05 stm-date pic 9(8).
         05 stm-drcr pic x.
           88 stm-is-debit value "D".
           88 stm-is-credit value "C".
         05 stm-amount pic 9(10)v99.
         05 stm-ref pic x(25).
       working-storage section.
       01 mt940-status pic x(2).
       01 ctl-status pic x(2).
       01 stmt-status pic x(2).
       01 mt940-eof pic x value "N".
         88 mt940-eof-reached value "Y".
       01 writing-pass pic x value "N".
         88 pass-is-writing value "Y".
       01 import-failed pic x value "N".
         88 import-has-failed value "Y".
       01 ctl-found pic x value "N".
         88 ctl-is-present value "Y".
       01 saved-date pic 9(8) value zero.
       01 saved-balance pic s9(13)v99 value zero.
       01 saved-account pic x(35) value spaces.
       01 line-no pic 9(7) value zero.
       01 tag-work pic x(4) value spaces.
       01 tag-len pic 9(2) value zero.
       01 tag-value pic x(78) value spaces.
       01 parse-pos pic 9(2) value zero.
       01 digit-work pic 9 value zero.
       01 decimal-count pic 9 value zero.
       01 after-comma pic x value "N".
         88 amount-past-comma value "Y".
       01 parsed-amount pic 9(12)v99 value zero.
       01 yymmdd-work pic 9(6) value zero.
       01 yymmdd-parts redefines yymmdd-work.
         05 yy-work pic 9(2).
         05 mmdd-work pic 9(4).
       01 date-work pic 9(8) value zero.
       01 in-statement pic x value "N".
         88 statement-is-open value "Y".
       01 expected-known pic x value "N".
         88 expected-is-known value "Y".
       01 expected-balance pic s9(13)v99 value zero.
       01 running-balance pic s9(13)v99 value zero.
       01 balance-work pic s9(13)v99 value zero.
       01 balance-date pic 9(8) value zero.
       01 first-closing pic x value "Y".
         88 closing-is-first value "Y".
       01 last-closing-date pic 9(8) value zero.
       01 last-closing pic s9(13)v99 value zero.
       01 statement-account pic x(35) value spaces.
       01 pending-found pic x value "N".
         88 movement-is-pending value "Y".
       01 pending-date pic 9(8) value zero.
       01 pending-drcr pic x value space.
       01 pending-amount pic 9(12)v99 value zero.
       01 pending-cust-ref pic x(25) value spaces.
       01 narrative-open pic x value "N".
         88 narrative-is-open value "Y".
       01 narrative pic x(400) value spaces.
       01 narrative-ptr pic 9(3) value 1.
       01 narr-idx pic 9(3) value zero.
       01 ref-start pic 9(3) value zero.
       01 ref-idx pic 9(3) value zero.
       01 ref-out-idx pic 9(2) value zero.
       01 ref-work pic x(25) value spaces.
       01 statement-count pic 9(5) value zero.
       01 movement-count pic 9(7) value zero.
       01 debit-total pic 9(12)v99 value zero.
       01 credit-total pic 9(12)v99 value zero.
       01 show-balance pic -(12)9.99.
       01 show-expected pic -(12)9.99.
       procedure division.
       main-entry.
           perform read-control.
           perform scan-statement-file.
           if import-has-failed
             display "MT940 import stopped, no bankstmt written"
             move 1 to return-code
             goback
           end-if.
           open output bankstmt.
           if stmt-status not = "00"
             display "Error writing bankstmt statement file"
             move 1 to return-code
             goback
           end-if.
           set pass-is-writing to true.
           perform scan-statement-file.
           close bankstmt.
           perform save-control.
           display "Statements: " statement-count
             " lines: " movement-count.
           display "Credits: " credit-total " debits: " debit-total.
           move last-closing to show-balance.
           display "Closing balance " last-closing-date ": "
             show-balance.
           goback.

       *>*
       *> Reads the closing balance, date and account the last
       *> import saved on mt940ctl, if any.
       *>*
       read-control.
           open input mt940ctl.
           if ctl-status = "00"
             read mt940ctl
               not at end
                 set ctl-is-present to true
                 move ctl-date to saved-date
                 move ctl-amount to saved-balance
                 if ctl-drcr = "D"
                   compute saved-balance = zero - saved-balance
                 end-if
                 move ctl-account to saved-account
             end-read
             close mt940ctl
           end-if.
           if not ctl-is-present
             display "No mt940ctl control record, first opening "
               "balance not checked"
           end-if.

       *>*
       *> Passes over the whole mt940 file: the first pass proves
       *> the balances, the second (pass-is-writing) writes
       *> bankstmt. Both run the same parsing, so what is written
       *> is exactly what was proved.
       *>*
       scan-statement-file.
           move "N" to mt940-eof, in-statement, pending-found,
             narrative-open.
           move "Y" to first-closing.
           move zero to line-no, statement-count, movement-count,
             debit-total, credit-total.
           move spaces to statement-account.
           if ctl-is-present
             set expected-is-known to true
             move saved-balance to expected-balance
           else
             move "N" to expected-known
           end-if.
           open input mt940.
           if mt940-status not = "00"
             display "Missing mt940 statement file"
             move 1 to return-code
             goback
           end-if.
           perform until mt940-eof-reached
             read mt940
               at end
                 set mt940-eof-reached to true
               not at end
                 add 1 to line-no
                 perform process-line
             end-read
           end-perform.
           perform flush-movement.
           close mt940.
           if statement-is-open
             display "Statement has no closing balance at end of "
               "file"
             set import-has-failed to true
           end-if.
           if statement-count = zero
             display "No statement found in mt940 file"
             set import-has-failed to true
           end-if.

       *>*
       *> Dispatches one line of the download on its field tag.
       *> A line with no tag continues the :86: narrative when one
       *> is open; the '-' end-of-message line and block header
       *> lines close it.
       *>*
       process-line.
           if mt940-line(1:1) = ":"
             move "N" to narrative-open
             move spaces to tag-work, tag-value
             move zero to tag-len
             unstring mt940-line(2:79) delimited by ":"
               into tag-work count in tag-len
             end-unstring
             if tag-len < 5
               move mt940-line(tag-len + 3:) to tag-value
             end-if
             evaluate tag-work
               when "25"
                 perform flush-movement
                 perform check-account
               when "60F"
               when "60M"
                 perform flush-movement
                 perform open-statement
               when "61"
                 perform flush-movement
                 perform parse-movement
               when "86"
                 if movement-is-pending
                   move spaces to narrative
                   move 1 to narrative-ptr
                   string tag-value(1:61) delimited by size
                     into narrative with pointer narrative-ptr
                   set narrative-is-open to true
                 end-if
               when "62F"
               when "62M"
                 perform flush-movement
                 perform close-statement
               when other
                 perform flush-movement
             end-evaluate
           else
             if mt940-line(1:1) = "-" or mt940-line(1:1) = "{"
               move "N" to narrative-open
               perform flush-movement
             else
               if narrative-is-open and narrative-ptr < 336
                 string mt940-line(1:65) delimited by size
                   into narrative with pointer narrative-ptr
               end-if
             end-if
           end-if.

       *>*
       *> Refuses a statement for an account other than the one
       *> the last import saved.
       *>*
       check-account.
           move tag-value(1:35) to statement-account.
           if saved-account not = spaces
             and statement-account not = saved-account
             display "Statement account " statement-account
               " is not " saved-account
             set import-has-failed to true
           end-if.

       *>*
       *> Opens a statement on its :60F:/:60M: opening balance,
       *> which must equal the closing balance before it.
       *>*
       open-statement.
           if statement-is-open
             display "Line " line-no
               ": opening balance before the last statement closed"
             set import-has-failed to true
           end-if.
           perform parse-balance.
           if expected-is-known and balance-work not = expected-balance
             move balance-work to show-balance
             move expected-balance to show-expected
             display "Line " line-no ": opening balance "
               show-balance " does not follow closing balance "
               show-expected " - statement day missing?"
             set import-has-failed to true
           end-if.
           move balance-work to running-balance.
           set statement-is-open to true.

       *>*
       *> Closes a statement on its :62F:/:62M: closing balance,
       *> which must equal the opening balance plus the
       *> movements. The first closing balance must also be dated
       *> after the one the last import saved.
       *>*
       close-statement.
           perform parse-balance.
           if not statement-is-open
             display "Line " line-no
               ": closing balance without an opening balance"
             set import-has-failed to true
           end-if.
           if running-balance not = balance-work
             move balance-work to show-balance
             move running-balance to show-expected
             display "Line " line-no ": closing balance "
               show-balance " but opening plus movements come to "
               show-expected
             set import-has-failed to true
           end-if.
           if closing-is-first and ctl-is-present
             and balance-date not > saved-date
             display "Statement closing " balance-date
               " is not after the last import's " saved-date
               " - already imported?"
             set import-has-failed to true
           end-if.
           move "N" to first-closing.
           move balance-work to expected-balance.
           set expected-is-known to true.
           move balance-work to last-closing.
           move balance-date to last-closing-date.
           add 1 to statement-count.
           move "N" to in-statement.

       *>*
       *> Parses a balance field (D/C mark, YYMMDD date, currency,
       *> amount) into balance-work, signed, and balance-date.
       *>*
       parse-balance.
           move zero to balance-work, balance-date.
           if tag-value(2:6) is numeric
             move tag-value(2:6) to yymmdd-work
             perform expand-date
             move date-work to balance-date
           else
             display "Line " line-no ": bad balance date"
             set import-has-failed to true
           end-if.
           move 11 to parse-pos.
           perform parse-amount.
           move parsed-amount to balance-work.
           evaluate tag-value(1:1)
             when "C"
               continue
             when "D"
               compute balance-work = zero - balance-work
             when other
               display "Line " line-no ": bad balance mark"
               set import-has-failed to true
           end-evaluate.

       *>*
       *> Parses a :61: statement line - value date, optional entry
       *> date, mark (with R for a reversal), optional funds code,
       *> amount, transaction type, customer reference - into the
       *> pending movement, held until its :86: narrative is read.
       *>*
       parse-movement.
           move spaces to pending-drcr, pending-cust-ref.
           move zero to pending-date, pending-amount.
           if tag-value(1:6) is numeric
             move tag-value(1:6) to yymmdd-work
             perform expand-date
             move date-work to pending-date
           else
             display "Line " line-no ": bad :61: value date"
             set import-has-failed to true
           end-if.
           move 7 to parse-pos.
           if tag-value(7:4) is numeric
             move 11 to parse-pos
           end-if.
           if tag-value(parse-pos:1) = "R"
             add 1 to parse-pos
             evaluate tag-value(parse-pos:1)
               when "C"
                 move "D" to pending-drcr
               when "D"
                 move "C" to pending-drcr
             end-evaluate
           else
             if tag-value(parse-pos:1) = "C"
               or tag-value(parse-pos:1) = "D"
               move tag-value(parse-pos:1) to pending-drcr
             end-if
           end-if.
           if pending-drcr = space
             display "Line " line-no ": bad :61: debit/credit mark"
             set import-has-failed to true
           end-if.
           add 1 to parse-pos.
           if tag-value(parse-pos:1) is alphabetic
             add 1 to parse-pos
           end-if.
           perform parse-amount.
           if parsed-amount > 9999999999.99
             display "Line " line-no ": amount too large"
             set import-has-failed to true
           end-if.
           move parsed-amount to pending-amount.
           add 4 to parse-pos.
           if parse-pos < 79
             unstring tag-value(parse-pos:) delimited by "//"
               or space
               into pending-cust-ref
             end-unstring
           end-if.
           if pending-cust-ref = "NONREF"
             move spaces to pending-cust-ref
           end-if.
           set movement-is-pending to true.
           move spaces to narrative.
           move 1 to narrative-ptr.

       *>*
       *> Parses the amount starting at parse-pos (digits with a
       *> decimal comma) into parsed-amount, leaving parse-pos on
       *> the character after it.
       *>*
       parse-amount.
           move zero to parsed-amount, decimal-count.
           move "N" to after-comma.
           perform until parse-pos > 78
             or (tag-value(parse-pos:1) not numeric
               and tag-value(parse-pos:1) not = ",")
             if tag-value(parse-pos:1) = ","
               set amount-past-comma to true
             else
               move tag-value(parse-pos:1) to digit-work
               if amount-past-comma
                 add 1 to decimal-count
                 evaluate decimal-count
                   when 1
                     compute parsed-amount = parsed-amount
                       + digit-work / 10
                   when 2
                     compute parsed-amount = parsed-amount
                       + digit-work / 100
                 end-evaluate
               else
                 compute parsed-amount = parsed-amount * 10
                   + digit-work
               end-if
             end-if
             add 1 to parse-pos
           end-perform.

       *>*
       *> Expands the YYMMDD date in yymmdd-work to YYYYMMDD in
       *> date-work (years below 80 are this century).
       *>*
       expand-date.
           if yy-work < 80
             compute date-work = 20000000 + yymmdd-work
           else
             compute date-work = 19000000 + yymmdd-work
           end-if.

       *>*
       *> Finishes the pending movement once its narrative is
       *> complete: picks its reference, moves the running balance
       *> and, on the writing pass, writes it to bankstmt.
       *>*
       flush-movement.
           if movement-is-pending
             perform pick-reference
             if pending-drcr = "D"
               subtract pending-amount from running-balance
               add pending-amount to debit-total
             else
               add pending-amount to running-balance
               add pending-amount to credit-total
             end-if
             add 1 to movement-count
             if not statement-is-open
               display "Line " line-no
                 ": statement line outside a statement"
               set import-has-failed to true
             end-if
             if pass-is-writing
               move pending-date to stm-date
               move pending-drcr to stm-drcr
               move pending-amount to stm-amount
               move ref-work to stm-ref
               write stmt-rec
             end-if
             move "N" to pending-found, narrative-open
           end-if.

       *>*
       *> Picks the movement's reference into ref-work: the
       *> narrative's end-to-end reference, else its first RF
       *> creditor reference, else the :61: customer reference.
       *>*
       pick-reference.
           move spaces to ref-work.
           move zero to ref-start.
           perform varying narr-idx from 1 by 1
             until narr-idx > 394 or ref-start > zero
             if narrative(narr-idx:5) = "EREF+"
               compute ref-start = narr-idx + 5
             end-if
             if narrative(narr-idx:6) = "/EREF/"
               compute ref-start = narr-idx + 6
             end-if
           end-perform.
           if ref-start > zero
             perform copy-reference
             if ref-work = "NOTPROVIDED"
               move spaces to ref-work
             end-if
           end-if.
           if ref-work = spaces
             move zero to ref-start
             perform varying narr-idx from 1 by 1
               until narr-idx > 396 or ref-start > zero
               if narrative(narr-idx:2) = "RF"
                 and narrative(narr-idx + 2:2) is numeric
                 and (narr-idx = 1
                   or narrative(narr-idx - 1:1) = space
                   or narrative(narr-idx - 1:1) = "+"
                   or narrative(narr-idx - 1:1) = "/"
                   or narrative(narr-idx - 1:1) = "?")
                 move narr-idx to ref-start
               end-if
             end-perform
             if ref-start > zero
               perform copy-reference
             end-if
           end-if.
           if ref-work = spaces
             move pending-cust-ref to ref-work
           end-if.

       *>*
       *> Copies the narrative from ref-start into ref-work up to
       *> a space, a '/' or a '?' subfield mark, at most 25
       *> characters.
       *>*
       copy-reference.
           move 1 to ref-out-idx.
           perform varying ref-idx from ref-start by 1
             until ref-idx > 400 or ref-out-idx > 25
             or narrative(ref-idx:1) = space
             or narrative(ref-idx:1) = "/"
             or narrative(ref-idx:1) = "?"
             move narrative(ref-idx:1) to ref-work(ref-out-idx:1)
             add 1 to ref-out-idx
           end-perform.

       *>*
       *> Saves the last closing balance, its date and the
       *> account on mt940ctl for the next import to follow on
       *> from.
       *>*
       save-control.
           open output mt940ctl.
           if ctl-status not = "00"
             display "Error writing mt940ctl control file"
             move 1 to return-code
             goback
           end-if.
           move last-closing-date to ctl-date.
           if last-closing < zero
             move "D" to ctl-drcr
             compute ctl-amount = zero - last-closing
           else
             move "C" to ctl-drcr
             move last-closing to ctl-amount
           end-if.
           if statement-account not = spaces
             move statement-account to ctl-account
           else
             move saved-account to ctl-account
           end-if.
           write ctl-rec.
           close mt940ctl.
       end program mt940imp.
