       *>*
       *> Masks an IBAN or other bank account number for printing -
       *> the one rule every human-readable report and exception
       *> list in both subsystems applies, so a report handed
       *> around by e-mail never carries a full account number:
       *> the value is case-folded and stripped of spaces and
       *> hyphens the way ibanok cleans an IBAN, then the first
       *> four characters (an IBAN's country and check digits) and
       *> the last four stay visible and everything between is
       *> starred. A value of eight characters or less keeps only
       *> its last four (all of it starred when four or less), so
       *> a short domestic account number is not printed whole.
       *> Machine files that downstream programs read keep the
       *> full value and never pass through here.
       *>
       *> An authorized investigation run may print unmasked: the
       *> maskctl control file, kept by data protection, carries
       *> mode 'U', the person who authorized it, the investigation
       *> case reference and the date the authorization is for.
       *> Only a complete request dated today unmasks, so an
       *> authorization cannot linger into tomorrow's runs; each
       *> run it unmasks is first appended to the maskaccess access
       *> log (timestamp, program, authorizer, case), and a run
       *> whose access record cannot be written stays masked. A
       *> missing maskctl is the normal, masked state.
       *>
       *> The alternate entry point ibanmaskload reads maskctl once
       *> for the run and names the calling program on the access
       *> log; a reporting program calls it before its first
       *> report line, the way ibanokload is called before a batch
       *> of ibanok calls. Without it the first ibanmask call reads
       *> maskctl and the access log shows no program.
       *>
       *> @param l-value account number as held, up to 64
       *>   characters, spaces/hyphens and case tolerated
       *> @param l-masked the printable copy, 34 characters
       *> @param l-program (ibanmaskload) the calling program name
       *>*
       identification division.
       program-id. ibanmask.
       environment division.
       input-output section.
       file-control.
           select maskctl assign to maskctl
           organization is sequential
           access mode is sequential
           file status is maskctl-status.
           select maskaccess assign to maskaccess
           organization is sequential
           access mode is sequential
           file status is access-status.
       data division.
       file section.
       fd maskctl recording mode f
           record contains 49 characters
           label records are omitted
           data record is maskctl-rec.
       01 maskctl-rec.
         05 mct-mode pic x.
           88 mct-unmasked value "U".
         05 mct-authority pic x(20).
         05 mct-case pic x(20).
         05 mct-date pic 9(8).
       fd maskaccess recording mode f
           record contains 80 characters
           label records are omitted
           data record is access-rec.
       01 access-rec.
         05 mac-timestamp pic x(21).
         05 filler pic x.
         05 mac-program pic x(12).
         05 filler pic x.
         05 mac-authority pic x(20).
         05 filler pic x.
         05 mac-case pic x(20).
         05 filler pic x(4).
       working-storage section.
       01 maskctl-status pic x(2).
       01 access-status pic x(2).
       01 mask-loaded pic x value "N".
         88 mask-is-loaded value "Y".
       01 mask-mode pic x value "M".
         88 print-unmasked value "U".
       01 mask-program pic x(12) value spaces.
       01 run-ymd pic 9(8) value zero.
       01 val-src pic x(64) value spaces.
       01 val-clean pic x(64) value spaces.
       01 src-idx pic 9(2).
       01 clean-idx pic 9(2).
       01 val-len pic 9(2) value zero.
       01 star-idx pic 9(2).
       linkage section.
       01 l-value pic x(64).
       01 l-masked pic x(34).
       01 l-program pic x(12).
       procedure division using l-value, l-masked.
       main-entry.
           if not mask-is-loaded
             perform load-mask-control
           end-if.
           move spaces to l-masked.
           move function upper-case(l-value) to val-src.
           move spaces to val-clean.
           move 1 to clean-idx.
           perform varying src-idx from 1 by 1
             until src-idx > length of val-src
             if val-src(src-idx:1) not = space
               and val-src(src-idx:1) not = "-"
               move val-src(src-idx:1) to val-clean(clean-idx:1)
               add 1 to clean-idx
             end-if
           end-perform.
           move zero to val-len.
           inspect val-clean
             tallying val-len for characters before space.
           if val-len > 34
             move 34 to val-len
           end-if.
           if val-len = zero
             goback
           end-if.
           move val-clean(1:val-len) to l-masked.
           if print-unmasked
             goback
           end-if.

           *> everything but the first and last four starred, or
           *> for a short value everything but the last four
           perform varying star-idx from 1 by 1
             until star-idx > val-len - 4 or star-idx > val-len
             if star-idx > 4 or val-len not > 8
               move "*" to l-masked(star-idx:1)
             end-if
           end-perform.
           if val-len not > 4
             move all "*" to l-masked(1:val-len)
           end-if.
           goback.

       *>*
       *> Alternate entry point: reads maskctl for the run on
       *> behalf of the named program. Only the first call of a
       *> run reads it, so the access log gets one record a run.
       *>*
       entry "ibanmaskload" using l-program.
           if not mask-is-loaded
             move l-program to mask-program
             perform load-mask-control
           end-if.
           goback.

       *>*
       *> Reads the maskctl control record, if any, and switches
       *> to unmasked printing only for a complete request dated
       *> today whose access record has been written.
       *>*
       load-mask-control.
           set mask-is-loaded to true.
           move "M" to mask-mode.
           move function current-date(1:8) to run-ymd.
           open input maskctl.
           if maskctl-status = "00"
             read maskctl
               at end
                 move spaces to maskctl-rec
             end-read
             close maskctl
             if mct-unmasked
               if mct-authority = spaces or mct-case = spaces
                 or mct-date not = run-ymd
                 display "maskctl unmask request incomplete or not "
                   "dated today, bank details stay masked"
               else
                 perform write-access-log
               end-if
             end-if
           end-if.

       *>*
       *> Appends the unmasked run to the maskaccess access log,
       *> creating it on the first such run, and only then
       *> switches to unmasked printing.
       *>*
       write-access-log.
           open extend maskaccess.
           if access-status not = "00"
             open output maskaccess
           end-if.
           if access-status = "00"
             move spaces to access-rec
             move function current-date(1:21) to mac-timestamp
             move mask-program to mac-program
             move mct-authority to mac-authority
             move mct-case to mac-case
             write access-rec
             close maskaccess
             set print-unmasked to true
             display "Bank details printed unmasked for case "
               mct-case " authorized by " mct-authority
           else
             display "Error writing maskaccess log, bank details "
               "stay masked"
           end-if.
       end program ibanmask.
