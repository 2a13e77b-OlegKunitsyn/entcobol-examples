       *> master ibanbatch writes (accountsnew generation, see
       *> package/copy/IBANVAL.cpy). Reports every account whose
       *> last validation FAILed and every account not revalidated
       *> within the policy window (90 days) - blocked and closed
       *> accounts are not revalidated by design and are left out
       *> - so the accounts that
       *> need attention fall straight out of the master instead of
       *> being reconstructed from old run outputs.
       *>*
       data division.
       file section.
       fd accountsval recording mode f
           record contains 120 characters
           label records are omitted
           data record is acctnew-rec.
       copy IBANVAL.
       01 record-count pic 9(9) value zero.
       01 failed-count pic 9(9) value zero.
       01 stale-count pic 9(9) value zero.
       01 inactive-count pic 9(9) value zero.
       01 rpt-rule pic x(80) value all "-".
       01 rpt-hdr pic x(40) value
           "Accounts outside revalidation policy".
                 set val-eof-reached to true
               not at end
                 add 1 to record-count
                 if anw-is-blocked or anw-is-closed
                   add 1 to inactive-count
                 else
                   perform check-account
                 end-if
             end-read
           end-perform.
           close accountsval.
           move rpt-count-line to rpt-line.
           write rpt-line.
           close ibanstalerpt.
           display "Failed: " failed-count " stale: " stale-count
             " blocked/closed: " inactive-count.
           goback.

       *>*
