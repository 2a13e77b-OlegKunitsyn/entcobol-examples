       *>**
       *>  REPMNT
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**

       *>*
       *> Entry point
       *>
       *> Maintenance run for the repmast rep master SALESCOMM pays
       *> commission from, in the mold of CUSTMNT: reads a
       *> transaction file (repmasttx) of add/update/terminate
       *> actions keyed by rep name, plus assign/release actions
       *> for the Region/Country pairs of the rep's territory
       *> (repterr, see REPTERR copybook), applies them, and
       *> writes a maintenance report (repmntrpt, with each rep's
       *> before and after rate, plan and IBAN - the IBAN masked
       *> by the banking side's ibanmask like every report that is
       *> mailed around) plus a reject file (repmntrej) for
       *> transactions that could not be applied.
       *>
       *> A rep's banking details are validated at entry rather
       *> than on payday: the IBAN through ibanok and the BIC
       *> through bicok (including the BIC/IBAN country
       *> cross-check), the same checks SALESCOMM applies before
       *> it pays, so a mistyped IBAN is rejected here instead of
       *> putting the rep on commexc. A plan code, when given,
       *> must be on the commplan commission plan file; a blank
       *> plan leaves the rep on their flat repmast rate.
       *> Rejections: a garbage action code, a blank rep name, a
       *> non-numeric rate, a bad IBAN or BIC, an unknown plan, an
       *> add for a rep already on the master, an update or
       *> terminate for a rep who is not, a territory pair with a
       *> blank Region or Country, assigned to a rep not on the
       *> master or already assigned, a release of a pair the rep
       *> does not hold, and a table with no room left.
       *>
       *> repmast and repterr are sequential files several
       *> programs read, so both are loaded into tables,
       *> maintained there and rewritten whole at the end of the
       *> run. As each is loaded it is copied record for record
       *> to repmastbak / repterrbak, so a maintenance batch that
       *> turns out wrong rolls back by restoring the backups. A
       *> master too big for its table stops the run before
       *> anything is rewritten.
       *>
       *> Terminating a rep removes them from repmast and releases
       *> every territory pair they hold (each release is on the
       *> report). SALESCOMM pays only reps on the master, so a
       *> rep is terminated after their last commission run.
       *>
       *> Transaction layout: action ('A' add, 'U' update,
       *> 'T' terminate, 'G' assign a territory pair, 'R' release
       *> one), rep name, commission rate (digits, two implied
       *> decimals), IBAN, BIC, plan code, Region, Country. An add
       *> or update carries the rep's full details (a rate left as
       *> spaces loads as zero) and ignores Region/Country; a
       *> terminate uses the rep name only; an assign or release
       *> uses the rep name, Region and Country only.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT repmasttx ASSIGN TO repmasttx
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS tx-status.
           SELECT repmast ASSIGN TO repmast
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS repmast-status.
           SELECT repterr ASSIGN TO repterr
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS terr-status.
           SELECT commplan ASSIGN TO commplan
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS plan-status.
           SELECT repmastbak ASSIGN TO repmastbak
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS bak-status.
           SELECT repterrbak ASSIGN TO repterrbak
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS terrbak-status.
           SELECT repmntrpt ASSIGN TO repmntrpt
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS rpt-status.
           SELECT repmntrej ASSIGN TO repmntrej
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS rej-status.
       DATA DIVISION.
       FILE SECTION.
       FD repmasttx RECORDING MODE F
           RECORD CONTAINS 170 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS tx-rec.
       01 tx-rec.
           05 tx-action PIC X.
               88 tx-is-add VALUE 'A'.
               88 tx-is-update VALUE 'U'.
               88 tx-is-terminate VALUE 'T'.
               88 tx-is-assign VALUE 'G'.
               88 tx-is-release VALUE 'R'.
           05 tx-rep PIC X(20).
           05 tx-rate PIC X(4).
           05 tx-rate-num REDEFINES tx-rate PIC 9(2)V99.
           05 tx-iban PIC X(34).
           05 tx-bic PIC X(11).
           05 tx-plan PIC X(4).
           05 tx-region PIC X(48).
           05 tx-country PIC X(48).
       FD repmast RECORDING MODE F
           RECORD CONTAINS 73 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS rep-rec.
       01 rep-rec.
           05 rm-rep PIC X(20).
           05 rm-rate PIC 9(2)V99.
           05 rm-iban PIC X(34).
           05 rm-bic PIC X(11).
           05 rm-plan PIC X(4).
       FD repterr RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS rep-terr-rec.
       COPY REPTERR.
       FD commplan RECORDING MODE F
           RECORD CONTAINS 38 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS plan-rec.
       01 plan-rec.
           05 pln-id PIC X(4).
           05 FILLER PIC X(34).
       FD repmastbak RECORDING MODE F
           RECORD CONTAINS 73 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS bak-rec.
       01 bak-rec PIC X(73).
       FD repterrbak RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS terrbak-rec.
       01 terrbak-rec PIC X(120).
       FD repmntrpt RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS rpt-line.
       01 rpt-line PIC X(132).
       FD repmntrej RECORDING MODE F
           RECORD CONTAINS 182 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS rej-rec.
       01 rej-rec.
           05 rej-tx PIC X(170).
           05 rej-reason PIC X(12).
       WORKING-STORAGE SECTION.
       01 tx-status PIC 9(2).
       01 repmast-status PIC 9(2).
       01 terr-status PIC 9(2).
       01 plan-status PIC 9(2).
       01 bak-status PIC 9(2).
       01 terrbak-status PIC 9(2).
       01 rpt-status PIC 9(2).
       01 rej-status PIC 9(2).
       01 tx-eof PIC X VALUE 'N'.
           88 tx-eof-reached VALUE 'Y'.
       01 repmast-eof PIC X VALUE 'N'.
           88 repmast-eof-reached VALUE 'Y'.
       01 terr-eof PIC X VALUE 'N'.
           88 terr-eof-reached VALUE 'Y'.
       01 plan-eof PIC X VALUE 'N'.
           88 plan-eof-reached VALUE 'Y'.
       01 rep-count PIC 9(3) VALUE ZERO.
       01 rep-table.
           05 rep-entry OCCURS 200 TIMES INDEXED BY rep-idx.
               10 rep-name-tbl PIC X(20).
               10 rep-rate-tbl PIC 9(2)V99.
               10 rep-iban-tbl PIC X(34).
               10 rep-bic-tbl PIC X(11).
               10 rep-plan-tbl PIC X(4).
               10 rep-live-tbl PIC X.
                   88 rep-is-live VALUE 'Y'.
       01 rep-found-idx PIC 9(3) VALUE ZERO.
       01 terr-count PIC 9(4) VALUE ZERO.
       01 terr-table.
           05 terr-entry OCCURS 2000 TIMES INDEXED BY terr-idx.
               10 terr-rep-tbl PIC X(20).
               10 terr-region-tbl PIC X(48).
               10 terr-country-tbl PIC X(48).
               10 terr-live-tbl PIC X.
                   88 terr-is-live VALUE 'Y'.
       01 terr-found-idx PIC 9(4) VALUE ZERO.
       01 plan-count PIC 9(2) VALUE ZERO.
       01 plan-table.
           05 plan-entry OCCURS 50 TIMES INDEXED BY plan-idx.
               10 plan-id-tbl PIC X(4).
       01 plan-found PIC X VALUE 'N'.
           88 plan-is-known VALUE 'Y'.
       01 load-failed PIC X VALUE 'N'.
           88 load-has-failed VALUE 'Y'.
       01 iban-work PIC X(64) VALUE SPACES.
       01 l-ok PIC 9 VALUE ZERO.
       01 l-reason PIC 9(1) VALUE ZERO.
       01 reason-work PIC X(12) VALUE SPACES.
       01 rate-work PIC 9(2)V99 VALUE ZERO.
       01 mask-program PIC X(12) VALUE 'REPMNT'.
       01 mask-in PIC X(64) VALUE SPACES.
       01 mask-out PIC X(34) VALUE SPACES.
       01 applied-count PIC 9(5) VALUE ZERO.
       01 rejected-count PIC 9(5) VALUE ZERO.
       01 backup-count PIC 9(5) VALUE ZERO.
       01 terr-backup-count PIC 9(5) VALUE ZERO.
       01 master-count PIC 9(5) VALUE ZERO.
       01 pair-count PIC 9(5) VALUE ZERO.
       01 rpt-rule PIC X(132) VALUE ALL '-'.
       01 rpt-hdr PIC X(40) VALUE
           'repmast/repterr maintenance run report'.
       01 rpt-tx-line.
           05 rpl-action PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-rep PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-disposition PIC X(8).
           05 FILLER PIC X(5) VALUE ' was '.
           05 rpl-before-rate PIC Z9.99.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-before-plan PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-before-iban PIC X(34).
           05 FILLER PIC X(5) VALUE ' now '.
           05 rpl-after-rate PIC Z9.99.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-after-plan PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-after-iban PIC X(34).
       01 rpt-terr-line.
           05 rtl-action PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 rtl-rep PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 rtl-disposition PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 rtl-region PIC X(48).
           05 FILLER PIC X VALUE SPACE.
           05 rtl-country PIC X(48).
       01 rpt-rej-line.
           05 rjl-action PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 rjl-rep PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(8) VALUE 'REJECTED'.
           05 FILLER PIC X VALUE SPACE.
           05 rjl-reason PIC X(12).
       01 rpt-count-line.
           05 FILLER PIC X(9) VALUE 'Applied: '.
           05 rpl-applied PIC Z(4)9.
           05 FILLER PIC X(11) VALUE '  rejected:'.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-rejected PIC Z(4)9.
           05 FILLER PIC X(16) VALUE '  reps on file: '.
           05 rpl-master PIC Z(4)9.
           05 FILLER PIC X(19) VALUE '  territory pairs: '.
           05 rpl-pairs PIC Z(4)9.
       PROCEDURE DIVISION.
           OPEN INPUT repmasttx.
           IF tx-status NOT EQUAL ZERO
             DISPLAY "Missing repmasttx transaction file"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-REP-MASTER.
           IF NOT load-has-failed
             PERFORM LOAD-REP-TERRITORIES
           END-IF.
           IF load-has-failed
             MOVE 1 TO RETURN-CODE
             CLOSE repmasttx
             GOBACK
           END-IF.
           PERFORM LOAD-COMM-PLANS.
           OPEN OUTPUT repmntrpt.
           IF rpt-status NOT EQUAL ZERO
             DISPLAY "Error writing maintenance report"
             MOVE 1 TO RETURN-CODE
             CLOSE repmasttx
             GOBACK
           END-IF.
           OPEN OUTPUT repmntrej.
           IF rej-status NOT EQUAL ZERO
             DISPLAY "Error writing reject file"
             MOVE 1 TO RETURN-CODE
             CLOSE repmasttx, repmntrpt
             GOBACK
           END-IF.
           CALL "ibanmaskload" USING mask-program.

           MOVE rpt-hdr TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.

           PERFORM UNTIL tx-eof-reached
             READ repmasttx
               AT END
                 SET tx-eof-reached TO TRUE
               NOT AT END
                 PERFORM APPLY-TRANSACTION
             END-READ
           END-PERFORM.

           PERFORM SAVE-REP-MASTER.
           PERFORM SAVE-REP-TERRITORIES.

           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE applied-count TO rpl-applied.
           MOVE rejected-count TO rpl-rejected.
           MOVE master-count TO rpl-master.
           MOVE pair-count TO rpl-pairs.
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           CLOSE repmasttx, repmntrpt, repmntrej.
           DISPLAY "Applied: " applied-count
             " rejected: " rejected-count
             " reps: " master-count
             " territory pairs: " pair-count.
           GOBACK.

       *>*
       *> Loads repmast into rep-table, writing each record as
       *> found to repmastbak before any transaction touches it.
       *> A missing master is the first run: it loads empty and
       *> the backup is written empty. More reps than the table
       *> holds stops the run, nothing rewritten.
       *>*
       LOAD-REP-MASTER.
           OPEN OUTPUT repmastbak.
           IF bak-status NOT EQUAL ZERO
             DISPLAY "Error writing rep master backup"
             SET load-has-failed TO TRUE
           ELSE
             OPEN INPUT repmast
             IF repmast-status NOT EQUAL ZERO
               DISPLAY "No rep master, starting an empty one"
             ELSE
               PERFORM UNTIL repmast-eof-reached
                 READ repmast
                   AT END
                     SET repmast-eof-reached TO TRUE
                   NOT AT END
                     MOVE rep-rec TO bak-rec
                     WRITE bak-rec
                     ADD 1 TO backup-count
                     IF rep-count LESS THAN 200
                       ADD 1 TO rep-count
                       MOVE rm-rep TO rep-name-tbl(rep-count)
                       MOVE rm-rate TO rep-rate-tbl(rep-count)
                       MOVE rm-iban TO rep-iban-tbl(rep-count)
                       MOVE rm-bic TO rep-bic-tbl(rep-count)
                       MOVE rm-plan TO rep-plan-tbl(rep-count)
                       MOVE 'Y' TO rep-live-tbl(rep-count)
                     ELSE
                       DISPLAY "Rep master table full at " rm-rep
                         ", run stopped"
                       SET load-has-failed TO TRUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE repmast
             END-IF
             CLOSE repmastbak
             DISPLAY "Backed up " backup-count " rep(s) to "
               "repmastbak"
           END-IF.

       *>*
       *> Loads repterr into terr-table the same way, writing each
       *> pair to repterrbak. A missing file means no territories
       *> have been assigned yet.
       *>*
       LOAD-REP-TERRITORIES.
           OPEN OUTPUT repterrbak.
           IF terrbak-status NOT EQUAL ZERO
             DISPLAY "Error writing territory backup"
             SET load-has-failed TO TRUE
           ELSE
             OPEN INPUT repterr
             IF terr-status NOT EQUAL ZERO
               DISPLAY "No rep territory file, starting an empty one"
             ELSE
               PERFORM UNTIL terr-eof-reached
                 READ repterr
                   AT END
                     SET terr-eof-reached TO TRUE
                   NOT AT END
                     MOVE rep-terr-rec TO terrbak-rec
                     WRITE terrbak-rec
                     ADD 1 TO terr-backup-count
                     IF terr-count LESS THAN 2000
                       ADD 1 TO terr-count
                       MOVE rt-rep TO terr-rep-tbl(terr-count)
                       MOVE rt-region TO terr-region-tbl(terr-count)
                       MOVE rt-country
                         TO terr-country-tbl(terr-count)
                       MOVE 'Y' TO terr-live-tbl(terr-count)
                     ELSE
                       DISPLAY "Territory table full at " rt-rep
                         ", run stopped"
                       SET load-has-failed TO TRUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE repterr
             END-IF
             CLOSE repterrbak
             DISPLAY "Backed up " terr-backup-count
               " territory pair(s) to repterrbak"
           END-IF.

       *>*
       *> Loads the commplan plan ids a rep's plan code is checked
       *> against. Without the file only a blank plan is accepted.
       *>*
       LOAD-COMM-PLANS.
           OPEN INPUT commplan.
           IF plan-status EQUAL ZERO
             PERFORM UNTIL plan-eof-reached
               READ commplan
                 AT END
                   SET plan-eof-reached TO TRUE
                 NOT AT END
                   IF plan-count LESS THAN 50
                     ADD 1 TO plan-count
                     MOVE pln-id TO plan-id-tbl(plan-count)
                   ELSE
                     DISPLAY "Plan table full, ignoring " pln-id
                   END-IF
               END-READ
             END-PERFORM
             CLOSE commplan
           ELSE
             DISPLAY "No commplan file, only flat-rate reps accepted"
           END-IF.

       *>*
       *> Applies one transaction: checks the action, the rep name
       *> and the fields the action uses, then adds, updates or
       *> terminates the rep or assigns or releases the territory
       *> pair. Anything that fails a check goes to the reject
       *> file with its reason instead.
       *>*
       APPLY-TRANSACTION.
           MOVE SPACES TO reason-work.
           IF NOT tx-is-add AND NOT tx-is-update
             AND NOT tx-is-terminate AND NOT tx-is-assign
             AND NOT tx-is-release
             MOVE 'BAD-ACTION' TO reason-work
           ELSE
             IF tx-rep EQUAL SPACES
               MOVE 'BLANK-REP' TO reason-work
             ELSE
               IF tx-is-add OR tx-is-update
                 PERFORM CHECK-REP-FIELDS
               END-IF
               IF tx-is-assign OR tx-is-release
                 IF tx-region EQUAL SPACES
                   OR tx-country EQUAL SPACES
                   MOVE 'BAD-TERR' TO reason-work
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF reason-work NOT EQUAL SPACES
             PERFORM WRITE-REJECT
           ELSE
             EVALUATE TRUE
               WHEN tx-is-add
                 PERFORM ADD-REP
               WHEN tx-is-update
                 PERFORM CHANGE-REP
               WHEN tx-is-terminate
                 PERFORM TERMINATE-REP
               WHEN tx-is-assign
                 PERFORM ASSIGN-TERRITORY
               WHEN OTHER
                 PERFORM RELEASE-TERRITORY
             END-EVALUATE
           END-IF.

       *>*
       *> Checks an add or update's details the way SALESCOMM will
       *> on payday: a numeric (or blank) rate, the IBAN through
       *> ibanok, the BIC through bicok against that IBAN, and a
       *> plan code that is on commplan. The first failure is left
       *> in reason-work.
       *>*
       CHECK-REP-FIELDS.
           IF tx-rate IS NOT NUMERIC
             AND tx-rate NOT EQUAL SPACES
             MOVE 'BAD-RATE' TO reason-work
           ELSE
             MOVE SPACES TO iban-work
             MOVE tx-iban TO iban-work
             CALL "ibanok" USING iban-work, l-reason
               RETURNING l-ok
             IF l-ok NOT EQUAL 1
               MOVE 'BAD-IBAN' TO reason-work
             ELSE
               CALL "bicok" USING tx-bic, iban-work
                 RETURNING l-ok
               IF l-ok NOT EQUAL 1
                 MOVE 'BAD-BIC' TO reason-work
               ELSE
                 IF tx-plan NOT EQUAL SPACES
                   MOVE 'N' TO plan-found
                   PERFORM VARYING plan-idx FROM 1 BY 1
                     UNTIL plan-idx > plan-count
                     IF plan-id-tbl(plan-idx) EQUAL tx-plan
                       SET plan-is-known TO TRUE
                     END-IF
                   END-PERFORM
                   IF NOT plan-is-known
                     MOVE 'BAD-PLAN' TO reason-work
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF tx-rate EQUAL SPACES
             MOVE ZERO TO rate-work
           ELSE
             IF tx-rate IS NUMERIC
               MOVE tx-rate-num TO rate-work
             END-IF
           END-IF.

       *>*
       *> Leaves the table slot of the transaction's rep, if they
       *> are on the master, in rep-found-idx (zero otherwise).
       *>*
       FIND-REP.
           MOVE ZERO TO rep-found-idx.
           PERFORM VARYING rep-idx FROM 1 BY 1
             UNTIL rep-idx > rep-count
             IF rep-is-live(rep-idx)
               AND rep-name-tbl(rep-idx) EQUAL tx-rep
               MOVE rep-idx TO rep-found-idx
             END-IF
           END-PERFORM.

       *>*
       *> Leaves the table slot of the transaction's territory
       *> pair, if the rep holds it, in terr-found-idx.
       *>*
       FIND-TERRITORY.
           MOVE ZERO TO terr-found-idx.
           PERFORM VARYING terr-idx FROM 1 BY 1
             UNTIL terr-idx > terr-count
             IF terr-is-live(terr-idx)
               AND terr-rep-tbl(terr-idx) EQUAL tx-rep
               AND terr-region-tbl(terr-idx) EQUAL tx-region
               AND terr-country-tbl(terr-idx) EQUAL tx-country
               MOVE terr-idx TO terr-found-idx
             END-IF
           END-PERFORM.

       *>*
       *> Adds the new rep, rejecting a name already on the master
       *> with DUP-REP rather than overwriting it silently - an add
       *> that should have been an update deserves a second look.
       *>*
       ADD-REP.
           PERFORM FIND-REP.
           IF rep-found-idx > ZERO
             MOVE 'DUP-REP' TO reason-work
             PERFORM WRITE-REJECT
           ELSE
             IF rep-count NOT LESS THAN 200
               MOVE 'TABLE-FULL' TO reason-work
               PERFORM WRITE-REJECT
             ELSE
               ADD 1 TO rep-count
               MOVE rep-count TO rep-found-idx
               MOVE tx-rep TO rep-name-tbl(rep-count)
               MOVE 'Y' TO rep-live-tbl(rep-count)
               INITIALIZE rpt-tx-line
               MOVE ZERO TO rpl-before-rate
               MOVE SPACES TO rpl-before-plan, rpl-before-iban
               PERFORM SET-REP-FIELDS
               MOVE 'ADDED' TO rpl-disposition
               PERFORM WRITE-REP-LINE
             END-IF
           END-IF.

       *>*
       *> Replaces an existing rep's rate, IBAN, BIC and plan,
       *> reporting the before and after values.
       *>*
       CHANGE-REP.
           PERFORM FIND-REP.
           IF rep-found-idx EQUAL ZERO
             MOVE 'NOT-FOUND' TO reason-work
             PERFORM WRITE-REJECT
           ELSE
             INITIALIZE rpt-tx-line
             PERFORM SET-BEFORE-FIELDS
             PERFORM SET-REP-FIELDS
             MOVE 'UPDATED' TO rpl-disposition
             PERFORM WRITE-REP-LINE
           END-IF.

       *>*
       *> Takes the rep off the master and releases every
       *> territory pair they hold, each release on the report.
       *>*
       TERMINATE-REP.
           PERFORM FIND-REP.
           IF rep-found-idx EQUAL ZERO
             MOVE 'NOT-FOUND' TO reason-work
             PERFORM WRITE-REJECT
           ELSE
             INITIALIZE rpt-tx-line
             PERFORM SET-BEFORE-FIELDS
             MOVE 'N' TO rep-live-tbl(rep-found-idx)
             MOVE ZERO TO rpl-after-rate
             MOVE SPACES TO rpl-after-plan, rpl-after-iban
             MOVE 'REMOVED' TO rpl-disposition
             PERFORM WRITE-REP-LINE
             PERFORM VARYING terr-idx FROM 1 BY 1
               UNTIL terr-idx > terr-count
               IF terr-is-live(terr-idx)
                 AND terr-rep-tbl(terr-idx) EQUAL tx-rep
                 MOVE 'N' TO terr-live-tbl(terr-idx)
                 MOVE terr-idx TO terr-found-idx
                 MOVE 'RELEASED' TO rtl-disposition
                 PERFORM WRITE-TERR-LINE
               END-IF
             END-PERFORM
           END-IF.

       *>*
       *> Assigns a Region/Country pair to a rep on the master,
       *> rejecting a pair the rep already holds.
       *>*
       ASSIGN-TERRITORY.
           PERFORM FIND-REP.
           PERFORM FIND-TERRITORY.
           IF rep-found-idx EQUAL ZERO
             MOVE 'NOT-FOUND' TO reason-work
             PERFORM WRITE-REJECT
           ELSE
             IF terr-found-idx > ZERO
               MOVE 'DUP-TERR' TO reason-work
               PERFORM WRITE-REJECT
             ELSE
               IF terr-count NOT LESS THAN 2000
                 MOVE 'TABLE-FULL' TO reason-work
                 PERFORM WRITE-REJECT
               ELSE
                 ADD 1 TO terr-count
                 MOVE terr-count TO terr-found-idx
                 MOVE tx-rep TO terr-rep-tbl(terr-count)
                 MOVE tx-region TO terr-region-tbl(terr-count)
                 MOVE tx-country TO terr-country-tbl(terr-count)
                 MOVE 'Y' TO terr-live-tbl(terr-count)
                 MOVE 'ASSIGNED' TO rtl-disposition
                 PERFORM WRITE-TERR-LINE
                 ADD 1 TO applied-count
               END-IF
             END-IF
           END-IF.

       *>*
       *> Releases a Region/Country pair the rep holds.
       *>*
       RELEASE-TERRITORY.
           PERFORM FIND-TERRITORY.
           IF terr-found-idx EQUAL ZERO
             MOVE 'NOT-FOUND' TO reason-work
             PERFORM WRITE-REJECT
           ELSE
             MOVE 'N' TO terr-live-tbl(terr-found-idx)
             MOVE 'RELEASED' TO rtl-disposition
             PERFORM WRITE-TERR-LINE
             ADD 1 TO applied-count
           END-IF.

       *>*
       *> Puts the rep's current values in the report's "was"
       *> columns, the IBAN masked.
       *>*
       SET-BEFORE-FIELDS.
           MOVE rep-rate-tbl(rep-found-idx) TO rpl-before-rate.
           MOVE rep-plan-tbl(rep-found-idx) TO rpl-before-plan.
           MOVE rep-iban-tbl(rep-found-idx) TO mask-in.
           CALL "ibanmask" USING mask-in, mask-out.
           MOVE mask-out TO rpl-before-iban.

       *>*
       *> Loads the transaction's validated details into the rep's
       *> table slot and the report's "now" columns.
       *>*
       SET-REP-FIELDS.
           MOVE rate-work TO rep-rate-tbl(rep-found-idx).
           MOVE tx-iban TO rep-iban-tbl(rep-found-idx).
           MOVE tx-bic TO rep-bic-tbl(rep-found-idx).
           MOVE tx-plan TO rep-plan-tbl(rep-found-idx).
           MOVE rate-work TO rpl-after-rate.
           MOVE tx-plan TO rpl-after-plan.
           MOVE tx-iban TO mask-in.
           CALL "ibanmask" USING mask-in, mask-out.
           MOVE mask-out TO rpl-after-iban.

       *>*
       *> Writes the before/after line of an applied add, update
       *> or terminate.
       *>*
       WRITE-REP-LINE.
           MOVE tx-action TO rpl-action.
           MOVE tx-rep TO rpl-rep.
           MOVE rpt-tx-line TO rpt-line.
           WRITE rpt-line.
           ADD 1 TO applied-count.

       *>*
       *> Writes the line of a territory pair assigned or
       *> released, the pair taken from terr-found-idx's slot.
       *>*
       WRITE-TERR-LINE.
           MOVE tx-action TO rtl-action.
           MOVE terr-rep-tbl(terr-found-idx) TO rtl-rep.
           MOVE terr-region-tbl(terr-found-idx) TO rtl-region.
           MOVE terr-country-tbl(terr-found-idx) TO rtl-country.
           MOVE rpt-terr-line TO rpt-line.
           WRITE rpt-line.

       *>*
       *> Writes the transaction and the reason in reason-work to
       *> the reject file, and echoes it on the report.
       *>*
       WRITE-REJECT.
           MOVE tx-rec TO rej-tx.
           MOVE reason-work TO rej-reason.
           WRITE rej-rec.
           MOVE tx-action TO rjl-action.
           MOVE tx-rep TO rjl-rep.
           MOVE reason-work TO rjl-reason.
           MOVE rpt-rej-line TO rpt-line.
           WRITE rpt-line.
           ADD 1 TO rejected-count.

       *>*
       *> Rewrites repmast from the reps still on rep-table. A
       *> failed rewrite leaves repmastbak to restore from.
       *>*
       SAVE-REP-MASTER.
           OPEN OUTPUT repmast.
           IF repmast-status NOT EQUAL ZERO
             DISPLAY "Error rewriting rep master, restore it from "
               "repmastbak"
             MOVE 1 TO RETURN-CODE
           ELSE
             PERFORM VARYING rep-idx FROM 1 BY 1
               UNTIL rep-idx > rep-count
               IF rep-is-live(rep-idx)
                 MOVE SPACES TO rep-rec
                 MOVE rep-name-tbl(rep-idx) TO rm-rep
                 MOVE rep-rate-tbl(rep-idx) TO rm-rate
                 MOVE rep-iban-tbl(rep-idx) TO rm-iban
                 MOVE rep-bic-tbl(rep-idx) TO rm-bic
                 MOVE rep-plan-tbl(rep-idx) TO rm-plan
                 WRITE rep-rec
                 ADD 1 TO master-count
               END-IF
             END-PERFORM
             CLOSE repmast
           END-IF.

       *>*
       *> Rewrites repterr from the pairs still on terr-table.
       *>*
       SAVE-REP-TERRITORIES.
           OPEN OUTPUT repterr.
           IF terr-status NOT EQUAL ZERO
             DISPLAY "Error rewriting rep territories, restore "
               "them from repterrbak"
             MOVE 1 TO RETURN-CODE
           ELSE
             PERFORM VARYING terr-idx FROM 1 BY 1
               UNTIL terr-idx > terr-count
               IF terr-is-live(terr-idx)
                 MOVE SPACES TO rep-terr-rec
                 MOVE terr-rep-tbl(terr-idx) TO rt-rep
                 MOVE terr-region-tbl(terr-idx) TO rt-region
                 MOVE terr-country-tbl(terr-idx) TO rt-country
                 WRITE rep-terr-rec
                 ADD 1 TO pair-count
               END-IF
             END-PERFORM
             CLOSE repterr
           END-IF.
       END PROGRAM REPMNT.
