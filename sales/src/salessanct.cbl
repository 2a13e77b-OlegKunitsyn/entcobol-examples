       *>**
       *>  SALESSANCT
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**

       *>*
       *> Entry point
       *>
       *> Sanctions rescreen of the customer and rep masters, run
       *> whenever compliance publishes a new sanctlist sanctions
       *> name list (the list sepaval screens creditor names
       *> against at payment time). The new list is compared with
       *> the previous generation - sanctprev, which the scheduler
       *> saves before the new list is dropped in, the way
       *> ibanbatch's rejprior is kept - and every cust-name on
       *> custmast and every rep on repmast is screened against
       *> the names added, so compliance hears about a sanctioned
       *> customer or rep the day the name is listed rather than
       *> the day we next try to pay them. A missing sanctprev
       *> (the first run) makes the whole list new. A sanctctl
       *> control record holding 'F' asks for a full screen of
       *> both masters against the whole list instead.
       *>
       *> Matching is sepaval's: both sides upper-cased with
       *> their spaces squeezed out, then compared whole. A blank
       *> name on a master is not screened.
       *>
       *> Every hit goes to the salessanctrpt compliance hit
       *> report, raises an 'E' on the salesexc operations
       *> exception feed and goes onto the sancthold hold list
       *> (see SANCTHOLD copybook) - unless the party is already
       *> held, which the report notes - so SALESREFUND and
       *> SALESCOMM prepare no refund or commission for it.
       *> Holds already on the list are kept; releasing a party
       *> is compliance's decision, made by removing its record.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESSANCT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sanctctl ASSIGN TO sanctctl
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ctl-status.
           SELECT sanctlist ASSIGN TO sanctlist
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS sanct-status.
           SELECT sanctprev ASSIGN TO sanctprev
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS prev-status.
           SELECT custmast ASSIGN TO custmast
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS cust-id
           FILE STATUS IS cust-status.
           SELECT repmast ASSIGN TO repmast
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS repmast-status.
           SELECT sancthold ASSIGN TO sancthold
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS hold-status.
           SELECT salessanctrpt ASSIGN TO salessanctrpt
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS rpt-status.
           SELECT salesexc ASSIGN TO salesexc
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS exc-status.
       DATA DIVISION.
       FILE SECTION.
       FD sanctctl RECORDING MODE F
           RECORD CONTAINS 1 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ctl-rec.
       01 ctl-rec.
           05 ctl-mode PIC X.
       FD sanctlist RECORDING MODE F
           RECORD CONTAINS 35 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS sanct-rec.
       01 sanct-rec.
           05 snc-name PIC X(35).
       FD sanctprev RECORDING MODE F
           RECORD CONTAINS 35 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS prev-rec.
       01 prev-rec.
           05 prv-name PIC X(35).
       FD custmast
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS cust-rec.
       COPY CUSTMAST.
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
       FD sancthold RECORDING MODE F
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS sanct-hold-rec.
       COPY SANCTHOLD.
       FD salessanctrpt RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS rpt-line.
       01 rpt-line PIC X(132).
       FD salesexc RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS exc-rec.
       COPY SALESEXC.
       WORKING-STORAGE SECTION.
       01 ctl-status PIC 9(2).
       01 sanct-status PIC 9(2).
       01 prev-status PIC 9(2).
       01 cust-status PIC 9(2).
       01 repmast-status PIC 9(2).
       01 hold-status PIC 9(2).
       01 rpt-status PIC 9(2).
       01 exc-status PIC 9(2).
       01 sanct-eof PIC X VALUE 'N'.
           88 sanct-eof-reached VALUE 'Y'.
       01 prev-eof PIC X VALUE 'N'.
           88 prev-eof-reached VALUE 'Y'.
       01 cust-eof PIC X VALUE 'N'.
           88 cust-eof-reached VALUE 'Y'.
       01 repmast-eof PIC X VALUE 'N'.
           88 repmast-eof-reached VALUE 'Y'.
       01 hold-eof PIC X VALUE 'N'.
           88 hold-eof-reached VALUE 'Y'.
       01 screen-mode PIC X VALUE 'D'.
           88 full-screen VALUE 'F'.
       01 run-ymd PIC 9(8) VALUE ZERO.
       01 name-raw PIC X(35) VALUE SPACES.
       01 name-norm PIC X(35) VALUE SPACES.
       01 norm-in-idx PIC 9(2) VALUE ZERO.
       01 norm-out-idx PIC 9(2) VALUE ZERO.
       01 list-count PIC 9(4) VALUE ZERO.
       01 prev-count PIC 9(4) VALUE ZERO.
       01 prev-table.
           05 prev-entry OCCURS 2000 TIMES INDEXED BY prev-idx.
               10 prev-name-tbl PIC X(35).
       01 prev-found PIC X VALUE 'N'.
           88 name-was-listed VALUE 'Y'.
       01 scr-count PIC 9(4) VALUE ZERO.
       01 scr-table.
           05 scr-entry OCCURS 2000 TIMES INDEXED BY scr-idx.
               10 scr-name-tbl PIC X(35).
       01 hit-idx PIC 9(4) VALUE ZERO.
       01 hold-count PIC 9(4) VALUE ZERO.
       01 hold-table.
           05 hold-entry OCCURS 2000 TIMES INDEXED BY hold-idx.
               10 hold-party-tbl PIC X.
               10 hold-key-tbl PIC X(20).
               10 hold-name-tbl PIC X(30).
               10 hold-list-tbl PIC X(35).
               10 hold-date-tbl PIC 9(8).
       01 hold-found-idx PIC 9(4) VALUE ZERO.
       01 party-work PIC X VALUE SPACE.
       01 key-work PIC X(20) VALUE SPACES.
       01 party-name-work PIC X(30) VALUE SPACES.
       01 cust-screened PIC 9(7) VALUE ZERO.
       01 rep-screened PIC 9(7) VALUE ZERO.
       01 hit-count PIC 9(5) VALUE ZERO.
       01 new-hold-count PIC 9(5) VALUE ZERO.
       01 exc-sev-work PIC X VALUE 'I'.
       01 exc-msg-work PIC X(43) VALUE SPACES.
       01 rpt-rule PIC X(132) VALUE ALL '-'.
       01 rpt-hdr.
           05 FILLER PIC X(32) VALUE
               'Sanctions rescreen hit report - '.
           05 rph-mode PIC X(6).
           05 FILLER PIC X(9) VALUE ' screen, '.
           05 rph-names PIC Z(3)9.
           05 FILLER PIC X(24) VALUE ' list names screened of '.
           05 rph-list PIC Z(3)9.
       01 rpt-col-hdr.
           05 FILLER PIC X(9) VALUE 'Party'.
           05 FILLER PIC X(21) VALUE 'Customer id / rep'.
           05 FILLER PIC X(31) VALUE 'Name on master'.
           05 FILLER PIC X(36) VALUE 'Sanctions list entry'.
           05 FILLER PIC X(9) VALUE 'Held'.
           05 FILLER PIC X(8) VALUE 'Note'.
       01 rpt-hit-line.
           05 rpl-party PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-key PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-name PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-list-name PIC X(35).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-held PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 rpl-note PIC X(12).
       01 rpt-count-line.
           05 FILLER PIC X(20) VALUE 'Customers screened: '.
           05 rpl-cust PIC Z(6)9.
           05 FILLER PIC X(16) VALUE '  reps screened:'.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-reps PIC Z(6)9.
           05 FILLER PIC X(8) VALUE '  hits:'.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-hits PIC Z(4)9.
           05 FILLER PIC X(13) VALUE '  new holds:'.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-new-holds PIC Z(4)9.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO run-ymd.
           PERFORM READ-SCREEN-MODE.
           IF NOT full-screen
             PERFORM LOAD-PREVIOUS-LIST
           END-IF.
           PERFORM LOAD-SCREEN-NAMES.
           PERFORM LOAD-HOLD-LIST.
           OPEN OUTPUT salessanctrpt.
           IF rpt-status NOT EQUAL ZERO
             DISPLAY "Error writing sanctions hit report"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF full-screen
             MOVE 'FULL' TO rph-mode
           ELSE
             MOVE 'DELTA' TO rph-mode
           END-IF.
           MOVE scr-count TO rph-names.
           MOVE list-count TO rph-list.
           MOVE rpt-hdr TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-col-hdr TO rpt-line.
           WRITE rpt-line.
           IF scr-count > ZERO
             PERFORM SCREEN-CUSTOMERS
             PERFORM SCREEN-REPS
           END-IF.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE cust-screened TO rpl-cust.
           MOVE rep-screened TO rpl-reps.
           MOVE hit-count TO rpl-hits.
           MOVE new-hold-count TO rpl-new-holds.
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           CLOSE salessanctrpt.
           IF new-hold-count > ZERO
             PERFORM SAVE-HOLD-LIST
           END-IF.
           DISPLAY "Sanctions rescreen (" rph-mode "): names "
             scr-count " customers " cust-screened
             " reps " rep-screened " hits " hit-count
             " new holds " new-hold-count.
           GOBACK.

       *>*
       *> Reads the sanctctl control record: 'F' asks for a full
       *> screen against the whole list. A missing or blank
       *> control file means the usual screen against the names
       *> added since the previous generation.
       *>*
       READ-SCREEN-MODE.
           OPEN INPUT sanctctl.
           IF ctl-status EQUAL ZERO
             READ sanctctl
               NOT AT END
                 IF ctl-mode EQUAL 'F' OR ctl-mode EQUAL 'f'
                   SET full-screen TO TRUE
                 END-IF
             END-READ
             CLOSE sanctctl
           END-IF.

       *>*
       *> Loads the previous sanctions list generation, normalized,
       *> into prev-table. A missing sanctprev leaves the table
       *> empty, so every name on the new list counts as added.
       *>*
       LOAD-PREVIOUS-LIST.
           MOVE ZERO TO prev-count.
           OPEN INPUT sanctprev.
           IF prev-status EQUAL ZERO
             PERFORM UNTIL prev-eof-reached
               READ sanctprev
                 AT END
                   SET prev-eof-reached TO TRUE
                 NOT AT END
                   MOVE prv-name TO name-raw
                   PERFORM NORMALIZE-NAME
                   IF name-norm NOT EQUAL SPACES
                     IF prev-count LESS THAN 2000
                       ADD 1 TO prev-count
                       MOVE name-norm TO prev-name-tbl(prev-count)
                     ELSE
                       DISPLAY "Previous list table full, ignoring "
                         prv-name
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE sanctprev
           ELSE
             DISPLAY "No sanctprev list, every name is new"
           END-IF.

       *>*
       *> Loads the names to screen against into scr-table,
       *> normalized: every name on the new list for a full
       *> screen, otherwise only those not on the previous
       *> generation. Without a sanctlist there is nothing to
       *> screen against, which stops the run.
       *>*
       LOAD-SCREEN-NAMES.
           MOVE ZERO TO scr-count.
           OPEN INPUT sanctlist.
           IF sanct-status NOT EQUAL ZERO
             DISPLAY "Missing sanctlist sanctions list"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM UNTIL sanct-eof-reached
             READ sanctlist
               AT END
                 SET sanct-eof-reached TO TRUE
               NOT AT END
                 MOVE snc-name TO name-raw
                 PERFORM NORMALIZE-NAME
                 IF name-norm NOT EQUAL SPACES
                   ADD 1 TO list-count
                   MOVE 'N' TO prev-found
                   IF NOT full-screen
                     PERFORM VARYING prev-idx FROM 1 BY 1
                       UNTIL prev-idx > prev-count
                       IF prev-name-tbl(prev-idx) EQUAL name-norm
                         SET name-was-listed TO TRUE
                       END-IF
                     END-PERFORM
                   END-IF
                   IF NOT name-was-listed
                     IF scr-count LESS THAN 2000
                       ADD 1 TO scr-count
                       MOVE name-norm TO scr-name-tbl(scr-count)
                     ELSE
                       DISPLAY "Screen table full, ignoring "
                         snc-name
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE sanctlist.

       *>*
       *> Loads the current hold list, if any, into hold-table.
       *>*
       LOAD-HOLD-LIST.
           MOVE ZERO TO hold-count.
           OPEN INPUT sancthold.
           IF hold-status EQUAL ZERO
             PERFORM UNTIL hold-eof-reached
               READ sancthold
                 AT END
                   SET hold-eof-reached TO TRUE
                 NOT AT END
                   IF hold-count LESS THAN 2000
                     ADD 1 TO hold-count
                     MOVE shd-party TO hold-party-tbl(hold-count)
                     MOVE shd-key TO hold-key-tbl(hold-count)
                     MOVE shd-name TO hold-name-tbl(hold-count)
                     MOVE shd-list-name
                       TO hold-list-tbl(hold-count)
                     MOVE shd-date TO hold-date-tbl(hold-count)
                   ELSE
                     DISPLAY "Hold table full, ignoring " shd-key
                   END-IF
               END-READ
             END-PERFORM
             CLOSE sancthold
           END-IF.

       *>*
       *> Screens every customer name on custmast.
       *>*
       SCREEN-CUSTOMERS.
           OPEN INPUT custmast.
           IF cust-status NOT EQUAL ZERO
             DISPLAY "Error reading customer master"
             MOVE 1 TO RETURN-CODE
             CLOSE salessanctrpt
             GOBACK
           END-IF.
           PERFORM UNTIL cust-eof-reached
             READ custmast
               AT END
                 SET cust-eof-reached TO TRUE
               NOT AT END
                 ADD 1 TO cust-screened
                 MOVE 'C' TO party-work
                 MOVE cust-id TO key-work
                 MOVE cust-name TO party-name-work
                 PERFORM SCREEN-PARTY
             END-READ
           END-PERFORM.
           CLOSE custmast.

       *>*
       *> Screens every rep on repmast.
       *>*
       SCREEN-REPS.
           OPEN INPUT repmast.
           IF repmast-status NOT EQUAL ZERO
             DISPLAY "Missing repmast rep master"
             MOVE 1 TO RETURN-CODE
             CLOSE salessanctrpt
             GOBACK
           END-IF.
           PERFORM UNTIL repmast-eof-reached
             READ repmast
               AT END
                 SET repmast-eof-reached TO TRUE
               NOT AT END
                 ADD 1 TO rep-screened
                 MOVE 'R' TO party-work
                 MOVE rm-rep TO key-work
                 MOVE rm-rep TO party-name-work
                 PERFORM SCREEN-PARTY
             END-READ
           END-PERFORM.
           CLOSE repmast.

       *>*
       *> Screens one party (party-work, key-work,
       *> party-name-work) against scr-table; a hit is reported,
       *> raised on salesexc and held.
       *>*
       SCREEN-PARTY.
           MOVE ZERO TO hit-idx.
           MOVE party-name-work TO name-raw.
           PERFORM NORMALIZE-NAME.
           IF name-norm NOT EQUAL SPACES
             PERFORM VARYING scr-idx FROM 1 BY 1
               UNTIL scr-idx > scr-count OR hit-idx > ZERO
               IF scr-name-tbl(scr-idx) EQUAL name-norm
                 MOVE scr-idx TO hit-idx
               END-IF
             END-PERFORM
           END-IF.
           IF hit-idx > ZERO
             ADD 1 TO hit-count
             PERFORM HOLD-PARTY
             IF party-work EQUAL 'C'
               MOVE 'Customer' TO rpl-party
             ELSE
               MOVE 'Rep' TO rpl-party
             END-IF
             MOVE key-work TO rpl-key
             MOVE party-name-work TO rpl-name
             MOVE scr-name-tbl(hit-idx) TO rpl-list-name
             IF hold-found-idx > ZERO
               MOVE hold-date-tbl(hold-found-idx) TO rpl-held
             ELSE
               MOVE ZERO TO rpl-held
             END-IF
             MOVE rpt-hit-line TO rpt-line
             WRITE rpt-line
             MOVE 'E' TO exc-sev-work
             MOVE SPACES TO exc-msg-work
             IF party-work EQUAL 'C'
               STRING 'Sanctions hit: customer ' DELIMITED BY SIZE
                 key-work DELIMITED BY SIZE
                 INTO exc-msg-work
             ELSE
               STRING 'Sanctions hit: rep ' DELIMITED BY SIZE
                 key-work DELIMITED BY SIZE
                 INTO exc-msg-work
             END-IF
             PERFORM WRITE-EXCEPTION
           END-IF.

       *>*
       *> Puts the hit party on hold-table unless it is already
       *> there, leaving its slot in hold-found-idx and the
       *> report note in rpl-note. A full table still reports
       *> the hit, with the note saying the hold was not taken.
       *>*
       HOLD-PARTY.
           MOVE ZERO TO hold-found-idx.
           PERFORM VARYING hold-idx FROM 1 BY 1
             UNTIL hold-idx > hold-count
             IF hold-party-tbl(hold-idx) EQUAL party-work
               AND hold-key-tbl(hold-idx) EQUAL key-work
               MOVE hold-idx TO hold-found-idx
             END-IF
           END-PERFORM.
           IF hold-found-idx > ZERO
             MOVE 'ALREADY HELD' TO rpl-note
           ELSE
             IF hold-count LESS THAN 2000
               ADD 1 TO hold-count
               MOVE hold-count TO hold-found-idx
               MOVE party-work TO hold-party-tbl(hold-count)
               MOVE key-work TO hold-key-tbl(hold-count)
               MOVE party-name-work TO hold-name-tbl(hold-count)
               MOVE scr-name-tbl(hit-idx) TO hold-list-tbl(hold-count)
               MOVE run-ymd TO hold-date-tbl(hold-count)
               ADD 1 TO new-hold-count
               MOVE 'NEW HOLD' TO rpl-note
             ELSE
               DISPLAY "Hold table full, not holding " key-work
               MOVE 1 TO RETURN-CODE
               MOVE 'NOT HELD' TO rpl-note
             END-IF
           END-IF.

       *>*
       *> Rewrites the sancthold hold list from hold-table.
       *>*
       SAVE-HOLD-LIST.
           OPEN OUTPUT sancthold.
           IF hold-status NOT EQUAL ZERO
             DISPLAY "Error rewriting sanctions hold list"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM VARYING hold-idx FROM 1 BY 1
             UNTIL hold-idx > hold-count
             MOVE SPACES TO sanct-hold-rec
             MOVE hold-party-tbl(hold-idx) TO shd-party
             MOVE hold-key-tbl(hold-idx) TO shd-key
             MOVE hold-name-tbl(hold-idx) TO shd-name
             MOVE hold-list-tbl(hold-idx) TO shd-list-name
             MOVE hold-date-tbl(hold-idx) TO shd-date
             WRITE sanct-hold-rec
           END-PERFORM.
           CLOSE sancthold.

       *>*
       *> Upper-cases name-raw and squeezes its spaces out into
       *> name-norm - sepaval's normalization, so a name matches
       *> here exactly when it would match at payment time.
       *>*
       NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE(name-raw) TO name-raw.
           MOVE SPACES TO name-norm.
           MOVE 1 TO norm-out-idx.
           PERFORM VARYING norm-in-idx FROM 1 BY 1
             UNTIL norm-in-idx > 35
             IF name-raw(norm-in-idx:1) NOT EQUAL SPACE
               MOVE name-raw(norm-in-idx:1)
                 TO name-norm(norm-out-idx:1)
               ADD 1 TO norm-out-idx
             END-IF
           END-PERFORM.

       *>*
       *> Appends one severity-coded event (exc-sev-work,
       *> exc-msg-work) to the common salesexc operations exception
       *> feed, creating the file on the first event of the night.
       *> See SALESEXC copybook; SALESEXCRPT summarizes the feed
       *> for the operator.
       *>*
       WRITE-EXCEPTION.
           OPEN EXTEND salesexc.
           IF exc-status NOT EQUAL ZERO
             OPEN OUTPUT salesexc
           END-IF.
           IF exc-status EQUAL ZERO
             MOVE SPACES TO exc-rec
             MOVE exc-sev-work TO exc-severity
             MOVE 'SALESSANCT' TO exc-program
             MOVE FUNCTION CURRENT-DATE(1:21) TO exc-timestamp
             MOVE exc-msg-work TO exc-message
             WRITE exc-rec
             CLOSE salesexc
           END-IF.
       END PROGRAM SALESSANCT.
