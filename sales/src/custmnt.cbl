       *>
       *> Transaction layout: action ('A' add, 'U' update,
       *> 'D' delete), cust-id, cust-name, credit limit (digits,
       *> two implied decimals), credit terms in days, IBAN, BIC
       *> and the customer's group id - everything after the id
       *> is ignored on a delete, and a credit field left as
       *> spaces loads as zero.
       *>
       *> The same run maintains the custgroup customer group
       *> master (see CUSTGRP copybook) the members' group ids
       *> point at: action 'N' adds a group, 'M' modifies one and
       *> 'R' removes one, the cust-id field carrying the group id,
       *> cust-name the group name and the credit limit the
       *> group's credit limit (the other fields are ignored). A
       *> customer add or update naming a group that is not on
       *> custgroup rejects with NO-GROUP (a blank group id stands
       *> the customer alone), and a group still named by any
       *> customer cannot be removed (GROUP-IN-USE) - move the
       *> members first, earlier in the same batch if need be.
       *> custgroup is a small sequential file, so like REPMNT's
       *> repterr it is loaded into a table, copied as loaded to
       *> custgroupbak, maintained there and rewritten whole at
       *> the end of the run; a master too big for the table
       *> stops the run before anything is applied.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS rej-status.
           SELECT custgroup ASSIGN TO custgroup
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS grp-status.
           SELECT custgroupbak ASSIGN TO custgroupbak
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS grpbak-status.
       DATA DIVISION.
       FILE SECTION.
       FD custmasttx RECORDING MODE F
           RECORD CONTAINS 110 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS tx-rec.
       01 tx-rec.
               88 tx-is-add VALUE 'A'.
               88 tx-is-update VALUE 'U'.
               88 tx-is-delete VALUE 'D'.
               88 tx-is-group-add VALUE 'N'.
               88 tx-is-group-update VALUE 'M'.
               88 tx-is-group-remove VALUE 'R'.
               88 tx-is-group-action VALUE 'N' 'M' 'R'.
           05 tx-cust-id PIC X(10).
           05 tx-cust-name PIC X(30).
           05 tx-credit-limit PIC X(11).
           05 tx-credit-terms PIC X(3).
           05 tx-iban PIC X(34).
           05 tx-bic PIC X(11).
           05 tx-group-id PIC X(10).
       FD custmast
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS cust-rec.
       COPY CUSTMAST.
       FD custmastbak RECORDING MODE F
           RECORD CONTAINS 109 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS bak-rec.
       01 bak-rec PIC X(109).
       FD custmntrpt RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS rpt-line.
       01 rpt-line PIC X(132).
       FD custmntrej RECORDING MODE F
           RECORD CONTAINS 122 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS rej-rec.
       01 rej-rec.
           05 rej-tx PIC X(110).
           05 rej-reason PIC X(12).
       FD custgroup RECORDING MODE F
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS grp-rec.
       COPY CUSTGRP.
       FD custgroupbak RECORDING MODE F
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS grpbak-rec.
       01 grpbak-rec PIC X(60).
       WORKING-STORAGE SECTION.
       01 tx-status PIC 9(2).
       01 cust-status PIC 9(2).
           88 tx-eof-reached VALUE 'Y'.
       01 bak-eof PIC X VALUE 'N'.
           88 bak-eof-reached VALUE 'Y'.
       01 grp-status PIC 9(2).
       01 grpbak-status PIC 9(2).
       01 grp-eof PIC X VALUE 'N'.
           88 grp-eof-reached VALUE 'Y'.
       01 member-eof PIC X VALUE 'N'.
           88 member-eof-reached VALUE 'Y'.
       01 load-state PIC X VALUE 'N'.
           88 load-has-failed VALUE 'Y'.
       01 member-state PIC X VALUE 'N'.
           88 group-has-members VALUE 'Y'.
       01 grp-count PIC 9(4) VALUE ZERO.
       01 grp-table.
           05 grp-entry OCCURS 500 TIMES INDEXED BY grp-idx.
               10 grp-id-tbl PIC X(10).
               10 grp-name-tbl PIC X(30).
               10 grp-limit-tbl PIC 9(9)V99.
               10 grp-live-tbl PIC X.
                   88 grp-is-live VALUE 'Y'.
       01 grp-found-idx PIC 9(4) VALUE ZERO.
       01 work-group-id PIC X(10) VALUE SPACES.
       01 grp-backup-count PIC 9(5) VALUE ZERO.
       01 grp-saved-count PIC 9(5) VALUE ZERO.
       01 applied-count PIC 9(5) VALUE ZERO.
       01 rejected-count PIC 9(5) VALUE ZERO.
       01 backup-count PIC 9(5) VALUE ZERO.
             GOBACK
           END-IF.
           PERFORM SAVE-BACKUP.
           PERFORM LOAD-GROUPS.
           IF load-has-failed
             DISPLAY "Customer group master not loaded, nothing "
               "applied"
             MOVE 1 TO RETURN-CODE
             CLOSE custmasttx, custmast
             GOBACK
           END-IF.
           OPEN OUTPUT custmntrpt.
           IF rpt-status NOT EQUAL ZERO
             DISPLAY "Error writing maintenance report"
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           CLOSE custmasttx, custmast, custmntrpt, custmntrej.
           PERFORM SAVE-GROUPS.
           DISPLAY "Applied: " applied-count
             " rejected: " rejected-count
             " groups on master: " grp-saved-count.
           GOBACK.

       *>*
       *> before and after values. A garbage action code, a blank
       *> customer id, an add for an id already on the master or an
       *> update/delete for an absent id go to the reject file
       *> instead, as does an add or update naming a group not on
       *> custgroup. Group actions go to apply-group-transaction.
       *>*
       APPLY-TRANSACTION.
           INITIALIZE rpt-tx-line.
           MOVE tx-action TO rpl-action.
           MOVE tx-cust-id TO rpl-cust-id.
           MOVE SPACES TO before-name.
           MOVE ZERO TO grp-found-idx.
           IF (tx-is-add OR tx-is-update)
             AND tx-group-id NOT EQUAL SPACES
             MOVE tx-group-id TO work-group-id
             PERFORM FIND-GROUP
           END-IF.
           IF NOT tx-is-add AND NOT tx-is-update
             AND NOT tx-is-delete AND NOT tx-is-group-action
             MOVE 'BAD-ACTION' TO rej-reason
             PERFORM WRITE-REJECT
           ELSE
               MOVE 'BLANK-ID' TO rej-reason
               PERFORM WRITE-REJECT
             ELSE
             IF NOT tx-is-delete AND NOT tx-is-group-remove
               AND ((tx-credit-limit IS NOT NUMERIC
                     AND tx-credit-limit NOT EQUAL SPACES)
                 OR (tx-credit-terms IS NOT NUMERIC
               MOVE 'BAD-FIELDS' TO rej-reason
               PERFORM WRITE-REJECT
             ELSE
             IF (tx-is-add OR tx-is-update)
               AND tx-group-id NOT EQUAL SPACES
               AND grp-found-idx EQUAL ZERO
               MOVE 'NO-GROUP' TO rej-reason
               PERFORM WRITE-REJECT
             ELSE
               IF tx-is-group-action
                 PERFORM APPLY-GROUP-TRANSACTION
               ELSE
               IF tx-is-add
                 PERFORM ADD-CUSTOMER
               ELSE
                     PERFORM CHANGE-CUSTOMER
                 END-READ
               END-IF
               END-IF
             END-IF
             END-IF
             END-IF
           END-IF.
           END-IF.
           MOVE tx-iban TO cust-iban.
           MOVE tx-bic TO cust-bic.
           MOVE tx-group-id TO cust-group-id.

       *>*
       *> Rewrites or deletes the customer just read and writes the
           WRITE rpt-line.
           ADD 1 TO applied-count.

       *>*
       *> Applies one group transaction to grp-table: adds a new
       *> group (DUP-GROUP when the id is already there), modifies
       *> an existing group's name and limit, or removes a group
       *> no customer names any more, reporting the group's
       *> before and after name and limit on the same line a
       *> customer's would take.
       *>*
       APPLY-GROUP-TRANSACTION.
           MOVE tx-cust-id TO work-group-id.
           PERFORM FIND-GROUP.
           EVALUATE TRUE
             WHEN tx-is-group-add
               IF grp-found-idx > ZERO
                 MOVE 'DUP-GROUP' TO rej-reason
                 PERFORM WRITE-REJECT
               ELSE
                 IF grp-count NOT LESS THAN 500
                   MOVE 'TABLE-FULL' TO rej-reason
                   PERFORM WRITE-REJECT
                 ELSE
                   ADD 1 TO grp-count
                   MOVE grp-count TO grp-found-idx
                   MOVE tx-cust-id TO grp-id-tbl(grp-count)
                   MOVE 'Y' TO grp-live-tbl(grp-count)
                   PERFORM SET-GROUP-FIELDS
                   MOVE 'ADDED' TO rpl-disposition
                   MOVE SPACES TO rpl-before
                   MOVE ZERO TO rpl-before-limit
                   PERFORM WRITE-GROUP-LINE
                 END-IF
               END-IF
             WHEN tx-is-group-update
               IF grp-found-idx EQUAL ZERO
                 MOVE 'NOT-FOUND' TO rej-reason
                 PERFORM WRITE-REJECT
               ELSE
                 MOVE grp-name-tbl(grp-found-idx) TO rpl-before
                 MOVE grp-limit-tbl(grp-found-idx)
                   TO rpl-before-limit
                 PERFORM SET-GROUP-FIELDS
                 MOVE 'UPDATED' TO rpl-disposition
                 PERFORM WRITE-GROUP-LINE
               END-IF
             WHEN OTHER
               IF grp-found-idx EQUAL ZERO
                 MOVE 'NOT-FOUND' TO rej-reason
                 PERFORM WRITE-REJECT
               ELSE
                 PERFORM CHECK-GROUP-MEMBERS
                 IF group-has-members
                   MOVE 'GROUP-IN-USE' TO rej-reason
                   PERFORM WRITE-REJECT
                 ELSE
                   MOVE grp-name-tbl(grp-found-idx) TO rpl-before
                   MOVE grp-limit-tbl(grp-found-idx)
                     TO rpl-before-limit
                   MOVE 'N' TO grp-live-tbl(grp-found-idx)
                   MOVE 'DELETED' TO rpl-disposition
                   MOVE SPACES TO rpl-after
                   MOVE ZERO TO rpl-after-limit
                   PERFORM WRITE-GROUP-LINE
                 END-IF
               END-IF
           END-EVALUATE.

       *>*
       *> Loads the transaction's group name and limit into the
       *> group's table slot and the report's "now" columns, a
       *> limit left as spaces loading as zero.
       *>*
       SET-GROUP-FIELDS.
           MOVE tx-cust-name TO grp-name-tbl(grp-found-idx).
           IF tx-credit-limit EQUAL SPACES
             MOVE ZERO TO grp-limit-tbl(grp-found-idx)
           ELSE
             COMPUTE grp-limit-tbl(grp-found-idx) =
               FUNCTION NUMVAL(tx-credit-limit) / 100
           END-IF.
           MOVE grp-name-tbl(grp-found-idx) TO rpl-after.
           MOVE grp-limit-tbl(grp-found-idx) TO rpl-after-limit.

       *>*
       *> Writes the audit line of an applied group transaction.
       *>*
       WRITE-GROUP-LINE.
           MOVE SPACES TO rpl-reason.
           MOVE rpt-tx-line TO rpt-line.
           WRITE rpt-line.
           ADD 1 TO applied-count.

       *>*
       *> Leaves the table slot of work-group-id, if the group is
       *> on the master, in grp-found-idx (zero otherwise).
       *>*
       FIND-GROUP.
           MOVE ZERO TO grp-found-idx.
           PERFORM VARYING grp-idx FROM 1 BY 1
             UNTIL grp-idx > grp-count
             IF grp-is-live(grp-idx)
               AND grp-id-tbl(grp-idx) EQUAL work-group-id
               MOVE grp-idx TO grp-found-idx
             END-IF
           END-PERFORM.

       *>*
       *> Browses custmast from the start for any customer still
       *> naming work-group-id, so a group is not removed from
       *> under its members.
       *>*
       CHECK-GROUP-MEMBERS.
           MOVE 'N' TO member-state.
           MOVE 'N' TO member-eof.
           MOVE LOW-VALUES TO cust-id.
           START custmast KEY IS NOT LESS THAN cust-id
             INVALID KEY
               SET member-eof-reached TO TRUE
           END-START.
           PERFORM UNTIL member-eof-reached OR group-has-members
             READ custmast NEXT
               AT END
                 SET member-eof-reached TO TRUE
               NOT AT END
                 IF cust-group-id EQUAL work-group-id
                   SET group-has-members TO TRUE
                 END-IF
             END-READ
           END-PERFORM.

       *>*
       *> Loads custgroup into grp-table, writing each group to
       *> custgroupbak as it is read. A missing file means no
       *> groups have been set up yet; a master too big for the
       *> table fails the load.
       *>*
       LOAD-GROUPS.
           OPEN OUTPUT custgroupbak.
           IF grpbak-status NOT EQUAL ZERO
             DISPLAY "Error writing group master backup"
             SET load-has-failed TO TRUE
           ELSE
             OPEN INPUT custgroup
             IF grp-status NOT EQUAL ZERO
               DISPLAY "No customer group master, starting an "
                 "empty one"
             ELSE
               PERFORM UNTIL grp-eof-reached
                 READ custgroup
                   AT END
                     SET grp-eof-reached TO TRUE
                   NOT AT END
                     MOVE grp-rec TO grpbak-rec
                     WRITE grpbak-rec
                     ADD 1 TO grp-backup-count
                     IF grp-count LESS THAN 500
                       ADD 1 TO grp-count
                       MOVE grp-id TO grp-id-tbl(grp-count)
                       MOVE grp-name TO grp-name-tbl(grp-count)
                       MOVE grp-credit-limit
                         TO grp-limit-tbl(grp-count)
                       MOVE 'Y' TO grp-live-tbl(grp-count)
                     ELSE
                       DISPLAY "Group table full at " grp-id
                         ", run stopped"
                       SET load-has-failed TO TRUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE custgroup
             END-IF
             CLOSE custgroupbak
             DISPLAY "Backed up " grp-backup-count " group(s) to "
               "custgroupbak"
           END-IF.

       *>*
       *> Rewrites custgroup from the groups still on grp-table.
       *> A failed rewrite leaves custgroupbak to restore from.
       *>*
       SAVE-GROUPS.
           OPEN OUTPUT custgroup.
           IF grp-status NOT EQUAL ZERO
             DISPLAY "Error rewriting customer group master, "
               "restore it from custgroupbak"
             MOVE 1 TO RETURN-CODE
           ELSE
             PERFORM VARYING grp-idx FROM 1 BY 1
               UNTIL grp-idx > grp-count
               IF grp-is-live(grp-idx)
                 MOVE SPACES TO grp-rec
                 MOVE grp-id-tbl(grp-idx) TO grp-id
                 MOVE grp-name-tbl(grp-idx) TO grp-name
                 MOVE grp-limit-tbl(grp-idx) TO grp-credit-limit
                 WRITE grp-rec
                 ADD 1 TO grp-saved-count
               END-IF
             END-PERFORM
             CLOSE custgroup
           END-IF.

       *>*
       *> Writes the transaction and the reason already placed in
       *> rej-reason to the reject file, and echoes it on the
