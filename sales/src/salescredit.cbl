       *> happens instead of when an invoice goes bad. A zero
       *> limit means the customer is not credit-managed and is
       *> never held.
       *>
       *> Subsidiaries buying under one customer group (cust-group-
       *> id, see the custgroup master and CUSTGRP copybook kept
       *> by CUSTMNT) are also checked together: every member's
       *> open invoices and day's orders add up to the group's
       *> exposure, which is held to grp-credit-limit on top of
       *> each member's own limit. The group section of the
       *> report follows the customer lines - one line per group
       *> with a limit above zero, marked HOLD and raising a 'W'
       *> on salesexc when over, then its members' open book and
       *> day's orders - so a group far over its agreed exposure
       *> shows even when no single subsidiary is over its own.
       *> A customer naming a group not on custgroup is checked on
       *> its own limit only and noted on the console; without
       *> custgroup no group is checked.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESCREDIT.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS exc-status.
           SELECT custgroup ASSIGN TO custgroup
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS grp-status.
       DATA DIVISION.
       FILE SECTION.
       FD custmast
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS exc-rec.
       COPY SALESEXC.
       FD custgroup RECORDING MODE F
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS grp-rec.
       COPY CUSTGRP.
       WORKING-STORAGE SECTION.
       01 cust-status PIC 9(2).
       01 refopen-status PIC 9(2).
       01 ohist-status PIC 9(2).
       01 rpt-status PIC 9(2).
       01 exc-status PIC 9(2).
       01 grp-status PIC 9(2).
       01 grp-eof PIC X VALUE 'N'.
           88 grp-eof-reached VALUE 'Y'.
       01 cust-eof PIC X VALUE 'N'.
           88 cust-eof-reached VALUE 'Y'.
       01 open-eof PIC X VALUE 'N'.
               10 cred-limit-tbl PIC 9(9)V99.
               10 cred-open-tbl PIC S9(11)V99.
               10 cred-day-tbl PIC S9(11)V99.
               10 cred-group-tbl PIC X(10).
       01 found-idx PIC 9(4) VALUE ZERO.
       01 grp-count PIC 9(4) VALUE ZERO.
       01 grp-table.
           05 grp-entry OCCURS 500 TIMES INDEXED BY grp-idx.
               10 grp-id-tbl PIC X(10).
               10 grp-name-tbl PIC X(30).
               10 grp-limit-tbl PIC 9(9)V99.
               10 grp-open-tbl PIC S9(11)V99.
               10 grp-day-tbl PIC S9(11)V99.
               10 grp-members-tbl PIC 9(4).
       01 grp-found-idx PIC 9(4) VALUE ZERO.
       01 work-group-id PIC X(10) VALUE SPACES.
       01 grp-checked-count PIC 9(5) VALUE ZERO.
       01 grp-hold-count PIC 9(5) VALUE ZERO.
       01 work-customer PIC X(10) VALUE SPACES.
       01 exposure PIC S9(11)V99 VALUE ZERO.
       01 checked-count PIC 9(5) VALUE ZERO.
           05 FILLER PIC X(8) VALUE '  holds:'.
           05 FILLER PIC X VALUE SPACE.
           05 rpl-holds PIC Z(4)9.
           05 FILLER PIC X(18) VALUE '  groups checked:'.
           05 rpl-grp-checked PIC Z(4)9.
           05 FILLER PIC X(15) VALUE '  group holds:'.
           05 rpl-grp-holds PIC Z(4)9.
       01 rpt-grp-hdr PIC X(34) VALUE
           'Customer group exposure'.
       01 rpt-grp-col-hdr.
           05 FILLER PIC X(11) VALUE 'Group'.
           05 FILLER PIC X(31) VALUE 'Name / member'.
           05 FILLER PIC X(13) VALUE '        Limit'.
           05 FILLER PIC X(14) VALUE '          Open'.
           05 FILLER PIC X(14) VALUE '         Today'.
           05 FILLER PIC X(14) VALUE '      Exposure'.
           05 FILLER PIC X(6) VALUE ' Note'.
           05 FILLER PIC X(8) VALUE 'Members'.
       01 rpt-grp-line.
           05 rgl-id PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 rgl-name PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 rgl-limit PIC Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 rgl-open PIC Z(9)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rgl-day PIC Z(9)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rgl-exposure PIC Z(9)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rgl-note PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 rgl-members PIC Z(6)9.
       01 rpt-member-line.
           05 FILLER PIC X(13) VALUE SPACES.
           05 rml-id PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 rml-name PIC X(17).
           05 FILLER PIC X VALUE SPACE.
           05 rml-limit PIC Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 rml-open PIC Z(9)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rml-day PIC Z(9)9.99-.
           05 FILLER PIC X VALUE SPACE.
           05 rml-exposure PIC Z(9)9.99-.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO run-ymd.
           PERFORM LOAD-CUSTOMERS.
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-GROUPS.
           PERFORM SUM-OPEN-INVOICES.
           PERFORM SUM-DAYS-ORDERS.
           PERFORM SUM-GROUP-EXPOSURE.
           PERFORM WRITE-HOLD-REPORT.
           DISPLAY "Customers checked: " checked-count
             " credit holds: " hold-count
             " groups checked: " grp-checked-count
             " group holds: " grp-hold-count.
           GOBACK.

       *>*
                     TO cred-limit-tbl(cred-count)
                   MOVE ZERO TO cred-open-tbl(cred-count)
                   MOVE ZERO TO cred-day-tbl(cred-count)
                   MOVE cust-group-id TO cred-group-tbl(cred-count)
                 ELSE
                   DISPLAY "Customer table full, ignoring "
                     cust-id
             CLOSE salesordhist
           END-IF.

       *>*
       *> Loads the custgroup group master into grp-table. A
       *> missing file means no groups are set up and none is
       *> checked.
       *>*
       LOAD-GROUPS.
           OPEN INPUT custgroup.
           IF grp-status NOT EQUAL ZERO
             DISPLAY "No customer group master, groups not checked"
           ELSE
             PERFORM UNTIL grp-eof-reached
               READ custgroup
                 AT END
                   SET grp-eof-reached TO TRUE
                 NOT AT END
                   IF grp-count LESS THAN 500
                     ADD 1 TO grp-count
                     MOVE grp-id TO grp-id-tbl(grp-count)
                     MOVE grp-name TO grp-name-tbl(grp-count)
                     MOVE grp-credit-limit
                       TO grp-limit-tbl(grp-count)
                     MOVE ZERO TO grp-open-tbl(grp-count)
                     MOVE ZERO TO grp-day-tbl(grp-count)
                     MOVE ZERO TO grp-members-tbl(grp-count)
                   ELSE
                     DISPLAY "Group table full, ignoring " grp-id
                   END-IF
               END-READ
             END-PERFORM
             CLOSE custgroup
           END-IF.

       *>*
       *> Adds every grouped customer's open book and day's orders
       *> to its group's totals.
       *>*
       SUM-GROUP-EXPOSURE.
           PERFORM VARYING cred-idx FROM 1 BY 1
             UNTIL cred-idx > cred-count
             IF cred-group-tbl(cred-idx) NOT EQUAL SPACES
               MOVE cred-group-tbl(cred-idx) TO work-group-id
               PERFORM FIND-GROUP
               IF grp-found-idx > ZERO
                 ADD cred-open-tbl(cred-idx)
                   TO grp-open-tbl(grp-found-idx)
                 ADD cred-day-tbl(cred-idx)
                   TO grp-day-tbl(grp-found-idx)
                 ADD 1 TO grp-members-tbl(grp-found-idx)
               ELSE
                 DISPLAY "Customer " cred-id-tbl(cred-idx)
                   " names unknown group " work-group-id
               END-IF
             END-IF
           END-PERFORM.

       *>*
       *> Locates work-group-id in grp-table, zero when absent.
       *>*
       FIND-GROUP.
           MOVE ZERO TO grp-found-idx.
           PERFORM VARYING grp-idx FROM 1 BY 1
             UNTIL grp-idx > grp-count
             IF grp-id-tbl(grp-idx) EQUAL work-group-id
               MOVE grp-idx TO grp-found-idx
             END-IF
           END-PERFORM.

       *>*
       *> Locates work-customer in cred-table, zero when absent.
       *>*
               WRITE rpt-line
             END-IF
           END-PERFORM.
           PERFORM WRITE-GROUP-SECTION.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE checked-count TO rpl-checked.
           MOVE hold-count TO rpl-holds.
           MOVE grp-checked-count TO rpl-grp-checked.
           MOVE grp-hold-count TO rpl-grp-holds.
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           CLOSE salescredrpt.

       *>*
       *> Writes the group section: per group with a limit above
       *> zero, the members' combined open book, day's orders and
       *> exposure against the group limit, marked HOLD with a 'W'
       *> on salesexc when over, followed by one line per member.
       *>*
       WRITE-GROUP-SECTION.
           IF grp-count > ZERO
             MOVE rpt-rule TO rpt-line
             WRITE rpt-line
             MOVE rpt-grp-hdr TO rpt-line
             WRITE rpt-line
             MOVE rpt-grp-col-hdr TO rpt-line
             WRITE rpt-line
           END-IF.
           PERFORM VARYING grp-idx FROM 1 BY 1
             UNTIL grp-idx > grp-count
             IF grp-limit-tbl(grp-idx) > ZERO
               ADD 1 TO grp-checked-count
               COMPUTE exposure = grp-open-tbl(grp-idx)
                 + grp-day-tbl(grp-idx)
               MOVE grp-id-tbl(grp-idx) TO rgl-id
               MOVE grp-name-tbl(grp-idx) TO rgl-name
               MOVE grp-limit-tbl(grp-idx) TO rgl-limit
               MOVE grp-open-tbl(grp-idx) TO rgl-open
               MOVE grp-day-tbl(grp-idx) TO rgl-day
               MOVE exposure TO rgl-exposure
               MOVE grp-members-tbl(grp-idx) TO rgl-members
               IF exposure > grp-limit-tbl(grp-idx)
                 MOVE 'HOLD' TO rgl-note
                 ADD 1 TO grp-hold-count
                 MOVE 'W' TO exc-sev-work
                 MOVE SPACES TO exc-msg-work
                 STRING 'Group credit hold: ' DELIMITED BY SIZE
                   grp-id-tbl(grp-idx) DELIMITED BY SIZE
                   ' over limit' DELIMITED BY SIZE
                   INTO exc-msg-work
                 PERFORM WRITE-EXCEPTION
               ELSE
                 MOVE SPACES TO rgl-note
               END-IF
               MOVE rpt-grp-line TO rpt-line
               WRITE rpt-line
               PERFORM VARYING cred-idx FROM 1 BY 1
                 UNTIL cred-idx > cred-count
                 IF cred-group-tbl(cred-idx)
                   EQUAL grp-id-tbl(grp-idx)
                   MOVE cred-id-tbl(cred-idx) TO rml-id
                   MOVE cred-name-tbl(cred-idx) TO rml-name
                   MOVE cred-limit-tbl(cred-idx) TO rml-limit
                   MOVE cred-open-tbl(cred-idx) TO rml-open
                   MOVE cred-day-tbl(cred-idx) TO rml-day
                   COMPUTE rml-exposure = cred-open-tbl(cred-idx)
                     + cred-day-tbl(cred-idx)
                   MOVE rpt-member-line TO rpt-line
                   WRITE rpt-line
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

       *>*
       *> Appends one severity-coded event (exc-sev-work,
       *> exc-msg-work) to the common salesexc operations exception
