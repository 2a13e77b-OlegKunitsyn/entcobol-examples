       *> total credits, per the D/C flag each posting line
       *> carries - so an out-of-balance acknowledgment from
       *> finance is caught the same night it arrives.
       *>
       *> Each posting line carries the legal entity (company
       *> code) it books into, so the matching and the balance
       *> checks are done per entity: the same account in two
       *> companies never nets, and each company's books must
       *> balance on their own. Problems are reported under an
       *> Entity heading for each company code; the blank code of
       *> a single-company run gets no heading.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
       DATA DIVISION.
       FILE SECTION.
       FD glhist RECORDING MODE F
           RECORD CONTAINS 54 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS glhist-rec.
       01 glhist-rec.
           05 glh-period PIC 9(6).
           05 glh-amount PIC S9(9)V99.
           05 glh-drcr PIC X.
           05 glh-entity PIC X(4).
           05 glh-partner PIC X(4).
           05 glh-run-date PIC 9(8).
       FD glack RECORDING MODE F
           RECORD CONTAINS 46 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS glack-rec.
       01 glack-rec.
           05 gla-period PIC 9(6).
           05 gla-amount PIC S9(9)V99.
           05 gla-drcr PIC X.
           05 gla-entity PIC X(4).
           05 gla-partner PIC X(4).
       FD glreconrpt RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED
       01 recon-count PIC 9(3) VALUE ZERO.
       01 recon-table.
           05 recon-entry OCCURS 500 TIMES INDEXED BY recon-idx.
               10 rec-entity PIC X(4).
               10 rec-account PIC X(10).
               10 rec-costctr PIC X(6).
               10 rec-period PIC 9(6).
               10 rec-sent-flag PIC X.
               10 rec-acked-flag PIC X.
       01 found-idx PIC 9(3) VALUE ZERO.
       01 work-entity PIC X(4).
       01 work-account PIC X(10).
       01 work-costctr PIC X(6).
       01 work-period PIC 9(6).
       01 work-amount PIC S9(11)V99.
       01 problem-count PIC 9(5) VALUE ZERO.
       01 rent-count PIC 9(2) VALUE ZERO.
       01 recon-entity-table.
           05 recon-entity-entry OCCURS 20 TIMES INDEXED BY rent-idx.
               10 rent-entity PIC X(4).
               10 rent-sent-debit PIC S9(11)V99.
               10 rent-sent-credit PIC S9(11)V99.
               10 rent-ack-debit PIC S9(11)V99.
               10 rent-ack-credit PIC S9(11)V99.
       01 rent-found-idx PIC 9(2) VALUE ZERO.
       01 entity-hdr-flag PIC X VALUE 'N'.
           88 entity-hdr-written VALUE 'Y'.
       01 rpt-balance-line.
           05 rpl-bal-side PIC X(14).
           05 FILLER PIC X(16) VALUE ' OUT OF BALANCE '.
           05 rpl-bal-debits PIC Z(9)9.99-.
           05 FILLER PIC X(10) VALUE ' credits: '.
           05 rpl-bal-credits PIC Z(9)9.99-.
       01 rpt-entity-hdr.
           05 FILLER PIC X(8) VALUE 'Entity: '.
           05 rpl-entity PIC X(4).
       01 rpt-rule PIC X(80) VALUE ALL '-'.
       01 rpt-hdr PIC X(34) VALUE
           'GL posting reconciliation report'.
           WRITE rpt-line.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           PERFORM VARYING rent-idx FROM 1 BY 1
             UNTIL rent-idx > rent-count
             MOVE 'N' TO entity-hdr-flag
             PERFORM VARYING recon-idx FROM 1 BY 1
               UNTIL recon-idx > recon-count
               IF rec-entity(recon-idx) EQUAL rent-entity(rent-idx)
                 PERFORM RECONCILE-ENTRY
               END-IF
             END-PERFORM
             PERFORM CHECK-JOURNAL-BALANCE
           END-PERFORM.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           MOVE problem-count TO rpl-problems.
           GOBACK.

       *>*
       *> Sums the posting history by entity, account and period
       *> into recon-table.
       *>*
       LOAD-HISTORY.
           OPEN INPUT glhist.
               AT END
                 SET hist-eof-reached TO TRUE
               NOT AT END
                 MOVE glh-entity TO work-entity
                 MOVE glh-account TO work-account
                 MOVE glh-costctr TO work-costctr
                 MOVE glh-period TO work-period
                 MOVE glh-amount TO work-amount
                 PERFORM FIND-RECON-ENTITY
                 IF rent-found-idx > ZERO
                   IF glh-drcr EQUAL 'D'
                     ADD glh-amount TO rent-sent-debit(rent-found-idx)
                   ELSE
                     ADD glh-amount TO rent-sent-credit(rent-found-idx)
                   END-IF
                 END-IF
                 PERFORM FIND-RECON-ENTRY
                 IF found-idx > ZERO
               AT END
                 SET ack-eof-reached TO TRUE
               NOT AT END
                 MOVE gla-entity TO work-entity
                 MOVE gla-account TO work-account
                 MOVE gla-costctr TO work-costctr
                 MOVE gla-period TO work-period
                 MOVE gla-amount TO work-amount
                 PERFORM FIND-RECON-ENTITY
                 IF rent-found-idx > ZERO
                   IF gla-drcr EQUAL 'D'
                     ADD gla-amount TO rent-ack-debit(rent-found-idx)
                   ELSE
                     ADD gla-amount TO rent-ack-credit(rent-found-idx)
                   END-IF
                 END-IF
                 PERFORM FIND-RECON-ENTRY
                 IF found-idx > ZERO
           END-PERFORM.
           CLOSE glack.

       *>*
       *> Locates (or appends) the entity totals for work-entity,
       *> leaving its slot in rent-found-idx. A company code beyond
       *> the 20 slots is dropped with a console message and
       *> counted as a problem; its lines then find no recon entry
       *> either (see FIND-RECON-ENTRY).
       *>*
       FIND-RECON-ENTITY.
           MOVE ZERO TO rent-found-idx.
           PERFORM VARYING rent-idx FROM 1 BY 1
             UNTIL rent-idx > rent-count
             IF rent-entity(rent-idx) EQUAL work-entity
               MOVE rent-idx TO rent-found-idx
             END-IF
           END-PERFORM.
           IF rent-found-idx EQUAL ZERO
             IF rent-count LESS THAN 20
               ADD 1 TO rent-count
               MOVE rent-count TO rent-found-idx
               MOVE work-entity TO rent-entity(rent-found-idx)
               MOVE ZERO TO rent-sent-debit(rent-found-idx)
               MOVE ZERO TO rent-sent-credit(rent-found-idx)
               MOVE ZERO TO rent-ack-debit(rent-found-idx)
               MOVE ZERO TO rent-ack-credit(rent-found-idx)
             ELSE
               DISPLAY "Entity table full, cannot reconcile "
                 "entity " work-entity
               ADD 1 TO problem-count
             END-IF
           END-IF.

       *>*
       *> Locates (or appends) the recon-table entry for
       *> work-entity/work-account/work-costctr/work-period,
       *> leaving its slot in found-idx; none for an entity
       *> FIND-RECON-ENTITY could not place.
       *> A pair arriving once all 500 slots are occupied is
       *> dropped with a console message and counted as a problem,
       *> since it could not be reconciled.
       *>*
       FIND-RECON-ENTRY.
           MOVE ZERO TO found-idx.
           IF rent-found-idx > ZERO
             PERFORM VARYING recon-idx FROM 1 BY 1
               UNTIL recon-idx > recon-count
               IF rec-entity(recon-idx) EQUAL work-entity
                 AND rec-account(recon-idx) EQUAL work-account
                 AND rec-costctr(recon-idx) EQUAL work-costctr
                 AND rec-period(recon-idx) EQUAL work-period
                 MOVE recon-idx TO found-idx
               END-IF
             END-PERFORM
             IF found-idx EQUAL ZERO
               PERFORM ADD-RECON-ENTRY
             END-IF
           END-IF.

       *>*
       *> Appends the recon-table entry FIND-RECON-ENTRY did not
       *> find.
       *>*
       ADD-RECON-ENTRY.
           IF recon-count LESS THAN 500
             ADD 1 TO recon-count
             MOVE recon-count TO found-idx
             MOVE work-entity TO rec-entity(found-idx)
             MOVE work-account TO rec-account(found-idx)
             MOVE work-costctr TO rec-costctr(found-idx)
             MOVE work-period TO rec-period(found-idx)
             MOVE ZERO TO rec-sent(found-idx)
             MOVE ZERO TO rec-acked(found-idx)
             MOVE 'N' TO rec-sent-flag(found-idx)
             MOVE 'N' TO rec-acked-flag(found-idx)
           ELSE
             DISPLAY "Reconciliation table full, cannot "
               "reconcile " work-account " " work-period
             ADD 1 TO problem-count
           END-IF.

       *>*
       *> Verifies both sides of entity rent-idx balance debits
       *> against credits and reports (and counts as a problem)
       *> either side that does not - our own history going out of
       *> balance means a posting bug, the acknowledgment side
       *> means finance booked something we did not send that way.
       *>*
       CHECK-JOURNAL-BALANCE.
           IF rent-sent-debit(rent-idx)
             NOT EQUAL rent-sent-credit(rent-idx)
             MOVE SPACES TO rpl-bal-side
             STRING 'SENT SIDE ' rent-entity(rent-idx)
               DELIMITED BY SIZE INTO rpl-bal-side
             MOVE rent-sent-debit(rent-idx) TO rpl-bal-debits
             MOVE rent-sent-credit(rent-idx) TO rpl-bal-credits
             PERFORM WRITE-ENTITY-HEADING
             MOVE rpt-balance-line TO rpt-line
             WRITE rpt-line
             ADD 1 TO problem-count
           END-IF.
           IF rent-ack-debit(rent-idx)
             NOT EQUAL rent-ack-credit(rent-idx)
             MOVE SPACES TO rpl-bal-side
             STRING 'ACK SIDE ' rent-entity(rent-idx)
               DELIMITED BY SIZE INTO rpl-bal-side
             MOVE rent-ack-debit(rent-idx) TO rpl-bal-debits
             MOVE rent-ack-credit(rent-idx) TO rpl-bal-credits
             PERFORM WRITE-ENTITY-HEADING
             MOVE rpt-balance-line TO rpt-line
             WRITE rpt-line
             ADD 1 TO problem-count
           END-IF.

       *>*
       *> Writes the Entity heading ahead of the first problem
       *> line of entity rent-idx; a blank company code (the
       *> single-company run) gets none.
       *>*
       WRITE-ENTITY-HEADING.
           IF NOT entity-hdr-written
             AND rent-entity(rent-idx) NOT EQUAL SPACES
             MOVE rent-entity(rent-idx) TO rpl-entity
             MOVE rpt-entity-hdr TO rpt-line
             WRITE rpt-line
           END-IF.
           SET entity-hdr-written TO TRUE.

       *>*
       *> Writes one report line for an entry that is out of
       *> balance: sent but never acknowledged, acknowledged with a
       *> problem.
       *>*
       WRITE-RECON-LINE.
           PERFORM WRITE-ENTITY-HEADING.
           MOVE rec-account(recon-idx) TO rpl-account.
           MOVE rec-costctr(recon-idx) TO rpl-costctr.
           MOVE rec-period(recon-idx) TO rpl-period.
