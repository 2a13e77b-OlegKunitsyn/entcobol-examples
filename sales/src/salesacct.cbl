       *>**
       *>  SALESACCT
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**

       *>*
       *> Entry point
       *>
       *> Record-accountability report for the latest READER run,
       *> run straight after the SALES step - before SALESLATE
       *> rewrites latearrivals or anything else consumes the
       *> night's exception files. It takes the last balancing
       *> record on readerbal (see READERBAL copybook) and prints
       *> the run's accounting on salesacctrpt: the rows read from
       *> sales and where each one went - header, aggregated,
       *> filtered out, rejects, latearrivals, fxexcept,
       *> retexcept, dupexcept, trailer - with the rows left
       *> over once those are added back up, which must be none.
       *> Alongside each count it prints the records actually on
       *> the matching file (and on custexcept, whose rows still
       *> aggregate), the trailer's stated row count against the
       *> rows READER processed, and the order history records
       *> READER wrote against the salesordhist records carrying
       *> the run's date in ohist-load-date - two rows of one
       *> extract with the same OrderID and OrderDate leave one
       *> record, which shows here as a row the master did not
       *> keep.
       *>
       *> Any row that cannot be accounted for, and any count the
       *> files do not bear out, is flagged on the report, raises
       *> an 'E' on the salesexc operations feed and leaves a
       *> non-zero RETURN-CODE, so SALESRUN stops there. No
       *> balancing record at all is treated the same way: a run
       *> that cannot be balanced has not been.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESACCT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT readerbal ASSIGN TO readerbal
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS readerbal-status.
           SELECT rejects ASSIGN TO rejects
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS rejects-status.
           SELECT latearrivals ASSIGN TO latearrivals
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS late-status.
           SELECT fxexcept ASSIGN TO fxexcept
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS fxexc-status.
           SELECT retexcept ASSIGN TO retexcept
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS retexc-status.
           SELECT dupexcept ASSIGN TO dupexcept
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS dupexc-status.
           SELECT custexcept ASSIGN TO custexcept
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS custexc-status.
           SELECT salesordhist ASSIGN TO salesordhist
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ohist-key
           FILE STATUS IS ohist-status.
           SELECT salesacctrpt ASSIGN TO salesacctrpt
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS rpt-status.
           SELECT salesexc ASSIGN TO salesexc
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS exc-status.
       DATA DIVISION.
       FILE SECTION.
       FD readerbal RECORDING MODE F
           RECORD CONTAINS 141 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS bal-rec.
       COPY READERBAL.
       FD rejects RECORDING MODE F
           RECORD CONTAINS 212 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS reject-rec.
       01 reject-rec PIC X(212).
       FD latearrivals RECORDING MODE F
           RECORD CONTAINS 212 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS late-rec.
       01 late-rec PIC X(212).
       FD fxexcept RECORDING MODE F
           RECORD CONTAINS 212 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS fxexc-rec.
       01 fxexc-rec PIC X(212).
       FD retexcept RECORDING MODE F
           RECORD CONTAINS 212 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS retexc-rec.
       01 retexc-rec PIC X(212).
       FD dupexcept RECORDING MODE F
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS dupexc-rec.
       01 dupexc-rec PIC X(250).
       FD custexcept RECORDING MODE F
           RECORD CONTAINS 212 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS custexc-rec.
       01 custexc-rec PIC X(212).
       FD salesordhist
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ohist-rec.
       COPY ORDHIST.
       FD salesacctrpt RECORDING MODE F
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
       01 readerbal-status PIC 9(2).
       01 rejects-status PIC 9(2).
       01 late-status PIC 9(2).
       01 fxexc-status PIC 9(2).
       01 retexc-status PIC 9(2).
       01 dupexc-status PIC 9(2).
       01 custexc-status PIC 9(2).
       01 ohist-status PIC 9(2).
       01 rpt-status PIC 9(2).
       01 exc-status PIC 9(2).
       01 bal-eof PIC X VALUE 'N'.
           88 bal-eof-reached VALUE 'Y'.
       01 count-eof PIC X VALUE 'N'.
           88 count-eof-reached VALUE 'Y'.
       01 bal-found PIC X VALUE 'N'.
           88 bal-record-found VALUE 'Y'.
       01 last-bal-rec PIC X(141) VALUE SPACES.
       01 rejects-on-file PIC 9(9) VALUE ZERO.
       01 late-on-file PIC 9(9) VALUE ZERO.
       01 fx-on-file PIC 9(9) VALUE ZERO.
       01 ret-on-file PIC 9(9) VALUE ZERO.
       01 dup-on-file PIC 9(9) VALUE ZERO.
       01 cust-on-file PIC 9(9) VALUE ZERO.
       01 ohist-received PIC 9(9) VALUE ZERO.
       01 rows-accounted PIC 9(9) VALUE ZERO.
       01 rows-unaccounted PIC S9(9) VALUE ZERO.
       01 rows-processed PIC 9(9) VALUE ZERO.
       01 ohist-written PIC 9(9) VALUE ZERO.
       01 problem-count PIC 9(4) VALUE ZERO.
       01 exc-sev-work PIC X VALUE 'I'.
       01 exc-msg-work PIC X(43) VALUE SPACES.
       01 rpt-rule PIC X(132) VALUE ALL '-'.
       01 rpt-hdr.
           05 FILLER PIC X(33) VALUE
               'READER run balancing for run of '.
           05 rph-date PIC 9(8).
           05 FILLER PIC X(4) VALUE ' at '.
           05 rph-time PIC 9(6).
           05 FILLER PIC X(2) VALUE ', '.
           05 rph-status PIC X(40).
       01 rpt-count-line.
           05 FILLER PIC X(2) VALUE SPACES.
           05 rcl-label PIC X(34).
           05 rcl-count PIC Z(8)9-.
           05 FILLER PIC X(33) VALUE SPACES.
           05 rcl-flag PIC X(10) VALUE SPACES.
       01 rpt-check-line.
           05 FILLER PIC X(2) VALUE SPACES.
           05 rkl-label PIC X(34).
           05 rkl-count PIC Z(8)9-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 rkl-file-label PIC X(20).
           05 rkl-file-count PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 rkl-flag PIC X(10).
       01 rpt-agree-line PIC X(40) VALUE
           'Every row read is accounted for.'.
       01 rpt-problem-line.
           05 FILLER PIC X(25) VALUE
               'RUN DOES NOT BALANCE:    '.
           05 rpl-problems PIC Z(3)9.
           05 FILLER PIC X(28) VALUE
               ' count(s) flagged above'.
       PROCEDURE DIVISION.
           PERFORM LOAD-LAST-BALANCE.
           IF NOT bal-record-found
             DISPLAY "No READER balancing record, run cannot be "
               "balanced"
             MOVE 'E' TO exc-sev-work
             MOVE 'No READER balancing record to check'
               TO exc-msg-work
             PERFORM WRITE-EXCEPTION
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM COUNT-EXCEPTION-FILES.
           PERFORM COUNT-HISTORY-RECEIVED.
           OPEN OUTPUT salesacctrpt.
           IF rpt-status NOT EQUAL ZERO
             DISPLAY "Error writing balancing report"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM WRITE-REPORT.
           CLOSE salesacctrpt.
           IF problem-count > ZERO
             MOVE 'E' TO exc-sev-work
             MOVE SPACES TO exc-msg-work
             STRING 'READER run does not balance: ' DELIMITED BY SIZE
               problem-count DELIMITED BY SIZE
               INTO exc-msg-work
             PERFORM WRITE-EXCEPTION
             MOVE 1 TO RETURN-CODE
           END-IF.
           DISPLAY "Rows read: " bal-rows-read
             " unaccounted: " rows-unaccounted
             " counts flagged: " problem-count.
           GOBACK.

       *>*
       *> Reads readerbal to the end, keeping its last record - the
       *> latest READER run - in bal-rec.
       *>*
       LOAD-LAST-BALANCE.
           OPEN INPUT readerbal.
           IF readerbal-status EQUAL ZERO
             PERFORM UNTIL bal-eof-reached
               READ readerbal
                 AT END
                   SET bal-eof-reached TO TRUE
                 NOT AT END
                   MOVE bal-rec TO last-bal-rec
                   SET bal-record-found TO TRUE
               END-READ
             END-PERFORM
             CLOSE readerbal
             MOVE last-bal-rec TO bal-rec
           END-IF.

       *>*
       *> Counts the records on each of the run's exception files.
       *> A file that is not there holds nothing.
       *>*
       COUNT-EXCEPTION-FILES.
           OPEN INPUT rejects.
           IF rejects-status EQUAL ZERO
             MOVE 'N' TO count-eof
             PERFORM UNTIL count-eof-reached
               READ rejects
                 AT END
                   SET count-eof-reached TO TRUE
                 NOT AT END
                   ADD 1 TO rejects-on-file
               END-READ
             END-PERFORM
             CLOSE rejects
           END-IF.
           OPEN INPUT latearrivals.
           IF late-status EQUAL ZERO
             MOVE 'N' TO count-eof
             PERFORM UNTIL count-eof-reached
               READ latearrivals
                 AT END
                   SET count-eof-reached TO TRUE
                 NOT AT END
                   ADD 1 TO late-on-file
               END-READ
             END-PERFORM
             CLOSE latearrivals
           END-IF.
           OPEN INPUT fxexcept.
           IF fxexc-status EQUAL ZERO
             MOVE 'N' TO count-eof
             PERFORM UNTIL count-eof-reached
               READ fxexcept
                 AT END
                   SET count-eof-reached TO TRUE
                 NOT AT END
                   ADD 1 TO fx-on-file
               END-READ
             END-PERFORM
             CLOSE fxexcept
           END-IF.
           OPEN INPUT retexcept.
           IF retexc-status EQUAL ZERO
             MOVE 'N' TO count-eof
             PERFORM UNTIL count-eof-reached
               READ retexcept
                 AT END
                   SET count-eof-reached TO TRUE
                 NOT AT END
                   ADD 1 TO ret-on-file
               END-READ
             END-PERFORM
             CLOSE retexcept
           END-IF.
           OPEN INPUT dupexcept.
           IF dupexc-status EQUAL ZERO
             MOVE 'N' TO count-eof
             PERFORM UNTIL count-eof-reached
               READ dupexcept
                 AT END
                   SET count-eof-reached TO TRUE
                 NOT AT END
                   ADD 1 TO dup-on-file
               END-READ
             END-PERFORM
             CLOSE dupexcept
           END-IF.
           OPEN INPUT custexcept.
           IF custexc-status EQUAL ZERO
             MOVE 'N' TO count-eof
             PERFORM UNTIL count-eof-reached
               READ custexcept
                 AT END
                   SET count-eof-reached TO TRUE
                 NOT AT END
                   ADD 1 TO cust-on-file
               END-READ
             END-PERFORM
             CLOSE custexcept
           END-IF.

       *>*
       *> Counts the order history records carrying the run's date
       *> as their load date - what the master kept of the run.
       *>*
       COUNT-HISTORY-RECEIVED.
           OPEN INPUT salesordhist.
           IF ohist-status EQUAL ZERO
             MOVE 'N' TO count-eof
             PERFORM UNTIL count-eof-reached
               READ salesordhist
                 AT END
                   SET count-eof-reached TO TRUE
                 NOT AT END
                   IF ohist-load-date EQUAL bal-run-date
                     ADD 1 TO ohist-received
                   END-IF
               END-READ
             END-PERFORM
             CLOSE salesordhist
           ELSE
             DISPLAY "No order history master, nothing received"
           END-IF.

       *>*
       *> Prints the run's accounting: the disposition counts with
       *> the rows left unaccounted, each exception count against
       *> its file, the trailer's stated count against the rows
       *> processed and the history records written against those
       *> received. Every count that does not agree is flagged and
       *> counted in problem-count.
       *>*
       WRITE-REPORT.
           MOVE bal-run-date TO rph-date.
           MOVE bal-run-time TO rph-time.
           IF bal-run-stopped
             MOVE 'stopped on a fatal condition' TO rph-status
           ELSE
             MOVE 'ran to completion' TO rph-status
           END-IF.
           MOVE rpt-hdr TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           COMPUTE rows-accounted = bal-header + bal-aggregated
             + bal-filtered + bal-rejected + bal-late
             + bal-fx-except + bal-ret-except + bal-dup-except
             + bal-trailer.
           COMPUTE rows-unaccounted = bal-rows-read - rows-accounted.
           COMPUTE rows-processed = bal-aggregated + bal-filtered.
           COMPUTE ohist-written = bal-ohist-new
             + bal-ohist-rewritten.
           MOVE 'Rows read from sales' TO rcl-label.
           MOVE bal-rows-read TO rcl-count.
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           MOVE '  Header' TO rcl-label.
           MOVE bal-header TO rcl-count.
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           MOVE '  Aggregated' TO rcl-label.
           MOVE bal-aggregated TO rcl-count.
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           MOVE '  Filtered out' TO rcl-label.
           MOVE bal-filtered TO rcl-count.
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           MOVE '  Rejects' TO rkl-label.
           MOVE bal-rejected TO rkl-count.
           MOVE 'on rejects:' TO rkl-file-label.
           MOVE rejects-on-file TO rkl-file-count.
           MOVE SPACES TO rkl-flag.
           IF bal-rejected NOT EQUAL rejects-on-file
             MOVE 'MISMATCH' TO rkl-flag
             ADD 1 TO problem-count
           END-IF.
           MOVE rpt-check-line TO rpt-line.
           WRITE rpt-line.
           MOVE '  Late arrivals' TO rkl-label.
           MOVE bal-late TO rkl-count.
           MOVE 'on latearrivals:' TO rkl-file-label.
           MOVE late-on-file TO rkl-file-count.
           MOVE SPACES TO rkl-flag.
           IF bal-late NOT EQUAL late-on-file
             MOVE 'MISMATCH' TO rkl-flag
             ADD 1 TO problem-count
           END-IF.
           MOVE rpt-check-line TO rpt-line.
           WRITE rpt-line.
           MOVE '  FX exceptions' TO rkl-label.
           MOVE bal-fx-except TO rkl-count.
           MOVE 'on fxexcept:' TO rkl-file-label.
           MOVE fx-on-file TO rkl-file-count.
           MOVE SPACES TO rkl-flag.
           IF bal-fx-except NOT EQUAL fx-on-file
             MOVE 'MISMATCH' TO rkl-flag
             ADD 1 TO problem-count
           END-IF.
           MOVE rpt-check-line TO rpt-line.
           WRITE rpt-line.
           MOVE '  Return exceptions' TO rkl-label.
           MOVE bal-ret-except TO rkl-count.
           MOVE 'on retexcept:' TO rkl-file-label.
           MOVE ret-on-file TO rkl-file-count.
           MOVE SPACES TO rkl-flag.
           IF bal-ret-except NOT EQUAL ret-on-file
             MOVE 'MISMATCH' TO rkl-flag
             ADD 1 TO problem-count
           END-IF.
           MOVE rpt-check-line TO rpt-line.
           WRITE rpt-line.
           MOVE '  Duplicate order exceptions' TO rkl-label.
           MOVE bal-dup-except TO rkl-count.
           MOVE 'on dupexcept:' TO rkl-file-label.
           MOVE dup-on-file TO rkl-file-count.
           MOVE SPACES TO rkl-flag.
           IF bal-dup-except NOT EQUAL dup-on-file
             MOVE 'MISMATCH' TO rkl-flag
             ADD 1 TO problem-count
           END-IF.
           MOVE rpt-check-line TO rpt-line.
           WRITE rpt-line.
           MOVE '  Trailer' TO rcl-label.
           MOVE bal-trailer TO rcl-count.
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           MOVE 'Rows accounted for' TO rcl-label.
           MOVE rows-accounted TO rcl-count.
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           MOVE 'Rows unaccounted for' TO rcl-label.
           MOVE rows-unaccounted TO rcl-count.
           IF rows-unaccounted NOT EQUAL ZERO
             MOVE 'MISMATCH' TO rcl-flag
             ADD 1 TO problem-count
           END-IF.
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO rcl-flag.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           IF bal-trailer > ZERO
             MOVE 'Rows processed' TO rkl-label
             MOVE rows-processed TO rkl-count
             MOVE 'trailer states:' TO rkl-file-label
             MOVE bal-trailer-stated TO rkl-file-count
             MOVE SPACES TO rkl-flag
             IF rows-processed NOT EQUAL bal-trailer-stated
               MOVE 'MISMATCH' TO rkl-flag
               ADD 1 TO problem-count
             END-IF
             MOVE rpt-check-line TO rpt-line
             WRITE rpt-line
           END-IF.
           MOVE 'Customer exceptions (aggregated)' TO rkl-label.
           MOVE bal-cust-except TO rkl-count.
           MOVE 'on custexcept:' TO rkl-file-label.
           MOVE cust-on-file TO rkl-file-count.
           MOVE SPACES TO rkl-flag.
           IF bal-cust-except NOT EQUAL cust-on-file
             MOVE 'MISMATCH' TO rkl-flag
             ADD 1 TO problem-count
           END-IF.
           MOVE rpt-check-line TO rpt-line.
           WRITE rpt-line.
           MOVE 'Order history records written' TO rkl-label.
           MOVE ohist-written TO rkl-count.
           MOVE 'received:' TO rkl-file-label.
           MOVE ohist-received TO rkl-file-count.
           MOVE SPACES TO rkl-flag.
           IF ohist-written NOT EQUAL rows-processed
             OR ohist-received NOT EQUAL rows-processed
             MOVE 'MISMATCH' TO rkl-flag
             ADD 1 TO problem-count
           END-IF.
           MOVE rpt-check-line TO rpt-line.
           WRITE rpt-line.
           MOVE '  of which over an existing key' TO rcl-label.
           MOVE bal-ohist-rewritten TO rcl-count.
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-rule TO rpt-line.
           WRITE rpt-line.
           IF problem-count EQUAL ZERO
             MOVE rpt-agree-line TO rpt-line
           ELSE
             MOVE problem-count TO rpl-problems
             MOVE rpt-problem-line TO rpt-line
           END-IF.
           WRITE rpt-line.

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
             MOVE 'SALESACCT' TO exc-program
             MOVE FUNCTION CURRENT-DATE(1:21) TO exc-timestamp
             MOVE exc-msg-work TO exc-message
             WRITE exc-rec
             CLOSE salesexc
           END-IF.
       END PROGRAM SALESACCT.
