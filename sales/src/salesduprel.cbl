       *>**
       *>  SALESDUPREL
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**

       *>*
       *> Entry point
       *>
       *> Recycle run for the cross-day duplicate orders READER
       *> holds on dupexcept. READER opens dupexcept for output on
       *> every nightly run, so a held row would be gone by the
       *> next night, and a release order entry records on
       *> duprelease would only take effect if upstream happened
       *> to send the identical row again. This run keeps the
       *> held rows and re-presents the released ones:
       *>   - the rows still held from earlier nights are loaded
       *>     from the dupheld carry-forward file, and tonight's
       *>     dupexcept rows are added to them (a row already on
       *>     dupheld - the same raw row - is not added twice, so
       *>     running this step again does no harm);
       *>   - every held row whose OrderID and OrderDate order
       *>     entry has confirmed on duprelease goes to the
       *>     duprecyc extract, complete with the header row READER
       *>     expects and a TRAILER record carrying the row count
       *>     and revenue total for READER's trailer check, so it
       *>     can go through READER on its own or be listed in
       *>     salesmergectl next to the regular daily file for
       *>     SALESMERGE - READER finds the same release on
       *>     duprelease and lets the order post;
       *>   - every other row is written back to dupheld with the
       *>     date it was first held, to wait for its release.
       *> A recycled row stays on dupheld marked recycled for as
       *> long as it is still on dupexcept, so a second run of
       *> this step cannot present it again, and drops off once
       *> READER has rewritten dupexcept. Held rows are sales
       *> only (READER never holds a return), so the trailer's
       *> revenue is the plain sum of their TotalRevenue. duprelrpt
       *> lists each row recycled and each row still held, with
       *> the counts. A missing dupexcept or dupheld is simply
       *> nothing on hand; a missing duprelease releases nothing.
       *> When the rows will not fit the table the run stops with
       *> a non-zero RETURN-CODE before anything is rewritten.
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESDUPREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dupexcept ASSIGN TO dupexcept
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS dupexc-status.
           SELECT duprelease ASSIGN TO duprelease
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS duprel-status.
           SELECT dupheld ASSIGN TO dupheld
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS held-status.
           SELECT duprecyc ASSIGN TO duprecyc
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS recyc-status.
           SELECT duprelrpt ASSIGN TO duprelrpt
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS rpt-status.
       DATA DIVISION.
       FILE SECTION.
       FD dupexcept RECORDING MODE F
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS dupexc-rec.
       01 dupexc-rec.
           05 dupexc-line-no PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 dupexc-row PIC X(204).
           05 dupexc-prior-date PIC 9(8).
           05 dupexc-prior-revenue PIC 9(9)V99.
           05 dupexc-order-date PIC 9(8).
           05 dupexc-revenue PIC 9(9)V99.
       FD duprelease RECORDING MODE F
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS duprel-rec.
       01 duprel-rec.
           05 drl-order-id PIC X(12).
           05 drl-order-date PIC 9(8).
           05 drl-released-by PIC X(10).
           05 drl-release-date PIC 9(8).
           05 FILLER PIC X(2).
       FD dupheld RECORDING MODE F
           RECORD CONTAINS 259 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS held-rec.
       01 held-rec.
           05 held-exc PIC X(250).
           05 held-state PIC X.
           05 held-date PIC 9(8).
       FD duprecyc RECORDING MODE F
           RECORD CONTAINS 204 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS recyc-row.
       01 recyc-row PIC X(204).
       FD duprelrpt RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS rpt-line.
       01 rpt-line PIC X(80).
       WORKING-STORAGE SECTION.
       01 dupexc-status PIC 9(2).
       01 duprel-status PIC 9(2).
       01 held-status PIC 9(2).
       01 recyc-status PIC 9(2).
       01 rpt-status PIC 9(2).
       01 dupexc-eof PIC X VALUE 'N'.
           88 dupexc-eof-reached VALUE 'Y'.
       01 duprel-eof PIC X VALUE 'N'.
           88 duprel-eof-reached VALUE 'Y'.
       01 held-eof PIC X VALUE 'N'.
           88 held-eof-reached VALUE 'Y'.
       01 table-full PIC X VALUE 'N'.
           88 held-table-full VALUE 'Y'.
       01 run-ymd PIC 9(8) VALUE ZERO.
       01 dup-release-table.
           05 drt-count PIC 9(4) VALUE ZERO.
           05 drt-entry OCCURS 2000 TIMES INDEXED BY drt-idx.
               10 drt-order-id PIC X(12).
               10 drt-order-date PIC 9(8).
       01 dup-held-table.
           05 dht-count PIC 9(4) VALUE ZERO.
           05 dht-entry OCCURS 2000 TIMES INDEXED BY dht-idx.
               10 dht-exc PIC X(250).
               10 dht-state PIC X.
                   88 dht-is-held VALUE 'H'.
                   88 dht-is-recycled VALUE 'R'.
               10 dht-date PIC 9(8).
               10 dht-seen PIC X.
                   88 dht-on-dupexcept VALUE 'Y'.
       01 dht-found-idx PIC 9(4) VALUE ZERO.
       01 exc-work.
           05 exw-line-no PIC 9(7).
           05 FILLER PIC X.
           05 exw-row PIC X(204).
           05 exw-prior-date PIC 9(8).
           05 exw-prior-revenue PIC 9(9)V99.
           05 exw-order-date PIC 9(8).
           05 exw-revenue PIC 9(9)V99.
       01 release-found PIC X VALUE 'N'.
           88 row-is-released VALUE 'Y'.
       01 fields-work.
           05 r-fld OCCURS 13 TIMES INDEXED BY fld-idx.
               10 r-fld-txt PIC X(48).
       01 field-count PIC 9(2) VALUE ZERO.
       01 row-order-id PIC X(12) VALUE SPACES.
       01 row-revenue PIC S9(9)V99 VALUE ZERO.
       01 loaded-count PIC 9(9) VALUE ZERO.
       01 added-count PIC 9(9) VALUE ZERO.
       01 recycled-count PIC 9(9) VALUE ZERO.
       01 held-count PIC 9(9) VALUE ZERO.
       01 recycled-total PIC S9(9)V99 VALUE ZERO.
       01 out-row PIC X(204) VALUE SPACES.
       01 out-ptr PIC 9(3) VALUE 1.
       01 edit-work PIC X(16) VALUE SPACES.
       01 lead-count PIC 9(2) VALUE ZERO.
       01 edit-total PIC -(10)9.99.
       01 edit-count PIC Z(8)9.
       01 expected-header.
           05 FILLER PIC X(35) VALUE
               'Region,Country,UnitsSold,UnitPrice,'.
           05 FILLER PIC X(44) VALUE
               'TotalRevenue,CurrencyCode,OrderDate,OrderID,'.
           05 FILLER PIC X(38) VALUE
               'SalesRep,Channel,RecordType,CustomerID'.
           05 FILLER PIC X(12) VALUE ',ProductCode'.
       01 rpt-rule-line PIC X(80) VALUE ALL '-'.
       01 rpt-hdr PIC X(40) VALUE
           'Held duplicate order recycle report'.
       01 rpt-col-hdr PIC X(80) VALUE
           'Action    OrderID      OrderDate Prior     Held since'.
       01 rpt-detail.
           05 rpd-action PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 rpd-order-id PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 rpd-order-date PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 rpd-prior-date PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 rpd-held-date PIC 9(8).
       01 rpt-count-line.
           05 FILLER PIC X(10) VALUE 'Recycled: '.
           05 rpc-recycled PIC Z(8)9.
           05 FILLER PIC X(12) VALUE '  revenue: '.
           05 rpc-total PIC -(10)9.99.
           05 FILLER PIC X(12) VALUE '  still held'.
           05 FILLER PIC X(2) VALUE ': '.
           05 rpc-held PIC Z(8)9.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO run-ymd.
           PERFORM LOAD-DUP-RELEASES.
           PERFORM LOAD-HELD-ROWS.
           PERFORM ADD-DUPEXCEPT-ROWS.
           IF held-table-full
             DISPLAY "Held duplicate table full, nothing rewritten"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT duprecyc.
           IF recyc-status NOT EQUAL ZERO
             DISPLAY "Error writing recycled duplicate extract"
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT duprelrpt.
           IF rpt-status NOT EQUAL ZERO
             DISPLAY "Error writing duplicate recycle report"
             MOVE 1 TO RETURN-CODE
             CLOSE duprecyc
             GOBACK
           END-IF.
           MOVE rpt-hdr TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-rule-line TO rpt-line.
           WRITE rpt-line.
           MOVE rpt-col-hdr TO rpt-line.
           WRITE rpt-line.
           MOVE expected-header TO recyc-row.
           WRITE recyc-row.
           PERFORM VARYING dht-idx FROM 1 BY 1
             UNTIL dht-idx > dht-count
             IF dht-is-held(dht-idx)
               PERFORM RECYCLE-HELD-ROW
             END-IF
           END-PERFORM.
           PERFORM WRITE-TRAILER.
           CLOSE duprecyc.
           PERFORM REWRITE-HELD-ROWS.
           MOVE rpt-rule-line TO rpt-line.
           WRITE rpt-line.
           MOVE recycled-count TO rpc-recycled.
           MOVE recycled-total TO rpc-total.
           MOVE held-count TO rpc-held.
           MOVE rpt-count-line TO rpt-line.
           WRITE rpt-line.
           CLOSE duprelrpt.
           DISPLAY "Held rows carried: " loaded-count
             " added: " added-count
             " recycled: " recycled-count
             " still held: " held-count.
           GOBACK.

       *>*
       *> Loads the duprelease file order entry writes, the same
       *> OrderID and OrderDate pairs READER's load-dup-releases
       *> reads. A missing file releases nothing.
       *>*
       LOAD-DUP-RELEASES.
           MOVE ZERO TO drt-count.
           OPEN INPUT duprelease.
           IF duprel-status EQUAL ZERO
             PERFORM UNTIL duprel-eof-reached
               READ duprelease
                 AT END
                   SET duprel-eof-reached TO TRUE
                 NOT AT END
                   IF drt-count LESS THAN 2000
                     ADD 1 TO drt-count
                     MOVE drl-order-id TO drt-order-id(drt-count)
                     MOVE drl-order-date
                       TO drt-order-date(drt-count)
                   ELSE
                     DISPLAY "Duplicate release table full, "
                       "ignoring " drl-order-id " " drl-order-date
                   END-IF
               END-READ
             END-PERFORM
             CLOSE duprelease
           ELSE
             DISPLAY "No duprelease file, nothing is released"
           END-IF.

       *>*
       *> Loads the rows carried forward from earlier nights, each
       *> with its state and the date it was first held. None has
       *> been seen on tonight's dupexcept yet.
       *>*
       LOAD-HELD-ROWS.
           MOVE ZERO TO dht-count.
           OPEN INPUT dupheld.
           IF held-status EQUAL ZERO
             PERFORM UNTIL held-eof-reached
               READ dupheld
                 AT END
                   SET held-eof-reached TO TRUE
                 NOT AT END
                   IF dht-count LESS THAN 2000
                     ADD 1 TO dht-count
                     ADD 1 TO loaded-count
                     MOVE held-exc TO dht-exc(dht-count)
                     MOVE held-state TO dht-state(dht-count)
                     MOVE held-date TO dht-date(dht-count)
                     MOVE 'N' TO dht-seen(dht-count)
                   ELSE
                     SET held-table-full TO TRUE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE dupheld
           ELSE
             DISPLAY "No dupheld file, no rows carried forward"
           END-IF.

       *>*
       *> Adds tonight's dupexcept rows to the held table. A row
       *> already there (the same raw row) is only marked as seen
       *> on dupexcept, keeping its state and held-since date.
       *>*
       ADD-DUPEXCEPT-ROWS.
           OPEN INPUT dupexcept.
           IF dupexc-status EQUAL ZERO
             PERFORM UNTIL dupexc-eof-reached
               READ dupexcept
                 AT END
                   SET dupexc-eof-reached TO TRUE
                 NOT AT END
                   PERFORM FIND-HELD-ROW
                   IF dht-found-idx > ZERO
                     MOVE 'Y' TO dht-seen(dht-found-idx)
                   ELSE
                     IF dht-count LESS THAN 2000
                       ADD 1 TO dht-count
                       ADD 1 TO added-count
                       MOVE dupexc-rec TO dht-exc(dht-count)
                       MOVE 'H' TO dht-state(dht-count)
                       MOVE run-ymd TO dht-date(dht-count)
                       MOVE 'Y' TO dht-seen(dht-count)
                     ELSE
                       SET held-table-full TO TRUE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE dupexcept
           ELSE
             DISPLAY "No dupexcept file, no new held rows"
           END-IF.

       *>*
       *> Looks the dupexcept row just read up on the held table
       *> by its raw row; zero when it is not there.
       *>*
       FIND-HELD-ROW.
           MOVE ZERO TO dht-found-idx.
           MOVE dupexc-rec TO exc-work.
           PERFORM VARYING dht-idx FROM 1 BY 1
             UNTIL dht-idx > dht-count OR dht-found-idx > ZERO
             IF dht-exc(dht-idx)(9:204) EQUAL exw-row
               MOVE dht-idx TO dht-found-idx
             END-IF
           END-PERFORM.

       *>*
       *> Splits the held row (READER has already parsed it once)
       *> and, when order entry has released its OrderID and
       *> OrderDate, writes it to the extract, folds its
       *> TotalRevenue into the trailer totals and marks it
       *> recycled. A row still waiting is listed as held.
       *>*
       RECYCLE-HELD-ROW.
           MOVE dht-exc(dht-idx) TO exc-work.
           MOVE 'N' TO release-found.
           INITIALIZE fields-work.
           MOVE ZERO TO field-count.
           UNSTRING exw-row DELIMITED BY ',' INTO
             r-fld-txt(1) r-fld-txt(2) r-fld-txt(3) r-fld-txt(4)
             r-fld-txt(5) r-fld-txt(6) r-fld-txt(7) r-fld-txt(8)
             r-fld-txt(9) r-fld-txt(10) r-fld-txt(11) r-fld-txt(12)
             r-fld-txt(13)
             TALLYING IN field-count
           END-UNSTRING.
           MOVE r-fld-txt(8) TO row-order-id.
           PERFORM VARYING drt-idx FROM 1 BY 1
             UNTIL drt-idx > drt-count OR row-is-released
             IF drt-order-id(drt-idx) EQUAL row-order-id
               AND drt-order-date(drt-idx) EQUAL exw-order-date
               SET row-is-released TO TRUE
             END-IF
           END-PERFORM.
           IF row-is-released
             COMPUTE row-revenue = FUNCTION NUMVAL(r-fld-txt(5))
             MOVE exw-row TO recyc-row
             WRITE recyc-row
             ADD 1 TO recycled-count
             ADD row-revenue TO recycled-total
             MOVE 'R' TO dht-state(dht-idx)
             MOVE 'RECYCLED' TO rpd-action
           ELSE
             MOVE 'HELD' TO rpd-action
           END-IF.
           MOVE row-order-id TO rpd-order-id.
           MOVE exw-order-date TO rpd-order-date.
           MOVE exw-prior-date TO rpd-prior-date.
           MOVE dht-date(dht-idx) TO rpd-held-date.
           MOVE rpt-detail TO rpt-line.
           WRITE rpt-line.

       *>*
       *> Writes the TRAILER record READER checks: the count of
       *> rows recycled and their revenue total.
       *>*
       WRITE-TRAILER.
           MOVE SPACES TO out-row.
           MOVE 1 TO out-ptr.
           STRING 'TRAILER,' DELIMITED BY SIZE INTO out-row
             WITH POINTER out-ptr.
           MOVE recycled-count TO edit-count.
           MOVE edit-count TO edit-work.
           PERFORM APPEND-EDITED.
           STRING ',' DELIMITED BY SIZE INTO out-row
             WITH POINTER out-ptr.
           MOVE recycled-total TO edit-total.
           MOVE edit-total TO edit-work.
           PERFORM APPEND-EDITED.
           MOVE out-row TO recyc-row.
           WRITE recyc-row.

       *>*
       *> Appends the edited figure in edit-work, without its
       *> leading blanks, to out-row.
       *>*
       APPEND-EDITED.
           MOVE ZERO TO lead-count.
           INSPECT edit-work TALLYING lead-count FOR LEADING SPACES.
           STRING edit-work(lead-count + 1:) DELIMITED BY SPACE
             INTO out-row WITH POINTER out-ptr.

       *>*
       *> Rewrites dupheld: every row still held, and every
       *> recycled row still on tonight's dupexcept (so a rerun
       *> cannot present it twice). A recycled row READER has
       *> since dropped from dupexcept is gone for good.
       *>*
       REWRITE-HELD-ROWS.
           OPEN OUTPUT dupheld.
           IF held-status NOT EQUAL ZERO
             DISPLAY "Error writing held duplicate file"
             MOVE 1 TO RETURN-CODE
             CLOSE duprelrpt
             GOBACK
           END-IF.
           MOVE ZERO TO held-count.
           PERFORM VARYING dht-idx FROM 1 BY 1
             UNTIL dht-idx > dht-count
             IF dht-is-held(dht-idx)
               OR dht-on-dupexcept(dht-idx)
               MOVE dht-exc(dht-idx) TO held-exc
               MOVE dht-state(dht-idx) TO held-state
               MOVE dht-date(dht-idx) TO held-date
               WRITE held-rec
               IF dht-is-held(dht-idx)
                 ADD 1 TO held-count
               END-IF
             END-IF
           END-PERFORM.
           CLOSE dupheld.
       END PROGRAM SALESDUPREL.
