       *>**
       *>  ENTITYMAP
       *>  @author Olegs Kunicins
       *>  @license MIT
       *>**

       *>*
       *> Maps an order to the legal entities it belongs to, so
       *> every program that posts or accumulates by company code
       *> cuts it the same way. The mapping comes from the entmap
       *> file finance keeps, loaded on the first call of the run:
       *> a record with a blank rep maps a Region/Country pair to
       *> the entity that books its sales; a record carrying a rep
       *> maps that rep to the entity they sell for, for the reps
       *> who sell across entities (Region and Country are ignored
       *> on those). A rep without a record sells for the entity
       *> the order books into.
       *>
       *> Without entmap every company code comes back blank - the
       *> single-company posting the suite did before the file
       *> existed - and nothing is intercompany.
       *>
       *> @param entity-lookup-rec see ENTITY copybook
       *>*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTITYMAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT entmap ASSIGN TO entmap
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS entmap-status.
       DATA DIVISION.
       FILE SECTION.
       FD entmap RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS entmap-rec.
       01 entmap-rec.
           05 em-entity PIC X(4).
           05 em-region PIC X(48).
           05 em-country PIC X(48).
           05 em-rep PIC X(20).
       WORKING-STORAGE SECTION.
       01 entmap-status PIC 9(2).
       01 entmap-eof PIC X VALUE 'N'.
           88 entmap-eof-reached VALUE 'Y'.
       01 entmap-loaded PIC X VALUE 'N'.
           88 entmap-is-loaded VALUE 'Y'.
       01 pair-count PIC 9(3) VALUE ZERO.
       01 pair-table.
           05 pair-entry OCCURS 400 TIMES INDEXED BY pair-idx.
               10 pair-region-tbl PIC X(48).
               10 pair-country-tbl PIC X(48).
               10 pair-entity-tbl PIC X(4).
       01 rep-count PIC 9(3) VALUE ZERO.
       01 rep-table.
           05 rep-entry OCCURS 200 TIMES INDEXED BY rep-idx.
               10 rep-name-tbl PIC X(20).
               10 rep-entity-tbl PIC X(4).
       01 found-idx PIC 9(3) VALUE ZERO.
       LINKAGE SECTION.
       COPY ENTITY.
       PROCEDURE DIVISION USING entity-lookup-rec.
           IF NOT entmap-is-loaded
             PERFORM LOAD-ENTITY-MAP
           END-IF.
           IF pair-count > ZERO OR rep-count > ZERO
             MOVE 'Y' TO ent-map-state
           ELSE
             MOVE 'N' TO ent-map-state
           END-IF.
           MOVE SPACES TO ent-booking.
           MOVE ZERO TO found-idx.
           PERFORM VARYING pair-idx FROM 1 BY 1
             UNTIL pair-idx > pair-count OR found-idx > ZERO
             IF pair-region-tbl(pair-idx) EQUAL ent-region
               AND pair-country-tbl(pair-idx) EQUAL ent-country
               MOVE pair-idx TO found-idx
             END-IF
           END-PERFORM.
           IF found-idx > ZERO
             MOVE pair-entity-tbl(found-idx) TO ent-booking
           END-IF.
           MOVE ent-booking TO ent-selling.
           MOVE ZERO TO found-idx.
           IF ent-rep NOT EQUAL SPACES
             PERFORM VARYING rep-idx FROM 1 BY 1
               UNTIL rep-idx > rep-count OR found-idx > ZERO
               IF rep-name-tbl(rep-idx) EQUAL ent-rep
                 MOVE rep-idx TO found-idx
               END-IF
             END-PERFORM
           END-IF.
           IF found-idx > ZERO
             MOVE rep-entity-tbl(found-idx) TO ent-selling
           END-IF.
           IF ent-booking NOT EQUAL SPACES
             AND ent-selling NOT EQUAL SPACES
             AND ent-booking NOT EQUAL ent-selling
             MOVE 'Y' TO ent-intercompany
           ELSE
             MOVE 'N' TO ent-intercompany
           END-IF.
           GOBACK.

       *>*
       *> Loads entmap once for the run into the pair and rep
       *> tables. A record with a blank company code is skipped
       *> with a console message; a missing file leaves both
       *> tables empty and every answer blank.
       *>*
       LOAD-ENTITY-MAP.
           SET entmap-is-loaded TO TRUE.
           OPEN INPUT entmap.
           IF entmap-status EQUAL ZERO
             PERFORM UNTIL entmap-eof-reached
               READ entmap
                 AT END
                   SET entmap-eof-reached TO TRUE
                 NOT AT END
                   EVALUATE TRUE
                     WHEN em-entity EQUAL SPACES
                       DISPLAY "Entity map record without company "
                         "code skipped: " em-country(1:20) em-rep
                     WHEN em-rep NOT EQUAL SPACES
                       IF rep-count LESS THAN 200
                         ADD 1 TO rep-count
                         MOVE em-rep TO rep-name-tbl(rep-count)
                         MOVE em-entity TO rep-entity-tbl(rep-count)
                       ELSE
                         DISPLAY "Entity map rep table full, "
                           "ignoring " em-rep
                       END-IF
                     WHEN OTHER
                       IF pair-count LESS THAN 400
                         ADD 1 TO pair-count
                         MOVE em-region TO pair-region-tbl(pair-count)
                         MOVE em-country
                           TO pair-country-tbl(pair-count)
                         MOVE em-entity TO pair-entity-tbl(pair-count)
                       ELSE
                         DISPLAY "Entity map pair table full, "
                           "ignoring " em-country(1:20)
                       END-IF
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE entmap
           END-IF.
       END PROGRAM ENTITYMAP.
