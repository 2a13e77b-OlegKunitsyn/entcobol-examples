       *> maintains, so the adjustment lands exactly where the
       *> next close will pick it up. The saleslaterpt audit
       *> report shows every row that moved: order, amount, the
       *> closed period it came from (the OrderDate's fiscal
       *> period when the fiscalcal calendar is in place, see
       *> FISCALPER) and the open period it went to. Rows that no
       *> longer parse or have no rate in force land on
       *> saleslaterej with a reason instead of being
       *> lost. Once the postings are saved, latearrivals is
       *> rewritten carrying only the NO-FX-RATE rows, so the next
       *> run retries them once the treasury feed delivers the
           05 fxr-eff-date PIC 9(8).
           05 fxr-rate PIC 9(3)V9999.
       FD salesptd RECORDING MODE F
           RECORD CONTAINS 158 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ptd-rec.
       COPY SALESPTD.
       01 ptd-eof PIC X VALUE 'N'.
           88 ptd-eof-reached VALUE 'Y'.
       01 open-period PIC 9(6) VALUE ZERO.
       COPY FISCALPER.
       COPY ENTITY.
       01 ptd-count PIC 9(3) VALUE ZERO.
       01 ptd-table.
           05 ptd-entry OCCURS 400 TIMES INDEXED BY ptd-idx.
               10 ptd-period-tbl PIC 9(6).
               10 ptd-mtd-tbl PIC S9(9)V99.
               10 ptd-ytd-tbl PIC S9(9)V99.
               10 ptd-qtd-tbl PIC S9(9)V99.
               10 ptd-entity-tbl PIC X(4).
               10 ptd-date-tbl PIC 9(8).
               10 ptd-day-tbl PIC S9(9)V99.
       01 ptd-found-idx PIC 9(3) VALUE ZERO.
               MOVE Region TO rpl-region
               MOVE Country TO rpl-country
               MOVE net-revenue TO rpl-amount
               MOVE 'D' TO fp-function
               MOVE OrderDate TO fp-date
               CALL "FISCALPER" USING fiscal-period-rec
               MOVE fp-period TO rpl-from-period
               MOVE open-period TO rpl-to-period
               MOVE rpt-adj-line TO rpt-line
               WRITE rpt-line
               MOVE open-period TO ptd-period-tbl(ptd-count)
               MOVE net-revenue TO ptd-mtd-tbl(ptd-count)
               MOVE ZERO TO ptd-ytd-tbl(ptd-count)
               MOVE ZERO TO ptd-qtd-tbl(ptd-count)
               MOVE Region TO ent-region
               MOVE Country TO ent-country
               MOVE SPACES TO ent-rep
               CALL "ENTITYMAP" USING entity-lookup-rec
               MOVE ent-booking TO ptd-entity-tbl(ptd-count)
               MOVE ZERO TO ptd-date-tbl(ptd-count)
               MOVE ZERO TO ptd-day-tbl(ptd-count)
             ELSE
                   MOVE ptd-period TO ptd-period-tbl(ptd-count)
                   MOVE ptd-mtd TO ptd-mtd-tbl(ptd-count)
                   MOVE ptd-ytd TO ptd-ytd-tbl(ptd-count)
                   MOVE ptd-qtd TO ptd-qtd-tbl(ptd-count)
                   MOVE ptd-entity TO ptd-entity-tbl(ptd-count)
                   MOVE ptd-upd-date TO ptd-date-tbl(ptd-count)
                   MOVE ptd-day-amt TO ptd-day-tbl(ptd-count)
                 END-IF
             MOVE ptd-period-tbl(ptd-idx) TO ptd-period
             MOVE ptd-mtd-tbl(ptd-idx) TO ptd-mtd
             MOVE ptd-ytd-tbl(ptd-idx) TO ptd-ytd
             MOVE ptd-qtd-tbl(ptd-idx) TO ptd-qtd
             MOVE ptd-entity-tbl(ptd-idx) TO ptd-entity
             MOVE ptd-date-tbl(ptd-idx) TO ptd-upd-date
             MOVE ptd-day-tbl(ptd-idx) TO ptd-day-amt
             WRITE ptd-rec
