           DATA RECORD IS ohist-rec.
       COPY ORDHIST.
       FD ordarch RECORDING MODE F
           RECORD CONTAINS 161 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS arch-rec.
       01 arch-rec.
           05 arch-run-date PIC 9(8).
           05 arch-order PIC X(153).
       FD ordarchcat RECORDING MODE F
           RECORD CONTAINS 33 CHARACTERS
           LABEL RECORDS ARE OMITTED
