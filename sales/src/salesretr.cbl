           05 retr-from PIC 9(8).
           05 retr-to PIC 9(8).
       FD ordarch RECORDING MODE F
           RECORD CONTAINS 161 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS arch-rec.
       01 arch-rec.
               10 aro-orig-amount PIC S9(9)V99.
               10 aro-rep PIC X(20).
               10 aro-product PIC X(12).
               10 aro-load-date PIC 9(8).
       FD ordretrout RECORDING MODE F
           RECORD CONTAINS 161 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS out-rec.
       01 out-rec PIC X(161).
       FD salesretrrpt RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED
