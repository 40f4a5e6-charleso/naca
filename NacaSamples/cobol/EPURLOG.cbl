       FD  FILECHK
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 1488
           RECORDING F.
       01  FILECHK-Z.
           05  FILECHK-CPT-IN      PIC 9(07).
           05  FILLER              PIC X(1481).

       FD  FILECHKN
           LABEL RECORDS STANDARD
           BLOCK 0
           RECORD 1488
           RECORDING F.
       01  FILECHKN-Z              PIC X(1488).

      * FILELOG - JOURNAL PARTAGE VIVANT (CF. CALLMSG).
       FD  FILELOG
