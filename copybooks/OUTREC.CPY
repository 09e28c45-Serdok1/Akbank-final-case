           05 REC-FEE-HEADER       PIC X(06).
           05 REC-FEE-O            PIC 9(15).
           05 REC-COMM-O           PIC X(50).
           05 REC-REV-HEADER       PIC X(10).
           05 REC-REV-DATE-O       PIC 9(08).
           05 REC-REV-SEP          PIC X(01).
           05 REC-REV-SEQ-O        PIC 9(09).
           05 REC-LEDGER-HDR       PIC X(09).
           05 REC-LEDGER-O         PIC S9(15).
           05 REC-AVAIL-HDR        PIC X(12).
           05 REC-AVAIL-O          PIC S9(15).
         01  OUT-TRAILER-REC.
           05 TRLR-RUN-DATE        PIC 9(08).
           05 TRLR-RUN-TIME        PIC 9(06).
           05 TRLR-STATUS-CNT      PIC 9(05).
           05 TRLR-REJECT-HDR      PIC X(11).
           05 TRLR-REJECT-CNT      PIC 9(05).
           05 TRLR-REVERSE-HDR     PIC X(11).
           05 TRLR-REVERSE-CNT     PIC 9(05).
           05 TRLR-TERMDEP-HDR     PIC X(11).
           05 TRLR-TERMDEP-CNT     PIC 9(05).
           05 FILLER               PIC X(137).
         01  OUT-FEE-SUM-REC.
           05 FEESUM-RUN-DATE      PIC 9(08).
           05 FEESUM-RUN-TIME      PIC 9(06).
           05 FEESUM-CNT           PIC 9(05).
           05 FEESUM-AMT-HDR       PIC X(09).
           05 FEESUM-AMT           PIC 9(15).
           05 FILLER               PIC X(323).
