         01  SUS-REC.
           05 SUS-REF                PIC X(16).
           05 SUS-SENDER-BANK        PIC X(04).
           05 SUS-BEN-ID             PIC 9(05).
           05 SUS-BEN-DVZ            PIC 9(03).
           05 SUS-BEN-NAME           PIC X(15).
           05 SUS-BEN-SURNAME        PIC X(15).
           05 SUS-AMOUNT             PIC 9(15).
           05 SUS-REASON             PIC X(02).
              88 SUS-REASON-UNKNOWN          VALUE 'UA'.
              88 SUS-REASON-CLOSED           VALUE 'CA'.
              88 SUS-REASON-FROZEN           VALUE 'FA'.
              88 SUS-REASON-NAME             VALUE 'NM'.
              88 SUS-REASON-OTHER            VALUE 'OT'.
           05 SUS-RECV-DATE          PIC 9(08).
           05 SUS-SUSP-ID            PIC 9(05).
