         01  NTC-REC.
           05 NTC-ID                 PIC 9(05).
           05 NTC-DVZ                PIC 9(03).
           05 NTC-NOTICE-DATE        PIC 9(08).
           05 NTC-DUE-DATE           PIC 9(08).
           05 NTC-LAST-ACT           PIC 9(08).
           05 NTC-BALANCE            PIC S9(15).
           05 NTC-ESCHEAT-DATE       PIC 9(08).
