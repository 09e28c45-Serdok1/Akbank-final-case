         01  ALH-REC.
           05 ALH-CUST-ID            PIC 9(05).
           05 ALH-PATTERN            PIC X(02).
           05 ALH-FIRST-DATE         PIC 9(08).
           05 ALH-LAST-DATE          PIC 9(08).
           05 ALH-TIMES              PIC 9(05).
