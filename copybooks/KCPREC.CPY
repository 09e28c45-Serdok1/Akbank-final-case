         01  KCP-REC.
           05 KCP-FROM-ID            PIC 9(05).
           05 KCP-TO-ID              PIC 9(05).
           05 KCP-FIRST-DATE         PIC 9(08).
           05 KCP-LAST-DATE          PIC 9(08).
