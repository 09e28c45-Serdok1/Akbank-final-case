           05 JRN-AMOUNT-2           PIC 9(15).
           05 JRN-OPERATOR           PIC X(08).
           05 JRN-OPERATOR-2         PIC X(08).
           05 JRN-REV-LINK.
              10 JRN-REV-DATE        PIC 9(08).
              10 JRN-REV-SEQ         PIC 9(09).
              10 JRN-REV-FUNC        PIC 9(02).
