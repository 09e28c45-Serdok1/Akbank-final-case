         01  AVL-REC.
           05 AVL-DATE               PIC 9(08).
           05 AVL-TIME               PIC 9(06).
           05 AVL-SEQ                PIC 9(09).
           05 AVL-OPERATOR           PIC X(08).
           05 AVL-BRANCH             PIC 9(04).
           05 AVL-TYPE               PIC X(02).
              88 AVL-TYPE-UNKNOWN            VALUE 'UN'.
              88 AVL-TYPE-REVOKED            VALUE 'RV'.
              88 AVL-TYPE-NOT-ENTITLED       VALUE 'NE'.
              88 AVL-TYPE-OVER-CEILING       VALUE 'CL'.
              88 AVL-TYPE-APPROVE-LIMIT      VALUE 'AP'.
           05 AVL-REASON             PIC X(40).
           05 AVL-INP-DATA           PIC X(72).
