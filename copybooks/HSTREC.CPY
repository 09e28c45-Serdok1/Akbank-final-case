         01  HST-REC.
           05 HST-KEY.
              10 HST-ID              PIC 9(05).
              10 HST-DVZ             PIC 9(03).
              10 HST-DATE            PIC 9(08).
              10 HST-TIME            PIC 9(06).
              10 HST-TYPE            PIC X(01).
                 88 HST-TYPE-ACTIVITY        VALUE 'O'.
                 88 HST-TYPE-JOURNAL         VALUE 'J'.
              10 HST-SEQ             PIC 9(05).
           05 HST-GEN-STAMP          PIC 9(14).
           05 HST-AMOUNT             PIC 9(15).
           05 HST-DATA               PIC X(395).
