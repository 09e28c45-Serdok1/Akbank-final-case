              88 STO-STATUS-ACTIVE           VALUE 'A'.
              88 STO-STATUS-CANCELLED        VALUE 'C'.
              88 STO-STATUS-EXPIRED          VALUE 'E'.
           05 STO-SCHED-DUE          PIC 9(08).
