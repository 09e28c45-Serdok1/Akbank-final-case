              10 WS-ORD-NEXT-DUE    PIC 9(08).
              10 WS-ORD-EXPIRY      PIC 9(08).
              10 WS-ORD-STATUS      PIC X(01).
              10 WS-ORD-SCHED-DUE   PIC 9(08).
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
                    MOVE STO-NEXT-DUE TO WS-ORD-NEXT-DUE(WS-ORD-COUNT)
                    MOVE STO-EXPIRY TO WS-ORD-EXPIRY(WS-ORD-COUNT)
                    MOVE STO-STATUS TO WS-ORD-STATUS(WS-ORD-COUNT)
                    MOVE STO-SCHED-DUE TO WS-ORD-SCHED-DUE(WS-ORD-COUNT)
                  END-IF
              END-READ
            END-PERFORM
           MOVE SOT-FREQ TO WS-ORD-FREQ(WS-ORD-IX).
           MOVE SOT-NEXT-DUE TO WS-ORD-NEXT-DUE(WS-ORD-IX).
           MOVE SOT-EXPIRY TO WS-ORD-EXPIRY(WS-ORD-IX).
           MOVE SOT-NEXT-DUE TO WS-ORD-SCHED-DUE(WS-ORD-IX).
       H250-END. EXIT.

       H280-REPORT-APPLIED.
             MOVE WS-ORD-NEXT-DUE(WS-ORD-IX) TO NSO-NEXT-DUE
             MOVE WS-ORD-EXPIRY(WS-ORD-IX) TO NSO-EXPIRY
             MOVE WS-ORD-STATUS(WS-ORD-IX) TO NSO-STATUS
             MOVE WS-ORD-SCHED-DUE(WS-ORD-IX) TO NSO-SCHED-DUE
             WRITE NSO-REC
             ADD 1 TO WS-ORD-IX
           END-PERFORM.
