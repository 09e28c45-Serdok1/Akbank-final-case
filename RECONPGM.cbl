           05 WS-OVERRIDE           PIC 9(01)  VALUE 0.
           05 WS-ALREADY-RUN        PIC 9(01)  VALUE 0.
           05 WS-PRED-DONE          PIC 9(01)  VALUE 0.
           05 WS-ERR-DONE           PIC 9(01)  VALUE 0.
           05 WS-ERR-JOB            PIC X(08).
           05 WS-JOB-NAME           PIC X(08)  VALUE 'RECONPGM'.
           05 WS-PRED-NAME          PIC X(08)  VALUE 'TDMATUR'.
           05 WS-CPL-IX             PIC 9(03)  COMP.
         01  WS-CPL-TABLE.
           05 WS-CPL-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-CPL-ENTRY OCCURS 400 TIMES.
              10 WS-CPL-JOB         PIC X(08).
              10 WS-CPL-DATE        PIC 9(08).
              10 WS-CPL-STATUS      PIC X(01).
           COPY IDXREC REPLACING LEADING ==IDX== BY ==WRK==.
         01  WS-RCN-TABLE.
           05 WS-RCN-COUNT          PIC 9(03)  COMP VALUE 0.
                      ADD 1 TO WS-CPL-COUNT
                      MOVE RCT-JOB TO WS-CPL-JOB(WS-CPL-COUNT)
                      MOVE RCT-DATE TO WS-CPL-DATE(WS-CPL-COUNT)
                      MOVE RCT-STATUS TO WS-CPL-STATUS(WS-CPL-COUNT)
                    END-IF
                   END-IF
                  END-IF
      * RECONCILING AGAINST THE WALL CLOCK AFTER MIDNIGHT SELECTS
      * THE WRONG DAY'S JOURNAL, SO THE BUSINESS DATE FROM THE RUN
      * CONTROL FILE DRIVES THE JOURNAL SELECTION, AND THE RUN MUST
      * FOLLOW A COMPLETED TDMATUR (AFTER ESCHEAT, EFTCLR AND
      * FNLPROG) FOR THAT DATE. A JOB THAT ENDED WITH ERRORS ('E')
      * FOR THE DAY STOPS THE RUN UNLESS IT IS OVERRIDDEN.
       H065-CHECK-RUN-CONTROL.
           IF WS-RCT-AVAIL = 1
             MOVE WS-BIZ-DATE TO WS-RUN-DATE
             MOVE 0 TO WS-ALREADY-RUN
             MOVE 0 TO WS-PRED-DONE
             MOVE 0 TO WS-ERR-DONE
             MOVE 1 TO WS-CPL-IX
             PERFORM UNTIL WS-CPL-IX > WS-CPL-COUNT
               IF WS-CPL-JOB(WS-CPL-IX) = WS-JOB-NAME
                  AND WS-CPL-DATE(WS-CPL-IX) = WS-BIZ-DATE
                 MOVE 1 TO WS-PRED-DONE
               END-IF
               IF WS-CPL-STATUS(WS-CPL-IX) = 'E'
                  AND WS-CPL-DATE(WS-CPL-IX) = WS-BIZ-DATE
                 MOVE 1 TO WS-ERR-DONE
                 MOVE WS-CPL-JOB(WS-CPL-IX) TO WS-ERR-JOB
               END-IF
               ADD 1 TO WS-CPL-IX
             END-PERFORM
             IF WS-ALREADY-RUN = 1 AND WS-OVERRIDE = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             IF WS-ERR-DONE = 1 AND WS-OVERRIDE = 0
               DISPLAY WS-ERR-JOB ' ENDED WITH ERRORS FOR '
                 WS-BIZ-DATE ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           ELSE
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
