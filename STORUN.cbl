                             STATUS ST-RPT-FILE.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                             STATUS ST-RCT-FILE.
           SELECT CAL-FILE ASSIGN TO CALFILE
                             STATUS ST-CAL-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  STO-FILE RECORDING MODE F.
           05 FILLER                PIC X(46).
       FD  RCT-FILE RECORDING MODE F.
           COPY RCTREC.
       FD  CAL-FILE RECORDING MODE F.
           COPY CALREC.

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-JOB-DONE           PIC 9(01)  VALUE 0.
           05 WS-JOB-NAME           PIC X(08)  VALUE 'STORUN'.
           05 WS-CPL-IX             PIC 9(03)  COMP.
           05 ST-CAL-FILE           PIC 9(02).
              88 CAL-FILE-EOF                  VALUE 10.
              88 CAL-SUCCESS                   VALUE 00 97.
           05 WS-CAL-IX             PIC 9(03)  COMP.
           05 WS-CAL-INT            PIC 9(08).
           05 WS-CAL-DOW            PIC 9(01).
           05 WS-WORKING-DAY        PIC 9(01).
           05 WS-CAL-GUARD          PIC 9(03)  COMP.
         01  WS-CAL-TABLE.
           05 WS-CAL-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-CAL-ENTRY OCCURS 400 TIMES.
              10 WS-CALT-DATE       PIC 9(08).
              10 WS-CALT-TYPE       PIC X(01).
         01  WS-CPL-TABLE.
           05 WS-CPL-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-CPL-ENTRY OCCURS 400 TIMES.
              10 WS-SUB-OPER              PIC X(08).
              10 WS-SUB-OPER-2            PIC X(08).
              10 WS-SUB-BIZ-DATE          PIC 9(08).
              10 WS-SUB-REV-DATE          PIC 9(08).
              10 WS-SUB-REV-SEQ           PIC 9(09).
              10 WS-SUB-REV-FEE           PIC 9(15).
              10 WS-SUB-LEDGER            PIC S9(15).
              10 WS-SUB-AVAIL             PIC S9(15).
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-GET-OVERRIDE.
           PERFORM H060-READ-RUN-CONTROL.
           PERFORM H065-CHECK-RUN-CONTROL.
           PERFORM H070-LOAD-CALENDAR.
           PERFORM H100-OPEN-FILES.
           PERFORM UNTIL STO-FILE-EOF
             READ STO-FILE
           END-IF.
       H065-END. EXIT.

       H070-LOAD-CALENDAR.
           OPEN INPUT CAL-FILE.
           IF CAL-SUCCESS
            PERFORM UNTIL CAL-FILE-EOF
              READ CAL-FILE
                AT END
                  SET CAL-FILE-EOF TO TRUE
                NOT AT END
                  IF CAL-STATUS-ACTIVE AND WS-CAL-COUNT < 400
                    ADD 1 TO WS-CAL-COUNT
                    MOVE CAL-DATE TO WS-CALT-DATE(WS-CAL-COUNT)
                    MOVE CAL-TYPE TO WS-CALT-TYPE(WS-CAL-COUNT)
                  END-IF
              END-READ
            END-PERFORM
            CLOSE CAL-FILE
           ELSE
            DISPLAY 'HOLIDAY CALENDAR NOT AVAILABLE - WEEKENDS ONLY'
           END-IF.
       H070-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT STO-FILE.
           IF NOT STO-SUCCESS
           MOVE STO-TO-ID TO WS-SUB-ID-2.
           MOVE STO-TO-DVZ TO WS-SUB-DVZ-2.
           MOVE STO-ORDER-NO TO WS-SUB-SEQ.
           MOVE WS-JOB-NAME TO WS-SUB-OPER.
           MOVE WS-RUN-DATE TO WS-SUB-BIZ-DATE.
           CALL WS-FINALSUB USING WS-SUB-AREA.
           IF WS-SUB-COMM(1:15) = 'TRANSFER POSTED'
           MOVE STO-AMOUNT TO RPT-AMT-O.
       H220-END. EXIT.

      * THE SCHEDULE ADVANCES FROM THE NOMINAL DUE DATE SO THAT A
      * PAYMENT MOVED OFF A HOLIDAY DOES NOT SHIFT THE ORDERS THAT
      * FOLLOW IT.
       H240-ADVANCE-DUE-DATE.
           IF STO-SCHED-DUE NOT NUMERIC OR STO-SCHED-DUE = 0
             MOVE STO-NEXT-DUE TO STO-SCHED-DUE
           END-IF.
           MOVE 0 TO WS-ADVANCE-GUARD.
           PERFORM UNTIL STO-NEXT-DUE > WS-RUN-DATE
                      OR WS-ADVANCE-GUARD > 400
           EVALUATE TRUE
             WHEN STO-FREQ-DAILY
               COMPUTE WS-DUE-INT =
                 FUNCTION INTEGER-OF-DATE(STO-SCHED-DUE) + 1
               COMPUTE WS-DUE-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
               MOVE WS-DUE-DATE TO STO-SCHED-DUE
             WHEN STO-FREQ-WEEKLY
               COMPUTE WS-DUE-INT =
                 FUNCTION INTEGER-OF-DATE(STO-SCHED-DUE) + 7
               COMPUTE WS-DUE-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
               MOVE WS-DUE-DATE TO STO-SCHED-DUE
             WHEN STO-FREQ-MONTHLY
               MOVE STO-SCHED-DUE(1:4) TO WS-DUE-YY
               MOVE STO-SCHED-DUE(5:2) TO WS-DUE-MM
               MOVE STO-SCHED-DUE(7:2) TO WS-DUE-DD
               ADD 1 TO WS-DUE-MM
               IF WS-DUE-MM > 12
                 MOVE 1 TO WS-DUE-MM
               IF WS-DUE-DD > 28
                 MOVE 28 TO WS-DUE-DD
               END-IF
               MOVE WS-DUE-YY TO STO-SCHED-DUE(1:4)
               MOVE WS-DUE-MM TO STO-SCHED-DUE(5:2)
               MOVE WS-DUE-DD TO STO-SCHED-DUE(7:2)
             WHEN OTHER
               MOVE 500 TO WS-ADVANCE-GUARD
           END-EVALUATE.
           PERFORM H255-ROLL-TO-WORKING-DAY.
       H250-END. EXIT.

      * A DUE DATE ON A WEEKEND OR HOLIDAY MOVES FORWARD TO THE NEXT
      * WORKING DAY. A WEEKEND DAY LISTED AS A WORKING DAY IS KEPT.
       H255-ROLL-TO-WORKING-DAY.
           MOVE STO-SCHED-DUE TO STO-NEXT-DUE.
           PERFORM H256-CHECK-WORKING-DAY.
           MOVE 0 TO WS-CAL-GUARD.
           PERFORM UNTIL WS-WORKING-DAY = 1
                      OR WS-CAL-GUARD > 366
             COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(STO-NEXT-DUE) + 1
             COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
             MOVE WS-DUE-DATE TO STO-NEXT-DUE
             PERFORM H256-CHECK-WORKING-DAY
             ADD 1 TO WS-CAL-GUARD
           END-PERFORM.
       H255-END. EXIT.

       H256-CHECK-WORKING-DAY.
           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(STO-NEXT-DUE).
           COMPUTE WS-CAL-DOW = FUNCTION MOD(WS-CAL-INT - 1, 7) + 1.
           IF WS-CAL-DOW < 6
             MOVE 1 TO WS-WORKING-DAY
           ELSE
             MOVE 0 TO WS-WORKING-DAY
           END-IF.
           MOVE 1 TO WS-CAL-IX.
           PERFORM UNTIL WS-CAL-IX > WS-CAL-COUNT
             IF WS-CALT-DATE(WS-CAL-IX) = STO-NEXT-DUE
               IF WS-CALT-TYPE(WS-CAL-IX) = 'H'
                 MOVE 0 TO WS-WORKING-DAY
               ELSE
                 MOVE 1 TO WS-WORKING-DAY
               END-IF
             END-IF
             ADD 1 TO WS-CAL-IX
           END-PERFORM.
       H256-END. EXIT.

       H260-MARK-EXPIRED.
           MOVE 'E' TO STO-STATUS.
           ADD 1 TO WS-CNT-EXPIRED.
