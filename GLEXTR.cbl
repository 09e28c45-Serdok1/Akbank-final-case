                             STATUS ST-GLM-FILE.
           SELECT GLE-FILE ASSIGN TO GLEFILE
                             STATUS ST-GLE-FILE.
           SELECT TDG-FILE ASSIGN TO TDGFILE
                             STATUS ST-TDG-FILE.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                             STATUS ST-RCT-FILE.
       DATA DIVISION.
           05 GLE-AMOUNT            PIC 9(15).
           05 GLE-DVZ               PIC 9(03).
           05 GLE-FUNC              PIC 9(02).
           05 GLE-REV-IND           PIC X(01).
              88 GLE-REVERSAL                 VALUE 'R'.
           05 FILLER                PIC X(07).
         01  GLE-TOTAL-REC.
           05 GLE-TOT-TYPE          PIC X(01).
           05 GLE-TOT-DATE          PIC 9(08).
           05 GLE-TOT-DR            PIC 9(15).
           05 GLE-TOT-CR            PIC 9(15).
           05 GLE-TOT-CNT           PIC 9(07).
       FD  TDG-FILE RECORDING MODE F.
           COPY TDGREC.
       FD  RCT-FILE RECORDING MODE F.
           COPY RCTREC.

              88 GLM-SUCCESS                   VALUE 00 97.
           05 ST-GLE-FILE           PIC 9(02).
              88 GLE-SUCCESS                   VALUE 00 97.
           05 ST-TDG-FILE           PIC 9(02).
              88 TDG-FILE-EOF                  VALUE 10.
              88 TDG-SUCCESS                   VALUE 00 97.
              88 TDG-NOT-FOUND                 VALUE 35.
           05 WS-GLE-OPEN           PIC 9(01)  VALUE 0.
           05 WS-PASS               PIC 9(01)  VALUE 1.
           05 WS-RUN-DATE           PIC 9(08).
           05 WS-MAP-IX             PIC 9(03)  COMP.
           05 WS-MAP-FOUND          PIC 9(01).
           05 WS-GL-FUNC            PIC 9(02).
           05 WS-GL-DVZ             PIC 9(03).
           05 WS-GL-REV             PIC 9(01).
           05 WS-MOVEMENT           PIC S9(15).
           05 WS-GL-AMOUNT          PIC 9(15).
           05 WS-TOT-DR             PIC 9(15)  VALUE 0.
           05 WS-PRED-DONE          PIC 9(01)  VALUE 0.
           05 WS-JOB-DONE           PIC 9(01)  VALUE 0.
           05 WS-JOB-NAME           PIC X(08)  VALUE 'GLEXTR'.
           05 WS-PRED-NAME          PIC X(08)  VALUE 'JRNVER'.
           05 WS-CPL-IX             PIC 9(03)  COMP.
         01  WS-CPL-TABLE.
           05 WS-CPL-COUNT          PIC 9(03)  COMP VALUE 0.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-MAP.
           PERFORM H120-READ-JOURNAL.
           PERFORM H130-READ-TD-ACTIVITY.
           PERFORM H300-PROVE-BALANCE.
           MOVE 2 TO WS-PASS.
           PERFORM H120-READ-JOURNAL.
           PERFORM H130-READ-TD-ACTIVITY.
           PERFORM H400-WRITE-BATCH-TOTAL.
           MOVE 1 TO WS-JOB-DONE.
           PERFORM H999-PROGRAM-EXIT.
           CLOSE JRN-FILE.
       H120-END. EXIT.

      * TERM DEPOSIT INTEREST AND THE TAX WITHHELD ON IT NEVER TOUCH A
      * CUSTOMER ACCOUNT, SO THE MATURITY RUN RECORDS THEM ON THEIR
      * OWN ACTIVITY FILE. THE AMOUNT IS THE MOVEMENT AS MAPPED. NO
      * FILE MEANS NO DEPOSIT HAS EVER MATURED.
       H130-READ-TD-ACTIVITY.
           OPEN INPUT TDG-FILE.
           IF NOT TDG-NOT-FOUND
            IF NOT TDG-SUCCESS
             DISPLAY "UNABLE TO OPEN TDG-FILE"
             PERFORM H999-PROGRAM-EXIT
            END-IF
            PERFORM UNTIL TDG-FILE-EOF
              READ TDG-FILE
                AT END
                  SET TDG-FILE-EOF TO TRUE
                NOT AT END
                  IF TDG-DATE = WS-RUN-DATE
                    MOVE TDG-FUNC TO WS-GL-FUNC
                    MOVE TDG-DVZ TO WS-GL-DVZ
                    MOVE 0 TO WS-GL-REV
                    MOVE TDG-AMOUNT TO WS-MOVEMENT
                    PERFORM H205-POST-MOVEMENT
                  END-IF
              END-READ
            END-PERFORM
            CLOSE TDG-FILE
           END-IF.
       H130-END. EXIT.

      * A REVERSAL LEG IS MAPPED UNDER THE FUNCTION OF THE ITEM IT
      * REVERSES. ITS MOVEMENT HAS THE OPPOSITE SIGN, SO THE ORIGINAL
      * GL LEGS COME OUT SWAPPED.
       H200-CONTROL-JRN-REC.
           IF JRN-FUNC = 13
             MOVE JRN-REV-FUNC TO WS-GL-FUNC
             MOVE 1 TO WS-GL-REV
           ELSE
             MOVE JRN-FUNC TO WS-GL-FUNC
             MOVE 0 TO WS-GL-REV
           END-IF.
           PERFORM H210-DERIVE-MOVEMENT.
           MOVE WRK-DVZ TO WS-GL-DVZ.
           PERFORM H205-POST-MOVEMENT.
       H200-END. EXIT.

       H205-POST-MOVEMENT.
           IF WS-MOVEMENT NOT = 0
             PERFORM H220-FIND-MAP
             IF WS-MAP-FOUND = 0
               IF WS-PASS = 1
                 ADD 1 TO WS-CNT-UNMAPPED
                 DISPLAY 'NO GL MAPPING FOR FUNC/DVZ: '
                   WS-GL-FUNC '/' WS-GL-DVZ
               END-IF
             ELSE
               PERFORM H230-BUILD-POSTING
             END-IF
           END-IF.
       H205-END. EXIT.

       H210-DERIVE-MOVEMENT.
           MOVE 0 TO WS-MOVEMENT.
           MOVE 1 TO WS-MAP-IX.
           PERFORM UNTIL WS-MAP-IX > WS-MAP-COUNT
                      OR WS-MAP-FOUND = 1
             IF WS-MAP-FUNC(WS-MAP-IX) = WS-GL-FUNC
                AND WS-MAP-DVZ(WS-MAP-IX) = WS-GL-DVZ
               MOVE 1 TO WS-MAP-FOUND
             ELSE
               ADD 1 TO WS-MAP-IX
           SET GLE-TYPE-DETAIL TO TRUE.
           MOVE WS-RUN-DATE TO GLE-DATE.
           MOVE WS-GL-AMOUNT TO GLE-AMOUNT.
           MOVE WS-GL-DVZ TO GLE-DVZ.
           MOVE WS-GL-FUNC TO GLE-FUNC.
           IF WS-GL-REV = 1
             SET GLE-REVERSAL TO TRUE
           ELSE
             MOVE SPACE TO GLE-REV-IND
           END-IF.
           WRITE GLE-REC.
           ADD 1 TO WS-CNT-POSTINGS.
       H280-END. EXIT.
