       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                             STATUS ST-RCT-FILE.
           SELECT CAL-FILE ASSIGN TO CALFILE
                             STATUS ST-CAL-FILE.
           SELECT ERQ-FILE ASSIGN TO EODJOBS
                             STATUS ST-ERQ-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                             STATUS ST-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  RCT-FILE RECORDING MODE F.
           COPY RCTREC.
       FD  CAL-FILE RECORDING MODE F.
           COPY CALREC.
       FD  ERQ-FILE RECORDING MODE F.
         01  ERQ-REC.
           05 ERQ-JOB               PIC X(08).
       FD  RPT-FILE RECORDING MODE F
                     RECORD CONTAINS 132 CHARACTERS.
         01  RPT-REC.
           05 RPT-JOB-HDR           PIC X(05).
           05 RPT-JOB-O             PIC X(08).
           05 RPT-DATE-HDR          PIC X(07).
           05 RPT-DATE-O            PIC 9(08).
           05 RPT-RESULT-O          PIC X(12).
           05 RPT-COMM-O            PIC X(50).
           05 FILLER                PIC X(42).
         01  RPT-TRAILER-REC.
           05 RPT-TRLR-TITLE        PIC X(26).
           05 RPT-TRLR-DATE-HDR     PIC X(07).
           05 RPT-TRLR-DATE         PIC 9(08).
           05 RPT-TRLR-NEXT-HDR     PIC X(07).
           05 RPT-TRLR-NEXT         PIC 9(08).
           05 RPT-TRLR-REQ-HDR      PIC X(11).
           05 RPT-TRLR-REQ-CNT      PIC 9(05).
           05 RPT-TRLR-MISS-HDR     PIC X(10).
           05 RPT-TRLR-MISS-CNT     PIC 9(05).
           05 RPT-TRLR-STATE-O      PIC X(12).
           05 FILLER                PIC X(33).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-RCT-FILE           PIC 9(02).
              88 RCT-FILE-EOF                  VALUE 10.
              88 RCT-SUCCESS                   VALUE 00 97.
           05 ST-CAL-FILE           PIC 9(02).
              88 CAL-FILE-EOF                  VALUE 10.
              88 CAL-SUCCESS                   VALUE 00 97.
           05 ST-ERQ-FILE           PIC 9(02).
              88 ERQ-FILE-EOF                  VALUE 10.
              88 ERQ-SUCCESS                   VALUE 00 97.
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                   VALUE 00 97.
           05 WS-RPT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-RCT-AVAIL          PIC 9(01)  VALUE 0.
           05 WS-BIZ-DATE           PIC 9(08)  VALUE 0.
           05 WS-NEXT-DATE          PIC 9(08)  VALUE 0.
           05 WS-RUN-PARM           PIC X(10).
           05 WS-OVERRIDE           PIC 9(01)  VALUE 0.
           05 WS-JOB-DONE           PIC 9(01)  VALUE 0.
           05 WS-JOB-NAME           PIC X(08)  VALUE 'EODCLOSE'.
           05 WS-JOB-FOUND          PIC 9(01).
           05 WS-ROLLED             PIC 9(01)  VALUE 0.
           05 WS-CNT-REQUIRED       PIC 9(05)  VALUE 0.
           05 WS-CNT-MISSING        PIC 9(05)  VALUE 0.
           05 WS-CPL-IX             PIC 9(03)  COMP.
           05 WS-REQ-IX             PIC 9(03)  COMP.
           05 WS-CAL-IX             PIC 9(03)  COMP.
           05 WS-CAL-DATE           PIC 9(08).
           05 WS-CAL-INT            PIC 9(08).
           05 WS-CAL-DOW            PIC 9(01).
           05 WS-WORKING-DAY        PIC 9(01).
           05 WS-CAL-GUARD          PIC 9(03)  COMP.
         01  WS-CPL-TABLE.
           05 WS-CPL-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-CPL-ENTRY OCCURS 400 TIMES.
              10 WS-CPL-JOB         PIC X(08).
              10 WS-CPL-DATE        PIC 9(08).
         01  WS-REQ-TABLE.
           05 WS-REQ-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-REQ-ENTRY OCCURS 50 TIMES.
              10 WS-REQ-JOB         PIC X(08).
         01  WS-CAL-TABLE.
           05 WS-CAL-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-CAL-ENTRY OCCURS 400 TIMES.
              10 WS-CALT-DATE       PIC 9(08).
              10 WS-CALT-TYPE       PIC X(01).
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-GET-OVERRIDE.
           PERFORM H060-READ-RUN-CONTROL.
           PERFORM H070-LOAD-CALENDAR.
           PERFORM H080-LOAD-REQUIRED-JOBS.
           PERFORM H100-OPEN-FILES.
           MOVE 1 TO WS-REQ-IX.
           PERFORM UNTIL WS-REQ-IX > WS-REQ-COUNT
             PERFORM H200-CHECK-JOB
             ADD 1 TO WS-REQ-IX
           END-PERFORM.
           IF WS-CNT-MISSING > 0 AND WS-OVERRIDE = 0
             DISPLAY 'END OF DAY CHAIN INCOMPLETE FOR ' WS-BIZ-DATE
               ' - BUSINESS DATE NOT ROLLED'
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM H300-NEXT-WORKING-DAY
             PERFORM H350-ROLL-BUSINESS-DATE
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H050-GET-OVERRIDE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM = 'OVERRIDE'
             MOVE 1 TO WS-OVERRIDE
             DISPLAY 'RUN CONTROL OVERRIDE ACTIVE'
           END-IF.
       H050-END. EXIT.

      * THE BUSINESS DATE CANNOT BE ROLLED WITHOUT ONE TO ROLL, SO
      * UNLIKE THE POSTING JOBS THERE IS NO SYSTEM DATE FALLBACK.
       H060-READ-RUN-CONTROL.
           OPEN INPUT RCT-FILE.
           IF RCT-SUCCESS
            MOVE 1 TO WS-RCT-AVAIL
            PERFORM UNTIL RCT-FILE-EOF
              READ RCT-FILE
                AT END
                  SET RCT-FILE-EOF TO TRUE
                NOT AT END
                  IF RCT-TYPE-BIZDATE
                    MOVE RCT-DATE TO WS-BIZ-DATE
                  ELSE
                   IF RCT-TYPE-COMPLETE
                    IF WS-CPL-COUNT < 400
                      ADD 1 TO WS-CPL-COUNT
                      MOVE RCT-JOB TO WS-CPL-JOB(WS-CPL-COUNT)
                      MOVE RCT-DATE TO WS-CPL-DATE(WS-CPL-COUNT)
                    END-IF
                   END-IF
                  END-IF
              END-READ
            END-PERFORM
            CLOSE RCT-FILE
           END-IF.
           IF WS-RCT-AVAIL = 0 OR WS-BIZ-DATE = 0
             DISPLAY 'RUN CONTROL NOT AVAILABLE - BUSINESS DATE NOT '
               'ROLLED'
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
       H060-END. EXIT.

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

      * WITHOUT A REQUIRED JOB LIST THE STANDARD DAILY CHAIN IS
      * CHECKED.
       H080-LOAD-REQUIRED-JOBS.
           OPEN INPUT ERQ-FILE.
           IF ERQ-SUCCESS
            PERFORM UNTIL ERQ-FILE-EOF
              READ ERQ-FILE
                AT END
                  SET ERQ-FILE-EOF TO TRUE
                NOT AT END
                  IF ERQ-JOB NOT = SPACES AND WS-REQ-COUNT < 50
                    ADD 1 TO WS-REQ-COUNT
                    MOVE ERQ-JOB TO WS-REQ-JOB(WS-REQ-COUNT)
                  END-IF
              END-READ
            END-PERFORM
            CLOSE ERQ-FILE
           END-IF.
           IF WS-REQ-COUNT = 0
             PERFORM H085-DEFAULT-JOBS
           END-IF.
       H080-END. EXIT.

       H085-DEFAULT-JOBS.
           MOVE 'FNLPROG'  TO WS-REQ-JOB(1).
           MOVE 'EFTCLR'   TO WS-REQ-JOB(2).
           MOVE 'ESCHEAT'  TO WS-REQ-JOB(3).
           MOVE 'TDMATUR'  TO WS-REQ-JOB(4).
           MOVE 'RECONPGM' TO WS-REQ-JOB(5).
           MOVE 'JRNVER'   TO WS-REQ-JOB(6).
           MOVE 'GLEXTR'   TO WS-REQ-JOB(7).
           MOVE 'PURGEPGM' TO WS-REQ-JOB(8).
           MOVE 'STORUN'   TO WS-REQ-JOB(9).
           MOVE 'HOLDEXP'  TO WS-REQ-JOB(10).
           MOVE 'AMLMON'   TO WS-REQ-JOB(11).
           MOVE 11 TO WS-REQ-COUNT.
       H085-END. EXIT.

       H100-OPEN-FILES.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
             DISPLAY "UNABLE TO OPEN RPT-FILE"
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-RPT-OPEN
           END-IF.
       H100-END. EXIT.

       H200-CHECK-JOB.
           ADD 1 TO WS-CNT-REQUIRED.
           MOVE 0 TO WS-JOB-FOUND.
           MOVE 1 TO WS-CPL-IX.
           PERFORM UNTIL WS-CPL-IX > WS-CPL-COUNT
             IF WS-CPL-JOB(WS-CPL-IX) = WS-REQ-JOB(WS-REQ-IX)
                AND WS-CPL-DATE(WS-CPL-IX) = WS-BIZ-DATE
               MOVE 1 TO WS-JOB-FOUND
             END-IF
             ADD 1 TO WS-CPL-IX
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           MOVE 'JOB: ' TO RPT-JOB-HDR.
           MOVE WS-REQ-JOB(WS-REQ-IX) TO RPT-JOB-O.
           MOVE ' DATE: ' TO RPT-DATE-HDR.
           MOVE WS-BIZ-DATE TO RPT-DATE-O.
           IF WS-JOB-FOUND = 1
             MOVE ' COMPLETE' TO RPT-RESULT-O
           ELSE
             ADD 1 TO WS-CNT-MISSING
             MOVE ' MISSING' TO RPT-RESULT-O
             MOVE 'NO COMPLETION RECORD FOR THE BUSINESS DATE'
               TO RPT-COMM-O
           END-IF.
           WRITE RPT-REC.
       H200-END. EXIT.

      * THE NEXT WORKING DAY IS THE FIRST DAY AFTER THE BUSINESS DATE
      * THAT IS A WEEKDAY NOT LISTED AS A HOLIDAY, OR A WEEKEND DAY
      * LISTED AS A WORKING DAY.
       H300-NEXT-WORKING-DAY.
           MOVE WS-BIZ-DATE TO WS-CAL-DATE.
           MOVE 0 TO WS-WORKING-DAY.
           MOVE 0 TO WS-CAL-GUARD.
           PERFORM UNTIL WS-WORKING-DAY = 1
                      OR WS-CAL-GUARD > 366
             COMPUTE WS-CAL-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) + 1
             COMPUTE WS-CAL-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
             PERFORM H310-CHECK-WORKING-DAY
             ADD 1 TO WS-CAL-GUARD
           END-PERFORM.
           MOVE WS-CAL-DATE TO WS-NEXT-DATE.
       H300-END. EXIT.

       H310-CHECK-WORKING-DAY.
           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(WS-CAL-DATE).
           COMPUTE WS-CAL-DOW = FUNCTION MOD(WS-CAL-INT - 1, 7) + 1.
           IF WS-CAL-DOW < 6
             MOVE 1 TO WS-WORKING-DAY
           ELSE
             MOVE 0 TO WS-WORKING-DAY
           END-IF.
           MOVE 1 TO WS-CAL-IX.
           PERFORM UNTIL WS-CAL-IX > WS-CAL-COUNT
             IF WS-CALT-DATE(WS-CAL-IX) = WS-CAL-DATE
               IF WS-CALT-TYPE(WS-CAL-IX) = 'H'
                 MOVE 0 TO WS-WORKING-DAY
               ELSE
                 MOVE 1 TO WS-WORKING-DAY
               END-IF
             END-IF
             ADD 1 TO WS-CAL-IX
           END-PERFORM.
       H310-END. EXIT.

      * THE BUSINESS DATE RECORD IS REWRITTEN IN PLACE SO THAT THE
      * COMPLETION HISTORY ON RUNCTL IS KEPT. THE CLOSE ITSELF IS
      * RECORDED UNDER THE DATE THAT WAS CLOSED.
       H350-ROLL-BUSINESS-DATE.
           IF WS-OVERRIDE = 1 AND WS-CNT-MISSING > 0
             DISPLAY 'BUSINESS DATE ROLLED UNDER OVERRIDE WITH '
               WS-CNT-MISSING ' JOB(S) MISSING'
           END-IF.
           OPEN I-O RCT-FILE.
           IF RCT-SUCCESS
            PERFORM UNTIL RCT-FILE-EOF
              READ RCT-FILE
                AT END
                  SET RCT-FILE-EOF TO TRUE
                NOT AT END
                  IF RCT-TYPE-BIZDATE
                    MOVE WS-NEXT-DATE TO RCT-DATE
                    REWRITE RCT-REC
                    IF RCT-SUCCESS
                      MOVE 1 TO WS-ROLLED
                    END-IF
                  END-IF
              END-READ
            END-PERFORM
            CLOSE RCT-FILE
           END-IF.
           IF WS-ROLLED = 1
             DISPLAY 'BUSINESS DATE ROLLED FROM ' WS-BIZ-DATE
               ' TO ' WS-NEXT-DATE
             MOVE 1 TO WS-JOB-DONE
           ELSE
             DISPLAY 'UNABLE TO REWRITE RUN CONTROL - BUSINESS DATE '
               'NOT ROLLED'
             MOVE 12 TO RETURN-CODE
           END-IF.
       H350-END. EXIT.

       H900-TRAILER-FILL.
           MOVE SPACES TO RPT-TRAILER-REC.
           MOVE 'END OF DAY CLOSE TOTALS   ' TO RPT-TRLR-TITLE.
           MOVE ' DATE: ' TO RPT-TRLR-DATE-HDR.
           MOVE WS-BIZ-DATE TO RPT-TRLR-DATE.
           MOVE ' NEXT: ' TO RPT-TRLR-NEXT-HDR.
           MOVE WS-NEXT-DATE TO RPT-TRLR-NEXT.
           MOVE ' REQUIRED: ' TO RPT-TRLR-REQ-HDR.
           MOVE WS-CNT-REQUIRED TO RPT-TRLR-REQ-CNT.
           MOVE ' MISSING: ' TO RPT-TRLR-MISS-HDR.
           MOVE WS-CNT-MISSING TO RPT-TRLR-MISS-CNT.
           IF WS-ROLLED = 1
             MOVE ' ROLLED' TO RPT-TRLR-STATE-O
           ELSE
             MOVE ' NOT ROLLED' TO RPT-TRLR-STATE-O
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           IF WS-RPT-OPEN = 1
             PERFORM H900-TRAILER-FILL
             WRITE RPT-TRAILER-REC
             CLOSE RPT-FILE
           END-IF.
           IF WS-JOB-DONE = 1
             PERFORM H995-WRITE-RUN-COMPLETE
           END-IF.
           STOP RUN.
       H999-END. EXIT.

       H995-WRITE-RUN-COMPLETE.
           IF WS-RCT-AVAIL = 1
             OPEN EXTEND RCT-FILE
             IF RCT-SUCCESS
               MOVE SPACES TO RCT-REC
               SET RCT-TYPE-COMPLETE TO TRUE
               MOVE WS-JOB-NAME TO RCT-JOB
               MOVE WS-BIZ-DATE TO RCT-DATE
               MOVE 'C' TO RCT-STATUS
               MOVE WS-CNT-REQUIRED TO RCT-COUNT-1
               MOVE WS-CNT-MISSING TO RCT-COUNT-2
               WRITE RCT-REC
               CLOSE RCT-FILE
             END-IF
           END-IF.
       H995-END. EXIT.
