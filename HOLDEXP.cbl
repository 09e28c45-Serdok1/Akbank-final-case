       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLD-FILE ASSIGN TO HOLDFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY HLD-KEY
                             STATUS ST-HLD-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                             STATUS ST-RPT-FILE.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                             STATUS ST-RCT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  HLD-FILE.
           COPY HLDREC.
       FD  RPT-FILE RECORDING MODE F
                     RECORD CONTAINS 132 CHARACTERS.
         01  RPT-REC.
           05 RPT-ID-HDR            PIC X(04).
           05 RPT-ID-O              PIC 9(05).
           05 RPT-DVZ-HDR           PIC X(06).
           05 RPT-DVZ-O             PIC 9(03).
           05 RPT-HOLD-HDR          PIC X(07).
           05 RPT-HOLD-O            PIC 9(05).
           05 RPT-AMT-HDR           PIC X(09).
           05 RPT-AMT-O             PIC 9(15).
           05 RPT-RSN-HDR           PIC X(09).
           05 RPT-RSN-O             PIC X(02).
           05 RPT-OPER-HDR          PIC X(12).
           05 RPT-OPER-O            PIC X(08).
           05 RPT-EXP-HDR           PIC X(09).
           05 RPT-EXP-O             PIC 9(08).
           05 RPT-RESULT-O          PIC X(10).
           05 FILLER                PIC X(20).
         01  RPT-TRAILER-REC.
           05 RPT-TRLR-TITLE        PIC X(26).
           05 RPT-TRLR-DATE-HDR     PIC X(07).
           05 RPT-TRLR-DATE         PIC 9(08).
           05 RPT-TRLR-EXP-HDR      PIC X(10).
           05 RPT-TRLR-EXP-CNT      PIC 9(05).
           05 RPT-TRLR-ACT-HDR      PIC X(09).
           05 RPT-TRLR-ACT-CNT      PIC 9(05).
           05 FILLER                PIC X(62).
       FD  RCT-FILE RECORDING MODE F.
           COPY RCTREC.

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-HLD-FILE           PIC 9(02).
              88 HLD-FILE-EOF                  VALUE 10.
              88 HLD-SUCCESS                   VALUE 00 97.
              88 HLD-NOT-FOUND                 VALUE 35.
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                   VALUE 00 97.
           05 WS-RPT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-HLD-OPEN           PIC 9(01)  VALUE 0.
           05 WS-RUN-DATE           PIC 9(08)  VALUE 0.
           05 WS-CNT-EXPIRED        PIC 9(05)  VALUE 0.
           05 WS-CNT-ACTIVE         PIC 9(05)  VALUE 0.
           05 ST-RCT-FILE           PIC 9(02).
              88 RCT-FILE-EOF                  VALUE 10.
              88 RCT-SUCCESS                   VALUE 00 97.
           05 WS-RCT-AVAIL          PIC 9(01)  VALUE 0.
           05 WS-BIZ-DATE           PIC 9(08)  VALUE 0.
           05 WS-RUN-PARM           PIC X(10).
           05 WS-OVERRIDE           PIC 9(01)  VALUE 0.
           05 WS-ALREADY-RUN        PIC 9(01)  VALUE 0.
           05 WS-JOB-DONE           PIC 9(01)  VALUE 0.
           05 WS-JOB-NAME           PIC X(08)  VALUE 'HOLDEXP'.
           05 WS-CPL-IX             PIC 9(03)  COMP.
         01  WS-CPL-TABLE.
           05 WS-CPL-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-CPL-ENTRY OCCURS 400 TIMES.
              10 WS-CPL-JOB         PIC X(08).
              10 WS-CPL-DATE        PIC 9(08).
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-GET-OVERRIDE.
           PERFORM H060-READ-RUN-CONTROL.
           PERFORM H065-CHECK-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           IF WS-HLD-OPEN = 1
             PERFORM UNTIL HLD-FILE-EOF
               READ HLD-FILE NEXT RECORD
                 AT END
                   SET HLD-FILE-EOF TO TRUE
                 NOT AT END
                   PERFORM H200-CONTROL-HOLD
               END-READ
             END-PERFORM
           END-IF.
           MOVE 1 TO WS-JOB-DONE.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H050-GET-OVERRIDE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM = 'OVERRIDE'
             MOVE 1 TO WS-OVERRIDE
             DISPLAY 'RUN CONTROL OVERRIDE ACTIVE'
           END-IF.
       H050-END. EXIT.

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
             MOVE 0 TO WS-RCT-AVAIL
             DISPLAY 'RUN CONTROL NOT AVAILABLE - USING SYSTEM DATE'
           END-IF.
       H060-END. EXIT.

       H065-CHECK-RUN-CONTROL.
           IF WS-RCT-AVAIL = 1
             MOVE WS-BIZ-DATE TO WS-RUN-DATE
             MOVE 0 TO WS-ALREADY-RUN
             MOVE 1 TO WS-CPL-IX
             PERFORM UNTIL WS-CPL-IX > WS-CPL-COUNT
               IF WS-CPL-JOB(WS-CPL-IX) = WS-JOB-NAME
                  AND WS-CPL-DATE(WS-CPL-IX) = WS-BIZ-DATE
                 MOVE 1 TO WS-ALREADY-RUN
               END-IF
               ADD 1 TO WS-CPL-IX
             END-PERFORM
             IF WS-ALREADY-RUN = 1 AND WS-OVERRIDE = 0
               DISPLAY WS-JOB-NAME ' ALREADY COMPLETE FOR '
                 WS-BIZ-DATE ' - RERUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           ELSE
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
       H065-END. EXIT.

       H100-OPEN-FILES.
           OPEN I-O HLD-FILE.
           IF HLD-SUCCESS
             MOVE 1 TO WS-HLD-OPEN
           ELSE
            IF HLD-NOT-FOUND
             DISPLAY 'HOLD MASTER NOT FOUND - NO HOLDS TO EXPIRE'
            ELSE
             DISPLAY "UNABLE TO OPEN HLD-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
            END-IF
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
             DISPLAY "UNABLE TO OPEN RPT-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-RPT-OPEN
           END-IF.
       H100-END. EXIT.

      * THE EXPIRY DATE IS THE LAST DAY THE HOLD BLOCKS FUNDS; AN
      * ACTIVE HOLD DATED BEFORE THE BUSINESS DATE IS EXPIRED HERE.
      * A ZERO EXPIRY NEVER LAPSES AND MUST BE RELEASED.
       H200-CONTROL-HOLD.
           IF HLD-STATUS-ACTIVE
             IF HLD-EXPIRY NOT = 0 AND HLD-EXPIRY < WS-RUN-DATE
               PERFORM H210-EXPIRE-HOLD
             ELSE
               ADD 1 TO WS-CNT-ACTIVE
             END-IF
           END-IF.
       H200-END. EXIT.

       H210-EXPIRE-HOLD.
           MOVE 'E' TO HLD-STATUS.
           MOVE WS-JOB-NAME TO HLD-CHANGED-BY.
           MOVE WS-RUN-DATE TO HLD-CHANGED-DATE.
           REWRITE HLD-REC.
           ADD 1 TO WS-CNT-EXPIRED.
           MOVE SPACES TO RPT-REC.
           MOVE 'ID: ' TO RPT-ID-HDR.
           MOVE HLD-ID TO RPT-ID-O.
           MOVE ' DVZ: ' TO RPT-DVZ-HDR.
           MOVE HLD-DVZ TO RPT-DVZ-O.
           MOVE ' HOLD: ' TO RPT-HOLD-HDR.
           MOVE HLD-NO TO RPT-HOLD-O.
           MOVE ' AMOUNT: ' TO RPT-AMT-HDR.
           MOVE HLD-AMOUNT TO RPT-AMT-O.
           MOVE ' REASON: ' TO RPT-RSN-HDR.
           MOVE HLD-REASON TO RPT-RSN-O.
           MOVE ' PLACED BY: ' TO RPT-OPER-HDR.
           MOVE HLD-OPERATOR TO RPT-OPER-O.
           MOVE ' EXPIRY: ' TO RPT-EXP-HDR.
           MOVE HLD-EXPIRY TO RPT-EXP-O.
           MOVE ' EXPIRED' TO RPT-RESULT-O.
           WRITE RPT-REC.
       H210-END. EXIT.

       H900-TRAILER-FILL.
           MOVE SPACES TO RPT-TRAILER-REC.
           MOVE 'HOLD EXPIRY RUN TOTALS    ' TO RPT-TRLR-TITLE.
           MOVE ' DATE: ' TO RPT-TRLR-DATE-HDR.
           MOVE WS-RUN-DATE TO RPT-TRLR-DATE.
           MOVE ' EXPIRED: ' TO RPT-TRLR-EXP-HDR.
           MOVE WS-CNT-EXPIRED TO RPT-TRLR-EXP-CNT.
           MOVE ' ACTIVE: ' TO RPT-TRLR-ACT-HDR.
           MOVE WS-CNT-ACTIVE TO RPT-TRLR-ACT-CNT.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           IF WS-RPT-OPEN = 1
             PERFORM H900-TRAILER-FILL
             WRITE RPT-TRAILER-REC
             CLOSE RPT-FILE
           END-IF.
           IF WS-HLD-OPEN = 1
             CLOSE HLD-FILE
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
               MOVE WS-CNT-EXPIRED TO RCT-COUNT-1
               MOVE WS-CNT-ACTIVE TO RCT-COUNT-2
               WRITE RCT-REC
               CLOSE RCT-FILE
             END-IF
           END-IF.
       H995-END. EXIT.
