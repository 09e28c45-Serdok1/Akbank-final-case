       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO CALFILE
                             STATUS ST-CAL-FILE.
           SELECT NCL-FILE ASSIGN TO NCLFILE
                             STATUS ST-NCL-FILE.
           SELECT CTR-FILE ASSIGN TO CTRFILE
                             STATUS ST-CTR-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                             STATUS ST-RPT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE RECORDING MODE F.
           COPY CALREC.
       FD  NCL-FILE RECORDING MODE F.
           COPY CALREC REPLACING LEADING ==CAL== BY ==NCL==.
       FD  CTR-FILE RECORDING MODE F.
         01  CTR-REC.
           05 CTR-FUNC              PIC X(01).
              88 CTR-FUNC-ADD               VALUE 'A'.
              88 CTR-FUNC-CHANGE            VALUE 'C'.
              88 CTR-FUNC-CANCEL            VALUE 'X'.
           05 CTR-DATE              PIC 9(08).
           05 CTR-TYPE              PIC X(01).
              88 CTR-TYPE-HOLIDAY           VALUE 'H'.
              88 CTR-TYPE-WORKDAY           VALUE 'W'.
           05 CTR-DESC              PIC X(30).
       FD  RPT-FILE RECORDING MODE F
                     RECORD CONTAINS 110 CHARACTERS.
         01  RPT-REC.
           05 RPT-FUNC-HDR          PIC X(06).
           05 RPT-FUNC-O            PIC X(01).
           05 RPT-DATE-HDR          PIC X(07).
           05 RPT-DATE-O            PIC 9(08).
           05 RPT-TYPE-HDR          PIC X(07).
           05 RPT-TYPE-O            PIC X(01).
           05 RPT-RESULT-O          PIC X(10).
           05 RPT-REASON-O          PIC X(40).
           05 FILLER                PIC X(30).
         01  RPT-TRAILER-REC.
           05 RPT-TRLR-TITLE        PIC X(27).
           05 RPT-TRLR-APPL-HDR     PIC X(10).
           05 RPT-TRLR-APPL-CNT     PIC 9(05).
           05 RPT-TRLR-REJ-HDR      PIC X(11).
           05 RPT-TRLR-REJ-CNT      PIC 9(05).
           05 RPT-TRLR-DAY-HDR      PIC X(14).
           05 RPT-TRLR-DAY-CNT      PIC 9(05).
           05 FILLER                PIC X(33).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-CAL-FILE           PIC 9(02).
              88 CAL-FILE-EOF                  VALUE 10.
              88 CAL-SUCCESS                   VALUE 00 97.
           05 ST-NCL-FILE           PIC 9(02).
              88 NCL-SUCCESS                   VALUE 00 97.
           05 ST-CTR-FILE           PIC 9(02).
              88 CTR-FILE-EOF                  VALUE 10.
              88 CTR-SUCCESS                   VALUE 00 97.
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                   VALUE 00 97.
           05 WS-RPT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-NCL-OPEN           PIC 9(01)  VALUE 0.
           05 WS-DAY-IX             PIC 9(03)  COMP.
           05 WS-DAY-FOUND          PIC 9(01).
           05 WS-EDIT-OK            PIC 9(01).
           05 WS-CAL-INT            PIC 9(08).
           05 WS-CAL-DOW            PIC 9(01).
           05 WS-CNT-APPLIED        PIC 9(05)  VALUE 0.
           05 WS-CNT-REJECTED       PIC 9(05)  VALUE 0.
           05 WS-REASON             PIC X(40).
         01  WS-DAY-TABLE.
           05 WS-DAY-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-DAY-ENTRY OCCURS 400 TIMES.
              10 WS-DAY-DATE        PIC 9(08).
              10 WS-DAY-TYPE        PIC X(01).
              10 WS-DAY-DESC        PIC X(30).
              10 WS-DAY-STATUS      PIC X(01).
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-CALENDAR.
           PERFORM UNTIL CTR-FILE-EOF
             READ CTR-FILE
               AT END
                 SET CTR-FILE-EOF TO TRUE
               NOT AT END
                 PERFORM H200-CONTROL-TXN
             END-READ
           END-PERFORM.
           PERFORM H400-WRITE-NEW-MASTER.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT CTR-FILE.
           IF NOT CTR-SUCCESS
             DISPLAY "UNABLE TO OPEN CTR-FILE"
             PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT NCL-FILE.
           IF NCL-SUCCESS
             MOVE 1 TO WS-NCL-OPEN
           ELSE
             DISPLAY "UNABLE TO OPEN NCL-FILE"
             PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
             DISPLAY "UNABLE TO OPEN RPT-FILE"
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-RPT-OPEN
           END-IF.
       H100-END. EXIT.

       H110-LOAD-CALENDAR.
           OPEN INPUT CAL-FILE.
           IF CAL-SUCCESS
            PERFORM UNTIL CAL-FILE-EOF
              READ CAL-FILE
                AT END
                  SET CAL-FILE-EOF TO TRUE
                NOT AT END
                  IF WS-DAY-COUNT < 400
                    ADD 1 TO WS-DAY-COUNT
                    MOVE CAL-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
                    MOVE CAL-TYPE TO WS-DAY-TYPE(WS-DAY-COUNT)
                    MOVE CAL-DESC TO WS-DAY-DESC(WS-DAY-COUNT)
                    MOVE CAL-STATUS TO WS-DAY-STATUS(WS-DAY-COUNT)
                  END-IF
              END-READ
            END-PERFORM
            CLOSE CAL-FILE
           ELSE
            DISPLAY 'NO PRIOR CALENDAR - STARTING EMPTY'
           END-IF.
       H110-END. EXIT.

       H200-CONTROL-TXN.
           MOVE SPACES TO WS-REASON.
           PERFORM H210-FIND-DAY.
           EVALUATE TRUE
             WHEN CTR-FUNC-ADD
               PERFORM H220-APPLY-ADD
             WHEN CTR-FUNC-CHANGE
               PERFORM H230-APPLY-CHANGE
             WHEN CTR-FUNC-CANCEL
               PERFORM H240-APPLY-CANCEL
             WHEN OTHER
               MOVE 'UNKNOWN MAINTENANCE FUNCTION' TO WS-REASON
               PERFORM H290-REPORT-REJECT
           END-EVALUATE.
       H200-END. EXIT.

      * A CANCELLED DAY STAYS ON THE MASTER, SO A LATER ADD OF THE
      * SAME DATE REINSTATES THAT ENTRY RATHER THAN DUPLICATING IT.
       H210-FIND-DAY.
           MOVE 0 TO WS-DAY-FOUND.
           MOVE 1 TO WS-DAY-IX.
           PERFORM UNTIL WS-DAY-IX > WS-DAY-COUNT
                      OR WS-DAY-FOUND = 1
             IF WS-DAY-DATE(WS-DAY-IX) = CTR-DATE
               MOVE 1 TO WS-DAY-FOUND
             ELSE
               ADD 1 TO WS-DAY-IX
             END-IF
           END-PERFORM.
       H210-END. EXIT.

      * A WORKING-DAY ENTRY ONLY MAKES SENSE ON A SATURDAY OR SUNDAY
      * THAT HAS BEEN DECLARED A WORKING DAY; WEEKDAYS ARE WORKING
      * DAYS UNLESS LISTED AS A HOLIDAY.
       H215-EDIT-FIELDS.
           MOVE 1 TO WS-EDIT-OK.
           IF CTR-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(CTR-DATE) NOT = 0
             MOVE 'CALENDAR DATE MUST BE A VALID YYYYMMDD' TO WS-REASON
             MOVE 0 TO WS-EDIT-OK
           ELSE
             IF CTR-TYPE-WORKDAY
               COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(CTR-DATE)
               COMPUTE WS-CAL-DOW = FUNCTION MOD(WS-CAL-INT - 1, 7) + 1
               IF WS-CAL-DOW < 6
                 MOVE 'WORKING DAY ENTRY MUST FALL ON A WEEKEND'
                   TO WS-REASON
                 MOVE 0 TO WS-EDIT-OK
               END-IF
             END-IF
           END-IF.
           IF NOT CTR-TYPE-HOLIDAY AND NOT CTR-TYPE-WORKDAY
             MOVE 'DAY TYPE MUST BE H OR W' TO WS-REASON
             MOVE 0 TO WS-EDIT-OK
           END-IF.
       H215-END. EXIT.

       H220-APPLY-ADD.
           IF WS-DAY-FOUND = 1
              AND WS-DAY-STATUS(WS-DAY-IX) = 'A'
             MOVE 'DATE ALREADY ON CALENDAR' TO WS-REASON
             PERFORM H290-REPORT-REJECT
           ELSE
            PERFORM H215-EDIT-FIELDS
            IF WS-EDIT-OK = 0
             PERFORM H290-REPORT-REJECT
            ELSE
             IF WS-DAY-FOUND = 1
              PERFORM H250-MOVE-TXN-FIELDS
              MOVE 'A' TO WS-DAY-STATUS(WS-DAY-IX)
              PERFORM H280-REPORT-APPLIED
             ELSE
              IF WS-DAY-COUNT < 400
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-DAY-COUNT TO WS-DAY-IX
               MOVE CTR-DATE TO WS-DAY-DATE(WS-DAY-IX)
               PERFORM H250-MOVE-TXN-FIELDS
               MOVE 'A' TO WS-DAY-STATUS(WS-DAY-IX)
               PERFORM H280-REPORT-APPLIED
              ELSE
               MOVE 'CALENDAR TABLE FULL - ADD REJECTED' TO WS-REASON
               PERFORM H290-REPORT-REJECT
              END-IF
             END-IF
            END-IF
           END-IF.
       H220-END. EXIT.

       H230-APPLY-CHANGE.
           IF WS-DAY-FOUND = 0
             MOVE 'DATE NOT ON CALENDAR' TO WS-REASON
             PERFORM H290-REPORT-REJECT
           ELSE
            PERFORM H215-EDIT-FIELDS
            IF WS-EDIT-OK = 0
             PERFORM H290-REPORT-REJECT
            ELSE
             PERFORM H250-MOVE-TXN-FIELDS
             MOVE 'A' TO WS-DAY-STATUS(WS-DAY-IX)
             PERFORM H280-REPORT-APPLIED
            END-IF
           END-IF.
       H230-END. EXIT.

       H240-APPLY-CANCEL.
           IF WS-DAY-FOUND = 0
             MOVE 'DATE NOT ON CALENDAR' TO WS-REASON
             PERFORM H290-REPORT-REJECT
           ELSE
             MOVE 'C' TO WS-DAY-STATUS(WS-DAY-IX)
             PERFORM H280-REPORT-APPLIED
           END-IF.
       H240-END. EXIT.

       H250-MOVE-TXN-FIELDS.
           MOVE CTR-TYPE TO WS-DAY-TYPE(WS-DAY-IX).
           MOVE CTR-DESC TO WS-DAY-DESC(WS-DAY-IX).
       H250-END. EXIT.

       H280-REPORT-APPLIED.
           ADD 1 TO WS-CNT-APPLIED.
           PERFORM H285-REPORT-FILL.
           MOVE ' APPLIED' TO RPT-RESULT-O.
           MOVE SPACES TO RPT-REASON-O.
           WRITE RPT-REC.
       H280-END. EXIT.

       H285-REPORT-FILL.
           MOVE SPACES TO RPT-REC.
           MOVE 'FUNC: ' TO RPT-FUNC-HDR.
           MOVE CTR-FUNC TO RPT-FUNC-O.
           MOVE ' DATE: ' TO RPT-DATE-HDR.
           IF CTR-DATE IS NUMERIC
             MOVE CTR-DATE TO RPT-DATE-O
           ELSE
             MOVE ZEROS TO RPT-DATE-O
           END-IF.
           MOVE ' TYPE: ' TO RPT-TYPE-HDR.
           MOVE CTR-TYPE TO RPT-TYPE-O.
       H285-END. EXIT.

       H290-REPORT-REJECT.
           ADD 1 TO WS-CNT-REJECTED.
           PERFORM H285-REPORT-FILL.
           MOVE ' REJECTED' TO RPT-RESULT-O.
           MOVE WS-REASON TO RPT-REASON-O.
           WRITE RPT-REC.
       H290-END. EXIT.

       H400-WRITE-NEW-MASTER.
           MOVE 1 TO WS-DAY-IX.
           PERFORM UNTIL WS-DAY-IX > WS-DAY-COUNT
             MOVE WS-DAY-DATE(WS-DAY-IX) TO NCL-DATE
             MOVE WS-DAY-TYPE(WS-DAY-IX) TO NCL-TYPE
             MOVE WS-DAY-DESC(WS-DAY-IX) TO NCL-DESC
             MOVE WS-DAY-STATUS(WS-DAY-IX) TO NCL-STATUS
             WRITE NCL-REC
             ADD 1 TO WS-DAY-IX
           END-PERFORM.
       H400-END. EXIT.

       H900-TRAILER-FILL.
           MOVE SPACES TO RPT-TRAILER-REC.
           MOVE 'CALENDAR MAINTENANCE TOTALS' TO RPT-TRLR-TITLE.
           MOVE ' APPLIED: ' TO RPT-TRLR-APPL-HDR.
           MOVE WS-CNT-APPLIED TO RPT-TRLR-APPL-CNT.
           MOVE ' REJECTED: ' TO RPT-TRLR-REJ-HDR.
           MOVE WS-CNT-REJECTED TO RPT-TRLR-REJ-CNT.
           MOVE ' DAYS CARRIED: ' TO RPT-TRLR-DAY-HDR.
           MOVE WS-DAY-COUNT TO RPT-TRLR-DAY-CNT.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           IF WS-RPT-OPEN = 1
             PERFORM H900-TRAILER-FILL
             WRITE RPT-TRAILER-REC
             CLOSE RPT-FILE
           END-IF.
           CLOSE CTR-FILE.
           IF WS-NCL-OPEN = 1
             CLOSE NCL-FILE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
