       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLD-FILE ASSIGN TO HOLDFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY HLD-KEY
                             STATUS ST-HLD-FILE.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX-FILE.
           SELECT HTR-FILE ASSIGN TO HTRFILE
                             STATUS ST-HTR-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                             STATUS ST-RPT-FILE.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                             STATUS ST-RCT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  HLD-FILE.
           COPY HLDREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  HTR-FILE RECORDING MODE F.
         01  HTR-REC.
           05 HTR-FUNC              PIC X(01).
              88 HTR-FUNC-PLACE             VALUE 'P'.
              88 HTR-FUNC-AMEND             VALUE 'A'.
              88 HTR-FUNC-RELEASE           VALUE 'R'.
           05 HTR-ID                PIC 9(05).
           05 HTR-DVZ               PIC 9(03).
           05 HTR-NO                PIC 9(05).
           05 HTR-AMOUNT            PIC 9(15).
           05 HTR-REASON            PIC X(02).
              88 HTR-REASON-VALID           VALUE 'GR' 'CA' 'CL' 'OT'.
           05 HTR-EXPIRY            PIC 9(08).
           05 HTR-OPERATOR          PIC X(08).
       FD  RPT-FILE RECORDING MODE F
                     RECORD CONTAINS 110 CHARACTERS.
         01  RPT-REC.
           05 RPT-FUNC-HDR          PIC X(06).
           05 RPT-FUNC-O            PIC X(01).
           05 RPT-ID-HDR            PIC X(05).
           05 RPT-ID-O              PIC 9(05).
           05 RPT-DVZ-HDR           PIC X(06).
           05 RPT-DVZ-O             PIC 9(03).
           05 RPT-HOLD-HDR          PIC X(07).
           05 RPT-HOLD-O            PIC 9(05).
           05 RPT-RESULT-O          PIC X(10).
           05 RPT-REASON-O          PIC X(40).
           05 FILLER                PIC X(22).
         01  RPT-TRAILER-REC.
           05 RPT-TRLR-TITLE        PIC X(27).
           05 RPT-TRLR-APPL-HDR     PIC X(10).
           05 RPT-TRLR-APPL-CNT     PIC 9(05).
           05 RPT-TRLR-REJ-HDR      PIC X(11).
           05 RPT-TRLR-REJ-CNT      PIC 9(05).
           05 FILLER                PIC X(52).
       FD  RCT-FILE RECORDING MODE F.
           COPY RCTREC.

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-HLD-FILE           PIC 9(02).
              88 HLD-SUCCESS                   VALUE 00 97.
              88 HLD-NOT-FOUND                 VALUE 35.
           05 ST-IDX-FILE           PIC 9(02).
              88 IDX-SUCCESS                   VALUE 00 97.
           05 ST-HTR-FILE           PIC 9(02).
              88 HTR-FILE-EOF                  VALUE 10.
              88 HTR-SUCCESS                   VALUE 00 97.
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                   VALUE 00 97.
           05 ST-RCT-FILE           PIC 9(02).
              88 RCT-FILE-EOF                  VALUE 10.
              88 RCT-SUCCESS                   VALUE 00 97.
           05 WS-RPT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-HLD-OPEN           PIC 9(01)  VALUE 0.
           05 WS-IDX-OPEN           PIC 9(01)  VALUE 0.
           05 WS-READ-VALID         PIC 9(01).
           05 WS-EDIT-OK            PIC 9(01).
           05 WS-HLD-MORE           PIC 9(01).
           05 WS-HOLD-NO            PIC 9(05).
           05 WS-BIZ-DATE           PIC 9(08)  VALUE 0.
           05 WS-RUN-DATE           PIC 9(08)  VALUE 0.
           05 WS-CNT-APPLIED        PIC 9(05)  VALUE 0.
           05 WS-CNT-REJECTED       PIC 9(05)  VALUE 0.
           05 WS-REASON             PIC X(40).
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H060-READ-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM UNTIL HTR-FILE-EOF
             READ HTR-FILE
               AT END
                 SET HTR-FILE-EOF TO TRUE
               NOT AT END
                 PERFORM H200-CONTROL-TXN
             END-READ
           END-PERFORM.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

      * HOLDS ARE DATED WITH THE BUSINESS DATE SO THAT AN EXPIRY
      * KEYED FOR TODAY IS MEASURED THE SAME WAY THE NIGHTLY EXPIRY
      * RUN MEASURES IT.
       H060-READ-RUN-CONTROL.
           OPEN INPUT RCT-FILE.
           IF RCT-SUCCESS
            PERFORM UNTIL RCT-FILE-EOF
              READ RCT-FILE
                AT END
                  SET RCT-FILE-EOF TO TRUE
                NOT AT END
                  IF RCT-TYPE-BIZDATE
                    MOVE RCT-DATE TO WS-BIZ-DATE
                  END-IF
              END-READ
            END-PERFORM
            CLOSE RCT-FILE
           END-IF.
           IF WS-BIZ-DATE = 0
             DISPLAY 'RUN CONTROL NOT AVAILABLE - USING SYSTEM DATE'
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
             MOVE WS-BIZ-DATE TO WS-RUN-DATE
           END-IF.
       H060-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT HTR-FILE.
           IF NOT HTR-SUCCESS
             DISPLAY "UNABLE TO OPEN HTR-FILE"
             PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O HLD-FILE.
           IF HLD-NOT-FOUND
             OPEN OUTPUT HLD-FILE
             CLOSE HLD-FILE
             OPEN I-O HLD-FILE
           END-IF.
           IF HLD-SUCCESS
             MOVE 1 TO WS-HLD-OPEN
           ELSE
             DISPLAY "UNABLE TO OPEN HLD-FILE"
             PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT IDX-FILE.
           IF IDX-SUCCESS
             MOVE 1 TO WS-IDX-OPEN
           ELSE
             DISPLAY "UNABLE TO OPEN IDX-FILE"
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

       H200-CONTROL-TXN.
           MOVE SPACES TO WS-REASON.
           IF HTR-NO IS NUMERIC
             MOVE HTR-NO TO WS-HOLD-NO
           ELSE
             MOVE 0 TO WS-HOLD-NO
           END-IF.
           EVALUATE TRUE
             WHEN HTR-FUNC-PLACE
               PERFORM H210-APPLY-PLACE
             WHEN HTR-FUNC-AMEND
               PERFORM H220-APPLY-AMEND
             WHEN HTR-FUNC-RELEASE
               PERFORM H230-APPLY-RELEASE
             WHEN OTHER
               MOVE 'UNKNOWN MAINTENANCE FUNCTION' TO WS-REASON
               PERFORM H290-REPORT-REJECT
           END-EVALUATE.
       H200-END. EXIT.

      * AN EXPIRY DATE OF ZERO LEAVES THE HOLD IN PLACE UNTIL IT IS
      * RELEASED (GARNISHMENTS, COLLATERAL WITHOUT A TERM).
       H205-EDIT-FIELDS.
           MOVE 1 TO WS-EDIT-OK.
           IF HTR-ID NOT NUMERIC OR HTR-ID = 0
              OR HTR-DVZ NOT NUMERIC
             MOVE 'ACCOUNT ID/DVZ MUST BE NUMERIC' TO WS-REASON
             MOVE 0 TO WS-EDIT-OK
           END-IF.
           IF HTR-AMOUNT NOT NUMERIC OR HTR-AMOUNT = 0
             MOVE 'HOLD AMOUNT MUST BE NUMERIC NON-ZERO' TO WS-REASON
             MOVE 0 TO WS-EDIT-OK
           END-IF.
           IF NOT HTR-REASON-VALID
             MOVE 'REASON CODE MUST BE GR CA CL OR OT' TO WS-REASON
             MOVE 0 TO WS-EDIT-OK
           END-IF.
           IF HTR-EXPIRY NOT NUMERIC
             MOVE 'EXPIRY DATE MUST BE NUMERIC' TO WS-REASON
             MOVE 0 TO WS-EDIT-OK
           ELSE
             IF HTR-EXPIRY NOT = 0 AND HTR-EXPIRY < WS-RUN-DATE
               MOVE 'EXPIRY DATE ALREADY PASSED' TO WS-REASON
               MOVE 0 TO WS-EDIT-OK
             END-IF
           END-IF.
           IF HTR-OPERATOR = SPACES
             MOVE 'OPERATOR MUST BE SUPPLIED' TO WS-REASON
             MOVE 0 TO WS-EDIT-OK
           END-IF.
       H205-END. EXIT.

      * A HOLD NUMBER OF ZERO ON A PLACE TRANSACTION TAKES THE NEXT
      * FREE NUMBER FOR THE ACCOUNT.
       H210-APPLY-PLACE.
           PERFORM H205-EDIT-FIELDS.
           IF WS-EDIT-OK = 1
             PERFORM H215-CHECK-ACCOUNT
           END-IF.
           IF WS-EDIT-OK = 0
             PERFORM H290-REPORT-REJECT
           ELSE
             IF WS-HOLD-NO = 0
               PERFORM H245-NEXT-HOLD-NO
             END-IF
             MOVE HTR-ID TO HLD-ID
             MOVE HTR-DVZ TO HLD-DVZ
             MOVE WS-HOLD-NO TO HLD-NO
             PERFORM H250-MOVE-TXN-FIELDS
             MOVE HTR-OPERATOR TO HLD-OPERATOR
             MOVE WS-RUN-DATE TO HLD-PLACED-DATE
             MOVE 'A' TO HLD-STATUS
             MOVE SPACES TO HLD-CHANGED-BY
             MOVE 0 TO HLD-CHANGED-DATE
             WRITE HLD-REC
               INVALID KEY
                 MOVE 'HOLD NUMBER ALREADY ON MASTER' TO WS-REASON
                 PERFORM H290-REPORT-REJECT
               NOT INVALID KEY
                 PERFORM H280-REPORT-APPLIED
             END-WRITE
           END-IF.
       H210-END. EXIT.

       H215-CHECK-ACCOUNT.
           MOVE HTR-ID TO IDX-ID.
           MOVE HTR-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
             INVALID KEY
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-REASON
               MOVE 0 TO WS-EDIT-OK
             NOT INVALID KEY
               IF IDX-STATUS-CLOSED
                 MOVE 'ACCOUNT IS CLOSED' TO WS-REASON
                 MOVE 0 TO WS-EDIT-OK
               END-IF
           END-READ.
       H215-END. EXIT.

       H220-APPLY-AMEND.
           PERFORM H240-READ-HOLD.
           IF WS-READ-VALID = 0
             MOVE 'HOLD NOT ON MASTER' TO WS-REASON
             PERFORM H290-REPORT-REJECT
           ELSE
            IF NOT HLD-STATUS-ACTIVE
             MOVE 'HOLD IS NO LONGER ACTIVE' TO WS-REASON
             PERFORM H290-REPORT-REJECT
            ELSE
             PERFORM H205-EDIT-FIELDS
             IF WS-EDIT-OK = 0
               PERFORM H290-REPORT-REJECT
             ELSE
               PERFORM H250-MOVE-TXN-FIELDS
               MOVE HTR-OPERATOR TO HLD-CHANGED-BY
               MOVE WS-RUN-DATE TO HLD-CHANGED-DATE
               REWRITE HLD-REC
               PERFORM H280-REPORT-APPLIED
             END-IF
            END-IF
           END-IF.
       H220-END. EXIT.

       H230-APPLY-RELEASE.
           PERFORM H240-READ-HOLD.
           IF WS-READ-VALID = 0
             MOVE 'HOLD NOT ON MASTER' TO WS-REASON
             PERFORM H290-REPORT-REJECT
           ELSE
            IF NOT HLD-STATUS-ACTIVE
             MOVE 'HOLD IS NO LONGER ACTIVE' TO WS-REASON
             PERFORM H290-REPORT-REJECT
            ELSE
             IF HTR-OPERATOR = SPACES
               MOVE 'OPERATOR MUST BE SUPPLIED' TO WS-REASON
               PERFORM H290-REPORT-REJECT
             ELSE
               MOVE 'R' TO HLD-STATUS
               MOVE HTR-OPERATOR TO HLD-CHANGED-BY
               MOVE WS-RUN-DATE TO HLD-CHANGED-DATE
               REWRITE HLD-REC
               PERFORM H280-REPORT-APPLIED
             END-IF
            END-IF
           END-IF.
       H230-END. EXIT.

       H240-READ-HOLD.
           MOVE 0 TO WS-READ-VALID.
           IF HTR-ID IS NUMERIC AND HTR-DVZ IS NUMERIC
              AND WS-HOLD-NO NOT = 0
             MOVE HTR-ID TO HLD-ID
             MOVE HTR-DVZ TO HLD-DVZ
             MOVE WS-HOLD-NO TO HLD-NO
             READ HLD-FILE KEY IS HLD-KEY
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 1 TO WS-READ-VALID
             END-READ
           END-IF.
       H240-END. EXIT.

       H245-NEXT-HOLD-NO.
           MOVE 0 TO WS-HOLD-NO.
           MOVE HTR-ID TO HLD-ID.
           MOVE HTR-DVZ TO HLD-DVZ.
           MOVE 0 TO HLD-NO.
           MOVE 1 TO WS-HLD-MORE.
           START HLD-FILE KEY IS NOT LESS THAN HLD-KEY
             INVALID KEY
               MOVE 0 TO WS-HLD-MORE
           END-START.
           PERFORM UNTIL WS-HLD-MORE = 0
             READ HLD-FILE NEXT RECORD
               AT END
                 MOVE 0 TO WS-HLD-MORE
               NOT AT END
                 IF HLD-ID = HTR-ID AND HLD-DVZ = HTR-DVZ
                   MOVE HLD-NO TO WS-HOLD-NO
                 ELSE
                   MOVE 0 TO WS-HLD-MORE
                 END-IF
             END-READ
           END-PERFORM.
           ADD 1 TO WS-HOLD-NO.
       H245-END. EXIT.

       H250-MOVE-TXN-FIELDS.
           MOVE HTR-AMOUNT TO HLD-AMOUNT.
           MOVE HTR-REASON TO HLD-REASON.
           MOVE HTR-EXPIRY TO HLD-EXPIRY.
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
           MOVE HTR-FUNC TO RPT-FUNC-O.
           MOVE ' ID: ' TO RPT-ID-HDR.
           MOVE HTR-ID TO RPT-ID-O.
           MOVE ' DVZ: ' TO RPT-DVZ-HDR.
           MOVE HTR-DVZ TO RPT-DVZ-O.
           MOVE ' HOLD: ' TO RPT-HOLD-HDR.
           MOVE WS-HOLD-NO TO RPT-HOLD-O.
       H285-END. EXIT.

       H290-REPORT-REJECT.
           ADD 1 TO WS-CNT-REJECTED.
           PERFORM H285-REPORT-FILL.
           MOVE ' REJECTED' TO RPT-RESULT-O.
           MOVE WS-REASON TO RPT-REASON-O.
           WRITE RPT-REC.
       H290-END. EXIT.

       H900-TRAILER-FILL.
           MOVE SPACES TO RPT-TRAILER-REC.
           MOVE 'HOLD MAINTENANCE TOTALS    ' TO RPT-TRLR-TITLE.
           MOVE ' APPLIED: ' TO RPT-TRLR-APPL-HDR.
           MOVE WS-CNT-APPLIED TO RPT-TRLR-APPL-CNT.
           MOVE ' REJECTED: ' TO RPT-TRLR-REJ-HDR.
           MOVE WS-CNT-REJECTED TO RPT-TRLR-REJ-CNT.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           IF WS-RPT-OPEN = 1
             PERFORM H900-TRAILER-FILL
             WRITE RPT-TRAILER-REC
             CLOSE RPT-FILE
           END-IF.
           CLOSE HTR-FILE.
           IF WS-HLD-OPEN = 1
             CLOSE HLD-FILE
           END-IF.
           IF WS-IDX-OPEN = 1
             CLOSE IDX-FILE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
