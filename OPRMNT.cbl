       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPR-FILE ASSIGN TO OPRFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY OPR-KEY
                             STATUS ST-OPR-FILE.
           SELECT OTR-FILE ASSIGN TO OTRFILE
                             STATUS ST-OTR-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                             STATUS ST-RPT-FILE.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                             STATUS ST-RCT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  OPR-FILE.
           COPY OPRREC.
       FD  OTR-FILE RECORDING MODE F.
         01  OTR-REC.
           05 OTR-FUNC              PIC X(01).
              88 OTR-FUNC-ADD               VALUE 'A'.
              88 OTR-FUNC-CHANGE            VALUE 'C'.
              88 OTR-FUNC-REVOKE            VALUE 'R'.
              88 OTR-FUNC-REINSTATE         VALUE 'I'.
              88 OTR-FUNC-LIMIT             VALUE 'L'.
           05 OTR-ID                PIC X(08).
           05 OTR-NAME              PIC X(30).
           05 OTR-BRANCH            PIC 9(04).
           05 OTR-FUNCS             PIC X(16).
           05 OTR-DVZ               PIC 9(03).
           05 OTR-TXN-LIMIT         PIC 9(15).
           05 OTR-APPR-LIMIT        PIC 9(15).
           05 OTR-MAINT-BY          PIC X(08).
       FD  RPT-FILE RECORDING MODE F
                     RECORD CONTAINS 110 CHARACTERS.
         01  RPT-REC.
           05 RPT-FUNC-HDR          PIC X(06).
           05 RPT-FUNC-O            PIC X(01).
           05 RPT-ID-HDR            PIC X(11).
           05 RPT-ID-O              PIC X(08).
           05 RPT-DVZ-HDR           PIC X(06).
           05 RPT-DVZ-O             PIC X(03).
           05 RPT-RESULT-O          PIC X(10).
           05 RPT-REASON-O          PIC X(40).
           05 FILLER                PIC X(25).
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
           05 ST-OPR-FILE           PIC 9(02).
              88 OPR-SUCCESS                   VALUE 00 97.
              88 OPR-NOT-FOUND                 VALUE 35.
           05 ST-OTR-FILE           PIC 9(02).
              88 OTR-FILE-EOF                  VALUE 10.
              88 OTR-SUCCESS                   VALUE 00 97.
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                   VALUE 00 97.
           05 ST-RCT-FILE           PIC 9(02).
              88 RCT-FILE-EOF                  VALUE 10.
              88 RCT-SUCCESS                   VALUE 00 97.
           05 WS-RPT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-OPR-OPEN           PIC 9(01)  VALUE 0.
           05 WS-OTR-OPEN           PIC 9(01)  VALUE 0.
           05 WS-READ-VALID         PIC 9(01).
           05 WS-EDIT-OK            PIC 9(01).
           05 WS-OPR-CODES          PIC X(16)
                                    VALUE '123456789TLSVARD'.
           05 WS-CODE-IX            PIC 9(03)  COMP.
           05 WS-CODE-TALLY         PIC 9(03)  COMP.
           05 WS-LIM-IX             PIC 9(03)  COMP.
           05 WS-LIM-FOUND          PIC 9(01).
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
           PERFORM UNTIL OTR-FILE-EOF
             READ OTR-FILE
               AT END
                 SET OTR-FILE-EOF TO TRUE
               NOT AT END
                 PERFORM H200-CONTROL-TXN
             END-READ
           END-PERFORM.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

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
           OPEN INPUT OTR-FILE.
           IF NOT OTR-SUCCESS
             DISPLAY "UNABLE TO OPEN OTR-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-OTR-OPEN
           END-IF.
           OPEN I-O OPR-FILE.
           IF OPR-NOT-FOUND
             OPEN OUTPUT OPR-FILE
             CLOSE OPR-FILE
             OPEN I-O OPR-FILE
           END-IF.
           IF OPR-SUCCESS
             MOVE 1 TO WS-OPR-OPEN
           ELSE
             DISPLAY "UNABLE TO OPEN OPR-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
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

      * NO OPERATOR MAY MAINTAIN THEIR OWN ENTITLEMENTS: THE
      * MAINTAINING OFFICER IS REQUIRED ON EVERY TRANSACTION AND
      * MUST DIFFER FROM THE OPERATOR BEING CHANGED.
       H200-CONTROL-TXN.
           MOVE SPACES TO WS-REASON.
           IF OTR-ID = SPACES
             MOVE 'OPERATOR ID MUST BE SUPPLIED' TO WS-REASON
             PERFORM H290-REPORT-REJECT
           ELSE
           IF OTR-MAINT-BY = SPACES
             MOVE 'MAINTAINING OFFICER MUST BE SUPPLIED' TO WS-REASON
             PERFORM H290-REPORT-REJECT
           ELSE
           IF OTR-MAINT-BY = OTR-ID
             MOVE 'OPERATOR CANNOT MAINTAIN OWN RECORD' TO WS-REASON
             PERFORM H290-REPORT-REJECT
           ELSE
             EVALUATE TRUE
               WHEN OTR-FUNC-ADD
                 PERFORM H210-APPLY-ADD
               WHEN OTR-FUNC-CHANGE
                 PERFORM H220-APPLY-CHANGE
               WHEN OTR-FUNC-REVOKE
                 PERFORM H230-APPLY-STATUS
               WHEN OTR-FUNC-REINSTATE
                 PERFORM H230-APPLY-STATUS
               WHEN OTR-FUNC-LIMIT
                 PERFORM H235-APPLY-LIMIT
               WHEN OTHER
                 MOVE 'UNKNOWN MAINTENANCE FUNCTION' TO WS-REASON
                 PERFORM H290-REPORT-REJECT
             END-EVALUATE
           END-IF
           END-IF
           END-IF.
       H200-END. EXIT.

      * THE ENTITLEMENT LIST HOLDS ONE BYTE PER FUNCTION CODE AS KEYED
      * ON THE POSTING INPUT: 1-9, T (10), L (11), S (12), V
      * (REVERSAL), A (RELEASE), R (CANCEL) AND D (TERM DEPOSIT), IN
      * ANY ORDER.
       H205-EDIT-FIELDS.
           MOVE 1 TO WS-EDIT-OK.
           IF OTR-NAME = SPACES
             MOVE 'OPERATOR NAME MUST BE SUPPLIED' TO WS-REASON
             MOVE 0 TO WS-EDIT-OK
           END-IF.
           IF OTR-BRANCH NOT NUMERIC
             MOVE 'BRANCH MUST BE NUMERIC' TO WS-REASON
             MOVE 0 TO WS-EDIT-OK
           END-IF.
           MOVE 1 TO WS-CODE-IX.
           PERFORM UNTIL WS-CODE-IX > 16
             IF OTR-FUNCS(WS-CODE-IX:1) NOT = SPACE
               MOVE 0 TO WS-CODE-TALLY
               INSPECT WS-OPR-CODES TALLYING WS-CODE-TALLY
                 FOR ALL OTR-FUNCS(WS-CODE-IX:1)
               IF WS-CODE-TALLY = 0
                 MOVE 'INVALID CODE IN FUNCTION LIST' TO WS-REASON
                 MOVE 0 TO WS-EDIT-OK
               END-IF
             END-IF
             ADD 1 TO WS-CODE-IX
           END-PERFORM.
       H205-END. EXIT.

       H210-APPLY-ADD.
           PERFORM H205-EDIT-FIELDS.
           IF WS-EDIT-OK = 0
             PERFORM H290-REPORT-REJECT
           ELSE
             MOVE OTR-ID TO OPR-ID
             PERFORM H250-MOVE-TXN-FIELDS
             MOVE 'A' TO OPR-STATUS
             MOVE 0 TO OPR-LIM-COUNT
             MOVE 1 TO WS-LIM-IX
             PERFORM UNTIL WS-LIM-IX > 10
               MOVE 0 TO OPR-LIM-DVZ(WS-LIM-IX)
               MOVE 0 TO OPR-LIM-TXN(WS-LIM-IX)
               MOVE 0 TO OPR-LIM-APPROVE(WS-LIM-IX)
               ADD 1 TO WS-LIM-IX
             END-PERFORM
             WRITE OPR-REC
               INVALID KEY
                 MOVE 'OPERATOR ALREADY ON MASTER' TO WS-REASON
                 PERFORM H290-REPORT-REJECT
               NOT INVALID KEY
                 PERFORM H280-REPORT-APPLIED
             END-WRITE
           END-IF.
       H210-END. EXIT.

       H220-APPLY-CHANGE.
           PERFORM H205-EDIT-FIELDS.
           IF WS-EDIT-OK = 0
             PERFORM H290-REPORT-REJECT
           ELSE
             PERFORM H240-READ-OPERATOR
             IF WS-READ-VALID = 1
               PERFORM H250-MOVE-TXN-FIELDS
               REWRITE OPR-REC
               PERFORM H280-REPORT-APPLIED
             ELSE
               MOVE 'OPERATOR NOT ON MASTER' TO WS-REASON
               PERFORM H290-REPORT-REJECT
             END-IF
           END-IF.
       H220-END. EXIT.

       H230-APPLY-STATUS.
           PERFORM H240-READ-OPERATOR.
           IF WS-READ-VALID = 0
             MOVE 'OPERATOR NOT ON MASTER' TO WS-REASON
             PERFORM H290-REPORT-REJECT
           ELSE
            IF OTR-FUNC-REVOKE AND OPR-STATUS-REVOKED
             MOVE 'OPERATOR ALREADY REVOKED' TO WS-REASON
             PERFORM H290-REPORT-REJECT
            ELSE
             IF OTR-FUNC-REINSTATE AND OPR-STATUS-ACTIVE
               MOVE 'OPERATOR ALREADY ACTIVE' TO WS-REASON
               PERFORM H290-REPORT-REJECT
             ELSE
               IF OTR-FUNC-REVOKE
                 MOVE 'R' TO OPR-STATUS
               ELSE
                 MOVE 'A' TO OPR-STATUS
               END-IF
               MOVE OTR-MAINT-BY TO OPR-CHANGED-BY
               MOVE WS-RUN-DATE TO OPR-CHANGED-DATE
               REWRITE OPR-REC
               PERFORM H280-REPORT-APPLIED
             END-IF
            END-IF
           END-IF.
       H230-END. EXIT.

      * ONE LIMIT TRANSACTION SETS THE SINGLE-TRANSACTION CEILING AND
      * THE APPROVE AUTHORITY FOR ONE DVZ. DVZ 000 IS THE DEFAULT FOR
      * EVERY DVZ WITHOUT AN ENTRY OF ITS OWN. BOTH AMOUNTS ZERO
      * REMOVES THE ENTRY.
       H235-APPLY-LIMIT.
           IF OTR-DVZ NOT NUMERIC
              OR OTR-TXN-LIMIT NOT NUMERIC
              OR OTR-APPR-LIMIT NOT NUMERIC
             MOVE 'DVZ AND LIMIT AMOUNTS MUST BE NUMERIC' TO WS-REASON
             PERFORM H290-REPORT-REJECT
           ELSE
            PERFORM H240-READ-OPERATOR
            IF WS-READ-VALID = 0
             MOVE 'OPERATOR NOT ON MASTER' TO WS-REASON
             PERFORM H290-REPORT-REJECT
            ELSE
             PERFORM H245-FIND-LIMIT
             IF OTR-TXN-LIMIT = 0 AND OTR-APPR-LIMIT = 0
              IF WS-LIM-FOUND = 0
               MOVE 'NO LIMIT ENTRY FOR DVZ' TO WS-REASON
               PERFORM H290-REPORT-REJECT
              ELSE
               PERFORM H246-REMOVE-LIMIT
               PERFORM H247-REWRITE-LIMIT
              END-IF
             ELSE
              IF WS-LIM-FOUND = 0 AND OPR-LIM-COUNT NOT < 10
               MOVE 'LIMIT TABLE FULL FOR OPERATOR' TO WS-REASON
               PERFORM H290-REPORT-REJECT
              ELSE
               IF WS-LIM-FOUND = 0
                 ADD 1 TO OPR-LIM-COUNT
                 MOVE OPR-LIM-COUNT TO WS-LIM-IX
                 MOVE OTR-DVZ TO OPR-LIM-DVZ(WS-LIM-IX)
               END-IF
               MOVE OTR-TXN-LIMIT TO OPR-LIM-TXN(WS-LIM-IX)
               MOVE OTR-APPR-LIMIT TO OPR-LIM-APPROVE(WS-LIM-IX)
               PERFORM H247-REWRITE-LIMIT
              END-IF
             END-IF
            END-IF
           END-IF.
       H235-END. EXIT.

       H240-READ-OPERATOR.
           MOVE 0 TO WS-READ-VALID.
           MOVE OTR-ID TO OPR-ID.
           READ OPR-FILE KEY IS OPR-KEY
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 1 TO WS-READ-VALID
           END-READ.
       H240-END. EXIT.

       H245-FIND-LIMIT.
           MOVE 0 TO WS-LIM-FOUND.
           MOVE 1 TO WS-LIM-IX.
           PERFORM UNTIL WS-LIM-IX > OPR-LIM-COUNT
                      OR WS-LIM-FOUND = 1
             IF OPR-LIM-DVZ(WS-LIM-IX) = OTR-DVZ
               MOVE 1 TO WS-LIM-FOUND
             ELSE
               ADD 1 TO WS-LIM-IX
             END-IF
           END-PERFORM.
       H245-END. EXIT.

       H246-REMOVE-LIMIT.
           PERFORM UNTIL WS-LIM-IX NOT < OPR-LIM-COUNT
             MOVE OPR-LIM-ENTRY(WS-LIM-IX + 1)
               TO OPR-LIM-ENTRY(WS-LIM-IX)
             ADD 1 TO WS-LIM-IX
           END-PERFORM.
           MOVE 0 TO OPR-LIM-DVZ(OPR-LIM-COUNT).
           MOVE 0 TO OPR-LIM-TXN(OPR-LIM-COUNT).
           MOVE 0 TO OPR-LIM-APPROVE(OPR-LIM-COUNT).
           SUBTRACT 1 FROM OPR-LIM-COUNT.
       H246-END. EXIT.

       H247-REWRITE-LIMIT.
           MOVE OTR-MAINT-BY TO OPR-CHANGED-BY.
           MOVE WS-RUN-DATE TO OPR-CHANGED-DATE.
           REWRITE OPR-REC.
           PERFORM H280-REPORT-APPLIED.
       H247-END. EXIT.

       H250-MOVE-TXN-FIELDS.
           MOVE OTR-NAME TO OPR-NAME.
           MOVE OTR-BRANCH TO OPR-BRANCH.
           MOVE OTR-FUNCS TO OPR-FUNCS.
           MOVE OTR-MAINT-BY TO OPR-CHANGED-BY.
           MOVE WS-RUN-DATE TO OPR-CHANGED-DATE.
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
           MOVE OTR-FUNC TO RPT-FUNC-O.
           MOVE ' OPERATOR: ' TO RPT-ID-HDR.
           MOVE OTR-ID TO RPT-ID-O.
           IF OTR-FUNC-LIMIT
             MOVE ' DVZ: ' TO RPT-DVZ-HDR
             MOVE OTR-DVZ TO RPT-DVZ-O
           END-IF.
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
           MOVE 'OPERATOR MAINTENANCE TOTALS' TO RPT-TRLR-TITLE.
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
           IF WS-OTR-OPEN = 1
             CLOSE OTR-FILE
           END-IF.
           IF WS-OPR-OPEN = 1
             CLOSE OPR-FILE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
