       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVL-FILE ASSIGN TO AVLFILE
                             STATUS ST-AVL-FILE.
           SELECT OPR-FILE ASSIGN TO OPRFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY OPR-KEY
                             STATUS ST-OPR-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                             STATUS ST-RPT-FILE.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                             STATUS ST-RCT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  AVL-FILE RECORDING MODE F
                     RECORD CONTAINS 149 CHARACTERS.
           COPY AVLREC.
       FD  OPR-FILE.
           COPY OPRREC.
       FD  RPT-FILE RECORDING MODE F
                     RECORD CONTAINS 132 CHARACTERS.
         01  RPT-REC.
           05 RPT-OPER-HDR          PIC X(10).
           05 RPT-OPER-O            PIC X(08).
           05 RPT-BRANCH-HDR        PIC X(05).
           05 RPT-BRANCH-O          PIC 9(04).
           05 RPT-TYPE-HDR          PIC X(07).
           05 RPT-TYPE-O            PIC X(02).
           05 RPT-FUNC-HDR          PIC X(07).
           05 RPT-FUNC-O            PIC X(01).
           05 RPT-ID-HDR            PIC X(05).
           05 RPT-ID-O              PIC X(05).
           05 RPT-DVZ-HDR           PIC X(06).
           05 RPT-DVZ-O             PIC X(03).
           05 RPT-AMT-HDR           PIC X(09).
           05 RPT-AMT-O             PIC X(15).
           05 FILLER                PIC X(01).
           05 RPT-REASON-O          PIC X(40).
           05 FILLER                PIC X(04).
         01  RPT-SUMMARY-REC.
           05 RPT-SUM-OPER-HDR      PIC X(10).
           05 RPT-SUM-OPER-O        PIC X(08).
           05 RPT-SUM-NAME-HDR      PIC X(07).
           05 RPT-SUM-NAME-O        PIC X(30).
           05 RPT-SUM-BRANCH-HDR    PIC X(05).
           05 RPT-SUM-BRANCH-O      PIC 9(04).
           05 RPT-SUM-CNT-HDR       PIC X(13).
           05 RPT-SUM-CNT-O         PIC 9(05).
           05 FILLER                PIC X(50).
         01  RPT-TRAILER-REC.
           05 RPT-TRLR-TITLE        PIC X(24).
           05 RPT-TRLR-DATE         PIC 9(08).
           05 RPT-TRLR-TOT-HDR      PIC X(08).
           05 RPT-TRLR-TOT-CNT      PIC 9(05).
           05 RPT-TRLR-UN-HDR       PIC X(06).
           05 RPT-TRLR-UN-CNT       PIC 9(05).
           05 RPT-TRLR-RV-HDR       PIC X(06).
           05 RPT-TRLR-RV-CNT       PIC 9(05).
           05 RPT-TRLR-NE-HDR       PIC X(06).
           05 RPT-TRLR-NE-CNT       PIC 9(05).
           05 RPT-TRLR-CL-HDR       PIC X(06).
           05 RPT-TRLR-CL-CNT       PIC 9(05).
           05 RPT-TRLR-AP-HDR       PIC X(06).
           05 RPT-TRLR-AP-CNT       PIC 9(05).
           05 FILLER                PIC X(32).
       FD  RCT-FILE RECORDING MODE F.
           COPY RCTREC.

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-AVL-FILE           PIC 9(02).
              88 AVL-FILE-EOF                  VALUE 10.
              88 AVL-SUCCESS                   VALUE 00 97.
           05 ST-OPR-FILE           PIC 9(02).
              88 OPR-SUCCESS                   VALUE 00 97.
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                   VALUE 00 97.
           05 ST-RCT-FILE           PIC 9(02).
              88 RCT-FILE-EOF                  VALUE 10.
              88 RCT-SUCCESS                   VALUE 00 97.
           05 WS-RPT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-AVL-OPEN           PIC 9(01)  VALUE 0.
           05 WS-OPR-OPEN           PIC 9(01)  VALUE 0.
           05 WS-RUN-PARM           PIC X(20).
           05 WS-BIZ-DATE           PIC 9(08)  VALUE 0.
           05 WS-REPORT-DATE        PIC 9(08)  VALUE 0.
           05 WS-OPS-IX             PIC 9(03)  COMP.
           05 WS-OPS-FOUND          PIC 9(01).
           05 WS-CNT-TOTAL          PIC 9(05)  VALUE 0.
           05 WS-CNT-UNKNOWN        PIC 9(05)  VALUE 0.
           05 WS-CNT-REVOKED        PIC 9(05)  VALUE 0.
           05 WS-CNT-NOT-ENTITLED   PIC 9(05)  VALUE 0.
           05 WS-CNT-CEILING        PIC 9(05)  VALUE 0.
           05 WS-CNT-APPROVE        PIC 9(05)  VALUE 0.
         01  WS-INP-IMAGE.
           05 WS-INP-FUNC           PIC X(01).
           05 WS-INP-ID             PIC X(05).
           05 WS-INP-DVZ            PIC X(03).
           05 WS-INP-AMOUNT         PIC X(15).
           05 FILLER                PIC X(48).
         01  WS-OPS-TABLE.
           05 WS-OPS-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-OPS-ENTRY OCCURS 300 TIMES.
              10 WS-OPST-OPER       PIC X(08).
              10 WS-OPST-BRANCH     PIC 9(04).
              10 WS-OPST-CNT        PIC 9(05).
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-GET-REPORT-DATE.
           PERFORM H100-OPEN-FILES.
           PERFORM UNTIL AVL-FILE-EOF
             READ AVL-FILE
               AT END
                 SET AVL-FILE-EOF TO TRUE
               NOT AT END
                 IF AVL-DATE = WS-REPORT-DATE
                   PERFORM H200-REPORT-VIOLATION
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM H300-WRITE-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

      * THE REPORT COVERS THE BUSINESS DATE OF THE POSTING RUN. A
      * DATE IN THE PARM (YYYYMMDD) REPRINTS AN EARLIER DAY.
       H050-GET-REPORT-DATE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM(1:8) IS NUMERIC
             MOVE WS-RUN-PARM(1:8) TO WS-REPORT-DATE
             DISPLAY 'ACCESS VIOLATIONS REPORTED FOR ' WS-REPORT-DATE
           ELSE
             PERFORM H060-READ-RUN-CONTROL
             IF WS-BIZ-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
             ELSE
               MOVE WS-BIZ-DATE TO WS-REPORT-DATE
             END-IF
           END-IF.
       H050-END. EXIT.

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
           END-IF.
       H060-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT AVL-FILE.
           IF NOT AVL-SUCCESS
             DISPLAY "UNABLE TO OPEN AVL-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-AVL-OPEN
           END-IF.
           OPEN INPUT OPR-FILE.
           IF OPR-SUCCESS
             MOVE 1 TO WS-OPR-OPEN
           ELSE
             DISPLAY 'OPERATOR MASTER NOT AVAILABLE - NAMES NOT SHOWN'
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

       H200-REPORT-VIOLATION.
           ADD 1 TO WS-CNT-TOTAL.
           EVALUATE TRUE
             WHEN AVL-TYPE-UNKNOWN
               ADD 1 TO WS-CNT-UNKNOWN
             WHEN AVL-TYPE-REVOKED
               ADD 1 TO WS-CNT-REVOKED
             WHEN AVL-TYPE-NOT-ENTITLED
               ADD 1 TO WS-CNT-NOT-ENTITLED
             WHEN AVL-TYPE-OVER-CEILING
               ADD 1 TO WS-CNT-CEILING
             WHEN AVL-TYPE-APPROVE-LIMIT
               ADD 1 TO WS-CNT-APPROVE
           END-EVALUATE.
           MOVE AVL-INP-DATA TO WS-INP-IMAGE.
           MOVE SPACES TO RPT-REC.
           MOVE 'OPERATOR: ' TO RPT-OPER-HDR.
           MOVE AVL-OPERATOR TO RPT-OPER-O.
           MOVE ' BR: ' TO RPT-BRANCH-HDR.
           MOVE AVL-BRANCH TO RPT-BRANCH-O.
           MOVE ' TYPE: ' TO RPT-TYPE-HDR.
           MOVE AVL-TYPE TO RPT-TYPE-O.
           MOVE ' FUNC: ' TO RPT-FUNC-HDR.
           MOVE WS-INP-FUNC TO RPT-FUNC-O.
           MOVE ' ID: ' TO RPT-ID-HDR.
           MOVE WS-INP-ID TO RPT-ID-O.
           MOVE ' DVZ: ' TO RPT-DVZ-HDR.
           MOVE WS-INP-DVZ TO RPT-DVZ-O.
           MOVE ' AMOUNT: ' TO RPT-AMT-HDR.
           MOVE WS-INP-AMOUNT TO RPT-AMT-O.
           MOVE AVL-REASON TO RPT-REASON-O.
           WRITE RPT-REC.
           PERFORM H210-COUNT-OPERATOR.
       H200-END. EXIT.

       H210-COUNT-OPERATOR.
           MOVE 0 TO WS-OPS-FOUND.
           MOVE 1 TO WS-OPS-IX.
           PERFORM UNTIL WS-OPS-IX > WS-OPS-COUNT
                      OR WS-OPS-FOUND = 1
             IF WS-OPST-OPER(WS-OPS-IX) = AVL-OPERATOR
               MOVE 1 TO WS-OPS-FOUND
             ELSE
               ADD 1 TO WS-OPS-IX
             END-IF
           END-PERFORM.
           IF WS-OPS-FOUND = 0 AND WS-OPS-COUNT < 300
             ADD 1 TO WS-OPS-COUNT
             MOVE WS-OPS-COUNT TO WS-OPS-IX
             MOVE AVL-OPERATOR TO WS-OPST-OPER(WS-OPS-IX)
             MOVE AVL-BRANCH TO WS-OPST-BRANCH(WS-OPS-IX)
             MOVE 0 TO WS-OPST-CNT(WS-OPS-IX)
             MOVE 1 TO WS-OPS-FOUND
           END-IF.
           IF WS-OPS-FOUND = 1
             ADD 1 TO WS-OPST-CNT(WS-OPS-IX)
           END-IF.
       H210-END. EXIT.

      * ONE LINE PER OPERATOR WITH THE DAY'S VIOLATION COUNT, NAMED
      * FROM THE OPERATOR MASTER. IDS NOT ON THE MASTER ARE SHOWN
      * AS UNKNOWN.
       H300-WRITE-SUMMARY.
           MOVE 1 TO WS-OPS-IX.
           PERFORM UNTIL WS-OPS-IX > WS-OPS-COUNT
             MOVE SPACES TO RPT-SUMMARY-REC
             MOVE 'OPERATOR: ' TO RPT-SUM-OPER-HDR
             MOVE WS-OPST-OPER(WS-OPS-IX) TO RPT-SUM-OPER-O
             MOVE ' NAME: ' TO RPT-SUM-NAME-HDR
             MOVE '** UNKNOWN OPERATOR **' TO RPT-SUM-NAME-O
             IF WS-OPR-OPEN = 1
               MOVE WS-OPST-OPER(WS-OPS-IX) TO OPR-ID
               READ OPR-FILE KEY IS OPR-KEY
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE OPR-NAME TO RPT-SUM-NAME-O
               END-READ
             END-IF
             MOVE ' BR: ' TO RPT-SUM-BRANCH-HDR
             MOVE WS-OPST-BRANCH(WS-OPS-IX) TO RPT-SUM-BRANCH-O
             MOVE ' VIOLATIONS: ' TO RPT-SUM-CNT-HDR
             MOVE WS-OPST-CNT(WS-OPS-IX) TO RPT-SUM-CNT-O
             WRITE RPT-SUMMARY-REC
             ADD 1 TO WS-OPS-IX
           END-PERFORM.
       H300-END. EXIT.

       H900-TRAILER-FILL.
           MOVE SPACES TO RPT-TRAILER-REC.
           MOVE 'ACCESS VIOLATIONS DATE: ' TO RPT-TRLR-TITLE.
           MOVE WS-REPORT-DATE TO RPT-TRLR-DATE.
           MOVE ' TOTAL: ' TO RPT-TRLR-TOT-HDR.
           MOVE WS-CNT-TOTAL TO RPT-TRLR-TOT-CNT.
           MOVE ' UN: ' TO RPT-TRLR-UN-HDR.
           MOVE WS-CNT-UNKNOWN TO RPT-TRLR-UN-CNT.
           MOVE ' RV: ' TO RPT-TRLR-RV-HDR.
           MOVE WS-CNT-REVOKED TO RPT-TRLR-RV-CNT.
           MOVE ' NE: ' TO RPT-TRLR-NE-HDR.
           MOVE WS-CNT-NOT-ENTITLED TO RPT-TRLR-NE-CNT.
           MOVE ' CL: ' TO RPT-TRLR-CL-HDR.
           MOVE WS-CNT-CEILING TO RPT-TRLR-CL-CNT.
           MOVE ' AP: ' TO RPT-TRLR-AP-HDR.
           MOVE WS-CNT-APPROVE TO RPT-TRLR-AP-CNT.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           IF WS-RPT-OPEN = 1
             PERFORM H900-TRAILER-FILL
             WRITE RPT-TRAILER-REC
             CLOSE RPT-FILE
           END-IF.
           IF WS-AVL-OPEN = 1
             CLOSE AVL-FILE
           END-IF.
           IF WS-OPR-OPEN = 1
             CLOSE OPR-FILE
           END-IF.
           IF WS-CNT-TOTAL > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
