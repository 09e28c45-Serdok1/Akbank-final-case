       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHPGM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUT-FILE ASSIGN TO OUTFILE
                             STATUS ST-OUT-FILE.
           SELECT JRN-FILE ASSIGN TO JRNFILE
                             STATUS ST-JRN-FILE.
           SELECT NOU-FILE ASSIGN TO NOUFILE
                             STATUS ST-NOU-FILE.
           SELECT NJR-FILE ASSIGN TO NJRFILE
                             STATUS ST-NJR-FILE.
           SELECT OUA-FILE ASSIGN TO OUTARC
                             STATUS ST-OUA-FILE.
           SELECT JRA-FILE ASSIGN TO JRNARC
                             STATUS ST-JRA-FILE.
           SELECT HST-FILE ASSIGN TO HSTFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY HST-KEY
                             STATUS ST-HST-FILE.
           SELECT ARR-FILE ASSIGN TO ARCREG
                             STATUS ST-ARR-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                             STATUS ST-RPT-FILE.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                             STATUS ST-RCT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE RECORDING MODE F
                     RECORD CONTAINS 395 CHARACTERS.
           COPY OUTREC.
       FD  JRN-FILE RECORDING MODE F.
           COPY JRNREC.
       FD  NOU-FILE RECORDING MODE F
                     RECORD CONTAINS 395 CHARACTERS.
         01  NOU-REC                PIC X(395).
       FD  NJR-FILE RECORDING MODE F.
           COPY JRNREC REPLACING LEADING ==JRN== BY ==NJR==.
       FD  OUA-FILE RECORDING MODE F
                     RECORD CONTAINS 395 CHARACTERS.
           COPY OUTREC REPLACING LEADING ==OUT== BY ==OUA==
                                 LEADING ==REC== BY ==OUA==
                                 LEADING ==TRLR== BY ==OTR==
                                 LEADING ==FEESUM== BY ==OFS==.
       FD  JRA-FILE RECORDING MODE F.
           COPY JRNREC REPLACING LEADING ==JRN== BY ==JRA==.
       FD  HST-FILE.
           COPY HSTREC.
       FD  ARR-FILE RECORDING MODE F
                     RECORD CONTAINS 61 CHARACTERS.
         01  ARR-REC.
           05 ARR-GEN-DATE          PIC 9(08).
           05 ARR-GEN-TIME          PIC 9(06).
           05 ARR-CUTOFF            PIC 9(08).
           05 ARR-FILE-ID           PIC X(03).
           05 ARR-ARCHIVED          PIC 9(09).
           05 ARR-LOADED            PIC 9(09).
           05 ARR-AMOUNT            PIC 9(17).
           05 ARR-RESULT            PIC X(01).
              88 ARR-BALANCED                  VALUE 'B'.
              88 ARR-OUT-OF-BALANCE            VALUE 'O'.
       FD  RPT-FILE RECORDING MODE F
                     RECORD CONTAINS 180 CHARACTERS.
         01  RPT-REC.
           05 RPT-FILE-O            PIC X(10).
           05 RPT-READ-HDR          PIC X(07).
           05 RPT-READ-O            PIC 9(09).
           05 RPT-KEPT-HDR          PIC X(07).
           05 RPT-KEPT-O            PIC 9(09).
           05 RPT-ARC-HDR           PIC X(06).
           05 RPT-ARC-O             PIC 9(09).
           05 RPT-GEN-HDR           PIC X(06).
           05 RPT-GEN-O             PIC 9(09).
           05 RPT-DTL-HDR           PIC X(06).
           05 RPT-DTL-O             PIC 9(09).
           05 RPT-HST-HDR           PIC X(06).
           05 RPT-HST-O             PIC 9(09).
           05 RPT-AMT-HDR           PIC X(10).
           05 RPT-AMT-O             PIC 9(17).
           05 RPT-HAMT-HDR          PIC X(10).
           05 RPT-HAMT-O            PIC 9(17).
           05 RPT-RESULT-O          PIC X(15).
           05 FILLER                PIC X(09).
         01  RPT-TRAILER-REC.
           05 RPT-TRLR-TITLE        PIC X(30).
           05 RPT-TRLR-GEN-HDR      PIC X(13).
           05 RPT-TRLR-GEN          PIC 9(14).
           05 RPT-TRLR-CUT-HDR      PIC X(09).
           05 RPT-TRLR-CUT          PIC 9(08).
           05 RPT-TRLR-FAIL-HDR     PIC X(16).
           05 RPT-TRLR-FAIL         PIC 9(09).
           05 RPT-TRLR-RES-HDR      PIC X(09).
           05 RPT-TRLR-RESULT       PIC X(14).
           05 FILLER                PIC X(58).
       FD  RCT-FILE RECORDING MODE F.
           COPY RCTREC.

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-OUT-FILE           PIC 9(02).
              88 OUT-FILE-EOF                  VALUE 10.
              88 OUT-SUCCESS                   VALUE 00 97.
           05 ST-JRN-FILE           PIC 9(02).
              88 JRN-FILE-EOF                  VALUE 10.
              88 JRN-SUCCESS                   VALUE 00 97.
           05 ST-NOU-FILE           PIC 9(02).
              88 NOU-SUCCESS                   VALUE 00 97.
           05 ST-NJR-FILE           PIC 9(02).
              88 NJR-SUCCESS                   VALUE 00 97.
           05 ST-OUA-FILE           PIC 9(02).
              88 OUA-FILE-EOF                  VALUE 10.
              88 OUA-SUCCESS                   VALUE 00 97.
           05 ST-JRA-FILE           PIC 9(02).
              88 JRA-FILE-EOF                  VALUE 10.
              88 JRA-SUCCESS                   VALUE 00 97.
           05 ST-HST-FILE           PIC 9(02).
              88 HST-FILE-EOF                  VALUE 10.
              88 HST-SUCCESS                   VALUE 00 97.
              88 HST-DUPLICATE                 VALUE 22.
              88 HST-NOT-FOUND                 VALUE 35.
           05 ST-ARR-FILE           PIC 9(02).
              88 ARR-FILE-EOF                  VALUE 10.
              88 ARR-SUCCESS                   VALUE 00 97.
              88 ARR-NOT-FOUND                 VALUE 35.
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                   VALUE 00 97.
           05 WS-OUT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-JRN-OPEN           PIC 9(01)  VALUE 0.
           05 WS-NOU-OPEN           PIC 9(01)  VALUE 0.
           05 WS-NJR-OPEN           PIC 9(01)  VALUE 0.
           05 WS-OUA-OPEN           PIC 9(01)  VALUE 0.
           05 WS-JRA-OPEN           PIC 9(01)  VALUE 0.
           05 WS-HST-OPEN           PIC 9(01)  VALUE 0.
           05 WS-RPT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-RUN-PARM           PIC X(20).
           05 WS-PARM-TOK1          PIC X(08).
           05 WS-PARM-TOK2          PIC X(08).
           05 WS-PARM-TOKEN         PIC X(08).
           05 WS-CUTOFF-PARM        PIC 9(08)  VALUE 0.
           05 WS-CUTOFF             PIC 9(08)  VALUE 0.
           05 WS-LAST-CUTOFF        PIC 9(08)  VALUE 0.
           05 WS-PRIOR-LEFT         PIC 9(01)  VALUE 0.
           05 WS-RUN-DATE           PIC 9(08)  VALUE 0.
           05 WS-GEN-STAMP          PIC 9(14)  VALUE 0.
           05 WS-ITEM-AMT           PIC 9(15).
           05 WS-HST-DONE           PIC 9(01).
           05 WS-HST-FAIL           PIC 9(09)  VALUE 0.
           05 WS-HST-BACKOUT        PIC 9(09)  VALUE 0.
           05 WS-OUT-READ           PIC 9(09)  VALUE 0.
           05 WS-OUT-KEPT           PIC 9(09)  VALUE 0.
           05 WS-OUT-ARC            PIC 9(09)  VALUE 0.
           05 WS-OUT-DTL            PIC 9(09)  VALUE 0.
           05 WS-OUT-DTL-AMT        PIC 9(17)  VALUE 0.
           05 WS-OUT-GEN            PIC 9(09)  VALUE 0.
           05 WS-OUT-GEN-DTL        PIC 9(09)  VALUE 0.
           05 WS-OUT-GEN-AMT        PIC 9(17)  VALUE 0.
           05 WS-OUT-HST            PIC 9(09)  VALUE 0.
           05 WS-OUT-HST-AMT        PIC 9(17)  VALUE 0.
           05 WS-OUT-OK             PIC 9(01)  VALUE 0.
           05 WS-JRN-READ           PIC 9(09)  VALUE 0.
           05 WS-JRN-KEPT           PIC 9(09)  VALUE 0.
           05 WS-JRN-ARC            PIC 9(09)  VALUE 0.
           05 WS-JRN-ARC-AMT        PIC 9(17)  VALUE 0.
           05 WS-JRN-GEN            PIC 9(09)  VALUE 0.
           05 WS-JRN-GEN-AMT        PIC 9(17)  VALUE 0.
           05 WS-JRN-HST            PIC 9(09)  VALUE 0.
           05 WS-JRN-HST-AMT        PIC 9(17)  VALUE 0.
           05 WS-JRN-OK             PIC 9(01)  VALUE 0.
           05 WS-PROOF-DONE         PIC 9(01)  VALUE 0.
           05 WS-PROOF-OK           PIC 9(01)  VALUE 0.
           05 ST-RCT-FILE           PIC 9(02).
              88 RCT-FILE-EOF                  VALUE 10.
              88 RCT-SUCCESS                   VALUE 00 97.
           05 WS-RCT-AVAIL          PIC 9(01)  VALUE 0.
           05 WS-BIZ-DATE           PIC 9(08)  VALUE 0.
           05 WS-OVERRIDE           PIC 9(01)  VALUE 0.
           05 WS-ALREADY-RUN        PIC 9(01)  VALUE 0.
           05 WS-JOB-DONE           PIC 9(01)  VALUE 0.
           05 WS-JOB-NAME           PIC X(08)  VALUE 'ARCHPGM'.
           05 WS-CPL-IX             PIC 9(03)  COMP.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==WRK==.
         01  WS-CPL-TABLE.
           05 WS-CPL-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-CPL-ENTRY OCCURS 400 TIMES.
              10 WS-CPL-JOB         PIC X(08).
              10 WS-CPL-DATE        PIC 9(08).
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-GET-PARM.
           PERFORM H060-READ-RUN-CONTROL.
           PERFORM H065-CHECK-RUN-CONTROL.
           PERFORM H070-SET-CUTOFF.
           PERFORM H080-READ-REGISTER.
           PERFORM H090-CHECK-PRIOR-GEN.
           PERFORM H100-OPEN-FILES.
           PERFORM UNTIL OUT-FILE-EOF
             READ OUT-FILE
               AT END
                 SET OUT-FILE-EOF TO TRUE
               NOT AT END
                 PERFORM H200-ARCHIVE-OUT
             END-READ
           END-PERFORM.
           PERFORM UNTIL JRN-FILE-EOF
             READ JRN-FILE
               AT END
                 SET JRN-FILE-EOF TO TRUE
               NOT AT END
                 PERFORM H300-ARCHIVE-JRN
             END-READ
           END-PERFORM.
           PERFORM H390-CLOSE-PASS.
           PERFORM H400-PROVE-GENERATION.
           PERFORM H500-WRITE-REGISTER.
           IF WS-PROOF-OK = 1
             MOVE 1 TO WS-JOB-DONE
           ELSE
             PERFORM H450-BACK-OUT-HISTORY
             DISPLAY 'ARCHIVE OUT OF BALANCE - LIVE FILES MUST NOT '
      -        'BE REPLACED'
             MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

      * THE PARM CARRIES OVERRIDE AND/OR AN EXPLICIT YYYYMMDD CUTOFF,
      * IN EITHER ORDER. RECORDS DATED BEFORE THE CUTOFF ARE ARCHIVED.
       H050-GET-PARM.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-TOK1.
           MOVE SPACES TO WS-PARM-TOK2.
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
             INTO WS-PARM-TOK1 WS-PARM-TOK2.
           IF WS-PARM-TOK1 = 'OVERRIDE' OR WS-PARM-TOK2 = 'OVERRIDE'
             MOVE 1 TO WS-OVERRIDE
             DISPLAY 'RUN CONTROL OVERRIDE ACTIVE'
           END-IF.
           MOVE WS-PARM-TOK1 TO WS-PARM-TOKEN.
           PERFORM H055-EDIT-CUTOFF-TOKEN.
           MOVE WS-PARM-TOK2 TO WS-PARM-TOKEN.
           PERFORM H055-EDIT-CUTOFF-TOKEN.
       H050-END. EXIT.

       H055-EDIT-CUTOFF-TOKEN.
           IF WS-PARM-TOKEN NOT = SPACES
             AND WS-PARM-TOKEN NOT = 'OVERRIDE'
             IF WS-PARM-TOKEN NUMERIC
               MOVE WS-PARM-TOKEN TO WS-CUTOFF-PARM
             END-IF
             IF WS-PARM-TOKEN NOT NUMERIC
                OR FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF-PARM) NOT = 0
               DISPLAY 'INVALID ARCHIVE CUTOFF: ' WS-PARM-TOKEN
                 ' - ARCHIVE REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
       H055-END. EXIT.

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

      * THE ARCHIVE IS A PERIOD-END JOB: ONE GENERATION PER BUSINESS
      * MONTH UNLESS EXPLICITLY OVERRIDDEN.
       H065-CHECK-RUN-CONTROL.
           IF WS-RCT-AVAIL = 1
             MOVE WS-BIZ-DATE TO WS-RUN-DATE
             MOVE 0 TO WS-ALREADY-RUN
             MOVE 1 TO WS-CPL-IX
             PERFORM UNTIL WS-CPL-IX > WS-CPL-COUNT
               IF WS-CPL-JOB(WS-CPL-IX) = WS-JOB-NAME
                  AND WS-CPL-DATE(WS-CPL-IX)(1:6) = WS-BIZ-DATE(1:6)
                 MOVE 1 TO WS-ALREADY-RUN
               END-IF
               ADD 1 TO WS-CPL-IX
             END-PERFORM
             IF WS-ALREADY-RUN = 1 AND WS-OVERRIDE = 0
               DISPLAY WS-JOB-NAME ' ALREADY COMPLETE FOR PERIOD '
                 WS-BIZ-DATE(1:6) ' - RERUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           ELSE
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
       H065-END. EXIT.

      * THE DEFAULT CUTOFF IS THE FIRST DAY OF THE BUSINESS PERIOD, SO
      * THE LIVE FILES KEEP ONLY THE CURRENT PERIOD. A CUTOFF AFTER THE
      * BUSINESS DATE WOULD TAKE ENTRIES THE DAILY JOBS HAVE NOT READ.
       H070-SET-CUTOFF.
           IF WS-CUTOFF-PARM > 0
             MOVE WS-CUTOFF-PARM TO WS-CUTOFF
           ELSE
             MOVE WS-RUN-DATE TO WS-CUTOFF
             MOVE '01' TO WS-CUTOFF(7:2)
           END-IF.
           IF WS-CUTOFF > WS-RUN-DATE
             DISPLAY 'ARCHIVE CUTOFF ' WS-CUTOFF
               ' IS AFTER BUSINESS DATE ' WS-RUN-DATE
               ' - ARCHIVE REFUSED'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-GEN-STAMP(1:8).
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-GEN-STAMP(9:6).
           DISPLAY 'ARCHIVE CUTOFF: ' WS-CUTOFF
             ' GENERATION: ' WS-GEN-STAMP.
       H070-END. EXIT.

       H080-READ-REGISTER.
           MOVE 0 TO WS-LAST-CUTOFF.
           OPEN INPUT ARR-FILE.
           IF ARR-SUCCESS
             PERFORM UNTIL ARR-FILE-EOF
               READ ARR-FILE
                 AT END
                   SET ARR-FILE-EOF TO TRUE
                 NOT AT END
                   IF ARR-BALANCED AND ARR-CUTOFF > WS-LAST-CUTOFF
                     MOVE ARR-CUTOFF TO WS-LAST-CUTOFF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARR-FILE
           END-IF.
       H080-END. EXIT.

      * BOTH LIVE FILES ARE APPENDED IN DATE ORDER, SO IF THE FIRST
      * RECORD PREDATES THE LAST BALANCED CUTOFF THE NEW FILES FROM THAT
      * GENERATION WERE NEVER SWAPPED IN. ARCHIVING AGAIN WOULD LOAD THE
      * SAME ACTIVITY INTO THE HISTORY TWICE, SO NO OVERRIDE APPLIES.
       H090-CHECK-PRIOR-GEN.
           MOVE 0 TO WS-PRIOR-LEFT.
           IF WS-LAST-CUTOFF > 0
             OPEN INPUT OUT-FILE
             IF OUT-SUCCESS
               READ OUT-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF REC-RUN-DATE NUMERIC
                      AND REC-RUN-DATE < WS-LAST-CUTOFF
                     MOVE 1 TO WS-PRIOR-LEFT
                   END-IF
               END-READ
               CLOSE OUT-FILE
             END-IF
             OPEN INPUT JRN-FILE
             IF JRN-SUCCESS
               READ JRN-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF JRN-RUN-DATE NUMERIC
                      AND JRN-RUN-DATE < WS-LAST-CUTOFF
                     MOVE 1 TO WS-PRIOR-LEFT
                   END-IF
               END-READ
               CLOSE JRN-FILE
             END-IF
           END-IF.
           IF WS-PRIOR-LEFT = 1
             DISPLAY 'LIVE FILES HOLD RECORDS BEFORE LAST CUTOFF '
               WS-LAST-CUTOFF ' - ARCHIVE REFUSED'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
       H090-END. EXIT.

      * THE INPUTS AND THE HISTORY ARE OPENED BEFORE ANY OUTPUT, SO A
      * FAILED OPEN NEVER LEAVES EMPTY NEW LIVE FILES BEHIND.
       H100-OPEN-FILES.
           OPEN INPUT OUT-FILE.
           IF NOT OUT-SUCCESS
             DISPLAY "UNABLE TO OPEN OUT-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-OUT-OPEN
           END-IF.
           OPEN INPUT JRN-FILE.
           IF NOT JRN-SUCCESS
             DISPLAY "UNABLE TO OPEN JRN-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-JRN-OPEN
           END-IF.
           OPEN I-O HST-FILE.
           IF HST-NOT-FOUND
             OPEN OUTPUT HST-FILE
           END-IF.
           IF NOT HST-SUCCESS
             DISPLAY "UNABLE TO OPEN HST-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-HST-OPEN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
             DISPLAY "UNABLE TO OPEN RPT-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-RPT-OPEN
           END-IF.
           OPEN OUTPUT NOU-FILE.
           IF NOT NOU-SUCCESS
             DISPLAY "UNABLE TO OPEN NOU-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-NOU-OPEN
           END-IF.
           OPEN OUTPUT NJR-FILE.
           IF NOT NJR-SUCCESS
             DISPLAY "UNABLE TO OPEN NJR-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-NJR-OPEN
           END-IF.
           OPEN OUTPUT OUA-FILE.
           IF NOT OUA-SUCCESS
             DISPLAY "UNABLE TO OPEN OUA-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-OUA-OPEN
           END-IF.
           OPEN OUTPUT JRA-FILE.
           IF NOT JRA-SUCCESS
             DISPLAY "UNABLE TO OPEN JRA-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-JRA-OPEN
           END-IF.
       H100-END. EXIT.

      * EVERY OUT-FILE RECORD BEFORE THE CUTOFF GOES TO THE GENERATION;
      * ONLY DETAIL LINES CARRY AN ACCOUNT KEY, SO ONLY THEY ARE LOADED
      * INTO THE HISTORY. RUN TRAILERS AND FEE SUMMARIES STAY IN THE
      * GENERATION ONLY.
       H200-ARCHIVE-OUT.
           ADD 1 TO WS-OUT-READ.
           IF REC-RUN-DATE NUMERIC AND REC-RUN-DATE < WS-CUTOFF
             WRITE OUA-REC FROM OUT-REC
             ADD 1 TO WS-OUT-ARC
             IF REC-ID-HEADER = 'ID: '
               MOVE 0 TO WS-ITEM-AMT
               IF REC-AMT-O NUMERIC
                 MOVE REC-AMT-O TO WS-ITEM-AMT
               END-IF
               ADD 1 TO WS-OUT-DTL
               ADD WS-ITEM-AMT TO WS-OUT-DTL-AMT
               MOVE SPACES TO HST-REC
               MOVE REC-ID-O TO HST-ID
               MOVE REC-DVZ-O TO HST-DVZ
               MOVE REC-RUN-DATE TO HST-DATE
               MOVE REC-RUN-TIME TO HST-TIME
               SET HST-TYPE-ACTIVITY TO TRUE
               MOVE WS-ITEM-AMT TO HST-AMOUNT
               MOVE OUT-REC TO HST-DATA
               PERFORM H250-WRITE-HISTORY
             END-IF
           ELSE
             WRITE NOU-REC FROM OUT-REC
             ADD 1 TO WS-OUT-KEPT
           END-IF.
       H200-END. EXIT.

      * SEVERAL ENTRIES FOR ONE ACCOUNT CAN SHARE A TIMESTAMP, SO THE
      * SEQUENCE IN THE KEY IS STEPPED UNTIL THE WRITE IS ACCEPTED.
      * ANY OTHER REFUSAL IS COUNTED AND PUTS THE RUN OUT OF BALANCE.
       H250-WRITE-HISTORY.
           MOVE WS-GEN-STAMP TO HST-GEN-STAMP.
           MOVE 0 TO HST-SEQ.
           MOVE 0 TO WS-HST-DONE.
           PERFORM UNTIL WS-HST-DONE = 1
             ADD 1 TO HST-SEQ
             WRITE HST-REC
               INVALID KEY
                 IF NOT HST-DUPLICATE OR HST-SEQ = 99999
                   ADD 1 TO WS-HST-FAIL
                   MOVE 1 TO WS-HST-DONE
                 END-IF
               NOT INVALID KEY
                 MOVE 1 TO WS-HST-DONE
             END-WRITE
           END-PERFORM.
       H250-END. EXIT.

      * JOURNAL ENTRIES ARE KEYED BY THE ACCOUNT IN THE IMAGE: THE
      * AFTER-IMAGE FOR A WRITE OR REWRITE, THE BEFORE-IMAGE FOR A
      * DELETE.
       H300-ARCHIVE-JRN.
           ADD 1 TO WS-JRN-READ.
           IF JRN-RUN-DATE NUMERIC AND JRN-RUN-DATE < WS-CUTOFF
             WRITE JRA-REC FROM JRN-REC
             ADD 1 TO WS-JRN-ARC
             MOVE 0 TO WS-ITEM-AMT
             IF JRN-AMOUNT NUMERIC
               MOVE JRN-AMOUNT TO WS-ITEM-AMT
             END-IF
             ADD WS-ITEM-AMT TO WS-JRN-ARC-AMT
             IF JRN-ACTION-DELETE
               MOVE JRN-BEFORE-IMAGE TO WRK-REC
             ELSE
               MOVE JRN-AFTER-IMAGE TO WRK-REC
             END-IF
             MOVE SPACES TO HST-REC
             MOVE WRK-ID TO HST-ID
             MOVE WRK-DVZ TO HST-DVZ
             MOVE JRN-RUN-DATE TO HST-DATE
             MOVE JRN-RUN-TIME TO HST-TIME
             SET HST-TYPE-JOURNAL TO TRUE
             MOVE WS-ITEM-AMT TO HST-AMOUNT
             MOVE JRN-REC TO HST-DATA
             PERFORM H250-WRITE-HISTORY
           ELSE
             WRITE NJR-REC FROM JRN-REC
             ADD 1 TO WS-JRN-KEPT
           END-IF.
       H300-END. EXIT.

       H390-CLOSE-PASS.
           IF WS-OUT-OPEN = 1
             CLOSE OUT-FILE
             MOVE 0 TO WS-OUT-OPEN
           END-IF.
           IF WS-JRN-OPEN = 1
             CLOSE JRN-FILE
             MOVE 0 TO WS-JRN-OPEN
           END-IF.
           IF WS-NOU-OPEN = 1
             CLOSE NOU-FILE
             MOVE 0 TO WS-NOU-OPEN
           END-IF.
           IF WS-NJR-OPEN = 1
             CLOSE NJR-FILE
             MOVE 0 TO WS-NJR-OPEN
           END-IF.
           IF WS-OUA-OPEN = 1
             CLOSE OUA-FILE
             MOVE 0 TO WS-OUA-OPEN
           END-IF.
           IF WS-JRA-OPEN = 1
             CLOSE JRA-FILE
             MOVE 0 TO WS-JRA-OPEN
           END-IF.
           IF WS-HST-OPEN = 1
             CLOSE HST-FILE
             MOVE 0 TO WS-HST-OPEN
           END-IF.
       H390-END. EXIT.

      * THE PROOF RE-READS WHAT WAS ACTUALLY WRITTEN: THE TWO ARCHIVE
      * GENERATIONS AND THIS GENERATION'S HISTORY RECORDS. RECORDS READ
      * MUST EQUAL RECORDS KEPT PLUS ARCHIVED, AND THE COUNTS AND
      * AMOUNTS IN THE GENERATION AND THE HISTORY MUST AGREE WITH WHAT
      * WAS TAKEN OFF THE LIVE FILES.
       H400-PROVE-GENERATION.
           PERFORM H410-REREAD-OUT-GEN.
           PERFORM H420-REREAD-JRN-GEN.
           PERFORM H430-REREAD-HISTORY.
           MOVE 1 TO WS-OUT-OK.
           IF WS-OUT-READ NOT = WS-OUT-KEPT + WS-OUT-ARC
              OR WS-OUT-GEN NOT = WS-OUT-ARC
              OR WS-OUT-GEN-DTL NOT = WS-OUT-DTL
              OR WS-OUT-HST NOT = WS-OUT-DTL
              OR WS-OUT-GEN-AMT NOT = WS-OUT-DTL-AMT
              OR WS-OUT-HST-AMT NOT = WS-OUT-DTL-AMT
             MOVE 0 TO WS-OUT-OK
           END-IF.
           MOVE 1 TO WS-JRN-OK.
           IF WS-JRN-READ NOT = WS-JRN-KEPT + WS-JRN-ARC
              OR WS-JRN-GEN NOT = WS-JRN-ARC
              OR WS-JRN-HST NOT = WS-JRN-ARC
              OR WS-JRN-GEN-AMT NOT = WS-JRN-ARC-AMT
              OR WS-JRN-HST-AMT NOT = WS-JRN-ARC-AMT
             MOVE 0 TO WS-JRN-OK
           END-IF.
           MOVE 0 TO WS-PROOF-OK.
           IF WS-OUT-OK = 1 AND WS-JRN-OK = 1 AND WS-HST-FAIL = 0
             MOVE 1 TO WS-PROOF-OK
           END-IF.
           MOVE 1 TO WS-PROOF-DONE.
       H400-END. EXIT.

       H410-REREAD-OUT-GEN.
           OPEN INPUT OUA-FILE.
           IF OUA-SUCCESS
             PERFORM UNTIL OUA-FILE-EOF
               READ OUA-FILE
                 AT END
                   SET OUA-FILE-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO WS-OUT-GEN
                   IF OUA-ID-HEADER = 'ID: '
                     ADD 1 TO WS-OUT-GEN-DTL
                     IF OUA-AMT-O NUMERIC
                       ADD OUA-AMT-O TO WS-OUT-GEN-AMT
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE OUA-FILE
           ELSE
             DISPLAY "UNABLE TO RE-READ OUA-FILE"
           END-IF.
       H410-END. EXIT.

       H420-REREAD-JRN-GEN.
           OPEN INPUT JRA-FILE.
           IF JRA-SUCCESS
             PERFORM UNTIL JRA-FILE-EOF
               READ JRA-FILE
                 AT END
                   SET JRA-FILE-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO WS-JRN-GEN
                   IF JRA-AMOUNT NUMERIC
                     ADD JRA-AMOUNT TO WS-JRN-GEN-AMT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE JRA-FILE
           ELSE
             DISPLAY "UNABLE TO RE-READ JRA-FILE"
           END-IF.
       H420-END. EXIT.

       H430-REREAD-HISTORY.
           OPEN INPUT HST-FILE.
           IF HST-SUCCESS
             PERFORM UNTIL HST-FILE-EOF
               READ HST-FILE NEXT RECORD
                 AT END
                   SET HST-FILE-EOF TO TRUE
                 NOT AT END
                   IF HST-GEN-STAMP = WS-GEN-STAMP
                     IF HST-TYPE-ACTIVITY
                       ADD 1 TO WS-OUT-HST
                       ADD HST-AMOUNT TO WS-OUT-HST-AMT
                     ELSE
                       ADD 1 TO WS-JRN-HST
                       ADD HST-AMOUNT TO WS-JRN-HST-AMT
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HST-FILE
           ELSE
             DISPLAY "UNABLE TO RE-READ HST-FILE"
           END-IF.
       H430-END. EXIT.

      * AN UNPROVEN GENERATION IS TAKEN BACK OUT OF THE HISTORY SO THE
      * RUN CAN BE REPEATED ONCE THE CAUSE IS CLEARED.
       H450-BACK-OUT-HISTORY.
           MOVE 0 TO WS-HST-BACKOUT.
           OPEN I-O HST-FILE.
           IF HST-SUCCESS
             PERFORM UNTIL HST-FILE-EOF
               READ HST-FILE NEXT RECORD
                 AT END
                   SET HST-FILE-EOF TO TRUE
                 NOT AT END
                   IF HST-GEN-STAMP = WS-GEN-STAMP
                     DELETE HST-FILE RECORD
                     ADD 1 TO WS-HST-BACKOUT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HST-FILE
           END-IF.
           DISPLAY 'HISTORY RECORDS BACKED OUT: ' WS-HST-BACKOUT.
       H450-END. EXIT.

       H500-WRITE-REGISTER.
           OPEN EXTEND ARR-FILE.
           IF ARR-NOT-FOUND
             OPEN OUTPUT ARR-FILE
           END-IF.
           IF ARR-SUCCESS
             MOVE WS-GEN-STAMP(1:8) TO ARR-GEN-DATE
             MOVE WS-GEN-STAMP(9:6) TO ARR-GEN-TIME
             MOVE WS-CUTOFF TO ARR-CUTOFF
             MOVE 'OUT' TO ARR-FILE-ID
             MOVE WS-OUT-ARC TO ARR-ARCHIVED
             MOVE WS-OUT-HST TO ARR-LOADED
             MOVE WS-OUT-HST-AMT TO ARR-AMOUNT
             IF WS-PROOF-OK = 1
               SET ARR-BALANCED TO TRUE
             ELSE
               SET ARR-OUT-OF-BALANCE TO TRUE
             END-IF
             WRITE ARR-REC
             MOVE 'JRN' TO ARR-FILE-ID
             MOVE WS-JRN-ARC TO ARR-ARCHIVED
             MOVE WS-JRN-HST TO ARR-LOADED
             MOVE WS-JRN-HST-AMT TO ARR-AMOUNT
             WRITE ARR-REC
             CLOSE ARR-FILE
           ELSE
             DISPLAY 'ARCHIVE REGISTER NOT AVAILABLE - GENERATION NOT '
      -        'REGISTERED'
             MOVE 0 TO WS-PROOF-OK
           END-IF.
       H500-END. EXIT.

       H600-WRITE-REPORT.
           MOVE SPACES TO RPT-REC.
           MOVE 'OUT-FILE  ' TO RPT-FILE-O.
           MOVE WS-OUT-READ TO RPT-READ-O.
           MOVE WS-OUT-KEPT TO RPT-KEPT-O.
           MOVE WS-OUT-ARC TO RPT-ARC-O.
           MOVE WS-OUT-GEN TO RPT-GEN-O.
           MOVE WS-OUT-DTL TO RPT-DTL-O.
           MOVE WS-OUT-HST TO RPT-HST-O.
           MOVE WS-OUT-GEN-AMT TO RPT-AMT-O.
           MOVE WS-OUT-HST-AMT TO RPT-HAMT-O.
           IF WS-OUT-OK = 1
             MOVE ' BALANCED' TO RPT-RESULT-O
           ELSE
             MOVE ' OUT OF BALANCE' TO RPT-RESULT-O
           END-IF.
           PERFORM H610-REPORT-HEADERS.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE 'JRN-FILE  ' TO RPT-FILE-O.
           MOVE WS-JRN-READ TO RPT-READ-O.
           MOVE WS-JRN-KEPT TO RPT-KEPT-O.
           MOVE WS-JRN-ARC TO RPT-ARC-O.
           MOVE WS-JRN-GEN TO RPT-GEN-O.
           MOVE WS-JRN-ARC TO RPT-DTL-O.
           MOVE WS-JRN-HST TO RPT-HST-O.
           MOVE WS-JRN-GEN-AMT TO RPT-AMT-O.
           MOVE WS-JRN-HST-AMT TO RPT-HAMT-O.
           IF WS-JRN-OK = 1
             MOVE ' BALANCED' TO RPT-RESULT-O
           ELSE
             MOVE ' OUT OF BALANCE' TO RPT-RESULT-O
           END-IF.
           PERFORM H610-REPORT-HEADERS.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-TRAILER-REC.
           MOVE 'PERIOD-END ARCHIVE TOTALS' TO RPT-TRLR-TITLE.
           MOVE ' GENERATION: ' TO RPT-TRLR-GEN-HDR.
           MOVE WS-GEN-STAMP TO RPT-TRLR-GEN.
           MOVE ' CUTOFF: ' TO RPT-TRLR-CUT-HDR.
           MOVE WS-CUTOFF TO RPT-TRLR-CUT.
           MOVE ' HISTORY FAILS: ' TO RPT-TRLR-FAIL-HDR.
           MOVE WS-HST-FAIL TO RPT-TRLR-FAIL.
           MOVE ' RESULT: ' TO RPT-TRLR-RES-HDR.
           IF WS-PROOF-OK = 1
             MOVE 'BALANCED' TO RPT-TRLR-RESULT
           ELSE
             MOVE 'OUT OF BALANCE' TO RPT-TRLR-RESULT
           END-IF.
           WRITE RPT-TRAILER-REC.
       H600-END. EXIT.

       H610-REPORT-HEADERS.
           MOVE ' READ: ' TO RPT-READ-HDR.
           MOVE ' KEPT: ' TO RPT-KEPT-HDR.
           MOVE ' ARC: ' TO RPT-ARC-HDR.
           MOVE ' GEN: ' TO RPT-GEN-HDR.
           MOVE ' DTL: ' TO RPT-DTL-HDR.
           MOVE ' HST: ' TO RPT-HST-HDR.
           MOVE ' ARC AMT: ' TO RPT-AMT-HDR.
           MOVE ' HST AMT: ' TO RPT-HAMT-HDR.
       H610-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H390-CLOSE-PASS.
           IF WS-RPT-OPEN = 1
             IF WS-PROOF-DONE = 1
               PERFORM H600-WRITE-REPORT
             END-IF
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
               MOVE WS-OUT-ARC TO RCT-COUNT-1
               MOVE WS-JRN-ARC TO RCT-COUNT-2
               WRITE RCT-REC
               CLOSE RCT-FILE
             END-IF
           END-IF.
       H995-END. EXIT.
