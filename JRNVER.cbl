       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX-FILE.
           SELECT JRN-FILE ASSIGN TO JRNFILE
                             STATUS ST-JRN-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                             STATUS ST-RPT-FILE.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                             STATUS ST-RCT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  JRN-FILE RECORDING MODE F.
           COPY JRNREC.
       FD  RPT-FILE RECORDING MODE F
                     RECORD CONTAINS 132 CHARACTERS.
         01  RPT-EXC-REC.
           05 RPT-EXC-HDR           PIC X(11).
           05 RPT-EXC-TYPE          PIC X(02).
           05 RPT-EXC-SEP           PIC X(01).
           05 RPT-EXC-DESC          PIC X(40).
           05 RPT-EXC-ACCT-HDR      PIC X(07).
           05 RPT-EXC-ID            PIC 9(05).
           05 RPT-EXC-ACCT-SEP      PIC X(01).
           05 RPT-EXC-DVZ           PIC 9(03).
           05 FILLER                PIC X(62).
         01  RPT-SIDE-REC.
           05 RPT-SD-LABEL          PIC X(10).
           05 RPT-SD-DATE           PIC 9(08).
           05 RPT-SD-DATE-SEP       PIC X(01).
           05 RPT-SD-TIME           PIC 9(06).
           05 RPT-SD-SEQ-HDR        PIC X(06).
           05 RPT-SD-SEQ            PIC 9(09).
           05 RPT-SD-FUNC-HDR       PIC X(05).
           05 RPT-SD-FUNC           PIC 9(02).
           05 RPT-SD-ACT-SEP        PIC X(01).
           05 RPT-SD-ACTION         PIC X(01).
           05 RPT-SD-OPER-SEP       PIC X(01).
           05 RPT-SD-OPER           PIC X(08).
           05 RPT-SD-IMG-HDR        PIC X(06).
           05 RPT-SD-BALANCE        PIC S9(15) SIGN LEADING SEPARATE.
           05 RPT-SD-STATUS-SEP     PIC X(01).
           05 RPT-SD-STATUS         PIC X(01).
           05 RPT-SD-LAST-SEP       PIC X(01).
           05 RPT-SD-LAST-ACT       PIC 9(07).
           05 RPT-SD-NAME-SEP       PIC X(01).
           05 RPT-SD-NAME           PIC X(15).
           05 RPT-SD-SURNAME-SEP    PIC X(01).
           05 RPT-SD-SURNAME        PIC X(15).
           05 FILLER                PIC X(10).
         01  RPT-TRAILER-REC.
           05 RPT-TRLR-TITLE        PIC X(26).
           05 RPT-TRLR-DATE-HDR     PIC X(07).
           05 RPT-TRLR-DATE         PIC 9(08).
           05 RPT-TRLR-READ-HDR     PIC X(10).
           05 RPT-TRLR-READ-CNT     PIC 9(07).
           05 RPT-TRLR-KEY-HDR      PIC X(07).
           05 RPT-TRLR-KEY-CNT      PIC 9(05).
           05 RPT-TRLR-CHAIN-HDR    PIC X(08).
           05 RPT-TRLR-CHAIN-CNT    PIC 9(05).
           05 RPT-TRLR-LIVE-HDR     PIC X(07).
           05 RPT-TRLR-LIVE-CNT     PIC 9(05).
           05 RPT-TRLR-DUP-HDR      PIC X(06).
           05 RPT-TRLR-DUP-CNT      PIC 9(05).
           05 RPT-TRLR-GAP-HDR      PIC X(06).
           05 RPT-TRLR-GAP-CNT      PIC 9(05).
           05 RPT-TRLR-RESULT       PIC X(12).
           05 FILLER                PIC X(03).
       FD  RCT-FILE RECORDING MODE F.
           COPY RCTREC.

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX-FILE           PIC 9(02).
              88 IDX-SUCCESS                   VALUE 00 97.
           05 ST-JRN-FILE           PIC 9(02).
              88 JRN-FILE-EOF                  VALUE 10.
              88 JRN-SUCCESS                   VALUE 00 97.
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                   VALUE 00 97.
           05 WS-RPT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-IDX-OPEN           PIC 9(01)  VALUE 0.
           05 WS-JRN-OPEN           PIC 9(01)  VALUE 0.
           05 WS-RUN-DATE           PIC 9(08)  VALUE 0.
           05 WS-CNT-READ           PIC 9(07)  VALUE 0.
           05 WS-CNT-CHAIN          PIC 9(05)  VALUE 0.
           05 WS-CNT-LIVE           PIC 9(05)  VALUE 0.
           05 WS-CNT-DUP            PIC 9(05)  VALUE 0.
           05 WS-CNT-GAP            PIC 9(05)  VALUE 0.
           05 WS-CNT-ERRORS         PIC 9(05)  VALUE 0.
           05 WS-KEY-FULL           PIC 9(01)  VALUE 0.
           05 WS-PST-FULL           PIC 9(01)  VALUE 0.
           05 WS-CUR-ID             PIC 9(05).
           05 WS-CUR-DVZ            PIC 9(03).
           05 WS-KEY-IX             PIC 9(05)  COMP.
           05 WS-KEY-FOUND          PIC 9(01).
           05 WS-PST-IX             PIC 9(05)  COMP.
           05 WS-PST-FOUND          PIC 9(01).
           05 WS-PREV-SET           PIC 9(01)  VALUE 0.
           05 WS-PREV-DATE          PIC 9(08).
           05 WS-PREV-TIME          PIC 9(06).
           05 WS-PREV-SEQ           PIC 9(09).
           05 WS-PREV-FUNC          PIC 9(02).
           05 WS-PREV-ACTION        PIC X(01).
           05 WS-PREV-OPER          PIC X(08).
           05 WS-LIVE-IMAGE         PIC X(80).
           05 WS-SIDE-IMAGE         PIC X(80).
           05 WS-EXC-TYPE           PIC X(02).
           05 WS-EXC-DESC           PIC X(40).
           05 ST-RCT-FILE           PIC 9(02).
              88 RCT-FILE-EOF                  VALUE 10.
              88 RCT-SUCCESS                   VALUE 00 97.
           05 WS-RCT-AVAIL          PIC 9(01)  VALUE 0.
           05 WS-BIZ-DATE           PIC 9(08)  VALUE 0.
           05 WS-RUN-PARM           PIC X(10).
           05 WS-OVERRIDE           PIC 9(01)  VALUE 0.
           05 WS-ALREADY-RUN        PIC 9(01)  VALUE 0.
           05 WS-PRED-DONE          PIC 9(01)  VALUE 0.
           05 WS-JOB-DONE           PIC 9(01)  VALUE 0.
           05 WS-JOB-NAME           PIC X(08)  VALUE 'JRNVER'.
           05 WS-PRED-NAME          PIC X(08)  VALUE 'RECONPGM'.
           05 WS-CPL-IX             PIC 9(03)  COMP.
         01  WS-CPL-TABLE.
           05 WS-CPL-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-CPL-ENTRY OCCURS 400 TIMES.
              10 WS-CPL-JOB         PIC X(08).
              10 WS-CPL-DATE        PIC 9(08).
           COPY IDXREC REPLACING LEADING ==IDX== BY ==WRK==.
         01  WS-KEY-TABLE.
           05 WS-KEY-COUNT          PIC 9(05)  COMP VALUE 0.
           05 WS-KEY-ENTRY OCCURS 5000 TIMES.
              10 WS-KEYT-ID         PIC 9(05).
              10 WS-KEYT-DVZ        PIC 9(03).
              10 WS-KEYT-IMAGE      PIC X(80).
              10 WS-KEYT-DATE       PIC 9(08).
              10 WS-KEYT-TIME       PIC 9(06).
              10 WS-KEYT-SEQ        PIC 9(09).
              10 WS-KEYT-FUNC       PIC 9(02).
              10 WS-KEYT-ACTION     PIC X(01).
              10 WS-KEYT-OPER       PIC X(08).
         01  WS-PST-TABLE.
           05 WS-PST-COUNT          PIC 9(05)  COMP VALUE 0.
           05 WS-PST-ENTRY OCCURS 5000 TIMES.
              10 WS-PSTT-SEQ        PIC 9(09).
              10 WS-PSTT-FUNC       PIC 9(02).
              10 WS-PSTT-ID         PIC 9(05).
              10 WS-PSTT-DVZ        PIC 9(03).
              10 WS-PSTT-ACTION     PIC X(01).
              10 WS-PSTT-AMOUNT     PIC 9(15).
              10 WS-PSTT-OPER       PIC X(08).
              10 WS-PSTT-TIME       PIC 9(06).
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-GET-OVERRIDE.
           PERFORM H060-READ-RUN-CONTROL.
           PERFORM H065-CHECK-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM UNTIL JRN-FILE-EOF
             READ JRN-FILE
               AT END
                 SET JRN-FILE-EOF TO TRUE
               NOT AT END
                 PERFORM H200-CONTROL-JRN-REC
             END-READ
           END-PERFORM.
           PERFORM H400-CHECK-LIVE-MASTER.
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

      * THE VERIFICATION MUST SEE THE WHOLE DAY'S POSTINGS, SO IT
      * FOLLOWS RECONPGM, AND GLEXTR AND PURGEPGM IN TURN WAIT FOR A
      * CLEAN VERIFICATION BEFORE THEY ACT ON THE MASTER FILE.
       H065-CHECK-RUN-CONTROL.
           IF WS-RCT-AVAIL = 1
             MOVE WS-BIZ-DATE TO WS-RUN-DATE
             MOVE 0 TO WS-ALREADY-RUN
             MOVE 0 TO WS-PRED-DONE
             MOVE 1 TO WS-CPL-IX
             PERFORM UNTIL WS-CPL-IX > WS-CPL-COUNT
               IF WS-CPL-JOB(WS-CPL-IX) = WS-JOB-NAME
                  AND WS-CPL-DATE(WS-CPL-IX) = WS-BIZ-DATE
                 MOVE 1 TO WS-ALREADY-RUN
               END-IF
               IF WS-CPL-JOB(WS-CPL-IX) = WS-PRED-NAME
                  AND WS-CPL-DATE(WS-CPL-IX) = WS-BIZ-DATE
                 MOVE 1 TO WS-PRED-DONE
               END-IF
               ADD 1 TO WS-CPL-IX
             END-PERFORM
             IF WS-ALREADY-RUN = 1 AND WS-OVERRIDE = 0
               DISPLAY WS-JOB-NAME ' ALREADY COMPLETE FOR '
                 WS-BIZ-DATE ' - RERUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             IF WS-PRED-DONE = 0 AND WS-OVERRIDE = 0
               DISPLAY WS-PRED-NAME ' NOT COMPLETE FOR '
                 WS-BIZ-DATE ' - OUT OF SEQUENCE - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           ELSE
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
       H065-END. EXIT.

       H100-OPEN-FILES.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
             DISPLAY "UNABLE TO OPEN RPT-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-RPT-OPEN
           END-IF.
           OPEN INPUT JRN-FILE.
           IF NOT JRN-SUCCESS
             DISPLAY "UNABLE TO OPEN JRN-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-JRN-OPEN
           END-IF.
           OPEN INPUT IDX-FILE.
           IF NOT IDX-SUCCESS
             DISPLAY "UNABLE TO OPEN IDX-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-IDX-OPEN
           END-IF.
       H100-END. EXIT.

      * EVERY JOURNAL ENTRY MUST PICK UP EXACTLY WHERE THE PREVIOUS
      * ENTRY FOR THE SAME ACCOUNT LEFT OFF. A BEFORE-IMAGE THAT
      * DIFFERS FROM THE LAST AFTER-IMAGE MEANS THE RECORD WAS CHANGED
      * SOMEWHERE THE JOURNAL DID NOT SEE. THE FIRST ENTRY FOR A KEY
      * STARTS ITS CHAIN.
       H200-CONTROL-JRN-REC.
           ADD 1 TO WS-CNT-READ.
           IF JRN-ACTION-DELETE
             MOVE JRN-BEFORE-IMAGE TO WRK-REC
           ELSE
             MOVE JRN-AFTER-IMAGE TO WRK-REC
           END-IF.
           MOVE WRK-ID TO WS-CUR-ID.
           MOVE WRK-DVZ TO WS-CUR-DVZ.
           PERFORM H210-FIND-OR-ADD-KEY.
           IF WS-KEY-IX NOT > WS-KEY-COUNT
             IF WS-KEY-FOUND = 1
               IF JRN-BEFORE-IMAGE NOT = WS-KEYT-IMAGE(WS-KEY-IX)
                 PERFORM H220-REPORT-CHAIN-BREAK
               END-IF
             END-IF
             MOVE JRN-AFTER-IMAGE TO WS-KEYT-IMAGE(WS-KEY-IX)
             MOVE JRN-RUN-DATE TO WS-KEYT-DATE(WS-KEY-IX)
             MOVE JRN-RUN-TIME TO WS-KEYT-TIME(WS-KEY-IX)
             MOVE JRN-SEQ TO WS-KEYT-SEQ(WS-KEY-IX)
             MOVE JRN-FUNC TO WS-KEYT-FUNC(WS-KEY-IX)
             MOVE JRN-ACTION TO WS-KEYT-ACTION(WS-KEY-IX)
             MOVE JRN-OPERATOR TO WS-KEYT-OPER(WS-KEY-IX)
           END-IF.
           IF JRN-RUN-DATE = WS-RUN-DATE AND JRN-SEQ > 0
             PERFORM H250-CHECK-SEQUENCE
           END-IF.
       H200-END. EXIT.

       H210-FIND-OR-ADD-KEY.
           MOVE 0 TO WS-KEY-FOUND.
           MOVE 1 TO WS-KEY-IX.
           PERFORM UNTIL WS-KEY-IX > WS-KEY-COUNT
                      OR WS-KEY-FOUND = 1
             IF WS-KEYT-ID(WS-KEY-IX) = WS-CUR-ID
                AND WS-KEYT-DVZ(WS-KEY-IX) = WS-CUR-DVZ
               MOVE 1 TO WS-KEY-FOUND
             ELSE
               ADD 1 TO WS-KEY-IX
             END-IF
           END-PERFORM.
           IF WS-KEY-FOUND = 0
             IF WS-KEY-COUNT < 5000
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY-COUNT TO WS-KEY-IX
               MOVE WS-CUR-ID TO WS-KEYT-ID(WS-KEY-IX)
               MOVE WS-CUR-DVZ TO WS-KEYT-DVZ(WS-KEY-IX)
             ELSE
               IF WS-KEY-FULL = 0
                 MOVE 1 TO WS-KEY-FULL
                 ADD 1 TO WS-CNT-ERRORS
                 MOVE 'TF' TO WS-EXC-TYPE
                 MOVE 'ACCOUNT TABLE FULL - KEYS NOT VERIFIED'
                   TO WS-EXC-DESC
                 PERFORM H500-WRITE-EXCEPTION
               END-IF
             END-IF
           END-IF.
       H210-END. EXIT.

       H220-REPORT-CHAIN-BREAK.
           ADD 1 TO WS-CNT-CHAIN.
           ADD 1 TO WS-CNT-ERRORS.
           MOVE 'CB' TO WS-EXC-TYPE.
           MOVE 'BEFORE-IMAGE DIFFERS FROM PREVIOUS AFTER' TO
             WS-EXC-DESC.
           PERFORM H500-WRITE-EXCEPTION.
           MOVE SPACES TO RPT-SIDE-REC.
           MOVE 'PREV AFTER' TO RPT-SD-LABEL.
           MOVE WS-KEYT-DATE(WS-KEY-IX) TO RPT-SD-DATE.
           MOVE WS-KEYT-TIME(WS-KEY-IX) TO RPT-SD-TIME.
           MOVE WS-KEYT-SEQ(WS-KEY-IX) TO RPT-SD-SEQ.
           MOVE WS-KEYT-FUNC(WS-KEY-IX) TO RPT-SD-FUNC.
           MOVE WS-KEYT-ACTION(WS-KEY-IX) TO RPT-SD-ACTION.
           MOVE WS-KEYT-OPER(WS-KEY-IX) TO RPT-SD-OPER.
           MOVE WS-KEYT-IMAGE(WS-KEY-IX) TO WS-SIDE-IMAGE.
           PERFORM H510-WRITE-SIDE.
           PERFORM H520-CURRENT-SIDE.
           MOVE 'CUR BEFORE' TO RPT-SD-LABEL.
           MOVE JRN-BEFORE-IMAGE TO WS-SIDE-IMAGE.
           PERFORM H510-WRITE-SIDE.
       H220-END. EXIT.

      * SEQUENCE CHECKS COVER THE BUSINESS DATE BEING VERIFIED.
      * LEGS OF ONE POSTING SHARE A SEQUENCE NUMBER AND FOLLOW EACH
      * OTHER; THE SAME POSTING SEEN AGAIN LATER IN THE DAY (A RERUN
      * OR A RESTART FROM THE WRONG CHECKPOINT) IS A DUPLICATE. A
      * JUMP IN THE SEQUENCE IS REPORTED AS A GAP FOR REVIEW, SINCE
      * INPUT RECORDS THAT POST NOTHING ALSO CONSUME A NUMBER.
      * ENTRIES WITHOUT A SEQUENCE (INTEREST, PURGE) ARE NOT CHECKED.
       H250-CHECK-SEQUENCE.
           IF WS-PREV-SET = 1 AND JRN-SEQ = WS-PREV-SEQ
             CONTINUE
           ELSE
             PERFORM H260-CHECK-DUPLICATE
             IF WS-PREV-SET = 1 AND JRN-SEQ > WS-PREV-SEQ + 1
               PERFORM H270-REPORT-GAP
             END-IF
           END-IF.
           MOVE 1 TO WS-PREV-SET.
           MOVE JRN-RUN-DATE TO WS-PREV-DATE.
           MOVE JRN-RUN-TIME TO WS-PREV-TIME.
           MOVE JRN-SEQ TO WS-PREV-SEQ.
           MOVE JRN-FUNC TO WS-PREV-FUNC.
           MOVE JRN-ACTION TO WS-PREV-ACTION.
           MOVE JRN-OPERATOR TO WS-PREV-OPER.
       H250-END. EXIT.

       H260-CHECK-DUPLICATE.
           MOVE 0 TO WS-PST-FOUND.
           MOVE 1 TO WS-PST-IX.
           PERFORM UNTIL WS-PST-IX > WS-PST-COUNT
                      OR WS-PST-FOUND = 1
             IF WS-PSTT-SEQ(WS-PST-IX) = JRN-SEQ
                AND WS-PSTT-FUNC(WS-PST-IX) = JRN-FUNC
                AND WS-PSTT-ID(WS-PST-IX) = WS-CUR-ID
                AND WS-PSTT-DVZ(WS-PST-IX) = WS-CUR-DVZ
                AND WS-PSTT-ACTION(WS-PST-IX) = JRN-ACTION
                AND WS-PSTT-AMOUNT(WS-PST-IX) = JRN-AMOUNT
                AND WS-PSTT-OPER(WS-PST-IX) = JRN-OPERATOR
               MOVE 1 TO WS-PST-FOUND
             ELSE
               ADD 1 TO WS-PST-IX
             END-IF
           END-PERFORM.
           IF WS-PST-FOUND = 1
             PERFORM H265-REPORT-DUPLICATE
           ELSE
             IF WS-PST-COUNT < 5000
               ADD 1 TO WS-PST-COUNT
               MOVE WS-PST-COUNT TO WS-PST-IX
               MOVE JRN-SEQ TO WS-PSTT-SEQ(WS-PST-IX)
               MOVE JRN-FUNC TO WS-PSTT-FUNC(WS-PST-IX)
               MOVE WS-CUR-ID TO WS-PSTT-ID(WS-PST-IX)
               MOVE WS-CUR-DVZ TO WS-PSTT-DVZ(WS-PST-IX)
               MOVE JRN-ACTION TO WS-PSTT-ACTION(WS-PST-IX)
               MOVE JRN-AMOUNT TO WS-PSTT-AMOUNT(WS-PST-IX)
               MOVE JRN-OPERATOR TO WS-PSTT-OPER(WS-PST-IX)
               MOVE JRN-RUN-TIME TO WS-PSTT-TIME(WS-PST-IX)
             ELSE
               IF WS-PST-FULL = 0
                 MOVE 1 TO WS-PST-FULL
                 DISPLAY 'POSTING TABLE FULL - DUPLICATE CHECK LIMITED'
               END-IF
             END-IF
           END-IF.
       H260-END. EXIT.

       H265-REPORT-DUPLICATE.
           ADD 1 TO WS-CNT-DUP.
           ADD 1 TO WS-CNT-ERRORS.
           MOVE 'DP' TO WS-EXC-TYPE.
           MOVE 'POSTING JOURNALLED TWICE IN THE RUN' TO WS-EXC-DESC.
           PERFORM H500-WRITE-EXCEPTION.
           MOVE SPACES TO RPT-SIDE-REC.
           MOVE 'FIRST     ' TO RPT-SD-LABEL.
           MOVE JRN-RUN-DATE TO RPT-SD-DATE.
           MOVE WS-PSTT-TIME(WS-PST-IX) TO RPT-SD-TIME.
           MOVE WS-PSTT-SEQ(WS-PST-IX) TO RPT-SD-SEQ.
           MOVE WS-PSTT-FUNC(WS-PST-IX) TO RPT-SD-FUNC.
           MOVE WS-PSTT-ACTION(WS-PST-IX) TO RPT-SD-ACTION.
           MOVE WS-PSTT-OPER(WS-PST-IX) TO RPT-SD-OPER.
           MOVE SPACES TO WS-SIDE-IMAGE.
           PERFORM H510-WRITE-SIDE.
           PERFORM H520-CURRENT-SIDE.
           MOVE 'REPEATED  ' TO RPT-SD-LABEL.
           MOVE JRN-AFTER-IMAGE TO WS-SIDE-IMAGE.
           PERFORM H510-WRITE-SIDE.
       H265-END. EXIT.

       H270-REPORT-GAP.
           ADD 1 TO WS-CNT-GAP.
           MOVE 'SG' TO WS-EXC-TYPE.
           MOVE 'SEQUENCE GAP IN THE RUN - FOR REVIEW' TO WS-EXC-DESC.
           PERFORM H500-WRITE-EXCEPTION.
           MOVE SPACES TO RPT-SIDE-REC.
           MOVE 'BEFORE GAP' TO RPT-SD-LABEL.
           MOVE WS-PREV-DATE TO RPT-SD-DATE.
           MOVE WS-PREV-TIME TO RPT-SD-TIME.
           MOVE WS-PREV-SEQ TO RPT-SD-SEQ.
           MOVE WS-PREV-FUNC TO RPT-SD-FUNC.
           MOVE WS-PREV-ACTION TO RPT-SD-ACTION.
           MOVE WS-PREV-OPER TO RPT-SD-OPER.
           MOVE SPACES TO WS-SIDE-IMAGE.
           PERFORM H510-WRITE-SIDE.
           PERFORM H520-CURRENT-SIDE.
           MOVE 'AFTER GAP ' TO RPT-SD-LABEL.
           MOVE JRN-AFTER-IMAGE TO WS-SIDE-IMAGE.
           PERFORM H510-WRITE-SIDE.
       H270-END. EXIT.

      * THE LAST AFTER-IMAGE FOR EACH ACCOUNT MUST BE THE RECORD NOW
      * ON THE MASTER FILE, BYTE FOR BYTE. A DELETED ACCOUNT MUST NOT
      * BE THERE AT ALL.
       H400-CHECK-LIVE-MASTER.
           MOVE 1 TO WS-KEY-IX.
           PERFORM UNTIL WS-KEY-IX > WS-KEY-COUNT
             PERFORM H410-CHECK-ONE-KEY
             ADD 1 TO WS-KEY-IX
           END-PERFORM.
       H400-END. EXIT.

       H410-CHECK-ONE-KEY.
           MOVE WS-KEYT-ID(WS-KEY-IX) TO WS-CUR-ID.
           MOVE WS-KEYT-DVZ(WS-KEY-IX) TO WS-CUR-DVZ.
           MOVE WS-CUR-ID TO IDX-ID.
           MOVE WS-CUR-DVZ TO IDX-DVZ.
           MOVE SPACES TO WS-EXC-TYPE.
           READ IDX-FILE KEY IS IDX-KEY
             INVALID KEY
               MOVE SPACES TO WS-LIVE-IMAGE
               IF WS-KEYT-IMAGE(WS-KEY-IX) NOT = SPACES
                 MOVE 'LM' TO WS-EXC-TYPE
                 MOVE 'ACCOUNT MISSING FROM MASTER FILE'
                   TO WS-EXC-DESC
               END-IF
             NOT INVALID KEY
               MOVE SPACES TO WS-LIVE-IMAGE
               MOVE IDX-REC TO WS-LIVE-IMAGE
               IF WS-KEYT-IMAGE(WS-KEY-IX) = SPACES
                 MOVE 'LM' TO WS-EXC-TYPE
                 MOVE 'ACCOUNT ON MASTER AFTER JOURNAL DELETE'
                   TO WS-EXC-DESC
               ELSE
                 IF WS-LIVE-IMAGE NOT = WS-KEYT-IMAGE(WS-KEY-IX)
                   MOVE 'LM' TO WS-EXC-TYPE
                   MOVE 'MASTER DIFFERS FROM LAST AFTER-IMAGE'
                     TO WS-EXC-DESC
                 END-IF
               END-IF
           END-READ.
           IF WS-EXC-TYPE NOT = SPACES
             ADD 1 TO WS-CNT-LIVE
             ADD 1 TO WS-CNT-ERRORS
             PERFORM H500-WRITE-EXCEPTION
             MOVE SPACES TO RPT-SIDE-REC
             MOVE 'LAST AFTER' TO RPT-SD-LABEL
             MOVE WS-KEYT-DATE(WS-KEY-IX) TO RPT-SD-DATE
             MOVE WS-KEYT-TIME(WS-KEY-IX) TO RPT-SD-TIME
             MOVE WS-KEYT-SEQ(WS-KEY-IX) TO RPT-SD-SEQ
             MOVE WS-KEYT-FUNC(WS-KEY-IX) TO RPT-SD-FUNC
             MOVE WS-KEYT-ACTION(WS-KEY-IX) TO RPT-SD-ACTION
             MOVE WS-KEYT-OPER(WS-KEY-IX) TO RPT-SD-OPER
             MOVE WS-KEYT-IMAGE(WS-KEY-IX) TO WS-SIDE-IMAGE
             PERFORM H510-WRITE-SIDE
             MOVE SPACES TO RPT-SIDE-REC
             MOVE 'LIVE MSTR ' TO RPT-SD-LABEL
             MOVE 0 TO RPT-SD-DATE
             MOVE 0 TO RPT-SD-TIME
             MOVE 0 TO RPT-SD-SEQ
             MOVE 0 TO RPT-SD-FUNC
             MOVE WS-LIVE-IMAGE TO WS-SIDE-IMAGE
             PERFORM H510-WRITE-SIDE
           END-IF.
       H410-END. EXIT.

       H500-WRITE-EXCEPTION.
           MOVE SPACES TO RPT-EXC-REC.
           MOVE '*** BREAK: ' TO RPT-EXC-HDR.
           MOVE WS-EXC-TYPE TO RPT-EXC-TYPE.
           MOVE WS-EXC-DESC TO RPT-EXC-DESC.
           MOVE ' ACCT: ' TO RPT-EXC-ACCT-HDR.
           MOVE WS-CUR-ID TO RPT-EXC-ID.
           MOVE '/' TO RPT-EXC-ACCT-SEP.
           MOVE WS-CUR-DVZ TO RPT-EXC-DVZ.
           WRITE RPT-EXC-REC.
       H500-END. EXIT.

      * ONE SIDE OF A BREAK: THE JOURNAL ENTRY IN RPT-SIDE-REC AND
      * THE ACCOUNT IMAGE IN WS-SIDE-IMAGE, DECODED FIELD BY FIELD.
       H510-WRITE-SIDE.
           MOVE ' ' TO RPT-SD-DATE-SEP.
           MOVE ' SEQ: ' TO RPT-SD-SEQ-HDR.
           MOVE ' FN: ' TO RPT-SD-FUNC-HDR.
           MOVE ' ' TO RPT-SD-ACT-SEP.
           MOVE ' ' TO RPT-SD-OPER-SEP.
           MOVE ' IMG: ' TO RPT-SD-IMG-HDR.
           IF WS-SIDE-IMAGE = SPACES
             MOVE 0 TO RPT-SD-BALANCE
             MOVE 0 TO RPT-SD-LAST-ACT
             MOVE '(NO IMAGE)' TO RPT-SD-NAME
           ELSE
             MOVE WS-SIDE-IMAGE TO WRK-REC
             MOVE WRK-BALANCE TO RPT-SD-BALANCE
             MOVE WRK-STATUS TO RPT-SD-STATUS
             MOVE WRK-LAST-ACT-DATE TO RPT-SD-LAST-ACT
             MOVE WRK-NAME TO RPT-SD-NAME
             MOVE WRK-SURNAME TO RPT-SD-SURNAME
           END-IF.
           WRITE RPT-SIDE-REC.
       H510-END. EXIT.

       H520-CURRENT-SIDE.
           MOVE SPACES TO RPT-SIDE-REC.
           MOVE JRN-RUN-DATE TO RPT-SD-DATE.
           MOVE JRN-RUN-TIME TO RPT-SD-TIME.
           MOVE JRN-SEQ TO RPT-SD-SEQ.
           MOVE JRN-FUNC TO RPT-SD-FUNC.
           MOVE JRN-ACTION TO RPT-SD-ACTION.
           MOVE JRN-OPERATOR TO RPT-SD-OPER.
       H520-END. EXIT.

       H900-TRAILER-FILL.
           MOVE SPACES TO RPT-TRAILER-REC.
           MOVE 'JOURNAL CHAIN VERIFICATION' TO RPT-TRLR-TITLE.
           MOVE ' DATE: ' TO RPT-TRLR-DATE-HDR.
           MOVE WS-RUN-DATE TO RPT-TRLR-DATE.
           MOVE ' ENTRIES: ' TO RPT-TRLR-READ-HDR.
           MOVE WS-CNT-READ TO RPT-TRLR-READ-CNT.
           MOVE ' KEYS: ' TO RPT-TRLR-KEY-HDR.
           MOVE WS-KEY-COUNT TO RPT-TRLR-KEY-CNT.
           MOVE ' CHAIN: ' TO RPT-TRLR-CHAIN-HDR.
           MOVE WS-CNT-CHAIN TO RPT-TRLR-CHAIN-CNT.
           MOVE ' LIVE: ' TO RPT-TRLR-LIVE-HDR.
           MOVE WS-CNT-LIVE TO RPT-TRLR-LIVE-CNT.
           MOVE ' DUP: ' TO RPT-TRLR-DUP-HDR.
           MOVE WS-CNT-DUP TO RPT-TRLR-DUP-CNT.
           MOVE ' GAP: ' TO RPT-TRLR-GAP-HDR.
           MOVE WS-CNT-GAP TO RPT-TRLR-GAP-CNT.
           IF WS-JOB-DONE = 0
             MOVE ' INCOMPLETE' TO RPT-TRLR-RESULT
           ELSE
             IF WS-CNT-ERRORS > 0
               MOVE ' BROKEN' TO RPT-TRLR-RESULT
             ELSE
               MOVE ' VERIFIED' TO RPT-TRLR-RESULT
             END-IF
           END-IF.
       H900-END. EXIT.

      * A BROKEN CHAIN WITHHOLDS THE COMPLETION RECORD, SO GLEXTR AND
      * PURGEPGM REFUSE TO RUN ON THE MASTER FILE UNTIL THE BREAK IS
      * EXPLAINED AND THE VERIFICATION RERUN OR OVERRIDDEN.
       H999-PROGRAM-EXIT.
           IF WS-RPT-OPEN = 1
             PERFORM H900-TRAILER-FILL
             WRITE RPT-TRAILER-REC
             CLOSE RPT-FILE
           END-IF.
           IF WS-JRN-OPEN = 1
             CLOSE JRN-FILE
           END-IF.
           IF WS-IDX-OPEN = 1
             CLOSE IDX-FILE
           END-IF.
           DISPLAY 'JOURNAL ENTRIES: ' WS-CNT-READ
             ' CHAIN: ' WS-CNT-CHAIN ' LIVE: ' WS-CNT-LIVE
             ' DUP: ' WS-CNT-DUP ' GAP: ' WS-CNT-GAP.
           IF WS-JOB-DONE = 1
             IF WS-CNT-ERRORS > 0
               DISPLAY 'JOURNAL CHAIN BROKEN - COMPLETION WITHHELD'
               MOVE 8 TO RETURN-CODE
             ELSE
               IF WS-CNT-GAP > 0
                 MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM H995-WRITE-RUN-COMPLETE
             END-IF
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
               MOVE WS-CNT-READ TO RCT-COUNT-1
               MOVE WS-CNT-GAP TO RCT-COUNT-2
               WRITE RCT-REC
               CLOSE RCT-FILE
             END-IF
           END-IF.
       H995-END. EXIT.
