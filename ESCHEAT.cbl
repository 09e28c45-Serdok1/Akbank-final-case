       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX-FILE.
           SELECT CST-FILE ASSIGN TO CUSTFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CST-KEY
                             STATUS ST-CST-FILE.
           SELECT TDM-FILE ASSIGN TO TDMFILE
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY TDM-KEY
                             STATUS ST-TDM-FILE.
           SELECT NTC-FILE ASSIGN TO NTCFILE
                             STATUS ST-NTC-FILE.
           SELECT NNT-FILE ASSIGN TO NNTFILE
                             STATUS ST-NNT-FILE.
           SELECT LTR-FILE ASSIGN TO NOTICES
                             STATUS ST-LTR-FILE.
           SELECT ESR-FILE ASSIGN TO ESCREG
                             STATUS ST-ESR-FILE.
           SELECT ESP-FILE ASSIGN TO ESCPARM
                             STATUS ST-ESP-FILE.
           SELECT OUT-FILE ASSIGN TO OUTFILE
                             STATUS ST-OUT-FILE.
           SELECT DVZ-FILE ASSIGN TO DVZFILE
                             STATUS ST-DVZ-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                             STATUS ST-RPT-FILE.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                             STATUS ST-RCT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  CST-FILE.
           COPY CSTREC.
       FD  TDM-FILE.
           COPY TDMREC.
       FD  NTC-FILE RECORDING MODE F.
           COPY NTCREC.
       FD  NNT-FILE RECORDING MODE F.
           COPY NTCREC REPLACING LEADING ==NTC== BY ==NNT==.
       FD  LTR-FILE RECORDING MODE F
                     RECORD CONTAINS 160 CHARACTERS.
         01  LTR-REC.
           05 LTR-ID                PIC 9(05).
           05 LTR-DVZ               PIC 9(03).
           05 LTR-DVZ-ALPHA         PIC X(03).
           05 LTR-NAME              PIC X(15).
           05 LTR-SURNAME           PIC X(15).
           05 LTR-ADDRESS           PIC X(30).
           05 LTR-CITY              PIC X(15).
           05 LTR-BALANCE           PIC S9(15).
           05 LTR-LAST-ACT          PIC 9(08).
           05 LTR-NOTICE-DATE       PIC 9(08).
           05 LTR-DUE-DATE          PIC 9(08).
           05 FILLER                PIC X(35).
       FD  ESR-FILE RECORDING MODE F
                     RECORD CONTAINS 100 CHARACTERS.
         01  ESR-REC.
           05 ESR-ID                PIC 9(05).
           05 ESR-DVZ               PIC 9(03).
           05 ESR-DVZ-ALPHA         PIC X(03).
           05 ESR-NAME              PIC X(15).
           05 ESR-SURNAME           PIC X(15).
           05 ESR-AMOUNT            PIC 9(15).
           05 ESR-ESCHEAT-DATE      PIC 9(08).
           05 ESR-LAST-ACT          PIC 9(08).
           05 ESR-NOTICE-DATE       PIC 9(08).
           05 ESR-ESC-ACCT          PIC 9(05).
           05 ESR-SEQ               PIC 9(09).
           05 FILLER                PIC X(06).
       FD  ESP-FILE RECORDING MODE F
                     RECORD CONTAINS 20 CHARACTERS.
         01  ESP-REC.
           05 ESP-ACCT-ID           PIC 9(05).
           05 ESP-LIMIT-DAYS        PIC 9(05).
           05 ESP-NOTICE-DAYS       PIC 9(05).
           05 ESP-WAIT-DAYS         PIC 9(05).
       FD  OUT-FILE RECORDING MODE F
                     RECORD CONTAINS 395 CHARACTERS.
           COPY OUTREC.
       FD  DVZ-FILE RECORDING MODE F.
           COPY DVZREC.
       FD  RPT-FILE RECORDING MODE F
                     RECORD CONTAINS 132 CHARACTERS.
         01  RPT-REC.
           05 RPT-ACCT-HDR          PIC X(06).
           05 RPT-ID-O              PIC 9(05).
           05 RPT-ACCT-SEP          PIC X(01).
           05 RPT-DVZ-O             PIC 9(03).
           05 RPT-DVZ-ALPHA-HDR     PIC X(01).
           05 RPT-DVZ-ALPHA-O       PIC X(03).
           05 RPT-LASTACT-HDR       PIC X(11).
           05 RPT-LASTACT-O         PIC 9(08).
           05 RPT-AGE-HDR           PIC X(06).
           05 RPT-AGE-O             PIC 9(05).
           05 RPT-BAL-HDR           PIC X(06).
           05 RPT-BAL-O             PIC S9(15) SIGN LEADING SEPARATE.
           05 RPT-RESULT-O          PIC X(11).
           05 RPT-COMM-O            PIC X(50).
         01  RPT-TOTAL-REC.
           05 RPT-TOT-TITLE         PIC X(30).
           05 RPT-TOT-CNT-HDR       PIC X(08).
           05 RPT-TOT-CNT           PIC 9(07).
           05 RPT-TOT-AMT-HDR       PIC X(09).
           05 RPT-TOT-AMT           PIC 9(17).
           05 FILLER                PIC X(61).
         01  RPT-TRAILER-REC.
           05 RPT-TRLR-TITLE        PIC X(26).
           05 RPT-TRLR-DATE-HDR     PIC X(07).
           05 RPT-TRLR-DATE         PIC 9(08).
           05 RPT-TRLR-RESULT       PIC X(20).
           05 FILLER                PIC X(71).
       FD  RCT-FILE RECORDING MODE F.
           COPY RCTREC.

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-FINALSUB           PIC X(08)  VALUE 'FINALSUB'.
           05 ST-IDX-FILE           PIC 9(02).
              88 IDX-FILE-EOF                  VALUE 10.
              88 IDX-SUCCESS                   VALUE 00 97.
           05 ST-CST-FILE           PIC 9(02).
              88 CST-SUCCESS                   VALUE 00 97.
           05 ST-TDM-FILE           PIC 9(02).
              88 TDM-FILE-EOF                  VALUE 10.
              88 TDM-SUCCESS                   VALUE 00 97.
              88 TDM-NOT-FOUND                 VALUE 35.
           05 ST-NTC-FILE           PIC 9(02).
              88 NTC-FILE-EOF                  VALUE 10.
              88 NTC-SUCCESS                   VALUE 00 97.
              88 NTC-NOT-FOUND                 VALUE 35.
           05 ST-NNT-FILE           PIC 9(02).
              88 NNT-SUCCESS                   VALUE 00 97.
           05 ST-LTR-FILE           PIC 9(02).
              88 LTR-SUCCESS                   VALUE 00 97.
           05 ST-ESR-FILE           PIC 9(02).
              88 ESR-SUCCESS                   VALUE 00 97.
              88 ESR-NOT-FOUND                 VALUE 35.
           05 ST-ESP-FILE           PIC 9(02).
              88 ESP-SUCCESS                   VALUE 00 97.
           05 ST-OUT-FILE           PIC 9(02).
              88 OUT-SUCCESS                   VALUE 00 97.
              88 OUT-NOT-FOUND                 VALUE 35.
           05 ST-DVZ-FILE           PIC 9(02).
              88 DVZ-FILE-EOF                  VALUE 10.
              88 DVZ-SUCCESS                   VALUE 00 97.
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                   VALUE 00 97.
           05 WS-IDX-OPEN           PIC 9(01)  VALUE 0.
           05 WS-CST-OPEN           PIC 9(01)  VALUE 0.
           05 WS-NNT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-LTR-OPEN           PIC 9(01)  VALUE 0.
           05 WS-ESR-OPEN           PIC 9(01)  VALUE 0.
           05 WS-OUT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-RPT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-RUN-DATE           PIC 9(08)  VALUE 0.
           05 WS-RUN-TIME           PIC 9(06)  VALUE 0.
           05 WS-ESC-ACCT-ID        PIC 9(05)  VALUE 99998.
           05 WS-LIMIT-DAYS         PIC 9(05)  VALUE 3650.
           05 WS-NOTICE-DAYS        PIC 9(05)  VALUE 180.
           05 WS-WAIT-DAYS          PIC 9(05)  VALUE 30.
           05 WS-INT-DATE           PIC 9(07).
           05 WS-LAST-ACT-INT       PIC 9(08).
           05 WS-LAST-ACT-GREG      PIC 9(08).
           05 WS-TODAY-INT          PIC 9(08).
           05 WS-AGE-DAYS           PIC 9(07).
           05 WS-DUE-INT            PIC 9(08).
           05 WS-WAIT-INT           PIC 9(08).
           05 WS-DUE-GREG           PIC 9(08).
           05 WS-CNT-SCANNED        PIC 9(07)  VALUE 0.
           05 WS-CNT-NOTICED        PIC 9(07)  VALUE 0.
           05 WS-CNT-NOADDR         PIC 9(07)  VALUE 0.
           05 WS-CNT-CARRIED        PIC 9(07)  VALUE 0.
           05 WS-CNT-WITHDRAWN      PIC 9(07)  VALUE 0.
           05 WS-CNT-ESCHEATED      PIC 9(07)  VALUE 0.
           05 WS-CNT-EXCEPTION      PIC 9(07)  VALUE 0.
           05 WS-ITEM-SEQ           PIC 9(09)  VALUE 0.
           05 WS-STEP-OK            PIC 9(01).
           05 WS-BAL-MOVED          PIC 9(01).
           05 WS-RESULT             PIC X(11).
           05 WS-REASON-DESC        PIC X(50).
           05 WS-NTC-IX             PIC 9(05)  COMP.
           05 WS-NTC-FOUND          PIC 9(01).
           05 WS-TDA-IX             PIC 9(05)  COMP.
           05 WS-TDA-FOUND          PIC 9(01).
           05 WS-CAN-IX             PIC 9(05)  COMP.
           05 WS-CAN-FULL           PIC 9(01)  VALUE 0.
           05 WS-DVZ-IX             PIC 9(03)  COMP.
           05 WS-DVZ-FOUND          PIC 9(01).
           05 WS-DVZ-LOOKUP         PIC 9(03).
           05 WS-TOT-IX             PIC 9(03)  COMP.
           05 WS-TOT-FOUND          PIC 9(01).
           05 ST-RCT-FILE           PIC 9(02).
              88 RCT-FILE-EOF                  VALUE 10.
              88 RCT-SUCCESS                   VALUE 00 97.
           05 WS-RCT-AVAIL          PIC 9(01)  VALUE 0.
           05 WS-BIZ-DATE           PIC 9(08)  VALUE 0.
           05 WS-RUN-PARM           PIC X(10).
           05 WS-OVERRIDE           PIC 9(01)  VALUE 0.
           05 WS-ALREADY-RUN        PIC 9(01)  VALUE 0.
           05 WS-PRED-DONE          PIC 9(01)  VALUE 0.
           05 WS-ERR-DONE           PIC 9(01)  VALUE 0.
           05 WS-ERR-JOB            PIC X(08).
           05 WS-JOB-DONE           PIC 9(01)  VALUE 0.
           05 WS-JOB-NAME           PIC X(08)  VALUE 'ESCHEAT'.
           05 WS-PRED-NAME          PIC X(08)  VALUE 'EFTCLR'.
           05 WS-CPL-IX             PIC 9(03)  COMP.
         01  WS-CPL-TABLE.
           05 WS-CPL-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-CPL-ENTRY OCCURS 400 TIMES.
              10 WS-CPL-JOB         PIC X(08).
              10 WS-CPL-DATE        PIC 9(08).
              10 WS-CPL-STATUS      PIC X(01).
         01  WS-DVZ-TABLE.
           05 WS-DVZ-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-DVZ-ENTRY OCCURS 200 TIMES.
              10 WS-DVZT-CODE       PIC 9(03).
              10 WS-DVZT-ALPHA      PIC X(03).
              10 WS-DVZT-DESC       PIC X(20).
         01  WS-NTC-TABLE.
           05 WS-NTC-COUNT          PIC 9(05)  COMP VALUE 0.
           05 WS-NTC-ENTRY OCCURS 5000 TIMES.
              10 WS-NTCT-ID         PIC 9(05).
              10 WS-NTCT-DVZ        PIC 9(03).
              10 WS-NTCT-DATE       PIC 9(08).
              10 WS-NTCT-DUE        PIC 9(08).
              10 WS-NTCT-LAST-ACT   PIC 9(08).
              10 WS-NTCT-BALANCE    PIC S9(15).
              10 WS-NTCT-ESC-DATE   PIC 9(08).
              10 WS-NTCT-USED       PIC 9(01).
         01  WS-TDA-TABLE.
           05 WS-TDA-COUNT          PIC 9(05)  COMP VALUE 0.
           05 WS-TDA-ENTRY OCCURS 5000 TIMES.
              10 WS-TDAT-ID         PIC 9(05).
              10 WS-TDAT-DVZ        PIC 9(03).
         01  WS-CAN-TABLE.
           05 WS-CAN-COUNT          PIC 9(05)  COMP VALUE 0.
           05 WS-CAN-ENTRY OCCURS 2000 TIMES.
              10 WS-CANT-ID         PIC 9(05).
              10 WS-CANT-DVZ        PIC 9(03).
              10 WS-CANT-NAME       PIC X(15).
              10 WS-CANT-SURNAME    PIC X(15).
              10 WS-CANT-BALANCE    PIC S9(15).
              10 WS-CANT-LAST-ACT   PIC 9(08).
              10 WS-CANT-AGE        PIC 9(05).
              10 WS-CANT-NTC-DATE   PIC 9(08).
              10 WS-CANT-NTC-DUE    PIC 9(08).
              10 WS-CANT-ESC-DATE   PIC 9(08).
         01  WS-TOT-TABLE.
           05 WS-TOT-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-TOT-ENTRY OCCURS 200 TIMES.
              10 WS-TOTT-DVZ        PIC 9(03).
              10 WS-TOTT-CNT        PIC 9(07).
              10 WS-TOTT-AMT        PIC 9(17).
         01 WS-SUB-AREA.
           05 WS-SUB-FUNC       PIC 9(02).
              88 WS-FUNC-CLOSE               VALUE 9.
              88 WS-FUNC-TRANSFER            VALUE 10.
              88 WS-FUNC-SET-STATUS          VALUE 12.
           05 WS-SUB-ID         PIC 9(05).
           05 WS-SUB-DVZ        PIC 9(03).
           05 WS-SUB-RC         PIC 9(02).
           05 WS-SUB-DATA.
              10 WS-SUB-NAME-TO           PIC X(15).
              10 WS-SUB-NAME-FROM         PIC X(15).
              10 WS-SUB-SURNAME-TO        PIC X(15).
              10 WS-SUB-SURNAME-FROM      PIC X(15).
              10 WS-SUB-DATE              PIC 9(08).
              10 WS-SUB-BALANCE           PIC 9(15).
              10 WS-SUB-AMOUNT            PIC 9(15).
              10 WS-SUB-DIRECTION         PIC X(01).
              10 WS-SUB-ID-2              PIC 9(05).
              10 WS-SUB-DVZ-2             PIC 9(03).
              10 WS-SUB-SEQ               PIC 9(09).
              10 WS-SUB-MODE              PIC X(01).
              10 WS-SUB-COMM              PIC X(50).
              10 WS-SUB-AMOUNT-2          PIC 9(15).
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
           PERFORM H070-LOAD-PARMS.
           PERFORM H075-LOAD-DVZ.
           PERFORM H080-LOAD-NOTICES.
           PERFORM H085-LOAD-DEPOSITS.
           PERFORM H100-OPEN-FILES.
           PERFORM H180-GET-TODAY-INT.
           PERFORM UNTIL IDX-FILE-EOF
             READ IDX-FILE NEXT RECORD
               AT END
                 SET IDX-FILE-EOF TO TRUE
               NOT AT END
                 PERFORM H200-CONTROL-ACCOUNT
             END-READ
           END-PERFORM.
           CLOSE IDX-FILE.
           MOVE 0 TO WS-IDX-OPEN.
           PERFORM H300-UNMATCHED-NOTICES.
           MOVE 1 TO WS-CAN-IX.
           PERFORM UNTIL WS-CAN-IX > WS-CAN-COUNT
             PERFORM H400-ESCHEAT-ACCOUNT
             ADD 1 TO WS-CAN-IX
           END-PERFORM.
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
                      MOVE RCT-STATUS TO WS-CPL-STATUS(WS-CPL-COUNT)
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

      * THE ESCHEATMENT RUN POSTS TO THE MASTER FILE, SO IT FOLLOWS
      * THE DAY'S CLEARING AND COMES AHEAD OF RECONCILIATION. A JOB
      * THAT ENDED WITH ERRORS ('E') FOR THE DAY STOPS THE RUN UNLESS
      * IT IS OVERRIDDEN.
       H065-CHECK-RUN-CONTROL.
           IF WS-RCT-AVAIL = 1
             MOVE WS-BIZ-DATE TO WS-RUN-DATE
             MOVE 0 TO WS-ALREADY-RUN
             MOVE 0 TO WS-PRED-DONE
             MOVE 0 TO WS-ERR-DONE
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
               IF WS-CPL-STATUS(WS-CPL-IX) = 'E'
                  AND WS-CPL-DATE(WS-CPL-IX) = WS-BIZ-DATE
                 MOVE 1 TO WS-ERR-DONE
                 MOVE WS-CPL-JOB(WS-CPL-IX) TO WS-ERR-JOB
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
             IF WS-ERR-DONE = 1 AND WS-OVERRIDE = 0
               DISPLAY WS-ERR-JOB ' ENDED WITH ERRORS FOR '
                 WS-BIZ-DATE ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           ELSE
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
       H065-END. EXIT.

      * THE ESCHEATMENT ACCOUNT ID, THE STATUTORY DORMANCY PERIOD IN
      * DAYS, HOW MANY DAYS BEFORE THE LIMIT THE CUSTOMER IS NOTIFIED,
      * AND THE MINIMUM DAYS BETWEEN A NOTICE AND THE TRANSFER. THE
      * ESCHEATMENT ACCOUNT MUST EXIST IN EVERY DVZ HELD BY CUSTOMERS.
       H070-LOAD-PARMS.
           OPEN INPUT ESP-FILE.
           IF ESP-SUCCESS
             READ ESP-FILE
               AT END
                 DISPLAY 'ESCHEAT PARAMETERS EMPTY - DEFAULTS USED'
               NOT AT END
                 IF ESP-ACCT-ID IS NUMERIC AND ESP-ACCT-ID > 0
                   MOVE ESP-ACCT-ID TO WS-ESC-ACCT-ID
                 END-IF
                 IF ESP-LIMIT-DAYS IS NUMERIC AND ESP-LIMIT-DAYS > 0
                   MOVE ESP-LIMIT-DAYS TO WS-LIMIT-DAYS
                 END-IF
                 IF ESP-NOTICE-DAYS IS NUMERIC
                   MOVE ESP-NOTICE-DAYS TO WS-NOTICE-DAYS
                 END-IF
                 IF ESP-WAIT-DAYS IS NUMERIC
                   MOVE ESP-WAIT-DAYS TO WS-WAIT-DAYS
                 END-IF
             END-READ
             CLOSE ESP-FILE
           ELSE
             DISPLAY 'ESCHEAT PARAMETERS NOT AVAILABLE - DEFAULTS USED'
           END-IF.
           IF WS-NOTICE-DAYS > WS-LIMIT-DAYS
             MOVE WS-LIMIT-DAYS TO WS-NOTICE-DAYS
           END-IF.
           DISPLAY 'ESCHEAT ACCOUNT: ' WS-ESC-ACCT-ID
             ' LIMIT DAYS: ' WS-LIMIT-DAYS
             ' NOTICE DAYS: ' WS-NOTICE-DAYS
             ' WAIT DAYS: ' WS-WAIT-DAYS.
       H070-END. EXIT.

       H075-LOAD-DVZ.
           OPEN INPUT DVZ-FILE.
           IF DVZ-SUCCESS
            PERFORM UNTIL DVZ-FILE-EOF
              READ DVZ-FILE
                AT END
                  SET DVZ-FILE-EOF TO TRUE
                NOT AT END
                  IF WS-DVZ-COUNT < 200
                    ADD 1 TO WS-DVZ-COUNT
                    MOVE DVZ-CODE TO WS-DVZT-CODE(WS-DVZ-COUNT)
                    MOVE DVZ-ALPHA TO WS-DVZT-ALPHA(WS-DVZ-COUNT)
                    MOVE DVZ-DESC TO WS-DVZT-DESC(WS-DVZ-COUNT)
                  END-IF
              END-READ
            END-PERFORM
            CLOSE DVZ-FILE
           END-IF.
       H075-END. EXIT.

      * NOTICES ALREADY SENT ARE KEPT ON AN OLD/NEW MASTER SO THAT
      * THE TRANSFER WAITS FOR THE NOTICE PERIOD TO RUN OUT.
       H080-LOAD-NOTICES.
           OPEN INPUT NTC-FILE.
           IF NTC-NOT-FOUND
             DISPLAY 'NOTICE MASTER NOT FOUND - STARTING EMPTY'
           ELSE
            IF NOT NTC-SUCCESS
             DISPLAY "UNABLE TO OPEN NTC-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
            ELSE
             PERFORM UNTIL NTC-FILE-EOF
               READ NTC-FILE
                 AT END
                   SET NTC-FILE-EOF TO TRUE
                 NOT AT END
                   IF WS-NTC-COUNT < 5000
                     ADD 1 TO WS-NTC-COUNT
                     MOVE NTC-ID TO WS-NTCT-ID(WS-NTC-COUNT)
                     MOVE NTC-DVZ TO WS-NTCT-DVZ(WS-NTC-COUNT)
                     MOVE NTC-NOTICE-DATE TO WS-NTCT-DATE(WS-NTC-COUNT)
                     MOVE NTC-DUE-DATE TO WS-NTCT-DUE(WS-NTC-COUNT)
                     MOVE NTC-LAST-ACT
                       TO WS-NTCT-LAST-ACT(WS-NTC-COUNT)
                     MOVE NTC-BALANCE TO WS-NTCT-BALANCE(WS-NTC-COUNT)
                     IF NTC-ESCHEAT-DATE NUMERIC
                       MOVE NTC-ESCHEAT-DATE
                         TO WS-NTCT-ESC-DATE(WS-NTC-COUNT)
                     ELSE
                       MOVE 0 TO WS-NTCT-ESC-DATE(WS-NTC-COUNT)
                     END-IF
                     MOVE 0 TO WS-NTCT-USED(WS-NTC-COUNT)
                   ELSE
                     DISPLAY 'NOTICE TABLE FULL - RUN REFUSED'
                     MOVE 12 TO RETURN-CODE
                     PERFORM H999-PROGRAM-EXIT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE NTC-FILE
            END-IF
           END-IF.
       H080-END. EXIT.

      * AN ACCOUNT FUNDING A LIVE TERM DEPOSIT IS NOT DORMANT: THE
      * DEPOSIT PAYS BACK INTO IT AT MATURITY OR ON A BREAK. WITHOUT
      * THE DEPOSIT MASTER NO DEPOSIT HAS BEEN PLACED YET.
       H085-LOAD-DEPOSITS.
           OPEN INPUT TDM-FILE.
           IF TDM-NOT-FOUND
             DISPLAY 'TERM DEPOSIT MASTER NOT FOUND - NO DEPOSITS HELD'
           ELSE
            IF NOT TDM-SUCCESS
             DISPLAY "UNABLE TO OPEN TDM-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
            ELSE
             PERFORM UNTIL TDM-FILE-EOF
               READ TDM-FILE
                 AT END
                   SET TDM-FILE-EOF TO TRUE
                 NOT AT END
                   IF TDM-STATUS-ACTIVE OR TDM-STATUS-BREAK-REQ
                     IF WS-TDA-COUNT < 5000
                       ADD 1 TO WS-TDA-COUNT
                       MOVE TDM-ID TO WS-TDAT-ID(WS-TDA-COUNT)
                       MOVE TDM-DVZ TO WS-TDAT-DVZ(WS-TDA-COUNT)
                     ELSE
                       DISPLAY 'DEPOSIT TABLE FULL - RUN REFUSED'
                       MOVE 12 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TDM-FILE
            END-IF
           END-IF.
       H085-END. EXIT.

       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           OPEN INPUT IDX-FILE.
           IF NOT IDX-SUCCESS
             DISPLAY "UNABLE TO OPEN IDX-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-IDX-OPEN
           END-IF.
           OPEN INPUT CST-FILE.
           IF NOT CST-SUCCESS
             DISPLAY "UNABLE TO OPEN CST-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-CST-OPEN
           END-IF.
           OPEN OUTPUT NNT-FILE.
           IF NNT-SUCCESS
             MOVE 1 TO WS-NNT-OPEN
           ELSE
             DISPLAY "UNABLE TO OPEN NNT-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT LTR-FILE.
           IF LTR-SUCCESS
             MOVE 1 TO WS-LTR-OPEN
           ELSE
             DISPLAY "UNABLE TO OPEN LTR-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND ESR-FILE.
           IF ESR-NOT-FOUND
             OPEN OUTPUT ESR-FILE
           END-IF.
           IF ESR-SUCCESS
             MOVE 1 TO WS-ESR-OPEN
           ELSE
             DISPLAY "UNABLE TO OPEN ESR-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND OUT-FILE.
           IF OUT-NOT-FOUND
             OPEN OUTPUT OUT-FILE
           END-IF.
           IF OUT-SUCCESS
             MOVE 1 TO WS-OUT-OPEN
           ELSE
             DISPLAY "UNABLE TO OPEN OUT-FILE"
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

       H180-GET-TODAY-INT.
           COMPUTE WS-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
       H180-END. EXIT.

      * DORMANCY IS JUDGED AS IN DORMRPT, FROM THE LAST ACTIVITY DATE
      * OR THE OPENING DATE WHEN THERE IS NONE. ANY ACTIVITY AFTER A
      * NOTICE WAS SENT WITHDRAWS IT. AN ACCOUNT NEARING THE LIMIT IS
      * NOTIFIED ONCE; ONE PAST THE LIMIT IS ESCHEATED ONLY WHEN ITS
      * NOTICE HAS FALLEN DUE. A NOTICE MARKED WITH AN ESCHEAT DATE
      * BELONGS TO AN ACCOUNT WHOSE BALANCE HAS ALREADY MOVED; THE
      * TRANSFER ITSELF STAMPED THE LAST ACTIVITY DATE, SO IT GOES
      * STRAIGHT TO THE CLOSE. AN ACCOUNT FUNDING A LIVE TERM DEPOSIT
      * IS LEFT ALONE AND ANY NOTICE ON IT IS WITHDRAWN.
       H200-CONTROL-ACCOUNT.
           ADD 1 TO WS-CNT-SCANNED.
           PERFORM H210-FIND-NOTICE.
           PERFORM H215-FIND-DEPOSIT.
           PERFORM H205-COMPUTE-AGE.
           IF WS-NTC-FOUND = 1 AND WS-NTCT-ESC-DATE(WS-NTC-IX) > 0
             IF IDX-STATUS-CLOSED
               MOVE 'ACCOUNT ALREADY CLOSED - NOTICE WITHDRAWN.'
                 TO WS-REASON-DESC
               PERFORM H290-WITHDRAW-NOTICE
             ELSE
               PERFORM H230-ADD-CANDIDATE
             END-IF
           ELSE
           IF IDX-ID = WS-ESC-ACCT-ID OR NOT IDX-STATUS-ACTIVE
             IF WS-NTC-FOUND = 1
               MOVE 'ACCOUNT NOT ACTIVE - NOTICE WITHDRAWN.'
                 TO WS-REASON-DESC
               PERFORM H290-WITHDRAW-NOTICE
             END-IF
           ELSE
           IF WS-TDA-FOUND = 1
             IF WS-NTC-FOUND = 1
               MOVE 'LIVE TERM DEPOSIT - NOTICE WITHDRAWN.'
                 TO WS-REASON-DESC
               PERFORM H290-WITHDRAW-NOTICE
             END-IF
           ELSE
            IF WS-NTC-FOUND = 1
               AND WS-LAST-ACT-GREG > WS-NTCT-DATE(WS-NTC-IX)
             MOVE 'ACTIVITY SINCE NOTICE - NOTICE WITHDRAWN.'
               TO WS-REASON-DESC
             PERFORM H290-WITHDRAW-NOTICE
            ELSE
             IF WS-AGE-DAYS NOT < WS-LIMIT-DAYS
               IF WS-NTC-FOUND = 1
                 COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
                   (WS-NTCT-DUE(WS-NTC-IX))
                 IF WS-TODAY-INT NOT < WS-DUE-INT
                   PERFORM H230-ADD-CANDIDATE
                 ELSE
                   PERFORM H280-CARRY-NOTICE
                 END-IF
               ELSE
                 PERFORM H250-ISSUE-NOTICE
               END-IF
             ELSE
              IF WS-AGE-DAYS + WS-NOTICE-DAYS NOT < WS-LIMIT-DAYS
               IF WS-NTC-FOUND = 1
                 PERFORM H280-CARRY-NOTICE
               ELSE
                 PERFORM H250-ISSUE-NOTICE
               END-IF
              ELSE
               IF WS-NTC-FOUND = 1
                 MOVE 'NO LONGER NEAR THE LIMIT - NOTICE WITHDRAWN.'
                   TO WS-REASON-DESC
                 PERFORM H290-WITHDRAW-NOTICE
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF
           END-IF
           END-IF.
       H200-END. EXIT.

       H205-COMPUTE-AGE.
           IF IDX-LAST-ACT-DATE = 0
             MOVE IDX-DATE TO WS-INT-DATE
           ELSE
             MOVE IDX-LAST-ACT-DATE TO WS-INT-DATE
           END-IF.
           COMPUTE WS-LAST-ACT-INT =
             FUNCTION INTEGER-OF-DAY(WS-INT-DATE).
           COMPUTE WS-LAST-ACT-GREG =
             FUNCTION DATE-OF-INTEGER(WS-LAST-ACT-INT).
           IF WS-TODAY-INT > WS-LAST-ACT-INT
             COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-LAST-ACT-INT
           ELSE
             MOVE 0 TO WS-AGE-DAYS
           END-IF.
       H205-END. EXIT.

       H210-FIND-NOTICE.
           MOVE 0 TO WS-NTC-FOUND.
           MOVE 1 TO WS-NTC-IX.
           PERFORM UNTIL WS-NTC-IX > WS-NTC-COUNT
                      OR WS-NTC-FOUND = 1
             IF WS-NTCT-ID(WS-NTC-IX) = IDX-ID
                AND WS-NTCT-DVZ(WS-NTC-IX) = IDX-DVZ
               MOVE 1 TO WS-NTC-FOUND
               MOVE 1 TO WS-NTCT-USED(WS-NTC-IX)
             ELSE
               ADD 1 TO WS-NTC-IX
             END-IF
           END-PERFORM.
       H210-END. EXIT.

       H215-FIND-DEPOSIT.
           MOVE 0 TO WS-TDA-FOUND.
           MOVE 1 TO WS-TDA-IX.
           PERFORM UNTIL WS-TDA-IX > WS-TDA-COUNT
                      OR WS-TDA-FOUND = 1
             IF WS-TDAT-ID(WS-TDA-IX) = IDX-ID
                AND WS-TDAT-DVZ(WS-TDA-IX) = IDX-DVZ
               MOVE 1 TO WS-TDA-FOUND
             ELSE
               ADD 1 TO WS-TDA-IX
             END-IF
           END-PERFORM.
       H215-END. EXIT.

       H230-ADD-CANDIDATE.
           IF WS-CAN-COUNT < 2000
             ADD 1 TO WS-CAN-COUNT
             MOVE IDX-ID TO WS-CANT-ID(WS-CAN-COUNT)
             MOVE IDX-DVZ TO WS-CANT-DVZ(WS-CAN-COUNT)
             MOVE IDX-NAME TO WS-CANT-NAME(WS-CAN-COUNT)
             MOVE IDX-SURNAME TO WS-CANT-SURNAME(WS-CAN-COUNT)
             MOVE IDX-BALANCE TO WS-CANT-BALANCE(WS-CAN-COUNT)
             MOVE WS-LAST-ACT-GREG TO WS-CANT-LAST-ACT(WS-CAN-COUNT)
             MOVE WS-AGE-DAYS TO WS-CANT-AGE(WS-CAN-COUNT)
             MOVE WS-NTCT-DATE(WS-NTC-IX)
               TO WS-CANT-NTC-DATE(WS-CAN-COUNT)
             MOVE WS-NTCT-DUE(WS-NTC-IX)
               TO WS-CANT-NTC-DUE(WS-CAN-COUNT)
             MOVE WS-NTCT-ESC-DATE(WS-NTC-IX)
               TO WS-CANT-ESC-DATE(WS-CAN-COUNT)
           ELSE
             IF WS-CAN-FULL = 0
               MOVE 1 TO WS-CAN-FULL
               DISPLAY 'ESCHEAT TABLE FULL - REMAINDER CARRIED'
             END-IF
             PERFORM H280-CARRY-NOTICE
           END-IF.
       H230-END. EXIT.

      * THE NOTICE FALLS DUE WHEN THE ACCOUNT REACHES THE LIMIT, BUT
      * NEVER SOONER THAN THE WAITING PERIOD AFTER IT IS SENT. A
      * NOTICE CANNOT BE SENT WITHOUT A MAILING ADDRESS, SO THE
      * ACCOUNT IS REPORTED AND TRIED AGAIN ON THE NEXT RUN.
       H250-ISSUE-NOTICE.
           MOVE IDX-ID TO CST-ID.
           READ CST-FILE
             INVALID KEY
               MOVE SPACES TO CST-ADDRESS
               MOVE SPACES TO CST-CITY
           END-READ.
           IF CST-ADDRESS = SPACES
             ADD 1 TO WS-CNT-NOADDR
             MOVE ' NO ADDRESS' TO WS-RESULT
             MOVE 'NO MAILING ADDRESS ON CUSTOMER MASTER - NOT SENT.'
               TO WS-REASON-DESC
             PERFORM H260-REPORT-ACCOUNT
           ELSE
             COMPUTE WS-DUE-INT = WS-LAST-ACT-INT + WS-LIMIT-DAYS
             COMPUTE WS-WAIT-INT = WS-TODAY-INT + WS-WAIT-DAYS
             IF WS-DUE-INT < WS-WAIT-INT
               MOVE WS-WAIT-INT TO WS-DUE-INT
             END-IF
             COMPUTE WS-DUE-GREG =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
             MOVE SPACES TO LTR-REC
             MOVE IDX-ID TO LTR-ID
             MOVE IDX-DVZ TO LTR-DVZ
             MOVE IDX-DVZ TO WS-DVZ-LOOKUP
             PERFORM H265-FIND-DVZ
             IF WS-DVZ-FOUND = 1
               MOVE WS-DVZT-ALPHA(WS-DVZ-IX) TO LTR-DVZ-ALPHA
             END-IF
             MOVE IDX-NAME TO LTR-NAME
             MOVE IDX-SURNAME TO LTR-SURNAME
             MOVE CST-ADDRESS TO LTR-ADDRESS
             MOVE CST-CITY TO LTR-CITY
             MOVE IDX-BALANCE TO LTR-BALANCE
             MOVE WS-LAST-ACT-GREG TO LTR-LAST-ACT
             MOVE WS-RUN-DATE TO LTR-NOTICE-DATE
             MOVE WS-DUE-GREG TO LTR-DUE-DATE
             WRITE LTR-REC
             MOVE SPACES TO NNT-REC
             MOVE IDX-ID TO NNT-ID
             MOVE IDX-DVZ TO NNT-DVZ
             MOVE WS-RUN-DATE TO NNT-NOTICE-DATE
             MOVE WS-DUE-GREG TO NNT-DUE-DATE
             MOVE WS-LAST-ACT-GREG TO NNT-LAST-ACT
             MOVE IDX-BALANCE TO NNT-BALANCE
             MOVE 0 TO NNT-ESCHEAT-DATE
             WRITE NNT-REC
             ADD 1 TO WS-CNT-NOTICED
             MOVE ' NOTICED' TO WS-RESULT
             MOVE SPACES TO WS-REASON-DESC
             MOVE 'NOTICE SENT - ESCHEATMENT DUE ' TO
               WS-REASON-DESC(1:30)
             MOVE WS-DUE-GREG TO WS-REASON-DESC(31:8)
             PERFORM H260-REPORT-ACCOUNT
           END-IF.
       H250-END. EXIT.

       H260-REPORT-ACCOUNT.
           MOVE SPACES TO RPT-REC.
           MOVE 'ACCT: ' TO RPT-ACCT-HDR.
           MOVE IDX-ID TO RPT-ID-O.
           MOVE '/' TO RPT-ACCT-SEP.
           MOVE IDX-DVZ TO RPT-DVZ-O.
           MOVE IDX-DVZ TO WS-DVZ-LOOKUP.
           PERFORM H265-FIND-DVZ.
           IF WS-DVZ-FOUND = 1
             MOVE WS-DVZT-ALPHA(WS-DVZ-IX) TO RPT-DVZ-ALPHA-O
           END-IF.
           MOVE ' LAST ACT: ' TO RPT-LASTACT-HDR.
           MOVE WS-LAST-ACT-GREG TO RPT-LASTACT-O.
           MOVE ' AGE: ' TO RPT-AGE-HDR.
           MOVE WS-AGE-DAYS TO RPT-AGE-O.
           MOVE ' BAL: ' TO RPT-BAL-HDR.
           MOVE IDX-BALANCE TO RPT-BAL-O.
           MOVE WS-RESULT TO RPT-RESULT-O.
           MOVE WS-REASON-DESC TO RPT-COMM-O.
           WRITE RPT-REC.
       H260-END. EXIT.

       H265-FIND-DVZ.
           MOVE 0 TO WS-DVZ-FOUND.
           MOVE 1 TO WS-DVZ-IX.
           PERFORM UNTIL WS-DVZ-IX > WS-DVZ-COUNT
                      OR WS-DVZ-FOUND = 1
             IF WS-DVZT-CODE(WS-DVZ-IX) = WS-DVZ-LOOKUP
               MOVE 1 TO WS-DVZ-FOUND
             ELSE
               ADD 1 TO WS-DVZ-IX
             END-IF
           END-PERFORM.
       H265-END. EXIT.

       H280-CARRY-NOTICE.
           MOVE SPACES TO NNT-REC.
           MOVE WS-NTCT-ID(WS-NTC-IX) TO NNT-ID.
           MOVE WS-NTCT-DVZ(WS-NTC-IX) TO NNT-DVZ.
           MOVE WS-NTCT-DATE(WS-NTC-IX) TO NNT-NOTICE-DATE.
           MOVE WS-NTCT-DUE(WS-NTC-IX) TO NNT-DUE-DATE.
           MOVE WS-NTCT-LAST-ACT(WS-NTC-IX) TO NNT-LAST-ACT.
           MOVE WS-NTCT-BALANCE(WS-NTC-IX) TO NNT-BALANCE.
           MOVE WS-NTCT-ESC-DATE(WS-NTC-IX) TO NNT-ESCHEAT-DATE.
           WRITE NNT-REC.
           ADD 1 TO WS-CNT-CARRIED.
       H280-END. EXIT.

       H290-WITHDRAW-NOTICE.
           ADD 1 TO WS-CNT-WITHDRAWN.
           MOVE ' WITHDRAWN' TO WS-RESULT.
           PERFORM H260-REPORT-ACCOUNT.
       H290-END. EXIT.

      * A NOTICE WHOSE ACCOUNT IS NO LONGER ON THE MASTER FILE IS
      * DROPPED.
       H300-UNMATCHED-NOTICES.
           MOVE 1 TO WS-NTC-IX.
           PERFORM UNTIL WS-NTC-IX > WS-NTC-COUNT
             IF WS-NTCT-USED(WS-NTC-IX) = 0
               ADD 1 TO WS-CNT-WITHDRAWN
               MOVE SPACES TO RPT-REC
               MOVE 'ACCT: ' TO RPT-ACCT-HDR
               MOVE WS-NTCT-ID(WS-NTC-IX) TO RPT-ID-O
               MOVE '/' TO RPT-ACCT-SEP
               MOVE WS-NTCT-DVZ(WS-NTC-IX) TO RPT-DVZ-O
               MOVE ' LAST ACT: ' TO RPT-LASTACT-HDR
               MOVE WS-NTCT-LAST-ACT(WS-NTC-IX) TO RPT-LASTACT-O
               MOVE ' AGE: ' TO RPT-AGE-HDR
               MOVE 0 TO RPT-AGE-O
               MOVE ' BAL: ' TO RPT-BAL-HDR
               MOVE WS-NTCT-BALANCE(WS-NTC-IX) TO RPT-BAL-O
               MOVE ' WITHDRAWN' TO RPT-RESULT-O
               MOVE 'ACCOUNT NO LONGER ON FILE - NOTICE WITHDRAWN.'
                 TO RPT-COMM-O
               WRITE RPT-REC
             END-IF
             ADD 1 TO WS-NTC-IX
           END-PERFORM.
       H300-END. EXIT.

      * THE REMAINING BALANCE IS TRANSFERRED TO THE ESCHEATMENT
      * ACCOUNT IN THE SAME DVZ AND THE ACCOUNT IS THEN CLOSED. AN
      * ACCOUNT THAT CANNOT BE ESCHEATED KEEPS ITS NOTICE AND IS
      * TRIED AGAIN ON THE NEXT RUN; ONE WHOSE BALANCE HAS MOVED BUT
      * WHICH COULD NOT BE CLOSED HAS ITS NOTICE MARKED WITH THE
      * ESCHEAT DATE, AND THE NEXT RUN GOES STRAIGHT TO THE CLOSE
      * WITHOUT A SECOND REGISTER ENTRY.
       H400-ESCHEAT-ACCOUNT.
           MOVE 1 TO WS-STEP-OK.
           MOVE 0 TO WS-BAL-MOVED.
           IF WS-CANT-BALANCE(WS-CAN-IX) < 0
             MOVE 0 TO WS-STEP-OK
             MOVE 'ACCOUNT OVERDRAWN - NOT ESCHEATED.'
               TO WS-REASON-DESC
           ELSE
             IF WS-CANT-BALANCE(WS-CAN-IX) > 0
               PERFORM H410-TRANSFER-BALANCE
               IF WS-SUB-COMM(1:15) = 'TRANSFER POSTED'
                 MOVE 1 TO WS-BAL-MOVED
                 PERFORM H420-WRITE-REGISTER
                 PERFORM H440-WRITE-STATEMENT-LINE
               ELSE
                 MOVE 0 TO WS-STEP-OK
                 MOVE WS-SUB-COMM TO WS-REASON-DESC
               END-IF
             END-IF
           END-IF.
           IF WS-STEP-OK = 1
             PERFORM H430-CLOSE-ACCOUNT
             IF WS-SUB-COMM(1:28) = 'ACCOUNT STATUS SET TO CLOSED'
               IF WS-CANT-BALANCE(WS-CAN-IX) = 0
                  AND WS-CANT-ESC-DATE(WS-CAN-IX) = 0
                 PERFORM H420-WRITE-REGISTER
               END-IF
               ADD 1 TO WS-CNT-ESCHEATED
               MOVE ' ESCHEATED' TO WS-RESULT
               MOVE SPACES TO WS-REASON-DESC
               MOVE 'BALANCE TRANSFERRED TO TMSF - ACCOUNT CLOSED.'
                 TO WS-REASON-DESC
             ELSE
               MOVE 0 TO WS-STEP-OK
               MOVE 'BALANCE MOVED BUT ACCOUNT NOT CLOSED - RETRIED.'
                 TO WS-REASON-DESC
             END-IF
           END-IF.
           IF WS-STEP-OK = 0
             ADD 1 TO WS-CNT-EXCEPTION
             MOVE ' EXCEPTION' TO WS-RESULT
             PERFORM H480-CARRY-CANDIDATE
           END-IF.
           PERFORM H450-REPORT-CANDIDATE.
       H400-END. EXIT.

       H410-TRANSFER-BALANCE.
           SET WS-FUNC-TRANSFER TO TRUE.
           MOVE WS-CANT-ID(WS-CAN-IX) TO WS-SUB-ID.
           MOVE WS-CANT-DVZ(WS-CAN-IX) TO WS-SUB-DVZ.
           MOVE ZEROES TO WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE WS-CANT-BALANCE(WS-CAN-IX) TO WS-SUB-AMOUNT.
           MOVE WS-ESC-ACCT-ID TO WS-SUB-ID-2.
           MOVE WS-CANT-DVZ(WS-CAN-IX) TO WS-SUB-DVZ-2.
           ADD 1 TO WS-ITEM-SEQ.
           MOVE WS-ITEM-SEQ TO WS-SUB-SEQ.
           MOVE WS-JOB-NAME TO WS-SUB-OPER.
           MOVE WS-RUN-DATE TO WS-SUB-BIZ-DATE.
           CALL WS-FINALSUB USING WS-SUB-AREA.
       H410-END. EXIT.

      * THE REGISTER IS KEPT ACROSS RUNS FOR THE ANNUAL FILING.
       H420-WRITE-REGISTER.
           MOVE SPACES TO ESR-REC.
           MOVE WS-CANT-ID(WS-CAN-IX) TO ESR-ID.
           MOVE WS-CANT-DVZ(WS-CAN-IX) TO ESR-DVZ.
           MOVE WS-CANT-DVZ(WS-CAN-IX) TO WS-DVZ-LOOKUP.
           PERFORM H265-FIND-DVZ.
           IF WS-DVZ-FOUND = 1
             MOVE WS-DVZT-ALPHA(WS-DVZ-IX) TO ESR-DVZ-ALPHA
           END-IF.
           MOVE WS-CANT-NAME(WS-CAN-IX) TO ESR-NAME.
           MOVE WS-CANT-SURNAME(WS-CAN-IX) TO ESR-SURNAME.
           MOVE WS-CANT-BALANCE(WS-CAN-IX) TO ESR-AMOUNT.
           MOVE WS-RUN-DATE TO ESR-ESCHEAT-DATE.
           MOVE WS-CANT-LAST-ACT(WS-CAN-IX) TO ESR-LAST-ACT.
           MOVE WS-CANT-NTC-DATE(WS-CAN-IX) TO ESR-NOTICE-DATE.
           MOVE WS-ESC-ACCT-ID TO ESR-ESC-ACCT.
           MOVE WS-ITEM-SEQ TO ESR-SEQ.
           WRITE ESR-REC.
           PERFORM H425-ADD-DVZ-TOTAL.
       H420-END. EXIT.

       H425-ADD-DVZ-TOTAL.
           MOVE 0 TO WS-TOT-FOUND.
           MOVE 1 TO WS-TOT-IX.
           PERFORM UNTIL WS-TOT-IX > WS-TOT-COUNT
                      OR WS-TOT-FOUND = 1
             IF WS-TOTT-DVZ(WS-TOT-IX) = WS-CANT-DVZ(WS-CAN-IX)
               MOVE 1 TO WS-TOT-FOUND
             ELSE
               ADD 1 TO WS-TOT-IX
             END-IF
           END-PERFORM.
           IF WS-TOT-FOUND = 0 AND WS-TOT-COUNT < 200
             ADD 1 TO WS-TOT-COUNT
             MOVE WS-TOT-COUNT TO WS-TOT-IX
             MOVE WS-CANT-DVZ(WS-CAN-IX) TO WS-TOTT-DVZ(WS-TOT-IX)
             MOVE 0 TO WS-TOTT-CNT(WS-TOT-IX)
             MOVE 0 TO WS-TOTT-AMT(WS-TOT-IX)
             MOVE 1 TO WS-TOT-FOUND
           END-IF.
           IF WS-TOT-FOUND = 1
             ADD 1 TO WS-TOTT-CNT(WS-TOT-IX)
             ADD WS-CANT-BALANCE(WS-CAN-IX) TO WS-TOTT-AMT(WS-TOT-IX)
           END-IF.
       H425-END. EXIT.

       H430-CLOSE-ACCOUNT.
           SET WS-FUNC-SET-STATUS TO TRUE.
           MOVE WS-CANT-ID(WS-CAN-IX) TO WS-SUB-ID.
           MOVE WS-CANT-DVZ(WS-CAN-IX) TO WS-SUB-DVZ.
           MOVE ZEROES TO WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE 'C' TO WS-SUB-DIRECTION.
           ADD 1 TO WS-ITEM-SEQ.
           MOVE WS-ITEM-SEQ TO WS-SUB-SEQ.
           MOVE WS-JOB-NAME TO WS-SUB-OPER.
           MOVE WS-RUN-DATE TO WS-SUB-BIZ-DATE.
           CALL WS-FINALSUB USING WS-SUB-AREA.
       H430-END. EXIT.

      * THE TRANSFER IS ADDED TO THE DAILY ACTIVITY FILE SO THAT IT
      * APPEARS ON THE CUSTOMER STATEMENT.
       H440-WRITE-STATEMENT-LINE.
           MOVE SPACES TO OUT-REC.
           MOVE WS-RUN-DATE TO REC-RUN-DATE.
           MOVE WS-RUN-TIME TO REC-RUN-TIME.
           MOVE 'ID: ' TO REC-ID-HEADER.
           MOVE WS-CANT-ID(WS-CAN-IX) TO REC-ID-O.
           MOVE ' DVZ: ' TO REC-DVZ-HEADER.
           MOVE WS-CANT-DVZ(WS-CAN-IX) TO REC-DVZ-O.
           MOVE ' RC: ' TO REC-RC-HEADER.
           MOVE WS-SUB-RC TO REC-RC-O.
           MOVE ' OLD NAME: ' TO REC-NAMEF-HEADER.
           MOVE ' NEW NAME: ' TO REC-NAMET-HEADER.
           MOVE ' OLD SURNAME: ' TO REC-SURNF-HEADER.
           MOVE ' NEW SURNAME: ' TO REC-SURNT-HEADER.
           MOVE WS-CANT-NAME(WS-CAN-IX) TO REC-NAME-FROM-O.
           MOVE WS-CANT-SURNAME(WS-CAN-IX) TO REC-SURNAME-FROM-O.
           MOVE ' ACCT DATE: ' TO REC-DATE-HEADER.
           IF WS-SUB-DATE IS NUMERIC
             MOVE WS-SUB-DATE TO REC-DATE-O
           ELSE
             MOVE ZEROS TO REC-DATE-O
           END-IF.
           MOVE ' AMOUNT: ' TO REC-AMT-HEADER.
           MOVE WS-CANT-BALANCE(WS-CAN-IX) TO REC-AMT-O.
           MOVE ' CONVERTED: ' TO REC-CNV-HEADER.
           MOVE ZEROS TO REC-CNV-O.
           MOVE ' FEE: ' TO REC-FEE-HEADER.
           MOVE ZEROS TO REC-FEE-O.
           MOVE 'DORMANT BALANCE TRANSFERRED TO TMSF' TO REC-COMM-O.
           MOVE ZEROS TO REC-REV-DATE-O.
           MOVE ZEROS TO REC-REV-SEQ-O.
           MOVE ZEROS TO REC-LEDGER-O.
           MOVE ZEROS TO REC-AVAIL-O.
           MOVE SPACE TO REC-DVZ-ALPHA-HDR.
           MOVE SPACE TO REC-DVZ-NAME-HDR.
           MOVE WS-CANT-DVZ(WS-CAN-IX) TO WS-DVZ-LOOKUP.
           PERFORM H265-FIND-DVZ.
           IF WS-DVZ-FOUND = 1
             MOVE WS-DVZT-ALPHA(WS-DVZ-IX) TO REC-DVZ-ALPHA-O
             MOVE WS-DVZT-DESC(WS-DVZ-IX) TO REC-DVZ-NAME-O
           END-IF.
           WRITE OUT-REC.
       H440-END. EXIT.

       H450-REPORT-CANDIDATE.
           MOVE SPACES TO RPT-REC.
           MOVE 'ACCT: ' TO RPT-ACCT-HDR.
           MOVE WS-CANT-ID(WS-CAN-IX) TO RPT-ID-O.
           MOVE '/' TO RPT-ACCT-SEP.
           MOVE WS-CANT-DVZ(WS-CAN-IX) TO RPT-DVZ-O.
           MOVE WS-CANT-DVZ(WS-CAN-IX) TO WS-DVZ-LOOKUP.
           PERFORM H265-FIND-DVZ.
           IF WS-DVZ-FOUND = 1
             MOVE WS-DVZT-ALPHA(WS-DVZ-IX) TO RPT-DVZ-ALPHA-O
           END-IF.
           MOVE ' LAST ACT: ' TO RPT-LASTACT-HDR.
           MOVE WS-CANT-LAST-ACT(WS-CAN-IX) TO RPT-LASTACT-O.
           MOVE ' AGE: ' TO RPT-AGE-HDR.
           MOVE WS-CANT-AGE(WS-CAN-IX) TO RPT-AGE-O.
           MOVE ' BAL: ' TO RPT-BAL-HDR.
           MOVE WS-CANT-BALANCE(WS-CAN-IX) TO RPT-BAL-O.
           MOVE WS-RESULT TO RPT-RESULT-O.
           MOVE WS-REASON-DESC TO RPT-COMM-O.
           WRITE RPT-REC.
       H450-END. EXIT.

       H480-CARRY-CANDIDATE.
           MOVE SPACES TO NNT-REC.
           MOVE WS-CANT-ID(WS-CAN-IX) TO NNT-ID.
           MOVE WS-CANT-DVZ(WS-CAN-IX) TO NNT-DVZ.
           MOVE WS-CANT-NTC-DATE(WS-CAN-IX) TO NNT-NOTICE-DATE.
           MOVE WS-CANT-NTC-DUE(WS-CAN-IX) TO NNT-DUE-DATE.
           MOVE WS-CANT-LAST-ACT(WS-CAN-IX) TO NNT-LAST-ACT.
           MOVE WS-CANT-BALANCE(WS-CAN-IX) TO NNT-BALANCE.
           IF WS-BAL-MOVED = 1
             MOVE WS-RUN-DATE TO NNT-ESCHEAT-DATE
           ELSE
             MOVE WS-CANT-ESC-DATE(WS-CAN-IX) TO NNT-ESCHEAT-DATE
           END-IF.
           WRITE NNT-REC.
           ADD 1 TO WS-CNT-CARRIED.
       H480-END. EXIT.

       H900-WRITE-TOTALS.
           MOVE SPACES TO RPT-TOTAL-REC.
           MOVE 'ACCOUNTS SCANNED' TO RPT-TOT-TITLE.
           MOVE WS-CNT-SCANNED TO RPT-TOT-CNT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'NOTICES SENT' TO RPT-TOT-TITLE.
           MOVE WS-CNT-NOTICED TO RPT-TOT-CNT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'NOTICES NOT SENT - NO ADDRESS' TO RPT-TOT-TITLE.
           MOVE WS-CNT-NOADDR TO RPT-TOT-CNT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'NOTICES WITHDRAWN' TO RPT-TOT-TITLE.
           MOVE WS-CNT-WITHDRAWN TO RPT-TOT-CNT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'NOTICES CARRIED FORWARD' TO RPT-TOT-TITLE.
           COMPUTE RPT-TOT-CNT = WS-CNT-CARRIED + WS-CNT-NOTICED.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'ACCOUNTS ESCHEATED' TO RPT-TOT-TITLE.
           MOVE WS-CNT-ESCHEATED TO RPT-TOT-CNT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'ESCHEATMENT EXCEPTIONS' TO RPT-TOT-TITLE.
           MOVE WS-CNT-EXCEPTION TO RPT-TOT-CNT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 1 TO WS-TOT-IX.
           PERFORM UNTIL WS-TOT-IX > WS-TOT-COUNT
             MOVE 'TRANSFERRED TO TMSF DVZ ' TO RPT-TOT-TITLE(1:24)
             MOVE WS-TOTT-DVZ(WS-TOT-IX) TO RPT-TOT-TITLE(25:3)
             MOVE WS-TOTT-CNT(WS-TOT-IX) TO RPT-TOT-CNT
             MOVE WS-TOTT-AMT(WS-TOT-IX) TO RPT-TOT-AMT
             PERFORM H905-WRITE-TOTAL-LINE
             ADD 1 TO WS-TOT-IX
           END-PERFORM.
           MOVE SPACES TO RPT-TRAILER-REC.
           MOVE 'DORMANT ESCHEATMENT TOTALS' TO RPT-TRLR-TITLE.
           MOVE ' DATE: ' TO RPT-TRLR-DATE-HDR.
           MOVE WS-RUN-DATE TO RPT-TRLR-DATE.
           IF WS-JOB-DONE = 0
             MOVE ' INCOMPLETE' TO RPT-TRLR-RESULT
           ELSE
             IF WS-CNT-EXCEPTION > 0 OR WS-CNT-NOADDR > 0
               MOVE ' WITH EXCEPTIONS' TO RPT-TRLR-RESULT
             ELSE
               MOVE ' COMPLETE' TO RPT-TRLR-RESULT
             END-IF
           END-IF.
           WRITE RPT-TRAILER-REC.
       H900-END. EXIT.

       H905-WRITE-TOTAL-LINE.
           MOVE ' COUNT: ' TO RPT-TOT-CNT-HDR.
           MOVE ' AMOUNT: ' TO RPT-TOT-AMT-HDR.
           WRITE RPT-TOTAL-REC.
           MOVE SPACES TO RPT-TOTAL-REC.
       H905-END. EXIT.

       H999-PROGRAM-EXIT.
           IF WS-RPT-OPEN = 1
             PERFORM H900-WRITE-TOTALS
             CLOSE RPT-FILE
           END-IF.
           IF WS-IDX-OPEN = 1
             CLOSE IDX-FILE
           END-IF.
           IF WS-CST-OPEN = 1
             CLOSE CST-FILE
           END-IF.
           IF WS-NNT-OPEN = 1
             CLOSE NNT-FILE
           END-IF.
           IF WS-LTR-OPEN = 1
             CLOSE LTR-FILE
           END-IF.
           IF WS-ESR-OPEN = 1
             CLOSE ESR-FILE
           END-IF.
           IF WS-OUT-OPEN = 1
             CLOSE OUT-FILE
           END-IF.
           PERFORM H998-CLOSE-SUB.
           IF WS-JOB-DONE = 1
             IF WS-CNT-EXCEPTION > 0 OR WS-CNT-NOADDR > 0
               MOVE 4 TO RETURN-CODE
             END-IF
             PERFORM H995-WRITE-RUN-COMPLETE
           END-IF.
           STOP RUN.
       H999-END. EXIT.

       H998-CLOSE-SUB.
           SET WS-FUNC-CLOSE TO TRUE.
           CALL WS-FINALSUB USING WS-SUB-AREA.
       H998-END. EXIT.

       H995-WRITE-RUN-COMPLETE.
           IF WS-RCT-AVAIL = 1
             OPEN EXTEND RCT-FILE
             IF RCT-SUCCESS
               MOVE SPACES TO RCT-REC
               SET RCT-TYPE-COMPLETE TO TRUE
               MOVE WS-JOB-NAME TO RCT-JOB
               MOVE WS-BIZ-DATE TO RCT-DATE
               MOVE 'C' TO RCT-STATUS
               MOVE WS-CNT-NOTICED TO RCT-COUNT-1
               MOVE WS-CNT-ESCHEATED TO RCT-COUNT-2
               WRITE RCT-REC
               CLOSE RCT-FILE
             END-IF
           END-IF.
       H995-END. EXIT.
