       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE ASSIGN TO JRNFILE
                             STATUS ST-JRN-FILE.
           SELECT THR-FILE ASSIGN TO THRFILE
                             STATUS ST-THR-FILE.
           SELECT APM-FILE ASSIGN TO AMLPARM
                             STATUS ST-APM-FILE.
           SELECT ALH-FILE ASSIGN TO ALHFILE
                             STATUS ST-ALH-FILE.
           SELECT NAH-FILE ASSIGN TO NAHFILE
                             STATUS ST-NAH-FILE.
           SELECT KCP-FILE ASSIGN TO KCPFILE
                             STATUS ST-KCP-FILE.
           SELECT NKC-FILE ASSIGN TO NKCFILE
                             STATUS ST-NKC-FILE.
           SELECT CST-FILE ASSIGN TO CUSTFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CST-KEY
                             STATUS ST-CST-FILE.
           SELECT ALT-FILE ASSIGN TO ALTFILE
                             STATUS ST-ALT-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                             STATUS ST-RPT-FILE.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                             STATUS ST-RCT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  JRN-FILE RECORDING MODE F.
           COPY JRNREC.
       FD  THR-FILE RECORDING MODE F
                     RECORD CONTAINS 18 CHARACTERS.
         01  THR-REC.
           05 THR-DVZ               PIC 9(03).
           05 THR-AMOUNT            PIC 9(15).
       FD  APM-FILE RECORDING MODE F
                     RECORD CONTAINS 45 CHARACTERS.
         01  APM-REC.
           05 APM-PATTERN           PIC X(02).
           05 APM-ACTIVE            PIC X(01).
           05 APM-MIN-COUNT         PIC 9(03).
           05 APM-DAYS              PIC 9(03).
           05 APM-PCT               PIC 9(03).
           05 APM-AMOUNT            PIC 9(15).
           05 APM-UNIT              PIC 9(15).
           05 APM-SUPPRESS          PIC 9(03).
       FD  ALH-FILE RECORDING MODE F.
           COPY ALHREC.
       FD  NAH-FILE RECORDING MODE F.
           COPY ALHREC REPLACING LEADING ==ALH== BY ==NAH==.
       FD  KCP-FILE RECORDING MODE F.
           COPY KCPREC.
       FD  NKC-FILE RECORDING MODE F.
           COPY KCPREC REPLACING LEADING ==KCP== BY ==NKC==.
       FD  CST-FILE.
           COPY CSTREC.
       FD  ALT-FILE RECORDING MODE F
                     RECORD CONTAINS 80 CHARACTERS.
         01  ALT-REC.
           05 ALT-DATE              PIC 9(08).
           05 ALT-CASE-NO           PIC 9(05).
           05 ALT-CUST-ID           PIC 9(05).
           05 ALT-PATTERN           PIC X(02).
           05 ALT-HITS              PIC 9(05).
           05 ALT-DESC              PIC X(40).
           05 FILLER                PIC X(15).
       FD  RPT-FILE RECORDING MODE F
                     RECORD CONTAINS 132 CHARACTERS.
         01  RPT-CASE-REC.
           05 RPT-CASE-HDR          PIC X(06).
           05 RPT-CASE-O            PIC 9(05).
           05 RPT-CUST-HDR          PIC X(11).
           05 RPT-CUST-O            PIC 9(05).
           05 RPT-NAME-HDR          PIC X(07).
           05 RPT-NAME-O            PIC X(15).
           05 RPT-NAME-SEP          PIC X(01).
           05 RPT-SURNAME-O         PIC X(15).
           05 RPT-PATTERN-HDR       PIC X(10).
           05 RPT-PATTERN-O         PIC X(02).
           05 RPT-HITS-HDR          PIC X(07).
           05 RPT-HITS-O            PIC 9(05).
           05 RPT-DESC-SEP          PIC X(01).
           05 RPT-DESC-O            PIC X(40).
           05 FILLER                PIC X(02).
         01  RPT-DETAIL-REC.
           05 RPT-JRN-HDR           PIC X(09).
           05 RPT-JRN-DATE-O        PIC 9(08).
           05 RPT-JRN-SEP           PIC X(01).
           05 RPT-JRN-SEQ-O         PIC 9(09).
           05 RPT-FUNC-HDR          PIC X(07).
           05 RPT-FUNC-O            PIC 9(02).
           05 RPT-ACCT-HDR          PIC X(07).
           05 RPT-ACCT-ID-O         PIC 9(05).
           05 RPT-ACCT-SEP          PIC X(01).
           05 RPT-ACCT-DVZ-O        PIC 9(03).
           05 RPT-MOVE-HDR          PIC X(11).
           05 RPT-MOVE-O            PIC S9(15).
           05 RPT-OPER-HDR          PIC X(07).
           05 RPT-OPER-O            PIC X(08).
           05 RPT-TIME-HDR          PIC X(07).
           05 RPT-TIME-O            PIC 9(06).
           05 FILLER                PIC X(26).
         01  RPT-TRAILER-REC.
           05 RPT-TRLR-TITLE        PIC X(26).
           05 RPT-TRLR-DATE-HDR     PIC X(07).
           05 RPT-TRLR-DATE         PIC 9(08).
           05 RPT-TRLR-SCAN-HDR     PIC X(10).
           05 RPT-TRLR-SCAN-CNT     PIC 9(07).
           05 RPT-TRLR-ALERT-HDR    PIC X(09).
           05 RPT-TRLR-ALERT-CNT    PIC 9(05).
           05 RPT-TRLR-SUPP-HDR     PIC X(13).
           05 RPT-TRLR-SUPP-CNT     PIC 9(05).
           05 FILLER                PIC X(42).
       FD  RCT-FILE RECORDING MODE F.
           COPY RCTREC.

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-JRN-FILE           PIC 9(02).
              88 JRN-FILE-EOF                  VALUE 10.
              88 JRN-SUCCESS                   VALUE 00 97.
           05 ST-THR-FILE           PIC 9(02).
              88 THR-FILE-EOF                  VALUE 10.
              88 THR-SUCCESS                   VALUE 00 97.
           05 ST-APM-FILE           PIC 9(02).
              88 APM-FILE-EOF                  VALUE 10.
              88 APM-SUCCESS                   VALUE 00 97.
           05 ST-ALH-FILE           PIC 9(02).
              88 ALH-FILE-EOF                  VALUE 10.
              88 ALH-SUCCESS                   VALUE 00 97.
           05 ST-NAH-FILE           PIC 9(02).
              88 NAH-SUCCESS                   VALUE 00 97.
           05 ST-KCP-FILE           PIC 9(02).
              88 KCP-FILE-EOF                  VALUE 10.
              88 KCP-SUCCESS                   VALUE 00 97.
           05 ST-NKC-FILE           PIC 9(02).
              88 NKC-SUCCESS                   VALUE 00 97.
           05 ST-CST-FILE           PIC 9(02).
              88 CST-SUCCESS                   VALUE 00 97.
           05 ST-ALT-FILE           PIC 9(02).
              88 ALT-SUCCESS                   VALUE 00 97.
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                   VALUE 00 97.
           05 WS-ALT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-RPT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-NAH-OPEN           PIC 9(01)  VALUE 0.
           05 WS-NKC-OPEN           PIC 9(01)  VALUE 0.
           05 WS-CST-OPEN           PIC 9(01)  VALUE 0.
           05 WS-PASS               PIC 9(01)  VALUE 1.
           05 WS-RUN-DATE           PIC 9(08).
           05 WS-RUN-INT            PIC 9(08).
           05 WS-JRN-INT            PIC 9(08).
           05 WS-WINDOW-INT         PIC 9(08).
           05 WS-LAST-INT           PIC 9(08).
           05 WS-INT-DATE           PIC 9(07).
           05 WS-AGE-DAYS           PIC 9(07).
           05 WS-MOVEMENT           PIC S9(15).
           05 WS-MOVE-AMT           PIC 9(15).
           05 WS-FLOOR-AMT          PIC 9(17).
           05 WS-CUST-ID            PIC 9(05).
           05 WS-PAT-IX             PIC 9(01).
           05 WS-QUALIFY            PIC 9(01).
           05 WS-FOUND              PIC 9(01).
           05 WS-SUPPRESS-IT        PIC 9(01).
           05 WS-THR-IX             PIC 9(03)  COMP.
           05 WS-CUS-IX             PIC 9(04)  COMP.
           05 WS-HIS-IX             PIC 9(04)  COMP.
           05 WS-KCP-IX             PIC 9(04)  COMP.
           05 WS-CASE-IX            PIC 9(03)  COMP.
           05 WS-XFER-CR-DATE       PIC 9(08)  VALUE 0.
           05 WS-XFER-CR-SEQ        PIC 9(09)  VALUE 0.
           05 WS-XFER-CR-ID         PIC 9(05)  VALUE 0.
           05 WS-CNT-SCANNED        PIC 9(07)  VALUE 0.
           05 WS-CNT-ALERTS         PIC 9(05)  VALUE 0.
           05 WS-CNT-SUPPRESSED     PIC 9(05)  VALUE 0.
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
           05 WS-JOB-NAME           PIC X(08)  VALUE 'AMLMON'.
           05 WS-PRED-NAME          PIC X(08)  VALUE 'TDMATUR'.
           05 WS-CPL-IX             PIC 9(03)  COMP.
         01  WS-CPL-TABLE.
           05 WS-CPL-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-CPL-ENTRY OCCURS 400 TIMES.
              10 WS-CPL-JOB         PIC X(08).
              10 WS-CPL-DATE        PIC 9(08).
           COPY IDXREC REPLACING LEADING ==IDX== BY ==WRK==.
         01  WS-THR-TABLE.
           05 WS-THR-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-THR-ENTRY OCCURS 100 TIMES.
              10 WS-THRT-DVZ        PIC 9(03).
              10 WS-THRT-AMT        PIC 9(15).
      * ONE ENTRY PER PATTERN: 1 STRUCTURING, 2 VELOCITY TO NEW
      * COUNTERPARTIES, 3 ROUND AMOUNTS, 4 DORMANT ACCOUNT MOVEMENT.
         01  WS-APM-TABLE.
           05 WS-APM-ENTRY OCCURS 4 TIMES.
              10 WS-APM-CODE        PIC X(02).
              10 WS-APM-ACTIVE      PIC X(01).
              10 WS-APM-MIN-COUNT   PIC 9(03).
              10 WS-APM-DAYS        PIC 9(03).
              10 WS-APM-PCT         PIC 9(03).
              10 WS-APM-AMOUNT      PIC 9(15).
              10 WS-APM-UNIT        PIC 9(15).
              10 WS-APM-SUPPRESS    PIC 9(03).
              10 WS-APM-DESC        PIC X(40).
         01  WS-CUS-TABLE.
           05 WS-CUS-COUNT          PIC 9(04)  COMP VALUE 0.
           05 WS-CUS-ENTRY OCCURS 2000 TIMES.
              10 WS-CUS-ID          PIC 9(05).
              10 WS-CUS-HITS        PIC 9(05) OCCURS 4 TIMES.
         01  WS-HIS-TABLE.
           05 WS-HIS-COUNT          PIC 9(04)  COMP VALUE 0.
           05 WS-HIS-ENTRY OCCURS 3000 TIMES.
              10 WS-HIS-CUST-ID     PIC 9(05).
              10 WS-HIS-PATTERN     PIC X(02).
              10 WS-HIS-FIRST-DATE  PIC 9(08).
              10 WS-HIS-LAST-DATE   PIC 9(08).
              10 WS-HIS-TIMES       PIC 9(05).
         01  WS-KCP-TABLE.
           05 WS-KCP-COUNT          PIC 9(04)  COMP VALUE 0.
           05 WS-KCP-ENTRY OCCURS 5000 TIMES.
              10 WS-KCPT-FROM-ID    PIC 9(05).
              10 WS-KCPT-TO-ID      PIC 9(05).
              10 WS-KCPT-FIRST-DATE PIC 9(08).
              10 WS-KCPT-LAST-DATE  PIC 9(08).
         01  WS-CASE-TABLE.
           05 WS-CASE-COUNT         PIC 9(03)  COMP VALUE 0.
           05 WS-CASE-ENTRY OCCURS 500 TIMES.
              10 WS-CASE-CUST-ID    PIC 9(05).
              10 WS-CASE-PAT        PIC 9(01).
              10 WS-CASE-HITS       PIC 9(05).
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-GET-OVERRIDE.
           PERFORM H060-READ-RUN-CONTROL.
           PERFORM H065-CHECK-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-THRESHOLDS.
           PERFORM H115-LOAD-PARMS.
           PERFORM H120-LOAD-HISTORY.
           PERFORM H125-LOAD-COUNTERPARTIES.
           PERFORM H130-SET-WINDOW.
           PERFORM H150-READ-JOURNAL.
           PERFORM H300-RAISE-ALERTS.
           MOVE 2 TO WS-PASS.
           MOVE 1 TO WS-CASE-IX.
           PERFORM UNTIL WS-CASE-IX > WS-CASE-COUNT
             PERFORM H400-WRITE-CASE
             ADD 1 TO WS-CASE-IX
           END-PERFORM.
           PERFORM H500-WRITE-HISTORY.
           PERFORM H510-WRITE-COUNTERPARTIES.
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

      * THE MONITOR MUST SEE THE WHOLE DAY'S JOURNAL, SO IT FOLLOWS
      * THE LAST POSTING JOB (TDMATUR, AFTER FNLPROG, EFTCLR AND
      * ESCHEAT); INBOUND CLEARING CREDITS ARE THE MAIN CHANNEL FOR
      * STRUCTURED DEPOSITS.
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
           OPEN OUTPUT ALT-FILE.
           IF ALT-SUCCESS
             MOVE 1 TO WS-ALT-OPEN
           ELSE
             DISPLAY "UNABLE TO OPEN ALT-FILE"
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
           OPEN OUTPUT NAH-FILE.
           IF NAH-SUCCESS
             MOVE 1 TO WS-NAH-OPEN
           ELSE
             DISPLAY "UNABLE TO OPEN NAH-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT NKC-FILE.
           IF NKC-SUCCESS
             MOVE 1 TO WS-NKC-OPEN
           ELSE
             DISPLAY "UNABLE TO OPEN NKC-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CST-FILE.
           IF CST-SUCCESS
             MOVE 1 TO WS-CST-OPEN
           ELSE
             DISPLAY 'CUSTOMER MASTER NOT AVAILABLE - NAMES OMITTED'
           END-IF.
       H100-END. EXIT.

       H110-LOAD-THRESHOLDS.
           OPEN INPUT THR-FILE.
           IF THR-SUCCESS
            PERFORM UNTIL THR-FILE-EOF
              READ THR-FILE
                AT END
                  SET THR-FILE-EOF TO TRUE
                NOT AT END
                  IF WS-THR-COUNT < 100
                    ADD 1 TO WS-THR-COUNT
                    MOVE THR-DVZ TO WS-THRT-DVZ(WS-THR-COUNT)
                    MOVE THR-AMOUNT TO WS-THRT-AMT(WS-THR-COUNT)
                  END-IF
              END-READ
            END-PERFORM
            CLOSE THR-FILE
           ELSE
            DISPLAY 'THRESHOLD FILE NOT AVAILABLE - NO STRUCTURING '
              'CHECK'
           END-IF.
       H110-END. EXIT.

      * EACH PARAMETER RECORD REPLACES THE DEFAULTS FOR ITS PATTERN;
      * A PATTERN WITH AN ACTIVE FLAG OTHER THAN 'Y' IS NOT RAISED.
       H115-LOAD-PARMS.
           PERFORM H116-DEFAULT-PARMS.
           OPEN INPUT APM-FILE.
           IF APM-SUCCESS
            PERFORM UNTIL APM-FILE-EOF
              READ APM-FILE
                AT END
                  SET APM-FILE-EOF TO TRUE
                NOT AT END
                  MOVE 1 TO WS-PAT-IX
                  PERFORM UNTIL WS-PAT-IX > 4
                    IF WS-APM-CODE(WS-PAT-IX) = APM-PATTERN
                      MOVE APM-ACTIVE TO WS-APM-ACTIVE(WS-PAT-IX)
                      MOVE APM-MIN-COUNT TO WS-APM-MIN-COUNT(WS-PAT-IX)
                      MOVE APM-DAYS TO WS-APM-DAYS(WS-PAT-IX)
                      MOVE APM-PCT TO WS-APM-PCT(WS-PAT-IX)
                      MOVE APM-AMOUNT TO WS-APM-AMOUNT(WS-PAT-IX)
                      MOVE APM-UNIT TO WS-APM-UNIT(WS-PAT-IX)
                      MOVE APM-SUPPRESS TO WS-APM-SUPPRESS(WS-PAT-IX)
                    END-IF
                    ADD 1 TO WS-PAT-IX
                  END-PERFORM
              END-READ
            END-PERFORM
            CLOSE APM-FILE
           ELSE
            DISPLAY 'AML PARAMETERS NOT AVAILABLE - USING DEFAULTS'
           END-IF.
       H115-END. EXIT.

       H116-DEFAULT-PARMS.
           MOVE 'ST' TO WS-APM-CODE(1).
           MOVE 'Y' TO WS-APM-ACTIVE(1).
           MOVE 3 TO WS-APM-MIN-COUNT(1).
           MOVE 3 TO WS-APM-DAYS(1).
           MOVE 10 TO WS-APM-PCT(1).
           MOVE 0 TO WS-APM-AMOUNT(1).
           MOVE 0 TO WS-APM-UNIT(1).
           MOVE 7 TO WS-APM-SUPPRESS(1).
           MOVE 'CREDITS JUST BELOW DUAL AUTH THRESHOLD' TO
             WS-APM-DESC(1).
           MOVE 'VL' TO WS-APM-CODE(2).
           MOVE 'Y' TO WS-APM-ACTIVE(2).
           MOVE 3 TO WS-APM-MIN-COUNT(2).
           MOVE 1 TO WS-APM-DAYS(2).
           MOVE 0 TO WS-APM-PCT(2).
           MOVE 0 TO WS-APM-AMOUNT(2).
           MOVE 0 TO WS-APM-UNIT(2).
           MOVE 7 TO WS-APM-SUPPRESS(2).
           MOVE 'TRANSFERS TO NEW COUNTERPARTIES' TO WS-APM-DESC(2).
           MOVE 'RA' TO WS-APM-CODE(3).
           MOVE 'Y' TO WS-APM-ACTIVE(3).
           MOVE 3 TO WS-APM-MIN-COUNT(3).
           MOVE 1 TO WS-APM-DAYS(3).
           MOVE 0 TO WS-APM-PCT(3).
           MOVE 10000 TO WS-APM-AMOUNT(3).
           MOVE 1000 TO WS-APM-UNIT(3).
           MOVE 7 TO WS-APM-SUPPRESS(3).
           MOVE 'ROUND AMOUNT ACTIVITY' TO WS-APM-DESC(3).
           MOVE 'DM' TO WS-APM-CODE(4).
           MOVE 'Y' TO WS-APM-ACTIVE(4).
           MOVE 1 TO WS-APM-MIN-COUNT(4).
           MOVE 90 TO WS-APM-DAYS(4).
           MOVE 0 TO WS-APM-PCT(4).
           MOVE 50000 TO WS-APM-AMOUNT(4).
           MOVE 0 TO WS-APM-UNIT(4).
           MOVE 30 TO WS-APM-SUPPRESS(4).
           MOVE 'LARGE MOVEMENT ON DORMANT ACCOUNT' TO WS-APM-DESC(4).
       H116-END. EXIT.

       H120-LOAD-HISTORY.
           OPEN INPUT ALH-FILE.
           IF ALH-SUCCESS
            PERFORM UNTIL ALH-FILE-EOF
              READ ALH-FILE
                AT END
                  SET ALH-FILE-EOF TO TRUE
                NOT AT END
                  IF WS-HIS-COUNT < 3000
                    ADD 1 TO WS-HIS-COUNT
                    MOVE ALH-CUST-ID TO WS-HIS-CUST-ID(WS-HIS-COUNT)
                    MOVE ALH-PATTERN TO WS-HIS-PATTERN(WS-HIS-COUNT)
                    MOVE ALH-FIRST-DATE
                      TO WS-HIS-FIRST-DATE(WS-HIS-COUNT)
                    MOVE ALH-LAST-DATE TO WS-HIS-LAST-DATE(WS-HIS-COUNT)
                    MOVE ALH-TIMES TO WS-HIS-TIMES(WS-HIS-COUNT)
                  END-IF
              END-READ
            END-PERFORM
            CLOSE ALH-FILE
           ELSE
            DISPLAY 'NO PRIOR ALERT HISTORY - STARTING EMPTY'
           END-IF.
       H120-END. EXIT.

       H125-LOAD-COUNTERPARTIES.
           OPEN INPUT KCP-FILE.
           IF KCP-SUCCESS
            PERFORM UNTIL KCP-FILE-EOF
              READ KCP-FILE
                AT END
                  SET KCP-FILE-EOF TO TRUE
                NOT AT END
                  IF WS-KCP-COUNT < 5000
                    ADD 1 TO WS-KCP-COUNT
                    MOVE KCP-FROM-ID TO WS-KCPT-FROM-ID(WS-KCP-COUNT)
                    MOVE KCP-TO-ID TO WS-KCPT-TO-ID(WS-KCP-COUNT)
                    MOVE KCP-FIRST-DATE
                      TO WS-KCPT-FIRST-DATE(WS-KCP-COUNT)
                    MOVE KCP-LAST-DATE
                      TO WS-KCPT-LAST-DATE(WS-KCP-COUNT)
                  END-IF
              END-READ
            END-PERFORM
            CLOSE KCP-FILE
           ELSE
            DISPLAY 'NO PRIOR COUNTERPARTY FILE - STARTING EMPTY'
           END-IF.
       H125-END. EXIT.

      * ONLY THE STRUCTURING PATTERN LOOKS BACK BEYOND THE BUSINESS
      * DATE; EVERY OTHER PATTERN IS MEASURED ON THE DAY ITSELF.
       H130-SET-WINDOW.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           IF WS-APM-DAYS(1) = 0
             MOVE 1 TO WS-APM-DAYS(1)
           END-IF.
           COMPUTE WS-WINDOW-INT = WS-RUN-INT - WS-APM-DAYS(1) + 1.
       H130-END. EXIT.

      * PASS 1 COUNTS THE QUALIFYING ENTRIES PER CUSTOMER; PASS 2 IS
      * RUN ONCE PER CASE AND LISTS THE ENTRIES THAT RAISED IT.
       H150-READ-JOURNAL.
           MOVE 0 TO WS-XFER-CR-DATE.
           MOVE 0 TO WS-XFER-CR-SEQ.
           MOVE 0 TO WS-XFER-CR-ID.
           OPEN INPUT JRN-FILE.
           IF NOT JRN-SUCCESS
             DISPLAY "UNABLE TO OPEN JRN-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM UNTIL JRN-FILE-EOF
             READ JRN-FILE
               AT END
                 SET JRN-FILE-EOF TO TRUE
               NOT AT END
                 IF JRN-RUN-DATE NOT > WS-RUN-DATE
                   COMPUTE WS-JRN-INT =
                     FUNCTION INTEGER-OF-DATE(JRN-RUN-DATE)
                   IF WS-JRN-INT NOT < WS-WINDOW-INT
                     PERFORM H200-CONTROL-JRN-REC
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE JRN-FILE.
       H150-END. EXIT.

      * REVERSALS UNDO EARLIER ACTIVITY AND ESCHEATMENT TRANSFERS ARE
      * MADE BY LAW, SO NEITHER IS MONITORED. THE CREDIT LEG OF A
      * TRANSFER IS JOURNALLED JUST AHEAD OF ITS DEBIT LEG, SO IT IS
      * HELD TO NAME THE COUNTERPARTY.
       H200-CONTROL-JRN-REC.
           IF JRN-FUNC NOT = 13 AND JRN-OPERATOR NOT = 'ESCHEAT'
             PERFORM H210-DERIVE-MOVEMENT
             IF WS-MOVEMENT NOT = 0
               IF WS-PASS = 1
                 ADD 1 TO WS-CNT-SCANNED
               END-IF
               MOVE WRK-ID TO WS-CUST-ID
               IF WS-MOVEMENT < 0
                 COMPUTE WS-MOVE-AMT = 0 - WS-MOVEMENT
               ELSE
                 MOVE WS-MOVEMENT TO WS-MOVE-AMT
               END-IF
               IF WS-PASS = 1
                 MOVE 1 TO WS-PAT-IX
                 PERFORM UNTIL WS-PAT-IX > 4
                   PERFORM H220-QUALIFY
                   IF WS-QUALIFY = 1
                     PERFORM H230-COUNT-HIT
                   END-IF
                   ADD 1 TO WS-PAT-IX
                 END-PERFORM
               ELSE
                 IF WS-CUST-ID = WS-CASE-CUST-ID(WS-CASE-IX)
                   MOVE WS-CASE-PAT(WS-CASE-IX) TO WS-PAT-IX
                   PERFORM H220-QUALIFY
                   IF WS-QUALIFY = 1
                     PERFORM H420-WRITE-SUPPORT
                   END-IF
                 END-IF
               END-IF
               IF JRN-FUNC = 10 AND WS-MOVEMENT > 0
                 MOVE JRN-RUN-DATE TO WS-XFER-CR-DATE
                 MOVE JRN-SEQ TO WS-XFER-CR-SEQ
                 MOVE WRK-ID TO WS-XFER-CR-ID
               END-IF
             END-IF
           END-IF.
       H200-END. EXIT.

       H210-DERIVE-MOVEMENT.
           MOVE 0 TO WS-MOVEMENT.
           EVALUATE TRUE
             WHEN JRN-ACTION-WRITE
               MOVE JRN-AFTER-IMAGE TO WRK-REC
               ADD WRK-BALANCE TO WS-MOVEMENT
             WHEN JRN-ACTION-REWRITE
               MOVE JRN-AFTER-IMAGE TO WRK-REC
               ADD WRK-BALANCE TO WS-MOVEMENT
               MOVE JRN-BEFORE-IMAGE TO WRK-REC
               SUBTRACT WRK-BALANCE FROM WS-MOVEMENT
               MOVE JRN-AFTER-IMAGE TO WRK-REC
             WHEN JRN-ACTION-DELETE
               MOVE JRN-BEFORE-IMAGE TO WRK-REC
               SUBTRACT WRK-BALANCE FROM WS-MOVEMENT
           END-EVALUATE.
       H210-END. EXIT.

      * EVERY PATTERN IS TESTED EVEN WHEN SWITCHED OFF SO THAT THE
      * COUNTERPARTY FILE STAYS CURRENT; ONLY ACTIVE ONES COUNT.
       H220-QUALIFY.
           MOVE 0 TO WS-QUALIFY.
           EVALUATE WS-PAT-IX
             WHEN 1
               PERFORM H221-QUALIFY-STRUCTURING
             WHEN 2
               IF JRN-RUN-DATE = WS-RUN-DATE
                 PERFORM H222-QUALIFY-VELOCITY
               END-IF
             WHEN 3
               IF JRN-RUN-DATE = WS-RUN-DATE
                 PERFORM H223-QUALIFY-ROUND
               END-IF
             WHEN 4
               IF JRN-RUN-DATE = WS-RUN-DATE
                 PERFORM H224-QUALIFY-DORMANT
               END-IF
           END-EVALUATE.
           IF WS-APM-ACTIVE(WS-PAT-IX) NOT = 'Y'
             MOVE 0 TO WS-QUALIFY
           END-IF.
       H220-END. EXIT.

      * A CREDIT THAT SITS INSIDE THE CONFIGURED PERCENTAGE BAND JUST
      * UNDER THE DUAL AUTHORISATION THRESHOLD FOR ITS DVZ.
       H221-QUALIFY-STRUCTURING.
           IF WS-MOVEMENT > 0
             MOVE 0 TO WS-FOUND
             MOVE 1 TO WS-THR-IX
             PERFORM UNTIL WS-THR-IX > WS-THR-COUNT
                        OR WS-FOUND = 1
               IF WS-THRT-DVZ(WS-THR-IX) = WRK-DVZ
                 MOVE 1 TO WS-FOUND
               ELSE
                 ADD 1 TO WS-THR-IX
               END-IF
             END-PERFORM
             IF WS-FOUND = 1
               COMPUTE WS-FLOOR-AMT = WS-THRT-AMT(WS-THR-IX)
                 * (100 - WS-APM-PCT(1)) / 100
               IF WS-MOVE-AMT < WS-THRT-AMT(WS-THR-IX)
                  AND WS-MOVE-AMT NOT < WS-FLOOR-AMT
                 MOVE 1 TO WS-QUALIFY
               END-IF
             END-IF
           END-IF.
       H221-END. EXIT.

      * THE DEBIT LEG OF A TRANSFER TO ANOTHER CUSTOMER THAT WAS NOT A
      * KNOWN COUNTERPARTY BEFORE TODAY. PASS 1 REGISTERS THE PAIR.
       H222-QUALIFY-VELOCITY.
           IF JRN-FUNC = 10 AND WS-MOVEMENT < 0
              AND WS-XFER-CR-SEQ = JRN-SEQ
              AND WS-XFER-CR-DATE = JRN-RUN-DATE
              AND WS-XFER-CR-ID NOT = WS-CUST-ID
             PERFORM H226-FIND-COUNTERPARTY
             IF WS-FOUND = 0
               MOVE 1 TO WS-QUALIFY
               IF WS-PASS = 1 AND WS-KCP-COUNT < 5000
                 ADD 1 TO WS-KCP-COUNT
                 MOVE WS-CUST-ID TO WS-KCPT-FROM-ID(WS-KCP-COUNT)
                 MOVE WS-XFER-CR-ID TO WS-KCPT-TO-ID(WS-KCP-COUNT)
                 MOVE WS-RUN-DATE TO WS-KCPT-FIRST-DATE(WS-KCP-COUNT)
                 MOVE WS-RUN-DATE TO WS-KCPT-LAST-DATE(WS-KCP-COUNT)
               END-IF
             ELSE
               IF WS-KCPT-FIRST-DATE(WS-KCP-IX) = WS-RUN-DATE
                 MOVE 1 TO WS-QUALIFY
               END-IF
               IF WS-PASS = 1
                 MOVE WS-RUN-DATE TO WS-KCPT-LAST-DATE(WS-KCP-IX)
               END-IF
             END-IF
           END-IF.
       H222-END. EXIT.

       H223-QUALIFY-ROUND.
           IF WS-APM-UNIT(3) > 0
              AND WS-MOVE-AMT NOT < WS-APM-AMOUNT(3)
             IF FUNCTION MOD(WS-MOVE-AMT, WS-APM-UNIT(3)) = 0
               MOVE 1 TO WS-QUALIFY
             END-IF
           END-IF.
       H223-END. EXIT.

      * DORMANCY IS JUDGED AS IN DORMRPT, FROM THE LAST ACTIVITY DATE
      * ON THE BEFORE-IMAGE OR THE OPENING DATE WHEN THERE IS NONE.
       H224-QUALIFY-DORMANT.
           IF JRN-ACTION-REWRITE
              AND WS-MOVE-AMT NOT < WS-APM-AMOUNT(4)
             MOVE JRN-BEFORE-IMAGE TO WRK-REC
             IF WRK-LAST-ACT-DATE = 0
               MOVE WRK-DATE TO WS-INT-DATE
             ELSE
               MOVE WRK-LAST-ACT-DATE TO WS-INT-DATE
             END-IF
             COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DAY(WS-INT-DATE)
             COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-LAST-INT
             IF WS-AGE-DAYS > WS-APM-DAYS(4)
               MOVE 1 TO WS-QUALIFY
             END-IF
             MOVE JRN-AFTER-IMAGE TO WRK-REC
           END-IF.
       H224-END. EXIT.

       H226-FIND-COUNTERPARTY.
           MOVE 0 TO WS-FOUND.
           MOVE 1 TO WS-KCP-IX.
           PERFORM UNTIL WS-KCP-IX > WS-KCP-COUNT
                      OR WS-FOUND = 1
             IF WS-KCPT-FROM-ID(WS-KCP-IX) = WS-CUST-ID
                AND WS-KCPT-TO-ID(WS-KCP-IX) = WS-XFER-CR-ID
               MOVE 1 TO WS-FOUND
             ELSE
               ADD 1 TO WS-KCP-IX
             END-IF
           END-PERFORM.
       H226-END. EXIT.

       H230-COUNT-HIT.
           MOVE 0 TO WS-FOUND.
           MOVE 1 TO WS-CUS-IX.
           PERFORM UNTIL WS-CUS-IX > WS-CUS-COUNT
                      OR WS-FOUND = 1
             IF WS-CUS-ID(WS-CUS-IX) = WS-CUST-ID
               MOVE 1 TO WS-FOUND
             ELSE
               ADD 1 TO WS-CUS-IX
             END-IF
           END-PERFORM.
           IF WS-FOUND = 0
             IF WS-CUS-COUNT < 2000
               ADD 1 TO WS-CUS-COUNT
               MOVE WS-CUS-COUNT TO WS-CUS-IX
               MOVE WS-CUST-ID TO WS-CUS-ID(WS-CUS-IX)
               MOVE 0 TO WS-CUS-HITS(WS-CUS-IX, 1)
               MOVE 0 TO WS-CUS-HITS(WS-CUS-IX, 2)
               MOVE 0 TO WS-CUS-HITS(WS-CUS-IX, 3)
               MOVE 0 TO WS-CUS-HITS(WS-CUS-IX, 4)
               MOVE 1 TO WS-FOUND
             ELSE
               DISPLAY 'CUSTOMER TABLE FULL - ' WS-CUST-ID
                 ' NOT MONITORED'
             END-IF
           END-IF.
           IF WS-FOUND = 1
             ADD 1 TO WS-CUS-HITS(WS-CUS-IX, WS-PAT-IX)
           END-IF.
       H230-END. EXIT.

       H300-RAISE-ALERTS.
           MOVE 1 TO WS-CUS-IX.
           PERFORM UNTIL WS-CUS-IX > WS-CUS-COUNT
             MOVE 1 TO WS-PAT-IX
             PERFORM UNTIL WS-PAT-IX > 4
               IF WS-CUS-HITS(WS-CUS-IX, WS-PAT-IX) > 0
                  AND WS-CUS-HITS(WS-CUS-IX, WS-PAT-IX)
                      NOT < WS-APM-MIN-COUNT(WS-PAT-IX)
                 PERFORM H310-CHECK-HISTORY
                 IF WS-SUPPRESS-IT = 1
                   ADD 1 TO WS-CNT-SUPPRESSED
                 ELSE
                   PERFORM H320-WRITE-ALERT
                 END-IF
               END-IF
               ADD 1 TO WS-PAT-IX
             END-PERFORM
             ADD 1 TO WS-CUS-IX
           END-PERFORM.
       H300-END. EXIT.

      * A PATTERN ALREADY RAISED FOR THE CUSTOMER INSIDE ITS
      * SUPPRESSION PERIOD IS NOT RAISED AGAIN. A RAISED ALERT
      * RESTARTS THE PERIOD.
       H310-CHECK-HISTORY.
           MOVE 0 TO WS-SUPPRESS-IT.
           MOVE 0 TO WS-FOUND.
           MOVE 1 TO WS-HIS-IX.
           PERFORM UNTIL WS-HIS-IX > WS-HIS-COUNT
                      OR WS-FOUND = 1
             IF WS-HIS-CUST-ID(WS-HIS-IX) = WS-CUS-ID(WS-CUS-IX)
                AND WS-HIS-PATTERN(WS-HIS-IX) =
                    WS-APM-CODE(WS-PAT-IX)
               MOVE 1 TO WS-FOUND
             ELSE
               ADD 1 TO WS-HIS-IX
             END-IF
           END-PERFORM.
           IF WS-FOUND = 1
             COMPUTE WS-LAST-INT =
               FUNCTION INTEGER-OF-DATE(WS-HIS-LAST-DATE(WS-HIS-IX))
             IF WS-RUN-INT - WS-LAST-INT < WS-APM-SUPPRESS(WS-PAT-IX)
                OR WS-HIS-LAST-DATE(WS-HIS-IX) = WS-RUN-DATE
               MOVE 1 TO WS-SUPPRESS-IT
             ELSE
               MOVE WS-RUN-DATE TO WS-HIS-LAST-DATE(WS-HIS-IX)
               ADD 1 TO WS-HIS-TIMES(WS-HIS-IX)
             END-IF
           ELSE
             IF WS-HIS-COUNT < 3000
               ADD 1 TO WS-HIS-COUNT
               MOVE WS-CUS-ID(WS-CUS-IX) TO WS-HIS-CUST-ID(WS-HIS-COUNT)
               MOVE WS-APM-CODE(WS-PAT-IX)
                 TO WS-HIS-PATTERN(WS-HIS-COUNT)
               MOVE WS-RUN-DATE TO WS-HIS-FIRST-DATE(WS-HIS-COUNT)
               MOVE WS-RUN-DATE TO WS-HIS-LAST-DATE(WS-HIS-COUNT)
               MOVE 1 TO WS-HIS-TIMES(WS-HIS-COUNT)
             ELSE
               DISPLAY 'ALERT HISTORY TABLE FULL - '
                 WS-CUS-ID(WS-CUS-IX) ' NOT RECORDED'
             END-IF
           END-IF.
       H310-END. EXIT.

       H320-WRITE-ALERT.
           IF WS-CASE-COUNT < 500
             ADD 1 TO WS-CNT-ALERTS
             ADD 1 TO WS-CASE-COUNT
             MOVE WS-CUS-ID(WS-CUS-IX)
               TO WS-CASE-CUST-ID(WS-CASE-COUNT)
             MOVE WS-PAT-IX TO WS-CASE-PAT(WS-CASE-COUNT)
             MOVE WS-CUS-HITS(WS-CUS-IX, WS-PAT-IX)
               TO WS-CASE-HITS(WS-CASE-COUNT)
             MOVE SPACES TO ALT-REC
             MOVE WS-RUN-DATE TO ALT-DATE
             MOVE WS-CASE-COUNT TO ALT-CASE-NO
             MOVE WS-CUS-ID(WS-CUS-IX) TO ALT-CUST-ID
             MOVE WS-APM-CODE(WS-PAT-IX) TO ALT-PATTERN
             MOVE WS-CUS-HITS(WS-CUS-IX, WS-PAT-IX) TO ALT-HITS
             MOVE WS-APM-DESC(WS-PAT-IX) TO ALT-DESC
             WRITE ALT-REC
           ELSE
             DISPLAY 'CASE TABLE FULL - ALERT FOR '
               WS-CUS-ID(WS-CUS-IX) ' NOT RAISED'
           END-IF.
       H320-END. EXIT.

       H400-WRITE-CASE.
           MOVE SPACES TO RPT-CASE-REC.
           MOVE 'CASE: ' TO RPT-CASE-HDR.
           MOVE WS-CASE-IX TO RPT-CASE-O.
           MOVE ' CUSTOMER: ' TO RPT-CUST-HDR.
           MOVE WS-CASE-CUST-ID(WS-CASE-IX) TO RPT-CUST-O.
           MOVE ' NAME: ' TO RPT-NAME-HDR.
           PERFORM H410-GET-CUSTOMER.
           MOVE ' PATTERN: ' TO RPT-PATTERN-HDR.
           MOVE WS-APM-CODE(WS-CASE-PAT(WS-CASE-IX)) TO RPT-PATTERN-O.
           MOVE ' HITS: ' TO RPT-HITS-HDR.
           MOVE WS-CASE-HITS(WS-CASE-IX) TO RPT-HITS-O.
           MOVE WS-APM-DESC(WS-CASE-PAT(WS-CASE-IX)) TO RPT-DESC-O.
           WRITE RPT-CASE-REC.
           PERFORM H150-READ-JOURNAL.
       H400-END. EXIT.

       H410-GET-CUSTOMER.
           IF WS-CST-OPEN = 1
             MOVE WS-CASE-CUST-ID(WS-CASE-IX) TO CST-ID
             READ CST-FILE KEY IS CST-KEY
               INVALID KEY
                 MOVE 'NOT ON FILE' TO RPT-NAME-O
               NOT INVALID KEY
                 MOVE CST-NAME TO RPT-NAME-O
                 MOVE CST-SURNAME TO RPT-SURNAME-O
             END-READ
           END-IF.
       H410-END. EXIT.

       H420-WRITE-SUPPORT.
           MOVE SPACES TO RPT-DETAIL-REC.
           MOVE '    JRN: ' TO RPT-JRN-HDR.
           MOVE JRN-RUN-DATE TO RPT-JRN-DATE-O.
           MOVE '/' TO RPT-JRN-SEP.
           MOVE JRN-SEQ TO RPT-JRN-SEQ-O.
           MOVE ' FUNC: ' TO RPT-FUNC-HDR.
           MOVE JRN-FUNC TO RPT-FUNC-O.
           MOVE ' ACCT: ' TO RPT-ACCT-HDR.
           MOVE WRK-ID TO RPT-ACCT-ID-O.
           MOVE '/' TO RPT-ACCT-SEP.
           MOVE WRK-DVZ TO RPT-ACCT-DVZ-O.
           MOVE ' MOVEMENT: ' TO RPT-MOVE-HDR.
           MOVE WS-MOVEMENT TO RPT-MOVE-O.
           MOVE ' OPER: ' TO RPT-OPER-HDR.
           MOVE JRN-OPERATOR TO RPT-OPER-O.
           MOVE ' TIME: ' TO RPT-TIME-HDR.
           MOVE JRN-RUN-TIME TO RPT-TIME-O.
           WRITE RPT-DETAIL-REC.
       H420-END. EXIT.

       H500-WRITE-HISTORY.
           MOVE 1 TO WS-HIS-IX.
           PERFORM UNTIL WS-HIS-IX > WS-HIS-COUNT
             MOVE WS-HIS-CUST-ID(WS-HIS-IX) TO NAH-CUST-ID
             MOVE WS-HIS-PATTERN(WS-HIS-IX) TO NAH-PATTERN
             MOVE WS-HIS-FIRST-DATE(WS-HIS-IX) TO NAH-FIRST-DATE
             MOVE WS-HIS-LAST-DATE(WS-HIS-IX) TO NAH-LAST-DATE
             MOVE WS-HIS-TIMES(WS-HIS-IX) TO NAH-TIMES
             WRITE NAH-REC
             ADD 1 TO WS-HIS-IX
           END-PERFORM.
       H500-END. EXIT.

       H510-WRITE-COUNTERPARTIES.
           MOVE 1 TO WS-KCP-IX.
           PERFORM UNTIL WS-KCP-IX > WS-KCP-COUNT
             MOVE WS-KCPT-FROM-ID(WS-KCP-IX) TO NKC-FROM-ID
             MOVE WS-KCPT-TO-ID(WS-KCP-IX) TO NKC-TO-ID
             MOVE WS-KCPT-FIRST-DATE(WS-KCP-IX) TO NKC-FIRST-DATE
             MOVE WS-KCPT-LAST-DATE(WS-KCP-IX) TO NKC-LAST-DATE
             WRITE NKC-REC
             ADD 1 TO WS-KCP-IX
           END-PERFORM.
       H510-END. EXIT.

       H900-TRAILER-FILL.
           MOVE SPACES TO RPT-TRAILER-REC.
           MOVE 'AML MONITORING TOTALS     ' TO RPT-TRLR-TITLE.
           MOVE ' DATE: ' TO RPT-TRLR-DATE-HDR.
           MOVE WS-RUN-DATE TO RPT-TRLR-DATE.
           MOVE ' SCANNED: ' TO RPT-TRLR-SCAN-HDR.
           MOVE WS-CNT-SCANNED TO RPT-TRLR-SCAN-CNT.
           MOVE ' ALERTS: ' TO RPT-TRLR-ALERT-HDR.
           MOVE WS-CNT-ALERTS TO RPT-TRLR-ALERT-CNT.
           MOVE ' SUPPRESSED: ' TO RPT-TRLR-SUPP-HDR.
           MOVE WS-CNT-SUPPRESSED TO RPT-TRLR-SUPP-CNT.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           IF WS-RPT-OPEN = 1
             PERFORM H900-TRAILER-FILL
             WRITE RPT-TRAILER-REC
             CLOSE RPT-FILE
           END-IF.
           IF WS-ALT-OPEN = 1
             CLOSE ALT-FILE
           END-IF.
           IF WS-NAH-OPEN = 1
             CLOSE NAH-FILE
           END-IF.
           IF WS-NKC-OPEN = 1
             CLOSE NKC-FILE
           END-IF.
           IF WS-CST-OPEN = 1
             CLOSE CST-FILE
           END-IF.
           IF WS-JOB-DONE = 1
             PERFORM H995-WRITE-RUN-COMPLETE
             IF WS-CNT-ALERTS > 0
               MOVE 4 TO RETURN-CODE
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
               MOVE WS-CNT-ALERTS TO RCT-COUNT-1
               MOVE WS-CNT-SUPPRESSED TO RCT-COUNT-2
               WRITE RCT-REC
               CLOSE RCT-FILE
             END-IF
           END-IF.
       H995-END. EXIT.
