       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATUR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDM-FILE ASSIGN TO TDMFILE
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY TDM-KEY
                             STATUS ST-TDM-FILE.
           SELECT TDP-FILE ASSIGN TO TDPARM
                             STATUS ST-TDP-FILE.
           SELECT TDG-FILE ASSIGN TO TDGFILE
                             STATUS ST-TDG-FILE.
           SELECT TAX-FILE ASSIGN TO TAXFILE
                             STATUS ST-TAX-FILE.
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
       FD  TDM-FILE.
           COPY TDMREC.
       FD  TDP-FILE RECORDING MODE F
                     RECORD CONTAINS 7 CHARACTERS.
         01  TDP-REC.
           05 TDP-PENALTY-RATE      PIC 9(03)V9(04).
       FD  TDG-FILE RECORDING MODE F.
           COPY TDGREC.
       FD  TAX-FILE RECORDING MODE F
                     RECORD CONTAINS 54 CHARACTERS.
         01  TAX-REC.
           05 TAX-DVZ               PIC 9(03).
           05 TAX-PERIOD            PIC 9(06).
           05 TAX-GROSS             PIC 9(15).
           05 TAX-TAX               PIC 9(15).
           05 TAX-NET               PIC 9(15).
       FD  OUT-FILE RECORDING MODE F
                     RECORD CONTAINS 395 CHARACTERS.
           COPY OUTREC.
       FD  DVZ-FILE RECORDING MODE F.
           COPY DVZREC.
       FD  RPT-FILE RECORDING MODE F
                     RECORD CONTAINS 160 CHARACTERS.
         01  RPT-REC.
           05 RPT-TD-HDR            PIC X(04).
           05 RPT-ID-O              PIC 9(05).
           05 RPT-ID-SEP            PIC X(01).
           05 RPT-DVZ-O             PIC 9(03).
           05 RPT-NO-SEP            PIC X(01).
           05 RPT-NO-O              PIC 9(05).
           05 RPT-DAYS-HDR          PIC X(07).
           05 RPT-DAYS-O            PIC 9(05).
           05 RPT-RATE-HDR          PIC X(07).
           05 RPT-RATE-O            PIC 9(03).9(04).
           05 RPT-INT-HDR           PIC X(06).
           05 RPT-INT-O             PIC 9(15).
           05 RPT-TAX-HDR           PIC X(06).
           05 RPT-TAX-O             PIC 9(15).
           05 RPT-PRIN-HDR          PIC X(07).
           05 RPT-PRIN-O            PIC 9(15).
           05 RPT-RESULT-O          PIC X(10).
           05 RPT-COMM-O            PIC X(48).
         01  RPT-TOTAL-REC.
           05 RPT-TOT-TITLE         PIC X(30).
           05 RPT-TOT-CNT-HDR       PIC X(08).
           05 RPT-TOT-CNT           PIC 9(07).
           05 RPT-TOT-AMT-HDR       PIC X(09).
           05 RPT-TOT-AMT           PIC 9(17).
           05 FILLER                PIC X(89).
         01  RPT-TRAILER-REC.
           05 RPT-TRLR-TITLE        PIC X(26).
           05 RPT-TRLR-DATE-HDR     PIC X(07).
           05 RPT-TRLR-DATE         PIC 9(08).
           05 RPT-TRLR-RESULT       PIC X(20).
           05 FILLER                PIC X(99).
       FD  RCT-FILE RECORDING MODE F.
           COPY RCTREC.

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-FINALSUB           PIC X(08)  VALUE 'FINALSUB'.
           05 ST-TDM-FILE           PIC 9(02).
              88 TDM-FILE-EOF                  VALUE 10.
              88 TDM-SUCCESS                   VALUE 00 97.
              88 TDM-NOT-FOUND                 VALUE 35.
           05 ST-TDP-FILE           PIC 9(02).
              88 TDP-SUCCESS                   VALUE 00 97.
           05 ST-TDG-FILE           PIC 9(02).
              88 TDG-SUCCESS                   VALUE 00 97.
              88 TDG-NOT-FOUND                 VALUE 35.
           05 ST-TAX-FILE           PIC 9(02).
              88 TAX-SUCCESS                   VALUE 00 97.
              88 TAX-NOT-FOUND                 VALUE 35.
           05 ST-OUT-FILE           PIC 9(02).
              88 OUT-SUCCESS                   VALUE 00 97.
              88 OUT-NOT-FOUND                 VALUE 35.
           05 ST-DVZ-FILE           PIC 9(02).
              88 DVZ-FILE-EOF                  VALUE 10.
              88 DVZ-SUCCESS                   VALUE 00 97.
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                   VALUE 00 97.
           05 WS-TDM-OPEN           PIC 9(01)  VALUE 0.
           05 WS-TDG-OPEN           PIC 9(01)  VALUE 0.
           05 WS-TAX-OPEN           PIC 9(01)  VALUE 0.
           05 WS-OUT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-RPT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-RUN-DATE           PIC 9(08)  VALUE 0.
           05 WS-RUN-TIME           PIC 9(06)  VALUE 0.
           05 WS-PENALTY-RATE       PIC 9(03)V9(04) VALUE 0.
           05 WS-TAX-PARM           PIC X(20).
           05 WS-PARM-TOK1          PIC X(08).
           05 WS-PARM-TOK2          PIC X(08).
           05 WS-TAX-PCT            PIC 9(03)V9(02) VALUE 15.
           05 WS-END-DATE           PIC 9(08).
           05 WS-APPLY-RATE         PIC 9(03)V9(04).
           05 WS-DAYS               PIC 9(05).
           05 WS-INTEREST           PIC S9(15).
           05 WS-TAX-AMT            PIC S9(15).
           05 WS-NET-INT            PIC S9(15).
           05 WS-CASH-AMT           PIC 9(15).
           05 WS-OLD-PRINCIPAL      PIC 9(15).
           05 WS-CNT-SCANNED        PIC 9(07)  VALUE 0.
           05 WS-CNT-ROLLED         PIC 9(07)  VALUE 0.
           05 WS-CNT-PAIDOUT        PIC 9(07)  VALUE 0.
           05 WS-CNT-BROKEN         PIC 9(07)  VALUE 0.
           05 WS-CNT-EXCEPTION      PIC 9(07)  VALUE 0.
           05 WS-GRAND-INT          PIC 9(15)  VALUE 0.
           05 WS-GRAND-TAX          PIC 9(15)  VALUE 0.
           05 WS-GRAND-PAID         PIC 9(17)  VALUE 0.
           05 WS-ITEM-SEQ           PIC 9(09)  VALUE 0.
           05 WS-STEP-OK            PIC 9(01).
           05 WS-RESULT             PIC X(10).
           05 WS-REASON-DESC        PIC X(48).
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
           05 WS-OVERRIDE           PIC 9(01)  VALUE 0.
           05 WS-ALREADY-RUN        PIC 9(01)  VALUE 0.
           05 WS-PRED-DONE          PIC 9(01)  VALUE 0.
           05 WS-ERR-DONE           PIC 9(01)  VALUE 0.
           05 WS-ERR-JOB            PIC X(08).
           05 WS-JOB-DONE           PIC 9(01)  VALUE 0.
           05 WS-TDM-UPD-FAIL       PIC 9(01)  VALUE 0.
           05 WS-JOB-NAME           PIC X(08)  VALUE 'TDMATUR'.
           05 WS-PRED-NAME          PIC X(08)  VALUE 'ESCHEAT'.
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
         01  WS-TOT-TABLE.
           05 WS-TOT-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-TOT-ENTRY OCCURS 200 TIMES.
              10 WS-TOTT-DVZ        PIC 9(03).
              10 WS-TOTT-CNT        PIC 9(07).
              10 WS-TOTT-INT        PIC 9(15).
              10 WS-TOTT-TAX        PIC 9(15).
              10 WS-TOTT-NET        PIC 9(15).
         01 WS-SUB-AREA.
           05 WS-SUB-FUNC       PIC 9(02).
              88 WS-FUNC-CLOSE               VALUE 9.
              88 WS-FUNC-TERM-DEP            VALUE 14.
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
           PERFORM H050-GET-TAX-RATE.
           PERFORM H060-READ-RUN-CONTROL.
           PERFORM H065-CHECK-RUN-CONTROL.
           PERFORM H070-LOAD-PARMS.
           PERFORM H075-LOAD-DVZ.
           PERFORM H100-OPEN-FILES.
           IF WS-TDM-OPEN = 1
             PERFORM UNTIL TDM-FILE-EOF
               READ TDM-FILE NEXT RECORD
                 AT END
                   SET TDM-FILE-EOF TO TRUE
                 NOT AT END
                   PERFORM H200-CONTROL-DEPOSIT
               END-READ
             END-PERFORM
           END-IF.
           MOVE 1 TO WS-JOB-DONE.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H050-GET-TAX-RATE.
           ACCEPT WS-TAX-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-TOK1.
           MOVE SPACES TO WS-PARM-TOK2.
           UNSTRING WS-TAX-PARM DELIMITED BY ALL SPACE
             INTO WS-PARM-TOK1 WS-PARM-TOK2.
           IF WS-PARM-TOK1 = 'OVERRIDE' OR WS-PARM-TOK2 = 'OVERRIDE'
             MOVE 1 TO WS-OVERRIDE
             DISPLAY 'RUN CONTROL OVERRIDE ACTIVE'
           END-IF.
           IF WS-PARM-TOK1 NOT = SPACES
             AND WS-PARM-TOK1 NOT = 'OVERRIDE'
             AND FUNCTION TEST-NUMVAL(WS-PARM-TOK1) = 0
             COMPUTE WS-TAX-PCT = FUNCTION NUMVAL(WS-PARM-TOK1)
           END-IF.
           IF WS-PARM-TOK2 NOT = SPACES
             AND WS-PARM-TOK2 NOT = 'OVERRIDE'
             AND FUNCTION TEST-NUMVAL(WS-PARM-TOK2) = 0
             COMPUTE WS-TAX-PCT = FUNCTION NUMVAL(WS-PARM-TOK2)
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

      * THE MATURITY RUN POSTS TO THE MASTER FILE, SO IT FOLLOWS THE
      * DAY'S ESCHEATMENT AND COMES AHEAD OF RECONCILIATION. A SECOND
      * RUN FOR THE SAME DAY WOULD PAY THE SAME BREAKS TWICE. A JOB
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

      * THE ANNUAL RATE PAID ON AN EARLY BREAK IN PLACE OF THE AGREED
      * RATE. WITHOUT THE PARAMETER FILE A BROKEN DEPOSIT EARNS NOTHING.
       H070-LOAD-PARMS.
           OPEN INPUT TDP-FILE.
           IF TDP-SUCCESS
             READ TDP-FILE
               AT END
                 DISPLAY 'TERM DEPOSIT PARAMETERS EMPTY - DEFAULTS USED'
               NOT AT END
                 IF TDP-PENALTY-RATE IS NUMERIC
                   MOVE TDP-PENALTY-RATE TO WS-PENALTY-RATE
                 END-IF
             END-READ
             CLOSE TDP-FILE
           ELSE
             DISPLAY 'TERM DEPOSIT PARAMETERS NOT AVAILABLE - '
      -        'DEFAULTS USED'
           END-IF.
           DISPLAY 'PENALTY RATE: ' WS-PENALTY-RATE
             ' TAX PCT: ' WS-TAX-PCT.
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

      * A MISSING TERM DEPOSIT MASTER MEANS NO DEPOSIT HAS BEEN PLACED
      * YET, SO THE RUN COMPLETES WITH NOTHING TO MATURE.
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           OPEN I-O TDM-FILE.
           IF TDM-SUCCESS
             MOVE 1 TO WS-TDM-OPEN
           ELSE
            IF TDM-NOT-FOUND
             DISPLAY 'TERM DEPOSIT MASTER NOT FOUND - NOTHING TO MATURE'
            ELSE
             DISPLAY "UNABLE TO OPEN TDM-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
            END-IF
           END-IF.
           OPEN EXTEND TDG-FILE.
           IF TDG-NOT-FOUND
             OPEN OUTPUT TDG-FILE
           END-IF.
           IF TDG-SUCCESS
             MOVE 1 TO WS-TDG-OPEN
           ELSE
             DISPLAY "UNABLE TO OPEN TDG-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND TAX-FILE.
           IF TAX-NOT-FOUND
             OPEN OUTPUT TAX-FILE
           END-IF.
           IF TAX-SUCCESS
             MOVE 1 TO WS-TAX-OPEN
           ELSE
             DISPLAY 'TAX LEDGER NOT AVAILABLE - WITHHOLDING NOT '
      -        'RECORDED'
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

      * A BREAK BOOKED DURING THE DAY IS SETTLED FIRST; AN ACTIVE
      * DEPOSIT IS MATURED ONCE ITS MATURITY DATE IS REACHED, WHICH
      * ALSO CATCHES UP A MATURITY THAT FELL ON A DAY WITHOUT A RUN.
       H200-CONTROL-DEPOSIT.
           ADD 1 TO WS-CNT-SCANNED.
           MOVE TDM-PRINCIPAL TO WS-OLD-PRINCIPAL.
           MOVE 0 TO WS-DAYS.
           MOVE 0 TO WS-INTEREST.
           MOVE 0 TO WS-TAX-AMT.
           MOVE 0 TO WS-NET-INT.
           IF TDM-STATUS-BREAK-REQ
             PERFORM H300-BREAK-DEPOSIT
           ELSE
             IF TDM-STATUS-ACTIVE AND TDM-MATURITY NOT > WS-RUN-DATE
               PERFORM H400-MATURE-DEPOSIT
             END-IF
           END-IF.
       H200-END. EXIT.

      * SIMPLE INTEREST ON AN ACTUAL/365 BASIS FROM THE START DATE TO
      * THE END DATE, WITH TAX WITHHELD AS IN THE MONTHLY ACCRUAL.
       H210-COMPUTE-INTEREST.
           IF WS-END-DATE > TDM-START-DATE
             COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-END-DATE)
               - FUNCTION INTEGER-OF-DATE(TDM-START-DATE)
           ELSE
             MOVE 0 TO WS-DAYS
           END-IF.
           COMPUTE WS-INTEREST ROUNDED =
             TDM-PRINCIPAL * WS-APPLY-RATE * WS-DAYS / 36500.
           COMPUTE WS-TAX-AMT ROUNDED =
             WS-INTEREST * WS-TAX-PCT / 100.
           COMPUTE WS-NET-INT = WS-INTEREST - WS-TAX-AMT.
       H210-END. EXIT.

      * AN EARLY BREAK EARNS THE PENALTY RATE FOR THE DAYS THE FUNDS
      * WERE HELD AND PAYS EVERYTHING BACK TO THE FUNDING ACCOUNT.
       H300-BREAK-DEPOSIT.
           MOVE WS-RUN-DATE TO WS-END-DATE.
           MOVE WS-PENALTY-RATE TO WS-APPLY-RATE.
           PERFORM H210-COMPUTE-INTEREST.
           COMPUTE WS-CASH-AMT = TDM-PRINCIPAL + WS-NET-INT.
           PERFORM H500-CREDIT-DEMAND.
           IF WS-STEP-OK = 1
             PERFORM H510-BOOK-INTEREST
             SET TDM-STATUS-BROKEN TO TRUE
             MOVE WS-RUN-DATE TO TDM-CLOSED-DATE
             MOVE WS-JOB-NAME TO TDM-CHANGED-BY
             MOVE WS-RUN-DATE TO TDM-CHANGED-DATE
             REWRITE TDM-REC
             ADD WS-CASH-AMT TO WS-GRAND-PAID
             IF TDM-SUCCESS
               ADD 1 TO WS-CNT-BROKEN
               MOVE ' BROKEN' TO WS-RESULT
               MOVE 'BROKEN EARLY - PAID OUT AT PENALTY RATE.'
                 TO WS-REASON-DESC
             ELSE
               PERFORM H595-REWRITE-FAILED
             END-IF
           ELSE
             PERFORM H590-DEPOSIT-EXCEPTION
           END-IF.
           PERFORM H600-REPORT-DEPOSIT.
       H300-END. EXIT.

      * AT MATURITY THE AGREED RATE IS EARNED FOR THE FULL TERM. A
      * ROLLED DEPOSIT STARTS A NEW TERM OF THE SAME LENGTH ON THE OLD
      * MATURITY DATE AND KEEPS ITS AGREED RATE.
       H400-MATURE-DEPOSIT.
           MOVE TDM-MATURITY TO WS-END-DATE.
           MOVE TDM-RATE TO WS-APPLY-RATE.
           PERFORM H210-COMPUTE-INTEREST.
           MOVE 1 TO WS-STEP-OK.
           MOVE 0 TO WS-CASH-AMT.
           IF NOT TDM-INSTRUCTION-VALID
             MOVE 0 TO WS-STEP-OK
             MOVE 'INVALID MATURITY INSTRUCTION - NOT MATURED.'
               TO WS-REASON-DESC
           ELSE
             IF TDM-PAY-OUT
               COMPUTE WS-CASH-AMT = TDM-PRINCIPAL + WS-NET-INT
               PERFORM H500-CREDIT-DEMAND
             ELSE
               IF TDM-ROLL-PRINCIPAL AND WS-NET-INT > 0
                 MOVE WS-NET-INT TO WS-CASH-AMT
                 PERFORM H500-CREDIT-DEMAND
               END-IF
             END-IF
           END-IF.
           IF WS-STEP-OK = 1
             PERFORM H510-BOOK-INTEREST
             IF TDM-PAY-OUT
               SET TDM-STATUS-MATURED TO TRUE
               MOVE WS-RUN-DATE TO TDM-CLOSED-DATE
               MOVE ' PAID OUT' TO WS-RESULT
               MOVE 'MATURED - PRINCIPAL AND INTEREST PAID OUT.'
                 TO WS-REASON-DESC
             ELSE
               IF TDM-ROLL-WITH-INT
                 ADD WS-NET-INT TO TDM-PRINCIPAL
                 MOVE 'MATURED - ROLLED WITH INTEREST.'
                   TO WS-REASON-DESC
               ELSE
                 MOVE 'MATURED - PRINCIPAL ROLLED, INTEREST PAID.'
                   TO WS-REASON-DESC
               END-IF
               PERFORM H420-ROLL-DEPOSIT
               MOVE ' ROLLED' TO WS-RESULT
             END-IF
             MOVE WS-JOB-NAME TO TDM-CHANGED-BY
             MOVE WS-RUN-DATE TO TDM-CHANGED-DATE
             REWRITE TDM-REC
             ADD WS-CASH-AMT TO WS-GRAND-PAID
             IF TDM-SUCCESS
               IF TDM-STATUS-MATURED
                 ADD 1 TO WS-CNT-PAIDOUT
               ELSE
                 ADD 1 TO WS-CNT-ROLLED
               END-IF
             ELSE
               PERFORM H595-REWRITE-FAILED
             END-IF
           ELSE
             PERFORM H590-DEPOSIT-EXCEPTION
           END-IF.
           PERFORM H600-REPORT-DEPOSIT.
       H400-END. EXIT.

       H420-ROLL-DEPOSIT.
           MOVE TDM-MATURITY TO TDM-START-DATE.
           COMPUTE TDM-MATURITY = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(TDM-START-DATE)
              + TDM-TERM-DAYS).
           ADD 1 TO TDM-ROLL-COUNT.
       H420-END. EXIT.

      * THE FUNDING ACCOUNT IS CREDITED THROUGH THE TERM DEPOSIT
      * FUNCTION SO THE GL EXTRACT MAPS THE MOVEMENT TO THE DEPOSIT
      * LIABILITY RATHER THAN TO AN ORDINARY ADJUSTMENT.
       H500-CREDIT-DEMAND.
           MOVE 1 TO WS-STEP-OK.
           SET WS-FUNC-TERM-DEP TO TRUE.
           MOVE TDM-ID TO WS-SUB-ID.
           MOVE TDM-DVZ TO WS-SUB-DVZ.
           MOVE ZEROES TO WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE WS-CASH-AMT TO WS-SUB-AMOUNT.
           MOVE 'C' TO WS-SUB-DIRECTION.
           ADD 1 TO WS-ITEM-SEQ.
           MOVE WS-ITEM-SEQ TO WS-SUB-SEQ.
           MOVE WS-JOB-NAME TO WS-SUB-OPER.
           MOVE WS-RUN-DATE TO WS-SUB-BIZ-DATE.
           CALL WS-FINALSUB USING WS-SUB-AREA.
           IF WS-SUB-COMM(1:7) = 'BALANCE'
             PERFORM H520-WRITE-STATEMENT-LINE
           ELSE
             MOVE 0 TO WS-STEP-OK
             MOVE WS-SUB-COMM TO WS-REASON-DESC
           END-IF.
       H500-END. EXIT.

      * THE INTEREST AND THE TAX WITHHELD ON IT NEVER PASS THROUGH THE
      * FUNDING ACCOUNT, SO THEY ARE RECORDED ON THE DEPOSIT ACTIVITY
      * FILE FOR THE GL EXTRACT AND ON THE TAX LEDGER.
       H510-BOOK-INTEREST.
           MOVE WS-INTEREST TO TDM-LAST-INTEREST.
           MOVE WS-TAX-AMT TO TDM-LAST-TAX.
           IF WS-INTEREST > 0
             MOVE SPACES TO TDG-REC
             MOVE WS-RUN-DATE TO TDG-DATE
             SET TDG-FUNC-INTEREST TO TRUE
             MOVE TDM-ID TO TDG-ID
             MOVE TDM-DVZ TO TDG-DVZ
             MOVE TDM-NO TO TDG-NO
             MOVE WS-INTEREST TO TDG-AMOUNT
             WRITE TDG-REC
             IF WS-TAX-AMT > 0
               SET TDG-FUNC-TAX TO TRUE
               MOVE WS-TAX-AMT TO TDG-AMOUNT
               WRITE TDG-REC
             END-IF
             ADD WS-INTEREST TO WS-GRAND-INT
             ADD WS-TAX-AMT TO WS-GRAND-TAX
             PERFORM H515-ADD-DVZ-TOTAL
           END-IF.
       H510-END. EXIT.

       H515-ADD-DVZ-TOTAL.
           MOVE 0 TO WS-TOT-FOUND.
           MOVE 1 TO WS-TOT-IX.
           PERFORM UNTIL WS-TOT-IX > WS-TOT-COUNT
                      OR WS-TOT-FOUND = 1
             IF WS-TOTT-DVZ(WS-TOT-IX) = TDM-DVZ
               MOVE 1 TO WS-TOT-FOUND
             ELSE
               ADD 1 TO WS-TOT-IX
             END-IF
           END-PERFORM.
           IF WS-TOT-FOUND = 0 AND WS-TOT-COUNT < 200
             ADD 1 TO WS-TOT-COUNT
             MOVE WS-TOT-COUNT TO WS-TOT-IX
             MOVE TDM-DVZ TO WS-TOTT-DVZ(WS-TOT-IX)
             MOVE 0 TO WS-TOTT-CNT(WS-TOT-IX)
             MOVE 0 TO WS-TOTT-INT(WS-TOT-IX)
             MOVE 0 TO WS-TOTT-TAX(WS-TOT-IX)
             MOVE 0 TO WS-TOTT-NET(WS-TOT-IX)
             MOVE 1 TO WS-TOT-FOUND
           END-IF.
           IF WS-TOT-FOUND = 1
             ADD 1 TO WS-TOTT-CNT(WS-TOT-IX)
             ADD WS-INTEREST TO WS-TOTT-INT(WS-TOT-IX)
             ADD WS-TAX-AMT TO WS-TOTT-TAX(WS-TOT-IX)
             ADD WS-NET-INT TO WS-TOTT-NET(WS-TOT-IX)
           END-IF.
       H515-END. EXIT.

      * THE PAYMENT IS ADDED TO THE DAILY ACTIVITY FILE SO THAT IT
      * APPEARS ON THE CUSTOMER STATEMENT.
       H520-WRITE-STATEMENT-LINE.
           MOVE SPACES TO OUT-REC.
           MOVE WS-RUN-DATE TO REC-RUN-DATE.
           MOVE WS-RUN-TIME TO REC-RUN-TIME.
           MOVE 'ID: ' TO REC-ID-HEADER.
           MOVE TDM-ID TO REC-ID-O.
           MOVE ' DVZ: ' TO REC-DVZ-HEADER.
           MOVE TDM-DVZ TO REC-DVZ-O.
           MOVE ' RC: ' TO REC-RC-HEADER.
           MOVE WS-SUB-RC TO REC-RC-O.
           MOVE ' OLD NAME: ' TO REC-NAMEF-HEADER.
           MOVE ' NEW NAME: ' TO REC-NAMET-HEADER.
           MOVE ' OLD SURNAME: ' TO REC-SURNF-HEADER.
           MOVE ' NEW SURNAME: ' TO REC-SURNT-HEADER.
           MOVE ' ACCT DATE: ' TO REC-DATE-HEADER.
           IF WS-SUB-DATE IS NUMERIC
             MOVE WS-SUB-DATE TO REC-DATE-O
           ELSE
             MOVE ZEROS TO REC-DATE-O
           END-IF.
           MOVE ' AMOUNT: ' TO REC-AMT-HEADER.
           MOVE WS-CASH-AMT TO REC-AMT-O.
           MOVE ' CONVERTED: ' TO REC-CNV-HEADER.
           MOVE ZEROS TO REC-CNV-O.
           MOVE ' FEE: ' TO REC-FEE-HEADER.
           MOVE ZEROS TO REC-FEE-O.
           MOVE 'TERM DEPOSIT PAYMENT - NO: ' TO REC-COMM-O.
           MOVE TDM-NO TO REC-COMM-O(28:5).
           MOVE ZEROS TO REC-REV-DATE-O.
           MOVE ZEROS TO REC-REV-SEQ-O.
           MOVE ZEROS TO REC-LEDGER-O.
           MOVE ZEROS TO REC-AVAIL-O.
           MOVE SPACE TO REC-DVZ-ALPHA-HDR.
           MOVE SPACE TO REC-DVZ-NAME-HDR.
           MOVE TDM-DVZ TO WS-DVZ-LOOKUP.
           PERFORM H265-FIND-DVZ.
           IF WS-DVZ-FOUND = 1
             MOVE WS-DVZT-ALPHA(WS-DVZ-IX) TO REC-DVZ-ALPHA-O
             MOVE WS-DVZT-DESC(WS-DVZ-IX) TO REC-DVZ-NAME-O
           END-IF.
           WRITE OUT-REC.
       H520-END. EXIT.

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

      * A DEPOSIT WHOSE PAYMENT WAS REFUSED IS LEFT AS IT WAS AND IS
      * TRIED AGAIN ON THE NEXT RUN.
       H590-DEPOSIT-EXCEPTION.
           ADD 1 TO WS-CNT-EXCEPTION.
           MOVE ' EXCEPTION' TO WS-RESULT.
           MOVE 0 TO WS-CASH-AMT.
       H590-END. EXIT.

      * THE PAYMENT HAS BEEN POSTED BUT THE DEPOSIT COULD NOT BE
      * MARKED, SO A RERUN WOULD PAY IT AGAIN. THE RUN IS NOT MARKED
      * COMPLETE UNTIL THE DEPOSIT HAS BEEN CORRECTED BY HAND.
       H595-REWRITE-FAILED.
           ADD 1 TO WS-CNT-EXCEPTION.
           MOVE 1 TO WS-TDM-UPD-FAIL.
           MOVE ' EXCEPTION' TO WS-RESULT.
           MOVE 'PAID BUT DEPOSIT NOT UPDATED - CORRECT BY HAND.'
             TO WS-REASON-DESC.
           DISPLAY 'TERM DEPOSIT NOT UPDATED: ' TDM-ID '/' TDM-DVZ
             '/' TDM-NO ' STATUS: ' ST-TDM-FILE.
       H595-END. EXIT.

       H600-REPORT-DEPOSIT.
           MOVE SPACES TO RPT-REC.
           MOVE 'TD: ' TO RPT-TD-HDR.
           MOVE TDM-ID TO RPT-ID-O.
           MOVE '/' TO RPT-ID-SEP.
           MOVE TDM-DVZ TO RPT-DVZ-O.
           MOVE '/' TO RPT-NO-SEP.
           MOVE TDM-NO TO RPT-NO-O.
           MOVE ' DAYS: ' TO RPT-DAYS-HDR.
           MOVE WS-DAYS TO RPT-DAYS-O.
           MOVE ' RATE: ' TO RPT-RATE-HDR.
           MOVE WS-APPLY-RATE TO RPT-RATE-O.
           MOVE ' INT: ' TO RPT-INT-HDR.
           MOVE WS-INTEREST TO RPT-INT-O.
           MOVE ' TAX: ' TO RPT-TAX-HDR.
           MOVE WS-TAX-AMT TO RPT-TAX-O.
           MOVE ' PRIN: ' TO RPT-PRIN-HDR.
           MOVE WS-OLD-PRINCIPAL TO RPT-PRIN-O.
           MOVE WS-RESULT TO RPT-RESULT-O.
           MOVE WS-REASON-DESC TO RPT-COMM-O.
           WRITE RPT-REC.
       H600-END. EXIT.

       H900-WRITE-TOTALS.
           MOVE SPACES TO RPT-TOTAL-REC.
           MOVE 'DEPOSITS SCANNED' TO RPT-TOT-TITLE.
           MOVE WS-CNT-SCANNED TO RPT-TOT-CNT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'DEPOSITS ROLLED OVER' TO RPT-TOT-TITLE.
           MOVE WS-CNT-ROLLED TO RPT-TOT-CNT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'DEPOSITS PAID OUT AT MATURITY' TO RPT-TOT-TITLE.
           MOVE WS-CNT-PAIDOUT TO RPT-TOT-CNT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'DEPOSITS BROKEN EARLY' TO RPT-TOT-TITLE.
           MOVE WS-CNT-BROKEN TO RPT-TOT-CNT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'MATURITY EXCEPTIONS' TO RPT-TOT-TITLE.
           MOVE WS-CNT-EXCEPTION TO RPT-TOT-CNT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'PAID TO FUNDING ACCOUNTS' TO RPT-TOT-TITLE.
           MOVE WS-GRAND-PAID TO RPT-TOT-AMT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'GROSS INTEREST' TO RPT-TOT-TITLE.
           MOVE WS-GRAND-INT TO RPT-TOT-AMT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'TAX WITHHELD' TO RPT-TOT-TITLE.
           MOVE WS-GRAND-TAX TO RPT-TOT-AMT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 1 TO WS-TOT-IX.
           PERFORM UNTIL WS-TOT-IX > WS-TOT-COUNT
             MOVE 'GROSS INTEREST DVZ ' TO RPT-TOT-TITLE(1:19)
             MOVE WS-TOTT-DVZ(WS-TOT-IX) TO RPT-TOT-TITLE(20:3)
             MOVE WS-TOTT-CNT(WS-TOT-IX) TO RPT-TOT-CNT
             MOVE WS-TOTT-INT(WS-TOT-IX) TO RPT-TOT-AMT
             PERFORM H905-WRITE-TOTAL-LINE
             MOVE 'TAX WITHHELD DVZ ' TO RPT-TOT-TITLE(1:17)
             MOVE WS-TOTT-DVZ(WS-TOT-IX) TO RPT-TOT-TITLE(18:3)
             MOVE WS-TOTT-CNT(WS-TOT-IX) TO RPT-TOT-CNT
             MOVE WS-TOTT-TAX(WS-TOT-IX) TO RPT-TOT-AMT
             PERFORM H905-WRITE-TOTAL-LINE
             ADD 1 TO WS-TOT-IX
           END-PERFORM.
           MOVE SPACES TO RPT-TRAILER-REC.
           MOVE 'TERM DEPOSIT MATURITY RUN' TO RPT-TRLR-TITLE.
           MOVE ' DATE: ' TO RPT-TRLR-DATE-HDR.
           MOVE WS-RUN-DATE TO RPT-TRLR-DATE.
           IF WS-JOB-DONE = 0 OR WS-TDM-UPD-FAIL = 1
             MOVE ' INCOMPLETE' TO RPT-TRLR-RESULT
           ELSE
             IF WS-CNT-EXCEPTION > 0
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

       H910-WRITE-TAX-LEDGER.
           MOVE 1 TO WS-TOT-IX.
           PERFORM UNTIL WS-TOT-IX > WS-TOT-COUNT
             IF WS-TOTT-TAX(WS-TOT-IX) > 0
               MOVE WS-TOTT-DVZ(WS-TOT-IX) TO TAX-DVZ
               MOVE WS-RUN-DATE(1:6) TO TAX-PERIOD
               MOVE WS-TOTT-INT(WS-TOT-IX) TO TAX-GROSS
               MOVE WS-TOTT-TAX(WS-TOT-IX) TO TAX-TAX
               MOVE WS-TOTT-NET(WS-TOT-IX) TO TAX-NET
               WRITE TAX-REC
             END-IF
             ADD 1 TO WS-TOT-IX
           END-PERFORM.
       H910-END. EXIT.

       H999-PROGRAM-EXIT.
           IF WS-RPT-OPEN = 1
             PERFORM H900-WRITE-TOTALS
             CLOSE RPT-FILE
           END-IF.
           IF WS-TAX-OPEN = 1
             PERFORM H910-WRITE-TAX-LEDGER
             CLOSE TAX-FILE
           END-IF.
           IF WS-TDM-OPEN = 1
             CLOSE TDM-FILE
           END-IF.
           IF WS-TDG-OPEN = 1
             CLOSE TDG-FILE
           END-IF.
           IF WS-OUT-OPEN = 1
             CLOSE OUT-FILE
           END-IF.
           PERFORM H998-CLOSE-SUB.
           IF WS-JOB-DONE = 1
             IF WS-TDM-UPD-FAIL = 1
               MOVE 8 TO RETURN-CODE
             ELSE
               IF WS-CNT-EXCEPTION > 0
                 MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM H995-WRITE-RUN-COMPLETE
             END-IF
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
               COMPUTE RCT-COUNT-1 = WS-CNT-ROLLED + WS-CNT-PAIDOUT
               MOVE WS-CNT-BROKEN TO RCT-COUNT-2
               WRITE RCT-REC
               CLOSE RCT-FILE
             END-IF
           END-IF.
       H995-END. EXIT.
