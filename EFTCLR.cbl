       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFTCLR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECL-FILE ASSIGN TO CLRFILE
                             STATUS ST-ECL-FILE.
           SELECT SUS-FILE ASSIGN TO SUSFILE
                             STATUS ST-SUS-FILE.
           SELECT NSU-FILE ASSIGN TO NSUFILE
                             STATUS ST-NSU-FILE.
           SELECT SRS-FILE ASSIGN TO SRSFILE
                             STATUS ST-SRS-FILE.
           SELECT EFP-FILE ASSIGN TO EFTPARM
                             STATUS ST-EFP-FILE.
           SELECT RTN-FILE ASSIGN TO RTNFILE
                             STATUS ST-RTN-FILE.
           SELECT CST-FILE ASSIGN TO CUSTFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CST-KEY
                             STATUS ST-CST-FILE.
           SELECT OUT-FILE ASSIGN TO OUTFILE
                             STATUS ST-OUT-FILE.
           SELECT DVZ-FILE ASSIGN TO DVZFILE
                             STATUS ST-DVZ-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                             STATUS ST-RPT-FILE.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                             STATUS ST-RCT-FILE.
           SELECT CAL-FILE ASSIGN TO CALFILE
                             STATUS ST-CAL-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  ECL-FILE RECORDING MODE F
                     RECORD CONTAINS 112 CHARACTERS.
         01  ECL-REC.
           05 ECL-TYPE              PIC X(01).
              88 ECL-TYPE-HEADER               VALUE 'H'.
              88 ECL-TYPE-DETAIL               VALUE 'D'.
              88 ECL-TYPE-TRAILER              VALUE 'T'.
           05 ECL-REF               PIC X(16).
           05 ECL-SENDER-BANK       PIC X(04).
           05 ECL-SENDER-NAME       PIC X(30).
           05 ECL-BEN-ID            PIC 9(05).
           05 ECL-BEN-DVZ           PIC 9(03).
           05 ECL-BEN-NAME          PIC X(15).
           05 ECL-BEN-SURNAME       PIC X(15).
           05 ECL-AMOUNT            PIC 9(15).
           05 ECL-VALUE-DATE        PIC 9(08).
         01  ECL-HDR-REC.
           05 ECL-HDR-TYPE          PIC X(01).
           05 ECL-HDR-DATE          PIC 9(08).
           05 ECL-HDR-FILE-ID       PIC X(10).
           05 FILLER                PIC X(93).
         01  ECL-TRL-REC.
           05 ECL-TRL-TYPE          PIC X(01).
           05 ECL-TRL-COUNT         PIC 9(07).
           05 ECL-TRL-AMOUNT        PIC 9(17).
           05 FILLER                PIC X(87).
       FD  SUS-FILE RECORDING MODE F.
           COPY SUSREC.
       FD  NSU-FILE RECORDING MODE F.
           COPY SUSREC REPLACING LEADING ==SUS== BY ==NSU==.
       FD  SRS-FILE RECORDING MODE F
                     RECORD CONTAINS 30 CHARACTERS.
         01  SRS-REC.
           05 SRS-REF               PIC X(16).
           05 SRS-ACTION            PIC X(01).
           05 SRS-TO-ID             PIC 9(05).
           05 SRS-OPERATOR          PIC X(08).
       FD  EFP-FILE RECORDING MODE F
                     RECORD CONTAINS 8 CHARACTERS.
         01  EFP-REC.
           05 EFP-SUSP-ID           PIC 9(05).
           05 EFP-RETURN-DAYS       PIC 9(03).
       FD  RTN-FILE RECORDING MODE F
                     RECORD CONTAINS 100 CHARACTERS.
         01  RTN-REC.
           05 RTN-TYPE              PIC X(01).
           05 RTN-REF               PIC X(16).
           05 RTN-SENDER-BANK       PIC X(04).
           05 RTN-BEN-ID            PIC 9(05).
           05 RTN-BEN-DVZ           PIC 9(03).
           05 RTN-AMOUNT            PIC 9(15).
           05 RTN-REASON            PIC X(02).
           05 RTN-RECV-DATE         PIC 9(08).
           05 RTN-RETURN-DATE       PIC 9(08).
           05 FILLER                PIC X(38).
         01  RTN-TRL-REC.
           05 RTN-TRL-TYPE          PIC X(01).
           05 RTN-TRL-DATE          PIC 9(08).
           05 RTN-TRL-COUNT         PIC 9(07).
           05 RTN-TRL-AMOUNT        PIC 9(17).
           05 FILLER                PIC X(67).
       FD  CST-FILE.
           COPY CSTREC.
       FD  OUT-FILE RECORDING MODE F
                     RECORD CONTAINS 395 CHARACTERS.
           COPY OUTREC.
       FD  DVZ-FILE RECORDING MODE F.
           COPY DVZREC.
       FD  RPT-FILE RECORDING MODE F
                     RECORD CONTAINS 132 CHARACTERS.
         01  RPT-REC.
           05 RPT-REF-HDR           PIC X(05).
           05 RPT-REF-O             PIC X(16).
           05 RPT-ACCT-HDR          PIC X(07).
           05 RPT-ID-O              PIC 9(05).
           05 RPT-ACCT-SEP          PIC X(01).
           05 RPT-DVZ-O             PIC 9(03).
           05 RPT-AMT-HDR           PIC X(09).
           05 RPT-AMT-O             PIC 9(15).
           05 RPT-RESULT-O          PIC X(11).
           05 RPT-REASON-O          PIC X(02).
           05 RPT-REASON-SEP        PIC X(01).
           05 RPT-COMM-O            PIC X(50).
           05 FILLER                PIC X(07).
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
       FD  CAL-FILE RECORDING MODE F.
           COPY CALREC.

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-FINALSUB           PIC X(08)  VALUE 'FINALSUB'.
           05 ST-ECL-FILE           PIC 9(02).
              88 ECL-FILE-EOF                  VALUE 10.
              88 ECL-SUCCESS                   VALUE 00 97.
           05 ST-SUS-FILE           PIC 9(02).
              88 SUS-FILE-EOF                  VALUE 10.
              88 SUS-SUCCESS                   VALUE 00 97.
              88 SUS-NOT-FOUND                 VALUE 35.
           05 ST-NSU-FILE           PIC 9(02).
              88 NSU-SUCCESS                   VALUE 00 97.
           05 ST-SRS-FILE           PIC 9(02).
              88 SRS-FILE-EOF                  VALUE 10.
              88 SRS-SUCCESS                   VALUE 00 97.
           05 ST-EFP-FILE           PIC 9(02).
              88 EFP-SUCCESS                   VALUE 00 97.
           05 ST-RTN-FILE           PIC 9(02).
              88 RTN-SUCCESS                   VALUE 00 97.
           05 ST-CST-FILE           PIC 9(02).
              88 CST-SUCCESS                   VALUE 00 97.
           05 ST-OUT-FILE           PIC 9(02).
              88 OUT-SUCCESS                   VALUE 00 97.
              88 OUT-NOT-FOUND                 VALUE 35.
           05 ST-DVZ-FILE           PIC 9(02).
              88 DVZ-FILE-EOF                  VALUE 10.
              88 DVZ-SUCCESS                   VALUE 00 97.
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                   VALUE 00 97.
           05 WS-ECL-OPEN           PIC 9(01)  VALUE 0.
           05 WS-SUS-OPEN           PIC 9(01)  VALUE 0.
           05 WS-NSU-OPEN           PIC 9(01)  VALUE 0.
           05 WS-RTN-OPEN           PIC 9(01)  VALUE 0.
           05 WS-CST-OPEN           PIC 9(01)  VALUE 0.
           05 WS-OUT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-RPT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-RUN-DATE           PIC 9(08)  VALUE 0.
           05 WS-RUN-TIME           PIC 9(06)  VALUE 0.
           05 WS-SUSP-ID            PIC 9(05)  VALUE 99999.
           05 WS-RETURN-DAYS        PIC 9(03)  VALUE 5.
           05 WS-HDR-FOUND          PIC 9(01)  VALUE 0.
           05 WS-TRL-FOUND          PIC 9(01)  VALUE 0.
           05 WS-CH-DATE            PIC 9(08)  VALUE 0.
           05 WS-CH-COUNT           PIC 9(07)  VALUE 0.
           05 WS-CH-AMOUNT          PIC 9(17)  VALUE 0.
           05 WS-FILE-COUNT         PIC 9(07)  VALUE 0.
           05 WS-FILE-AMOUNT        PIC 9(17)  VALUE 0.
           05 WS-IN-BALANCE         PIC 9(01)  VALUE 0.
           05 WS-CNT-READ           PIC 9(07)  VALUE 0.
           05 WS-AMT-READ           PIC 9(17)  VALUE 0.
           05 WS-CNT-POSTED         PIC 9(07)  VALUE 0.
           05 WS-AMT-POSTED         PIC 9(17)  VALUE 0.
           05 WS-CNT-SUSPENSE       PIC 9(07)  VALUE 0.
           05 WS-AMT-SUSPENSE       PIC 9(17)  VALUE 0.
           05 WS-CNT-UNAPPLIED      PIC 9(07)  VALUE 0.
           05 WS-AMT-UNAPPLIED      PIC 9(17)  VALUE 0.
           05 WS-CNT-RESOLVED       PIC 9(07)  VALUE 0.
           05 WS-AMT-RESOLVED       PIC 9(17)  VALUE 0.
           05 WS-CNT-RETURNED       PIC 9(07)  VALUE 0.
           05 WS-AMT-RETURNED       PIC 9(17)  VALUE 0.
           05 WS-CNT-CARRIED        PIC 9(07)  VALUE 0.
           05 WS-AMT-CARRIED        PIC 9(17)  VALUE 0.
           05 WS-CNT-NOMATCH        PIC 9(05)  VALUE 0.
           05 WS-ITEM-SEQ           PIC 9(09)  VALUE 0.
           05 WS-ITEM-ID            PIC 9(05).
           05 WS-ITEM-DVZ           PIC 9(03).
           05 WS-ITEM-AMOUNT        PIC 9(15).
           05 WS-ITEM-VALID         PIC 9(01).
           05 WS-ITEM-CLOSED        PIC 9(01).
           05 WS-REASON             PIC X(02).
           05 WS-REASON-DESC        PIC X(50).
           05 WS-CMP-NAME           PIC X(15).
           05 WS-CMP-SURNAME        PIC X(15).
           05 WS-CST-NAME-UC        PIC X(15).
           05 WS-CST-SURNAME-UC     PIC X(15).
           05 WS-STM-ID             PIC 9(05).
           05 WS-STM-DVZ            PIC 9(03).
           05 WS-STM-AMOUNT         PIC 9(15).
           05 WS-STM-REF            PIC X(16).
           05 WS-STM-BANK           PIC X(04).
           05 WS-RES-TO-ID          PIC 9(05).
           05 WS-RES-OPER           PIC X(08).
           05 WS-SRS-IX             PIC 9(03)  COMP.
           05 WS-SRS-FOUND          PIC 9(01).
           05 WS-DVZ-IX             PIC 9(03)  COMP.
           05 WS-DVZ-FOUND          PIC 9(01).
           05 WS-DVZ-LOOKUP         PIC 9(03).
           05 WS-AGE-DATE           PIC 9(08).
           05 WS-AGE-INT            PIC 9(08).
           05 WS-AGE-DAYS           PIC 9(05).
           05 WS-AGE-GUARD          PIC 9(03)  COMP.
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
           05 WS-JOB-NAME           PIC X(08)  VALUE 'EFTCLR'.
           05 WS-PRED-NAME          PIC X(08)  VALUE 'FNLPROG'.
           05 WS-CPL-IX             PIC 9(03)  COMP.
           05 ST-CAL-FILE           PIC 9(02).
              88 CAL-FILE-EOF                  VALUE 10.
              88 CAL-SUCCESS                   VALUE 00 97.
           05 WS-CAL-IX             PIC 9(03)  COMP.
           05 WS-CAL-INT            PIC 9(08).
           05 WS-CAL-DOW            PIC 9(01).
           05 WS-WORKING-DAY        PIC 9(01).
         01  WS-CAL-TABLE.
           05 WS-CAL-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-CAL-ENTRY OCCURS 400 TIMES.
              10 WS-CALT-DATE       PIC 9(08).
              10 WS-CALT-TYPE       PIC X(01).
         01  WS-CPL-TABLE.
           05 WS-CPL-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-CPL-ENTRY OCCURS 400 TIMES.
              10 WS-CPL-JOB         PIC X(08).
              10 WS-CPL-DATE        PIC 9(08).
         01  WS-SRS-TABLE.
           05 WS-SRS-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-SRS-ENTRY OCCURS 200 TIMES.
              10 WS-SRST-REF        PIC X(16).
              10 WS-SRST-ACTION     PIC X(01).
              10 WS-SRST-TO-ID      PIC 9(05).
              10 WS-SRST-OPER       PIC X(08).
              10 WS-SRST-USED       PIC 9(01).
         01  WS-DVZ-TABLE.
           05 WS-DVZ-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-DVZ-ENTRY OCCURS 200 TIMES.
              10 WS-DVZT-CODE       PIC 9(03).
              10 WS-DVZT-ALPHA      PIC X(03).
              10 WS-DVZT-DESC       PIC X(20).
         01 WS-SUB-AREA.
           05 WS-SUB-FUNC       PIC 9(02).
              88 WS-FUNC-ADJUST              VALUE 5.
              88 WS-FUNC-CLOSE               VALUE 9.
              88 WS-FUNC-TRANSFER            VALUE 10.
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
           PERFORM H070-LOAD-CALENDAR.
           PERFORM H075-LOAD-PARMS.
           PERFORM H080-LOAD-RESOLUTIONS.
           PERFORM H085-LOAD-DVZ.
           PERFORM H090-PROVE-CLEARING-FILE.
           PERFORM H100-OPEN-FILES.
           PERFORM UNTIL SUS-FILE-EOF
             READ SUS-FILE
               AT END
                 SET SUS-FILE-EOF TO TRUE
               NOT AT END
                 PERFORM H300-CONTROL-SUSPENSE
             END-READ
           END-PERFORM.
           PERFORM H380-UNMATCHED-RESOLUTIONS.
           PERFORM UNTIL ECL-FILE-EOF
             READ ECL-FILE
               AT END
                 SET ECL-FILE-EOF TO TRUE
               NOT AT END
                 PERFORM H200-CONTROL-ITEM
             END-READ
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

      * A RERUN WOULD CREDIT EVERY PAYMENT IN THE CLEARING FILE A
      * SECOND TIME, SO A COMPLETED RUN FOR THE BUSINESS DATE BLOCKS
      * THE JOB. THE CREDITS MUST ALSO LAND AFTER THE DAY'S FNLPROG
      * POSTINGS AND BEFORE RECONPGM AND GLEXTR READ THE JOURNAL.
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

       H070-LOAD-CALENDAR.
           OPEN INPUT CAL-FILE.
           IF CAL-SUCCESS
            PERFORM UNTIL CAL-FILE-EOF
              READ CAL-FILE
                AT END
                  SET CAL-FILE-EOF TO TRUE
                NOT AT END
                  IF CAL-STATUS-ACTIVE AND WS-CAL-COUNT < 400
                    ADD 1 TO WS-CAL-COUNT
                    MOVE CAL-DATE TO WS-CALT-DATE(WS-CAL-COUNT)
                    MOVE CAL-TYPE TO WS-CALT-TYPE(WS-CAL-COUNT)
                  END-IF
              END-READ
            END-PERFORM
            CLOSE CAL-FILE
           ELSE
            DISPLAY 'HOLIDAY CALENDAR NOT AVAILABLE - WEEKENDS ONLY'
           END-IF.
       H070-END. EXIT.

      * THE SUSPENSE ACCOUNT ID AND THE NUMBER OF BUSINESS DAYS AN
      * ITEM MAY STAY IN SUSPENSE BEFORE IT IS RETURNED TO THE SENDING
      * BANK. THE SUSPENSE ACCOUNT MUST EXIST IN EVERY DVZ THE
      * CLEARING HOUSE SENDS.
       H075-LOAD-PARMS.
           OPEN INPUT EFP-FILE.
           IF EFP-SUCCESS
             READ EFP-FILE
               AT END
                 DISPLAY 'EFT PARAMETERS EMPTY - DEFAULTS USED'
               NOT AT END
                 IF EFP-SUSP-ID IS NUMERIC AND EFP-SUSP-ID > 0
                   MOVE EFP-SUSP-ID TO WS-SUSP-ID
                 END-IF
                 IF EFP-RETURN-DAYS IS NUMERIC
                    AND EFP-RETURN-DAYS > 0
                   MOVE EFP-RETURN-DAYS TO WS-RETURN-DAYS
                 END-IF
             END-READ
             CLOSE EFP-FILE
           ELSE
             DISPLAY 'EFT PARAMETERS NOT AVAILABLE - DEFAULTS USED'
           END-IF.
           DISPLAY 'SUSPENSE ACCOUNT: ' WS-SUSP-ID
             ' RETURN AFTER BUSINESS DAYS: ' WS-RETURN-DAYS.
       H075-END. EXIT.

       H080-LOAD-RESOLUTIONS.
           OPEN INPUT SRS-FILE.
           IF SRS-SUCCESS
            PERFORM UNTIL SRS-FILE-EOF
              READ SRS-FILE
                AT END
                  SET SRS-FILE-EOF TO TRUE
                NOT AT END
                  IF WS-SRS-COUNT < 200
                    ADD 1 TO WS-SRS-COUNT
                    MOVE SRS-REF TO WS-SRST-REF(WS-SRS-COUNT)
                    MOVE SRS-ACTION TO WS-SRST-ACTION(WS-SRS-COUNT)
                    IF SRS-TO-ID IS NUMERIC
                      MOVE SRS-TO-ID TO WS-SRST-TO-ID(WS-SRS-COUNT)
                    ELSE
                      MOVE 0 TO WS-SRST-TO-ID(WS-SRS-COUNT)
                    END-IF
                    MOVE SRS-OPERATOR TO WS-SRST-OPER(WS-SRS-COUNT)
                    MOVE 0 TO WS-SRST-USED(WS-SRS-COUNT)
                  END-IF
              END-READ
            END-PERFORM
            CLOSE SRS-FILE
           ELSE
            DISPLAY 'NO SUSPENSE RESOLUTIONS FOR THIS RUN'
           END-IF.
       H080-END. EXIT.

       H085-LOAD-DVZ.
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
           ELSE
            DISPLAY 'DVZ MASTER NOT AVAILABLE - DVZ LABELS SKIPPED'
           END-IF.
       H085-END. EXIT.

      * THE WHOLE CLEARING FILE IS PROVED AGAINST THE CLEARING HOUSE
      * TRAILER BEFORE ANY PAYMENT IS POSTED. A SHORT OR DAMAGED FILE
      * IS REFUSED UNLESS EXPLICITLY OVERRIDDEN, SINCE POSTING PART OF
      * IT WOULD LEAVE THE SETTLEMENT UNRECONCILABLE. SO IS A FILE
      * DATED FOR ANOTHER BUSINESS DAY, WHICH MAY ALREADY BE POSTED.
       H090-PROVE-CLEARING-FILE.
           OPEN INPUT ECL-FILE.
           IF NOT ECL-SUCCESS
             DISPLAY "UNABLE TO OPEN ECL-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL ECL-FILE-EOF
             READ ECL-FILE
               AT END
                 SET ECL-FILE-EOF TO TRUE
               NOT AT END
                 PERFORM H095-PROVE-RECORD
             END-READ
           END-PERFORM.
           CLOSE ECL-FILE.
           IF WS-HDR-FOUND = 1 AND WS-CH-DATE NOT = WS-RUN-DATE
             DISPLAY 'CLEARING FILE DATED ' WS-CH-DATE
               ' - BUSINESS DATE IS ' WS-RUN-DATE
             IF WS-OVERRIDE = 0
               DISPLAY 'CLEARING FILE NOT POSTED - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           IF WS-TRL-FOUND = 1
              AND WS-FILE-COUNT = WS-CH-COUNT
              AND WS-FILE-AMOUNT = WS-CH-AMOUNT
             MOVE 1 TO WS-IN-BALANCE
           ELSE
             MOVE 0 TO WS-IN-BALANCE
             DISPLAY 'CLEARING FILE OUT OF BALANCE - FILE: '
               WS-FILE-COUNT '/' WS-FILE-AMOUNT
               ' CLEARING HOUSE: ' WS-CH-COUNT '/' WS-CH-AMOUNT
             IF WS-OVERRIDE = 0
               DISPLAY 'CLEARING FILE NOT POSTED - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
       H090-END. EXIT.

       H095-PROVE-RECORD.
           EVALUATE TRUE
             WHEN ECL-TYPE-HEADER
               MOVE 1 TO WS-HDR-FOUND
               IF ECL-HDR-DATE IS NUMERIC
                 MOVE ECL-HDR-DATE TO WS-CH-DATE
               END-IF
             WHEN ECL-TYPE-DETAIL
               ADD 1 TO WS-FILE-COUNT
               IF ECL-AMOUNT IS NUMERIC
                 ADD ECL-AMOUNT TO WS-FILE-AMOUNT
               END-IF
             WHEN ECL-TYPE-TRAILER
               MOVE 1 TO WS-TRL-FOUND
               IF ECL-TRL-COUNT IS NUMERIC
                 MOVE ECL-TRL-COUNT TO WS-CH-COUNT
               END-IF
               IF ECL-TRL-AMOUNT IS NUMERIC
                 MOVE ECL-TRL-AMOUNT TO WS-CH-AMOUNT
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       H095-END. EXIT.

      * THE INPUTS ARE OPENED BEFORE ANY OUTPUT, SO A FAILED INPUT
      * OPEN NEVER LEAVES AN EMPTY NEW SUSPENSE MASTER BEHIND.
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           OPEN INPUT CST-FILE.
           IF NOT CST-SUCCESS
             DISPLAY "UNABLE TO OPEN CST-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-CST-OPEN
           END-IF.
           OPEN INPUT SUS-FILE.
           IF SUS-NOT-FOUND
             DISPLAY 'SUSPENSE MASTER NOT FOUND - STARTING EMPTY'
             SET SUS-FILE-EOF TO TRUE
           ELSE
             IF NOT SUS-SUCCESS
               DISPLAY "UNABLE TO OPEN SUS-FILE"
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
             ELSE
               MOVE 1 TO WS-SUS-OPEN
             END-IF
           END-IF.
           OPEN INPUT ECL-FILE.
           IF NOT ECL-SUCCESS
             DISPLAY "UNABLE TO OPEN ECL-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           ELSE
             MOVE 1 TO WS-ECL-OPEN
           END-IF.
           OPEN OUTPUT NSU-FILE.
           IF NSU-SUCCESS
             MOVE 1 TO WS-NSU-OPEN
           ELSE
             DISPLAY "UNABLE TO OPEN NSU-FILE"
             MOVE 12 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RTN-FILE.
           IF RTN-SUCCESS
             MOVE 1 TO WS-RTN-OPEN
           ELSE
             DISPLAY "UNABLE TO OPEN RTN-FILE"
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

      * EACH PAYMENT IS CREDITED TO THE BENEFICIARY WHEN THE ACCOUNT
      * EXISTS, IS OPEN AND THE NAME AGREES WITH THE CUSTOMER MASTER.
      * ANYTHING ELSE IS PARKED ON THE SUSPENSE ACCOUNT WITH A REASON
      * CODE SO IT CAN BE RESOLVED OR RETURNED.
       H200-CONTROL-ITEM.
           IF ECL-TYPE-DETAIL
             ADD 1 TO WS-CNT-READ
             PERFORM H205-EDIT-ITEM
             IF WS-ITEM-VALID = 0
               MOVE 'OT' TO WS-REASON
               MOVE 'AMOUNT OR DVZ NOT VALID - NOT APPLIED.'
                 TO WS-REASON-DESC
               PERFORM H240-UNAPPLIED-ITEM
             ELSE
               ADD WS-ITEM-AMOUNT TO WS-AMT-READ
               PERFORM H210-MATCH-ITEM
               IF WS-REASON = SPACES
                 PERFORM H220-POST-ITEM
               END-IF
               IF WS-REASON NOT = SPACES
                 PERFORM H230-SUSPEND-ITEM
               END-IF
             END-IF
           END-IF.
       H200-END. EXIT.

       H205-EDIT-ITEM.
           MOVE 1 TO WS-ITEM-VALID.
           IF ECL-BEN-ID IS NUMERIC
             MOVE ECL-BEN-ID TO WS-ITEM-ID
           ELSE
             MOVE 0 TO WS-ITEM-ID
           END-IF.
           IF ECL-BEN-DVZ IS NUMERIC
             MOVE ECL-BEN-DVZ TO WS-ITEM-DVZ
           ELSE
             MOVE 0 TO WS-ITEM-DVZ
             MOVE 0 TO WS-ITEM-VALID
           END-IF.
           IF ECL-AMOUNT IS NUMERIC AND ECL-AMOUNT > 0
             MOVE ECL-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
             MOVE 0 TO WS-ITEM-AMOUNT
             MOVE 0 TO WS-ITEM-VALID
           END-IF.
       H205-END. EXIT.

       H210-MATCH-ITEM.
           MOVE SPACES TO WS-REASON.
           IF WS-ITEM-ID = 0
             MOVE 'UA' TO WS-REASON
           ELSE
             MOVE WS-ITEM-ID TO CST-ID
             READ CST-FILE
               INVALID KEY
                 MOVE 'UA' TO WS-REASON
               NOT INVALID KEY
                 IF CST-STATUS-CLOSED
                   MOVE 'CA' TO WS-REASON
                 ELSE
                   PERFORM H215-CHECK-NAME
                 END-IF
             END-READ
           END-IF.
       H210-END. EXIT.

       H215-CHECK-NAME.
           MOVE FUNCTION UPPER-CASE(ECL-BEN-NAME) TO WS-CMP-NAME.
           MOVE FUNCTION UPPER-CASE(ECL-BEN-SURNAME)
             TO WS-CMP-SURNAME.
           MOVE FUNCTION UPPER-CASE(CST-NAME) TO WS-CST-NAME-UC.
           MOVE FUNCTION UPPER-CASE(CST-SURNAME)
             TO WS-CST-SURNAME-UC.
           IF WS-CMP-NAME NOT = WS-CST-NAME-UC
              OR WS-CMP-SURNAME NOT = WS-CST-SURNAME-UC
             MOVE 'NM' TO WS-REASON
           END-IF.
       H215-END. EXIT.

       H220-POST-ITEM.
           SET WS-FUNC-ADJUST TO TRUE.
           MOVE WS-ITEM-ID TO WS-SUB-ID.
           MOVE WS-ITEM-DVZ TO WS-SUB-DVZ.
           MOVE ZEROES TO WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE WS-ITEM-AMOUNT TO WS-SUB-AMOUNT.
           MOVE 'C' TO WS-SUB-DIRECTION.
           ADD 1 TO WS-ITEM-SEQ.
           MOVE WS-ITEM-SEQ TO WS-SUB-SEQ.
           MOVE WS-JOB-NAME TO WS-SUB-OPER.
           MOVE WS-RUN-DATE TO WS-SUB-BIZ-DATE.
           CALL WS-FINALSUB USING WS-SUB-AREA.
           IF WS-SUB-COMM(1:7) = 'BALANCE'
             ADD 1 TO WS-CNT-POSTED
             ADD WS-ITEM-AMOUNT TO WS-AMT-POSTED
             MOVE WS-ITEM-ID TO WS-STM-ID
             MOVE WS-ITEM-DVZ TO WS-STM-DVZ
             MOVE WS-ITEM-AMOUNT TO WS-STM-AMOUNT
             MOVE ECL-REF TO WS-STM-REF
             MOVE ECL-SENDER-BANK TO WS-STM-BANK
             PERFORM H260-WRITE-STATEMENT-LINE
             PERFORM H250-REPORT-ITEM
             MOVE ' POSTED' TO RPT-RESULT-O
             MOVE WS-SUB-COMM TO RPT-COMM-O
             WRITE RPT-REC
           ELSE
             EVALUATE TRUE
               WHEN WS-SUB-COMM(1:17) = 'ACCOUNT IS FROZEN'
                 MOVE 'FA' TO WS-REASON
               WHEN WS-SUB-COMM(1:17) = 'ACCOUNT IS CLOSED'
                 MOVE 'CA' TO WS-REASON
               WHEN WS-SUB-COMM(1:9) = 'NO RECORD'
                 MOVE 'UA' TO WS-REASON
               WHEN OTHER
                 MOVE 'OT' TO WS-REASON
             END-EVALUATE
           END-IF.
       H220-END. EXIT.

       H230-SUSPEND-ITEM.
           PERFORM H270-REASON-TEXT.
           SET WS-FUNC-ADJUST TO TRUE.
           MOVE WS-SUSP-ID TO WS-SUB-ID.
           MOVE WS-ITEM-DVZ TO WS-SUB-DVZ.
           MOVE ZEROES TO WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE WS-ITEM-AMOUNT TO WS-SUB-AMOUNT.
           MOVE 'C' TO WS-SUB-DIRECTION.
           ADD 1 TO WS-ITEM-SEQ.
           MOVE WS-ITEM-SEQ TO WS-SUB-SEQ.
           MOVE WS-JOB-NAME TO WS-SUB-OPER.
           MOVE WS-RUN-DATE TO WS-SUB-BIZ-DATE.
           CALL WS-FINALSUB USING WS-SUB-AREA.
           IF WS-SUB-COMM(1:7) = 'BALANCE'
             ADD 1 TO WS-CNT-SUSPENSE
             ADD WS-ITEM-AMOUNT TO WS-AMT-SUSPENSE
             MOVE SPACES TO NSU-REC
             MOVE ECL-REF TO NSU-REF
             MOVE ECL-SENDER-BANK TO NSU-SENDER-BANK
             MOVE WS-ITEM-ID TO NSU-BEN-ID
             MOVE WS-ITEM-DVZ TO NSU-BEN-DVZ
             MOVE ECL-BEN-NAME TO NSU-BEN-NAME
             MOVE ECL-BEN-SURNAME TO NSU-BEN-SURNAME
             MOVE WS-ITEM-AMOUNT TO NSU-AMOUNT
             MOVE WS-REASON TO NSU-REASON
             MOVE WS-RUN-DATE TO NSU-RECV-DATE
             MOVE WS-SUSP-ID TO NSU-SUSP-ID
             WRITE NSU-REC
             PERFORM H250-REPORT-ITEM
             MOVE ' SUSPENSE' TO RPT-RESULT-O
             MOVE WS-REASON TO RPT-REASON-O
             MOVE WS-REASON-DESC TO RPT-COMM-O
             WRITE RPT-REC
           ELSE
             MOVE WS-SUB-COMM TO WS-REASON-DESC
             PERFORM H240-UNAPPLIED-ITEM
           END-IF.
       H230-END. EXIT.

      * AN ITEM THAT CAN BE NEITHER POSTED NOR PARKED ON SUSPENSE
      * HAS NOT BEEN BOOKED ANYWHERE AND MUST BE CLEARED BY HAND.
       H240-UNAPPLIED-ITEM.
           ADD 1 TO WS-CNT-UNAPPLIED.
           ADD WS-ITEM-AMOUNT TO WS-AMT-UNAPPLIED.
           PERFORM H250-REPORT-ITEM.
           MOVE ' UNAPPLIED' TO RPT-RESULT-O.
           MOVE WS-REASON TO RPT-REASON-O.
           MOVE WS-REASON-DESC TO RPT-COMM-O.
           WRITE RPT-REC.
       H240-END. EXIT.

       H250-REPORT-ITEM.
           MOVE SPACES TO RPT-REC.
           MOVE 'REF: ' TO RPT-REF-HDR.
           MOVE ECL-REF TO RPT-REF-O.
           MOVE ' ACCT: ' TO RPT-ACCT-HDR.
           MOVE WS-ITEM-ID TO RPT-ID-O.
           MOVE '/' TO RPT-ACCT-SEP.
           MOVE WS-ITEM-DVZ TO RPT-DVZ-O.
           MOVE ' AMOUNT: ' TO RPT-AMT-HDR.
           MOVE WS-ITEM-AMOUNT TO RPT-AMT-O.
       H250-END. EXIT.

      * CREDITS REACHING A CUSTOMER ACCOUNT ARE ADDED TO THE DAILY
      * ACTIVITY FILE SO THEY APPEAR ON THE CUSTOMER STATEMENT.
       H260-WRITE-STATEMENT-LINE.
           MOVE SPACES TO OUT-REC.
           MOVE WS-RUN-DATE TO REC-RUN-DATE.
           MOVE WS-RUN-TIME TO REC-RUN-TIME.
           MOVE 'ID: ' TO REC-ID-HEADER.
           MOVE WS-STM-ID TO REC-ID-O.
           MOVE ' DVZ: ' TO REC-DVZ-HEADER.
           MOVE WS-STM-DVZ TO REC-DVZ-O.
           MOVE ' RC: ' TO REC-RC-HEADER.
           MOVE WS-SUB-RC TO REC-RC-O.
           MOVE ' OLD NAME: ' TO REC-NAMEF-HEADER.
           MOVE ' NEW NAME: ' TO REC-NAMET-HEADER.
           MOVE ' OLD SURNAME: ' TO REC-SURNF-HEADER.
           MOVE ' NEW SURNAME: ' TO REC-SURNT-HEADER.
           MOVE WS-STM-ID TO CST-ID.
           READ CST-FILE
             INVALID KEY
               MOVE SPACES TO REC-NAME-FROM-O
               MOVE SPACES TO REC-SURNAME-FROM-O
             NOT INVALID KEY
               MOVE CST-NAME TO REC-NAME-FROM-O
               MOVE CST-SURNAME TO REC-SURNAME-FROM-O
           END-READ.
           MOVE ' ACCT DATE: ' TO REC-DATE-HEADER.
           IF WS-SUB-DATE IS NUMERIC
             MOVE WS-SUB-DATE TO REC-DATE-O
           ELSE
             MOVE ZEROS TO REC-DATE-O
           END-IF.
           MOVE ' AMOUNT: ' TO REC-AMT-HEADER.
           MOVE WS-STM-AMOUNT TO REC-AMT-O.
           MOVE ' CONVERTED: ' TO REC-CNV-HEADER.
           MOVE ZEROS TO REC-CNV-O.
           MOVE ' FEE: ' TO REC-FEE-HEADER.
           MOVE ZEROS TO REC-FEE-O.
           MOVE 'INCOMING EFT REF ' TO REC-COMM-O(1:17).
           MOVE WS-STM-REF TO REC-COMM-O(18:16).
           MOVE ' FROM BANK ' TO REC-COMM-O(34:11).
           MOVE WS-STM-BANK TO REC-COMM-O(45:4).
           MOVE ZEROS TO REC-REV-DATE-O.
           MOVE ZEROS TO REC-REV-SEQ-O.
           MOVE ZEROS TO REC-LEDGER-O.
           MOVE ZEROS TO REC-AVAIL-O.
           MOVE SPACE TO REC-DVZ-ALPHA-HDR.
           MOVE SPACE TO REC-DVZ-NAME-HDR.
           MOVE WS-STM-DVZ TO WS-DVZ-LOOKUP.
           PERFORM H265-FIND-DVZ.
           IF WS-DVZ-FOUND = 1
             MOVE WS-DVZT-ALPHA(WS-DVZ-IX) TO REC-DVZ-ALPHA-O
             MOVE WS-DVZT-DESC(WS-DVZ-IX) TO REC-DVZ-NAME-O
           END-IF.
           WRITE OUT-REC.
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

       H270-REASON-TEXT.
           EVALUATE WS-REASON
             WHEN 'UA'
               MOVE 'BENEFICIARY ACCOUNT UNKNOWN - HELD IN SUSPENSE.'
                 TO WS-REASON-DESC
             WHEN 'CA'
               MOVE 'BENEFICIARY ACCOUNT CLOSED - HELD IN SUSPENSE.'
                 TO WS-REASON-DESC
             WHEN 'FA'
               MOVE 'BENEFICIARY ACCOUNT FROZEN - HELD IN SUSPENSE.'
                 TO WS-REASON-DESC
             WHEN 'NM'
               MOVE 'BENEFICIARY NAME MISMATCH - HELD IN SUSPENSE.'
                 TO WS-REASON-DESC
             WHEN OTHER
               MOVE 'CREDIT NOT POSSIBLE - HELD IN SUSPENSE.'
                 TO WS-REASON-DESC
           END-EVALUATE.
       H270-END. EXIT.

      * AN OPEN SUSPENSE ITEM IS POSTED ON TO AN ACCOUNT OR RETURNED
      * WHEN OPERATIONS HAS SUPPLIED A RESOLUTION FOR ITS REFERENCE.
      * OTHERWISE IT IS RETURNED TO THE SENDING BANK ONCE IT HAS BEEN
      * IN SUSPENSE FOR THE SET NUMBER OF BUSINESS DAYS.
       H300-CONTROL-SUSPENSE.
           MOVE 0 TO WS-ITEM-CLOSED.
           PERFORM H310-FIND-RESOLUTION.
           IF WS-SRS-FOUND = 1
             EVALUATE WS-SRST-ACTION(WS-SRS-IX)
               WHEN 'P'
                 PERFORM H320-RESOLVE-ITEM
               WHEN 'R'
                 PERFORM H330-RETURN-ITEM
               WHEN OTHER
                 MOVE 'RESOLUTION ACTION NOT VALID - ITEM KEPT.'
                   TO WS-REASON-DESC
                 PERFORM H350-REPORT-SUSPENSE
                 MOVE ' HELD' TO RPT-RESULT-O
                 WRITE RPT-REC
             END-EVALUATE
           ELSE
             PERFORM H340-AGE-ITEM
             IF WS-AGE-DAYS NOT < WS-RETURN-DAYS
               PERFORM H330-RETURN-ITEM
             END-IF
           END-IF.
           IF WS-ITEM-CLOSED = 0
             ADD 1 TO WS-CNT-CARRIED
             ADD SUS-AMOUNT TO WS-AMT-CARRIED
             MOVE SUS-REC TO NSU-REC
             WRITE NSU-REC
           END-IF.
       H300-END. EXIT.

       H310-FIND-RESOLUTION.
           MOVE 0 TO WS-SRS-FOUND.
           MOVE 1 TO WS-SRS-IX.
           PERFORM UNTIL WS-SRS-IX > WS-SRS-COUNT
                      OR WS-SRS-FOUND = 1
             IF WS-SRST-REF(WS-SRS-IX) = SUS-REF
               MOVE 1 TO WS-SRS-FOUND
               MOVE 1 TO WS-SRST-USED(WS-SRS-IX)
             ELSE
               ADD 1 TO WS-SRS-IX
             END-IF
           END-PERFORM.
       H310-END. EXIT.

      * THE ITEM MOVES FROM SUSPENSE TO THE NAMED ACCOUNT, OR TO THE
      * ORIGINAL BENEFICIARY WHEN NO ACCOUNT IS GIVEN, IN THE SAME DVZ.
      * IT IS JOURNALLED UNDER THE JOB, WITH THE RESOLVING OPERATOR AS
      * THE SECOND OPERATOR, SO IT CANNOT BE REVERSED AS A KEYED ITEM.
       H320-RESOLVE-ITEM.
           IF WS-SRST-TO-ID(WS-SRS-IX) = 0
             MOVE SUS-BEN-ID TO WS-RES-TO-ID
           ELSE
             MOVE WS-SRST-TO-ID(WS-SRS-IX) TO WS-RES-TO-ID
           END-IF.
           IF WS-SRST-OPER(WS-SRS-IX) = SPACES
             MOVE WS-JOB-NAME TO WS-RES-OPER
           ELSE
             MOVE WS-SRST-OPER(WS-SRS-IX) TO WS-RES-OPER
           END-IF.
           SET WS-FUNC-TRANSFER TO TRUE.
           MOVE SUS-SUSP-ID TO WS-SUB-ID.
           MOVE SUS-BEN-DVZ TO WS-SUB-DVZ.
           MOVE ZEROES TO WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE SUS-AMOUNT TO WS-SUB-AMOUNT.
           MOVE WS-RES-TO-ID TO WS-SUB-ID-2.
           MOVE SUS-BEN-DVZ TO WS-SUB-DVZ-2.
           ADD 1 TO WS-ITEM-SEQ.
           MOVE WS-ITEM-SEQ TO WS-SUB-SEQ.
           MOVE WS-JOB-NAME TO WS-SUB-OPER.
           MOVE WS-RES-OPER TO WS-SUB-OPER-2.
           MOVE WS-RUN-DATE TO WS-SUB-BIZ-DATE.
           CALL WS-FINALSUB USING WS-SUB-AREA.
           IF WS-SUB-COMM(1:15) = 'TRANSFER POSTED'
             MOVE 1 TO WS-ITEM-CLOSED
             ADD 1 TO WS-CNT-RESOLVED
             ADD SUS-AMOUNT TO WS-AMT-RESOLVED
             MOVE WS-RES-TO-ID TO WS-STM-ID
             MOVE SUS-BEN-DVZ TO WS-STM-DVZ
             MOVE SUS-AMOUNT TO WS-STM-AMOUNT
             MOVE SUS-REF TO WS-STM-REF
             MOVE SUS-SENDER-BANK TO WS-STM-BANK
             PERFORM H260-WRITE-STATEMENT-LINE
             MOVE WS-SUB-COMM TO WS-REASON-DESC
             PERFORM H350-REPORT-SUSPENSE
             MOVE WS-RES-TO-ID TO RPT-ID-O
             MOVE ' RESOLVED' TO RPT-RESULT-O
             WRITE RPT-REC
           ELSE
             MOVE WS-SUB-COMM TO WS-REASON-DESC
             PERFORM H350-REPORT-SUSPENSE
             MOVE ' HELD' TO RPT-RESULT-O
             WRITE RPT-REC
           END-IF.
       H320-END. EXIT.

      * THE FUNDS LEAVE THE SUSPENSE ACCOUNT AND THE ITEM IS WRITTEN
      * TO THE OUTBOUND RETURN FILE WITH ITS ORIGINAL REASON CODE.
       H330-RETURN-ITEM.
           SET WS-FUNC-ADJUST TO TRUE.
           MOVE SUS-SUSP-ID TO WS-SUB-ID.
           MOVE SUS-BEN-DVZ TO WS-SUB-DVZ.
           MOVE ZEROES TO WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE SUS-AMOUNT TO WS-SUB-AMOUNT.
           MOVE 'D' TO WS-SUB-DIRECTION.
           ADD 1 TO WS-ITEM-SEQ.
           MOVE WS-ITEM-SEQ TO WS-SUB-SEQ.
           MOVE WS-JOB-NAME TO WS-SUB-OPER.
           MOVE WS-RUN-DATE TO WS-SUB-BIZ-DATE.
           CALL WS-FINALSUB USING WS-SUB-AREA.
           IF WS-SUB-COMM(1:7) = 'BALANCE'
              OR WS-SUB-COMM(1:12) = 'DEBIT POSTED'
             MOVE 1 TO WS-ITEM-CLOSED
             ADD 1 TO WS-CNT-RETURNED
             ADD SUS-AMOUNT TO WS-AMT-RETURNED
             MOVE SPACES TO RTN-REC
             MOVE 'D' TO RTN-TYPE
             MOVE SUS-REF TO RTN-REF
             MOVE SUS-SENDER-BANK TO RTN-SENDER-BANK
             MOVE SUS-BEN-ID TO RTN-BEN-ID
             MOVE SUS-BEN-DVZ TO RTN-BEN-DVZ
             MOVE SUS-AMOUNT TO RTN-AMOUNT
             MOVE SUS-REASON TO RTN-REASON
             MOVE SUS-RECV-DATE TO RTN-RECV-DATE
             MOVE WS-RUN-DATE TO RTN-RETURN-DATE
             WRITE RTN-REC
             MOVE 'RETURNED TO SENDING BANK.' TO WS-REASON-DESC
             PERFORM H350-REPORT-SUSPENSE
             MOVE ' RETURNED' TO RPT-RESULT-O
             WRITE RPT-REC
           ELSE
             MOVE WS-SUB-COMM TO WS-REASON-DESC
             PERFORM H350-REPORT-SUSPENSE
             MOVE ' HELD' TO RPT-RESULT-O
             WRITE RPT-REC
           END-IF.
       H330-END. EXIT.

      * BUSINESS DAYS ARE COUNTED FROM THE DAY AFTER RECEIPT UP TO
      * AND INCLUDING THE RUN DATE, SKIPPING WEEKENDS AND HOLIDAYS.
       H340-AGE-ITEM.
           MOVE 0 TO WS-AGE-DAYS.
           MOVE 0 TO WS-AGE-GUARD.
           IF SUS-RECV-DATE IS NUMERIC AND SUS-RECV-DATE > 0
             MOVE SUS-RECV-DATE TO WS-AGE-DATE
             PERFORM UNTIL WS-AGE-DATE NOT < WS-RUN-DATE
                        OR WS-AGE-GUARD > 400
               COMPUTE WS-AGE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-AGE-DATE) + 1
               COMPUTE WS-AGE-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-AGE-INT)
               PERFORM H345-CHECK-WORKING-DAY
               IF WS-WORKING-DAY = 1
                 ADD 1 TO WS-AGE-DAYS
               END-IF
               ADD 1 TO WS-AGE-GUARD
             END-PERFORM
           ELSE
             MOVE WS-RETURN-DAYS TO WS-AGE-DAYS
           END-IF.
       H340-END. EXIT.

       H345-CHECK-WORKING-DAY.
           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(WS-AGE-DATE).
           COMPUTE WS-CAL-DOW = FUNCTION MOD(WS-CAL-INT - 1, 7) + 1.
           IF WS-CAL-DOW < 6
             MOVE 1 TO WS-WORKING-DAY
           ELSE
             MOVE 0 TO WS-WORKING-DAY
           END-IF.
           MOVE 1 TO WS-CAL-IX.
           PERFORM UNTIL WS-CAL-IX > WS-CAL-COUNT
             IF WS-CALT-DATE(WS-CAL-IX) = WS-AGE-DATE
               IF WS-CALT-TYPE(WS-CAL-IX) = 'H'
                 MOVE 0 TO WS-WORKING-DAY
               ELSE
                 MOVE 1 TO WS-WORKING-DAY
               END-IF
             END-IF
             ADD 1 TO WS-CAL-IX
           END-PERFORM.
       H345-END. EXIT.

       H350-REPORT-SUSPENSE.
           MOVE SPACES TO RPT-REC.
           MOVE 'REF: ' TO RPT-REF-HDR.
           MOVE SUS-REF TO RPT-REF-O.
           MOVE ' ACCT: ' TO RPT-ACCT-HDR.
           MOVE SUS-BEN-ID TO RPT-ID-O.
           MOVE '/' TO RPT-ACCT-SEP.
           MOVE SUS-BEN-DVZ TO RPT-DVZ-O.
           MOVE ' AMOUNT: ' TO RPT-AMT-HDR.
           MOVE SUS-AMOUNT TO RPT-AMT-O.
           MOVE SUS-REASON TO RPT-REASON-O.
           MOVE WS-REASON-DESC TO RPT-COMM-O.
       H350-END. EXIT.

       H380-UNMATCHED-RESOLUTIONS.
           MOVE 1 TO WS-SRS-IX.
           PERFORM UNTIL WS-SRS-IX > WS-SRS-COUNT
             IF WS-SRST-USED(WS-SRS-IX) = 0
               ADD 1 TO WS-CNT-NOMATCH
               MOVE SPACES TO RPT-REC
               MOVE 'REF: ' TO RPT-REF-HDR
               MOVE WS-SRST-REF(WS-SRS-IX) TO RPT-REF-O
               MOVE ' ACCT: ' TO RPT-ACCT-HDR
               MOVE WS-SRST-TO-ID(WS-SRS-IX) TO RPT-ID-O
               MOVE '/' TO RPT-ACCT-SEP
               MOVE 0 TO RPT-DVZ-O
               MOVE ' AMOUNT: ' TO RPT-AMT-HDR
               MOVE 0 TO RPT-AMT-O
               MOVE ' NO MATCH' TO RPT-RESULT-O
               MOVE 'RESOLUTION REFERENCE NOT IN SUSPENSE.'
                 TO RPT-COMM-O
               WRITE RPT-REC
             END-IF
             ADD 1 TO WS-SRS-IX
           END-PERFORM.
       H380-END. EXIT.

      * CONTROL TOTALS. EVERY ITEM IN THE FILE MUST BE EITHER POSTED
      * OR ON SUSPENSE, AND THE FILE MUST AGREE WITH THE CLEARING
      * HOUSE TRAILER, FOR THE RUN TO BE IN BALANCE.
       H900-WRITE-TOTALS.
           MOVE 'CLEARING HOUSE TRAILER' TO RPT-TOT-TITLE.
           MOVE WS-CH-COUNT TO RPT-TOT-CNT.
           MOVE WS-CH-AMOUNT TO RPT-TOT-AMT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'CLEARING ITEMS READ' TO RPT-TOT-TITLE.
           MOVE WS-CNT-READ TO RPT-TOT-CNT.
           MOVE WS-AMT-READ TO RPT-TOT-AMT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'POSTED TO BENEFICIARY' TO RPT-TOT-TITLE.
           MOVE WS-CNT-POSTED TO RPT-TOT-CNT.
           MOVE WS-AMT-POSTED TO RPT-TOT-AMT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'CREDITED TO SUSPENSE' TO RPT-TOT-TITLE.
           MOVE WS-CNT-SUSPENSE TO RPT-TOT-CNT.
           MOVE WS-AMT-SUSPENSE TO RPT-TOT-AMT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'NOT APPLIED' TO RPT-TOT-TITLE.
           MOVE WS-CNT-UNAPPLIED TO RPT-TOT-CNT.
           MOVE WS-AMT-UNAPPLIED TO RPT-TOT-AMT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'SUSPENSE RESOLVED' TO RPT-TOT-TITLE.
           MOVE WS-CNT-RESOLVED TO RPT-TOT-CNT.
           MOVE WS-AMT-RESOLVED TO RPT-TOT-AMT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'RETURNED TO SENDER' TO RPT-TOT-TITLE.
           MOVE WS-CNT-RETURNED TO RPT-TOT-CNT.
           MOVE WS-AMT-RETURNED TO RPT-TOT-AMT.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE 'SUSPENSE CARRIED FORWARD' TO RPT-TOT-TITLE.
           COMPUTE RPT-TOT-CNT = WS-CNT-CARRIED + WS-CNT-SUSPENSE.
           COMPUTE RPT-TOT-AMT = WS-AMT-CARRIED + WS-AMT-SUSPENSE.
           PERFORM H905-WRITE-TOTAL-LINE.
           MOVE SPACES TO RPT-TRAILER-REC.
           MOVE 'EFT CLEARING RUN TOTALS   ' TO RPT-TRLR-TITLE.
           MOVE ' DATE: ' TO RPT-TRLR-DATE-HDR.
           MOVE WS-RUN-DATE TO RPT-TRLR-DATE.
           IF WS-IN-BALANCE = 1
              AND WS-CNT-READ = WS-CH-COUNT
              AND WS-CNT-UNAPPLIED = 0
              AND WS-CNT-POSTED + WS-CNT-SUSPENSE = WS-CNT-READ
              AND WS-AMT-POSTED + WS-AMT-SUSPENSE = WS-CH-AMOUNT
             MOVE ' IN BALANCE' TO RPT-TRLR-RESULT
           ELSE
             MOVE 0 TO WS-IN-BALANCE
             MOVE ' OUT OF BALANCE' TO RPT-TRLR-RESULT
           END-IF.
           WRITE RPT-TRAILER-REC.
       H900-END. EXIT.

       H905-WRITE-TOTAL-LINE.
           MOVE ' COUNT: ' TO RPT-TOT-CNT-HDR.
           MOVE ' AMOUNT: ' TO RPT-TOT-AMT-HDR.
           WRITE RPT-TOTAL-REC.
           MOVE SPACES TO RPT-TOTAL-REC.
       H905-END. EXIT.

       H910-RETURN-TRAILER.
           MOVE SPACES TO RTN-TRL-REC.
           MOVE 'T' TO RTN-TRL-TYPE.
           MOVE WS-RUN-DATE TO RTN-TRL-DATE.
           MOVE WS-CNT-RETURNED TO RTN-TRL-COUNT.
           MOVE WS-AMT-RETURNED TO RTN-TRL-AMOUNT.
           WRITE RTN-TRL-REC.
       H910-END. EXIT.

       H999-PROGRAM-EXIT.
           IF WS-RPT-OPEN = 1
             MOVE SPACES TO RPT-TOTAL-REC
             PERFORM H900-WRITE-TOTALS
             CLOSE RPT-FILE
           END-IF.
           IF WS-RTN-OPEN = 1
             PERFORM H910-RETURN-TRAILER
             CLOSE RTN-FILE
           END-IF.
           IF WS-ECL-OPEN = 1
             CLOSE ECL-FILE
           END-IF.
           IF WS-SUS-OPEN = 1
             CLOSE SUS-FILE
           END-IF.
           IF WS-NSU-OPEN = 1
             CLOSE NSU-FILE
           END-IF.
           IF WS-CST-OPEN = 1
             CLOSE CST-FILE
           END-IF.
           IF WS-OUT-OPEN = 1
             CLOSE OUT-FILE
           END-IF.
           PERFORM H998-CLOSE-SUB.
           IF WS-JOB-DONE = 1
             IF WS-IN-BALANCE = 0 OR WS-CNT-UNAPPLIED > 0
               MOVE 8 TO RETURN-CODE
             ELSE
               IF WS-CNT-SUSPENSE > 0 OR WS-CNT-RETURNED > 0
                  OR WS-CNT-NOMATCH > 0
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
             PERFORM H995-WRITE-RUN-COMPLETE
           END-IF.
           STOP RUN.
       H999-END. EXIT.

       H998-CLOSE-SUB.
           SET WS-FUNC-CLOSE TO TRUE.
           CALL WS-FINALSUB USING WS-SUB-AREA.
       H998-END. EXIT.

      * ONCE POSTING HAS STARTED THE COMPLETION RECORD IS ALWAYS
      * WRITTEN, SO A RERUN CANNOT POST THE CLEARING FILE TWICE. A RUN
      * ENDING RC 8 IS MARKED 'E' AND THE JOBS AFTER IT TREAT THE DAY
      * AS NOT CLEAN.
       H995-WRITE-RUN-COMPLETE.
           IF WS-RCT-AVAIL = 1
             OPEN EXTEND RCT-FILE
             IF RCT-SUCCESS
               MOVE SPACES TO RCT-REC
               SET RCT-TYPE-COMPLETE TO TRUE
               MOVE WS-JOB-NAME TO RCT-JOB
               MOVE WS-BIZ-DATE TO RCT-DATE
               IF RETURN-CODE < 8
                 MOVE 'C' TO RCT-STATUS
               ELSE
                 MOVE 'E' TO RCT-STATUS
               END-IF
               MOVE WS-CNT-POSTED TO RCT-COUNT-1
               MOVE WS-CNT-SUSPENSE TO RCT-COUNT-2
               WRITE RCT-REC
               CLOSE RCT-FILE
             END-IF
           END-IF.
       H995-END. EXIT.
