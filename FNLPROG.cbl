                             STATUS ST-NPD-FILE.
           SELECT PNA-FILE   ASSIGN TO PNAFILE
                             STATUS ST-PNA-FILE.
           SELECT OPR-FILE   ASSIGN TO OPRFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY OPR-KEY
                             STATUS ST-OPR-FILE.
           SELECT AVL-FILE   ASSIGN TO AVLFILE
                             STATUS ST-AVL-FILE.
           SELECT TDM-FILE   ASSIGN TO TDMFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY TDM-KEY
                             STATUS ST-TDM-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  INP-FILE RECORDING MODE F.
           05 INP-FEE-WAIVER    PIC X(1).
              88 INP-FEE-WAIVED                VALUE 'W'.
           05 INP-OPERATOR      PIC X(8).
         01  INP-REV-REC.
           05 FILLER            PIC X(25).
           05 INP-REV-DATE      PIC 9(8).
           05 FILLER            PIC X(7).
           05 INP-REV-SEQ       PIC 9(15).
           05 FILLER            PIC X(17).
         01  INP-TD-REC.
           05 FILLER            PIC X(24).
           05 INP-TD-ACTION     PIC X(1).
           05 INP-TD-RATE       PIC 9(3)V9(4).
           05 INP-TD-TERM       PIC 9(5).
           05 FILLER            PIC X(18).
           05 INP-TD-NO         PIC 9(5).
           05 FILLER            PIC X(12).
       FD  OUT-FILE RECORDING MODE F
                     RECORD CONTAINS 395 CHARACTERS.
           COPY OUTREC.
       FD  REJ-FILE RECORDING MODE F.
         01  REJ-REC.
           05 CHK-TYPE             PIC X(01).
              88 CHK-TYPE-DATA            VALUE ' '.
              88 CHK-TYPE-ENDRUN          VALUE 'E'.
       FD  OPR-FILE.
           COPY OPRREC.
       FD  AVL-FILE RECORDING MODE F
                     RECORD CONTAINS 149 CHARACTERS.
           COPY AVLREC.
       FD  TDM-FILE.
           COPY TDMREC.

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-CNT-PARKED     PIC 9(05)       VALUE 0.
           05 WS-CNT-APPROVED   PIC 9(05)       VALUE 0.
           05 WS-CNT-AUTHREJ    PIC 9(05)       VALUE 0.
           05 ST-OPR-FILE       PIC 9(2).
              88 OPR-SUCCESS                    VALUE 00 97.
           05 ST-AVL-FILE       PIC 9(2).
              88 AVL-SUCCESS                    VALUE 00 97.
              88 AVL-NOT-FOUND                  VALUE 35.
           05 WS-OPR-OPEN       PIC 9(01)       VALUE 0.
           05 WS-AVL-OPEN       PIC 9(01)       VALUE 0.
           05 WS-OPR-OK         PIC 9(01).
           05 WS-OPR-FOUND      PIC 9(01).
           05 WS-OPR-CODES      PIC X(16)
                                VALUE '123456789TLSVARD'.
           05 WS-OPR-TALLY      PIC 9(03)       COMP.
           05 WS-OPR-LIM-IX     PIC 9(03)       COMP.
           05 WS-OPR-LIM-FOUND  PIC 9(01).
           05 WS-OPR-DVZ        PIC 9(03).
           05 WS-OPR-AMOUNT     PIC 9(15).
           05 WS-OPR-VIOL       PIC X(02).
           05 WS-OPR-REASON     PIC X(40).
           05 WS-CNT-ACCESS     PIC 9(05)       VALUE 0.
           05 ST-TDM-FILE       PIC 9(2).
              88 TDM-SUCCESS                    VALUE 00 97.
              88 TDM-NOT-FOUND                  VALUE 35.
           05 WS-TDM-OPEN       PIC 9(01)       VALUE 0.
           05 WS-TDM-MORE       PIC 9(01).
           05 WS-TDM-WRITTEN    PIC 9(01).
           05 WS-TD-NO          PIC 9(05).
           05 WS-TD-MATURITY    PIC 9(08).
           05 WS-TD-RC          PIC 9(02).
           05 WS-TD-COMM        PIC X(50).
         01  WS-DVZ-TABLE.
           05 WS-DVZ-COUNT      PIC 9(03)       COMP VALUE 0.
           05 WS-DVZ-ENTRY OCCURS 200 TIMES.
           05 WS-CNT-SETSTATUS   PIC 9(05) VALUE 0.
           05 WS-CNT-CLOSE       PIC 9(05) VALUE 0.
           05 WS-CNT-REJECT      PIC 9(05) VALUE 0.
           05 WS-CNT-REVERSE     PIC 9(05) VALUE 0.
           05 WS-CNT-TERMDEP     PIC 9(05) VALUE 0.
           05 WS-BROWSE-FOUND-ANY PIC 9(01) VALUE 0.
         01 WS-SUB-AREA.
           05 WS-SUB-FUNC       PIC 9(02).
              88 WS-FUNC-TRANSFER            VALUE 10.
              88 WS-FUNC-SET-LIMIT           VALUE 11.
              88 WS-FUNC-SET-STATUS          VALUE 12.
              88 WS-FUNC-REVERSE             VALUE 13.
              88 WS-FUNC-TERM-DEP            VALUE 14.
           05 WS-SUB-ID         PIC 9(05).
           05 WS-SUB-DVZ        PIC 9(03).
           05 WS-SUB-RC         PIC 9(02).
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
       H065-END. EXIT.

       H100-OPEN-FILES.
           PERFORM H106-OPEN-OPERATORS.
           OPEN INPUT INP-FILE.
            IF NOT INP-SUCCESS
              DISPLAY "UNABLE TO OPEN INP-FILE"
           ELSE
              DISPLAY 'REJ-FILE NOT AVAILABLE - REJECTS NOT RECORDED'
           END-IF.
           PERFORM H107-OPEN-TERM-DEPOSITS.
           PERFORM H108-LOAD-DVZ.
           PERFORM H109-LOAD-FEES.
           PERFORM H111-LOAD-THRESHOLDS.
           READ INP-FILE.
       H100-END. EXIT.

      * NO INPUT IS ACCEPTED WITHOUT THE OPERATOR MASTER: EVERY
      * TRANSACTION IS CHECKED AGAINST THE KEYING OPERATOR'S
      * ENTITLEMENTS, SO THE RUN IS REFUSED RATHER THAN POSTED
      * UNCHECKED. ENTITLEMENT VIOLATIONS ARE ALSO LOGGED TO THE
      * ACCESS-VIOLATION FILE FOR THE DAILY REPORT.
       H106-OPEN-OPERATORS.
           OPEN INPUT OPR-FILE.
           IF OPR-SUCCESS
             MOVE 1 TO WS-OPR-OPEN
           ELSE
             DISPLAY 'OPERATOR MASTER NOT AVAILABLE - RUN REFUSED'
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN EXTEND AVL-FILE.
           IF AVL-NOT-FOUND
              OPEN OUTPUT AVL-FILE
           END-IF.
           IF AVL-SUCCESS
              MOVE 1 TO WS-AVL-OPEN
           ELSE
              DISPLAY 'AVL-FILE NOT AVAILABLE - VIOLATIONS NOT LOGGED'
           END-IF.
       H106-END. EXIT.

      * WITHOUT THE TERM DEPOSIT MASTER THE RUN GOES ON, BUT TERM
      * DEPOSIT PLACEMENTS AND BREAKS ARE REJECTED.
       H107-OPEN-TERM-DEPOSITS.
           OPEN I-O TDM-FILE.
           IF TDM-NOT-FOUND
             OPEN OUTPUT TDM-FILE
             CLOSE TDM-FILE
             OPEN I-O TDM-FILE
           END-IF.
           IF TDM-SUCCESS
             MOVE 1 TO WS-TDM-OPEN
           ELSE
             DISPLAY 'TERM DEPOSIT MASTER NOT AVAILABLE - TERM '
      -        'DEPOSITS REJECTED'
           END-IF.
       H107-END. EXIT.

       H108-LOAD-DVZ.
           OPEN INPUT DVZ-FILE.
           IF DVZ-SUCCESS
             MOVE 0 TO WS-RESTART-ACTIVE
            END-IF
           ELSE
            PERFORM H176-CHECK-OPERATOR
            IF WS-OPR-OK = 0
             PERFORM H168-REJECT-OPERATOR
            ELSE
            IF INP-FUNC = 'A' OR INP-FUNC = 'R'
             PERFORM H500-AUTHORIZATION
            ELSE
            IF INP-FUNC = 'S'
             MOVE 12 TO WS-ISLEM-TIPI
             PERFORM H158-DISPATCH-FUNC
            ELSE
            IF INP-FUNC = 'V'
             MOVE 13 TO WS-ISLEM-TIPI
             PERFORM H158-DISPATCH-FUNC
            ELSE
            IF INP-FUNC = 'D'
             MOVE 14 TO WS-ISLEM-TIPI
             PERFORM H158-DISPATCH-FUNC
            ELSE
             IF INP-FUNC NOT NUMERIC
              PERFORM H165-REJECT-REC
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
           END-IF.
           READ INP-FILE.
       H150-END. EXIT.
                 PERFORM H239-SETLIMIT-SUB
               WHEN 12
                 PERFORM H241-SETSTATUS-SUB
               WHEN 13
                 PERFORM H242-REVERSE-SUB
               WHEN 14
                 PERFORM H243-TERMDEP-SUB
             END-EVALUATE
           END-IF.
           PERFORM H155-CHECKPOINT.
              WHEN 8
              WHEN 11
              WHEN 12
              WHEN 13
              WHEN 14
                MOVE INP-DVZ TO WS-DVZ-LOOKUP
                PERFORM H175-FIND-DVZ
                IF WS-DVZ-FOUND = 0
           END-IF.
       H167-END. EXIT.

       H168-REJECT-OPERATOR.
           ADD 1 TO WS-CNT-REJECT.
           IF WS-REJ-OPEN = 1
             MOVE INP-REC TO REJ-INP-DATA
             MOVE WS-OPR-REASON TO REJ-REASON
             WRITE REJ-REC
           END-IF.
           PERFORM H169-LOG-VIOLATION.
       H168-END. EXIT.

       H169-LOG-VIOLATION.
           ADD 1 TO WS-CNT-ACCESS.
           IF WS-AVL-OPEN = 1
             MOVE WS-RUN-DATE TO AVL-DATE
             MOVE WS-RUN-TIME TO AVL-TIME
             MOVE WS-REC-SEQ TO AVL-SEQ
             MOVE INP-OPERATOR TO AVL-OPERATOR
             IF WS-OPR-FOUND = 1
               MOVE OPR-BRANCH TO AVL-BRANCH
             ELSE
               MOVE 0 TO AVL-BRANCH
             END-IF
             MOVE WS-OPR-VIOL TO AVL-TYPE
             MOVE WS-OPR-REASON TO AVL-REASON
             MOVE INP-REC TO AVL-INP-DATA
             WRITE AVL-REC
           END-IF.
       H169-END. EXIT.

      * THE KEYING OPERATOR MUST BE ON THE OPERATOR MASTER, ACTIVE,
      * HOLD THE FUNCTION CODE IN THE ENTITLEMENT LIST AND, FOR
      * ADJUSTS, ACCOUNT OPENINGS, TRANSFERS, LIMIT CHANGES AND TERM
      * DEPOSITS, BE WITHIN THE SINGLE-TRANSACTION CEILING FOR THE
      * DVZ. A FUNCTION CODE THAT IS NOT VALID AT ALL IS LEFT TO THE
      * NORMAL FUNCTION EDITS. RELEASED ITEMS ARE NOT RE-CHECKED HERE:
      * THE MAKER WAS CHECKED WHEN THE ITEM WAS PARKED.
       H176-CHECK-OPERATOR.
           MOVE 1 TO WS-OPR-OK.
           MOVE 1 TO WS-OPR-FOUND.
           MOVE SPACES TO WS-OPR-VIOL.
           MOVE SPACES TO WS-OPR-REASON.
           MOVE INP-OPERATOR TO OPR-ID.
           READ OPR-FILE KEY IS OPR-KEY
             INVALID KEY
               MOVE 0 TO WS-OPR-FOUND
           END-READ.
           IF WS-OPR-FOUND = 0 OR INP-OPERATOR = SPACES
             MOVE 0 TO WS-OPR-FOUND
             MOVE 0 TO WS-OPR-OK
             MOVE 'UN' TO WS-OPR-VIOL
             MOVE 'OPERATOR UNKNOWN - REJECTED.' TO WS-OPR-REASON
           ELSE
            IF NOT OPR-STATUS-ACTIVE
             MOVE 0 TO WS-OPR-OK
             MOVE 'RV' TO WS-OPR-VIOL
             MOVE 'OPERATOR REVOKED - REJECTED.' TO WS-OPR-REASON
            ELSE
             MOVE 0 TO WS-OPR-TALLY
             IF INP-FUNC NOT = SPACE
               INSPECT WS-OPR-CODES TALLYING WS-OPR-TALLY
                 FOR ALL INP-FUNC
             END-IF
             IF WS-OPR-TALLY > 0
               MOVE 0 TO WS-OPR-TALLY
               INSPECT OPR-FUNCS TALLYING WS-OPR-TALLY
                 FOR ALL INP-FUNC
               IF WS-OPR-TALLY = 0
                 MOVE 0 TO WS-OPR-OK
                 MOVE 'NE' TO WS-OPR-VIOL
                 MOVE 'FUNCTION NOT ENTITLED - REJECTED.'
      -            TO WS-OPR-REASON
               ELSE
                 PERFORM H177-CHECK-CEILING
               END-IF
             END-IF
            END-IF
           END-IF.
       H176-END. EXIT.

       H177-CHECK-CEILING.
           IF (INP-FUNC = '5' OR INP-FUNC = '6' OR INP-FUNC = 'T'
               OR INP-FUNC = 'L' OR INP-FUNC = 'V' OR INP-FUNC = 'D')
              AND INP-AMOUNT IS NUMERIC
             MOVE INP-DVZ TO WS-OPR-DVZ
             PERFORM H178-FIND-OPR-LIMIT
             IF WS-OPR-LIM-FOUND = 0
               MOVE 0 TO WS-OPR-OK
             ELSE
               IF INP-AMOUNT > OPR-LIM-TXN(WS-OPR-LIM-IX)
                 MOVE 0 TO WS-OPR-OK
               END-IF
             END-IF
             IF WS-OPR-OK = 0
               MOVE 'CL' TO WS-OPR-VIOL
               MOVE 'OVER OPERATOR CEILING - REJECTED.'
      -          TO WS-OPR-REASON
             END-IF
           END-IF.
       H177-END. EXIT.

      * A LIMIT ENTRY FOR DVZ 000 APPLIES TO EVERY DVZ THAT HAS NO
      * ENTRY OF ITS OWN. NO ENTRY AT ALL MEANS NO AUTHORITY.
       H178-FIND-OPR-LIMIT.
           MOVE 0 TO WS-OPR-LIM-FOUND.
           PERFORM H179-SCAN-OPR-LIMIT.
           IF WS-OPR-LIM-FOUND = 0 AND WS-OPR-DVZ NOT = 0
             MOVE 0 TO WS-OPR-DVZ
             PERFORM H179-SCAN-OPR-LIMIT
           END-IF.
       H178-END. EXIT.

       H179-SCAN-OPR-LIMIT.
           MOVE 1 TO WS-OPR-LIM-IX.
           IF OPR-LIM-COUNT IS NUMERIC
            PERFORM UNTIL WS-OPR-LIM-IX > OPR-LIM-COUNT
                       OR WS-OPR-LIM-IX > 10
                       OR WS-OPR-LIM-FOUND = 1
              IF OPR-LIM-DVZ(WS-OPR-LIM-IX) = WS-OPR-DVZ
                MOVE 1 TO WS-OPR-LIM-FOUND
              ELSE
                ADD 1 TO WS-OPR-LIM-IX
              END-IF
            END-PERFORM
           END-IF.
       H179-END. EXIT.

       H175-FIND-DVZ.
           MOVE 0 TO WS-DVZ-FOUND.
           MOVE 1 TO WS-DVZ-IX.
           MOVE ZEROS TO REC-CNV-O.
           MOVE ' FEE: ' TO REC-FEE-HEADER.
           MOVE ZEROS TO REC-FEE-O.
           MOVE SPACES TO REC-REV-HEADER.
           MOVE ZEROS TO REC-REV-DATE-O.
           MOVE SPACE TO REC-REV-SEP.
           MOVE ZEROS TO REC-REV-SEQ-O.
           MOVE SPACES TO REC-LEDGER-HDR.
           MOVE ZEROS TO REC-LEDGER-O.
           MOVE SPACES TO REC-AVAIL-HDR.
           MOVE ZEROS TO REC-AVAIL-O.
       H160-END. EXIT.

       H200-OPEN-SUB.
           ELSE
             MOVE ZEROS TO REC-DATE-O
           END-IF.
           IF WS-SUB-LEDGER IS NUMERIC AND WS-SUB-AVAIL IS NUMERIC
             MOVE ' LEDGER: ' TO REC-LEDGER-HDR
             MOVE WS-SUB-LEDGER TO REC-LEDGER-O
             MOVE ' AVAILABLE: ' TO REC-AVAIL-HDR
             MOVE WS-SUB-AVAIL TO REC-AVAIL-O
           END-IF.
           PERFORM H161-DVZ-LABEL-FILL.
           WRITE OUT-REC.
       H210-END. EXIT.
           END-EVALUATE.
       H249-END. EXIT.

      * ADJUSTS, TRANSFERS, LIMIT CHANGES, REVERSALS AND TERM DEPOSIT
      * PLACEMENTS ABOVE THE PER-DVZ THRESHOLD ARE PARKED ON THE
      * PENDING-AUTHORIZATION FILE INSTEAD OF POSTING; A DIFFERENT
      * OPERATOR RELEASES OR CANCELS THEM WITH AN 'A' OR 'R'
      * TRANSACTION KEYED WITH THE REFERENCE.
       H510-CHECK-THRESHOLD.
           MOVE 0 TO WS-PARK-THIS.
           IF WS-AUTH-RELEASE = 0
              AND (WS-ISLEM-TIPI = 5 OR WS-ISLEM-TIPI = 10
                   OR WS-ISLEM-TIPI = 11 OR WS-ISLEM-TIPI = 13
                   OR WS-ISLEM-TIPI = 14)
              AND INP-AMOUNT IS NUMERIC
             MOVE 0 TO WS-THR-FOUND
             MOVE 1 TO WS-THR-IX
           ELSE
            MOVE INP-AMOUNT TO WS-AUTH-SEQ
            PERFORM H505-FIND-PENDING
            PERFORM H507-CHECK-APPROVE-AUTH
            IF WS-PND-FOUND = 0
             MOVE 'PENDING ITEM NOT FOUND - REJECTED.' TO WS-AUTH-COMM
             MOVE 99 TO WS-AUTH-RC
             MOVE 'CHECKER SAME AS MAKER - REFUSED.' TO WS-AUTH-COMM
             MOVE 99 TO WS-AUTH-RC
             PERFORM H530-WRITE-AUTH-LINE
            ELSE
            IF WS-OPR-OK = 0
             MOVE 'APPROVE AUTHORITY BELOW PARKED AMOUNT - REFUSED.'
      -        TO WS-AUTH-COMM
             MOVE 99 TO WS-AUTH-RC
             PERFORM H530-WRITE-AUTH-LINE
             PERFORM H168-REJECT-OPERATOR
            ELSE
             IF INP-FUNC = 'R'
              ADD 1 TO WS-CNT-AUTHREJ
                  MOVE 11 TO WS-ISLEM-TIPI
                WHEN 'S'
                  MOVE 12 TO WS-ISLEM-TIPI
                WHEN 'V'
                  MOVE 13 TO WS-ISLEM-TIPI
                WHEN 'D'
                  MOVE 14 TO WS-ISLEM-TIPI
                WHEN OTHER
                  COMPUTE WS-ISLEM-TIPI = FUNCTION NUMVAL(INP-FUNC)
              END-EVALUATE
            END-IF
            END-IF
            END-IF
            END-IF
           END-IF.
       H500-END. EXIT.

      * A RELEASE NEEDS APPROVE AUTHORITY ON THE CHECKER'S OPERATOR
      * RECORD (READ FOR THIS INPUT BY H176) COVERING THE PARKED
      * AMOUNT IN THE PARKED ITEM'S DVZ. CANCELS NEED NO AMOUNT.
       H507-CHECK-APPROVE-AUTH.
           MOVE 1 TO WS-OPR-OK.
           IF INP-FUNC = 'A' AND WS-PND-FOUND = 1
             MOVE 0 TO WS-OPR-OK
             IF WS-PNDT-DATA(WS-PND-IX)(7:3) IS NUMERIC
                AND WS-PNDT-DATA(WS-PND-IX)(10:15) IS NUMERIC
               MOVE WS-PNDT-DATA(WS-PND-IX)(7:3) TO WS-OPR-DVZ
               MOVE WS-PNDT-DATA(WS-PND-IX)(10:15) TO WS-OPR-AMOUNT
               PERFORM H178-FIND-OPR-LIMIT
               IF WS-OPR-LIM-FOUND = 1
                 IF WS-OPR-AMOUNT NOT >
                    OPR-LIM-APPROVE(WS-OPR-LIM-IX)
                   MOVE 1 TO WS-OPR-OK
                 END-IF
               END-IF
             END-IF
             IF WS-OPR-OK = 0
               MOVE 'AP' TO WS-OPR-VIOL
               MOVE 'APPROVE AUTHORITY EXCEEDED - REJECTED.'
      -          TO WS-OPR-REASON
             END-IF
           END-IF.
       H507-END. EXIT.

      * THE RELEASE IS LOGGED BEFORE THE DISPATCH ON PURPOSE: IF THE
      * RUN ABENDS BETWEEN THE TWO, THE REPLAY SHOWS THE ITEM AS
      * ACTIONED AND IT CANNOT BE APPROVED AND POSTED A SECOND TIME.
           PERFORM H161-DVZ-LABEL-FILL.
           WRITE OUT-REC.
       H241-END. EXIT.
     *
      * A REVERSAL IS KEYED AGAINST THE ACCOUNT OF THE ORIGINAL ITEM
      * WITH THE ORIGINAL PRINCIPAL IN THE AMOUNT FIELD, THE ORIGINAL
      * RUN DATE AFTER THE DIRECTION BYTE AND THE ORIGINAL JOURNAL
      * SEQUENCE IN THE NEW-SURNAME FIELD. NO FEE IS CHARGED; THE FEE
      * OF THE ORIGINAL ITEM IS REFUNDED BY FINALSUB.
       H242-REVERSE-SUB.
           SET  WS-FUNC-REVERSE TO TRUE.
           ADD 1 TO WS-CNT-REVERSE.
           MOVE INP-AMOUNT TO WS-SUB-AMOUNT.
           IF INP-REV-SEQ IS NUMERIC AND INP-REV-DATE IS NUMERIC
             MOVE INP-REV-SEQ TO WS-SUB-REV-SEQ
             MOVE INP-REV-DATE TO WS-SUB-REV-DATE
           ELSE
             MOVE ZEROS TO WS-SUB-REV-SEQ
             MOVE ZEROS TO WS-SUB-REV-DATE
           END-IF.
           CALL WS-FINALSUB USING WS-SUB-AREA.
           MOVE WS-SUB-ID TO REC-ID-O.
           MOVE WS-SUB-DVZ TO REC-DVZ-O.
           MOVE WS-SUB-COMM TO REC-COMM-O.
           MOVE WS-SUB-RC TO REC-RC-O.
           MOVE WS-SUB-NAME-FROM TO REC-NAME-FROM-O.
           MOVE WS-SUB-NAME-TO TO REC-NAME-TO-O.
           MOVE WS-SUB-SURNAME-FROM TO REC-SURNAME-FROM-O.
           MOVE WS-SUB-SURNAME-TO TO REC-SURNAME-TO-O.
           IF WS-SUB-DATE IS NUMERIC
             MOVE WS-SUB-DATE TO REC-DATE-O
           ELSE
             MOVE ZEROS TO REC-DATE-O
           END-IF.
           IF WS-SUB-AMOUNT IS NUMERIC
             MOVE WS-SUB-AMOUNT TO REC-AMT-O
           END-IF.
           IF WS-SUB-AMOUNT-2 IS NUMERIC
             MOVE WS-SUB-AMOUNT-2 TO REC-CNV-O
           END-IF.
           IF WS-SUB-REV-FEE IS NUMERIC
             MOVE WS-SUB-REV-FEE TO REC-FEE-O
           END-IF.
           MOVE ' REV OF: ' TO REC-REV-HEADER.
           MOVE WS-SUB-REV-DATE TO REC-REV-DATE-O.
           MOVE '/' TO REC-REV-SEP.
           MOVE WS-SUB-REV-SEQ TO REC-REV-SEQ-O.
           PERFORM H161-DVZ-LABEL-FILL.
           WRITE OUT-REC.
       H242-END. EXIT.
     *
      * A TERM DEPOSIT IS KEYED AGAINST ITS FUNDING ACCOUNT WITH THE
      * MATURITY INSTRUCTION IN THE DIRECTION BYTE (P ROLLS THE
      * PRINCIPAL, I ROLLS PRINCIPAL AND INTEREST, O PAYS OUT) AND THE
      * AGREED ANNUAL RATE AND THE TERM IN DAYS IN THE NEW-NAME FIELD.
      * THE PRINCIPAL IS DEBITED FROM THE FUNDING ACCOUNT THROUGH THE
      * TERM DEPOSIT FUNCTION AND THE DEPOSIT TAKES THE NEXT FREE
      * NUMBER FOR THE ACCOUNT. A 'B' IN THE DIRECTION BYTE BOOKS AN
      * EARLY BREAK OF THE DEPOSIT NUMBER KEYED IN THE TO-ID FIELD;
      * THE MATURITY RUN SETTLES IT AT THE PENALTY RATE AT END OF DAY.
       H243-TERMDEP-SUB.
           SET  WS-FUNC-TERM-DEP TO TRUE.
           ADD 1 TO WS-CNT-TERMDEP.
           MOVE 0 TO WS-TD-NO.
           MOVE 0 TO WS-TD-MATURITY.
           MOVE 0 TO WS-TD-RC.
           MOVE SPACES TO WS-TD-COMM.
           IF WS-TDM-OPEN = 0
             MOVE 99 TO WS-TD-RC
             MOVE 'TERM DEPOSIT MASTER NOT AVAILABLE - REJECTED.'
      -        TO WS-TD-COMM
           ELSE
             IF INP-TD-ACTION = 'B'
               PERFORM H252-TD-BREAK
             ELSE
               PERFORM H251-TD-PLACE
             END-IF
           END-IF.
           IF WS-TD-RC = 99
             ADD 1 TO WS-CNT-REJECT
           END-IF.
           MOVE INP-ID TO REC-ID-O.
           MOVE INP-DVZ TO REC-DVZ-O.
           MOVE WS-TD-RC TO REC-RC-O.
           MOVE WS-TD-COMM TO REC-COMM-O.
           MOVE SPACES TO REC-NAME-FROM-O.
           MOVE SPACES TO REC-NAME-TO-O.
           MOVE SPACES TO REC-SURNAME-FROM-O.
           MOVE SPACES TO REC-SURNAME-TO-O.
           MOVE WS-TD-MATURITY TO REC-DATE-O.
           IF INP-TD-ACTION NOT = 'B' AND INP-AMOUNT IS NUMERIC
             MOVE INP-AMOUNT TO REC-AMT-O
           END-IF.
           PERFORM H161-DVZ-LABEL-FILL.
           WRITE OUT-REC.
       H243-END. EXIT.

       H251-TD-PLACE.
           IF INP-TD-ACTION NOT = 'P' AND INP-TD-ACTION NOT = 'I'
              AND INP-TD-ACTION NOT = 'O'
             MOVE 99 TO WS-TD-RC
             MOVE 'INVALID MATURITY INSTRUCTION - REJECTED.'
      -        TO WS-TD-COMM
           ELSE
            IF INP-AMOUNT NOT NUMERIC OR INP-AMOUNT = 0
             MOVE 99 TO WS-TD-RC
             MOVE 'INVALID PRINCIPAL AMOUNT - REJECTED.' TO WS-TD-COMM
            ELSE
             IF INP-TD-RATE NOT NUMERIC OR INP-TD-TERM NOT NUMERIC
                OR INP-TD-TERM = 0
              MOVE 99 TO WS-TD-RC
              MOVE 'INVALID RATE OR TERM - REJECTED.' TO WS-TD-COMM
             ELSE
              PERFORM H254-NEXT-TD-NO
              MOVE INP-AMOUNT TO WS-SUB-AMOUNT
              MOVE 'D' TO WS-SUB-DIRECTION
              CALL WS-FINALSUB USING WS-SUB-AREA
              MOVE WS-SUB-RC TO WS-TD-RC
              IF WS-SUB-COMM(1:7) = 'BALANCE'
                PERFORM H255-WRITE-TD
                IF WS-TDM-WRITTEN = 1
                  MOVE 'TERM DEPOSIT PLACED - NO: ' TO WS-TD-COMM
                  MOVE WS-TD-NO TO WS-TD-COMM(27:5)
                ELSE
                  PERFORM H256-RETURN-FUNDS
                END-IF
              ELSE
                MOVE WS-SUB-COMM TO WS-TD-COMM
              END-IF
             END-IF
            END-IF
           END-IF.
       H251-END. EXIT.

       H252-TD-BREAK.
           IF INP-TD-NO NOT NUMERIC OR INP-TD-NO = 0
             MOVE 99 TO WS-TD-RC
             MOVE 'DEPOSIT NUMBER REQUIRED - REJECTED.' TO WS-TD-COMM
           ELSE
            MOVE INP-ID TO TDM-ID
            MOVE INP-DVZ TO TDM-DVZ
            MOVE INP-TD-NO TO TDM-NO
            MOVE INP-TD-NO TO WS-TD-NO
            READ TDM-FILE KEY IS TDM-KEY
              INVALID KEY
                MOVE 99 TO WS-TD-RC
                MOVE 'TERM DEPOSIT NOT FOUND - REJECTED.' TO WS-TD-COMM
            END-READ
            IF WS-TD-RC = 0
             MOVE TDM-MATURITY TO WS-TD-MATURITY
             IF NOT TDM-STATUS-ACTIVE
              MOVE 99 TO WS-TD-RC
              MOVE 'TERM DEPOSIT NOT ACTIVE - REJECTED.' TO WS-TD-COMM
             ELSE
              IF TDM-MATURITY NOT > WS-RUN-DATE
               MOVE 99 TO WS-TD-RC
               MOVE 'DEPOSIT MATURES TODAY - BREAK REJECTED.'
      -          TO WS-TD-COMM
              ELSE
               SET TDM-STATUS-BREAK-REQ TO TRUE
               MOVE INP-OPERATOR TO TDM-CHANGED-BY
               MOVE WS-RUN-DATE TO TDM-CHANGED-DATE
               REWRITE TDM-REC
               IF TDM-SUCCESS
                MOVE 'EARLY BREAK BOOKED - SETTLED AT END OF DAY.'
                  TO WS-TD-COMM
               ELSE
                MOVE 99 TO WS-TD-RC
                MOVE 'DEPOSIT NOT UPDATED - BREAK REJECTED.'
                  TO WS-TD-COMM
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF.
       H252-END. EXIT.

       H254-NEXT-TD-NO.
           MOVE 0 TO WS-TD-NO.
           MOVE INP-ID TO TDM-ID.
           MOVE INP-DVZ TO TDM-DVZ.
           MOVE 0 TO TDM-NO.
           MOVE 1 TO WS-TDM-MORE.
           START TDM-FILE KEY IS NOT LESS THAN TDM-KEY
             INVALID KEY
               MOVE 0 TO WS-TDM-MORE
           END-START.
           PERFORM UNTIL WS-TDM-MORE = 0
             READ TDM-FILE NEXT RECORD
               AT END
                 MOVE 0 TO WS-TDM-MORE
               NOT AT END
                 IF TDM-ID = INP-ID AND TDM-DVZ = INP-DVZ
                   MOVE TDM-NO TO WS-TD-NO
                 ELSE
                   MOVE 0 TO WS-TDM-MORE
                 END-IF
             END-READ
           END-PERFORM.
           ADD 1 TO WS-TD-NO.
       H254-END. EXIT.

       H255-WRITE-TD.
           MOVE 1 TO WS-TDM-WRITTEN.
           COMPUTE WS-TD-MATURITY = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + INP-TD-TERM).
           MOVE SPACES TO TDM-REC.
           MOVE INP-ID TO TDM-ID.
           MOVE INP-DVZ TO TDM-DVZ.
           MOVE WS-TD-NO TO TDM-NO.
           MOVE INP-AMOUNT TO TDM-PRINCIPAL.
           MOVE INP-TD-RATE TO TDM-RATE.
           MOVE INP-TD-TERM TO TDM-TERM-DAYS.
           MOVE WS-RUN-DATE TO TDM-START-DATE.
           MOVE WS-TD-MATURITY TO TDM-MATURITY.
           MOVE INP-TD-ACTION TO TDM-INSTRUCTION.
           SET TDM-STATUS-ACTIVE TO TRUE.
           MOVE 0 TO TDM-ROLL-COUNT.
           MOVE INP-OPERATOR TO TDM-OPERATOR.
           MOVE WS-RUN-DATE TO TDM-PLACED-DATE.
           MOVE INP-OPERATOR TO TDM-CHANGED-BY.
           MOVE WS-RUN-DATE TO TDM-CHANGED-DATE.
           MOVE 0 TO TDM-CLOSED-DATE.
           MOVE 0 TO TDM-LAST-INTEREST.
           MOVE 0 TO TDM-LAST-TAX.
           WRITE TDM-REC
             INVALID KEY
               MOVE 0 TO WS-TDM-WRITTEN
           END-WRITE.
           IF NOT TDM-SUCCESS
             MOVE 0 TO WS-TDM-WRITTEN
           END-IF.
       H255-END. EXIT.

      * THE PRINCIPAL HAS LEFT THE FUNDING ACCOUNT BUT NO DEPOSIT WAS
      * RECORDED, SO IT IS CREDITED BACK UNDER THE SAME FUNCTION.
       H256-RETURN-FUNDS.
           MOVE 0 TO WS-TD-MATURITY.
           MOVE INP-ID TO WS-SUB-ID.
           MOVE INP-DVZ TO WS-SUB-DVZ.
           MOVE INP-AMOUNT TO WS-SUB-AMOUNT.
           MOVE 'C' TO WS-SUB-DIRECTION.
           CALL WS-FINALSUB USING WS-SUB-AREA.
           MOVE 99 TO WS-TD-RC.
           MOVE 'DEPOSIT NOT RECORDED - PRINCIPAL RETURNED.'
             TO WS-TD-COMM.
       H256-END. EXIT.
     *
       H250-CLOSE-SUB.
           SET  WS-FUNC-CLOSE TO TRUE.
           MOVE WS-CNT-CLOSE TO TRLR-CLOSE-CNT.
           MOVE ' REJECTED: ' TO TRLR-REJECT-HDR.
           MOVE WS-CNT-REJECT TO TRLR-REJECT-CNT.
           MOVE ' REVERSED: ' TO TRLR-REVERSE-HDR.
           MOVE WS-CNT-REVERSE TO TRLR-REVERSE-CNT.
           MOVE ' TERM-DEP: ' TO TRLR-TERMDEP-HDR.
           MOVE WS-CNT-TERMDEP TO TRLR-TERMDEP-CNT.
       H170-END. EXIT.

       H172-WRITE-FEE-SUMMARY.
           IF WS-PNA-OPEN = 1
             CLOSE PNA-FILE
           END-IF.
           IF WS-OPR-OPEN = 1
             CLOSE OPR-FILE
           END-IF.
           IF WS-AVL-OPEN = 1
             CLOSE AVL-FILE
           END-IF.
           IF WS-TDM-OPEN = 1
             CLOSE TDM-FILE
           END-IF.
           IF WS-JOB-DONE = 1
             DISPLAY 'ACCESS VIOLATIONS: ' WS-CNT-ACCESS
             PERFORM H173-WRITE-NEW-PENDING
             DISPLAY 'DUAL AUTH - PARKED: ' WS-CNT-PARKED
               ' APPROVED: ' WS-CNT-APPROVED
