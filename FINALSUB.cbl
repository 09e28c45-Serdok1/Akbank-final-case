                             ACCESS DYNAMIC
                             RECORD KEY CST-KEY
                             STATUS ST-CST-FILE.
           SELECT HLD-FILE ASSIGN TO HOLDFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY HLD-KEY
                             STATUS ST-HLD-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY DVZREC.
       FD  CST-FILE.
           COPY CSTREC.
       FD  HLD-FILE.
           COPY HLDREC.

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-SAVE-SURNAME-TO     PIC X(15).
           05 WS-XFER-TO-VALID       PIC 9(01).
           05 ST-JRN-FILE            PIC 9(02).
              88 JRN-FILE-EOF                  VALUE 10.
              88 JRN-SUCCESS                   VALUE 00 97.
              88 JRN-NOT-FOUND                 VALUE 35.
           05 WS-JRN-OPEN            PIC 9(01) VALUE 0.
           05 WS-CST-TRIED           PIC 9(01) VALUE 0.
           05 WS-CST-AVAIL           PIC 9(01) VALUE 0.
           05 WS-CUST-OK             PIC 9(01).
           05 ST-HLD-FILE            PIC 9(02).
              88 HLD-SUCCESS                   VALUE 00 97.
           05 WS-HLD-TRIED           PIC 9(01) VALUE 0.
           05 WS-HLD-AVAIL           PIC 9(01) VALUE 0.
           05 WS-HLD-MORE            PIC 9(01).
           05 WS-HLD-DATE            PIC 9(08).
           05 WS-HELD-AMT            PIC 9(15).
           05 WS-AVAIL-BAL           PIC S9(16).
           05 WS-REV-OK              PIC 9(01).
           05 WS-REV-DONE            PIC 9(01).
           05 WS-REV-IX              PIC 9(03) COMP.
           05 WS-REV-ANCHOR-IX       PIC 9(03) COMP.
           05 WS-REV-ANCHOR-ID       PIC 9(05).
           05 WS-REV-ANCHOR-DVZ      PIC 9(03).
           05 WS-REV-MOVE            PIC S9(15).
           05 WS-REV-AMT             PIC 9(15).
           05 WS-REV-LEG-FUNC        PIC 9(02) VALUE 0.
           05 WS-REV-JRN-OPER        PIC X(08).
              88 WS-REV-BATCH-OPER           VALUE 'EFTCLR' 'ESCHEAT'
                                             'STORUN' 'TDMATUR'
                                             'INTACCR'.
           05 WS-REV-ANCHOR-AMT      PIC 9(15).
           05 WS-REV-PRINCIPAL       PIC 9(15).
           05 WS-REV-CNV             PIC 9(15).
           05 WS-REV-FEE             PIC 9(15).
           COPY IDXREC REPLACING LEADING ==IDX== BY ==WRK==.
         01  WS-REV-TABLE.
           05 WS-REV-COUNT           PIC 9(03) COMP VALUE 0.
           05 WS-REV-ENTRY OCCURS 20 TIMES.
              10 WS-REVT-ID          PIC 9(05).
              10 WS-REVT-DVZ         PIC 9(03).
              10 WS-REVT-FUNC        PIC 9(02).
              10 WS-REVT-MOVE        PIC S9(15).
              10 WS-REVT-OPER        PIC X(08).
              10 WS-REVT-ROLE        PIC X(01).
                 88 WS-REVT-PRINCIPAL        VALUE 'P'.
                 88 WS-REVT-FEE              VALUE 'F'.
                 88 WS-REVT-COUNTER          VALUE 'C'.
                 88 WS-REVT-SKIP             VALUE 'X'.
         01  WS-FX-TABLE.
           05 WS-FX-COUNT            PIC 9(03) COMP VALUE 0.
           05 WS-FX-ENTRY OCCURS 200 TIMES.
              88 LS-FUNC-TRANSFER            VALUE 10.
              88 LS-FUNC-SET-LIMIT           VALUE 11.
              88 LS-FUNC-SET-STATUS          VALUE 12.
              88 LS-FUNC-REVERSE             VALUE 13.
              88 LS-FUNC-TERM-DEP            VALUE 14.
           05 LS-SUB-ID              PIC 9(05).
           05 LS-SUB-DVZ             PIC 9(03).
           05 LS-SUB-RC              PIC 9(02).
              10 LS-SUB-OPER              PIC X(08).
              10 LS-SUB-OPER-2            PIC X(08).
              10 LS-SUB-BIZ-DATE          PIC 9(08).
              10 LS-SUB-REV-DATE          PIC 9(08).
              10 LS-SUB-REV-SEQ           PIC 9(09).
              10 LS-SUB-REV-FEE           PIC 9(15).
              10 LS-SUB-LEDGER            PIC S9(15).
              10 LS-SUB-AVAIL             PIC S9(15).
      *--------------------
       PROCEDURE DIVISION USING LS-SUB-AREA.
       0000-MAIN.
                  PERFORM H163-FUNC-SET-LIMIT
                WHEN 12
                  PERFORM H164-FUNC-SET-STATUS
                WHEN 13
                  PERFORM H175-FUNC-REVERSE
                WHEN 14
                  PERFORM H141-FUNC-ADJUST
           END-EVALUATE.
       0000-END. EXIT.

           END-IF.
           PERFORM H210-READ-FILE.
           IF WS-READ-VALID = 1
             PERFORM H183-SUM-HOLDS
             MOVE IDX-BALANCE TO LS-SUB-LEDGER
             MOVE WS-AVAIL-BAL TO LS-SUB-AVAIL
             MOVE 'FILE READ SUCCESSFULLY COMPLETED.' TO LS-SUB-COMM
             MOVE  ST-IDX-FILE TO LS-SUB-RC
           ELSE
            GOBACK.
       H140-END. EXIT.

      * TERM DEPOSIT LEGS (FUNCTION 14) ARE POSTED HERE LIKE AN
      * ADJUST SO THEY ARE JOURNALLED UNDER THEIR OWN FUNCTION, BUT A
      * PLACEMENT MAY NOT BE FUNDED FROM THE OVERDRAFT LIMIT, NOR FROM
      * FUNDS UNDER A HOLD.
       H141-FUNC-ADJUST.
           PERFORM H202-ENSURE-EXCLUSIVE-OPEN.
           IF NOT WS-OPEN-VALID = 1
              MOVE 'BALANCE CREDITED SUCCESSFULLY.' TO LS-SUB-COMM
             ELSE
              IF LS-SUB-DIRECTION = 'D'
               PERFORM H183-SUM-HOLDS
               IF LS-SUB-AMOUNT > WS-AVAIL-BAL
                  OR (LS-FUNC-TERM-DEP
                      AND LS-SUB-AMOUNT > IDX-BALANCE - WS-HELD-AMT)
                IF LS-SUB-AMOUNT > IDX-BALANCE + IDX-OVERDRAFT-LIMIT
                   OR (LS-FUNC-TERM-DEP AND LS-SUB-AMOUNT > IDX-BALANCE)
                 MOVE 'INSUFFICIENT FUNDS - DEBIT REJECTED.'
      -            TO LS-SUB-COMM
                ELSE
                 MOVE 'FUNDS ON HOLD - DEBIT REJECTED.'
      -            TO LS-SUB-COMM
                END-IF
               ELSE
                SUBTRACT LS-SUB-AMOUNT FROM IDX-BALANCE
                PERFORM H180-GET-TODAY-JULIAN
              IF WS-STATUS-OK = 0
               MOVE ST-IDX-FILE TO LS-SUB-RC
              ELSE
               PERFORM H183-SUM-HOLDS
               IF LS-SUB-AMOUNT > WS-AVAIL-BAL
                IF LS-SUB-AMOUNT > IDX-BALANCE + IDX-OVERDRAFT-LIMIT
                 MOVE 'INSUFFICIENT FUNDS - TRANSFER REJECTED.'
      -            TO LS-SUB-COMM
                ELSE
                 MOVE 'FUNDS ON HOLD - TRANSFER REJECTED.'
      -            TO LS-SUB-COMM
                END-IF
                MOVE ST-IDX-FILE TO LS-SUB-RC
               ELSE
                PERFORM H161-READ-TO-ACCT
            GOBACK.
       H164-END. EXIT.

      * A REVERSAL (STORNO) BACKS OUT ONE EARLIER ADJUST OR TRANSFER,
      * IDENTIFIED BY THE RUN DATE AND SEQUENCE IT WAS JOURNALLED
      * UNDER AND BY THE ACCOUNT IT WAS KEYED AGAINST. EVERY BALANCE
      * LEG OF THE ITEM - THE CONVERTED CREDIT LEG OF A CROSS-CURRENCY
      * TRANSFER AND ANY FEE INCLUDED - IS POSTED BACK WITH THE
      * OPPOSITE SIGN AND JOURNALLED AS FUNCTION 13 CARRYING THE
      * ORIGINAL DATE, SEQUENCE AND FUNCTION. ALL LEGS ARE CHECKED
      * BEFORE ANY IS POSTED, AND AN ITEM ALREADY REVERSED IS REFUSED.
       H175-FUNC-REVERSE.
           PERFORM H202-ENSURE-EXCLUSIVE-OPEN.
           IF NOT WS-OPEN-VALID = 1
             MOVE 'ERROR OCCURRED WHILE OPENING FILE FOR REVERSAL.'
      -        TO LS-SUB-COMM
             MOVE  ST-IDX-FILE TO LS-SUB-RC
           END-IF.
            MOVE LS-SUB-ID TO WS-REV-ANCHOR-ID.
            MOVE LS-SUB-DVZ TO WS-REV-ANCHOR-DVZ.
            MOVE 0 TO LS-SUB-AMOUNT-2.
            MOVE 0 TO LS-SUB-REV-FEE.
            PERFORM H176-LOAD-REVERSAL-LEGS.
            IF WS-REV-OK = 1
              PERFORM H178-CHECK-REVERSAL-LEGS
            END-IF.
            IF WS-REV-OK = 1
              PERFORM H179-POST-REVERSAL-LEGS
            ELSE
              MOVE 99 TO LS-SUB-RC
              MOVE 0 TO LS-SUB-DATE
            END-IF.
            MOVE WS-REV-ANCHOR-ID TO LS-SUB-ID.
            MOVE WS-REV-ANCHOR-DVZ TO LS-SUB-DVZ.
            MOVE 0 TO WS-SEQ-ACTIVE.
            MOVE 0 TO WS-HAVE-REC.
            GOBACK.
       H175-END. EXIT.

      * THE JOURNAL IS CLOSED AND RE-READ FROM THE START SO THAT LEGS
      * WRITTEN EARLIER IN THIS SAME RUN ARE SEEN AS WELL.
       H176-LOAD-REVERSAL-LEGS.
           MOVE 1 TO WS-REV-OK.
           MOVE 0 TO WS-REV-DONE.
           MOVE 0 TO WS-REV-COUNT.
           IF LS-SUB-REV-DATE NOT NUMERIC OR LS-SUB-REV-DATE = 0
              OR LS-SUB-REV-SEQ NOT NUMERIC OR LS-SUB-REV-SEQ = 0
             MOVE 'ORIGINAL REFERENCE INVALID - REVERSAL REJECTED.'
      -        TO LS-SUB-COMM
             MOVE 0 TO WS-REV-OK
           ELSE
             IF WS-JRN-OPEN = 1
               CLOSE JRN-FILE
               MOVE 0 TO WS-JRN-OPEN
             END-IF
             OPEN INPUT JRN-FILE
             IF NOT JRN-SUCCESS
               MOVE 'JOURNAL NOT AVAILABLE - REVERSAL REJECTED.'
      -          TO LS-SUB-COMM
               MOVE 0 TO WS-REV-OK
             ELSE
               PERFORM UNTIL JRN-FILE-EOF
                 READ JRN-FILE
                   AT END
                     SET JRN-FILE-EOF TO TRUE
                   NOT AT END
                     PERFORM H177-CONTROL-REV-JRN
                 END-READ
               END-PERFORM
               CLOSE JRN-FILE
             END-IF
           END-IF.
       H176-END. EXIT.

      * LEGS POSTED BY THE BATCH JOBS CARRY THE JOB NAME AS OPERATOR
      * AND ARE NEVER TAKEN AS PART OF A KEYED ITEM; THEY ARE
      * CORRECTED THROUGH THEIR OWN JOBS.
       H177-CONTROL-REV-JRN.
           MOVE JRN-OPERATOR TO WS-REV-JRN-OPER.
           IF JRN-ACTION-REWRITE AND JRN-FUNC = 13
              AND JRN-REV-DATE = LS-SUB-REV-DATE
              AND JRN-REV-SEQ = LS-SUB-REV-SEQ
             MOVE JRN-AFTER-IMAGE TO WRK-REC
             IF WRK-ID = WS-REV-ANCHOR-ID
                AND WRK-DVZ = WS-REV-ANCHOR-DVZ
               MOVE 1 TO WS-REV-DONE
             END-IF
           END-IF.
           IF JRN-ACTION-REWRITE
              AND (JRN-FUNC = 5 OR JRN-FUNC = 10)
              AND JRN-RUN-DATE = LS-SUB-REV-DATE
              AND JRN-SEQ = LS-SUB-REV-SEQ
              AND NOT WS-REV-BATCH-OPER
              AND WS-REV-COUNT < 20
             ADD 1 TO WS-REV-COUNT
             MOVE JRN-AFTER-IMAGE TO WRK-REC
             MOVE WRK-ID TO WS-REVT-ID(WS-REV-COUNT)
             MOVE WRK-DVZ TO WS-REVT-DVZ(WS-REV-COUNT)
             MOVE WRK-BALANCE TO WS-REV-MOVE
             MOVE JRN-BEFORE-IMAGE TO WRK-REC
             SUBTRACT WRK-BALANCE FROM WS-REV-MOVE
             MOVE WS-REV-MOVE TO WS-REVT-MOVE(WS-REV-COUNT)
             MOVE JRN-FUNC TO WS-REVT-FUNC(WS-REV-COUNT)
             MOVE JRN-OPERATOR TO WS-REVT-OPER(WS-REV-COUNT)
             SET WS-REVT-SKIP(WS-REV-COUNT) TO TRUE
           END-IF.
       H177-END. EXIT.

      * THE FIRST LEG ON THE KEYED ACCOUNT IS THE ORIGINAL POSTING
      * AND THE AMOUNT KEYED ON THE REVERSAL MUST BE ITS PRINCIPAL;
      * A LATER FUNCTION 5 LEG ON IT IS THE FEE, AND FOR A TRANSFER
      * A FUNCTION 10 LEG ON ANOTHER ACCOUNT IS THE CREDIT LEG. LEGS
      * FROM A DIFFERENT OPERATOR SHARE THE SEQUENCE BY CHANCE ONLY
      * AND ARE LEFT ALONE.
       H178-CHECK-REVERSAL-LEGS.
           MOVE 0 TO WS-REV-ANCHOR-IX.
           MOVE 1 TO WS-REV-IX.
           PERFORM UNTIL WS-REV-IX > WS-REV-COUNT
                      OR WS-REV-ANCHOR-IX > 0
             IF WS-REVT-ID(WS-REV-IX) = WS-REV-ANCHOR-ID
                AND WS-REVT-DVZ(WS-REV-IX) = WS-REV-ANCHOR-DVZ
               MOVE WS-REV-IX TO WS-REV-ANCHOR-IX
             ELSE
               ADD 1 TO WS-REV-IX
             END-IF
           END-PERFORM.
           MOVE 0 TO WS-REV-ANCHOR-AMT.
           IF WS-REV-ANCHOR-IX > 0
             IF WS-REVT-MOVE(WS-REV-ANCHOR-IX) < 0
               COMPUTE WS-REV-ANCHOR-AMT =
                       0 - WS-REVT-MOVE(WS-REV-ANCHOR-IX)
             ELSE
               MOVE WS-REVT-MOVE(WS-REV-ANCHOR-IX) TO WS-REV-ANCHOR-AMT
             END-IF
           END-IF.
           IF WS-REV-ANCHOR-IX = 0
             MOVE 'ORIGINAL ITEM NOT FOUND - REVERSAL REJECTED.'
      -        TO LS-SUB-COMM
             MOVE 0 TO WS-REV-OK
           ELSE
            IF WS-REV-DONE = 1
             MOVE 'ITEM ALREADY REVERSED - REVERSAL REJECTED.'
      -        TO LS-SUB-COMM
             MOVE 0 TO WS-REV-OK
            ELSE
            IF LS-SUB-AMOUNT NOT NUMERIC
               OR LS-SUB-AMOUNT NOT = WS-REV-ANCHOR-AMT
             MOVE 'AMOUNT NOT AS ORIGINAL - REVERSAL REJECTED.'
      -        TO LS-SUB-COMM
             MOVE 0 TO WS-REV-OK
            ELSE
             SET WS-REVT-PRINCIPAL(WS-REV-ANCHOR-IX) TO TRUE
             MOVE WS-REV-ANCHOR-IX TO WS-REV-IX
             ADD 1 TO WS-REV-IX
             PERFORM UNTIL WS-REV-IX > WS-REV-COUNT
               IF WS-REVT-OPER(WS-REV-IX) =
                  WS-REVT-OPER(WS-REV-ANCHOR-IX)
                IF WS-REVT-ID(WS-REV-IX) = WS-REV-ANCHOR-ID
                   AND WS-REVT-DVZ(WS-REV-IX) = WS-REV-ANCHOR-DVZ
                 IF WS-REVT-FUNC(WS-REV-IX) = 5
                   SET WS-REVT-FEE(WS-REV-IX) TO TRUE
                 END-IF
                END-IF
               END-IF
               ADD 1 TO WS-REV-IX
             END-PERFORM
             IF WS-REVT-FUNC(WS-REV-ANCHOR-IX) = 10
              MOVE 1 TO WS-REV-IX
              PERFORM UNTIL WS-REV-IX > WS-REV-COUNT
                IF WS-REVT-OPER(WS-REV-IX) =
                   WS-REVT-OPER(WS-REV-ANCHOR-IX)
                   AND WS-REVT-FUNC(WS-REV-IX) = 10
                   AND (WS-REVT-ID(WS-REV-IX) NOT = WS-REV-ANCHOR-ID
                    OR WS-REVT-DVZ(WS-REV-IX) NOT = WS-REV-ANCHOR-DVZ)
                  SET WS-REVT-COUNTER(WS-REV-IX) TO TRUE
                END-IF
                ADD 1 TO WS-REV-IX
              END-PERFORM
             END-IF
             MOVE 1 TO WS-REV-IX
             PERFORM UNTIL WS-REV-IX > WS-REV-COUNT
                        OR WS-REV-OK = 0
               IF NOT WS-REVT-SKIP(WS-REV-IX)
                  AND WS-REVT-MOVE(WS-REV-IX) NOT = 0
                 PERFORM H182-READ-LEG-ACCT
                 IF WS-READ-VALID = 0
                   MOVE 'LEG ACCOUNT NOT FOUND - REVERSAL REJECTED.'
      -              TO LS-SUB-COMM
                   MOVE 0 TO WS-REV-OK
                 ELSE
                   PERFORM H193-CHECK-STATUS
                   IF WS-STATUS-OK = 0
                     MOVE 0 TO WS-REV-OK
                   ELSE
                    PERFORM H183-SUM-HOLDS
                    IF WS-REVT-MOVE(WS-REV-IX) > WS-AVAIL-BAL
                     MOVE 'INSUFFICIENT FUNDS - REVERSAL REJECTED.'
      -                TO LS-SUB-COMM
                     MOVE 0 TO WS-REV-OK
                    END-IF
                   END-IF
                 END-IF
               END-IF
               ADD 1 TO WS-REV-IX
             END-PERFORM
            END-IF
            END-IF
           END-IF.
       H178-END. EXIT.

       H179-POST-REVERSAL-LEGS.
           MOVE 0 TO WS-REV-PRINCIPAL.
           MOVE 0 TO WS-REV-CNV.
           MOVE 0 TO WS-REV-FEE.
           MOVE SPACES TO WS-SAVE-NAME-TO.
           MOVE SPACES TO WS-SAVE-SURNAME-TO.
           PERFORM H180-GET-TODAY-JULIAN.
           MOVE 1 TO WS-REV-IX.
           PERFORM UNTIL WS-REV-IX > WS-REV-COUNT
             IF NOT WS-REVT-SKIP(WS-REV-IX)
                AND WS-REVT-MOVE(WS-REV-IX) NOT = 0
               PERFORM H181-POST-REVERSAL-LEG
             END-IF
             ADD 1 TO WS-REV-IX
           END-PERFORM.
           MOVE WS-REV-ANCHOR-IX TO WS-REV-IX.
           PERFORM H182-READ-LEG-ACCT.
           MOVE IDX-NAME TO LS-SUB-NAME-FROM.
           MOVE IDX-SURNAME TO LS-SUB-SURNAME-FROM.
           MOVE WS-SAVE-NAME-TO TO LS-SUB-NAME-TO.
           MOVE WS-SAVE-SURNAME-TO TO LS-SUB-SURNAME-TO.
           MOVE IDX-BALANCE TO LS-SUB-BALANCE.
           PERFORM H235-CONVERT-DATE.
           MOVE WS-GREG-DATE TO LS-SUB-DATE.
           MOVE WS-REV-PRINCIPAL TO LS-SUB-AMOUNT.
           MOVE WS-REV-CNV TO LS-SUB-AMOUNT-2.
           MOVE WS-REV-FEE TO LS-SUB-REV-FEE.
           MOVE ST-IDX-FILE TO LS-SUB-RC.
           MOVE 'REVERSAL POSTED - ALL LEGS COMPLETED.' TO LS-SUB-COMM.
       H179-END. EXIT.

       H181-POST-REVERSAL-LEG.
           PERFORM H182-READ-LEG-ACCT.
           IF WS-READ-VALID = 1
             SUBTRACT WS-REVT-MOVE(WS-REV-IX) FROM IDX-BALANCE
             MOVE WS-TODAY-JULIAN TO IDX-LAST-ACT-DATE
             REWRITE IDX-REC
             IF WS-REVT-MOVE(WS-REV-IX) < 0
               COMPUTE WS-REV-AMT = 0 - WS-REVT-MOVE(WS-REV-IX)
             ELSE
               MOVE WS-REVT-MOVE(WS-REV-IX) TO WS-REV-AMT
             END-IF
             MOVE WS-REV-AMT TO LS-SUB-AMOUNT
             MOVE WS-REVT-FUNC(WS-REV-IX) TO WS-REV-LEG-FUNC
             MOVE 'R' TO WS-JRN-ACTION
             PERFORM H191-WRITE-JOURNAL
             EVALUATE TRUE
               WHEN WS-REVT-PRINCIPAL(WS-REV-IX)
                 ADD WS-REV-AMT TO WS-REV-PRINCIPAL
               WHEN WS-REVT-FEE(WS-REV-IX)
                 ADD WS-REV-AMT TO WS-REV-FEE
               WHEN WS-REVT-COUNTER(WS-REV-IX)
                 ADD WS-REV-AMT TO WS-REV-CNV
                 MOVE IDX-NAME TO WS-SAVE-NAME-TO
                 MOVE IDX-SURNAME TO WS-SAVE-SURNAME-TO
             END-EVALUATE
           END-IF.
       H181-END. EXIT.

       H182-READ-LEG-ACCT.
           COMPUTE WS-READ-VALID = 0.
           MOVE WS-REVT-ID(WS-REV-IX) TO IDX-ID.
           MOVE WS-REVT-DVZ(WS-REV-IX) TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
             PERFORM H220-INVALIDKEY
           NOT INVALID KEY
             MOVE IDX-REC TO WS-BEFORE-IMAGE
             COMPUTE WS-READ-VALID = 1
           END-READ.
       H182-END. EXIT.

      * AVAILABLE BALANCE IS THE LEDGER BALANCE PLUS THE OVERDRAFT
      * LIMIT LESS EVERY ACTIVE, UNEXPIRED HOLD ON THE ACCOUNT IN
      * IDX-REC. A HOLD STAYS IN FORCE THROUGH ITS EXPIRY DATE; ZERO
      * MEANS NO EXPIRY. WITHOUT THE HOLD MASTER NOTHING IS HELD.
       H183-SUM-HOLDS.
           MOVE 0 TO WS-HELD-AMT.
           PERFORM H184-OPEN-HOLD-MASTER.
           IF WS-HLD-AVAIL = 1
             IF LS-SUB-BIZ-DATE IS NUMERIC AND LS-SUB-BIZ-DATE NOT = 0
               MOVE LS-SUB-BIZ-DATE TO WS-HLD-DATE
             ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HLD-DATE
             END-IF
             MOVE IDX-ID TO HLD-ID
             MOVE IDX-DVZ TO HLD-DVZ
             MOVE 0 TO HLD-NO
             MOVE 1 TO WS-HLD-MORE
             START HLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                 MOVE 0 TO WS-HLD-MORE
             END-START
             PERFORM UNTIL WS-HLD-MORE = 0
               READ HLD-FILE NEXT RECORD
                 AT END
                   MOVE 0 TO WS-HLD-MORE
                 NOT AT END
                   IF HLD-ID NOT = IDX-ID OR HLD-DVZ NOT = IDX-DVZ
                     MOVE 0 TO WS-HLD-MORE
                   ELSE
                     IF HLD-STATUS-ACTIVE
                        AND (HLD-EXPIRY = 0
                             OR HLD-EXPIRY NOT < WS-HLD-DATE)
                       ADD HLD-AMOUNT TO WS-HELD-AMT
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF.
           COMPUTE WS-AVAIL-BAL =
             IDX-BALANCE + IDX-OVERDRAFT-LIMIT - WS-HELD-AMT.
       H183-END. EXIT.

       H184-OPEN-HOLD-MASTER.
           IF WS-HLD-TRIED = 0
             MOVE 1 TO WS-HLD-TRIED
             OPEN INPUT HLD-FILE
             IF HLD-SUCCESS
               MOVE 1 TO WS-HLD-AVAIL
             ELSE
               DISPLAY 'HOLD MASTER NOT AVAILABLE - NO FUNDS HELD'
             END-IF
           END-IF.
       H184-END. EXIT.

       H180-GET-TODAY-JULIAN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-GREG
           COMPUTE WS-TODAY-INT =
             MOVE WS-JRN-AMT-2 TO JRN-AMOUNT-2
             MOVE LS-SUB-OPER TO JRN-OPERATOR
             MOVE LS-SUB-OPER-2 TO JRN-OPERATOR-2
             IF LS-FUNC-REVERSE
               MOVE LS-SUB-REV-DATE TO JRN-REV-DATE
               MOVE LS-SUB-REV-SEQ TO JRN-REV-SEQ
               MOVE WS-REV-LEG-FUNC TO JRN-REV-FUNC
             ELSE
               MOVE ZEROS TO JRN-REV-LINK
             END-IF
             WRITE JRN-REC
           END-IF.
       H191-END. EXIT.
             MOVE 0 TO WS-CST-AVAIL
             MOVE 0 TO WS-CST-TRIED
           END-IF.
           IF WS-HLD-AVAIL = 1
             CLOSE HLD-FILE
             MOVE 0 TO WS-HLD-AVAIL
           END-IF.
           MOVE 0 TO WS-HLD-TRIED.
           MOVE ST-IDX-FILE TO LS-SUB-RC.
           SET WS-MODE-NONE TO TRUE.
           MOVE 0 TO WS-OPEN-VALID.
