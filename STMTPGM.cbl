                             STATUS ST-OUT-FILE.
           SELECT STM-FILE ASSIGN TO STMFILE
                             STATUS ST-STM-FILE.
           SELECT HST-FILE ASSIGN TO HSTFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY HST-KEY
                             STATUS ST-HST-FILE.
           SELECT SRT-FILE ASSIGN TO SRTWK01.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE RECORDING MODE F
                     RECORD CONTAINS 395 CHARACTERS.
           COPY OUTREC.
       FD  HST-FILE.
           COPY HSTREC.
       SD  SRT-FILE.
         01  SRT-REC.
           05 SRT-ID                PIC 9(05).
           05 SRT-DVZ               PIC 9(03).
           05 SRT-DATE              PIC 9(08).
           05 SRT-TIME              PIC 9(06).
           05 SRT-DATA              PIC X(395).
       FD  STM-FILE RECORDING MODE F
                     RECORD CONTAINS 132 CHARACTERS.
         01  STM-HDR-REC.
           05 STM-HDR-NAME          PIC X(15).
           05 STM-HDR-SURN-HDR      PIC X(10).
           05 STM-HDR-SURN          PIC X(15).
           05 STM-HDR-PRD-HDR       PIC X(09).
           05 STM-HDR-FROM          PIC 9(08).
           05 STM-HDR-PRD-SEP       PIC X(01).
           05 STM-HDR-TO            PIC 9(08).
           05 FILLER                PIC X(23).
         01  STM-ACT-REC.
           05 STM-ACT-DATE-HDR      PIC X(06).
           05 STM-ACT-DATE          PIC 9(08).
              88 OUT-SUCCESS                   VALUE 00 97.
           05 ST-STM-FILE           PIC 9(02).
              88 STM-SUCCESS                   VALUE 00 97.
           05 ST-HST-FILE           PIC 9(02).
              88 HST-FILE-EOF                  VALUE 10.
              88 HST-SUCCESS                   VALUE 00 97.
           05 WS-STM-OPEN           PIC 9(01)  VALUE 0.
           05 WS-HST-OPEN           PIC 9(01)  VALUE 0.
           05 WS-SORT-EOF           PIC 9(01)  VALUE 0.
           05 WS-REQ-PARM           PIC X(30).
           05 WS-PARM-TOK1          PIC X(08).
           05 WS-PARM-TOK2          PIC X(08).
           05 WS-PARM-TOK3          PIC X(08).
           05 WS-REQ-ID             PIC 9(05)  VALUE 0.
           05 WS-FROM-DATE          PIC 9(08)  VALUE 0.
           05 WS-TO-DATE            PIC 9(08)  VALUE 99999999.
           05 WS-PERIOD-GIVEN       PIC 9(01)  VALUE 0.
           05 WS-CUR-ID             PIC 9(05).
           05 WS-CUR-DVZ            PIC 9(03).
           05 WS-GROUP-OPEN         PIC 9(01)  VALUE 0.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

      * THE PARM IS THE ACCOUNT ID (0 OR BLANK FOR ALL ACCOUNTS),
      * OPTIONALLY FOLLOWED BY A YYYYMMDD FROM AND TO DATE SO THAT A
      * STATEMENT CAN BE PRODUCED FOR ANY PAST PERIOD.
       H050-GET-REQ-ID.
           ACCEPT WS-REQ-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-TOK1.
           MOVE SPACES TO WS-PARM-TOK2.
           MOVE SPACES TO WS-PARM-TOK3.
           UNSTRING WS-REQ-PARM DELIMITED BY ALL SPACE
             INTO WS-PARM-TOK1 WS-PARM-TOK2 WS-PARM-TOK3.
           IF WS-PARM-TOK1 NOT = SPACES
             AND FUNCTION TEST-NUMVAL(WS-PARM-TOK1) = 0
             COMPUTE WS-REQ-ID = FUNCTION NUMVAL(WS-PARM-TOK1)
           END-IF.
           IF WS-PARM-TOK2 NOT = SPACES
             MOVE 1 TO WS-PERIOD-GIVEN
             IF WS-PARM-TOK2 NUMERIC
               MOVE WS-PARM-TOK2 TO WS-FROM-DATE
             END-IF
             IF WS-PARM-TOK3 = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
             ELSE
               IF WS-PARM-TOK3 NUMERIC
                 MOVE WS-PARM-TOK3 TO WS-TO-DATE
               END-IF
             END-IF
             IF WS-PARM-TOK2 NOT NUMERIC
                OR FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
                OR (WS-PARM-TOK3 NOT = SPACES
                    AND WS-PARM-TOK3 NOT NUMERIC)
                OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
                OR WS-TO-DATE < WS-FROM-DATE
               DISPLAY 'INVALID STATEMENT PERIOD: ' WS-PARM-TOK2
                 ' ' WS-PARM-TOK3
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
       H050-END. EXIT.

           ELSE
             MOVE 1 TO WS-STM-OPEN
           END-IF.
           OPEN INPUT HST-FILE.
           IF HST-SUCCESS
             MOVE 1 TO WS-HST-OPEN
           ELSE
             DISPLAY 'ACTIVITY HISTORY NOT AVAILABLE - LIVE ACTIVITY '
      -        'ONLY'
           END-IF.
       H100-END. EXIT.

      * ARCHIVED ACTIVITY COMES FROM THE INDEXED HISTORY AND THE
      * CURRENT PERIOD FROM THE LIVE OUT-FILE; THE SORT MERGES THEM.
       H200-SELECT-INPUT.
           IF WS-HST-OPEN = 1
             PERFORM H220-SELECT-HISTORY
           END-IF.
           PERFORM UNTIL OUT-FILE-EOF
             READ OUT-FILE
               AT END

       H210-RELEASE-REC.
           IF REC-ID-HEADER = 'ID: '
              AND REC-RUN-DATE NOT < WS-FROM-DATE
              AND REC-RUN-DATE NOT > WS-TO-DATE
            IF WS-REQ-ID = 0 OR REC-ID-O = WS-REQ-ID
             MOVE REC-ID-O TO SRT-ID
             MOVE REC-DVZ-O TO SRT-DVZ
           END-IF.
       H210-END. EXIT.

      * FOR A SINGLE ACCOUNT THE HISTORY IS READ BY KEY FROM THE FIRST
      * ENTRY FOR THAT ID; OTHERWISE IT IS READ FROM THE START. ONLY
      * STATEMENT ACTIVITY IS TAKEN, NOT THE JOURNAL ENTRIES.
       H220-SELECT-HISTORY.
           IF WS-REQ-ID > 0
             MOVE WS-REQ-ID TO HST-ID
             MOVE 0 TO HST-DVZ
             MOVE 0 TO HST-DATE
             MOVE 0 TO HST-TIME
             MOVE SPACE TO HST-TYPE
             MOVE 0 TO HST-SEQ
             START HST-FILE KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                 SET HST-FILE-EOF TO TRUE
             END-START
           END-IF.
           PERFORM UNTIL HST-FILE-EOF
             READ HST-FILE NEXT RECORD
               AT END
                 SET HST-FILE-EOF TO TRUE
               NOT AT END
                 IF WS-REQ-ID > 0 AND HST-ID > WS-REQ-ID
                   SET HST-FILE-EOF TO TRUE
                 ELSE
                   IF HST-TYPE-ACTIVITY
                     MOVE HST-DATA TO OUT-REC
                     PERFORM H210-RELEASE-REC
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       H220-END. EXIT.

       H300-FORMAT-STMTS.
           MOVE 0 TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 1
           MOVE WK-REC-NAME-FROM-O TO STM-HDR-NAME.
           MOVE ' SURNAME: ' TO STM-HDR-SURN-HDR.
           MOVE WK-REC-SURNAME-FROM-O TO STM-HDR-SURN.
           IF WS-PERIOD-GIVEN = 1
             MOVE ' PERIOD: ' TO STM-HDR-PRD-HDR
             MOVE WS-FROM-DATE TO STM-HDR-FROM
             MOVE '-' TO STM-HDR-PRD-SEP
             MOVE WS-TO-DATE TO STM-HDR-TO
           END-IF.
           WRITE STM-HDR-REC.
       H320-END. EXIT.


       H999-PROGRAM-EXIT.
           CLOSE OUT-FILE.
           IF WS-HST-OPEN = 1
             CLOSE HST-FILE
           END-IF.
           IF WS-STM-OPEN = 1
             CLOSE STM-FILE
           END-IF.
