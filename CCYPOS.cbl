                             ACCESS SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX-FILE.
           SELECT TDM-FILE ASSIGN TO TDMFILE
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY TDM-KEY
                             STATUS ST-TDM-FILE.
           SELECT FXR-FILE ASSIGN TO FXRFILE
                             STATUS ST-FXR-FILE.
           SELECT DVZ-FILE ASSIGN TO DVZFILE
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  TDM-FILE.
           COPY TDMREC.
       FD  FXR-FILE RECORDING MODE F
                     RECORD CONTAINS 24 CHARACTERS.
         01  FXR-REC.
           05 RPT-RATE-O            PIC 9(07).9(06).
           05 RPT-EQV-HDR           PIC X(13).
           05 RPT-EQV-O             PIC S9(15) SIGN LEADING SEPARATE.
           05 RPT-TD-HDR            PIC X(05).
           05 RPT-TD-CNT-O          PIC 9(05).
           05 FILLER                PIC X(06).
         01  RPT-TRAILER-REC.
           05 RPT-GT-TITLE          PIC X(30).
           05 RPT-GT-CCY-HDR        PIC X(13).
           05 RPT-GT-ACCT-CNT       PIC 9(07).
           05 RPT-GT-EQV-HDR        PIC X(13).
           05 RPT-GT-EQV-O          PIC S9(15) SIGN LEADING SEPARATE.
           05 RPT-GT-TD-HDR         PIC X(11).
           05 RPT-GT-TD-CNT         PIC 9(07).
           05 FILLER                PIC X(07).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX-FILE           PIC 9(02).
              88 IDX-FILE-EOF                  VALUE 10.
              88 IDX-SUCCESS                   VALUE 00 97.
           05 ST-TDM-FILE           PIC 9(02).
              88 TDM-FILE-EOF                  VALUE 10.
              88 TDM-SUCCESS                   VALUE 00 97.
           05 ST-FXR-FILE           PIC 9(02).
              88 FXR-FILE-EOF                  VALUE 10.
              88 FXR-SUCCESS                   VALUE 00 97.
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                   VALUE 00 97.
           05 WS-RPT-OPEN           PIC 9(01)  VALUE 0.
           05 WS-TDM-OPEN           PIC 9(01)  VALUE 0.
           05 WS-POS-LOOKUP         PIC 9(03).
           05 WS-POS-IX             PIC 9(03)  COMP.
           05 WS-FX-IX              PIC 9(03)  COMP.
           05 WS-DVZ-IX             PIC 9(03)  COMP.
           05 WS-EQUIV              PIC S9(15).
           05 WS-GRAND-EQUIV        PIC S9(15) VALUE 0.
           05 WS-GRAND-ACCTS        PIC 9(07)  VALUE 0.
           05 WS-GRAND-DEPS         PIC 9(07)  VALUE 0.
           05 WS-RUN-DATE           PIC 9(08)  VALUE 0.
           05 WS-STALE-COUNT        PIC 9(03)  VALUE 0.
         01  WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 200 TIMES.
              10 WS-POS-DVZ         PIC 9(03).
              10 WS-POS-CNT         PIC 9(05).
              10 WS-POS-TD-CNT      PIC 9(05).
              10 WS-POS-BAL         PIC S9(15) COMP-3.
         01  WS-FX-TABLE.
           05 WS-FX-COUNT           PIC 9(03)  COMP VALUE 0.
                 PERFORM H200-ADD-POSITION
             END-READ
           END-PERFORM.
           IF WS-TDM-OPEN = 1
             PERFORM UNTIL TDM-FILE-EOF
               READ TDM-FILE NEXT RECORD
                 AT END
                   SET TDM-FILE-EOF TO TRUE
                 NOT AT END
                   PERFORM H210-ADD-DEPOSIT
               END-READ
             END-PERFORM
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

             DISPLAY "UNABLE TO OPEN IDX-FILE"
             PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT TDM-FILE.
           IF TDM-SUCCESS
             MOVE 1 TO WS-TDM-OPEN
           ELSE
             DISPLAY 'TERM DEPOSIT MASTER NOT AVAILABLE - DEPOSITS '
      -        'NOT INCLUDED'
           END-IF.
           OPEN INPUT FXR-FILE.
           IF NOT FXR-SUCCESS
             DISPLAY "UNABLE TO OPEN FXR-FILE"
       H120-END. EXIT.

       H200-ADD-POSITION.
           MOVE IDX-DVZ TO WS-POS-LOOKUP.
           PERFORM H205-FIND-POSITION.
           IF WS-POS-IX NOT > WS-POS-COUNT
             ADD 1 TO WS-POS-CNT(WS-POS-IX)
             ADD IDX-BALANCE TO WS-POS-BAL(WS-POS-IX)
           END-IF.
       H200-END. EXIT.

       H205-FIND-POSITION.
           MOVE 0 TO WS-FOUND.
           MOVE 1 TO WS-POS-IX.
           PERFORM UNTIL WS-POS-IX > WS-POS-COUNT
                      OR WS-FOUND = 1
             IF WS-POS-DVZ(WS-POS-IX) = WS-POS-LOOKUP
               MOVE 1 TO WS-FOUND
             ELSE
               ADD 1 TO WS-POS-IX
             IF WS-POS-COUNT < 200
               ADD 1 TO WS-POS-COUNT
               MOVE WS-POS-COUNT TO WS-POS-IX
               MOVE WS-POS-LOOKUP TO WS-POS-DVZ(WS-POS-IX)
               MOVE 0 TO WS-POS-CNT(WS-POS-IX)
               MOVE 0 TO WS-POS-TD-CNT(WS-POS-IX)
               MOVE 0 TO WS-POS-BAL(WS-POS-IX)
             END-IF
           END-IF.
       H205-END. EXIT.

      * TERM DEPOSIT PRINCIPAL HAS LEFT THE FUNDING ACCOUNT BUT IS
      * STILL HELD IN THE SAME DVZ, SO EVERY DEPOSIT NOT YET PAID OUT
      * IS ADDED TO THE POSITION.
       H210-ADD-DEPOSIT.
           IF TDM-STATUS-ACTIVE OR TDM-STATUS-BREAK-REQ
             MOVE TDM-DVZ TO WS-POS-LOOKUP
             PERFORM H205-FIND-POSITION
             IF WS-POS-IX NOT > WS-POS-COUNT
               ADD 1 TO WS-POS-TD-CNT(WS-POS-IX)
               ADD TDM-PRINCIPAL TO WS-POS-BAL(WS-POS-IX)
             END-IF
           END-IF.
       H210-END. EXIT.

       H300-WRITE-POSITIONS.
           MOVE 1 TO WS-POS-IX.
           END-IF.
           MOVE ' BASE EQUIV: ' TO RPT-EQV-HDR.
           MOVE WS-EQUIV TO RPT-EQV-O.
           MOVE ' TD: ' TO RPT-TD-HDR.
           MOVE WS-POS-TD-CNT(WS-POS-IX) TO RPT-TD-CNT-O.
           ADD WS-EQUIV TO WS-GRAND-EQUIV.
           ADD WS-POS-CNT(WS-POS-IX) TO WS-GRAND-ACCTS.
           ADD WS-POS-TD-CNT(WS-POS-IX) TO WS-GRAND-DEPS.
           WRITE RPT-REC.
       H310-END. EXIT.

           MOVE WS-GRAND-ACCTS TO RPT-GT-ACCT-CNT.
           MOVE ' BASE EQUIV: ' TO RPT-GT-EQV-HDR.
           MOVE WS-GRAND-EQUIV TO RPT-GT-EQV-O.
           MOVE ' DEPOSITS: ' TO RPT-GT-TD-HDR.
           MOVE WS-GRAND-DEPS TO RPT-GT-TD-CNT.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
             WRITE RPT-TRAILER-REC
           END-IF.
           CLOSE IDX-FILE.
           IF WS-TDM-OPEN = 1
             CLOSE TDM-FILE
           END-IF.
           CLOSE RPT-FILE.
           STOP RUN.
       H999-END. EXIT.
