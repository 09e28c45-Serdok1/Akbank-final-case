           05 WS-PRED-DONE          PIC 9(01)  VALUE 0.
           05 WS-JOB-DONE           PIC 9(01)  VALUE 0.
           05 WS-JOB-NAME           PIC X(08)  VALUE 'PURGEPGM'.
           05 WS-PRED-NAME          PIC X(08)  VALUE 'JRNVER'.
           05 WS-CPL-IX             PIC 9(03)  COMP.
         01  WS-CPL-TABLE.
           05 WS-CPL-COUNT          PIC 9(03)  COMP VALUE 0.
             MOVE 0 TO JRN-AMOUNT-2
             MOVE SPACES TO JRN-OPERATOR
             MOVE SPACES TO JRN-OPERATOR-2
             MOVE ZEROS TO JRN-REV-LINK
             WRITE JRN-REC
           END-IF.
       H220-END. EXIT.
