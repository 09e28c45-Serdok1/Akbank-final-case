                             STATUS ST-RPT-FILE.
           SELECT DVZ-FILE ASSIGN TO DVZFILE
                             STATUS ST-DVZ-FILE.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                             STATUS ST-RCT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           05 RPT-TRLR-COUNT-HDR    PIC X(20).
           05 RPT-TRLR-COUNT-CNT    PIC 9(05).
           05 FILLER                PIC X(82).
       FD  RCT-FILE RECORDING MODE F.
           COPY RCTREC.

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
              88 DVZ-SUCCESS                   VALUE 00 97.
           05 WS-DVZ-FOUND          PIC 9(01).
           05 WS-DVZ-IX             PIC 9(03)  COMP.
           05 ST-RCT-FILE           PIC 9(02).
              88 RCT-FILE-EOF                  VALUE 10.
              88 RCT-SUCCESS                   VALUE 00 97.
           05 WS-BIZ-DATE           PIC 9(08)  VALUE 0.
         01  WS-DVZ-TABLE.
           05 WS-DVZ-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-DVZ-ENTRY OCCURS 200 TIMES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-GET-THRESHOLD.
           PERFORM H060-READ-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-DVZ.
           PERFORM H180-GET-TODAY-INT.
           END-IF.
       H050-END. EXIT.

      * AGES ARE MEASURED FROM THE BUSINESS DATE SO THAT A REPORT RUN
      * AFTER MIDNIGHT OR OVER A WEEKEND MEASURES THE SAME DAY AS THE
      * POSTING RUN.
       H060-READ-RUN-CONTROL.
           OPEN INPUT RCT-FILE.
           IF RCT-SUCCESS
            PERFORM UNTIL RCT-FILE-EOF
              READ RCT-FILE
                AT END
                  SET RCT-FILE-EOF TO TRUE
                NOT AT END
                  IF RCT-TYPE-BIZDATE
                    MOVE RCT-DATE TO WS-BIZ-DATE
                  END-IF
              END-READ
            END-PERFORM
            CLOSE RCT-FILE
           END-IF.
           IF WS-BIZ-DATE = 0
             DISPLAY 'RUN CONTROL NOT AVAILABLE - USING SYSTEM DATE'
           END-IF.
       H060-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           IF NOT IDX-SUCCESS
       H120-END. EXIT.

       H180-GET-TODAY-INT.
           IF WS-BIZ-DATE = 0
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-GREG
           ELSE
             MOVE WS-BIZ-DATE TO WS-TODAY-GREG
           END-IF.
           COMPUTE WS-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(WS-TODAY-GREG).
       H180-END. EXIT.
