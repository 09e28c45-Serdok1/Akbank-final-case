       H200-CONTROL-JRN-REC.
           MOVE SPACES TO WS-DISPOSITION.
           MOVE SPACES TO WS-REASON.
           IF WS-BACK-MODE = 1 AND WS-CNT-READ = 1
             PERFORM H205-CHECK-JOURNAL-START
           END-IF.
           IF WS-BACK-MODE = 1
             PERFORM H300-BACKOUT-REC
           ELSE
           PERFORM H400-WRITE-REPORT-LINE.
       H200-END. EXIT.

      * THE LIVE JOURNAL ONLY GOES BACK TO THE LAST ARCHIVE CUTOFF.
      * IF IT STARTS AFTER THE ROLLBACK CUTOFF, THE FIRST POST-CUTOFF
      * ENTRY FOR AN ACCOUNT MAY BE IN THE ARCHIVE GENERATION, SO THE
      * ROLLBACK IS REFUSED BEFORE ANY ACCOUNT IS TOUCHED.
       H205-CHECK-JOURNAL-START.
           MOVE JRN-RUN-DATE TO WS-JRN-STAMP(1:8).
           MOVE JRN-RUN-TIME TO WS-JRN-STAMP(9:6).
           IF WS-JRN-STAMP > WS-CUTOFF-STAMP
             DISPLAY 'JOURNAL STARTS AT ' WS-JRN-STAMP
               ' AFTER ROLLBACK CUTOFF - ROLLBACK REFUSED'
             MOVE 8 TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           END-IF.
       H205-END. EXIT.

       H210-REPLAY-FORWARD.
           EVALUATE TRUE
             WHEN JRN-ACTION-WRITE
