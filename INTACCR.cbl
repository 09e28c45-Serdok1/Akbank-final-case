             MOVE WS-TAX-AMT TO JRN-AMOUNT-2
             MOVE SPACES TO JRN-OPERATOR
             MOVE SPACES TO JRN-OPERATOR-2
             MOVE ZEROS TO JRN-REV-LINK
             WRITE JRN-REC
           END-IF.
       H240-END. EXIT.
