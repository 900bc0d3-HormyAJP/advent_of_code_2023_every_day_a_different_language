       ADD 1 TO WS-TOTAL-REJECTED.
       MOVE WS-VENDOR2-LINE TO WS-REJECT-CARD-LINE.
       MOVE SPACE TO WS-REJECT-SEPARATOR.
       MOVE SPACE TO WS-REJECT-SEP-2.
       MOVE SPACES TO WS-REJECT-PROMO-CODE.
       WRITE WS-REJECT-RECORD.
       DISPLAY "REJECTED VENDOR RECORD " WS-TOTAL-RECORDS-IN
           " REASON: " WS-REJECT-REASON-CODE.
