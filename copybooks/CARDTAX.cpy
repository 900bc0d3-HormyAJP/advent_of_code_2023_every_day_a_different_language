      *> Shared prize-tax parameter-deck loader, used by AOC_D4PAY
      *> (to withhold from and hold reportable prizes) and AOC_D4TAX
      *> (to build the year-end information returns). One
      *> KEYWORD=VALUE per card, same shape as the SYSIN decks:
      *>   REPORTABLE=600.00     prize at or above this needs the
      *>                         winner's identity and is reported
      *>   WITHHOLDING=5000.00   prize above this has tax withheld
      *>   RATE=24.00            withholding percentage
      *>   PAYERTIN=123456789    our own EIN, for the returns
      *>   PAYERNAME=<name>      our name as filed, up to 40
      *> Blank lines and "*"-comment lines are allowed so the tax
      *> desk can note where each figure came from. Each program
      *> supplies its own SELECT TAX-PARM-FILE (ASSIGN TO CARDTAXP,
      *> record WS-TAX-PARM-LINE PIC X(80)); the fields live in
      *> CARDTAXW.cpy. Every keyword is required and nothing is
      *> defaulted: a missing deck, a card that doesn't parse, or a
      *> withholding threshold below the reportable one fails the
      *> step up front (RC=16 before any data record is touched) -
      *> paying prizes without withholding, or withholding at a guess,
      *> is not something a rerun can undo.
       LOAD-TAX-PARAMETERS.
           OPEN INPUT TAX-PARM-FILE.
           IF WS-TAX-PARM-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN TAX-PARM-FILE, STATUS "
                   WS-TAX-PARM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TAX-PARM-EOF = 'YES'
               READ TAX-PARM-FILE
               AT END
                   MOVE 'YES' TO WS-TAX-PARM-EOF
               NOT AT END
                   PERFORM LOAD-ONE-TAX-CARD
               END-READ
           END-PERFORM.
           CLOSE TAX-PARM-FILE.
           MOVE 'NO' TO WS-TAX-PARM-EOF.
           IF WS-TAX-REPORTABLE-SET = 'NO'
           OR WS-TAX-WITHHOLD-SET = 'NO'
           OR WS-TAX-RATE-SET = 'NO'
           OR WS-TAX-PAYER-TIN-SET = 'NO'
           OR WS-TAX-PAYER-NAME-SET = 'NO'
               DISPLAY "TAX PARAMETER DECK INCOMPLETE - REPORTABLE, "
                   "WITHHOLDING, RATE, PAYERTIN AND PAYERNAME ARE "
                   "ALL REQUIRED"
               MOVE 'YES' TO WS-TAX-PARM-ERROR
           END-IF.
      *> Withholding applies only to prizes that are also
      *> reportable, so the payout step never withholds from a
      *> winner it has no TIN for.
           IF WS-TAX-WITHHOLD-SET = 'YES'
           AND WS-TAX-REPORTABLE-SET = 'YES'
           AND WS-TAX-WITHHOLD-LIMIT < WS-TAX-REPORTABLE-LIMIT
               DISPLAY "TAX WITHHOLDING THRESHOLD IS BELOW THE "
                   "REPORTABLE THRESHOLD"
               MOVE 'YES' TO WS-TAX-PARM-ERROR
           END-IF.
           IF WS-TAX-PARM-ERROR = 'YES'
               DISPLAY "FATAL: TAX PARAMETER DECK (CARDTAXP) REJECTED "
                   "- FIX THE CARD(S) ABOVE AND RESUBMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TAX-REPORTABLE-LIMIT TO WS-TAX-EDIT-AMOUNT.
           DISPLAY "TAX: REPORTABLE AT OR ABOVE " WS-TAX-EDIT-AMOUNT.
           MOVE WS-TAX-WITHHOLD-LIMIT TO WS-TAX-EDIT-AMOUNT.
           MOVE WS-TAX-WITHHOLD-PCT TO WS-TAX-EDIT-PCT.
           DISPLAY "TAX: WITHHOLDING " WS-TAX-EDIT-PCT
               " PCT ABOVE " WS-TAX-EDIT-AMOUNT.

       LOAD-ONE-TAX-CARD.
           IF WS-TAX-PARM-LINE = SPACES
           OR WS-TAX-PARM-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TAX-KEYWORD.
           MOVE SPACES TO WS-TAX-VALUE.
           UNSTRING WS-TAX-PARM-LINE DELIMITED BY "="
               INTO WS-TAX-KEYWORD WS-TAX-VALUE
           END-UNSTRING.
           IF WS-TAX-VALUE = SPACES
               DISPLAY "TAX CARD IS NOT KEYWORD=VALUE: "
                   WS-TAX-PARM-LINE
               MOVE 'YES' TO WS-TAX-PARM-ERROR
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-TAX-KEYWORD
               WHEN "REPORTABLE"
               WHEN "WITHHOLDING"
               WHEN "RATE"
                   PERFORM APPLY-TAX-AMOUNT-CARD
               WHEN "PAYERTIN"
                   IF WS-TAX-VALUE(10:41) NOT = SPACES
                   OR WS-TAX-VALUE(1:9) IS NOT NUMERIC
                   OR WS-TAX-VALUE(1:9) = ZERO
                       DISPLAY "TAX PAYERTIN MUST BE NINE DIGITS: "
                           WS-TAX-PARM-LINE
                       MOVE 'YES' TO WS-TAX-PARM-ERROR
                   ELSE
                       MOVE WS-TAX-VALUE(1:9) TO WS-TAX-PAYER-TIN
                       MOVE 'YES' TO WS-TAX-PAYER-TIN-SET
                   END-IF
               WHEN "PAYERNAME"
                   IF WS-TAX-VALUE(41:10) NOT = SPACES
                       DISPLAY "TAX PAYERNAME LONGER THAN 40: "
                           WS-TAX-PARM-LINE
                       MOVE 'YES' TO WS-TAX-PARM-ERROR
                   ELSE
                       MOVE WS-TAX-VALUE TO WS-TAX-PAYER-NAME
                       MOVE 'YES' TO WS-TAX-PAYER-NAME-SET
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN TAX PARAMETER KEYWORD: "
                       WS-TAX-PARM-LINE
                   MOVE 'YES' TO WS-TAX-PARM-ERROR
           END-EVALUATE.

       APPLY-TAX-AMOUNT-CARD.
      *> Dollar thresholds up to 9999999.99; the rate is a
      *> percentage strictly between 0 and 100.
           IF FUNCTION TEST-NUMVAL(WS-TAX-VALUE) NOT = 0
               DISPLAY "TAX AMOUNT UNREADABLE: " WS-TAX-PARM-LINE
               MOVE 'YES' TO WS-TAX-PARM-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-TAX-VALUE) TO WS-TAX-AMOUNT-WORK.
           EVALUATE WS-TAX-KEYWORD
               WHEN "REPORTABLE"
                   IF WS-TAX-AMOUNT-WORK NOT > ZERO
                   OR WS-TAX-AMOUNT-WORK > 9999999.99
                       DISPLAY "TAX REPORTABLE OUT OF RANGE: "
                           WS-TAX-PARM-LINE
                       MOVE 'YES' TO WS-TAX-PARM-ERROR
                   ELSE
                       MOVE WS-TAX-AMOUNT-WORK
                           TO WS-TAX-REPORTABLE-LIMIT
                       MOVE 'YES' TO WS-TAX-REPORTABLE-SET
                   END-IF
               WHEN "WITHHOLDING"
                   IF WS-TAX-AMOUNT-WORK NOT > ZERO
                   OR WS-TAX-AMOUNT-WORK > 9999999.99
                       DISPLAY "TAX WITHHOLDING OUT OF RANGE: "
                           WS-TAX-PARM-LINE
                       MOVE 'YES' TO WS-TAX-PARM-ERROR
                   ELSE
                       MOVE WS-TAX-AMOUNT-WORK
                           TO WS-TAX-WITHHOLD-LIMIT
                       MOVE 'YES' TO WS-TAX-WITHHOLD-SET
                   END-IF
               WHEN OTHER
                   IF WS-TAX-AMOUNT-WORK NOT > ZERO
                   OR WS-TAX-AMOUNT-WORK NOT < 100
                       DISPLAY "TAX RATE OUT OF RANGE: "
                           WS-TAX-PARM-LINE
                       MOVE 'YES' TO WS-TAX-PARM-ERROR
                   ELSE
                       MOVE WS-TAX-AMOUNT-WORK TO WS-TAX-WITHHOLD-PCT
                       MOVE 'YES' TO WS-TAX-RATE-SET
                   END-IF
           END-EVALUATE.
