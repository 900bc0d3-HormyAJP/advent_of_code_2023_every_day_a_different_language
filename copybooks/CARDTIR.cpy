      *> Shared prize-tier parameter-deck loader, used by AOC_D4PAY
      *> (to price the day) and AOC_D4TCK (to vet the deck before the
      *> payout step runs). One tier per card:
      *>   [<promotion code>] <period start yyyymmdd> <period end>
      *>   <match lo> <match hi> <dollar amount, e.g. 25.00>
      *> The promotion code (up to 8 characters) matches the one on
      *> the deck's HDR for that game's batch; a card without one
      *> prices the STANDARD promotion, so a single-game deck from
      *> before promotions were named still loads unchanged.
      *> Blank lines and "*"-comment lines are allowed so the payout
      *> team can annotate the deck between promotion periods. Each
      *> program supplies its own SELECT TIER-PARM-FILE (ASSIGN TO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
          *> Clear the scratch fields first and demand five tokens,
          *> or six with the promotion code - UNSTRING leaves
          *> receiving fields beyond the last source token untouched,
          *> so without this a card missing its amount would silently
          *> inherit the PREVIOUS card's amount instead of failing
          *> validation. Same TALLYING trap CARDCHK.cpy documents for
          *> the colon split.
           MOVE SPACES TO WS-TIER-TOKEN-AREA.
           SET WS-TIER-FIELD-COUNT TO ZERO.
           UNSTRING WS-TIER-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-TIER-TOKEN(1) WS-TIER-TOKEN(2)
                   WS-TIER-TOKEN(3) WS-TIER-TOKEN(4)
                   WS-TIER-TOKEN(5) WS-TIER-TOKEN(6)
                   TALLYING IN WS-TIER-FIELD-COUNT
                   ON OVERFLOW
                       MOVE 'YES' TO WS-TIER-PARM-ERROR
               MOVE 'YES' TO WS-TIER-PARM-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-TIER-FIELD-COUNT = 6
               MOVE WS-TIER-TOKEN(1) TO WS-TIER-PROMO-TEXT
               MOVE 1 TO WS-TIER-TOKEN-BASE
           ELSE
               MOVE "STANDARD" TO WS-TIER-PROMO-TEXT
               MOVE ZERO TO WS-TIER-TOKEN-BASE
           END-IF.
           IF WS-TIER-PROMO-TEXT(9:4) NOT = SPACES
               DISPLAY "TIER CARD PROMOTION CODE LONGER THAN 8 "
                   "CHARACTERS: " WS-TIER-PARM-LINE
               MOVE 'YES' TO WS-TIER-PARM-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TIER-TOKEN(WS-TIER-TOKEN-BASE + 1)
               TO WS-TIER-START-TEXT.
           MOVE WS-TIER-TOKEN(WS-TIER-TOKEN-BASE + 2)
               TO WS-TIER-END-TEXT.
           MOVE WS-TIER-TOKEN(WS-TIER-TOKEN-BASE + 3)
               TO WS-TIER-LO-TEXT.
           MOVE WS-TIER-TOKEN(WS-TIER-TOKEN-BASE + 4)
               TO WS-TIER-HI-TEXT.
           MOVE WS-TIER-TOKEN(WS-TIER-TOKEN-BASE + 5)
               TO WS-TIER-AMOUNT-TEXT.
           IF FUNCTION TEST-NUMVAL(WS-TIER-START-TEXT) NOT = 0
           OR FUNCTION TEST-NUMVAL(WS-TIER-END-TEXT) NOT = 0
           OR FUNCTION TEST-NUMVAL(WS-TIER-LO-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TIER-COUNT.
           MOVE WS-TIER-PROMO-TEXT TO WS-TIER-PROMO(WS-TIER-COUNT).
           MOVE FUNCTION NUMVAL(WS-TIER-START-TEXT)
               TO WS-TIER-PERIOD-START(WS-TIER-COUNT).
           MOVE FUNCTION NUMVAL(WS-TIER-END-TEXT)
