*>   - the top-scoring cards of the period
*> The data the auditors made us retain now answers the business's
*> questions too.
*>
*> With several games running at once, the period is also broken
*> out by promotion (cards, points, winning cards and the best match
*> count per game), and an optional PROMO=code card narrows the whole
*> report - trend, distribution and top cards - to one game, since a
*> distribution mixed across games is no use for negotiating either
*> game's tier table. History posted before promotions were named
*> carries no code and counts as STANDARD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
COPY CARDPRMW.
01  WS-FROM-DATE PIC 9(8) VALUE ZERO.
01  WS-TO-DATE PIC 9(8) VALUE ZERO.
01  WS-PROMO-FILTER PIC X(8) VALUE SPACES.
01  WS-WORK-PROMO PIC X(8) VALUE SPACES.

*> Per-promotion breakout of the period, in order of first sight.
01  WS-PROMO-TABLE-SIZE PIC 9(2) VALUE 20.
01  WS-PROMO-COUNT PIC 9(2) VALUE ZERO.
01  WS-PROMO-TABLE.
    05  WS-PROMO-ENTRY OCCURS 20 TIMES.
        10  WS-PRM-CODE PIC X(8).
        10  WS-PRM-CARDS PIC 9(6).
        10  WS-PRM-POINTS PIC 9(12).
        10  WS-PRM-WINNERS PIC 9(6).
        10  WS-PRM-BEST-MATCH PIC 9(3).
01  WS-PROMO-NDX PIC 9(2) VALUE ZERO.

*> Daily trend buckets. The master is keyed card-then-date, so the
*> sweep arrives date-unordered - each record's date is slotted into
               IF WS-PARM-ERROR = 'NO'
                   MOVE WS-PARM-NUM-WORK TO WS-TO-DATE
               END-IF
      *> PROMO=code - report on one promotion only.
           WHEN "PROMO"
               IF WS-PARM-VALUE(9:) NOT = SPACES
               OR WS-PARM-VALUE = SPACES
                   DISPLAY "PROMO MUST BE A 1-8 CHARACTER CODE: "
                       WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   MOVE WS-PARM-VALUE TO WS-PROMO-FILTER
               END-IF
           WHEN OTHER
               DISPLAY "UNKNOWN PARAMETER KEYWORD: " WS-PARM-CARD
               MOVE 'YES' TO WS-PARM-ERROR
           " SYSIN CARD(S)):".
       DISPLAY "  FROMDATE . . . . : " WS-FROM-DATE.
       DISPLAY "  TODATE . . . . . : " WS-TO-DATE.
       IF WS-PROMO-FILTER = SPACES
           DISPLAY "  PROMO. . . . . . : (ALL PROMOTIONS)"
       ELSE
           DISPLAY "  PROMO. . . . . . : " WS-PROMO-FILTER
       END-IF.

*> Shared with AOC_D4VAL / AOC_DAY4 - see copybooks/CARDPRM.cpy.
COPY CARDPRM.
       OR WS-HIST-DATE-PROCESSED > WS-TO-DATE
           EXIT PARAGRAPH
       END-IF.
       IF WS-HIST-PROMO-CODE = SPACES
           MOVE "STANDARD" TO WS-WORK-PROMO
       ELSE
           MOVE WS-HIST-PROMO-CODE TO WS-WORK-PROMO
       END-IF.
       IF WS-PROMO-FILTER NOT = SPACES
       AND WS-WORK-PROMO NOT = WS-PROMO-FILTER
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TOTAL-IN-PERIOD.
       ADD WS-HIST-POINTS TO WS-PERIOD-POINTS.
       PERFORM ACCUMULATE-PROMOTION.
       PERFORM ACCUMULATE-DAY-BUCKET.
       COMPUTE WS-DIST-NDX = WS-HIST-MATCH-COUNT + 1.
       ADD 1 TO WS-DIST-COUNT(WS-DIST-NDX).
       END-IF.
       PERFORM ACCUMULATE-TOP-CARDS.

ACCUMULATE-PROMOTION.
       PERFORM VARYING WS-PROMO-NDX FROM 1 BY 1
           UNTIL WS-PROMO-NDX > WS-PROMO-COUNT
           OR WS-PRM-CODE(WS-PROMO-NDX) = WS-WORK-PROMO
       END-PERFORM.
       IF WS-PROMO-NDX > WS-PROMO-COUNT
           IF WS-PROMO-COUNT >= WS-PROMO-TABLE-SIZE
               DISPLAY "FATAL: MORE THAN " WS-PROMO-TABLE-SIZE
                   " PROMOTIONS IN THE PERIOD - PROMOTION TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PROMO-COUNT
           MOVE WS-WORK-PROMO TO WS-PRM-CODE(WS-PROMO-COUNT)
           MOVE ZERO TO WS-PRM-CARDS(WS-PROMO-COUNT)
           MOVE ZERO TO WS-PRM-POINTS(WS-PROMO-COUNT)
           MOVE ZERO TO WS-PRM-WINNERS(WS-PROMO-COUNT)
           MOVE ZERO TO WS-PRM-BEST-MATCH(WS-PROMO-COUNT)
           MOVE WS-PROMO-COUNT TO WS-PROMO-NDX
       END-IF.
       ADD 1 TO WS-PRM-CARDS(WS-PROMO-NDX).
       ADD WS-HIST-POINTS TO WS-PRM-POINTS(WS-PROMO-NDX).
       IF WS-HIST-MATCH-COUNT > ZERO
           ADD 1 TO WS-PRM-WINNERS(WS-PROMO-NDX)
       END-IF.
       IF WS-HIST-MATCH-COUNT > WS-PRM-BEST-MATCH(WS-PROMO-NDX)
           MOVE WS-HIST-MATCH-COUNT TO WS-PRM-BEST-MATCH(WS-PROMO-NDX)
       END-IF.

ACCUMULATE-DAY-BUCKET.
      *> Find the record's date in the ascending day table, or the
      *> slot where it belongs; shift the tail right and insert when
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "-------------------------------------------------".
       DISPLAY "BY PROMOTION (PROMOTION, CARDS, POINTS, WINNERS, "
           "BEST MATCH)".
       PERFORM VARYING WS-PROMO-NDX FROM 1 BY 1
           UNTIL WS-PROMO-NDX > WS-PROMO-COUNT
           DISPLAY "  " WS-PRM-CODE(WS-PROMO-NDX) "  "
               WS-PRM-CARDS(WS-PROMO-NDX) "  "
               WS-PRM-POINTS(WS-PROMO-NDX) "  "
               WS-PRM-WINNERS(WS-PROMO-NDX) "  "
               WS-PRM-BEST-MATCH(WS-PROMO-NDX)
       END-PERFORM.
       DISPLAY "-------------------------------------------------".
       DISPLAY "DAILY TREND (DATE, CARDS, POINTS, DAY-OVER-DAY)".
       PERFORM VARYING WS-DAY-NDX FROM 1 BY 1
           UNTIL WS-DAY-NDX > WS-DAY-COUNT
