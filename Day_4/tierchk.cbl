*> range, amount per tier - so whoever maintains the deck can
*> proofread what the payout step will actually apply.
*>
*> The table carries a tier set per promotion, one per game running
*> concurrently. Each promotion's tiers are audited on their own -
*> two games may well price the same match count over the same
*> dates differently, which is not an overlap - and the coverage
*> check runs separately for every promotion in force today. A
*> promotion with no period in force today is listed as inactive
*> (a finished game, or one not yet started); only a table with no
*> promotion in force at all is unsound on that score.
*>
*> The deck is read through the same shared loader AOC_D4PAY uses
*> (see copybooks/CARDTIR.cpy), so a card this step accepts is a
*> card the payout step will load identically - the whole point of
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TIER-PARM-FILE-STATUS.

      *> Step-status control dataset - see copybooks/CARDSTP.cpy.
       SELECT STEP-STATUS-FILE ASSIGN TO CARDSTAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STEP-STATUS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD TIER-PARM-FILE.
01  WS-TIER-PARM-LINE PIC X(80).

FD STEP-STATUS-FILE.
COPY CARDSTS.

WORKING-STORAGE SECTION.
*> Tier table and parse fields, shared with AOC_D4PAY - see
*> copybooks/CARDTIRW.cpy.
01  WS-TIERS-IN-FORCE PIC 9(2) VALUE ZERO.
01  WS-EDIT-AMOUNT PIC Z(6)9.99.

*> Distinct promotions in the table, in deck order.
01  WS-TCK-PROMO-TABLE-SIZE PIC 9(2) VALUE 20.
01  WS-TCK-PROMO-COUNT PIC 9(2) VALUE ZERO.
01  WS-TCK-PROMO-TABLE.
    05  WS-TCK-PROMO-CODE PIC X(8) OCCURS 20 TIMES.
01  WS-TCK-PROMO-NDX PIC 9(2) VALUE ZERO.
01  WS-PROMOS-IN-FORCE PIC 9(2) VALUE ZERO.
01  WS-PROMO-IN-FORCE PIC X(3) VALUE 'NO'.

*> Step-status control fields - see copybooks/CARDSTSW.cpy.
COPY CARDSTSW.

PROCEDURE DIVISION.
       MOVE "AOC_D4TCK" TO WS-STEP-PROGRAM.
       PERFORM CHECK-STEP-STATUS.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       PERFORM LOAD-TIER-TABLE.
       PERFORM BUILD-PROMOTION-LIST.
       PERFORM PRINT-TABLE-LISTING.
       PERFORM CHECK-ZERO-AMOUNTS.
       PERFORM CHECK-RANGE-OVERLAPS.
       PERFORM CHECK-TODAY-COVERAGE.
       PERFORM PRINT-AUDIT-SUMMARY.
       PERFORM SET-RETURN-CODE.
       PERFORM RECORD-STEP-COMPLETION.
       STOP RUN.

*> Shared with AOC_D4PAY - see copybooks/CARDTIR.cpy.
COPY CARDTIR.

BUILD-PROMOTION-LIST.
       PERFORM VARYING WS-TIER-NDX FROM 1 BY 1
           UNTIL WS-TIER-NDX > WS-TIER-COUNT
           PERFORM VARYING WS-TCK-PROMO-NDX FROM 1 BY 1
               UNTIL WS-TCK-PROMO-NDX > WS-TCK-PROMO-COUNT
               OR WS-TCK-PROMO-CODE(WS-TCK-PROMO-NDX)
                   = WS-TIER-PROMO(WS-TIER-NDX)
           END-PERFORM
           IF WS-TCK-PROMO-NDX > WS-TCK-PROMO-COUNT
               IF WS-TCK-PROMO-COUNT >= WS-TCK-PROMO-TABLE-SIZE
                   DISPLAY "FATAL: MORE THAN " WS-TCK-PROMO-TABLE-SIZE
                       " PROMOTIONS IN CARDTIER"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TCK-PROMO-COUNT
               MOVE WS-TIER-PROMO(WS-TIER-NDX)
                   TO WS-TCK-PROMO-CODE(WS-TCK-PROMO-COUNT)
           END-IF
       END-PERFORM.

PRINT-TABLE-LISTING.
      *> The table exactly as the payout step will hold it, one line
      *> per tier, so the deck's maintainer proofreads the loaded
       DISPLAY "=================================================".
       DISPLAY "AOC_D4TCK - PRIZE TIER TABLE AS LOADED".
       DISPLAY "=================================================".
       DISPLAY "TIER PROMO    PERIOD            MATCHES   AMOUNT".
       DISPLAY "-------------------------------------------------".
       PERFORM VARYING WS-TIER-NDX FROM 1 BY 1
           UNTIL WS-TIER-NDX > WS-TIER-COUNT
           MOVE WS-TIER-AMOUNT(WS-TIER-NDX) TO WS-EDIT-AMOUNT
           DISPLAY WS-TIER-NDX "   "
               WS-TIER-PROMO(WS-TIER-NDX) " "
               WS-TIER-PERIOD-START(WS-TIER-NDX) "-"
               WS-TIER-PERIOD-END(WS-TIER-NDX) " "
               WS-TIER-MATCH-LO(WS-TIER-NDX) "-"
CHECK-RANGE-OVERLAPS.
      *> FIND-MATCHING-TIER in the payout step is first-hit-wins on
      *> the assumption the deck keeps ranges non-overlapping within
      *> a period - two tiers of one promotion whose periods AND match
      *> ranges both intersect would price the same card differently
      *> depending on deck order, so the assumption is enforced here.
       PERFORM VARYING WS-TIER-NDX FROM 1 BY 1
           UNTIL WS-TIER-NDX > WS-TIER-COUNT
           PERFORM VARYING WS-TIER-NDX-2 FROM 1 BY 1
               UNTIL WS-TIER-NDX-2 > WS-TIER-COUNT
               IF WS-TIER-NDX-2 > WS-TIER-NDX
               AND WS-TIER-PROMO(WS-TIER-NDX)
                   = WS-TIER-PROMO(WS-TIER-NDX-2)
               AND WS-TIER-PERIOD-START(WS-TIER-NDX)
                   <= WS-TIER-PERIOD-END(WS-TIER-NDX-2)
               AND WS-TIER-PERIOD-START(WS-TIER-NDX-2)
                   MOVE 'YES' TO WS-TABLE-UNSOUND
                   DISPLAY "UNSOUND: TIERS " WS-TIER-NDX " AND "
                       WS-TIER-NDX-2 " OVERLAP IN BOTH PERIOD AND "
                       "MATCH RANGE (PROMOTION "
                       WS-TIER-PROMO(WS-TIER-NDX) ")"
               END-IF
           END-PERFORM
       END-PERFORM.

CHECK-TODAY-COVERAGE.
      *> The payout step prices TODAY's ledger records - a table with
      *> no period in force today prices nothing, and a gap in a
      *> promotion's in-force match-count coverage below its own
      *> ceiling leaves any card of that game landing in the gap
      *> unpaid.
       PERFORM VARYING WS-TCK-PROMO-NDX FROM 1 BY 1
           UNTIL WS-TCK-PROMO-NDX > WS-TCK-PROMO-COUNT
           PERFORM CHECK-PROMOTION-COVERAGE
       END-PERFORM.
       IF WS-TODAY-COVERED = 'NO'
           MOVE 'YES' TO WS-TABLE-UNSOUND
           DISPLAY "UNSOUND: NO PROMOTION PERIOD COVERS TODAY ("
               WS-RUN-DATE ") - THE PAYOUT STEP WOULD TIER NOTHING"
       END-IF.

CHECK-PROMOTION-COVERAGE.
      *> Match count zero is excluded: zero-match cards owe nothing
      *> by design.
       MOVE ALL "N" TO WS-COVERAGE-TABLE.
       MOVE ZERO TO WS-COVER-HIGH.
       MOVE 'NO' TO WS-PROMO-IN-FORCE.
       PERFORM VARYING WS-TIER-NDX FROM 1 BY 1
           UNTIL WS-TIER-NDX > WS-TIER-COUNT
           IF WS-TIER-PROMO(WS-TIER-NDX)
               = WS-TCK-PROMO-CODE(WS-TCK-PROMO-NDX)
           AND WS-RUN-DATE >= WS-TIER-PERIOD-START(WS-TIER-NDX)
           AND WS-RUN-DATE <= WS-TIER-PERIOD-END(WS-TIER-NDX)
               MOVE 'YES' TO WS-TODAY-COVERED
               MOVE 'YES' TO WS-PROMO-IN-FORCE
               ADD 1 TO WS-TIERS-IN-FORCE
               IF WS-TIER-MATCH-HI(WS-TIER-NDX) > WS-COVER-HIGH
                   MOVE WS-TIER-MATCH-HI(WS-TIER-NDX)
               END-PERFORM
           END-IF
       END-PERFORM.
       IF WS-PROMO-IN-FORCE = 'NO'
           DISPLAY "NOTE: PROMOTION " WS-TCK-PROMO-CODE(WS-TCK-PROMO-NDX)
               " HAS NO PERIOD IN FORCE TODAY - INACTIVE"
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-PROMOS-IN-FORCE.
       MOVE 'NO' TO WS-IN-GAP.
       PERFORM VARYING WS-COVER-NDX FROM 1 BY 1
           UNTIL WS-COVER-NDX > WS-COVER-HIGH
       MOVE 'YES' TO WS-TABLE-UNSOUND.
       COMPUTE WS-GAP-END = WS-COVER-NDX - 1.
       DISPLAY "UNSOUND: MATCH COUNTS " WS-GAP-START " THRU "
           WS-GAP-END " FIT NO TIER IN FORCE TODAY (PROMOTION "
           WS-TCK-PROMO-CODE(WS-TCK-PROMO-NDX) ")".

PRINT-AUDIT-SUMMARY.
       DISPLAY "=================================================".
       DISPLAY "TIERS LOADED . . . . . . . . . . : " WS-TIER-COUNT.
       DISPLAY "TIERS IN FORCE TODAY . . . . . . : "
           WS-TIERS-IN-FORCE.
       DISPLAY "PROMOTIONS IN TABLE. . . . . . . : "
           WS-TCK-PROMO-COUNT.
       DISPLAY "PROMOTIONS IN FORCE TODAY. . . . : "
           WS-PROMOS-IN-FORCE.
       DISPLAY "OVERLAPPING RANGES . . . . . . . : "
           WS-TOTAL-OVERLAPS.
       DISPLAY "COVERAGE GAPS (TODAY). . . . . . : "
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

*> Shared with the rest of the AOCD4JOB chain - see
*> copybooks/CARDSTP.cpy.
COPY CARDSTP.
