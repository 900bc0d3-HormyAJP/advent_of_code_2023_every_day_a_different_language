       SELECT EXCEPTION-FILE ASSIGN TO CARDEXC
       ORGANIZATION IS LINE SEQUENTIAL.

      *> Step-status control dataset - see copybooks/CARDSTP.cpy.
       SELECT STEP-STATUS-FILE ASSIGN TO CARDSTAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STEP-STATUS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CARD-INPUT-FILE.
    05  WS-EXC-SEP-4 PIC X(1).
    05  WS-EXC-TEXT PIC X(50).

FD STEP-STATUS-FILE.
COPY CARDSTS.

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-CARD-INPUT-FILE-STATUS PIC X(2).
01  WS-GAP-START PIC 9(7) VALUE ZERO.
01  WS-IN-GAP PIC X(3) VALUE 'NO'.

*> Occupied card-number range per promotion batch. Each concurrent
*> promotion is printed in its own number range, so one range over
*> the whole deck would report the space between two games' print
*> runs as one enormous gap; the walk for gaps runs per promotion
*> instead. Batches are opened by the HDR records AOC_D4VAL passes
*> through; cards ahead of any HDR count as STANDARD. Duplicate and
*> clone checks stay deck-wide - a card number or number set
*> repeated across two games is just as suspect.
01  WS-GAP-PROMO-TABLE-SIZE PIC 9(2) VALUE 20.
01  WS-GAP-PROMO-COUNT PIC 9(2) VALUE ZERO.
01  WS-GAP-PROMO-TABLE.
    05  WS-GAP-PROMO-ENTRY OCCURS 20 TIMES.
        10  WS-GAP-PROMO-CODE PIC X(8).
        10  WS-GAP-PROMO-LOW PIC 9(7).
        10  WS-GAP-PROMO-HIGH PIC 9(7).
01  WS-GAP-PROMO-NDX PIC 9(2) VALUE ZERO.
01  WS-EXC-HDR-TYPE PIC X(10).
01  WS-EXC-HDR-DATE PIC X(10).
01  WS-EXC-HDR-COUNT PIC X(10).
01  WS-EXC-HDR-PROMO PIC X(10).

*> Step-status control fields - see copybooks/CARDSTSW.cpy.
COPY CARDSTSW.

PROCEDURE DIVISION.
       MOVE "AOC_D4EXC" TO WS-STEP-PROGRAM.
       PERFORM CHECK-STEP-STATUS.
       OPEN INPUT CARD-INPUT-FILE.
       IF WS-CARD-INPUT-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN CARD-INPUT-FILE, STATUS "
       CLOSE EXCEPTION-FILE.
       PERFORM PRINT-EXCEPTION-SUMMARY.
       PERFORM SET-RETURN-CODE.
       PERFORM RECORD-STEP-COMPLETION.
       STOP RUN.

ANALYZE-ONE-LINE.
      *> The deck in CARDVAL already passed AOC_D4VAL, so a line that
      *> fails the shared shape check here is only counted - the
      *> validation step owns rejecting, this step owns integrity.
       IF WS-SCRATCH-CARD-LINE(1:4) = "HDR "
           PERFORM START-PROMOTION-RANGE
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TOTAL-LINES-READ.
       PERFORM VALIDATE-CARD-LINE.
       IF WS-LINE-REJECTED = 'YES'
       IF WS-LINE-CARD-NUMBER > WS-HIGHEST-CARD-NUMBER
           MOVE WS-LINE-CARD-NUMBER TO WS-HIGHEST-CARD-NUMBER
       END-IF.
       IF WS-GAP-PROMO-COUNT = ZERO
           MOVE SPACES TO WS-EXC-HDR-PROMO
           PERFORM ADD-PROMOTION-RANGE
       END-IF.
       IF WS-LINE-CARD-NUMBER < WS-GAP-PROMO-LOW(WS-GAP-PROMO-COUNT)
           MOVE WS-LINE-CARD-NUMBER
               TO WS-GAP-PROMO-LOW(WS-GAP-PROMO-COUNT)
       END-IF.
       IF WS-LINE-CARD-NUMBER > WS-GAP-PROMO-HIGH(WS-GAP-PROMO-COUNT)
           MOVE WS-LINE-CARD-NUMBER
               TO WS-GAP-PROMO-HIGH(WS-GAP-PROMO-COUNT)
       END-IF.
       PERFORM COMPUTE-CONTENT-HASH.
       PERFORM CHECK-DUPLICATE-CARD.
       PERFORM CHECK-CLONED-CONTENT.
           END-IF
       END-PERFORM.

START-PROMOTION-RANGE.
      *> "HDR <deck date> <count> <promotion code>" - AOC_D4VAL always
      *> names the promotion on the header it passes through.
       MOVE SPACES TO WS-EXC-HDR-PROMO.
       UNSTRING WS-SCRATCH-CARD-LINE DELIMITED BY ALL SPACE
           INTO WS-EXC-HDR-TYPE WS-EXC-HDR-DATE WS-EXC-HDR-COUNT
               WS-EXC-HDR-PROMO
       END-UNSTRING.
       PERFORM ADD-PROMOTION-RANGE.

ADD-PROMOTION-RANGE.
       IF WS-GAP-PROMO-COUNT >= WS-GAP-PROMO-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-GAP-PROMO-TABLE-SIZE
               " PROMOTION BATCHES IN ONE DECK"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-GAP-PROMO-COUNT.
       IF WS-EXC-HDR-PROMO = SPACES
           MOVE "STANDARD" TO WS-GAP-PROMO-CODE(WS-GAP-PROMO-COUNT)
       ELSE
           MOVE WS-EXC-HDR-PROMO
               TO WS-GAP-PROMO-CODE(WS-GAP-PROMO-COUNT)
       END-IF.
       MOVE 9999999 TO WS-GAP-PROMO-LOW(WS-GAP-PROMO-COUNT).
       MOVE ZERO TO WS-GAP-PROMO-HIGH(WS-GAP-PROMO-COUNT).

REPORT-SEQUENCE-GAPS.
      *> One walk per promotion batch that held a readable card.
       PERFORM VARYING WS-GAP-PROMO-NDX FROM 1 BY 1
           UNTIL WS-GAP-PROMO-NDX > WS-GAP-PROMO-COUNT
           IF WS-GAP-PROMO-HIGH(WS-GAP-PROMO-NDX) > ZERO
               PERFORM REPORT-PROMOTION-GAPS
           END-IF
       END-PERFORM.

REPORT-PROMOTION-GAPS.
      *> Walk the promotion's occupied card-number range and report
      *> each missing run as one GAP record - a sparse range on a big
      *> deck would otherwise bury the report in one-line gaps.
       MOVE 'NO' TO WS-IN-GAP.
      *> Presence is now a probe into the card-slot table rather
      *> than a direct subscript - one (usually single-probe) lookup
      *> per number in the occupied range.
       PERFORM VARYING WS-SCAN-NDX
           FROM WS-GAP-PROMO-LOW(WS-GAP-PROMO-NDX) BY 1
           UNTIL WS-SCAN-NDX > WS-GAP-PROMO-HIGH(WS-GAP-PROMO-NDX)
           MOVE WS-SCAN-NDX TO WS-PROBE-CARD
           PERFORM FIND-CARD-SLOT
           IF WS-CARD-SLOT-FOUND = 'NO'
           TO WS-EXC-TEXT.
       PERFORM WRITE-EXCEPTION-RECORD.
       DISPLAY "LOW  GAP  CARDS " WS-EXC-CARD-A " THRU "
           WS-EXC-CARD-B " MISSING FROM THE SEQUENCE (PROMOTION "
           WS-GAP-PROMO-CODE(WS-GAP-PROMO-NDX) ")".

WRITE-EXCEPTION-RECORD.
       MOVE SPACE TO WS-EXC-SEP-1.

*> Shared with AOC_DAY4 / AOC_D4VAL - see copybooks/CARDCHK.cpy.
COPY CARDCHK.

*> Shared with the rest of the AOCD4JOB chain - see
*> copybooks/CARDSTP.cpy.
COPY CARDSTP.
