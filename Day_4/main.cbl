       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RUN-HISTORY-FILE-STATUS.

      *> Step-status control dataset - see copybooks/CARDSTP.cpy.
       SELECT STEP-STATUS-FILE ASSIGN TO CARDSTAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STEP-STATUS-FILE-STATUS.

DATA DIVISION.
*> This section is used to describe the layout of files that are read
*> from or written to. FD is used for physical files. SD is used for
FD PARM-FILE.
01  WS-PARM-CARD PIC X(80).

FD STEP-STATUS-FILE.
COPY CARDSTS.

*> Defines variables and constants that are used throughout the program.
*> These are typically initialized each time the program starts
WORKING-STORAGE SECTION.
*> Rewards-ledger interface file (req 008).
01  WS-RUN-DATE PIC 9(8) VALUE ZERO.

*> Promotion the cards now being read belong to. AOC_D4VAL passes
*> each promotion batch's HDR record through to CARDVAL ahead of its
*> cards ("HDR <deck date> <count> <promotion code>"), so the code
*> changes as the deck moves from one game's batch to the next, and
*> every ledger line carries the promotion of the batch it came
*> from. A deck with no HDR at all (a hand-built test deck, or a
*> correction deck) scores as STANDARD, the promotion every deck
*> belonged to before the vendor started batching them.
01  WS-CURRENT-PROMO-CODE PIC X(8) VALUE "STANDARD".
01  WS-PROMO-HDR-TYPE PIC X(10).
01  WS-PROMO-HDR-DATE PIC X(10).
01  WS-PROMO-HDR-COUNT PIC X(10).
01  WS-PROMO-HDR-CODE PIC X(10).
01  WS-TOTAL-PROMOTIONS PIC 9(2) VALUE ZERO.
01  WS-PROMO-RESET-NDX PIC 9(9) VALUE ZERO.

*> Run-history audit trail.
01  WS-RUN-HISTORY-FILE-STATUS PIC X(2).

01  WS-TOTAL-INDEXED PIC 9(6) VALUE ZERO.
01  WS-RUN-TIME-RAW PIC X(8).

*> Step-status control fields - see copybooks/CARDSTSW.cpy.
COPY CARDSTSW.

PROCEDURE DIVISION.
       PERFORM PROCESS-PARAMETER-DECK.
       PERFORM ECHO-RUN-OPTIONS.
           PERFORM WRITE-RUN-CONTROL-RECORD
           STOP RUN
       END-IF.
      *> Step-status control applies to the scoring run only - an
      *> adjustment pass corrects a run already recorded as done.
       MOVE "AOC_DAY4" TO WS-STEP-PROGRAM.
       PERFORM CHECK-STEP-STATUS.
       PERFORM READ-CHECKPOINT.
       *> CASCADE's WS-CARD-COPIES-TABLE tracks how many copies of each
       *> card are in play, but it's pure in-memory working storage -
               READ CARD-INPUT-FILE
               AT END
                   MOVE 'YES' TO WS-END-OF-FILE
               NOT AT END
      *> The records skipped still say which promotion batch the
      *> restart point sits in.
                   IF WS-SCRATCH-CARD-LINE(1:4) = "HDR "
                       PERFORM NOTE-PROMOTION-HEADER
                   END-IF
               END-READ
           END-PERFORM
           MOVE WS-RESTART-SKIP-COUNT TO WS-CARD-SEQ-NUM
       PERFORM LOOKUP-CARD-BY-NUMBER.
       PERFORM WRITE-SCORING-CONTROL-RECORD.
       PERFORM WRITE-RUN-CONTROL-RECORD.
       PERFORM RECORD-STEP-COMPLETION.
       STOP RUN.

WRITE-SCORING-CONTROL-RECORD.
       ADD 1 TO WS-CARD-SEQ-NUM.
       DISPLAY "Processing record: " WS-SCRATCH-CARD-LINE.

      *> A promotion batch header is a record for checkpoint/restart
      *> counting, but not a card - it only switches the promotion the
      *> following cards are scored under.
       IF WS-SCRATCH-CARD-LINE(1:4) = "HDR "
           PERFORM NOTE-PROMOTION-HEADER
           IF WS-PROCESSING-MODE = "CASCADE"
               PERFORM RESET-CASCADE-AT-PROMOTION
           END-IF
           EXIT PARAGRAPH
       END-IF.

       PERFORM VALIDATE-CARD-LINE.

       IF WS-LINE-REJECTED = 'YES'
           PERFORM CASCADE-COPY-WINS
       END-IF.

NOTE-PROMOTION-HEADER.
      *> AOC_D4VAL always writes the promotion code onto the header it
      *> passes through; a blank one (a deck that skipped validation)
      *> still falls back to STANDARD rather than stamping blanks.
       MOVE SPACES TO WS-PROMO-HDR-DATE WS-PROMO-HDR-COUNT
           WS-PROMO-HDR-CODE.
       UNSTRING WS-SCRATCH-CARD-LINE DELIMITED BY ALL SPACE
           INTO WS-PROMO-HDR-TYPE WS-PROMO-HDR-DATE
               WS-PROMO-HDR-COUNT WS-PROMO-HDR-CODE
       END-UNSTRING.
       IF WS-PROMO-HDR-CODE = SPACES
           MOVE "STANDARD" TO WS-CURRENT-PROMO-CODE
       ELSE
           MOVE WS-PROMO-HDR-CODE TO WS-CURRENT-PROMO-CODE
       END-IF.
       ADD 1 TO WS-TOTAL-PROMOTIONS.
       DISPLAY "SCORING PROMOTION " WS-CURRENT-PROMO-CODE
           " (DECK DATE " WS-PROMO-HDR-DATE ")".

RESET-CASCADE-AT-PROMOTION.
      *> Won copies are a promotion's own prize - a card near the end
      *> of one game's batch must not award copies of the next game's
      *> cards. Anything already fanned out past this header came
      *> from the previous batch, so the slots a match count could
      *> reach (999 at most) go back to a single copy each.
       PERFORM VARYING WS-PROMO-RESET-NDX FROM WS-CARD-SEQ-NUM BY 1
           UNTIL WS-PROMO-RESET-NDX > WS-CARD-SEQ-NUM + 999
           OR WS-PROMO-RESET-NDX > WS-CARD-COPIES-TABLE-SIZE
           MOVE 1 TO WS-CARD-COPIES(WS-PROMO-RESET-NDX)
       END-PERFORM.

*> Shared with AOC_D4VAL - see copybooks/CARDCHK.cpy.
COPY CARDCHK.

       ELSE
           MOVE WS-SCRATCH-CARD-LINE TO WS-REJECT-CARD-LINE
           MOVE SPACE TO WS-REJECT-SEPARATOR
           MOVE SPACE TO WS-REJECT-SEP-2
           MOVE WS-CURRENT-PROMO-CODE TO WS-REJECT-PROMO-CODE
           WRITE WS-REJECT-RECORD
       END-IF.
       ADD 1 TO WS-TOTAL-REJECTED-LINES.
           WS-REJECT-REASON-CODE.

WRITE-REWARDS-LEDGER-RECORD.
      *> Card number, match count, points, the date this run
      *> processed it, and its promotion - the one feed the
      *> rewards/payout system has to reconcile against.
      *> WS-REWARDS-SKIP-WRITES holds off the physical WRITE the same
      *> way WS-REJECT-SKIP-WRITES does above, for records already
      *> flushed to this file before a restart.
       IF WS-REWARDS-SKIP-WRITES > ZERO
           SUBTRACT 1 FROM WS-REWARDS-SKIP-WRITES
       ELSE
           MOVE WS-MATCH-COUNT TO WS-LEDGER-MATCH-COUNT
           MOVE WS-CARD-POINTS TO WS-LEDGER-POINTS
           MOVE WS-RUN-DATE TO WS-LEDGER-DATE-PROCESSED
           MOVE WS-CURRENT-PROMO-CODE TO WS-LEDGER-PROMO-CODE
           MOVE SPACE TO WS-LEDGER-SEP-1
           MOVE SPACE TO WS-LEDGER-SEP-2
           MOVE SPACE TO WS-LEDGER-SEP-3
           MOVE SPACE TO WS-LEDGER-SEP-4
           WRITE WS-REWARDS-LEDGER-RECORD
       END-IF.

       DISPLAY "AOC_DAY4 - CARD SUMMARY REPORT".
       DISPLAY "=================================================".
       DISPLAY "PROCESSING MODE. . . . . . . . . : " WS-PROCESSING-MODE.
       DISPLAY "PROMOTION BATCHES SCORED . . . . : " WS-TOTAL-PROMOTIONS.
       DISPLAY "TOTAL CARDS PROCESSED . . . . . : " WS-TOTAL-CARDS-PROCESSED.
       DISPLAY "TOTAL POINTS AWARDED . . . . . . : " WS-TOTAL-POINTS-AWARDED.
       DISPLAY "CARDS WITH ZERO MATCHES. . . . . : " WS-ZERO-MATCH-CARD-COUNT.
       END-IF.
       DISPLAY "=================================================".

*> Shared with the rest of the AOCD4JOB chain - see
*> copybooks/CARDSTP.cpy.
COPY CARDSTP.
