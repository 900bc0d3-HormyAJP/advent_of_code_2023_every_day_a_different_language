*> see LOAD-REPAIR-RULES for the card format), re-runs the shared
*> VALIDATE-CARD-LINE check on each repaired line, and splits the
*> output: lines that now validate go to a clean supplemental deck
*> (CARDSUPP) bracketed with its own HDR/TRL control records (one
*> batch per promotion the repaired cards came from) so the
*> AOCD4SUP job can validate and score it the same day against its
*> own SUPP.* dataset family (rerunning AOCD4JOB itself would
*> overwrite the main run's outputs), and lines that
01  WS-RUN-DATE PIC 9(8) VALUE ZERO.
01  WS-SUPP-TABLE-SIZE PIC 9(5) VALUE 10000.
01  WS-SUPP-TABLE.
    05  WS-SUPP-ENTRY OCCURS 10000 TIMES.
        10  WS-SUPP-CARD-LINE PIC X(100).
        10  WS-SUPP-PROMO-CODE PIC X(8).
01  WS-SUPP-NDX PIC 9(5) VALUE ZERO.

*> A repaired card goes back under the promotion whose batch it was
*> rejected from (the reject record carries it), so the supplemental
*> deck is one HDR/TRL batch per promotion, exactly like the vendor's
*> own. A reject with no promotion - it arrived outside any batch -
*> goes back as STANDARD, the promotion an unlabelled HDR means.
*> An empty repair pass still writes one (empty) STANDARD batch so
*> the deck balances on resubmission as it always has.
01  WS-FIX-PROMO-TABLE-SIZE PIC 9(2) VALUE 20.
01  WS-FIX-PROMO-COUNT PIC 9(2) VALUE ZERO.
01  WS-FIX-PROMO-TABLE.
    05  WS-FIX-PROMO-ENTRY OCCURS 20 TIMES.
        10  WS-FIX-PROMO-CODE PIC X(8).
        10  WS-FIX-PROMO-CARDS PIC 9(6).
01  WS-FIX-PROMO-NDX PIC 9(2) VALUE ZERO.
01  WS-WORK-PROMO-CODE PIC X(8).

*> Shared card-number hash fields (WS-HASH-ACCUM-TOTAL is the
*> running total the trailer carries) - see copybooks/CARDHSH.cpy.
COPY CARDHSHW.
       ADD 1 TO WS-TOTAL-REJECTS-READ.
       MOVE WS-REJECT-CARD-LINE TO WS-WORK-ORIG-LINE.
       MOVE WS-REJECT-REASON-CODE TO WS-WORK-ORIG-REASON.
       IF WS-REJECT-PROMO-CODE = SPACES
           MOVE "STANDARD" TO WS-WORK-PROMO-CODE
       ELSE
           MOVE WS-REJECT-PROMO-CODE TO WS-WORK-PROMO-CODE
       END-IF.
       MOVE WS-REJECT-CARD-LINE TO WS-SCRATCH-CARD-LINE.
       MOVE 'NO' TO WS-RULES-TOUCHED-LINE.
       PERFORM APPLY-REPAIR-RULES.
       ADD 1 TO WS-TOTAL-REPAIRED.
       MOVE WS-SCRATCH-CARD-LINE
           TO WS-SUPP-CARD-LINE(WS-TOTAL-REPAIRED).
       MOVE WS-WORK-PROMO-CODE TO WS-SUPP-PROMO-CODE(WS-TOTAL-REPAIRED).
       PERFORM FIND-FIX-PROMOTION.
       ADD 1 TO WS-FIX-PROMO-CARDS(WS-FIX-PROMO-NDX).

FIND-FIX-PROMOTION.
       PERFORM VARYING WS-FIX-PROMO-NDX FROM 1 BY 1
           UNTIL WS-FIX-PROMO-NDX > WS-FIX-PROMO-COUNT
           OR WS-FIX-PROMO-CODE(WS-FIX-PROMO-NDX) = WS-WORK-PROMO-CODE
       END-PERFORM.
       IF WS-FIX-PROMO-NDX > WS-FIX-PROMO-COUNT
           IF WS-FIX-PROMO-COUNT >= WS-FIX-PROMO-TABLE-SIZE
               DISPLAY "FATAL: MORE THAN " WS-FIX-PROMO-TABLE-SIZE
                   " PROMOTIONS AMONG THE REPAIRED CARDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FIX-PROMO-COUNT
           MOVE WS-FIX-PROMO-COUNT TO WS-FIX-PROMO-NDX
           MOVE WS-WORK-PROMO-CODE TO WS-FIX-PROMO-CODE(WS-FIX-PROMO-NDX)
           MOVE ZERO TO WS-FIX-PROMO-CARDS(WS-FIX-PROMO-NDX)
       END-IF.

WRITE-STILL-BAD-RECORD.
       MOVE WS-WORK-ORIG-LINE TO WS-BAD-CARD-LINE.
       WRITE WS-STILL-BAD-RECORD.

WRITE-SUPPLEMENTAL-DECK.
      *> All repairs are in the table and counted per promotion, so
      *> the deck can now be written header-first the way AOC_D4VAL's
      *> reconciliation expects, one batch per promotion.
       IF WS-FIX-PROMO-COUNT = ZERO
           MOVE "STANDARD" TO WS-WORK-PROMO-CODE
           PERFORM FIND-FIX-PROMOTION
       END-IF.
       PERFORM VARYING WS-FIX-PROMO-NDX FROM 1 BY 1
           UNTIL WS-FIX-PROMO-NDX > WS-FIX-PROMO-COUNT
           PERFORM WRITE-SUPPLEMENTAL-BATCH
       END-PERFORM.

WRITE-SUPPLEMENTAL-BATCH.
      *> HDR with today's date, the batch's real count and its
      *> promotion, the batch's repaired cards, TRL with the same
      *> count and the batch's own hash. STRING rather than fixed
      *> columns so the control lines come out in the same free token
      *> form the vendor's do.
       MOVE ZERO TO WS-HASH-ACCUM-TOTAL.
       MOVE SPACES TO WS-SUPPLEMENTAL-LINE.
       STRING "HDR " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-FIX-PROMO-CARDS(WS-FIX-PROMO-NDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-FIX-PROMO-CODE(WS-FIX-PROMO-NDX) DELIMITED BY SPACE
           INTO WS-SUPPLEMENTAL-LINE
       END-STRING.
       WRITE WS-SUPPLEMENTAL-LINE.
       PERFORM VARYING WS-SUPP-NDX FROM 1 BY 1
           UNTIL WS-SUPP-NDX > WS-TOTAL-REPAIRED
           IF WS-SUPP-PROMO-CODE(WS-SUPP-NDX)
               = WS-FIX-PROMO-CODE(WS-FIX-PROMO-NDX)
               MOVE WS-SUPP-CARD-LINE(WS-SUPP-NDX)
                   TO WS-SUPPLEMENTAL-LINE
               WRITE WS-SUPPLEMENTAL-LINE
               MOVE WS-SUPP-CARD-LINE(WS-SUPP-NDX)
                   TO WS-SCRATCH-CARD-LINE
               PERFORM ADD-CARD-NUMBER-TO-HASH
           END-IF
       END-PERFORM.
       MOVE SPACES TO WS-SUPPLEMENTAL-LINE.
       STRING "TRL " DELIMITED BY SIZE
           WS-FIX-PROMO-CARDS(WS-FIX-PROMO-NDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-HASH-ACCUM-TOTAL DELIMITED BY SIZE
           INTO WS-SUPPLEMENTAL-LINE
           WS-TOTAL-REJECTS-READ.
       DISPLAY "REPAIRED (SUPPLEMENTAL DECK) . . : "
           WS-TOTAL-REPAIRED.
       DISPLAY "PROMOTION BATCHES WRITTEN. . . . : "
           WS-FIX-PROMO-COUNT.
       DISPLAY "STILL BAD AFTER REPAIR (FAIL). . : "
           WS-TOTAL-STILL-BAD.
       DISPLAY "NO RULE MATCHED (NORL) . . . . . : "
