       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RUN-HISTORY-FILE-STATUS.

      *> Step-status control dataset - see copybooks/CARDSTP.cpy.
       SELECT STEP-STATUS-FILE ASSIGN TO CARDSTAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STEP-STATUS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CARD-INPUT-FILE.
FD PARM-FILE.
01  WS-PARM-CARD PIC X(80).

FD STEP-STATUS-FILE.
COPY CARDSTS.

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
COPY CARDWORK.
01  WS-DECK-OUT-OF-BALANCE PIC X(3) VALUE 'NO'.
01  WS-CARDS-AFTER-TRAILER PIC 9(6) VALUE ZERO.

*> Concurrent promotions. Marketing runs two or three games at once,
*> and the vendor sends each as its own HDR/TRL batch - "HDR <deck
*> date> <expected count> <promotion code>" - concatenated into the
*> one nightly deck, so one run scores every active game. Each batch
*> is reconciled on its own (its count and hash against its own TRL
*> and HDR), and the WHOLE deck fails if any batch does: a batch
*> that fails is a truncated or mangled transfer, and the others
*> arrived on the same one. A header with no promotion code belongs
*> to the STANDARD promotion, which is what every deck was before
*> the vendor started batching them. The HDR goes through to CARDVAL
*> with its promotion code spelled out, so the scoring step stamps
*> each card with the promotion of the batch it arrived in; the TRL
*> has done its job here and is not passed on.
01  WS-BATCH-OPEN PIC X(3) VALUE 'NO'.
01  WS-BATCH-CARD-COUNT PIC 9(6) VALUE ZERO.
01  WS-HDR-PROMO-CODE PIC X(10).
01  WS-CURRENT-PROMO-CODE PIC X(8) VALUE SPACES.
01  WS-HDR-FIELD-COUNT PIC 9(2) VALUE ZERO.
01  WS-CONTROL-OUTPUT-LINE PIC X(100).
*> Promotions already seen on this deck - a promotion's second
*> batch is the old "second HDR" concatenation error, per game.
01  WS-PROMO-TABLE-SIZE PIC 9(2) VALUE 20.
01  WS-PROMO-COUNT PIC 9(2) VALUE ZERO.
01  WS-PROMO-TABLE.
    05  WS-PROMO-ENTRY OCCURS 20 TIMES.
        10  WS-PROMO-CODE PIC X(8).
        10  WS-PROMO-CARDS PIC 9(6).
01  WS-PROMO-NDX PIC 9(2) VALUE ZERO.

*> Card number pulled off the raw line ("Card  17: ...") purely for
*> the hash total (WS-HASH-ACCUM-TOTAL). Rejected lines still count
*> toward the hash when their leading card number is readable - the
*> copybooks/CARDHSH.cpy.
COPY CARDHSHW.

*> Step-status control fields - see copybooks/CARDSTSW.cpy.
COPY CARDSTSW.

PROCEDURE DIVISION.
       MOVE "AOC_D4VAL" TO WS-STEP-PROGRAM.
       PERFORM CHECK-STEP-STATUS.
       PERFORM PROCESS-PARAMETER-DECK.
       PERFORM ECHO-RUN-OPTIONS.
       OPEN INPUT CARD-INPUT-FILE.
       PERFORM PRINT-VALIDATION-SUMMARY.
       PERFORM SET-RETURN-CODE.
       PERFORM WRITE-RUN-CONTROL-RECORD.
       PERFORM RECORD-STEP-COMPLETION.
       STOP RUN.

APPLY-PARAMETER-CARD.
       END-IF.

       ADD 1 TO WS-DECK-CARD-COUNT.
       IF WS-BATCH-OPEN = 'NO'
           ADD 1 TO WS-CARDS-AFTER-TRAILER
       ELSE
           ADD 1 TO WS-BATCH-CARD-COUNT
           ADD 1 TO WS-PROMO-CARDS(WS-PROMO-COUNT)
       END-IF.
       PERFORM ADD-CARD-NUMBER-TO-HASH.

       END-IF.

PROCESS-CONTROL-HEADER.
      *> "HDR <deck date YYYYMMDD> <expected card count> [<promotion
      *> code>]" opens a promotion's batch. A header arriving while
      *> the previous batch is still open means that batch lost its
      *> trailer in transit; a promotion's second header means two
      *> copies of its batch were concatenated by a botched transfer -
      *> flag either rather than silently adopting the later count.
       IF WS-BATCH-OPEN = 'YES'
           DISPLAY "CONTROL ERROR: PROMOTION " WS-CURRENT-PROMO-CODE
               " BATCH HAS NO TRL BEFORE THE NEXT HDR"
           MOVE 'YES' TO WS-CONTROL-CARD-ERROR
       END-IF.
       MOVE 'YES' TO WS-HEADER-SEEN.
       MOVE 'YES' TO WS-BATCH-OPEN.
       MOVE ZERO TO WS-BATCH-CARD-COUNT.
       MOVE ZERO TO WS-HASH-ACCUM-TOTAL.
       MOVE ZERO TO WS-HDR-EXPECTED-COUNT.
       MOVE SPACES TO WS-HDR-DECK-DATE WS-HDR-EXPECTED-COUNT-TEXT
           WS-HDR-PROMO-CODE.
       SET WS-HDR-FIELD-COUNT TO ZERO.
       UNSTRING WS-SCRATCH-CARD-LINE DELIMITED BY ALL SPACE
           INTO WS-HDR-RECORD-TYPE WS-HDR-DECK-DATE
               WS-HDR-EXPECTED-COUNT-TEXT WS-HDR-PROMO-CODE
           TALLYING IN WS-HDR-FIELD-COUNT
       END-UNSTRING.
       IF FUNCTION TEST-NUMVAL(WS-HDR-EXPECTED-COUNT-TEXT) = 0
           MOVE FUNCTION NUMVAL(WS-HDR-EXPECTED-COUNT-TEXT)
               WS-HDR-EXPECTED-COUNT-TEXT
           MOVE 'YES' TO WS-CONTROL-CARD-ERROR
       END-IF.
       IF WS-HDR-PROMO-CODE = SPACES
           MOVE "STANDARD" TO WS-HDR-PROMO-CODE
       END-IF.
       IF WS-HDR-PROMO-CODE(9:2) NOT = SPACES
           DISPLAY "CONTROL ERROR: HDR PROMOTION CODE LONGER THAN "
               "8 CHARACTERS: " WS-HDR-PROMO-CODE
           MOVE 'YES' TO WS-CONTROL-CARD-ERROR
       END-IF.
       MOVE WS-HDR-PROMO-CODE TO WS-CURRENT-PROMO-CODE.
       PERFORM VARYING WS-PROMO-NDX FROM 1 BY 1
           UNTIL WS-PROMO-NDX > WS-PROMO-COUNT
           OR WS-PROMO-CODE(WS-PROMO-NDX) = WS-CURRENT-PROMO-CODE
       END-PERFORM.
       IF WS-PROMO-NDX <= WS-PROMO-COUNT
           DISPLAY "CONTROL ERROR: SECOND HDR RECORD IN DECK FOR "
               "PROMOTION " WS-CURRENT-PROMO-CODE
           MOVE 'YES' TO WS-CONTROL-CARD-ERROR
       END-IF.
       IF WS-PROMO-COUNT >= WS-PROMO-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-PROMO-TABLE-SIZE
               " PROMOTION BATCHES IN ONE DECK"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-PROMO-COUNT.
       MOVE WS-CURRENT-PROMO-CODE TO WS-PROMO-CODE(WS-PROMO-COUNT).
       MOVE ZERO TO WS-PROMO-CARDS(WS-PROMO-COUNT).
       DISPLAY "DECK CONTROL HEADER: PROMOTION " WS-CURRENT-PROMO-CODE
           " DATE " WS-HDR-DECK-DATE
           " EXPECTED CARDS " WS-HDR-EXPECTED-COUNT.
      *> The header the scoring step sees always names its promotion.
       MOVE SPACES TO WS-CONTROL-OUTPUT-LINE.
       STRING "HDR " DELIMITED BY SIZE
           WS-HDR-DECK-DATE DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           WS-HDR-EXPECTED-COUNT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CURRENT-PROMO-CODE DELIMITED BY SPACE
           INTO WS-CONTROL-OUTPUT-LINE
       END-STRING.
       MOVE WS-CONTROL-OUTPUT-LINE TO WS-VALID-OUTPUT-LINE.
       WRITE WS-VALID-OUTPUT-LINE.

PROCESS-CONTROL-TRAILER.
      *> "TRL <actual card count> <hash total of card numbers>" closes
      *> the open promotion batch and balances it.
       IF WS-BATCH-OPEN = 'NO'
           DISPLAY "CONTROL ERROR: TRL RECORD WITH NO OPEN HDR BATCH"
           MOVE 'YES' TO WS-CONTROL-CARD-ERROR
           EXIT PARAGRAPH
       END-IF.
       MOVE 'YES' TO WS-TRAILER-SEEN.
       MOVE 'NO' TO WS-BATCH-OPEN.
       MOVE SPACES TO WS-TRL-CARD-COUNT-TEXT WS-TRL-HASH-TOTAL-TEXT.
       UNSTRING WS-SCRATCH-CARD-LINE DELIMITED BY ALL SPACE
           INTO WS-HDR-RECORD-TYPE WS-TRL-CARD-COUNT-TEXT
               WS-TRL-HASH-TOTAL-TEXT
           DISPLAY "CONTROL ERROR: UNREADABLE TRL CARD COUNT: "
               WS-TRL-CARD-COUNT-TEXT
           MOVE 'YES' TO WS-CONTROL-CARD-ERROR
           EXIT PARAGRAPH
       END-IF.
       IF FUNCTION TEST-NUMVAL(WS-TRL-HASH-TOTAL-TEXT) = 0
           MOVE FUNCTION NUMVAL(WS-TRL-HASH-TOTAL-TEXT)
           DISPLAY "CONTROL ERROR: UNREADABLE TRL HASH TOTAL: "
               WS-TRL-HASH-TOTAL-TEXT
           MOVE 'YES' TO WS-CONTROL-CARD-ERROR
           EXIT PARAGRAPH
       END-IF.
       PERFORM CHECK-BATCH-BALANCE.

CHECK-BATCH-BALANCE.
      *> One promotion's batch: the trailer's own count and hash agree
      *> with what was read between its HDR and TRL, and so does the
      *> header's expected count.
       IF WS-TRL-CARD-COUNT NOT = WS-BATCH-CARD-COUNT
           DISPLAY "DECK OUT OF BALANCE: PROMOTION "
               WS-CURRENT-PROMO-CODE " TRL SAYS "
               WS-TRL-CARD-COUNT " CARDS, READ " WS-BATCH-CARD-COUNT
           MOVE 'YES' TO WS-DECK-OUT-OF-BALANCE
       END-IF.
       IF WS-TRL-HASH-TOTAL NOT = WS-HASH-ACCUM-TOTAL
           DISPLAY "DECK OUT OF BALANCE: PROMOTION "
               WS-CURRENT-PROMO-CODE " TRL HASH "
               WS-TRL-HASH-TOTAL " BUT COMPUTED " WS-HASH-ACCUM-TOTAL
           MOVE 'YES' TO WS-DECK-OUT-OF-BALANCE
       END-IF.
       IF WS-HDR-EXPECTED-COUNT NOT = WS-BATCH-CARD-COUNT
           DISPLAY "DECK OUT OF BALANCE: PROMOTION "
               WS-CURRENT-PROMO-CODE " HDR EXPECTED "
               WS-HDR-EXPECTED-COUNT " CARDS, READ "
               WS-BATCH-CARD-COUNT
           MOVE 'YES' TO WS-DECK-OUT-OF-BALANCE
       END-IF.

*> Shared with AOC_D4FIX - see copybooks/CARDHSH.cpy.
COPY CARDHSH.

CHECK-DECK-BALANCE.
      *> Prove the deck that arrived is the deck the vendor sent: at
      *> least one promotion batch, every batch closed by its trailer
      *> (each was balanced as its TRL arrived - see
      *> CHECK-BATCH-BALANCE), and no card lines outside a batch. Any
      *> miss marks the deck out of balance and SET-RETURN-CODE fails
      *> the step before STEP020 can score a partial transfer.
       IF WS-HEADER-SEEN = 'NO'
           DISPLAY "DECK OUT OF BALANCE: NO HDR CONTROL RECORD"
           MOVE 'YES' TO WS-DECK-OUT-OF-BALANCE
       END-IF.
       IF WS-BATCH-OPEN = 'YES'
           DISPLAY "DECK OUT OF BALANCE: NO TRL CONTROL RECORD FOR "
               "PROMOTION " WS-CURRENT-PROMO-CODE
               " (TRUNCATED TRANSFER?)"
           MOVE 'YES' TO WS-DECK-OUT-OF-BALANCE
       END-IF.
       IF WS-CONTROL-CARD-ERROR = 'YES'
       END-IF.
       IF WS-CARDS-AFTER-TRAILER > ZERO
           DISPLAY "DECK OUT OF BALANCE: " WS-CARDS-AFTER-TRAILER
               " CARD LINE(S) OUTSIDE ANY HDR/TRL BATCH"
           MOVE 'YES' TO WS-DECK-OUT-OF-BALANCE
       END-IF.

*> Shared with AOC_DAY4 - see copybooks/CARDCHK.cpy.
COPY CARDCHK.
WRITE-REJECT-RECORD.
       MOVE WS-SCRATCH-CARD-LINE TO WS-REJECT-CARD-LINE.
       MOVE SPACE TO WS-REJECT-SEPARATOR.
       MOVE SPACE TO WS-REJECT-SEP-2.
       IF WS-BATCH-OPEN = 'YES'
           MOVE WS-CURRENT-PROMO-CODE TO WS-REJECT-PROMO-CODE
       ELSE
           MOVE SPACES TO WS-REJECT-PROMO-CODE
       END-IF.
       WRITE WS-REJECT-RECORD.
       ADD 1 TO WS-TOTAL-REJECTED-LINES.
       DISPLAY "REJECTED RECORD " WS-TOTAL-LINES-READ " REASON: "
       DISPLAY "=================================================".
       DISPLAY "TOTAL LINES READ . . . . . . . . : " WS-TOTAL-LINES-READ.
       DISPLAY "CARD LINES (EXCL. HDR/TRL) . . . : " WS-DECK-CARD-COUNT.
       DISPLAY "PROMOTION BATCHES IN DECK. . . . : " WS-PROMO-COUNT.
       PERFORM VARYING WS-PROMO-NDX FROM 1 BY 1
           UNTIL WS-PROMO-NDX > WS-PROMO-COUNT
           DISPLAY "  PROMOTION " WS-PROMO-CODE(WS-PROMO-NDX)
               " CARD LINES. . : " WS-PROMO-CARDS(WS-PROMO-NDX)
       END-PERFORM.
       DISPLAY "VALID LINES PASSED THROUGH . . . : " WS-TOTAL-VALID-LINES.
       DISPLAY "REJECTED (MALFORMED) LINES . . . : " WS-TOTAL-REJECTED-LINES.
       IF WS-DECK-OUT-OF-BALANCE = 'YES'
               END-IF
           END-IF
       END-IF.

*> Shared with the rest of the AOCD4JOB chain - see
*> copybooks/CARDSTP.cpy.
COPY CARDSTP.
