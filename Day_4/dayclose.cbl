*> about what's on disk. AOC_D4INQ and AOC_D4FIX take a
*> DATE=yyyymmdd SYSIN option to point themselves at a prior
*> generation instead of only TODAY.
*> The two desk-keyed input decks the chain applies - the payout
*> desk's void/stop deck (CARDCHKT, read by AOC_D4CHK) and the
*> release requests (CARDRELQ, read by AOC_D4REL) - are day-scoped
*> too: once CARDSTAT shows the step that reads a deck DONE for
*> the run date, the deck is kept as a generation beside the
*> others and emptied for the next day's cards, as the last thing
*> the close does. A deck its step hasn't finished with is left
*> exactly as it is.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-FILE-STATUS.

      *> The desk's decks - see CYCLE-APPLIED-DECKS. Absent (35) is
      *> a desk that keyed nothing.
       SELECT CHECK-VOID-DECK ASSIGN TO CARDCHKT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHECK-VOID-DECK-STATUS.

       SELECT RELEASE-REQUEST-DECK ASSIGN TO CARDRELQ
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RELEASE-REQUEST-DECK-STATUS.

      *> Date-stamped generation datasets, named at run time. One
      *> sequential handle serves the rewards/reject/control copies
      *> (and the trim deletes) in turn; the keyed index copy needs
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-FILE-STATUS.

      *> Step-status control dataset - see copybooks/CARDSTP.cpy.
       SELECT STEP-STATUS-FILE ASSIGN TO CARDSTAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STEP-STATUS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD REWARDS-FILE.
FD SCORING-CONTROL-FILE.
01  WS-CONTROL-IN-LINE PIC X(130).

FD CHECK-VOID-DECK.
01  WS-CHECK-VOID-LINE PIC X(80).

FD RELEASE-REQUEST-DECK.
01  WS-RELEASE-REQUEST-LINE PIC X(80).

FD CATALOG-FILE.
01  WS-CATALOG-LINE PIC X(80).

FD PARM-FILE.
01  WS-PARM-CARD PIC X(80).

FD STEP-STATUS-FILE.
COPY CARDSTS.

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-REWARDS-FILE-STATUS PIC X(2).
01  WS-CATALOG-FILE-STATUS PIC X(2).
01  WS-GEN-SEQ-FILE-STATUS PIC X(2).
01  WS-GEN-IDX-FILE-STATUS PIC X(2).
01  WS-CHECK-VOID-DECK-STATUS PIC X(2).
01  WS-RELEASE-REQUEST-DECK-STATUS PIC X(2).

*> SYSIN control-card fields - see copybooks/CARDPRMW.cpy.
COPY CARDPRMW.
01  WS-TOTAL-TRIMMED PIC 9(3) VALUE ZERO.
01  WS-MISSING-INPUTS PIC 9(1) VALUE ZERO.

*> Desk decks. APPLIED is the latest CARDSTAT word for the step
*> that reads the deck, for the run date: DONE says YES, a STRT or
*> RSET after it says NO again. A deck is emptied only when its
*> step is done with it and its generation copy was written.
01  WS-VOIDS-APPLIED PIC X(3) VALUE 'NO'.
01  WS-REQUESTS-APPLIED PIC X(3) VALUE 'NO'.
01  WS-VOIDS-COPIED PIC X(3) VALUE 'NO'.
01  WS-REQUESTS-COPIED PIC X(3) VALUE 'NO'.
01  WS-CYCLED-VOIDS PIC 9(6) VALUE ZERO.
01  WS-CYCLED-REQUESTS PIC 9(6) VALUE ZERO.
01  WS-DECKS-KEPT PIC 9(1) VALUE ZERO.

*> Step-status control fields - see copybooks/CARDSTSW.cpy.
COPY CARDSTSW.

PROCEDURE DIVISION.
       MOVE "AOC_D4CLS" TO WS-STEP-PROGRAM.
       PERFORM CHECK-STEP-STATUS.
       PERFORM PROCESS-PARAMETER-DECK.
       IF WS-DATE-OVERRIDDEN = 'NO'
           ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD
       PERFORM COPY-REJECT-GENERATION.
       PERFORM COPY-INDEX-GENERATION.
       PERFORM COPY-CONTROL-GENERATION.
       PERFORM FIND-APPLIED-DECKS.
       PERFORM COPY-VOID-DECK-GENERATION.
       PERFORM COPY-REQUEST-DECK-GENERATION.
       PERFORM RECORD-TODAYS-GENERATION.
       PERFORM TRIM-OLD-GENERATIONS.
       PERFORM REWRITE-GENERATION-CATALOG.
       PERFORM CYCLE-APPLIED-DECKS.
       PERFORM PRINT-DAY-CLOSE-SUMMARY.
       PERFORM SET-RETURN-CODE.
       PERFORM RECORD-STEP-COMPLETION.
       STOP RUN.

APPLY-PARAMETER-CARD.
       CLOSE GEN-SEQ-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.

FIND-APPLIED-DECKS.
      *> Read CARDSTAT directly for the two reading steps' events on
      *> this close's run date. No step-status dataset means nothing
      *> can be proved, so both decks stay where they are.
       IF WS-STEP-CONTROL = 'NO'
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT STEP-STATUS-FILE.
       IF WS-STEP-STATUS-FILE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-STEP-STATUS-EOF = 'YES'
           READ STEP-STATUS-FILE
           AT END
               MOVE 'YES' TO WS-STEP-STATUS-EOF
           NOT AT END
               PERFORM NOTE-DECK-STEP-EVENT
           END-READ
       END-PERFORM.
       CLOSE STEP-STATUS-FILE.
       MOVE 'NO' TO WS-STEP-STATUS-EOF.

NOTE-DECK-STEP-EVENT.
       IF WS-STS-RUN-DATE NOT = WS-STEP-RUN-DATE
           EXIT PARAGRAPH
       END-IF.
       IF WS-STS-EVENT = "SKIP"
           EXIT PARAGRAPH
       END-IF.
       IF WS-STS-PROGRAM = "AOC_D4CHK"
           IF WS-STS-EVENT = "DONE"
               MOVE 'YES' TO WS-VOIDS-APPLIED
           ELSE
               MOVE 'NO' TO WS-VOIDS-APPLIED
           END-IF
       END-IF.
       IF WS-STS-PROGRAM = "AOC_D4REL"
           IF WS-STS-EVENT = "DONE"
               MOVE 'YES' TO WS-REQUESTS-APPLIED
           ELSE
               MOVE 'NO' TO WS-REQUESTS-APPLIED
           END-IF
       END-IF.

COPY-VOID-DECK-GENERATION.
      *> Only a deck with cards on it is copied: on a rerun of the
      *> close after the deck was already emptied, the generation
      *> the first attempt wrote is the one worth keeping.
       MOVE "PROD.CARD.CHECK.VOIDS." TO WS-GEN-BASE.
       MOVE WS-CLOSE-DATE TO WS-GEN-DATE.
       PERFORM BUILD-GEN-SEQ-NAME.
       OPEN INPUT CHECK-VOID-DECK.
       IF WS-CHECK-VOID-DECK-STATUS = "35"
           EXIT PARAGRAPH
       END-IF.
       IF WS-CHECK-VOID-DECK-STATUS NOT = "00"
           DISPLAY "WARNING: CANNOT OPEN CARDCHKT, STATUS "
               WS-CHECK-VOID-DECK-STATUS " - VOID/STOP DECK NOT CYCLED"
           ADD 1 TO WS-DECKS-KEPT
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ CHECK-VOID-DECK
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               IF WS-CYCLED-VOIDS = ZERO
                   OPEN OUTPUT GEN-SEQ-FILE
               END-IF
               MOVE WS-CHECK-VOID-LINE TO WS-GEN-SEQ-LINE
               WRITE WS-GEN-SEQ-LINE
               ADD 1 TO WS-CYCLED-VOIDS
           END-READ
       END-PERFORM.
       CLOSE CHECK-VOID-DECK.
       MOVE 'NO' TO WS-END-OF-FILE.
       IF WS-CYCLED-VOIDS > ZERO
           CLOSE GEN-SEQ-FILE
           MOVE 'YES' TO WS-VOIDS-COPIED
       END-IF.

COPY-REQUEST-DECK-GENERATION.
      *> Same treatment as the void/stop deck.
       MOVE "PROD.CARD.RELEASE.REQUESTS." TO WS-GEN-BASE.
       MOVE WS-CLOSE-DATE TO WS-GEN-DATE.
       PERFORM BUILD-GEN-SEQ-NAME.
       OPEN INPUT RELEASE-REQUEST-DECK.
       IF WS-RELEASE-REQUEST-DECK-STATUS = "35"
           EXIT PARAGRAPH
       END-IF.
       IF WS-RELEASE-REQUEST-DECK-STATUS NOT = "00"
           DISPLAY "WARNING: CANNOT OPEN CARDRELQ, STATUS "
               WS-RELEASE-REQUEST-DECK-STATUS
               " - RELEASE REQUEST DECK NOT CYCLED"
           ADD 1 TO WS-DECKS-KEPT
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ RELEASE-REQUEST-DECK
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               IF WS-CYCLED-REQUESTS = ZERO
                   OPEN OUTPUT GEN-SEQ-FILE
               END-IF
               MOVE WS-RELEASE-REQUEST-LINE TO WS-GEN-SEQ-LINE
               WRITE WS-GEN-SEQ-LINE
               ADD 1 TO WS-CYCLED-REQUESTS
           END-READ
       END-PERFORM.
       CLOSE RELEASE-REQUEST-DECK.
       MOVE 'NO' TO WS-END-OF-FILE.
       IF WS-CYCLED-REQUESTS > ZERO
           CLOSE GEN-SEQ-FILE
           MOVE 'YES' TO WS-REQUESTS-COPIED
       END-IF.

RECORD-TODAYS-GENERATION.
      *> Insert (or replace, on a same-day rerun) today's entry in
      *> date order - insert-and-shift, same as AOC_D4PRD's day
       MOVE "PROD.CARD.CONTROL." TO WS-GEN-BASE.
       PERFORM BUILD-GEN-SEQ-NAME.
       DELETE FILE GEN-SEQ-FILE.
      *> The desk decks have a generation only on days they held
      *> cards - deleting one that isn't there is harmless.
       MOVE "PROD.CARD.CHECK.VOIDS." TO WS-GEN-BASE.
       PERFORM BUILD-GEN-SEQ-NAME.
       DELETE FILE GEN-SEQ-FILE.
       MOVE "PROD.CARD.RELEASE.REQUESTS." TO WS-GEN-BASE.
       PERFORM BUILD-GEN-SEQ-NAME.
       DELETE FILE GEN-SEQ-FILE.
       MOVE SPACES TO WS-GEN-NAME-WORK.
       STRING "PROD.CARD.INDEX.D" DELIMITED BY SIZE
           WS-GEN-DATE DELIMITED BY SIZE
       END-PERFORM.
       CLOSE CATALOG-FILE.

CYCLE-APPLIED-DECKS.
      *> Last act of the close, after the catalog is safely written.
      *> A deck with cards that its step hasn't finished with for
      *> the run date stays for the next run to read - RC=4, so
      *> operations can see why.
       IF WS-CYCLED-VOIDS > ZERO
           IF WS-VOIDS-APPLIED = 'YES'
           AND WS-VOIDS-COPIED = 'YES'
               OPEN OUTPUT CHECK-VOID-DECK
               IF WS-CHECK-VOID-DECK-STATUS NOT = "00"
                   DISPLAY "WARNING: CANNOT EMPTY CARDCHKT, STATUS "
                       WS-CHECK-VOID-DECK-STATUS
                   ADD 1 TO WS-DECKS-KEPT
               ELSE
                   CLOSE CHECK-VOID-DECK
               END-IF
           ELSE
               DISPLAY "WARNING: AOC_D4CHK NOT DONE FOR "
                   WS-STEP-RUN-DATE " - VOID/STOP DECK LEFT IN PLACE"
               ADD 1 TO WS-DECKS-KEPT
           END-IF
       END-IF.
       IF WS-CYCLED-REQUESTS > ZERO
           IF WS-REQUESTS-APPLIED = 'YES'
           AND WS-REQUESTS-COPIED = 'YES'
               OPEN OUTPUT RELEASE-REQUEST-DECK
               IF WS-RELEASE-REQUEST-DECK-STATUS NOT = "00"
                   DISPLAY "WARNING: CANNOT EMPTY CARDRELQ, STATUS "
                       WS-RELEASE-REQUEST-DECK-STATUS
                   ADD 1 TO WS-DECKS-KEPT
               ELSE
                   CLOSE RELEASE-REQUEST-DECK
               END-IF
           ELSE
               DISPLAY "WARNING: AOC_D4REL NOT DONE FOR "
                   WS-STEP-RUN-DATE
                   " - RELEASE REQUEST DECK LEFT IN PLACE"
               ADD 1 TO WS-DECKS-KEPT
           END-IF
       END-IF.

PRINT-DAY-CLOSE-SUMMARY.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4CLS - DAY-CLOSE GENERATION SUMMARY".
           WS-COPIED-INDEX.
       DISPLAY "CONTROL RECORDS COPIED . . . . . : "
           WS-COPIED-CONTROL.
       DISPLAY "VOID/STOP DECK CARDS KEPT. . . . : "
           WS-CYCLED-VOIDS.
       DISPLAY "RELEASE REQUEST CARDS KEPT . . . : "
           WS-CYCLED-REQUESTS.
       DISPLAY "GENERATIONS ON CATALOG . . . . . : " WS-CAT-COUNT.
       DISPLAY "GENERATIONS TRIMMED. . . . . . . : "
           WS-TOTAL-TRIMMED.
SET-RETURN-CODE.
      *> RC=4: the close completed but one of the TODAY inputs
      *> couldn't be read, so that family's generation is missing -
      *> worth a look before anyone relies on this date - or a desk
      *> deck couldn't be cycled and will be read again tomorrow.
       IF WS-MISSING-INPUTS > ZERO
       OR WS-DECKS-KEPT > ZERO
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

*> Shared with the rest of the AOCD4JOB chain - see
*> copybooks/CARDSTP.cpy.
COPY CARDSTP.
