       SELECT RETURN-FILE ASSIGN TO CARDRTN
       ORGANIZATION IS LINE SEQUENTIAL.

      *> Step-status control dataset - see copybooks/CARDSTP.cpy.
       SELECT STEP-STATUS-FILE ASSIGN TO CARDSTAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STEP-STATUS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CARD-INPUT-FILE.
FD RETURN-FILE.
01  WS-RETURN-LINE PIC X(130).

FD STEP-STATUS-FILE.
COPY CARDSTS.

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-CARD-INPUT-FILE-STATUS PIC X(2).
01  WS-TOTAL-DETAIL-RECORDS PIC 9(6) VALUE ZERO.
01  WS-MISSING-INPUTS PIC 9(1) VALUE ZERO.

*> Step-status control fields - see copybooks/CARDSTSW.cpy.
COPY CARDSTSW.

PROCEDURE DIVISION.
       MOVE "AOC_D4RTN" TO WS-STEP-PROGRAM.
       PERFORM CHECK-STEP-STATUS.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       PERFORM FIND-THEIR-DECK-DATE.
       PERFORM COUNT-ACCEPTED-CARDS.
       CLOSE RETURN-FILE.
       PERFORM PRINT-RETURN-SUMMARY.
       PERFORM SET-RETURN-CODE.
       PERFORM RECORD-STEP-COMPLETION.
       STOP RUN.

FIND-THEIR-DECK-DATE.

COUNT-ACCEPTED-CARDS.
      *> The validated deck holds exactly the card lines we accepted
      *> plus one HDR per promotion batch - AOC_D4VAL peeled the
      *> trailers off - so every line but those headers is one
      *> accepted card.
       OPEN INPUT VALID-INPUT-FILE.
       IF WS-VALID-INPUT-FILE-STATUS NOT = "00"
           DISPLAY "WARNING: CANNOT OPEN CARDVAL (STATUS "
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               IF WS-VALID-INPUT-LINE(1:4) NOT = "HDR "
                   ADD 1 TO WS-TOTAL-ACCEPTED
               END-IF
           END-READ
       END-PERFORM.
       CLOSE VALID-INPUT-FILE.
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

*> Shared with the rest of the AOCD4JOB chain - see
*> copybooks/CARDSTP.cpy.
COPY CARDSTP.
