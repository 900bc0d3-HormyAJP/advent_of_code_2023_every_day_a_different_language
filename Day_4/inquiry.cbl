*> formatted inquiry report to SYSOUT - found cards with their line
*> and score, not-found numbers flagged - so the desk batches the
*> day's questions into one job instead of asking for scoring reruns.
*> With SOURCE=HISTORY on SYSIN the same request deck is answered
*> from a card-history file instead - the live CARDHIST master, or
*> the file AOC_D4RST restores from the purge archives - printing
*> every dated posting on file for each card asked about.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       RECORD KEY IS WS-IDX-CARD-NUMBER
       FILE STATUS IS WS-CARD-INDEX-FILE-STATUS.

       SELECT HISTORY-FILE ASSIGN TO CARDHIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS WS-HIST-KEY
       FILE STATUS IS WS-HISTORY-FILE-STATUS.

       SELECT REQUEST-FILE ASSIGN TO CARDINQR
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REQUEST-FILE-STATUS.
FD CARD-INDEX-FILE.
COPY CARDIDX.

FD HISTORY-FILE.
COPY CARDHST.

FD REQUEST-FILE.
01  WS-REQUEST-LINE PIC X(80).

01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-CARD-INDEX-FILE-STATUS PIC X(2).
01  WS-REQUEST-FILE-STATUS PIC X(2).
01  WS-HISTORY-FILE-STATUS PIC X(2).

*> SYSIN control-card fields - see copybooks/CARDPRMW.cpy.
COPY CARDPRMW.
01  WS-IDX-FILE-NAME PIC X(44) VALUE "CARDIDX".
01  WS-IDX-NAME-WORK PIC X(44) VALUE SPACES.
01  WS-INQUIRY-DATE PIC 9(8) VALUE ZERO.
*> INDEX (the default) or HISTORY - which file answers the deck.
01  WS-INQUIRY-SOURCE PIC X(8) VALUE "INDEX".
01  WS-HISTORY-CARD-FOUND PIC X(3) VALUE 'NO'.
01  WS-LAST-HISTORY-CARD PIC 9(7) VALUE ZERO.
01  WS-TOTAL-POSTINGS-LISTED PIC 9(6) VALUE ZERO.

*> The shape check and scoring both work off the shared scratch-line
*> and parse fields - the inquiry re-scores the indexed line through

PROCEDURE DIVISION.
       PERFORM PROCESS-PARAMETER-DECK.
       IF WS-INQUIRY-SOURCE = "HISTORY" AND WS-INQUIRY-DATE NOT = ZERO
           DISPLAY "FATAL: DATE AND SOURCE=HISTORY ARE MUTUALLY "
               "EXCLUSIVE"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM ECHO-RUN-OPTIONS.
       IF WS-INQUIRY-SOURCE = "HISTORY"
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN HISTORY-FILE, STATUS "
                   WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       ELSE
           OPEN INPUT CARD-INDEX-FILE
           IF WS-CARD-INDEX-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN CARD-INDEX-FILE, STATUS "
                   WS-CARD-INDEX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.
       OPEN INPUT REQUEST-FILE.
       IF WS-REQUEST-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN REQUEST-FILE, STATUS "
           END-READ
       END-PERFORM.
       CLOSE REQUEST-FILE.
       IF WS-INQUIRY-SOURCE = "HISTORY"
           CLOSE HISTORY-FILE
       ELSE
           CLOSE CARD-INDEX-FILE
       END-IF.

       PERFORM PRINT-INQUIRY-SUMMARY.
       PERFORM SET-RETURN-CODE.
      *> instead of today's CARDIDX, so the desk can answer
      *> "what was on card N last Tuesday" without a restore. The
      *> AOC_D4CLS catalog (CARDGCAT) says which dates exist.
      *> SOURCE=HISTORY - answer from the card-history file on
      *> CARDHIST instead (every dated posting per card); SOURCE=INDEX
      *> is the default. Not combined with DATE, which only picks an
      *> index generation.
       EVALUATE WS-PARM-KEYWORD
           WHEN "DATE"
               IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                   END-STRING
                   MOVE WS-IDX-NAME-WORK TO WS-IDX-FILE-NAME
               END-IF
           WHEN "SOURCE"
               IF WS-PARM-VALUE = "INDEX" OR WS-PARM-VALUE = "HISTORY"
                   MOVE WS-PARM-VALUE TO WS-INQUIRY-SOURCE
               ELSE
                   DISPLAY "SOURCE MUST BE INDEX OR HISTORY: "
                       WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               END-IF
           WHEN OTHER
               DISPLAY "UNKNOWN PARAMETER KEYWORD: " WS-PARM-CARD
               MOVE 'YES' TO WS-PARM-ERROR
ECHO-RUN-OPTIONS.
       DISPLAY "AOC_D4INQ RUN OPTIONS (" WS-PARM-CARD-COUNT
           " SYSIN CARD(S)):".
       DISPLAY "  SOURCE . . . . . : " WS-INQUIRY-SOURCE.
       EVALUATE TRUE
           WHEN WS-INQUIRY-SOURCE = "HISTORY"
               DISPLAY "  DATE . . . . . . : (ALL POSTINGS ON CARDHIST)"
           WHEN WS-INQUIRY-DATE = ZERO
               DISPLAY "  DATE . . . . . . : (TODAY - CARDIDX)"
           WHEN OTHER
               DISPLAY "  DATE . . . . . . : " WS-INQUIRY-DATE
                   " (" FUNCTION TRIM(WS-IDX-FILE-NAME) ")"
       END-EVALUATE.

*> Shared with AOC_D4VAL / AOC_DAY4 - see copybooks/CARDPRM.cpy.
COPY CARDPRM.
           ADD 1 TO WS-TOTAL-BAD-REQUESTS
           EXIT PARAGRAPH
       END-IF.
       EVALUATE TRUE
           WHEN WS-INQUIRY-SOURCE = "HISTORY"
               PERFORM INQUIRE-CARD-HISTORY
           WHEN WS-REQUEST-LO = WS-REQUEST-HI
               PERFORM INQUIRE-SINGLE-CARD
           WHEN OTHER
               PERFORM INQUIRE-CARD-RANGE
       END-EVALUATE.

INQUIRE-SINGLE-CARD.
      *> Direct keyed read - the point of having built CARDIDX.
               WS-RANGE-MISSING-COUNT " NUMBER(S) NOT IN THE INDEX"
       END-IF.

INQUIRE-CARD-HISTORY.
      *> History is keyed card-then-date, so a single card is just a
      *> range of one: START at (lo, earliest date) and READ NEXT
      *> until the card number walks past hi, listing each posting.
      *> Found / not-found count card numbers, not postings, so the
      *> summary means the same thing in both modes.
       MOVE 'NO' TO WS-RANGE-DONE.
       MOVE ZERO TO WS-RANGE-FOUND-COUNT.
       MOVE ZERO TO WS-LAST-HISTORY-CARD.
       MOVE 'NO' TO WS-HISTORY-CARD-FOUND.
       MOVE WS-REQUEST-LO TO WS-HIST-CARD-NUMBER.
       MOVE ZERO TO WS-HIST-DATE-PROCESSED.
       START HISTORY-FILE
           KEY IS NOT LESS THAN WS-HIST-KEY
           INVALID KEY
               MOVE 'YES' TO WS-RANGE-DONE
       END-START.
       PERFORM UNTIL WS-RANGE-DONE = 'YES'
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'YES' TO WS-RANGE-DONE
               NOT AT END
                   IF WS-HIST-CARD-NUMBER > WS-REQUEST-HI
                       MOVE 'YES' TO WS-RANGE-DONE
                   ELSE
                       PERFORM REPORT-HISTORY-POSTING
                   END-IF
           END-READ
       END-PERFORM.
       COMPUTE WS-RANGE-MISSING-COUNT = WS-REQUEST-HI - WS-REQUEST-LO
           + 1 - WS-RANGE-FOUND-COUNT.
       IF WS-RANGE-MISSING-COUNT > ZERO
           ADD WS-RANGE-MISSING-COUNT TO WS-TOTAL-CARDS-NOT-FOUND
           IF WS-REQUEST-LO = WS-REQUEST-HI
               DISPLAY "CARD " WS-REQUEST-LO " *** NO HISTORY ***"
           ELSE
               DISPLAY "RANGE " WS-REQUEST-LO "-" WS-REQUEST-HI ": "
                   WS-RANGE-MISSING-COUNT " NUMBER(S) WITH NO HISTORY"
           END-IF
       END-IF.

REPORT-HISTORY-POSTING.
       IF WS-HISTORY-CARD-FOUND = 'NO'
       OR WS-HIST-CARD-NUMBER NOT = WS-LAST-HISTORY-CARD
           MOVE 'YES' TO WS-HISTORY-CARD-FOUND
           MOVE WS-HIST-CARD-NUMBER TO WS-LAST-HISTORY-CARD
           ADD 1 TO WS-RANGE-FOUND-COUNT
           ADD 1 TO WS-TOTAL-CARDS-FOUND
       END-IF.
       ADD 1 TO WS-TOTAL-POSTINGS-LISTED.
       DISPLAY "CARD " WS-HIST-CARD-NUMBER " DATE "
           WS-HIST-DATE-PROCESSED " MATCHES " WS-HIST-MATCH-COUNT
           " POINTS " WS-HIST-POINTS " PROMOTION "
           WS-HIST-PROMO-CODE.

REPORT-FOUND-CARD.
      *> Re-validate and re-score the indexed line through the shared
      *> paragraphs so the printed score is derived by exactly the
           WS-TOTAL-CARDS-FOUND.
       DISPLAY "CARD NUMBERS NOT FOUND . . . . . : "
           WS-TOTAL-CARDS-NOT-FOUND.
       IF WS-INQUIRY-SOURCE = "HISTORY"
           DISPLAY "HISTORY POSTINGS LISTED. . . . . : "
               WS-TOTAL-POSTINGS-LISTED
       END-IF.
       DISPLAY "UNREADABLE REQUEST LINES . . . . : "
           WS-TOTAL-BAD-REQUESTS.
       DISPLAY "=================================================".
