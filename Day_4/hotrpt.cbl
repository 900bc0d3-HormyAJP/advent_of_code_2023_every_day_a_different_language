IDENTIFICATION DIVISION.
PROGRAM-ID. AOC_D4HTR.
*> Weekly hotlist-hit report for loss prevention. Every payment
*> AOC_D4PAY holds because its card is on the stolen/voided hotlist
*> lands on the cumulative hit log (CARDHOTH - see
*> copybooks/CARDHIT.cpy). Loss prevention used to piece a week's
*> hits together from daily payout SYSOUT; this step reads the log,
*> keeps the hits held in the last DAYS days (DAYS=n on SYSIN,
*> default 7, through the shared CARDPRM reader), lists each one with
*> the retailer that reported the card, and rolls them up by the
*> retailer the card was sold through (from the CARDXREF stamp on
*> the hit) - hit count, dollars held, and the split by hotlist
*> reason - so a store where stolen stock keeps turning up is one
*> line on one page. A log line whose date or amount won't read is
*> reported and skipped, and ends the step RC=4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Same bare ASSIGN-TO-ddname idiom as the rest of Day_4/*.cbl.
       SELECT HOTLIST-HIT-FILE ASSIGN TO CARDHOTH
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOTLIST-HIT-FILE-STATUS.

      *> SYSIN control-card deck - see copybooks/CARDPRM.cpy.
       SELECT PARM-FILE ASSIGN TO SYSIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD HOTLIST-HIT-FILE.
COPY CARDHIT.

FD PARM-FILE.
01  WS-PARM-CARD PIC X(80).

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-HOTLIST-HIT-FILE-STATUS PIC X(2).
01  WS-HIT-LOG-PRESENT PIC X(3) VALUE 'YES'.

*> SYSIN control-card fields - see copybooks/CARDPRMW.cpy.
COPY CARDPRMW.

*> Reporting window: hits held on or after the window start, which
*> is DAYS-1 days before today - DAYS=7 is today and the six days
*> before it.
01  WS-WINDOW-DAYS PIC 9(3) VALUE 7.
01  WS-RUN-DATE PIC 9(8) VALUE ZERO.
01  WS-RUN-DATE-INTEGER PIC 9(9) VALUE ZERO.
01  WS-WINDOW-START-DATE PIC 9(8) VALUE ZERO.

*> The hit being worked, as numerics.
01  WS-WORK-AMOUNT PIC 9(7)V99 VALUE ZERO.

*> Per-retailer rollup, one row per retailer the hit cards were
*> sold through, in first-seen order. Same size-guard stance as the
*> payout step's retailer table.
01  WS-RETAILER-TABLE-SIZE PIC 9(3) VALUE 200.
01  WS-RETAILER-COUNT PIC 9(3) VALUE ZERO.
01  WS-RETAILER-TABLE.
    05  WS-RETAILER-ENTRY OCCURS 200 TIMES.
        10  WS-RET-ID PIC X(8).
        10  WS-RET-HITS PIC 9(6).
        10  WS-RET-DOLLARS PIC 9(9)V99.
        10  WS-RET-STOLEN PIC 9(6).
        10  WS-RET-VOIDED PIC 9(6).
        10  WS-RET-DAMAGED PIC 9(6).
01  WS-RETAILER-NDX PIC 9(3) VALUE ZERO.

01  WS-TOTAL-HITS-READ PIC 9(6) VALUE ZERO.
01  WS-TOTAL-HITS-IN-WINDOW PIC 9(6) VALUE ZERO.
01  WS-TOTAL-BAD-LINES PIC 9(6) VALUE ZERO.
01  WS-TOTAL-STOLEN PIC 9(6) VALUE ZERO.
01  WS-TOTAL-VOIDED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-DAMAGED PIC 9(6) VALUE ZERO.
01  WS-DOLLARS-IN-WINDOW PIC 9(11)V99 VALUE ZERO.
01  WS-EDIT-DOLLARS PIC Z(10)9.99.
01  WS-EDIT-RET-DOLLARS PIC Z(8)9.99.

PROCEDURE DIVISION.
       PERFORM PROCESS-PARAMETER-DECK.
       PERFORM ECHO-RUN-OPTIONS.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       COMPUTE WS-RUN-DATE-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
       COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER(
           WS-RUN-DATE-INTEGER - WS-WINDOW-DAYS + 1).

       PERFORM READ-HIT-LOG.
       PERFORM PRINT-RETAILER-ROLLUP.
       PERFORM PRINT-HOTLIST-SUMMARY.
       PERFORM SET-RETURN-CODE.
       STOP RUN.

APPLY-PARAMETER-CARD.
      *> DAYS=n - how many days back (today included) the report
      *> covers. Same strict validation stance as every other control
      *> card in the suite.
       EVALUATE WS-PARM-KEYWORD
           WHEN "DAYS"
               IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                       TO WS-PARM-NUM-WORK
               ELSE
                   MOVE ZERO TO WS-PARM-NUM-WORK
               END-IF
               IF WS-PARM-NUM-WORK < 1
               OR WS-PARM-NUM-WORK > 366
                   DISPLAY "DAYS MUST BE 1-366: " WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   MOVE WS-PARM-NUM-WORK TO WS-WINDOW-DAYS
               END-IF
           WHEN OTHER
               DISPLAY "UNKNOWN PARAMETER KEYWORD: " WS-PARM-CARD
               MOVE 'YES' TO WS-PARM-ERROR
       END-EVALUATE.

ECHO-RUN-OPTIONS.
       DISPLAY "AOC_D4HTR RUN OPTIONS (" WS-PARM-CARD-COUNT
           " SYSIN CARD(S)):".
       DISPLAY "  DAYS . . . . . . : " WS-WINDOW-DAYS.

*> Shared with AOC_D4VAL / AOC_DAY4 - see copybooks/CARDPRM.cpy.
COPY CARDPRM.

READ-HIT-LOG.
      *> No hit log at all just means no hotlisted card has ever been
      *> presented for payment - a clean report, not an error.
       OPEN INPUT HOTLIST-HIT-FILE.
       IF WS-HOTLIST-HIT-FILE-STATUS = "35"
           MOVE 'NO' TO WS-HIT-LOG-PRESENT
           DISPLAY "NO HOTLIST HITS ON FILE (CARDHOTH NOT FOUND)"
           EXIT PARAGRAPH
       END-IF.
       IF WS-HOTLIST-HIT-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN HOTLIST-HIT-FILE, STATUS "
               WS-HOTLIST-HIT-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4HTR - HOTLIST HITS HELD " WS-WINDOW-START-DATE
           " THRU " WS-RUN-DATE.
       DISPLAY "=================================================".
       DISPLAY "HELD     CARD    RSN  REPORTED SOLD BY       AMOUNT".
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ HOTLIST-HIT-FILE
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               PERFORM PROCESS-ONE-HIT
           END-READ
       END-PERFORM.
       CLOSE HOTLIST-HIT-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.

PROCESS-ONE-HIT.
       ADD 1 TO WS-TOTAL-HITS-READ.
       IF WS-HIT-HELD-DATE NOT NUMERIC
       OR WS-HIT-AMOUNT-DOLLARS NOT NUMERIC
       OR WS-HIT-AMOUNT-CENTS NOT NUMERIC
           ADD 1 TO WS-TOTAL-BAD-LINES
           DISPLAY "UNREADABLE HIT LOG LINE " WS-TOTAL-HITS-READ
               " SKIPPED: " WS-HOTLIST-HIT-RECORD
           EXIT PARAGRAPH
       END-IF.
       IF WS-HIT-HELD-DATE < WS-WINDOW-START-DATE
       OR WS-HIT-HELD-DATE > WS-RUN-DATE
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TOTAL-HITS-IN-WINDOW.
       COMPUTE WS-WORK-AMOUNT = WS-HIT-AMOUNT-DOLLARS
           + WS-HIT-AMOUNT-CENTS / 100.
       ADD WS-WORK-AMOUNT TO WS-DOLLARS-IN-WINDOW.
       DISPLAY WS-HIT-HELD-DATE " " WS-HIT-CARD-NUMBER " "
           WS-HIT-REASON " " WS-HIT-REPORTED-BY " "
           WS-HIT-RETAILER-ID " " WS-HIT-AMOUNT.
       PERFORM ROLL-UP-RETAILER.

ROLL-UP-RETAILER.
      *> Accumulate the hit under the retailer the card was sold
      *> through; first time a retailer shows up it gets a fresh row.
       PERFORM VARYING WS-RETAILER-NDX FROM 1 BY 1
           UNTIL WS-RETAILER-NDX > WS-RETAILER-COUNT
           OR WS-RET-ID(WS-RETAILER-NDX) = WS-HIT-RETAILER-ID
       END-PERFORM.
       IF WS-RETAILER-NDX > WS-RETAILER-COUNT
           IF WS-RETAILER-COUNT >= WS-RETAILER-TABLE-SIZE
               DISPLAY "FATAL: MORE THAN " WS-RETAILER-TABLE-SIZE
                   " DISTINCT RETAILERS - ROLLUP TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RETAILER-COUNT
           MOVE WS-HIT-RETAILER-ID TO WS-RET-ID(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-RET-HITS(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-RET-DOLLARS(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-RET-STOLEN(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-RET-VOIDED(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-RET-DAMAGED(WS-RETAILER-COUNT)
           MOVE WS-RETAILER-COUNT TO WS-RETAILER-NDX
       END-IF.
       ADD 1 TO WS-RET-HITS(WS-RETAILER-NDX).
       ADD WS-WORK-AMOUNT TO WS-RET-DOLLARS(WS-RETAILER-NDX).
       EVALUATE WS-HIT-REASON
           WHEN "STOL"
               ADD 1 TO WS-RET-STOLEN(WS-RETAILER-NDX)
               ADD 1 TO WS-TOTAL-STOLEN
           WHEN "VOID"
               ADD 1 TO WS-RET-VOIDED(WS-RETAILER-NDX)
               ADD 1 TO WS-TOTAL-VOIDED
           WHEN OTHER
               ADD 1 TO WS-RET-DAMAGED(WS-RETAILER-NDX)
               ADD 1 TO WS-TOTAL-DAMAGED
       END-EVALUATE.

PRINT-RETAILER-ROLLUP.
       IF WS-HIT-LOG-PRESENT = 'NO'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "-------------------------------------------------".
       DISPLAY "HITS BY RETAILER SOLD THROUGH".
       DISPLAY "RETAILER   HITS   STOL   VOID   DAMG    DOLLARS HELD".
       PERFORM VARYING WS-RETAILER-NDX FROM 1 BY 1
           UNTIL WS-RETAILER-NDX > WS-RETAILER-COUNT
           MOVE WS-RET-DOLLARS(WS-RETAILER-NDX) TO WS-EDIT-RET-DOLLARS
           DISPLAY WS-RET-ID(WS-RETAILER-NDX) " "
               WS-RET-HITS(WS-RETAILER-NDX) " "
               WS-RET-STOLEN(WS-RETAILER-NDX) " "
               WS-RET-VOIDED(WS-RETAILER-NDX) " "
               WS-RET-DAMAGED(WS-RETAILER-NDX) " "
               WS-EDIT-RET-DOLLARS
       END-PERFORM.

PRINT-HOTLIST-SUMMARY.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4HTR - HOTLIST HIT SUMMARY".
       DISPLAY "=================================================".
       DISPLAY "HIT LOG LINES READ . . . . . . . : "
           WS-TOTAL-HITS-READ.
       DISPLAY "HITS IN THE LAST " WS-WINDOW-DAYS
           " DAY(S). . . . : " WS-TOTAL-HITS-IN-WINDOW.
       DISPLAY "  STOLEN . . . . . . . . . . . . : " WS-TOTAL-STOLEN.
       DISPLAY "  VOIDED . . . . . . . . . . . . : " WS-TOTAL-VOIDED.
       DISPLAY "  DAMAGED. . . . . . . . . . . . : " WS-TOTAL-DAMAGED.
       DISPLAY "RETAILERS WITH HITS. . . . . . . : " WS-RETAILER-COUNT.
       IF WS-TOTAL-BAD-LINES > ZERO
           DISPLAY "UNREADABLE LINES SKIPPED . . . . : "
               WS-TOTAL-BAD-LINES
       END-IF.
       MOVE WS-DOLLARS-IN-WINDOW TO WS-EDIT-DOLLARS.
       DISPLAY "DOLLARS HELD ON HOTLIST HITS . . : " WS-EDIT-DOLLARS.
       DISPLAY "=================================================".

SET-RETURN-CODE.
      *> RC=4: the log has lines this report could not read - the
      *> figures above may be short. Hits themselves are what the
      *> report is for, not a failure.
       IF WS-TOTAL-BAD-LINES > ZERO
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
