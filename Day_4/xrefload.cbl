*> into the keyed CARDXREF file alongside CARDIDX so the payout step
*> can stamp each payment record with its retailer and roll the
*> liability report up per store (see copybooks/CARDXRF.cpy).
*> Every retailer ID on the vendor file is edited against the
*> retailer master AOC_D4RTM maintains (CARDRTL - see
*> copybooks/CARDRTL.cpy): a line naming a store that isn't on the
*> master, or that has closed, is refused rather than loaded, so a
*> card can't roll up and earn commission under a store the month-end
*> settlement has no name, address or rate for.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       RECORD KEY IS WS-XRF-CARD-NUMBER
       FILE STATUS IS WS-XREF-FILE-STATUS.

      *> Read-only here; AOC_D4RTM owns the master.
       SELECT RETAILER-FILE ASSIGN TO CARDRTL
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS WS-RTL-RETAILER-ID
       FILE STATUS IS WS-RETAILER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD XREF-INPUT-FILE.
FD XREF-FILE.
COPY CARDXRF.

FD RETAILER-FILE.
COPY CARDRTL.

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-XREF-INPUT-FILE-STATUS PIC X(2).
01  WS-XREF-FILE-STATUS PIC X(2).
01  WS-RETAILER-FILE-STATUS PIC X(2).

*> One input pair being parsed. The card-number staging field is
*> wider than a card number so a fat-fingered entry is caught as
01  WS-TOTAL-LOADED PIC 9(7) VALUE ZERO.
01  WS-TOTAL-DUPLICATES PIC 9(7) VALUE ZERO.
01  WS-TOTAL-BAD-LINES PIC 9(7) VALUE ZERO.
01  WS-TOTAL-UNKNOWN-RETAILER PIC 9(7) VALUE ZERO.
01  WS-TOTAL-CLOSED-RETAILER PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
       OPEN INPUT XREF-INPUT-FILE.
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
      *> No master at all is a setup problem, not a vendor-file one:
      *> every line would be refused, so stop before emptying the
      *> cross-reference instead of after.
       OPEN INPUT RETAILER-FILE.
       IF WS-RETAILER-FILE-STATUS = "35"
           DISPLAY "FATAL: NO RETAILER MASTER (CARDRTL) - RUN "
               "AOCD4RTM TO LOAD THE STORES FIRST"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF WS-RETAILER-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN RETAILER-FILE, STATUS "
               WS-RETAILER-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT XREF-FILE.
       IF WS-XREF-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN XREF-FILE, STATUS "
       END-PERFORM.
       CLOSE XREF-INPUT-FILE.
       CLOSE XREF-FILE.
       CLOSE RETAILER-FILE.

       PERFORM PRINT-LOAD-SUMMARY.
       PERFORM SET-RETURN-CODE.
               WS-XREF-INPUT-LINE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-XREF-RETAILER-TEXT(1:8) TO WS-RTL-RETAILER-ID.
       READ RETAILER-FILE
           INVALID KEY
               MOVE SPACES TO WS-RTL-STATUS
       END-READ.
       IF WS-RTL-STATUS = SPACES
           ADD 1 TO WS-TOTAL-UNKNOWN-RETAILER
           DISPLAY "XREF RETAILER NOT ON MASTER: "
               WS-XREF-INPUT-LINE
           EXIT PARAGRAPH
       END-IF.
       IF WS-RTL-STATUS = "CLSD"
           ADD 1 TO WS-TOTAL-CLOSED-RETAILER
           DISPLAY "XREF RETAILER CLOSED " WS-RTL-CLOSED-DATE ": "
               WS-XREF-INPUT-LINE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-XREF-NUM-WORK TO WS-XRF-CARD-NUMBER.
       MOVE WS-XREF-RETAILER-TEXT(1:8) TO WS-XRF-RETAILER-ID.
       WRITE WS-XREF-RECORD
           WS-TOTAL-DUPLICATES.
       DISPLAY "UNREADABLE LINES . . . . . . . . : "
           WS-TOTAL-BAD-LINES.
       DISPLAY "RETAILER NOT ON MASTER . . . . . : "
           WS-TOTAL-UNKNOWN-RETAILER.
       DISPLAY "RETAILER CLOSED. . . . . . . . . : "
           WS-TOTAL-CLOSED-RETAILER.
       DISPLAY "=================================================".

SET-RETURN-CODE.
      *> RC=4: the cross-reference loaded but the vendor file needs
      *> a look - duplicates or unreadable lines mean some cards may
      *> roll up under the wrong (or no) retailer. Lines refused for
      *> an unknown or closed store leave their cards in the payout
      *> step's *UNMATCH bucket until the master or the vendor file
      *> is put right.
       IF WS-TOTAL-DUPLICATES > ZERO
       OR WS-TOTAL-BAD-LINES > ZERO
       OR WS-TOTAL-UNKNOWN-RETAILER > ZERO
       OR WS-TOTAL-CLOSED-RETAILER > ZERO
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
