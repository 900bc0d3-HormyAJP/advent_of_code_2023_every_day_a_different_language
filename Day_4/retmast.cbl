IDENTIFICATION DIVISION.
PROGRAM-ID. AOC_D4RTM.
*> Retailer master maintenance. The store name, address, region,
*> commission rate and open/closed status behind every retailer ID
*> on the cross-reference used to live in a spreadsheet nobody else
*> could see, so the cross-reference load had no way to know a store
*> had closed and the month-end commission run had nothing to read.
*> This step applies a batch transaction deck (CARDRTLT - see
*> APPLY-ONE-TRANSACTION for the card format) to the keyed retailer
*> master (CARDRTL - see copybooks/CARDRTL.cpy). Each transaction
*> either applies, with a change-log record (CARDRTLL) showing the
*> entry before and after, or is rejected to CARDRTLR with a reason
*> code - the commission rate on this file drives real payments to
*> the stores, so nothing half-formed gets onto it and nothing on it
*> changes silently. Stores are closed, never deleted: a closed
*> store still has a settlement history to answer for.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Same bare ASSIGN-TO-ddname idiom as the rest of Day_4/*.cbl.
       SELECT TRANSACTION-FILE ASSIGN TO CARDRTLT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

       SELECT RETAILER-FILE ASSIGN TO CARDRTL
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS WS-RTL-RETAILER-ID
       FILE STATUS IS WS-RETAILER-FILE-STATUS.

       SELECT RETAILER-REJECT-FILE ASSIGN TO CARDRTLR
       ORGANIZATION IS LINE SEQUENTIAL.

      *> Cumulative - appended to run after run, never replaced.
       SELECT CHANGE-LOG-FILE ASSIGN TO CARDRTLL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGE-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD TRANSACTION-FILE.
01  WS-TRANSACTION-LINE PIC X(160).

FD RETAILER-FILE.
COPY CARDRTL.

FD RETAILER-REJECT-FILE.
*> The transaction exactly as submitted plus a four-character reason
*> code, same shape as the hotlist rejects - the transaction is
*> wider here because names and addresses ride on it.
01  WS-RTL-REJECT-RECORD.
    05  WS-RREJ-TRANSACTION PIC X(160).
    05  WS-RREJ-SEP-1 PIC X(1).
    05  WS-RREJ-REASON-CODE PIC X(4).

FD CHANGE-LOG-FILE.
*> One record per applied change: the action, the run date, and the
*> master entry as it stood before (spaces for an ADD) and after the
*> change, so finance can answer "who changed this store's
*> commission rate, and from what" without the spreadsheet.
01  WS-CHANGE-LOG-RECORD.
    05  WS-CLOG-ACTION PIC X(3).
    05  WS-CLOG-SEP-1 PIC X(1).
    05  WS-CLOG-RUN-DATE PIC 9(8).
    05  WS-CLOG-SEP-2 PIC X(1).
    05  WS-CLOG-BEFORE PIC X(122).
    05  WS-CLOG-SEP-3 PIC X(1).
    05  WS-CLOG-AFTER PIC X(122).

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-TRANSACTION-FILE-STATUS PIC X(2).
01  WS-RETAILER-FILE-STATUS PIC X(2).
01  WS-CHANGE-LOG-FILE-STATUS PIC X(2).
01  WS-RUN-DATE PIC 9(8) VALUE ZERO.

*> One transaction being parsed - clear-then-count, same UNSTRING
*> stale-field trap the tier loader guards against. Names and
*> addresses carry embedded spaces, so the card splits on "|" first
*> and only the head (action, retailer, close date) splits on
*> spaces. Every free-text field stages through a field wider than
*> its master field so an overlong entry is rejected instead of
*> quietly losing its tail.
01  WS-TRAN-HEAD-TEXT PIC X(40).
01  WS-TRAN-NAME-TEXT PIC X(50).
01  WS-TRAN-ADDRESS-TEXT PIC X(60).
01  WS-TRAN-REGION-TEXT PIC X(10).
01  WS-TRAN-RATE-TEXT PIC X(10).
01  WS-TRAN-PART-COUNT PIC 9(2) VALUE ZERO.
01  WS-TRAN-ACTION-TEXT PIC X(8).
01  WS-TRAN-RETAILER-TEXT PIC X(10).
01  WS-TRAN-DATE-TEXT PIC X(10).
01  WS-TRAN-EXTRA-TEXT PIC X(10).
01  WS-TRAN-NUM-WORK PIC 9(10) VALUE ZERO.
01  WS-TRAN-RATE-WORK PIC S9(5)V99 VALUE ZERO.
01  WS-TRAN-REJECT-CODE PIC X(4) VALUE SPACES.

*> The edited field values, trimmed and checked, staged here while
*> the master's record area is read and rebuilt.
01  WS-NEW-NAME PIC X(50).
01  WS-NEW-ADDRESS PIC X(60).
01  WS-NEW-REGION PIC X(10).
01  WS-NEW-COMMISSION-PCT PIC 9(2)V99 VALUE ZERO.
01  WS-NEW-CLOSED-DATE PIC 9(8) VALUE ZERO.
01  WS-BEFORE-IMAGE PIC X(122).

01  WS-TOTAL-TRANSACTIONS PIC 9(6) VALUE ZERO.
01  WS-TOTAL-ADDED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-CHANGED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-CLOSED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-REJECTED PIC 9(6) VALUE ZERO.

PROCEDURE DIVISION.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       OPEN INPUT TRANSACTION-FILE.
       IF WS-TRANSACTION-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN TRANSACTION-FILE, STATUS "
               WS-TRANSACTION-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM OPEN-RETAILER-MASTER.
       OPEN OUTPUT RETAILER-REJECT-FILE.
       OPEN EXTEND CHANGE-LOG-FILE.
       IF WS-CHANGE-LOG-FILE-STATUS = "35"
           OPEN OUTPUT CHANGE-LOG-FILE
       END-IF.
       IF WS-CHANGE-LOG-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN CHANGE-LOG-FILE, STATUS "
               WS-CHANGE-LOG-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ TRANSACTION-FILE
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               PERFORM APPLY-ONE-TRANSACTION
           END-READ
       END-PERFORM.
       CLOSE TRANSACTION-FILE.
       CLOSE RETAILER-FILE.
       CLOSE RETAILER-REJECT-FILE.
       CLOSE CHANGE-LOG-FILE.

       PERFORM PRINT-MAINTENANCE-SUMMARY.
       PERFORM SET-RETURN-CODE.
       STOP RUN.

OPEN-RETAILER-MASTER.
      *> Cumulative master, so the normal open is I-O; status 35 is
      *> the very first maintenance run (the spreadsheet keyed in as
      *> a deck of ADDs) - create it empty and reopen, same treatment
      *> AOC_D4HOT gives CARDHOT.
       OPEN I-O RETAILER-FILE.
       IF WS-RETAILER-FILE-STATUS = "35"
           OPEN OUTPUT RETAILER-FILE
           CLOSE RETAILER-FILE
           OPEN I-O RETAILER-FILE
       END-IF.
       IF WS-RETAILER-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN RETAILER-FILE, STATUS "
               WS-RETAILER-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

APPLY-ONE-TRANSACTION.
      *> Transaction cards, one per line, "|" between the fields:
      *>   ADD <retailer> | <name> | <address> | <region> | <rate>
      *>   CHG <retailer> | <name> | <address> | <region> | <rate>
      *>   CLS <retailer> [<close date>]
      *> The rate is the commission percentage (5.00 = 5%). On CHG a
      *> blank or omitted field is left as it stands, so
      *> "CHG RTL00042 | | | | 4.50" changes only the rate. CLS
      *> closes the store as of the date given (yyyymmdd), or as of
      *> today when no date is given. "*" comments and blank lines
      *> allowed.
       IF WS-TRANSACTION-LINE = SPACES
       OR WS-TRANSACTION-LINE(1:1) = "*"
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TOTAL-TRANSACTIONS.
       MOVE SPACES TO WS-TRAN-REJECT-CODE.
       MOVE SPACES TO WS-TRAN-HEAD-TEXT WS-TRAN-NAME-TEXT
           WS-TRAN-ADDRESS-TEXT WS-TRAN-REGION-TEXT WS-TRAN-RATE-TEXT.
       SET WS-TRAN-PART-COUNT TO ZERO.
       UNSTRING WS-TRANSACTION-LINE DELIMITED BY "|"
           INTO WS-TRAN-HEAD-TEXT WS-TRAN-NAME-TEXT
               WS-TRAN-ADDRESS-TEXT WS-TRAN-REGION-TEXT
               WS-TRAN-RATE-TEXT
               TALLYING IN WS-TRAN-PART-COUNT
               ON OVERFLOW
                   MOVE "FRMT" TO WS-TRAN-REJECT-CODE
       END-UNSTRING.
       MOVE SPACES TO WS-TRAN-ACTION-TEXT WS-TRAN-RETAILER-TEXT
           WS-TRAN-DATE-TEXT WS-TRAN-EXTRA-TEXT.
       UNSTRING WS-TRAN-HEAD-TEXT DELIMITED BY ALL SPACE
           INTO WS-TRAN-ACTION-TEXT WS-TRAN-RETAILER-TEXT
               WS-TRAN-DATE-TEXT WS-TRAN-EXTRA-TEXT
       END-UNSTRING.
      *> The head always runs out in trailing spaces, so UNSTRING's
      *> own tally can't tell a short head from a full one - a
      *> fourth word is the only malformation it has to catch here;
      *> each action judges the date word itself.
       IF WS-TRAN-EXTRA-TEXT NOT = SPACES
           MOVE "FRMT" TO WS-TRAN-REJECT-CODE
       END-IF.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           PERFORM WRITE-RETAILER-REJECT
           EXIT PARAGRAPH
       END-IF.
       PERFORM EDIT-RETAILER-ID.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           PERFORM WRITE-RETAILER-REJECT
           EXIT PARAGRAPH
       END-IF.
       EVALUATE WS-TRAN-ACTION-TEXT
           WHEN "ADD"
               PERFORM APPLY-ADD-TRANSACTION
           WHEN "CHG"
               PERFORM APPLY-CHANGE-TRANSACTION
           WHEN "CLS"
               PERFORM APPLY-CLOSE-TRANSACTION
           WHEN OTHER
               MOVE "TRAN" TO WS-TRAN-REJECT-CODE
       END-EVALUATE.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           PERFORM WRITE-RETAILER-REJECT
       END-IF.

EDIT-RETAILER-ID.
      *> Eight characters at most, the width CARDXRF carries. A
      *> leading "*" is refused: AOC_D4PAY rolls cards with no
      *> cross-reference up under "*UNMATCH", and a real store must
      *> never be able to collide with that bucket.
       IF WS-TRAN-RETAILER-TEXT = SPACES
       OR WS-TRAN-RETAILER-TEXT(9:2) NOT = SPACES
       OR WS-TRAN-RETAILER-TEXT(1:1) = "*"
           MOVE "RID " TO WS-TRAN-REJECT-CODE
       END-IF.

APPLY-ADD-TRANSACTION.
       IF WS-TRAN-PART-COUNT NOT = 5
       OR WS-TRAN-DATE-TEXT NOT = SPACES
           MOVE "FRMT" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       PERFORM EDIT-MASTER-FIELDS.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
      *> Every field is required on an ADD - a store with no name or
      *> region can't be settled or found on a statement.
       IF WS-NEW-NAME = SPACES
           MOVE "NAME" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF WS-NEW-ADDRESS = SPACES
           MOVE "ADDR" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF WS-NEW-REGION = SPACES
           MOVE "REGN" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF WS-TRAN-RATE-TEXT = SPACES
           MOVE "RATE" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TRAN-RETAILER-TEXT TO WS-RTL-RETAILER-ID.
       READ RETAILER-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
      *> Open or closed, the ID is taken - a reopened store comes
      *> back under a new ID so its old settlements stay its own.
               MOVE "DUPK" TO WS-TRAN-REJECT-CODE
       END-READ.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TRAN-RETAILER-TEXT TO WS-RTL-RETAILER-ID.
       MOVE WS-NEW-NAME TO WS-RTL-NAME.
       MOVE WS-NEW-ADDRESS TO WS-RTL-ADDRESS.
       MOVE WS-NEW-REGION TO WS-RTL-REGION.
       MOVE WS-NEW-COMMISSION-PCT TO WS-RTL-COMMISSION-PCT.
       MOVE "ACTV" TO WS-RTL-STATUS.
       MOVE WS-RUN-DATE TO WS-RTL-OPENED-DATE.
       MOVE ZERO TO WS-RTL-CLOSED-DATE.
       MOVE WS-RUN-DATE TO WS-RTL-CHANGED-DATE.
       PERFORM CLEAR-RETAILER-SEPARATORS.
       MOVE SPACES TO WS-BEFORE-IMAGE.
       WRITE WS-RETAILER-RECORD
           INVALID KEY
               MOVE "DUPK" TO WS-TRAN-REJECT-CODE
           NOT INVALID KEY
               ADD 1 TO WS-TOTAL-ADDED
               MOVE "ADD" TO WS-CLOG-ACTION
               PERFORM WRITE-CHANGE-LOG
       END-WRITE.

APPLY-CHANGE-TRANSACTION.
       IF WS-TRAN-PART-COUNT < 2
       OR WS-TRAN-DATE-TEXT NOT = SPACES
           MOVE "FRMT" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       PERFORM EDIT-MASTER-FIELDS.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       IF WS-NEW-NAME = SPACES
       AND WS-NEW-ADDRESS = SPACES
       AND WS-NEW-REGION = SPACES
       AND WS-TRAN-RATE-TEXT = SPACES
           MOVE "NCHG" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       PERFORM READ-RETAILER-FOR-UPDATE.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       IF WS-NEW-NAME NOT = SPACES
           MOVE WS-NEW-NAME TO WS-RTL-NAME
       END-IF.
       IF WS-NEW-ADDRESS NOT = SPACES
           MOVE WS-NEW-ADDRESS TO WS-RTL-ADDRESS
       END-IF.
       IF WS-NEW-REGION NOT = SPACES
           MOVE WS-NEW-REGION TO WS-RTL-REGION
       END-IF.
       IF WS-TRAN-RATE-TEXT NOT = SPACES
           MOVE WS-NEW-COMMISSION-PCT TO WS-RTL-COMMISSION-PCT
       END-IF.
       MOVE WS-RUN-DATE TO WS-RTL-CHANGED-DATE.
       REWRITE WS-RETAILER-RECORD
           INVALID KEY
               MOVE "NFND" TO WS-TRAN-REJECT-CODE
           NOT INVALID KEY
               ADD 1 TO WS-TOTAL-CHANGED
               MOVE "CHG" TO WS-CLOG-ACTION
               PERFORM WRITE-CHANGE-LOG
       END-REWRITE.

APPLY-CLOSE-TRANSACTION.
       IF WS-TRAN-PART-COUNT NOT = 1
           MOVE "FRMT" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF WS-TRAN-DATE-TEXT = SPACES
           MOVE WS-RUN-DATE TO WS-TRAN-NUM-WORK
       ELSE
           IF FUNCTION TEST-NUMVAL(WS-TRAN-DATE-TEXT) = 0
               MOVE FUNCTION NUMVAL(WS-TRAN-DATE-TEXT)
                   TO WS-TRAN-NUM-WORK
           ELSE
               MOVE ZERO TO WS-TRAN-NUM-WORK
           END-IF
       END-IF.
       IF WS-TRAN-NUM-WORK < 19000101
       OR WS-TRAN-NUM-WORK > 99991231
       OR FUNCTION TEST-DATE-YYYYMMDD(WS-TRAN-NUM-WORK) NOT = 0
           MOVE "DATE" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TRAN-NUM-WORK TO WS-NEW-CLOSED-DATE.
       PERFORM READ-RETAILER-FOR-UPDATE.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
      *> A store can't close before it was put on the master.
       IF WS-NEW-CLOSED-DATE < WS-RTL-OPENED-DATE
           MOVE "DATE" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE "CLSD" TO WS-RTL-STATUS.
       MOVE WS-NEW-CLOSED-DATE TO WS-RTL-CLOSED-DATE.
       MOVE WS-RUN-DATE TO WS-RTL-CHANGED-DATE.
       REWRITE WS-RETAILER-RECORD
           INVALID KEY
               MOVE "NFND" TO WS-TRAN-REJECT-CODE
           NOT INVALID KEY
               ADD 1 TO WS-TOTAL-CLOSED
               MOVE "CLS" TO WS-CLOG-ACTION
               PERFORM WRITE-CHANGE-LOG
       END-REWRITE.

READ-RETAILER-FOR-UPDATE.
      *> Read first so the change log carries the entry exactly as
      *> it stood before the change. A closed store is frozen - its
      *> last commission rate is the one its final settlement used.
       MOVE WS-TRAN-RETAILER-TEXT TO WS-RTL-RETAILER-ID.
       READ RETAILER-FILE
           INVALID KEY
               MOVE "NFND" TO WS-TRAN-REJECT-CODE
       END-READ.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       IF WS-RTL-STATUS = "CLSD"
           MOVE "CLSD" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-RETAILER-RECORD TO WS-BEFORE-IMAGE.

EDIT-MASTER-FIELDS.
      *> Trim each free-text field and check it fits its master
      *> field; blank fields pass here and are judged by the caller
      *> (required on ADD, "leave alone" on CHG).
       MOVE FUNCTION TRIM(WS-TRAN-NAME-TEXT) TO WS-NEW-NAME.
       IF WS-NEW-NAME(31:20) NOT = SPACES
           MOVE "NAME" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION TRIM(WS-TRAN-ADDRESS-TEXT) TO WS-NEW-ADDRESS.
       IF WS-NEW-ADDRESS(41:20) NOT = SPACES
           MOVE "ADDR" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION TRIM(WS-TRAN-REGION-TEXT) TO WS-NEW-REGION.
       IF WS-NEW-REGION(5:6) NOT = SPACES
           MOVE "REGN" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO WS-NEW-COMMISSION-PCT.
       IF WS-TRAN-RATE-TEXT NOT = SPACES
           IF FUNCTION TEST-NUMVAL(WS-TRAN-RATE-TEXT) NOT = 0
               MOVE "RATE" TO WS-TRAN-REJECT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TRAN-RATE-TEXT)
               TO WS-TRAN-RATE-WORK
           IF WS-TRAN-RATE-WORK < ZERO
           OR WS-TRAN-RATE-WORK > 99.99
               MOVE "RATE" TO WS-TRAN-REJECT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRAN-RATE-WORK TO WS-NEW-COMMISSION-PCT
       END-IF.

CLEAR-RETAILER-SEPARATORS.
       MOVE SPACE TO WS-RTL-SEP-1.
       MOVE SPACE TO WS-RTL-SEP-2.
       MOVE SPACE TO WS-RTL-SEP-3.
       MOVE SPACE TO WS-RTL-SEP-4.
       MOVE SPACE TO WS-RTL-SEP-5.
       MOVE SPACE TO WS-RTL-SEP-6.
       MOVE SPACE TO WS-RTL-SEP-7.
       MOVE SPACE TO WS-RTL-SEP-8.

WRITE-CHANGE-LOG.
       MOVE WS-RUN-DATE TO WS-CLOG-RUN-DATE.
       MOVE WS-BEFORE-IMAGE TO WS-CLOG-BEFORE.
       MOVE WS-RETAILER-RECORD TO WS-CLOG-AFTER.
       MOVE SPACE TO WS-CLOG-SEP-1.
       MOVE SPACE TO WS-CLOG-SEP-2.
       MOVE SPACE TO WS-CLOG-SEP-3.
       WRITE WS-CHANGE-LOG-RECORD.
       DISPLAY "RETAILER " WS-CLOG-ACTION ": " WS-RTL-RETAILER-ID
           " " WS-RTL-NAME " " WS-RTL-STATUS.

WRITE-RETAILER-REJECT.
      *> Reason codes: FRMT wrong number of fields, TRAN unknown
      *> action, RID  retailer ID blank, longer than eight characters
      *> or starting "*", NAME name missing on ADD or longer than 30,
      *> ADDR address missing on ADD or longer than 40, REGN region
      *> missing on ADD or longer than 4, RATE commission rate
      *> missing on ADD, unreadable or out of range, NCHG change
      *> with nothing to change, DATE bad close date, DUPK retailer
      *> already on file, NFND change or close of a retailer not on
      *> file, CLSD change or close of a retailer already closed.
       ADD 1 TO WS-TOTAL-REJECTED.
       MOVE WS-TRANSACTION-LINE TO WS-RREJ-TRANSACTION.
       MOVE SPACE TO WS-RREJ-SEP-1.
       MOVE WS-TRAN-REJECT-CODE TO WS-RREJ-REASON-CODE.
       WRITE WS-RTL-REJECT-RECORD.
       DISPLAY "RETAILER TRANSACTION REJECTED (" WS-TRAN-REJECT-CODE
           "): " WS-TRANSACTION-LINE(1:80).

PRINT-MAINTENANCE-SUMMARY.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4RTM - RETAILER MASTER MAINTENANCE SUMMARY".
       DISPLAY "=================================================".
       DISPLAY "TRANSACTIONS READ. . . . . . . . : "
           WS-TOTAL-TRANSACTIONS.
       DISPLAY "RETAILERS ADDED. . . . . . . . . : " WS-TOTAL-ADDED.
       DISPLAY "RETAILERS CHANGED. . . . . . . . : " WS-TOTAL-CHANGED.
       DISPLAY "RETAILERS CLOSED . . . . . . . . : " WS-TOTAL-CLOSED.
       DISPLAY "TRANSACTIONS REJECTED. . . . . . : "
           WS-TOTAL-REJECTED.
       DISPLAY "=================================================".

SET-RETURN-CODE.
      *> RC=4: the deck applied, but some transactions are sitting on
      *> CARDRTLR - a rejected ADD means the store's cross-reference
      *> lines will be refused at the next load, so the desk corrects
      *> and resubmits first.
       IF WS-TOTAL-REJECTED > ZERO
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
