IDENTIFICATION DIVISION.
PROGRAM-ID. AOC_D4HOT.
*> Stolen/voided card hotlist maintenance. Retailers phone in stolen
*> packs and voided card ranges, and the only way to stop those
*> payments used to be hand-editing CARDRELS/CARDHLDI. This step
*> applies a batch transaction deck (CARDHOTT - see
*> APPLY-ONE-TRANSACTION for the card format) to the keyed hotlist
*> master (CARDHOT - see copybooks/CARDHOT.cpy) that AOC_D4PAY
*> checks every payment against. Each transaction either applies,
*> with a change-log record (CARDHOTL) showing what went on or came
*> off the list and when, or is rejected to CARDHOTR with a reason
*> code - the hotlist stops real money, so nothing half-formed gets
*> onto it and nothing comes off it silently.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Same bare ASSIGN-TO-ddname idiom as the rest of Day_4/*.cbl.
       SELECT TRANSACTION-FILE ASSIGN TO CARDHOTT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

       SELECT HOTLIST-FILE ASSIGN TO CARDHOT
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS WS-HOT-CARD-FROM
       FILE STATUS IS WS-HOTLIST-FILE-STATUS.

       SELECT HOT-REJECT-FILE ASSIGN TO CARDHOTR
       ORGANIZATION IS LINE SEQUENTIAL.

      *> Cumulative - appended to run after run, never replaced.
       SELECT CHANGE-LOG-FILE ASSIGN TO CARDHOTL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGE-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD TRANSACTION-FILE.
01  WS-TRANSACTION-LINE PIC X(80).

FD HOTLIST-FILE.
COPY CARDHOT.

FD HOT-REJECT-FILE.
*> The transaction exactly as submitted plus a four-character reason
*> code, same shape as the shared CARDREJ layout.
01  WS-HOT-REJECT-RECORD.
    05  WS-HREJ-TRANSACTION PIC X(80).
    05  WS-HREJ-SEP-1 PIC X(1).
    05  WS-HREJ-REASON-CODE PIC X(4).

FD CHANGE-LOG-FILE.
*> One record per applied change: the action, the run date, and the
*> hotlist entry as it went on (ADD) or as it stood when it came off
*> (DEL), so loss prevention can answer "who put this range on, and
*> when did it come off" without the master's own history.
01  WS-CHANGE-LOG-RECORD.
    05  WS-CLOG-ACTION PIC X(3).
    05  WS-CLOG-SEP-1 PIC X(1).
    05  WS-CLOG-RUN-DATE PIC 9(8).
    05  WS-CLOG-SEP-2 PIC X(1).
    05  WS-CLOG-ENTRY PIC X(47).

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-TRANSACTION-FILE-STATUS PIC X(2).
01  WS-HOTLIST-FILE-STATUS PIC X(2).
01  WS-CHANGE-LOG-FILE-STATUS PIC X(2).
01  WS-RUN-DATE PIC 9(8) VALUE ZERO.

*> One transaction being parsed - clear-then-count, same UNSTRING
*> stale-field trap the tier loader guards against. Card numbers
*> stage through a field wider than a card number so a
*> fat-fingered entry is caught as out of range instead of
*> truncating into some OTHER card's number.
01  WS-TRAN-ACTION-TEXT PIC X(8).
01  WS-TRAN-FROM-TEXT PIC X(10).
01  WS-TRAN-TO-TEXT PIC X(10).
01  WS-TRAN-REASON-TEXT PIC X(8).
01  WS-TRAN-RETAILER-TEXT PIC X(10).
01  WS-TRAN-DATE-TEXT PIC X(10).
01  WS-TRAN-FIELD-COUNT PIC 9(2) VALUE ZERO.
01  WS-TRAN-NUM-WORK PIC 9(10) VALUE ZERO.
01  WS-TRAN-REJECT-CODE PIC X(4) VALUE SPACES.

*> The new entry, staged here while the overlap sweep moves the
*> master's record area.
01  WS-NEW-CARD-FROM PIC 9(7) VALUE ZERO.
01  WS-NEW-CARD-TO PIC 9(7) VALUE ZERO.
01  WS-NEW-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.
01  WS-OVERLAP-FOUND PIC X(3) VALUE 'NO'.
01  WS-SWEEP-DONE PIC X(3) VALUE 'NO'.

01  WS-TOTAL-TRANSACTIONS PIC 9(6) VALUE ZERO.
01  WS-TOTAL-ADDED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-DELETED PIC 9(6) VALUE ZERO.
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
       PERFORM OPEN-HOTLIST-MASTER.
       OPEN OUTPUT HOT-REJECT-FILE.
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
       CLOSE HOTLIST-FILE.
       CLOSE HOT-REJECT-FILE.
       CLOSE CHANGE-LOG-FILE.

       PERFORM PRINT-MAINTENANCE-SUMMARY.
       PERFORM SET-RETURN-CODE.
       STOP RUN.

OPEN-HOTLIST-MASTER.
      *> Cumulative master, so the normal open is I-O; status 35 is
      *> the very first maintenance run - create it empty and reopen,
      *> same treatment AOC_D4HIST gives CARDHIST.
       OPEN I-O HOTLIST-FILE.
       IF WS-HOTLIST-FILE-STATUS = "35"
           OPEN OUTPUT HOTLIST-FILE
           CLOSE HOTLIST-FILE
           OPEN I-O HOTLIST-FILE
       END-IF.
       IF WS-HOTLIST-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN HOTLIST-FILE, STATUS "
               WS-HOTLIST-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

APPLY-ONE-TRANSACTION.
      *> Transaction cards, one per line:
      *>   ADD <first card> <last card> <reason> <retailer> <effective>
      *>   DEL <first card>
      *> A single card is a range whose first and last card are the
      *> same. Reason is STOL (stolen), VOID (voided) or DAMG
      *> (damaged); the retailer is the store that reported it; the
      *> effective date (yyyymmdd) is the first processing date the
      *> entry holds payments. DEL takes an entry off by its first
      *> card. "*" comments and blank lines allowed.
       IF WS-TRANSACTION-LINE = SPACES
       OR WS-TRANSACTION-LINE(1:1) = "*"
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TOTAL-TRANSACTIONS.
       MOVE SPACES TO WS-TRAN-REJECT-CODE.
       MOVE SPACES TO WS-TRAN-ACTION-TEXT WS-TRAN-FROM-TEXT
           WS-TRAN-TO-TEXT WS-TRAN-REASON-TEXT WS-TRAN-RETAILER-TEXT
           WS-TRAN-DATE-TEXT.
       SET WS-TRAN-FIELD-COUNT TO ZERO.
       UNSTRING WS-TRANSACTION-LINE DELIMITED BY ALL SPACE
           INTO WS-TRAN-ACTION-TEXT WS-TRAN-FROM-TEXT
               WS-TRAN-TO-TEXT WS-TRAN-REASON-TEXT
               WS-TRAN-RETAILER-TEXT WS-TRAN-DATE-TEXT
               TALLYING IN WS-TRAN-FIELD-COUNT
               ON OVERFLOW
                   MOVE "FRMT" TO WS-TRAN-REJECT-CODE
       END-UNSTRING.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           PERFORM WRITE-HOT-REJECT
           EXIT PARAGRAPH
       END-IF.
       EVALUATE WS-TRAN-ACTION-TEXT
           WHEN "ADD"
               PERFORM APPLY-ADD-TRANSACTION
           WHEN "DEL"
               PERFORM APPLY-DELETE-TRANSACTION
           WHEN OTHER
               MOVE "TRAN" TO WS-TRAN-REJECT-CODE
       END-EVALUATE.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           PERFORM WRITE-HOT-REJECT
       END-IF.

APPLY-ADD-TRANSACTION.
       IF WS-TRAN-FIELD-COUNT NOT = 6
           MOVE "FRMT" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF FUNCTION TEST-NUMVAL(WS-TRAN-FROM-TEXT) NOT = 0
       OR FUNCTION TEST-NUMVAL(WS-TRAN-TO-TEXT) NOT = 0
           MOVE "CNUM" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION NUMVAL(WS-TRAN-FROM-TEXT) TO WS-TRAN-NUM-WORK.
       IF WS-TRAN-NUM-WORK < 1 OR WS-TRAN-NUM-WORK > 9999999
           MOVE "CNUM" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TRAN-NUM-WORK TO WS-NEW-CARD-FROM.
       MOVE FUNCTION NUMVAL(WS-TRAN-TO-TEXT) TO WS-TRAN-NUM-WORK.
       IF WS-TRAN-NUM-WORK < 1 OR WS-TRAN-NUM-WORK > 9999999
           MOVE "CNUM" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TRAN-NUM-WORK TO WS-NEW-CARD-TO.
       IF WS-NEW-CARD-FROM > WS-NEW-CARD-TO
           MOVE "RNGE" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF WS-TRAN-REASON-TEXT NOT = "STOL"
       AND WS-TRAN-REASON-TEXT NOT = "VOID"
       AND WS-TRAN-REASON-TEXT NOT = "DAMG"
           MOVE "RSN " TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF WS-TRAN-RETAILER-TEXT(9:2) NOT = SPACES
           MOVE "RETL" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF FUNCTION TEST-NUMVAL(WS-TRAN-DATE-TEXT) = 0
           MOVE FUNCTION NUMVAL(WS-TRAN-DATE-TEXT) TO WS-TRAN-NUM-WORK
       ELSE
           MOVE ZERO TO WS-TRAN-NUM-WORK
       END-IF.
       IF WS-TRAN-NUM-WORK < 19000101
       OR WS-TRAN-NUM-WORK > 99991231
       OR FUNCTION TEST-DATE-YYYYMMDD(WS-TRAN-NUM-WORK) NOT = 0
           MOVE "DATE" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TRAN-NUM-WORK TO WS-NEW-EFFECTIVE-DATE.
       PERFORM CHECK-RANGE-OVERLAP.
       IF WS-OVERLAP-FOUND = 'YES'
           MOVE "OVLP" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-NEW-CARD-FROM TO WS-HOT-CARD-FROM.
       MOVE WS-NEW-CARD-TO TO WS-HOT-CARD-TO.
       MOVE WS-TRAN-REASON-TEXT TO WS-HOT-REASON.
       MOVE WS-TRAN-RETAILER-TEXT TO WS-HOT-RETAILER-ID.
       MOVE WS-NEW-EFFECTIVE-DATE TO WS-HOT-EFFECTIVE-DATE.
       MOVE WS-RUN-DATE TO WS-HOT-ADDED-DATE.
       MOVE SPACE TO WS-HOT-SEP-1.
       MOVE SPACE TO WS-HOT-SEP-2.
       MOVE SPACE TO WS-HOT-SEP-3.
       MOVE SPACE TO WS-HOT-SEP-4.
       MOVE SPACE TO WS-HOT-SEP-5.
       WRITE WS-HOTLIST-RECORD
           INVALID KEY
      *> The overlap sweep already covers a same-first-card entry,
      *> so this only fires on a master the sweep couldn't read.
               MOVE "DUPK" TO WS-TRAN-REJECT-CODE
           NOT INVALID KEY
               ADD 1 TO WS-TOTAL-ADDED
               MOVE "ADD" TO WS-CLOG-ACTION
               PERFORM WRITE-CHANGE-LOG
       END-WRITE.

CHECK-RANGE-OVERLAP.
      *> Entries never overlap, so a card is on the list under at
      *> most one reason and one reporting retailer. Sweep the master
      *> in key order until past the new range's last card - the
      *> hotlist is a few hundred entries, not a deck.
       MOVE 'NO' TO WS-OVERLAP-FOUND.
       MOVE 'NO' TO WS-SWEEP-DONE.
       MOVE ZERO TO WS-HOT-CARD-FROM.
       START HOTLIST-FILE KEY IS NOT LESS THAN WS-HOT-CARD-FROM
           INVALID KEY
               MOVE 'YES' TO WS-SWEEP-DONE
       END-START.
       PERFORM UNTIL WS-SWEEP-DONE = 'YES'
           READ HOTLIST-FILE NEXT RECORD
               AT END
                   MOVE 'YES' TO WS-SWEEP-DONE
               NOT AT END
                   IF WS-HOT-CARD-FROM > WS-NEW-CARD-TO
                       MOVE 'YES' TO WS-SWEEP-DONE
                   ELSE
                       IF WS-HOT-CARD-TO >= WS-NEW-CARD-FROM
                           MOVE 'YES' TO WS-OVERLAP-FOUND
                           MOVE 'YES' TO WS-SWEEP-DONE
                           DISPLAY "HOTLIST ADD " WS-NEW-CARD-FROM "-"
                               WS-NEW-CARD-TO " OVERLAPS ENTRY "
                               WS-HOT-CARD-FROM "-" WS-HOT-CARD-TO
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

APPLY-DELETE-TRANSACTION.
       IF WS-TRAN-FIELD-COUNT NOT = 2
           MOVE "FRMT" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF FUNCTION TEST-NUMVAL(WS-TRAN-FROM-TEXT) NOT = 0
           MOVE "CNUM" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION NUMVAL(WS-TRAN-FROM-TEXT) TO WS-TRAN-NUM-WORK.
       IF WS-TRAN-NUM-WORK < 1 OR WS-TRAN-NUM-WORK > 9999999
           MOVE "CNUM" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TRAN-NUM-WORK TO WS-HOT-CARD-FROM.
      *> Read first so the change log carries the entry exactly as
      *> it stood when it came off the list.
       READ HOTLIST-FILE
           INVALID KEY
               MOVE "NFND" TO WS-TRAN-REJECT-CODE
       END-READ.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       DELETE HOTLIST-FILE RECORD
           INVALID KEY
               MOVE "NFND" TO WS-TRAN-REJECT-CODE
           NOT INVALID KEY
               ADD 1 TO WS-TOTAL-DELETED
               MOVE "DEL" TO WS-CLOG-ACTION
               PERFORM WRITE-CHANGE-LOG
       END-DELETE.

WRITE-CHANGE-LOG.
       MOVE WS-RUN-DATE TO WS-CLOG-RUN-DATE.
       MOVE WS-HOTLIST-RECORD TO WS-CLOG-ENTRY.
       MOVE SPACE TO WS-CLOG-SEP-1.
       MOVE SPACE TO WS-CLOG-SEP-2.
       WRITE WS-CHANGE-LOG-RECORD.
       DISPLAY "HOTLIST " WS-CLOG-ACTION ": " WS-CLOG-ENTRY.

WRITE-HOT-REJECT.
      *> Reason codes: FRMT wrong number of fields, TRAN unknown
      *> action, CNUM card number unreadable or out of range, RNGE
      *> first card after last, RSN  unknown reason, RETL retailer ID
      *> longer than eight characters, DATE bad effective date, OVLP
      *> range overlaps an entry already on the list, DUPK first card
      *> already on file, NFND delete of an entry not on file.
       ADD 1 TO WS-TOTAL-REJECTED.
       MOVE WS-TRANSACTION-LINE TO WS-HREJ-TRANSACTION.
       MOVE SPACE TO WS-HREJ-SEP-1.
       MOVE WS-TRAN-REJECT-CODE TO WS-HREJ-REASON-CODE.
       WRITE WS-HOT-REJECT-RECORD.
       DISPLAY "HOTLIST TRANSACTION REJECTED (" WS-TRAN-REJECT-CODE
           "): " WS-TRANSACTION-LINE.

PRINT-MAINTENANCE-SUMMARY.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4HOT - HOTLIST MAINTENANCE SUMMARY".
       DISPLAY "=================================================".
       DISPLAY "TRANSACTIONS READ. . . . . . . . : "
           WS-TOTAL-TRANSACTIONS.
       DISPLAY "ENTRIES ADDED. . . . . . . . . . : " WS-TOTAL-ADDED.
       DISPLAY "ENTRIES DELETED. . . . . . . . . : " WS-TOTAL-DELETED.
       DISPLAY "TRANSACTIONS REJECTED. . . . . . : "
           WS-TOTAL-REJECTED.
       DISPLAY "=================================================".

SET-RETURN-CODE.
      *> RC=4: the deck applied, but some transactions are sitting on
      *> CARDHOTR - a rejected ADD means a reported card is still
      *> paying, so the desk corrects and resubmits before tonight's
      *> payout run.
       IF WS-TOTAL-REJECTED > ZERO
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
