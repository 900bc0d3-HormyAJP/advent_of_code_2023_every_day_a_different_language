IDENTIFICATION DIVISION.
PROGRAM-ID. AOC_D4WIN.
*> Winner identity maintenance. A prize at or above the reportable
*> threshold cannot be paid until the winner's name, address and
*> taxpayer ID are on file (see AOC_D4PAY's CHECK-PRIZE-TAX), and
*> the year-end information returns are built from the same entries.
*> The payout desk keys each big winner's claim form onto a deck
*> (CARDWINT - see APPLY-ONE-TRANSACTION for the card format); this
*> step edits it onto the keyed winner identity master (CARDWIN -
*> see copybooks/CARDWIN.cpy). Each transaction either applies,
*> with a change-log record (CARDWINL) showing the entry before and
*> after, or is rejected to CARDWINR with a reason code. A wrong TIN
*> here goes out on a return filed with the tax authority under
*> somebody else's number, so nothing half-formed gets onto the
*> master and nothing on it changes silently. The TIN is never
*> displayed on SYSOUT - the log and the master are the only places
*> it is written.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Same bare ASSIGN-TO-ddname idiom as the rest of Day_4/*.cbl.
       SELECT TRANSACTION-FILE ASSIGN TO CARDWINT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

       SELECT WINNER-FILE ASSIGN TO CARDWIN
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS WS-WIN-CARD-NUMBER
       FILE STATUS IS WS-WINNER-FILE-STATUS.

       SELECT WINNER-REJECT-FILE ASSIGN TO CARDWINR
       ORGANIZATION IS LINE SEQUENTIAL.

      *> Cumulative - appended to run after run, never replaced.
       SELECT CHANGE-LOG-FILE ASSIGN TO CARDWINL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGE-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD TRANSACTION-FILE.
01  WS-TRANSACTION-LINE PIC X(200).

FD WINNER-FILE.
COPY CARDWIN.

FD WINNER-REJECT-FILE.
*> The transaction exactly as submitted plus a four-character reason
*> code, same shape as the retailer master's rejects - wider again,
*> since a full mailing address rides on it.
01  WS-WIN-REJECT-RECORD.
    05  WS-WREJ-TRANSACTION PIC X(200).
    05  WS-WREJ-SEP-1 PIC X(1).
    05  WS-WREJ-REASON-CODE PIC X(4).

FD CHANGE-LOG-FILE.
*> One record per applied change: the action, the run date, and the
*> master entry as it stood before (spaces for an ADD) and after the
*> change - a corrected TIN must be traceable to the return that
*> went out under the old one.
01  WS-CHANGE-LOG-RECORD.
    05  WS-CLOG-ACTION PIC X(3).
    05  WS-CLOG-SEP-1 PIC X(1).
    05  WS-CLOG-RUN-DATE PIC 9(8).
    05  WS-CLOG-SEP-2 PIC X(1).
    05  WS-CLOG-BEFORE PIC X(158).
    05  WS-CLOG-SEP-3 PIC X(1).
    05  WS-CLOG-AFTER PIC X(158).

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-TRANSACTION-FILE-STATUS PIC X(2).
01  WS-WINNER-FILE-STATUS PIC X(2).
01  WS-CHANGE-LOG-FILE-STATUS PIC X(2).
01  WS-RUN-DATE PIC 9(8) VALUE ZERO.

*> One transaction being parsed - clear-then-count, same UNSTRING
*> stale-field trap the tier loader guards against. Names and
*> addresses carry embedded spaces, so the card splits on "|" first
*> and only the head (action, card, TIN type, TIN) splits on spaces,
*> same two-stage parse as AOC_D4RTM. Every free-text field stages
*> through a field wider than its master field so an overlong entry
*> is rejected instead of quietly losing its tail.
01  WS-TRAN-HEAD-TEXT PIC X(40).
01  WS-TRAN-NAME-TEXT PIC X(50).
01  WS-TRAN-STREET-TEXT PIC X(50).
01  WS-TRAN-CITY-TEXT PIC X(34).
01  WS-TRAN-STATE-TEXT PIC X(10).
01  WS-TRAN-POSTAL-TEXT PIC X(20).
01  WS-TRAN-PART-COUNT PIC 9(2) VALUE ZERO.
01  WS-TRAN-ACTION-TEXT PIC X(8).
01  WS-TRAN-CARD-TEXT PIC X(10).
01  WS-TRAN-TIN-TYPE-TEXT PIC X(4).
01  WS-TRAN-TIN-TEXT PIC X(12).
01  WS-TRAN-EXTRA-TEXT PIC X(10).
01  WS-TRAN-REJECT-CODE PIC X(4) VALUE SPACES.
*> Staging field wider than a card number so a fat-fingered card
*> is caught as out of range instead of truncating into some OTHER
*> card's number - same trap AOC_D4PAY's release-deck loader
*> guards against.
01  WS-TRAN-NUM-WORK PIC 9(10) VALUE ZERO.
01  WS-TRAN-CARD-NUMBER PIC 9(7) VALUE ZERO.

*> The edited field values, trimmed and checked, staged here while
*> the master's record area is read and rebuilt.
01  WS-NEW-TIN-TYPE PIC X(1) VALUE SPACE.
01  WS-NEW-TIN PIC 9(9) VALUE ZERO.
01  WS-NEW-TIN-PARTS REDEFINES WS-NEW-TIN.
    05  WS-NEW-TIN-AREA PIC 9(3).
    05  WS-NEW-TIN-GROUP PIC 9(2).
    05  WS-NEW-TIN-SERIAL PIC 9(4).
01  WS-NEW-NAME PIC X(50).
01  WS-NEW-STREET PIC X(50).
01  WS-NEW-CITY PIC X(34).
01  WS-NEW-STATE PIC X(10).
01  WS-NEW-POSTAL-CODE PIC X(20).
01  WS-BEFORE-IMAGE PIC X(158).

01  WS-TOTAL-TRANSACTIONS PIC 9(6) VALUE ZERO.
01  WS-TOTAL-ADDED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-CHANGED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-TIN-CHANGED PIC 9(6) VALUE ZERO.
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
       PERFORM OPEN-WINNER-MASTER.
       OPEN OUTPUT WINNER-REJECT-FILE.
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
       CLOSE WINNER-FILE.
       CLOSE WINNER-REJECT-FILE.
       CLOSE CHANGE-LOG-FILE.

       PERFORM PRINT-MAINTENANCE-SUMMARY.
       PERFORM SET-RETURN-CODE.
       STOP RUN.

OPEN-WINNER-MASTER.
      *> Cumulative master, so the normal open is I-O; status 35 is
      *> the very first claim ever keyed - create it empty and
      *> reopen, same treatment AOC_D4HOT gives CARDHOT.
       OPEN I-O WINNER-FILE.
       IF WS-WINNER-FILE-STATUS = "35"
           OPEN OUTPUT WINNER-FILE
           CLOSE WINNER-FILE
           OPEN I-O WINNER-FILE
       END-IF.
       IF WS-WINNER-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN WINNER-FILE, STATUS "
               WS-WINNER-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

APPLY-ONE-TRANSACTION.
      *> Transaction cards, one per line, "|" between the fields:
      *>   ADD <card> <S|E> <tin> | <name> | <street> | <city>
      *>       | <state> | <postal code>
      *>   CHG <card> [<S|E> <tin>] | <name> | <street> | <city>
      *>       | <state> | <postal code>
      *> (each card on one line). The TIN is the nine digits with no
      *> dashes; S marks an individual's SSN or ITIN, E an EIN. On
      *> CHG a blank or omitted field is left as it stands, so
      *> "CHG 1234567 | | 12 NEW ROAD" corrects only the street, and
      *> the TIN type and TIN are given together or not at all. "*"
      *> comments and blank lines allowed.
       IF WS-TRANSACTION-LINE = SPACES
       OR WS-TRANSACTION-LINE(1:1) = "*"
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TOTAL-TRANSACTIONS.
       MOVE SPACES TO WS-TRAN-REJECT-CODE.
       MOVE SPACES TO WS-TRAN-HEAD-TEXT WS-TRAN-NAME-TEXT
           WS-TRAN-STREET-TEXT WS-TRAN-CITY-TEXT WS-TRAN-STATE-TEXT
           WS-TRAN-POSTAL-TEXT.
       SET WS-TRAN-PART-COUNT TO ZERO.
       UNSTRING WS-TRANSACTION-LINE DELIMITED BY "|"
           INTO WS-TRAN-HEAD-TEXT WS-TRAN-NAME-TEXT
               WS-TRAN-STREET-TEXT WS-TRAN-CITY-TEXT
               WS-TRAN-STATE-TEXT WS-TRAN-POSTAL-TEXT
               TALLYING IN WS-TRAN-PART-COUNT
               ON OVERFLOW
                   MOVE "FRMT" TO WS-TRAN-REJECT-CODE
       END-UNSTRING.
       MOVE SPACES TO WS-TRAN-ACTION-TEXT WS-TRAN-CARD-TEXT
           WS-TRAN-TIN-TYPE-TEXT WS-TRAN-TIN-TEXT WS-TRAN-EXTRA-TEXT.
       UNSTRING WS-TRAN-HEAD-TEXT DELIMITED BY ALL SPACE
           INTO WS-TRAN-ACTION-TEXT WS-TRAN-CARD-TEXT
               WS-TRAN-TIN-TYPE-TEXT WS-TRAN-TIN-TEXT
               WS-TRAN-EXTRA-TEXT
       END-UNSTRING.
      *> The head always runs out in trailing spaces, so UNSTRING's
      *> own tally can't tell a short head from a full one - a fifth
      *> word is the only malformation it has to catch here; each
      *> action judges the TIN words itself.
       IF WS-TRAN-EXTRA-TEXT NOT = SPACES
           MOVE "FRMT" TO WS-TRAN-REJECT-CODE
       END-IF.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           PERFORM WRITE-WINNER-REJECT
           EXIT PARAGRAPH
       END-IF.
       PERFORM EDIT-CARD-NUMBER.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           PERFORM WRITE-WINNER-REJECT
           EXIT PARAGRAPH
       END-IF.
       EVALUATE WS-TRAN-ACTION-TEXT
           WHEN "ADD"
               PERFORM APPLY-ADD-TRANSACTION
           WHEN "CHG"
               PERFORM APPLY-CHANGE-TRANSACTION
           WHEN OTHER
               MOVE "TRAN" TO WS-TRAN-REJECT-CODE
       END-EVALUATE.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           PERFORM WRITE-WINNER-REJECT
       END-IF.

EDIT-CARD-NUMBER.
       IF WS-TRAN-CARD-TEXT = SPACES
       OR FUNCTION TEST-NUMVAL(WS-TRAN-CARD-TEXT) NOT = 0
           MOVE "CARD" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION NUMVAL(WS-TRAN-CARD-TEXT) TO WS-TRAN-NUM-WORK.
       IF WS-TRAN-NUM-WORK < 1 OR WS-TRAN-NUM-WORK > 9999999
           MOVE "CARD" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TRAN-NUM-WORK TO WS-TRAN-CARD-NUMBER.

EDIT-TAXPAYER-ID.
      *> Type S or E, then exactly nine digits. An all-zero TIN is
      *> refused outright, and an individual's number is refused
      *> where no SSN or ITIN can be issued - area 000 or 666, group
      *> 00, serial 0000 - which catches most transposed or
      *> half-keyed numbers before they reach a return. An EIN's
      *> only structure is its nine digits.
       IF WS-TRAN-TIN-TYPE-TEXT NOT = "S"
       AND WS-TRAN-TIN-TYPE-TEXT NOT = "E"
           MOVE "TTYP" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF WS-TRAN-TIN-TEXT(10:3) NOT = SPACES
       OR WS-TRAN-TIN-TEXT(1:9) IS NOT NUMERIC
           MOVE "TIN " TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TRAN-TIN-TYPE-TEXT TO WS-NEW-TIN-TYPE.
       MOVE WS-TRAN-TIN-TEXT(1:9) TO WS-NEW-TIN.
       IF WS-NEW-TIN = ZERO
           MOVE "TIN " TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF WS-NEW-TIN-TYPE = "S"
           IF WS-NEW-TIN-AREA = ZERO OR WS-NEW-TIN-AREA = 666
           OR WS-NEW-TIN-GROUP = ZERO OR WS-NEW-TIN-SERIAL = ZERO
               MOVE "TIN " TO WS-TRAN-REJECT-CODE
           END-IF
       END-IF.

APPLY-ADD-TRANSACTION.
       IF WS-TRAN-PART-COUNT NOT = 6
           MOVE "FRMT" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       PERFORM EDIT-TAXPAYER-ID.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       PERFORM EDIT-MASTER-FIELDS.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
      *> Every field is required on an ADD - the return needs a
      *> complete mailing address, not just a name.
       IF WS-NEW-NAME = SPACES
           MOVE "NAME" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF WS-NEW-STREET = SPACES
           MOVE "ADDR" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF WS-NEW-CITY = SPACES
           MOVE "CITY" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF WS-NEW-STATE = SPACES
           MOVE "STAT" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF WS-NEW-POSTAL-CODE = SPACES
           MOVE "ZIP " TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TRAN-CARD-NUMBER TO WS-WIN-CARD-NUMBER.
       READ WINNER-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
      *> A card is claimed once; a second claim form for it is a
      *> correction (CHG) or a problem for the desk, never a quiet
      *> overwrite.
               MOVE "DUPK" TO WS-TRAN-REJECT-CODE
       END-READ.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TRAN-CARD-NUMBER TO WS-WIN-CARD-NUMBER.
       MOVE WS-NEW-TIN-TYPE TO WS-WIN-TIN-TYPE.
       MOVE WS-NEW-TIN TO WS-WIN-TIN.
       MOVE WS-NEW-NAME TO WS-WIN-NAME.
       MOVE WS-NEW-STREET TO WS-WIN-STREET.
       MOVE WS-NEW-CITY TO WS-WIN-CITY.
       MOVE WS-NEW-STATE TO WS-WIN-STATE.
       MOVE WS-NEW-POSTAL-CODE TO WS-WIN-POSTAL-CODE.
       MOVE WS-RUN-DATE TO WS-WIN-CLAIMED-DATE.
       MOVE WS-RUN-DATE TO WS-WIN-CHANGED-DATE.
       PERFORM CLEAR-WINNER-SEPARATORS.
       MOVE SPACES TO WS-BEFORE-IMAGE.
       WRITE WS-WINNER-RECORD
           INVALID KEY
               MOVE "DUPK" TO WS-TRAN-REJECT-CODE
           NOT INVALID KEY
               ADD 1 TO WS-TOTAL-ADDED
               MOVE "ADD" TO WS-CLOG-ACTION
               PERFORM WRITE-CHANGE-LOG
       END-WRITE.

APPLY-CHANGE-TRANSACTION.
       IF WS-TRAN-TIN-TYPE-TEXT NOT = SPACES
       OR WS-TRAN-TIN-TEXT NOT = SPACES
           PERFORM EDIT-TAXPAYER-ID
           IF WS-TRAN-REJECT-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
       END-IF.
       PERFORM EDIT-MASTER-FIELDS.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       IF WS-TRAN-TIN-TEXT = SPACES
       AND WS-NEW-NAME = SPACES
       AND WS-NEW-STREET = SPACES
       AND WS-NEW-CITY = SPACES
       AND WS-NEW-STATE = SPACES
       AND WS-NEW-POSTAL-CODE = SPACES
           MOVE "NCHG" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
      *> Read first so the change log carries the entry exactly as
      *> it stood before the change.
       MOVE WS-TRAN-CARD-NUMBER TO WS-WIN-CARD-NUMBER.
       READ WINNER-FILE
           INVALID KEY
               MOVE "NFND" TO WS-TRAN-REJECT-CODE
       END-READ.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WINNER-RECORD TO WS-BEFORE-IMAGE.
       IF WS-TRAN-TIN-TEXT NOT = SPACES
           MOVE WS-NEW-TIN-TYPE TO WS-WIN-TIN-TYPE
           MOVE WS-NEW-TIN TO WS-WIN-TIN
           ADD 1 TO WS-TOTAL-TIN-CHANGED
       END-IF.
       IF WS-NEW-NAME NOT = SPACES
           MOVE WS-NEW-NAME TO WS-WIN-NAME
       END-IF.
       IF WS-NEW-STREET NOT = SPACES
           MOVE WS-NEW-STREET TO WS-WIN-STREET
       END-IF.
       IF WS-NEW-CITY NOT = SPACES
           MOVE WS-NEW-CITY TO WS-WIN-CITY
       END-IF.
       IF WS-NEW-STATE NOT = SPACES
           MOVE WS-NEW-STATE TO WS-WIN-STATE
       END-IF.
       IF WS-NEW-POSTAL-CODE NOT = SPACES
           MOVE WS-NEW-POSTAL-CODE TO WS-WIN-POSTAL-CODE
       END-IF.
       MOVE WS-RUN-DATE TO WS-WIN-CHANGED-DATE.
       REWRITE WS-WINNER-RECORD
           INVALID KEY
               MOVE "NFND" TO WS-TRAN-REJECT-CODE
           NOT INVALID KEY
               ADD 1 TO WS-TOTAL-CHANGED
               MOVE "CHG" TO WS-CLOG-ACTION
               PERFORM WRITE-CHANGE-LOG
       END-REWRITE.

EDIT-MASTER-FIELDS.
      *> Trim each free-text field and check it fits its master
      *> field; blank fields pass here and are judged by the caller
      *> (required on ADD, "leave alone" on CHG). The state is the
      *> two-letter postal abbreviation.
       MOVE FUNCTION TRIM(WS-TRAN-NAME-TEXT) TO WS-NEW-NAME.
       IF WS-NEW-NAME(41:10) NOT = SPACES
           MOVE "NAME" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION TRIM(WS-TRAN-STREET-TEXT) TO WS-NEW-STREET.
       IF WS-NEW-STREET(41:10) NOT = SPACES
           MOVE "ADDR" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION TRIM(WS-TRAN-CITY-TEXT) TO WS-NEW-CITY.
       IF WS-NEW-CITY(25:10) NOT = SPACES
           MOVE "CITY" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION TRIM(WS-TRAN-STATE-TEXT) TO WS-NEW-STATE.
       IF WS-NEW-STATE NOT = SPACES
           IF WS-NEW-STATE(3:8) NOT = SPACES
           OR WS-NEW-STATE(1:2) IS NOT ALPHABETIC-UPPER
           OR WS-NEW-STATE(2:1) = SPACE
               MOVE "STAT" TO WS-TRAN-REJECT-CODE
               EXIT PARAGRAPH
           END-IF
       END-IF.
       MOVE FUNCTION TRIM(WS-TRAN-POSTAL-TEXT) TO WS-NEW-POSTAL-CODE.
       IF WS-NEW-POSTAL-CODE(11:10) NOT = SPACES
           MOVE "ZIP " TO WS-TRAN-REJECT-CODE
       END-IF.

CLEAR-WINNER-SEPARATORS.
       MOVE SPACE TO WS-WIN-SEP-1.
       MOVE SPACE TO WS-WIN-SEP-2.
       MOVE SPACE TO WS-WIN-SEP-3.
       MOVE SPACE TO WS-WIN-SEP-4.
       MOVE SPACE TO WS-WIN-SEP-5.
       MOVE SPACE TO WS-WIN-SEP-6.
       MOVE SPACE TO WS-WIN-SEP-7.
       MOVE SPACE TO WS-WIN-SEP-8.
       MOVE SPACE TO WS-WIN-SEP-9.

WRITE-CHANGE-LOG.
       MOVE WS-RUN-DATE TO WS-CLOG-RUN-DATE.
       MOVE WS-BEFORE-IMAGE TO WS-CLOG-BEFORE.
       MOVE WS-WINNER-RECORD TO WS-CLOG-AFTER.
       MOVE SPACE TO WS-CLOG-SEP-1.
       MOVE SPACE TO WS-CLOG-SEP-2.
       MOVE SPACE TO WS-CLOG-SEP-3.
       WRITE WS-CHANGE-LOG-RECORD.
       DISPLAY "WINNER " WS-CLOG-ACTION ": CARD " WS-WIN-CARD-NUMBER
           " " WS-WIN-NAME.

WRITE-WINNER-REJECT.
      *> Reason codes: FRMT wrong number of fields, TRAN unknown
      *> action, CARD card number missing or not seven digits, TTYP
      *> TIN type not S or E, TIN  TIN missing on ADD, not nine
      *> digits, or not a number that can have been issued, NAME
      *> name missing on ADD or longer than 40, ADDR street missing
      *> on ADD or longer than 40, CITY city missing on ADD or longer
      *> than 24, STAT state missing on ADD or not two letters, ZIP
      *> postal code missing on ADD or longer than 10, NCHG change
      *> with nothing to change, DUPK card already on file, NFND
      *> change to a card not on file. The transaction itself is
      *> written to the reject file only; SYSOUT shows the card
      *> number and reason, never the TIN.
       ADD 1 TO WS-TOTAL-REJECTED.
       MOVE WS-TRANSACTION-LINE TO WS-WREJ-TRANSACTION.
       MOVE SPACE TO WS-WREJ-SEP-1.
       MOVE WS-TRAN-REJECT-CODE TO WS-WREJ-REASON-CODE.
       WRITE WS-WIN-REJECT-RECORD.
       DISPLAY "WINNER TRANSACTION REJECTED (" WS-TRAN-REJECT-CODE
           "): " WS-TRAN-ACTION-TEXT " CARD " WS-TRAN-CARD-TEXT.

PRINT-MAINTENANCE-SUMMARY.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4WIN - WINNER IDENTITY MAINTENANCE SUMMARY".
       DISPLAY "=================================================".
       DISPLAY "TRANSACTIONS READ. . . . . . . . : "
           WS-TOTAL-TRANSACTIONS.
       DISPLAY "WINNERS ADDED. . . . . . . . . . : " WS-TOTAL-ADDED.
       DISPLAY "WINNERS CHANGED. . . . . . . . . : " WS-TOTAL-CHANGED.
       DISPLAY "  OF WHICH TIN CORRECTED . . . . : "
           WS-TOTAL-TIN-CHANGED.
       DISPLAY "TRANSACTIONS REJECTED. . . . . . : "
           WS-TOTAL-REJECTED.
       DISPLAY "=================================================".

SET-RETURN-CODE.
      *> RC=4: the deck applied, but some claims are sitting on
      *> CARDWINR - until the desk corrects and resubmits them, those
      *> winners' prizes stay held as NTIN in the payout step.
       IF WS-TOTAL-REJECTED > ZERO
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
