IDENTIFICATION DIVISION.
PROGRAM-ID. AOC_D4REL.
*> Dual-authorization release of held payments. AOC_D4PAY pays a
*> held card the moment its number appears on the CARDRELS release
*> deck, and that deck used to be hand-edited - anyone who could
*> update the dataset could release a held payment of any size, and
*> nothing recorded who asked or why. Release requests now arrive
*> as transactions on CARDRELQ (see EDIT-ONE-REQUEST for the card
*> format) carrying the requester, a second person who approved
*> it, the request date and a reason, and this step builds the
*> CARDRELS deck from them. A request is refused when the requester
*> approved their own request, when the card isn't sitting in the
*> held-payments file (CARDHLDI - PROD.CARD.HELD.PAYMENTS, the open
*> holds as of the last day close), or when the request is older
*> than MAXAGE days (MAXAGE=n on SYSIN, default 5, through the
*> shared CARDPRM reader). Every request, approved or refused, is
*> appended to the permanent release audit file (CARDRLA - see
*> copybooks/CARDRLA.cpy) the auditors get printed monthly by
*> AOC_D4RAU. Any refusal ends the step RC=4 so the desk sees it
*> the same morning.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Same bare ASSIGN-TO-ddname idiom as the rest of Day_4/*.cbl.
       SELECT REQUEST-FILE ASSIGN TO CARDRELQ
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REQUEST-FILE-STATUS.

       SELECT HELD-IN-FILE ASSIGN TO CARDHLDI
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HELD-IN-FILE-STATUS.

       SELECT RELEASE-FILE ASSIGN TO CARDRELS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RELEASE-FILE-STATUS.

      *> Permanent release audit file - appended every run, absent
      *> (35) only before the first request ever.
       SELECT RELEASE-AUDIT-FILE ASSIGN TO CARDRLA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RELEASE-AUDIT-FILE-STATUS.

      *> SYSIN control-card deck - see copybooks/CARDPRM.cpy.
       SELECT PARM-FILE ASSIGN TO SYSIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-FILE-STATUS.

      *> Step-status control dataset - see copybooks/CARDSTP.cpy.
       SELECT STEP-STATUS-FILE ASSIGN TO CARDSTAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STEP-STATUS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD REQUEST-FILE.
01  WS-REQUEST-LINE PIC X(80).

FD HELD-IN-FILE.
*> The held-payment record exactly as AOC_D4PAY's WRITE-HELD-RECORD
*> laid it down - only the card and amount matter here.
01  WS-HELD-IN-RECORD.
    05  WS-HIN-CARD-NUMBER PIC 9(7).
    05  WS-HIN-SEP-1 PIC X(1).
    05  WS-HIN-MATCH-COUNT PIC 9(3).
    05  WS-HIN-SEP-2 PIC X(1).
    05  WS-HIN-TIER-NUMBER PIC 9(2).
    05  WS-HIN-SEP-3 PIC X(1).
    05  WS-HIN-AMOUNT-DOLLARS PIC 9(7).
    05  WS-HIN-AMOUNT-POINT PIC X(1).
    05  WS-HIN-AMOUNT-CENTS PIC 9(2).
    05  WS-HIN-SEP-4 PIC X(1).
    05  WS-HIN-DATE-PROCESSED PIC 9(8).
    05  WS-HIN-SEP-5 PIC X(1).
    05  WS-HIN-EXCEPTION-TYPE PIC X(4).
    05  WS-HIN-SEP-6 PIC X(1).
    05  WS-HIN-RETAILER-ID PIC X(8).

FD RELEASE-FILE.
*> One approved card per line, card number first - the only token
*> AOC_D4PAY's LOAD-ONE-RELEASE-CARD reads. The rest of the line
*> names who asked and who approved, so the deck reads as its own
*> record of the day's releases.
01  WS-RELEASE-OUT-RECORD.
    05  WS-RLS-CARD-NUMBER PIC 9(7).
    05  WS-RLS-SEP-1 PIC X(1).
    05  WS-RLS-REQ-LABEL PIC X(4).
    05  WS-RLS-REQUESTER PIC X(8).
    05  WS-RLS-SEP-2 PIC X(1).
    05  WS-RLS-APR-LABEL PIC X(4).
    05  WS-RLS-APPROVER PIC X(8).
    05  WS-RLS-SEP-3 PIC X(1).
    05  WS-RLS-REQUEST-DATE PIC 9(8).

FD RELEASE-AUDIT-FILE.
COPY CARDRLA.

FD PARM-FILE.
01  WS-PARM-CARD PIC X(80).

FD STEP-STATUS-FILE.
COPY CARDSTS.

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-REQUEST-FILE-STATUS PIC X(2).
01  WS-HELD-IN-FILE-STATUS PIC X(2).
01  WS-RELEASE-FILE-STATUS PIC X(2).
01  WS-RELEASE-AUDIT-FILE-STATUS PIC X(2).

*> SYSIN control-card fields - see copybooks/CARDPRMW.cpy.
COPY CARDPRMW.

*> Oldest request (in days before today) that may still release a
*> payment - a week-old approval is not an approval of today's
*> circumstances.
01  WS-MAX-AGE-DAYS PIC 9(3) VALUE 5.
01  WS-RUN-DATE PIC 9(8) VALUE ZERO.
01  WS-RUN-DATE-INTEGER PIC 9(9) VALUE ZERO.
01  WS-REQUEST-AGE-DAYS PIC S9(9) VALUE ZERO.

*> The open holds, card and amount, as of the last day close. Same
*> size-guard stance as every other table in the suite.
01  WS-HELD-TABLE-SIZE PIC 9(5) VALUE 20000.
01  WS-HELD-COUNT PIC 9(5) VALUE ZERO.
01  WS-HELD-TABLE.
    05  WS-HELD-ENTRY OCCURS 20000 TIMES.
        10  WS-HLD-CARD PIC 9(7).
        10  WS-HLD-AMOUNT PIC 9(7)V99.
01  WS-HELD-NDX PIC 9(5) VALUE ZERO.
01  WS-MATCHED-HELD PIC 9(5) VALUE ZERO.

*> Cards approved so far this run, so a card asked for twice goes
*> onto the deck once. Sized to AOC_D4PAY's release table - the
*> deck this step writes can never overflow the step that reads it.
01  WS-APPROVED-TABLE-SIZE PIC 9(4) VALUE 1000.
01  WS-APPROVED-COUNT PIC 9(4) VALUE ZERO.
01  WS-APPROVED-TABLE.
    05  WS-APPROVED-CARD PIC 9(7) OCCURS 1000 TIMES.
01  WS-APPROVED-NDX PIC 9(4) VALUE ZERO.

*> Restart guard for the audit file. A rerun for a run date this
*> step already started - after an abend, or after an operator
*> reset - rules on the same deck again, and without this would
*> put every ruling on the audit file twice. On a rerun the audit
*> lines dated on or after the run date are loaded here first, and
*> each stops exactly one identical ruling (everything after the
*> run-date column) from being written again. A request the rerun
*> rules on differently - the held file was corrected, say - is a
*> new ruling and is audited as one.
01  WS-AUDITED-TABLE-SIZE PIC 9(4) VALUE 2000.
01  WS-AUDITED-COUNT PIC 9(4) VALUE ZERO.
01  WS-AUDITED-TABLE.
    05  WS-AUDITED-ENTRY OCCURS 2000 TIMES.
        10  WS-AUD-RULING PIC X(107).
        10  WS-AUD-USED PIC X(3).
01  WS-AUDITED-NDX PIC 9(4) VALUE ZERO.
01  WS-ALREADY-AUDITED PIC X(3) VALUE 'NO'.
01  WS-TOTAL-ALREADY-AUDITED PIC 9(6) VALUE ZERO.

*> One request being parsed - clear-then-count, same UNSTRING
*> stale-field trap the tier loader guards against. The card number
*> stages through a field wider than a card number so a
*> fat-fingered entry is caught as out of range instead of
*> truncating into some OTHER card's number; the IDs stage wider
*> than eight for the same reason. The reason is whatever follows
*> the request date.
01  WS-REQ-CARD-TEXT PIC X(10).
01  WS-REQ-REQUESTER-TEXT PIC X(10).
01  WS-REQ-APPROVER-TEXT PIC X(10).
01  WS-REQ-DATE-TEXT PIC X(10).
01  WS-REQ-REASON-TEXT PIC X(50).
01  WS-REQ-FIELD-COUNT PIC 9(2) VALUE ZERO.
01  WS-REQ-POINTER PIC 9(3) VALUE ZERO.
01  WS-REQ-NUM-WORK PIC 9(10) VALUE ZERO.
01  WS-REQ-CARD PIC 9(7) VALUE ZERO.
01  WS-REQ-DATE PIC 9(8) VALUE ZERO.
01  WS-REQ-AMOUNT PIC 9(7)V99 VALUE ZERO.
01  WS-REQ-REFUSAL-CODE PIC X(4) VALUE SPACES.

01  WS-TOTAL-REQUESTS PIC 9(6) VALUE ZERO.
01  WS-TOTAL-APPROVED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-REFUSED PIC 9(6) VALUE ZERO.
01  WS-DOLLARS-APPROVED PIC 9(11)V99 VALUE ZERO.
01  WS-EDIT-DOLLARS PIC Z(10)9.99.

*> Step-status control fields - see copybooks/CARDSTSW.cpy.
COPY CARDSTSW.

PROCEDURE DIVISION.
       MOVE "AOC_D4REL" TO WS-STEP-PROGRAM.
       PERFORM CHECK-STEP-STATUS.
       PERFORM PROCESS-PARAMETER-DECK.
       PERFORM ECHO-RUN-OPTIONS.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       COMPUTE WS-RUN-DATE-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

       PERFORM LOAD-HELD-TABLE.
       OPEN OUTPUT RELEASE-FILE.
       IF WS-RELEASE-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN RELEASE-FILE, STATUS "
               WS-RELEASE-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF WS-STEP-RERUN = 'YES'
           PERFORM LOAD-AUDITED-RULINGS
       END-IF.
       PERFORM OPEN-RELEASE-AUDIT.
       PERFORM EDIT-REQUEST-DECK.
       CLOSE RELEASE-FILE.
       CLOSE RELEASE-AUDIT-FILE.

       PERFORM PRINT-RELEASE-SUMMARY.
       PERFORM SET-RETURN-CODE.
       PERFORM RECORD-STEP-COMPLETION.
       STOP RUN.

APPLY-PARAMETER-CARD.
      *> MAXAGE=n - how many days old a request may be and still
      *> release a payment. Same strict validation stance as every
      *> other control card in the suite.
       EVALUATE WS-PARM-KEYWORD
           WHEN "MAXAGE"
               IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                       TO WS-PARM-NUM-WORK
               ELSE
                   MOVE 999 TO WS-PARM-NUM-WORK
               END-IF
               IF WS-PARM-NUM-WORK > 99
                   DISPLAY "MAXAGE MUST BE 0-99: " WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   MOVE WS-PARM-NUM-WORK TO WS-MAX-AGE-DAYS
               END-IF
           WHEN OTHER
               DISPLAY "UNKNOWN PARAMETER KEYWORD: " WS-PARM-CARD
               MOVE 'YES' TO WS-PARM-ERROR
       END-EVALUATE.

ECHO-RUN-OPTIONS.
       DISPLAY "AOC_D4REL RUN OPTIONS (" WS-PARM-CARD-COUNT
           " SYSIN CARD(S)):".
       DISPLAY "  MAXAGE . . . . . : " WS-MAX-AGE-DAYS.

*> Shared with AOC_D4VAL / AOC_DAY4 - see copybooks/CARDPRM.cpy.
COPY CARDPRM.

LOAD-HELD-TABLE.
      *> No held-payments file means nothing is on hold - every
      *> request will be refused NHLD, which is the truth.
       OPEN INPUT HELD-IN-FILE.
       IF WS-HELD-IN-FILE-STATUS = "35"
           DISPLAY "WARNING: NO HELD-PAYMENTS FILE (CARDHLDI) - "
               "NOTHING IS ON HOLD TO RELEASE"
           EXIT PARAGRAPH
       END-IF.
       IF WS-HELD-IN-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN HELD-IN-FILE, STATUS "
               WS-HELD-IN-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ HELD-IN-FILE
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               PERFORM LOAD-ONE-HELD-CARD
           END-READ
       END-PERFORM.
       CLOSE HELD-IN-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.
       DISPLAY "LOADED " WS-HELD-COUNT " HELD PAYMENT(S) FROM "
           "CARDHLDI".

LOAD-ONE-HELD-CARD.
       IF WS-HELD-COUNT >= WS-HELD-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-HELD-TABLE-SIZE
               " HELD PAYMENTS - HELD TABLE FULL"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-HELD-COUNT.
       MOVE WS-HIN-CARD-NUMBER TO WS-HLD-CARD(WS-HELD-COUNT).
       COMPUTE WS-HLD-AMOUNT(WS-HELD-COUNT) = WS-HIN-AMOUNT-DOLLARS
           + WS-HIN-AMOUNT-CENTS / 100.

OPEN-RELEASE-AUDIT.
      *> Appended every run - the audit trail is only worth anything
      *> if nothing ever truncates it. OUTPUT only the very first
      *> time the file exists at all, same as CARDRUNH.
       OPEN EXTEND RELEASE-AUDIT-FILE.
       IF WS-RELEASE-AUDIT-FILE-STATUS = "35"
           OPEN OUTPUT RELEASE-AUDIT-FILE
       END-IF.
       IF WS-RELEASE-AUDIT-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN RELEASE-AUDIT-FILE, STATUS "
               WS-RELEASE-AUDIT-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

LOAD-AUDITED-RULINGS.
      *> Rerun only - see WS-AUDITED-TABLE. No audit file yet (35)
      *> means the earlier attempt never got as far as a ruling.
       OPEN INPUT RELEASE-AUDIT-FILE.
       IF WS-RELEASE-AUDIT-FILE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ RELEASE-AUDIT-FILE
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               PERFORM LOAD-ONE-AUDITED-RULING
           END-READ
       END-PERFORM.
       CLOSE RELEASE-AUDIT-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.
       DISPLAY "RERUN FOR " WS-STEP-RUN-DATE ": " WS-AUDITED-COUNT
           " RULING(S) ALREADY ON CARDRLA FROM THIS RUN DATE".

LOAD-ONE-AUDITED-RULING.
      *> The run date column is the calendar date the line was
      *> written, which for an attempt that crossed midnight is the
      *> day after the run date - so anything dated on or after it.
       IF WS-RLA-RUN-DATE IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF.
       IF WS-RLA-RUN-DATE < WS-STEP-RUN-DATE
           EXIT PARAGRAPH
       END-IF.
       IF WS-AUDITED-COUNT >= WS-AUDITED-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-AUDITED-TABLE-SIZE
               " RULINGS FROM AN EARLIER ATTEMPT - AUDITED TABLE FULL"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-AUDITED-COUNT.
       MOVE WS-RELEASE-AUDIT-RECORD(10:)
           TO WS-AUD-RULING(WS-AUDITED-COUNT).
       MOVE 'NO' TO WS-AUD-USED(WS-AUDITED-COUNT).

EDIT-REQUEST-DECK.
      *> No request deck is a day with no releases - the CARDRELS
      *> deck is still written, empty, so AOC_D4PAY never picks up a
      *> stale one.
       OPEN INPUT REQUEST-FILE.
       IF WS-REQUEST-FILE-STATUS = "35"
           DISPLAY "NO RELEASE REQUESTS TODAY (CARDRELQ NOT FOUND)"
           EXIT PARAGRAPH
       END-IF.
       IF WS-REQUEST-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN REQUEST-FILE, STATUS "
               WS-REQUEST-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ REQUEST-FILE
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               PERFORM EDIT-ONE-REQUEST
           END-READ
       END-PERFORM.
       CLOSE REQUEST-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.

EDIT-ONE-REQUEST.
      *> Request format, blank-separated:
      *>   <card> <requester> <approver> <request yyyymmdd> <reason>
      *> The requester and approver are the desk's user IDs (up to
      *> eight characters); the reason is free text to the end of
      *> the line. "*" comments and blank lines allowed. Edits run
      *> cheapest first and the first failure is the refusal code.
       IF WS-REQUEST-LINE = SPACES
       OR WS-REQUEST-LINE(1:1) = "*"
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TOTAL-REQUESTS.
       MOVE SPACES TO WS-REQ-REFUSAL-CODE.
       MOVE SPACES TO WS-REQ-CARD-TEXT WS-REQ-REQUESTER-TEXT
           WS-REQ-APPROVER-TEXT WS-REQ-DATE-TEXT WS-REQ-REASON-TEXT.
       MOVE ZERO TO WS-REQ-CARD.
       MOVE ZERO TO WS-REQ-DATE.
       MOVE ZERO TO WS-REQ-AMOUNT.
       SET WS-REQ-FIELD-COUNT TO ZERO.
       MOVE 1 TO WS-REQ-POINTER.
      *> No ON OVERFLOW here - the reason text after the date is
      *> expected, and is picked up from where the pointer stops.
       UNSTRING WS-REQUEST-LINE DELIMITED BY ALL SPACE
           INTO WS-REQ-CARD-TEXT WS-REQ-REQUESTER-TEXT
               WS-REQ-APPROVER-TEXT WS-REQ-DATE-TEXT
               WITH POINTER WS-REQ-POINTER
               TALLYING IN WS-REQ-FIELD-COUNT
       END-UNSTRING.
      *> User IDs are folded to upper case as soon as they are read,
      *> so "jsmith" approving "JSMITH" is refused SAME and the deck
      *> and audit file carry one spelling of each ID.
       MOVE FUNCTION UPPER-CASE(WS-REQ-REQUESTER-TEXT)
           TO WS-REQ-REQUESTER-TEXT.
       MOVE FUNCTION UPPER-CASE(WS-REQ-APPROVER-TEXT)
           TO WS-REQ-APPROVER-TEXT.
       IF WS-REQ-POINTER <= 80
           MOVE WS-REQUEST-LINE(WS-REQ-POINTER:) TO WS-REQ-REASON-TEXT
       END-IF.
       PERFORM EDIT-REQUEST-FIELDS.
       IF WS-REQ-REFUSAL-CODE = SPACES
           PERFORM APPROVE-REQUEST
       ELSE
           PERFORM REFUSE-REQUEST
       END-IF.

EDIT-REQUEST-FIELDS.
       IF WS-REQ-FIELD-COUNT NOT = 4
           MOVE "FRMT" TO WS-REQ-REFUSAL-CODE
           EXIT PARAGRAPH
       END-IF.
       IF FUNCTION TEST-NUMVAL(WS-REQ-CARD-TEXT) = 0
           MOVE FUNCTION NUMVAL(WS-REQ-CARD-TEXT) TO WS-REQ-NUM-WORK
       ELSE
           MOVE ZERO TO WS-REQ-NUM-WORK
       END-IF.
       IF WS-REQ-NUM-WORK < 1 OR WS-REQ-NUM-WORK > 9999999
           MOVE "CNUM" TO WS-REQ-REFUSAL-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-REQ-NUM-WORK TO WS-REQ-CARD.
       IF WS-REQ-REQUESTER-TEXT(9:2) NOT = SPACES
       OR WS-REQ-APPROVER-TEXT(9:2) NOT = SPACES
           MOVE "USER" TO WS-REQ-REFUSAL-CODE
           EXIT PARAGRAPH
       END-IF.
      *> The whole point of the workflow: nobody approves their own
      *> release.
       IF WS-REQ-REQUESTER-TEXT = WS-REQ-APPROVER-TEXT
           MOVE "SAME" TO WS-REQ-REFUSAL-CODE
           EXIT PARAGRAPH
       END-IF.
       IF FUNCTION TEST-NUMVAL(WS-REQ-DATE-TEXT) = 0
           MOVE FUNCTION NUMVAL(WS-REQ-DATE-TEXT) TO WS-REQ-NUM-WORK
       ELSE
           MOVE ZERO TO WS-REQ-NUM-WORK
       END-IF.
       IF WS-REQ-NUM-WORK < 19000101
       OR WS-REQ-NUM-WORK > 99991231
       OR FUNCTION TEST-DATE-YYYYMMDD(WS-REQ-NUM-WORK) NOT = 0
           MOVE "DATE" TO WS-REQ-REFUSAL-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-REQ-NUM-WORK TO WS-REQ-DATE.
       COMPUTE WS-REQUEST-AGE-DAYS = WS-RUN-DATE-INTEGER
           - FUNCTION INTEGER-OF-DATE(WS-REQ-DATE).
       IF WS-REQUEST-AGE-DAYS < ZERO
           MOVE "DATE" TO WS-REQ-REFUSAL-CODE
           EXIT PARAGRAPH
       END-IF.
       IF WS-REQUEST-AGE-DAYS > WS-MAX-AGE-DAYS
           MOVE "STAL" TO WS-REQ-REFUSAL-CODE
           EXIT PARAGRAPH
       END-IF.
       IF WS-REQ-REASON-TEXT = SPACES
           MOVE "RSN " TO WS-REQ-REFUSAL-CODE
           EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-HELD-CARD.
       IF WS-MATCHED-HELD = ZERO
           MOVE "NHLD" TO WS-REQ-REFUSAL-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-HLD-AMOUNT(WS-MATCHED-HELD) TO WS-REQ-AMOUNT.
       PERFORM VARYING WS-APPROVED-NDX FROM 1 BY 1
           UNTIL WS-APPROVED-NDX > WS-APPROVED-COUNT
           OR WS-APPROVED-CARD(WS-APPROVED-NDX) = WS-REQ-CARD
       END-PERFORM.
       IF WS-APPROVED-NDX <= WS-APPROVED-COUNT
           MOVE "DUPL" TO WS-REQ-REFUSAL-CODE
           EXIT PARAGRAPH
       END-IF.

FIND-HELD-CARD.
       MOVE ZERO TO WS-MATCHED-HELD.
       PERFORM VARYING WS-HELD-NDX FROM 1 BY 1
           UNTIL WS-HELD-NDX > WS-HELD-COUNT
           OR WS-MATCHED-HELD > ZERO
           IF WS-HLD-CARD(WS-HELD-NDX) = WS-REQ-CARD
               MOVE WS-HELD-NDX TO WS-MATCHED-HELD
           END-IF
       END-PERFORM.

APPROVE-REQUEST.
       IF WS-APPROVED-COUNT >= WS-APPROVED-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-APPROVED-TABLE-SIZE
               " APPROVED RELEASES - CARDRELS WOULD OVERFLOW AOC_D4PAY"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-APPROVED-COUNT.
       MOVE WS-REQ-CARD TO WS-APPROVED-CARD(WS-APPROVED-COUNT).
       MOVE WS-REQ-CARD TO WS-RLS-CARD-NUMBER.
       MOVE "REQ=" TO WS-RLS-REQ-LABEL.
       MOVE WS-REQ-REQUESTER-TEXT TO WS-RLS-REQUESTER.
       MOVE "APR=" TO WS-RLS-APR-LABEL.
       MOVE WS-REQ-APPROVER-TEXT TO WS-RLS-APPROVER.
       MOVE WS-REQ-DATE TO WS-RLS-REQUEST-DATE.
       MOVE SPACE TO WS-RLS-SEP-1.
       MOVE SPACE TO WS-RLS-SEP-2.
       MOVE SPACE TO WS-RLS-SEP-3.
       WRITE WS-RELEASE-OUT-RECORD.
       ADD 1 TO WS-TOTAL-APPROVED.
       ADD WS-REQ-AMOUNT TO WS-DOLLARS-APPROVED.
       MOVE "APPR" TO WS-RLA-DISPOSITION.
       PERFORM WRITE-RELEASE-AUDIT.
       MOVE WS-REQ-AMOUNT TO WS-EDIT-DOLLARS.
       DISPLAY "RELEASE APPROVED: CARD " WS-REQ-CARD " "
           WS-EDIT-DOLLARS " REQ " WS-REQ-REQUESTER-TEXT
           " APR " WS-REQ-APPROVER-TEXT.

REFUSE-REQUEST.
       ADD 1 TO WS-TOTAL-REFUSED.
       MOVE "REFU" TO WS-RLA-DISPOSITION.
       PERFORM WRITE-RELEASE-AUDIT.
       DISPLAY "RELEASE REFUSED (" WS-REQ-REFUSAL-CODE "): "
           WS-REQUEST-LINE.

WRITE-RELEASE-AUDIT.
      *> A request that failed FRMT/CNUM/DATE carries zero in the
      *> field it failed on; the reason column then holds the start
      *> of the line as submitted, so the auditors can still see
      *> what was asked for.
       MOVE WS-RUN-DATE TO WS-RLA-RUN-DATE.
       MOVE WS-REQ-CARD TO WS-RLA-CARD-NUMBER.
       MOVE WS-REQ-REQUESTER-TEXT TO WS-RLA-REQUESTER.
       MOVE WS-REQ-APPROVER-TEXT TO WS-RLA-APPROVER.
       MOVE WS-REQ-DATE TO WS-RLA-REQUEST-DATE.
       MOVE WS-REQ-REFUSAL-CODE TO WS-RLA-REFUSAL-CODE.
       MOVE WS-REQ-AMOUNT TO WS-RLA-AMOUNT.
       IF WS-REQ-REFUSAL-CODE = "FRMT"
       OR WS-REQ-REFUSAL-CODE = "CNUM"
       OR WS-REQ-REFUSAL-CODE = "DATE"
           MOVE WS-REQUEST-LINE TO WS-RLA-REASON
       ELSE
           MOVE WS-REQ-REASON-TEXT TO WS-RLA-REASON
       END-IF.
       MOVE SPACE TO WS-RLA-SEP-1.
       MOVE SPACE TO WS-RLA-SEP-2.
       MOVE SPACE TO WS-RLA-SEP-3.
       MOVE SPACE TO WS-RLA-SEP-4.
       MOVE SPACE TO WS-RLA-SEP-5.
       MOVE SPACE TO WS-RLA-SEP-6.
       MOVE SPACE TO WS-RLA-SEP-7.
       MOVE SPACE TO WS-RLA-SEP-8.
       MOVE 'NO' TO WS-ALREADY-AUDITED.
       PERFORM VARYING WS-AUDITED-NDX FROM 1 BY 1
           UNTIL WS-AUDITED-NDX > WS-AUDITED-COUNT
           OR WS-ALREADY-AUDITED = 'YES'
           IF WS-AUD-RULING(WS-AUDITED-NDX)
               = WS-RELEASE-AUDIT-RECORD(10:)
           AND WS-AUD-USED(WS-AUDITED-NDX) = 'NO'
               MOVE 'YES' TO WS-AUD-USED(WS-AUDITED-NDX)
               MOVE 'YES' TO WS-ALREADY-AUDITED
               ADD 1 TO WS-TOTAL-ALREADY-AUDITED
           END-IF
       END-PERFORM.
       IF WS-ALREADY-AUDITED = 'NO'
           WRITE WS-RELEASE-AUDIT-RECORD
       END-IF.

PRINT-RELEASE-SUMMARY.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4REL - RELEASE AUTHORIZATION SUMMARY".
       DISPLAY "=================================================".
       DISPLAY "HELD PAYMENTS ON FILE. . . . . . : " WS-HELD-COUNT.
       DISPLAY "RELEASE REQUESTS READ. . . . . . : " WS-TOTAL-REQUESTS.
       DISPLAY "APPROVED (ON CARDRELS) . . . . . : " WS-TOTAL-APPROVED.
       DISPLAY "REFUSED. . . . . . . . . . . . . : " WS-TOTAL-REFUSED.
       MOVE WS-DOLLARS-APPROVED TO WS-EDIT-DOLLARS.
       DISPLAY "DOLLARS APPROVED FOR RELEASE . . : " WS-EDIT-DOLLARS.
       IF WS-TOTAL-ALREADY-AUDITED > ZERO
           DISPLAY "ALREADY AUDITED BY EARLIER ATTEMPT : "
               WS-TOTAL-ALREADY-AUDITED
       END-IF.
       DISPLAY "=================================================".

SET-RETURN-CODE.
      *> RC=4: at least one request was refused - the desk needs to
      *> know today, not when the auditors ask. Refusals are still
      *> fully handled (audited, kept off the deck), so nothing
      *> downstream is gated on it.
       IF WS-TOTAL-REFUSED > ZERO
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

*> Shared with the rest of the AOCD4JOB chain - see
*> copybooks/CARDSTP.cpy.
COPY CARDSTP.
