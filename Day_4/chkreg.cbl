IDENTIFICATION DIVISION.
PROGRAM-ID. AOC_D4CHK.
*> Prize check register and positive-pay issue file. Prize checks
*> are cut from CARDPMT, and the bank now refuses any check that did
*> not first arrive on a positive-pay issue file - yet nothing in
*> the suite assigned or remembered check numbers. This step keeps
*> the keyed check register (CARDCREG - see copybooks/CARDCRG.cpy):
*>   - the payout desk's void and stop-payment deck (CARDCHKT - see
*>     APPLY-ONE-TRANSACTION for the card format) is applied to
*>     checks already on the register, anything that doesn't edit
*>     going to CARDCHKR with a reason code;
*>   - every payment AOC_D4PAY wrote to CARDPMT is numbered as the
*>     next check and recorded with its payee card, amount, issue
*>     date and retailer, and with the gross prize before any tax
*>     withheld from it - the check plus the withholding AOC_D4PAY
*>     logged for the card on the reportable-payment log (CARDTAXL
*>     - see copybooks/CARDTXL.cpy) that same run;
*>   - every register entry whose current status the bank has not
*>     yet been sent - today's issues, and today's voids and stops -
*>     goes on the positive-pay file (CARDPPAY) in the bank's
*>     fixed-column layout, bracketed by a header and trailer
*>     carrying the record counts and dollar totals;
*>   - the daily check register report lists the checks issued,
*>     voided and stopped, with totals, and proves the day's issues
*>     against AOC_D4PAY's control record (CARDPCTL - see
*>     copybooks/CARDPCT.cpy), which ties them to the liability
*>     report's grand total.
*> The bank account the checks draw on and the first check number
*> of a brand-new register come from SYSIN (ACCOUNT=, FIRSTCHECK=,
*> through the shared CARDPRM reader).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Same bare ASSIGN-TO-ddname idiom as the rest of Day_4/*.cbl.
       SELECT PAYMENT-FILE ASSIGN TO CARDPMT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PAYMENT-FILE-STATUS.

      *> AOC_D4PAY's one-record control file. Absent (35) means the
      *> payout step did not run - nothing new to number today.
       SELECT PAYOUT-CONTROL-FILE ASSIGN TO CARDPCTL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PAYOUT-CONTROL-FILE-STATUS.

      *> Cumulative reportable-payment log AOC_D4PAY appends to -
      *> only the payout run's own lines are read. Absent (35) means
      *> no reportable prize has ever been paid.
       SELECT TAX-PAYMENT-FILE ASSIGN TO CARDTAXL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TAX-PAYMENT-FILE-STATUS.

       SELECT REGISTER-FILE ASSIGN TO CARDCREG
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS WS-CRG-CHECK-NUMBER
       FILE STATUS IS WS-REGISTER-FILE-STATUS.

      *> Void/stop-payment deck from the payout desk. Absent (35) is
      *> a day with no voids or stops.
       SELECT TRANSACTION-FILE ASSIGN TO CARDCHKT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

       SELECT CHECK-REJECT-FILE ASSIGN TO CARDCHKR
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHECK-REJECT-FILE-STATUS.

       SELECT POSITIVE-PAY-FILE ASSIGN TO CARDPPAY
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-POSITIVE-PAY-FILE-STATUS.

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
FD PAYMENT-FILE.
*> The payment interface record exactly as AOC_D4PAY's
*> WRITE-PAYMENT-RECORD laid it down - the edited amount splits into
*> dollars / decimal point / cents, same treatment AOC_D4REC gives
*> it.
01  WS-PAYMENT-IN-RECORD.
    05  WS-PMT-CARD-NUMBER PIC 9(7).
    05  WS-PMT-SEP-1 PIC X(1).
    05  WS-PMT-MATCH-COUNT PIC 9(3).
    05  WS-PMT-SEP-2 PIC X(1).
    05  WS-PMT-TIER-NUMBER PIC 9(2).
    05  WS-PMT-SEP-3 PIC X(1).
    05  WS-PMT-AMOUNT-DOLLARS PIC 9(7).
    05  WS-PMT-AMOUNT-POINT PIC X(1).
    05  WS-PMT-AMOUNT-CENTS PIC 9(2).
    05  WS-PMT-SEP-4 PIC X(1).
    05  WS-PMT-DATE-PROCESSED PIC 9(8).
    05  WS-PMT-SEP-5 PIC X(1).
    05  WS-PMT-RETAILER-ID PIC X(8).
    05  WS-PMT-SEP-6 PIC X(1).
    05  WS-PMT-PROMO-CODE PIC X(8).

FD PAYOUT-CONTROL-FILE.
COPY CARDPCT.

FD TAX-PAYMENT-FILE.
COPY CARDTXL.

FD REGISTER-FILE.
COPY CARDCRG.

FD TRANSACTION-FILE.
01  WS-TRANSACTION-LINE PIC X(80).

FD CHECK-REJECT-FILE.
*> The transaction exactly as submitted plus a four-character reason
*> code, same shape as AOC_D4HOT's reject file.
01  WS-CHECK-REJECT-RECORD.
    05  WS-CREJ-TRANSACTION PIC X(80).
    05  WS-CREJ-SEP-1 PIC X(1).
    05  WS-CREJ-REASON-CODE PIC X(4).

FD POSITIVE-PAY-FILE.
*> The bank's positive-pay layout: fixed columns, no separators,
*> amounts in cents with the decimal point implied, one header, one
*> detail per check action, one trailer. Action I issues a check, V
*> voids it, S stops payment on it. The header carries the detail
*> count and dollar total, the trailer the same again broken out by
*> action, so the bank can prove the file before loading it.
01  WS-PPAY-HEADER-RECORD.
    05  WS-PPH-RECORD-TYPE PIC X(1).
    05  WS-PPH-ACCOUNT PIC 9(10).
    05  WS-PPH-FILE-DATE PIC 9(8).
    05  WS-PPH-DETAIL-COUNT PIC 9(6).
    05  WS-PPH-DETAIL-DOLLARS PIC 9(10)V99.
    05  FILLER PIC X(43).
01  WS-PPAY-DETAIL-RECORD.
    05  WS-PPD-RECORD-TYPE PIC X(1).
    05  WS-PPD-ACCOUNT PIC 9(10).
    05  WS-PPD-ACTION PIC X(1).
    05  WS-PPD-CHECK-NUMBER PIC 9(10).
    05  WS-PPD-AMOUNT PIC 9(8)V99.
    05  WS-PPD-ISSUE-DATE PIC 9(8).
    05  WS-PPD-PAYEE PIC X(30).
    05  FILLER PIC X(10).
01  WS-PPAY-TRAILER-RECORD.
    05  WS-PPT-RECORD-TYPE PIC X(1).
    05  WS-PPT-ACCOUNT PIC 9(10).
    05  WS-PPT-ISSUE-COUNT PIC 9(6).
    05  WS-PPT-ISSUE-DOLLARS PIC 9(10)V99.
    05  WS-PPT-VOID-COUNT PIC 9(6).
    05  WS-PPT-VOID-DOLLARS PIC 9(10)V99.
    05  WS-PPT-STOP-COUNT PIC 9(6).
    05  WS-PPT-STOP-DOLLARS PIC 9(10)V99.
    05  FILLER PIC X(15).

FD PARM-FILE.
01  WS-PARM-CARD PIC X(80).

FD STEP-STATUS-FILE.
COPY CARDSTS.

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-PAYMENT-FILE-STATUS PIC X(2).
01  WS-PAYOUT-CONTROL-FILE-STATUS PIC X(2).
01  WS-TAX-PAYMENT-FILE-STATUS PIC X(2).
01  WS-REGISTER-FILE-STATUS PIC X(2).
01  WS-TRANSACTION-FILE-STATUS PIC X(2).
01  WS-CHECK-REJECT-FILE-STATUS PIC X(2).
01  WS-POSITIVE-PAY-FILE-STATUS PIC X(2).
01  WS-RUN-DATE PIC 9(8) VALUE ZERO.

*> SYSIN control-card fields - see copybooks/CARDPRMW.cpy.
COPY CARDPRMW.

*> The bank account the prize checks draw on - no default; a
*> positive-pay file for the wrong account is worse than none.
*> FIRSTCHECK only seeds a register that doesn't exist yet: from
*> then on the register's own control record says what comes next.
01  WS-BANK-ACCOUNT PIC 9(10) VALUE ZERO.
01  WS-FIRST-CHECK PIC 9(10) VALUE 1.
01  WS-PARM-CHECK-WORK PIC 9(11) VALUE ZERO.

*> The register's control record (check number zero), held here for
*> the run and rewritten as each check is numbered.
01  WS-CONTROL-KEY PIC 9(10) VALUE ZERO.
01  WS-LAST-CHECK PIC 9(10) VALUE ZERO.
01  WS-REG-PAYOUT-DATE PIC 9(8) VALUE ZERO.
01  WS-REG-PAYOUT-TIME PIC 9(8) VALUE ZERO.
01  WS-REG-PAYMENTS-DONE PIC 9(6) VALUE ZERO.

*> The payout run being numbered, and how far into its payment file
*> this run is.
01  WS-PAYOUT-CONTROL-READ PIC X(3) VALUE 'NO'.
01  WS-PAYMENTS-READ PIC 9(6) VALUE ZERO.
01  WS-PAYMENTS-SKIPPED PIC 9(6) VALUE ZERO.
01  WS-DOLLARS-NUMBERED PIC 9(11)V99 VALUE ZERO.
01  WS-WORK-AMOUNT PIC 9(7)V99 VALUE ZERO.

*> Tax the payout run withheld, per card, off its own lines on
*> CARDTAXL, so each check can carry its gross prize. An entry is
*> used up by the first payment to the card, so a card paid twice
*> in a run is matched line for line. Same size-guard stance as
*> every other table in the suite.
01  WS-WITHHELD-TABLE-SIZE PIC 9(4) VALUE 5000.
01  WS-WITHHELD-COUNT PIC 9(4) VALUE ZERO.
01  WS-WITHHELD-TABLE.
    05  WS-WITHHELD-ENTRY OCCURS 5000 TIMES.
        10  WS-WHD-CARD PIC 9(7).
        10  WS-WHD-AMOUNT PIC 9(7)V99.
        10  WS-WHD-USED PIC X(3).
01  WS-WITHHELD-NDX PIC 9(4) VALUE ZERO.
01  WS-PRIOR-PAID-DATE PIC 9(8) VALUE ZERO.
01  WS-WORK-WITHHELD PIC 9(7)V99 VALUE ZERO.
01  WS-DOLLARS-WITHHELD-MATCHED PIC 9(11)V99 VALUE ZERO.
01  WS-GROSS-SHORT PIC X(3) VALUE 'NO'.

*> One void/stop transaction being parsed - clear-then-count, same
*> UNSTRING stale-field trap the tier loader guards against. Numbers
*> stage through fields wider than the real ones so a fat-fingered
*> entry is caught as out of range instead of truncating into some
*> OTHER check's number.
01  WS-TRAN-ACTION-TEXT PIC X(8).
01  WS-TRAN-CHECK-TEXT PIC X(12).
01  WS-TRAN-CARD-TEXT PIC X(10).
01  WS-TRAN-FIELD-COUNT PIC 9(2) VALUE ZERO.
01  WS-TRAN-NUM-WORK PIC 9(11) VALUE ZERO.
01  WS-TRAN-CARD PIC 9(7) VALUE ZERO.
01  WS-TRAN-REJECT-CODE PIC X(4) VALUE SPACES.
*> The deck is day-scoped and cycled at day close, but until then a
*> step rerun - or the next main run after an AOCD4PAR day - reads
*> the same cards again. A card whose action the check already
*> carries from the run date or the day before was applied by that
*> earlier read and is passed over, not rejected.
01  WS-TRAN-PRIOR-DATE PIC 9(8) VALUE ZERO.
01  WS-TRAN-APPLIED-EARLIER PIC X(3) VALUE 'NO'.

*> Positive-pay sweep of the register: entries with no sent date.
01  WS-SWEEP-DONE PIC X(3) VALUE 'NO'.
01  WS-SWEEP-PASS PIC X(5) VALUE SPACES.
01  WS-PPAY-ACTION PIC X(1) VALUE SPACE.

01  WS-TOTAL-TRANSACTIONS PIC 9(6) VALUE ZERO.
01  WS-TOTAL-REJECTED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-APPLIED-EARLIER PIC 9(6) VALUE ZERO.
01  WS-TOTAL-ISSUED PIC 9(6) VALUE ZERO.
01  WS-DOLLARS-ISSUED PIC 9(11)V99 VALUE ZERO.
01  WS-TOTAL-VOIDED PIC 9(6) VALUE ZERO.
01  WS-DOLLARS-VOIDED PIC 9(11)V99 VALUE ZERO.
01  WS-TOTAL-STOPPED PIC 9(6) VALUE ZERO.
01  WS-DOLLARS-STOPPED PIC 9(11)V99 VALUE ZERO.
*> What went on the positive-pay file, by action - counted on the
*> first sweep for the header, again on the second for the trailer.
01  WS-PPAY-ISSUE-COUNT PIC 9(6) VALUE ZERO.
01  WS-PPAY-ISSUE-DOLLARS PIC 9(10)V99 VALUE ZERO.
01  WS-PPAY-VOID-COUNT PIC 9(6) VALUE ZERO.
01  WS-PPAY-VOID-DOLLARS PIC 9(10)V99 VALUE ZERO.
01  WS-PPAY-STOP-COUNT PIC 9(6) VALUE ZERO.
01  WS-PPAY-STOP-DOLLARS PIC 9(10)V99 VALUE ZERO.
01  WS-PPAY-DETAIL-COUNT PIC 9(6) VALUE ZERO.
01  WS-PPAY-DETAIL-DOLLARS PIC 9(10)V99 VALUE ZERO.

*> Tie-out against the payout control record.
01  WS-DUE-AS-CHECKS PIC 9(11)V99 VALUE ZERO.
01  WS-OUT-OF-TIE PIC X(3) VALUE 'NO'.
01  WS-EDIT-DOLLARS PIC Z(8)9.99.
01  WS-EDIT-GRAND PIC Z(10)9.99.

*> Step-status control fields - see copybooks/CARDSTSW.cpy.
COPY CARDSTSW.

PROCEDURE DIVISION.
       MOVE "AOC_D4CHK" TO WS-STEP-PROGRAM.
       PERFORM CHECK-STEP-STATUS.
       PERFORM PROCESS-PARAMETER-DECK.
       IF WS-BANK-ACCOUNT = ZERO
           DISPLAY "FATAL: NO ACCOUNT= CARD ON SYSIN - THE POSITIVE-PAY "
               "FILE MUST NAME THE ACCOUNT THE CHECKS DRAW ON"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM ECHO-RUN-OPTIONS.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       PERFORM OPEN-CHECK-REGISTER.
       OPEN OUTPUT CHECK-REJECT-FILE.
       IF WS-CHECK-REJECT-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN CHECK-REJECT-FILE, STATUS "
               WS-CHECK-REJECT-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM APPLY-TRANSACTION-DECK.
       CLOSE CHECK-REJECT-FILE.
       PERFORM ISSUE-PAYMENT-CHECKS.
       PERFORM WRITE-POSITIVE-PAY-FILE.
       CLOSE REGISTER-FILE.

       PERFORM PRINT-CHECK-REGISTER-REPORT.
       PERFORM SET-RETURN-CODE.
       PERFORM RECORD-STEP-COMPLETION.
       STOP RUN.

APPLY-PARAMETER-CARD.
      *> ACCOUNT=n - the bank account number, up to ten digits.
      *> FIRSTCHECK=n - first check number of a new register. Same
      *> strict validation stance as every other control card in the
      *> suite.
       EVALUATE WS-PARM-KEYWORD
           WHEN "ACCOUNT"
               IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                       TO WS-PARM-CHECK-WORK
               ELSE
                   MOVE ZERO TO WS-PARM-CHECK-WORK
               END-IF
               IF WS-PARM-CHECK-WORK < 1
               OR WS-PARM-CHECK-WORK > 9999999999
                   DISPLAY "ACCOUNT MUST BE 1-9999999999: " WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   MOVE WS-PARM-CHECK-WORK TO WS-BANK-ACCOUNT
               END-IF
           WHEN "FIRSTCHECK"
               IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                       TO WS-PARM-CHECK-WORK
               ELSE
                   MOVE ZERO TO WS-PARM-CHECK-WORK
               END-IF
               IF WS-PARM-CHECK-WORK < 1
               OR WS-PARM-CHECK-WORK > 9999999999
                   DISPLAY "FIRSTCHECK MUST BE 1-9999999999: "
                       WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   MOVE WS-PARM-CHECK-WORK TO WS-FIRST-CHECK
               END-IF
           WHEN OTHER
               DISPLAY "UNKNOWN PARAMETER KEYWORD: " WS-PARM-CARD
               MOVE 'YES' TO WS-PARM-ERROR
       END-EVALUATE.

ECHO-RUN-OPTIONS.
       DISPLAY "AOC_D4CHK RUN OPTIONS (" WS-PARM-CARD-COUNT
           " SYSIN CARD(S)):".
       DISPLAY "  ACCOUNT. . . . . : " WS-BANK-ACCOUNT.
       DISPLAY "  FIRSTCHECK . . . : " WS-FIRST-CHECK.

*> Shared with AOC_D4VAL / AOC_DAY4 - see copybooks/CARDPRM.cpy.
COPY CARDPRM.

OPEN-CHECK-REGISTER.
      *> Cumulative master, so the normal open is I-O; status 35 is
      *> the very first run - create it empty and reopen, same
      *> treatment AOC_D4HOT gives CARDHOT. A register with no
      *> control record is new: it starts at FIRSTCHECK.
       OPEN I-O REGISTER-FILE.
       IF WS-REGISTER-FILE-STATUS = "35"
           OPEN OUTPUT REGISTER-FILE
           CLOSE REGISTER-FILE
           OPEN I-O REGISTER-FILE
       END-IF.
       IF WS-REGISTER-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN REGISTER-FILE, STATUS "
               WS-REGISTER-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE WS-CONTROL-KEY TO WS-CRG-CHECK-NUMBER.
       READ REGISTER-FILE
           INVALID KEY
               PERFORM START-NEW-REGISTER
           NOT INVALID KEY
               MOVE WS-CRG-CTL-LAST-CHECK TO WS-LAST-CHECK
               MOVE WS-CRG-CTL-PAYOUT-DATE TO WS-REG-PAYOUT-DATE
               MOVE WS-CRG-CTL-PAYOUT-TIME TO WS-REG-PAYOUT-TIME
               MOVE WS-CRG-CTL-PAYMENTS-DONE TO WS-REG-PAYMENTS-DONE
       END-READ.

START-NEW-REGISTER.
       COMPUTE WS-LAST-CHECK = WS-FIRST-CHECK - 1.
       MOVE ZERO TO WS-REG-PAYOUT-DATE.
       MOVE ZERO TO WS-REG-PAYOUT-TIME.
       MOVE ZERO TO WS-REG-PAYMENTS-DONE.
       PERFORM BUILD-CONTROL-RECORD.
       WRITE WS-CHECK-REGISTER-RECORD
           INVALID KEY
               DISPLAY "FATAL: CANNOT WRITE CHECK REGISTER CONTROL "
                   "RECORD, STATUS " WS-REGISTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-WRITE.
       DISPLAY "NEW CHECK REGISTER - FIRST CHECK NUMBER "
           WS-FIRST-CHECK.

BUILD-CONTROL-RECORD.
       MOVE SPACES TO WS-CHECK-REGISTER-RECORD.
       MOVE WS-CONTROL-KEY TO WS-CRG-CHECK-NUMBER.
       MOVE WS-LAST-CHECK TO WS-CRG-CTL-LAST-CHECK.
       MOVE WS-REG-PAYOUT-DATE TO WS-CRG-CTL-PAYOUT-DATE.
       MOVE WS-REG-PAYOUT-TIME TO WS-CRG-CTL-PAYOUT-TIME.
       MOVE WS-REG-PAYMENTS-DONE TO WS-CRG-CTL-PAYMENTS-DONE.

REWRITE-CONTROL-RECORD.
       PERFORM BUILD-CONTROL-RECORD.
       REWRITE WS-CHECK-REGISTER-RECORD
           INVALID KEY
               DISPLAY "FATAL: CANNOT REWRITE CHECK REGISTER CONTROL "
                   "RECORD, STATUS " WS-REGISTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-REWRITE.

APPLY-TRANSACTION-DECK.
      *> Voids and stops go first, against checks already issued on
      *> earlier days, so they ride today's positive-pay file.
       COMPUTE WS-TRAN-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1).
       OPEN INPUT TRANSACTION-FILE.
       IF WS-TRANSACTION-FILE-STATUS = "35"
           DISPLAY "NO VOID/STOP TRANSACTIONS TODAY (CARDCHKT NOT "
               "FOUND)"
           EXIT PARAGRAPH
       END-IF.
       IF WS-TRANSACTION-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN TRANSACTION-FILE, STATUS "
               WS-TRANSACTION-FILE-STATUS
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
       MOVE 'NO' TO WS-END-OF-FILE.

APPLY-ONE-TRANSACTION.
      *> Transaction cards, one per line:
      *>   VOID <check number> <payee card number>
      *>   STOP <check number> <payee card number>
      *> The payee card must be the one the check was issued to - a
      *> transposed check number then rejects instead of voiding
      *> somebody else's prize. Only an outstanding (ISSU) check can
      *> be voided or stopped. "*" comments and blank lines allowed.
      *> A card already applied by an earlier read of the deck is
      *> counted and passed over - see WS-TRAN-APPLIED-EARLIER.
       IF WS-TRANSACTION-LINE = SPACES
       OR WS-TRANSACTION-LINE(1:1) = "*"
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TOTAL-TRANSACTIONS.
       MOVE SPACES TO WS-TRAN-REJECT-CODE.
       MOVE 'NO' TO WS-TRAN-APPLIED-EARLIER.
       MOVE SPACES TO WS-TRAN-ACTION-TEXT WS-TRAN-CHECK-TEXT
           WS-TRAN-CARD-TEXT.
       SET WS-TRAN-FIELD-COUNT TO ZERO.
       UNSTRING WS-TRANSACTION-LINE DELIMITED BY ALL SPACE
           INTO WS-TRAN-ACTION-TEXT WS-TRAN-CHECK-TEXT
               WS-TRAN-CARD-TEXT
               TALLYING IN WS-TRAN-FIELD-COUNT
               ON OVERFLOW
                   MOVE "FRMT" TO WS-TRAN-REJECT-CODE
       END-UNSTRING.
       IF WS-TRAN-REJECT-CODE = SPACES
           PERFORM EDIT-TRANSACTION
       END-IF.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           PERFORM WRITE-CHECK-REJECT
           EXIT PARAGRAPH
       END-IF.
       IF WS-TRAN-APPLIED-EARLIER = 'YES'
           ADD 1 TO WS-TOTAL-APPLIED-EARLIER
           DISPLAY "CHECK " WS-CRG-CHECK-NUMBER " ALREADY "
               WS-CRG-STATUS " SINCE " WS-CRG-STATUS-DATE
               " - PASSED OVER"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TRAN-ACTION-TEXT TO WS-CRG-STATUS.
       MOVE WS-RUN-DATE TO WS-CRG-STATUS-DATE.
       MOVE ZERO TO WS-CRG-SENT-DATE.
       REWRITE WS-CHECK-REGISTER-RECORD
           INVALID KEY
               MOVE "NFND" TO WS-TRAN-REJECT-CODE
               PERFORM WRITE-CHECK-REJECT
           NOT INVALID KEY
               MOVE WS-CRG-AMOUNT TO WS-EDIT-DOLLARS
               DISPLAY "CHECK " WS-CRG-CHECK-NUMBER " "
                   WS-CRG-STATUS " CARD " WS-CRG-CARD-NUMBER " "
                   WS-EDIT-DOLLARS
       END-REWRITE.

EDIT-TRANSACTION.
       IF WS-TRAN-ACTION-TEXT NOT = "VOID"
       AND WS-TRAN-ACTION-TEXT NOT = "STOP"
           MOVE "TRAN" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF WS-TRAN-FIELD-COUNT NOT = 3
           MOVE "FRMT" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF FUNCTION TEST-NUMVAL(WS-TRAN-CHECK-TEXT) = 0
           MOVE FUNCTION NUMVAL(WS-TRAN-CHECK-TEXT) TO WS-TRAN-NUM-WORK
       ELSE
           MOVE ZERO TO WS-TRAN-NUM-WORK
       END-IF.
       IF WS-TRAN-NUM-WORK < 1 OR WS-TRAN-NUM-WORK > 9999999999
           MOVE "CHKN" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TRAN-NUM-WORK TO WS-CRG-CHECK-NUMBER.
       IF FUNCTION TEST-NUMVAL(WS-TRAN-CARD-TEXT) = 0
           MOVE FUNCTION NUMVAL(WS-TRAN-CARD-TEXT) TO WS-TRAN-NUM-WORK
       ELSE
           MOVE ZERO TO WS-TRAN-NUM-WORK
       END-IF.
       IF WS-TRAN-NUM-WORK < 1 OR WS-TRAN-NUM-WORK > 9999999
           MOVE "CNUM" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TRAN-NUM-WORK TO WS-TRAN-CARD.
       READ REGISTER-FILE
           INVALID KEY
               MOVE "NFND" TO WS-TRAN-REJECT-CODE
       END-READ.
       IF WS-TRAN-REJECT-CODE NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       IF WS-CRG-CARD-NUMBER NOT = WS-TRAN-CARD
           MOVE "CARD" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.
       IF WS-CRG-STATUS = WS-TRAN-ACTION-TEXT
       AND WS-CRG-STATUS-DATE >= WS-TRAN-PRIOR-DATE
           MOVE 'YES' TO WS-TRAN-APPLIED-EARLIER
           EXIT PARAGRAPH
       END-IF.
       IF WS-CRG-STATUS NOT = "ISSU"
           MOVE "STAT" TO WS-TRAN-REJECT-CODE
           EXIT PARAGRAPH
       END-IF.

WRITE-CHECK-REJECT.
      *> Reason codes: FRMT wrong number of fields, TRAN unknown
      *> action, CHKN check number unreadable or out of range, CNUM
      *> card number unreadable or out of range, NFND no such check
      *> on the register, CARD check was issued to a different card,
      *> STAT check is already voided or stopped (other than by an
      *> earlier read of the same deck).
       ADD 1 TO WS-TOTAL-REJECTED.
       MOVE WS-TRANSACTION-LINE TO WS-CREJ-TRANSACTION.
       MOVE SPACE TO WS-CREJ-SEP-1.
       MOVE WS-TRAN-REJECT-CODE TO WS-CREJ-REASON-CODE.
       WRITE WS-CHECK-REJECT-RECORD.
       DISPLAY "VOID/STOP TRANSACTION REJECTED (" WS-TRAN-REJECT-CODE
           "): " WS-TRANSACTION-LINE.

ISSUE-PAYMENT-CHECKS.
      *> Number today's payment file. The payout control record names
      *> the run that wrote it: a run the register has already
      *> numbered in full issues nothing (a stale CARDPMT from a day
      *> the payout step was bypassed never pays twice), and a run it
      *> numbered only part of - this step abended part-way - resumes
      *> at the first payment not yet on the register.
       OPEN INPUT PAYOUT-CONTROL-FILE.
       IF WS-PAYOUT-CONTROL-FILE-STATUS = "35"
           DISPLAY "WARNING: NO PAYOUT CONTROL RECORD (CARDPCTL) - NO "
               "CHECKS ISSUED TODAY"
           EXIT PARAGRAPH
       END-IF.
       IF WS-PAYOUT-CONTROL-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN PAYOUT-CONTROL-FILE, STATUS "
               WS-PAYOUT-CONTROL-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       READ PAYOUT-CONTROL-FILE
           AT END
               DISPLAY "FATAL: PAYOUT CONTROL FILE (CARDPCTL) IS EMPTY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-READ.
       CLOSE PAYOUT-CONTROL-FILE.
       MOVE 'YES' TO WS-PAYOUT-CONTROL-READ.
       IF WS-PCT-RUN-DATE = WS-REG-PAYOUT-DATE
       AND WS-PCT-RUN-TIME = WS-REG-PAYOUT-TIME
           IF WS-REG-PAYMENTS-DONE >= WS-PCT-PAYMENT-COUNT
               DISPLAY "WARNING: PAYOUT RUN " WS-PCT-RUN-DATE " "
                   WS-PCT-RUN-TIME " IS ALREADY ON THE CHECK REGISTER"
                   " - NO CHECKS ISSUED TODAY"
               MOVE 'NO' TO WS-PAYOUT-CONTROL-READ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REG-PAYMENTS-DONE TO WS-PAYMENTS-SKIPPED
           DISPLAY "RESUMING PAYOUT RUN " WS-PCT-RUN-DATE " "
               WS-PCT-RUN-TIME " AFTER " WS-PAYMENTS-SKIPPED
               " PAYMENT(S) ALREADY NUMBERED"
       ELSE
           MOVE WS-PCT-RUN-DATE TO WS-REG-PAYOUT-DATE
           MOVE WS-PCT-RUN-TIME TO WS-REG-PAYOUT-TIME
           MOVE ZERO TO WS-REG-PAYMENTS-DONE
       END-IF.
       PERFORM LOAD-WITHHELD-TABLE.
       OPEN INPUT PAYMENT-FILE.
       IF WS-PAYMENT-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN PAYMENT-FILE, STATUS "
               WS-PAYMENT-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ PAYMENT-FILE
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               PERFORM ISSUE-ONE-CHECK
           END-READ
       END-PERFORM.
       CLOSE PAYMENT-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.

LOAD-WITHHELD-TABLE.
      *> The payout run's lines are the ones paid on its run date -
      *> the date it stamps on CARDTXL and on CARDPCTL alike - or the
      *> day before: a payout rerun after midnight leaves the lines
      *> an earlier attempt already logged where they are, under
      *> that attempt's date.
       COMPUTE WS-PRIOR-PAID-DATE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-PCT-RUN-DATE) - 1).
       OPEN INPUT TAX-PAYMENT-FILE.
       IF WS-TAX-PAYMENT-FILE-STATUS = "35"
           EXIT PARAGRAPH
       END-IF.
       IF WS-TAX-PAYMENT-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN TAX-PAYMENT-FILE, STATUS "
               WS-TAX-PAYMENT-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ TAX-PAYMENT-FILE
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               PERFORM LOAD-ONE-WITHHELD-LINE
           END-READ
       END-PERFORM.
       CLOSE TAX-PAYMENT-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.

LOAD-ONE-WITHHELD-LINE.
       IF WS-TXL-PAID-DATE IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF.
       IF WS-TXL-PAID-DATE NOT = WS-PCT-RUN-DATE
       AND WS-TXL-PAID-DATE NOT = WS-PRIOR-PAID-DATE
           EXIT PARAGRAPH
       END-IF.
       IF WS-TXL-WITHHELD-DOLLARS IS NOT NUMERIC
       OR WS-TXL-WITHHELD-CENTS IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF.
       IF WS-WITHHELD-COUNT >= WS-WITHHELD-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-WITHHELD-TABLE-SIZE
               " REPORTABLE PAYMENTS IN ONE PAYOUT RUN - WITHHELD "
               "TABLE FULL"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-WITHHELD-COUNT.
       MOVE WS-TXL-CARD-NUMBER TO WS-WHD-CARD(WS-WITHHELD-COUNT).
       COMPUTE WS-WHD-AMOUNT(WS-WITHHELD-COUNT) =
           WS-TXL-WITHHELD-DOLLARS + WS-TXL-WITHHELD-CENTS / 100.
       MOVE 'NO' TO WS-WHD-USED(WS-WITHHELD-COUNT).

FIND-CHECK-WITHHELD.
      *> No line for the card is a prize under the reportable
      *> threshold - nothing was withheld, the check is the gross.
       MOVE ZERO TO WS-WORK-WITHHELD.
       PERFORM VARYING WS-WITHHELD-NDX FROM 1 BY 1
           UNTIL WS-WITHHELD-NDX > WS-WITHHELD-COUNT
           OR (WS-WHD-CARD(WS-WITHHELD-NDX) = WS-PMT-CARD-NUMBER
               AND WS-WHD-USED(WS-WITHHELD-NDX) = 'NO')
       END-PERFORM.
       IF WS-WITHHELD-NDX <= WS-WITHHELD-COUNT
           MOVE 'YES' TO WS-WHD-USED(WS-WITHHELD-NDX)
           MOVE WS-WHD-AMOUNT(WS-WITHHELD-NDX) TO WS-WORK-WITHHELD
       END-IF.

ISSUE-ONE-CHECK.
      *> The control record is rewritten with every check, so the
      *> register never holds a check its control record doesn't
      *> account for.
       ADD 1 TO WS-PAYMENTS-READ.
       IF WS-PAYMENTS-READ <= WS-PAYMENTS-SKIPPED
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-WORK-AMOUNT = WS-PMT-AMOUNT-DOLLARS
           + WS-PMT-AMOUNT-CENTS / 100.
       PERFORM FIND-CHECK-WITHHELD.
       ADD 1 TO WS-LAST-CHECK.
       MOVE SPACES TO WS-CHECK-REGISTER-RECORD.
       MOVE WS-LAST-CHECK TO WS-CRG-CHECK-NUMBER.
       MOVE "ISSU" TO WS-CRG-STATUS.
       MOVE WS-PMT-CARD-NUMBER TO WS-CRG-CARD-NUMBER.
       MOVE WS-WORK-AMOUNT TO WS-CRG-AMOUNT.
       MOVE WS-PCT-RUN-DATE TO WS-CRG-ISSUE-DATE.
       MOVE WS-PMT-RETAILER-ID TO WS-CRG-RETAILER-ID.
       MOVE WS-PMT-PROMO-CODE TO WS-CRG-PROMO-CODE.
       MOVE WS-PCT-RUN-DATE TO WS-CRG-STATUS-DATE.
       MOVE ZERO TO WS-CRG-SENT-DATE.
       COMPUTE WS-CRG-GROSS-AMOUNT = WS-WORK-AMOUNT + WS-WORK-WITHHELD.
       WRITE WS-CHECK-REGISTER-RECORD
           INVALID KEY
               DISPLAY "FATAL: CHECK NUMBER " WS-LAST-CHECK
                   " ALREADY ON THE REGISTER - CONTROL RECORD IS "
                   "BEHIND THE CHECKS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-WRITE.
       ADD 1 TO WS-REG-PAYMENTS-DONE.
       ADD WS-WORK-AMOUNT TO WS-DOLLARS-NUMBERED.
       ADD WS-WORK-WITHHELD TO WS-DOLLARS-WITHHELD-MATCHED.
       MOVE WS-CONTROL-KEY TO WS-CRG-CHECK-NUMBER.
       PERFORM REWRITE-CONTROL-RECORD.

WRITE-POSITIVE-PAY-FILE.
      *> Everything on the register the bank hasn't been told yet -
      *> today's issues and today's voids and stops, plus anything a
      *> failed earlier run never sent. Three sweeps in key order:
      *> the first counts for the header, the second writes the
      *> details, and only once the file is closed complete does the
      *> third stamp each entry sent - a run that fails before then
      *> leaves every entry still to go, and the file goes with the
      *> failed step. A rerun for the same run date also sends again
      *> what an earlier attempt stamped, since that attempt's file
      *> went with it too. The file is written even when there is
      *> nothing to send, so the bank sees an empty day rather than a
      *> missing one.
       OPEN OUTPUT POSITIVE-PAY-FILE.
       IF WS-POSITIVE-PAY-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN POSITIVE-PAY-FILE, STATUS "
               WS-POSITIVE-PAY-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE "COUNT" TO WS-SWEEP-PASS.
       PERFORM SWEEP-UNSENT-CHECKS.
       MOVE SPACES TO WS-PPAY-HEADER-RECORD.
       MOVE "H" TO WS-PPH-RECORD-TYPE.
       MOVE WS-BANK-ACCOUNT TO WS-PPH-ACCOUNT.
       MOVE WS-RUN-DATE TO WS-PPH-FILE-DATE.
       MOVE WS-PPAY-DETAIL-COUNT TO WS-PPH-DETAIL-COUNT.
       MOVE WS-PPAY-DETAIL-DOLLARS TO WS-PPH-DETAIL-DOLLARS.
       WRITE WS-PPAY-HEADER-RECORD.
       MOVE ZERO TO WS-PPAY-ISSUE-COUNT WS-PPAY-ISSUE-DOLLARS
           WS-PPAY-VOID-COUNT WS-PPAY-VOID-DOLLARS
           WS-PPAY-STOP-COUNT WS-PPAY-STOP-DOLLARS
           WS-PPAY-DETAIL-COUNT WS-PPAY-DETAIL-DOLLARS.
       MOVE "WRITE" TO WS-SWEEP-PASS.
       PERFORM SWEEP-UNSENT-CHECKS.
       MOVE SPACES TO WS-PPAY-TRAILER-RECORD.
       MOVE "T" TO WS-PPT-RECORD-TYPE.
       MOVE WS-BANK-ACCOUNT TO WS-PPT-ACCOUNT.
       MOVE WS-PPAY-ISSUE-COUNT TO WS-PPT-ISSUE-COUNT.
       MOVE WS-PPAY-ISSUE-DOLLARS TO WS-PPT-ISSUE-DOLLARS.
       MOVE WS-PPAY-VOID-COUNT TO WS-PPT-VOID-COUNT.
       MOVE WS-PPAY-VOID-DOLLARS TO WS-PPT-VOID-DOLLARS.
       MOVE WS-PPAY-STOP-COUNT TO WS-PPT-STOP-COUNT.
       MOVE WS-PPAY-STOP-DOLLARS TO WS-PPT-STOP-DOLLARS.
       WRITE WS-PPAY-TRAILER-RECORD.
       IF WS-POSITIVE-PAY-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT WRITE POSITIVE-PAY-FILE, STATUS "
               WS-POSITIVE-PAY-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       CLOSE POSITIVE-PAY-FILE.
       IF WS-POSITIVE-PAY-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT CLOSE POSITIVE-PAY-FILE, STATUS "
               WS-POSITIVE-PAY-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE "STAMP" TO WS-SWEEP-PASS.
       PERFORM SWEEP-UNSENT-CHECKS.

SWEEP-UNSENT-CHECKS.
       MOVE 'NO' TO WS-SWEEP-DONE.
       MOVE 1 TO WS-CRG-CHECK-NUMBER.
       START REGISTER-FILE KEY IS NOT LESS THAN WS-CRG-CHECK-NUMBER
           INVALID KEY
               MOVE 'YES' TO WS-SWEEP-DONE
       END-START.
       PERFORM UNTIL WS-SWEEP-DONE = 'YES'
           READ REGISTER-FILE NEXT RECORD
               AT END
                   MOVE 'YES' TO WS-SWEEP-DONE
               NOT AT END
                   IF WS-CRG-SENT-DATE = ZERO
                   OR (WS-STEP-RERUN = 'YES'
                       AND WS-CRG-SENT-DATE = WS-STEP-RUN-DATE)
                       IF WS-SWEEP-PASS = "STAMP"
                           PERFORM STAMP-ONE-CHECK
                       ELSE
                           PERFORM SEND-ONE-CHECK
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

SEND-ONE-CHECK.
       EVALUATE WS-CRG-STATUS
           WHEN "ISSU"
               MOVE "I" TO WS-PPAY-ACTION
               ADD 1 TO WS-PPAY-ISSUE-COUNT
               ADD WS-CRG-AMOUNT TO WS-PPAY-ISSUE-DOLLARS
           WHEN "VOID"
               MOVE "V" TO WS-PPAY-ACTION
               ADD 1 TO WS-PPAY-VOID-COUNT
               ADD WS-CRG-AMOUNT TO WS-PPAY-VOID-DOLLARS
           WHEN OTHER
               MOVE "S" TO WS-PPAY-ACTION
               ADD 1 TO WS-PPAY-STOP-COUNT
               ADD WS-CRG-AMOUNT TO WS-PPAY-STOP-DOLLARS
       END-EVALUATE.
       ADD 1 TO WS-PPAY-DETAIL-COUNT.
       ADD WS-CRG-AMOUNT TO WS-PPAY-DETAIL-DOLLARS.
       IF WS-SWEEP-PASS = "COUNT"
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-PPAY-DETAIL-RECORD.
       MOVE "D" TO WS-PPD-RECORD-TYPE.
       MOVE WS-BANK-ACCOUNT TO WS-PPD-ACCOUNT.
       MOVE WS-PPAY-ACTION TO WS-PPD-ACTION.
       MOVE WS-CRG-CHECK-NUMBER TO WS-PPD-CHECK-NUMBER.
       MOVE WS-CRG-AMOUNT TO WS-PPD-AMOUNT.
       MOVE WS-CRG-ISSUE-DATE TO WS-PPD-ISSUE-DATE.
       STRING "PRIZE CARD " DELIMITED BY SIZE
           WS-CRG-CARD-NUMBER DELIMITED BY SIZE
           INTO WS-PPD-PAYEE
       END-STRING.
       WRITE WS-PPAY-DETAIL-RECORD.
       IF WS-POSITIVE-PAY-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT WRITE POSITIVE-PAY-FILE, STATUS "
               WS-POSITIVE-PAY-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LIST-SENT-CHECK.

STAMP-ONE-CHECK.
      *> Stamped with the step's run date (see CARDSTP.cpy), which a
      *> rerun after midnight still shares with the attempt it redoes.
       IF WS-CRG-SENT-DATE = WS-STEP-RUN-DATE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-STEP-RUN-DATE TO WS-CRG-SENT-DATE.
       REWRITE WS-CHECK-REGISTER-RECORD
           INVALID KEY
               DISPLAY "FATAL: CANNOT MARK CHECK " WS-CRG-CHECK-NUMBER
                   " SENT, STATUS " WS-REGISTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-REWRITE.

LIST-SENT-CHECK.
      *> The register report's detail lines: every check whose status
      *> went to the bank today, with the totals per status.
       MOVE WS-CRG-AMOUNT TO WS-EDIT-DOLLARS.
       EVALUATE WS-CRG-STATUS
           WHEN "ISSU"
               ADD 1 TO WS-TOTAL-ISSUED
               ADD WS-CRG-AMOUNT TO WS-DOLLARS-ISSUED
               DISPLAY "  ISSUED   CHECK " WS-CRG-CHECK-NUMBER
                   " CARD " WS-CRG-CARD-NUMBER " " WS-EDIT-DOLLARS
                   " ISSUED " WS-CRG-ISSUE-DATE " RETAILER "
                   WS-CRG-RETAILER-ID
           WHEN "VOID"
               ADD 1 TO WS-TOTAL-VOIDED
               ADD WS-CRG-AMOUNT TO WS-DOLLARS-VOIDED
               DISPLAY "  VOIDED   CHECK " WS-CRG-CHECK-NUMBER
                   " CARD " WS-CRG-CARD-NUMBER " " WS-EDIT-DOLLARS
                   " ISSUED " WS-CRG-ISSUE-DATE " RETAILER "
                   WS-CRG-RETAILER-ID
           WHEN OTHER
               ADD 1 TO WS-TOTAL-STOPPED
               ADD WS-CRG-AMOUNT TO WS-DOLLARS-STOPPED
               DISPLAY "  STOPPED  CHECK " WS-CRG-CHECK-NUMBER
                   " CARD " WS-CRG-CARD-NUMBER " " WS-EDIT-DOLLARS
                   " ISSUED " WS-CRG-ISSUE-DATE " RETAILER "
                   WS-CRG-RETAILER-ID
       END-EVALUATE.

PRINT-CHECK-REGISTER-REPORT.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4CHK - DAILY CHECK REGISTER REPORT".
       DISPLAY "=================================================".
       DISPLAY "VOID/STOP TRANSACTIONS READ. . . : "
           WS-TOTAL-TRANSACTIONS.
       DISPLAY "VOID/STOP TRANSACTIONS REJECTED. : " WS-TOTAL-REJECTED.
       DISPLAY "VOID/STOP ALREADY APPLIED. . . . : "
           WS-TOTAL-APPLIED-EARLIER.
       DISPLAY "LAST CHECK NUMBER ASSIGNED . . . : " WS-LAST-CHECK.
       DISPLAY "-------------------------------------------------".
       MOVE WS-DOLLARS-ISSUED TO WS-EDIT-GRAND.
       DISPLAY "CHECKS ISSUED. . . . . . . . . . : " WS-TOTAL-ISSUED.
       DISPLAY "  DOLLARS ISSUED . . . . . . . . : " WS-EDIT-GRAND.
       MOVE WS-DOLLARS-VOIDED TO WS-EDIT-GRAND.
       DISPLAY "CHECKS VOIDED. . . . . . . . . . : " WS-TOTAL-VOIDED.
       DISPLAY "  DOLLARS VOIDED . . . . . . . . : " WS-EDIT-GRAND.
       MOVE WS-DOLLARS-STOPPED TO WS-EDIT-GRAND.
       DISPLAY "CHECKS STOPPED . . . . . . . . . : " WS-TOTAL-STOPPED.
       DISPLAY "  DOLLARS STOPPED. . . . . . . . : " WS-EDIT-GRAND.
       MOVE WS-PPAY-DETAIL-DOLLARS TO WS-EDIT-GRAND.
       DISPLAY "POSITIVE-PAY DETAIL RECORDS. . . : "
           WS-PPAY-DETAIL-COUNT.
       DISPLAY "  POSITIVE-PAY DOLLARS . . . . . : " WS-EDIT-GRAND.
       DISPLAY "-------------------------------------------------".
       PERFORM PRINT-LIABILITY-TIE-OUT.
       DISPLAY "=================================================".

PRINT-LIABILITY-TIE-OUT.
      *> The day's checks against AOC_D4PAY's control record: the
      *> liability report's grand total, less today's holds, plus
      *> prior holds re-issued today, less the tax withheld from
      *> prize checks, is what went to CARDPMT - and every dollar of
      *> it must now be a check on the register.
      *> Checks issued above include any a failed earlier run left
      *> unsent, so the tie is to what was numbered from the payout
      *> run; a run resumed after an abend can only prove the count,
      *> since the checks numbered before the abend are not re-read.
       IF WS-PAYOUT-CONTROL-READ = 'NO'
           DISPLAY "NO PAYOUT RUN NUMBERED TODAY - NO LIABILITY TIE-OUT"
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-DUE-AS-CHECKS = WS-PCT-GRAND-TOTAL
           - WS-PCT-HELD-TODAY + WS-PCT-REISSUED - WS-PCT-WITHHELD.
       MOVE WS-PCT-GRAND-TOTAL TO WS-EDIT-GRAND.
       DISPLAY "LIABILITY REPORT GRAND TOTAL . . : " WS-EDIT-GRAND.
       MOVE WS-PCT-HELD-TODAY TO WS-EDIT-GRAND.
       DISPLAY "  LESS HELD TODAY. . . . . . . . : " WS-EDIT-GRAND.
       MOVE WS-PCT-REISSUED TO WS-EDIT-GRAND.
       DISPLAY "  PLUS PRIOR HOLDS RE-ISSUED . . : " WS-EDIT-GRAND.
       MOVE WS-PCT-WITHHELD TO WS-EDIT-GRAND.
       DISPLAY "  LESS TAX WITHHELD. . . . . . . : " WS-EDIT-GRAND.
       MOVE WS-DUE-AS-CHECKS TO WS-EDIT-GRAND.
       DISPLAY "  DUE AS CHECKS. . . . . . . . . : " WS-EDIT-GRAND.
       MOVE WS-PCT-PAYMENT-DOLLARS TO WS-EDIT-GRAND.
       DISPLAY "PAYMENT FILE DOLLARS (CARDPCTL). : " WS-EDIT-GRAND.
       MOVE WS-DOLLARS-NUMBERED TO WS-EDIT-GRAND.
       DISPLAY "CHECKS NUMBERED FROM THE RUN . . : "
           WS-REG-PAYMENTS-DONE.
       DISPLAY "  DOLLARS NUMBERED THIS RUN. . . : " WS-EDIT-GRAND.
       IF WS-DUE-AS-CHECKS NOT = WS-PCT-PAYMENT-DOLLARS
       OR WS-REG-PAYMENTS-DONE NOT = WS-PCT-PAYMENT-COUNT
       OR WS-PAYMENTS-READ NOT = WS-PCT-PAYMENT-COUNT
           MOVE 'YES' TO WS-OUT-OF-TIE
       END-IF.
       IF WS-PAYMENTS-SKIPPED = ZERO
       AND WS-DOLLARS-NUMBERED NOT = WS-PCT-PAYMENT-DOLLARS
           MOVE 'YES' TO WS-OUT-OF-TIE
       END-IF.
       IF WS-OUT-OF-TIE = 'YES'
           DISPLAY "*** CHECK REGISTER OUT OF TIE WITH THE PAYOUT RUN - "
               "PAYMENTS " WS-PCT-PAYMENT-COUNT " READ "
               WS-PAYMENTS-READ " NUMBERED " WS-REG-PAYMENTS-DONE
       ELSE
           DISPLAY "CHECK REGISTER TIES TO THE LIABILITY REPORT"
       END-IF.
      *> The gross on each check is only as good as the withholding
      *> found for it: every dollar the payout run withheld should
      *> have turned up on CARDTAXL against one of its checks.
       MOVE WS-DOLLARS-WITHHELD-MATCHED TO WS-EDIT-GRAND.
       DISPLAY "TAX WITHHELD FOUND ON CARDTAXL . : " WS-EDIT-GRAND.
       IF WS-PAYMENTS-SKIPPED = ZERO
       AND WS-DOLLARS-WITHHELD-MATCHED NOT = WS-PCT-WITHHELD
           MOVE 'YES' TO WS-GROSS-SHORT
           DISPLAY "WARNING: WITHHOLDING MATCHED TO CHECKS DOES NOT "
               "AGREE WITH THE PAYOUT RUN - SOME CHECKS CARRY A GROSS "
               "THAT IS SHORT OF THE PRIZE"
       END-IF.

SET-RETURN-CODE.
      *> RC=8: the checks numbered today don't tie to the payout
      *> run - a short or long payment file, or a register out of
      *> step - and the positive-pay file should not go to the bank
      *> until someone looks. RC=4: some voids or stops are sitting
      *> on CARDCHKR, so the bank will still honour a check the desk
      *> meant to kill - fix and resubmit them before the next run -
      *> or the gross on some checks is short, which would short the
      *> retailer's commission at month end.
       IF WS-OUT-OF-TIE = 'YES'
           MOVE 8 TO RETURN-CODE
       ELSE
           IF WS-TOTAL-REJECTED > ZERO
           OR WS-GROSS-SHORT = 'YES'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
       END-IF.

*> Shared with the rest of the AOCD4JOB chain - see
*> copybooks/CARDSTP.cpy.
COPY CARDSTP.
