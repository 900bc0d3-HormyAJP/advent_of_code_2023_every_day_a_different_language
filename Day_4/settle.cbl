IDENTIFICATION DIVISION.
PROGRAM-ID. AOC_D4STL.
*> Month-end retailer settlement. Stores earn a commission on the
*> prizes paid on the cards they sold, and working it out used to
*> mean a spreadsheet of store rates against a month of payout
*> SYSOUT. This step settles one calendar month (MONTH=yyyymm on
*> SYSIN through the shared CARDPRM reader; default the month
*> before the run date) straight off the prize check register
*> (CARDCREG - see copybooks/CARDCRG.cpy), which carries the retailer
*> AOC_D4PAY stamped on every payment:
*>   - a check issued in the month is a prize payment made on that
*>     store's card; a check voided or stopped in the month takes
*>     its prize back off, whatever month it was issued in, so a
*>     void after the store was settled is clawed back the month it
*>     happens and never re-opens a closed month;
*>   - each store's name, address and commission rate come from the
*>     retailer master (CARDRTL - see copybooks/CARDRTL.cpy);
*>   - commission is on the prize a card won - the gross on the
*>     register, before any tax withheld from the check - not on
*>     the check itself, so a store is not paid less for selling a
*>     card big enough to be taxed;
*>   - each store with activity gets a statement (CARDSTMT): the
*>     prize checks issued and reversed, the net prize payments and
*>     the gross prizes behind them, the commission earned and
*>     reversed on those, and the net amount due to the store (or
*>     back from it, when reversals outrun the month's payments);
*>   - each non-zero amount due goes on the accounts payable
*>     settlement interface (CARDAPS), closed off by a trailer with
*>     the record count and totals so AP can prove the file.
*> Prize dollars on cards with no retailer (*UNMATCH) or a retailer
*> that isn't on the master can't be settled with anyone; they are
*> listed on the summary and end the step RC=4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Same bare ASSIGN-TO-ddname idiom as the rest of Day_4/*.cbl.
       SELECT REGISTER-FILE ASSIGN TO CARDCREG
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS WS-CRG-CHECK-NUMBER
       FILE STATUS IS WS-REGISTER-FILE-STATUS.

      *> Read-only here; AOC_D4RTM owns the master. Swept in key
      *> order so the statements come out in retailer order.
       SELECT RETAILER-FILE ASSIGN TO CARDRTL
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS WS-RTL-RETAILER-ID
       FILE STATUS IS WS-RETAILER-FILE-STATUS.

       SELECT STATEMENT-FILE ASSIGN TO CARDSTMT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATEMENT-FILE-STATUS.

       SELECT SETTLEMENT-FILE ASSIGN TO CARDAPS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SETTLEMENT-FILE-STATUS.

      *> SYSIN control-card deck - see copybooks/CARDPRM.cpy.
       SELECT PARM-FILE ASSIGN TO SYSIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD REGISTER-FILE.
COPY CARDCRG.

FD RETAILER-FILE.
COPY CARDRTL.

FD STATEMENT-FILE.
01  WS-STATEMENT-LINE PIC X(80).

FD SETTLEMENT-FILE.
*> Accounts payable settlement interface: one D record per store
*> with an amount to settle, one T trailer. Amounts carry an edited
*> decimal point like CARDPMT; the direction is the settlement type
*> - PAY (AP pays the store) or RCVR (the store owes it back) - so
*> no amount on the file is ever signed.
01  WS-SETTLEMENT-DETAIL-RECORD.
    05  WS-APS-RECORD-TYPE PIC X(1).
    05  WS-APS-SEP-1 PIC X(1).
    05  WS-APS-PERIOD PIC 9(6).
    05  WS-APS-SEP-2 PIC X(1).
    05  WS-APS-RETAILER-ID PIC X(8).
    05  WS-APS-SEP-3 PIC X(1).
    05  WS-APS-NAME PIC X(30).
    05  WS-APS-SEP-4 PIC X(1).
    05  WS-APS-ADDRESS PIC X(40).
    05  WS-APS-SEP-5 PIC X(1).
    05  WS-APS-NET-PRIZE PIC 9(9).99.
    05  WS-APS-SEP-6 PIC X(1).
    05  WS-APS-COMMISSION-PCT PIC 9(2).99.
    05  WS-APS-SEP-7 PIC X(1).
    05  WS-APS-SETTLE-TYPE PIC X(4).
    05  WS-APS-SEP-8 PIC X(1).
    05  WS-APS-AMOUNT-DUE PIC 9(9).99.
01  WS-SETTLEMENT-TRAILER-RECORD.
    05  WS-APT-RECORD-TYPE PIC X(1).
    05  WS-APT-SEP-1 PIC X(1).
    05  WS-APT-PERIOD PIC 9(6).
    05  WS-APT-SEP-2 PIC X(1).
    05  WS-APT-DETAIL-COUNT PIC 9(6).
    05  WS-APT-SEP-3 PIC X(1).
    05  WS-APT-PAY-DOLLARS PIC 9(9).99.
    05  WS-APT-SEP-4 PIC X(1).
    05  WS-APT-RECOVER-DOLLARS PIC 9(9).99.

FD PARM-FILE.
01  WS-PARM-CARD PIC X(80).

WORKING-STORAGE SECTION.
01  WS-SWEEP-DONE PIC X(3) VALUE 'NO'.
01  WS-REGISTER-FILE-STATUS PIC X(2).
01  WS-RETAILER-FILE-STATUS PIC X(2).
01  WS-STATEMENT-FILE-STATUS PIC X(2).
01  WS-SETTLEMENT-FILE-STATUS PIC X(2).

*> SYSIN control-card fields - see copybooks/CARDPRMW.cpy.
COPY CARDPRMW.

*> Settlement month, yyyymm. Zero until a MONTH= card sets it; then
*> defaulted from the run date.
01  WS-SETTLE-MONTH PIC 9(6) VALUE ZERO.
01  WS-RUN-DATE PIC 9(8) VALUE ZERO.
01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    05  WS-RUN-MONTH PIC 9(6).
    05  WS-RUN-DAY PIC 9(2).
*> Register dates are split the same way to test them against the
*> settlement month.
01  WS-WORK-DATE PIC 9(8) VALUE ZERO.
01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
    05  WS-WORK-MONTH PIC 9(6).
    05  WS-WORK-DAY PIC 9(2).
*> The check's gross prize - the check amount for a check issued
*> before the register carried the gross.
01  WS-WORK-GROSS PIC 9(7)V99 VALUE ZERO.

*> Per-retailer settlement table, one row per store with a check
*> issued or reversed in the month, in first-seen order. Same
*> size-guard stance as the payout step's retailer table.
01  WS-WORK-RETAILER PIC X(8) VALUE SPACES.
01  WS-RETAILER-TABLE-SIZE PIC 9(3) VALUE 500.
01  WS-RETAILER-COUNT PIC 9(3) VALUE ZERO.
01  WS-RETAILER-TABLE.
    05  WS-RETAILER-ENTRY OCCURS 500 TIMES.
        10  WS-STL-ID PIC X(8).
        10  WS-STL-ISSUED-COUNT PIC 9(6).
        10  WS-STL-ISSUED-DOLLARS PIC 9(9)V99.
        10  WS-STL-REVERSED-COUNT PIC 9(6).
        10  WS-STL-REVERSED-DOLLARS PIC 9(9)V99.
        10  WS-STL-ISSUED-GROSS PIC 9(9)V99.
        10  WS-STL-REVERSED-GROSS PIC 9(9)V99.
        10  WS-STL-SETTLED PIC X(3).
01  WS-RETAILER-NDX PIC 9(3) VALUE ZERO.

*> One store's settlement, worked out from its table row and its
*> master entry.
01  WS-NET-PRIZE PIC S9(9)V99 VALUE ZERO.
01  WS-NET-GROSS PIC S9(9)V99 VALUE ZERO.
01  WS-COMMISSION-EARNED PIC 9(9)V99 VALUE ZERO.
01  WS-COMMISSION-REVERSED PIC 9(9)V99 VALUE ZERO.
01  WS-NET-DUE PIC S9(9)V99 VALUE ZERO.
01  WS-AMOUNT-DUE PIC 9(9)V99 VALUE ZERO.

*> Statement print lines, moved to CARDSTMT one at a time.
01  WS-SL-RULE PIC X(80) VALUE ALL "=".
01  WS-SL-DASH PIC X(80) VALUE ALL "-".
01  WS-SL-HEADING.
    05  FILLER PIC X(50)
        VALUE "PRIZE CARD RETAILER SETTLEMENT STATEMENT".
    05  FILLER PIC X(17) VALUE "SETTLEMENT MONTH ".
    05  WS-SLH-PERIOD PIC 9(6).
    05  FILLER PIC X(7) VALUE SPACES.
01  WS-SL-RETAILER.
    05  FILLER PIC X(9) VALUE "RETAILER ".
    05  WS-SLR-RETAILER-ID PIC X(8).
    05  FILLER PIC X(2) VALUE SPACES.
    05  WS-SLR-NAME PIC X(30).
    05  FILLER PIC X(31) VALUE SPACES.
01  WS-SL-ADDRESS.
    05  FILLER PIC X(19) VALUE SPACES.
    05  WS-SLA-ADDRESS PIC X(40).
    05  FILLER PIC X(21) VALUE SPACES.
01  WS-SL-TERMS.
    05  FILLER PIC X(9) VALUE "REGION   ".
    05  WS-SLT-REGION PIC X(4).
    05  FILLER PIC X(20) VALUE "    COMMISSION RATE ".
    05  WS-SLT-COMMISSION-PCT PIC Z9.99.
    05  FILLER PIC X(10) VALUE "%  STATUS ".
    05  WS-SLT-STATUS PIC X(4).
    05  WS-SLT-CLOSED-TEXT PIC X(8).
    05  WS-SLT-CLOSED-DATE PIC X(8).
    05  FILLER PIC X(12) VALUE SPACES.
01  WS-SL-AMOUNT.
    05  WS-SLM-LABEL PIC X(36).
    05  WS-SLM-COUNT PIC Z(5)9 BLANK WHEN ZERO.
    05  FILLER PIC X(4) VALUE SPACES.
    05  WS-SLM-AMOUNT PIC Z(9)9.99.
    05  FILLER PIC X(21) VALUE SPACES.

01  WS-TOTAL-CHECKS-READ PIC 9(7) VALUE ZERO.
01  WS-TOTAL-ISSUED PIC 9(7) VALUE ZERO.
01  WS-DOLLARS-ISSUED PIC 9(11)V99 VALUE ZERO.
01  WS-TOTAL-REVERSED PIC 9(7) VALUE ZERO.
01  WS-DOLLARS-REVERSED PIC 9(11)V99 VALUE ZERO.
01  WS-TOTAL-SETTLED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-CLOSED-SETTLED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-COMMISSION PIC S9(11)V99 VALUE ZERO.
01  WS-AP-DETAIL-COUNT PIC 9(6) VALUE ZERO.
01  WS-AP-PAY-DOLLARS PIC 9(11)V99 VALUE ZERO.
01  WS-AP-RECOVER-DOLLARS PIC 9(11)V99 VALUE ZERO.
01  WS-TOTAL-UNSETTLED PIC 9(6) VALUE ZERO.
01  WS-UNSETTLED-NET-PRIZE PIC S9(11)V99 VALUE ZERO.
01  WS-EDIT-DOLLARS PIC -(9)9.99.
01  WS-EDIT-GRAND PIC -(11)9.99.

PROCEDURE DIVISION.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       PERFORM PROCESS-PARAMETER-DECK.
       PERFORM DEFAULT-SETTLEMENT-MONTH.
       PERFORM ECHO-RUN-OPTIONS.

       PERFORM OPEN-SETTLEMENT-FILES.
       PERFORM READ-CHECK-REGISTER.
       PERFORM SETTLE-RETAILERS.
       PERFORM WRITE-SETTLEMENT-TRAILER.
       CLOSE REGISTER-FILE.
       CLOSE RETAILER-FILE.
       CLOSE STATEMENT-FILE.
       CLOSE SETTLEMENT-FILE.

       PERFORM PRINT-UNSETTLED-RETAILERS.
       PERFORM PRINT-SETTLEMENT-SUMMARY.
       PERFORM SET-RETURN-CODE.
       STOP RUN.

APPLY-PARAMETER-CARD.
      *> MONTH=yyyymm - the calendar month to settle. A month not yet
      *> begun has nothing to settle and is refused; the month in
      *> progress is allowed (a mid-month look for retailer
      *> relations) but warned about at the top of the log. Same
      *> strict validation stance as every other control card in the
      *> suite.
       EVALUATE WS-PARM-KEYWORD
           WHEN "MONTH"
               IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                       TO WS-PARM-NUM-WORK
               ELSE
                   MOVE ZERO TO WS-PARM-NUM-WORK
               END-IF
               IF WS-PARM-NUM-WORK < 190001
               OR WS-PARM-NUM-WORK > WS-RUN-MONTH
               OR FUNCTION MOD(WS-PARM-NUM-WORK, 100) < 1
               OR FUNCTION MOD(WS-PARM-NUM-WORK, 100) > 12
                   DISPLAY "MONTH MUST BE A YYYYMM NOT AFTER THIS "
                       "MONTH: " WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   MOVE WS-PARM-NUM-WORK TO WS-SETTLE-MONTH
               END-IF
           WHEN OTHER
               DISPLAY "UNKNOWN PARAMETER KEYWORD: " WS-PARM-CARD
               MOVE 'YES' TO WS-PARM-ERROR
       END-EVALUATE.

DEFAULT-SETTLEMENT-MONTH.
      *> The job is scheduled on the first working days of a month,
      *> so with no MONTH= card it settles the month just ended.
       IF WS-SETTLE-MONTH NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF FUNCTION MOD(WS-RUN-MONTH, 100) = 1
           COMPUTE WS-SETTLE-MONTH = WS-RUN-MONTH - 89
       ELSE
           COMPUTE WS-SETTLE-MONTH = WS-RUN-MONTH - 1
       END-IF.

ECHO-RUN-OPTIONS.
       DISPLAY "AOC_D4STL RUN OPTIONS (" WS-PARM-CARD-COUNT
           " SYSIN CARD(S)):".
       DISPLAY "  MONTH. . . . . . : " WS-SETTLE-MONTH.
       IF WS-SETTLE-MONTH = WS-RUN-MONTH
           DISPLAY "WARNING: MONTH " WS-SETTLE-MONTH " IS STILL IN "
               "PROGRESS - STATEMENTS ARE PART-MONTH ONLY"
       END-IF.

*> Shared with AOC_D4VAL / AOC_DAY4 - see copybooks/CARDPRM.cpy.
COPY CARDPRM.

OPEN-SETTLEMENT-FILES.
      *> Both keyed files are required: a month-end with no check
      *> register or no retailer master is a missing DD, not a month
      *> with nothing to settle.
       OPEN INPUT REGISTER-FILE.
       IF WS-REGISTER-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN REGISTER-FILE, STATUS "
               WS-REGISTER-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT RETAILER-FILE.
       IF WS-RETAILER-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN RETAILER-FILE, STATUS "
               WS-RETAILER-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT STATEMENT-FILE.
       IF WS-STATEMENT-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN STATEMENT-FILE, STATUS "
               WS-STATEMENT-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT SETTLEMENT-FILE.
       IF WS-SETTLEMENT-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN SETTLEMENT-FILE, STATUS "
               WS-SETTLEMENT-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

READ-CHECK-REGISTER.
      *> Every check on the register, skipping the control record
      *> (check number zero).
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
                   PERFORM SETTLE-ONE-CHECK
           END-READ
       END-PERFORM.

SETTLE-ONE-CHECK.
      *> A check issued and voided in the same month counts both
      *> ways and nets to nothing, as it should.
       ADD 1 TO WS-TOTAL-CHECKS-READ.
       MOVE WS-CRG-RETAILER-ID TO WS-WORK-RETAILER.
       IF WS-CRG-GROSS-AMOUNT IS NUMERIC
       AND WS-CRG-GROSS-AMOUNT > ZERO
           MOVE WS-CRG-GROSS-AMOUNT TO WS-WORK-GROSS
       ELSE
           MOVE WS-CRG-AMOUNT TO WS-WORK-GROSS
       END-IF.
       MOVE WS-CRG-ISSUE-DATE TO WS-WORK-DATE.
       IF WS-WORK-MONTH = WS-SETTLE-MONTH
           PERFORM FIND-RETAILER-ROW
           ADD 1 TO WS-STL-ISSUED-COUNT(WS-RETAILER-NDX)
           ADD WS-CRG-AMOUNT TO WS-STL-ISSUED-DOLLARS(WS-RETAILER-NDX)
           ADD WS-WORK-GROSS TO WS-STL-ISSUED-GROSS(WS-RETAILER-NDX)
           ADD 1 TO WS-TOTAL-ISSUED
           ADD WS-CRG-AMOUNT TO WS-DOLLARS-ISSUED
       END-IF.
       IF WS-CRG-STATUS = "ISSU"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-CRG-STATUS-DATE TO WS-WORK-DATE.
       IF WS-WORK-MONTH = WS-SETTLE-MONTH
           PERFORM FIND-RETAILER-ROW
           ADD 1 TO WS-STL-REVERSED-COUNT(WS-RETAILER-NDX)
           ADD WS-CRG-AMOUNT
               TO WS-STL-REVERSED-DOLLARS(WS-RETAILER-NDX)
           ADD WS-WORK-GROSS
               TO WS-STL-REVERSED-GROSS(WS-RETAILER-NDX)
           ADD 1 TO WS-TOTAL-REVERSED
           ADD WS-CRG-AMOUNT TO WS-DOLLARS-REVERSED
       END-IF.

FIND-RETAILER-ROW.
      *> First time a retailer shows up it gets a fresh row.
       PERFORM VARYING WS-RETAILER-NDX FROM 1 BY 1
           UNTIL WS-RETAILER-NDX > WS-RETAILER-COUNT
           OR WS-STL-ID(WS-RETAILER-NDX) = WS-WORK-RETAILER
       END-PERFORM.
       IF WS-RETAILER-NDX > WS-RETAILER-COUNT
           IF WS-RETAILER-COUNT >= WS-RETAILER-TABLE-SIZE
               DISPLAY "FATAL: MORE THAN " WS-RETAILER-TABLE-SIZE
                   " DISTINCT RETAILERS - SETTLEMENT TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RETAILER-COUNT
           MOVE WS-WORK-RETAILER TO WS-STL-ID(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-STL-ISSUED-COUNT(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-STL-ISSUED-DOLLARS(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-STL-REVERSED-COUNT(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-STL-REVERSED-DOLLARS(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-STL-ISSUED-GROSS(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-STL-REVERSED-GROSS(WS-RETAILER-COUNT)
           MOVE 'NO' TO WS-STL-SETTLED(WS-RETAILER-COUNT)
           MOVE WS-RETAILER-COUNT TO WS-RETAILER-NDX
       END-IF.

SETTLE-RETAILERS.
      *> Master key order, so the statements and the AP file come out
      *> in retailer order; stores with nothing in the month are
      *> passed over. Closed stores are settled like any other - a
      *> void on a closed store's card still comes back off it.
       MOVE 'NO' TO WS-SWEEP-DONE.
       MOVE LOW-VALUES TO WS-RTL-RETAILER-ID.
       START RETAILER-FILE KEY IS NOT LESS THAN WS-RTL-RETAILER-ID
           INVALID KEY
               MOVE 'YES' TO WS-SWEEP-DONE
       END-START.
       PERFORM UNTIL WS-SWEEP-DONE = 'YES'
           READ RETAILER-FILE NEXT RECORD
               AT END
                   MOVE 'YES' TO WS-SWEEP-DONE
               NOT AT END
                   PERFORM SETTLE-ONE-RETAILER
           END-READ
       END-PERFORM.

SETTLE-ONE-RETAILER.
       PERFORM VARYING WS-RETAILER-NDX FROM 1 BY 1
           UNTIL WS-RETAILER-NDX > WS-RETAILER-COUNT
           OR WS-STL-ID(WS-RETAILER-NDX) = WS-RTL-RETAILER-ID
       END-PERFORM.
       IF WS-RETAILER-NDX > WS-RETAILER-COUNT
           EXIT PARAGRAPH
       END-IF.
       MOVE 'YES' TO WS-STL-SETTLED(WS-RETAILER-NDX).
       ADD 1 TO WS-TOTAL-SETTLED.
       IF WS-RTL-STATUS = "CLSD"
           ADD 1 TO WS-TOTAL-CLOSED-SETTLED
       END-IF.
      *> Commission is worked on each side's gross total, not check
      *> by check, so a store's statement foots to the penny however
      *> many small prizes it paid.
       COMPUTE WS-NET-PRIZE = WS-STL-ISSUED-DOLLARS(WS-RETAILER-NDX)
           - WS-STL-REVERSED-DOLLARS(WS-RETAILER-NDX).
       COMPUTE WS-NET-GROSS = WS-STL-ISSUED-GROSS(WS-RETAILER-NDX)
           - WS-STL-REVERSED-GROSS(WS-RETAILER-NDX).
       COMPUTE WS-COMMISSION-EARNED ROUNDED =
           WS-STL-ISSUED-GROSS(WS-RETAILER-NDX)
           * WS-RTL-COMMISSION-PCT / 100.
       COMPUTE WS-COMMISSION-REVERSED ROUNDED =
           WS-STL-REVERSED-GROSS(WS-RETAILER-NDX)
           * WS-RTL-COMMISSION-PCT / 100.
       COMPUTE WS-NET-DUE = WS-COMMISSION-EARNED
           - WS-COMMISSION-REVERSED.
       ADD WS-NET-DUE TO WS-TOTAL-COMMISSION.
       PERFORM WRITE-RETAILER-STATEMENT.
       IF WS-NET-DUE NOT = ZERO
           PERFORM WRITE-SETTLEMENT-RECORD
       END-IF.

WRITE-RETAILER-STATEMENT.
       MOVE WS-SETTLE-MONTH TO WS-SLH-PERIOD.
       WRITE WS-STATEMENT-LINE FROM WS-SL-RULE.
       WRITE WS-STATEMENT-LINE FROM WS-SL-HEADING.
       WRITE WS-STATEMENT-LINE FROM WS-SL-RULE.
       MOVE WS-RTL-RETAILER-ID TO WS-SLR-RETAILER-ID.
       MOVE WS-RTL-NAME TO WS-SLR-NAME.
       WRITE WS-STATEMENT-LINE FROM WS-SL-RETAILER.
       MOVE WS-RTL-ADDRESS TO WS-SLA-ADDRESS.
       WRITE WS-STATEMENT-LINE FROM WS-SL-ADDRESS.
       MOVE WS-RTL-REGION TO WS-SLT-REGION.
       MOVE WS-RTL-COMMISSION-PCT TO WS-SLT-COMMISSION-PCT.
       MOVE WS-RTL-STATUS TO WS-SLT-STATUS.
       IF WS-RTL-STATUS = "CLSD"
           MOVE " CLOSED " TO WS-SLT-CLOSED-TEXT
           MOVE WS-RTL-CLOSED-DATE TO WS-SLT-CLOSED-DATE
       ELSE
           MOVE SPACES TO WS-SLT-CLOSED-TEXT
           MOVE SPACES TO WS-SLT-CLOSED-DATE
       END-IF.
       WRITE WS-STATEMENT-LINE FROM WS-SL-TERMS.
       WRITE WS-STATEMENT-LINE FROM WS-SL-DASH.
       MOVE "PRIZE CHECKS ISSUED . . . . . . . :" TO WS-SLM-LABEL.
       MOVE WS-STL-ISSUED-COUNT(WS-RETAILER-NDX) TO WS-SLM-COUNT.
       MOVE WS-STL-ISSUED-DOLLARS(WS-RETAILER-NDX) TO WS-SLM-AMOUNT.
       WRITE WS-STATEMENT-LINE FROM WS-SL-AMOUNT.
       MOVE "LESS CHECKS VOIDED/STOPPED. . . . :" TO WS-SLM-LABEL.
       MOVE WS-STL-REVERSED-COUNT(WS-RETAILER-NDX) TO WS-SLM-COUNT.
       MOVE WS-STL-REVERSED-DOLLARS(WS-RETAILER-NDX) TO WS-SLM-AMOUNT.
       WRITE WS-STATEMENT-LINE FROM WS-SL-AMOUNT.
       IF WS-NET-PRIZE < ZERO
           MOVE "NET PRIZE PAYMENTS REVERSED . . . :" TO WS-SLM-LABEL
       ELSE
           MOVE "NET PRIZE PAYMENTS. . . . . . . . :" TO WS-SLM-LABEL
       END-IF.
       MOVE ZERO TO WS-SLM-COUNT.
       MOVE WS-NET-PRIZE TO WS-SLM-AMOUNT.
       WRITE WS-STATEMENT-LINE FROM WS-SL-AMOUNT.
       MOVE "GROSS PRIZES BEFORE TAX WITHHELD. :" TO WS-SLM-LABEL.
       MOVE WS-NET-GROSS TO WS-SLM-AMOUNT.
       WRITE WS-STATEMENT-LINE FROM WS-SL-AMOUNT.
       WRITE WS-STATEMENT-LINE FROM WS-SL-DASH.
       MOVE "COMMISSION EARNED . . . . . . . . :" TO WS-SLM-LABEL.
       MOVE WS-COMMISSION-EARNED TO WS-SLM-AMOUNT.
       WRITE WS-STATEMENT-LINE FROM WS-SL-AMOUNT.
       MOVE "LESS COMMISSION REVERSED. . . . . :" TO WS-SLM-LABEL.
       MOVE WS-COMMISSION-REVERSED TO WS-SLM-AMOUNT.
       WRITE WS-STATEMENT-LINE FROM WS-SL-AMOUNT.
       IF WS-NET-DUE < ZERO
           MOVE "NET AMOUNT DUE FROM RETAILER. . . :" TO WS-SLM-LABEL
       ELSE
           MOVE "NET AMOUNT DUE TO RETAILER. . . . :" TO WS-SLM-LABEL
       END-IF.
       MOVE WS-NET-DUE TO WS-SLM-AMOUNT.
       WRITE WS-STATEMENT-LINE FROM WS-SL-AMOUNT.
       MOVE SPACES TO WS-STATEMENT-LINE.
       WRITE WS-STATEMENT-LINE.
       MOVE WS-NET-DUE TO WS-EDIT-DOLLARS.
       DISPLAY "  SETTLED " WS-RTL-RETAILER-ID " " WS-RTL-STATUS " "
           WS-STL-ISSUED-COUNT(WS-RETAILER-NDX) " ISSUED "
           WS-STL-REVERSED-COUNT(WS-RETAILER-NDX) " REVERSED  DUE "
           WS-EDIT-DOLLARS.

WRITE-SETTLEMENT-RECORD.
       MOVE SPACES TO WS-SETTLEMENT-DETAIL-RECORD.
       MOVE "D" TO WS-APS-RECORD-TYPE.
       MOVE WS-SETTLE-MONTH TO WS-APS-PERIOD.
       MOVE WS-RTL-RETAILER-ID TO WS-APS-RETAILER-ID.
       MOVE WS-RTL-NAME TO WS-APS-NAME.
       MOVE WS-RTL-ADDRESS TO WS-APS-ADDRESS.
      *> The edited fields are unsigned, so a negative net prize or
      *> amount due goes on as its size; the settlement type carries
      *> the direction.
       MOVE WS-NET-PRIZE TO WS-APS-NET-PRIZE.
       MOVE WS-RTL-COMMISSION-PCT TO WS-APS-COMMISSION-PCT.
       IF WS-NET-DUE < ZERO
           MOVE "RCVR" TO WS-APS-SETTLE-TYPE
           COMPUTE WS-AMOUNT-DUE = ZERO - WS-NET-DUE
           ADD WS-AMOUNT-DUE TO WS-AP-RECOVER-DOLLARS
       ELSE
           MOVE "PAY " TO WS-APS-SETTLE-TYPE
           MOVE WS-NET-DUE TO WS-AMOUNT-DUE
           ADD WS-AMOUNT-DUE TO WS-AP-PAY-DOLLARS
       END-IF.
       MOVE WS-AMOUNT-DUE TO WS-APS-AMOUNT-DUE.
       WRITE WS-SETTLEMENT-DETAIL-RECORD.
       ADD 1 TO WS-AP-DETAIL-COUNT.

WRITE-SETTLEMENT-TRAILER.
      *> Always written, even on a month with nothing to settle, so AP
      *> sees an empty month rather than a missing file.
       MOVE SPACES TO WS-SETTLEMENT-TRAILER-RECORD.
       MOVE "T" TO WS-APT-RECORD-TYPE.
       MOVE WS-SETTLE-MONTH TO WS-APT-PERIOD.
       MOVE WS-AP-DETAIL-COUNT TO WS-APT-DETAIL-COUNT.
       MOVE WS-AP-PAY-DOLLARS TO WS-APT-PAY-DOLLARS.
       MOVE WS-AP-RECOVER-DOLLARS TO WS-APT-RECOVER-DOLLARS.
       WRITE WS-SETTLEMENT-TRAILER-RECORD.

PRINT-UNSETTLED-RETAILERS.
      *> Anything left in the table never matched a master entry:
      *> the *UNMATCH bucket (cards with no cross-reference) or a
      *> retailer ID the master doesn't know. Nobody is paid
      *> commission on these until the cross-reference or master is
      *> put right and the month rerun.
       PERFORM VARYING WS-RETAILER-NDX FROM 1 BY 1
           UNTIL WS-RETAILER-NDX > WS-RETAILER-COUNT
           IF WS-STL-SETTLED(WS-RETAILER-NDX) = 'NO'
               ADD 1 TO WS-TOTAL-UNSETTLED
               COMPUTE WS-NET-PRIZE =
                   WS-STL-ISSUED-DOLLARS(WS-RETAILER-NDX)
                   - WS-STL-REVERSED-DOLLARS(WS-RETAILER-NDX)
               ADD WS-NET-PRIZE TO WS-UNSETTLED-NET-PRIZE
               MOVE WS-NET-PRIZE TO WS-EDIT-DOLLARS
               DISPLAY "  UNSETTLED " WS-STL-ID(WS-RETAILER-NDX)
                   " NOT ON RETAILER MASTER - "
                   WS-STL-ISSUED-COUNT(WS-RETAILER-NDX) " ISSUED "
                   WS-STL-REVERSED-COUNT(WS-RETAILER-NDX)
                   " REVERSED  NET PRIZE " WS-EDIT-DOLLARS
           END-IF
       END-PERFORM.

PRINT-SETTLEMENT-SUMMARY.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4STL - RETAILER SETTLEMENT SUMMARY " WS-SETTLE-MONTH.
       DISPLAY "=================================================".
       DISPLAY "CHECKS ON REGISTER READ. . . . . : "
           WS-TOTAL-CHECKS-READ.
       MOVE WS-DOLLARS-ISSUED TO WS-EDIT-GRAND.
       DISPLAY "CHECKS ISSUED IN MONTH . . . . . : " WS-TOTAL-ISSUED.
       DISPLAY "  DOLLARS ISSUED . . . . . . . . : " WS-EDIT-GRAND.
       MOVE WS-DOLLARS-REVERSED TO WS-EDIT-GRAND.
       DISPLAY "CHECKS VOIDED/STOPPED IN MONTH . : " WS-TOTAL-REVERSED.
       DISPLAY "  DOLLARS REVERSED . . . . . . . : " WS-EDIT-GRAND.
       DISPLAY "-------------------------------------------------".
       DISPLAY "RETAILERS SETTLED. . . . . . . . : " WS-TOTAL-SETTLED.
       DISPLAY "  OF WHICH CLOSED. . . . . . . . : "
           WS-TOTAL-CLOSED-SETTLED.
       MOVE WS-TOTAL-COMMISSION TO WS-EDIT-GRAND.
       DISPLAY "NET COMMISSION DUE TO RETAILERS. : " WS-EDIT-GRAND.
       DISPLAY "AP SETTLEMENT RECORDS. . . . . . : " WS-AP-DETAIL-COUNT.
       MOVE WS-AP-PAY-DOLLARS TO WS-EDIT-GRAND.
       DISPLAY "  TO PAY . . . . . . . . . . . . : " WS-EDIT-GRAND.
       MOVE WS-AP-RECOVER-DOLLARS TO WS-EDIT-GRAND.
       DISPLAY "  TO RECOVER . . . . . . . . . . : " WS-EDIT-GRAND.
       DISPLAY "-------------------------------------------------".
       DISPLAY "RETAILERS NOT ON MASTER. . . . . : " WS-TOTAL-UNSETTLED.
       MOVE WS-UNSETTLED-NET-PRIZE TO WS-EDIT-GRAND.
       DISPLAY "  NET PRIZE DOLLARS UNSETTLED. . : " WS-EDIT-GRAND.
       DISPLAY "=================================================".

SET-RETURN-CODE.
      *> RC=4: the month settled, but some prize dollars belong to no
      *> store on the master - commission on them is unpaid until the
      *> cross-reference or master is fixed and the month rerun.
       IF WS-TOTAL-UNSETTLED > ZERO
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
