IDENTIFICATION DIVISION.
PROGRAM-ID. AOC_D4FRF.
*> Monthly held-payment forfeiture report for finance. A held
*> payment still unreleased when its claim window runs out is taken
*> off the carried-hold file by AOC_D4PAY, its liability released
*> to breakage income on the FORF GL postings, and the hold itself
*> appended to the cumulative forfeiture log (CARDFORF - see
*> copybooks/CARDFRF.cpy). This step reads the log for one calendar
*> month of forfeitures (MONTH=yyyymm on SYSIN through the shared
*> CARDPRM reader; default the month before the run date) and
*> prints the report finance books the month's breakage from
*> (CARDFRPT):
*>   - forfeitures by prize tier - promotion and tier number, the
*>     number of holds and the dollars forfeited - which ties to the
*>     month's FORF postings promotion by promotion;
*>   - forfeitures by the retailer each card was sold through, so a
*>     store whose winners keep failing to claim shows up.
*> Each forfeiture is also listed on SYSOUT with the card, the
*> finding that held it and the deadline it missed, for anyone who
*> needs to trace one back. No log at all just means nothing has
*> ever been forfeited - an empty report, not an error. A log line
*> whose date, tier or amount won't read is reported and skipped,
*> and ends the step RC=4. The step only reads the log, so it can
*> be rerun for any month as often as needed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Same bare ASSIGN-TO-ddname idiom as the rest of Day_4/*.cbl.
       SELECT FORFEIT-FILE ASSIGN TO CARDFORF
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FORFEIT-FILE-STATUS.

       SELECT REPORT-FILE ASSIGN TO CARDFRPT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REPORT-FILE-STATUS.

      *> SYSIN control-card deck - see copybooks/CARDPRM.cpy.
       SELECT PARM-FILE ASSIGN TO SYSIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD FORFEIT-FILE.
COPY CARDFRF.

FD REPORT-FILE.
01  WS-REPORT-LINE PIC X(80).

FD PARM-FILE.
01  WS-PARM-CARD PIC X(80).

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-FORFEIT-FILE-STATUS PIC X(2).
01  WS-REPORT-FILE-STATUS PIC X(2).
01  WS-FORFEIT-LOG-OPEN PIC X(3) VALUE 'NO'.

*> SYSIN control-card fields - see copybooks/CARDPRMW.cpy.
COPY CARDPRMW.

*> Forfeiture month, yyyymm. Zero until a MONTH= card sets it; then
*> defaulted from the run date.
01  WS-FORFEIT-MONTH PIC 9(6) VALUE ZERO.
01  WS-RUN-DATE PIC 9(8) VALUE ZERO.
01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    05  WS-RUN-MONTH PIC 9(6).
    05  WS-RUN-DAY PIC 9(2).
*> Forfeit dates are split the same way to test them against the
*> report month.
01  WS-WORK-DATE PIC 9(8) VALUE ZERO.
01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
    05  WS-WORK-MONTH PIC 9(6).
    05  WS-WORK-DAY PIC 9(2).

*> The forfeiture being worked, as numerics.
01  WS-WORK-AMOUNT PIC 9(7)V99 VALUE ZERO.

*> Per-tier rollup, one row per promotion and tier number with a
*> forfeiture in the month, and per-retailer rollup, one row per
*> retailer the forfeited cards were sold through. Both are kept in
*> key order as rows are added, so the report comes out sorted
*> without a SORT step - same approach as the year-end tax step's
*> recipient table - and both carry the usual size guard.
01  WS-WORK-TIER-KEY.
    05  WS-WORK-PROMO PIC X(8).
    05  WS-WORK-TIER PIC 9(2).
01  WS-TIER-TABLE-SIZE PIC 9(3) VALUE 200.
01  WS-TIER-COUNT PIC 9(3) VALUE ZERO.
01  WS-TIER-TABLE.
    05  WS-TIER-ENTRY OCCURS 200 TIMES.
        10  WS-FTR-KEY.
            15  WS-FTR-PROMO PIC X(8).
            15  WS-FTR-TIER PIC 9(2).
        10  WS-FTR-COUNT PIC 9(6).
        10  WS-FTR-DOLLARS PIC 9(9)V99.
01  WS-TIER-NDX PIC 9(3) VALUE ZERO.

01  WS-WORK-RETAILER PIC X(8) VALUE SPACES.
01  WS-RETAILER-TABLE-SIZE PIC 9(3) VALUE 500.
01  WS-RETAILER-COUNT PIC 9(3) VALUE ZERO.
01  WS-RETAILER-TABLE.
    05  WS-RETAILER-ENTRY OCCURS 500 TIMES.
        10  WS-FRT-ID PIC X(8).
        10  WS-FRT-COUNT PIC 9(6).
        10  WS-FRT-DOLLARS PIC 9(9)V99.
01  WS-RETAILER-NDX PIC 9(3) VALUE ZERO.
01  WS-SHIFT-NDX PIC 9(3) VALUE ZERO.
01  WS-ROW-FOUND PIC X(3) VALUE 'NO'.

*> Report print lines, moved to CARDFRPT one at a time.
01  WS-SL-RULE PIC X(80) VALUE ALL "=".
01  WS-SL-DASH PIC X(80) VALUE ALL "-".
01  WS-SL-HEADING.
    05  FILLER PIC X(50)
        VALUE "PRIZE CARD HELD-PAYMENT FORFEITURES".
    05  FILLER PIC X(17) VALUE "FORFEIT MONTH    ".
    05  WS-SLH-PERIOD PIC 9(6).
    05  FILLER PIC X(7) VALUE SPACES.
01  WS-SL-SECTION PIC X(80).
01  WS-SL-TIER-COLUMNS.
    05  FILLER PIC X(11) VALUE "PROMOTION".
    05  FILLER PIC X(2) VALUE "TR".
    05  FILLER PIC X(11) VALUE "      HOLDS".
    05  FILLER PIC X(18) VALUE "           DOLLARS".
    05  FILLER PIC X(38) VALUE SPACES.
01  WS-SL-TIER-DETAIL.
    05  WS-SLP-PROMO PIC X(8).
    05  WS-SLP-SEP-1 PIC X(3).
    05  WS-SLP-TIER PIC Z9.
    05  WS-SLP-SEP-2 PIC X(5).
    05  WS-SLP-COUNT PIC Z(5)9.
    05  WS-SLP-SEP-3 PIC X(4).
    05  WS-SLP-AMOUNT PIC Z(10)9.99.
    05  WS-SLP-SEP-4 PIC X(38).
01  WS-SL-RETAILER-COLUMNS.
    05  FILLER PIC X(8) VALUE "RETAILER".
    05  FILLER PIC X(16) VALUE "           HOLDS".
    05  FILLER PIC X(18) VALUE "           DOLLARS".
    05  FILLER PIC X(38) VALUE SPACES.
01  WS-SL-RETAILER-DETAIL.
    05  WS-SLR-RETAILER-ID PIC X(8).
    05  WS-SLR-SEP-1 PIC X(10).
    05  WS-SLR-COUNT PIC Z(5)9.
    05  WS-SLR-SEP-2 PIC X(4).
    05  WS-SLR-AMOUNT PIC Z(10)9.99.
    05  WS-SLR-SEP-3 PIC X(38).
01  WS-SL-TOTAL.
    05  WS-SLT-LABEL PIC X(18).
    05  WS-SLT-COUNT PIC Z(5)9.
    05  FILLER PIC X(4) VALUE SPACES.
    05  WS-SLT-AMOUNT PIC Z(10)9.99.
    05  FILLER PIC X(38) VALUE SPACES.
01  WS-SL-NONE.
    05  FILLER PIC X(50)
        VALUE "NO HELD PAYMENTS WERE FORFEITED IN THE MONTH".
    05  FILLER PIC X(30) VALUE SPACES.

01  WS-TOTAL-LOG-READ PIC 9(7) VALUE ZERO.
01  WS-TOTAL-OTHER-MONTHS PIC 9(7) VALUE ZERO.
01  WS-TOTAL-UNREADABLE PIC 9(7) VALUE ZERO.
01  WS-TOTAL-FORFEITED PIC 9(7) VALUE ZERO.
01  WS-DOLLARS-FORFEITED PIC 9(11)V99 VALUE ZERO.
01  WS-EDIT-GRAND PIC Z(11)9.99.

PROCEDURE DIVISION.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       PERFORM PROCESS-PARAMETER-DECK.
       PERFORM DEFAULT-FORFEIT-MONTH.
       PERFORM ECHO-RUN-OPTIONS.

       PERFORM OPEN-FORFEIT-FILES.
       PERFORM READ-FORFEIT-LOG.
       IF WS-FORFEIT-LOG-OPEN = 'YES'
           CLOSE FORFEIT-FILE
       END-IF.

       PERFORM WRITE-FORFEIT-REPORT.
       CLOSE REPORT-FILE.

       PERFORM PRINT-FORFEIT-SUMMARY.
       PERFORM SET-RETURN-CODE.
       STOP RUN.

APPLY-PARAMETER-CARD.
      *> MONTH=yyyymm - the calendar month of forfeitures to report. A
      *> month not yet begun has nothing in it and is refused; the
      *> month in progress is allowed (a mid-month look for finance)
      *> but warned about at the top of the log. Same strict
      *> validation stance as every other control card in the suite.
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
                   MOVE WS-PARM-NUM-WORK TO WS-FORFEIT-MONTH
               END-IF
           WHEN OTHER
               DISPLAY "UNKNOWN PARAMETER KEYWORD: " WS-PARM-CARD
               MOVE 'YES' TO WS-PARM-ERROR
       END-EVALUATE.

DEFAULT-FORFEIT-MONTH.
      *> The job runs with the month-end settlement, so with no
      *> MONTH= card it reports the month just ended.
       IF WS-FORFEIT-MONTH NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF FUNCTION MOD(WS-RUN-MONTH, 100) = 1
           COMPUTE WS-FORFEIT-MONTH = WS-RUN-MONTH - 89
       ELSE
           COMPUTE WS-FORFEIT-MONTH = WS-RUN-MONTH - 1
       END-IF.

ECHO-RUN-OPTIONS.
       DISPLAY "AOC_D4FRF RUN OPTIONS (" WS-PARM-CARD-COUNT
           " SYSIN CARD(S)):".
       DISPLAY "  MONTH. . . . . . : " WS-FORFEIT-MONTH.
       IF WS-FORFEIT-MONTH = WS-RUN-MONTH
           DISPLAY "WARNING: MONTH " WS-FORFEIT-MONTH " IS STILL IN "
               "PROGRESS - REPORT IS PART-MONTH ONLY"
       END-IF.

*> Shared with AOC_D4VAL / AOC_DAY4 - see copybooks/CARDPRM.cpy.
COPY CARDPRM.

OPEN-FORFEIT-FILES.
      *> The forfeiture log is not required - until a hold has gone
      *> past its claim deadline the payout step has never created
      *> it, and that is a month with nothing forfeited, written as
      *> an empty report so finance sees a nil month rather than a
      *> missing one.
       OPEN INPUT FORFEIT-FILE.
       IF WS-FORFEIT-FILE-STATUS = "35"
           DISPLAY "WARNING: NO FORFEITURE LOG (CARDFORF) - "
               "NOTHING FORFEITED FOR " WS-FORFEIT-MONTH
       ELSE
           IF WS-FORFEIT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN FORFEIT-FILE, STATUS "
                   WS-FORFEIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'YES' TO WS-FORFEIT-LOG-OPEN
       END-IF.
       OPEN OUTPUT REPORT-FILE.
       IF WS-REPORT-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN REPORT-FILE, STATUS "
               WS-REPORT-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

READ-FORFEIT-LOG.
       IF WS-FORFEIT-LOG-OPEN = 'NO'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "FORFEIT  CARD    TR   PROMO    TYPE RETAILER "
           "DEADLINE     AMOUNT".
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ FORFEIT-FILE
               AT END
                   MOVE 'YES' TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LOG-READ
                   PERFORM ADD-ONE-FORFEITURE
           END-READ
       END-PERFORM.

ADD-ONE-FORFEITURE.
      *> A forfeiture belongs to the month the payout step released
      *> it in, which is the month its FORF postings went to the
      *> ledger. A log line that doesn't read cleanly can't be booked
      *> and can't be quietly dropped either; it is shown and counted
      *> as an exception.
       IF WS-FRF-FORFEIT-DATE IS NOT NUMERIC
       OR WS-FRF-TIER-NUMBER IS NOT NUMERIC
       OR WS-FRF-AMOUNT-DOLLARS IS NOT NUMERIC
       OR WS-FRF-AMOUNT-CENTS IS NOT NUMERIC
           DISPLAY "UNREADABLE FORFEITURE LOG LINE " WS-TOTAL-LOG-READ
               " SKIPPED: " WS-FORFEIT-RECORD
           ADD 1 TO WS-TOTAL-UNREADABLE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-FRF-FORFEIT-DATE TO WS-WORK-DATE.
       IF WS-WORK-MONTH NOT = WS-FORFEIT-MONTH
           ADD 1 TO WS-TOTAL-OTHER-MONTHS
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TOTAL-FORFEITED.
       COMPUTE WS-WORK-AMOUNT = WS-FRF-AMOUNT-DOLLARS
           + WS-FRF-AMOUNT-CENTS / 100.
       ADD WS-WORK-AMOUNT TO WS-DOLLARS-FORFEITED.
       DISPLAY WS-FRF-FORFEIT-DATE " " WS-FRF-CARD-NUMBER " "
           WS-FRF-TIER-NUMBER "   " WS-FRF-PROMO-CODE " "
           WS-FRF-EXCEPTION-TYPE " " WS-FRF-RETAILER-ID " "
           WS-FRF-CLAIM-DEADLINE " " WS-FRF-AMOUNT.

       MOVE WS-FRF-PROMO-CODE TO WS-WORK-PROMO.
       MOVE WS-FRF-TIER-NUMBER TO WS-WORK-TIER.
       PERFORM FIND-TIER-ROW.
       IF WS-ROW-FOUND = 'NO'
           PERFORM INSERT-TIER-ROW
       END-IF.
       ADD 1 TO WS-FTR-COUNT(WS-TIER-NDX).
       ADD WS-WORK-AMOUNT TO WS-FTR-DOLLARS(WS-TIER-NDX).

       MOVE WS-FRF-RETAILER-ID TO WS-WORK-RETAILER.
       PERFORM FIND-RETAILER-ROW.
       IF WS-ROW-FOUND = 'NO'
           PERFORM INSERT-RETAILER-ROW
       END-IF.
       ADD 1 TO WS-FRT-COUNT(WS-RETAILER-NDX).
       ADD WS-WORK-AMOUNT TO WS-FRT-DOLLARS(WS-RETAILER-NDX).

FIND-TIER-ROW.
      *> Leaves WS-TIER-NDX on the row for WS-WORK-TIER-KEY, or - when
      *> there is none - on the row it belongs in front of (one past
      *> the end when it sorts last).
       MOVE 'NO' TO WS-ROW-FOUND.
       PERFORM VARYING WS-TIER-NDX FROM 1 BY 1
           UNTIL WS-TIER-NDX > WS-TIER-COUNT
           OR WS-FTR-KEY(WS-TIER-NDX) NOT < WS-WORK-TIER-KEY
       END-PERFORM.
       IF WS-TIER-NDX NOT > WS-TIER-COUNT
       AND WS-FTR-KEY(WS-TIER-NDX) = WS-WORK-TIER-KEY
           MOVE 'YES' TO WS-ROW-FOUND
       END-IF.

INSERT-TIER-ROW.
       IF WS-TIER-COUNT NOT < WS-TIER-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-TIER-TABLE-SIZE
               " PRIZE TIERS WITH FORFEITURES - ROLLUP TABLE FULL"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM VARYING WS-SHIFT-NDX FROM WS-TIER-COUNT BY -1
           UNTIL WS-SHIFT-NDX < WS-TIER-NDX
           MOVE WS-TIER-ENTRY(WS-SHIFT-NDX)
               TO WS-TIER-ENTRY(WS-SHIFT-NDX + 1)
       END-PERFORM.
       ADD 1 TO WS-TIER-COUNT.
       MOVE WS-WORK-PROMO TO WS-FTR-PROMO(WS-TIER-NDX).
       MOVE WS-WORK-TIER TO WS-FTR-TIER(WS-TIER-NDX).
       MOVE ZERO TO WS-FTR-COUNT(WS-TIER-NDX).
       MOVE ZERO TO WS-FTR-DOLLARS(WS-TIER-NDX).

FIND-RETAILER-ROW.
      *> Same positioning as FIND-TIER-ROW, on the retailer ID.
       MOVE 'NO' TO WS-ROW-FOUND.
       PERFORM VARYING WS-RETAILER-NDX FROM 1 BY 1
           UNTIL WS-RETAILER-NDX > WS-RETAILER-COUNT
           OR WS-FRT-ID(WS-RETAILER-NDX) NOT < WS-WORK-RETAILER
       END-PERFORM.
       IF WS-RETAILER-NDX NOT > WS-RETAILER-COUNT
       AND WS-FRT-ID(WS-RETAILER-NDX) = WS-WORK-RETAILER
           MOVE 'YES' TO WS-ROW-FOUND
       END-IF.

INSERT-RETAILER-ROW.
       IF WS-RETAILER-COUNT NOT < WS-RETAILER-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-RETAILER-TABLE-SIZE
               " DISTINCT RETAILERS - ROLLUP TABLE FULL"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM VARYING WS-SHIFT-NDX FROM WS-RETAILER-COUNT BY -1
           UNTIL WS-SHIFT-NDX < WS-RETAILER-NDX
           MOVE WS-RETAILER-ENTRY(WS-SHIFT-NDX)
               TO WS-RETAILER-ENTRY(WS-SHIFT-NDX + 1)
       END-PERFORM.
       ADD 1 TO WS-RETAILER-COUNT.
       MOVE WS-WORK-RETAILER TO WS-FRT-ID(WS-RETAILER-NDX).
       MOVE ZERO TO WS-FRT-COUNT(WS-RETAILER-NDX).
       MOVE ZERO TO WS-FRT-DOLLARS(WS-RETAILER-NDX).

WRITE-FORFEIT-REPORT.
      *> Both sections foot to the same total - every forfeiture has
      *> exactly one tier and one retailer (*UNMATCH when the card
      *> had no cross-reference entry).
       MOVE WS-FORFEIT-MONTH TO WS-SLH-PERIOD.
       WRITE WS-REPORT-LINE FROM WS-SL-RULE.
       WRITE WS-REPORT-LINE FROM WS-SL-HEADING.
       WRITE WS-REPORT-LINE FROM WS-SL-RULE.
       IF WS-TOTAL-FORFEITED = ZERO
           WRITE WS-REPORT-LINE FROM WS-SL-NONE
           WRITE WS-REPORT-LINE FROM WS-SL-RULE
           EXIT PARAGRAPH
       END-IF.
       MOVE "FORFEITURES BY PRIZE TIER" TO WS-SL-SECTION.
       WRITE WS-REPORT-LINE FROM WS-SL-SECTION.
       WRITE WS-REPORT-LINE FROM WS-SL-DASH.
       WRITE WS-REPORT-LINE FROM WS-SL-TIER-COLUMNS.
       WRITE WS-REPORT-LINE FROM WS-SL-DASH.
       PERFORM VARYING WS-TIER-NDX FROM 1 BY 1
           UNTIL WS-TIER-NDX > WS-TIER-COUNT
           PERFORM WRITE-TIER-LINE
       END-PERFORM.
       WRITE WS-REPORT-LINE FROM WS-SL-DASH.
       PERFORM WRITE-TOTAL-LINE.
       WRITE WS-REPORT-LINE FROM WS-SL-RULE.
       MOVE "FORFEITURES BY RETAILER SOLD THROUGH" TO WS-SL-SECTION.
       WRITE WS-REPORT-LINE FROM WS-SL-SECTION.
       WRITE WS-REPORT-LINE FROM WS-SL-DASH.
       WRITE WS-REPORT-LINE FROM WS-SL-RETAILER-COLUMNS.
       WRITE WS-REPORT-LINE FROM WS-SL-DASH.
       PERFORM VARYING WS-RETAILER-NDX FROM 1 BY 1
           UNTIL WS-RETAILER-NDX > WS-RETAILER-COUNT
           PERFORM WRITE-RETAILER-LINE
       END-PERFORM.
       WRITE WS-REPORT-LINE FROM WS-SL-DASH.
       PERFORM WRITE-TOTAL-LINE.
       WRITE WS-REPORT-LINE FROM WS-SL-RULE.

WRITE-TIER-LINE.
       MOVE SPACES TO WS-SLP-SEP-1 WS-SLP-SEP-2 WS-SLP-SEP-3
           WS-SLP-SEP-4.
       MOVE WS-FTR-PROMO(WS-TIER-NDX) TO WS-SLP-PROMO.
       MOVE WS-FTR-TIER(WS-TIER-NDX) TO WS-SLP-TIER.
       MOVE WS-FTR-COUNT(WS-TIER-NDX) TO WS-SLP-COUNT.
       MOVE WS-FTR-DOLLARS(WS-TIER-NDX) TO WS-SLP-AMOUNT.
       WRITE WS-REPORT-LINE FROM WS-SL-TIER-DETAIL.

WRITE-RETAILER-LINE.
       MOVE SPACES TO WS-SLR-SEP-1 WS-SLR-SEP-2 WS-SLR-SEP-3.
       MOVE WS-FRT-ID(WS-RETAILER-NDX) TO WS-SLR-RETAILER-ID.
       MOVE WS-FRT-COUNT(WS-RETAILER-NDX) TO WS-SLR-COUNT.
       MOVE WS-FRT-DOLLARS(WS-RETAILER-NDX) TO WS-SLR-AMOUNT.
       WRITE WS-REPORT-LINE FROM WS-SL-RETAILER-DETAIL.

WRITE-TOTAL-LINE.
       MOVE "TOTAL FORFEITED" TO WS-SLT-LABEL.
       MOVE WS-TOTAL-FORFEITED TO WS-SLT-COUNT.
       MOVE WS-DOLLARS-FORFEITED TO WS-SLT-AMOUNT.
       WRITE WS-REPORT-LINE FROM WS-SL-TOTAL.

PRINT-FORFEIT-SUMMARY.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4FRF - HELD-PAYMENT FORFEITURES " WS-FORFEIT-MONTH.
       DISPLAY "=================================================".
       DISPLAY "FORFEITURE LOG LINES READ. . . . : " WS-TOTAL-LOG-READ.
       DISPLAY "  FORFEITED IN OTHER MONTHS. . . : "
           WS-TOTAL-OTHER-MONTHS.
       DISPLAY "  UNREADABLE . . . . . . . . . . : "
           WS-TOTAL-UNREADABLE.
       DISPLAY "HOLDS FORFEITED IN THE MONTH . . : " WS-TOTAL-FORFEITED.
       DISPLAY "PRIZE TIERS WITH FORFEITURES . . : " WS-TIER-COUNT.
       DISPLAY "RETAILERS WITH FORFEITURES . . . : " WS-RETAILER-COUNT.
       MOVE WS-DOLLARS-FORFEITED TO WS-EDIT-GRAND.
       DISPLAY "DOLLARS FORFEITED TO BREAKAGE. . : " WS-EDIT-GRAND.
       DISPLAY "=================================================".

SET-RETURN-CODE.
      *> RC=4: the report was written, but the log has lines it could
      *> not read - the month's figures may be short of the FORF
      *> postings. Forfeitures themselves are what the report is for,
      *> not a failure.
       IF WS-TOTAL-UNREADABLE > ZERO
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
