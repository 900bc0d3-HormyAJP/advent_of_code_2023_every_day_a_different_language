IDENTIFICATION DIVISION.
PROGRAM-ID. AOC_D4TAX.
*> Year-end prize information returns. Every prize AOC_D4PAY pays at
*> or above the reportable threshold on the tax parameter deck goes
*> onto the cumulative reportable-payment log (CARDTAXL - see
*> copybooks/CARDTXL.cpy) with the tax withheld from it. Once a
*> year this step totals one tax year of that log (YEAR=yyyy on
*> SYSIN through the shared CARDPRM reader; default the year before
*> the run date) per recipient TIN across all cards, and writes:
*>   - the annual information-return file (CARDTAXR) for the tax
*>     authority: one A payer record with our TIN and name from the
*>     tax deck (CARDTAXP - see copybooks/CARDTAX.cpy), one B record
*>     per recipient with the name, mailing address, number of
*>     prizes, gross prizes and tax withheld, and one C trailer with
*>     the recipient count and totals so the file can be proved;
*>   - a recipient listing (CARDTAXS) for the tax desk, in TIN
*>     order, with the TIN masked to its last four digits.
*> Each payment is filed under the TIN, name and address on the
*> winner identity master (CARDWIN - see copybooks/CARDWIN.cpy) as
*> it stands now, not as it stood when the prize paid: a TIN the
*> desk corrected through AOC_D4WIN after payment must reach the
*> return under the corrected number. A payment whose card is no
*> longer on the master is still reported, under the TIN logged
*> when it paid, but with no name or address - it is flagged on the
*> listing and ends the step RC=4 so the desk can restore the entry
*> and rerun before the file goes out. A prize whose check the
*> payout desk later voided or stopped was never paid, so it is
*> left off: the prize check register (CARDCREG - see
*> copybooks/CARDCRG.cpy) is swept once for voided and stopped
*> checks, and each one takes exactly one logged payment to its
*> card off the year. The step reads the log, the register and the
*> master and rewrites its own two outputs, so it can be rerun for
*> the same year as often as needed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Same bare ASSIGN-TO-ddname idiom as the rest of Day_4/*.cbl.
       SELECT TAX-PAYMENT-FILE ASSIGN TO CARDTAXL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TAX-PAYMENT-FILE-STATUS.

      *> Read-only here; AOC_D4WIN owns the master.
       SELECT WINNER-FILE ASSIGN TO CARDWIN
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS WS-WIN-CARD-NUMBER
       FILE STATUS IS WS-WINNER-FILE-STATUS.

      *> Read-only here; AOC_D4CHK owns the register. Absent (35)
      *> means no prize check has ever been cut.
       SELECT REGISTER-FILE ASSIGN TO CARDCREG
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS WS-CRG-CHECK-NUMBER
       FILE STATUS IS WS-REGISTER-FILE-STATUS.

       SELECT RETURN-FILE ASSIGN TO CARDTAXR
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RETURN-FILE-STATUS.

       SELECT LISTING-FILE ASSIGN TO CARDTAXS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LISTING-FILE-STATUS.

      *> Tax parameter deck - see copybooks/CARDTAX.cpy.
       SELECT TAX-PARM-FILE ASSIGN TO CARDTAXP
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TAX-PARM-FILE-STATUS.

      *> SYSIN control-card deck - see copybooks/CARDPRM.cpy.
       SELECT PARM-FILE ASSIGN TO SYSIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD TAX-PAYMENT-FILE.
COPY CARDTXL.

FD WINNER-FILE.
COPY CARDWIN.

FD REGISTER-FILE.
COPY CARDCRG.

FD RETURN-FILE.
*> The information-return layout: fixed columns, no separators,
*> amounts in cents with the decimal point implied, same treatment
*> as the bank's positive-pay file. Record type A is the payer, B
*> one recipient for the year, C the trailer with the recipient
*> count and the dollar totals of the B records.
01  WS-RETURN-PAYER-RECORD.
    05  WS-IRH-RECORD-TYPE PIC X(1).
    05  WS-IRH-TAX-YEAR PIC 9(4).
    05  WS-IRH-PAYER-TIN PIC 9(9).
    05  WS-IRH-PAYER-NAME PIC X(40).
    05  WS-IRH-FILE-DATE PIC 9(8).
    05  FILLER PIC X(98).
01  WS-RETURN-DETAIL-RECORD.
    05  WS-IRD-RECORD-TYPE PIC X(1).
    05  WS-IRD-TAX-YEAR PIC 9(4).
    05  WS-IRD-TIN-TYPE PIC X(1).
    05  WS-IRD-TIN PIC 9(9).
    05  WS-IRD-NAME PIC X(40).
    05  WS-IRD-STREET PIC X(40).
    05  WS-IRD-CITY PIC X(24).
    05  WS-IRD-STATE PIC X(2).
    05  WS-IRD-POSTAL-CODE PIC X(10).
    05  WS-IRD-PAYMENT-COUNT PIC 9(5).
    05  WS-IRD-GROSS-AMOUNT PIC 9(10)V99.
    05  WS-IRD-WITHHELD-AMOUNT PIC 9(10)V99.
01  WS-RETURN-TRAILER-RECORD.
    05  WS-IRT-RECORD-TYPE PIC X(1).
    05  WS-IRT-TAX-YEAR PIC 9(4).
    05  WS-IRT-RECIPIENT-COUNT PIC 9(6).
    05  WS-IRT-GROSS-TOTAL PIC 9(12)V99.
    05  WS-IRT-WITHHELD-TOTAL PIC 9(12)V99.
    05  FILLER PIC X(121).

FD LISTING-FILE.
01  WS-LISTING-LINE PIC X(80).

FD TAX-PARM-FILE.
01  WS-TAX-PARM-LINE PIC X(80).

FD PARM-FILE.
01  WS-PARM-CARD PIC X(80).

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-TAX-PAYMENT-FILE-STATUS PIC X(2).
01  WS-WINNER-FILE-STATUS PIC X(2).
01  WS-REGISTER-FILE-STATUS PIC X(2).
01  WS-RETURN-FILE-STATUS PIC X(2).
01  WS-LISTING-FILE-STATUS PIC X(2).
01  WS-TAX-LOG-OPEN PIC X(3) VALUE 'NO'.

*> SYSIN control-card fields - see copybooks/CARDPRMW.cpy.
COPY CARDPRMW.

*> Prize-tax deck fields - see copybooks/CARDTAXW.cpy.
COPY CARDTAXW.

*> Tax year, yyyy. Zero until a YEAR= card sets it; then defaulted
*> from the run date.
01  WS-TAX-YEAR PIC 9(4) VALUE ZERO.
01  WS-RUN-DATE PIC 9(8) VALUE ZERO.
01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    05  WS-RUN-YEAR PIC 9(4).
    05  WS-RUN-MONTH-DAY PIC 9(4).

*> Cards whose prize check was voided or stopped, from checks
*> issued in the tax year or later - a check cannot be issued
*> before the payment it pays was logged. Each entry is used up by
*> the first payment to the card it takes off. Same size-guard
*> stance as every other table in the suite.
01  WS-REVERSED-TABLE-SIZE PIC 9(5) VALUE 10000.
01  WS-REVERSED-COUNT PIC 9(5) VALUE ZERO.
01  WS-REVERSED-TABLE.
    05  WS-REVERSED-ENTRY OCCURS 10000 TIMES.
        10  WS-RVC-CARD PIC 9(7).
        10  WS-RVC-STATUS PIC X(4).
        10  WS-RVC-USED PIC X(3).
01  WS-REVERSED-NDX PIC 9(5) VALUE ZERO.

*> One log payment, numerically, off the dollars / cents view of
*> its edited amounts.
01  WS-LOG-GROSS PIC 9(7)V99 VALUE ZERO.
01  WS-LOG-WITHHELD PIC 9(7)V99 VALUE ZERO.
01  WS-IDENTITY-FOUND PIC X(3) VALUE 'NO'.

*> Per-recipient table, one row per TIN with a reportable prize in
*> the year, kept in TIN-type / TIN order as rows are added so the
*> returns and the listing come out sorted without a SORT step.
*> Same size-guard stance as the settlement step's retailer table:
*> a year with more recipients than rows fails the step rather than
*> filing a short return.
01  WS-RECIPIENT-TABLE-SIZE PIC 9(4) VALUE 5000.
01  WS-RECIPIENT-COUNT PIC 9(4) VALUE ZERO.
01  WS-RECIPIENT-TABLE.
    05  WS-RECIPIENT-ENTRY OCCURS 5000 TIMES.
        10  WS-RCP-KEY.
            15  WS-RCP-TIN-TYPE PIC X(1).
            15  WS-RCP-TIN PIC 9(9).
        10  WS-RCP-NAME PIC X(40).
        10  WS-RCP-STREET PIC X(40).
        10  WS-RCP-CITY PIC X(24).
        10  WS-RCP-STATE PIC X(2).
        10  WS-RCP-POSTAL-CODE PIC X(10).
        10  WS-RCP-PAYMENT-COUNT PIC 9(5).
        10  WS-RCP-GROSS PIC 9(9)V99.
        10  WS-RCP-WITHHELD PIC 9(9)V99.
        10  WS-RCP-NO-IDENTITY PIC X(3).
01  WS-RECIPIENT-NDX PIC 9(4) VALUE ZERO.
01  WS-SHIFT-NDX PIC 9(4) VALUE ZERO.
01  WS-WORK-KEY.
    05  WS-WORK-TIN-TYPE PIC X(1).
    05  WS-WORK-TIN PIC 9(9).
01  WS-ROW-FOUND PIC X(3) VALUE 'NO'.

*> Listing print lines, moved to CARDTAXS one at a time.
01  WS-SL-RULE PIC X(80) VALUE ALL "=".
01  WS-SL-DASH PIC X(80) VALUE ALL "-".
01  WS-SL-HEADING.
    05  FILLER PIC X(50)
        VALUE "PRIZE WINNER INFORMATION RETURN RECIPIENTS".
    05  FILLER PIC X(9) VALUE "TAX YEAR ".
    05  WS-SLH-TAX-YEAR PIC 9(4).
    05  FILLER PIC X(17) VALUE SPACES.
01  WS-SL-PAYER.
    05  FILLER PIC X(6) VALUE "PAYER ".
    05  WS-SLP-PAYER-NAME PIC X(40).
    05  FILLER PIC X(4) VALUE SPACES.
    05  FILLER PIC X(4) VALUE "TIN ".
    05  WS-SLP-PAYER-TIN PIC 9(9).
    05  FILLER PIC X(17) VALUE SPACES.
01  WS-SL-COLUMNS.
    05  FILLER PIC X(13) VALUE "TIN".
    05  FILLER PIC X(30) VALUE "RECIPIENT".
    05  FILLER PIC X(6) VALUE "PRIZES".
    05  FILLER PIC X(14) VALUE "  GROSS PRIZES".
    05  FILLER PIC X(14) VALUE "  TAX WITHHELD".
    05  FILLER PIC X(3) VALUE SPACES.
*> The TIN is shown as its type and last four digits only - the
*> listing circulates further than the return file does.
01  WS-SL-DETAIL.
    05  WS-SLD-TIN-TYPE PIC X(1).
    05  WS-SLD-SEP-1 PIC X(1).
    05  WS-SLD-TIN-MASK PIC X(5).
    05  WS-SLD-TIN-LAST4 PIC X(4).
    05  WS-SLD-SEP-2 PIC X(2).
    05  WS-SLD-NAME PIC X(30).
    05  WS-SLD-SEP-3 PIC X(1).
    05  WS-SLD-PAYMENT-COUNT PIC Z(4)9.
    05  WS-SLD-SEP-4 PIC X(2).
    05  WS-SLD-GROSS PIC Z(8)9.99.
    05  WS-SLD-SEP-5 PIC X(2).
    05  WS-SLD-WITHHELD PIC Z(8)9.99.
    05  WS-SLD-SEP-6 PIC X(1).
    05  WS-SLD-FLAG PIC X(1).
    05  WS-SLD-SEP-7 PIC X(1).
01  WS-SL-TOTAL.
    05  WS-SLT-LABEL PIC X(43).
    05  WS-SLT-COUNT PIC Z(5)9.
    05  WS-SLT-GROSS PIC Z(10)9.99.
    05  WS-SLT-WITHHELD PIC Z(10)9.99.
    05  FILLER PIC X(3) VALUE SPACES.
01  WS-SL-FOOTNOTE.
    05  FILLER PIC X(40)
        VALUE "* NO WINNER IDENTITY ON FILE - FILED UND".
    05  FILLER PIC X(40)
        VALUE "ER THE TIN LOGGED AT PAYMENT, NO ADDRESS".

01  WS-TOTAL-LOG-READ PIC 9(7) VALUE ZERO.
01  WS-TOTAL-OTHER-YEARS PIC 9(7) VALUE ZERO.
01  WS-TOTAL-CHECK-REVERSED PIC 9(7) VALUE ZERO.
01  WS-TOTAL-UNREADABLE PIC 9(7) VALUE ZERO.
01  WS-TOTAL-PAYMENTS PIC 9(7) VALUE ZERO.
01  WS-TOTAL-TIN-CORRECTED PIC 9(7) VALUE ZERO.
01  WS-TOTAL-NO-IDENTITY PIC 9(7) VALUE ZERO.
01  WS-TOTAL-RECIPIENTS-FLAGGED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-RECORDS-WRITTEN PIC 9(6) VALUE ZERO.
01  WS-DOLLARS-GROSS PIC 9(12)V99 VALUE ZERO.
01  WS-DOLLARS-WITHHELD PIC 9(12)V99 VALUE ZERO.
01  WS-EDIT-GRAND PIC Z(11)9.99.

PROCEDURE DIVISION.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       PERFORM PROCESS-PARAMETER-DECK.
       PERFORM DEFAULT-TAX-YEAR.
       PERFORM ECHO-RUN-OPTIONS.
       PERFORM LOAD-TAX-PARAMETERS.

       PERFORM LOAD-REVERSED-CHECKS.
       PERFORM OPEN-TAX-YEAR-FILES.
       PERFORM READ-TAX-PAYMENTS.
       IF WS-TAX-LOG-OPEN = 'YES'
           CLOSE TAX-PAYMENT-FILE
       END-IF.
       CLOSE WINNER-FILE.

       PERFORM WRITE-INFORMATION-RETURNS.
       PERFORM WRITE-RECIPIENT-LISTING.
       CLOSE RETURN-FILE.
       CLOSE LISTING-FILE.

       PERFORM PRINT-TAX-YEAR-SUMMARY.
       PERFORM SET-RETURN-CODE.
       STOP RUN.

APPLY-PARAMETER-CARD.
      *> YEAR=yyyy - the tax year to report. A year not yet begun has
      *> nothing to report and is refused; the year in progress is
      *> allowed (a look at the year so far for the tax desk) but
      *> warned about at the top of the log, since a file built from
      *> it is not the year's return.
       EVALUATE WS-PARM-KEYWORD
           WHEN "YEAR"
               IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                       TO WS-PARM-NUM-WORK
               ELSE
                   MOVE ZERO TO WS-PARM-NUM-WORK
               END-IF
               IF WS-PARM-NUM-WORK < 1900
               OR WS-PARM-NUM-WORK > WS-RUN-YEAR
                   DISPLAY "YEAR MUST BE A YYYY NOT AFTER THIS YEAR: "
                       WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   MOVE WS-PARM-NUM-WORK TO WS-TAX-YEAR
               END-IF
           WHEN OTHER
               DISPLAY "UNKNOWN PARAMETER KEYWORD: " WS-PARM-CARD
               MOVE 'YES' TO WS-PARM-ERROR
       END-EVALUATE.

DEFAULT-TAX-YEAR.
      *> The job is scheduled in January, so with no YEAR= card it
      *> reports the year just ended.
       IF WS-TAX-YEAR NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1.

ECHO-RUN-OPTIONS.
       DISPLAY "AOC_D4TAX RUN OPTIONS (" WS-PARM-CARD-COUNT
           " SYSIN CARD(S)):".
       DISPLAY "  YEAR . . . . . . : " WS-TAX-YEAR.
       IF WS-TAX-YEAR = WS-RUN-YEAR
           DISPLAY "WARNING: YEAR " WS-TAX-YEAR " IS STILL IN "
               "PROGRESS - RETURNS ARE PART-YEAR ONLY"
       END-IF.

*> Shared with AOC_D4VAL / AOC_DAY4 - see copybooks/CARDPRM.cpy.
COPY CARDPRM.

*> Shared with AOC_D4PAY - see copybooks/CARDTAX.cpy.
COPY CARDTAX.

LOAD-REVERSED-CHECKS.
       OPEN INPUT REGISTER-FILE.
       IF WS-REGISTER-FILE-STATUS = "35"
           DISPLAY "NO CHECK REGISTER (CARDCREG) - NO VOIDED OR STOPPED "
               "CHECKS TO TAKE OFF"
           EXIT PARAGRAPH
       END-IF.
       IF WS-REGISTER-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN REGISTER-FILE, STATUS "
               WS-REGISTER-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ REGISTER-FILE NEXT RECORD
               AT END
                   MOVE 'YES' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM LOAD-ONE-REVERSED-CHECK
           END-READ
       END-PERFORM.
       CLOSE REGISTER-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.
       DISPLAY "LOADED " WS-REVERSED-COUNT " VOIDED/STOPPED CHECK(S) "
           "FROM CARDCREG".

LOAD-ONE-REVERSED-CHECK.
      *> Check number zero is the register's control record.
       IF WS-CRG-CHECK-NUMBER = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF WS-CRG-STATUS NOT = "VOID"
       AND WS-CRG-STATUS NOT = "STOP"
           EXIT PARAGRAPH
       END-IF.
       IF WS-CRG-ISSUE-DATE(1:4) < WS-TAX-YEAR
           EXIT PARAGRAPH
       END-IF.
       IF WS-REVERSED-COUNT >= WS-REVERSED-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-REVERSED-TABLE-SIZE
               " VOIDED/STOPPED CHECKS - REVERSED TABLE FULL"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-REVERSED-COUNT.
       MOVE WS-CRG-CARD-NUMBER TO WS-RVC-CARD(WS-REVERSED-COUNT).
       MOVE WS-CRG-STATUS TO WS-RVC-STATUS(WS-REVERSED-COUNT).
       MOVE 'NO' TO WS-RVC-USED(WS-REVERSED-COUNT).

OPEN-TAX-YEAR-FILES.
      *> The winner master is required: every name and address on the
      *> returns comes from it. The payment log is not - a shop that
      *> has never paid a reportable prize has never created it, and
      *> that is a year with nothing to report, written as an A and a
      *> C record so the tax desk sees an empty year rather than a
      *> missing file.
       OPEN INPUT WINNER-FILE.
       IF WS-WINNER-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN WINNER-FILE, STATUS "
               WS-WINNER-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT TAX-PAYMENT-FILE.
       IF WS-TAX-PAYMENT-FILE-STATUS = "35"
           DISPLAY "WARNING: NO REPORTABLE-PAYMENT LOG (CARDTAXL) - "
               "NO PRIZES TO REPORT FOR " WS-TAX-YEAR
       ELSE
           IF WS-TAX-PAYMENT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN TAX-PAYMENT-FILE, STATUS "
                   WS-TAX-PAYMENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'YES' TO WS-TAX-LOG-OPEN
       END-IF.
       OPEN OUTPUT RETURN-FILE.
       IF WS-RETURN-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN RETURN-FILE, STATUS "
               WS-RETURN-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT LISTING-FILE.
       IF WS-LISTING-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN LISTING-FILE, STATUS "
               WS-LISTING-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

READ-TAX-PAYMENTS.
       IF WS-TAX-LOG-OPEN = 'NO'
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ TAX-PAYMENT-FILE
               AT END
                   MOVE 'YES' TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LOG-READ
                   PERFORM ADD-ONE-TAX-PAYMENT
           END-READ
       END-PERFORM.

ADD-ONE-TAX-PAYMENT.
      *> A prize belongs to the year it was paid in. A log line that
      *> doesn't read cleanly can't be filed and can't be quietly
      *> dropped either; it is shown and counted as an exception.
       IF WS-TXL-PAID-DATE IS NOT NUMERIC
       OR WS-TXL-CARD-NUMBER IS NOT NUMERIC
       OR WS-TXL-TIN IS NOT NUMERIC
       OR WS-TXL-GROSS-DOLLARS IS NOT NUMERIC
       OR WS-TXL-GROSS-CENTS IS NOT NUMERIC
       OR WS-TXL-WITHHELD-DOLLARS IS NOT NUMERIC
       OR WS-TXL-WITHHELD-CENTS IS NOT NUMERIC
           DISPLAY "  UNREADABLE REPORTABLE-PAYMENT LOG LINE "
               WS-TOTAL-LOG-READ
           ADD 1 TO WS-TOTAL-UNREADABLE
           EXIT PARAGRAPH
       END-IF.
       IF WS-TXL-PAID-DATE(1:4) NOT = WS-TAX-YEAR
           ADD 1 TO WS-TOTAL-OTHER-YEARS
           EXIT PARAGRAPH
       END-IF.
      *> A voided or stopped check for the card takes this payment off
      *> the year - each check once, so a card paid twice with one
      *> check voided still reports the other.
       PERFORM VARYING WS-REVERSED-NDX FROM 1 BY 1
           UNTIL WS-REVERSED-NDX > WS-REVERSED-COUNT
           OR (WS-RVC-CARD(WS-REVERSED-NDX) = WS-TXL-CARD-NUMBER
           AND WS-RVC-USED(WS-REVERSED-NDX) = 'NO')
       END-PERFORM.
       IF WS-REVERSED-NDX <= WS-REVERSED-COUNT
           MOVE 'YES' TO WS-RVC-USED(WS-REVERSED-NDX)
           ADD 1 TO WS-TOTAL-CHECK-REVERSED
           DISPLAY "  CARD " WS-TXL-CARD-NUMBER " PAID "
               WS-TXL-PAID-DATE " - CHECK "
               WS-RVC-STATUS(WS-REVERSED-NDX) " - NOT REPORTED"
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TOTAL-PAYMENTS.
       COMPUTE WS-LOG-GROSS =
           WS-TXL-GROSS-DOLLARS + WS-TXL-GROSS-CENTS / 100.
       COMPUTE WS-LOG-WITHHELD =
           WS-TXL-WITHHELD-DOLLARS + WS-TXL-WITHHELD-CENTS / 100.
       ADD WS-LOG-GROSS TO WS-DOLLARS-GROSS.
       ADD WS-LOG-WITHHELD TO WS-DOLLARS-WITHHELD.

      *> The current master entry for the card decides the TIN the
      *> payment is filed under.
       MOVE 'NO' TO WS-IDENTITY-FOUND.
       MOVE WS-TXL-CARD-NUMBER TO WS-WIN-CARD-NUMBER.
       READ WINNER-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF WS-WIN-TIN NOT = ZERO
                   MOVE 'YES' TO WS-IDENTITY-FOUND
               END-IF
       END-READ.
       IF WS-IDENTITY-FOUND = 'YES'
           MOVE WS-WIN-TIN-TYPE TO WS-WORK-TIN-TYPE
           MOVE WS-WIN-TIN TO WS-WORK-TIN
           IF WS-WIN-TIN-TYPE NOT = WS-TXL-TIN-TYPE
           OR WS-WIN-TIN NOT = WS-TXL-TIN
               ADD 1 TO WS-TOTAL-TIN-CORRECTED
           END-IF
       ELSE
           MOVE WS-TXL-TIN-TYPE TO WS-WORK-TIN-TYPE
           MOVE WS-TXL-TIN TO WS-WORK-TIN
           ADD 1 TO WS-TOTAL-NO-IDENTITY
           DISPLAY "  CARD " WS-TXL-CARD-NUMBER " PAID "
               WS-TXL-PAID-DATE " HAS NO WINNER IDENTITY ON FILE"
       END-IF.

       PERFORM FIND-RECIPIENT-ROW.
       IF WS-ROW-FOUND = 'NO'
           PERFORM INSERT-RECIPIENT-ROW
       END-IF.
       ADD 1 TO WS-RCP-PAYMENT-COUNT(WS-RECIPIENT-NDX).
       ADD WS-LOG-GROSS TO WS-RCP-GROSS(WS-RECIPIENT-NDX).
       ADD WS-LOG-WITHHELD TO WS-RCP-WITHHELD(WS-RECIPIENT-NDX).
      *> Any one card of a recipient's with a master entry supplies
      *> the name and address for the whole row.
       IF WS-IDENTITY-FOUND = 'YES'
       AND WS-RCP-NO-IDENTITY(WS-RECIPIENT-NDX) = 'YES'
           MOVE WS-WIN-NAME TO WS-RCP-NAME(WS-RECIPIENT-NDX)
           MOVE WS-WIN-STREET TO WS-RCP-STREET(WS-RECIPIENT-NDX)
           MOVE WS-WIN-CITY TO WS-RCP-CITY(WS-RECIPIENT-NDX)
           MOVE WS-WIN-STATE TO WS-RCP-STATE(WS-RECIPIENT-NDX)
           MOVE WS-WIN-POSTAL-CODE
               TO WS-RCP-POSTAL-CODE(WS-RECIPIENT-NDX)
           MOVE 'NO' TO WS-RCP-NO-IDENTITY(WS-RECIPIENT-NDX)
       END-IF.

FIND-RECIPIENT-ROW.
      *> Leaves WS-RECIPIENT-NDX on the row for WS-WORK-KEY, or - when
      *> there is none - on the row it belongs in front of (one past
      *> the end when it sorts last).
       MOVE 'NO' TO WS-ROW-FOUND.
       PERFORM VARYING WS-RECIPIENT-NDX FROM 1 BY 1
           UNTIL WS-RECIPIENT-NDX > WS-RECIPIENT-COUNT
           OR WS-RCP-KEY(WS-RECIPIENT-NDX) NOT < WS-WORK-KEY
       END-PERFORM.
       IF WS-RECIPIENT-NDX NOT > WS-RECIPIENT-COUNT
       AND WS-RCP-KEY(WS-RECIPIENT-NDX) = WS-WORK-KEY
           MOVE 'YES' TO WS-ROW-FOUND
       END-IF.

INSERT-RECIPIENT-ROW.
       IF WS-RECIPIENT-COUNT NOT < WS-RECIPIENT-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-RECIPIENT-TABLE-SIZE
               " PRIZE RECIPIENTS IN TAX YEAR " WS-TAX-YEAR
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM VARYING WS-SHIFT-NDX FROM WS-RECIPIENT-COUNT BY -1
           UNTIL WS-SHIFT-NDX < WS-RECIPIENT-NDX
           MOVE WS-RECIPIENT-ENTRY(WS-SHIFT-NDX)
               TO WS-RECIPIENT-ENTRY(WS-SHIFT-NDX + 1)
       END-PERFORM.
       ADD 1 TO WS-RECIPIENT-COUNT.
       MOVE WS-WORK-TIN-TYPE TO WS-RCP-TIN-TYPE(WS-RECIPIENT-NDX).
       MOVE WS-WORK-TIN TO WS-RCP-TIN(WS-RECIPIENT-NDX).
       MOVE SPACES TO WS-RCP-NAME(WS-RECIPIENT-NDX).
       MOVE SPACES TO WS-RCP-STREET(WS-RECIPIENT-NDX).
       MOVE SPACES TO WS-RCP-CITY(WS-RECIPIENT-NDX).
       MOVE SPACES TO WS-RCP-STATE(WS-RECIPIENT-NDX).
       MOVE SPACES TO WS-RCP-POSTAL-CODE(WS-RECIPIENT-NDX).
       MOVE ZERO TO WS-RCP-PAYMENT-COUNT(WS-RECIPIENT-NDX).
       MOVE ZERO TO WS-RCP-GROSS(WS-RECIPIENT-NDX).
       MOVE ZERO TO WS-RCP-WITHHELD(WS-RECIPIENT-NDX).
       MOVE 'YES' TO WS-RCP-NO-IDENTITY(WS-RECIPIENT-NDX).

WRITE-INFORMATION-RETURNS.
       MOVE SPACES TO WS-RETURN-PAYER-RECORD.
       MOVE "A" TO WS-IRH-RECORD-TYPE.
       MOVE WS-TAX-YEAR TO WS-IRH-TAX-YEAR.
       MOVE WS-TAX-PAYER-TIN TO WS-IRH-PAYER-TIN.
       MOVE WS-TAX-PAYER-NAME TO WS-IRH-PAYER-NAME.
       MOVE WS-RUN-DATE TO WS-IRH-FILE-DATE.
       WRITE WS-RETURN-PAYER-RECORD.
       PERFORM VARYING WS-RECIPIENT-NDX FROM 1 BY 1
           UNTIL WS-RECIPIENT-NDX > WS-RECIPIENT-COUNT
           MOVE SPACES TO WS-RETURN-DETAIL-RECORD
           MOVE "B" TO WS-IRD-RECORD-TYPE
           MOVE WS-TAX-YEAR TO WS-IRD-TAX-YEAR
           MOVE WS-RCP-TIN-TYPE(WS-RECIPIENT-NDX) TO WS-IRD-TIN-TYPE
           MOVE WS-RCP-TIN(WS-RECIPIENT-NDX) TO WS-IRD-TIN
           MOVE WS-RCP-NAME(WS-RECIPIENT-NDX) TO WS-IRD-NAME
           MOVE WS-RCP-STREET(WS-RECIPIENT-NDX) TO WS-IRD-STREET
           MOVE WS-RCP-CITY(WS-RECIPIENT-NDX) TO WS-IRD-CITY
           MOVE WS-RCP-STATE(WS-RECIPIENT-NDX) TO WS-IRD-STATE
           MOVE WS-RCP-POSTAL-CODE(WS-RECIPIENT-NDX)
               TO WS-IRD-POSTAL-CODE
           MOVE WS-RCP-PAYMENT-COUNT(WS-RECIPIENT-NDX)
               TO WS-IRD-PAYMENT-COUNT
           MOVE WS-RCP-GROSS(WS-RECIPIENT-NDX) TO WS-IRD-GROSS-AMOUNT
           MOVE WS-RCP-WITHHELD(WS-RECIPIENT-NDX)
               TO WS-IRD-WITHHELD-AMOUNT
           WRITE WS-RETURN-DETAIL-RECORD
           ADD 1 TO WS-TOTAL-RECORDS-WRITTEN
           IF WS-RCP-NO-IDENTITY(WS-RECIPIENT-NDX) = 'YES'
               ADD 1 TO WS-TOTAL-RECIPIENTS-FLAGGED
           END-IF
       END-PERFORM.
      *> Always written, even on a year with nothing to report.
       MOVE SPACES TO WS-RETURN-TRAILER-RECORD.
       MOVE "C" TO WS-IRT-RECORD-TYPE.
       MOVE WS-TAX-YEAR TO WS-IRT-TAX-YEAR.
       MOVE WS-TOTAL-RECORDS-WRITTEN TO WS-IRT-RECIPIENT-COUNT.
       MOVE WS-DOLLARS-GROSS TO WS-IRT-GROSS-TOTAL.
       MOVE WS-DOLLARS-WITHHELD TO WS-IRT-WITHHELD-TOTAL.
       WRITE WS-RETURN-TRAILER-RECORD.

WRITE-RECIPIENT-LISTING.
       MOVE WS-TAX-YEAR TO WS-SLH-TAX-YEAR.
       WRITE WS-LISTING-LINE FROM WS-SL-RULE.
       WRITE WS-LISTING-LINE FROM WS-SL-HEADING.
       WRITE WS-LISTING-LINE FROM WS-SL-RULE.
       MOVE WS-TAX-PAYER-NAME TO WS-SLP-PAYER-NAME.
       MOVE WS-TAX-PAYER-TIN TO WS-SLP-PAYER-TIN.
       WRITE WS-LISTING-LINE FROM WS-SL-PAYER.
       WRITE WS-LISTING-LINE FROM WS-SL-DASH.
       WRITE WS-LISTING-LINE FROM WS-SL-COLUMNS.
       WRITE WS-LISTING-LINE FROM WS-SL-DASH.
       PERFORM VARYING WS-RECIPIENT-NDX FROM 1 BY 1
           UNTIL WS-RECIPIENT-NDX > WS-RECIPIENT-COUNT
           PERFORM WRITE-RECIPIENT-LINE
       END-PERFORM.
       WRITE WS-LISTING-LINE FROM WS-SL-DASH.
       MOVE "TOTAL RECIPIENTS" TO WS-SLT-LABEL.
       MOVE WS-RECIPIENT-COUNT TO WS-SLT-COUNT.
       MOVE WS-DOLLARS-GROSS TO WS-SLT-GROSS.
       MOVE WS-DOLLARS-WITHHELD TO WS-SLT-WITHHELD.
       WRITE WS-LISTING-LINE FROM WS-SL-TOTAL.
       WRITE WS-LISTING-LINE FROM WS-SL-RULE.
       IF WS-TOTAL-RECIPIENTS-FLAGGED > ZERO
           WRITE WS-LISTING-LINE FROM WS-SL-FOOTNOTE
       END-IF.

WRITE-RECIPIENT-LINE.
       MOVE SPACES TO WS-SLD-SEP-1 WS-SLD-SEP-2 WS-SLD-SEP-3
           WS-SLD-SEP-4 WS-SLD-SEP-5 WS-SLD-SEP-6 WS-SLD-SEP-7.
       MOVE WS-RCP-TIN-TYPE(WS-RECIPIENT-NDX) TO WS-SLD-TIN-TYPE.
       MOVE "*****" TO WS-SLD-TIN-MASK.
       MOVE WS-RCP-TIN(WS-RECIPIENT-NDX)(6:4) TO WS-SLD-TIN-LAST4.
       MOVE WS-RCP-NAME(WS-RECIPIENT-NDX) TO WS-SLD-NAME.
       MOVE WS-RCP-PAYMENT-COUNT(WS-RECIPIENT-NDX)
           TO WS-SLD-PAYMENT-COUNT.
       MOVE WS-RCP-GROSS(WS-RECIPIENT-NDX) TO WS-SLD-GROSS.
       MOVE WS-RCP-WITHHELD(WS-RECIPIENT-NDX) TO WS-SLD-WITHHELD.
       IF WS-RCP-NO-IDENTITY(WS-RECIPIENT-NDX) = 'YES'
           MOVE "*" TO WS-SLD-FLAG
       ELSE
           MOVE SPACE TO WS-SLD-FLAG
       END-IF.
       WRITE WS-LISTING-LINE FROM WS-SL-DETAIL.

PRINT-TAX-YEAR-SUMMARY.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4TAX - PRIZE INFORMATION RETURNS " WS-TAX-YEAR.
       DISPLAY "=================================================".
       DISPLAY "REPORTABLE-PAYMENT LOG READ. . . : " WS-TOTAL-LOG-READ.
       DISPLAY "  PAID IN OTHER YEARS. . . . . . : "
           WS-TOTAL-OTHER-YEARS.
       DISPLAY "  UNREADABLE . . . . . . . . . . : "
           WS-TOTAL-UNREADABLE.
       DISPLAY "  LEFT OFF - CHECK VOIDED/STOPPED: "
           WS-TOTAL-CHECK-REVERSED.
       DISPLAY "PAYMENTS REPORTED FOR THE YEAR . : " WS-TOTAL-PAYMENTS.
       DISPLAY "  FILED UNDER A CORRECTED TIN. . : "
           WS-TOTAL-TIN-CORRECTED.
       DISPLAY "  NO WINNER IDENTITY ON FILE . . : "
           WS-TOTAL-NO-IDENTITY.
       DISPLAY "-------------------------------------------------".
       DISPLAY "RECIPIENTS (B RECORDS) . . . . . : "
           WS-TOTAL-RECORDS-WRITTEN.
       DISPLAY "  WITH NO NAME OR ADDRESS. . . . : "
           WS-TOTAL-RECIPIENTS-FLAGGED.
       MOVE WS-DOLLARS-GROSS TO WS-EDIT-GRAND.
       DISPLAY "GROSS PRIZES REPORTED. . . . . . : " WS-EDIT-GRAND.
       MOVE WS-DOLLARS-WITHHELD TO WS-EDIT-GRAND.
       DISPLAY "TAX WITHHELD REPORTED. . . . . . : " WS-EDIT-GRAND.
       DISPLAY "=================================================".

SET-RETURN-CODE.
      *> RC=4: the returns were written, but some payment could not
      *> be filed cleanly - no winner identity behind it (a return
      *> with no name or address) or a log line that didn't read.
      *> The desk puts it right and reruns the year before the file
      *> goes out.
       IF WS-TOTAL-NO-IDENTITY > ZERO
       OR WS-TOTAL-UNREADABLE > ZERO
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
