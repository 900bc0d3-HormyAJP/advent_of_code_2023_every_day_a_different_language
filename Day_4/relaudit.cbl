IDENTIFICATION DIVISION.
PROGRAM-ID. AOC_D4RAU.
*> Monthly release audit listing. AOC_D4REL appends every release
*> request it rules on - approved or refused - to the permanent
*> release audit file (CARDRLA - see copybooks/CARDRLA.cpy). This
*> step prints one calendar month of it for the auditors: every
*> request with who asked, who approved, when, why, and what
*> happened to it, then the month's totals - approved count and
*> dollars released, refused count, and the refusals broken out by
*> refusal code. The month is MONTH=yyyymm on SYSIN (through the
*> shared CARDPRM reader); with no card it defaults to the month
*> before the run date, since the job runs in the first days of the
*> following month. A line whose dates or amount won't read is
*> reported and skipped, and ends the step RC=4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Same bare ASSIGN-TO-ddname idiom as the rest of Day_4/*.cbl.
       SELECT RELEASE-AUDIT-FILE ASSIGN TO CARDRLA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RELEASE-AUDIT-FILE-STATUS.

      *> SYSIN control-card deck - see copybooks/CARDPRM.cpy.
       SELECT PARM-FILE ASSIGN TO SYSIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD RELEASE-AUDIT-FILE.
COPY CARDRLA.

FD PARM-FILE.
01  WS-PARM-CARD PIC X(80).

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-RELEASE-AUDIT-FILE-STATUS PIC X(2).

*> SYSIN control-card fields - see copybooks/CARDPRMW.cpy.
COPY CARDPRMW.

01  WS-RUN-DATE PIC 9(8) VALUE ZERO.
*> The month being audited, yyyymm; zero until a MONTH card or the
*> default sets it.
01  WS-AUDIT-MONTH PIC 9(6) VALUE ZERO.
01  WS-AUDIT-MONTH-PARTS REDEFINES WS-AUDIT-MONTH.
    05  WS-AUDIT-YEAR PIC 9(4).
    05  WS-AUDIT-MM PIC 9(2).
01  WS-RECORD-MONTH PIC 9(6) VALUE ZERO.
01  WS-WORK-AMOUNT PIC 9(7)V99 VALUE ZERO.

*> One counter per refusal code, in the order copybooks/CARDRLA.cpy
*> documents them; anything else read off the file lands in the
*> last row so the totals still add up.
01  WS-REFUSAL-CODE-LIST.
    05  FILLER PIC X(4) VALUE "FRMT".
    05  FILLER PIC X(4) VALUE "CNUM".
    05  FILLER PIC X(4) VALUE "USER".
    05  FILLER PIC X(4) VALUE "SAME".
    05  FILLER PIC X(4) VALUE "DATE".
    05  FILLER PIC X(4) VALUE "STAL".
    05  FILLER PIC X(4) VALUE "RSN ".
    05  FILLER PIC X(4) VALUE "NHLD".
    05  FILLER PIC X(4) VALUE "DUPL".
    05  FILLER PIC X(4) VALUE "????".
01  WS-REFUSAL-CODES REDEFINES WS-REFUSAL-CODE-LIST.
    05  WS-REFUSAL-CODE PIC X(4) OCCURS 10 TIMES.
01  WS-REFUSAL-COUNTS.
    05  WS-REFUSAL-COUNT PIC 9(6) VALUE ZERO OCCURS 10 TIMES.
01  WS-REFUSAL-NDX PIC 9(2) VALUE ZERO.

01  WS-TOTAL-LINES-READ PIC 9(6) VALUE ZERO.
01  WS-TOTAL-BAD-LINES PIC 9(6) VALUE ZERO.
01  WS-TOTAL-IN-MONTH PIC 9(6) VALUE ZERO.
01  WS-TOTAL-APPROVED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-REFUSED PIC 9(6) VALUE ZERO.
01  WS-DOLLARS-APPROVED PIC 9(11)V99 VALUE ZERO.
01  WS-EDIT-DOLLARS PIC Z(10)9.99.

PROCEDURE DIVISION.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       PERFORM PROCESS-PARAMETER-DECK.
       IF WS-AUDIT-MONTH = ZERO
           PERFORM DEFAULT-AUDIT-MONTH
       END-IF.
       PERFORM ECHO-RUN-OPTIONS.

       PERFORM LIST-AUDIT-MONTH.
       PERFORM PRINT-AUDIT-SUMMARY.
       PERFORM SET-RETURN-CODE.
       STOP RUN.

APPLY-PARAMETER-CARD.
      *> MONTH=yyyymm - the calendar month to print. Same strict
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
               OR WS-PARM-NUM-WORK > 999912
               OR FUNCTION MOD(WS-PARM-NUM-WORK, 100) < 1
               OR FUNCTION MOD(WS-PARM-NUM-WORK, 100) > 12
                   DISPLAY "MONTH MUST BE A VALID YYYYMM: "
                       WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   MOVE WS-PARM-NUM-WORK TO WS-AUDIT-MONTH
               END-IF
           WHEN OTHER
               DISPLAY "UNKNOWN PARAMETER KEYWORD: " WS-PARM-CARD
               MOVE 'YES' TO WS-PARM-ERROR
       END-EVALUATE.

DEFAULT-AUDIT-MONTH.
      *> The month before the run date.
       MOVE WS-RUN-DATE(1:6) TO WS-AUDIT-MONTH.
       IF WS-AUDIT-MM = 1
           SUBTRACT 1 FROM WS-AUDIT-YEAR
           MOVE 12 TO WS-AUDIT-MM
       ELSE
           SUBTRACT 1 FROM WS-AUDIT-MM
       END-IF.

ECHO-RUN-OPTIONS.
       DISPLAY "AOC_D4RAU RUN OPTIONS (" WS-PARM-CARD-COUNT
           " SYSIN CARD(S)):".
       DISPLAY "  MONTH. . . . . . : " WS-AUDIT-MONTH.

*> Shared with AOC_D4VAL / AOC_DAY4 - see copybooks/CARDPRM.cpy.
COPY CARDPRM.

LIST-AUDIT-MONTH.
      *> No audit file yet means no request has ever been filed - an
      *> empty month, not an error.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4RAU - RELEASE AUDIT LISTING FOR " WS-AUDIT-MONTH.
       DISPLAY "=================================================".
       OPEN INPUT RELEASE-AUDIT-FILE.
       IF WS-RELEASE-AUDIT-FILE-STATUS = "35"
           DISPLAY "NO RELEASE REQUESTS ON FILE (CARDRLA NOT FOUND)"
           EXIT PARAGRAPH
       END-IF.
       IF WS-RELEASE-AUDIT-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN RELEASE-AUDIT-FILE, STATUS "
               WS-RELEASE-AUDIT-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       DISPLAY "RUN DATE CARD    REQUESTR APPROVER REQ DATE DISP CODE"
           "     AMOUNT REASON".
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ RELEASE-AUDIT-FILE
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               PERFORM LIST-ONE-AUDIT-RECORD
           END-READ
       END-PERFORM.
       CLOSE RELEASE-AUDIT-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.

LIST-ONE-AUDIT-RECORD.
       ADD 1 TO WS-TOTAL-LINES-READ.
       IF WS-RLA-RUN-DATE NOT NUMERIC
       OR WS-RLA-AMOUNT-DOLLARS NOT NUMERIC
       OR WS-RLA-AMOUNT-CENTS NOT NUMERIC
           ADD 1 TO WS-TOTAL-BAD-LINES
           DISPLAY "UNREADABLE AUDIT LINE " WS-TOTAL-LINES-READ
               " SKIPPED: " WS-RELEASE-AUDIT-RECORD
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-RLA-RUN-DATE(1:6) TO WS-RECORD-MONTH.
       IF WS-RECORD-MONTH NOT = WS-AUDIT-MONTH
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TOTAL-IN-MONTH.
       DISPLAY WS-RLA-RUN-DATE " " WS-RLA-CARD-NUMBER " "
           WS-RLA-REQUESTER " " WS-RLA-APPROVER " "
           WS-RLA-REQUEST-DATE " " WS-RLA-DISPOSITION " "
           WS-RLA-REFUSAL-CODE " " WS-RLA-AMOUNT " " WS-RLA-REASON.
       IF WS-RLA-DISPOSITION = "APPR"
           ADD 1 TO WS-TOTAL-APPROVED
           COMPUTE WS-WORK-AMOUNT = WS-RLA-AMOUNT-DOLLARS
               + WS-RLA-AMOUNT-CENTS / 100
           ADD WS-WORK-AMOUNT TO WS-DOLLARS-APPROVED
       ELSE
           ADD 1 TO WS-TOTAL-REFUSED
           PERFORM VARYING WS-REFUSAL-NDX FROM 1 BY 1
               UNTIL WS-REFUSAL-NDX >= 10
               OR WS-REFUSAL-CODE(WS-REFUSAL-NDX) = WS-RLA-REFUSAL-CODE
           END-PERFORM
           ADD 1 TO WS-REFUSAL-COUNT(WS-REFUSAL-NDX)
       END-IF.

PRINT-AUDIT-SUMMARY.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4RAU - RELEASE AUDIT SUMMARY FOR " WS-AUDIT-MONTH.
       DISPLAY "=================================================".
       DISPLAY "AUDIT LINES READ . . . . . . . . : "
           WS-TOTAL-LINES-READ.
       DISPLAY "REQUESTS IN THE MONTH. . . . . . : " WS-TOTAL-IN-MONTH.
       DISPLAY "APPROVED . . . . . . . . . . . . : " WS-TOTAL-APPROVED.
       DISPLAY "REFUSED. . . . . . . . . . . . . : " WS-TOTAL-REFUSED.
       PERFORM VARYING WS-REFUSAL-NDX FROM 1 BY 1
           UNTIL WS-REFUSAL-NDX > 10
           IF WS-REFUSAL-COUNT(WS-REFUSAL-NDX) > ZERO
               DISPLAY "  " WS-REFUSAL-CODE(WS-REFUSAL-NDX)
                   " . . . . . . . . . . . . . : "
                   WS-REFUSAL-COUNT(WS-REFUSAL-NDX)
           END-IF
       END-PERFORM.
       IF WS-TOTAL-BAD-LINES > ZERO
           DISPLAY "UNREADABLE LINES SKIPPED . . . . : "
               WS-TOTAL-BAD-LINES
       END-IF.
       MOVE WS-DOLLARS-APPROVED TO WS-EDIT-DOLLARS.
       DISPLAY "DOLLARS APPROVED FOR RELEASE . . : " WS-EDIT-DOLLARS.
       DISPLAY "=================================================".

SET-RETURN-CODE.
      *> RC=4: the audit file has lines this listing could not read -
      *> the auditors are not seeing the whole month.
       IF WS-TOTAL-BAD-LINES > ZERO
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
