       RECORD KEY IS WS-IDX-CARD-NUMBER
       FILE STATUS IS WS-CARD-INDEX-FILE-STATUS.

      *> Step-status control dataset - see copybooks/CARDSTP.cpy.
       SELECT STEP-STATUS-FILE ASSIGN TO CARDSTAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STEP-STATUS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SCORING-CONTROL-FILE.
FD CARD-INDEX-FILE.
COPY CARDIDX.

FD STEP-STATUS-FILE.
COPY CARDSTS.

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-CONTROL-FILE-STATUS PIC X(2).
01  WS-ADJ-RECORDS-ON-FILE PIC 9(6) VALUE ZERO.
01  WS-OUT-OF-BALANCE PIC X(3) VALUE 'NO'.

*> Step-status control fields - see copybooks/CARDSTSW.cpy.
COPY CARDSTSW.

PROCEDURE DIVISION.
       MOVE "AOC_D4BAL" TO WS-STEP-PROGRAM.
       PERFORM CHECK-STEP-STATUS.
       PERFORM READ-SCORING-CONTROL-RECORD.
       PERFORM COUNT-REWARDS-FILE.
       PERFORM COUNT-REJECT-FILE.
       PERFORM COMPARE-TOTALS.
       PERFORM PRINT-BALANCING-REPORT.
       PERFORM SET-RETURN-CODE.
       PERFORM RECORD-STEP-COMPLETION.
       STOP RUN.

READ-SCORING-CONTROL-RECORD.
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

*> Shared with the rest of the AOCD4JOB chain - see
*> copybooks/CARDSTP.cpy.
COPY CARDSTP.
