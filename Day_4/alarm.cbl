       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-FILE-STATUS.

      *> Step-status control dataset - see copybooks/CARDSTP.cpy.
       SELECT STEP-STATUS-FILE ASSIGN TO CARDSTAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STEP-STATUS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD RUN-HISTORY-FILE.
FD PARM-FILE.
01  WS-PARM-CARD PIC X(80).

FD STEP-STATUS-FILE.
COPY CARDSTS.

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-RUN-HISTORY-FILE-STATUS PIC X(2).
*> swing must not print as 250.00 in the alarm message.
01  WS-EDIT-PCT PIC Z(4)9.99.

*> Step-status control fields - see copybooks/CARDSTSW.cpy.
COPY CARDSTSW.

PROCEDURE DIVISION.
       MOVE "AOC_D4ALM" TO WS-STEP-PROGRAM.
       PERFORM CHECK-STEP-STATUS.
       PERFORM PROCESS-PARAMETER-DECK.
       PERFORM ECHO-RUN-OPTIONS.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       PERFORM CHECK-TOLERANCES.
       PERFORM PRINT-ALARM-SUMMARY.
       PERFORM SET-RETURN-CODE.
       PERFORM RECORD-STEP-COMPLETION.
       STOP RUN.

APPLY-PARAMETER-CARD.
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

*> Shared with the rest of the AOCD4JOB chain - see
*> copybooks/CARDSTP.cpy.
COPY CARDSTP.
