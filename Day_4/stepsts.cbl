IDENTIFICATION DIVISION.
PROGRAM-ID. AOC_D4STS.
*> Job step-status report. Every step of the AOCD4JOB chain, AOC_D4VAL
*> through AOC_D4CLS, writes its start, its normal finish (with the
*> RC it ended on) and any resubmission skip to the step-status
*> control dataset (CARDSTAT - see copybooks/CARDSTS.cpy), keyed by
*> run date. This step prints one run date of it: each step of the
*> chain in job order, COMPLETED with its RC, FAILED (started and
*> never finished - an abend or an RC=16 fatal exit), RESET, or NOT
*> RUN, how many times it was started and how many times a
*> resubmission skipped it, then the run date's events in the order
*> they were written. Operations reads it before resubmitting, to
*> see where the job will pick up.
*> SYSIN (through the shared CARDPRM reader):
*>   DATE=yyyymmdd   run date to report - default is the current
*>                   run date, by the same 06:00 day rollover the
*>                   chain itself uses
*>   RESET=program   record an operator reset, so a step already
*>                   completed for that run date runs again on the
*>                   next submission (a corrected deck after AOC_D4VAL
*>                   failed it, say). One card per step; the resets
*>                   are written before the report, so it shows them.
*> RC=4 when any step of the run date is FAILED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Same bare ASSIGN-TO-ddname idiom as the rest of Day_4/*.cbl.
       SELECT STEP-STATUS-FILE ASSIGN TO CARDSTAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STEP-STATUS-FILE-STATUS.

      *> SYSIN control-card deck - see copybooks/CARDPRM.cpy.
       SELECT PARM-FILE ASSIGN TO SYSIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD STEP-STATUS-FILE.
COPY CARDSTS.

FD PARM-FILE.
01  WS-PARM-CARD PIC X(80).

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.

*> SYSIN control-card fields - see copybooks/CARDPRMW.cpy.
COPY CARDPRMW.

*> Step-status control fields - see copybooks/CARDSTSW.cpy.
COPY CARDSTSW.

01  WS-REPORT-DATE PIC 9(8) VALUE ZERO.

*> The chain in AOCD4JOB step order - step name, then program.
01  WS-CHAIN-LIST.
    05  FILLER PIC X(18) VALUE "STEP010 AOC_D4VAL ".
    05  FILLER PIC X(18) VALUE "STEP015 AOC_D4EXC ".
    05  FILLER PIC X(18) VALUE "STEP020 AOC_DAY4  ".
    05  FILLER PIC X(18) VALUE "STEP025 AOC_D4ALM ".
    05  FILLER PIC X(18) VALUE "STEP030 AOC_D4HIST".
    05  FILLER PIC X(18) VALUE "STEP032 AOC_D4ANM ".
    05  FILLER PIC X(18) VALUE "STEP035 AOC_D4TCK ".
    05  FILLER PIC X(18) VALUE "STEP038 AOC_D4MAN ".
    05  FILLER PIC X(18) VALUE "STEP039 AOC_D4REL ".
    05  FILLER PIC X(18) VALUE "STEP040 AOC_D4PAY ".
    05  FILLER PIC X(18) VALUE "STEP045 AOC_D4CHK ".
    05  FILLER PIC X(18) VALUE "STEP050 AOC_D4BAL ".
    05  FILLER PIC X(18) VALUE "STEP060 AOC_D4RTN ".
    05  FILLER PIC X(18) VALUE "STEP070 AOC_D4CLS ".
01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-LIST.
    05  WS-CHAIN-ENTRY OCCURS 14 TIMES.
        10  WS-CHAIN-STEP PIC X(7).
        10  FILLER PIC X(1).
        10  WS-CHAIN-PROGRAM PIC X(10).
01  WS-CHAIN-SIZE PIC 9(2) VALUE 14.
01  WS-CHAIN-NDX PIC 9(2) VALUE ZERO.

*> Where each step stands for the report date, built from its
*> events in the order they were written: STRT leaves it STARTED
*> until a DONE completes it, so a STARTED step at the end is one
*> that never finished.
01  WS-STEP-STATE-TABLE.
    05  WS-STEP-STATE-ENTRY OCCURS 14 TIMES.
        10  WS-STATE PIC X(9).
        10  WS-STATE-RC PIC 9(2).
        10  WS-STATE-STARTS PIC 9(3).
        10  WS-STATE-SKIPS PIC 9(3).

*> RESET= cards, at most one per step of the chain.
01  WS-RESET-COUNT PIC 9(2) VALUE ZERO.
01  WS-RESET-TABLE.
    05  WS-RESET-PROGRAM PIC X(10) OCCURS 14 TIMES.
01  WS-RESET-NDX PIC 9(2) VALUE ZERO.

01  WS-TOTAL-EVENTS PIC 9(6) VALUE ZERO.
01  WS-TOTAL-UNKNOWN-EVENTS PIC 9(6) VALUE ZERO.
01  WS-TOTAL-COMPLETED PIC 9(2) VALUE ZERO.
01  WS-TOTAL-FAILED PIC 9(2) VALUE ZERO.
01  WS-TOTAL-RESET PIC 9(2) VALUE ZERO.
01  WS-TOTAL-NOT-RUN PIC 9(2) VALUE ZERO.
01  WS-TOTAL-SKIPPED PIC 9(2) VALUE ZERO.

PROCEDURE DIVISION.
       PERFORM PROCESS-PARAMETER-DECK.
       PERFORM DETERMINE-STEP-RUN-DATE.
       IF WS-REPORT-DATE = ZERO
           MOVE WS-STEP-RUN-DATE TO WS-REPORT-DATE
       END-IF.
       PERFORM ECHO-RUN-OPTIONS.
       PERFORM WRITE-OPERATOR-RESETS.
       PERFORM BUILD-STEP-STATES.
       PERFORM PRINT-STEP-STATUS-REPORT.
       PERFORM SET-RETURN-CODE.
       STOP RUN.

APPLY-PARAMETER-CARD.
       EVALUATE WS-PARM-KEYWORD
           WHEN "DATE"
               IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                       TO WS-PARM-NUM-WORK
               ELSE
                   MOVE ZERO TO WS-PARM-NUM-WORK
               END-IF
               IF WS-PARM-NUM-WORK < 19000101
               OR WS-PARM-NUM-WORK > 99991231
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-PARM-NUM-WORK)
                   NOT = 0
                   DISPLAY "DATE MUST BE A VALID YYYYMMDD: "
                       WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   MOVE WS-PARM-NUM-WORK TO WS-REPORT-DATE
               END-IF
           WHEN "RESET"
               PERFORM VARYING WS-CHAIN-NDX FROM 1 BY 1
                   UNTIL WS-CHAIN-NDX > WS-CHAIN-SIZE
                   OR WS-CHAIN-PROGRAM(WS-CHAIN-NDX) = WS-PARM-VALUE
               END-PERFORM
               IF WS-CHAIN-NDX > WS-CHAIN-SIZE
               OR WS-PARM-VALUE(11:22) NOT = SPACES
                   DISPLAY "RESET MUST NAME A PROGRAM OF THE AOCD4JOB "
                       "CHAIN: " WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   PERFORM VARYING WS-RESET-NDX FROM 1 BY 1
                       UNTIL WS-RESET-NDX > WS-RESET-COUNT
                       OR WS-RESET-PROGRAM(WS-RESET-NDX)
                           = WS-PARM-VALUE
                   END-PERFORM
                   IF WS-RESET-NDX <= WS-RESET-COUNT
                       DISPLAY "DUPLICATE RESET CARD: " WS-PARM-CARD
                       MOVE 'YES' TO WS-PARM-ERROR
                   ELSE
                       ADD 1 TO WS-RESET-COUNT
                       MOVE WS-PARM-VALUE
                           TO WS-RESET-PROGRAM(WS-RESET-COUNT)
                   END-IF
               END-IF
           WHEN OTHER
               DISPLAY "UNKNOWN PARAMETER KEYWORD: " WS-PARM-CARD
               MOVE 'YES' TO WS-PARM-ERROR
       END-EVALUATE.

ECHO-RUN-OPTIONS.
       DISPLAY "AOC_D4STS RUN OPTIONS (" WS-PARM-CARD-COUNT
           " SYSIN CARD(S)):".
       DISPLAY "  DATE . . . . . . : " WS-REPORT-DATE.
       PERFORM VARYING WS-RESET-NDX FROM 1 BY 1
           UNTIL WS-RESET-NDX > WS-RESET-COUNT
           DISPLAY "  RESET. . . . . . : " WS-RESET-PROGRAM(WS-RESET-NDX)
       END-PERFORM.

*> Shared with AOC_D4VAL / AOC_DAY4 - see copybooks/CARDPRM.cpy.
COPY CARDPRM.

WRITE-OPERATOR-RESETS.
      *> Written through the chain's own event writer, against the
      *> report date rather than today's.
       MOVE WS-REPORT-DATE TO WS-STEP-RUN-DATE.
       PERFORM VARYING WS-RESET-NDX FROM 1 BY 1
           UNTIL WS-RESET-NDX > WS-RESET-COUNT
           MOVE 'YES' TO WS-STEP-CONTROL
           MOVE WS-RESET-PROGRAM(WS-RESET-NDX) TO WS-STEP-PROGRAM
           MOVE "RSET" TO WS-STEP-EVENT
           MOVE ZERO TO WS-STEP-EVENT-RC
           PERFORM WRITE-STEP-STATUS-EVENT
           IF WS-STEP-CONTROL = 'NO'
               DISPLAY "FATAL: RESET OF " WS-STEP-PROGRAM
                   " COULD NOT BE RECORDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "RESET RECORDED: " WS-STEP-PROGRAM " WILL RUN "
               "AGAIN FOR RUN DATE " WS-REPORT-DATE
       END-PERFORM.

BUILD-STEP-STATES.
       PERFORM VARYING WS-CHAIN-NDX FROM 1 BY 1
           UNTIL WS-CHAIN-NDX > WS-CHAIN-SIZE
           MOVE "NOT RUN" TO WS-STATE(WS-CHAIN-NDX)
           MOVE ZERO TO WS-STATE-RC(WS-CHAIN-NDX)
           MOVE ZERO TO WS-STATE-STARTS(WS-CHAIN-NDX)
           MOVE ZERO TO WS-STATE-SKIPS(WS-CHAIN-NDX)
       END-PERFORM.
       OPEN INPUT STEP-STATUS-FILE.
       IF WS-STEP-STATUS-FILE-STATUS = "35"
           DISPLAY "NO STEP-STATUS DATASET YET - NOTHING RECORDED"
           EXIT PARAGRAPH
       END-IF.
       IF WS-STEP-STATUS-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN STEP-STATUS-FILE, STATUS "
               WS-STEP-STATUS-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ STEP-STATUS-FILE
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               PERFORM APPLY-STEP-EVENT
           END-READ
       END-PERFORM.
       CLOSE STEP-STATUS-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.

APPLY-STEP-EVENT.
       IF WS-STS-RUN-DATE NOT = WS-REPORT-DATE
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TOTAL-EVENTS.
       PERFORM VARYING WS-CHAIN-NDX FROM 1 BY 1
           UNTIL WS-CHAIN-NDX > WS-CHAIN-SIZE
           OR WS-CHAIN-PROGRAM(WS-CHAIN-NDX) = WS-STS-PROGRAM
       END-PERFORM.
       IF WS-CHAIN-NDX > WS-CHAIN-SIZE
           ADD 1 TO WS-TOTAL-UNKNOWN-EVENTS
           EXIT PARAGRAPH
       END-IF.
       EVALUATE WS-STS-EVENT
           WHEN "STRT"
               MOVE "STARTED" TO WS-STATE(WS-CHAIN-NDX)
               ADD 1 TO WS-STATE-STARTS(WS-CHAIN-NDX)
           WHEN "DONE"
               MOVE "COMPLETED" TO WS-STATE(WS-CHAIN-NDX)
               MOVE WS-STS-RETURN-CODE TO WS-STATE-RC(WS-CHAIN-NDX)
           WHEN "SKIP"
               ADD 1 TO WS-STATE-SKIPS(WS-CHAIN-NDX)
           WHEN "RSET"
               MOVE "RESET" TO WS-STATE(WS-CHAIN-NDX)
           WHEN OTHER
               ADD 1 TO WS-TOTAL-UNKNOWN-EVENTS
       END-EVALUATE.

PRINT-STEP-STATUS-REPORT.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4STS - AOCD4JOB STEP STATUS".
       DISPLAY "RUN DATE " WS-REPORT-DATE.
       DISPLAY "=================================================".
       DISPLAY "STEP    PROGRAM    STATUS    RC STARTS SKIPS".
       PERFORM VARYING WS-CHAIN-NDX FROM 1 BY 1
           UNTIL WS-CHAIN-NDX > WS-CHAIN-SIZE
           IF WS-STATE(WS-CHAIN-NDX) = "STARTED"
               MOVE "FAILED" TO WS-STATE(WS-CHAIN-NDX)
           END-IF
           EVALUATE WS-STATE(WS-CHAIN-NDX)
               WHEN "COMPLETED"
                   ADD 1 TO WS-TOTAL-COMPLETED
               WHEN "FAILED"
                   ADD 1 TO WS-TOTAL-FAILED
               WHEN "RESET"
                   ADD 1 TO WS-TOTAL-RESET
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-NOT-RUN
           END-EVALUATE
           IF WS-STATE-SKIPS(WS-CHAIN-NDX) > ZERO
               ADD 1 TO WS-TOTAL-SKIPPED
           END-IF
           IF WS-STATE(WS-CHAIN-NDX) = "COMPLETED"
               DISPLAY WS-CHAIN-STEP(WS-CHAIN-NDX) " "
                   WS-CHAIN-PROGRAM(WS-CHAIN-NDX) " "
                   WS-STATE(WS-CHAIN-NDX) " "
                   WS-STATE-RC(WS-CHAIN-NDX) "    "
                   WS-STATE-STARTS(WS-CHAIN-NDX) "   "
                   WS-STATE-SKIPS(WS-CHAIN-NDX)
           ELSE
               DISPLAY WS-CHAIN-STEP(WS-CHAIN-NDX) " "
                   WS-CHAIN-PROGRAM(WS-CHAIN-NDX) " "
                   WS-STATE(WS-CHAIN-NDX) " --    "
                   WS-STATE-STARTS(WS-CHAIN-NDX) "   "
                   WS-STATE-SKIPS(WS-CHAIN-NDX)
           END-IF
       END-PERFORM.
       DISPLAY "-------------------------------------------------".
       DISPLAY "STEPS COMPLETED. . . . . . . . . : "
           WS-TOTAL-COMPLETED.
       DISPLAY "  OF WHICH SKIPPED ON RESUBMISSION: "
           WS-TOTAL-SKIPPED.
       DISPLAY "STEPS FAILED (NEVER FINISHED). . : " WS-TOTAL-FAILED.
       DISPLAY "STEPS RESET, NOT YET RERUN . . . : " WS-TOTAL-RESET.
       DISPLAY "STEPS NOT RUN. . . . . . . . . . : " WS-TOTAL-NOT-RUN.
       IF WS-TOTAL-UNKNOWN-EVENTS > ZERO
           DISPLAY "UNRECOGNISED EVENTS IGNORED. . . : "
               WS-TOTAL-UNKNOWN-EVENTS
       END-IF.
       IF WS-TOTAL-EVENTS > ZERO
           PERFORM PRINT-EVENT-LOG
       END-IF.
       DISPLAY "=================================================".

PRINT-EVENT-LOG.
      *> Second pass over the dataset for the run date's events as
      *> written - the sequence of attempts behind the table above.
       DISPLAY "-------------------------------------------------".
       DISPLAY "EVENTS FOR RUN DATE (WRITTEN DATE, TIME, PROGRAM, "
           "EVENT, RC)".
       OPEN INPUT STEP-STATUS-FILE.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ STEP-STATUS-FILE
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               IF WS-STS-RUN-DATE = WS-REPORT-DATE
                   DISPLAY "  " WS-STS-STAMP-DATE " "
                       WS-STS-STAMP-TIME " " WS-STS-PROGRAM " "
                       WS-STS-EVENT " " WS-STS-RETURN-CODE
               END-IF
           END-READ
       END-PERFORM.
       CLOSE STEP-STATUS-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.

SET-RETURN-CODE.
      *> RC=4 when a step of the run date never finished - the job
      *> needs resubmitting, and this is where it will resume.
       IF WS-TOTAL-FAILED > ZERO
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

*> Shared with the AOCD4JOB chain - see copybooks/CARDSTP.cpy.
COPY CARDSTP.
