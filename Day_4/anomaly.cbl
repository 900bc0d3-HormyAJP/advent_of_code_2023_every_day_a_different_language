IDENTIFICATION DIVISION.
PROGRAM-ID. AOC_D4ANM.
*> Cross-day resubmission and retailer win-rate anomaly analysis.
*> AOC_D4EXC only looks inside one deck, so a card scored Monday
*> that comes back in Thursday's deck is scored and paid again -
*> CARDHIST is keyed card plus date, so the second posting doesn't
*> even collide. This step runs after the day's history posting and
*> does two things:
*>
*> Resubmission: every card on today's ledger (CARDRWDS) is looked
*> up in CARDHIST for a posting under an EARLIER processing date;
*> each one found is written to CARDEXC as a HIGH RSUB finding.
*> The check reaches back as far as the history master does (the
*> 90-day retention AOC_D4HIST trims to).
*>
*> Retailer anomaly: the history master's postings in the trailing
*> WINDOW days (today included) are joined to their retailer
*> through CARDXREF, and each retailer's win rate (share of cards
*> with at least one match) and average match count are compared
*> with the suite-wide figures over the same window. A retailer
*> with at least MINCARDS cards in the window whose win rate or
*> average match count sits more than DEVPCT percent above the
*> suite figure is anomalous HIGH, and every one of TODAY's winning
*> cards sold through it is written to CARDEXC as a HIGH RTLA
*> finding; a win rate more than DEVPCT percent below the suite is
*> reported as LOW (winners going missing before the customer sees
*> them) but holds nothing. Cards not on the cross-reference are
*> counted in the suite figures but never judged as a store.
*>
*> Both finding types are HIGH, so AOC_D4PAY's existing hold logic
*> holds the payments with no change of its own. Findings are
*> appended to the CARDEXC dataset AOC_D4EXC wrote earlier in the
*> job. The retailer anomaly report prints to SYSOUT for loss
*> prevention. WINDOW=n (default 28), MINCARDS=n (default 50) and
*> DEVPCT=n (default 50) come in on SYSIN through the shared
*> CARDPRM reader. Any finding ends the step RC=4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Same bare ASSIGN-TO-ddname idiom as the rest of Day_4/*.cbl.
       SELECT REWARDS-FILE ASSIGN TO CARDRWDS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REWARDS-FILE-STATUS.

       SELECT HISTORY-FILE ASSIGN TO CARDHIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS WS-HIST-KEY
       FILE STATUS IS WS-HISTORY-FILE-STATUS.

       SELECT XREF-FILE ASSIGN TO CARDXREF
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS WS-XRF-CARD-NUMBER
       FILE STATUS IS WS-XREF-FILE-STATUS.

      *> AOC_D4EXC's exception file, appended to.
       SELECT EXCEPTION-FILE ASSIGN TO CARDEXC
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

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
FD REWARDS-FILE.
COPY CARDLEDG.

FD HISTORY-FILE.
COPY CARDHST.

FD XREF-FILE.
COPY CARDXRF.

FD EXCEPTION-FILE.
*> AOC_D4EXC's record shape exactly - AOC_D4PAY reads both
*> programs' findings with the one layout.
01  WS-EXCEPTION-RECORD.
    05  WS-EXC-SEVERITY PIC X(4).
    05  WS-EXC-SEP-1 PIC X(1).
    05  WS-EXC-TYPE PIC X(4).
    05  WS-EXC-SEP-2 PIC X(1).
    05  WS-EXC-CARD-A PIC 9(7).
    05  WS-EXC-SEP-3 PIC X(1).
    05  WS-EXC-CARD-B PIC 9(7).
    05  WS-EXC-SEP-4 PIC X(1).
    05  WS-EXC-TEXT PIC X(50).

FD PARM-FILE.
01  WS-PARM-CARD PIC X(80).

FD STEP-STATUS-FILE.
COPY CARDSTS.

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-REWARDS-FILE-STATUS PIC X(2).
01  WS-HISTORY-FILE-STATUS PIC X(2).
01  WS-XREF-FILE-STATUS PIC X(2).
01  WS-EXCEPTION-FILE-STATUS PIC X(2).
01  WS-HISTORY-AVAILABLE PIC X(3) VALUE 'NO'.
01  WS-XREF-AVAILABLE PIC X(3) VALUE 'NO'.

*> SYSIN control-card fields - see copybooks/CARDPRMW.cpy.
COPY CARDPRMW.

01  WS-WINDOW-DAYS PIC 9(3) VALUE 28.
01  WS-MIN-CARDS PIC 9(6) VALUE 50.
01  WS-DEVIATION-PCT PIC 9(3) VALUE 50.
01  WS-RUN-DATE PIC 9(8) VALUE ZERO.
01  WS-RUN-DATE-INTEGER PIC 9(9) VALUE ZERO.
01  WS-WINDOW-START-DATE PIC 9(8) VALUE ZERO.

01  WS-WORK-RETAILER PIC X(8) VALUE SPACES.
01  WS-WORK-CARD PIC 9(7) VALUE ZERO.
01  WS-PRIOR-DATE PIC 9(8) VALUE ZERO.
01  WS-SWEEP-DONE PIC X(3) VALUE 'NO'.

*> Per-retailer trailing-window figures, in first-seen order. The
*> judgement is set once the window sweep is done: space = within
*> the norm (or too few cards to judge), "H" = anomalous high -
*> today's winners held, "L" = anomalous low - reported only. Same
*> size-guard stance as the payout step's retailer table.
01  WS-RETAILER-TABLE-SIZE PIC 9(3) VALUE 200.
01  WS-RETAILER-COUNT PIC 9(3) VALUE ZERO.
01  WS-RETAILER-TABLE.
    05  WS-RETAILER-ENTRY OCCURS 200 TIMES.
        10  WS-RET-ID PIC X(8).
        10  WS-RET-CARDS PIC 9(7).
        10  WS-RET-WINNERS PIC 9(7).
        10  WS-RET-MATCHES PIC 9(9).
        10  WS-RET-WIN-RATE PIC 9(3)V9(4).
        10  WS-RET-AVG-MATCH PIC 9(3)V9(4).
        10  WS-RET-JUDGEMENT PIC X(1).
        10  WS-RET-CARDS-HELD PIC 9(6).
01  WS-RETAILER-NDX PIC 9(3) VALUE ZERO.

*> Suite-wide figures over the same window, and the bands a
*> retailer must stay inside.
01  WS-SUITE-CARDS PIC 9(9) VALUE ZERO.
01  WS-SUITE-WINNERS PIC 9(9) VALUE ZERO.
01  WS-SUITE-MATCHES PIC 9(11) VALUE ZERO.
01  WS-SUITE-WIN-RATE PIC 9(3)V9(4) VALUE ZERO.
01  WS-SUITE-AVG-MATCH PIC 9(3)V9(4) VALUE ZERO.
01  WS-HIGH-WIN-RATE PIC 9(3)V9(4) VALUE ZERO.
01  WS-LOW-WIN-RATE PIC 9(3)V9(4) VALUE ZERO.
01  WS-HIGH-AVG-MATCH PIC 9(3)V9(4) VALUE ZERO.
01  WS-EDIT-RATE PIC ZZ9.99.
01  WS-EDIT-SUITE-RATE PIC ZZ9.99.
01  WS-EDIT-AVG PIC ZZ9.99.

01  WS-TOTAL-LEDGER-RECORDS PIC 9(6) VALUE ZERO.
01  WS-TOTAL-ADJ-RECORDS-SKIPPED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-HISTORY-IN-WINDOW PIC 9(9) VALUE ZERO.
01  WS-TOTAL-RESUBMISSIONS PIC 9(6) VALUE ZERO.
01  WS-TOTAL-RETAILERS-HIGH PIC 9(3) VALUE ZERO.
01  WS-TOTAL-RETAILERS-LOW PIC 9(3) VALUE ZERO.
01  WS-TOTAL-RETAILER-HOLDS PIC 9(6) VALUE ZERO.

*> Step-status control fields - see copybooks/CARDSTSW.cpy.
COPY CARDSTSW.

PROCEDURE DIVISION.
       MOVE "AOC_D4ANM" TO WS-STEP-PROGRAM.
       PERFORM CHECK-STEP-STATUS.
       PERFORM PROCESS-PARAMETER-DECK.
       PERFORM ECHO-RUN-OPTIONS.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       COMPUTE WS-RUN-DATE-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
       COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER(
           WS-RUN-DATE-INTEGER - WS-WINDOW-DAYS + 1).

       PERFORM OPEN-ANALYSIS-FILES.
       IF WS-HISTORY-AVAILABLE = 'YES'
       AND WS-XREF-AVAILABLE = 'YES'
           PERFORM SWEEP-HISTORY-WINDOW
           PERFORM JUDGE-RETAILERS
       END-IF.
       PERFORM CHECK-TODAYS-LEDGER.
       IF WS-HISTORY-AVAILABLE = 'YES'
           CLOSE HISTORY-FILE
       END-IF.
       IF WS-XREF-AVAILABLE = 'YES'
           CLOSE XREF-FILE
       END-IF.
       CLOSE EXCEPTION-FILE.

       PERFORM PRINT-ANOMALY-REPORT.
       PERFORM SET-RETURN-CODE.
       PERFORM RECORD-STEP-COMPLETION.
       STOP RUN.

APPLY-PARAMETER-CARD.
      *> WINDOW=n - trailing days of history the retailer figures
      *> cover (1-90; the history master holds no more). MINCARDS=n
      *> - fewest cards in the window before a retailer is judged at
      *> all. DEVPCT=n - how far (percent of the suite figure) a
      *> retailer may sit from the norm. Same strict validation
      *> stance as every other control card in the suite.
       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
           MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-PARM-NUM-WORK
       ELSE
           MOVE ZERO TO WS-PARM-NUM-WORK
       END-IF.
       EVALUATE WS-PARM-KEYWORD
           WHEN "WINDOW"
               IF WS-PARM-NUM-WORK < 1
               OR WS-PARM-NUM-WORK > 90
                   DISPLAY "WINDOW MUST BE 1-90: " WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   MOVE WS-PARM-NUM-WORK TO WS-WINDOW-DAYS
               END-IF
           WHEN "MINCARDS"
               IF WS-PARM-NUM-WORK < 1
               OR WS-PARM-NUM-WORK > 999999
                   DISPLAY "MINCARDS MUST BE 1-999999: " WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   MOVE WS-PARM-NUM-WORK TO WS-MIN-CARDS
               END-IF
           WHEN "DEVPCT"
               IF WS-PARM-NUM-WORK < 1
               OR WS-PARM-NUM-WORK > 99
                   DISPLAY "DEVPCT MUST BE 1-99: " WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   MOVE WS-PARM-NUM-WORK TO WS-DEVIATION-PCT
               END-IF
           WHEN OTHER
               DISPLAY "UNKNOWN PARAMETER KEYWORD: " WS-PARM-CARD
               MOVE 'YES' TO WS-PARM-ERROR
       END-EVALUATE.

ECHO-RUN-OPTIONS.
       DISPLAY "AOC_D4ANM RUN OPTIONS (" WS-PARM-CARD-COUNT
           " SYSIN CARD(S)):".
       DISPLAY "  WINDOW . . . . . : " WS-WINDOW-DAYS.
       DISPLAY "  MINCARDS . . . . : " WS-MIN-CARDS.
       DISPLAY "  DEVPCT . . . . . : " WS-DEVIATION-PCT.

*> Shared with AOC_D4VAL / AOC_DAY4 - see copybooks/CARDPRM.cpy.
COPY CARDPRM.

OPEN-ANALYSIS-FILES.
      *> No history master means nothing to resubmit against and no
      *> window to measure; no cross-reference means no retailer to
      *> judge. Either is a warning - the step still runs what it
      *> can. The exception file must already exist (AOC_D4EXC
      *> wrote it earlier in the job), so it is not created here.
       OPEN INPUT HISTORY-FILE.
       IF WS-HISTORY-FILE-STATUS = "35"
           DISPLAY "WARNING: NO CARD HISTORY MASTER (CARDHIST) - "
               "NO RESUBMISSION OR WIN-RATE CHECKS"
       ELSE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN HISTORY-FILE, STATUS "
                   WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'YES' TO WS-HISTORY-AVAILABLE
       END-IF.
       OPEN INPUT XREF-FILE.
       IF WS-XREF-FILE-STATUS = "35"
           DISPLAY "WARNING: NO RETAILER CROSS-REFERENCE (CARDXREF)"
               " - NO RETAILER WIN-RATE CHECKS"
       ELSE
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN XREF-FILE, STATUS "
                   WS-XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'YES' TO WS-XREF-AVAILABLE
       END-IF.
       OPEN EXTEND EXCEPTION-FILE.
       IF WS-EXCEPTION-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN EXCEPTION-FILE, STATUS "
               WS-EXCEPTION-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

SWEEP-HISTORY-WINDOW.
      *> Every history posting processed inside the window, in key
      *> order, rolled up under its card's retailer.
       MOVE ZERO TO WS-HIST-CARD-NUMBER.
       MOVE ZERO TO WS-HIST-DATE-PROCESSED.
       START HISTORY-FILE KEY IS NOT LESS THAN WS-HIST-KEY
           INVALID KEY
               MOVE 'YES' TO WS-END-OF-FILE
       END-START.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'YES' TO WS-END-OF-FILE
               NOT AT END
                   IF WS-HIST-DATE-PROCESSED >= WS-WINDOW-START-DATE
                   AND WS-HIST-DATE-PROCESSED <= WS-RUN-DATE
                       PERFORM ROLL-UP-HISTORY-POSTING
                   END-IF
           END-READ
       END-PERFORM.
       MOVE 'NO' TO WS-END-OF-FILE.

ROLL-UP-HISTORY-POSTING.
       ADD 1 TO WS-TOTAL-HISTORY-IN-WINDOW.
       ADD 1 TO WS-SUITE-CARDS.
       ADD WS-HIST-MATCH-COUNT TO WS-SUITE-MATCHES.
       IF WS-HIST-MATCH-COUNT > ZERO
           ADD 1 TO WS-SUITE-WINNERS
       END-IF.
       MOVE WS-HIST-CARD-NUMBER TO WS-WORK-CARD.
       PERFORM LOOKUP-RETAILER.
       IF WS-WORK-RETAILER = "*UNMATCH"
           EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-RETAILER-ROW.
       IF WS-RETAILER-NDX > WS-RETAILER-COUNT
           IF WS-RETAILER-COUNT >= WS-RETAILER-TABLE-SIZE
               DISPLAY "FATAL: MORE THAN " WS-RETAILER-TABLE-SIZE
                   " DISTINCT RETAILERS - ROLLUP TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RETAILER-COUNT
           MOVE WS-WORK-RETAILER TO WS-RET-ID(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-RET-CARDS(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-RET-WINNERS(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-RET-MATCHES(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-RET-WIN-RATE(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-RET-AVG-MATCH(WS-RETAILER-COUNT)
           MOVE SPACE TO WS-RET-JUDGEMENT(WS-RETAILER-COUNT)
           MOVE ZERO TO WS-RET-CARDS-HELD(WS-RETAILER-COUNT)
           MOVE WS-RETAILER-COUNT TO WS-RETAILER-NDX
       END-IF.
       ADD 1 TO WS-RET-CARDS(WS-RETAILER-NDX).
       ADD WS-HIST-MATCH-COUNT TO WS-RET-MATCHES(WS-RETAILER-NDX).
       IF WS-HIST-MATCH-COUNT > ZERO
           ADD 1 TO WS-RET-WINNERS(WS-RETAILER-NDX)
       END-IF.

LOOKUP-RETAILER.
       MOVE "*UNMATCH" TO WS-WORK-RETAILER.
       IF WS-XREF-AVAILABLE = 'NO'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-CARD TO WS-XRF-CARD-NUMBER.
       READ XREF-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE WS-XRF-RETAILER-ID TO WS-WORK-RETAILER
       END-READ.

FIND-RETAILER-ROW.
       PERFORM VARYING WS-RETAILER-NDX FROM 1 BY 1
           UNTIL WS-RETAILER-NDX > WS-RETAILER-COUNT
           OR WS-RET-ID(WS-RETAILER-NDX) = WS-WORK-RETAILER
       END-PERFORM.

JUDGE-RETAILERS.
      *> Suite figures first, then each retailer against the bands
      *> DEVPCT puts around them. Win rates are percentages.
       IF WS-SUITE-CARDS = ZERO
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-SUITE-WIN-RATE ROUNDED =
           WS-SUITE-WINNERS * 100 / WS-SUITE-CARDS.
       COMPUTE WS-SUITE-AVG-MATCH ROUNDED =
           WS-SUITE-MATCHES / WS-SUITE-CARDS.
       COMPUTE WS-HIGH-WIN-RATE ROUNDED =
           WS-SUITE-WIN-RATE * (100 + WS-DEVIATION-PCT) / 100.
       COMPUTE WS-LOW-WIN-RATE ROUNDED =
           WS-SUITE-WIN-RATE * (100 - WS-DEVIATION-PCT) / 100.
       COMPUTE WS-HIGH-AVG-MATCH ROUNDED =
           WS-SUITE-AVG-MATCH * (100 + WS-DEVIATION-PCT) / 100.
       PERFORM VARYING WS-RETAILER-NDX FROM 1 BY 1
           UNTIL WS-RETAILER-NDX > WS-RETAILER-COUNT
           PERFORM JUDGE-ONE-RETAILER
       END-PERFORM.

JUDGE-ONE-RETAILER.
       COMPUTE WS-RET-WIN-RATE(WS-RETAILER-NDX) ROUNDED =
           WS-RET-WINNERS(WS-RETAILER-NDX) * 100
           / WS-RET-CARDS(WS-RETAILER-NDX).
       COMPUTE WS-RET-AVG-MATCH(WS-RETAILER-NDX) ROUNDED =
           WS-RET-MATCHES(WS-RETAILER-NDX)
           / WS-RET-CARDS(WS-RETAILER-NDX).
       IF WS-RET-CARDS(WS-RETAILER-NDX) < WS-MIN-CARDS
           EXIT PARAGRAPH
       END-IF.
       IF WS-RET-WIN-RATE(WS-RETAILER-NDX) > WS-HIGH-WIN-RATE
       OR WS-RET-AVG-MATCH(WS-RETAILER-NDX) > WS-HIGH-AVG-MATCH
           MOVE "H" TO WS-RET-JUDGEMENT(WS-RETAILER-NDX)
           ADD 1 TO WS-TOTAL-RETAILERS-HIGH
       ELSE
           IF WS-RET-WIN-RATE(WS-RETAILER-NDX) < WS-LOW-WIN-RATE
               MOVE "L" TO WS-RET-JUDGEMENT(WS-RETAILER-NDX)
               ADD 1 TO WS-TOTAL-RETAILERS-LOW
           END-IF
       END-IF.

CHECK-TODAYS-LEDGER.
       OPEN INPUT REWARDS-FILE.
       IF WS-REWARDS-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN REWARDS-FILE, STATUS "
               WS-REWARDS-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ REWARDS-FILE
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               PERFORM CHECK-ONE-LEDGER-RECORD
           END-READ
       END-PERFORM.
       CLOSE REWARDS-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.

CHECK-ONE-LEDGER-RECORD.
      *> Adjustment records ("A" in column 1 - see CARDLEDG.cpy) are
      *> corrections to a card already scored, not a new scoring.
       ADD 1 TO WS-TOTAL-LEDGER-RECORDS.
       IF WS-ADJ-RECORD-TYPE = "A"
           ADD 1 TO WS-TOTAL-ADJ-RECORDS-SKIPPED
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-LEDGER-CARD-NUMBER TO WS-WORK-CARD.
       IF WS-HISTORY-AVAILABLE = 'YES'
           PERFORM CHECK-PRIOR-POSTING
       END-IF.
       IF WS-RETAILER-COUNT = ZERO
       OR WS-LEDGER-MATCH-COUNT = ZERO
           EXIT PARAGRAPH
       END-IF.
       PERFORM LOOKUP-RETAILER.
       PERFORM FIND-RETAILER-ROW.
       IF WS-RETAILER-NDX > WS-RETAILER-COUNT
           EXIT PARAGRAPH
       END-IF.
       IF WS-RET-JUDGEMENT(WS-RETAILER-NDX) = "H"
           MOVE "HIGH" TO WS-EXC-SEVERITY
           MOVE "RTLA" TO WS-EXC-TYPE
           MOVE WS-WORK-CARD TO WS-EXC-CARD-A
           MOVE ZERO TO WS-EXC-CARD-B
           MOVE SPACES TO WS-EXC-TEXT
           MOVE WS-RET-WIN-RATE(WS-RETAILER-NDX) TO WS-EDIT-RATE
           STRING "RETAILER " WS-WORK-RETAILER " WIN RATE "
               WS-EDIT-RATE "% ANOMALOUS"
               DELIMITED BY SIZE INTO WS-EXC-TEXT
           END-STRING
           PERFORM WRITE-EXCEPTION-RECORD
           ADD 1 TO WS-RET-CARDS-HELD(WS-RETAILER-NDX)
           ADD 1 TO WS-TOTAL-RETAILER-HOLDS
       END-IF.

CHECK-PRIOR-POSTING.
      *> The card's postings sit together in key order, oldest date
      *> first, so the first one read back is the earliest; any
      *> posting dated before today's ledger record means this card
      *> was already scored on an earlier day.
       MOVE WS-WORK-CARD TO WS-HIST-CARD-NUMBER.
       MOVE ZERO TO WS-HIST-DATE-PROCESSED.
       MOVE ZERO TO WS-PRIOR-DATE.
       MOVE 'NO' TO WS-SWEEP-DONE.
       START HISTORY-FILE KEY IS NOT LESS THAN WS-HIST-KEY
           INVALID KEY
               MOVE 'YES' TO WS-SWEEP-DONE
       END-START.
       IF WS-SWEEP-DONE = 'NO'
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'YES' TO WS-SWEEP-DONE
           END-READ
       END-IF.
       IF WS-SWEEP-DONE = 'NO'
       AND WS-HIST-CARD-NUMBER = WS-WORK-CARD
       AND WS-HIST-DATE-PROCESSED < WS-LEDGER-DATE-PROCESSED
           MOVE WS-HIST-DATE-PROCESSED TO WS-PRIOR-DATE
       END-IF.
       IF WS-PRIOR-DATE = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE "HIGH" TO WS-EXC-SEVERITY.
       MOVE "RSUB" TO WS-EXC-TYPE.
       MOVE WS-WORK-CARD TO WS-EXC-CARD-A.
       MOVE ZERO TO WS-EXC-CARD-B.
       MOVE SPACES TO WS-EXC-TEXT.
       STRING "ALREADY SCORED ON " WS-PRIOR-DATE
           " - RESUBMITTED CARD"
           DELIMITED BY SIZE INTO WS-EXC-TEXT
       END-STRING.
       PERFORM WRITE-EXCEPTION-RECORD.
       ADD 1 TO WS-TOTAL-RESUBMISSIONS.
       DISPLAY "HIGH RSUB CARD " WS-WORK-CARD " FIRST SCORED "
           WS-PRIOR-DATE.

WRITE-EXCEPTION-RECORD.
       MOVE SPACE TO WS-EXC-SEP-1.
       MOVE SPACE TO WS-EXC-SEP-2.
       MOVE SPACE TO WS-EXC-SEP-3.
       MOVE SPACE TO WS-EXC-SEP-4.
       WRITE WS-EXCEPTION-RECORD.

PRINT-ANOMALY-REPORT.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4ANM - RETAILER ANOMALY REPORT".
       DISPLAY "WINDOW " WS-WINDOW-START-DATE " THRU " WS-RUN-DATE.
       DISPLAY "=================================================".
       MOVE WS-SUITE-WIN-RATE TO WS-EDIT-SUITE-RATE.
       MOVE WS-SUITE-AVG-MATCH TO WS-EDIT-AVG.
       DISPLAY "SUITE: " WS-SUITE-CARDS " CARDS, WIN RATE "
           WS-EDIT-SUITE-RATE "%, AVG MATCHES " WS-EDIT-AVG.
       DISPLAY "RETAILER   CARDS   WIN %  AVG MT  FLAG  HELD TODAY".
       PERFORM VARYING WS-RETAILER-NDX FROM 1 BY 1
           UNTIL WS-RETAILER-NDX > WS-RETAILER-COUNT
           MOVE WS-RET-WIN-RATE(WS-RETAILER-NDX) TO WS-EDIT-RATE
           MOVE WS-RET-AVG-MATCH(WS-RETAILER-NDX) TO WS-EDIT-AVG
           EVALUATE WS-RET-JUDGEMENT(WS-RETAILER-NDX)
               WHEN "H"
                   DISPLAY WS-RET-ID(WS-RETAILER-NDX) " "
                       WS-RET-CARDS(WS-RETAILER-NDX) "  " WS-EDIT-RATE
                       "  " WS-EDIT-AVG "  HIGH  "
                       WS-RET-CARDS-HELD(WS-RETAILER-NDX)
               WHEN "L"
                   DISPLAY WS-RET-ID(WS-RETAILER-NDX) " "
                       WS-RET-CARDS(WS-RETAILER-NDX) "  " WS-EDIT-RATE
                       "  " WS-EDIT-AVG "  LOW"
               WHEN OTHER
                   IF WS-RET-CARDS(WS-RETAILER-NDX) < WS-MIN-CARDS
                       DISPLAY WS-RET-ID(WS-RETAILER-NDX) " "
                           WS-RET-CARDS(WS-RETAILER-NDX) "  "
                           WS-EDIT-RATE "  " WS-EDIT-AVG "  (FEW)"
                   ELSE
                       DISPLAY WS-RET-ID(WS-RETAILER-NDX) " "
                           WS-RET-CARDS(WS-RETAILER-NDX) "  "
                           WS-EDIT-RATE "  " WS-EDIT-AVG
                   END-IF
           END-EVALUATE
       END-PERFORM.
       DISPLAY "-------------------------------------------------".
       DISPLAY "LEDGER RECORDS READ. . . . . . . : "
           WS-TOTAL-LEDGER-RECORDS.
       DISPLAY "ADJUSTMENT RECORDS (SKIPPED) . . : "
           WS-TOTAL-ADJ-RECORDS-SKIPPED.
       DISPLAY "HISTORY POSTINGS IN WINDOW . . . : "
           WS-TOTAL-HISTORY-IN-WINDOW.
       DISPLAY "RESUBMITTED CARDS (RSUB) . . . . : "
           WS-TOTAL-RESUBMISSIONS.
       DISPLAY "RETAILERS ANOMALOUS HIGH . . . . : "
           WS-TOTAL-RETAILERS-HIGH.
       DISPLAY "RETAILERS ANOMALOUS LOW. . . . . : "
           WS-TOTAL-RETAILERS-LOW.
       DISPLAY "WINNERS HELD ON RETAILER (RTLA). : "
           WS-TOTAL-RETAILER-HOLDS.
       DISPLAY "=================================================".

SET-RETURN-CODE.
      *> RC=4: at least one resubmission or anomalous retailer - the
      *> findings are on CARDEXC and the payout step will hold the
      *> cards, but loss prevention needs to look today.
       IF WS-TOTAL-RESUBMISSIONS > ZERO
       OR WS-TOTAL-RETAILERS-HIGH > ZERO
       OR WS-TOTAL-RETAILERS-LOW > ZERO
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

*> Shared with the rest of the AOCD4JOB chain - see
*> copybooks/CARDSTP.cpy.
COPY CARDSTP.
