*> history exists to query and report from - the auditors want 90
*> days of per-card history, which PURGE-EXPIRED-HISTORY trims to on
*> every run.
*>
*> The purge no longer just drops what it trims. Every expired
*> posting is first written to that run's dated archive dataset
*> (PROD.CARD.HISTORY.ARCH.D<yyyymmdd> - see copybooks/CARDARC.cpy)
*> and the archive is logged on the archive catalog (CARDACAT - see
*> copybooks/CARDACT.cpy) that the AOC_D4RST restore utility works
*> from. The catalog line covering a posting is written before the
*> posting is deleted, so an abend part way through the purge never
*> leaves a deleted posting the restore can't find. Postings for a
*> card or retailer under legal hold are not purged at all: legal
*> maintains the hold deck (CARDLHLD - see LOAD-ONE-LEGAL-HOLD for
*> the card format), one card number or retailer ID per line with
*> its case reference, and a hold stays
*> active until legal codes a release date on it. The retailer of
*> a posting comes from the CARDXREF cross-reference. A hold deck
*> that doesn't read cleanly - or retailer holds with no
*> cross-reference to resolve them - skips the purge for the run
*> (RC=4): keeping a day's expired history costs nothing, purging
*> something legal is holding can't be undone. The purge summary
*> shows what was archived and what was held back under which case.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       RECORD KEY IS WS-HIST-KEY
       FILE STATUS IS WS-HISTORY-FILE-STATUS.

      *> Legal-hold deck, maintained by legal. Absent (35) means no
      *> holds.
       SELECT LEGAL-HOLD-FILE ASSIGN TO CARDLHLD
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEGAL-HOLD-FILE-STATUS.

       SELECT XREF-FILE ASSIGN TO CARDXREF
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS WS-XRF-CARD-NUMBER
       FILE STATUS IS WS-XREF-FILE-STATUS.

      *> This run's archive dataset, named at run time the way
      *> AOC_D4CLS names its generations - the dataset name carries
      *> the date, so it can't be a fixed ddname.
       SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

       SELECT ARCHIVE-CATALOG-FILE ASSIGN TO CARDACAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ARCHIVE-CATALOG-FILE-STATUS.

      *> Step-status control dataset - see copybooks/CARDSTP.cpy.
       SELECT STEP-STATUS-FILE ASSIGN TO CARDSTAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STEP-STATUS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD REWARDS-FILE.
FD HISTORY-FILE.
COPY CARDHST.

FD LEGAL-HOLD-FILE.
01  WS-LEGAL-HOLD-LINE PIC X(80).

FD XREF-FILE.
COPY CARDXRF.

FD ARCHIVE-FILE.
COPY CARDARC.

FD ARCHIVE-CATALOG-FILE.
COPY CARDACT.

FD STEP-STATUS-FILE.
COPY CARDSTS.

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-REWARDS-FILE-STATUS PIC X(2).
01  WS-HISTORY-FILE-STATUS PIC X(2).
01  WS-LEGAL-HOLD-FILE-STATUS PIC X(2).
01  WS-XREF-FILE-STATUS PIC X(2).
01  WS-ARCHIVE-FILE-STATUS PIC X(2).
01  WS-ARCHIVE-CATALOG-FILE-STATUS PIC X(2).
01  WS-XREF-AVAILABLE PIC X(3) VALUE 'NO'.

01  WS-TOTAL-LEDGER-RECORDS PIC 9(6) VALUE ZERO.
01  WS-TOTAL-POSTED-NEW PIC 9(6) VALUE ZERO.
01  WS-RUN-DATE-INTEGER PIC 9(9) VALUE ZERO.
01  WS-PURGE-CUTOFF-DATE PIC 9(8) VALUE ZERO.

*> This run's archive: PROD.CARD.HISTORY.ARCH.D<run date>, opened on
*> the first posting archived, with the processing-date span and
*> count that go onto its catalog lines - and the span and count the
*> catalog already carries for it.
01  WS-ARCHIVE-FILE-NAME PIC X(44) VALUE SPACES.
01  WS-ARCHIVE-OPEN PIC X(3) VALUE 'NO'.
01  WS-ARCHIVE-LOW-DATE PIC 9(8) VALUE ZERO.
01  WS-ARCHIVE-HIGH-DATE PIC 9(8) VALUE ZERO.
01  WS-ARCHIVE-CATALOGED PIC X(3) VALUE 'NO'.
01  WS-CATALOGED-LOW-DATE PIC 9(8) VALUE ZERO.
01  WS-CATALOGED-HIGH-DATE PIC 9(8) VALUE ZERO.
01  WS-CATALOGED-COUNT PIC 9(7) VALUE ZERO.

*> Legal holds in force, card or retailer, each with its case
*> reference. WS-HOLD-CASE-NDX points the hold at its row in the
*> case table, where the purge counts what each case kept.
01  WS-PURGE-ALLOWED PIC X(3) VALUE 'YES'.
01  WS-LEGAL-HOLD-TABLE-SIZE PIC 9(4) VALUE 1000.
01  WS-LEGAL-HOLD-COUNT PIC 9(4) VALUE ZERO.
01  WS-RETAILER-HOLD-COUNT PIC 9(4) VALUE ZERO.
01  WS-LEGAL-HOLD-TABLE.
    05  WS-LEGAL-HOLD-ENTRY OCCURS 1000 TIMES.
        10  WS-HOLD-TYPE PIC X(4).
        10  WS-HOLD-CARD PIC 9(7).
        10  WS-HOLD-RETAILER PIC X(8).
        10  WS-HOLD-CASE-NDX PIC 9(3).
01  WS-LEGAL-HOLD-NDX PIC 9(4) VALUE ZERO.
01  WS-MATCHED-LEGAL-HOLD PIC 9(4) VALUE ZERO.
01  WS-CASE-TABLE-SIZE PIC 9(3) VALUE 200.
01  WS-CASE-COUNT PIC 9(3) VALUE ZERO.
01  WS-CASE-TABLE.
    05  WS-CASE-ENTRY OCCURS 200 TIMES.
        10  WS-CASE-REFERENCE PIC X(16).
        10  WS-CASE-HELD-COUNT PIC 9(6).
01  WS-CASE-NDX PIC 9(3) VALUE ZERO.
01  WS-PURGE-RETAILER PIC X(8) VALUE SPACES.

*> One hold card being parsed - cleared before every UNSTRING so a
*> short line can't inherit the previous line's trailing fields.
01  WS-LHD-TYPE-TEXT PIC X(8).
01  WS-LHD-ID-TEXT PIC X(10).
01  WS-LHD-CASE-TEXT PIC X(20).
01  WS-LHD-RELEASE-TEXT PIC X(10).
01  WS-LHD-FIELD-COUNT PIC 9(2) VALUE ZERO.
01  WS-LHD-NUM-WORK PIC 9(10) VALUE ZERO.
01  WS-LHD-LINE-BAD PIC X(3) VALUE 'NO'.

01  WS-TOTAL-ARCHIVED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-HELD-BACK PIC 9(6) VALUE ZERO.
01  WS-TOTAL-HOLDS-RELEASED PIC 9(4) VALUE ZERO.
01  WS-TOTAL-BAD-HOLD-LINES PIC 9(4) VALUE ZERO.

*> Step-status control fields - see copybooks/CARDSTSW.cpy.
COPY CARDSTSW.

PROCEDURE DIVISION.
       MOVE "AOC_D4HIST" TO WS-STEP-PROGRAM.
       PERFORM CHECK-STEP-STATUS.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       COMPUTE WS-RUN-DATE-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
       END-PERFORM.
       CLOSE REWARDS-FILE.

       PERFORM LOAD-LEGAL-HOLDS.
       IF WS-PURGE-ALLOWED = 'YES'
           PERFORM OPEN-RETAILER-XREF
       END-IF.
       IF WS-PURGE-ALLOWED = 'YES'
           PERFORM PURGE-EXPIRED-HISTORY
       END-IF.
       CLOSE HISTORY-FILE.
       IF WS-XREF-AVAILABLE = 'YES'
           CLOSE XREF-FILE
       END-IF.
       IF WS-ARCHIVE-OPEN = 'YES'
           CLOSE ARCHIVE-FILE
       END-IF.
       IF WS-ARCHIVE-CATALOGED = 'YES'
       AND WS-TOTAL-ARCHIVED > WS-CATALOGED-COUNT
           PERFORM WRITE-ARCHIVE-CATALOG
       END-IF.
       PERFORM PRINT-POSTING-SUMMARY.
       PERFORM PRINT-PURGE-SUMMARY.
       PERFORM SET-RETURN-CODE.
       PERFORM RECORD-STEP-COMPLETION.
       STOP RUN.

OPEN-HISTORY-MASTER.
       MOVE WS-LEDGER-DATE-PROCESSED TO WS-HIST-DATE-PROCESSED.
       MOVE WS-LEDGER-MATCH-COUNT TO WS-HIST-MATCH-COUNT.
       MOVE WS-LEDGER-POINTS TO WS-HIST-POINTS.
       MOVE WS-LEDGER-PROMO-CODE TO WS-HIST-PROMO-CODE.
       WRITE WS-HISTORY-RECORD
           INVALID KEY
               REWRITE WS-HISTORY-RECORD

PURGE-EXPIRED-HISTORY.
      *> Sweep the master in key order and drop every entry processed
      *> before the retention cutoff - archived first, unless a legal
      *> hold keeps it. START at the low end rather than a full
      *> READ-from-open so the sweep composes with the posting pass
      *> that just ran on the same open file handle.
       MOVE 'NO' TO WS-END-OF-FILE.
       MOVE ZERO TO WS-HIST-CARD-NUMBER.
       MOVE ZERO TO WS-HIST-DATE-PROCESSED.
                   MOVE 'YES' TO WS-END-OF-FILE
               NOT AT END
                   IF WS-HIST-DATE-PROCESSED < WS-PURGE-CUTOFF-DATE
                       PERFORM PURGE-ONE-POSTING
                   END-IF
           END-READ
       END-PERFORM.
       MOVE 'NO' TO WS-END-OF-FILE.

PURGE-ONE-POSTING.
       PERFORM CHECK-LEGAL-HOLD.
       IF WS-MATCHED-LEGAL-HOLD > ZERO
           ADD 1 TO WS-TOTAL-HELD-BACK
           MOVE WS-HOLD-CASE-NDX(WS-MATCHED-LEGAL-HOLD) TO WS-CASE-NDX
           ADD 1 TO WS-CASE-HELD-COUNT(WS-CASE-NDX)
           EXIT PARAGRAPH
       END-IF.
       PERFORM WRITE-ARCHIVE-RECORD.
       DELETE HISTORY-FILE RECORD.
       ADD 1 TO WS-TOTAL-PURGED.

CHECK-LEGAL-HOLD.
      *> WS-MATCHED-LEGAL-HOLD comes back as the first hold covering
      *> this posting's card or its retailer, or zero. The retailer
      *> lookup is only paid for when there are retailer holds.
       MOVE ZERO TO WS-MATCHED-LEGAL-HOLD.
       IF WS-LEGAL-HOLD-COUNT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-PURGE-RETAILER.
       IF WS-RETAILER-HOLD-COUNT > ZERO
           MOVE WS-HIST-CARD-NUMBER TO WS-XRF-CARD-NUMBER
           READ XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-XRF-RETAILER-ID TO WS-PURGE-RETAILER
           END-READ
       END-IF.
       PERFORM VARYING WS-LEGAL-HOLD-NDX FROM 1 BY 1
           UNTIL WS-LEGAL-HOLD-NDX > WS-LEGAL-HOLD-COUNT
           OR WS-MATCHED-LEGAL-HOLD > ZERO
           IF WS-HOLD-TYPE(WS-LEGAL-HOLD-NDX) = "CARD"
               IF WS-HOLD-CARD(WS-LEGAL-HOLD-NDX) = WS-HIST-CARD-NUMBER
                   MOVE WS-LEGAL-HOLD-NDX TO WS-MATCHED-LEGAL-HOLD
               END-IF
           ELSE
               IF WS-PURGE-RETAILER NOT = SPACES
               AND WS-HOLD-RETAILER(WS-LEGAL-HOLD-NDX)
                   = WS-PURGE-RETAILER
                   MOVE WS-LEGAL-HOLD-NDX TO WS-MATCHED-LEGAL-HOLD
               END-IF
           END-IF
       END-PERFORM.

WRITE-ARCHIVE-RECORD.
      *> The archive is opened EXTEND on the first posting of the run
      *> (a same-day rerun adds to the same dataset), OUTPUT the
      *> first time it exists at all.
       IF WS-ARCHIVE-OPEN = 'NO'
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING "PROD.CARD.HISTORY.ARCH.D" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME
           END-STRING
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN ARCHIVE-FILE "
                   FUNCTION TRIM(WS-ARCHIVE-FILE-NAME) ", STATUS "
                   WS-ARCHIVE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'YES' TO WS-ARCHIVE-OPEN
           MOVE WS-HIST-DATE-PROCESSED TO WS-ARCHIVE-LOW-DATE
           MOVE WS-HIST-DATE-PROCESSED TO WS-ARCHIVE-HIGH-DATE
       END-IF.
       IF WS-HIST-DATE-PROCESSED < WS-ARCHIVE-LOW-DATE
           MOVE WS-HIST-DATE-PROCESSED TO WS-ARCHIVE-LOW-DATE
       END-IF.
       IF WS-HIST-DATE-PROCESSED > WS-ARCHIVE-HIGH-DATE
           MOVE WS-HIST-DATE-PROCESSED TO WS-ARCHIVE-HIGH-DATE
       END-IF.
       MOVE WS-HIST-CARD-NUMBER TO WS-ARC-CARD-NUMBER.
       MOVE WS-HIST-DATE-PROCESSED TO WS-ARC-DATE-PROCESSED.
       MOVE WS-HIST-MATCH-COUNT TO WS-ARC-MATCH-COUNT.
       MOVE WS-HIST-POINTS TO WS-ARC-POINTS.
       MOVE WS-RUN-DATE TO WS-ARC-PURGE-DATE.
       MOVE WS-HIST-PROMO-CODE TO WS-ARC-PROMO-CODE.
       MOVE SPACE TO WS-ARC-SEP-1.
       MOVE SPACE TO WS-ARC-SEP-2.
       MOVE SPACE TO WS-ARC-SEP-3.
       MOVE SPACE TO WS-ARC-SEP-4.
       MOVE SPACE TO WS-ARC-SEP-5.
       WRITE WS-ARCHIVE-RECORD.
      *> Never delete what didn't make it to the archive.
       IF WS-ARCHIVE-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT WRITE ARCHIVE-FILE, STATUS "
               WS-ARCHIVE-FILE-STATUS " - NOTHING FURTHER PURGED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-TOTAL-ARCHIVED.
      *> The caller deletes this posting next, so its date must be on
      *> the catalog first. Only a posting outside the span already
      *> catalogued writes a line - the sweep runs in card/date order
      *> over the few dates that expire, so that is a handful of lines
      *> a run, and the run's closing line carries the final count.
       IF WS-ARCHIVE-CATALOGED = 'NO'
       OR WS-ARCHIVE-LOW-DATE < WS-CATALOGED-LOW-DATE
       OR WS-ARCHIVE-HIGH-DATE > WS-CATALOGED-HIGH-DATE
           PERFORM WRITE-ARCHIVE-CATALOG
       END-IF.

WRITE-ARCHIVE-CATALOG.
      *> Cumulative across runs - EXTEND, OUTPUT the first time, as
      *> for the run-history log. Closed after every line so the line
      *> is on the dataset before any posting it covers is deleted.
       OPEN EXTEND ARCHIVE-CATALOG-FILE.
       IF WS-ARCHIVE-CATALOG-FILE-STATUS = "35"
           OPEN OUTPUT ARCHIVE-CATALOG-FILE
       END-IF.
       IF WS-ARCHIVE-CATALOG-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN ARCHIVE-CATALOG-FILE, STATUS "
               WS-ARCHIVE-CATALOG-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE WS-RUN-DATE TO WS-ACT-ARCHIVE-DATE.
       MOVE WS-ARCHIVE-LOW-DATE TO WS-ACT-LOW-DATE.
       MOVE WS-ARCHIVE-HIGH-DATE TO WS-ACT-HIGH-DATE.
       MOVE WS-TOTAL-ARCHIVED TO WS-ACT-RECORD-COUNT.
       MOVE SPACE TO WS-ACT-SEP-1.
       MOVE SPACE TO WS-ACT-SEP-2.
       MOVE SPACE TO WS-ACT-SEP-3.
       WRITE WS-ARCHIVE-CATALOG-RECORD.
       IF WS-ARCHIVE-CATALOG-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT WRITE ARCHIVE-CATALOG-FILE, STATUS "
               WS-ARCHIVE-CATALOG-FILE-STATUS
               " - NOTHING FURTHER PURGED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       CLOSE ARCHIVE-CATALOG-FILE.
       MOVE 'YES' TO WS-ARCHIVE-CATALOGED.
       MOVE WS-ARCHIVE-LOW-DATE TO WS-CATALOGED-LOW-DATE.
       MOVE WS-ARCHIVE-HIGH-DATE TO WS-CATALOGED-HIGH-DATE.
       MOVE WS-TOTAL-ARCHIVED TO WS-CATALOGED-COUNT.

LOAD-LEGAL-HOLDS.
       OPEN INPUT LEGAL-HOLD-FILE.
       IF WS-LEGAL-HOLD-FILE-STATUS = "35"
           EXIT PARAGRAPH
       END-IF.
       IF WS-LEGAL-HOLD-FILE-STATUS NOT = "00"
           DISPLAY "WARNING: CANNOT OPEN LEGAL-HOLD-FILE, STATUS "
               WS-LEGAL-HOLD-FILE-STATUS " - PURGE SKIPPED THIS RUN"
           MOVE 'NO' TO WS-PURGE-ALLOWED
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ LEGAL-HOLD-FILE
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               PERFORM LOAD-ONE-LEGAL-HOLD
           END-READ
       END-PERFORM.
       CLOSE LEGAL-HOLD-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.
       IF WS-TOTAL-BAD-HOLD-LINES > ZERO
           DISPLAY "WARNING: " WS-TOTAL-BAD-HOLD-LINES
               " UNREADABLE LEGAL-HOLD LINE(S) - PURGE SKIPPED THIS RUN"
           MOVE 'NO' TO WS-PURGE-ALLOWED
       END-IF.
       DISPLAY "LOADED " WS-LEGAL-HOLD-COUNT " ACTIVE LEGAL HOLD(S) "
           "UNDER " WS-CASE-COUNT " CASE(S) FROM CARDLHLD".

LOAD-ONE-LEGAL-HOLD.
      *> Hold format, blank-separated:
      *>   CARD <card number> <case reference> [<release yyyymmdd>]
      *>   RETL <retailer ID>  <case reference> [<release yyyymmdd>]
      *> The case reference is legal's, up to sixteen characters.
      *> With no release date the hold is active; once legal codes
      *> the date it was lifted, the hold stops protecting anything
      *> from that date on (the line can then come off the deck at
      *> legal's leisure). "*" comments and blank lines allowed.
       IF WS-LEGAL-HOLD-LINE = SPACES
       OR WS-LEGAL-HOLD-LINE(1:1) = "*"
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-LHD-TYPE-TEXT WS-LHD-ID-TEXT WS-LHD-CASE-TEXT
           WS-LHD-RELEASE-TEXT.
       SET WS-LHD-FIELD-COUNT TO ZERO.
       MOVE 'NO' TO WS-LHD-LINE-BAD.
       UNSTRING WS-LEGAL-HOLD-LINE DELIMITED BY ALL SPACE
           INTO WS-LHD-TYPE-TEXT WS-LHD-ID-TEXT WS-LHD-CASE-TEXT
               WS-LHD-RELEASE-TEXT
               TALLYING IN WS-LHD-FIELD-COUNT
               ON OVERFLOW
                   MOVE 'YES' TO WS-LHD-LINE-BAD
       END-UNSTRING.
       IF WS-LHD-FIELD-COUNT < 3
       OR WS-LHD-CASE-TEXT(17:4) NOT = SPACES
           MOVE 'YES' TO WS-LHD-LINE-BAD
       END-IF.
       IF WS-LHD-LINE-BAD = 'NO'
           EVALUATE WS-LHD-TYPE-TEXT
               WHEN "CARD"
                   IF FUNCTION TEST-NUMVAL(WS-LHD-ID-TEXT) = 0
                       MOVE FUNCTION NUMVAL(WS-LHD-ID-TEXT)
                           TO WS-LHD-NUM-WORK
                   ELSE
                       MOVE ZERO TO WS-LHD-NUM-WORK
                   END-IF
                   IF WS-LHD-NUM-WORK < 1
                   OR WS-LHD-NUM-WORK > 9999999
                       MOVE 'YES' TO WS-LHD-LINE-BAD
                   END-IF
               WHEN "RETL"
                   IF WS-LHD-ID-TEXT(9:2) NOT = SPACES
                       MOVE 'YES' TO WS-LHD-LINE-BAD
                   END-IF
               WHEN OTHER
                   MOVE 'YES' TO WS-LHD-LINE-BAD
           END-EVALUATE
       END-IF.
       IF WS-LHD-LINE-BAD = 'NO'
       AND WS-LHD-RELEASE-TEXT NOT = SPACES
           IF FUNCTION TEST-NUMVAL(WS-LHD-RELEASE-TEXT) = 0
               MOVE FUNCTION NUMVAL(WS-LHD-RELEASE-TEXT)
                   TO WS-LHD-NUM-WORK
           ELSE
               MOVE ZERO TO WS-LHD-NUM-WORK
           END-IF
           IF WS-LHD-NUM-WORK < 19000101
           OR WS-LHD-NUM-WORK > 99991231
           OR FUNCTION TEST-DATE-YYYYMMDD(WS-LHD-NUM-WORK) NOT = 0
               MOVE 'YES' TO WS-LHD-LINE-BAD
           END-IF
       END-IF.
       IF WS-LHD-LINE-BAD = 'YES'
           DISPLAY "UNREADABLE LEGAL-HOLD LINE: " WS-LEGAL-HOLD-LINE
           ADD 1 TO WS-TOTAL-BAD-HOLD-LINES
           EXIT PARAGRAPH
       END-IF.
       IF WS-LHD-RELEASE-TEXT NOT = SPACES
       AND WS-LHD-NUM-WORK <= WS-RUN-DATE
           ADD 1 TO WS-TOTAL-HOLDS-RELEASED
           EXIT PARAGRAPH
       END-IF.
       IF WS-LEGAL-HOLD-COUNT >= WS-LEGAL-HOLD-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-LEGAL-HOLD-TABLE-SIZE
               " ACTIVE LEGAL HOLDS - HOLD TABLE FULL"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-LEGAL-HOLD-COUNT.
       MOVE WS-LHD-TYPE-TEXT TO WS-HOLD-TYPE(WS-LEGAL-HOLD-COUNT).
       MOVE ZERO TO WS-HOLD-CARD(WS-LEGAL-HOLD-COUNT).
       MOVE SPACES TO WS-HOLD-RETAILER(WS-LEGAL-HOLD-COUNT).
       IF WS-LHD-TYPE-TEXT = "CARD"
           MOVE FUNCTION NUMVAL(WS-LHD-ID-TEXT)
               TO WS-HOLD-CARD(WS-LEGAL-HOLD-COUNT)
       ELSE
           MOVE WS-LHD-ID-TEXT TO WS-HOLD-RETAILER(WS-LEGAL-HOLD-COUNT)
           ADD 1 TO WS-RETAILER-HOLD-COUNT
       END-IF.
       PERFORM VARYING WS-CASE-NDX FROM 1 BY 1
           UNTIL WS-CASE-NDX > WS-CASE-COUNT
           OR WS-CASE-REFERENCE(WS-CASE-NDX) = WS-LHD-CASE-TEXT
       END-PERFORM.
       IF WS-CASE-NDX > WS-CASE-COUNT
           IF WS-CASE-COUNT >= WS-CASE-TABLE-SIZE
               DISPLAY "FATAL: MORE THAN " WS-CASE-TABLE-SIZE
                   " LEGAL CASES - CASE TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CASE-COUNT
           MOVE WS-LHD-CASE-TEXT TO WS-CASE-REFERENCE(WS-CASE-COUNT)
           MOVE ZERO TO WS-CASE-HELD-COUNT(WS-CASE-COUNT)
           MOVE WS-CASE-COUNT TO WS-CASE-NDX
       END-IF.
       MOVE WS-CASE-NDX TO WS-HOLD-CASE-NDX(WS-LEGAL-HOLD-COUNT).

OPEN-RETAILER-XREF.
      *> Only needed to resolve retailer holds. Without it a retailer
      *> hold can't be honoured, so the purge waits rather than
      *> guess.
       IF WS-RETAILER-HOLD-COUNT = ZERO
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT XREF-FILE.
       IF WS-XREF-FILE-STATUS NOT = "00"
           DISPLAY "WARNING: CANNOT OPEN CARDXREF, STATUS "
               WS-XREF-FILE-STATUS " - RETAILER LEGAL HOLDS CANNOT "
               "BE RESOLVED, PURGE SKIPPED THIS RUN"
           MOVE 'NO' TO WS-PURGE-ALLOWED
           EXIT PARAGRAPH
       END-IF.
       MOVE 'YES' TO WS-XREF-AVAILABLE.

PRINT-POSTING-SUMMARY.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4HIST - CARD HISTORY POSTING SUMMARY".
       DISPLAY "PURGED PAST " WS-HISTORY-RETENTION-DAYS
           "-DAY RETENTION . . : " WS-TOTAL-PURGED.
       DISPLAY "=================================================".

PRINT-PURGE-SUMMARY.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4HIST - PURGE SUMMARY".
       DISPLAY "=================================================".
       IF WS-PURGE-ALLOWED = 'NO'
           DISPLAY "*** PURGE SKIPPED THIS RUN - SEE WARNINGS ABOVE ***"
       END-IF.
       DISPLAY "ARCHIVED BEFORE PURGE. . . . . . : " WS-TOTAL-ARCHIVED.
       IF WS-ARCHIVE-OPEN = 'YES'
           DISPLAY "  ARCHIVE DATASET. . . . . . . . : "
               FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
       END-IF.
       DISPLAY "HELD BACK UNDER LEGAL HOLD . . . : "
           WS-TOTAL-HELD-BACK.
       PERFORM VARYING WS-CASE-NDX FROM 1 BY 1
           UNTIL WS-CASE-NDX > WS-CASE-COUNT
           DISPLAY "  CASE " WS-CASE-REFERENCE(WS-CASE-NDX)
               " . . . . : " WS-CASE-HELD-COUNT(WS-CASE-NDX)
       END-PERFORM.
       DISPLAY "ACTIVE LEGAL HOLDS . . . . . . . : "
           WS-LEGAL-HOLD-COUNT.
       DISPLAY "HOLDS PAST THEIR RELEASE DATE. . : "
           WS-TOTAL-HOLDS-RELEASED.
       DISPLAY "=================================================".

SET-RETURN-CODE.
      *> RC=4: the purge was skipped (unreadable hold deck, or
      *> retailer holds with no cross-reference) - today's posting
      *> is complete, but expired history is waiting on legal's
      *> deck. Nothing downstream depends on the purge.
       IF WS-PURGE-ALLOWED = 'NO'
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

*> Shared with the rest of the AOCD4JOB chain - see
*> copybooks/CARDSTP.cpy.
COPY CARDSTP.
