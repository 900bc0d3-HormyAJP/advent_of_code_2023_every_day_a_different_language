IDENTIFICATION DIVISION.
PROGRAM-ID. AOC_D4RST.
*> Card-history restore utility. AOC_D4HIST's purge writes every
*> posting it takes out of the 90-day master to a dated archive
*> (PROD.CARD.HISTORY.ARCH.D<yyyymmdd> - see copybooks/CARDARC.cpy)
*> and logs each archive on the CARDACAT catalog (CARDACT.cpy). When
*> legal or the desk needs a card's - or a whole retailer's - older
*> history, this program pulls it back out: SYSIN names the card
*> (CARD=n) or retailer (RETAILER=id, resolved per card through the
*> CARDXREF cross-reference) and the inclusive FROMDATE/TODATE
*> window, the catalog says which archives can hold postings in that
*> window, and only those are opened. Matching postings are written
*> to CARDRSTO in exactly the history master's keyed shape
*> (CARDHST.cpy), so AOC_D4PRD and AOC_D4INQ (SOURCE=HISTORY) report
*> from the restored file with nothing more than a DD change. The
*> output is keyed, so an archive listed twice on the catalog (a
*> same-day rerun of the purge) never restores a posting twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Same bare ASSIGN-TO-ddname idiom as the rest of Day_4/*.cbl.
       SELECT ARCHIVE-CATALOG-FILE ASSIGN TO CARDACAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ARCHIVE-CATALOG-FILE-STATUS.

      *> Each archive's name carries its purge date, so it is
      *> assigned through a data item, as AOC_D4INQ does for the
      *> day-close generations.
       SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

       SELECT XREF-FILE ASSIGN TO CARDXREF
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS WS-XRF-CARD-NUMBER
       FILE STATUS IS WS-XREF-FILE-STATUS.

       SELECT RESTORE-FILE ASSIGN TO CARDRSTO
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS WS-HIST-KEY
       FILE STATUS IS WS-RESTORE-FILE-STATUS.

      *> SYSIN control-card deck - see copybooks/CARDPRM.cpy.
       SELECT PARM-FILE ASSIGN TO SYSIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ARCHIVE-CATALOG-FILE.
COPY CARDACT.

FD ARCHIVE-FILE.
COPY CARDARC.

FD XREF-FILE.
COPY CARDXRF.

FD RESTORE-FILE.
COPY CARDHST.

FD PARM-FILE.
01  WS-PARM-CARD PIC X(80).

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-ARCHIVE-END PIC X(3) VALUE 'NO'.
01  WS-ARCHIVE-CATALOG-FILE-STATUS PIC X(2).
01  WS-ARCHIVE-FILE-STATUS PIC X(2).
01  WS-XREF-FILE-STATUS PIC X(2).
01  WS-RESTORE-FILE-STATUS PIC X(2).

*> SYSIN control-card fields - see copybooks/CARDPRMW.cpy.
COPY CARDPRMW.
01  WS-RESTORE-CARD PIC 9(7) VALUE ZERO.
01  WS-RESTORE-RETAILER PIC X(8) VALUE SPACES.
01  WS-FROM-DATE PIC 9(8) VALUE ZERO.
01  WS-TO-DATE PIC 9(8) VALUE ZERO.

01  WS-ARCHIVE-FILE-NAME PIC X(44) VALUE SPACES.
01  WS-POSTING-RETAILER PIC X(8) VALUE SPACES.

*> Archive dates already read this run - a rerun of the purge puts
*> a second catalog line on the same dataset, which only needs
*> reading once.
01  WS-READ-TABLE-SIZE PIC 9(4) VALUE 2000.
01  WS-READ-COUNT PIC 9(4) VALUE ZERO.
01  WS-READ-TABLE.
    05  WS-READ-ARCHIVE-DATE PIC 9(8) OCCURS 2000 TIMES.
01  WS-READ-NDX PIC 9(4) VALUE ZERO.

01  WS-TOTAL-CATALOG-ENTRIES PIC 9(6) VALUE ZERO.
01  WS-TOTAL-ARCHIVES-READ PIC 9(6) VALUE ZERO.
01  WS-TOTAL-ARCHIVES-MISSING PIC 9(6) VALUE ZERO.
01  WS-TOTAL-RECORDS-SCANNED PIC 9(9) VALUE ZERO.
01  WS-TOTAL-RESTORED PIC 9(9) VALUE ZERO.
01  WS-TOTAL-DUPLICATES PIC 9(9) VALUE ZERO.

PROCEDURE DIVISION.
       PERFORM PROCESS-PARAMETER-DECK.
       IF WS-RESTORE-CARD = ZERO AND WS-RESTORE-RETAILER = SPACES
           DISPLAY "FATAL: ONE OF CARD OR RETAILER IS REQUIRED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF WS-RESTORE-CARD NOT = ZERO
       AND WS-RESTORE-RETAILER NOT = SPACES
           DISPLAY "FATAL: CARD AND RETAILER ARE MUTUALLY EXCLUSIVE"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
           DISPLAY "FATAL: FROMDATE AND TODATE ARE BOTH REQUIRED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF WS-FROM-DATE > WS-TO-DATE
           DISPLAY "FATAL: FROMDATE " WS-FROM-DATE " IS AFTER "
               "TODATE " WS-TO-DATE
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM ECHO-RUN-OPTIONS.
       PERFORM OPEN-RESTORE-FILES.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ ARCHIVE-CATALOG-FILE
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               PERFORM PROCESS-CATALOG-ENTRY
           END-READ
       END-PERFORM.
       CLOSE ARCHIVE-CATALOG-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.
       CLOSE RESTORE-FILE.
       IF WS-RESTORE-RETAILER NOT = SPACES
           CLOSE XREF-FILE
       END-IF.
       PERFORM PRINT-RESTORE-SUMMARY.
       PERFORM SET-RETURN-CODE.
       STOP RUN.

APPLY-PARAMETER-CARD.
      *> CARD=n or RETAILER=id names what to restore (one, not
      *> both); FROMDATE=YYYYMMDD / TODATE=YYYYMMDD bound the
      *> processing dates, inclusive, validated as real dates the
      *> way AOC_D4PRD validates its window.
       EVALUATE WS-PARM-KEYWORD
           WHEN "CARD"
               IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                       TO WS-PARM-NUM-WORK
               ELSE
                   MOVE ZERO TO WS-PARM-NUM-WORK
               END-IF
               IF WS-PARM-NUM-WORK < 1
               OR WS-PARM-NUM-WORK > 9999999
                   DISPLAY "CARD MUST BE 1-9999999: " WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   MOVE WS-PARM-NUM-WORK TO WS-RESTORE-CARD
               END-IF
           WHEN "RETAILER"
               IF WS-PARM-VALUE(9:24) NOT = SPACES
                   DISPLAY "RETAILER ID IS AT MOST 8 CHARACTERS: "
                       WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   MOVE WS-PARM-VALUE(1:8) TO WS-RESTORE-RETAILER
               END-IF
           WHEN "FROMDATE"
               PERFORM PARSE-DATE-VALUE
               IF WS-PARM-ERROR = 'NO'
                   MOVE WS-PARM-NUM-WORK TO WS-FROM-DATE
               END-IF
           WHEN "TODATE"
               PERFORM PARSE-DATE-VALUE
               IF WS-PARM-ERROR = 'NO'
                   MOVE WS-PARM-NUM-WORK TO WS-TO-DATE
               END-IF
           WHEN OTHER
               DISPLAY "UNKNOWN PARAMETER KEYWORD: " WS-PARM-CARD
               MOVE 'YES' TO WS-PARM-ERROR
       END-EVALUATE.

PARSE-DATE-VALUE.
       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
           MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-PARM-NUM-WORK
       ELSE
           MOVE ZERO TO WS-PARM-NUM-WORK
       END-IF.
       IF WS-PARM-NUM-WORK < 19000101
       OR WS-PARM-NUM-WORK > 99991231
       OR FUNCTION TEST-DATE-YYYYMMDD(WS-PARM-NUM-WORK) NOT = 0
           DISPLAY "NOT A VALID YYYYMMDD DATE: " WS-PARM-CARD
           MOVE 'YES' TO WS-PARM-ERROR
       END-IF.

ECHO-RUN-OPTIONS.
       DISPLAY "AOC_D4RST RUN OPTIONS (" WS-PARM-CARD-COUNT
           " SYSIN CARD(S)):".
       IF WS-RESTORE-CARD NOT = ZERO
           DISPLAY "  CARD . . . . . . : " WS-RESTORE-CARD
       ELSE
           DISPLAY "  RETAILER . . . . : " WS-RESTORE-RETAILER
       END-IF.
       DISPLAY "  FROMDATE . . . . : " WS-FROM-DATE.
       DISPLAY "  TODATE . . . . . : " WS-TO-DATE.

*> Shared with AOC_D4VAL / AOC_DAY4 - see copybooks/CARDPRM.cpy.
COPY CARDPRM.

OPEN-RESTORE-FILES.
       OPEN INPUT ARCHIVE-CATALOG-FILE.
       IF WS-ARCHIVE-CATALOG-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN ARCHIVE-CATALOG-FILE, STATUS "
               WS-ARCHIVE-CATALOG-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF WS-RESTORE-RETAILER NOT = SPACES
           OPEN INPUT XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN XREF-FILE, STATUS "
                   WS-XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.
       OPEN OUTPUT RESTORE-FILE.
       IF WS-RESTORE-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN RESTORE-FILE, STATUS "
               WS-RESTORE-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

PROCESS-CATALOG-ENTRY.
      *> An archive is only worth opening when its span of
      *> processing dates overlaps the requested window.
       ADD 1 TO WS-TOTAL-CATALOG-ENTRIES.
       IF WS-ACT-LOW-DATE > WS-TO-DATE
       OR WS-ACT-HIGH-DATE < WS-FROM-DATE
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-READ-NDX FROM 1 BY 1
           UNTIL WS-READ-NDX > WS-READ-COUNT
           OR WS-READ-ARCHIVE-DATE(WS-READ-NDX) = WS-ACT-ARCHIVE-DATE
       END-PERFORM.
       IF WS-READ-NDX <= WS-READ-COUNT
           EXIT PARAGRAPH
       END-IF.
       IF WS-READ-COUNT >= WS-READ-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-READ-TABLE-SIZE
               " ARCHIVES IN THE RESTORE WINDOW"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-READ-COUNT.
       MOVE WS-ACT-ARCHIVE-DATE TO WS-READ-ARCHIVE-DATE(WS-READ-COUNT).
       PERFORM RESTORE-FROM-ARCHIVE.

RESTORE-FROM-ARCHIVE.
      *> A catalogued archive that won't open (expired off the
      *> volume, or migrated) is reported and skipped - the rest of
      *> the window is still worth restoring.
       MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
       STRING "PROD.CARD.HISTORY.ARCH.D" DELIMITED BY SIZE
           WS-ACT-ARCHIVE-DATE DELIMITED BY SIZE
           INTO WS-ARCHIVE-FILE-NAME
       END-STRING.
       OPEN INPUT ARCHIVE-FILE.
       IF WS-ARCHIVE-FILE-STATUS NOT = "00"
           DISPLAY "WARNING: CANNOT OPEN "
               FUNCTION TRIM(WS-ARCHIVE-FILE-NAME) ", STATUS "
               WS-ARCHIVE-FILE-STATUS " - ARCHIVE SKIPPED"
           ADD 1 TO WS-TOTAL-ARCHIVES-MISSING
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TOTAL-ARCHIVES-READ.
       MOVE 'NO' TO WS-ARCHIVE-END.
       PERFORM UNTIL WS-ARCHIVE-END = 'YES'
           READ ARCHIVE-FILE
           AT END
               MOVE 'YES' TO WS-ARCHIVE-END
           NOT AT END
               PERFORM RESTORE-ONE-POSTING
           END-READ
       END-PERFORM.
       CLOSE ARCHIVE-FILE.

RESTORE-ONE-POSTING.
       ADD 1 TO WS-TOTAL-RECORDS-SCANNED.
       IF WS-ARC-DATE-PROCESSED < WS-FROM-DATE
       OR WS-ARC-DATE-PROCESSED > WS-TO-DATE
           EXIT PARAGRAPH
       END-IF.
       IF WS-RESTORE-CARD NOT = ZERO
           IF WS-ARC-CARD-NUMBER NOT = WS-RESTORE-CARD
               EXIT PARAGRAPH
           END-IF
       ELSE
           MOVE SPACES TO WS-POSTING-RETAILER
           MOVE WS-ARC-CARD-NUMBER TO WS-XRF-CARD-NUMBER
           READ XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-XRF-RETAILER-ID TO WS-POSTING-RETAILER
           END-READ
           IF WS-POSTING-RETAILER NOT = WS-RESTORE-RETAILER
               EXIT PARAGRAPH
           END-IF
       END-IF.
       MOVE WS-ARC-CARD-NUMBER TO WS-HIST-CARD-NUMBER.
       MOVE WS-ARC-DATE-PROCESSED TO WS-HIST-DATE-PROCESSED.
       MOVE WS-ARC-MATCH-COUNT TO WS-HIST-MATCH-COUNT.
       MOVE WS-ARC-POINTS TO WS-HIST-POINTS.
       MOVE WS-ARC-PROMO-CODE TO WS-HIST-PROMO-CODE.
       WRITE WS-HISTORY-RECORD
           INVALID KEY
               ADD 1 TO WS-TOTAL-DUPLICATES
           NOT INVALID KEY
               ADD 1 TO WS-TOTAL-RESTORED
       END-WRITE.

PRINT-RESTORE-SUMMARY.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4RST - CARD HISTORY RESTORE SUMMARY".
       DISPLAY "=================================================".
       DISPLAY "CATALOG ENTRIES READ . . . . . . : "
           WS-TOTAL-CATALOG-ENTRIES.
       DISPLAY "ARCHIVES IN WINDOW READ. . . . . : "
           WS-TOTAL-ARCHIVES-READ.
       DISPLAY "ARCHIVES IN WINDOW MISSING . . . : "
           WS-TOTAL-ARCHIVES-MISSING.
       DISPLAY "ARCHIVED POSTINGS SCANNED. . . . : "
           WS-TOTAL-RECORDS-SCANNED.
       DISPLAY "POSTINGS RESTORED TO CARDRSTO. . : "
           WS-TOTAL-RESTORED.
       DISPLAY "DUPLICATES (ALREADY RESTORED). . : "
           WS-TOTAL-DUPLICATES.
       DISPLAY "=================================================".

SET-RETURN-CODE.
      *> RC=4: nothing matched the window, or an archive the catalog
      *> lists couldn't be read - either way the restored file may
      *> not be the whole answer, so the requester should look
      *> before reporting from it.
       IF WS-TOTAL-RESTORED = ZERO
       OR WS-TOTAL-ARCHIVES-MISSING > ZERO
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
