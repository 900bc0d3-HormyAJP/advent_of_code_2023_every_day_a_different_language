IDENTIFICATION DIVISION.
PROGRAM-ID. AOC_D4MAN.
*> Print-run manifest reconciliation. The vendor tells us at print
*> time how many winning cards were printed at each match level of a
*> promotion, and until now nothing in the suite knew it: the tier
*> table's WS-TIER-CARD-COUNT lives for one payout run only, and
*> CARDHIST keeps 90 days. This step loads the vendor's print-run
*> manifest (CARDMANI, one match band per line - see
*> LOAD-MANIFEST-DECK for the card format), posts the day's scored
*> winners into a cumulative scored-winners master (CARDMSCR, one
*> record per promotion and match count, kept for the life of the
*> promotion), and
*> compares the two band by band. More winners scored in a band than
*> the vendor printed is the counterfeit signal - the step ends RC=8
*> and names the band. The same comparison drives a remaining-prize
*> liability report for finance: printed winners not yet scored,
*> times the tier amount, per prize tier in force today - the number
*> that sizes the prize reserve.
*>
*> The master is posted once per processing date by each run
*> family. The nightly run (RUN=MAIN on SYSIN, the default), the
*> supplemental run of repaired cards (RUN=SUPP) and a partitioned
*> run (RUN=PARnn) score different cards on the same date, so each
*> family has its own control record (match count zero - never a
*> winner - under the family's name) carrying the last date that
*> family posted. A rerun of the step for the same day and family
*> reports without counting the day's winners twice; another
*> family's run that day still posts its own winners.
*>
*> A print-run manifest belongs to one promotion. With several games
*> in the nightly deck, the manifest deck carries one section per
*> game, each opened by a "PROMO <code>" card (bands ahead of any
*> PROMO card are STANDARD's). The master is keyed by promotion as
*> well as match count, and each game is reconciled against its own
*> print run and priced at its own tiers, in its own section of the
*> report. Ledger records of a game the deck has no section for are
*> counted and passed over.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Same bare ASSIGN-TO-ddname idiom as the rest of Day_4/*.cbl.
       SELECT REWARDS-FILE ASSIGN TO CARDRWDS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REWARDS-FILE-STATUS.

      *> Prize-tier parameter cards - the same deck AOC_D4PAY prices
      *> against, read through the shared loader, so the reserve is
      *> sized at the amounts the payout step will actually pay.
       SELECT TIER-PARM-FILE ASSIGN TO CARDTIER
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TIER-PARM-FILE-STATUS.

      *> The vendor's print-run manifests, one band per line:
      *>   <match lo> <match hi> <winning cards printed>
      *> in sections each opened by a "PROMO <promotion code>" card.
       SELECT MANIFEST-FILE ASSIGN TO CARDMANI
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MANIFEST-FILE-STATUS.

      *> Cumulative scored-winners master, keyed by promotion and
      *> match count (and run family, on the control records).
       SELECT SCORED-FILE ASSIGN TO CARDMSCR
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS WS-MSC-KEY
       FILE STATUS IS WS-SCORED-FILE-STATUS.

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

FD TIER-PARM-FILE.
01  WS-TIER-PARM-LINE PIC X(80).

FD MANIFEST-FILE.
01  WS-MANIFEST-LINE PIC X(80).

FD SCORED-FILE.
*> One record per promotion and match count ever scored: the
*> winners scored to date and the last processing date that added
*> to them, run family blank. Match count zero is a control record,
*> one per promotion and run family - its date is the last
*> processing date that family posted, its winner count unused.
01  WS-SCORED-RECORD.
    05  WS-MSC-KEY.
        10  WS-MSC-PROMO PIC X(8).
        10  WS-MSC-MATCH-COUNT PIC 9(3).
        10  WS-MSC-RUN-FAMILY PIC X(8).
    05  WS-MSC-SEP-1 PIC X(1).
    05  WS-MSC-WINNERS PIC 9(9).
    05  WS-MSC-SEP-2 PIC X(1).
    05  WS-MSC-LAST-DATE PIC 9(8).

FD PARM-FILE.
01  WS-PARM-CARD PIC X(80).

FD STEP-STATUS-FILE.
COPY CARDSTS.

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-REWARDS-FILE-STATUS PIC X(2).
01  WS-MANIFEST-FILE-STATUS PIC X(2).
01  WS-SCORED-FILE-STATUS PIC X(2).

*> Prize-tier table and parse fields, shared with AOC_D4PAY and
*> AOC_D4TCK - see copybooks/CARDTIRW.cpy.
COPY CARDTIRW.

*> SYSIN control-card fields - see copybooks/CARDPRMW.cpy.
COPY CARDPRMW.

*> The run family posting today's winners - see POST-ONE-PROMOTION.
01  WS-RUN-FAMILY PIC X(8) VALUE "MAIN".

*> The manifest as loaded: one entry per printed match band, with
*> the cumulative winners scored in that band filled in once the
*> master has been posted. 50 bands matches the tier table - a
*> promotion never prints more bands than it has prize tiers, and
*> every game's tiers share that one table.
01  WS-BAND-TABLE-SIZE PIC 9(2) VALUE 50.
01  WS-BAND-COUNT PIC 9(2) VALUE ZERO.
01  WS-BAND-TABLE.
    05  WS-BAND-ENTRY OCCURS 50 TIMES.
        10  WS-BAND-PROMO PIC 9(2).
        10  WS-BAND-MATCH-LO PIC 9(3).
        10  WS-BAND-MATCH-HI PIC 9(3).
        10  WS-BAND-PRINTED PIC 9(9).
        10  WS-BAND-SCORED PIC 9(9).
        10  WS-BAND-TIER PIC 9(2).
01  WS-BAND-NDX PIC 9(2) VALUE ZERO.
01  WS-BAND-NDX-2 PIC 9(2) VALUE ZERO.

*> Scratch fields for parsing one manifest card - clear-then-count,
*> same UNSTRING stale-field trap the tier loader guards against.
01  WS-MAN-LO-TEXT PIC X(5).
01  WS-MAN-HI-TEXT PIC X(5).
01  WS-MAN-PRINTED-TEXT PIC X(12).
01  WS-MAN-FIELD-COUNT PIC 9(2) VALUE ZERO.
01  WS-MAN-NUM-WORK PIC 9(10) VALUE ZERO.
01  WS-MANIFEST-ERROR PIC X(3) VALUE 'NO'.
01  WS-MAN-KIND-TEXT PIC X(8).
01  WS-MAN-PROMO-TEXT PIC X(12).

*> The promotion whose manifest section is being loaded.
01  WS-MAN-PROMO PIC X(8) VALUE "STANDARD".
01  WS-WORK-PROMO PIC X(8) VALUE SPACES.
01  WS-TOTAL-OTHER-PROMO-RECORDS PIC 9(6) VALUE ZERO.

*> One entry per manifest section, in deck order: the game's latest
*> processing date on today's ledger, the last date this run family
*> posted for it, and its share of the report totals. 20 games is
*> well past any promotion calendar the tier deck has carried;
*> overflow abends, same size-guard stance as elsewhere.
01  WS-PROMO-TABLE-SIZE PIC 9(2) VALUE 20.
01  WS-PROMO-COUNT PIC 9(2) VALUE ZERO.
01  WS-PROMO-TABLE.
    05  WS-MPR-ENTRY OCCURS 20 TIMES.
        10  WS-MPR-CODE PIC X(8).
        10  WS-MPR-BAND-COUNT PIC 9(2).
        10  WS-MPR-LEDGER-DATE PIC 9(8).
        10  WS-MPR-LAST-POSTED PIC 9(8).
        10  WS-MPR-ALREADY-POSTED PIC X(3).
        10  WS-MPR-WINNERS-TODAY PIC 9(6).
        10  WS-MPR-OVERSCORED-BANDS PIC 9(3).
        10  WS-MPR-UNBANDED-WINNERS PIC 9(9).
        10  WS-MPR-LIABILITY PIC 9(13)V99.
01  WS-PROMO-NDX PIC 9(2) VALUE ZERO.

*> Winners by promotion and match count: today's, from the ledger
*> pass, and the promotion-to-date totals read back from the master
*> after posting. The match fields are PIC 9(3), so 999 is the whole
*> domain, same sizing as AOC_D4TCK's coverage table.
01  WS-MATCH-TABLES.
    05  WS-MATCH-PROMO OCCURS 20 TIMES.
        10  WS-MATCH-ENTRY OCCURS 999 TIMES.
            15  WS-SCORED-TODAY PIC 9(6).
            15  WS-SCORED-TO-DATE PIC 9(9).
*> One wider than a match count so the sweep can step past 999.
01  WS-MATCH-NDX PIC 9(4) VALUE ZERO.

01  WS-RUN-DATE PIC 9(8) VALUE ZERO.

01  WS-TOTAL-LEDGER-RECORDS PIC 9(6) VALUE ZERO.
01  WS-TOTAL-ADJ-RECORDS-SKIPPED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-WINNERS-TODAY PIC 9(6) VALUE ZERO.
01  WS-TOTAL-OVERSCORED-BANDS PIC 9(3) VALUE ZERO.
01  WS-TOTAL-UNBANDED-WINNERS PIC 9(9) VALUE ZERO.
01  WS-TOTAL-UNPRICED-BANDS PIC 9(3) VALUE ZERO.

*> Remaining-prize liability per tier in force today.
01  WS-TIER-REMAINING-TABLE.
    05  WS-TIER-REMAINING OCCURS 50 TIMES.
        10  WS-TRM-PRINTED PIC 9(9).
        10  WS-TRM-SCORED PIC 9(9).
        10  WS-TRM-UNSCORED PIC 9(9).
        10  WS-TRM-DOLLARS PIC 9(11)V99.
01  WS-REMAINING-LIABILITY PIC 9(13)V99 VALUE ZERO.
01  WS-BAND-UNSCORED PIC 9(9) VALUE ZERO.
01  WS-EDIT-DOLLARS PIC Z(10)9.99.
01  WS-EDIT-GRAND PIC Z(12)9.99.

*> Step-status control fields - see copybooks/CARDSTSW.cpy.
COPY CARDSTSW.

PROCEDURE DIVISION.
       MOVE "AOC_D4MAN" TO WS-STEP-PROGRAM.
       PERFORM CHECK-STEP-STATUS.
       PERFORM PROCESS-PARAMETER-DECK.
       PERFORM ECHO-RUN-OPTIONS.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       PERFORM LOAD-TIER-TABLE.
       PERFORM LOAD-MANIFEST-DECK.
       PERFORM COUNT-TODAYS-WINNERS.
       PERFORM OPEN-SCORED-MASTER.
       PERFORM POST-SCORED-MASTER.
       PERFORM READ-SCORED-TO-DATE.
       CLOSE SCORED-FILE.
       PERFORM RECONCILE-BANDS.
       PERFORM PRICE-REMAINING-PRIZES.
       PERFORM PRINT-MANIFEST-REPORT.
       PERFORM SET-RETURN-CODE.
       PERFORM RECORD-STEP-COMPLETION.
       STOP RUN.

APPLY-PARAMETER-CARD.
      *> RUN=family - who is posting today's winners: MAIN for the
      *> nightly AOCD4JOB (the default), SUPP for AOCD4SUP's repaired
      *> cards, PARnn for an AOCD4PAR partitioned run. Same strict
      *> validation stance as every other control card in the suite.
       EVALUATE WS-PARM-KEYWORD
           WHEN "RUN"
               IF WS-PARM-VALUE = "MAIN"
               OR WS-PARM-VALUE = "SUPP"
               OR (WS-PARM-VALUE(1:3) = "PAR"
                   AND WS-PARM-VALUE(4:2) IS NUMERIC
                   AND WS-PARM-VALUE(6:) = SPACES)
                   MOVE WS-PARM-VALUE TO WS-RUN-FAMILY
               ELSE
                   DISPLAY "RUN MUST BE MAIN, SUPP OR PARNN: "
                       WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               END-IF
           WHEN OTHER
               DISPLAY "UNKNOWN PARAMETER KEYWORD: " WS-PARM-CARD
               MOVE 'YES' TO WS-PARM-ERROR
       END-EVALUATE.

ECHO-RUN-OPTIONS.
       DISPLAY "AOC_D4MAN RUN OPTIONS (" WS-PARM-CARD-COUNT
           " SYSIN CARD(S)):".
       DISPLAY "  RUN FAMILY . . . : " WS-RUN-FAMILY.

*> Shared with AOC_D4VAL / AOC_DAY4 - see copybooks/CARDPRM.cpy.
COPY CARDPRM.

*> Shared with AOC_D4PAY / AOC_D4TCK - see copybooks/CARDTIR.cpy.
COPY CARDTIR.

LOAD-MANIFEST-DECK.
      *> The vendor's manifests, one band per card:
      *>   <match lo> <match hi> <winning cards printed>
      *> each game's bands following a "PROMO <promotion code>" card
      *> naming the game they were printed for. Bands ahead of the
      *> first PROMO card are STANDARD's; a game may have only one
      *> section, and a section must hold at least one band.
      *> "*" comments and blank lines allowed. Without a manifest
      *> there is nothing to reconcile against, so a missing deck is
      *> fatal; a card that doesn't parse, a band with reversed
      *> bounds, or two bands that overlap fail the step up front,
      *> same stance as the tier deck - a bad manifest would either
      *> hide a counterfeit run or raise a false one.
       OPEN INPUT MANIFEST-FILE.
       IF WS-MANIFEST-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN MANIFEST-FILE, STATUS "
               WS-MANIFEST-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ MANIFEST-FILE
           AT END
               MOVE 'YES' TO WS-END-OF-FILE
           NOT AT END
               PERFORM LOAD-ONE-MANIFEST-CARD
           END-READ
       END-PERFORM.
       CLOSE MANIFEST-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.
       IF WS-BAND-COUNT = ZERO
           DISPLAY "FATAL: MANIFEST-FILE HELD NO USABLE BAND CARDS"
           MOVE 'YES' TO WS-MANIFEST-ERROR
       END-IF.
       PERFORM CHECK-SECTION-HAS-BANDS.
       PERFORM CHECK-BAND-OVERLAPS.
       IF WS-MANIFEST-ERROR = 'YES'
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM VARYING WS-PROMO-NDX FROM 1 BY 1
           UNTIL WS-PROMO-NDX > WS-PROMO-COUNT
           DISPLAY "LOADED " WS-MPR-BAND-COUNT(WS-PROMO-NDX)
               " PRINTED MATCH BAND(S) FROM CARDMANI FOR PROMOTION "
               WS-MPR-CODE(WS-PROMO-NDX)
       END-PERFORM.

LOAD-ONE-MANIFEST-CARD.
       IF WS-MANIFEST-LINE = SPACES
       OR WS-MANIFEST-LINE(1:1) = "*"
           EXIT PARAGRAPH
       END-IF.
       IF WS-MANIFEST-LINE(1:6) = "PROMO "
           PERFORM LOAD-MANIFEST-PROMO-CARD
           EXIT PARAGRAPH
       END-IF.
       IF WS-BAND-COUNT >= WS-BAND-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-BAND-TABLE-SIZE
               " BAND CARDS IN CARDMANI"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF WS-PROMO-COUNT = ZERO
           PERFORM OPEN-PROMO-SECTION
       END-IF.
       MOVE SPACES TO WS-MAN-LO-TEXT WS-MAN-HI-TEXT
           WS-MAN-PRINTED-TEXT.
       SET WS-MAN-FIELD-COUNT TO ZERO.
       UNSTRING WS-MANIFEST-LINE DELIMITED BY ALL SPACE
           INTO WS-MAN-LO-TEXT WS-MAN-HI-TEXT WS-MAN-PRINTED-TEXT
               TALLYING IN WS-MAN-FIELD-COUNT
               ON OVERFLOW
                   DISPLAY "MANIFEST CARD HAS EXTRA FIELDS: "
                       WS-MANIFEST-LINE
                   MOVE 'YES' TO WS-MANIFEST-ERROR
                   EXIT PARAGRAPH
       END-UNSTRING.
       IF WS-MAN-FIELD-COUNT < 3
           DISPLAY "MANIFEST CARD MISSING FIELDS: " WS-MANIFEST-LINE
           MOVE 'YES' TO WS-MANIFEST-ERROR
           EXIT PARAGRAPH
       END-IF.
       IF FUNCTION TEST-NUMVAL(WS-MAN-LO-TEXT) NOT = 0
       OR FUNCTION TEST-NUMVAL(WS-MAN-HI-TEXT) NOT = 0
       OR FUNCTION TEST-NUMVAL(WS-MAN-PRINTED-TEXT) NOT = 0
           DISPLAY "MANIFEST CARD UNREADABLE: " WS-MANIFEST-LINE
           MOVE 'YES' TO WS-MANIFEST-ERROR
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-BAND-COUNT.
       MOVE WS-PROMO-COUNT TO WS-BAND-PROMO(WS-BAND-COUNT).
       ADD 1 TO WS-MPR-BAND-COUNT(WS-PROMO-COUNT).
       MOVE FUNCTION NUMVAL(WS-MAN-LO-TEXT) TO WS-MAN-NUM-WORK.
       IF WS-MAN-NUM-WORK < 1 OR WS-MAN-NUM-WORK > 999
           DISPLAY "MANIFEST MATCH COUNT OUT OF RANGE: "
               WS-MANIFEST-LINE
           MOVE 'YES' TO WS-MANIFEST-ERROR
       END-IF.
       MOVE WS-MAN-NUM-WORK TO WS-BAND-MATCH-LO(WS-BAND-COUNT).
       MOVE FUNCTION NUMVAL(WS-MAN-HI-TEXT) TO WS-MAN-NUM-WORK.
       IF WS-MAN-NUM-WORK < 1 OR WS-MAN-NUM-WORK > 999
           DISPLAY "MANIFEST MATCH COUNT OUT OF RANGE: "
               WS-MANIFEST-LINE
           MOVE 'YES' TO WS-MANIFEST-ERROR
       END-IF.
       MOVE WS-MAN-NUM-WORK TO WS-BAND-MATCH-HI(WS-BAND-COUNT).
       MOVE FUNCTION NUMVAL(WS-MAN-PRINTED-TEXT) TO WS-MAN-NUM-WORK.
       IF WS-MAN-NUM-WORK > 999999999
           DISPLAY "MANIFEST PRINTED COUNT OUT OF RANGE: "
               WS-MANIFEST-LINE
           MOVE 'YES' TO WS-MANIFEST-ERROR
       END-IF.
       MOVE WS-MAN-NUM-WORK TO WS-BAND-PRINTED(WS-BAND-COUNT).
       MOVE ZERO TO WS-BAND-SCORED(WS-BAND-COUNT).
       MOVE ZERO TO WS-BAND-TIER(WS-BAND-COUNT).
       IF WS-BAND-MATCH-LO(WS-BAND-COUNT)
           > WS-BAND-MATCH-HI(WS-BAND-COUNT)
           DISPLAY "MANIFEST BAND BOUNDS REVERSED: " WS-MANIFEST-LINE
           MOVE 'YES' TO WS-MANIFEST-ERROR
       END-IF.

LOAD-MANIFEST-PROMO-CARD.
      *> Opens the next game's section - the bands after it, up to
      *> the next PROMO card, are that promotion's print run.
       MOVE SPACES TO WS-MAN-KIND-TEXT WS-MAN-PROMO-TEXT.
       SET WS-MAN-FIELD-COUNT TO ZERO.
       UNSTRING WS-MANIFEST-LINE DELIMITED BY ALL SPACE
           INTO WS-MAN-KIND-TEXT WS-MAN-PROMO-TEXT
               TALLYING IN WS-MAN-FIELD-COUNT
               ON OVERFLOW
                   DISPLAY "MANIFEST CARD HAS EXTRA FIELDS: "
                       WS-MANIFEST-LINE
                   MOVE 'YES' TO WS-MANIFEST-ERROR
                   EXIT PARAGRAPH
       END-UNSTRING.
       IF WS-MAN-FIELD-COUNT < 2
       OR WS-MAN-PROMO-TEXT(9:4) NOT = SPACES
           DISPLAY "MANIFEST PROMO CARD INVALID: " WS-MANIFEST-LINE
           MOVE 'YES' TO WS-MANIFEST-ERROR
           EXIT PARAGRAPH
       END-IF.
       PERFORM CHECK-SECTION-HAS-BANDS.
       MOVE WS-MAN-PROMO-TEXT TO WS-MAN-PROMO.
       PERFORM OPEN-PROMO-SECTION.

OPEN-PROMO-SECTION.
      *> A second section for the same game would split its print run
      *> in two and post its winners against whichever came first.
       MOVE WS-MAN-PROMO TO WS-WORK-PROMO.
       PERFORM FIND-MANIFEST-PROMO.
       IF WS-PROMO-NDX <= WS-PROMO-COUNT
           DISPLAY "MANIFEST HAS A SECOND SECTION FOR PROMOTION "
               WS-MAN-PROMO
           MOVE 'YES' TO WS-MANIFEST-ERROR
       END-IF.
       IF WS-PROMO-COUNT >= WS-PROMO-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-PROMO-TABLE-SIZE
               " PROMOTION SECTIONS IN CARDMANI"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-PROMO-COUNT.
       MOVE WS-MAN-PROMO TO WS-MPR-CODE(WS-PROMO-COUNT).
       MOVE ZERO TO WS-MPR-BAND-COUNT(WS-PROMO-COUNT)
           WS-MPR-LEDGER-DATE(WS-PROMO-COUNT)
           WS-MPR-LAST-POSTED(WS-PROMO-COUNT)
           WS-MPR-WINNERS-TODAY(WS-PROMO-COUNT)
           WS-MPR-OVERSCORED-BANDS(WS-PROMO-COUNT)
           WS-MPR-UNBANDED-WINNERS(WS-PROMO-COUNT)
           WS-MPR-LIABILITY(WS-PROMO-COUNT).
       MOVE 'NO' TO WS-MPR-ALREADY-POSTED(WS-PROMO-COUNT).

CHECK-SECTION-HAS-BANDS.
      *> The section just ended (if any) must have printed something.
       IF WS-PROMO-COUNT > ZERO
       AND WS-MPR-BAND-COUNT(WS-PROMO-COUNT) = ZERO
           DISPLAY "MANIFEST SECTION FOR PROMOTION "
               WS-MPR-CODE(WS-PROMO-COUNT) " HAS NO BAND CARDS"
           MOVE 'YES' TO WS-MANIFEST-ERROR
       END-IF.

FIND-MANIFEST-PROMO.
      *> WS-WORK-PROMO's section, or one past the last if it has none.
       PERFORM VARYING WS-PROMO-NDX FROM 1 BY 1
           UNTIL WS-PROMO-NDX > WS-PROMO-COUNT
           OR WS-MPR-CODE(WS-PROMO-NDX) = WS-WORK-PROMO
       END-PERFORM.

CHECK-BAND-OVERLAPS.
      *> Every pair of bands of the same game once: a match count
      *> claimed by two bands would have its winners counted against
      *> both printed counts.
       PERFORM VARYING WS-BAND-NDX FROM 1 BY 1
           UNTIL WS-BAND-NDX >= WS-BAND-COUNT
           PERFORM VARYING WS-BAND-NDX-2 FROM WS-BAND-NDX BY 1
               UNTIL WS-BAND-NDX-2 > WS-BAND-COUNT
               IF WS-BAND-NDX-2 > WS-BAND-NDX
               AND WS-BAND-PROMO(WS-BAND-NDX)
                   = WS-BAND-PROMO(WS-BAND-NDX-2)
               AND WS-BAND-MATCH-LO(WS-BAND-NDX)
                   <= WS-BAND-MATCH-HI(WS-BAND-NDX-2)
               AND WS-BAND-MATCH-LO(WS-BAND-NDX-2)
                   <= WS-BAND-MATCH-HI(WS-BAND-NDX)
                   DISPLAY "MANIFEST BANDS OVERLAP: "
                       WS-MPR-CODE(WS-BAND-PROMO(WS-BAND-NDX)) " "
                       WS-BAND-MATCH-LO(WS-BAND-NDX) "-"
                       WS-BAND-MATCH-HI(WS-BAND-NDX) " AND "
                       WS-BAND-MATCH-LO(WS-BAND-NDX-2) "-"
                       WS-BAND-MATCH-HI(WS-BAND-NDX-2)
                   MOVE 'YES' TO WS-MANIFEST-ERROR
               END-IF
           END-PERFORM
       END-PERFORM.

COUNT-TODAYS-WINNERS.
      *> Tally the day's winners by game and match count - only games
      *> the manifest has a section for. Adjustment records
      *> ("A" in column 1 - see CARDLEDG.cpy) re-score a card already
      *> counted, so they add no winner; zero-match cards aren't
      *> winners at all.
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
               PERFORM COUNT-ONE-LEDGER-RECORD
           END-READ
       END-PERFORM.
       CLOSE REWARDS-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.

COUNT-ONE-LEDGER-RECORD.
       ADD 1 TO WS-TOTAL-LEDGER-RECORDS.
       IF WS-ADJ-RECORD-TYPE = "A"
           ADD 1 TO WS-TOTAL-ADJ-RECORDS-SKIPPED
           EXIT PARAGRAPH
       END-IF.
       IF WS-LEDGER-PROMO-CODE = SPACES
           MOVE "STANDARD" TO WS-WORK-PROMO
       ELSE
           MOVE WS-LEDGER-PROMO-CODE TO WS-WORK-PROMO
       END-IF.
       PERFORM FIND-MANIFEST-PROMO.
       IF WS-PROMO-NDX > WS-PROMO-COUNT
           ADD 1 TO WS-TOTAL-OTHER-PROMO-RECORDS
           EXIT PARAGRAPH
       END-IF.
       IF WS-LEDGER-DATE-PROCESSED > WS-MPR-LEDGER-DATE(WS-PROMO-NDX)
           MOVE WS-LEDGER-DATE-PROCESSED
               TO WS-MPR-LEDGER-DATE(WS-PROMO-NDX)
       END-IF.
       IF WS-LEDGER-MATCH-COUNT = ZERO
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-SCORED-TODAY(WS-PROMO-NDX, WS-LEDGER-MATCH-COUNT).
       ADD 1 TO WS-MPR-WINNERS-TODAY(WS-PROMO-NDX).
       ADD 1 TO WS-TOTAL-WINNERS-TODAY.

OPEN-SCORED-MASTER.
      *> Cumulative for the life of the promotion, so the normal open
      *> is I-O; status 35 is the promotion's first run - create it
      *> empty and reopen, same treatment AOC_D4HIST gives CARDHIST.
       OPEN I-O SCORED-FILE.
       IF WS-SCORED-FILE-STATUS = "35"
           OPEN OUTPUT SCORED-FILE
           CLOSE SCORED-FILE
           OPEN I-O SCORED-FILE
       END-IF.
       IF WS-SCORED-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN SCORED-FILE, STATUS "
               WS-SCORED-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

POST-SCORED-MASTER.
       PERFORM VARYING WS-PROMO-NDX FROM 1 BY 1
           UNTIL WS-PROMO-NDX > WS-PROMO-COUNT
           PERFORM POST-ONE-PROMOTION
       END-PERFORM.

POST-ONE-PROMOTION.
      *> A processing date no later than the one on the game's control
      *> record for this run family has been posted already - a rerun
      *> of the step, or a restart after a later failure. Report from
      *> the master as it stands instead of counting the day's winners
      *> a second time. Another family's control record says nothing
      *> about this run's cards, so it doesn't stop the posting.
       MOVE WS-MPR-CODE(WS-PROMO-NDX) TO WS-MSC-PROMO.
       MOVE ZERO TO WS-MSC-MATCH-COUNT.
       MOVE WS-RUN-FAMILY TO WS-MSC-RUN-FAMILY.
       READ SCORED-FILE
           INVALID KEY
               MOVE ZERO TO WS-MPR-LAST-POSTED(WS-PROMO-NDX)
           NOT INVALID KEY
               MOVE WS-MSC-LAST-DATE TO WS-MPR-LAST-POSTED(WS-PROMO-NDX)
       END-READ.
       IF WS-MPR-LEDGER-DATE(WS-PROMO-NDX) = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF WS-MPR-LEDGER-DATE(WS-PROMO-NDX)
           <= WS-MPR-LAST-POSTED(WS-PROMO-NDX)
           MOVE 'YES' TO WS-MPR-ALREADY-POSTED(WS-PROMO-NDX)
           DISPLAY "WARNING: " WS-MPR-CODE(WS-PROMO-NDX)
               " PROCESSING DATE " WS-MPR-LEDGER-DATE(WS-PROMO-NDX)
               " ALREADY POSTED TO CARDMSCR BY RUN " WS-RUN-FAMILY
               " - REPORTING ONLY"
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-MATCH-NDX FROM 1 BY 1
           UNTIL WS-MATCH-NDX > 999
           IF WS-SCORED-TODAY(WS-PROMO-NDX, WS-MATCH-NDX) > ZERO
               PERFORM POST-ONE-MATCH-COUNT
           END-IF
       END-PERFORM.
       MOVE WS-MPR-CODE(WS-PROMO-NDX) TO WS-MSC-PROMO.
       MOVE ZERO TO WS-MSC-MATCH-COUNT.
       MOVE WS-RUN-FAMILY TO WS-MSC-RUN-FAMILY.
       MOVE ZERO TO WS-MSC-WINNERS.
       MOVE WS-MPR-LEDGER-DATE(WS-PROMO-NDX) TO WS-MSC-LAST-DATE.
       MOVE SPACE TO WS-MSC-SEP-1.
       MOVE SPACE TO WS-MSC-SEP-2.
       WRITE WS-SCORED-RECORD
           INVALID KEY
               REWRITE WS-SCORED-RECORD
       END-WRITE.

POST-ONE-MATCH-COUNT.
       MOVE WS-MPR-CODE(WS-PROMO-NDX) TO WS-MSC-PROMO.
       MOVE WS-MATCH-NDX TO WS-MSC-MATCH-COUNT.
       MOVE SPACES TO WS-MSC-RUN-FAMILY.
       READ SCORED-FILE
           INVALID KEY
               MOVE WS-MPR-CODE(WS-PROMO-NDX) TO WS-MSC-PROMO
               MOVE WS-MATCH-NDX TO WS-MSC-MATCH-COUNT
               MOVE SPACES TO WS-MSC-RUN-FAMILY
               MOVE WS-SCORED-TODAY(WS-PROMO-NDX, WS-MATCH-NDX)
                   TO WS-MSC-WINNERS
               MOVE WS-MPR-LEDGER-DATE(WS-PROMO-NDX)
                   TO WS-MSC-LAST-DATE
               MOVE SPACE TO WS-MSC-SEP-1
               MOVE SPACE TO WS-MSC-SEP-2
               WRITE WS-SCORED-RECORD
           NOT INVALID KEY
               ADD WS-SCORED-TODAY(WS-PROMO-NDX, WS-MATCH-NDX)
                   TO WS-MSC-WINNERS
               MOVE WS-MPR-LEDGER-DATE(WS-PROMO-NDX)
                   TO WS-MSC-LAST-DATE
               REWRITE WS-SCORED-RECORD
       END-READ.

READ-SCORED-TO-DATE.
       PERFORM VARYING WS-PROMO-NDX FROM 1 BY 1
           UNTIL WS-PROMO-NDX > WS-PROMO-COUNT
           PERFORM READ-PROMO-TO-DATE
       END-PERFORM.

READ-PROMO-TO-DATE.
      *> Sweep the game's records in key order into its to-date table
      *> - START at match count 1 so its control records stay out of
      *> the winner totals, and stop at the next game's first key.
       MOVE WS-MPR-CODE(WS-PROMO-NDX) TO WS-MSC-PROMO.
       MOVE 1 TO WS-MSC-MATCH-COUNT.
       MOVE SPACES TO WS-MSC-RUN-FAMILY.
       START SCORED-FILE KEY IS NOT LESS THAN WS-MSC-KEY
           INVALID KEY
               MOVE 'YES' TO WS-END-OF-FILE
       END-START.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ SCORED-FILE NEXT RECORD
               AT END
                   MOVE 'YES' TO WS-END-OF-FILE
               NOT AT END
                   IF WS-MSC-PROMO NOT = WS-MPR-CODE(WS-PROMO-NDX)
                       MOVE 'YES' TO WS-END-OF-FILE
                   ELSE
                       MOVE WS-MSC-WINNERS TO WS-SCORED-TO-DATE(
                           WS-PROMO-NDX, WS-MSC-MATCH-COUNT)
                   END-IF
           END-READ
       END-PERFORM.
       MOVE 'NO' TO WS-END-OF-FILE.

RECONCILE-BANDS.
      *> Roll each game's to-date winners up into its printed bands.
      *> A match count that scored winners but falls in none of the
      *> game's printed bands is itself a card the vendor says it
      *> never printed - counted and named, and treated as an
      *> overscored band.
       PERFORM VARYING WS-PROMO-NDX FROM 1 BY 1
           UNTIL WS-PROMO-NDX > WS-PROMO-COUNT
           PERFORM VARYING WS-MATCH-NDX FROM 1 BY 1
               UNTIL WS-MATCH-NDX > 999
               IF WS-SCORED-TO-DATE(WS-PROMO-NDX, WS-MATCH-NDX) > ZERO
                   PERFORM BAND-ONE-MATCH-COUNT
               END-IF
           END-PERFORM
       END-PERFORM.
       PERFORM VARYING WS-BAND-NDX FROM 1 BY 1
           UNTIL WS-BAND-NDX > WS-BAND-COUNT
           IF WS-BAND-SCORED(WS-BAND-NDX)
               > WS-BAND-PRINTED(WS-BAND-NDX)
               ADD 1 TO WS-TOTAL-OVERSCORED-BANDS
               MOVE WS-BAND-PROMO(WS-BAND-NDX) TO WS-PROMO-NDX
               ADD 1 TO WS-MPR-OVERSCORED-BANDS(WS-PROMO-NDX)
               DISPLAY "COUNTERFEIT SIGNAL: "
                   WS-MPR-CODE(WS-BAND-PROMO(WS-BAND-NDX))
                   " MATCH BAND "
                   WS-BAND-MATCH-LO(WS-BAND-NDX) "-"
                   WS-BAND-MATCH-HI(WS-BAND-NDX) " SCORED "
                   WS-BAND-SCORED(WS-BAND-NDX) " WINNER(S), VENDOR "
                   "PRINTED " WS-BAND-PRINTED(WS-BAND-NDX)
           END-IF
       END-PERFORM.

BAND-ONE-MATCH-COUNT.
       PERFORM VARYING WS-BAND-NDX FROM 1 BY 1
           UNTIL WS-BAND-NDX > WS-BAND-COUNT
           OR (WS-BAND-PROMO(WS-BAND-NDX) = WS-PROMO-NDX
           AND WS-MATCH-NDX >= WS-BAND-MATCH-LO(WS-BAND-NDX)
           AND WS-MATCH-NDX <= WS-BAND-MATCH-HI(WS-BAND-NDX))
       END-PERFORM.
       IF WS-BAND-NDX > WS-BAND-COUNT
           ADD WS-SCORED-TO-DATE(WS-PROMO-NDX, WS-MATCH-NDX)
               TO WS-TOTAL-UNBANDED-WINNERS
           ADD WS-SCORED-TO-DATE(WS-PROMO-NDX, WS-MATCH-NDX)
               TO WS-MPR-UNBANDED-WINNERS(WS-PROMO-NDX)
           DISPLAY "COUNTERFEIT SIGNAL: " WS-MPR-CODE(WS-PROMO-NDX) " "
               WS-SCORED-TO-DATE(WS-PROMO-NDX, WS-MATCH-NDX)
               " WINNER(S) SCORED AT " WS-MATCH-NDX
               " MATCHES - NO SUCH BAND WAS PRINTED"
       ELSE
           ADD WS-SCORED-TO-DATE(WS-PROMO-NDX, WS-MATCH-NDX)
               TO WS-BAND-SCORED(WS-BAND-NDX)
       END-IF.

PRICE-REMAINING-PRIZES.
      *> Each band's unscored winners are priced at its game's tier in
      *> force today whose match range holds the whole band. A band that
      *> straddles two tiers, or that no tier in force covers, can't
      *> be priced honestly - it's named, left out of the total, and
      *> the step ends RC=4 so the manifest and tier deck get looked
      *> at side by side.
       PERFORM VARYING WS-TIER-NDX FROM 1 BY 1
           UNTIL WS-TIER-NDX > WS-TIER-COUNT
           MOVE ZERO TO WS-TRM-PRINTED(WS-TIER-NDX)
           MOVE ZERO TO WS-TRM-SCORED(WS-TIER-NDX)
           MOVE ZERO TO WS-TRM-UNSCORED(WS-TIER-NDX)
           MOVE ZERO TO WS-TRM-DOLLARS(WS-TIER-NDX)
       END-PERFORM.
       PERFORM VARYING WS-BAND-NDX FROM 1 BY 1
           UNTIL WS-BAND-NDX > WS-BAND-COUNT
           PERFORM FIND-BAND-TIER
           IF WS-BAND-TIER(WS-BAND-NDX) = ZERO
               ADD 1 TO WS-TOTAL-UNPRICED-BANDS
               DISPLAY WS-MPR-CODE(WS-BAND-PROMO(WS-BAND-NDX))
                   " MATCH BAND " WS-BAND-MATCH-LO(WS-BAND-NDX)
                   "-" WS-BAND-MATCH-HI(WS-BAND-NDX)
                   " FITS NO SINGLE TIER IN FORCE - NOT PRICED"
           ELSE
               PERFORM PRICE-ONE-BAND
           END-IF
       END-PERFORM.

FIND-BAND-TIER.
       MOVE ZERO TO WS-BAND-TIER(WS-BAND-NDX).
       MOVE WS-MPR-CODE(WS-BAND-PROMO(WS-BAND-NDX)) TO WS-WORK-PROMO.
       PERFORM VARYING WS-TIER-NDX FROM 1 BY 1
           UNTIL WS-TIER-NDX > WS-TIER-COUNT
           OR WS-BAND-TIER(WS-BAND-NDX) > ZERO
           IF WS-TIER-PROMO(WS-TIER-NDX) = WS-WORK-PROMO
           AND WS-RUN-DATE >= WS-TIER-PERIOD-START(WS-TIER-NDX)
           AND WS-RUN-DATE <= WS-TIER-PERIOD-END(WS-TIER-NDX)
           AND WS-BAND-MATCH-LO(WS-BAND-NDX)
               >= WS-TIER-MATCH-LO(WS-TIER-NDX)
           AND WS-BAND-MATCH-HI(WS-BAND-NDX)
               <= WS-TIER-MATCH-HI(WS-TIER-NDX)
               MOVE WS-TIER-NDX TO WS-BAND-TIER(WS-BAND-NDX)
           END-IF
       END-PERFORM.

PRICE-ONE-BAND.
      *> An overscored band has nothing left to pay out - it's
      *> already the RC=8 finding, and it doesn't net against the
      *> other bands' reserve.
       MOVE WS-BAND-TIER(WS-BAND-NDX) TO WS-TIER-NDX.
       IF WS-BAND-SCORED(WS-BAND-NDX) < WS-BAND-PRINTED(WS-BAND-NDX)
           COMPUTE WS-BAND-UNSCORED = WS-BAND-PRINTED(WS-BAND-NDX)
               - WS-BAND-SCORED(WS-BAND-NDX)
       ELSE
           MOVE ZERO TO WS-BAND-UNSCORED
       END-IF.
       ADD WS-BAND-PRINTED(WS-BAND-NDX) TO WS-TRM-PRINTED(WS-TIER-NDX).
       ADD WS-BAND-SCORED(WS-BAND-NDX) TO WS-TRM-SCORED(WS-TIER-NDX).
       ADD WS-BAND-UNSCORED TO WS-TRM-UNSCORED(WS-TIER-NDX).
       COMPUTE WS-TRM-DOLLARS(WS-TIER-NDX) =
           WS-TRM-DOLLARS(WS-TIER-NDX)
           + WS-BAND-UNSCORED * WS-TIER-AMOUNT(WS-TIER-NDX).
       MOVE WS-BAND-PROMO(WS-BAND-NDX) TO WS-PROMO-NDX.
       COMPUTE WS-MPR-LIABILITY(WS-PROMO-NDX) =
           WS-MPR-LIABILITY(WS-PROMO-NDX)
           + WS-BAND-UNSCORED * WS-TIER-AMOUNT(WS-TIER-NDX).
       COMPUTE WS-REMAINING-LIABILITY = WS-REMAINING-LIABILITY
           + WS-BAND-UNSCORED * WS-TIER-AMOUNT(WS-TIER-NDX).

PRINT-MANIFEST-REPORT.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4MAN - PRINT-RUN MANIFEST RECONCILIATION".
       DISPLAY "=================================================".
       DISPLAY "LEDGER RECORDS READ. . . . . . . : "
           WS-TOTAL-LEDGER-RECORDS.
       DISPLAY "ADJUSTMENT RECORDS (SKIPPED) . . : "
           WS-TOTAL-ADJ-RECORDS-SKIPPED.
       DISPLAY "RUN FAMILY POSTING. . . . . . . : " WS-RUN-FAMILY.
       DISPLAY "PROMOTIONS RECONCILED. . . . . . : " WS-PROMO-COUNT.
       DISPLAY "OTHER PROMOTIONS' RECORDS. . . . : "
           WS-TOTAL-OTHER-PROMO-RECORDS.
       DISPLAY "WINNERS SCORED TODAY . . . . . . : "
           WS-TOTAL-WINNERS-TODAY.
       PERFORM VARYING WS-PROMO-NDX FROM 1 BY 1
           UNTIL WS-PROMO-NDX > WS-PROMO-COUNT
           PERFORM PRINT-ONE-PROMOTION
       END-PERFORM.
       DISPLAY "-------------------------------------------------".
       DISPLAY "OVERSCORED BANDS . . . . . . . . : "
           WS-TOTAL-OVERSCORED-BANDS.
       DISPLAY "WINNERS IN NO PRINTED BAND . . . : "
           WS-TOTAL-UNBANDED-WINNERS.
       IF WS-TOTAL-UNPRICED-BANDS > ZERO
           DISPLAY "BANDS NOT PRICED (NO SINGLE TIER): "
               WS-TOTAL-UNPRICED-BANDS
       END-IF.
       MOVE WS-REMAINING-LIABILITY TO WS-EDIT-GRAND.
       DISPLAY "REMAINING-PRIZE LIABILITY. . . . : " WS-EDIT-GRAND.
       DISPLAY "=================================================".

PRINT-ONE-PROMOTION.
       DISPLAY "-------------------------------------------------".
       DISPLAY "PROMOTION " WS-MPR-CODE(WS-PROMO-NDX).
       DISPLAY "WINNERS SCORED TODAY . . . . . . : "
           WS-MPR-WINNERS-TODAY(WS-PROMO-NDX).
       IF WS-MPR-ALREADY-POSTED(WS-PROMO-NDX) = 'YES'
           DISPLAY "TODAY'S WINNERS NOT POSTED - DATE "
               WS-MPR-LEDGER-DATE(WS-PROMO-NDX)
               " WAS ALREADY ON CARDMSCR FOR RUN " WS-RUN-FAMILY
       END-IF.
       DISPLAY "BAND      PRINTED    SCORED TO DATE".
       PERFORM VARYING WS-BAND-NDX FROM 1 BY 1
           UNTIL WS-BAND-NDX > WS-BAND-COUNT
           IF WS-BAND-PROMO(WS-BAND-NDX) = WS-PROMO-NDX
               DISPLAY WS-BAND-MATCH-LO(WS-BAND-NDX) "-"
                   WS-BAND-MATCH-HI(WS-BAND-NDX) "   "
                   WS-BAND-PRINTED(WS-BAND-NDX) "  "
                   WS-BAND-SCORED(WS-BAND-NDX)
           END-IF
       END-PERFORM.
       DISPLAY "OVERSCORED BANDS . . . . . . . . : "
           WS-MPR-OVERSCORED-BANDS(WS-PROMO-NDX).
       DISPLAY "WINNERS IN NO PRINTED BAND . . . : "
           WS-MPR-UNBANDED-WINNERS(WS-PROMO-NDX).
      *> Remaining-prize liability: printed winners not yet scored,
      *> at each tier's dollar amount - what finance reserves for.
       DISPLAY "REMAINING-PRIZE LIABILITY (TIERS IN FORCE "
           WS-RUN-DATE ")".
       PERFORM VARYING WS-TIER-NDX FROM 1 BY 1
           UNTIL WS-TIER-NDX > WS-TIER-COUNT
           IF WS-TIER-PROMO(WS-TIER-NDX) = WS-MPR-CODE(WS-PROMO-NDX)
           AND WS-RUN-DATE >= WS-TIER-PERIOD-START(WS-TIER-NDX)
           AND WS-RUN-DATE <= WS-TIER-PERIOD-END(WS-TIER-NDX)
               MOVE WS-TRM-DOLLARS(WS-TIER-NDX) TO WS-EDIT-DOLLARS
               DISPLAY "TIER " WS-TIER-NDX
                   " (MATCHES " WS-TIER-MATCH-LO(WS-TIER-NDX)
                   "-" WS-TIER-MATCH-HI(WS-TIER-NDX)
                   "): PRINTED " WS-TRM-PRINTED(WS-TIER-NDX)
                   " SCORED " WS-TRM-SCORED(WS-TIER-NDX)
               DISPLAY "      UNSCORED " WS-TRM-UNSCORED(WS-TIER-NDX)
                   "  DOLLARS " WS-EDIT-DOLLARS
           END-IF
       END-PERFORM.
       MOVE WS-MPR-LIABILITY(WS-PROMO-NDX) TO WS-EDIT-GRAND.
       DISPLAY "PROMOTION REMAINING LIABILITY. . : " WS-EDIT-GRAND.

SET-RETURN-CODE.
      *> RC=8: more winners scored in some game's band than the
      *> vendor printed (or winners in a band never printed) - the
      *> counterfeit signal. RC=4: the reconciliation held, but a
      *> band couldn't be priced against the tier deck, so the
      *> liability total is short. RC=0: every band within its print
      *> run and fully priced.
       IF WS-TOTAL-OVERSCORED-BANDS > ZERO
       OR WS-TOTAL-UNBANDED-WINNERS > ZERO
           MOVE 8 TO RETURN-CODE
       ELSE
           IF WS-TOTAL-UNPRICED-BANDS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
       END-IF.

*> Shared with the rest of the AOCD4JOB chain - see
*> copybooks/CARDSTP.cpy.
COPY CARDSTP.
