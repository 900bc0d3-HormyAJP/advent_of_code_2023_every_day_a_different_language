*> attached) instead of a payment record on CARDPMT, held dollars
*> appear as their own line on the liability report so finance books
*> them correctly, and the CARDRELS release deck (card numbers
*> approved after investigation, one per line - built by AOC_D4REL
*> from dual-authorized release requests) both lets a flagged
*> card pay through today and re-issues a carried-forward held
*> record (CARDHLDI - the prior run's held file) as a real payment.
*> Unreleased carried holds pass through to the new held file, so
*> nothing falls off the books while under investigation.
*>
*> Hotlist: retailers report stolen packs and voided card ranges,
*> and AOC_D4HOT keeps them on the keyed CARDHOT master. A card on
*> the hotlist (in force for its processing date) is held with
*> exception type HOTL whatever CARDEXC or the release deck says -
*> a release only pays a hotlisted card once loss prevention has
*> taken it off the list - and every hit is appended to the
*> cumulative CARDHOTH hit log for the weekly loss-prevention report
*> (AOC_D4HTR). Hotlist hits get their own lines on the liability
*> report.
*>
*> Promotions: one nightly deck carries a batch per game running
*> concurrently, and every ledger record names its promotion. A card
*> is priced only against its own promotion's tiers (CARDTIER is keyed
*> by promotion - see copybooks/CARDTIR.cpy), the promotion rides on
*> the payment and held records, the liability report breaks the
*> day out by promotion, and the GL postings carry the promotion so
*> finance can book each game's liability to it. A ledger or carried
*> held record with no promotion predates named promotions and is
*> treated as STANDARD.
*>
*> Check register: the bank honours a prize check only once it has
*> been on a positive-pay issue file, so every payment written here
*> is numbered as a check by the next step (AOC_D4CHK). This step
*> ends by writing a one-record payout control file (CARDPCTL - see
*> copybooks/CARDPCT.cpy) with the payment count and dollars and the
*> liability figures they derive from, so the check register ties to
*> the liability report's grand total without re-reading SYSOUT.
*>
*> Prize tax: a prize at or above the reportable threshold on the
*> tax parameter deck (CARDTAXP - see copybooks/CARDTAX.cpy) pays
*> only once its winner's name, address and TIN are on the winner
*> identity master (CARDWIN, maintained by AOC_D4WIN from the payout
*> desk's claim forms); until then it is held with exception type
*> NTIN, and a carried NTIN hold pays by itself on the first run
*> after the identity arrives - no release deck entry needed. A
*> prize above the withholding threshold has the deck's withholding
*> percentage taken out of the check, so CARDPMT carries the net
*> amount, the withheld dollars post to the WTAX account pair, and
*> every reportable payment (gross, withheld, TIN) is appended to
*> the cumulative CARDTAXL log the year-end information-return step
*> (AOC_D4TAX) totals per TIN. None of the thresholds or the rate
*> is in this program - a year's new figures are a deck change.
*>
*> Claim window: a carried hold used to pass through to the new held
*> file forever, so PROD.CARD.HELD.PAYMENTS only grew and the
*> liability report kept showing dollars for cards held promotions
*> ago that nobody would ever claim. A winner now has CLAIMDAYS days
*> (CLAIMDAYS=n on SYSIN) after the end of the promotion period
*> their tier was priced in to get a hold cleared. A carried hold
*> still unreleased after that deadline is forfeited: it comes off
*> the held file, is appended to the cumulative forfeiture log
*> (CARDFORF - see copybooks/CARDFRF.cpy) the finance forfeiture
*> report (AOC_D4FRF) reads, and its liability is released to
*> breakage income on the FORF GL pair. Holds within WARNDAYS days
*> of their deadline are listed in deadline order on CARDFWRN so
*> the desk can chase those winners first. The period end rides on
*> every held record; a hold carried from before it did is dated
*> from the tier deck. With no CLAIMDAYS card nothing expires.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       FILE STATUS IS WS-REWARDS-FILE-STATUS.

      *> Prize-tier parameter cards, one tier per line:
      *>   [<promotion code>] <period start yyyymmdd> <period end>
      *>   <match lo> <match hi> <dollar amount, e.g. 25.00>
       SELECT TIER-PARM-FILE ASSIGN TO CARDTIER
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TIER-PARM-FILE-STATUS.
       SELECT HELD-FILE ASSIGN TO CARDHELD
       ORGANIZATION IS LINE SEQUENTIAL.

      *> Cumulative forfeiture log (see copybooks/CARDFRF.cpy),
      *> appended every run; absent (35) on the very first hold ever
      *> forfeited.
       SELECT FORFEIT-FILE ASSIGN TO CARDFORF
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FORFEIT-FILE-STATUS.

      *> Holds nearing their claim deadline, for the payout desk -
      *> only written when a claim window is in force.
       SELECT EXPIRY-LISTING-FILE ASSIGN TO CARDFWRN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXPIRY-LISTING-FILE-STATUS.

      *> Keyed card-to-retailer cross-reference, loaded from the
      *> vendor's file by AOC_D4XRF (see copybooks/CARDXRF.cpy).
      *> One direct read per ledger record stamps the retailer ID
       SELECT GL-FILE ASSIGN TO CARDGL
       ORGANIZATION IS LINE SEQUENTIAL.

      *> Prize-tax thresholds, rate and payer, maintained by the tax
      *> desk - see copybooks/CARDTAX.cpy for the card format.
      *> Required: a payout run never guesses at tax.
       SELECT TAX-PARM-FILE ASSIGN TO CARDTAXP
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TAX-PARM-FILE-STATUS.

      *> Keyed winner identity master, maintained by AOC_D4WIN (see
      *> copybooks/CARDWIN.cpy). One direct read per reportable
      *> prize. Absent (35) means no winner has been keyed yet -
      *> every reportable prize is held NTIN.
       SELECT WINNER-FILE ASSIGN TO CARDWIN
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS WS-WIN-CARD-NUMBER
       FILE STATUS IS WS-WINNER-FILE-STATUS.

      *> Cumulative reportable-payment log (see copybooks/
      *> CARDTXL.cpy), appended every run; absent (35) on the very
      *> first reportable prize ever paid.
       SELECT TAX-PAYMENT-FILE ASSIGN TO CARDTAXL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TAX-PAYMENT-FILE-STATUS.

      *> Stolen/voided card hotlist master, maintained by AOC_D4HOT
      *> (see copybooks/CARDHOT.cpy) - read once into a table in key
      *> order. Absent (35) means nothing has been reported yet.
       SELECT HOTLIST-FILE ASSIGN TO CARDHOT
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS WS-HOT-CARD-FROM
       FILE STATUS IS WS-HOTLIST-FILE-STATUS.

      *> Cumulative hotlist-hit log (see copybooks/CARDHIT.cpy),
      *> appended every run; absent (35) on the very first hit ever.
       SELECT HOTLIST-HIT-FILE ASSIGN TO CARDHOTH
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOTLIST-HIT-FILE-STATUS.

      *> One-record payout control file for the check register step -
      *> see WRITE-PAYOUT-CONTROL.
       SELECT PAYOUT-CONTROL-FILE ASSIGN TO CARDPCTL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PAYOUT-CONTROL-FILE-STATUS.

      *> Step-status control dataset - see copybooks/CARDSTP.cpy.
       SELECT STEP-STATUS-FILE ASSIGN TO CARDSTAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STEP-STATUS-FILE-STATUS.

      *> SYSIN control-card deck - see copybooks/CARDPRM.cpy.
       SELECT PARM-FILE ASSIGN TO SYSIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD REWARDS-FILE.
*> chargeback desk sees explicitly that the join failed rather
*> than a blank.
    05  WS-PAY-RETAILER-ID PIC X(8).
    05  WS-PAY-SEP-6 PIC X(1).
*> Promotion the card was scored and priced under.
    05  WS-PAY-PROMO-CODE PIC X(8).

FD EXCEPTION-FILE.
*> AOC_D4EXC's record shape, read back: severity, finding type,
    05  WS-HIN-EXCEPTION-TYPE PIC X(4).
    05  WS-HIN-SEP-6 PIC X(1).
    05  WS-HIN-RETAILER-ID PIC X(8).
    05  WS-HIN-SEP-7 PIC X(1).
    05  WS-HIN-PROMO-CODE PIC X(8).
    05  WS-HIN-SEP-8 PIC X(1).
    05  WS-HIN-PERIOD-END PIC 9(8).

FD HELD-FILE.
*> A payment withheld on a HIGH exception finding: the payment
    05  WS-HELD-EXCEPTION-TYPE PIC X(4).
    05  WS-HELD-SEP-6 PIC X(1).
    05  WS-HELD-RETAILER-ID PIC X(8).
    05  WS-HELD-SEP-7 PIC X(1).
    05  WS-HELD-PROMO-CODE PIC X(8).
    05  WS-HELD-SEP-8 PIC X(1).
*> End of the promotion period the hold's tier was priced in - its
*> claim window runs from here.
    05  WS-HELD-PERIOD-END PIC 9(8).

FD FORFEIT-FILE.
COPY CARDFRF.

FD EXPIRY-LISTING-FILE.
01  WS-EXPIRY-LISTING-LINE PIC X(80).

FD XREF-FILE.
COPY CARDXRF.
    05  WS-GL-AMOUNT PIC 9(9).99.
    05  WS-GL-SEP-4 PIC X(1).
    05  WS-GL-SOURCE PIC X(8).
    05  WS-GL-SEP-5 PIC X(1).
*> Promotion whose liability the posting books.
    05  WS-GL-PROMO-CODE PIC X(8).

FD TAX-PARM-FILE.
01  WS-TAX-PARM-LINE PIC X(80).

FD WINNER-FILE.
COPY CARDWIN.

FD TAX-PAYMENT-FILE.
COPY CARDTXL.

FD HOTLIST-FILE.
COPY CARDHOT.

FD HOTLIST-HIT-FILE.
COPY CARDHIT.

FD PAYOUT-CONTROL-FILE.
COPY CARDPCT.

FD STEP-STATUS-FILE.
COPY CARDSTS.

FD PARM-FILE.
01  WS-PARM-CARD PIC X(80).

WORKING-STORAGE SECTION.
01  WS-END-OF-FILE PIC X(3) VALUE 'NO'.
01  WS-RETAILER-NDX PIC 9(3) VALUE ZERO.

*> GL posting interface. Accounts arrive on the CARDGLP parameter
*> deck (one pair per prize tier, plus the HELD, RELS, WTAX and
*> FORF pairs); the day's postings are built in a table, proved to
*> balance - debits equal credits, and the liability debits equal
*> the grand total on the report to the penny - and only then
*> written to CARDGL. An unbalanced set refuses the file outright (RC=8, no
*> file released): finance rekeying from SYSOUT was bad, but a
*> wrong interface file posting automatically would be worse.
01  WS-GL-PARM-FILE-STATUS PIC X(2).
01  WS-GL-HELD-CREDIT PIC 9(8) VALUE ZERO.
01  WS-GL-RELS-DEBIT PIC 9(8) VALUE ZERO.
01  WS-GL-RELS-CREDIT PIC 9(8) VALUE ZERO.
01  WS-GL-WTAX-DEBIT PIC 9(8) VALUE ZERO.
01  WS-GL-WTAX-CREDIT PIC 9(8) VALUE ZERO.
01  WS-GL-FORF-DEBIT PIC 9(8) VALUE ZERO.
01  WS-GL-FORF-CREDIT PIC 9(8) VALUE ZERO.

*> Scratch fields for parsing one GL account card.
01  WS-GL-KIND-TEXT PIC X(8).
01  WS-GL-TIER-NUM PIC 9(2) VALUE ZERO.
01  WS-GL-NUM-WORK PIC 9(10) VALUE ZERO.

*> The day's posting set: 50 tiers at a pair each plus a HELD, a
*> RELS, a WTAX and a FORF pair for each of up to 20 promotions fits
*> in 260.
01  WS-GL-POST-TABLE-SIZE PIC 9(3) VALUE 260.
01  WS-GL-POST-COUNT PIC 9(3) VALUE ZERO.
01  WS-GL-POST-TABLE.
    05  WS-GL-POST-ENTRY OCCURS 260 TIMES.
        10  WS-GL-POST-ACCOUNT PIC 9(8).
        10  WS-GL-POST-DRCR PIC X(2).
        10  WS-GL-POST-AMOUNT PIC 9(9)V99.
        10  WS-GL-POST-SOURCE PIC X(8).
        10  WS-GL-POST-PROMO PIC X(8).
01  WS-GL-POST-NDX PIC 9(3) VALUE ZERO.
01  WS-GL-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
01  WS-GL-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
01  WS-GL-PAIR-CREDIT PIC 9(8) VALUE ZERO.
01  WS-GL-PAIR-AMOUNT PIC 9(9)V99 VALUE ZERO.
01  WS-GL-PAIR-SOURCE PIC X(8) VALUE SPACES.
01  WS-GL-PAIR-PROMO PIC X(8) VALUE SPACES.
01  WS-GL-PAID-AMOUNT PIC 9(9)V99 VALUE ZERO.

*> Held dollars booked TODAY, as distinct from WS-DOLLARS-HELD
01  WS-DOLLARS-HELD-TODAY PIC 9(11)V99 VALUE ZERO.
01  WS-RUN-DATE PIC 9(8) VALUE ZERO.

*> The exception type a held record is written under - the CARDEXC
*> finding type, HOTL for a hotlist hit, or NTIN for a reportable
*> prize whose winner has no TIN on file.
01  WS-HOLD-TYPE PIC X(4) VALUE SPACES.

*> The hotlist in force, held in key (first card) order. Entries
*> never overlap (AOC_D4HOT refuses an add that would), so a card
*> is on the list under the entry with the highest first card not
*> above it - if that entry's last card reaches it - and a binary
*> search finds that entry in a handful of compares per ledger
*> record. Same size-guard stance as the hold table.
01  WS-HOTLIST-FILE-STATUS PIC X(2).
01  WS-HOTLIST-TABLE-SIZE PIC 9(4) VALUE 2000.
01  WS-HOTLIST-COUNT PIC 9(4) VALUE ZERO.
01  WS-HOTLIST-TABLE.
    05  WS-HOTLIST-ENTRY OCCURS 2000 TIMES.
        10  WS-HTL-CARD-FROM PIC 9(7).
        10  WS-HTL-CARD-TO PIC 9(7).
        10  WS-HTL-REASON PIC X(4).
        10  WS-HTL-RETAILER-ID PIC X(8).
        10  WS-HTL-EFFECTIVE-DATE PIC 9(8).
01  WS-HOTLIST-LOW PIC 9(4) VALUE ZERO.
01  WS-HOTLIST-HIGH PIC 9(4) VALUE ZERO.
01  WS-HOTLIST-MID PIC 9(4) VALUE ZERO.
*> Entry that caught WS-CHECK-CARD, zero if none; WS-HOTLIST-AS-OF
*> is the processing date the entry must be in force for.
01  WS-HOTLIST-HIT PIC 9(4) VALUE ZERO.
01  WS-HOTLIST-AS-OF PIC 9(8) VALUE ZERO.
01  WS-HOTLIST-HIT-FILE-STATUS PIC X(2).
01  WS-HOTLIST-HIT-LOG-OPEN PIC X(3) VALUE 'NO'.
01  WS-TOTAL-HOTLIST-HELD PIC 9(6) VALUE ZERO.
01  WS-DOLLARS-HOTLIST-HELD PIC 9(11)V99 VALUE ZERO.
01  WS-TOTAL-RELEASES-REFUSED PIC 9(6) VALUE ZERO.

*> Per-promotion breakout for the liability report and the GL
*> postings: cards priced and their liability, today's held dollars,
*> prior holds re-issued today, and prior holds forfeited today. A promotion shows up the first
*> time one of its cards (or carried holds) does; 20 concurrent
*> games is far beyond any schedule so far, and the table abends
*> rather than merging a 21st into nothing.
01  WS-WORK-PROMO PIC X(8) VALUE SPACES.
01  WS-PROMO-TABLE-SIZE PIC 9(2) VALUE 20.
01  WS-PROMO-COUNT PIC 9(2) VALUE ZERO.
01  WS-PROMO-TABLE.
    05  WS-PROMO-ENTRY OCCURS 20 TIMES.
        10  WS-PRM-CODE PIC X(8).
        10  WS-PRM-CARDS PIC 9(6).
        10  WS-PRM-LIABILITY PIC 9(11)V99.
        10  WS-PRM-HELD-TODAY PIC 9(11)V99.
        10  WS-PRM-REISSUED PIC 9(11)V99.
        10  WS-PRM-WITHHELD PIC 9(11)V99.
        10  WS-PRM-FORFEITED PIC 9(11)V99.
01  WS-PROMO-NDX PIC 9(2) VALUE ZERO.

*> Prize-tax thresholds, rate and payer, shared with the year-end
*> information-return step (AOC_D4TAX) - see copybooks/CARDTAXW.cpy.
COPY CARDTAXW.

*> One prize put through CHECK-PRIZE-TAX: the gross it was priced
*> at, the tax withheld from it and the net check, whether it is
*> reportable, and whether it has to be held for want of a TIN.
01  WS-WINNER-FILE-STATUS PIC X(2).
01  WS-WINNER-AVAILABLE PIC X(3) VALUE 'NO'.
01  WS-TAX-GROSS PIC 9(7)V99 VALUE ZERO.
01  WS-TAX-WITHHELD PIC 9(7)V99 VALUE ZERO.
01  WS-TAX-NET PIC 9(7)V99 VALUE ZERO.
01  WS-TAX-REPORTABLE PIC X(3) VALUE 'NO'.
01  WS-TAX-HOLD PIC X(3) VALUE 'NO'.
01  WS-TAX-PAYMENT-FILE-STATUS PIC X(2).
01  WS-TAX-LOG-OPEN PIC X(3) VALUE 'NO'.
01  WS-TOTAL-TIN-HELD-TODAY PIC 9(6) VALUE ZERO.
01  WS-DOLLARS-TIN-HELD-TODAY PIC 9(11)V99 VALUE ZERO.
01  WS-TOTAL-TIN-RELEASED PIC 9(6) VALUE ZERO.
01  WS-TOTAL-REPORTABLE-PAID PIC 9(6) VALUE ZERO.
01  WS-TOTAL-WITHHOLDING-PAID PIC 9(6) VALUE ZERO.
01  WS-DOLLARS-WITHHELD PIC 9(11)V99 VALUE ZERO.

*> Everything that went onto CARDPMT today - new payments and
*> re-issued holds alike - for the payout control record.
01  WS-PAYOUT-CONTROL-FILE-STATUS PIC X(2).
01  WS-DOLLARS-PAID PIC 9(11)V99 VALUE ZERO.
01  WS-RUN-TIME-RAW PIC X(8).

*> SYSIN control-card fields - see copybooks/CARDPRMW.cpy.
COPY CARDPRMW.

*> Claim window. CLAIMDAYS is how many days after its tier's period
*> end an unreleased hold is kept before it is forfeited - zero
*> (no CLAIMDAYS card) means holds never expire. A hold is listed
*> for the desk once it is within WARNDAYS days of its deadline.
*> Dates are compared as day numbers so a window can cross a month
*> or year end.
01  WS-CLAIM-DAYS PIC 9(4) VALUE ZERO.
01  WS-WARN-DAYS PIC 9(3) VALUE 30.
01  WS-RUN-DATE-INTEGER PIC 9(9) VALUE ZERO.
01  WS-HOLD-PERIOD-END PIC 9(8) VALUE ZERO.
01  WS-CLAIM-DEADLINE PIC 9(8) VALUE ZERO.
01  WS-DEADLINE-INTEGER PIC 9(9) VALUE ZERO.
01  WS-DAYS-LEFT PIC 9(4) VALUE ZERO.
01  WS-HOLD-EXPIRED PIC X(3) VALUE 'NO'.
01  WS-FORFEIT-FILE-STATUS PIC X(2).
01  WS-FORFEIT-LOG-OPEN PIC X(3) VALUE 'NO'.
01  WS-TOTAL-FORFEITED PIC 9(6) VALUE ZERO.
01  WS-DOLLARS-FORFEITED PIC 9(11)V99 VALUE ZERO.
01  WS-TOTAL-UNDATED-HOLDS PIC 9(6) VALUE ZERO.

*> Holds nearing their deadline, kept in deadline order as they are
*> found (equal deadlines in the order read) for the CARDFWRN
*> listing. Sized like the release step's held table would allow,
*> with the usual size guard.
01  WS-EXPIRY-LISTING-FILE-STATUS PIC X(2).
01  WS-EXPIRY-TABLE-SIZE PIC 9(4) VALUE 5000.
01  WS-EXPIRY-COUNT PIC 9(6) VALUE ZERO.
01  WS-EXPIRY-TABLE.
    05  WS-EXPIRY-ENTRY OCCURS 5000 TIMES.
        10  WS-EXP-DEADLINE PIC 9(8).
        10  WS-EXP-DAYS-LEFT PIC 9(4).
        10  WS-EXP-CARD PIC 9(7).
        10  WS-EXP-EXC-TYPE PIC X(4).
        10  WS-EXP-PROMO PIC X(8).
        10  WS-EXP-TIER PIC 9(2).
        10  WS-EXP-RETAILER PIC X(8).
        10  WS-EXP-AMOUNT PIC 9(7)V99.
01  WS-EXPIRY-NDX PIC 9(4) VALUE ZERO.
01  WS-EXPIRY-SLOT PIC 9(4) VALUE ZERO.
01  WS-DOLLARS-NEAR-EXPIRY PIC 9(11)V99 VALUE ZERO.

*> Expiry listing print lines, moved to CARDFWRN one at a time.
01  WS-SL-RULE PIC X(80) VALUE ALL "=".
01  WS-SL-DASH PIC X(80) VALUE ALL "-".
01  WS-SL-HEADING.
    05  FILLER PIC X(50)
        VALUE "HELD PAYMENTS NEARING THEIR CLAIM DEADLINE".
    05  FILLER PIC X(9) VALUE "RUN DATE ".
    05  WS-SLH-RUN-DATE PIC 9(8).
    05  FILLER PIC X(13) VALUE SPACES.
01  WS-SL-WINDOW.
    05  FILLER PIC X(13) VALUE "CLAIM WINDOW ".
    05  WS-SLW-CLAIM-DAYS PIC ZZZ9.
    05  FILLER PIC X(32) VALUE " DAYS AFTER PERIOD END - LISTED ".
    05  WS-SLW-WARN-DAYS PIC ZZ9.
    05  FILLER PIC X(28) VALUE " DAYS AHEAD OF THE DEADLINE".
01  WS-SL-COLUMNS.
    05  FILLER PIC X(10) VALUE "DEADLINE".
    05  FILLER PIC X(6) VALUE "DAYS".
    05  FILLER PIC X(9) VALUE "CARD".
    05  FILLER PIC X(6) VALUE "TYPE".
    05  FILLER PIC X(10) VALUE "PROMOTION".
    05  FILLER PIC X(4) VALUE "TR".
    05  FILLER PIC X(10) VALUE "RETAILER".
    05  FILLER PIC X(10) VALUE "    AMOUNT".
    05  FILLER PIC X(15) VALUE SPACES.
01  WS-SL-DETAIL.
    05  WS-SLD-DEADLINE PIC 9(8).
    05  WS-SLD-SEP-1 PIC X(2).
    05  WS-SLD-DAYS-LEFT PIC ZZZ9.
    05  WS-SLD-SEP-2 PIC X(2).
    05  WS-SLD-CARD PIC 9(7).
    05  WS-SLD-SEP-3 PIC X(2).
    05  WS-SLD-EXC-TYPE PIC X(4).
    05  WS-SLD-SEP-4 PIC X(2).
    05  WS-SLD-PROMO PIC X(8).
    05  WS-SLD-SEP-5 PIC X(2).
    05  WS-SLD-TIER PIC Z9.
    05  WS-SLD-SEP-6 PIC X(2).
    05  WS-SLD-RETAILER PIC X(8).
    05  WS-SLD-SEP-7 PIC X(2).
    05  WS-SLD-AMOUNT PIC Z(6)9.99.
    05  WS-SLD-SEP-8 PIC X(15).
01  WS-SL-TOTAL.
    05  WS-SLT-LABEL PIC X(43).
    05  WS-SLT-COUNT PIC Z(5)9.
    05  FILLER PIC X(4) VALUE SPACES.
    05  WS-SLT-AMOUNT PIC Z(8)9.99.
    05  FILLER PIC X(15) VALUE SPACES.
01  WS-SL-NONE PIC X(80)
    VALUE "NO HELD PAYMENT IS WITHIN THE WARNING WINDOW OF ITS DEADLINE".

*> Restart guard for the three cumulative logs (CARDHOTH, CARDFORF,
*> CARDTAXL). A rerun for a run date this step already started -
*> after an abend, or after an operator reset - would otherwise
*> append the earlier attempt's records a second time and double
*> a prize on the year-end returns. On a rerun each log is read
*> once, when it is first opened, and every card it holds dated
*> on or after the run date goes into this table; that entry then
*> stops exactly one write of the same card to the same log. Only
*> the physical WRITE is skipped - the counts and dollars still
*> go into the report and the GL postings, which are rebuilt in
*> full every attempt. Same stance as AOC_DAY4's skip of records
*> already flushed before a restart.
01  WS-LOGGED-TABLE-SIZE PIC 9(5) VALUE 20000.
01  WS-LOGGED-COUNT PIC 9(5) VALUE ZERO.
01  WS-LOGGED-TABLE.
    05  WS-LOGGED-ENTRY OCCURS 20000 TIMES.
        10  WS-LGD-LOG PIC X(4).
        10  WS-LGD-CARD PIC 9(7).
        10  WS-LGD-USED PIC X(3).
01  WS-LOGGED-NDX PIC 9(5) VALUE ZERO.
01  WS-LOG-ID PIC X(4) VALUE SPACES.
01  WS-LOG-DATE PIC 9(8) VALUE ZERO.
01  WS-LOG-CARD PIC 9(7) VALUE ZERO.
01  WS-LOG-LOADED PIC 9(5) VALUE ZERO.
01  WS-LOG-EOF PIC X(3) VALUE 'NO'.
01  WS-ALREADY-LOGGED PIC X(3) VALUE 'NO'.
01  WS-TOTAL-ALREADY-LOGGED PIC 9(6) VALUE ZERO.

*> Step-status control fields - see copybooks/CARDSTSW.cpy.
COPY CARDSTSW.

PROCEDURE DIVISION.
       MOVE "AOC_D4PAY" TO WS-STEP-PROGRAM.
       PERFORM CHECK-STEP-STATUS.
       PERFORM PROCESS-PARAMETER-DECK.
       PERFORM ECHO-RUN-OPTIONS.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-RUN-TIME-RAW FROM TIME.
       COMPUTE WS-RUN-DATE-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
       PERFORM LOAD-TIER-TABLE.
       PERFORM LOAD-TAX-PARAMETERS.
       PERFORM LOAD-GL-ACCOUNTS.
       PERFORM LOAD-EXCEPTION-HOLDS.
       PERFORM LOAD-RELEASE-DECK.
       PERFORM LOAD-HOTLIST.
       PERFORM OPEN-RETAILER-XREF.
       PERFORM OPEN-WINNER-IDENTITY.

       OPEN INPUT REWARDS-FILE.
       IF WS-REWARDS-FILE-STATUS NOT = "00"
           END-READ
       END-PERFORM.
       CLOSE REWARDS-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.
       PERFORM PROCESS-CARRIED-HOLDS.
       CLOSE PAYMENT-FILE.
       CLOSE HELD-FILE.
       IF WS-XREF-AVAILABLE = 'YES'
           CLOSE XREF-FILE
       END-IF.
       IF WS-HOTLIST-HIT-LOG-OPEN = 'YES'
           CLOSE HOTLIST-HIT-FILE
       END-IF.
       IF WS-WINNER-AVAILABLE = 'YES'
           CLOSE WINNER-FILE
       END-IF.
       IF WS-TAX-LOG-OPEN = 'YES'
           CLOSE TAX-PAYMENT-FILE
       END-IF.
       IF WS-FORFEIT-LOG-OPEN = 'YES'
           CLOSE FORFEIT-FILE
       END-IF.
       IF WS-TOTAL-ALREADY-LOGGED > ZERO
           DISPLAY "RERUN: " WS-TOTAL-ALREADY-LOGGED " LOG RECORD(S) "
               "ALREADY WRITTEN BY AN EARLIER ATTEMPT - NOT WRITTEN "
               "AGAIN"
       END-IF.

       PERFORM WRITE-PAYOUT-CONTROL.
       PERFORM WRITE-EXPIRY-LISTING.
       PERFORM PRINT-LIABILITY-REPORT.
       PERFORM BUILD-GL-POSTINGS.
       PERFORM SET-RETURN-CODE.
       PERFORM RECORD-STEP-COMPLETION.
       STOP RUN.

APPLY-PARAMETER-CARD.
      *> CLAIMDAYS=n - days after its tier's period end an unreleased
      *> hold is kept before it is forfeited, up to ten years.
      *> WARNDAYS=n - how close to its deadline a hold must be to be
      *> listed for the desk, 0-999. Same strict validation stance as
      *> every other control card in the suite.
       EVALUATE WS-PARM-KEYWORD
           WHEN "CLAIMDAYS"
               IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                       TO WS-PARM-NUM-WORK
               ELSE
                   MOVE ZERO TO WS-PARM-NUM-WORK
               END-IF
               IF WS-PARM-NUM-WORK < 1
               OR WS-PARM-NUM-WORK > 3650
                   DISPLAY "CLAIMDAYS MUST BE 1-3650: " WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   MOVE WS-PARM-NUM-WORK TO WS-CLAIM-DAYS
               END-IF
           WHEN "WARNDAYS"
               IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                       TO WS-PARM-NUM-WORK
               ELSE
                   MOVE 9999 TO WS-PARM-NUM-WORK
               END-IF
               IF WS-PARM-NUM-WORK > 999
                   DISPLAY "WARNDAYS MUST BE 0-999: " WS-PARM-CARD
                   MOVE 'YES' TO WS-PARM-ERROR
               ELSE
                   MOVE WS-PARM-NUM-WORK TO WS-WARN-DAYS
               END-IF
           WHEN OTHER
               DISPLAY "UNKNOWN PARAMETER KEYWORD: " WS-PARM-CARD
               MOVE 'YES' TO WS-PARM-ERROR
       END-EVALUATE.

ECHO-RUN-OPTIONS.
       DISPLAY "AOC_D4PAY RUN OPTIONS (" WS-PARM-CARD-COUNT
           " SYSIN CARD(S)):".
       IF WS-CLAIM-DAYS = ZERO
           DISPLAY "  CLAIMDAYS. . . . : NONE"
           DISPLAY "WARNING: NO CLAIMDAYS CARD - CARRIED HOLDS WILL NOT "
               "EXPIRE"
       ELSE
           DISPLAY "  CLAIMDAYS. . . . : " WS-CLAIM-DAYS
           DISPLAY "  WARNDAYS . . . . : " WS-WARN-DAYS
       END-IF.

*> Shared with AOC_D4VAL / AOC_DAY4 - see copybooks/CARDPRM.cpy.
COPY CARDPRM.

*> Shared with the tier-table audit step (AOC_D4TCK) - see
*> copybooks/CARDTIR.cpy.
COPY CARDTIR.

*> Shared with the year-end information-return step (AOC_D4TAX) -
*> see copybooks/CARDTAX.cpy.
COPY CARDTAX.

PRICE-LEDGER-RECORD.
      *> Zero-match cards owe nothing and write no payment record -
      *> they're counted separately so the liability report still
           ADD 1 TO WS-TOTAL-ZERO-MATCH-CARDS
           EXIT PARAGRAPH
       END-IF.
       IF WS-LEDGER-PROMO-CODE = SPACES
           MOVE "STANDARD" TO WS-WORK-PROMO
       ELSE
           MOVE WS-LEDGER-PROMO-CODE TO WS-WORK-PROMO
       END-IF.
       PERFORM FIND-MATCHING-TIER.
       IF WS-MATCHED-TIER = ZERO
           ADD 1 TO WS-TOTAL-UNTIERED-CARDS
           DISPLAY "NO TIER FOR CARD " WS-LEDGER-CARD-NUMBER
               " (MATCHES " WS-LEDGER-MATCH-COUNT ", PROCESSED "
               WS-LEDGER-DATE-PROCESSED ", PROMOTION " WS-WORK-PROMO
               ")"
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TIER-CARD-COUNT(WS-MATCHED-TIER).
           TO WS-TIER-DOLLAR-TOTAL(WS-MATCHED-TIER).
       ADD WS-TIER-AMOUNT(WS-MATCHED-TIER)
           TO WS-GRAND-TOTAL-LIABILITY.
       PERFORM FIND-PROMOTION-ENTRY.
       ADD 1 TO WS-PRM-CARDS(WS-PROMO-NDX).
       ADD WS-TIER-AMOUNT(WS-MATCHED-TIER)
           TO WS-PRM-LIABILITY(WS-PROMO-NDX).
       PERFORM LOOKUP-RETAILER.
       PERFORM ROLL-UP-RETAILER.
      *> The card's liability is booked either way - the hold checks
      *> only decide which file the record lands on. The hotlist is
      *> checked first and outranks the release deck: a reported
      *> stolen or voided card does not pay until it comes off the
      *> list. A card clear of both still has to pass the tax check -
      *> a reportable prize with no winner TIN on file is held NTIN.
       MOVE WS-LEDGER-CARD-NUMBER TO WS-CHECK-CARD.
       MOVE WS-LEDGER-DATE-PROCESSED TO WS-HOTLIST-AS-OF.
       PERFORM CHECK-HOTLIST.
       IF WS-HOTLIST-HIT > ZERO
           MOVE "HOTL" TO WS-HOLD-TYPE
           PERFORM WRITE-HELD-RECORD
           PERFORM WRITE-HOTLIST-HIT
       ELSE
           PERFORM CHECK-PAYMENT-HOLD
           IF WS-MATCHED-HOLD > ZERO
               MOVE WS-HOLD-EXC-TYPE(WS-MATCHED-HOLD) TO WS-HOLD-TYPE
               PERFORM WRITE-HELD-RECORD
           ELSE
               MOVE WS-TIER-AMOUNT(WS-MATCHED-TIER) TO WS-TAX-GROSS
               PERFORM CHECK-PRIZE-TAX
               IF WS-TAX-HOLD = 'YES'
                   MOVE "NTIN" TO WS-HOLD-TYPE
                   PERFORM WRITE-HELD-RECORD
               ELSE
                   PERFORM WRITE-PAYMENT-RECORD
               END-IF
           END-IF
       END-IF.

LOAD-EXCEPTION-HOLDS.
      *> Every HIGH finding in CARDEXC puts its card(s) on the hold
      *> list: the DUPL card itself, and BOTH cards of a CLON pair -
      *> the analysis can't tell the genuine card from the clone, so
      *> neither pays until someone looks. AOC_D4ANM's cross-day
      *> findings (RSUB resubmitted card, RTLA winner from an
      *> anomalous retailer) arrive on the same file as HIGH and are
      *> held the same way. LOW findings (sequence gaps) hold
      *> nothing. A missing exception file is a loud
      *> warning, not an error - the analysis step may have been
      *> skipped, and this step can't conjure findings it never got.
       OPEN INPUT EXCEPTION-FILE.
       MOVE WS-EXC-TYPE TO WS-HOLD-EXC-TYPE(WS-HOLD-COUNT).

LOAD-RELEASE-DECK.
      *> Card numbers approved after investigation, one per line,
      *> card number first - AOC_D4REL writes who asked and who
      *> approved after it, and only the first token is read here.
      *> "*" comments and blank lines allowed. A number that doesn't
      *> parse fails the step - a mistyped release either releases
      *> the wrong card or silently releases nothing, and both are
      *> worse than a rerun.
       OPEN INPUT RELEASE-FILE.
       IF WS-RELEASE-FILE-STATUS = "35"
           EXIT PARAGRAPH
       MOVE WS-MATCHED-TIER TO WS-HELD-TIER-NUMBER.
       MOVE WS-TIER-AMOUNT(WS-MATCHED-TIER) TO WS-HELD-AMOUNT.
       MOVE WS-LEDGER-DATE-PROCESSED TO WS-HELD-DATE-PROCESSED.
       MOVE WS-HOLD-TYPE TO WS-HELD-EXCEPTION-TYPE.
       MOVE WS-WORK-RETAILER TO WS-HELD-RETAILER-ID.
       MOVE WS-WORK-PROMO TO WS-HELD-PROMO-CODE.
       MOVE WS-TIER-PERIOD-END(WS-MATCHED-TIER) TO WS-HELD-PERIOD-END.
       MOVE SPACE TO WS-HELD-SEP-1.
       MOVE SPACE TO WS-HELD-SEP-2.
       MOVE SPACE TO WS-HELD-SEP-3.
       MOVE SPACE TO WS-HELD-SEP-4.
       MOVE SPACE TO WS-HELD-SEP-5.
       MOVE SPACE TO WS-HELD-SEP-6.
       MOVE SPACE TO WS-HELD-SEP-7.
       MOVE SPACE TO WS-HELD-SEP-8.
       WRITE WS-HELD-RECORD.
       ADD 1 TO WS-TOTAL-HELD-PAYMENTS.
       ADD WS-TIER-AMOUNT(WS-MATCHED-TIER) TO WS-DOLLARS-HELD.
       ADD WS-TIER-AMOUNT(WS-MATCHED-TIER) TO WS-DOLLARS-HELD-TODAY.
       ADD WS-TIER-AMOUNT(WS-MATCHED-TIER)
           TO WS-PRM-HELD-TODAY(WS-PROMO-NDX).
       ADD WS-TIER-AMOUNT(WS-MATCHED-TIER)
           TO WS-TIER-HELD-TOTAL(WS-MATCHED-TIER).
       EVALUATE WS-HOLD-TYPE
           WHEN "HOTL"
               DISPLAY "PAYMENT HELD: CARD " WS-HELD-CARD-NUMBER
                   " (HOTL) - ON THE STOLEN/VOIDED HOTLIST"
           WHEN "NTIN"
               ADD 1 TO WS-TOTAL-TIN-HELD-TODAY
               ADD WS-TIER-AMOUNT(WS-MATCHED-TIER)
                   TO WS-DOLLARS-TIN-HELD-TODAY
               DISPLAY "PAYMENT HELD: CARD " WS-HELD-CARD-NUMBER
                   " (NTIN) - REPORTABLE PRIZE, NO WINNER TIN ON FILE"
           WHEN OTHER
               DISPLAY "PAYMENT HELD: CARD " WS-HELD-CARD-NUMBER
                   " (" WS-HELD-EXCEPTION-TYPE ") - SEE CARDEXC"
       END-EVALUATE.

LOAD-HOTLIST.
      *> The whole hotlist, in key order, into the search table. An
      *> entry whose effective date is still ahead of every card
      *> today is loaded anyway - CHECK-HOTLIST compares it against
      *> each card's own processing date.
       OPEN INPUT HOTLIST-FILE.
       IF WS-HOTLIST-FILE-STATUS = "35"
           DISPLAY "WARNING: NO HOTLIST MASTER (CARDHOT) - NO CARDS "
               "HELD AS STOLEN OR VOIDED"
           EXIT PARAGRAPH
       END-IF.
       IF WS-HOTLIST-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN HOTLIST-FILE, STATUS "
               WS-HOTLIST-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE = 'YES'
           READ HOTLIST-FILE NEXT RECORD
               AT END
                   MOVE 'YES' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM LOAD-ONE-HOTLIST-ENTRY
           END-READ
       END-PERFORM.
       CLOSE HOTLIST-FILE.
       MOVE 'NO' TO WS-END-OF-FILE.
       DISPLAY "LOADED " WS-HOTLIST-COUNT " HOTLIST ENTRY(IES) FROM "
           "CARDHOT".

LOAD-ONE-HOTLIST-ENTRY.
       IF WS-HOTLIST-COUNT >= WS-HOTLIST-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-HOTLIST-TABLE-SIZE
               " HOTLIST ENTRIES - HOTLIST TABLE FULL"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-HOTLIST-COUNT.
       MOVE WS-HOT-CARD-FROM TO WS-HTL-CARD-FROM(WS-HOTLIST-COUNT).
       MOVE WS-HOT-CARD-TO TO WS-HTL-CARD-TO(WS-HOTLIST-COUNT).
       MOVE WS-HOT-REASON TO WS-HTL-REASON(WS-HOTLIST-COUNT).
       MOVE WS-HOT-RETAILER-ID
           TO WS-HTL-RETAILER-ID(WS-HOTLIST-COUNT).
       MOVE WS-HOT-EFFECTIVE-DATE
           TO WS-HTL-EFFECTIVE-DATE(WS-HOTLIST-COUNT).

CHECK-HOTLIST.
      *> Binary search for the last entry whose first card is not
      *> above WS-CHECK-CARD; it's a hit if that entry's range reaches
      *> the card and the entry is in force on WS-HOTLIST-AS-OF.
      *> WS-HOTLIST-HIT comes back as the entry, or zero.
       MOVE ZERO TO WS-HOTLIST-HIT.
       IF WS-HOTLIST-COUNT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE 1 TO WS-HOTLIST-LOW.
       MOVE WS-HOTLIST-COUNT TO WS-HOTLIST-HIGH.
       PERFORM UNTIL WS-HOTLIST-LOW > WS-HOTLIST-HIGH
           COMPUTE WS-HOTLIST-MID =
               (WS-HOTLIST-LOW + WS-HOTLIST-HIGH) / 2
           IF WS-HTL-CARD-FROM(WS-HOTLIST-MID) > WS-CHECK-CARD
               COMPUTE WS-HOTLIST-HIGH = WS-HOTLIST-MID - 1
           ELSE
               MOVE WS-HOTLIST-MID TO WS-HOTLIST-HIT
               COMPUTE WS-HOTLIST-LOW = WS-HOTLIST-MID + 1
           END-IF
       END-PERFORM.
       IF WS-HOTLIST-HIT = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF WS-HTL-CARD-TO(WS-HOTLIST-HIT) < WS-CHECK-CARD
       OR WS-HTL-EFFECTIVE-DATE(WS-HOTLIST-HIT) > WS-HOTLIST-AS-OF
           MOVE ZERO TO WS-HOTLIST-HIT
       END-IF.

WRITE-HOTLIST-HIT.
      *> Today's hit onto the cumulative hit log for the weekly
      *> loss-prevention report. The log is opened EXTEND on the
      *> first hit of the run, OUTPUT the very first time it exists
      *> at all - same treatment AOC_D4VAL gives CARDRUNH.
       IF WS-HOTLIST-HIT-LOG-OPEN = 'NO'
           IF WS-STEP-RERUN = 'YES'
               PERFORM LOAD-LOGGED-HOTLIST-HITS
           END-IF
           OPEN EXTEND HOTLIST-HIT-FILE
           IF WS-HOTLIST-HIT-FILE-STATUS = "35"
               OPEN OUTPUT HOTLIST-HIT-FILE
           END-IF
           IF WS-HOTLIST-HIT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN HOTLIST-HIT-FILE, STATUS "
                   WS-HOTLIST-HIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'YES' TO WS-HOTLIST-HIT-LOG-OPEN
       END-IF.
       MOVE WS-RUN-DATE TO WS-HIT-HELD-DATE.
       MOVE WS-LEDGER-CARD-NUMBER TO WS-HIT-CARD-NUMBER.
       MOVE WS-HTL-REASON(WS-HOTLIST-HIT) TO WS-HIT-REASON.
       MOVE WS-HTL-RETAILER-ID(WS-HOTLIST-HIT) TO WS-HIT-REPORTED-BY.
       MOVE WS-WORK-RETAILER TO WS-HIT-RETAILER-ID.
       MOVE WS-TIER-AMOUNT(WS-MATCHED-TIER) TO WS-HIT-AMOUNT.
       MOVE SPACE TO WS-HIT-SEP-1.
       MOVE SPACE TO WS-HIT-SEP-2.
       MOVE SPACE TO WS-HIT-SEP-3.
       MOVE SPACE TO WS-HIT-SEP-4.
       MOVE SPACE TO WS-HIT-SEP-5.
       MOVE "HOTH" TO WS-LOG-ID.
       MOVE WS-HIT-CARD-NUMBER TO WS-LOG-CARD.
       PERFORM CHECK-ALREADY-LOGGED.
       IF WS-ALREADY-LOGGED = 'NO'
           WRITE WS-HOTLIST-HIT-RECORD
       END-IF.
       ADD 1 TO WS-TOTAL-HOTLIST-HELD.
       ADD WS-TIER-AMOUNT(WS-MATCHED-TIER) TO WS-DOLLARS-HOTLIST-HELD.

PROCESS-CARRIED-HOLDS.
      *> The prior run's held file: a released card re-issues as a
      *> real payment record at the amount and tier it was held
      *> with (less any tax withheld); everything else passes
      *> through to the new held file so the open-holds position is
      *> complete in one place - unless it has gone unclaimed past
      *> its claim deadline, when it is forfeited instead.
       OPEN INPUT HELD-IN-FILE.
       IF WS-HELD-IN-FILE-STATUS = "35"
           EXIT PARAGRAPH
       MOVE WS-HIN-CARD-NUMBER TO WS-CHECK-CARD.
       COMPUTE WS-HELD-AMOUNT-WORK = WS-HIN-AMOUNT-DOLLARS
           + WS-HIN-AMOUNT-CENTS / 100.
      *> A hold carried from before promotions were named has no
      *> promotion (the field is past the end of its line).
       IF WS-HIN-PROMO-CODE = SPACES
           MOVE "STANDARD" TO WS-WORK-PROMO
       ELSE
           MOVE WS-HIN-PROMO-CODE TO WS-WORK-PROMO
       END-IF.
       PERFORM CHECK-RELEASE-DECK.
      *> An NTIN hold needs nothing from the release deck - it was
      *> held only for its winner's identity, and CHECK-PRIZE-TAX
      *> below pays it once AOC_D4WIN has put the TIN on file.
       IF WS-HIN-EXCEPTION-TYPE = "NTIN"
           MOVE 'YES' TO WS-CARD-RELEASED
       END-IF.
      *> A release never pays a card that is on the hotlist today,
      *> whatever first held it - loss prevention takes the card off
      *> the list before the desk's release can pay it.
       IF WS-CARD-RELEASED = 'YES'
           MOVE WS-RUN-DATE TO WS-HOTLIST-AS-OF
           PERFORM CHECK-HOTLIST
           IF WS-HOTLIST-HIT > ZERO
               MOVE 'NO' TO WS-CARD-RELEASED
               ADD 1 TO WS-TOTAL-RELEASES-REFUSED
               DISPLAY "RELEASE REFUSED: CARD " WS-HIN-CARD-NUMBER
                   " IS ON THE HOTLIST (" WS-HTL-REASON(WS-HOTLIST-HIT)
                   ")"
           END-IF
       END-IF.
      *> Whatever released it, a reportable prize still pays only
      *> with its winner's TIN on file - a released hold with no
      *> identity carries forward again, as NTIN from now on.
       IF WS-CARD-RELEASED = 'YES'
           MOVE WS-HELD-AMOUNT-WORK TO WS-TAX-GROSS
           PERFORM CHECK-PRIZE-TAX
           IF WS-TAX-HOLD = 'YES'
               MOVE 'NO' TO WS-CARD-RELEASED
               IF WS-HIN-EXCEPTION-TYPE NOT = "NTIN"
                   DISPLAY "HOLD RELEASED: CARD " WS-HIN-CARD-NUMBER
                       " STILL HELD AS NTIN - NO WINNER TIN ON FILE"
                   MOVE "NTIN" TO WS-HIN-EXCEPTION-TYPE
               END-IF
           END-IF
       END-IF.
       IF WS-CARD-RELEASED = 'YES'
           PERFORM FIND-PROMOTION-ENTRY
           MOVE WS-HIN-CARD-NUMBER TO WS-PAY-CARD-NUMBER
           MOVE WS-HIN-MATCH-COUNT TO WS-PAY-MATCH-COUNT
           MOVE WS-HIN-TIER-NUMBER TO WS-PAY-TIER-NUMBER
           MOVE WS-TAX-NET TO WS-PAY-AMOUNT
           MOVE WS-HIN-DATE-PROCESSED TO WS-PAY-DATE-PROCESSED
           MOVE WS-HIN-RETAILER-ID TO WS-PAY-RETAILER-ID
           MOVE WS-WORK-PROMO TO WS-PAY-PROMO-CODE
           MOVE SPACE TO WS-PAY-SEP-1
           MOVE SPACE TO WS-PAY-SEP-2
           MOVE SPACE TO WS-PAY-SEP-3
           MOVE SPACE TO WS-PAY-SEP-4
           MOVE SPACE TO WS-PAY-SEP-5
           MOVE SPACE TO WS-PAY-SEP-6
           WRITE WS-PAYMENT-RECORD
           ADD 1 TO WS-TOTAL-PAYMENTS-WRITTEN
           ADD 1 TO WS-TOTAL-REISSUED
           ADD WS-HELD-AMOUNT-WORK TO WS-DOLLARS-REISSUED
           ADD WS-TAX-NET TO WS-DOLLARS-PAID
           ADD WS-HELD-AMOUNT-WORK TO WS-PRM-REISSUED(WS-PROMO-NDX)
           IF WS-TAX-REPORTABLE = 'YES'
               PERFORM WRITE-TAX-PAYMENT
           END-IF
           IF WS-HIN-EXCEPTION-TYPE = "NTIN"
               ADD 1 TO WS-TOTAL-TIN-RELEASED
               DISPLAY "HOLD RELEASED: CARD " WS-HIN-CARD-NUMBER
                   " RE-ISSUED AS A PAYMENT - WINNER TIN NOW ON FILE"
           ELSE
               DISPLAY "HOLD RELEASED: CARD " WS-HIN-CARD-NUMBER
                   " RE-ISSUED AS A PAYMENT"
           END-IF
       ELSE
           PERFORM FIND-HOLD-PERIOD-END
           PERFORM CHECK-CLAIM-WINDOW
           IF WS-HOLD-EXPIRED = 'YES'
               PERFORM FORFEIT-CARRIED-HOLD
           ELSE
               PERFORM CARRY-HOLD-FORWARD
           END-IF
       END-IF.

CARRY-HOLD-FORWARD.
       MOVE WS-HIN-CARD-NUMBER TO WS-HELD-CARD-NUMBER.
       MOVE WS-HIN-MATCH-COUNT TO WS-HELD-MATCH-COUNT.
       MOVE WS-HIN-TIER-NUMBER TO WS-HELD-TIER-NUMBER.
       MOVE WS-HELD-AMOUNT-WORK TO WS-HELD-AMOUNT.
       MOVE WS-HIN-DATE-PROCESSED TO WS-HELD-DATE-PROCESSED.
       MOVE WS-HIN-EXCEPTION-TYPE TO WS-HELD-EXCEPTION-TYPE.
       MOVE WS-HIN-RETAILER-ID TO WS-HELD-RETAILER-ID.
       MOVE WS-WORK-PROMO TO WS-HELD-PROMO-CODE.
       MOVE WS-HOLD-PERIOD-END TO WS-HELD-PERIOD-END.
       MOVE SPACE TO WS-HELD-SEP-1.
       MOVE SPACE TO WS-HELD-SEP-2.
       MOVE SPACE TO WS-HELD-SEP-3.
       MOVE SPACE TO WS-HELD-SEP-4.
       MOVE SPACE TO WS-HELD-SEP-5.
       MOVE SPACE TO WS-HELD-SEP-6.
       MOVE SPACE TO WS-HELD-SEP-7.
       MOVE SPACE TO WS-HELD-SEP-8.
       WRITE WS-HELD-RECORD.
       ADD 1 TO WS-TOTAL-HELD-PAYMENTS.
       ADD 1 TO WS-TOTAL-CARRIED-STILL-HELD.
       ADD WS-HELD-AMOUNT-WORK TO WS-DOLLARS-HELD.

FIND-HOLD-PERIOD-END.
      *> The period end the carried hold was stamped with, or - for a
      *> hold carried from before holds were stamped (the field is
      *> past the end of its line) - the end of the period of the
      *> first tier in today's deck that would have priced it: its
      *> promotion, its processing date, its match count, same rule
      *> as FIND-MATCHING-TIER. Zero if neither dates it; a date that
      *> isn't a real calendar date is treated the same way.
       MOVE ZERO TO WS-HOLD-PERIOD-END.
       IF WS-HIN-PERIOD-END IS NUMERIC
           MOVE WS-HIN-PERIOD-END TO WS-HOLD-PERIOD-END
       END-IF.
       IF WS-HOLD-PERIOD-END = ZERO
       AND WS-HIN-DATE-PROCESSED IS NUMERIC
       AND WS-HIN-MATCH-COUNT IS NUMERIC
           PERFORM VARYING WS-TIER-NDX FROM 1 BY 1
               UNTIL WS-TIER-NDX > WS-TIER-COUNT
               OR WS-HOLD-PERIOD-END > ZERO
               IF WS-TIER-PROMO(WS-TIER-NDX) = WS-WORK-PROMO
               AND WS-HIN-DATE-PROCESSED
                   >= WS-TIER-PERIOD-START(WS-TIER-NDX)
               AND WS-HIN-DATE-PROCESSED
                   <= WS-TIER-PERIOD-END(WS-TIER-NDX)
               AND WS-HIN-MATCH-COUNT
                   >= WS-TIER-MATCH-LO(WS-TIER-NDX)
               AND WS-HIN-MATCH-COUNT
                   <= WS-TIER-MATCH-HI(WS-TIER-NDX)
                   MOVE WS-TIER-PERIOD-END(WS-TIER-NDX)
                       TO WS-HOLD-PERIOD-END
               END-IF
           END-PERFORM
       END-IF.
       IF WS-HOLD-PERIOD-END NOT = ZERO
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-HOLD-PERIOD-END) NOT = 0
               MOVE ZERO TO WS-HOLD-PERIOD-END
           END-IF
       END-IF.

CHECK-CLAIM-WINDOW.
      *> A carried hold nobody has cleared expires once the run date
      *> is past its claim deadline - the period end plus CLAIMDAYS,
      *> so the deadline day itself is the last day it can still be
      *> released. Inside the last WARNDAYS days it is listed for
      *> the desk instead. A hold that can't be dated is never
      *> forfeited on a guess: it carries forward, and is counted
      *> and named so the tier deck or the record can be put right.
       MOVE 'NO' TO WS-HOLD-EXPIRED.
       IF WS-CLAIM-DAYS = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF WS-HOLD-PERIOD-END = ZERO
           ADD 1 TO WS-TOTAL-UNDATED-HOLDS
           DISPLAY "WARNING: CARRIED HOLD " WS-HIN-CARD-NUMBER
               " (" WS-WORK-PROMO ") HAS NO TIER PERIOD - CLAIM "
               "WINDOW NOT APPLIED"
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-DEADLINE-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-HOLD-PERIOD-END)
           + WS-CLAIM-DAYS.
       COMPUTE WS-CLAIM-DEADLINE =
           FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INTEGER).
       IF WS-RUN-DATE-INTEGER > WS-DEADLINE-INTEGER
           MOVE 'YES' TO WS-HOLD-EXPIRED
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-DAYS-LEFT = WS-DEADLINE-INTEGER - WS-RUN-DATE-INTEGER.
       IF WS-DAYS-LEFT <= WS-WARN-DAYS
           PERFORM ADD-EXPIRY-WARNING
       END-IF.

ADD-EXPIRY-WARNING.
      *> Into the listing table at its deadline's place: after every
      *> entry due on or before it, ahead of every entry due later.
       IF WS-EXPIRY-COUNT >= WS-EXPIRY-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-EXPIRY-TABLE-SIZE
               " HOLDS NEARING THEIR CLAIM DEADLINE - EXPIRY TABLE FULL"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM VARYING WS-EXPIRY-SLOT FROM 1 BY 1
           UNTIL WS-EXPIRY-SLOT > WS-EXPIRY-COUNT
           OR WS-EXP-DEADLINE(WS-EXPIRY-SLOT) > WS-CLAIM-DEADLINE
       END-PERFORM.
       PERFORM VARYING WS-EXPIRY-NDX FROM WS-EXPIRY-COUNT BY -1
           UNTIL WS-EXPIRY-NDX < WS-EXPIRY-SLOT
           MOVE WS-EXPIRY-ENTRY(WS-EXPIRY-NDX)
               TO WS-EXPIRY-ENTRY(WS-EXPIRY-NDX + 1)
       END-PERFORM.
       ADD 1 TO WS-EXPIRY-COUNT.
       MOVE WS-CLAIM-DEADLINE TO WS-EXP-DEADLINE(WS-EXPIRY-SLOT).
       MOVE WS-DAYS-LEFT TO WS-EXP-DAYS-LEFT(WS-EXPIRY-SLOT).
       MOVE WS-HIN-CARD-NUMBER TO WS-EXP-CARD(WS-EXPIRY-SLOT).
       MOVE WS-HIN-EXCEPTION-TYPE TO WS-EXP-EXC-TYPE(WS-EXPIRY-SLOT).
       MOVE WS-WORK-PROMO TO WS-EXP-PROMO(WS-EXPIRY-SLOT).
       MOVE WS-HIN-TIER-NUMBER TO WS-EXP-TIER(WS-EXPIRY-SLOT).
       MOVE WS-HIN-RETAILER-ID TO WS-EXP-RETAILER(WS-EXPIRY-SLOT).
       MOVE WS-HELD-AMOUNT-WORK TO WS-EXP-AMOUNT(WS-EXPIRY-SLOT).
       ADD WS-HELD-AMOUNT-WORK TO WS-DOLLARS-NEAR-EXPIRY.

FORFEIT-CARRIED-HOLD.
      *> The expired hold goes onto the cumulative forfeiture log
      *> instead of the new held file, and its dollars are counted
      *> per promotion for the FORF postings. The log is opened
      *> EXTEND on the first forfeiture of the run, OUTPUT the very
      *> first time it exists at all - same treatment as the
      *> hotlist-hit log.
       IF WS-FORFEIT-LOG-OPEN = 'NO'
           IF WS-STEP-RERUN = 'YES'
               PERFORM LOAD-LOGGED-FORFEITS
           END-IF
           OPEN EXTEND FORFEIT-FILE
           IF WS-FORFEIT-FILE-STATUS = "35"
               OPEN OUTPUT FORFEIT-FILE
           END-IF
           IF WS-FORFEIT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN FORFEIT-FILE, STATUS "
                   WS-FORFEIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'YES' TO WS-FORFEIT-LOG-OPEN
       END-IF.
       PERFORM FIND-PROMOTION-ENTRY.
       MOVE WS-RUN-DATE TO WS-FRF-FORFEIT-DATE.
       MOVE WS-HIN-CARD-NUMBER TO WS-FRF-CARD-NUMBER.
       MOVE WS-HIN-MATCH-COUNT TO WS-FRF-MATCH-COUNT.
       MOVE WS-HIN-TIER-NUMBER TO WS-FRF-TIER-NUMBER.
       MOVE WS-HELD-AMOUNT-WORK TO WS-FRF-AMOUNT.
       MOVE WS-HIN-DATE-PROCESSED TO WS-FRF-DATE-PROCESSED.
       MOVE WS-HIN-EXCEPTION-TYPE TO WS-FRF-EXCEPTION-TYPE.
       MOVE WS-HIN-RETAILER-ID TO WS-FRF-RETAILER-ID.
       MOVE WS-WORK-PROMO TO WS-FRF-PROMO-CODE.
       MOVE WS-HOLD-PERIOD-END TO WS-FRF-PERIOD-END.
       MOVE WS-CLAIM-DEADLINE TO WS-FRF-CLAIM-DEADLINE.
       MOVE SPACE TO WS-FRF-SEP-1.
       MOVE SPACE TO WS-FRF-SEP-2.
       MOVE SPACE TO WS-FRF-SEP-3.
       MOVE SPACE TO WS-FRF-SEP-4.
       MOVE SPACE TO WS-FRF-SEP-5.
       MOVE SPACE TO WS-FRF-SEP-6.
       MOVE SPACE TO WS-FRF-SEP-7.
       MOVE SPACE TO WS-FRF-SEP-8.
       MOVE SPACE TO WS-FRF-SEP-9.
       MOVE SPACE TO WS-FRF-SEP-10.
       MOVE "FORF" TO WS-LOG-ID.
       MOVE WS-FRF-CARD-NUMBER TO WS-LOG-CARD.
       PERFORM CHECK-ALREADY-LOGGED.
       IF WS-ALREADY-LOGGED = 'NO'
           WRITE WS-FORFEIT-RECORD
       END-IF.
       ADD 1 TO WS-TOTAL-FORFEITED.
       ADD WS-HELD-AMOUNT-WORK TO WS-DOLLARS-FORFEITED.
       ADD WS-HELD-AMOUNT-WORK TO WS-PRM-FORFEITED(WS-PROMO-NDX).
       DISPLAY "HOLD FORFEITED: CARD " WS-HIN-CARD-NUMBER " ("
           WS-HIN-EXCEPTION-TYPE ") - UNCLAIMED PAST "
           WS-CLAIM-DEADLINE.

OPEN-RETAILER-XREF.
      *> Held open across the whole pricing pass - one keyed read
       ADD WS-TIER-AMOUNT(WS-MATCHED-TIER)
           TO WS-RET-DOLLARS(WS-RETAILER-NDX).

FIND-PROMOTION-ENTRY.
      *> WS-PROMO-NDX comes back as WS-WORK-PROMO's row, added on
      *> first sight.
       PERFORM VARYING WS-PROMO-NDX FROM 1 BY 1
           UNTIL WS-PROMO-NDX > WS-PROMO-COUNT
           OR WS-PRM-CODE(WS-PROMO-NDX) = WS-WORK-PROMO
       END-PERFORM.
       IF WS-PROMO-NDX > WS-PROMO-COUNT
           IF WS-PROMO-COUNT >= WS-PROMO-TABLE-SIZE
               DISPLAY "FATAL: MORE THAN " WS-PROMO-TABLE-SIZE
                   " DISTINCT PROMOTIONS - PROMOTION TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PROMO-COUNT
           MOVE WS-WORK-PROMO TO WS-PRM-CODE(WS-PROMO-COUNT)
           MOVE ZERO TO WS-PRM-CARDS(WS-PROMO-COUNT)
           MOVE ZERO TO WS-PRM-LIABILITY(WS-PROMO-COUNT)
           MOVE ZERO TO WS-PRM-HELD-TODAY(WS-PROMO-COUNT)
           MOVE ZERO TO WS-PRM-REISSUED(WS-PROMO-COUNT)
           MOVE ZERO TO WS-PRM-WITHHELD(WS-PROMO-COUNT)
           MOVE ZERO TO WS-PRM-FORFEITED(WS-PROMO-COUNT)
           MOVE WS-PROMO-COUNT TO WS-PROMO-NDX
       END-IF.

FIND-MATCHING-TIER.
      *> First tier of the card's own promotion whose period covers
      *> the card's processing date and whose match-count range
      *> covers the card's matches wins - the parameter deck is
      *> maintained with non-overlapping ranges per promotion and
      *> period, so first-hit is also the only hit.
       MOVE ZERO TO WS-MATCHED-TIER.
       PERFORM VARYING WS-TIER-NDX FROM 1 BY 1
           UNTIL WS-TIER-NDX > WS-TIER-COUNT
           OR WS-MATCHED-TIER > ZERO
           IF WS-TIER-PROMO(WS-TIER-NDX) = WS-WORK-PROMO
           AND WS-LEDGER-DATE-PROCESSED
               >= WS-TIER-PERIOD-START(WS-TIER-NDX)
           AND WS-LEDGER-DATE-PROCESSED
               <= WS-TIER-PERIOD-END(WS-TIER-NDX)
       END-PERFORM.

WRITE-PAYMENT-RECORD.
      *> The payment is the check: the tier amount less whatever
      *> CHECK-PRIZE-TAX withheld from it.
       MOVE WS-LEDGER-CARD-NUMBER TO WS-PAY-CARD-NUMBER.
       MOVE WS-LEDGER-MATCH-COUNT TO WS-PAY-MATCH-COUNT.
       MOVE WS-MATCHED-TIER TO WS-PAY-TIER-NUMBER.
       MOVE WS-TAX-NET TO WS-PAY-AMOUNT.
       MOVE WS-LEDGER-DATE-PROCESSED TO WS-PAY-DATE-PROCESSED.
       MOVE WS-WORK-RETAILER TO WS-PAY-RETAILER-ID.
       MOVE WS-WORK-PROMO TO WS-PAY-PROMO-CODE.
       MOVE SPACE TO WS-PAY-SEP-1.
       MOVE SPACE TO WS-PAY-SEP-2.
       MOVE SPACE TO WS-PAY-SEP-3.
       MOVE SPACE TO WS-PAY-SEP-4.
       MOVE SPACE TO WS-PAY-SEP-5.
       MOVE SPACE TO WS-PAY-SEP-6.
       WRITE WS-PAYMENT-RECORD.
       ADD 1 TO WS-TOTAL-PAYMENTS-WRITTEN.
       ADD WS-TAX-NET TO WS-DOLLARS-PAID.
       IF WS-TAX-REPORTABLE = 'YES'
           PERFORM WRITE-TAX-PAYMENT
       END-IF.

OPEN-WINNER-IDENTITY.
      *> Held open across the run - one keyed read per reportable
      *> prize. Absent means no winner has ever been keyed, which
      *> holds every reportable prize rather than paying it blind.
       OPEN INPUT WINNER-FILE.
       IF WS-WINNER-FILE-STATUS = "35"
           DISPLAY "WARNING: NO WINNER IDENTITY MASTER (CARDWIN) - "
               "EVERY REPORTABLE PRIZE WILL BE HELD AS NTIN"
           EXIT PARAGRAPH
       END-IF.
       IF WS-WINNER-FILE-STATUS NOT = "00"
           DISPLAY "FATAL: CANNOT OPEN WINNER-FILE, STATUS "
               WS-WINNER-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE 'YES' TO WS-WINNER-AVAILABLE.

CHECK-PRIZE-TAX.
      *> WS-TAX-GROSS, the prize about to be paid on WS-CHECK-CARD,
      *> against the tax deck. Below the reportable threshold it pays
      *> in full and nothing is recorded. At or above it, the card's
      *> winner identity must be on file - WS-TAX-HOLD comes back
      *> 'YES' if it is not, and the caller holds the prize as NTIN.
      *> Above the withholding threshold the deck's percentage of the
      *> gross, rounded to the cent, is withheld and WS-TAX-NET is
      *> what the check is for.
       MOVE 'NO' TO WS-TAX-REPORTABLE.
       MOVE 'NO' TO WS-TAX-HOLD.
       MOVE ZERO TO WS-TAX-WITHHELD.
       MOVE WS-TAX-GROSS TO WS-TAX-NET.
       IF WS-TAX-GROSS < WS-TAX-REPORTABLE-LIMIT
           EXIT PARAGRAPH
       END-IF.
       MOVE 'YES' TO WS-TAX-REPORTABLE.
       MOVE 'YES' TO WS-TAX-HOLD.
       IF WS-WINNER-AVAILABLE = 'NO'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-CHECK-CARD TO WS-WIN-CARD-NUMBER.
       READ WINNER-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF WS-WIN-TIN NOT = ZERO
                   MOVE 'NO' TO WS-TAX-HOLD
               END-IF
       END-READ.
       IF WS-TAX-HOLD = 'YES'
           EXIT PARAGRAPH
       END-IF.
       IF WS-TAX-GROSS > WS-TAX-WITHHOLD-LIMIT
           COMPUTE WS-TAX-WITHHELD ROUNDED =
               WS-TAX-GROSS * WS-TAX-WITHHOLD-PCT / 100
           COMPUTE WS-TAX-NET = WS-TAX-GROSS - WS-TAX-WITHHELD
       END-IF.

WRITE-TAX-PAYMENT.
      *> A reportable prize just written to CARDPMT, onto the
      *> cumulative log the year-end returns are built from, with the
      *> identity CHECK-PRIZE-TAX read for it. The log is opened
      *> EXTEND on the first reportable payment of the run, OUTPUT
      *> the very first time it exists at all - same treatment as
      *> the hotlist-hit log. The withheld dollars are counted here
      *> too, per promotion, for the WTAX postings.
       IF WS-TAX-LOG-OPEN = 'NO'
           IF WS-STEP-RERUN = 'YES'
               PERFORM LOAD-LOGGED-TAX-PAYMENTS
           END-IF
           OPEN EXTEND TAX-PAYMENT-FILE
           IF WS-TAX-PAYMENT-FILE-STATUS = "35"
               OPEN OUTPUT TAX-PAYMENT-FILE
           END-IF
           IF WS-TAX-PAYMENT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN TAX-PAYMENT-FILE, STATUS "
                   WS-TAX-PAYMENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'YES' TO WS-TAX-LOG-OPEN
       END-IF.
       MOVE WS-RUN-DATE TO WS-TXL-PAID-DATE.
       MOVE WS-PAY-CARD-NUMBER TO WS-TXL-CARD-NUMBER.
       MOVE WS-WIN-TIN-TYPE TO WS-TXL-TIN-TYPE.
       MOVE WS-WIN-TIN TO WS-TXL-TIN.
       MOVE WS-TAX-GROSS TO WS-TXL-GROSS-AMOUNT.
       MOVE WS-TAX-WITHHELD TO WS-TXL-WITHHELD-AMOUNT.
       MOVE WS-PAY-PROMO-CODE TO WS-TXL-PROMO-CODE.
       MOVE WS-PAY-RETAILER-ID TO WS-TXL-RETAILER-ID.
       MOVE SPACE TO WS-TXL-SEP-1.
       MOVE SPACE TO WS-TXL-SEP-2.
       MOVE SPACE TO WS-TXL-SEP-3.
       MOVE SPACE TO WS-TXL-SEP-4.
       MOVE SPACE TO WS-TXL-SEP-5.
       MOVE SPACE TO WS-TXL-SEP-6.
       MOVE SPACE TO WS-TXL-SEP-7.
       MOVE "TAXL" TO WS-LOG-ID.
       MOVE WS-TXL-CARD-NUMBER TO WS-LOG-CARD.
       PERFORM CHECK-ALREADY-LOGGED.
       IF WS-ALREADY-LOGGED = 'NO'
           WRITE WS-TAX-PAYMENT-RECORD
       END-IF.
       ADD 1 TO WS-TOTAL-REPORTABLE-PAID.
       IF WS-TAX-WITHHELD > ZERO
           ADD 1 TO WS-TOTAL-WITHHOLDING-PAID
           ADD WS-TAX-WITHHELD TO WS-DOLLARS-WITHHELD
           ADD WS-TAX-WITHHELD TO WS-PRM-WITHHELD(WS-PROMO-NDX)
       END-IF.

LOAD-LOGGED-HOTLIST-HITS.
      *> Rerun only - see WS-LOGGED-TABLE. No log yet (35) means the
      *> earlier attempt never wrote a hit.
       MOVE ZERO TO WS-LOG-LOADED.
       OPEN INPUT HOTLIST-HIT-FILE.
       IF WS-HOTLIST-HIT-FILE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       MOVE "HOTH" TO WS-LOG-ID.
       MOVE 'NO' TO WS-LOG-EOF.
       PERFORM UNTIL WS-LOG-EOF = 'YES'
           READ HOTLIST-HIT-FILE
           AT END
               MOVE 'YES' TO WS-LOG-EOF
           NOT AT END
               IF WS-HIT-HELD-DATE IS NUMERIC
               AND WS-HIT-CARD-NUMBER IS NUMERIC
                   MOVE WS-HIT-HELD-DATE TO WS-LOG-DATE
                   MOVE WS-HIT-CARD-NUMBER TO WS-LOG-CARD
                   PERFORM NOTE-LOGGED-CARD
               END-IF
           END-READ
       END-PERFORM.
       CLOSE HOTLIST-HIT-FILE.
       DISPLAY "RERUN FOR " WS-STEP-RUN-DATE ": " WS-LOG-LOADED
           " HIT(S) ALREADY ON CARDHOTH FROM THIS RUN DATE".

LOAD-LOGGED-FORFEITS.
      *> Rerun only - see WS-LOGGED-TABLE.
       MOVE ZERO TO WS-LOG-LOADED.
       OPEN INPUT FORFEIT-FILE.
       IF WS-FORFEIT-FILE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       MOVE "FORF" TO WS-LOG-ID.
       MOVE 'NO' TO WS-LOG-EOF.
       PERFORM UNTIL WS-LOG-EOF = 'YES'
           READ FORFEIT-FILE
           AT END
               MOVE 'YES' TO WS-LOG-EOF
           NOT AT END
               IF WS-FRF-FORFEIT-DATE IS NUMERIC
               AND WS-FRF-CARD-NUMBER IS NUMERIC
                   MOVE WS-FRF-FORFEIT-DATE TO WS-LOG-DATE
                   MOVE WS-FRF-CARD-NUMBER TO WS-LOG-CARD
                   PERFORM NOTE-LOGGED-CARD
               END-IF
           END-READ
       END-PERFORM.
       CLOSE FORFEIT-FILE.
       DISPLAY "RERUN FOR " WS-STEP-RUN-DATE ": " WS-LOG-LOADED
           " FORFEITURE(S) ALREADY ON CARDFORF FROM THIS RUN DATE".

LOAD-LOGGED-TAX-PAYMENTS.
      *> Rerun only - see WS-LOGGED-TABLE.
       MOVE ZERO TO WS-LOG-LOADED.
       OPEN INPUT TAX-PAYMENT-FILE.
       IF WS-TAX-PAYMENT-FILE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       MOVE "TAXL" TO WS-LOG-ID.
       MOVE 'NO' TO WS-LOG-EOF.
       PERFORM UNTIL WS-LOG-EOF = 'YES'
           READ TAX-PAYMENT-FILE
           AT END
               MOVE 'YES' TO WS-LOG-EOF
           NOT AT END
               IF WS-TXL-PAID-DATE IS NUMERIC
               AND WS-TXL-CARD-NUMBER IS NUMERIC
                   MOVE WS-TXL-PAID-DATE TO WS-LOG-DATE
                   MOVE WS-TXL-CARD-NUMBER TO WS-LOG-CARD
                   PERFORM NOTE-LOGGED-CARD
               END-IF
           END-READ
       END-PERFORM.
       CLOSE TAX-PAYMENT-FILE.
       DISPLAY "RERUN FOR " WS-STEP-RUN-DATE ": " WS-LOG-LOADED
           " PAYMENT(S) ALREADY ON CARDTAXL FROM THIS RUN DATE".

NOTE-LOGGED-CARD.
      *> The logs carry the calendar date the record was written,
      *> which for an attempt that crossed midnight is the day after
      *> the run date - so anything dated on or after it counts.
       IF WS-LOG-DATE < WS-STEP-RUN-DATE
           EXIT PARAGRAPH
       END-IF.
       IF WS-LOGGED-COUNT >= WS-LOGGED-TABLE-SIZE
           DISPLAY "FATAL: MORE THAN " WS-LOGGED-TABLE-SIZE
               " LOG RECORDS FROM AN EARLIER ATTEMPT - LOGGED TABLE "
               "FULL"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-LOGGED-COUNT.
       MOVE WS-LOG-ID TO WS-LGD-LOG(WS-LOGGED-COUNT).
       MOVE WS-LOG-CARD TO WS-LGD-CARD(WS-LOGGED-COUNT).
       MOVE 'NO' TO WS-LGD-USED(WS-LOGGED-COUNT).
       ADD 1 TO WS-LOG-LOADED.

CHECK-ALREADY-LOGGED.
      *> WS-ALREADY-LOGGED comes back 'YES' when an unused entry for
      *> this log and card was found - and uses it up, so a card the
      *> earlier attempt logged once is held off once.
       MOVE 'NO' TO WS-ALREADY-LOGGED.
       PERFORM VARYING WS-LOGGED-NDX FROM 1 BY 1
           UNTIL WS-LOGGED-NDX > WS-LOGGED-COUNT
           OR WS-ALREADY-LOGGED = 'YES'
           IF WS-LGD-LOG(WS-LOGGED-NDX) = WS-LOG-ID
           AND WS-LGD-CARD(WS-LOGGED-NDX) = WS-LOG-CARD
           AND WS-LGD-USED(WS-LOGGED-NDX) = 'NO'
               MOVE 'YES' TO WS-LGD-USED(WS-LOGGED-NDX)
               MOVE 'YES' TO WS-ALREADY-LOGGED
               ADD 1 TO WS-TOTAL-ALREADY-LOGGED
           END-IF
       END-PERFORM.

WRITE-PAYOUT-CONTROL.
      *> Written after CARDPMT is closed, so the record describes the
      *> payment file exactly as the check register step will read
      *> it. A job without the CARDPCTL DD still pays - the warning
      *> says its payments will not be numbered as checks.
       OPEN OUTPUT PAYOUT-CONTROL-FILE.
       IF WS-PAYOUT-CONTROL-FILE-STATUS NOT = "00"
           DISPLAY "WARNING: CANNOT OPEN PAYOUT-CONTROL-FILE, STATUS "
               WS-PAYOUT-CONTROL-FILE-STATUS
               " - TODAY'S PAYMENTS WILL NOT BE REGISTERED AS CHECKS"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-RUN-DATE TO WS-PCT-RUN-DATE.
       MOVE WS-RUN-TIME-RAW TO WS-PCT-RUN-TIME.
       MOVE WS-TOTAL-PAYMENTS-WRITTEN TO WS-PCT-PAYMENT-COUNT.
       MOVE WS-DOLLARS-PAID TO WS-PCT-PAYMENT-DOLLARS.
       MOVE WS-GRAND-TOTAL-LIABILITY TO WS-PCT-GRAND-TOTAL.
       MOVE WS-DOLLARS-HELD-TODAY TO WS-PCT-HELD-TODAY.
       MOVE WS-DOLLARS-REISSUED TO WS-PCT-REISSUED.
       MOVE WS-DOLLARS-WITHHELD TO WS-PCT-WITHHELD.
       MOVE SPACE TO WS-PCT-SEP-1.
       MOVE SPACE TO WS-PCT-SEP-2.
       MOVE SPACE TO WS-PCT-SEP-3.
       MOVE SPACE TO WS-PCT-SEP-4.
       MOVE SPACE TO WS-PCT-SEP-5.
       MOVE SPACE TO WS-PCT-SEP-6.
       WRITE WS-PAYOUT-CONTROL-RECORD.
       CLOSE PAYOUT-CONTROL-FILE.

WRITE-EXPIRY-LISTING.
      *> The desk's chase list: every carried hold within WARNDAYS
      *> days of its claim deadline, soonest deadline first, with a
      *> heading even on a day with none so the desk can see the
      *> listing ran. Only produced with a claim window in force; a
      *> job without the CARDFWRN DD still pays - the warning says
      *> the list was not produced.
       IF WS-CLAIM-DAYS = ZERO
           EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT EXPIRY-LISTING-FILE.
       IF WS-EXPIRY-LISTING-FILE-STATUS NOT = "00"
           DISPLAY "WARNING: CANNOT OPEN EXPIRY-LISTING-FILE, STATUS "
               WS-EXPIRY-LISTING-FILE-STATUS
               " - NO LIST OF HOLDS NEARING THEIR DEADLINE"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-RUN-DATE TO WS-SLH-RUN-DATE.
       MOVE WS-CLAIM-DAYS TO WS-SLW-CLAIM-DAYS.
       MOVE WS-WARN-DAYS TO WS-SLW-WARN-DAYS.
       WRITE WS-EXPIRY-LISTING-LINE FROM WS-SL-RULE.
       WRITE WS-EXPIRY-LISTING-LINE FROM WS-SL-HEADING.
       WRITE WS-EXPIRY-LISTING-LINE FROM WS-SL-RULE.
       WRITE WS-EXPIRY-LISTING-LINE FROM WS-SL-WINDOW.
       WRITE WS-EXPIRY-LISTING-LINE FROM WS-SL-DASH.
       IF WS-EXPIRY-COUNT = ZERO
           WRITE WS-EXPIRY-LISTING-LINE FROM WS-SL-NONE
           WRITE WS-EXPIRY-LISTING-LINE FROM WS-SL-RULE
           CLOSE EXPIRY-LISTING-FILE
           EXIT PARAGRAPH
       END-IF.
       WRITE WS-EXPIRY-LISTING-LINE FROM WS-SL-COLUMNS.
       WRITE WS-EXPIRY-LISTING-LINE FROM WS-SL-DASH.
       PERFORM VARYING WS-EXPIRY-NDX FROM 1 BY 1
           UNTIL WS-EXPIRY-NDX > WS-EXPIRY-COUNT
           PERFORM WRITE-EXPIRY-LINE
       END-PERFORM.
       WRITE WS-EXPIRY-LISTING-LINE FROM WS-SL-DASH.
       MOVE "HOLDS NEARING THEIR CLAIM DEADLINE" TO WS-SLT-LABEL.
       MOVE WS-EXPIRY-COUNT TO WS-SLT-COUNT.
       MOVE WS-DOLLARS-NEAR-EXPIRY TO WS-SLT-AMOUNT.
       WRITE WS-EXPIRY-LISTING-LINE FROM WS-SL-TOTAL.
       WRITE WS-EXPIRY-LISTING-LINE FROM WS-SL-RULE.
       CLOSE EXPIRY-LISTING-FILE.

WRITE-EXPIRY-LINE.
       MOVE SPACES TO WS-SLD-SEP-1 WS-SLD-SEP-2 WS-SLD-SEP-3
           WS-SLD-SEP-4 WS-SLD-SEP-5 WS-SLD-SEP-6 WS-SLD-SEP-7
           WS-SLD-SEP-8.
       MOVE WS-EXP-DEADLINE(WS-EXPIRY-NDX) TO WS-SLD-DEADLINE.
       MOVE WS-EXP-DAYS-LEFT(WS-EXPIRY-NDX) TO WS-SLD-DAYS-LEFT.
       MOVE WS-EXP-CARD(WS-EXPIRY-NDX) TO WS-SLD-CARD.
       MOVE WS-EXP-EXC-TYPE(WS-EXPIRY-NDX) TO WS-SLD-EXC-TYPE.
       MOVE WS-EXP-PROMO(WS-EXPIRY-NDX) TO WS-SLD-PROMO.
       MOVE WS-EXP-TIER(WS-EXPIRY-NDX) TO WS-SLD-TIER.
       MOVE WS-EXP-RETAILER(WS-EXPIRY-NDX) TO WS-SLD-RETAILER.
       MOVE WS-EXP-AMOUNT(WS-EXPIRY-NDX) TO WS-SLD-AMOUNT.
       WRITE WS-EXPIRY-LISTING-LINE FROM WS-SL-DETAIL.

PRINT-LIABILITY-REPORT.
       DISPLAY "=================================================".
           WS-TOTAL-PAYMENTS-WRITTEN.
       DISPLAY "PAYMENTS HELD (HIGH EXCEPTIONS). : "
           WS-TOTAL-HELD-PAYMENTS.
       DISPLAY "  OF WHICH HOTLIST HITS TODAY. . : "
           WS-TOTAL-HOTLIST-HELD.
       DISPLAY "  OF WHICH HELD FOR TIN (NTIN) . : "
           WS-TOTAL-TIN-HELD-TODAY.
       IF WS-TOTAL-RELEASES-REFUSED > ZERO
           DISPLAY "RELEASES REFUSED (ON HOTLIST). . : "
               WS-TOTAL-RELEASES-REFUSED
       END-IF.
       IF WS-TOTAL-FLAGGED-RELEASED > ZERO
           DISPLAY "FLAGGED CARDS PAID ON RELEASE. . : "
               WS-TOTAL-FLAGGED-RELEASED
               WS-TOTAL-REISSUED
           DISPLAY "CARRIED HOLDS STILL HELD . . . . : "
               WS-TOTAL-CARRIED-STILL-HELD
           DISPLAY "NTIN HOLDS PAID (TIN NOW ON FILE): "
               WS-TOTAL-TIN-RELEASED
           DISPLAY "CARRIED HOLDS FORFEITED (EXPIRED): "
               WS-TOTAL-FORFEITED
           DISPLAY "HOLDS NEARING CLAIM DEADLINE . . : "
               WS-EXPIRY-COUNT
           IF WS-TOTAL-UNDATED-HOLDS > ZERO
               DISPLAY "HOLDS WITH NO CLAIM DEADLINE . . : "
                   WS-TOTAL-UNDATED-HOLDS
           END-IF
       END-IF.
       DISPLAY "REPORTABLE PRIZES PAID . . . . . : "
           WS-TOTAL-REPORTABLE-PAID.
       DISPLAY "  OF WHICH TAX WITHHELD. . . . . : "
           WS-TOTAL-WITHHOLDING-PAID.
       DISPLAY "-------------------------------------------------".
       PERFORM VARYING WS-TIER-NDX FROM 1 BY 1
           UNTIL WS-TIER-NDX > WS-TIER-COUNT
           MOVE WS-TIER-DOLLAR-TOTAL(WS-TIER-NDX) TO WS-EDIT-DOLLARS
           DISPLAY "TIER " WS-TIER-NDX " " WS-TIER-PROMO(WS-TIER-NDX)
               " (MATCHES " WS-TIER-MATCH-LO(WS-TIER-NDX)
               "-" WS-TIER-MATCH-HI(WS-TIER-NDX)
               "): CARDS " WS-TIER-CARD-COUNT(WS-TIER-NDX)
               "  DOLLARS " WS-EDIT-DOLLARS
       END-PERFORM.
       DISPLAY "-------------------------------------------------".
      *> Per-promotion breakout - each game's own liability, the part
      *> of it held today, its prior holds paying out today, the tax
      *> withheld from its checks, and its prior holds forfeited
      *> today. The liability column sums to the grand total below.
       DISPLAY "PER-PROMOTION BREAKOUT (PROMOTION, CARDS, LIABILITY,".
       DISPLAY "  HELD TODAY, PRIOR HOLDS RE-ISSUED, TAX WITHHELD,".
       DISPLAY "  PRIOR HOLDS FORFEITED)".
       PERFORM VARYING WS-PROMO-NDX FROM 1 BY 1
           UNTIL WS-PROMO-NDX > WS-PROMO-COUNT
           MOVE WS-PRM-LIABILITY(WS-PROMO-NDX) TO WS-EDIT-GRAND
           DISPLAY "  " WS-PRM-CODE(WS-PROMO-NDX) "  "
               WS-PRM-CARDS(WS-PROMO-NDX) "  " WS-EDIT-GRAND
           MOVE WS-PRM-HELD-TODAY(WS-PROMO-NDX) TO WS-EDIT-GRAND
           DISPLAY "            HELD TODAY " WS-EDIT-GRAND
           MOVE WS-PRM-REISSUED(WS-PROMO-NDX) TO WS-EDIT-GRAND
           DISPLAY "            RE-ISSUED  " WS-EDIT-GRAND
           MOVE WS-PRM-WITHHELD(WS-PROMO-NDX) TO WS-EDIT-GRAND
           DISPLAY "            WITHHELD   " WS-EDIT-GRAND
           MOVE WS-PRM-FORFEITED(WS-PROMO-NDX) TO WS-EDIT-GRAND
           DISPLAY "            FORFEITED  " WS-EDIT-GRAND
       END-PERFORM.
       DISPLAY "-------------------------------------------------".
      *> Per-retailer rollup - the join the chargeback desk used to
      *> do by hand from the vendor's packing lists. *UNMATCH rows
      *> are cards the cross-reference doesn't know; the exception
      *> they were first held, so not in this grand total).
       MOVE WS-DOLLARS-HELD TO WS-EDIT-GRAND.
       DISPLAY "DOLLARS HELD (NOT PAID). . . . . : " WS-EDIT-GRAND.
      *> Hotlist hits are part of the held dollars above, broken out
      *> because they are a loss-prevention matter, not an exception
      *> investigation - stolen or voided stock, not a misprint.
       MOVE WS-DOLLARS-HOTLIST-HELD TO WS-EDIT-GRAND.
       DISPLAY "  OF WHICH HOTLIST HITS TODAY. . : " WS-EDIT-GRAND.
      *> Reportable prizes waiting on the winner's TIN - the desk's
      *> chase list is the NTIN records on CARDHELD.
       MOVE WS-DOLLARS-TIN-HELD-TODAY TO WS-EDIT-GRAND.
       DISPLAY "  OF WHICH HELD FOR TIN (NTIN) . : " WS-EDIT-GRAND.
       IF WS-TOTAL-REISSUED > ZERO
           MOVE WS-DOLLARS-REISSUED TO WS-EDIT-GRAND
           DISPLAY "PRIOR HELD DOLLARS RE-ISSUED . . : "
               WS-EDIT-GRAND
       END-IF.
      *> Forfeited dollars were booked as liability when first held
      *> and leave the held position today for breakage income, on
      *> the FORF postings - not in this grand total either.
       IF WS-TOTAL-FORFEITED > ZERO
           MOVE WS-DOLLARS-FORFEITED TO WS-EDIT-GRAND
           DISPLAY "PRIOR HELD DOLLARS FORFEITED . . : "
               WS-EDIT-GRAND
       END-IF.
       MOVE WS-GRAND-TOTAL-LIABILITY TO WS-EDIT-GRAND.
       DISPLAY "GRAND TOTAL LIABILITY. . . . . . : " WS-EDIT-GRAND.
      *> Tax withheld from today's checks is still paid out - to the
      *> tax authority, through the WTAX postings, not by check.
       MOVE WS-DOLLARS-WITHHELD TO WS-EDIT-GRAND.
       DISPLAY "TAX WITHHELD FROM PRIZE CHECKS . : " WS-EDIT-GRAND.
      *> What went to the payment file - the grand total less today's
      *> holds plus re-issued holds, less the tax withheld - which
      *> the check register step must number as checks to the penny.
       MOVE WS-DOLLARS-PAID TO WS-EDIT-GRAND.
       DISPLAY "DOLLARS TO PAYMENT FILE. . . . . : " WS-EDIT-GRAND.
       DISPLAY "=================================================".

LOAD-GL-ACCOUNTS.
      *>   TIER <n> <debit account> <credit account>
      *>   HELD <debit account> <credit account>
      *>   RELS <debit account> <credit account>
      *>   WTAX <debit account> <credit account>
      *>   FORF <debit account> <credit account>
      *> TIER pairs book the day's paid-out liability per prize
      *> tier; HELD books dollars withheld on exception findings to
      *> their own accounts so the ledger distinguishes booked
      *> liability from paid-out cash; RELS books prior holds
      *> released to payment today; WTAX moves the tax withheld
      *> from today's prize checks to the withholding-payable
      *> account it is remitted from; FORF releases the liability on
      *> holds forfeited past their claim deadline to breakage
      *> income. "*" comments and blank lines
      *> allowed. A card that doesn't parse fails the step up front,
      *> same stance as the tier deck - these are the accounts real
      *> money posts to.
       END-IF.
       IF WS-GL-PARM-LINE(1:5) = "HELD "
       OR WS-GL-PARM-LINE(1:5) = "RELS "
       OR WS-GL-PARM-LINE(1:5) = "WTAX "
       OR WS-GL-PARM-LINE(1:5) = "FORF "
           UNSTRING WS-GL-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-GL-KIND-TEXT
                   WS-GL-DEBIT-TEXT WS-GL-CREDIT-TEXT
           END-IF
           PERFORM PARSE-GL-ACCOUNT-PAIR
           IF WS-GL-PARM-ERROR = 'NO'
               EVALUATE WS-GL-KIND-TEXT
                   WHEN "HELD"
                       MOVE WS-GL-PAIR-DEBIT TO WS-GL-HELD-DEBIT
                       MOVE WS-GL-PAIR-CREDIT TO WS-GL-HELD-CREDIT
                   WHEN "RELS"
                       MOVE WS-GL-PAIR-DEBIT TO WS-GL-RELS-DEBIT
                       MOVE WS-GL-PAIR-CREDIT TO WS-GL-RELS-CREDIT
                   WHEN "WTAX"
                       MOVE WS-GL-PAIR-DEBIT TO WS-GL-WTAX-DEBIT
                       MOVE WS-GL-PAIR-CREDIT TO WS-GL-WTAX-CREDIT
                   WHEN OTHER
                       MOVE WS-GL-PAIR-DEBIT TO WS-GL-FORF-DEBIT
                       MOVE WS-GL-PAIR-CREDIT TO WS-GL-FORF-CREDIT
               END-EVALUATE
           END-IF
           EXIT PARAGRAPH
       END-IF.
      *> The day's balanced posting set: per tier, the PAID portion
      *> of its dollars (total less held) to its own account pair;
      *> today's held dollars to the HELD pair; prior holds released
      *> to payment today to the RELS pair; tax withheld from today's
      *> checks to the WTAX pair; prior holds forfeited today to the
      *> FORF pair. The set is proved before a single
      *> record is written - debits equal credits, and the
      *> TIER-plus-HELD debits equal the liability report's grand
      *> total to the penny - and an unprovable set refuses the file
      *> (RC=8, nothing released). Adjustment ("A") ledger records
      *> carry points deltas, not dollars, so they post nothing
      *> here - they were never priced by this step either. Every
      *> posting carries its promotion: a tier's own, and the HELD,
      *> RELS, WTAX and FORF pairs are posted once per promotion with
      *> dollars in them, so each game's liability can be booked
      *> separately.
       IF WS-GL-CONFIGURED = 'NO'
           EXIT PARAGRAPH
       END-IF.
                           WS-TIER-NDX DELIMITED BY SIZE
                           INTO WS-GL-PAIR-SOURCE
                       END-STRING
                       MOVE WS-TIER-PROMO(WS-TIER-NDX)
                           TO WS-GL-PAIR-PROMO
                       PERFORM ADD-GL-POSTING-PAIR
                   END-IF
               END-IF
                   "ACCOUNT PAIR ON CARDGLP"
               MOVE 'YES' TO WS-GL-REFUSED
           ELSE
               PERFORM VARYING WS-PROMO-NDX FROM 1 BY 1
                   UNTIL WS-PROMO-NDX > WS-PROMO-COUNT
                   IF WS-PRM-HELD-TODAY(WS-PROMO-NDX) > ZERO
                       MOVE WS-GL-HELD-DEBIT TO WS-GL-PAIR-DEBIT
                       MOVE WS-GL-HELD-CREDIT TO WS-GL-PAIR-CREDIT
                       MOVE WS-PRM-HELD-TODAY(WS-PROMO-NDX)
                           TO WS-GL-PAIR-AMOUNT
                       MOVE "HELD" TO WS-GL-PAIR-SOURCE
                       MOVE WS-PRM-CODE(WS-PROMO-NDX)
                           TO WS-GL-PAIR-PROMO
                       PERFORM ADD-GL-POSTING-PAIR
                   END-IF
               END-PERFORM
           END-IF
       END-IF.
       IF WS-DOLLARS-REISSUED > ZERO
                   "ACCOUNT PAIR ON CARDGLP"
               MOVE 'YES' TO WS-GL-REFUSED
           ELSE
               PERFORM VARYING WS-PROMO-NDX FROM 1 BY 1
                   UNTIL WS-PROMO-NDX > WS-PROMO-COUNT
                   IF WS-PRM-REISSUED(WS-PROMO-NDX) > ZERO
                       MOVE WS-GL-RELS-DEBIT TO WS-GL-PAIR-DEBIT
                       MOVE WS-GL-RELS-CREDIT TO WS-GL-PAIR-CREDIT
                       MOVE WS-PRM-REISSUED(WS-PROMO-NDX)
                           TO WS-GL-PAIR-AMOUNT
                       MOVE "RELS" TO WS-GL-PAIR-SOURCE
                       MOVE WS-PRM-CODE(WS-PROMO-NDX)
                           TO WS-GL-PAIR-PROMO
                       PERFORM ADD-GL-POSTING-PAIR
                   END-IF
               END-PERFORM
           END-IF
       END-IF.
       IF WS-DOLLARS-WITHHELD > ZERO
           IF WS-GL-WTAX-DEBIT = ZERO OR WS-GL-WTAX-CREDIT = ZERO
               DISPLAY "GL REFUSED: TAX WITHHELD WITH NO WTAX "
                   "ACCOUNT PAIR ON CARDGLP"
               MOVE 'YES' TO WS-GL-REFUSED
           ELSE
               PERFORM VARYING WS-PROMO-NDX FROM 1 BY 1
                   UNTIL WS-PROMO-NDX > WS-PROMO-COUNT
                   IF WS-PRM-WITHHELD(WS-PROMO-NDX) > ZERO
                       MOVE WS-GL-WTAX-DEBIT TO WS-GL-PAIR-DEBIT
                       MOVE WS-GL-WTAX-CREDIT TO WS-GL-PAIR-CREDIT
                       MOVE WS-PRM-WITHHELD(WS-PROMO-NDX)
                           TO WS-GL-PAIR-AMOUNT
                       MOVE "WTAX" TO WS-GL-PAIR-SOURCE
                       MOVE WS-PRM-CODE(WS-PROMO-NDX)
                           TO WS-GL-PAIR-PROMO
                       PERFORM ADD-GL-POSTING-PAIR
                   END-IF
               END-PERFORM
           END-IF
       END-IF.
       IF WS-DOLLARS-FORFEITED > ZERO
           IF WS-GL-FORF-DEBIT = ZERO OR WS-GL-FORF-CREDIT = ZERO
               DISPLAY "GL REFUSED: FORFEITED HOLDS WITH NO FORF "
                   "ACCOUNT PAIR ON CARDGLP"
               MOVE 'YES' TO WS-GL-REFUSED
           ELSE
               PERFORM VARYING WS-PROMO-NDX FROM 1 BY 1
                   UNTIL WS-PROMO-NDX > WS-PROMO-COUNT
                   IF WS-PRM-FORFEITED(WS-PROMO-NDX) > ZERO
                       MOVE WS-GL-FORF-DEBIT TO WS-GL-PAIR-DEBIT
                       MOVE WS-GL-FORF-CREDIT TO WS-GL-PAIR-CREDIT
                       MOVE WS-PRM-FORFEITED(WS-PROMO-NDX)
                           TO WS-GL-PAIR-AMOUNT
                       MOVE "FORF" TO WS-GL-PAIR-SOURCE
                       MOVE WS-PRM-CODE(WS-PROMO-NDX)
                           TO WS-GL-PAIR-PROMO
                       PERFORM ADD-GL-POSTING-PAIR
                   END-IF
               END-PERFORM
           END-IF
       END-IF.
       PERFORM PROVE-AND-RELEASE-GL-FILE.
           TO WS-GL-POST-AMOUNT(WS-GL-POST-COUNT).
       MOVE WS-GL-PAIR-SOURCE
           TO WS-GL-POST-SOURCE(WS-GL-POST-COUNT).
       MOVE WS-GL-PAIR-PROMO
           TO WS-GL-POST-PROMO(WS-GL-POST-COUNT).
       ADD WS-GL-PAIR-AMOUNT TO WS-GL-DEBIT-TOTAL.
       ADD 1 TO WS-GL-POST-COUNT.
       MOVE WS-GL-PAIR-CREDIT
           TO WS-GL-POST-AMOUNT(WS-GL-POST-COUNT).
       MOVE WS-GL-PAIR-SOURCE
           TO WS-GL-POST-SOURCE(WS-GL-POST-COUNT).
       MOVE WS-GL-PAIR-PROMO
           TO WS-GL-POST-PROMO(WS-GL-POST-COUNT).
       ADD WS-GL-PAIR-AMOUNT TO WS-GL-CREDIT-TOTAL.

PROVE-AND-RELEASE-GL-FILE.
               " DO NOT EQUAL CREDITS " WS-GL-CREDIT-TOTAL
           MOVE 'YES' TO WS-GL-REFUSED
       END-IF.
      *> RELS, WTAX and FORF pairs move already-booked liability, so
      *> the proof against today's grand total covers the TIER and
      *> HELD debits only.
       IF WS-GL-DEBIT-TOTAL - WS-DOLLARS-REISSUED - WS-DOLLARS-WITHHELD
           - WS-DOLLARS-FORFEITED
           NOT = WS-GRAND-TOTAL-LIABILITY
           DISPLAY "GL REFUSED: LIABILITY DEBITS DO NOT AGREE WITH "
               "THE GRAND TOTAL ON THE LIABILITY REPORT"
           MOVE WS-GL-POST-DRCR(WS-GL-POST-NDX) TO WS-GL-DRCR
           MOVE WS-GL-POST-AMOUNT(WS-GL-POST-NDX) TO WS-GL-AMOUNT
           MOVE WS-GL-POST-SOURCE(WS-GL-POST-NDX) TO WS-GL-SOURCE
           MOVE WS-GL-POST-PROMO(WS-GL-POST-NDX) TO WS-GL-PROMO-CODE
           MOVE SPACE TO WS-GL-SEP-1
           MOVE SPACE TO WS-GL-SEP-2
           MOVE SPACE TO WS-GL-SEP-3
           MOVE SPACE TO WS-GL-SEP-4
           MOVE SPACE TO WS-GL-SEP-5
           WRITE WS-GL-RECORD
       END-PERFORM.
       CLOSE GL-FILE.
      *> still complete for the cards that could, but finance needs
      *> to resolve the gap before booking the day. Held payments
      *> raise the same RC=4: the day's files are good, but dollars
      *> are sitting on CARDHELD waiting on the investigation, or on
      *> a winner's TIN - or a carried hold was forfeited today, or
      *> couldn't be dated against its claim window, and finance or
      *> the desk needs to know. A refused GL posting file outranks
      *> all of these at RC=8 - the payout interface went out, but
      *> finance has nothing safe to post.
       IF WS-GL-REFUSED = 'YES'
           MOVE 8 TO RETURN-CODE
       ELSE
           IF WS-TOTAL-UNTIERED-CARDS > ZERO
           OR WS-TOTAL-HELD-PAYMENTS > ZERO
           OR WS-TOTAL-FORFEITED > ZERO
           OR WS-TOTAL-UNDATED-HOLDS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
       END-IF.

*> Shared with the rest of the AOCD4JOB chain - see
*> copybooks/CARDSTP.cpy.
COPY CARDSTP.
