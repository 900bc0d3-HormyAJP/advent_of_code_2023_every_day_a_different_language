      *> same cards - the CARDCHK/CARDPRM drift argument again. The
      *> per-tier card-count and dollar-total accumulators ride
      *> along in the entry; only the payout step updates them.
      *> Every tier belongs to one promotion (WS-TIER-PROMO), so one
      *> table prices every game running concurrently; a card with no
      *> promotion code loads under STANDARD, the promotion an
      *> unlabelled deck HDR means.
       01  WS-TIER-PARM-FILE-STATUS PIC X(2).
       01  WS-TIER-EOF PIC X(3) VALUE 'NO'.
       01  WS-TIER-TABLE-SIZE PIC 9(2) VALUE 50.
       01  WS-TIER-COUNT PIC 9(2) VALUE ZERO.
       01  WS-TIER-TABLE.
           05  WS-TIER-ENTRY OCCURS 50 TIMES.
               10  WS-TIER-PROMO PIC X(8).
               10  WS-TIER-PERIOD-START PIC 9(8).
               10  WS-TIER-PERIOD-END PIC 9(8).
               10  WS-TIER-MATCH-LO PIC 9(3).
               10  WS-TIER-DOLLAR-TOTAL PIC 9(9)V99.
               10  WS-TIER-HELD-TOTAL PIC 9(9)V99.

      *> Scratch fields for parsing one tier parameter card. The card
      *> is first split into generic tokens, because whether the
      *> leading token is a promotion code is only known from how many
      *> tokens there are.
       01  WS-TIER-TOKEN-AREA.
           05  WS-TIER-TOKEN PIC X(12) OCCURS 6 TIMES.
       01  WS-TIER-TOKEN-BASE PIC 9(2) VALUE ZERO.
       01  WS-TIER-PROMO-TEXT PIC X(12).
       01  WS-TIER-START-TEXT PIC X(10).
       01  WS-TIER-END-TEXT PIC X(10).
       01  WS-TIER-LO-TEXT PIC X(5).
