               10  WS-HIST-DATE-PROCESSED PIC 9(8).
           05  WS-HIST-MATCH-COUNT PIC 9(3).
           05  WS-HIST-POINTS PIC 9(9).
      *> Promotion the card was scored under (WS-LEDGER-PROMO-CODE).
      *> Card numbers are unique across the vendor's print runs, so
      *> the key stays card + date; the promotion rides as data for
      *> the per-promotion period analytics in AOC_D4PRD.
           05  WS-HIST-PROMO-CODE PIC X(8).
