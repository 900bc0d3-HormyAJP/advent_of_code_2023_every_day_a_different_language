           05  WS-LEDGER-POINTS PIC 9(9).
           05  WS-LEDGER-SEP-3 PIC X(1).
           05  WS-LEDGER-DATE-PROCESSED PIC 9(8).
      *> Promotion the card was scored under - the promotion code on
      *> the HDR record of the deck batch it arrived in. One nightly
      *> deck now carries every active game as its own HDR/TRL batch,
      *> and the tier table, liability report, and GL postings are
      *> all keyed by it downstream (see copybooks/CARDTIR.cpy).
           05  WS-LEDGER-SEP-4 PIC X(1).
           05  WS-LEDGER-PROMO-CODE PIC X(8).
      *> Adjustment record type, appended by AOC_DAY4's RUNTYPE=ADJUST
      *> correction pass: a card already scored was re-scored from a
      *> vendor-corrected line, and the payout system posts the signed
