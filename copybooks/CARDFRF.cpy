      *> Forfeited held-payment record: one line per carried hold
      *> AOC_D4PAY takes off the held-payments file because it went
      *> unclaimed past its claim deadline - its tier's promotion
      *> period end plus the CLAIMDAYS window on the payout step's
      *> SYSIN. Appended run after run to a cumulative file so the
      *> finance forfeiture report (AOC_D4FRF) can total any period's
      *> breakage by tier and retailer without reassembling it from
      *> old held files. The forfeit date is the payout run date -
      *> the day the liability was released to breakage income on the
      *> FORF GL postings. Everything else is the held record as it
      *> was carried, so a forfeiture can be traced back to the card,
      *> the finding that held it and the deadline it missed. The
      *> edited amount has a dollars / point / cents view so the
      *> reader can total it numerically, same treatment AOC_D4REC
      *> gives the payment record.
       01  WS-FORFEIT-RECORD.
           05  WS-FRF-FORFEIT-DATE PIC 9(8).
           05  WS-FRF-SEP-1 PIC X(1).
           05  WS-FRF-CARD-NUMBER PIC 9(7).
           05  WS-FRF-SEP-2 PIC X(1).
           05  WS-FRF-MATCH-COUNT PIC 9(3).
           05  WS-FRF-SEP-3 PIC X(1).
           05  WS-FRF-TIER-NUMBER PIC 9(2).
           05  WS-FRF-SEP-4 PIC X(1).
           05  WS-FRF-AMOUNT PIC 9(7).99.
           05  WS-FRF-AMOUNT-PARTS REDEFINES WS-FRF-AMOUNT.
               10  WS-FRF-AMOUNT-DOLLARS PIC 9(7).
               10  WS-FRF-AMOUNT-POINT PIC X(1).
               10  WS-FRF-AMOUNT-CENTS PIC 9(2).
           05  WS-FRF-SEP-5 PIC X(1).
           05  WS-FRF-DATE-PROCESSED PIC 9(8).
           05  WS-FRF-SEP-6 PIC X(1).
           05  WS-FRF-EXCEPTION-TYPE PIC X(4).
           05  WS-FRF-SEP-7 PIC X(1).
           05  WS-FRF-RETAILER-ID PIC X(8).
           05  WS-FRF-SEP-8 PIC X(1).
           05  WS-FRF-PROMO-CODE PIC X(8).
           05  WS-FRF-SEP-9 PIC X(1).
           05  WS-FRF-PERIOD-END PIC 9(8).
           05  WS-FRF-SEP-10 PIC X(1).
           05  WS-FRF-CLAIM-DEADLINE PIC 9(8).
