      *> Hotlist-hit log record: one line per payment AOC_D4PAY held
      *> because its card was on the stolen/voided hotlist (see
      *> CARDHOT.cpy), appended run after run to a cumulative file so
      *> the weekly loss-prevention report (AOC_D4HTR) can roll a
      *> week's hits up by retailer without anyone reassembling them
      *> from old payout SYSOUT. The card's own retailer comes from
      *> the CARDXREF cross-reference; the reporting retailer and
      *> reason come from the hotlist entry that caught it. The
      *> edited amount has a dollars / point / cents view so the
      *> reader can total it numerically, same treatment AOC_D4REC
      *> gives the payment record.
       01  WS-HOTLIST-HIT-RECORD.
           05  WS-HIT-HELD-DATE PIC 9(8).
           05  WS-HIT-SEP-1 PIC X(1).
           05  WS-HIT-CARD-NUMBER PIC 9(7).
           05  WS-HIT-SEP-2 PIC X(1).
           05  WS-HIT-REASON PIC X(4).
           05  WS-HIT-SEP-3 PIC X(1).
           05  WS-HIT-REPORTED-BY PIC X(8).
           05  WS-HIT-SEP-4 PIC X(1).
           05  WS-HIT-RETAILER-ID PIC X(8).
           05  WS-HIT-SEP-5 PIC X(1).
           05  WS-HIT-AMOUNT PIC 9(7).99.
           05  WS-HIT-AMOUNT-PARTS REDEFINES WS-HIT-AMOUNT.
               10  WS-HIT-AMOUNT-DOLLARS PIC 9(7).
               10  WS-HIT-AMOUNT-POINT PIC X(1).
               10  WS-HIT-AMOUNT-CENTS PIC 9(2).
