      *> Reportable prize payment record: one line per prize AOC_D4PAY
      *> paid at or above the reportable threshold on the tax
      *> parameter deck (see CARDTAX.cpy), appended run after run to a
      *> cumulative file so the year-end information-return step
      *> (AOC_D4TAX) can total a whole tax year's prizes and
      *> withholding per TIN without reassembling them from old
      *> payment files. The paid date is the payout run date - a
      *> prize is reported for the year it was paid, not the year the
      *> card was processed. The TIN is the one on the winner identity
      *> master (CARDWIN.cpy) when the prize paid; the year-end step
      *> takes the current one from the master, so a TIN the desk
      *> corrects after payment still reaches the right return. The
      *> gross is the prize as priced, the withheld amount what came
      *> out of the check, so the check itself was the difference.
      *> The edited amounts have a dollars / point / cents view so the
      *> reader can total them numerically, same treatment AOC_D4REC
      *> gives the payment record.
       01  WS-TAX-PAYMENT-RECORD.
           05  WS-TXL-PAID-DATE PIC 9(8).
           05  WS-TXL-SEP-1 PIC X(1).
           05  WS-TXL-CARD-NUMBER PIC 9(7).
           05  WS-TXL-SEP-2 PIC X(1).
           05  WS-TXL-TIN-TYPE PIC X(1).
           05  WS-TXL-SEP-3 PIC X(1).
           05  WS-TXL-TIN PIC 9(9).
           05  WS-TXL-SEP-4 PIC X(1).
           05  WS-TXL-GROSS-AMOUNT PIC 9(7).99.
           05  WS-TXL-GROSS-PARTS REDEFINES WS-TXL-GROSS-AMOUNT.
               10  WS-TXL-GROSS-DOLLARS PIC 9(7).
               10  WS-TXL-GROSS-POINT PIC X(1).
               10  WS-TXL-GROSS-CENTS PIC 9(2).
           05  WS-TXL-SEP-5 PIC X(1).
           05  WS-TXL-WITHHELD-AMOUNT PIC 9(7).99.
           05  WS-TXL-WITHHELD-PARTS REDEFINES WS-TXL-WITHHELD-AMOUNT.
               10  WS-TXL-WITHHELD-DOLLARS PIC 9(7).
               10  WS-TXL-WITHHELD-POINT PIC X(1).
               10  WS-TXL-WITHHELD-CENTS PIC 9(2).
           05  WS-TXL-SEP-6 PIC X(1).
           05  WS-TXL-PROMO-CODE PIC X(8).
           05  WS-TXL-SEP-7 PIC X(1).
           05  WS-TXL-RETAILER-ID PIC X(8).
