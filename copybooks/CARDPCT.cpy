      *> Payout control record: what AOC_D4PAY put on the payment
      *> interface file in one run - written last thing, after
      *> CARDPMT is closed, so the check register step (AOC_D4CHK)
      *> can prove the checks it numbers are exactly the payments
      *> written, and tie them back to the liability report's grand
      *> total: payment dollars are the grand total, less what was
      *> held today, plus prior holds re-issued today, less the tax
      *> withheld from prize checks (which goes to the tax authority,
      *> not on a check). The run date and time identify the payout
      *> run, so a payment file that was already numbered is never
      *> numbered again. Separators are named fields, same convention
      *> as CARDCTL.cpy.
       01  WS-PAYOUT-CONTROL-RECORD.
           05  WS-PCT-RUN-DATE PIC 9(8).
           05  WS-PCT-RUN-TIME PIC 9(8).
           05  WS-PCT-SEP-1 PIC X(1).
           05  WS-PCT-PAYMENT-COUNT PIC 9(6).
           05  WS-PCT-SEP-2 PIC X(1).
           05  WS-PCT-PAYMENT-DOLLARS PIC 9(11)V99.
           05  WS-PCT-SEP-3 PIC X(1).
           05  WS-PCT-GRAND-TOTAL PIC 9(11)V99.
           05  WS-PCT-SEP-4 PIC X(1).
           05  WS-PCT-HELD-TODAY PIC 9(11)V99.
           05  WS-PCT-SEP-5 PIC X(1).
           05  WS-PCT-REISSUED PIC 9(11)V99.
           05  WS-PCT-SEP-6 PIC X(1).
           05  WS-PCT-WITHHELD PIC 9(11)V99.
