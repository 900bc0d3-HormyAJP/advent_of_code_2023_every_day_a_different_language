      *> Prize check register record: one entry per prize check cut
      *> from a CARDPMT payment, keyed on the check number. The bank
      *> now honours a prize check only if it arrived first on a
      *> positive-pay issue file, and nothing in the suite used to
      *> assign or remember check numbers - AOC_D4CHK now numbers
      *> each payment AOC_D4PAY writes, records it here, and sends
      *> the bank every change of status. Status is ISSU (issued and
      *> outstanding), VOID (voided by the payout desk) or STOP
      *> (payment stopped at the bank); the status date is the day it
      *> took that status. The sent date is the run date of the
      *> positive-pay file that carried the current status to the
      *> bank, stamped once that file is complete - zero means it is
      *> still to go, which is how a void or stop keyed today reaches
      *> the bank on the next issue file. The amount is the check -
      *> the prize net of any tax AOC_D4PAY withheld from it; the
      *> gross is the prize before that withholding (the check plus
      *> the withheld amount on CARDTXL.cpy), which is what a
      *> retailer's commission is figured on. A check issued before
      *> the register carried the gross has zeros or spaces there,
      *> and readers take the check amount for it.
      *> Check number zero is the register's control record rather
      *> than a check: the last check number assigned, and the
      *> AOC_D4PAY run (date and time, off CARDPCTL - see
      *> CARDPCT.cpy) whose payments were last numbered, with how
      *> many of them are on the register - so a rerun never numbers
      *> the same payment file twice, and a rerun after an abend
      *> part-way picks up at the first payment not yet numbered.
       01  WS-CHECK-REGISTER-RECORD.
           05  WS-CRG-CHECK-NUMBER PIC 9(10).
           05  WS-CRG-SEP-1 PIC X(1).
           05  WS-CRG-DETAIL.
               10  WS-CRG-STATUS PIC X(4).
               10  WS-CRG-SEP-2 PIC X(1).
               10  WS-CRG-CARD-NUMBER PIC 9(7).
               10  WS-CRG-SEP-3 PIC X(1).
               10  WS-CRG-AMOUNT PIC 9(7)V99.
               10  WS-CRG-SEP-4 PIC X(1).
               10  WS-CRG-ISSUE-DATE PIC 9(8).
               10  WS-CRG-SEP-5 PIC X(1).
               10  WS-CRG-RETAILER-ID PIC X(8).
               10  WS-CRG-SEP-6 PIC X(1).
               10  WS-CRG-PROMO-CODE PIC X(8).
               10  WS-CRG-SEP-7 PIC X(1).
               10  WS-CRG-STATUS-DATE PIC 9(8).
               10  WS-CRG-SEP-8 PIC X(1).
               10  WS-CRG-SENT-DATE PIC 9(8).
               10  WS-CRG-SEP-9 PIC X(1).
               10  WS-CRG-GROSS-AMOUNT PIC 9(7)V99.
           05  WS-CRG-CONTROL REDEFINES WS-CRG-DETAIL.
               10  WS-CRG-CTL-LAST-CHECK PIC 9(10).
               10  WS-CRG-CTL-SEP-1 PIC X(1).
               10  WS-CRG-CTL-PAYOUT-DATE PIC 9(8).
               10  WS-CRG-CTL-PAYOUT-TIME PIC 9(8).
               10  WS-CRG-CTL-SEP-2 PIC X(1).
               10  WS-CRG-CTL-PAYMENTS-DONE PIC 9(6).
               10  FILLER PIC X(43).
