      *> Release audit record: one line per release request AOC_D4REL
      *> has ruled on, approved or refused, appended run after run to
      *> a permanent file the auditors get printed monthly (AOC_D4RAU).
      *> Before this, any card number typed into the release deck paid
      *> a held payment with no record of who asked or why. The
      *> disposition is APPR (approved - the card went onto that day's
      *> CARDRELS deck) or REFU with a four-character refusal code:
      *>   FRMT  request line doesn't parse
      *>   CNUM  card number not a valid card number
      *>   USER  requester or approver missing or over eight characters
      *>   SAME  requester and approver are the same person
      *>   DATE  request date not a valid date, or later than the run
      *>   STAL  request older than the MAXAGE limit
      *>   RSN   no reason given
      *>   NHLD  card is not in the held-payments file
      *>   DUPL  card already approved earlier in the same deck
      *> The held amount is the amount being released (zero when the
      *> card isn't held), with a dollars / point / cents view for the
      *> monthly totals - same treatment AOC_D4REC gives the payment
      *> record.
       01  WS-RELEASE-AUDIT-RECORD.
           05  WS-RLA-RUN-DATE PIC 9(8).
           05  WS-RLA-SEP-1 PIC X(1).
           05  WS-RLA-CARD-NUMBER PIC 9(7).
           05  WS-RLA-SEP-2 PIC X(1).
           05  WS-RLA-REQUESTER PIC X(8).
           05  WS-RLA-SEP-3 PIC X(1).
           05  WS-RLA-APPROVER PIC X(8).
           05  WS-RLA-SEP-4 PIC X(1).
           05  WS-RLA-REQUEST-DATE PIC 9(8).
           05  WS-RLA-SEP-5 PIC X(1).
           05  WS-RLA-DISPOSITION PIC X(4).
           05  WS-RLA-SEP-6 PIC X(1).
           05  WS-RLA-REFUSAL-CODE PIC X(4).
           05  WS-RLA-SEP-7 PIC X(1).
           05  WS-RLA-AMOUNT PIC 9(7).99.
           05  WS-RLA-AMOUNT-PARTS REDEFINES WS-RLA-AMOUNT.
               10  WS-RLA-AMOUNT-DOLLARS PIC 9(7).
               10  WS-RLA-AMOUNT-POINT PIC X(1).
               10  WS-RLA-AMOUNT-CENTS PIC 9(2).
           05  WS-RLA-SEP-8 PIC X(1).
           05  WS-RLA-REASON PIC X(50).
