           05  WS-REJECT-CARD-LINE PIC X(100).
           05  WS-REJECT-SEPARATOR PIC X(1).
           05  WS-REJECT-REASON-CODE PIC X(4).
      *> Promotion batch the line arrived in, so a repaired line goes
      *> back out under its own promotion's HDR (see AOC_D4FIX).
      *> Blank when the line arrived outside any HDR/TRL batch.
           05  WS-REJECT-SEP-2 PIC X(1).
           05  WS-REJECT-PROMO-CODE PIC X(8).
