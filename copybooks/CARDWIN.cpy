      *> Winner identity record: who claimed a prize large enough to
      *> be reportable, keyed on the card that won it. The payout desk
      *> takes the winner's name, mailing address and taxpayer ID off
      *> the claim form when a big winner comes in; AOC_D4WIN edits
      *> the desk's deck onto this master (with a before/after change
      *> log), AOC_D4PAY reads it before paying any prize at or above
      *> the reportable threshold on the tax parameter deck (see
      *> CARDTAX.cpy) and holds the payment as NTIN when the card has
      *> no entry, and the year-end information-return step
      *> (AOC_D4TAX) takes each recipient's name and address from it.
      *> One person winning on several cards has one entry per card;
      *> the year-end step totals them under the TIN. TIN type S is
      *> an individual's SSN or ITIN, E an employer identification
      *> number (a club or syndicate claiming as an entity). Entries
      *> are corrected, never deleted - a paid prize stays reportable.
       01  WS-WINNER-RECORD.
           05  WS-WIN-CARD-NUMBER PIC 9(7).
           05  WS-WIN-SEP-1 PIC X(1).
           05  WS-WIN-TIN-TYPE PIC X(1).
           05  WS-WIN-SEP-2 PIC X(1).
           05  WS-WIN-TIN PIC 9(9).
           05  WS-WIN-SEP-3 PIC X(1).
           05  WS-WIN-NAME PIC X(40).
           05  WS-WIN-SEP-4 PIC X(1).
           05  WS-WIN-STREET PIC X(40).
           05  WS-WIN-SEP-5 PIC X(1).
           05  WS-WIN-CITY PIC X(24).
           05  WS-WIN-SEP-6 PIC X(1).
           05  WS-WIN-STATE PIC X(2).
           05  WS-WIN-SEP-7 PIC X(1).
           05  WS-WIN-POSTAL-CODE PIC X(10).
           05  WS-WIN-SEP-8 PIC X(1).
           05  WS-WIN-CLAIMED-DATE PIC 9(8).
           05  WS-WIN-SEP-9 PIC X(1).
           05  WS-WIN-CHANGED-DATE PIC 9(8).
