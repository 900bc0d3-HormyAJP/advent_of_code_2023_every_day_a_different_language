      *> History archive record: one card-history posting as it stood
      *> when AOC_D4HIST's purge took it out of the 90-day master, plus
      *> the date it was purged. Purged postings used to be dropped
      *> outright, and legal twice asked for a disputed card's history
      *> after it was gone; each purge run now writes what it removes
      *> to a dated archive dataset (PROD.CARD.HISTORY.ARCH.D<yyyymmdd>
      *> - see CARDACT.cpy for the catalog of them), and AOC_D4RST
      *> restores from these for the desk. Fields carry the CARDHST.cpy
      *> values unchanged.
       01  WS-ARCHIVE-RECORD.
           05  WS-ARC-CARD-NUMBER PIC 9(7).
           05  WS-ARC-SEP-1 PIC X(1).
           05  WS-ARC-DATE-PROCESSED PIC 9(8).
           05  WS-ARC-SEP-2 PIC X(1).
           05  WS-ARC-MATCH-COUNT PIC 9(3).
           05  WS-ARC-SEP-3 PIC X(1).
           05  WS-ARC-POINTS PIC 9(9).
           05  WS-ARC-SEP-4 PIC X(1).
           05  WS-ARC-PURGE-DATE PIC 9(8).
           05  WS-ARC-SEP-5 PIC X(1).
           05  WS-ARC-PROMO-CODE PIC X(8).
