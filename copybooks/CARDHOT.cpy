      *> Stolen/voided card hotlist master record: one entry per card
      *> number or card-number range a retailer has reported, keyed on
      *> the first card of the range (a single card is a range of one,
      *> from = to). Retailers used to phone these in and the desk
      *> stopped the payments by hand-editing the release and held
      *> files; AOC_D4HOT now maintains this master from a batch
      *> add/delete transaction deck (ranges never overlap - the
      *> maintenance step refuses an add that would), and AOC_D4PAY
      *> holds any payment whose card falls in an entry in force.
      *> Reason codes: STOL stolen, VOID voided, DAMG damaged. The
      *> effective date is the processing date from which the entry
      *> holds payments; the retailer is the one that reported it.
       01  WS-HOTLIST-RECORD.
           05  WS-HOT-CARD-FROM PIC 9(7).
           05  WS-HOT-SEP-1 PIC X(1).
           05  WS-HOT-CARD-TO PIC 9(7).
           05  WS-HOT-SEP-2 PIC X(1).
           05  WS-HOT-REASON PIC X(4).
           05  WS-HOT-SEP-3 PIC X(1).
           05  WS-HOT-RETAILER-ID PIC X(8).
           05  WS-HOT-SEP-4 PIC X(1).
           05  WS-HOT-EFFECTIVE-DATE PIC 9(8).
           05  WS-HOT-SEP-5 PIC X(1).
           05  WS-HOT-ADDED-DATE PIC 9(8).
