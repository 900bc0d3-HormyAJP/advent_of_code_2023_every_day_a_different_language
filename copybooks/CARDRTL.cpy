      *> Retailer master record: one entry per store that sells the
      *> cards, keyed on the same eight-character retailer ID the
      *> vendor's cross-reference (CARDXRF.cpy) carries. Store name,
      *> address, region, commission rate and status used to live in
      *> a spreadsheet on one desktop; AOC_D4RTM now maintains this
      *> master from an add/change/close transaction deck, with a
      *> before/after change log, AOC_D4XRF refuses cross-reference
      *> lines for retailers that are not on it or are closed, and
      *> the month-end settlement (AOC_D4STL) reads the name,
      *> address and commission rate from it. Status is ACTV or CLSD
      *> - a closed store stays on file for its settlement history
      *> and is never deleted. The commission rate is a percentage of
      *> the prize dollars paid on the store's cards (5.00 = 5%).
       01  WS-RETAILER-RECORD.
           05  WS-RTL-RETAILER-ID PIC X(8).
           05  WS-RTL-SEP-1 PIC X(1).
           05  WS-RTL-NAME PIC X(30).
           05  WS-RTL-SEP-2 PIC X(1).
           05  WS-RTL-ADDRESS PIC X(40).
           05  WS-RTL-SEP-3 PIC X(1).
           05  WS-RTL-REGION PIC X(4).
           05  WS-RTL-SEP-4 PIC X(1).
           05  WS-RTL-COMMISSION-PCT PIC 9(2)V99.
           05  WS-RTL-SEP-5 PIC X(1).
           05  WS-RTL-STATUS PIC X(4).
           05  WS-RTL-SEP-6 PIC X(1).
           05  WS-RTL-OPENED-DATE PIC 9(8).
           05  WS-RTL-SEP-7 PIC X(1).
           05  WS-RTL-CLOSED-DATE PIC 9(8).
           05  WS-RTL-SEP-8 PIC X(1).
           05  WS-RTL-CHANGED-DATE PIC 9(8).
