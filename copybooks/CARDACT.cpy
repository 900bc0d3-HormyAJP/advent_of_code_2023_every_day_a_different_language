      *> History archive catalog record: lines for each purge run that
      *> archived anything - the date in the archive dataset's name
      *> (PROD.CARD.HISTORY.ARCH.D<yyyymmdd>), the lowest and highest
      *> processing dates of the postings in it, and how many. The
      *> restore utility (AOC_D4RST) reads this to open only the
      *> archives that can hold the dates asked for, instead of every
      *> archive ever written. Appended by AOC_D4HIST during the purge:
      *> a line each time the span archived so far widens, written
      *> before the posting that widened it is deleted, and a closing
      *> line with the run's final count. Several lines (and a same-day
      *> rerun's) for one dataset are fine - the restore opens each
      *> archive once however many lines name it.
       01  WS-ARCHIVE-CATALOG-RECORD.
           05  WS-ACT-ARCHIVE-DATE PIC 9(8).
           05  WS-ACT-SEP-1 PIC X(1).
           05  WS-ACT-LOW-DATE PIC 9(8).
           05  WS-ACT-SEP-2 PIC X(1).
           05  WS-ACT-HIGH-DATE PIC 9(8).
           05  WS-ACT-SEP-3 PIC X(1).
           05  WS-ACT-RECORD-COUNT PIC 9(7).
