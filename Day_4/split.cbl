       STOP RUN.

DISTRIBUTE-LINE.
      *> A promotion HDR governs every card line after it, so each
      *> partition needs its own copy ahead of its share of the batch.
      *> It takes no round-robin turn and is not a card line.
       IF WS-SCRATCH-CARD-LINE(1:4) = "HDR "
           PERFORM COPY-HEADER-TO-PARTITIONS
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TOTAL-LINES-READ.
       ADD 1 TO WS-PARTITION-LINES(WS-NEXT-PARTITION).
       EVALUATE WS-NEXT-PARTITION
           MOVE 1 TO WS-NEXT-PARTITION
       END-IF.

COPY-HEADER-TO-PARTITIONS.
       MOVE WS-SCRATCH-CARD-LINE TO WS-PARTITION-LINE-1.
       WRITE WS-PARTITION-LINE-1.
       MOVE WS-SCRATCH-CARD-LINE TO WS-PARTITION-LINE-2.
       WRITE WS-PARTITION-LINE-2.
       MOVE WS-SCRATCH-CARD-LINE TO WS-PARTITION-LINE-3.
       WRITE WS-PARTITION-LINE-3.
       MOVE WS-SCRATCH-CARD-LINE TO WS-PARTITION-LINE-4.
       WRITE WS-PARTITION-LINE-4.

PRINT-SPLIT-SUMMARY.
       DISPLAY "=================================================".
       DISPLAY "AOC_D4SPL - PARTITION SPLIT SUMMARY".
