      *> Shared step-status control (see CARDSTSW.cpy for the
      *> rationale and fields, CARDSTS.cpy for the record). Each
      *> chain program supplies its own STEP-STATUS-FILE SELECT/FD
      *> (ASSIGN TO CARDSTAT, record WS-STEP-STATUS-RECORD), moves
      *> its PROGRAM-ID to WS-STEP-PROGRAM, PERFORMs
      *> CHECK-STEP-STATUS before it opens a single data file, and
      *> PERFORMs RECORD-STEP-COMPLETION just before its normal
      *> STOP RUN, after SET-RETURN-CODE. A step already DONE for the
      *> run date stops inside CHECK-STEP-STATUS with the RC it
      *> finished with the first time, so the job's COND tests see
      *> exactly what they saw then.
       CHECK-STEP-STATUS.
           PERFORM DETERMINE-STEP-RUN-DATE.
           MOVE 'NO' TO WS-STEP-COMPLETED.
           OPEN INPUT STEP-STATUS-FILE.
           IF WS-STEP-STATUS-FILE-STATUS = "00"
               PERFORM UNTIL WS-STEP-STATUS-EOF = 'YES'
                   READ STEP-STATUS-FILE
                   AT END
                       MOVE 'YES' TO WS-STEP-STATUS-EOF
                   NOT AT END
                       PERFORM NOTE-STEP-STATUS-EVENT
                   END-READ
               END-PERFORM
               CLOSE STEP-STATUS-FILE
               MOVE 'NO' TO WS-STEP-STATUS-EOF
           END-IF.
           MOVE 'YES' TO WS-STEP-CONTROL.
           IF WS-STEP-COMPLETED = 'YES'
               MOVE "SKIP" TO WS-STEP-EVENT
               MOVE WS-STEP-PRIOR-RC TO WS-STEP-EVENT-RC
               PERFORM WRITE-STEP-STATUS-EVENT
               DISPLAY WS-STEP-PROGRAM " ALREADY COMPLETED FOR RUN "
                   "DATE " WS-STEP-RUN-DATE " WITH RC="
                   WS-STEP-PRIOR-RC " - STEP SKIPPED"
               DISPLAY "  (AOC_D4STS RESET="
                   FUNCTION TRIM(WS-STEP-PROGRAM)
                   " RUNS IT AGAIN ON THE NEXT SUBMISSION)"
               MOVE WS-STEP-PRIOR-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "STRT" TO WS-STEP-EVENT.
           MOVE ZERO TO WS-STEP-EVENT-RC.
           PERFORM WRITE-STEP-STATUS-EVENT.

       NOTE-STEP-STATUS-EVENT.
      *> Latest word wins: DONE marks the step complete for the run
      *> date, an operator RSET after it clears that again. Any
      *> earlier STRT for the date means this is not the first
      *> attempt - see WS-STEP-RERUN.
           IF WS-STS-RUN-DATE NOT = WS-STEP-RUN-DATE
           OR WS-STS-PROGRAM NOT = WS-STEP-PROGRAM
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-STS-EVENT
               WHEN "DONE"
                   MOVE 'YES' TO WS-STEP-COMPLETED
                   MOVE WS-STS-RETURN-CODE TO WS-STEP-PRIOR-RC
               WHEN "RSET"
                   MOVE 'NO' TO WS-STEP-COMPLETED
               WHEN "STRT"
                   MOVE 'YES' TO WS-STEP-RERUN
           END-EVALUATE.

       RECORD-STEP-COMPLETION.
           IF WS-STEP-CONTROL = 'NO'
               EXIT PARAGRAPH
           END-IF.
           MOVE "DONE" TO WS-STEP-EVENT.
           MOVE RETURN-CODE TO WS-STEP-EVENT-RC.
           PERFORM WRITE-STEP-STATUS-EVENT.

       WRITE-STEP-STATUS-EVENT.
      *> Cumulative, so EXTEND, OUTPUT the first time it exists - the
      *> CARDRUNH treatment. A step with no CARDSTAT at all can't
      *> open it either way and simply runs without restart control.
           OPEN EXTEND STEP-STATUS-FILE.
           IF WS-STEP-STATUS-FILE-STATUS = "35"
               OPEN OUTPUT STEP-STATUS-FILE
           END-IF.
           IF WS-STEP-STATUS-FILE-STATUS NOT = "00"
               IF WS-STEP-EVENT = "STRT"
                   DISPLAY "NO STEP-STATUS DATASET (STATUS "
                       WS-STEP-STATUS-FILE-STATUS ") - "
                       WS-STEP-PROGRAM " RUNS WITHOUT RESTART CONTROL"
               ELSE
                   DISPLAY "WARNING: CANNOT RECORD " WS-STEP-EVENT
                       " FOR " WS-STEP-PROGRAM " ON STEP-STATUS "
                       "DATASET, STATUS " WS-STEP-STATUS-FILE-STATUS
               END-IF
               MOVE 'NO' TO WS-STEP-CONTROL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STEP-RUN-DATE TO WS-STS-RUN-DATE.
           MOVE WS-STEP-PROGRAM TO WS-STS-PROGRAM.
           MOVE WS-STEP-EVENT TO WS-STS-EVENT.
           MOVE WS-STEP-EVENT-RC TO WS-STS-RETURN-CODE.
           MOVE WS-STEP-SYSTEM-DATE TO WS-STS-STAMP-DATE.
           ACCEPT WS-STEP-TIME-RAW FROM TIME.
           MOVE WS-STEP-TIME-RAW(1:6) TO WS-STS-STAMP-TIME.
           MOVE SPACE TO WS-STS-SEP-1 WS-STS-SEP-2 WS-STS-SEP-3
               WS-STS-SEP-4 WS-STS-SEP-5.
           WRITE WS-STEP-STATUS-RECORD.
           CLOSE STEP-STATUS-FILE.

       DETERMINE-STEP-RUN-DATE.
      *> ACCEPT FROM TIME returns HHMMSShh - the hour is the front
      *> two digits. Before WS-STEP-DAY-START-HOUR the step is still
      *> working for yesterday's run.
           ACCEPT WS-STEP-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-TIME-RAW FROM TIME.
           MOVE WS-STEP-TIME-RAW(1:2) TO WS-STEP-TIME-HOUR.
           MOVE WS-STEP-SYSTEM-DATE TO WS-STEP-RUN-DATE.
           IF WS-STEP-TIME-HOUR < WS-STEP-DAY-START-HOUR
               COMPUTE WS-STEP-RUN-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-STEP-SYSTEM-DATE) - 1)
           END-IF.
