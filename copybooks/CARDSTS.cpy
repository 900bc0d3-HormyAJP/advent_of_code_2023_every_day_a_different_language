      *> Step-status record: one line appended to the cumulative
      *> step-status control dataset (CARDSTAT) each time a step of
      *> the nightly chain - AOC_D4VAL through AOC_D4CLS - starts,
      *> finishes, or is skipped, keyed by the run date the step is
      *> working for (see DETERMINE-STEP-RUN-DATE in CARDSTP.cpy).
      *> Events:
      *>   STRT  step started work for the run date
      *>   DONE  step ran to its normal end; RC is the one it set
      *>   SKIP  resubmission found the step already DONE for the
      *>         run date and skipped it, replaying the recorded RC
      *>   RSET  operator reset (AOC_D4STS RESET=) - the next
      *>         submission runs the step again
      *> A STRT with no DONE after it is a step that abended or took
      *> one of its RC=16 fatal exits - AOC_D4STS reports it FAILED.
      *> The stamp is the wall-clock date/time the event was written.
       01  WS-STEP-STATUS-RECORD.
           05  WS-STS-RUN-DATE PIC 9(8).
           05  WS-STS-SEP-1 PIC X(1).
           05  WS-STS-PROGRAM PIC X(10).
           05  WS-STS-SEP-2 PIC X(1).
           05  WS-STS-EVENT PIC X(4).
           05  WS-STS-SEP-3 PIC X(1).
           05  WS-STS-RETURN-CODE PIC 9(2).
           05  WS-STS-SEP-4 PIC X(1).
           05  WS-STS-STAMP-DATE PIC 9(8).
           05  WS-STS-SEP-5 PIC X(1).
           05  WS-STS-STAMP-TIME PIC 9(6).
