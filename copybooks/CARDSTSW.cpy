      *> Working fields for the shared step-status control paragraphs
      *> in CARDSTP.cpy. AOC_DAY4's checkpoint covers an abend inside
      *> the scoring loop, but a failure later in AOCD4JOB used to
      *> mean either rerunning the whole job - revalidating,
      *> rescoring, reposting history, recycling generations - or
      *> hand-building a restart deck at 3am. Each step of the chain
      *> now records itself on the step-status dataset (CARDSTS.cpy)
      *> and a resubmitted job skips every step already done for the
      *> run date, resuming at the one that failed.
      *> WS-STEP-PROGRAM is set by the program before it PERFORMs
      *> CHECK-STEP-STATUS.
       01  WS-STEP-STATUS-FILE-STATUS PIC X(2).
       01  WS-STEP-STATUS-EOF PIC X(3) VALUE 'NO'.
       01  WS-STEP-PROGRAM PIC X(10) VALUE SPACES.
      *> Processing day starts at 06:00: a nightly run that crosses
      *> midnight - or is resubmitted at 3am - still belongs to the
      *> previous calendar date.
       01  WS-STEP-DAY-START-HOUR PIC 9(2) VALUE 6.
       01  WS-STEP-RUN-DATE PIC 9(8) VALUE ZERO.
       01  WS-STEP-SYSTEM-DATE PIC 9(8) VALUE ZERO.
       01  WS-STEP-TIME-RAW PIC X(8).
       01  WS-STEP-TIME-HOUR PIC 9(2) VALUE ZERO.
      *> CONTROL is 'NO' when the step has no step-status dataset
      *> (AOCD4SUP, AOCD4PAR, ad-hoc runs) - the step then runs
      *> exactly as it always has.
       01  WS-STEP-CONTROL PIC X(3) VALUE 'NO'.
       01  WS-STEP-COMPLETED PIC X(3) VALUE 'NO'.
      *> RERUN is 'YES' when the step already started at least once
      *> for the run date - an earlier attempt failed part way, or an
      *> operator reset a finished one. Whatever that attempt
      *> appended to a cumulative file is still there, and a step
      *> that appends checks this before it writes the same records
      *> again.
       01  WS-STEP-RERUN PIC X(3) VALUE 'NO'.
       01  WS-STEP-PRIOR-RC PIC 9(2) VALUE ZERO.
       01  WS-STEP-EVENT PIC X(4) VALUE SPACES.
       01  WS-STEP-EVENT-RC PIC 9(2) VALUE ZERO.
