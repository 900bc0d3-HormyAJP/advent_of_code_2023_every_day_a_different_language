      *> Working fields for the shared prize-tax parameter-deck loader
      *> in CARDTAX.cpy. The reportable and withholding thresholds
      *> and the withholding rate are set by the tax authority and
      *> change from year to year, so they live on a deck the tax
      *> desk maintains (CARDTAXP) rather than in any program - and
      *> the payout step that applies them and the year-end step that
      *> reports against them read the deck through the same loader,
      *> the CARDTIR argument again. The payer fields identify us on
      *> the information-return file.
       01  WS-TAX-PARM-FILE-STATUS PIC X(2).
       01  WS-TAX-PARM-EOF PIC X(3) VALUE 'NO'.
       01  WS-TAX-PARM-ERROR PIC X(3) VALUE 'NO'.
       01  WS-TAX-KEYWORD PIC X(16).
      *> Wider than the widest setting so an overlong value is
      *> refused instead of truncated.
       01  WS-TAX-VALUE PIC X(50).
       01  WS-TAX-AMOUNT-WORK PIC S9(9)V99 VALUE ZERO.

      *> The deck's settings. A prize at or above the reportable
      *> limit needs its winner's identity on file before it pays;
      *> a prize above the withholding limit has the withholding
      *> percentage taken out of the check.
       01  WS-TAX-REPORTABLE-LIMIT PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-WITHHOLD-LIMIT PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-WITHHOLD-PCT PIC 9(2)V99 VALUE ZERO.
       01  WS-TAX-PAYER-TIN PIC 9(9) VALUE ZERO.
       01  WS-TAX-PAYER-NAME PIC X(40) VALUE SPACES.

      *> Which keywords the deck has supplied - every one is
      *> required, since there is no safe default for any of them.
       01  WS-TAX-REPORTABLE-SET PIC X(3) VALUE 'NO'.
       01  WS-TAX-WITHHOLD-SET PIC X(3) VALUE 'NO'.
       01  WS-TAX-RATE-SET PIC X(3) VALUE 'NO'.
       01  WS-TAX-PAYER-TIN-SET PIC X(3) VALUE 'NO'.
       01  WS-TAX-PAYER-NAME-SET PIC X(3) VALUE 'NO'.
       01  WS-TAX-EDIT-AMOUNT PIC Z(6)9.99.
       01  WS-TAX-EDIT-PCT PIC Z9.99.
