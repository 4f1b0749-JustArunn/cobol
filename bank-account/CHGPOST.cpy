       01 CHGPOST-AREA.
           05 CP-EVENT       PIC X(4).
      *        SCHEDULE EVENT CODE OF THE CHARGE TO TAKE
           05 CP-ACC-NUMBER  PIC 9(5).
           05 CP-REF-DETAIL  PIC X(10).
      *        CHEQUE NUMBER, PERIOD OR OTHER DETAIL; TL-REF CARRIES
      *        THE EVENT CODE FOLLOWED BY THIS DETAIL
           05 CP-TELLER      PIC 999.
           05 CP-AMOUNT      PIC 9(5)V99.
      *        RETURNED: THE SCHEDULED AMOUNT
           05 CP-RESULT      PIC X(1).
      *        RETURNED: P = POSTED, N = NOT CHARGEABLE, W = WAIVED,
      *        B = BLOCKED (CLOSED, DORMANT OR FROZEN),
      *        I = INSUFFICIENT FUNDS, X = ACCOUNT NOT ON FILE
