       01 CHARGE-WAIVER-REC.
           05 CW-ACC-NUMBER  PIC 9(5).
           05 CW-EVENT       PIC X(4).
      *        A SCHEDULE EVENT CODE, OR ALL FOR EVERY CHARGE
           05 CW-UNTIL-DATE  PIC 9(8).
           05 CW-GRANTED-BY  PIC 999.
           05 CW-GRANT-DATE  PIC 9(8).
           05 CW-REASON      PIC X(20).
