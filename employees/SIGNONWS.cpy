           05 SIGNON-ROLE    PIC X(20).
               88 SIGNON-SUPERVISOR VALUE "SUPERVISOR".
           05 SIGNON-OK-FLAG PIC X.
           05 SIGNON-BRANCH  PIC 999.
