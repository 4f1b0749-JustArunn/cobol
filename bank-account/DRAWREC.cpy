      *        OPEN = DRAWER IN USE, CLOSED = BALANCED AND SHUT,
      *        APPRVD = SHUT OVER/SHORT WITH SUPERVISOR APPROVAL
           05 DR-APPROVED-BY PIC 999.
           05 DR-BRANCH      PIC 999.
      *        BRANCH THE TELLER WORKED AT; SPACES ON A DRAWER OPENED
      *        BEFORE BRANCHES, WHICH BELONGS TO THE HEAD OFFICE
