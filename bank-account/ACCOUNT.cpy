      *        A SUPERVISOR REACTIVATES THE ACCOUNT
           05 ACC-CLOSED-FLAG PIC X(1).
      *        N (OR SPACE) = OPEN, C = CLOSED - NO MOVEMENTS AT ALL
           05 ACC-BRANCH   PIC 999.
      *        HOME BRANCH, FROM THE BRANCH MASTER (BRANCHES.DAT);
      *        THE BRANCH WHOSE BOOKS CARRY THE BALANCE
