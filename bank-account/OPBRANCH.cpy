      *    OPERATOR-TO-BRANCH ASSIGNMENT, ONE ROW PER OPERATOR. ONCE
      *    THE FILE EXISTS AN OPERATOR WITH NO ROW CANNOT SIGN ON;
      *    BEFORE THAT EVERY OPERATOR WORKS AT THE HEAD OFFICE (001)
       01 OPERATOR-BRANCH-REC.
           05 OB-EMP-ID      PIC 999.
           05 OB-BRANCH      PIC 999.
           05 OB-ASSIGNED-BY PIC 999.
           05 OB-ASSIGNED-DATE PIC 9(8).
