       01 GUARDIAN-REC.
           05 GD-ROLL        PIC 9(5).
      *        ONE GUARDIAN PER STUDENT, KEYED ON THE STUDENT'S ROLL
           05 GD-NAME        PIC X(25).
           05 GD-RELATION    PIC X(10).
      *        FATHER, MOTHER, GUARDIAN AND SO ON, AS KEYED
           05 GD-ADDRESS-1   PIC X(30).
           05 GD-ADDRESS-2   PIC X(30).
           05 GD-PHONE       PIC X(15).
           05 GD-EMAIL       PIC X(30).
