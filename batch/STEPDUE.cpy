       01 STEPDUE-AREA.
           05 DU-DATE        PIC 9(8).
           05 DU-FREQ        PIC X(4).
           05 DU-WORKING     PIC X.
           05 DU-DUE         PIC X.
      *        Y = DUE, N = NOT DUE, E = FREQUENCY CODE NOT KNOWN
           05 DU-DAY         PIC X(3).
           05 DU-SCHEDULE    PIC X(20).
