       01 BATCH-CONTROL-REC.
           05 BC-STEP     PIC X(10).
           05 BC-RUN-FLAG PIC X.
           05 BC-PARM     PIC X(10).
           05 BC-FREQ     PIC X(4).
      *        DLY = EVERY PROCESSING DATE (ALSO WHEN BLANK),
      *        LWD / FWD = LAST / FIRST WORKING DAY OF THE MONTH,
      *        QEND / YEND = LAST WORKING DAY OF THE QUARTER / YEAR,
      *        MON TO SUN = THAT WEEKDAY ONLY
           05 BC-PRED-1   PIC X(10).
           05 BC-PRED-2   PIC X(10).
      *        STEPS THAT MUST HAVE COMPLETED EARLIER IN THE SAME
      *        NIGHT; BLANK MEANS NONE DECLARED
