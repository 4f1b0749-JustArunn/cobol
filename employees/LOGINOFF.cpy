       01 LOGINOFF-AREA.
           05 LO-REGISTRY    PIC X(5).
      *        EMP, KSDS OR USERS, AS ON THE RECERTIFICATION FILE
           05 LO-LOGIN-ID    PIC 999.
           05 LO-RESULT      PIC X(4).
      *        OK = DISABLED, NONE = LOGIN NOT ON FILE, BUSY = THE
      *        USER MASTER IS LOCKED BY ANOTHER UPDATER
