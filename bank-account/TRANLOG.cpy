       01 TRANSACTION-LOG-REC.
           05 TL-KEY.
               10 TL-ACC-NUMBER  PIC 9(5).
               10 TL-SEQ         PIC 9(9).
      *            GAPLESS SEQUENCE MAINTAINED ACROSS EVERY WRITER
      *            THROUGH THE TRANSEQ SUBPROGRAM; A DELETED OR
      *            HAND-EDITED ENTRY SHOWS UP AS A GAP OR DUPLICATE
      *            IN THE END-OF-DAY SEQUENCE CHECK. ZERO MARKS
      *            ENTRIES WRITTEN BEFORE THE SCHEME. ACCOUNT PLUS
      *            SEQUENCE IS THE RECORD KEY OF THE LIVE LOG
           05 TL-TYPE        PIC X(8).
           05 TL-AMOUNT      PIC 9(5)V99.
           05 TL-BALANCE     PIC S9(7)V99.
           05 TL-TIMESTAMP   PIC 9(14).
      *        ALTERNATE KEY, WITH DUPLICATES
           05 TL-REF         PIC X(14).
           05 TL-ORIG-TYPE   PIC X(8).
           05 TL-TELLER      PIC 999.
           05 TL-BRANCH      PIC 999.
      *        BRANCH THE ENTRY WAS POSTED AT: THE OPERATOR'S
      *        BRANCH FOR A COUNTER ENTRY, THE ACCOUNT'S HOME BRANCH
      *        FOR A BATCH ONE
