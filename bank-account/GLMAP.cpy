       01 GL-MAP-REC.
           05 GM-TL-TYPE     PIC X(8).
           05 GM-ORIG-TYPE   PIC X(8).
      *        SPACES EXCEPT ON A REVERSAL MAPPING; A REVERSAL WITH
      *        NO MAPPING OF ITS OWN POSTS THE ORIGINAL TYPE'S
      *        HEADS THE OTHER WAY ROUND
           05 GM-DR-CODE     PIC 9(4).
           05 GM-CR-CODE     PIC 9(4).
      *        BOTH HEADS ZERO MARKS A MEMO TYPE (FREEZE, ODRAWN
      *        AND THE LIKE) THAT MOVES NO MONEY AND POSTS NOTHING
