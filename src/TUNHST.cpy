             07 TUN-COMPARISON-DICE-2  PIC 9.
           05 FILLER                   PIC X VALUE SPACE.
           05 TUN-TABLE-IDLE-MINUTES   PIC 9(3).
           05 FILLER                   PIC X VALUE SPACE.
      *    Spaces on rows captured before the risk appetite existed.
           05 TUN-RISK-APPETITE        PIC 9(2).
