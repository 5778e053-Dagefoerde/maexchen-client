      *****************************************************************
      *  LEAGUE-DETAIL-RECORD - one table of the submitted night:
      *  how it ended (TABLDIR disposition, blank if the directory
      *  never listed it), the rounds it played and the rounds
      *  charged to us (GAMEOUTC LOST rows), and the table's final
      *  SCORE standings (the last SCORE broadcast in GAMESTND).
      *****************************************************************
           05 LSD-RECORD-TYPE       PIC X(2).
             88 LSD-DETAIL          VALUE "DT".
           05 FILLER                PIC X VALUE SPACE.
           05 LSD-TOKEN             PIC X(36).
           05 FILLER                PIC X VALUE SPACE.
           05 LSD-DISPOSITION       PIC X(6).
           05 FILLER                PIC X VALUE SPACE.
           05 LSD-ROUNDS-PLAYED     PIC 9(4).
           05 FILLER                PIC X VALUE SPACE.
           05 LSD-ROUNDS-CHARGED    PIC 9(4).
           05 FILLER                PIC X VALUE SPACE.
           05 LSD-STANDINGS-COUNT   PIC 9(2).
           05 LSD-STANDING          OCCURS 10 TIMES.
             07 FILLER              PIC X.
             07 LSD-PLAYER          PIC X(20).
             07 FILLER              PIC X.
             07 LSD-POINTS          PIC 9(6).
