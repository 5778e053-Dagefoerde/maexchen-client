      *****************************************************************
      *  PLAYER-REGISTRY-RECORD - one canonical player in the shop's
      *  player registry (PLAYREG). The canonical name is the one
      *  every per-player file is keyed on - OPPPROF rules, PROFPROP
      *  evidence, GAMEMAST rows, TABLDIR lookups - and the aliases
      *  are the other spellings the server has handed us for the
      *  same player (JanLukas, JANLUKAS2, ...). Names match without
      *  regard to case. The registry is shared by every bot in the
      *  shop: a player is the same player whichever bot met them.
      *  REGMNT maintains it; ARCNIGHT keeps the seen dates.
      *****************************************************************
           05 REG-PLAYER        PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 REG-STATUS        PIC X.
             88 REG-ACTIVE      VALUE "A".
             88 REG-RETIRED     VALUE "R".
             88 REG-STATUS-VALID VALUE "A" "R".
           05 FILLER            PIC X VALUE SPACE.
      *    yyyymmdd of the first and latest archived night the player
      *    sat at one of our tables; spaces until ARCNIGHT meets them.
           05 REG-FIRST-SEEN    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 REG-LAST-SEEN     PIC X(8).
           05 REG-ALIAS-ENTRY   OCCURS 8 TIMES.
             07 FILLER          PIC X VALUE SPACE.
             07 REG-ALIAS       PIC X(20).
