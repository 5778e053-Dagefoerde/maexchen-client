      *****************************************************************
      *  PLAYER-REGISTRY-TABLE - the player registry held in store,
      *  loaded from PLAYER-REGISTRY-FILE (PLAYREG). RGT-KEY and
      *  RGT-ALIAS-KEY are the upper-cased names every lookup is
      *  made against, so JanLukas and JANLUKAS find the same entry.
      *****************************************************************
           05 REGISTRY-ENTRY
                   OCCURS 1 TO 500 TIMES DEPENDING ON WS-REGISTRY-COUNT
                   INDEXED BY RGT-IDX.
             07 RGT-PLAYER          PIC X(20).
             07 RGT-KEY             PIC X(20).
             07 RGT-STATUS          PIC X.
               88 RGT-ACTIVE        VALUE "A".
               88 RGT-RETIRED       VALUE "R".
             07 RGT-FIRST-SEEN      PIC X(8).
             07 RGT-LAST-SEEN       PIC X(8).
             07 RGT-ALIAS-ENTRY     OCCURS 8 TIMES.
               09 RGT-ALIAS         PIC X(20).
               09 RGT-ALIAS-KEY     PIC X(20).
