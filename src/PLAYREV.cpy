      *****************************************************************
      *  PLAYER-REVIEW-RECORD - one player name put up for review
      *  (PLAYREVW): a name the registry has never heard of, or a
      *  retired player turning up at a table again. Written once
      *  per name by PLAYRES on behalf of whichever program met it,
      *  and read back by REGMNT to list the names still waiting to
      *  be registered or aliased.
      *****************************************************************
           05 REV-TIMESTAMP     PIC X(14).
           05 FILLER            PIC X VALUE SPACE.
           05 REV-CALLER        PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 REV-PLAYER        PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 REV-REASON        PIC X(8).
             88 REV-NOT-REGISTERED VALUE "UNKNOWN".
             88 REV-RETIRED-SEEN   VALUE "RETIRED".
           05 FILLER            PIC X VALUE SPACE.
      *    The canonical name a retired player's alias resolved to.
           05 REV-CANONICAL     PIC X(20).
