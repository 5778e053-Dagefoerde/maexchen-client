      *    the cutoff), POS-RIDE (deep seat let a cutoff-high
      *    announcement ride), FLOOR (announcement already at or
      *    above the pasch floor), STEADY (one-step climb detected),
      *    ODDS (chance of out-rolling it below the risk appetite),
      *    DEFAULT (no rule fired). On a ROLLED row, the announce
      *    aggressiveness band instead: AGG-MIN (minimal bump,
      *    announcer right behind us), AGG-STD (tuned random add),
      *    AGG-BIG (deep table, bumped twice), AGG-TRU (roll stood,
      *    announced the truth). Spaces on other rows.
           05 LOG-DECISION-REASON    PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
      *    Where we sat against the standing announcer when a YOUR
      *    TURN or ROLLED decision was made: C close (heads-up), M
      *    middle, D deep, U unknown (seating never seen). Spaces on
      *    other rows and on rows logged before the band was kept.
           05 LOG-POSITION-BAND      PIC X.
           05 FILLER                 PIC X VALUE SPACE.
      *    On a YOUR TURN row, the chance in percent that a fresh
      *    roll beats the standing announcement on the RankDice
      *    scale, as DecideSee weighed it against the risk appetite.
      *    Zero on other rows; spaces on rows logged before the
      *    odds were kept.
           05 LOG-SEE-ODDS           PIC 9(3).
