      *    is retired and its checkpoint record purged; zero turns
      *    the idle sweep off entirely.
           05 PARM-TABLE-IDLE-MINUTES   PIC 9(3) VALUE 30.
      *    how much of a chance of not out-rolling the standing
      *    announcement (in percent) we will carry and still roll
      *    on; once the odds of beating it drop below 100 minus
      *    this, DecideSee calls SEE. Higher is bolder. The default
      *    sits just above the odds on "1 1" (beaten 7 times in 36),
      *    the hardest announcement the cutoff and comparison rules
      *    let ride, so out of the box the odds rule only adds calls
      *    once the appetite is turned down.
           05 PARM-RISK-APPETITE        PIC 9(2) VALUE 81.
