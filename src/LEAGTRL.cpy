      *****************************************************************
      *  LEAGUE-TRAILER-RECORD - last record of a submission: the
      *  detail records sent, every record of the file (header and
      *  trailer included), and the points hash - the sum of every
      *  standings points figure on the detail records - so the
      *  league office can prove the file arrived whole.
      *****************************************************************
           05 LST-RECORD-TYPE       PIC X(2).
             88 LST-TRAILER         VALUE "TR".
           05 FILLER                PIC X VALUE SPACE.
           05 LST-DETAIL-COUNT      PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 LST-RECORD-COUNT      PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 LST-POINTS-HASH       PIC 9(12).
