      *****************************************************************
      *  LEAGUE-LOG-RECORD - one submission sent to the league office,
      *  appended to the bot's submission log (LEAGLOG) as LEAGSUB
      *  writes it: what was sent, for which night, as an original
      *  or as which replacement, under what file name, with the
      *  trailer's control totals and when. The log is also where
      *  the next sequence number and a night's earlier submissions
      *  are found.
      *****************************************************************
           05 LSL-SEQUENCE          PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 LSL-NIGHT-DATE        PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 LSL-SUBMISSION-TYPE   PIC X.
             88 LSL-ORIGINAL        VALUE "O".
             88 LSL-REPLACEMENT     VALUE "R".
           05 FILLER                PIC X VALUE SPACE.
           05 LSL-REPLACEMENT-NO    PIC 9(2).
           05 FILLER                PIC X VALUE SPACE.
           05 LSL-REPLACES-SEQUENCE PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 LSL-TIMESTAMP         PIC X(14).
           05 FILLER                PIC X VALUE SPACE.
           05 LSL-DETAIL-COUNT      PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 LSL-RECORD-COUNT      PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 LSL-POINTS-HASH       PIC 9(12).
           05 FILLER                PIC X VALUE SPACE.
           05 LSL-OPERATOR          PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 LSL-FILE-NAME         PIC X(40).
