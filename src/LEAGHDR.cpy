      *****************************************************************
      *  LEAGUE-HEADER-RECORD - first record of a league results
      *  submission (LEAGSUB): who is submitting which night, and
      *  under which submission sequence number. A corrected night
      *  goes out again as a replacement, numbered from 1 and naming
      *  the sequence number of the submission it replaces. The
      *  night's exception count is the GAMEEXC entries timestamped
      *  within the night's tables.
      *****************************************************************
           05 LSH-RECORD-TYPE       PIC X(2).
             88 LSH-HEADER          VALUE "HD".
           05 FILLER                PIC X VALUE SPACE.
           05 LSH-SHOP              PIC X(20).
           05 FILLER                PIC X VALUE SPACE.
           05 LSH-BOT-NAME          PIC X(20).
           05 FILLER                PIC X VALUE SPACE.
           05 LSH-NIGHT-DATE        PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 LSH-SEQUENCE          PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 LSH-SUBMISSION-TYPE   PIC X.
             88 LSH-ORIGINAL        VALUE "O".
             88 LSH-REPLACEMENT     VALUE "R".
           05 FILLER                PIC X VALUE SPACE.
           05 LSH-REPLACEMENT-NO    PIC 9(2).
           05 FILLER                PIC X VALUE SPACE.
           05 LSH-REPLACES-SEQUENCE PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 LSH-CREATED           PIC X(14).
           05 FILLER                PIC X VALUE SPACE.
           05 LSH-EXCEPTION-COUNT   PIC 9(6).
