       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLSCRN.
      *****************************************************************
      *  COLLSCRN - collusion screening across the archived nights.
      *  Every night TUNHIST names is read back from its archived
      *  generations (GAMEDLOG.Dyyyymmdd and GAMEOUTC.Dyyyymmdd),
      *  the two merged in timestamp order so each table's rounds
      *  replay as they were played. An ANNOUNCED row made over a
      *  standing announcement means the announcer let that one
      *  pass; a REVEAL row means its caller called SEE on it. Each
      *  facing is charged to the pair of players, and to the
      *  player's dealings with the whole table.
      *  Pairs of opponents who sat together at enough tables (the
      *  TABLDIR seating of the tables played) are then screened:
      *    NEVER CHALLENGE EACH OTHER - enough facings between the
      *        two and not one SEE either way, while they do call
      *        SEE on the rest of the table;
      *    PASS BIG CLIMBS UNTOUCHED  - enough big climbs (an
      *        announcement raised the standing one by several
      *        steps) passed between the two and none challenged,
      *        while they do challenge others' big climbs.
      *  Each flagged pair is listed with its SEE rates on the
      *  partner and on everyone else, and the tables that support
      *  the flag with their counts, so the report can go to the
      *  league office as it stands. Our own bot is never screened.
      *  Names are taken through the player registry, so a player
      *  who changed spelling is one player. COLLCTL (optional,
      *  shared) narrows the nights to a from/to date window. The
      *  report goes to COLLRPT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Per-bot files are assigned dynamically so each bot screens
      *    the tables it sat at; COLLCTL stays shared operator
      *    control. Defaults are the legacy single-bot names.
           SELECT BOT-IDENTITY-FILE ASSIGN TO "BOTIDENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IDENTITY-STATUS.
           SELECT SCREEN-CONTROL-FILE ASSIGN TO "COLLCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT TUNING-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-TUNING-HISTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TUNING-HISTORY-STATUS.
           SELECT TABLE-DIRECTORY-FILE
               ASSIGN TO DYNAMIC WS-DIRECTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIRECTORY-STATUS.
           SELECT GAME-DECISION-LOG-FILE
               ASSIGN TO DYNAMIC WS-DECISION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-LOG-STATUS.
           SELECT ROUND-OUTCOME-FILE
               ASSIGN TO DYNAMIC WS-ROUND-OUTCOME-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROUND-OUTCOME-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOT-IDENTITY-FILE.
       01  BOT-IDENTITY-RECORD.
         COPY BOTIDNT.
       FD  SCREEN-CONTROL-FILE.
       01  SCREEN-CONTROL-RECORD.
           05 SCR-CTL-FROM-DATE PIC X(8).
           05 FILLER            PIC X.
           05 SCR-CTL-TO-DATE   PIC X(8).
       FD  TUNING-HISTORY-FILE.
       01  TUNING-HISTORY-RECORD.
         COPY TUNHST.
       FD  TABLE-DIRECTORY-FILE.
       01  TABLE-DIRECTORY-RECORD.
         COPY GAMETDR.
       FD  GAME-DECISION-LOG-FILE.
       01  GAME-DECISION-LOG-RECORD.
         COPY GAMELOG.
       FD  ROUND-OUTCOME-FILE.
       01  ROUND-OUTCOME-RECORD.
         COPY GAMEOUT.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-IDENTITY-STATUS PIC XX.
         88 IDENTITY-FILE-OK VALUE "00".
       01 WS-CONTROL-STATUS PIC XX.
         88 CONTROL-FILE-OK VALUE "00".
       01 WS-TUNING-HISTORY-STATUS PIC XX.
         88 TUNING-HISTORY-OK  VALUE "00".
         88 TUNING-HISTORY-EOF VALUE "10".
       01 WS-DIRECTORY-STATUS PIC XX.
         88 DIRECTORY-OK  VALUE "00".
         88 DIRECTORY-EOF VALUE "10".
       01 WS-DECISION-LOG-STATUS PIC XX.
         88 DECISION-LOG-OK  VALUE "00".
         88 DECISION-LOG-EOF VALUE "10".
       01 WS-ROUND-OUTCOME-STATUS PIC XX.
         88 ROUND-OUTCOME-OK  VALUE "00".
         88 ROUND-OUTCOME-EOF VALUE "10".
       01 WS-REPORT-STATUS PIC XX.
         88 REPORT-FILE-OK VALUE "00".
       01 WS-BOT-FILE-NAMES.
          05 WS-DECISION-LOG-BASE   PIC X(40) VALUE "GAMEDLOG".
          05 WS-ROUND-OUTCOME-BASE  PIC X(40) VALUE "GAMEOUTC".
          05 WS-TUNING-HISTORY-NAME PIC X(40) VALUE "TUNHIST".
          05 WS-DIRECTORY-NAME      PIC X(40) VALUE "TABLDIR".
          05 WS-REPORT-NAME         PIC X(40) VALUE "COLLRPT".
       01 WS-DECISION-LOG-NAME  PIC X(40).
       01 WS-ROUND-OUTCOME-NAME PIC X(40).
       01 WS-BOT-NAME PIC X(20) VALUE "MUFFINBO".
       01 WS-REPORT-DATE PIC X(10).
       01 PLAYER-REGISTRY-REQUEST.
         COPY PLAYPRM.
      *****************************************************************
      *  Screening limits. Kept as data items so the league office
      *  (or a more cautious operator) can retune them in one place.
      *  A climb is counted in steps of the announcement order,
      *  31 lowest up to Maexchen, 21 steps in all.
      *****************************************************************
       01 WS-SCREENING-LIMITS.
          05 WS-MIN-SHARED-TABLES PIC 9(3) VALUE 3.
          05 WS-MIN-PAIR-FACINGS  PIC 9(3) VALUE 5.
          05 WS-BIG-CLIMB-STEPS   PIC 9(2) VALUE 6.
          05 WS-MIN-BIG-PASSES    PIC 9(3) VALUE 3.
      *****************************************************************
      *  The nights screened: TUNHIST dates within the COLLCTL
      *  window, each read once however often it was archived.
      *****************************************************************
       01 WS-FROM-DATE PIC X(8) VALUE SPACES.
       01 WS-TO-DATE   PIC X(8) VALUE SPACES.
       01 WS-NIGHT-COUNT PIC 9(4) VALUE 0.
       01 WS-NIGHTS-DROPPED PIC 9(4) VALUE 0.
       01 WS-NIGHTS-MISSING PIC 9(4) VALUE 0.
       01 WS-NIGHT-NO PIC 9(4).
       01 NIGHT-TABLE.
          05 NIGHT-ENTRY OCCURS 1000 TIMES INDEXED BY NGT-IDX.
            07 NGT-DATE       PIC X(8).
            07 NGT-FILE-FLAG  PIC X.
              88 NGT-FILES-FOUND VALUE "Y".
       01 WS-FIRST-NIGHT PIC X(8) VALUE SPACES.
       01 WS-LAST-NIGHT  PIC X(8) VALUE SPACES.
      *****************************************************************
      *  The TABLDIR seating, the last row for a token standing.
      *  A table counts towards pairs sitting together only when
      *  its token turns up in a night screened.
      *****************************************************************
       01 WS-SEATING-COUNT PIC 9(4) VALUE 0.
       01 WS-SEATINGS-DROPPED PIC 9(6) VALUE 0.
       01 WS-SEATING-FOUND PIC 9(4).
       01 SEATING-TABLE.
          05 SEATING-ENTRY OCCURS 3000 TIMES INDEXED BY SEA-IDX.
            07 SEA-TOKEN       PIC X(36).
            07 SEA-SEATS       PIC X(100).
            07 SEA-PLAYED-FLAG PIC X.
              88 SEA-PLAYED    VALUE "Y".
       01 WS-SEAT-LIST PIC X(100).
       01 WS-ONE-SEAT  PIC X(20).
       01 WS-SEAT-PTR  PIC 9(3).
       01 WS-SEATED-COUNT PIC 9(2).
       01 WS-SEATED-LIST.
          05 WS-SEATED-NO PIC 9(3) OCCURS 10 TIMES.
       01 WS-SEAT-A PIC 9(2).
       01 WS-SEAT-B PIC 9(2).
       01 WS-SEAT-DUP PIC X.
         88 SEAT-ALREADY-TAKEN VALUE "Y".
      *****************************************************************
      *  The night's tables as they are replayed: for each token the
      *  standing announcement of the round in play - who made it,
      *  where it sits in the announcement order (1 for 31 up to 21
      *  for Maexchen) and how many steps it climbed over the one it
      *  stood on, a round's opening climbing from nothing. A REVEAL
      *  or LOST row ends the round and clears it.
      *****************************************************************
       01 WS-CHAIN-COUNT PIC 9(3) VALUE 0.
       01 WS-CHAINS-DROPPED PIC 9(6) VALUE 0.
       01 WS-CHAIN-FOUND PIC 9(3).
       01 CHAIN-TABLE.
          05 CHAIN-ENTRY OCCURS 300 TIMES INDEXED BY CHN-IDX.
            07 CHN-TOKEN     PIC X(36).
            07 CHN-ANNOUNCER PIC X(20).
            07 CHN-ORDINAL   PIC 9(2).
            07 CHN-CLIMB     PIC 9(2).
       01 WS-LOOKUP-TOKEN PIC X(36).
       01 WS-LOG-KEY PIC X(26).
       01 WS-OUT-KEY PIC X(26).
       01 WS-RANK-DICE.
          05 WS-RANK-DICE-1 PIC 9.
          05 WS-RANK-DICE-2 PIC 9.
       01 WS-SWAP-DIE PIC 9.
       01 WS-ORDINAL PIC 9(2).
      *****************************************************************
      *  One facing: the actor had to act on the target's standing
      *  announcement and either let it pass or called SEE on it.
      *****************************************************************
       01 WS-PASS-NO PIC 9.
         88 GATHER-PASS   VALUE 1.
         88 EVIDENCE-PASS VALUE 2.
       01 WS-ACTOR-NAME  PIC X(20).
       01 WS-TARGET-NAME PIC X(20).
       01 WS-ACTOR-NO  PIC 9(3).
       01 WS-TARGET-NO PIC 9(3).
       01 WS-FACE-SEEN PIC X.
         88 FACE-WAS-SEEN VALUE "Y".
       01 WS-FACE-BIG PIC X.
         88 FACE-WAS-BIG VALUE "Y".
       01 WS-LOOKUP-PLAYER PIC X(20).
       01 WS-PLAYER-FOUND PIC 9(3).
      *****************************************************************
      *  Every player met, with their dealings with the whole table,
      *  and the pair grid: PAIR-CELL(x, y) is x acting on y's
      *  announcements. CEL-SHARED is kept both ways round.
      *****************************************************************
       01 WS-PLAYER-COUNT PIC 9(3) VALUE 0.
       01 WS-PLAYERS-DROPPED PIC 9(6) VALUE 0.
       01 PLAYER-TABLE.
          05 PLAYER-ENTRY OCCURS 200 TIMES INDEXED BY PLY-IDX.
            07 PLY-NAME      PIC X(20).
            07 PLY-FACED     PIC 9(6).
            07 PLY-SEEN      PIC 9(6).
            07 PLY-BIG-FACED PIC 9(6).
            07 PLY-BIG-SEEN  PIC 9(6).
       01 PAIR-GRID.
          05 PAIR-ROW OCCURS 200 TIMES.
            07 PAIR-CELL OCCURS 200 TIMES.
              09 CEL-SHARED    PIC 9(4).
              09 CEL-FACED     PIC 9(5).
              09 CEL-SEEN      PIC 9(5).
              09 CEL-BIG-FACED PIC 9(5).
              09 CEL-BIG-SEEN  PIC 9(5).
              09 CEL-FLAG-NO   PIC 9(3).
      *****************************************************************
      *  Flagged pairs (A the earlier player met) and the tables
      *  behind each: facings, SEE calls and big climbs passed
      *  between the two, by night and token.
      *****************************************************************
       01 WS-PAIRS-SCREENED PIC 9(6) VALUE 0.
       01 WS-FLAG-COUNT PIC 9(3) VALUE 0.
       01 WS-FLAGS-DROPPED PIC 9(6) VALUE 0.
       01 WS-FLAG-NO PIC 9(3).
       01 FLAG-TABLE.
          05 FLAG-ENTRY OCCURS 200 TIMES INDEXED BY FLG-IDX.
            07 FLG-PLAYER-A   PIC 9(3).
            07 FLG-PLAYER-B   PIC 9(3).
            07 FLG-NO-SEE     PIC X.
              88 FLAGGED-NO-SEE   VALUE "Y".
            07 FLG-BIG-PASS   PIC X.
              88 FLAGGED-BIG-PASS VALUE "Y".
       01 WS-EVIDENCE-COUNT PIC 9(4) VALUE 0.
       01 WS-EVIDENCE-DROPPED PIC 9(6) VALUE 0.
       01 WS-EVIDENCE-FOUND PIC 9(4).
       01 EVIDENCE-TABLE.
          05 EVIDENCE-ENTRY OCCURS 3000 TIMES INDEXED BY EVD-IDX.
            07 EVD-FLAG-NO    PIC 9(3).
            07 EVD-NIGHT      PIC X(8).
            07 EVD-TOKEN      PIC X(36).
            07 EVD-FACED      PIC 9(5).
            07 EVD-SEEN       PIC 9(5).
            07 EVD-BIG-PASSED PIC 9(5).
       01 WS-PAIR-A PIC 9(3).
       01 WS-PAIR-B PIC 9(3).
       01 WS-PAIR-FACED      PIC 9(6).
       01 WS-PAIR-SEEN       PIC 9(6).
       01 WS-PAIR-BIG-FACED  PIC 9(6).
       01 WS-PAIR-BIG-SEEN   PIC 9(6).
       01 WS-OTHERS-SEEN     PIC 9(6).
       01 WS-OTHERS-BIG-SEEN PIC 9(6).
       01 WS-NO-SEE-SWITCH PIC X.
         88 PAIR-NEVER-SEES VALUE "Y".
       01 WS-BIG-PASS-SWITCH PIC X.
         88 PAIR-PASSES-BIG VALUE "Y".
       01 WS-TOKEN-TOTAL  PIC 9(4).
       01 WS-PASSES-TOTAL PIC 9(6).
       01 WS-BIG-TOTAL    PIC 9(6).
      *****************************************************************
      *  Report lines.
      *****************************************************************
       01 WS-RATE-BASE PIC 9(6).
       01 WS-RATE-HITS PIC 9(6).
       01 WS-RATE PIC 9(3)V9.
       01 WS-PRINT-LINE PIC X(132).
       01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT  PIC 9(2) VALUE 0.
       01 WS-PAGE-LIMIT  PIC 9(2) VALUE 56.
       01 WS-PRT-COUNT   PIC ZZZZZ9.
       01 WS-PRT-LIMIT-1 PIC ZZ9.
       01 WS-PRT-LIMIT-2 PIC ZZ9.
       01 WS-PRT-LIMIT-3 PIC ZZ9.
       01 WS-PRT-LIMIT-4 PIC ZZ9.
       01 RPT-HEADING-LINE.
          05 FILLER PIC X(28) VALUE "COLLUSION SCREENING REPORT  ".
          05 RPT-HDG-BOT PIC X(20) VALUE "MUFFINBO".
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-HDG-DATE PIC X(10).
          05 FILLER PIC X(62) VALUE SPACES.
          05 FILLER PIC X(5) VALUE "PAGE ".
          05 RPT-HDG-PAGE PIC ZZZ9.
          05 FILLER PIC X VALUE SPACE.
       01 RPT-PAIR-HEAD-LINE.
          05 FILLER PIC X(7) VALUE "  PAIR ".
          05 RPT-PRH-NAME-A PIC X(20).
          05 FILLER PIC X(3) VALUE " / ".
          05 RPT-PRH-NAME-B PIC X(20).
          05 FILLER PIC X(17) VALUE "  SHARED TABLES: ".
          05 RPT-PRH-SHARED PIC ZZZ9.
          05 FILLER PIC X(61) VALUE SPACES.
       01 RPT-PAIR-FLAG-LINE.
          05 FILLER PIC X(11) VALUE "    FLAG:  ".
          05 RPT-PRF-TEXT PIC X(40).
          05 FILLER PIC X(81) VALUE SPACES.
       01 RPT-PAIR-COL-LINE.
          05 FILLER PIC X(4)  VALUE SPACES.
          05 FILLER PIC X(20) VALUE "PLAYER".
          05 FILLER PIC X(8)  VALUE "   FACED".
          05 FILLER PIC X(8)  VALUE "     SEE".
          05 FILLER PIC X(8)  VALUE "   RATE%".
          05 FILLER PIC X(11) VALUE "  OTH FACED".
          05 FILLER PIC X(8)  VALUE " OTH SEE".
          05 FILLER PIC X(8)  VALUE "   RATE%".
          05 FILLER PIC X(11) VALUE "  BIG FACED".
          05 FILLER PIC X(9)  VALUE " BIG SEEN".
          05 FILLER PIC X(14) VALUE " OTH BIG FACED".
          05 FILLER PIC X(13) VALUE " OTH BIG SEEN".
          05 FILLER PIC X(10) VALUE SPACES.
       01 RPT-PAIR-SUB-LINE.
          05 FILLER PIC X(24) VALUE SPACES.
          05 FILLER PIC X(24)
              VALUE "  ----- ON PARTNER -----".
          05 FILLER PIC X(27)
              VALUE "  ------ ON OTHERS ------".
          05 FILLER PIC X(20)
              VALUE "  -- ON PARTNER --".
          05 FILLER PIC X(27) VALUE "  ---- ON OTHERS ----".
          05 FILLER PIC X(10) VALUE SPACES.
       01 RPT-PAIR-DET-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 RPT-PRD-NAME PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-PRD-FACED PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-PRD-SEEN PIC ZZZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 RPT-PRD-RATE PIC ZZ9.9.
          05 FILLER PIC X(5) VALUE SPACES.
          05 RPT-PRD-OTH-FACED PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-PRD-OTH-SEEN PIC ZZZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 RPT-PRD-OTH-RATE PIC ZZ9.9.
          05 FILLER PIC X(5) VALUE SPACES.
          05 RPT-PRD-BIG-FACED PIC ZZZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 RPT-PRD-BIG-SEEN PIC ZZZZZ9.
          05 FILLER PIC X(8) VALUE SPACES.
          05 RPT-PRD-OTH-BIG-FACED PIC ZZZZZ9.
          05 FILLER PIC X(7) VALUE SPACES.
          05 RPT-PRD-OTH-BIG-SEEN PIC ZZZZZ9.
          05 FILLER PIC X(10) VALUE SPACES.
       01 RPT-EVIDENCE-COL-LINE.
          05 FILLER PIC X(6)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "NIGHT".
          05 FILLER PIC X(38) VALUE "TABLE TOKEN".
          05 FILLER PIC X(6)  VALUE " FACED".
          05 FILLER PIC X(8)  VALUE "  PASSED".
          05 FILLER PIC X(8)  VALUE "     SEE".
          05 FILLER PIC X(19) VALUE "  BIG CLIMBS PASSED".
          05 FILLER PIC X(37) VALUE SPACES.
       01 RPT-EVIDENCE-LINE.
          05 FILLER PIC X(6) VALUE SPACES.
          05 RPT-EVD-NIGHT PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-EVD-TOKEN PIC X(36).
          05 FILLER PIC X(3) VALUE SPACES.
          05 RPT-EVD-FACED PIC ZZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 RPT-EVD-PASSED PIC ZZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 RPT-EVD-SEEN PIC ZZZZ9.
          05 FILLER PIC X(14) VALUE SPACES.
          05 RPT-EVD-BIG PIC ZZZZ9.
          05 FILLER PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH SECTION.
           PERFORM RESOLVE-BOT-IDENTITY
           DISPLAY "COLLSCRN: collusion screening for " WS-BOT-NAME
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-REPORT-DATE(1:4)
           MOVE "-" TO WS-REPORT-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-REPORT-DATE(6:2)
           MOVE "-" TO WS-REPORT-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-REPORT-DATE(9:2)
           PERFORM READ-SCREEN-CONTROL
           PERFORM LOAD-TUNING-HISTORY
           IF WS-NIGHT-COUNT = 0
               DISPLAY "COLLSCRN: no archived nights in "
                       WS-TUNING-HISTORY-NAME " - nothing to screen"
               GOBACK
           END-IF
           PERFORM LOAD-TABLE-SEATING
           INITIALIZE PAIR-GRID
           SET GATHER-PASS TO TRUE
           PERFORM SCREEN-ALL-NIGHTS
           PERFORM COUNT-SHARED-TABLES
           PERFORM SCREEN-PAIRS
           IF WS-FLAG-COUNT > 0
               SET EVIDENCE-PASS TO TRUE
               PERFORM SCREEN-ALL-NIGHTS
           END-IF
           PERFORM WRITE-REPORT-FILE
           GOBACK.

      *****************************************************************
      *  Which bot's nights are screened: BOTIDENT puts the history,
      *  directory, generations and report onto that bot's suffixed
      *  set, and its name is the one never screened.
      *****************************************************************
       RESOLVE-BOT-IDENTITY SECTION.
           OPEN INPUT BOT-IDENTITY-FILE
           IF NOT IDENTITY-FILE-OK
               EXIT SECTION
           END-IF
           READ BOT-IDENTITY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF IDN-BOT-NAME NOT = SPACES
                       MOVE IDN-BOT-NAME TO WS-BOT-NAME
                       MOVE IDN-BOT-NAME TO RPT-HDG-BOT
                   END-IF
                   IF IDN-FILE-SUFFIX NOT = SPACES
                       PERFORM SUFFIX-BOT-FILE-NAMES
                   END-IF
           END-READ
           CLOSE BOT-IDENTITY-FILE
           EXIT.

       SUFFIX-BOT-FILE-NAMES SECTION.
           MOVE SPACES TO WS-DECISION-LOG-BASE
           STRING "GAMEDLOG." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-DECISION-LOG-BASE
           MOVE SPACES TO WS-ROUND-OUTCOME-BASE
           STRING "GAMEOUTC." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-ROUND-OUTCOME-BASE
           MOVE SPACES TO WS-TUNING-HISTORY-NAME
           STRING "TUNHIST." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-TUNING-HISTORY-NAME
           MOVE SPACES TO WS-DIRECTORY-NAME
           STRING "TABLDIR." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-DIRECTORY-NAME
           MOVE SPACES TO WS-REPORT-NAME
           STRING "COLLRPT." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-REPORT-NAME
           EXIT.

      *    COLLCTL: a from and a to night (yyyymmdd), either blank
      *    for an open end. A date that is not one is ignored.
       READ-SCREEN-CONTROL SECTION.
           OPEN INPUT SCREEN-CONTROL-FILE
           IF NOT CONTROL-FILE-OK
               EXIT SECTION
           END-IF
           READ SCREEN-CONTROL-FILE
               NOT AT END
                   IF SCR-CTL-FROM-DATE NUMERIC
                       MOVE SCR-CTL-FROM-DATE TO WS-FROM-DATE
                   ELSE
                       IF SCR-CTL-FROM-DATE NOT = SPACES
                           DISPLAY "COLLSCRN: COLLCTL from date '"
                                   SCR-CTL-FROM-DATE "' is not a "
                                   "date - ignored"
                       END-IF
                   END-IF
                   IF SCR-CTL-TO-DATE NUMERIC
                       MOVE SCR-CTL-TO-DATE TO WS-TO-DATE
                   ELSE
                       IF SCR-CTL-TO-DATE NOT = SPACES
                           DISPLAY "COLLSCRN: COLLCTL to date '"
                                   SCR-CTL-TO-DATE "' is not a "
                                   "date - ignored"
                       END-IF
                   END-IF
           END-READ
           CLOSE SCREEN-CONTROL-FILE
           EXIT.

      *****************************************************************
      *  TUNHIST: one row per archived night, in archive order. Each
      *  row names a generation on disk.
      *****************************************************************
       LOAD-TUNING-HISTORY SECTION.
           OPEN INPUT TUNING-HISTORY-FILE
           IF NOT TUNING-HISTORY-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL TUNING-HISTORY-EOF
               READ TUNING-HISTORY-FILE
                   AT END
                       SET TUNING-HISTORY-EOF TO TRUE
                   NOT AT END
                       PERFORM NOTE-ONE-NIGHT
               END-READ
           END-PERFORM
           CLOSE TUNING-HISTORY-FILE
           EXIT.

       NOTE-ONE-NIGHT SECTION.
           IF TUN-DATE NOT NUMERIC
               EXIT SECTION
           END-IF
           IF WS-FROM-DATE NOT = SPACES AND TUN-DATE < WS-FROM-DATE
               EXIT SECTION
           END-IF
           IF WS-TO-DATE NOT = SPACES AND TUN-DATE > WS-TO-DATE
               EXIT SECTION
           END-IF
           PERFORM VARYING NGT-IDX FROM 1 BY 1
                   UNTIL NGT-IDX > WS-NIGHT-COUNT
               IF NGT-DATE(NGT-IDX) = TUN-DATE
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF WS-NIGHT-COUNT NOT < 1000
               ADD 1 TO WS-NIGHTS-DROPPED
               EXIT SECTION
           END-IF
           ADD 1 TO WS-NIGHT-COUNT
           MOVE TUN-DATE TO NGT-DATE(WS-NIGHT-COUNT)
           MOVE "N" TO NGT-FILE-FLAG(WS-NIGHT-COUNT)
           IF WS-FIRST-NIGHT = SPACES OR TUN-DATE < WS-FIRST-NIGHT
               MOVE TUN-DATE TO WS-FIRST-NIGHT
           END-IF
           IF WS-LAST-NIGHT = SPACES OR TUN-DATE > WS-LAST-NIGHT
               MOVE TUN-DATE TO WS-LAST-NIGHT
           END-IF
           EXIT.

      *    The season's directory; a later row for a token replaces
      *    the seating kept for it.
       LOAD-TABLE-SEATING SECTION.
           OPEN INPUT TABLE-DIRECTORY-FILE
           IF NOT DIRECTORY-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL DIRECTORY-EOF
               READ TABLE-DIRECTORY-FILE
                   AT END
                       SET DIRECTORY-EOF TO TRUE
                   NOT AT END
                       PERFORM NOTE-ONE-SEATING
               END-READ
           END-PERFORM
           CLOSE TABLE-DIRECTORY-FILE
           EXIT.

       NOTE-ONE-SEATING SECTION.
           IF TDR-TOKEN = SPACES
               EXIT SECTION
           END-IF
           MOVE TDR-TOKEN TO WS-LOOKUP-TOKEN
           PERFORM FIND-SEATING
           IF WS-SEATING-FOUND > 0
               MOVE TDR-PLAYER-LIST TO SEA-SEATS(WS-SEATING-FOUND)
               EXIT SECTION
           END-IF
           IF WS-SEATING-COUNT NOT < 3000
               ADD 1 TO WS-SEATINGS-DROPPED
               EXIT SECTION
           END-IF
           ADD 1 TO WS-SEATING-COUNT
           MOVE TDR-TOKEN TO SEA-TOKEN(WS-SEATING-COUNT)
           MOVE TDR-PLAYER-LIST TO SEA-SEATS(WS-SEATING-COUNT)
           MOVE "N" TO SEA-PLAYED-FLAG(WS-SEATING-COUNT)
           EXIT.

      *    WS-LOOKUP-TOKEN in, WS-SEATING-FOUND out (zero if the
      *    directory never listed the table).
       FIND-SEATING SECTION.
           MOVE 0 TO WS-SEATING-FOUND
           PERFORM VARYING SEA-IDX FROM 1 BY 1
                   UNTIL SEA-IDX > WS-SEATING-COUNT
               IF SEA-TOKEN(SEA-IDX) = WS-LOOKUP-TOKEN
                   SET WS-SEATING-FOUND TO SEA-IDX
                   EXIT SECTION
               END-IF
           END-PERFORM
           EXIT.

      *****************************************************************
      *  One pass over every night screened. The gathering pass
      *  counts; the evidence pass, run only once pairs are flagged,
      *  reads the same rows again for the flagged pairs' tables.
      *****************************************************************
       SCREEN-ALL-NIGHTS SECTION.
           PERFORM VARYING WS-NIGHT-NO FROM 1 BY 1
                   UNTIL WS-NIGHT-NO > WS-NIGHT-COUNT
               PERFORM SCREEN-ONE-NIGHT
           END-PERFORM
           EXIT.

      *    The night's decision log and outcome rows, merged on
      *    their timestamps; on a tie the decision log goes first,
      *    an announcement always preceding the SEE it draws.
       SCREEN-ONE-NIGHT SECTION.
           MOVE SPACES TO WS-DECISION-LOG-NAME
           STRING WS-DECISION-LOG-BASE DELIMITED BY SPACE
                  ".D" DELIMITED BY SIZE
                  NGT-DATE(WS-NIGHT-NO) DELIMITED BY SIZE
               INTO WS-DECISION-LOG-NAME
           MOVE SPACES TO WS-ROUND-OUTCOME-NAME
           STRING WS-ROUND-OUTCOME-BASE DELIMITED BY SPACE
                  ".D" DELIMITED BY SIZE
                  NGT-DATE(WS-NIGHT-NO) DELIMITED BY SIZE
               INTO WS-ROUND-OUTCOME-NAME
           MOVE HIGH-VALUES TO WS-LOG-KEY WS-OUT-KEY
           OPEN INPUT GAME-DECISION-LOG-FILE
           IF DECISION-LOG-OK
               SET NGT-FILES-FOUND(WS-NIGHT-NO) TO TRUE
               PERFORM READ-NEXT-LOG-ROW
           END-IF
           OPEN INPUT ROUND-OUTCOME-FILE
           IF ROUND-OUTCOME-OK
               SET NGT-FILES-FOUND(WS-NIGHT-NO) TO TRUE
               PERFORM READ-NEXT-OUTCOME-ROW
           END-IF
           IF NOT NGT-FILES-FOUND(WS-NIGHT-NO)
               IF GATHER-PASS
                   ADD 1 TO WS-NIGHTS-MISSING
               END-IF
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-CHAIN-COUNT
           PERFORM UNTIL WS-LOG-KEY = HIGH-VALUES
                     AND WS-OUT-KEY = HIGH-VALUES
               IF WS-LOG-KEY NOT > WS-OUT-KEY
                   PERFORM TAKE-ONE-LOG-ROW
                   PERFORM READ-NEXT-LOG-ROW
               ELSE
                   PERFORM TAKE-ONE-OUTCOME-ROW
                   PERFORM READ-NEXT-OUTCOME-ROW
               END-IF
           END-PERFORM
           IF DECISION-LOG-OK OR DECISION-LOG-EOF
               CLOSE GAME-DECISION-LOG-FILE
           END-IF
           IF ROUND-OUTCOME-OK OR ROUND-OUTCOME-EOF
               CLOSE ROUND-OUTCOME-FILE
           END-IF
           EXIT.

       READ-NEXT-LOG-ROW SECTION.
           READ GAME-DECISION-LOG-FILE
               AT END
                   SET DECISION-LOG-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-LOG-KEY
               NOT AT END
                   MOVE LOG-TIMESTAMP TO WS-LOG-KEY
           END-READ
           EXIT.

       READ-NEXT-OUTCOME-ROW SECTION.
           READ ROUND-OUTCOME-FILE
               AT END
                   SET ROUND-OUTCOME-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-OUT-KEY
               NOT AT END
                   MOVE OUT-TIMESTAMP TO WS-OUT-KEY
           END-READ
           EXIT.

      *****************************************************************
      *  An announcement over a standing one: its announcer rolled
      *  on rather than call SEE, so the standing announcer's climb
      *  was let pass. The new announcement then stands, with the
      *  steps it climbed.
      *****************************************************************
       TAKE-ONE-LOG-ROW SECTION.
           IF LOG-COMMAND NOT = "ANNOUNCED" OR LOG-TOKEN = SPACES
               EXIT SECTION
           END-IF
           MOVE LOG-TOKEN TO WS-LOOKUP-TOKEN
           PERFORM FIND-OR-ADD-CHAIN
           IF WS-CHAIN-FOUND = 0
               EXIT SECTION
           END-IF
           SET CHN-IDX TO WS-CHAIN-FOUND
           MOVE LOG-OPPONENT TO PLR-NAME-IN
           PERFORM RESOLVE-PLAYER-NAME
           MOVE PLR-CANONICAL TO WS-ACTOR-NAME
           IF CHN-ANNOUNCER(CHN-IDX) NOT = SPACES
               MOVE CHN-ANNOUNCER(CHN-IDX) TO WS-TARGET-NAME
               MOVE "N" TO WS-FACE-SEEN
               MOVE "N" TO WS-FACE-BIG
               IF CHN-CLIMB(CHN-IDX) NOT < WS-BIG-CLIMB-STEPS
                   SET FACE-WAS-BIG TO TRUE
               END-IF
               PERFORM NOTE-FACING
           END-IF
           MOVE LOG-ANNOUNCED-DICE-1 TO WS-RANK-DICE-1
           MOVE LOG-ANNOUNCED-DICE-2 TO WS-RANK-DICE-2
           PERFORM RANK-ANNOUNCEMENT
           SET CHN-IDX TO WS-CHAIN-FOUND
           IF WS-ORDINAL > CHN-ORDINAL(CHN-IDX)
               COMPUTE CHN-CLIMB(CHN-IDX) =
                   WS-ORDINAL - CHN-ORDINAL(CHN-IDX)
           ELSE
               MOVE 0 TO CHN-CLIMB(CHN-IDX)
           END-IF
           MOVE WS-ORDINAL TO CHN-ORDINAL(CHN-IDX)
           MOVE WS-ACTOR-NAME TO CHN-ANNOUNCER(CHN-IDX)
           EXIT.

      *    A REVEAL is its caller's SEE on the standing announcement;
      *    the REVEAL or the LOST that follows ends the round.
       TAKE-ONE-OUTCOME-ROW SECTION.
           IF OUT-TOKEN = SPACES
               EXIT SECTION
           END-IF
           IF NOT OUT-REVEAL AND NOT OUT-LOST
               EXIT SECTION
           END-IF
           MOVE OUT-TOKEN TO WS-LOOKUP-TOKEN
           PERFORM FIND-OR-ADD-CHAIN
           IF WS-CHAIN-FOUND = 0
               EXIT SECTION
           END-IF
           IF OUT-REVEAL
               MOVE OUT-CALLER TO PLR-NAME-IN
               PERFORM RESOLVE-PLAYER-NAME
               MOVE PLR-CANONICAL TO WS-ACTOR-NAME
               MOVE OUT-PLAYER TO PLR-NAME-IN
               PERFORM RESOLVE-PLAYER-NAME
               MOVE PLR-CANONICAL TO WS-TARGET-NAME
               SET FACE-WAS-SEEN TO TRUE
               MOVE "N" TO WS-FACE-BIG
               SET CHN-IDX TO WS-CHAIN-FOUND
               IF CHN-ANNOUNCER(CHN-IDX) = WS-TARGET-NAME
                   AND CHN-CLIMB(CHN-IDX) NOT < WS-BIG-CLIMB-STEPS
                   SET FACE-WAS-BIG TO TRUE
               END-IF
               PERFORM NOTE-FACING
           END-IF
           SET CHN-IDX TO WS-CHAIN-FOUND
           MOVE SPACES TO CHN-ANNOUNCER(CHN-IDX)
           MOVE 0 TO CHN-ORDINAL(CHN-IDX)
           MOVE 0 TO CHN-CLIMB(CHN-IDX)
           EXIT.

      *    WS-LOOKUP-TOKEN in, WS-CHAIN-FOUND out (zero once the
      *    night's 300 table slots are used up). A table new to the
      *    night is marked played in the directory seating.
       FIND-OR-ADD-CHAIN SECTION.
           MOVE 0 TO WS-CHAIN-FOUND
           PERFORM VARYING CHN-IDX FROM 1 BY 1
                   UNTIL CHN-IDX > WS-CHAIN-COUNT
               IF CHN-TOKEN(CHN-IDX) = WS-LOOKUP-TOKEN
                   SET WS-CHAIN-FOUND TO CHN-IDX
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF WS-CHAIN-COUNT NOT < 300
               IF GATHER-PASS
                   ADD 1 TO WS-CHAINS-DROPPED
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO WS-CHAIN-COUNT
           MOVE WS-CHAIN-COUNT TO WS-CHAIN-FOUND
           SET CHN-IDX TO WS-CHAIN-FOUND
           MOVE WS-LOOKUP-TOKEN TO CHN-TOKEN(CHN-IDX)
           MOVE SPACES TO CHN-ANNOUNCER(CHN-IDX)
           MOVE 0 TO CHN-ORDINAL(CHN-IDX)
           MOVE 0 TO CHN-CLIMB(CHN-IDX)
           IF GATHER-PASS
               PERFORM FIND-SEATING
               IF WS-SEATING-FOUND > 0
                   SET SEA-PLAYED(WS-SEATING-FOUND) TO TRUE
               END-IF
           END-IF
           EXIT.

      *****************************************************************
      *  Where WS-RANK-DICE stands in the announcement order: 1 for
      *  31 up to 14 for 65, 15 to 20 for the Pasches, 21 for
      *  Maexchen; zero for dice that are no announcement.
      *****************************************************************
       RANK-ANNOUNCEMENT SECTION.
           MOVE 0 TO WS-ORDINAL
           IF WS-RANK-DICE NOT NUMERIC
               EXIT SECTION
           END-IF
           IF WS-RANK-DICE-1 < 1 OR WS-RANK-DICE-1 > 6
                   OR WS-RANK-DICE-2 < 1 OR WS-RANK-DICE-2 > 6
               EXIT SECTION
           END-IF
           IF WS-RANK-DICE-2 > WS-RANK-DICE-1
               MOVE WS-RANK-DICE-1 TO WS-SWAP-DIE
               MOVE WS-RANK-DICE-2 TO WS-RANK-DICE-1
               MOVE WS-SWAP-DIE TO WS-RANK-DICE-2
           END-IF
           EVALUATE TRUE
               WHEN WS-RANK-DICE-1 = 2 AND WS-RANK-DICE-2 = 1
                   MOVE 21 TO WS-ORDINAL
               WHEN WS-RANK-DICE-1 = WS-RANK-DICE-2
                   COMPUTE WS-ORDINAL = 14 + WS-RANK-DICE-1
               WHEN OTHER
                   COMPUTE WS-ORDINAL =
                       (WS-RANK-DICE-1 - 1) * (WS-RANK-DICE-1 - 2)
                       / 2 + WS-RANK-DICE-2 - 1
           END-EVALUATE
           EXIT.

      *****************************************************************
      *  One facing of WS-ACTOR-NAME on WS-TARGET-NAME's standing
      *  announcement. The actor's dealings with the whole table
      *  count whoever the target (our bot included); the pair grid
      *  and the evidence only take two opponents. Our own bot is
      *  never an actor here.
      *****************************************************************
       NOTE-FACING SECTION.
           IF WS-ACTOR-NAME = SPACES OR WS-ACTOR-NAME = WS-BOT-NAME
               EXIT SECTION
           END-IF
           MOVE WS-ACTOR-NAME TO WS-LOOKUP-PLAYER
           PERFORM FIND-OR-ADD-PLAYER
           MOVE WS-PLAYER-FOUND TO WS-ACTOR-NO
           IF WS-ACTOR-NO = 0
               EXIT SECTION
           END-IF
           IF GATHER-PASS
               ADD 1 TO PLY-FACED(WS-ACTOR-NO)
               IF FACE-WAS-SEEN
                   ADD 1 TO PLY-SEEN(WS-ACTOR-NO)
               END-IF
               IF FACE-WAS-BIG
                   ADD 1 TO PLY-BIG-FACED(WS-ACTOR-NO)
                   IF FACE-WAS-SEEN
                       ADD 1 TO PLY-BIG-SEEN(WS-ACTOR-NO)
                   END-IF
               END-IF
           END-IF
           IF WS-TARGET-NAME = SPACES OR WS-TARGET-NAME = WS-BOT-NAME
                   OR WS-TARGET-NAME = WS-ACTOR-NAME
               EXIT SECTION
           END-IF
           MOVE WS-TARGET-NAME TO WS-LOOKUP-PLAYER
           PERFORM FIND-OR-ADD-PLAYER
           MOVE WS-PLAYER-FOUND TO WS-TARGET-NO
           IF WS-TARGET-NO = 0
               EXIT SECTION
           END-IF
           IF EVIDENCE-PASS
               IF CEL-FLAG-NO(WS-ACTOR-NO, WS-TARGET-NO) > 0
                   PERFORM NOTE-EVIDENCE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO CEL-FACED(WS-ACTOR-NO, WS-TARGET-NO)
           IF FACE-WAS-SEEN
               ADD 1 TO CEL-SEEN(WS-ACTOR-NO, WS-TARGET-NO)
           END-IF
           IF FACE-WAS-BIG
               ADD 1 TO CEL-BIG-FACED(WS-ACTOR-NO, WS-TARGET-NO)
               IF FACE-WAS-SEEN
                   ADD 1 TO CEL-BIG-SEEN(WS-ACTOR-NO, WS-TARGET-NO)
               END-IF
           END-IF
           EXIT.

      *    WS-LOOKUP-PLAYER in, WS-PLAYER-FOUND out (zero once the
      *    200 player slots are used up).
       FIND-OR-ADD-PLAYER SECTION.
           MOVE 0 TO WS-PLAYER-FOUND
           PERFORM VARYING PLY-IDX FROM 1 BY 1
                   UNTIL PLY-IDX > WS-PLAYER-COUNT
               IF PLY-NAME(PLY-IDX) = WS-LOOKUP-PLAYER
                   SET WS-PLAYER-FOUND TO PLY-IDX
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF WS-PLAYER-COUNT NOT < 200
               ADD 1 TO WS-PLAYERS-DROPPED
               EXIT SECTION
           END-IF
           ADD 1 TO WS-PLAYER-COUNT
           MOVE WS-PLAYER-COUNT TO WS-PLAYER-FOUND
           INITIALIZE PLAYER-ENTRY(WS-PLAYER-FOUND)
           MOVE WS-LOOKUP-PLAYER TO PLY-NAME(WS-PLAYER-FOUND)
           EXIT.

      *    PLR-NAME-IN in, PLR-CANONICAL out.
       RESOLVE-PLAYER-NAME SECTION.
           MOVE "RESOLVE" TO PLR-REQUEST
           MOVE "COLLSCRN" TO PLR-CALLER
           MOVE "N" TO PLR-QUIET-FLAG
           CALL "PLAYRES" USING PLAYER-REGISTRY-REQUEST
           EXIT.

      *    One facing between a flagged pair, filed under the night
      *    and token it happened at.
       NOTE-EVIDENCE SECTION.
           MOVE CEL-FLAG-NO(WS-ACTOR-NO, WS-TARGET-NO) TO WS-FLAG-NO
           MOVE 0 TO WS-EVIDENCE-FOUND
           PERFORM VARYING EVD-IDX FROM 1 BY 1
                   UNTIL EVD-IDX > WS-EVIDENCE-COUNT
                   OR WS-EVIDENCE-FOUND > 0
               IF EVD-FLAG-NO(EVD-IDX) = WS-FLAG-NO
                   AND EVD-NIGHT(EVD-IDX) = NGT-DATE(WS-NIGHT-NO)
                   AND EVD-TOKEN(EVD-IDX) = WS-LOOKUP-TOKEN
                   SET WS-EVIDENCE-FOUND TO EVD-IDX
               END-IF
           END-PERFORM
           IF WS-EVIDENCE-FOUND = 0
               IF WS-EVIDENCE-COUNT NOT < 3000
                   ADD 1 TO WS-EVIDENCE-DROPPED
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-EVIDENCE-COUNT
               MOVE WS-EVIDENCE-COUNT TO WS-EVIDENCE-FOUND
               INITIALIZE EVIDENCE-ENTRY(WS-EVIDENCE-FOUND)
               MOVE WS-FLAG-NO TO EVD-FLAG-NO(WS-EVIDENCE-FOUND)
               MOVE NGT-DATE(WS-NIGHT-NO)
                   TO EVD-NIGHT(WS-EVIDENCE-FOUND)
               MOVE WS-LOOKUP-TOKEN TO EVD-TOKEN(WS-EVIDENCE-FOUND)
           END-IF
           ADD 1 TO EVD-FACED(WS-EVIDENCE-FOUND)
           IF FACE-WAS-SEEN
               ADD 1 TO EVD-SEEN(WS-EVIDENCE-FOUND)
           ELSE
               IF FACE-WAS-BIG
                   ADD 1 TO EVD-BIG-PASSED(WS-EVIDENCE-FOUND)
               END-IF
           END-IF
           EXIT.

      *****************************************************************
      *  Tables sat together: every directory table played in a
      *  night screened adds one to each pair of opponents seated.
      *****************************************************************
       COUNT-SHARED-TABLES SECTION.
           PERFORM VARYING SEA-IDX FROM 1 BY 1
                   UNTIL SEA-IDX > WS-SEATING-COUNT
               IF SEA-PLAYED(SEA-IDX)
                   PERFORM COUNT-ONE-SEATING
               END-IF
           END-PERFORM
           EXIT.

       COUNT-ONE-SEATING SECTION.
           MOVE SEA-SEATS(SEA-IDX) TO WS-SEAT-LIST
           MOVE 0 TO WS-SEATED-COUNT
           MOVE 1 TO WS-SEAT-PTR
           PERFORM UNTIL WS-SEAT-PTR > 100 OR WS-SEATED-COUNT = 10
               MOVE SPACES TO WS-ONE-SEAT
               UNSTRING WS-SEAT-LIST DELIMITED BY ","
                   INTO WS-ONE-SEAT
                   WITH POINTER WS-SEAT-PTR
               END-UNSTRING
               IF WS-ONE-SEAT NOT = SPACES
                   PERFORM TAKE-ONE-SEAT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SEAT-A FROM 1 BY 1
                   UNTIL WS-SEAT-A > WS-SEATED-COUNT
               PERFORM VARYING WS-SEAT-B FROM 1 BY 1
                       UNTIL WS-SEAT-B > WS-SEATED-COUNT
                   IF WS-SEAT-A NOT = WS-SEAT-B
                       MOVE WS-SEATED-NO(WS-SEAT-A) TO WS-PAIR-A
                       MOVE WS-SEATED-NO(WS-SEAT-B) TO WS-PAIR-B
                       ADD 1 TO CEL-SHARED(WS-PAIR-A, WS-PAIR-B)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      *    One seated name, made canonical; our own bot and a name
      *    seated twice are left out.
       TAKE-ONE-SEAT SECTION.
           MOVE WS-ONE-SEAT TO PLR-NAME-IN
           PERFORM RESOLVE-PLAYER-NAME
           IF PLR-CANONICAL = SPACES OR PLR-CANONICAL = WS-BOT-NAME
               EXIT SECTION
           END-IF
           MOVE PLR-CANONICAL TO WS-LOOKUP-PLAYER
           PERFORM FIND-OR-ADD-PLAYER
           IF WS-PLAYER-FOUND = 0
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-SEAT-DUP
           PERFORM VARYING WS-SEAT-A FROM 1 BY 1
                   UNTIL WS-SEAT-A > WS-SEATED-COUNT
               IF WS-SEATED-NO(WS-SEAT-A) = WS-PLAYER-FOUND
                   SET SEAT-ALREADY-TAKEN TO TRUE
               END-IF
           END-PERFORM
           IF SEAT-ALREADY-TAKEN
               EXIT SECTION
           END-IF
           ADD 1 TO WS-SEATED-COUNT
           MOVE WS-PLAYER-FOUND TO WS-SEATED-NO(WS-SEATED-COUNT)
           EXIT.

      *****************************************************************
      *  Each pair of opponents once (A the earlier player met),
      *  screened when they sat together at enough tables.
      *****************************************************************
       SCREEN-PAIRS SECTION.
           PERFORM VARYING WS-PAIR-A FROM 1 BY 1
                   UNTIL WS-PAIR-A > WS-PLAYER-COUNT
               PERFORM VARYING WS-PAIR-B FROM WS-PAIR-A BY 1
                       UNTIL WS-PAIR-B > WS-PLAYER-COUNT
                   IF WS-PAIR-B > WS-PAIR-A
                       PERFORM SCREEN-ONE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       SCREEN-ONE-PAIR SECTION.
           IF CEL-SHARED(WS-PAIR-A, WS-PAIR-B) < WS-MIN-SHARED-TABLES
               EXIT SECTION
           END-IF
           ADD 1 TO WS-PAIRS-SCREENED
           COMPUTE WS-PAIR-FACED = CEL-FACED(WS-PAIR-A, WS-PAIR-B)
                                 + CEL-FACED(WS-PAIR-B, WS-PAIR-A)
           COMPUTE WS-PAIR-SEEN = CEL-SEEN(WS-PAIR-A, WS-PAIR-B)
                                + CEL-SEEN(WS-PAIR-B, WS-PAIR-A)
           COMPUTE WS-PAIR-BIG-FACED =
               CEL-BIG-FACED(WS-PAIR-A, WS-PAIR-B)
             + CEL-BIG-FACED(WS-PAIR-B, WS-PAIR-A)
           COMPUTE WS-PAIR-BIG-SEEN =
               CEL-BIG-SEEN(WS-PAIR-A, WS-PAIR-B)
             + CEL-BIG-SEEN(WS-PAIR-B, WS-PAIR-A)
           COMPUTE WS-OTHERS-SEEN =
               PLY-SEEN(WS-PAIR-A) - CEL-SEEN(WS-PAIR-A, WS-PAIR-B)
             + PLY-SEEN(WS-PAIR-B) - CEL-SEEN(WS-PAIR-B, WS-PAIR-A)
           COMPUTE WS-OTHERS-BIG-SEEN =
               PLY-BIG-SEEN(WS-PAIR-A)
             - CEL-BIG-SEEN(WS-PAIR-A, WS-PAIR-B)
             + PLY-BIG-SEEN(WS-PAIR-B)
             - CEL-BIG-SEEN(WS-PAIR-B, WS-PAIR-A)
           MOVE "N" TO WS-NO-SEE-SWITCH
           MOVE "N" TO WS-BIG-PASS-SWITCH
           IF WS-PAIR-FACED NOT < WS-MIN-PAIR-FACINGS
                   AND WS-PAIR-SEEN = 0 AND WS-OTHERS-SEEN > 0
               SET PAIR-NEVER-SEES TO TRUE
           END-IF
           IF WS-PAIR-BIG-FACED NOT < WS-MIN-BIG-PASSES
                   AND WS-PAIR-BIG-SEEN = 0 AND WS-OTHERS-BIG-SEEN > 0
               SET PAIR-PASSES-BIG TO TRUE
           END-IF
           IF PAIR-NEVER-SEES OR PAIR-PASSES-BIG
               PERFORM FLAG-THE-PAIR
           END-IF
           EXIT.

      *    Past 200 flagged pairs the rest are counted only.
       FLAG-THE-PAIR SECTION.
           IF WS-FLAG-COUNT NOT < 200
               ADD 1 TO WS-FLAGS-DROPPED
               EXIT SECTION
           END-IF
           ADD 1 TO WS-FLAG-COUNT
           MOVE WS-FLAG-COUNT TO WS-FLAG-NO
           MOVE WS-PAIR-A TO FLG-PLAYER-A(WS-FLAG-NO)
           MOVE WS-PAIR-B TO FLG-PLAYER-B(WS-FLAG-NO)
           MOVE WS-NO-SEE-SWITCH TO FLG-NO-SEE(WS-FLAG-NO)
           MOVE WS-BIG-PASS-SWITCH TO FLG-BIG-PASS(WS-FLAG-NO)
           MOVE WS-FLAG-NO TO CEL-FLAG-NO(WS-PAIR-A, WS-PAIR-B)
           MOVE WS-FLAG-NO TO CEL-FLAG-NO(WS-PAIR-B, WS-PAIR-A)
           EXIT.

      *****************************************************************
      *  The report: what was screened, then each flagged pair with
      *  both players' SEE rates and the tables behind the flags.
      *****************************************************************
       WRITE-REPORT-FILE SECTION.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-FILE-OK
               DISPLAY "COLLSCRN: cannot write " WS-REPORT-NAME
                       " status " WS-REPORT-STATUS
               EXIT SECTION
           END-IF
           MOVE WS-REPORT-DATE TO RPT-HDG-DATE
           PERFORM START-REPORT-PAGE
           PERFORM WRITE-SCREENING-SUMMARY
           PERFORM VARYING WS-FLAG-NO FROM 1 BY 1
                   UNTIL WS-FLAG-NO > WS-FLAG-COUNT
               PERFORM WRITE-FLAGGED-PAIR
           END-PERFORM
           IF WS-FLAG-COUNT = 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
               MOVE "NO PAIR FLAGGED" TO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           MOVE WS-NIGHT-COUNT TO WS-PRT-COUNT
           DISPLAY "COLLSCRN: " WS-PRT-COUNT " night(s) screened"
           MOVE WS-PAIRS-SCREENED TO WS-PRT-COUNT
           DISPLAY "COLLSCRN: " WS-PRT-COUNT " pair(s) screened"
           MOVE WS-FLAG-COUNT TO WS-PRT-COUNT
           DISPLAY "COLLSCRN: " WS-PRT-COUNT " pair(s) flagged"
           EXIT.

       WRITE-SCREENING-SUMMARY SECTION.
           MOVE WS-NIGHT-COUNT TO WS-PRT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NIGHTS SCREENED: " DELIMITED BY SIZE
                  WS-PRT-COUNT DELIMITED BY SIZE
                  "   FROM " DELIMITED BY SIZE
                  WS-FIRST-NIGHT DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-LAST-NIGHT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-NIGHTS-MISSING > 0
               MOVE WS-NIGHTS-MISSING TO WS-PRT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  NIGHTS WITH NO GENERATION ON DISK: "
                      DELIMITED BY SIZE
                      WS-PRT-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           IF WS-NIGHTS-DROPPED > 0
               MOVE WS-NIGHTS-DROPPED TO WS-PRT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  OVER 1000 NIGHTS - LATER ONES NOT SCREENED: "
                      DELIMITED BY SIZE
                      WS-PRT-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           MOVE WS-MIN-SHARED-TABLES TO WS-PRT-LIMIT-1
           MOVE WS-MIN-PAIR-FACINGS TO WS-PRT-LIMIT-2
           MOVE WS-BIG-CLIMB-STEPS TO WS-PRT-LIMIT-3
           MOVE WS-MIN-BIG-PASSES TO WS-PRT-LIMIT-4
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SCREENING LIMITS: SHARED TABLES " DELIMITED BY SIZE
                  WS-PRT-LIMIT-1 DELIMITED BY SIZE
                  "   FACINGS " DELIMITED BY SIZE
                  WS-PRT-LIMIT-2 DELIMITED BY SIZE
                  "   BIG CLIMB " DELIMITED BY SIZE
                  WS-PRT-LIMIT-3 DELIMITED BY SIZE
                  " STEPS   BIG CLIMBS PASSED " DELIMITED BY SIZE
                  WS-PRT-LIMIT-4 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-PLAYER-COUNT TO WS-PRT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OPPONENTS MET: " DELIMITED BY SIZE
                  WS-PRT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           MOVE WS-PAIRS-SCREENED TO WS-PRT-COUNT
           STRING "   PAIRS SCREENED: " DELIMITED BY SIZE
                  WS-PRT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE(22:)
           MOVE WS-FLAG-COUNT TO WS-PRT-COUNT
           STRING "   PAIRS FLAGGED: " DELIMITED BY SIZE
                  WS-PRT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE(47:)
           PERFORM PUT-REPORT-LINE
           IF WS-PLAYERS-DROPPED > 0 OR WS-CHAINS-DROPPED > 0
                   OR WS-SEATINGS-DROPPED > 0
               MOVE "  TABLE ROOM RAN OUT - SOME PLAYERS OR TABLES NOT"
                   TO WS-PRINT-LINE
               MOVE " COUNTED; SCREEN A NARROWER COLLCTL WINDOW"
                   TO WS-PRINT-LINE(51:)
               PERFORM PUT-REPORT-LINE
           END-IF
           IF WS-FLAGS-DROPPED > 0
               MOVE WS-FLAGS-DROPPED TO WS-PRT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  OVER 200 PAIRS FLAGGED - NOT LISTED: "
                      DELIMITED BY SIZE
                      WS-PRT-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           EXIT.

       WRITE-FLAGGED-PAIR SECTION.
           MOVE FLG-PLAYER-A(WS-FLAG-NO) TO WS-PAIR-A
           MOVE FLG-PLAYER-B(WS-FLAG-NO) TO WS-PAIR-B
           IF WS-LINE-COUNT + 8 > WS-PAGE-LIMIT
               PERFORM START-REPORT-PAGE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE PLY-NAME(WS-PAIR-A) TO RPT-PRH-NAME-A
           MOVE PLY-NAME(WS-PAIR-B) TO RPT-PRH-NAME-B
           MOVE CEL-SHARED(WS-PAIR-A, WS-PAIR-B) TO RPT-PRH-SHARED
           MOVE RPT-PAIR-HEAD-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           IF FLAGGED-NO-SEE(WS-FLAG-NO)
               MOVE "NEVER CHALLENGE EACH OTHER" TO RPT-PRF-TEXT
               MOVE RPT-PAIR-FLAG-LINE TO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           IF FLAGGED-BIG-PASS(WS-FLAG-NO)
               MOVE "PASS BIG CLIMBS TO EACH OTHER UNTOUCHED"
                   TO RPT-PRF-TEXT
               MOVE RPT-PAIR-FLAG-LINE TO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           MOVE RPT-PAIR-SUB-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE RPT-PAIR-COL-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-PAIR-A TO WS-ACTOR-NO
           MOVE WS-PAIR-B TO WS-TARGET-NO
           PERFORM WRITE-PAIR-DIRECTION
           MOVE WS-PAIR-B TO WS-ACTOR-NO
           MOVE WS-PAIR-A TO WS-TARGET-NO
           PERFORM WRITE-PAIR-DIRECTION
           PERFORM WRITE-PAIR-EVIDENCE
           EXIT.

      *    WS-ACTOR-NO on WS-TARGET-NO against WS-ACTOR-NO on the
      *    rest of the table.
       WRITE-PAIR-DIRECTION SECTION.
           MOVE PLY-NAME(WS-ACTOR-NO) TO RPT-PRD-NAME
           MOVE CEL-FACED(WS-ACTOR-NO, WS-TARGET-NO) TO WS-RATE-BASE
           MOVE CEL-SEEN(WS-ACTOR-NO, WS-TARGET-NO) TO WS-RATE-HITS
           MOVE WS-RATE-BASE TO RPT-PRD-FACED
           MOVE WS-RATE-HITS TO RPT-PRD-SEEN
           PERFORM COMPUTE-SEE-RATE
           MOVE WS-RATE TO RPT-PRD-RATE
           COMPUTE WS-RATE-BASE = PLY-FACED(WS-ACTOR-NO)
               - CEL-FACED(WS-ACTOR-NO, WS-TARGET-NO)
           COMPUTE WS-RATE-HITS = PLY-SEEN(WS-ACTOR-NO)
               - CEL-SEEN(WS-ACTOR-NO, WS-TARGET-NO)
           MOVE WS-RATE-BASE TO RPT-PRD-OTH-FACED
           MOVE WS-RATE-HITS TO RPT-PRD-OTH-SEEN
           PERFORM COMPUTE-SEE-RATE
           MOVE WS-RATE TO RPT-PRD-OTH-RATE
           MOVE CEL-BIG-FACED(WS-ACTOR-NO, WS-TARGET-NO)
               TO RPT-PRD-BIG-FACED
           MOVE CEL-BIG-SEEN(WS-ACTOR-NO, WS-TARGET-NO)
               TO RPT-PRD-BIG-SEEN
           COMPUTE RPT-PRD-OTH-BIG-FACED = PLY-BIG-FACED(WS-ACTOR-NO)
               - CEL-BIG-FACED(WS-ACTOR-NO, WS-TARGET-NO)
           COMPUTE RPT-PRD-OTH-BIG-SEEN = PLY-BIG-SEEN(WS-ACTOR-NO)
               - CEL-BIG-SEEN(WS-ACTOR-NO, WS-TARGET-NO)
           MOVE RPT-PAIR-DET-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           EXIT.

      *    SEE calls per hundred facings; zero with nothing faced.
       COMPUTE-SEE-RATE SECTION.
           MOVE 0 TO WS-RATE
           IF WS-RATE-BASE > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-RATE-HITS * 100 / WS-RATE-BASE
           END-IF
           EXIT.

      *    The flagged pair's tables, in the order the nights were
      *    archived, with a total line.
       WRITE-PAIR-EVIDENCE SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE RPT-EVIDENCE-COL-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE 0 TO WS-TOKEN-TOTAL WS-PASSES-TOTAL WS-BIG-TOTAL
           PERFORM VARYING EVD-IDX FROM 1 BY 1
                   UNTIL EVD-IDX > WS-EVIDENCE-COUNT
               IF EVD-FLAG-NO(EVD-IDX) = WS-FLAG-NO
                   MOVE EVD-NIGHT(EVD-IDX) TO RPT-EVD-NIGHT
                   MOVE EVD-TOKEN(EVD-IDX) TO RPT-EVD-TOKEN
                   MOVE EVD-FACED(EVD-IDX) TO RPT-EVD-FACED
                   COMPUTE RPT-EVD-PASSED =
                       EVD-FACED(EVD-IDX) - EVD-SEEN(EVD-IDX)
                   MOVE EVD-SEEN(EVD-IDX) TO RPT-EVD-SEEN
                   MOVE EVD-BIG-PASSED(EVD-IDX) TO RPT-EVD-BIG
                   MOVE RPT-EVIDENCE-LINE TO WS-PRINT-LINE
                   PERFORM PUT-REPORT-LINE
                   ADD 1 TO WS-TOKEN-TOTAL
                   COMPUTE WS-PASSES-TOTAL = WS-PASSES-TOTAL
                       + EVD-FACED(EVD-IDX) - EVD-SEEN(EVD-IDX)
                   ADD EVD-BIG-PASSED(EVD-IDX) TO WS-BIG-TOTAL
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TOKEN-TOTAL TO WS-PRT-COUNT
           STRING "      " DELIMITED BY SIZE
                  WS-PRT-COUNT DELIMITED BY SIZE
                  " TABLE(S)   PASSES " DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           MOVE WS-PASSES-TOTAL TO WS-PRT-COUNT
           STRING WS-PRT-COUNT DELIMITED BY SIZE
                  "   BIG CLIMBS PASSED " DELIMITED BY SIZE
               INTO WS-PRINT-LINE(32:)
           MOVE WS-BIG-TOTAL TO WS-PRT-COUNT
           MOVE WS-PRT-COUNT TO WS-PRINT-LINE(59:6)
           PERFORM PUT-REPORT-LINE
           IF WS-EVIDENCE-DROPPED > 0
               MOVE "      EVIDENCE ROOM RAN OUT - SOME TABLES NOT"
                   TO WS-PRINT-LINE
               MOVE " LISTED" TO WS-PRINT-LINE(46:)
               PERFORM PUT-REPORT-LINE
           END-IF
           EXIT.

       START-REPORT-PAGE SECTION.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO RPT-HDG-PAGE
           MOVE RPT-HEADING-LINE TO REPORT-LINE
           IF WS-PAGE-NUMBER = 1
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 2 TO WS-LINE-COUNT
           EXIT.

       PUT-REPORT-LINE SECTION.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-REPORT-PAGE
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           EXIT.

       END PROGRAM COLLSCRN.
