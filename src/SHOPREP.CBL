       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOPREP.
      *****************************************************************
      *  SHOPREP - shop-level consolidated night report.
      *  One page for the shop across every bot fielded tonight:
      *  each bot's win/loss, decision mix and standings side by
      *  side with the shop total, read from each bot's own file set
      *  (GAMEOUTC, GAMEDLOG, GAMESTND, TABLDIR under its BOTIDENT
      *  suffix). Tables where two of our own bots were seated
      *  together - the same token in both bots' files, with both
      *  names in the TABLDIR seating - are then listed with how
      *  each of the two fared against the other there.
      *  The bots fielded are listed in the shop roster SHOPBOTS,
      *  one BOTIDENT-format record per bot; without a roster the
      *  single bot BOTIDENT names is reported. SHOPCTL (optional)
      *  names a night date: blank reads the live night files, a
      *  date reads that night's generations as ARCNIGHT archived
      *  them (GAMEOUTC.<suffix>.Dyyyymmdd, ...). The report goes
      *  to SHOPREPT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The roster, control and report are the shop's own and
      *    keep fixed names; every bot file is assigned dynamically
      *    and re-pointed at each bot of the roster in turn.
           SELECT BOT-IDENTITY-FILE ASSIGN TO "BOTIDENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IDENTITY-STATUS.
           SELECT SHOP-ROSTER-FILE ASSIGN TO "SHOPBOTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT SHOP-CONTROL-FILE ASSIGN TO "SHOPCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT GAME-DECISION-LOG-FILE
               ASSIGN TO DYNAMIC WS-DECISION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-LOG-STATUS.
           SELECT ROUND-OUTCOME-FILE
               ASSIGN TO DYNAMIC WS-ROUND-OUTCOME-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROUND-OUTCOME-STATUS.
           SELECT STANDINGS-FILE
               ASSIGN TO DYNAMIC WS-STANDINGS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STANDINGS-STATUS.
           SELECT TABLE-DIRECTORY-FILE
               ASSIGN TO DYNAMIC WS-DIRECTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIRECTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SHOPREPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOT-IDENTITY-FILE.
       01  BOT-IDENTITY-RECORD.
         COPY BOTIDNT.
       FD  SHOP-ROSTER-FILE.
      *    Laid out as BOTIDENT, so a bot's own identity record can
      *    be copied into the roster as it stands.
       01  SHOP-ROSTER-RECORD.
           05 ROS-BOT-NAME    PIC X(20).
           05 FILLER          PIC X.
           05 ROS-FILE-SUFFIX PIC X(8).
       FD  SHOP-CONTROL-FILE.
       01  SHOP-CONTROL-RECORD.
           05 SHP-CTL-NIGHT-DATE PIC X(8).
       FD  GAME-DECISION-LOG-FILE.
       01  GAME-DECISION-LOG-RECORD.
         COPY GAMELOG.
       FD  ROUND-OUTCOME-FILE.
       01  ROUND-OUTCOME-RECORD.
         COPY GAMEOUT.
       FD  STANDINGS-FILE.
       01  STANDINGS-RECORD.
         COPY GAMESTD.
       FD  TABLE-DIRECTORY-FILE.
       01  TABLE-DIRECTORY-RECORD.
         COPY GAMETDR.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-IDENTITY-STATUS PIC XX.
         88 IDENTITY-FILE-OK VALUE "00".
       01 WS-ROSTER-STATUS PIC XX.
         88 ROSTER-FILE-OK  VALUE "00".
         88 ROSTER-FILE-EOF VALUE "10".
       01 WS-CONTROL-STATUS PIC XX.
         88 CONTROL-FILE-OK VALUE "00".
       01 WS-DECISION-LOG-STATUS PIC XX.
         88 DECISION-LOG-OK  VALUE "00".
         88 DECISION-LOG-EOF VALUE "10".
       01 WS-ROUND-OUTCOME-STATUS PIC XX.
         88 ROUND-OUTCOME-OK  VALUE "00".
         88 ROUND-OUTCOME-EOF VALUE "10".
       01 WS-STANDINGS-STATUS PIC XX.
         88 STANDINGS-OK  VALUE "00".
         88 STANDINGS-EOF VALUE "10".
       01 WS-DIRECTORY-STATUS PIC XX.
         88 DIRECTORY-OK  VALUE "00".
         88 DIRECTORY-EOF VALUE "10".
       01 WS-REPORT-STATUS PIC XX.
         88 REPORT-FILE-OK VALUE "00".
       01 WS-BOT-FILE-NAMES.
          05 WS-DECISION-LOG-NAME  PIC X(40).
          05 WS-ROUND-OUTCOME-NAME PIC X(40).
          05 WS-STANDINGS-NAME     PIC X(40).
          05 WS-DIRECTORY-NAME     PIC X(40).
       01 WS-NIGHT-DATE PIC X(8) VALUE SPACES.
       01 WS-REPORT-DATE PIC X(10).
      *****************************************************************
      *  The bots of the shop. BOT-STAT holds each bot's figures by
      *  number; the seventh column is the shop total:
      *      1 tables played     5 SEE calls       9 final points
      *      2 rounds played     6 roll-ons       10 first places
      *      3 rounds won        7 announcements  11 sum of places
      *      4 rounds lost       8 tables scored
      *  Rounds are the LOST rows of the bot's own tables; the
      *  rounds not charged to the bot are the rounds it won.
      *  Final points and places are the last SCORE standings of
      *  each table the bot was scored at.
      *****************************************************************
       01 WS-BOT-COUNT PIC 9 VALUE 0.
       01 WS-BOTS-DROPPED PIC 9(4) VALUE 0.
       01 WS-BOT-NO PIC 9.
       01 WS-OTHER-NO PIC 9.
       01 WS-FIRST-OTHER PIC 9.
       01 WS-STAT-NO PIC 99.
       01 WS-TOTAL-COLUMN PIC 9 VALUE 7.
       01 BOT-TABLE.
          05 BOT-ENTRY OCCURS 7 TIMES INDEXED BY BOT-IDX.
            07 BOT-NAME        PIC X(20).
            07 BOT-SUFFIX      PIC X(8).
            07 BOT-FILE-FLAG   PIC X.
              88 BOT-FILES-FOUND VALUE "Y".
            07 BOT-STAT        PIC 9(7) OCCURS 11 TIMES.
            07 BOT-TOKEN-COUNT PIC 9(4).
            07 BOT-TOKENS-DROPPED PIC 9(4).
            07 BOT-TOKEN OCCURS 200 TIMES INDEXED BY TOK-IDX.
              09 TOK-TOKEN       PIC X(36).
              09 TOK-ROUNDS      PIC 9(4).
              09 TOK-SEATS       PIC X(100).
              09 TOK-STD-COUNT   PIC 9(2).
              09 TOK-STD-ENTRY OCCURS 10 TIMES.
                11 TOK-STD-PLAYER PIC X(20).
                11 TOK-STD-POINTS PIC 9(6).
       01 WS-TOKEN-FOUND PIC 9(4).
       01 WS-OTHER-TOKEN PIC 9(4).
       01 WS-SCAN-TOKEN PIC 9(4).
       01 WS-SHARED-COUNT PIC 9(3).
       01 WS-LOOKUP-TOKEN PIC X(36).
       01 WS-PRIOR-STD-TOKEN PIC X(36).
       01 WS-STD-FOUND PIC 9(2).
       01 WS-STD-IDX   PIC 9(2).
       01 WS-OUR-POINTS PIC 9(6).
       01 WS-OUR-PLACE  PIC 9(2).
       01 WS-OUR-SCORED PIC X.
         88 OUR-BOT-SCORED VALUE "Y".
      *****************************************************************
      *  Tables two of our bots shared. Bot A is always the earlier
      *  bot of the roster; its outcome file supplies the rounds of
      *  the table (both bots saw the same broadcasts).
      *****************************************************************
       01 WS-PAIR-COUNT PIC 9(3) VALUE 0.
       01 WS-PAIRS-DROPPED PIC 9(4) VALUE 0.
       01 WS-UNSEATED-COUNT PIC 9(4) VALUE 0.
       01 PAIR-TABLE.
          05 PAIR-ENTRY OCCURS 100 TIMES INDEXED BY PR-IDX.
            07 PR-TOKEN        PIC X(36).
            07 PR-BOT-A        PIC 9.
            07 PR-BOT-B        PIC 9.
            07 PR-TOKEN-A      PIC 9(4).
            07 PR-TOKEN-B      PIC 9(4).
            07 PR-ROUNDS       PIC 9(4).
            07 PR-A-LOST       PIC 9(4).
            07 PR-B-LOST       PIC 9(4).
            07 PR-A-CALLED     PIC 9(4).
            07 PR-A-CALLED-WON PIC 9(4).
            07 PR-B-CALLED     PIC 9(4).
            07 PR-B-CALLED-WON PIC 9(4).
       01 WS-SEAT-LIST PIC X(100).
       01 WS-SEAT-NAME PIC X(20).
       01 WS-ONE-SEAT  PIC X(20).
       01 WS-SEAT-PTR  PIC 9(3).
       01 WS-SEAT-FLAG PIC X.
         88 NAME-IS-SEATED VALUE "Y".
       01 WS-SEATED-BOTH PIC X.
         88 BOTH-BOTS-SEATED VALUE "Y".
      *****************************************************************
      *  Report lines.
      *****************************************************************
       01 WS-RATE PIC 9(5)V9.
       01 WS-RATE-LABEL PIC X(26).
       01 WS-PRINT-LINE PIC X(132).
       01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT  PIC 9(2) VALUE 0.
       01 WS-PAGE-LIMIT  PIC 9(2) VALUE 56.
       01 WS-PRT-COUNT   PIC ZZZZZ9.
       01 RPT-HEADING-LINE.
          05 FILLER PIC X(36)
              VALUE "SHOP CONSOLIDATED NIGHT REPORT   ".
          05 RPT-HDG-NIGHT PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-HDG-DATE PIC X(10).
          05 FILLER PIC X(54) VALUE SPACES.
          05 FILLER PIC X(5) VALUE "PAGE ".
          05 RPT-HDG-PAGE PIC ZZZ9.
          05 FILLER PIC X VALUE SPACE.
       01 RPT-ROSTER-LINE.
          05 FILLER PIC X(6) VALUE "  BOT ".
          05 RPT-ROS-NO PIC 9.
          05 FILLER PIC X(2) VALUE ": ".
          05 RPT-ROS-NAME PIC X(20).
          05 FILLER PIC X(9) VALUE " SUFFIX: ".
          05 RPT-ROS-SUFFIX PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-ROS-NOTE PIC X(40).
          05 FILLER PIC X(44) VALUE SPACES.
       01 RPT-GRID-NAME-LINE.
          05 FILLER PIC X(26) VALUE SPACES.
          05 RPT-GRN-CELL OCCURS 7 TIMES.
            07 RPT-GRN-GAP  PIC X(2).
            07 RPT-GRN-NAME PIC X(12) JUSTIFIED RIGHT.
          05 FILLER PIC X(8) VALUE SPACES.
       01 RPT-GRID-COUNT-LINE.
          05 RPT-GRC-LABEL PIC X(26).
          05 RPT-GRC-CELL OCCURS 7 TIMES.
            07 RPT-GRC-GAP   PIC X(2).
            07 RPT-GRC-VALUE PIC Z(11)9.
          05 FILLER PIC X(8) VALUE SPACES.
       01 RPT-GRID-RATE-LINE.
          05 RPT-GRR-LABEL PIC X(26).
          05 RPT-GRR-CELL OCCURS 7 TIMES.
            07 RPT-GRR-GAP   PIC X(2).
            07 RPT-GRR-VALUE PIC Z(9)9.9.
          05 FILLER PIC X(8) VALUE SPACES.
       01 STAT-LABEL-TABLE.
          05 STAT-LABEL PIC X(26) OCCURS 11 TIMES.
       01 RPT-PAIR-TOKEN-LINE.
          05 FILLER PIC X(8) VALUE "  TABLE ".
          05 RPT-PRT-TOKEN PIC X(36).
          05 FILLER PIC X(10) VALUE "  ROUNDS: ".
          05 RPT-PRT-ROUNDS PIC ZZZ9.
          05 FILLER PIC X(10) VALUE "  SEATED: ".
          05 RPT-PRT-SEATS PIC X(64).
       01 RPT-PAIR-COL-LINE.
          05 FILLER PIC X(4)  VALUE SPACES.
          05 FILLER PIC X(20) VALUE "OUR BOT".
          05 FILLER PIC X(8)  VALUE "    LOST".
          05 FILLER PIC X(14) VALUE "  CALLED OTHER".
          05 FILLER PIC X(8)  VALUE "  CAUGHT".
          05 FILLER PIC X(14) VALUE "  OTHER CALLED".
          05 FILLER PIC X(8)  VALUE "  CAUGHT".
          05 FILLER PIC X(8)  VALUE "  POINTS".
          05 FILLER PIC X(8)  VALUE "   PLACE".
          05 FILLER PIC X(40) VALUE SPACES.
       01 RPT-PAIR-BOT-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 RPT-PRB-NAME PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-PRB-LOST PIC ZZZZZ9.
          05 FILLER PIC X(8) VALUE SPACES.
          05 RPT-PRB-CALLED PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-PRB-CAUGHT PIC ZZZZZ9.
          05 FILLER PIC X(8) VALUE SPACES.
          05 RPT-PRB-CALLED-BY PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-PRB-CAUGHT-BY PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-PRB-POINTS PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-PRB-PLACE PIC ZZZZZ9.
          05 FILLER PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH SECTION.
           PERFORM LOAD-SHOP-ROSTER
           IF WS-BOT-COUNT = 0
               DISPLAY "SHOPREP: no bots in SHOPBOTS or BOTIDENT - "
                       "nothing to report"
               GOBACK
           END-IF
           PERFORM READ-SHOP-CONTROL
           PERFORM LOAD-STAT-LABELS
           PERFORM VARYING WS-BOT-NO FROM 1 BY 1
                   UNTIL WS-BOT-NO > WS-BOT-COUNT
               PERFORM GATHER-ONE-BOT
           END-PERFORM
           PERFORM TOTAL-THE-SHOP
           PERFORM FIND-SHARED-TABLES
           PERFORM VARYING WS-BOT-NO FROM 1 BY 1
                   UNTIL WS-BOT-NO > WS-BOT-COUNT
               PERFORM SCORE-SHARED-TABLES
           END-PERFORM
           PERFORM WRITE-REPORT-FILE
           GOBACK.

      *****************************************************************
      *  The roster: every SHOPBOTS record names one fielded bot.
      *  Without it the shop is the one bot BOTIDENT names (or the
      *  legacy unsuffixed bot when that is absent too).
      *****************************************************************
       LOAD-SHOP-ROSTER SECTION.
           OPEN INPUT SHOP-ROSTER-FILE
           IF ROSTER-FILE-OK
               PERFORM UNTIL ROSTER-FILE-EOF
                   READ SHOP-ROSTER-FILE
                       AT END
                           SET ROSTER-FILE-EOF TO TRUE
                       NOT AT END
                           IF ROS-BOT-NAME NOT = SPACES
                               PERFORM ADD-ROSTER-BOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHOP-ROSTER-FILE
           END-IF
           IF WS-BOT-COUNT > 0
               EXIT SECTION
           END-IF
           MOVE SPACES TO SHOP-ROSTER-RECORD
           MOVE "MUFFINBO" TO ROS-BOT-NAME
           OPEN INPUT BOT-IDENTITY-FILE
           IF IDENTITY-FILE-OK
               READ BOT-IDENTITY-FILE
                   NOT AT END
                       IF IDN-BOT-NAME NOT = SPACES
                           MOVE IDN-BOT-NAME TO ROS-BOT-NAME
                       END-IF
                       MOVE IDN-FILE-SUFFIX TO ROS-FILE-SUFFIX
               END-READ
               CLOSE BOT-IDENTITY-FILE
           END-IF
           PERFORM ADD-ROSTER-BOT
           EXIT.

      *    Six bots fit side by side beside the shop total.
       ADD-ROSTER-BOT SECTION.
           IF WS-BOT-COUNT NOT < 6
               ADD 1 TO WS-BOTS-DROPPED
               EXIT SECTION
           END-IF
           ADD 1 TO WS-BOT-COUNT
           INITIALIZE BOT-ENTRY(WS-BOT-COUNT)
           MOVE ROS-BOT-NAME TO BOT-NAME(WS-BOT-COUNT)
           MOVE ROS-FILE-SUFFIX TO BOT-SUFFIX(WS-BOT-COUNT)
           EXIT.

       READ-SHOP-CONTROL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-REPORT-DATE(1:4)
           MOVE "-" TO WS-REPORT-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-REPORT-DATE(6:2)
           MOVE "-" TO WS-REPORT-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-REPORT-DATE(9:2)
           MOVE "TONIGHT (LIVE FILES)" TO RPT-HDG-NIGHT
           OPEN INPUT SHOP-CONTROL-FILE
           IF NOT CONTROL-FILE-OK
               EXIT SECTION
           END-IF
           READ SHOP-CONTROL-FILE
               NOT AT END
                   IF SHP-CTL-NIGHT-DATE NUMERIC
                       MOVE SHP-CTL-NIGHT-DATE TO WS-NIGHT-DATE
                       MOVE SPACES TO RPT-HDG-NIGHT
                       STRING "NIGHT OF " DELIMITED BY SIZE
                              WS-NIGHT-DATE DELIMITED BY SIZE
                           INTO RPT-HDG-NIGHT
                   ELSE
                       IF SHP-CTL-NIGHT-DATE NOT = SPACES
                           DISPLAY "SHOPREP: SHOPCTL night '"
                                   SHP-CTL-NIGHT-DATE "' is not a "
                                   "date - reporting the live files"
                       END-IF
                   END-IF
           END-READ
           CLOSE SHOP-CONTROL-FILE
           EXIT.

       LOAD-STAT-LABELS SECTION.
           MOVE "  TABLES PLAYED" TO STAT-LABEL(1)
           MOVE "  ROUNDS PLAYED" TO STAT-LABEL(2)
           MOVE "  ROUNDS WON" TO STAT-LABEL(3)
           MOVE "  ROUNDS LOST" TO STAT-LABEL(4)
           MOVE "  SEE CALLS" TO STAT-LABEL(5)
           MOVE "  ROLL-ONS" TO STAT-LABEL(6)
           MOVE "  ANNOUNCEMENTS" TO STAT-LABEL(7)
           MOVE "  TABLES SCORED" TO STAT-LABEL(8)
           MOVE "  FINAL POINTS" TO STAT-LABEL(9)
           MOVE "  FIRST PLACES" TO STAT-LABEL(10)
           MOVE "  SUM OF PLACES" TO STAT-LABEL(11)
           EXIT.

      *****************************************************************
      *  One bot's night: its file names, then its decisions, its
      *  rounds, its standings and the seating of its tables.
      *****************************************************************
       GATHER-ONE-BOT SECTION.
           PERFORM NAME-BOT-FILES
           PERFORM COUNT-BOT-DECISIONS
           PERFORM COUNT-BOT-ROUNDS
           PERFORM TAKE-BOT-STANDINGS
           PERFORM LOAD-BOT-SEATING
           MOVE BOT-TOKEN-COUNT(WS-BOT-NO) TO BOT-STAT(WS-BOT-NO, 1)
           COMPUTE BOT-STAT(WS-BOT-NO, 3) =
               BOT-STAT(WS-BOT-NO, 2) - BOT-STAT(WS-BOT-NO, 4)
           PERFORM VARYING TOK-IDX FROM 1 BY 1
                   UNTIL TOK-IDX > BOT-TOKEN-COUNT(WS-BOT-NO)
               PERFORM PLACE-BOT-AT-TABLE
           END-PERFORM
           EXIT.

      *    Live names as each bot's own programs build them; a
      *    night date points at that night's archived generation
      *    instead. TABLDIR is the season's and is never dated.
       NAME-BOT-FILES SECTION.
           MOVE "GAMEDLOG" TO WS-DECISION-LOG-NAME
           MOVE "GAMEOUTC" TO WS-ROUND-OUTCOME-NAME
           MOVE "GAMESTND" TO WS-STANDINGS-NAME
           MOVE "TABLDIR" TO WS-DIRECTORY-NAME
           IF BOT-SUFFIX(WS-BOT-NO) NOT = SPACES
               MOVE SPACES TO WS-DECISION-LOG-NAME
               STRING "GAMEDLOG." DELIMITED BY SIZE
                      BOT-SUFFIX(WS-BOT-NO) DELIMITED BY SPACE
                   INTO WS-DECISION-LOG-NAME
               MOVE SPACES TO WS-ROUND-OUTCOME-NAME
               STRING "GAMEOUTC." DELIMITED BY SIZE
                      BOT-SUFFIX(WS-BOT-NO) DELIMITED BY SPACE
                   INTO WS-ROUND-OUTCOME-NAME
               MOVE SPACES TO WS-STANDINGS-NAME
               STRING "GAMESTND." DELIMITED BY SIZE
                      BOT-SUFFIX(WS-BOT-NO) DELIMITED BY SPACE
                   INTO WS-STANDINGS-NAME
               MOVE SPACES TO WS-DIRECTORY-NAME
               STRING "TABLDIR." DELIMITED BY SIZE
                      BOT-SUFFIX(WS-BOT-NO) DELIMITED BY SPACE
                   INTO WS-DIRECTORY-NAME
           END-IF
           IF WS-NIGHT-DATE NOT = SPACES
               PERFORM DATE-NIGHT-FILE-NAMES
           END-IF
           EXIT.

       DATE-NIGHT-FILE-NAMES SECTION.
           MOVE SPACES TO WS-SEAT-LIST
           STRING WS-DECISION-LOG-NAME DELIMITED BY SPACE
                  ".D" DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
               INTO WS-SEAT-LIST
           MOVE WS-SEAT-LIST TO WS-DECISION-LOG-NAME
           MOVE SPACES TO WS-SEAT-LIST
           STRING WS-ROUND-OUTCOME-NAME DELIMITED BY SPACE
                  ".D" DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
               INTO WS-SEAT-LIST
           MOVE WS-SEAT-LIST TO WS-ROUND-OUTCOME-NAME
           MOVE SPACES TO WS-SEAT-LIST
           STRING WS-STANDINGS-NAME DELIMITED BY SPACE
                  ".D" DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
               INTO WS-SEAT-LIST
           MOVE WS-SEAT-LIST TO WS-STANDINGS-NAME
           EXIT.

      *    Decision mix: SEE or roll-on on YOUR TURN, and the
      *    announcements made on ROLLED.
       COUNT-BOT-DECISIONS SECTION.
           OPEN INPUT GAME-DECISION-LOG-FILE
           IF NOT DECISION-LOG-OK
               EXIT SECTION
           END-IF
           SET BOT-FILES-FOUND(WS-BOT-NO) TO TRUE
           PERFORM UNTIL DECISION-LOG-EOF
               READ GAME-DECISION-LOG-FILE
                   AT END
                       SET DECISION-LOG-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-DECISION
               END-READ
           END-PERFORM
           CLOSE GAME-DECISION-LOG-FILE
           EXIT.

       TAKE-ONE-DECISION SECTION.
           EVALUATE TRUE
           WHEN LOG-COMMAND = "YOUR TURN" AND LOG-DECISION-SEE = 1
               ADD 1 TO BOT-STAT(WS-BOT-NO, 5)
           WHEN LOG-COMMAND = "YOUR TURN"
               ADD 1 TO BOT-STAT(WS-BOT-NO, 6)
           WHEN LOG-COMMAND = "ROLLED"
               ADD 1 TO BOT-STAT(WS-BOT-NO, 7)
           WHEN OTHER
               EXIT SECTION
           END-EVALUATE
           MOVE LOG-TOKEN TO WS-LOOKUP-TOKEN
           PERFORM FIND-OR-ADD-BOT-TOKEN
           EXIT.

      *    Every LOST row closes one round at one of the bot's
      *    tables; the rows naming the bot are the rounds it lost.
       COUNT-BOT-ROUNDS SECTION.
           OPEN INPUT ROUND-OUTCOME-FILE
           IF NOT ROUND-OUTCOME-OK
               EXIT SECTION
           END-IF
           SET BOT-FILES-FOUND(WS-BOT-NO) TO TRUE
           PERFORM UNTIL ROUND-OUTCOME-EOF
               READ ROUND-OUTCOME-FILE
                   AT END
                       SET ROUND-OUTCOME-EOF TO TRUE
                   NOT AT END
                       IF OUT-LOST
                           MOVE OUT-TOKEN TO WS-LOOKUP-TOKEN
                           PERFORM FIND-OR-ADD-BOT-TOKEN
                           ADD 1 TO BOT-STAT(WS-BOT-NO, 2)
                           IF OUT-PLAYER = BOT-NAME(WS-BOT-NO)
                               ADD 1 TO BOT-STAT(WS-BOT-NO, 4)
                           END-IF
                           IF WS-TOKEN-FOUND > 0
                               ADD 1 TO TOK-ROUNDS(WS-BOT-NO,
                                                   WS-TOKEN-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROUND-OUTCOME-FILE
           EXIT.

      *****************************************************************
      *  Standings: each SCORE broadcast arrives as a run of rows for
      *  one token, one per player. A new run for a token replaces
      *  the one kept, so what remains is each table's last SCORE.
      *****************************************************************
       TAKE-BOT-STANDINGS SECTION.
           OPEN INPUT STANDINGS-FILE
           IF NOT STANDINGS-OK
               EXIT SECTION
           END-IF
           SET BOT-FILES-FOUND(WS-BOT-NO) TO TRUE
           MOVE SPACES TO WS-PRIOR-STD-TOKEN
           PERFORM UNTIL STANDINGS-EOF
               READ STANDINGS-FILE
                   AT END
                       SET STANDINGS-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-STANDINGS-ROW
               END-READ
           END-PERFORM
           CLOSE STANDINGS-FILE
           EXIT.

       TAKE-ONE-STANDINGS-ROW SECTION.
           MOVE STD-TOKEN TO WS-LOOKUP-TOKEN
           PERFORM FIND-OR-ADD-BOT-TOKEN
           IF WS-TOKEN-FOUND = 0
               EXIT SECTION
           END-IF
           SET TOK-IDX TO WS-TOKEN-FOUND
           MOVE 0 TO WS-STD-FOUND
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > TOK-STD-COUNT(WS-BOT-NO, TOK-IDX)
               IF TOK-STD-PLAYER(WS-BOT-NO, TOK-IDX, WS-STD-IDX)
                       = STD-PLAYER
                   MOVE WS-STD-IDX TO WS-STD-FOUND
               END-IF
           END-PERFORM
           IF STD-TOKEN NOT = WS-PRIOR-STD-TOKEN OR WS-STD-FOUND > 0
               MOVE 0 TO TOK-STD-COUNT(WS-BOT-NO, TOK-IDX)
           END-IF
           MOVE STD-TOKEN TO WS-PRIOR-STD-TOKEN
           IF TOK-STD-COUNT(WS-BOT-NO, TOK-IDX) NOT < 10
               EXIT SECTION
           END-IF
           ADD 1 TO TOK-STD-COUNT(WS-BOT-NO, TOK-IDX)
           MOVE TOK-STD-COUNT(WS-BOT-NO, TOK-IDX) TO WS-STD-IDX
           MOVE STD-PLAYER
               TO TOK-STD-PLAYER(WS-BOT-NO, TOK-IDX, WS-STD-IDX)
           MOVE STD-POINTS
               TO TOK-STD-POINTS(WS-BOT-NO, TOK-IDX, WS-STD-IDX)
           EXIT.

      *    The seated names of each of the bot's tables; the last
      *    directory row for a token is the one that stands.
       LOAD-BOT-SEATING SECTION.
           OPEN INPUT TABLE-DIRECTORY-FILE
           IF NOT DIRECTORY-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL DIRECTORY-EOF
               READ TABLE-DIRECTORY-FILE
                   AT END
                       SET DIRECTORY-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING TOK-IDX FROM 1 BY 1
                               UNTIL TOK-IDX >
                                     BOT-TOKEN-COUNT(WS-BOT-NO)
                           IF TOK-TOKEN(WS-BOT-NO, TOK-IDX)
                                   = TDR-TOKEN
                               MOVE TDR-PLAYER-LIST
                                   TO TOK-SEATS(WS-BOT-NO, TOK-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE TABLE-DIRECTORY-FILE
           EXIT.

      *    WS-LOOKUP-TOKEN in, WS-TOKEN-FOUND out (zero once the
      *    bot's 200 table slots are used up).
       FIND-OR-ADD-BOT-TOKEN SECTION.
           MOVE 0 TO WS-TOKEN-FOUND
           PERFORM VARYING TOK-IDX FROM 1 BY 1
                   UNTIL TOK-IDX > BOT-TOKEN-COUNT(WS-BOT-NO)
               IF TOK-TOKEN(WS-BOT-NO, TOK-IDX) = WS-LOOKUP-TOKEN
                   SET WS-TOKEN-FOUND TO TOK-IDX
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF BOT-TOKEN-COUNT(WS-BOT-NO) NOT < 200
               ADD 1 TO BOT-TOKENS-DROPPED(WS-BOT-NO)
               EXIT SECTION
           END-IF
           ADD 1 TO BOT-TOKEN-COUNT(WS-BOT-NO)
           MOVE BOT-TOKEN-COUNT(WS-BOT-NO) TO WS-TOKEN-FOUND
           SET TOK-IDX TO WS-TOKEN-FOUND
           MOVE WS-LOOKUP-TOKEN TO TOK-TOKEN(WS-BOT-NO, TOK-IDX)
           MOVE 0 TO TOK-ROUNDS(WS-BOT-NO, TOK-IDX)
           MOVE SPACES TO TOK-SEATS(WS-BOT-NO, TOK-IDX)
           MOVE 0 TO TOK-STD-COUNT(WS-BOT-NO, TOK-IDX)
           EXIT.

      *****************************************************************
      *  Where bot WS-BOT-NO finished at table TOK-IDX: its points
      *  in the table's last SCORE and its place, one more than the
      *  number of players holding more points.
      *****************************************************************
       FIND-BOT-PLACE SECTION.
           MOVE "N" TO WS-OUR-SCORED
           MOVE 0 TO WS-OUR-POINTS WS-OUR-PLACE
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > TOK-STD-COUNT(WS-BOT-NO, TOK-IDX)
               IF TOK-STD-PLAYER(WS-BOT-NO, TOK-IDX, WS-STD-IDX)
                       = BOT-NAME(WS-BOT-NO)
                   SET OUR-BOT-SCORED TO TRUE
                   MOVE TOK-STD-POINTS(WS-BOT-NO, TOK-IDX, WS-STD-IDX)
                       TO WS-OUR-POINTS
               END-IF
           END-PERFORM
           IF NOT OUR-BOT-SCORED
               EXIT SECTION
           END-IF
           MOVE 1 TO WS-OUR-PLACE
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > TOK-STD-COUNT(WS-BOT-NO, TOK-IDX)
               IF TOK-STD-POINTS(WS-BOT-NO, TOK-IDX, WS-STD-IDX)
                       > WS-OUR-POINTS
                   ADD 1 TO WS-OUR-PLACE
               END-IF
           END-PERFORM
           EXIT.

       PLACE-BOT-AT-TABLE SECTION.
           PERFORM FIND-BOT-PLACE
           IF NOT OUR-BOT-SCORED
               EXIT SECTION
           END-IF
           ADD 1 TO BOT-STAT(WS-BOT-NO, 8)
           ADD WS-OUR-POINTS TO BOT-STAT(WS-BOT-NO, 9)
           IF WS-OUR-PLACE = 1
               ADD 1 TO BOT-STAT(WS-BOT-NO, 10)
           END-IF
           ADD WS-OUR-PLACE TO BOT-STAT(WS-BOT-NO, 11)
           EXIT.

       TOTAL-THE-SHOP SECTION.
           INITIALIZE BOT-ENTRY(WS-TOTAL-COLUMN)
           MOVE "SHOP TOTAL" TO BOT-NAME(WS-TOTAL-COLUMN)
           PERFORM VARYING WS-BOT-NO FROM 1 BY 1
                   UNTIL WS-BOT-NO > WS-BOT-COUNT
               PERFORM VARYING WS-STAT-NO FROM 1 BY 1
                       UNTIL WS-STAT-NO > 11
                   ADD BOT-STAT(WS-BOT-NO, WS-STAT-NO)
                       TO BOT-STAT(WS-TOTAL-COLUMN, WS-STAT-NO)
               END-PERFORM
           END-PERFORM
           EXIT.

      *****************************************************************
      *  A table is shared when a later bot of the roster played the
      *  same token and the TABLDIR seating shows both names. The
      *  same token without that seating (a directory row missing)
      *  is counted, not listed.
      *****************************************************************
       FIND-SHARED-TABLES SECTION.
           PERFORM VARYING WS-BOT-NO FROM 1 BY 1
                   UNTIL WS-BOT-NO > WS-BOT-COUNT
               PERFORM VARYING TOK-IDX FROM 1 BY 1
                       UNTIL TOK-IDX > BOT-TOKEN-COUNT(WS-BOT-NO)
                   SET WS-TOKEN-FOUND TO TOK-IDX
                   COMPUTE WS-FIRST-OTHER = WS-BOT-NO + 1
                   PERFORM VARYING WS-OTHER-NO FROM WS-FIRST-OTHER BY 1
                           UNTIL WS-OTHER-NO > WS-BOT-COUNT
                       PERFORM MATCH-TABLE-WITH-BOT
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           EXIT.

      *    Table WS-TOKEN-FOUND of bot WS-BOT-NO against the tables
      *    of the later bot WS-OTHER-NO.
       MATCH-TABLE-WITH-BOT SECTION.
           MOVE 0 TO WS-OTHER-TOKEN
           MOVE TOK-TOKEN(WS-BOT-NO, WS-TOKEN-FOUND) TO WS-LOOKUP-TOKEN
           PERFORM VARYING WS-SCAN-TOKEN FROM 1 BY 1
                   UNTIL WS-SCAN-TOKEN > BOT-TOKEN-COUNT(WS-OTHER-NO)
                      OR WS-OTHER-TOKEN > 0
               IF TOK-TOKEN(WS-OTHER-NO, WS-SCAN-TOKEN)
                       = WS-LOOKUP-TOKEN
                   MOVE WS-SCAN-TOKEN TO WS-OTHER-TOKEN
               END-IF
           END-PERFORM
           IF WS-OTHER-TOKEN > 0
               PERFORM CHECK-BOTH-SEATED
               IF BOTH-BOTS-SEATED
                   PERFORM ADD-SHARED-TABLE
               ELSE
                   ADD 1 TO WS-UNSEATED-COUNT
               END-IF
           END-IF
           EXIT.

      *    Either bot's directory row will do; the first bot's is
      *    tried first.
       CHECK-BOTH-SEATED SECTION.
           MOVE "N" TO WS-SEATED-BOTH
           MOVE TOK-SEATS(WS-BOT-NO, WS-TOKEN-FOUND) TO WS-SEAT-LIST
           IF WS-SEAT-LIST = SPACES
               MOVE TOK-SEATS(WS-OTHER-NO, WS-OTHER-TOKEN)
                   TO WS-SEAT-LIST
           END-IF
           MOVE BOT-NAME(WS-BOT-NO) TO WS-SEAT-NAME
           PERFORM FIND-NAME-IN-SEATS
           IF NOT NAME-IS-SEATED
               EXIT SECTION
           END-IF
           MOVE BOT-NAME(WS-OTHER-NO) TO WS-SEAT-NAME
           PERFORM FIND-NAME-IN-SEATS
           IF NAME-IS-SEATED
               SET BOTH-BOTS-SEATED TO TRUE
           END-IF
           EXIT.

      *    WS-SEAT-NAME against the comma-separated WS-SEAT-LIST.
       FIND-NAME-IN-SEATS SECTION.
           MOVE "N" TO WS-SEAT-FLAG
           MOVE 1 TO WS-SEAT-PTR
           PERFORM UNTIL WS-SEAT-PTR > 100 OR NAME-IS-SEATED
               MOVE SPACES TO WS-ONE-SEAT
               UNSTRING WS-SEAT-LIST DELIMITED BY ","
                   INTO WS-ONE-SEAT
                   WITH POINTER WS-SEAT-PTR
               END-UNSTRING
               IF WS-ONE-SEAT = WS-SEAT-NAME
                   AND WS-ONE-SEAT NOT = SPACES
                   SET NAME-IS-SEATED TO TRUE
               END-IF
           END-PERFORM
           EXIT.

       ADD-SHARED-TABLE SECTION.
           IF WS-PAIR-COUNT NOT < 100
               ADD 1 TO WS-PAIRS-DROPPED
               EXIT SECTION
           END-IF
           ADD 1 TO WS-PAIR-COUNT
           SET PR-IDX TO WS-PAIR-COUNT
           INITIALIZE PAIR-ENTRY(PR-IDX)
           MOVE WS-LOOKUP-TOKEN TO PR-TOKEN(PR-IDX)
           MOVE WS-BOT-NO TO PR-BOT-A(PR-IDX)
           MOVE WS-OTHER-NO TO PR-BOT-B(PR-IDX)
           MOVE WS-TOKEN-FOUND TO PR-TOKEN-A(PR-IDX)
           MOVE WS-OTHER-TOKEN TO PR-TOKEN-B(PR-IDX)
           EXIT.

      *****************************************************************
      *  Head to head at the shared tables: bot A's outcome file is
      *  read once more for its shared tokens. A LOST row charges
      *  one of the two or neither; a REVEAL with one of ours
      *  calling the other is a challenge, won when it caught a lie.
      *****************************************************************
       SCORE-SHARED-TABLES SECTION.
           MOVE 0 TO WS-SHARED-COUNT
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PAIR-COUNT
               IF PR-BOT-A(PR-IDX) = WS-BOT-NO
                   ADD 1 TO WS-SHARED-COUNT
               END-IF
           END-PERFORM
           IF WS-SHARED-COUNT = 0
               EXIT SECTION
           END-IF
           PERFORM NAME-BOT-FILES
           OPEN INPUT ROUND-OUTCOME-FILE
           IF NOT ROUND-OUTCOME-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL ROUND-OUTCOME-EOF
               READ ROUND-OUTCOME-FILE
                   AT END
                       SET ROUND-OUTCOME-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING PR-IDX FROM 1 BY 1
                               UNTIL PR-IDX > WS-PAIR-COUNT
                           IF PR-BOT-A(PR-IDX) = WS-BOT-NO
                                   AND PR-TOKEN(PR-IDX) = OUT-TOKEN
                               PERFORM SCORE-ONE-SHARED-ROW
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ROUND-OUTCOME-FILE
           EXIT.

       SCORE-ONE-SHARED-ROW SECTION.
           MOVE PR-BOT-B(PR-IDX) TO WS-OTHER-NO
           EVALUATE TRUE
           WHEN OUT-LOST
               ADD 1 TO PR-ROUNDS(PR-IDX)
               IF OUT-PLAYER = BOT-NAME(WS-BOT-NO)
                   ADD 1 TO PR-A-LOST(PR-IDX)
               END-IF
               IF OUT-PLAYER = BOT-NAME(WS-OTHER-NO)
                   ADD 1 TO PR-B-LOST(PR-IDX)
               END-IF
           WHEN OUT-REVEAL AND OUT-CALLER = BOT-NAME(WS-BOT-NO)
                   AND OUT-PLAYER = BOT-NAME(WS-OTHER-NO)
               ADD 1 TO PR-A-CALLED(PR-IDX)
               IF OUT-LIE
                   ADD 1 TO PR-A-CALLED-WON(PR-IDX)
               END-IF
           WHEN OUT-REVEAL AND OUT-CALLER = BOT-NAME(WS-OTHER-NO)
                   AND OUT-PLAYER = BOT-NAME(WS-BOT-NO)
               ADD 1 TO PR-B-CALLED(PR-IDX)
               IF OUT-LIE
                   ADD 1 TO PR-B-CALLED-WON(PR-IDX)
               END-IF
           END-EVALUATE
           EXIT.

      *****************************************************************
      *  The report: the roster, the side-by-side grid and the
      *  shared tables.
      *****************************************************************
       WRITE-REPORT-FILE SECTION.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-FILE-OK
               DISPLAY "SHOPREP: cannot write SHOPREPT, status "
                       WS-REPORT-STATUS
               EXIT SECTION
           END-IF
           MOVE WS-REPORT-DATE TO RPT-HDG-DATE
           PERFORM START-REPORT-PAGE
           MOVE "BOTS FIELDED" TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-BOT-NO FROM 1 BY 1
                   UNTIL WS-BOT-NO > WS-BOT-COUNT
               MOVE WS-BOT-NO TO RPT-ROS-NO
               MOVE BOT-NAME(WS-BOT-NO) TO RPT-ROS-NAME
               MOVE BOT-SUFFIX(WS-BOT-NO) TO RPT-ROS-SUFFIX
               MOVE SPACES TO RPT-ROS-NOTE
               IF NOT BOT-FILES-FOUND(WS-BOT-NO)
                   MOVE "NO NIGHT FILES FOUND" TO RPT-ROS-NOTE
               END-IF
               IF BOT-TOKENS-DROPPED(WS-BOT-NO) > 0
                   MOVE "OVER 200 TABLES - LATER ONES NOT COUNTED"
                       TO RPT-ROS-NOTE
               END-IF
               MOVE RPT-ROSTER-LINE TO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           END-PERFORM
           IF WS-BOTS-DROPPED > 0
               MOVE WS-BOTS-DROPPED TO WS-PRT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  ROSTER HOLDS MORE THAN SIX BOTS - "
                      DELIMITED BY SIZE
                      WS-PRT-COUNT DELIMITED BY SIZE
                      " NOT REPORTED" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           PERFORM WRITE-SIDE-BY-SIDE
           PERFORM WRITE-SHARED-TABLES
           CLOSE REPORT-FILE
           MOVE WS-BOT-COUNT TO WS-PRT-COUNT
           DISPLAY "SHOPREP: " WS-PRT-COUNT " bot(s) consolidated"
           MOVE WS-PAIR-COUNT TO WS-PRT-COUNT
           DISPLAY "SHOPREP: " WS-PRT-COUNT
                   " table(s) shared between our own bots"
           EXIT.

       WRITE-SIDE-BY-SIDE SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO RPT-GRID-NAME-LINE
           PERFORM VARYING WS-BOT-NO FROM 1 BY 1
                   UNTIL WS-BOT-NO > WS-BOT-COUNT
               MOVE FUNCTION TRIM(BOT-NAME(WS-BOT-NO)(1:12))
                   TO RPT-GRN-NAME(WS-BOT-NO)
           END-PERFORM
           MOVE FUNCTION TRIM(BOT-NAME(WS-TOTAL-COLUMN)(1:12))
               TO RPT-GRN-NAME(WS-BOT-COUNT + 1)
           MOVE RPT-GRID-NAME-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "WIN / LOSS" TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-STAT-NO FROM 1 BY 1
                   UNTIL WS-STAT-NO > 4
               PERFORM PUT-GRID-COUNT-ROW
           END-PERFORM
           MOVE 3 TO WS-STAT-NO
           MOVE 2 TO WS-OTHER-NO
           MOVE "  WIN RATE %" TO WS-RATE-LABEL
           PERFORM PUT-GRID-RATE-ROW
           MOVE "DECISION MIX" TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-STAT-NO FROM 5 BY 1
                   UNTIL WS-STAT-NO > 7
               PERFORM PUT-GRID-COUNT-ROW
           END-PERFORM
           MOVE 5 TO WS-STAT-NO
           MOVE 0 TO WS-OTHER-NO
           MOVE "  SEE RATE %" TO WS-RATE-LABEL
           PERFORM PUT-GRID-RATE-ROW
           MOVE "STANDINGS" TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-STAT-NO FROM 8 BY 1
                   UNTIL WS-STAT-NO > 10
               PERFORM PUT-GRID-COUNT-ROW
           END-PERFORM
           MOVE 11 TO WS-STAT-NO
           MOVE 8 TO WS-OTHER-NO
           MOVE "  AVERAGE PLACE" TO WS-RATE-LABEL
           PERFORM PUT-GRID-RATE-ROW
           EXIT.

      *    One figure, WS-STAT-NO, across the bots and the total.
       PUT-GRID-COUNT-ROW SECTION.
           MOVE SPACES TO RPT-GRID-COUNT-LINE
           MOVE STAT-LABEL(WS-STAT-NO) TO RPT-GRC-LABEL
           PERFORM VARYING WS-BOT-NO FROM 1 BY 1
                   UNTIL WS-BOT-NO > WS-BOT-COUNT
               MOVE BOT-STAT(WS-BOT-NO, WS-STAT-NO)
                   TO RPT-GRC-VALUE(WS-BOT-NO)
           END-PERFORM
           MOVE BOT-STAT(WS-TOTAL-COLUMN, WS-STAT-NO)
               TO RPT-GRC-VALUE(WS-BOT-COUNT + 1)
           MOVE RPT-GRID-COUNT-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           EXIT.

      *    Figure WS-STAT-NO over figure WS-OTHER-NO, as a percent,
      *    or as a plain average for the places. A zero WS-OTHER-NO
      *    stands for SEE calls plus roll-ons (every YOUR TURN).
       PUT-GRID-RATE-ROW SECTION.
           MOVE SPACES TO RPT-GRID-RATE-LINE
           MOVE WS-RATE-LABEL TO RPT-GRR-LABEL
           PERFORM VARYING WS-BOT-NO FROM 1 BY 1
                   UNTIL WS-BOT-NO > WS-BOT-COUNT
               PERFORM COMPUTE-ONE-RATE
               MOVE WS-RATE TO RPT-GRR-VALUE(WS-BOT-NO)
           END-PERFORM
           MOVE WS-TOTAL-COLUMN TO WS-BOT-NO
           PERFORM COMPUTE-ONE-RATE
           MOVE WS-RATE TO RPT-GRR-VALUE(WS-BOT-COUNT + 1)
           MOVE RPT-GRID-RATE-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           EXIT.

       COMPUTE-ONE-RATE SECTION.
           MOVE 0 TO WS-RATE
           EVALUATE TRUE
           WHEN WS-OTHER-NO = 0
               IF BOT-STAT(WS-BOT-NO, 5) + BOT-STAT(WS-BOT-NO, 6) > 0
                   COMPUTE WS-RATE ROUNDED =
                       BOT-STAT(WS-BOT-NO, 5) * 100 /
                       (BOT-STAT(WS-BOT-NO, 5) + BOT-STAT(WS-BOT-NO, 6))
               END-IF
           WHEN WS-STAT-NO = 11
               IF BOT-STAT(WS-BOT-NO, WS-OTHER-NO) > 0
                   COMPUTE WS-RATE ROUNDED =
                       BOT-STAT(WS-BOT-NO, WS-STAT-NO) /
                       BOT-STAT(WS-BOT-NO, WS-OTHER-NO)
               END-IF
           WHEN OTHER
               IF BOT-STAT(WS-BOT-NO, WS-OTHER-NO) > 0
                   COMPUTE WS-RATE ROUNDED =
                       BOT-STAT(WS-BOT-NO, WS-STAT-NO) * 100 /
                       BOT-STAT(WS-BOT-NO, WS-OTHER-NO)
               END-IF
           END-EVALUATE
           EXIT.

       WRITE-SHARED-TABLES SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "TABLES WHERE OUR OWN BOTS SAT TOGETHER"
               TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-PAIR-COUNT = 0
               MOVE "  NONE - NO TWO OF OUR BOTS SAT AT ONE TABLE"
                   TO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PAIR-COUNT
               PERFORM WRITE-ONE-SHARED-TABLE
           END-PERFORM
           IF WS-UNSEATED-COUNT > 0
               MOVE WS-UNSEATED-COUNT TO WS-PRT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-PRT-COUNT DELIMITED BY SIZE
                      " TOKEN(S) IN TWO BOTS' FILES WITHOUT TABLDIR "
                      DELIMITED BY SIZE
                      "SEATING SHOWING BOTH - NOT LISTED"
                      DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           IF WS-PAIRS-DROPPED > 0
               MOVE WS-PAIRS-DROPPED TO WS-PRT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  OVER 100 SHARED TABLES - " DELIMITED BY SIZE
                      WS-PRT-COUNT DELIMITED BY SIZE
                      " NOT LISTED" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           EXIT.

      *    The table, then each of the two bots: rounds it lost
      *    there, its challenges of the other and how many caught a
      *    lie, the other's challenges of it, and its final result.
       WRITE-ONE-SHARED-TABLE SECTION.
           IF WS-LINE-COUNT + 4 > WS-PAGE-LIMIT
               PERFORM START-REPORT-PAGE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE PR-TOKEN(PR-IDX) TO RPT-PRT-TOKEN
           MOVE PR-ROUNDS(PR-IDX) TO RPT-PRT-ROUNDS
           MOVE PR-BOT-A(PR-IDX) TO WS-BOT-NO
           MOVE PR-TOKEN-A(PR-IDX) TO WS-TOKEN-FOUND
           SET TOK-IDX TO WS-TOKEN-FOUND
           MOVE TOK-SEATS(WS-BOT-NO, TOK-IDX) TO RPT-PRT-SEATS
           MOVE RPT-PAIR-TOKEN-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE RPT-PAIR-COL-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE PR-A-LOST(PR-IDX) TO RPT-PRB-LOST
           MOVE PR-A-CALLED(PR-IDX) TO RPT-PRB-CALLED
           MOVE PR-A-CALLED-WON(PR-IDX) TO RPT-PRB-CAUGHT
           MOVE PR-B-CALLED(PR-IDX) TO RPT-PRB-CALLED-BY
           MOVE PR-B-CALLED-WON(PR-IDX) TO RPT-PRB-CAUGHT-BY
           PERFORM WRITE-SHARED-BOT-LINE
           MOVE PR-BOT-B(PR-IDX) TO WS-BOT-NO
           MOVE PR-TOKEN-B(PR-IDX) TO WS-TOKEN-FOUND
           SET TOK-IDX TO WS-TOKEN-FOUND
           MOVE PR-B-LOST(PR-IDX) TO RPT-PRB-LOST
           MOVE PR-B-CALLED(PR-IDX) TO RPT-PRB-CALLED
           MOVE PR-B-CALLED-WON(PR-IDX) TO RPT-PRB-CAUGHT
           MOVE PR-A-CALLED(PR-IDX) TO RPT-PRB-CALLED-BY
           MOVE PR-A-CALLED-WON(PR-IDX) TO RPT-PRB-CAUGHT-BY
           PERFORM WRITE-SHARED-BOT-LINE
           EXIT.

       WRITE-SHARED-BOT-LINE SECTION.
           MOVE BOT-NAME(WS-BOT-NO) TO RPT-PRB-NAME
           PERFORM FIND-BOT-PLACE
           MOVE WS-OUR-POINTS TO RPT-PRB-POINTS
           MOVE WS-OUR-PLACE TO RPT-PRB-PLACE
           MOVE RPT-PAIR-BOT-LINE TO WS-PRINT-LINE
           IF NOT OUR-BOT-SCORED
               MOVE "  NOT SCORED" TO WS-PRINT-LINE(79:14)
           END-IF
           PERFORM PUT-REPORT-LINE
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

       END PROGRAM SHOPREP.
