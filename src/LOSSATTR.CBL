       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSATTR.
      *****************************************************************
      *  LOSSATTR - loss attribution by decision rule and seat.
      *  Every LOST row charged to our bot was caused by one of our
      *  own decisions being put to the test: a SEE we called that
      *  came up TRUTH, or an announcement of ours that was called
      *  and revealed as a LIE. This program walks the decision log
      *  and the outcome file together in time order, pairs each
      *  such lost round (and each round won the same way - our SEE
      *  caught a lie, or our announcement stood up to a call) with
      *  the GAMEDLOG row that made the decision, and reports won
      *  and lost rounds by LOG-DECISION-REASON and position band.
      *  The night's live files are reported round by round; every
      *  archived generation TUNHIST knows of (GAMEDLOG.Dyyyymmdd /
      *  GAMEOUTC.Dyyyymmdd, optionally limited to the LOSSCTL date
      *  window) is added into a cumulative table, so "POS-SEE calls
      *  lose two rounds out of three" can be read off before a
      *  rule is changed. Report on LOSSRPT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Per-bot files are assigned dynamically so each bot's
      *    losses are charged against its own log; LOSSCTL stays
      *    shared operator control. Defaults are the legacy names.
           SELECT BOT-IDENTITY-FILE ASSIGN TO "BOTIDENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IDENTITY-STATUS.
           SELECT LOSS-CONTROL-FILE ASSIGN TO "LOSSCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT GAME-DECISION-LOG-FILE
               ASSIGN TO DYNAMIC WS-LOG-READ-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-LOG-STATUS.
           SELECT ROUND-OUTCOME-FILE
               ASSIGN TO DYNAMIC WS-OUTC-READ-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROUND-OUTCOME-STATUS.
           SELECT TUNING-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-TUNING-HISTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TUNING-HISTORY-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOT-IDENTITY-FILE.
       01  BOT-IDENTITY-RECORD.
         COPY BOTIDNT.
       FD  LOSS-CONTROL-FILE.
       01  LOSS-CONTROL-RECORD.
           05 LOSS-CTL-FROM-DATE PIC X(8).
           05 FILLER             PIC X.
           05 LOSS-CTL-TO-DATE   PIC X(8).
       FD  GAME-DECISION-LOG-FILE.
       01  GAME-DECISION-LOG-RECORD.
         COPY GAMELOG.
       FD  ROUND-OUTCOME-FILE.
       01  ROUND-OUTCOME-RECORD.
         COPY GAMEOUT.
       FD  TUNING-HISTORY-FILE.
       01  TUNING-HISTORY-RECORD.
         COPY TUNHST.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-IDENTITY-STATUS PIC XX.
         88 IDENTITY-FILE-OK VALUE "00".
       01 WS-BOT-FILE-NAMES.
          05 WS-DECISION-LOG-NAME   PIC X(40) VALUE "GAMEDLOG".
          05 WS-ROUND-OUTCOME-NAME  PIC X(40) VALUE "GAMEOUTC".
          05 WS-TUNING-HISTORY-NAME PIC X(40) VALUE "TUNHIST".
          05 WS-REPORT-NAME         PIC X(40) VALUE "LOSSRPT".
      *    The pair of files one pass reads: the live night's, or
      *    one archived generation's.
       01 WS-LOG-READ-NAME  PIC X(40).
       01 WS-OUTC-READ-NAME PIC X(40).
       01 WS-ATTR-BOT-NAME  PIC X(20) VALUE "MUFFINBO".
       01 WS-CONTROL-STATUS PIC XX.
         88 CONTROL-FILE-OK VALUE "00".
       01 WS-DECISION-LOG-STATUS PIC XX.
         88 DECISION-LOG-OK  VALUE "00".
         88 DECISION-LOG-EOF VALUE "10".
       01 WS-ROUND-OUTCOME-STATUS PIC XX.
         88 ROUND-OUTCOME-OK  VALUE "00".
         88 ROUND-OUTCOME-EOF VALUE "10".
       01 WS-TUNING-HISTORY-STATUS PIC XX.
         88 TUNING-HISTORY-OK  VALUE "00".
         88 TUNING-HISTORY-EOF VALUE "10".
       01 WS-REPORT-STATUS PIC XX.
         88 REPORT-FILE-OK VALUE "00".
       01 WS-FROM-DATE PIC X(8) VALUE LOW-VALUES.
       01 WS-TO-DATE   PIC X(8) VALUE HIGH-VALUES.
       01 WS-SCOPE PIC X VALUE "N".
         88 SCOPE-NIGHT   VALUE "N".
         88 SCOPE-ARCHIVE VALUE "A".
       01 WS-PASS-PRESENT PIC X VALUE "N".
         88 PASS-PRESENT VALUE "Y".
       01 WS-LOG-OPEN-FLAG PIC X VALUE "N".
         88 DECISION-LOG-OPEN VALUE "Y".
      *****************************************************************
      *  One slot per table seen in the pass: the latest decision of
      *  ours on it (SEE, ROLL on, or an announcement) and whether
      *  the round's reveal put one of our decisions to the test.
      *  A slot is handed back when the table's SCORE arrives.
      *****************************************************************
       01 WS-SLOT-COUNT PIC 9(4) VALUE 0.
       01 TOKEN-SLOT-TABLE.
          05 SLOT-ENTRY OCCURS 200 TIMES INDEXED BY SLOT-IDX.
            07 SLOT-TOKEN          PIC X(36).
            07 SLOT-DECISION-KIND  PIC X.
              88 SLOT-OUR-SEE      VALUE "S".
              88 SLOT-OUR-ROLL     VALUE "R".
              88 SLOT-OUR-ANNOUNCE VALUE "A".
            07 SLOT-REASON         PIC X(8).
            07 SLOT-BAND           PIC X.
            07 SLOT-OPPONENT       PIC X(20).
            07 SLOT-ANNOUNCED-DICE PIC X(3).
            07 SLOT-ROLLED-DICE    PIC X(3).
            07 SLOT-SEE-ODDS       PIC X(3).
            07 SLOT-REVEAL-KIND    PIC X.
              88 REVEAL-TESTED-OUR-SEE      VALUE "S".
              88 REVEAL-TESTED-OUR-ANNOUNCE VALUE "A".
       01 WS-LOOKUP-TOKEN PIC X(36).
       01 WS-FOUND-SLOT   PIC 9(4).
       01 WS-SLOTS-DROPPED PIC 9(6) VALUE 0.
       01 WS-DECISION-TESTED PIC X.
         88 DECISION-TESTED VALUE "Y".
      *****************************************************************
      *  Won/lost rounds per reason code and seat band, kept in key
      *  order as they are added so the print needs no sort. The
      *  night's figures and the archived generations' are kept
      *  side by side in the same entry.
      *****************************************************************
       01 WS-TALLY-COUNT PIC 9(4) VALUE 0.
       01 TALLY-TABLE.
          05 TALLY-ENTRY OCCURS 80 TIMES INDEXED BY TLY-IDX.
            07 TLY-KEY.
              09 TLY-REASON PIC X(8).
              09 TLY-BAND   PIC X.
            07 TLY-NIGHT-WON  PIC 9(6).
            07 TLY-NIGHT-LOST PIC 9(6).
            07 TLY-ARCH-WON   PIC 9(6).
            07 TLY-ARCH-LOST  PIC 9(6).
       01 WS-TALLY-KEY.
          05 WS-TALLY-REASON PIC X(8).
          05 WS-TALLY-BAND   PIC X.
       01 WS-TALLY-FOUND  PIC 9(4).
       01 WS-TALLY-SHIFT  PIC 9(4).
       01 WS-TALLY-DROPPED PIC 9(6) VALUE 0.
      *****************************************************************
      *  The archived generations, from TUNHIST: ARCNIGHT writes one
      *  row there for every night it rolls, so it is the list of
      *  generations that ought to be on disk.
      *****************************************************************
       01 WS-GEN-COUNT PIC 9(4) VALUE 0.
       01 GENERATION-TABLE.
          05 GEN-ENTRY OCCURS 500 TIMES INDEXED BY GEN-IDX.
            07 GEN-DATE     PIC X(8).
            07 GEN-PRESENT  PIC X.
            07 GEN-WON      PIC 9(6).
            07 GEN-LOST     PIC 9(6).
            07 GEN-UNPAIRED PIC 9(6).
       01 WS-GEN-FOUND PIC 9(4).
       01 WS-PASS-COUNTS.
          05 WS-PASS-WON      PIC 9(6).
          05 WS-PASS-LOST     PIC 9(6).
          05 WS-PASS-UNPAIRED PIC 9(6).
       01 WS-NIGHT-COUNTS.
          05 WS-NIGHT-WON      PIC 9(6) VALUE 0.
          05 WS-NIGHT-LOST     PIC 9(6) VALUE 0.
          05 WS-NIGHT-UNPAIRED PIC 9(6) VALUE 0.
       01 WS-ARCH-COUNTS.
          05 WS-ARCH-WON      PIC 9(6) VALUE 0.
          05 WS-ARCH-LOST     PIC 9(6) VALUE 0.
          05 WS-ARCH-UNPAIRED PIC 9(6) VALUE 0.
          05 WS-ARCH-NIGHTS   PIC 9(4) VALUE 0.
          05 WS-ARCH-MISSING  PIC 9(4) VALUE 0.
       01 WS-SUM-WON     PIC 9(6).
       01 WS-SUM-LOST    PIC 9(6).
       01 WS-SUM-TESTED  PIC 9(6).
       01 WS-LOSS-PCT    PIC 9(3)V9.
       01 WS-BAND-TEXT   PIC X(7).
       01 WS-CLOCK       PIC X(8).
       01 WS-ODDS-TEXT   PIC X(12).
       01 WS-ODDS-SHOWN  PIC ZZ9.
       01 WS-ODDS-VALUE  PIC 9(3).
       01 WS-PRT-COUNT   PIC ZZZZZ9.
       01 WS-PRINT-LINE  PIC X(132).
       01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT  PIC 9(2) VALUE 0.
       01 WS-PAGE-LIMIT  PIC 9(2) VALUE 56.
       01 WS-REPORT-DATE PIC X(10).
       01 RPT-HEADING-LINE.
          05 RPT-HDG-BOT PIC X(20) VALUE "MUFFINBO".
          05 FILLER PIC X(24) VALUE " LOSS ATTRIBUTION REPORT".
          05 FILLER PIC X(4) VALUE SPACES.
          05 RPT-HDG-DATE PIC X(10).
          05 FILLER PIC X(64) VALUE SPACES.
          05 FILLER PIC X(5) VALUE "PAGE ".
          05 RPT-HDG-PAGE PIC ZZZ9.
          05 FILLER PIC X VALUE SPACE.
       01 RPT-LOSS-COL-LINE.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "TIME".
          05 FILLER PIC X(38) VALUE "TABLE TOKEN".
          05 FILLER PIC X(10) VALUE "REASON".
          05 FILLER PIC X(9)  VALUE "BAND".
          05 FILLER PIC X(63) VALUE "DECISION THAT COST THE ROUND".
       01 RPT-LOSS-DET-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-LDT-CLOCK PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-LDT-TOKEN PIC X(36).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-LDT-REASON PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-LDT-BAND PIC X(7).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-LDT-DECISION PIC X(60).
          05 FILLER PIC X(3) VALUE SPACES.
       01 RPT-TALLY-COL-LINE.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "REASON".
          05 FILLER PIC X(9)  VALUE "BAND".
          05 FILLER PIC X(8)  VALUE "     WON".
          05 FILLER PIC X(8)  VALUE "    LOST".
          05 FILLER PIC X(8)  VALUE "  TESTED".
          05 FILLER PIC X(8)  VALUE "  LOST %".
          05 FILLER PIC X(79) VALUE SPACES.
       01 RPT-TALLY-DET-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-TLY-REASON PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-TLY-BAND PIC X(7).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-TLY-WON PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-TLY-LOST PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-TLY-TESTED PIC ZZZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 RPT-TLY-PCT PIC ZZ9.9.
          05 FILLER PIC X(81) VALUE SPACES.
       01 RPT-UNPAIRED-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(40)
              VALUE "LOST ROUNDS NO DECISION OF OURS EXPLAINS".
          05 FILLER PIC X(2) VALUE ": ".
          05 RPT-UNP-COUNT PIC ZZZZZ9.
          05 FILLER PIC X(82) VALUE SPACES.
       01 RPT-GEN-COL-LINE.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(10) VALUE "NIGHT".
          05 FILLER PIC X(8)  VALUE "     WON".
          05 FILLER PIC X(8)  VALUE "    LOST".
          05 FILLER PIC X(10) VALUE "  UNPAIRED".
          05 FILLER PIC X(94) VALUE SPACES.
       01 RPT-GEN-DET-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-GEN-DATE PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-GEN-WON PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-GEN-LOST PIC ZZZZZ9.
          05 FILLER PIC X(4) VALUE SPACES.
          05 RPT-GEN-UNPAIRED PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-GEN-NOTE PIC X(40).
          05 FILLER PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH SECTION.
           PERFORM RESOLVE-BOT-IDENTITY
           PERFORM READ-LOSS-CONTROL
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-FILE-OK
               DISPLAY "LOSSATTR: cannot write LOSSRPT, status "
                       WS-REPORT-STATUS
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-REPORT-DATE(1:4)
           MOVE "-" TO WS-REPORT-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-REPORT-DATE(6:2)
           MOVE "-" TO WS-REPORT-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-REPORT-DATE(9:2)
           MOVE WS-REPORT-DATE TO RPT-HDG-DATE
           PERFORM START-REPORT-PAGE
           PERFORM ATTRIBUTE-LIVE-NIGHT
           PERFORM LOAD-GENERATION-DATES
           PERFORM ATTRIBUTE-ARCHIVED-NIGHTS
           CLOSE REPORT-FILE
           MOVE WS-NIGHT-LOST TO WS-PRT-COUNT
           DISPLAY "LOSSATTR: tonight " WS-PRT-COUNT
                   " lost round(s) charged to a decision"
           MOVE WS-NIGHT-UNPAIRED TO WS-PRT-COUNT
           DISPLAY "LOSSATTR: tonight " WS-PRT-COUNT
                   " lost round(s) no decision explains"
           MOVE WS-ARCH-NIGHTS TO WS-PRT-COUNT
           DISPLAY "LOSSATTR: " WS-PRT-COUNT
                   " archived generation(s) attributed"
           IF WS-ARCH-MISSING > 0
               MOVE WS-ARCH-MISSING TO WS-PRT-COUNT
               DISPLAY "LOSSATTR: warning - " WS-PRT-COUNT
                       " generation(s) in TUNHIST are no longer on "
                       "disk"
           END-IF
           IF WS-SLOTS-DROPPED > 0 OR WS-TALLY-DROPPED > 0
               DISPLAY "LOSSATTR: warning - work tables full, some "
                       "rounds went unattributed; see LOSSRPT"
           END-IF
           GOBACK.

      *****************************************************************
      *  Which bot's losses these are: BOTIDENT puts the logs, the
      *  tuning history (and so the list of generations) and the
      *  report onto that bot's suffixed set, and names the bot the
      *  LOST rows are matched against. Absent, the legacy names
      *  stand.
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
                       MOVE IDN-BOT-NAME TO WS-ATTR-BOT-NAME
                       MOVE IDN-BOT-NAME TO RPT-HDG-BOT
                   END-IF
                   IF IDN-FILE-SUFFIX NOT = SPACES
                       PERFORM SUFFIX-BOT-FILE-NAMES
                   END-IF
           END-READ
           CLOSE BOT-IDENTITY-FILE
           EXIT.

       SUFFIX-BOT-FILE-NAMES SECTION.
           MOVE SPACES TO WS-DECISION-LOG-NAME
           STRING "GAMEDLOG." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-DECISION-LOG-NAME
           MOVE SPACES TO WS-ROUND-OUTCOME-NAME
           STRING "GAMEOUTC." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-ROUND-OUTCOME-NAME
           MOVE SPACES TO WS-TUNING-HISTORY-NAME
           STRING "TUNHIST." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-TUNING-HISTORY-NAME
           MOVE SPACES TO WS-REPORT-NAME
           STRING "LOSSRPT." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-REPORT-NAME
           EXIT.

      *****************************************************************
      *  LOSSCTL, when present, limits the archived generations to
      *  a from/to date window (yyyymmdd yyyymmdd); a blank bound is
      *  open. Absent, every generation TUNHIST names is read. The
      *  live night is always reported.
      *****************************************************************
       READ-LOSS-CONTROL SECTION.
           OPEN INPUT LOSS-CONTROL-FILE
           IF NOT CONTROL-FILE-OK
               EXIT SECTION
           END-IF
           READ LOSS-CONTROL-FILE
               NOT AT END
                   IF LOSS-CTL-FROM-DATE NOT = SPACES
                       MOVE LOSS-CTL-FROM-DATE TO WS-FROM-DATE
                   END-IF
                   IF LOSS-CTL-TO-DATE NOT = SPACES
                       MOVE LOSS-CTL-TO-DATE TO WS-TO-DATE
                   END-IF
           END-READ
           CLOSE LOSS-CONTROL-FILE
           EXIT.

      *****************************************************************
      *  Tonight's live files: every lost round is listed with the
      *  decision that cost it, then the night's won/lost table.
      *****************************************************************
       ATTRIBUTE-LIVE-NIGHT SECTION.
           MOVE "THE NIGHT - EACH LOST ROUND AND THE DECISION THAT "
               & "COST IT"
               TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE RPT-LOSS-COL-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           SET SCOPE-NIGHT TO TRUE
           MOVE WS-DECISION-LOG-NAME TO WS-LOG-READ-NAME
           MOVE WS-ROUND-OUTCOME-NAME TO WS-OUTC-READ-NAME
           PERFORM PAIR-ONE-GENERATION
           IF NOT PASS-PRESENT
               MOVE "  NO LIVE GAMEOUTC - NOTHING TO ATTRIBUTE "
                   & "TONIGHT" TO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
               EXIT SECTION
           END-IF
           MOVE WS-PASS-WON TO WS-NIGHT-WON
           MOVE WS-PASS-LOST TO WS-NIGHT-LOST
           MOVE WS-PASS-UNPAIRED TO WS-NIGHT-UNPAIRED
           IF WS-PASS-LOST = 0 AND WS-PASS-UNPAIRED = 0
               MOVE "  NO ROUND WAS CHARGED TO US TONIGHT"
                   TO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "THE NIGHT - ROUNDS WON AND LOST BY REASON AND SEAT "
               & "BAND" TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM WRITE-TALLY-TABLE
           EXIT.

       LOAD-GENERATION-DATES SECTION.
           OPEN INPUT TUNING-HISTORY-FILE
           IF NOT TUNING-HISTORY-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL TUNING-HISTORY-EOF
               READ TUNING-HISTORY-FILE
                   AT END
                       SET TUNING-HISTORY-EOF TO TRUE
                   NOT AT END
                       IF TUN-DATE NOT < WS-FROM-DATE
                           AND TUN-DATE NOT > WS-TO-DATE
                           PERFORM NOTE-ONE-GENERATION-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TUNING-HISTORY-FILE
           EXIT.

      *    A night archived twice is still one generation on disk.
       NOTE-ONE-GENERATION-DATE SECTION.
           MOVE 0 TO WS-GEN-FOUND
           IF WS-GEN-COUNT > 0
               SET GEN-IDX TO 1
               SEARCH GEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN GEN-DATE(GEN-IDX) = TUN-DATE
                       SET WS-GEN-FOUND TO GEN-IDX
               END-SEARCH
           END-IF
           IF WS-GEN-FOUND = 0 AND WS-GEN-COUNT < 500
               ADD 1 TO WS-GEN-COUNT
               MOVE SPACES TO GEN-ENTRY(WS-GEN-COUNT)
               INITIALIZE GEN-ENTRY(WS-GEN-COUNT)
               MOVE TUN-DATE TO GEN-DATE(WS-GEN-COUNT)
           END-IF
           EXIT.

      *****************************************************************
      *  Each generation is paired on its own - a token never spans
      *  two nights - and its won/lost rounds are added into the
      *  cumulative columns of the tally.
      *****************************************************************
       ATTRIBUTE-ARCHIVED-NIGHTS SECTION.
           SET SCOPE-ARCHIVE TO TRUE
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > WS-GEN-COUNT
               MOVE SPACES TO WS-LOG-READ-NAME
               STRING WS-DECISION-LOG-NAME DELIMITED BY SPACE
                      ".D" DELIMITED BY SIZE
                      GEN-DATE(GEN-IDX) DELIMITED BY SIZE
                   INTO WS-LOG-READ-NAME
               MOVE SPACES TO WS-OUTC-READ-NAME
               STRING WS-ROUND-OUTCOME-NAME DELIMITED BY SPACE
                      ".D" DELIMITED BY SIZE
                      GEN-DATE(GEN-IDX) DELIMITED BY SIZE
                   INTO WS-OUTC-READ-NAME
               PERFORM PAIR-ONE-GENERATION
               IF PASS-PRESENT
                   MOVE "Y" TO GEN-PRESENT(GEN-IDX)
                   MOVE WS-PASS-WON TO GEN-WON(GEN-IDX)
                   MOVE WS-PASS-LOST TO GEN-LOST(GEN-IDX)
                   MOVE WS-PASS-UNPAIRED TO GEN-UNPAIRED(GEN-IDX)
                   ADD WS-PASS-WON TO WS-ARCH-WON
                   ADD WS-PASS-LOST TO WS-ARCH-LOST
                   ADD WS-PASS-UNPAIRED TO WS-ARCH-UNPAIRED
                   ADD 1 TO WS-ARCH-NIGHTS
               ELSE
                   MOVE "N" TO GEN-PRESENT(GEN-IDX)
                   ADD 1 TO WS-ARCH-MISSING
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "ARCHIVED GENERATIONS - ONE LINE PER NIGHT"
               TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-GEN-COUNT = 0
               MOVE "  NO ARCHIVED NIGHT IN TUNHIST FOR THE PERIOD"
                   TO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
               EXIT SECTION
           END-IF
           MOVE RPT-GEN-COL-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > WS-GEN-COUNT
               PERFORM WRITE-GENERATION-LINE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "ARCHIVED GENERATIONS - ROUNDS WON AND LOST BY "
               & "REASON AND SEAT BAND" TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM WRITE-TALLY-TABLE
           IF WS-SLOTS-DROPPED > 0 OR WS-TALLY-DROPPED > 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
               MOVE "NOTE: WORK TABLES FULL - SOME ROUNDS COULD NOT "
                   & "BE ATTRIBUTED AND ARE NOT COUNTED"
                   TO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           EXIT.

       WRITE-GENERATION-LINE SECTION.
           MOVE GEN-DATE(GEN-IDX) TO RPT-GEN-DATE
           MOVE GEN-WON(GEN-IDX) TO RPT-GEN-WON
           MOVE GEN-LOST(GEN-IDX) TO RPT-GEN-LOST
           MOVE GEN-UNPAIRED(GEN-IDX) TO RPT-GEN-UNPAIRED
           IF GEN-PRESENT(GEN-IDX) = "Y"
               MOVE SPACES TO RPT-GEN-NOTE
           ELSE
               MOVE "GENERATION NO LONGER ON DISK" TO RPT-GEN-NOTE
           END-IF
           MOVE RPT-GEN-DET-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           EXIT.

      *****************************************************************
      *  One pass over a log/outcome pair. Both files are written in
      *  time order, so they are merged on the timestamp: before an
      *  outcome row is judged, every decision row stamped at or
      *  before it has been noted against its table. A pass with no
      *  outcome file is reported absent; a missing log only means
      *  every loss in it goes unpaired.
      *****************************************************************
       PAIR-ONE-GENERATION SECTION.
           MOVE "N" TO WS-PASS-PRESENT
           INITIALIZE WS-PASS-COUNTS
           PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 200
               MOVE SPACES TO SLOT-ENTRY(SLOT-IDX)
           END-PERFORM
           MOVE 0 TO WS-SLOT-COUNT
           OPEN INPUT ROUND-OUTCOME-FILE
           IF NOT ROUND-OUTCOME-OK
               EXIT SECTION
           END-IF
           SET PASS-PRESENT TO TRUE
           MOVE "N" TO WS-LOG-OPEN-FLAG
           OPEN INPUT GAME-DECISION-LOG-FILE
           IF DECISION-LOG-OK
               SET DECISION-LOG-OPEN TO TRUE
               PERFORM READ-NEXT-LOG-ROW
           ELSE
               SET DECISION-LOG-EOF TO TRUE
           END-IF
           PERFORM UNTIL ROUND-OUTCOME-EOF
               READ ROUND-OUTCOME-FILE
                   AT END
                       SET ROUND-OUTCOME-EOF TO TRUE
                   NOT AT END
                       PERFORM PAIR-ONE-OUTCOME
               END-READ
           END-PERFORM
           CLOSE ROUND-OUTCOME-FILE
           IF DECISION-LOG-OPEN
               CLOSE GAME-DECISION-LOG-FILE
           END-IF
           EXIT.

       READ-NEXT-LOG-ROW SECTION.
           READ GAME-DECISION-LOG-FILE
               AT END
                   SET DECISION-LOG-EOF TO TRUE
           END-READ
           EXIT.

       PAIR-ONE-OUTCOME SECTION.
           PERFORM UNTIL DECISION-LOG-EOF
                   OR LOG-TIMESTAMP > OUT-TIMESTAMP
               PERFORM NOTE-ONE-DECISION
               PERFORM READ-NEXT-LOG-ROW
           END-PERFORM
           MOVE OUT-TOKEN TO WS-LOOKUP-TOKEN
           EVALUATE TRUE
           WHEN OUT-REVEAL
               PERFORM FIND-OR-ADD-SLOT
               IF WS-FOUND-SLOT > 0
                   EVALUATE TRUE
                   WHEN OUT-CALLER = WS-ATTR-BOT-NAME
                       SET REVEAL-TESTED-OUR-SEE(WS-FOUND-SLOT)
                           TO TRUE
                   WHEN OUT-PLAYER = WS-ATTR-BOT-NAME
                       SET REVEAL-TESTED-OUR-ANNOUNCE(WS-FOUND-SLOT)
                           TO TRUE
                   WHEN OTHER
                       MOVE "N" TO SLOT-REVEAL-KIND(WS-FOUND-SLOT)
                   END-EVALUATE
               END-IF
           WHEN OUT-LOST
               PERFORM JUDGE-LOST-ROUND
           WHEN OUT-SCORE
               PERFORM FIND-SLOT
               IF WS-FOUND-SLOT > 0
                   MOVE SPACES TO SLOT-ENTRY(WS-FOUND-SLOT)
               END-IF
           END-EVALUATE
           EXIT.

      *    Only our own decisions matter: YOUR TURN (SEE or roll on)
      *    and ROLLED (the announcement we made). The latest one on
      *    the table is the one a reveal can put to the test.
       NOTE-ONE-DECISION SECTION.
           IF LOG-COMMAND NOT = "YOUR TURN"
               AND LOG-COMMAND NOT = "ROLLED"
               EXIT SECTION
           END-IF
           MOVE LOG-TOKEN TO WS-LOOKUP-TOKEN
           PERFORM FIND-OR-ADD-SLOT
           IF WS-FOUND-SLOT = 0
               EXIT SECTION
           END-IF
           EVALUATE TRUE
           WHEN LOG-COMMAND = "ROLLED"
               SET SLOT-OUR-ANNOUNCE(WS-FOUND-SLOT) TO TRUE
           WHEN LOG-DECISION-SEE = 1
               SET SLOT-OUR-SEE(WS-FOUND-SLOT) TO TRUE
           WHEN OTHER
               SET SLOT-OUR-ROLL(WS-FOUND-SLOT) TO TRUE
           END-EVALUATE
           MOVE LOG-DECISION-REASON TO SLOT-REASON(WS-FOUND-SLOT)
           MOVE LOG-POSITION-BAND TO SLOT-BAND(WS-FOUND-SLOT)
           MOVE LOG-OPPONENT TO SLOT-OPPONENT(WS-FOUND-SLOT)
           MOVE LOG-ANNOUNCED-DICE TO SLOT-ANNOUNCED-DICE(WS-FOUND-SLOT)
           MOVE LOG-ROLLED-DICE TO SLOT-ROLLED-DICE(WS-FOUND-SLOT)
           MOVE LOG-SEE-ODDS TO SLOT-SEE-ODDS(WS-FOUND-SLOT)
           MOVE SPACE TO SLOT-REVEAL-KIND(WS-FOUND-SLOT)
           EXIT.

      *****************************************************************
      *  A round is ours to win or lose when its reveal tested our
      *  own latest decision on the table: our SEE (we were the
      *  caller) or our announcement (we were the announcer). Lost
      *  when the LOST row names us, won otherwise. A LOST row that
      *  names us with no such decision behind it (a timeout, an
      *  illegal move, a log row missing) is counted unpaired.
      *****************************************************************
       JUDGE-LOST-ROUND SECTION.
           PERFORM FIND-SLOT
           MOVE "N" TO WS-DECISION-TESTED
           IF WS-FOUND-SLOT > 0
               IF (REVEAL-TESTED-OUR-SEE(WS-FOUND-SLOT)
                       AND SLOT-OUR-SEE(WS-FOUND-SLOT))
                   OR (REVEAL-TESTED-OUR-ANNOUNCE(WS-FOUND-SLOT)
                       AND SLOT-OUR-ANNOUNCE(WS-FOUND-SLOT))
                   SET DECISION-TESTED TO TRUE
               END-IF
           END-IF
           IF OUT-PLAYER = WS-ATTR-BOT-NAME
               IF DECISION-TESTED
                   ADD 1 TO WS-PASS-LOST
                   PERFORM COUNT-ROUND-LOST
               ELSE
                   ADD 1 TO WS-PASS-UNPAIRED
               END-IF
               IF SCOPE-NIGHT
                   PERFORM WRITE-LOSS-DETAIL-LINE
               END-IF
           ELSE
               IF DECISION-TESTED
                   ADD 1 TO WS-PASS-WON
                   PERFORM COUNT-ROUND-WON
               END-IF
           END-IF
      *    The round is over; the next one starts from no decision.
           IF WS-FOUND-SLOT > 0
               MOVE SPACE TO SLOT-DECISION-KIND(WS-FOUND-SLOT)
               MOVE SPACE TO SLOT-REVEAL-KIND(WS-FOUND-SLOT)
           END-IF
           EXIT.

       COUNT-ROUND-LOST SECTION.
           PERFORM FIND-OR-ADD-TALLY
           IF WS-TALLY-FOUND = 0
               EXIT SECTION
           END-IF
           IF SCOPE-NIGHT
               ADD 1 TO TLY-NIGHT-LOST(WS-TALLY-FOUND)
           ELSE
               ADD 1 TO TLY-ARCH-LOST(WS-TALLY-FOUND)
           END-IF
           EXIT.

       COUNT-ROUND-WON SECTION.
           PERFORM FIND-OR-ADD-TALLY
           IF WS-TALLY-FOUND = 0
               EXIT SECTION
           END-IF
           IF SCOPE-NIGHT
               ADD 1 TO TLY-NIGHT-WON(WS-TALLY-FOUND)
           ELSE
               ADD 1 TO TLY-ARCH-WON(WS-TALLY-FOUND)
           END-IF
           EXIT.

      *****************************************************************
      *  The tally is kept in reason/band order: a new key is slid
      *  in ahead of the first larger one. A reason the log never
      *  recorded (rows from before reason codes) tallies under
      *  "(NONE)".
      *****************************************************************
       FIND-OR-ADD-TALLY SECTION.
           MOVE SLOT-REASON(WS-FOUND-SLOT) TO WS-TALLY-REASON
           IF WS-TALLY-REASON = SPACES
               MOVE "(NONE)" TO WS-TALLY-REASON
           END-IF
           MOVE SLOT-BAND(WS-FOUND-SLOT) TO WS-TALLY-BAND
           MOVE 0 TO WS-TALLY-FOUND
           PERFORM VARYING TLY-IDX FROM 1 BY 1
                   UNTIL TLY-IDX > WS-TALLY-COUNT
                   OR WS-TALLY-FOUND > 0
               IF TLY-KEY(TLY-IDX) NOT < WS-TALLY-KEY
                   SET WS-TALLY-FOUND TO TLY-IDX
               END-IF
           END-PERFORM
           IF WS-TALLY-FOUND > 0
               IF TLY-KEY(WS-TALLY-FOUND) = WS-TALLY-KEY
                   EXIT SECTION
               END-IF
           ELSE
               COMPUTE WS-TALLY-FOUND = WS-TALLY-COUNT + 1
           END-IF
           IF WS-TALLY-COUNT = 80
               ADD 1 TO WS-TALLY-DROPPED
               MOVE 0 TO WS-TALLY-FOUND
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-TALLY-SHIFT FROM WS-TALLY-COUNT BY -1
                   UNTIL WS-TALLY-SHIFT < WS-TALLY-FOUND
               MOVE TALLY-ENTRY(WS-TALLY-SHIFT)
                   TO TALLY-ENTRY(WS-TALLY-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-TALLY-COUNT
           MOVE SPACES TO TALLY-ENTRY(WS-TALLY-FOUND)
           INITIALIZE TALLY-ENTRY(WS-TALLY-FOUND)
           MOVE WS-TALLY-KEY TO TLY-KEY(WS-TALLY-FOUND)
           EXIT.

       FIND-SLOT SECTION.
           MOVE 0 TO WS-FOUND-SLOT
           IF WS-SLOT-COUNT > 0
               PERFORM VARYING SLOT-IDX FROM 1 BY 1
                       UNTIL SLOT-IDX > WS-SLOT-COUNT
                       OR WS-FOUND-SLOT > 0
                   IF SLOT-TOKEN(SLOT-IDX) = WS-LOOKUP-TOKEN
                       SET WS-FOUND-SLOT TO SLOT-IDX
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      *    A slot handed back at SCORE is reused before the table
      *    grows, so a long night fits comfortably in 200.
       FIND-OR-ADD-SLOT SECTION.
           PERFORM FIND-SLOT
           IF WS-FOUND-SLOT > 0
               EXIT SECTION
           END-IF
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > WS-SLOT-COUNT
                   OR WS-FOUND-SLOT > 0
               IF SLOT-TOKEN(SLOT-IDX) = SPACES
                   SET WS-FOUND-SLOT TO SLOT-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-SLOT = 0
               IF WS-SLOT-COUNT < 200
                   ADD 1 TO WS-SLOT-COUNT
                   MOVE WS-SLOT-COUNT TO WS-FOUND-SLOT
               ELSE
                   ADD 1 TO WS-SLOTS-DROPPED
                   EXIT SECTION
               END-IF
           END-IF
           MOVE SPACES TO SLOT-ENTRY(WS-FOUND-SLOT)
           MOVE WS-LOOKUP-TOKEN TO SLOT-TOKEN(WS-FOUND-SLOT)
           EXIT.

       WRITE-LOSS-DETAIL-LINE SECTION.
           MOVE SPACES TO WS-CLOCK
           MOVE OUT-TIMESTAMP(9:2)  TO WS-CLOCK(1:2)
           MOVE ":"                 TO WS-CLOCK(3:1)
           MOVE OUT-TIMESTAMP(11:2) TO WS-CLOCK(4:2)
           MOVE ":"                 TO WS-CLOCK(6:1)
           MOVE OUT-TIMESTAMP(13:2) TO WS-CLOCK(7:2)
           MOVE WS-CLOCK TO RPT-LDT-CLOCK
           MOVE OUT-TOKEN TO RPT-LDT-TOKEN
           MOVE SPACES TO RPT-LDT-DECISION
           IF NOT DECISION-TESTED
               MOVE "UNPAIRED" TO RPT-LDT-REASON
               MOVE SPACES TO RPT-LDT-BAND
               STRING "NO DECISION OF OURS - " DELIMITED BY SIZE
                      OUT-DETAIL DELIMITED BY SIZE
                   INTO RPT-LDT-DECISION
           ELSE
               MOVE SLOT-REASON(WS-FOUND-SLOT) TO RPT-LDT-REASON
               IF RPT-LDT-REASON = SPACES
                   MOVE "(NONE)" TO RPT-LDT-REASON
               END-IF
               MOVE SLOT-BAND(WS-FOUND-SLOT) TO WS-TALLY-BAND
               PERFORM BAND-TO-TEXT
               MOVE WS-BAND-TEXT TO RPT-LDT-BAND
               IF SLOT-OUR-SEE(WS-FOUND-SLOT)
      *            The odds DecideSee weighed, when the row kept them.
                   MOVE SPACES TO WS-ODDS-TEXT
                   IF SLOT-SEE-ODDS(WS-FOUND-SLOT) IS NUMERIC
                       MOVE SLOT-SEE-ODDS(WS-FOUND-SLOT)
                           TO WS-ODDS-VALUE
                       MOVE WS-ODDS-VALUE TO WS-ODDS-SHOWN
                       STRING " (ODDS " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-ODDS-SHOWN)
                              DELIMITED BY SIZE
                              "%)" DELIMITED BY SIZE
                           INTO WS-ODDS-TEXT
                   END-IF
                   STRING "CALLED SEE ON " DELIMITED BY SIZE
                          SLOT-OPPONENT(WS-FOUND-SLOT)
                              DELIMITED BY "  "
                          "'S " DELIMITED BY SIZE
                          SLOT-ANNOUNCED-DICE(WS-FOUND-SLOT)
                              DELIMITED BY SIZE
                          WS-ODDS-TEXT DELIMITED BY "  "
                          " - IT WAS THE TRUTH" DELIMITED BY SIZE
                       INTO RPT-LDT-DECISION
               ELSE
                   STRING "ANNOUNCED " DELIMITED BY SIZE
                          SLOT-ROLLED-DICE(WS-FOUND-SLOT)
                              DELIMITED BY SIZE
                          " OVER " DELIMITED BY SIZE
                          SLOT-ANNOUNCED-DICE(WS-FOUND-SLOT)
                              DELIMITED BY SIZE
                          " - CALLED AND SHOWN A LIE" DELIMITED BY SIZE
                       INTO RPT-LDT-DECISION
               END-IF
           END-IF
           MOVE RPT-LOSS-DET-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           EXIT.

       BAND-TO-TEXT SECTION.
           EVALUATE WS-TALLY-BAND
           WHEN "C"
               MOVE "CLOSE" TO WS-BAND-TEXT
           WHEN "M"
               MOVE "MIDDLE" TO WS-BAND-TEXT
           WHEN "D"
               MOVE "DEEP" TO WS-BAND-TEXT
           WHEN "U"
               MOVE "UNKNOWN" TO WS-BAND-TEXT
           WHEN OTHER
               MOVE "N/A" TO WS-BAND-TEXT
           END-EVALUATE
           EXIT.

      *****************************************************************
      *  The won/lost table for the scope just paired: one line per
      *  reason and band that saw a tested decision, then the
      *  scope's totals and its unpaired losses.
      *****************************************************************
       WRITE-TALLY-TABLE SECTION.
           MOVE RPT-TALLY-COL-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING TLY-IDX FROM 1 BY 1
                   UNTIL TLY-IDX > WS-TALLY-COUNT
               IF SCOPE-NIGHT
                   MOVE TLY-NIGHT-WON(TLY-IDX) TO WS-SUM-WON
                   MOVE TLY-NIGHT-LOST(TLY-IDX) TO WS-SUM-LOST
               ELSE
                   MOVE TLY-ARCH-WON(TLY-IDX) TO WS-SUM-WON
                   MOVE TLY-ARCH-LOST(TLY-IDX) TO WS-SUM-LOST
               END-IF
               IF WS-SUM-WON > 0 OR WS-SUM-LOST > 0
                   MOVE TLY-REASON(TLY-IDX) TO RPT-TLY-REASON
                   MOVE TLY-BAND(TLY-IDX) TO WS-TALLY-BAND
                   PERFORM BAND-TO-TEXT
                   MOVE WS-BAND-TEXT TO RPT-TLY-BAND
                   PERFORM WRITE-TALLY-LINE
               END-IF
           END-PERFORM
           IF SCOPE-NIGHT
               MOVE WS-NIGHT-WON TO WS-SUM-WON
               MOVE WS-NIGHT-LOST TO WS-SUM-LOST
               MOVE WS-NIGHT-UNPAIRED TO RPT-UNP-COUNT
           ELSE
               MOVE WS-ARCH-WON TO WS-SUM-WON
               MOVE WS-ARCH-LOST TO WS-SUM-LOST
               MOVE WS-ARCH-UNPAIRED TO RPT-UNP-COUNT
           END-IF
           MOVE "ALL" TO RPT-TLY-REASON
           MOVE SPACES TO RPT-TLY-BAND
           PERFORM WRITE-TALLY-LINE
           MOVE RPT-UNPAIRED-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           EXIT.

       WRITE-TALLY-LINE SECTION.
           COMPUTE WS-SUM-TESTED = WS-SUM-WON + WS-SUM-LOST
           IF WS-SUM-TESTED > 0
               COMPUTE WS-LOSS-PCT ROUNDED =
                   WS-SUM-LOST * 100 / WS-SUM-TESTED
           ELSE
               MOVE 0 TO WS-LOSS-PCT
           END-IF
           MOVE WS-SUM-WON TO RPT-TLY-WON
           MOVE WS-SUM-LOST TO RPT-TLY-LOST
           MOVE WS-SUM-TESTED TO RPT-TLY-TESTED
           MOVE WS-LOSS-PCT TO RPT-TLY-PCT
           MOVE RPT-TALLY-DET-LINE TO WS-PRINT-LINE
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

       END PROGRAM LOSSATTR.
