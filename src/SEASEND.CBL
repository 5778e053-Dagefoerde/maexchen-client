       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEASEND.
      *****************************************************************
      *  SEASEND - season close-out.
      *  Run once, after the season's last ARCNIGHT. Cuts the final
      *  season book from GAMEMAST and TUNHIST (per-opponent season
      *  totals, the nights played and the tuning periods in force)
      *  to SEASBOOK, then rolls GAMEMAST, TUNHIST and TABLDIR into
      *  season-stamped archives (GAMEMAST.S<label>, ...) and starts
      *  the next season on empty files, so GAMEREP's season to
      *  date is this season's alone. Last, the dated night
      *  generations ARCNIGHT left behind (GAMEDLOG/GAMEOUTC/
      *  GAMESTND/SRVJRNL.Dyyyymmdd) older than the retention period
      *  are deleted; the younger ones are carried on the retained
      *  generation list (GENRETN) so a later close-out still knows
      *  them once TUNHIST no longer does. Every file rolled or
      *  removed is listed on the close-out register SEASREG.
      *  SEASCTL (shared operator control) carries the season label,
      *  the retention in days (blank keeps every generation) and
      *  an optional close-out date (blank is today). Return code:
      *      0 - season closed
      *      4 - closed, with warnings on the register
      *      8 - refused or failed; the season files are untouched
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Per-bot files are assigned dynamically so each bot closes
      *    its own season; SEASCTL stays shared operator control.
      *    Defaults are the legacy single-bot names.
           SELECT BOT-IDENTITY-FILE ASSIGN TO "BOTIDENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IDENTITY-STATUS.
           SELECT SEASON-CONTROL-FILE ASSIGN TO "SEASCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT GAME-DECISION-LOG-FILE
               ASSIGN TO DYNAMIC WS-DECISION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-LOG-STATUS.
           SELECT SEASON-MASTER-FILE
               ASSIGN TO DYNAMIC WS-MASTER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TUNING-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-TUNING-HISTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TUNING-HISTORY-STATUS.
           SELECT GENERATION-LIST-FILE
               ASSIGN TO DYNAMIC WS-GENERATION-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-LIST-STATUS.
           SELECT ROLL-SOURCE-FILE
               ASSIGN TO DYNAMIC WS-ROLL-SOURCE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-SOURCE-STATUS.
           SELECT ROLL-TARGET-FILE
               ASSIGN TO DYNAMIC WS-ROLL-TARGET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-TARGET-STATUS.
           SELECT SEASON-BOOK-FILE
               ASSIGN TO DYNAMIC WS-BOOK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT REGISTER-FILE
               ASSIGN TO DYNAMIC WS-REGISTER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOT-IDENTITY-FILE.
       01  BOT-IDENTITY-RECORD.
         COPY BOTIDNT.
       FD  SEASON-CONTROL-FILE.
       01  SEASON-CONTROL-RECORD.
           05 SEA-CTL-LABEL       PIC X(8).
           05 FILLER              PIC X.
           05 SEA-CTL-RETAIN-DAYS PIC X(4).
           05 FILLER              PIC X.
           05 SEA-CTL-CLOSE-DATE  PIC X(8).
       FD  GAME-DECISION-LOG-FILE.
       01  GAME-DECISION-LOG-RECORD.
         COPY GAMELOG.
       FD  SEASON-MASTER-FILE.
       01  SEASON-MASTER-RECORD.
         COPY GAMEMST.
       FD  TUNING-HISTORY-FILE.
       01  TUNING-HISTORY-RECORD.
         COPY TUNHST.
       FD  GENERATION-LIST-FILE.
       01  GENERATION-LIST-RECORD.
           05 GLS-DATE PIC X(8).
       FD  ROLL-SOURCE-FILE.
       01  ROLL-SOURCE-RECORD PIC X(250).
       FD  ROLL-TARGET-FILE.
       01  ROLL-TARGET-RECORD PIC X(250).
       FD  SEASON-BOOK-FILE.
       01  REPORT-LINE PIC X(132).
       FD  REGISTER-FILE.
       01  REGISTER-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-IDENTITY-STATUS PIC XX.
         88 IDENTITY-FILE-OK VALUE "00".
       01 WS-BOT-FILE-NAMES.
          05 WS-DECISION-LOG-NAME    PIC X(40) VALUE "GAMEDLOG".
          05 WS-ROUND-OUTCOME-NAME   PIC X(40) VALUE "GAMEOUTC".
          05 WS-STANDINGS-NAME       PIC X(40) VALUE "GAMESTND".
          05 WS-JOURNAL-NAME         PIC X(40) VALUE "SRVJRNL".
          05 WS-MASTER-NAME          PIC X(40) VALUE "GAMEMAST".
          05 WS-TUNING-HISTORY-NAME  PIC X(40) VALUE "TUNHIST".
          05 WS-DIRECTORY-NAME       PIC X(40) VALUE "TABLDIR".
          05 WS-GENERATION-LIST-NAME PIC X(40) VALUE "GENRETN".
          05 WS-BOOK-NAME            PIC X(40) VALUE "SEASBOOK".
          05 WS-REGISTER-NAME        PIC X(40) VALUE "SEASREG".
       01 WS-ROLL-SOURCE-NAME PIC X(40).
       01 WS-ROLL-TARGET-NAME PIC X(40).
       01 WS-DELETE-NAME      PIC X(40).
      *    Every season archive this run has created, so a
      *    roll that fails part-way can take them all back off disk.
       01 WS-ARCHIVE-COUNT    PIC 9 VALUE 0.
       01 WS-ARCHIVE-TABLE.
          05 WS-ARCHIVE-WRITTEN PIC X(40) OCCURS 3 TIMES
                                INDEXED BY ARC-IDX.
       01 WS-CONTROL-STATUS PIC XX.
         88 CONTROL-FILE-OK VALUE "00".
       01 WS-DECISION-LOG-STATUS PIC XX.
         88 DECISION-LOG-OK VALUE "00".
       01 WS-MASTER-STATUS PIC XX.
         88 MASTER-FILE-OK  VALUE "00".
         88 MASTER-FILE-EOF VALUE "10".
       01 WS-TUNING-HISTORY-STATUS PIC XX.
         88 TUNING-HISTORY-OK  VALUE "00".
         88 TUNING-HISTORY-EOF VALUE "10".
       01 WS-GENERATION-LIST-STATUS PIC XX.
         88 GENERATION-LIST-OK  VALUE "00".
         88 GENERATION-LIST-EOF VALUE "10".
       01 WS-ROLL-SOURCE-STATUS PIC XX.
         88 ROLL-SOURCE-OK  VALUE "00".
         88 ROLL-SOURCE-EOF VALUE "10".
       01 WS-ROLL-TARGET-STATUS PIC XX.
         88 ROLL-TARGET-OK VALUE "00".
       01 WS-BOOK-STATUS PIC XX.
         88 BOOK-FILE-OK VALUE "00".
       01 WS-REGISTER-STATUS PIC XX.
         88 REGISTER-FILE-OK VALUE "00".
       01 WS-BOOK-BOT-NAME PIC X(20) VALUE "MUFFINBO".
      *****************************************************************
      *  The close-out as SEASCTL orders it.
      *****************************************************************
       01 WS-SEASON-CONTROL.
          05 WS-SEASON-LABEL  PIC X(8) VALUE SPACES.
          05 WS-RETAIN-DAYS   PIC 9(4) VALUE 0.
          05 WS-RETAIN-FLAG   PIC X VALUE "N".
            88 RETENTION-SET  VALUE "Y".
          05 WS-CLOSE-DATE    PIC X(8) VALUE SPACES.
          05 WS-CLOSE-DATE-N  PIC 9(8).
          05 WS-CUTOFF-DATE   PIC X(8) VALUE LOW-VALUES.
          05 WS-CUTOFF-DATE-N PIC 9(8).
       01 WS-LABEL-LENGTH PIC 9(2).
       01 WS-RUN-FLAGS.
          05 WS-REFUSED-FLAG PIC X VALUE "N".
            88 CLOSE-OUT-REFUSED VALUE "Y".
          05 WS-FAILED-FLAG PIC X VALUE "N".
            88 ROLL-STEP-FAILED VALUE "Y".
          05 WS-SOURCE-FLAG PIC X VALUE "N".
            88 ROLL-SOURCE-PRESENT VALUE "Y".
          05 WS-BOOK-FLAG PIC X VALUE "N".
            88 BOOK-WRITE-FAILED VALUE "Y".
       01 WS-WARN-COUNT PIC 9(4) VALUE 0.
       01 WS-REFUSAL-TEXT PIC X(100) VALUE SPACES.
      *****************************************************************
      *  Season totals per opponent, folded from every master row.
      *****************************************************************
       01 WS-OPPONENT-COUNT PIC 9(4) VALUE 0.
       01 OPPONENT-TABLE.
          05 OPP-ENTRY OCCURS 200 TIMES INDEXED BY OPP-IDX.
            07 OPP-NAME          PIC X(20).
            07 OPP-NIGHTS        PIC 9(4).
            07 OPP-LAST-DATE     PIC X(8).
            07 OPP-SEE           PIC 9(6).
            07 OPP-ROLL          PIC 9(6).
            07 OPP-ANNOUNCE      PIC 9(6).
            07 OPP-ANNO-SUM      PIC 9(8).
            07 OPP-SEE-WITH-ANNO PIC 9(6).
            07 OPP-LIES          PIC 9(6).
            07 OPP-TRUTHS        PIC 9(6).
            07 OPP-LOST          PIC 9(6).
       01 WS-OPP-FOUND    PIC 9(4).
       01 WS-OPP-DROPPED  PIC 9(6) VALUE 0.
       01 WS-MASTER-ROWS  PIC 9(6) VALUE 0.
       01 WS-SEASON-TOTALS.
          05 WS-TOT-SEE       PIC 9(7) VALUE 0.
          05 WS-TOT-ROLL      PIC 9(7) VALUE 0.
          05 WS-TOT-ANNOUNCE  PIC 9(7) VALUE 0.
          05 WS-TOT-ANNO-SUM  PIC 9(9) VALUE 0.
          05 WS-TOT-SEE-ANNO  PIC 9(7) VALUE 0.
          05 WS-TOT-LIES      PIC 9(7) VALUE 0.
          05 WS-TOT-TRUTHS    PIC 9(7) VALUE 0.
          05 WS-TOT-LOST      PIC 9(7) VALUE 0.
      *****************************************************************
      *  Nights of the season: every date the master or the tuning
      *  history knows. The same list is the set of dated
      *  generations the retention step judges, together with the
      *  ones earlier close-outs carried forward on GENRETN.
      *****************************************************************
       01 WS-NIGHT-COUNT PIC 9(4) VALUE 0.
       01 NIGHT-TABLE.
          05 NIGHT-ENTRY OCCURS 1000 TIMES INDEXED BY NGT-IDX.
            07 NGT-DATE     PIC X(8).
            07 NGT-IN-MASTER PIC X.
              88 NGT-PLAYED   VALUE "Y".
            07 NGT-RETENTION PIC X.
              88 NGT-KEPT     VALUE "K".
       01 WS-NGT-FOUND    PIC 9(4).
       01 WS-NIGHT-DROPPED PIC 9(6) VALUE 0.
       01 WS-LOOKUP-DATE  PIC X(8).
       01 WS-NIGHTS-PLAYED PIC 9(4) VALUE 0.
       01 WS-FIRST-NIGHT  PIC X(8) VALUE HIGH-VALUES.
       01 WS-LAST-NIGHT   PIC X(8) VALUE LOW-VALUES.
      *****************************************************************
      *  Tuning periods: consecutive TUNHIST rows under one tuning
      *  key make one period, so the book shows when each change
      *  went live and how long it stood.
      *****************************************************************
       01 WS-PERIOD-COUNT PIC 9(2) VALUE 0.
       01 TUNING-PERIOD-TABLE.
          05 PERIOD-ENTRY OCCURS 50 TIMES INDEXED BY PRD-IDX.
            07 PRD-KEY    PIC X(12).
            07 PRD-FROM   PIC X(8).
            07 PRD-TO     PIC X(8).
            07 PRD-NIGHTS PIC 9(4).
       01 WS-PERIOD-DROPPED PIC 9(4) VALUE 0.
       01 WS-TUNING-KEY PIC X(12).
       01 WS-TUNING-ROWS PIC 9(6) VALUE 0.
      *****************************************************************
      *  Retention tallies and the generation suffixes judged.
      *****************************************************************
       01 WS-GEN-REMOVED  PIC 9(6) VALUE 0.
       01 WS-GEN-KEPT     PIC 9(6) VALUE 0.
       01 WS-FILES-REMOVED PIC 9(6) VALUE 0.
       01 WS-FILES-ROLLED PIC 9(2) VALUE 0.
       01 WS-GEN-BASE-NAME PIC X(40).
       01 WS-DELETE-RESULT PIC S9(9).
       01 WS-ROLL-ROWS    PIC 9(6).
       01 WS-AVG-ANNO     PIC 9(2)V9.
       01 WS-PRT-COUNT    PIC ZZZZZ9.
       01 WS-PRINT-LINE   PIC X(132).
       01 WS-REGISTER-TEXT PIC X(120).
       01 WS-PAGE-NUMBER  PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT   PIC 9(2) VALUE 0.
       01 WS-PAGE-LIMIT   PIC 9(2) VALUE 56.
       01 WS-REPORT-DATE  PIC X(10).
       01 RPT-HEADING-LINE.
          05 RPT-HDG-BOT PIC X(20) VALUE "MUFFINBO".
          05 FILLER PIC X(13) VALUE " SEASON BOOK ".
          05 RPT-HDG-LABEL PIC X(8).
          05 FILLER PIC X(7) VALUE SPACES.
          05 RPT-HDG-DATE PIC X(10).
          05 FILLER PIC X(64) VALUE SPACES.
          05 FILLER PIC X(5) VALUE "PAGE ".
          05 RPT-HDG-PAGE PIC ZZZ9.
          05 FILLER PIC X VALUE SPACE.
       01 RPT-SPAN-LINE.
          05 FILLER PIC X(16) VALUE "SEASON NIGHTS: ".
          05 RPT-SPN-NIGHTS PIC ZZZ9.
          05 FILLER PIC X(8) VALUE "   FROM ".
          05 RPT-SPN-FROM PIC X(8).
          05 FILLER PIC X(5) VALUE "  TO ".
          05 RPT-SPN-TO PIC X(8).
          05 FILLER PIC X(83) VALUE SPACES.
       01 RPT-OPP-COL-LINE.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(20) VALUE "OPPONENT".
          05 FILLER PIC X(8)  VALUE "  NIGHTS".
          05 FILLER PIC X(8)  VALUE "     SEE".
          05 FILLER PIC X(8)  VALUE "    ROLL".
          05 FILLER PIC X(8)  VALUE "  ANNCED".
          05 FILLER PIC X(8)  VALUE " AVG ANN".
          05 FILLER PIC X(8)  VALUE "    LIES".
          05 FILLER PIC X(8)  VALUE "  TRUTHS".
          05 FILLER PIC X(8)  VALUE "    LOST".
          05 FILLER PIC X(11) VALUE "  LAST SEEN".
          05 FILLER PIC X(35) VALUE SPACES.
       01 RPT-OPP-DET-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-OPP-NAME PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-OPP-NIGHTS PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-OPP-SEE PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-OPP-ROLL PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-OPP-ANNOUNCE PIC ZZZZZ9.
          05 FILLER PIC X(4) VALUE SPACES.
          05 RPT-OPP-AVG PIC Z9.9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-OPP-LIES PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-OPP-TRUTHS PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-OPP-LOST PIC ZZZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 RPT-OPP-LAST PIC X(8).
          05 FILLER PIC X(35) VALUE SPACES.
       01 RPT-TUNING-COL-LINE.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(17) VALUE "THR/CUT/DICE/RSK".
          05 FILLER PIC X(10) VALUE "FROM".
          05 FILLER PIC X(10) VALUE "TO".
          05 FILLER PIC X(8)  VALUE "  NIGHTS".
          05 FILLER PIC X(85) VALUE SPACES.
       01 RPT-TUNING-DET-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-PRD-KEY PIC X(12).
          05 FILLER PIC X(5) VALUE SPACES.
          05 RPT-PRD-FROM PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-PRD-TO PIC X(8).
          05 FILLER PIC X(6) VALUE SPACES.
          05 RPT-PRD-NIGHTS PIC ZZZ9.
          05 FILLER PIC X(85) VALUE SPACES.
       01 RPT-REGISTER-LINE.
          05 RPT-REG-ACTION PIC X(8).
          05 FILLER         PIC X(2) VALUE SPACES.
          05 RPT-REG-TEXT   PIC X(122).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH SECTION.
           PERFORM RESOLVE-BOT-IDENTITY
           DISPLAY "SEASEND: season close-out for " WS-BOOK-BOT-NAME
           OPEN OUTPUT REGISTER-FILE
           IF NOT REGISTER-FILE-OK
               DISPLAY "SEASEND: cannot write SEASREG, status "
                       WS-REGISTER-STATUS " - season not closed"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-REPORT-DATE(1:4)
           MOVE "-" TO WS-REPORT-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-REPORT-DATE(6:2)
           MOVE "-" TO WS-REPORT-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-REPORT-DATE(9:2)
           PERFORM READ-SEASON-CONTROL
           PERFORM WRITE-REGISTER-HEADING
           IF NOT CLOSE-OUT-REFUSED
               PERFORM CHECK-SEASON-GROUND
           END-IF
           IF CLOSE-OUT-REFUSED
               PERFORM REFUSE-CLOSE-OUT
               CLOSE REGISTER-FILE
               GOBACK
           END-IF
           PERFORM LOAD-SEASON-MASTER
           PERFORM LOAD-TUNING-HISTORY
           PERFORM LOAD-CARRIED-GENERATIONS
           PERFORM WRITE-SEASON-BOOK
           IF CLOSE-OUT-REFUSED
               PERFORM REFUSE-CLOSE-OUT
               CLOSE REGISTER-FILE
               GOBACK
           END-IF
           PERFORM ROLL-SEASON-FILES
           IF ROLL-STEP-FAILED
               PERFORM REMOVE-PARTIAL-ARCHIVES
               MOVE "ROLL FAILED - LIVE SEASON FILES LEFT UNTOUCHED; "
                   TO WS-REFUSAL-TEXT
               MOVE "RERUN ONCE THE CAUSE IS CLEARED"
                   TO WS-REFUSAL-TEXT(49:)
               PERFORM REFUSE-CLOSE-OUT
               CLOSE REGISTER-FILE
               GOBACK
           END-IF
           PERFORM START-SEASON-CLEAN
           PERFORM APPLY-RETENTION
           PERFORM WRITE-FINAL-VERDICT
           CLOSE REGISTER-FILE
           GOBACK.

      *****************************************************************
      *  Which bot's season this closes: BOTIDENT puts the master,
      *  history, directory, generations, book and register onto
      *  that bot's suffixed set. Absent, the legacy names stand.
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
                       MOVE IDN-BOT-NAME TO WS-BOOK-BOT-NAME
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
           MOVE SPACES TO WS-STANDINGS-NAME
           STRING "GAMESTND." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-STANDINGS-NAME
           MOVE SPACES TO WS-JOURNAL-NAME
           STRING "SRVJRNL." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-JOURNAL-NAME
           MOVE SPACES TO WS-MASTER-NAME
           STRING "GAMEMAST." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-MASTER-NAME
           MOVE SPACES TO WS-TUNING-HISTORY-NAME
           STRING "TUNHIST." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-TUNING-HISTORY-NAME
           MOVE SPACES TO WS-DIRECTORY-NAME
           STRING "TABLDIR." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-DIRECTORY-NAME
           MOVE SPACES TO WS-GENERATION-LIST-NAME
           STRING "GENRETN." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-GENERATION-LIST-NAME
           MOVE SPACES TO WS-BOOK-NAME
           STRING "SEASBOOK." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-BOOK-NAME
           MOVE SPACES TO WS-REGISTER-NAME
           STRING "SEASREG." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-REGISTER-NAME
           EXIT.

      *****************************************************************
      *  SEASCTL: the label goes into every archive name, so it
      *  must be present and free of blanks. Retention is whole
      *  days back from the close-out date; blank keeps every
      *  generation, anything else non-numeric refuses the run
      *  rather than guess how much history to destroy.
      *****************************************************************
       READ-SEASON-CONTROL SECTION.
           OPEN INPUT SEASON-CONTROL-FILE
           IF NOT CONTROL-FILE-OK
               MOVE "NO SEASCTL CONTROL RECORD - THE SEASON LABEL IS "
                   TO WS-REFUSAL-TEXT
               MOVE "REQUIRED" TO WS-REFUSAL-TEXT(49:)
               SET CLOSE-OUT-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           MOVE SPACES TO SEASON-CONTROL-RECORD
           READ SEASON-CONTROL-FILE
               AT END
                   MOVE SPACES TO SEASON-CONTROL-RECORD
           END-READ
           CLOSE SEASON-CONTROL-FILE
           MOVE 0 TO WS-LABEL-LENGTH
           INSPECT SEA-CTL-LABEL TALLYING WS-LABEL-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
           WHEN SEA-CTL-LABEL = SPACES
               MOVE "SEASCTL CARRIES NO SEASON LABEL"
                   TO WS-REFUSAL-TEXT
               SET CLOSE-OUT-REFUSED TO TRUE
           WHEN WS-LABEL-LENGTH < 8
                   AND SEA-CTL-LABEL(WS-LABEL-LENGTH + 1:) NOT = SPACES
               MOVE "SEASCTL SEASON LABEL HAS EMBEDDED BLANKS"
                   TO WS-REFUSAL-TEXT
               SET CLOSE-OUT-REFUSED TO TRUE
           WHEN SEA-CTL-RETAIN-DAYS NOT = SPACES
                   AND SEA-CTL-RETAIN-DAYS NOT NUMERIC
               MOVE "SEASCTL RETENTION DAYS IS NEITHER BLANK NOR "
                   TO WS-REFUSAL-TEXT
               MOVE "NUMERIC" TO WS-REFUSAL-TEXT(45:)
               SET CLOSE-OUT-REFUSED TO TRUE
           WHEN SEA-CTL-CLOSE-DATE NOT = SPACES
                   AND SEA-CTL-CLOSE-DATE NOT NUMERIC
               MOVE "SEASCTL CLOSE-OUT DATE IS NEITHER BLANK NOR "
                   TO WS-REFUSAL-TEXT
               MOVE "YYYYMMDD" TO WS-REFUSAL-TEXT(45:)
               SET CLOSE-OUT-REFUSED TO TRUE
           END-EVALUATE
           IF CLOSE-OUT-REFUSED
               EXIT SECTION
           END-IF
           MOVE SEA-CTL-LABEL TO WS-SEASON-LABEL
           MOVE WS-SEASON-LABEL TO RPT-HDG-LABEL
           IF SEA-CTL-CLOSE-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CLOSE-DATE
           ELSE
               MOVE SEA-CTL-CLOSE-DATE TO WS-CLOSE-DATE
           END-IF
           MOVE WS-CLOSE-DATE TO WS-CLOSE-DATE-N
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CLOSE-DATE-N) NOT = 0
               MOVE "SEASCTL CLOSE-OUT DATE IS NOT A CALENDAR DATE"
                   TO WS-REFUSAL-TEXT
               SET CLOSE-OUT-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           IF SEA-CTL-RETAIN-DAYS NOT = SPACES
               MOVE SEA-CTL-RETAIN-DAYS TO WS-RETAIN-DAYS
               SET RETENTION-SET TO TRUE
               COMPUTE WS-CUTOFF-DATE-N = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE-N)
                   - WS-RETAIN-DAYS)
               MOVE WS-CUTOFF-DATE-N TO WS-CUTOFF-DATE
           END-IF
           EXIT.

      *****************************************************************
      *  A close-out must not run on a night ARCNIGHT has not yet
      *  folded (its rows would land in neither season), and must
      *  never run twice under one label - the second run would
      *  roll the new, empty season over the first run's archive.
      *****************************************************************
       CHECK-SEASON-GROUND SECTION.
           OPEN INPUT GAME-DECISION-LOG-FILE
           IF DECISION-LOG-OK
               READ GAME-DECISION-LOG-FILE
                   NOT AT END
                       MOVE "GAMEDLOG STILL HOLDS AN UNARCHIVED NIGHT "
                           TO WS-REFUSAL-TEXT
                       MOVE "- RUN ARCNIGHT FIRST"
                           TO WS-REFUSAL-TEXT(42:)
                       SET CLOSE-OUT-REFUSED TO TRUE
               END-READ
               CLOSE GAME-DECISION-LOG-FILE
           END-IF
           IF CLOSE-OUT-REFUSED
               EXIT SECTION
           END-IF
           MOVE WS-MASTER-NAME TO WS-GEN-BASE-NAME
           PERFORM BUILD-SEASON-ARCHIVE-NAME
           OPEN INPUT ROLL-TARGET-FILE
           IF ROLL-TARGET-OK
               CLOSE ROLL-TARGET-FILE
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING WS-ROLL-TARGET-NAME DELIMITED BY SPACE
                      " ALREADY EXISTS - SEASON " DELIMITED BY SIZE
                      WS-SEASON-LABEL DELIMITED BY SPACE
                      " WAS CLOSED BEFORE" DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               SET CLOSE-OUT-REFUSED TO TRUE
           END-IF
           EXIT.

      *    WS-GEN-BASE-NAME in, its season archive name out in
      *    WS-ROLL-TARGET-NAME.
       BUILD-SEASON-ARCHIVE-NAME SECTION.
           MOVE SPACES TO WS-ROLL-TARGET-NAME
           STRING WS-GEN-BASE-NAME DELIMITED BY SPACE
                  ".S" DELIMITED BY SIZE
                  WS-SEASON-LABEL DELIMITED BY SPACE
               INTO WS-ROLL-TARGET-NAME
           EXIT.

       LOAD-SEASON-MASTER SECTION.
           OPEN INPUT SEASON-MASTER-FILE
           IF NOT MASTER-FILE-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL MASTER-FILE-EOF
               READ SEASON-MASTER-FILE
                   AT END
                       SET MASTER-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM FOLD-ONE-MASTER-ROW
               END-READ
           END-PERFORM
           CLOSE SEASON-MASTER-FILE
           EXIT.

       FOLD-ONE-MASTER-ROW SECTION.
           ADD 1 TO WS-MASTER-ROWS
           MOVE MST-DATE TO WS-LOOKUP-DATE
           PERFORM FIND-OR-ADD-NIGHT
           IF WS-NGT-FOUND > 0
               IF NOT NGT-PLAYED(WS-NGT-FOUND)
                   SET NGT-PLAYED(WS-NGT-FOUND) TO TRUE
                   ADD 1 TO WS-NIGHTS-PLAYED
               END-IF
           END-IF
           IF MST-DATE < WS-FIRST-NIGHT
               MOVE MST-DATE TO WS-FIRST-NIGHT
           END-IF
           IF MST-DATE > WS-LAST-NIGHT
               MOVE MST-DATE TO WS-LAST-NIGHT
           END-IF
           ADD MST-SEE-COUNT TO WS-TOT-SEE
           ADD MST-ROLL-COUNT TO WS-TOT-ROLL
           ADD MST-ANNOUNCE-COUNT TO WS-TOT-ANNOUNCE
           ADD MST-ANNOUNCEMENT-SUM TO WS-TOT-ANNO-SUM
           ADD MST-SEE-WITH-ANNO TO WS-TOT-SEE-ANNO
           ADD MST-LIES-CAUGHT TO WS-TOT-LIES
           ADD MST-TRUE-REVEALS TO WS-TOT-TRUTHS
           ADD MST-ROUNDS-LOST TO WS-TOT-LOST
           MOVE 0 TO WS-OPP-FOUND
           PERFORM VARYING OPP-IDX FROM 1 BY 1
                   UNTIL OPP-IDX > WS-OPPONENT-COUNT
                      OR WS-OPP-FOUND > 0
               IF OPP-NAME(OPP-IDX) = MST-OPPONENT
                   SET WS-OPP-FOUND TO OPP-IDX
               END-IF
           END-PERFORM
           IF WS-OPP-FOUND = 0
               IF WS-OPPONENT-COUNT NOT < 200
                   ADD 1 TO WS-OPP-DROPPED
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-OPPONENT-COUNT
               MOVE WS-OPPONENT-COUNT TO WS-OPP-FOUND
               INITIALIZE OPP-ENTRY(WS-OPP-FOUND)
               MOVE MST-OPPONENT TO OPP-NAME(WS-OPP-FOUND)
           END-IF
      *    GAMEMAST holds one row per night and opponent, so every
      *    row is one more night this opponent was met.
           ADD 1 TO OPP-NIGHTS(WS-OPP-FOUND)
           IF MST-DATE > OPP-LAST-DATE(WS-OPP-FOUND)
               MOVE MST-DATE TO OPP-LAST-DATE(WS-OPP-FOUND)
           END-IF
           ADD MST-SEE-COUNT TO OPP-SEE(WS-OPP-FOUND)
           ADD MST-ROLL-COUNT TO OPP-ROLL(WS-OPP-FOUND)
           ADD MST-ANNOUNCE-COUNT TO OPP-ANNOUNCE(WS-OPP-FOUND)
           ADD MST-ANNOUNCEMENT-SUM TO OPP-ANNO-SUM(WS-OPP-FOUND)
           ADD MST-SEE-WITH-ANNO TO OPP-SEE-WITH-ANNO(WS-OPP-FOUND)
           ADD MST-LIES-CAUGHT TO OPP-LIES(WS-OPP-FOUND)
           ADD MST-TRUE-REVEALS TO OPP-TRUTHS(WS-OPP-FOUND)
           ADD MST-ROUNDS-LOST TO OPP-LOST(WS-OPP-FOUND)
           EXIT.

      *    WS-LOOKUP-DATE in, WS-NGT-FOUND out (zero when the table
      *    is full).
       FIND-OR-ADD-NIGHT SECTION.
           MOVE 0 TO WS-NGT-FOUND
           PERFORM VARYING NGT-IDX FROM 1 BY 1
                   UNTIL NGT-IDX > WS-NIGHT-COUNT
               IF NGT-DATE(NGT-IDX) = WS-LOOKUP-DATE
                   SET WS-NGT-FOUND TO NGT-IDX
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF WS-NIGHT-COUNT NOT < 1000
               ADD 1 TO WS-NIGHT-DROPPED
               EXIT SECTION
           END-IF
           ADD 1 TO WS-NIGHT-COUNT
           MOVE WS-NIGHT-COUNT TO WS-NGT-FOUND
           MOVE WS-LOOKUP-DATE TO NGT-DATE(WS-NGT-FOUND)
           MOVE "N" TO NGT-IN-MASTER(WS-NGT-FOUND)
           MOVE "R" TO NGT-RETENTION(WS-NGT-FOUND)
           EXIT.

      *****************************************************************
      *  TUNHIST: one row per archived night, in archive order. Each
      *  row names a generation on disk and extends (or opens) a
      *  tuning period.
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
                       PERFORM NOTE-ONE-TUNING-ROW
               END-READ
           END-PERFORM
           CLOSE TUNING-HISTORY-FILE
           EXIT.

       NOTE-ONE-TUNING-ROW SECTION.
           ADD 1 TO WS-TUNING-ROWS
           MOVE TUN-DATE TO WS-LOOKUP-DATE
           PERFORM FIND-OR-ADD-NIGHT
           MOVE SPACES TO WS-TUNING-KEY
           STRING TUN-RANDOM-ADD-THRESHOLD DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TUN-ALWAYS-SEE-CUTOFF DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TUN-COMPARISON-DICE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TUN-RISK-APPETITE DELIMITED BY SIZE
               INTO WS-TUNING-KEY
           IF WS-PERIOD-COUNT > 0
               IF PRD-KEY(WS-PERIOD-COUNT) = WS-TUNING-KEY
                   MOVE TUN-DATE TO PRD-TO(WS-PERIOD-COUNT)
                   ADD 1 TO PRD-NIGHTS(WS-PERIOD-COUNT)
                   EXIT SECTION
               END-IF
           END-IF
           IF WS-PERIOD-COUNT NOT < 50
               ADD 1 TO WS-PERIOD-DROPPED
               EXIT SECTION
           END-IF
           ADD 1 TO WS-PERIOD-COUNT
           MOVE WS-TUNING-KEY TO PRD-KEY(WS-PERIOD-COUNT)
           MOVE TUN-DATE TO PRD-FROM(WS-PERIOD-COUNT)
           MOVE TUN-DATE TO PRD-TO(WS-PERIOD-COUNT)
           MOVE 1 TO PRD-NIGHTS(WS-PERIOD-COUNT)
           EXIT.

      *    Generations an earlier close-out kept within retention.
       LOAD-CARRIED-GENERATIONS SECTION.
           OPEN INPUT GENERATION-LIST-FILE
           IF NOT GENERATION-LIST-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL GENERATION-LIST-EOF
               READ GENERATION-LIST-FILE
                   AT END
                       SET GENERATION-LIST-EOF TO TRUE
                   NOT AT END
                       IF GLS-DATE NOT = SPACES
                           MOVE GLS-DATE TO WS-LOOKUP-DATE
                           PERFORM FIND-OR-ADD-NIGHT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GENERATION-LIST-FILE
           EXIT.

      *****************************************************************
      *  The final season book: the span of the season, per-opponent
      *  season totals with the average announcement we called SEE
      *  on, and the tuning periods that were in force. The book is
      *  the season's only summary once its files are rolled, so a
      *  book that cannot be written in full refuses the close-out
      *  before anything is rolled.
      *****************************************************************
       WRITE-SEASON-BOOK SECTION.
           OPEN OUTPUT SEASON-BOOK-FILE
           IF NOT BOOK-FILE-OK
               PERFORM REFUSE-SEASON-BOOK
               EXIT SECTION
           END-IF
           MOVE WS-REPORT-DATE TO RPT-HDG-DATE
           PERFORM START-REPORT-PAGE
           MOVE WS-NIGHTS-PLAYED TO RPT-SPN-NIGHTS
           IF WS-NIGHTS-PLAYED = 0
               MOVE SPACES TO RPT-SPN-FROM RPT-SPN-TO
           ELSE
               MOVE WS-FIRST-NIGHT TO RPT-SPN-FROM
               MOVE WS-LAST-NIGHT TO RPT-SPN-TO
           END-IF
           MOVE RPT-SPAN-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "SEASON TOTALS BY OPPONENT" TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE RPT-OPP-COL-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING OPP-IDX FROM 1 BY 1
                   UNTIL OPP-IDX > WS-OPPONENT-COUNT
               PERFORM WRITE-OPPONENT-LINE
           END-PERFORM
           PERFORM WRITE-SEASON-TOTAL-LINE
           IF WS-OPP-DROPPED > 0
               MOVE WS-OPP-DROPPED TO WS-PRT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  OPPONENT TABLE FULL - " DELIMITED BY SIZE
                      WS-PRT-COUNT DELIMITED BY SIZE
                      " MASTER ROW(S) IN THE TOTAL ONLY"
                      DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "TUNING PERIODS IN FORCE" TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-PERIOD-COUNT = 0
               MOVE "  NO TUNING HISTORY RECORDED THIS SEASON"
                   TO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           ELSE
               MOVE RPT-TUNING-COL-LINE TO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
               PERFORM VARYING PRD-IDX FROM 1 BY 1
                       UNTIL PRD-IDX > WS-PERIOD-COUNT
                   MOVE PRD-KEY(PRD-IDX) TO RPT-PRD-KEY
                   MOVE PRD-FROM(PRD-IDX) TO RPT-PRD-FROM
                   MOVE PRD-TO(PRD-IDX) TO RPT-PRD-TO
                   MOVE PRD-NIGHTS(PRD-IDX) TO RPT-PRD-NIGHTS
                   MOVE RPT-TUNING-DET-LINE TO WS-PRINT-LINE
                   PERFORM PUT-REPORT-LINE
               END-PERFORM
           END-IF
           CLOSE SEASON-BOOK-FILE
           IF BOOK-WRITE-FAILED OR NOT BOOK-FILE-OK
               PERFORM REFUSE-SEASON-BOOK
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-REGISTER-TEXT
           STRING WS-BOOK-NAME DELIMITED BY SPACE
                  " - FINAL SEASON BOOK FROM " DELIMITED BY SIZE
                  WS-MASTER-NAME DELIMITED BY SPACE
                  " AND " DELIMITED BY SIZE
                  WS-TUNING-HISTORY-NAME DELIMITED BY SPACE
               INTO WS-REGISTER-TEXT
           MOVE "WRITTEN" TO RPT-REG-ACTION
           PERFORM PUT-REGISTER-LINE
           EXIT.

       REFUSE-SEASON-BOOK SECTION.
           MOVE SPACES TO WS-REFUSAL-TEXT
           STRING "SEASON BOOK " DELIMITED BY SIZE
                  WS-BOOK-NAME DELIMITED BY SPACE
                  " NOT WRITTEN, STATUS " DELIMITED BY SIZE
                  WS-BOOK-STATUS DELIMITED BY SIZE
                  " - LIVE SEASON FILES LEFT UNTOUCHED"
                  DELIMITED BY SIZE
               INTO WS-REFUSAL-TEXT
           SET CLOSE-OUT-REFUSED TO TRUE
           EXIT.

       WRITE-OPPONENT-LINE SECTION.
           MOVE OPP-NAME(OPP-IDX) TO RPT-OPP-NAME
           MOVE OPP-NIGHTS(OPP-IDX) TO RPT-OPP-NIGHTS
           MOVE OPP-SEE(OPP-IDX) TO RPT-OPP-SEE
           MOVE OPP-ROLL(OPP-IDX) TO RPT-OPP-ROLL
           MOVE OPP-ANNOUNCE(OPP-IDX) TO RPT-OPP-ANNOUNCE
           IF OPP-SEE-WITH-ANNO(OPP-IDX) > 0
               COMPUTE WS-AVG-ANNO ROUNDED =
                   OPP-ANNO-SUM(OPP-IDX) / OPP-SEE-WITH-ANNO(OPP-IDX)
           ELSE
               MOVE 0 TO WS-AVG-ANNO
           END-IF
           MOVE WS-AVG-ANNO TO RPT-OPP-AVG
           MOVE OPP-LIES(OPP-IDX) TO RPT-OPP-LIES
           MOVE OPP-TRUTHS(OPP-IDX) TO RPT-OPP-TRUTHS
           MOVE OPP-LOST(OPP-IDX) TO RPT-OPP-LOST
           MOVE OPP-LAST-DATE(OPP-IDX) TO RPT-OPP-LAST
           MOVE RPT-OPP-DET-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           EXIT.

       WRITE-SEASON-TOTAL-LINE SECTION.
           MOVE "SEASON TOTAL" TO RPT-OPP-NAME
           MOVE WS-NIGHTS-PLAYED TO RPT-OPP-NIGHTS
           MOVE WS-TOT-SEE TO RPT-OPP-SEE
           MOVE WS-TOT-ROLL TO RPT-OPP-ROLL
           MOVE WS-TOT-ANNOUNCE TO RPT-OPP-ANNOUNCE
           IF WS-TOT-SEE-ANNO > 0
               COMPUTE WS-AVG-ANNO ROUNDED =
                   WS-TOT-ANNO-SUM / WS-TOT-SEE-ANNO
           ELSE
               MOVE 0 TO WS-AVG-ANNO
           END-IF
           MOVE WS-AVG-ANNO TO RPT-OPP-AVG
           MOVE WS-TOT-LIES TO RPT-OPP-LIES
           MOVE WS-TOT-TRUTHS TO RPT-OPP-TRUTHS
           MOVE WS-TOT-LOST TO RPT-OPP-LOST
           MOVE SPACES TO RPT-OPP-LAST
           MOVE RPT-OPP-DET-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           EXIT.

      *****************************************************************
      *  Each season file is copied whole to its season archive
      *  before anything is emptied; the first failure stops the
      *  roll with every live file as it was. A file not on disk
      *  has nothing to roll and is noted, not failed.
      *****************************************************************
       ROLL-SEASON-FILES SECTION.
           MOVE WS-MASTER-NAME TO WS-GEN-BASE-NAME
           PERFORM ROLL-ONE-FILE
           IF ROLL-STEP-FAILED
               EXIT SECTION
           END-IF
           MOVE WS-TUNING-HISTORY-NAME TO WS-GEN-BASE-NAME
           PERFORM ROLL-ONE-FILE
           IF ROLL-STEP-FAILED
               EXIT SECTION
           END-IF
           MOVE WS-DIRECTORY-NAME TO WS-GEN-BASE-NAME
           PERFORM ROLL-ONE-FILE
           EXIT.

       ROLL-ONE-FILE SECTION.
           MOVE WS-GEN-BASE-NAME TO WS-ROLL-SOURCE-NAME
           PERFORM BUILD-SEASON-ARCHIVE-NAME
           MOVE 0 TO WS-ROLL-ROWS
           OPEN INPUT ROLL-SOURCE-FILE
           IF NOT ROLL-SOURCE-OK
               MOVE SPACES TO WS-REGISTER-TEXT
               STRING WS-ROLL-SOURCE-NAME DELIMITED BY SPACE
                      " - NOT ON DISK, NOTHING TO ROLL"
                      DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
               MOVE "ABSENT" TO RPT-REG-ACTION
               PERFORM PUT-REGISTER-LINE
               EXIT SECTION
           END-IF
           OPEN OUTPUT ROLL-TARGET-FILE
           IF NOT ROLL-TARGET-OK
               CLOSE ROLL-SOURCE-FILE
               PERFORM NOTE-ROLL-FAILED
               EXIT SECTION
           END-IF
           ADD 1 TO WS-ARCHIVE-COUNT
           MOVE WS-ROLL-TARGET-NAME
               TO WS-ARCHIVE-WRITTEN(WS-ARCHIVE-COUNT)
           PERFORM UNTIL ROLL-SOURCE-EOF OR ROLL-STEP-FAILED
               READ ROLL-SOURCE-FILE
                   AT END
                       SET ROLL-SOURCE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROLL-ROWS
                       MOVE ROLL-SOURCE-RECORD TO ROLL-TARGET-RECORD
                       WRITE ROLL-TARGET-RECORD
                       IF NOT ROLL-TARGET-OK
                           PERFORM NOTE-ROLL-FAILED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROLL-SOURCE-FILE
           CLOSE ROLL-TARGET-FILE
           IF NOT ROLL-TARGET-OK AND NOT ROLL-STEP-FAILED
               PERFORM NOTE-ROLL-FAILED
           END-IF
           IF ROLL-STEP-FAILED
               EXIT SECTION
           END-IF
           ADD 1 TO WS-FILES-ROLLED
           MOVE WS-ROLL-ROWS TO WS-PRT-COUNT
           MOVE SPACES TO WS-REGISTER-TEXT
           STRING WS-ROLL-SOURCE-NAME DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  WS-ROLL-TARGET-NAME DELIMITED BY SPACE
                  "  " DELIMITED BY SIZE
                  WS-PRT-COUNT DELIMITED BY SIZE
                  " ROW(S)" DELIMITED BY SIZE
               INTO WS-REGISTER-TEXT
           MOVE "ROLLED" TO RPT-REG-ACTION
           PERFORM PUT-REGISTER-LINE
           EXIT.

       NOTE-ROLL-FAILED SECTION.
           SET ROLL-STEP-FAILED TO TRUE
           MOVE SPACES TO WS-REGISTER-TEXT
           STRING WS-ROLL-SOURCE-NAME DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  WS-ROLL-TARGET-NAME DELIMITED BY SPACE
                  " FAILED, STATUS " DELIMITED BY SIZE
                  WS-ROLL-TARGET-STATUS DELIMITED BY SIZE
               INTO WS-REGISTER-TEXT
           MOVE "FAILED" TO RPT-REG-ACTION
           PERFORM PUT-REGISTER-LINE
           EXIT.

      *****************************************************************
      *  A failed roll takes back every archive this run opened,
      *  the partial one included, so the rerun does not find the
      *  label already closed. One that will not go is left for the
      *  operator to remove by hand before rerunning.
      *****************************************************************
       REMOVE-PARTIAL-ARCHIVES SECTION.
           PERFORM VARYING ARC-IDX FROM 1 BY 1
                   UNTIL ARC-IDX > WS-ARCHIVE-COUNT
               MOVE WS-ARCHIVE-WRITTEN(ARC-IDX) TO WS-DELETE-NAME
               CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
               MOVE RETURN-CODE TO WS-DELETE-RESULT
               MOVE 0 TO RETURN-CODE
               MOVE SPACES TO WS-REGISTER-TEXT
               IF WS-DELETE-RESULT = 0
                   STRING WS-DELETE-NAME DELIMITED BY SPACE
                          " - PARTIAL SEASON ARCHIVE TAKEN BACK"
                          DELIMITED BY SIZE
                       INTO WS-REGISTER-TEXT
                   MOVE "REMOVED" TO RPT-REG-ACTION
                   PERFORM PUT-REGISTER-LINE
               ELSE
                   STRING WS-DELETE-NAME DELIMITED BY SPACE
                          " - CANNOT REMOVE, DELETE IT BY HAND"
                          DELIMITED BY SIZE
                          " BEFORE THE RERUN" DELIMITED BY SIZE
                       INTO WS-REGISTER-TEXT
                   PERFORM REGISTER-WARNING
               END-IF
           END-PERFORM
           EXIT.

      *****************************************************************
      *  Every season file is safe in its archive: the next season
      *  starts on empty ones. Emptied, not deleted, the same as
      *  ARCNIGHT starts a night, so the first OPEN EXTEND of the
      *  new season finds them ready.
      *****************************************************************
       START-SEASON-CLEAN SECTION.
           MOVE WS-MASTER-NAME TO WS-ROLL-SOURCE-NAME
           PERFORM EMPTY-ONE-FILE
           MOVE WS-TUNING-HISTORY-NAME TO WS-ROLL-SOURCE-NAME
           PERFORM EMPTY-ONE-FILE
           MOVE WS-DIRECTORY-NAME TO WS-ROLL-SOURCE-NAME
           PERFORM EMPTY-ONE-FILE
           EXIT.

       EMPTY-ONE-FILE SECTION.
           OPEN OUTPUT ROLL-SOURCE-FILE
           IF ROLL-SOURCE-OK
               CLOSE ROLL-SOURCE-FILE
           END-IF
           MOVE SPACES TO WS-REGISTER-TEXT
           IF ROLL-SOURCE-OK
               STRING WS-ROLL-SOURCE-NAME DELIMITED BY SPACE
                      " - EMPTY FOR THE NEW SEASON" DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
               MOVE "STARTED" TO RPT-REG-ACTION
               PERFORM PUT-REGISTER-LINE
           ELSE
               STRING WS-ROLL-SOURCE-NAME DELIMITED BY SPACE
                      " COULD NOT BE EMPTIED, STATUS "
                      DELIMITED BY SIZE
                      WS-ROLL-SOURCE-STATUS DELIMITED BY SIZE
                      " - IT IS ALREADY ARCHIVED; EMPTY IT BY HAND"
                      DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
               PERFORM REGISTER-WARNING
           END-IF
           EXIT.

      *****************************************************************
      *  Retention: a generation dated before the cutoff loses all
      *  four of its files; the rest are carried on GENRETN for the
      *  next close-out to judge again. With no retention set every
      *  generation is carried.
      *****************************************************************
       APPLY-RETENTION SECTION.
           PERFORM VARYING NGT-IDX FROM 1 BY 1
                   UNTIL NGT-IDX > WS-NIGHT-COUNT
               IF RETENTION-SET
                       AND NGT-DATE(NGT-IDX) < WS-CUTOFF-DATE
                   PERFORM REMOVE-ONE-GENERATION
               ELSE
                   SET NGT-KEPT(NGT-IDX) TO TRUE
                   ADD 1 TO WS-GEN-KEPT
               END-IF
           END-PERFORM
           OPEN OUTPUT GENERATION-LIST-FILE
           IF NOT GENERATION-LIST-OK
               MOVE SPACES TO WS-REGISTER-TEXT
               STRING "CANNOT WRITE " DELIMITED BY SIZE
                      WS-GENERATION-LIST-NAME DELIMITED BY SPACE
                      " - KEPT GENERATIONS WILL NOT BE JUDGED AT THE "
                      DELIMITED BY SIZE
                      "NEXT CLOSE-OUT" DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
               PERFORM REGISTER-WARNING
               EXIT SECTION
           END-IF
           PERFORM VARYING NGT-IDX FROM 1 BY 1
                   UNTIL NGT-IDX > WS-NIGHT-COUNT
               IF NGT-KEPT(NGT-IDX)
                   MOVE SPACES TO GENERATION-LIST-RECORD
                   MOVE NGT-DATE(NGT-IDX) TO GLS-DATE
                   WRITE GENERATION-LIST-RECORD
               END-IF
           END-PERFORM
           CLOSE GENERATION-LIST-FILE
           EXIT.

       REMOVE-ONE-GENERATION SECTION.
           ADD 1 TO WS-GEN-REMOVED
           MOVE WS-DECISION-LOG-NAME TO WS-GEN-BASE-NAME
           PERFORM DELETE-GENERATION-FILE
           MOVE WS-ROUND-OUTCOME-NAME TO WS-GEN-BASE-NAME
           PERFORM DELETE-GENERATION-FILE
           MOVE WS-STANDINGS-NAME TO WS-GEN-BASE-NAME
           PERFORM DELETE-GENERATION-FILE
           MOVE WS-JOURNAL-NAME TO WS-GEN-BASE-NAME
           PERFORM DELETE-GENERATION-FILE
           EXIT.

      *    A generation file already gone (no standings or journal
      *    that night, or removed by hand) is simply not listed.
       DELETE-GENERATION-FILE SECTION.
           MOVE SPACES TO WS-DELETE-NAME
           STRING WS-GEN-BASE-NAME DELIMITED BY SPACE
                  ".D" DELIMITED BY SIZE
                  NGT-DATE(NGT-IDX) DELIMITED BY SIZE
               INTO WS-DELETE-NAME
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           MOVE RETURN-CODE TO WS-DELETE-RESULT
           MOVE 0 TO RETURN-CODE
           IF WS-DELETE-RESULT = 0
               ADD 1 TO WS-FILES-REMOVED
               MOVE SPACES TO WS-REGISTER-TEXT
               STRING WS-DELETE-NAME DELIMITED BY SPACE
                      " - OLDER THAN THE " DELIMITED BY SIZE
                      WS-CUTOFF-DATE DELIMITED BY SIZE
                      " RETENTION CUTOFF" DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
               MOVE "REMOVED" TO RPT-REG-ACTION
               PERFORM PUT-REGISTER-LINE
           END-IF
           EXIT.

       WRITE-REGISTER-HEADING SECTION.
           MOVE SPACES TO REGISTER-LINE
           STRING WS-BOOK-BOT-NAME DELIMITED BY "  "
                  " SEASON CLOSE-OUT REGISTER  " DELIMITED BY SIZE
                  WS-SEASON-LABEL DELIMITED BY SPACE
                  "  " DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           IF CLOSE-OUT-REFUSED
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-REGISTER-TEXT
           IF RETENTION-SET
               MOVE WS-RETAIN-DAYS TO WS-PRT-COUNT
               STRING "CLOSE-OUT DATE " DELIMITED BY SIZE
                      WS-CLOSE-DATE DELIMITED BY SIZE
                      ", RETENTION " DELIMITED BY SIZE
                      WS-PRT-COUNT DELIMITED BY SIZE
                      " DAY(S), GENERATIONS BEFORE " DELIMITED BY SIZE
                      WS-CUTOFF-DATE DELIMITED BY SIZE
                      " ARE REMOVED" DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
           ELSE
               STRING "CLOSE-OUT DATE " DELIMITED BY SIZE
                      WS-CLOSE-DATE DELIMITED BY SIZE
                      ", NO RETENTION SET - EVERY GENERATION IS KEPT"
                      DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
           END-IF
           MOVE "CONTROL" TO RPT-REG-ACTION
           PERFORM PUT-REGISTER-LINE
           EXIT.

       PUT-REGISTER-LINE SECTION.
           MOVE WS-REGISTER-TEXT TO RPT-REG-TEXT
           MOVE RPT-REGISTER-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           EXIT.

       REGISTER-WARNING SECTION.
           ADD 1 TO WS-WARN-COUNT
           MOVE "WARNING" TO RPT-REG-ACTION
           PERFORM PUT-REGISTER-LINE
           DISPLAY "SEASEND: WARNING " WS-REGISTER-TEXT(1:70)
           EXIT.

       REFUSE-CLOSE-OUT SECTION.
           MOVE WS-REFUSAL-TEXT TO WS-REGISTER-TEXT
           MOVE "REFUSED" TO RPT-REG-ACTION
           PERFORM PUT-REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "VERDICT: SEASON NOT CLOSED" TO REGISTER-LINE
           WRITE REGISTER-LINE
           DISPLAY "SEASEND: " WS-REFUSAL-TEXT(1:70)
           DISPLAY "SEASEND: season not closed"
           MOVE 8 TO RETURN-CODE
           EXIT.

       WRITE-FINAL-VERDICT SECTION.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO WS-REGISTER-TEXT
           MOVE WS-GEN-REMOVED TO WS-PRT-COUNT
           STRING WS-PRT-COUNT DELIMITED BY SIZE
                  " GENERATION(S) PAST RETENTION, " DELIMITED BY SIZE
               INTO WS-REGISTER-TEXT
           MOVE WS-FILES-REMOVED TO WS-PRT-COUNT
           MOVE WS-PRT-COUNT TO WS-REGISTER-TEXT(38:6)
           MOVE " FILE(S) REMOVED, " TO WS-REGISTER-TEXT(44:18)
           MOVE WS-GEN-KEPT TO WS-PRT-COUNT
           MOVE WS-PRT-COUNT TO WS-REGISTER-TEXT(62:6)
           MOVE " GENERATION(S) KEPT" TO WS-REGISTER-TEXT(68:)
           MOVE "TOTALS" TO RPT-REG-ACTION
           PERFORM PUT-REGISTER-LINE
           IF WS-NIGHT-DROPPED > 0 OR WS-PERIOD-DROPPED > 0
               MOVE "WORK TABLES FULL - SOME NIGHTS WERE NEITHER "
                   TO WS-REGISTER-TEXT
               MOVE "BOOKED NOR JUDGED FOR RETENTION"
                   TO WS-REGISTER-TEXT(45:)
               PERFORM REGISTER-WARNING
           END-IF
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-WARN-COUNT > 0
               MOVE "VERDICT: SEASON CLOSED, WITH WARNINGS"
                   TO REGISTER-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "VERDICT: SEASON CLOSED" TO REGISTER-LINE
               MOVE 0 TO RETURN-CODE
           END-IF
           WRITE REGISTER-LINE
           MOVE WS-FILES-ROLLED TO WS-PRT-COUNT
           DISPLAY "SEASEND: season " WS-SEASON-LABEL " - "
                   WS-PRT-COUNT " file(s) rolled"
           MOVE WS-FILES-REMOVED TO WS-PRT-COUNT
           DISPLAY "SEASEND: " WS-PRT-COUNT
                   " generation file(s) removed past retention"
           DISPLAY "SEASEND: " REGISTER-LINE(1:50)
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
           IF NOT BOOK-FILE-OK
               SET BOOK-WRITE-FAILED TO TRUE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT BOOK-FILE-OK
               SET BOOK-WRITE-FAILED TO TRUE
           END-IF
           MOVE 2 TO WS-LINE-COUNT
           EXIT.

       PUT-REPORT-LINE SECTION.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-REPORT-PAGE
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT BOOK-FILE-OK
               SET BOOK-WRITE-FAILED TO TRUE
           END-IF
           ADD 1 TO WS-LINE-COUNT
           EXIT.

       END PROGRAM SEASEND.
