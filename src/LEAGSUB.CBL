       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAGSUB.
      *****************************************************************
      *  LEAGSUB - league results submission for one night.
      *  Builds the fixed-format interchange file the league office
      *  takes our results in: a header record (shop, bot name,
      *  night date, submission sequence number, the night's
      *  exception count), one detail record per table played that
      *  night (rounds played, rounds charged to us, the table's
      *  final SCORE standings - from GAMEOUTC, GAMESTND and the
      *  TABLDIR disposition) and a trailer carrying the record
      *  counts and a points hash total.
      *  Every submission is numbered from the bot's submission log
      *  LEAGLOG and written to its own file LEAGSUB.N<sequence>, so
      *  what went out stays on disk; the log row records what was
      *  sent, by whom and when. A night already submitted is only
      *  sent again when LEAGCTL asks for a resubmission, and then
      *  goes out as a numbered replacement naming the submission
      *  it replaces.
      *  LEAGCTL (shared operator control): shop name, night date
      *  (blank submits the live night files, a date submits that
      *  night's generations as ARCNIGHT archived them), resubmit
      *  flag Y and the operator. Return code:
      *      0 - submitted
      *      4 - submitted, with warnings
      *      8 - refused; nothing written or logged
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Per-bot files are assigned dynamically so each bot submits
      *    its own night; LEAGCTL stays shared operator control.
      *    Defaults are the legacy single-bot names.
           SELECT BOT-IDENTITY-FILE ASSIGN TO "BOTIDENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IDENTITY-STATUS.
           SELECT LEAGUE-CONTROL-FILE ASSIGN TO "LEAGCTL"
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
           SELECT EXCEPTION-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT SUBMISSION-LOG-FILE
               ASSIGN TO DYNAMIC WS-SUBMISSION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMISSION-LOG-STATUS.
           SELECT SUBMISSION-FILE
               ASSIGN TO DYNAMIC WS-SUBMISSION-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMISSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOT-IDENTITY-FILE.
       01  BOT-IDENTITY-RECORD.
         COPY BOTIDNT.
       FD  LEAGUE-CONTROL-FILE.
       01  LEAGUE-CONTROL-RECORD.
           05 LGC-SHOP       PIC X(20).
           05 FILLER         PIC X.
           05 LGC-NIGHT-DATE PIC X(8).
           05 FILLER         PIC X.
           05 LGC-RESUBMIT   PIC X.
             88 LGC-RESUBMIT-NIGHT VALUE "Y".
           05 FILLER         PIC X.
           05 LGC-OPERATOR   PIC X(8).
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
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05 EXC-SERVER-MESSAGE PIC X(100).
           05 FILLER             PIC X VALUE SPACE.
           05 EXC-TIMESTAMP      PIC X(26).
           05 FILLER             PIC X VALUE SPACE.
           05 EXC-REASON-CODE    PIC X(8).
       FD  SUBMISSION-LOG-FILE.
       01  LEAGUE-LOG-RECORD.
         COPY LEAGLGR.
       FD  SUBMISSION-FILE.
       01  LEAGUE-HEADER-RECORD.
         COPY LEAGHDR.
       01  LEAGUE-DETAIL-RECORD.
         COPY LEAGDTL.
       01  LEAGUE-TRAILER-RECORD.
         COPY LEAGTRL.
       WORKING-STORAGE SECTION.
       01 WS-IDENTITY-STATUS PIC XX.
         88 IDENTITY-FILE-OK VALUE "00".
       01 WS-CONTROL-STATUS PIC XX.
         88 CONTROL-FILE-OK VALUE "00".
       01 WS-DECISION-LOG-STATUS PIC XX.
         88 DECISION-LOG-OK VALUE "00".
       01 WS-ROUND-OUTCOME-STATUS PIC XX.
         88 ROUND-OUTCOME-OK  VALUE "00".
         88 ROUND-OUTCOME-EOF VALUE "10".
       01 WS-STANDINGS-STATUS PIC XX.
         88 STANDINGS-OK  VALUE "00".
         88 STANDINGS-EOF VALUE "10".
       01 WS-DIRECTORY-STATUS PIC XX.
         88 DIRECTORY-OK  VALUE "00".
         88 DIRECTORY-EOF VALUE "10".
       01 WS-EXCEPTION-STATUS PIC XX.
         88 EXCEPTION-FILE-OK  VALUE "00".
         88 EXCEPTION-FILE-EOF VALUE "10".
       01 WS-SUBMISSION-LOG-STATUS PIC XX.
         88 SUBMISSION-LOG-OK  VALUE "00".
         88 SUBMISSION-LOG-EOF VALUE "10".
       01 WS-SUBMISSION-STATUS PIC XX.
         88 SUBMISSION-FILE-OK VALUE "00".
       01 WS-BOT-FILE-NAMES.
          05 WS-DECISION-LOG-NAME   PIC X(40) VALUE "GAMEDLOG".
          05 WS-ROUND-OUTCOME-NAME  PIC X(40) VALUE "GAMEOUTC".
          05 WS-STANDINGS-NAME      PIC X(40) VALUE "GAMESTND".
          05 WS-DIRECTORY-NAME      PIC X(40) VALUE "TABLDIR".
          05 WS-EXCEPTION-NAME      PIC X(40) VALUE "GAMEEXC".
          05 WS-SUBMISSION-LOG-NAME PIC X(40) VALUE "LEAGLOG".
          05 WS-SUBMISSION-BASE     PIC X(40) VALUE "LEAGSUB".
       01 WS-SUBMISSION-NAME PIC X(40).
       01 WS-DATED-NAME PIC X(40).
       01 WS-BOT-NAME PIC X(20) VALUE "MUFFINBO".
      *****************************************************************
      *  What LEAGCTL asks for.
      *****************************************************************
       01 WS-SHOP PIC X(20) VALUE SPACES.
       01 WS-NIGHT-DATE PIC X(8) VALUE SPACES.
       01 WS-ARCHIVED-NIGHT PIC X VALUE "N".
         88 NIGHT-IS-ARCHIVED VALUE "Y".
       01 WS-RESUBMIT-FLAG PIC X VALUE "N".
         88 RESUBMIT-ASKED VALUE "Y".
       01 WS-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-REFUSAL-FLAG PIC X VALUE "N".
         88 SUBMISSION-REFUSED VALUE "Y".
       01 WS-REFUSAL-TEXT PIC X(100) VALUE SPACES.
       01 WS-WARNING-COUNT PIC 9(4) VALUE 0.
      *****************************************************************
      *  The night's tables, in the order they first turn up. The
      *  night's span - first to last timestamp across its outcome,
      *  standings and directory rows - decides which exception
      *  entries are the night's.
      *****************************************************************
       01 WS-TABLE-COUNT PIC 9(4) VALUE 0.
       01 WS-TABLES-DROPPED PIC 9(4) VALUE 0.
       01 WS-TABLE-FOUND PIC 9(4).
       01 NIGHT-TABLE.
          05 NIGHT-TABLE-ENTRY OCCURS 200 TIMES INDEXED BY TBL-IDX.
            07 TBL-TOKEN       PIC X(36).
            07 TBL-DISPOSITION PIC X(6).
            07 TBL-LISTED-FLAG PIC X.
              88 TBL-LISTED    VALUE "Y".
            07 TBL-ROUNDS      PIC 9(4).
            07 TBL-CHARGED     PIC 9(4).
            07 TBL-STD-COUNT   PIC 9(2).
            07 TBL-STD-ENTRY OCCURS 10 TIMES.
              09 TBL-STD-PLAYER PIC X(20).
              09 TBL-STD-POINTS PIC 9(6).
       01 WS-LOOKUP-TOKEN PIC X(36).
       01 WS-PRIOR-STD-TOKEN PIC X(36).
       01 WS-STD-FOUND PIC 9(2).
       01 WS-STD-IDX   PIC 9(2).
       01 WS-STD-DROPPED PIC 9(6) VALUE 0.
       01 WS-UNLISTED-COUNT PIC 9(4) VALUE 0.
       01 WS-NIGHT-START PIC X(26) VALUE HIGH-VALUES.
       01 WS-NIGHT-END   PIC X(26) VALUE LOW-VALUES.
       01 WS-SPAN-STAMP  PIC X(26).
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
      *****************************************************************
      *  The submission log: the last sequence number used, and the
      *  latest earlier submission of this night, if any.
      *****************************************************************
       01 WS-LAST-SEQUENCE PIC 9(6) VALUE 0.
       01 WS-SEQUENCE PIC 9(6) VALUE 0.
       01 WS-PRIOR-SEQUENCE PIC 9(6) VALUE 0.
       01 WS-PRIOR-REPLACEMENT PIC 9(2) VALUE 0.
       01 WS-PRIOR-COUNT PIC 9(4) VALUE 0.
       01 WS-SUBMISSION-TYPE PIC X VALUE "O".
         88 SUBMIT-ORIGINAL    VALUE "O".
         88 SUBMIT-REPLACEMENT VALUE "R".
       01 WS-REPLACEMENT-NO PIC 9(2) VALUE 0.
       01 WS-CREATED PIC X(14).
      *****************************************************************
      *  Control totals for the trailer.
      *****************************************************************
       01 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
       01 WS-RECORD-COUNT PIC 9(6) VALUE 0.
       01 WS-POINTS-HASH  PIC 9(12) VALUE 0.
       01 WS-PRT-COUNT PIC ZZZZZ9.
       01 WS-PRT-SEQUENCE PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH SECTION.
           PERFORM RESOLVE-BOT-IDENTITY
           DISPLAY "LEAGSUB: league results submission for "
                   WS-BOT-NAME
           PERFORM READ-LEAGUE-CONTROL
           IF NOT SUBMISSION-REFUSED
               PERFORM GATHER-NIGHT-OUTCOMES
               PERFORM GATHER-NIGHT-STANDINGS
               IF WS-TABLE-COUNT = 0
                   SET SUBMISSION-REFUSED TO TRUE
                   MOVE "NO TABLES PLAYED IN THE NIGHT FILES - "
                       TO WS-REFUSAL-TEXT
                   MOVE "NOTHING TO SUBMIT" TO WS-REFUSAL-TEXT(39:)
               END-IF
           END-IF
           IF NOT SUBMISSION-REFUSED
               PERFORM TAKE-TABLE-DIRECTORY
               PERFORM COUNT-NIGHT-EXCEPTIONS
               PERFORM READ-SUBMISSION-LOG
           END-IF
           IF NOT SUBMISSION-REFUSED
               PERFORM OPEN-SUBMISSION-LOG
           END-IF
           IF SUBMISSION-REFUSED
               PERFORM SHOW-REFUSAL
               GOBACK
           END-IF
           PERFORM WRITE-SUBMISSION-FILE
           IF SUBMISSION-REFUSED
               CLOSE SUBMISSION-LOG-FILE
               PERFORM SHOW-REFUSAL
               GOBACK
           END-IF
           PERFORM LOG-SUBMISSION
           IF SUBMISSION-REFUSED
               PERFORM SHOW-REFUSAL
               GOBACK
           END-IF
           PERFORM SHOW-SUBMISSION
           GOBACK.

      *****************************************************************
      *  Which bot is submitting: BOTIDENT puts the night files, the
      *  directory, the exceptions, the log and the submission files
      *  onto that bot's suffixed set. Absent, the legacy names stand.
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
           MOVE SPACES TO WS-DIRECTORY-NAME
           STRING "TABLDIR." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-DIRECTORY-NAME
           MOVE SPACES TO WS-EXCEPTION-NAME
           STRING "GAMEEXC." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-EXCEPTION-NAME
           MOVE SPACES TO WS-SUBMISSION-LOG-NAME
           STRING "LEAGLOG." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-SUBMISSION-LOG-NAME
           MOVE SPACES TO WS-SUBMISSION-BASE
           STRING "LEAGSUB." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-SUBMISSION-BASE
           EXIT.

      *****************************************************************
      *  LEAGCTL: the league knows us by the shop name, so it must be
      *  there. A night date points the outcome and standings files
      *  at that night's archived generations; a date that is not
      *  one refuses the run rather than submit the wrong night.
      *****************************************************************
       READ-LEAGUE-CONTROL SECTION.
           OPEN INPUT LEAGUE-CONTROL-FILE
           IF NOT CONTROL-FILE-OK
               SET SUBMISSION-REFUSED TO TRUE
               MOVE "NO LEAGCTL - THE SHOP NAME IS NEEDED"
                   TO WS-REFUSAL-TEXT
               EXIT SECTION
           END-IF
           READ LEAGUE-CONTROL-FILE
               AT END
                   MOVE SPACES TO LEAGUE-CONTROL-RECORD
           END-READ
           CLOSE LEAGUE-CONTROL-FILE
           MOVE LGC-SHOP TO WS-SHOP
           MOVE LGC-OPERATOR TO WS-OPERATOR
           IF LGC-RESUBMIT-NIGHT
               SET RESUBMIT-ASKED TO TRUE
           END-IF
           IF WS-SHOP = SPACES
               SET SUBMISSION-REFUSED TO TRUE
               MOVE "LEAGCTL CARRIES NO SHOP NAME" TO WS-REFUSAL-TEXT
               EXIT SECTION
           END-IF
           IF LGC-NIGHT-DATE = SPACES
               EXIT SECTION
           END-IF
           IF LGC-NIGHT-DATE NOT NUMERIC
               SET SUBMISSION-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING "LEAGCTL NIGHT '" DELIMITED BY SIZE
                      LGC-NIGHT-DATE DELIMITED BY SIZE
                      "' IS NOT A DATE" DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               EXIT SECTION
           END-IF
           MOVE LGC-NIGHT-DATE TO WS-NIGHT-DATE
           SET NIGHT-IS-ARCHIVED TO TRUE
           MOVE SPACES TO WS-DATED-NAME
           STRING WS-ROUND-OUTCOME-NAME DELIMITED BY SPACE
                  ".D" DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
               INTO WS-DATED-NAME
           MOVE WS-DATED-NAME TO WS-ROUND-OUTCOME-NAME
           MOVE SPACES TO WS-DATED-NAME
           STRING WS-STANDINGS-NAME DELIMITED BY SPACE
                  ".D" DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
               INTO WS-DATED-NAME
           MOVE WS-DATED-NAME TO WS-STANDINGS-NAME
           EXIT.

      *****************************************************************
      *  Rounds: every LOST row closes one round at one table; the
      *  rows naming our bot are the rounds charged to us. The live
      *  night takes its date the way ARCNIGHT will date its
      *  generations - from the decision log's first row - or, with
      *  no decision log, from the first outcome row.
      *****************************************************************
       GATHER-NIGHT-OUTCOMES SECTION.
           IF NOT NIGHT-IS-ARCHIVED
               OPEN INPUT GAME-DECISION-LOG-FILE
               IF DECISION-LOG-OK
                   READ GAME-DECISION-LOG-FILE
                       NOT AT END
                           MOVE LOG-TIMESTAMP(1:8) TO WS-NIGHT-DATE
                   END-READ
                   CLOSE GAME-DECISION-LOG-FILE
               END-IF
           END-IF
           OPEN INPUT ROUND-OUTCOME-FILE
           IF NOT ROUND-OUTCOME-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL ROUND-OUTCOME-EOF
               READ ROUND-OUTCOME-FILE
                   AT END
                       SET ROUND-OUTCOME-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-OUTCOME-ROW
               END-READ
           END-PERFORM
           CLOSE ROUND-OUTCOME-FILE
           EXIT.

       TAKE-ONE-OUTCOME-ROW SECTION.
           IF NOT OUT-LOST OR OUT-TOKEN = SPACES
               EXIT SECTION
           END-IF
           IF WS-NIGHT-DATE = SPACES
               MOVE OUT-TIMESTAMP(1:8) TO WS-NIGHT-DATE
           END-IF
           MOVE OUT-TIMESTAMP TO WS-SPAN-STAMP
           PERFORM WIDEN-NIGHT-SPAN
           MOVE OUT-TOKEN TO WS-LOOKUP-TOKEN
           PERFORM FIND-OR-ADD-TABLE
           IF WS-TABLE-FOUND = 0
               EXIT SECTION
           END-IF
           IF TBL-ROUNDS(WS-TABLE-FOUND) < 9999
               ADD 1 TO TBL-ROUNDS(WS-TABLE-FOUND)
           END-IF
           IF OUT-PLAYER = WS-BOT-NAME
                   AND TBL-CHARGED(WS-TABLE-FOUND) < 9999
               ADD 1 TO TBL-CHARGED(WS-TABLE-FOUND)
           END-IF
           EXIT.

      *****************************************************************
      *  Standings: each SCORE broadcast arrives as a run of rows for
      *  one token, one per player. A new run for a token replaces
      *  the one kept, so what remains is each table's last SCORE.
      *****************************************************************
       GATHER-NIGHT-STANDINGS SECTION.
           OPEN INPUT STANDINGS-FILE
           IF NOT STANDINGS-OK
               EXIT SECTION
           END-IF
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
           IF STD-TOKEN = SPACES
               EXIT SECTION
           END-IF
           IF WS-NIGHT-DATE = SPACES
               MOVE STD-TIMESTAMP(1:8) TO WS-NIGHT-DATE
           END-IF
           MOVE STD-TIMESTAMP TO WS-SPAN-STAMP
           PERFORM WIDEN-NIGHT-SPAN
           MOVE STD-TOKEN TO WS-LOOKUP-TOKEN
           PERFORM FIND-OR-ADD-TABLE
           IF WS-TABLE-FOUND = 0
               EXIT SECTION
           END-IF
           SET TBL-IDX TO WS-TABLE-FOUND
           MOVE 0 TO WS-STD-FOUND
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > TBL-STD-COUNT(TBL-IDX)
               IF TBL-STD-PLAYER(TBL-IDX, WS-STD-IDX) = STD-PLAYER
                   MOVE WS-STD-IDX TO WS-STD-FOUND
               END-IF
           END-PERFORM
           IF STD-TOKEN NOT = WS-PRIOR-STD-TOKEN OR WS-STD-FOUND > 0
               MOVE 0 TO TBL-STD-COUNT(TBL-IDX)
           END-IF
           MOVE STD-TOKEN TO WS-PRIOR-STD-TOKEN
           IF TBL-STD-COUNT(TBL-IDX) NOT < 10
               ADD 1 TO WS-STD-DROPPED
               EXIT SECTION
           END-IF
           ADD 1 TO TBL-STD-COUNT(TBL-IDX)
           MOVE TBL-STD-COUNT(TBL-IDX) TO WS-STD-IDX
           MOVE STD-PLAYER TO TBL-STD-PLAYER(TBL-IDX, WS-STD-IDX)
           MOVE STD-POINTS TO TBL-STD-POINTS(TBL-IDX, WS-STD-IDX)
           EXIT.

      *    WS-LOOKUP-TOKEN in, WS-TABLE-FOUND out (zero once the
      *    night's 200 table slots are used up).
       FIND-OR-ADD-TABLE SECTION.
           PERFORM FIND-TABLE
           IF WS-TABLE-FOUND > 0
               EXIT SECTION
           END-IF
           IF WS-TABLE-COUNT NOT < 200
               ADD 1 TO WS-TABLES-DROPPED
               EXIT SECTION
           END-IF
           ADD 1 TO WS-TABLE-COUNT
           MOVE WS-TABLE-COUNT TO WS-TABLE-FOUND
           INITIALIZE NIGHT-TABLE-ENTRY(WS-TABLE-FOUND)
           MOVE WS-LOOKUP-TOKEN TO TBL-TOKEN(WS-TABLE-FOUND)
           MOVE "N" TO TBL-LISTED-FLAG(WS-TABLE-FOUND)
           EXIT.

       FIND-TABLE SECTION.
           MOVE 0 TO WS-TABLE-FOUND
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > WS-TABLE-COUNT
               IF TBL-TOKEN(TBL-IDX) = WS-LOOKUP-TOKEN
                   SET WS-TABLE-FOUND TO TBL-IDX
                   EXIT SECTION
               END-IF
           END-PERFORM
           EXIT.

       WIDEN-NIGHT-SPAN SECTION.
           IF WS-SPAN-STAMP = SPACES
               EXIT SECTION
           END-IF
           IF WS-SPAN-STAMP < WS-NIGHT-START
               MOVE WS-SPAN-STAMP TO WS-NIGHT-START
           END-IF
           IF WS-SPAN-STAMP > WS-NIGHT-END
               MOVE WS-SPAN-STAMP TO WS-NIGHT-END
           END-IF
           EXIT.

      *    How each of the night's tables ended; the last directory
      *    row for a token is the one that stands. The directory's
      *    first and last sightings widen the night's span.
       TAKE-TABLE-DIRECTORY SECTION.
           OPEN INPUT TABLE-DIRECTORY-FILE
           IF DIRECTORY-OK
               PERFORM UNTIL DIRECTORY-EOF
                   READ TABLE-DIRECTORY-FILE
                       AT END
                           SET DIRECTORY-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-DIRECTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE TABLE-DIRECTORY-FILE
           END-IF
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > WS-TABLE-COUNT
               IF NOT TBL-LISTED(TBL-IDX)
                   ADD 1 TO WS-UNLISTED-COUNT
               END-IF
           END-PERFORM
           EXIT.

       TAKE-ONE-DIRECTORY-ROW SECTION.
           MOVE TDR-TOKEN TO WS-LOOKUP-TOKEN
           PERFORM FIND-TABLE
           IF WS-TABLE-FOUND = 0
               EXIT SECTION
           END-IF
           MOVE TDR-DISPOSITION TO TBL-DISPOSITION(WS-TABLE-FOUND)
           SET TBL-LISTED(WS-TABLE-FOUND) TO TRUE
           MOVE TDR-FIRST-SEEN TO WS-SPAN-STAMP
           PERFORM WIDEN-NIGHT-SPAN
           MOVE TDR-LAST-SEEN TO WS-SPAN-STAMP
           PERFORM WIDEN-NIGHT-SPAN
           EXIT.

      *    The night's exceptions: GAMEEXC entries timestamped within
      *    the night's span. Entries the exception review has already
      *    worked off the file are no longer counted.
       COUNT-NIGHT-EXCEPTIONS SECTION.
           OPEN INPUT EXCEPTION-FILE
           IF NOT EXCEPTION-FILE-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL EXCEPTION-FILE-EOF
               READ EXCEPTION-FILE
                   AT END
                       SET EXCEPTION-FILE-EOF TO TRUE
                   NOT AT END
                       IF EXC-TIMESTAMP NOT < WS-NIGHT-START
                               AND EXC-TIMESTAMP NOT > WS-NIGHT-END
                           ADD 1 TO WS-EXCEPTION-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-FILE
           EXIT.

      *****************************************************************
      *  The log numbers the submission: one more than the last
      *  sequence sent. A night sent before goes again only on a
      *  resubmission, as the next replacement of the latest
      *  submission of that night.
      *****************************************************************
       READ-SUBMISSION-LOG SECTION.
           OPEN INPUT SUBMISSION-LOG-FILE
           IF SUBMISSION-LOG-OK
               PERFORM UNTIL SUBMISSION-LOG-EOF
                   READ SUBMISSION-LOG-FILE
                       AT END
                           SET SUBMISSION-LOG-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-ONE-SUBMISSION
                   END-READ
               END-PERFORM
               CLOSE SUBMISSION-LOG-FILE
           END-IF
           COMPUTE WS-SEQUENCE = WS-LAST-SEQUENCE + 1
           IF WS-PRIOR-COUNT = 0
               SET SUBMIT-ORIGINAL TO TRUE
               MOVE 0 TO WS-REPLACEMENT-NO
               IF RESUBMIT-ASKED
                   DISPLAY "LEAGSUB: night " WS-NIGHT-DATE
                           " was never submitted - sent as an "
                           "original"
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
               EXIT SECTION
           END-IF
           IF NOT RESUBMIT-ASKED
               SET SUBMISSION-REFUSED TO TRUE
               MOVE WS-PRIOR-SEQUENCE TO WS-PRT-SEQUENCE
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING "NIGHT " DELIMITED BY SIZE
                      WS-NIGHT-DATE DELIMITED BY SIZE
                      " ALREADY SENT AS SUBMISSION " DELIMITED BY SIZE
                      WS-PRT-SEQUENCE DELIMITED BY SIZE
                      " - SET THE LEAGCTL RESUBMIT FLAG TO REPLACE IT"
                          DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               EXIT SECTION
           END-IF
           IF WS-PRIOR-REPLACEMENT NOT < 99
               SET SUBMISSION-REFUSED TO TRUE
               MOVE "NIGHT HAS BEEN REPLACED 99 TIMES ALREADY"
                   TO WS-REFUSAL-TEXT
               EXIT SECTION
           END-IF
           SET SUBMIT-REPLACEMENT TO TRUE
           COMPUTE WS-REPLACEMENT-NO = WS-PRIOR-REPLACEMENT + 1
           EXIT.

       NOTE-ONE-SUBMISSION SECTION.
           IF LSL-SEQUENCE NOT NUMERIC
               EXIT SECTION
           END-IF
           IF LSL-SEQUENCE > WS-LAST-SEQUENCE
               MOVE LSL-SEQUENCE TO WS-LAST-SEQUENCE
           END-IF
           IF LSL-NIGHT-DATE NOT = WS-NIGHT-DATE
               EXIT SECTION
           END-IF
           ADD 1 TO WS-PRIOR-COUNT
           MOVE LSL-SEQUENCE TO WS-PRIOR-SEQUENCE
           IF LSL-REPLACEMENT-NO NUMERIC
               MOVE LSL-REPLACEMENT-NO TO WS-PRIOR-REPLACEMENT
           END-IF
           EXIT.

      *****************************************************************
      *  The interchange file: header, one detail per table in the
      *  order the tables turned up, trailer. A file that cannot be
      *  written is not logged, so the sequence number is not spent:
      *  every WRITE and the CLOSE are checked, and a short file is
      *  left for the rerun under the same number to overwrite.
      *****************************************************************
       WRITE-SUBMISSION-FILE SECTION.
           MOVE WS-SEQUENCE TO WS-PRT-SEQUENCE
           MOVE SPACES TO WS-SUBMISSION-NAME
           STRING WS-SUBMISSION-BASE DELIMITED BY SPACE
                  ".N" DELIMITED BY SIZE
                  WS-PRT-SEQUENCE DELIMITED BY SIZE
               INTO WS-SUBMISSION-NAME
           OPEN OUTPUT SUBMISSION-FILE
           IF NOT SUBMISSION-FILE-OK
               SET SUBMISSION-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING "CANNOT WRITE " DELIMITED BY SIZE
                      WS-SUBMISSION-NAME DELIMITED BY SPACE
                      ", STATUS " DELIMITED BY SIZE
                      WS-SUBMISSION-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CREATED
           MOVE SPACES TO LEAGUE-HEADER-RECORD
           INITIALIZE LEAGUE-HEADER-RECORD
           SET LSH-HEADER TO TRUE
           MOVE WS-SHOP TO LSH-SHOP
           MOVE WS-BOT-NAME TO LSH-BOT-NAME
           MOVE WS-NIGHT-DATE TO LSH-NIGHT-DATE
           MOVE WS-SEQUENCE TO LSH-SEQUENCE
           MOVE WS-SUBMISSION-TYPE TO LSH-SUBMISSION-TYPE
           MOVE WS-REPLACEMENT-NO TO LSH-REPLACEMENT-NO
           IF SUBMIT-REPLACEMENT
               MOVE WS-PRIOR-SEQUENCE TO LSH-REPLACES-SEQUENCE
           END-IF
           MOVE WS-CREATED TO LSH-CREATED
           MOVE WS-EXCEPTION-COUNT TO LSH-EXCEPTION-COUNT
           WRITE LEAGUE-HEADER-RECORD
           IF NOT SUBMISSION-FILE-OK
               PERFORM NOTE-SUBMISSION-WRITE-FAILED
               CLOSE SUBMISSION-FILE
               EXIT SECTION
           END-IF
           ADD 1 TO WS-RECORD-COUNT
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > WS-TABLE-COUNT OR SUBMISSION-REFUSED
               PERFORM WRITE-ONE-DETAIL
           END-PERFORM
           IF SUBMISSION-REFUSED
               CLOSE SUBMISSION-FILE
               EXIT SECTION
           END-IF
           ADD 1 TO WS-RECORD-COUNT
           MOVE SPACES TO LEAGUE-TRAILER-RECORD
           INITIALIZE LEAGUE-TRAILER-RECORD
           SET LST-TRAILER TO TRUE
           MOVE WS-DETAIL-COUNT TO LST-DETAIL-COUNT
           MOVE WS-RECORD-COUNT TO LST-RECORD-COUNT
           MOVE WS-POINTS-HASH TO LST-POINTS-HASH
           WRITE LEAGUE-TRAILER-RECORD
           IF NOT SUBMISSION-FILE-OK
               PERFORM NOTE-SUBMISSION-WRITE-FAILED
               CLOSE SUBMISSION-FILE
               EXIT SECTION
           END-IF
           CLOSE SUBMISSION-FILE
           IF NOT SUBMISSION-FILE-OK
               PERFORM NOTE-SUBMISSION-WRITE-FAILED
           END-IF
           EXIT.

       NOTE-SUBMISSION-WRITE-FAILED SECTION.
           SET SUBMISSION-REFUSED TO TRUE
           MOVE SPACES TO WS-REFUSAL-TEXT
           STRING WS-SUBMISSION-NAME DELIMITED BY SPACE
                  " NOT WRITTEN IN FULL, STATUS " DELIMITED BY SIZE
                  WS-SUBMISSION-STATUS DELIMITED BY SIZE
                  " - NOT LOGGED, NOT TO BE SENT" DELIMITED BY SIZE
               INTO WS-REFUSAL-TEXT
           EXIT.

       WRITE-ONE-DETAIL SECTION.
           MOVE SPACES TO LEAGUE-DETAIL-RECORD
           INITIALIZE LEAGUE-DETAIL-RECORD
           SET LSD-DETAIL TO TRUE
           MOVE TBL-TOKEN(TBL-IDX) TO LSD-TOKEN
           MOVE TBL-DISPOSITION(TBL-IDX) TO LSD-DISPOSITION
           MOVE TBL-ROUNDS(TBL-IDX) TO LSD-ROUNDS-PLAYED
           MOVE TBL-CHARGED(TBL-IDX) TO LSD-ROUNDS-CHARGED
           MOVE TBL-STD-COUNT(TBL-IDX) TO LSD-STANDINGS-COUNT
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > TBL-STD-COUNT(TBL-IDX)
               MOVE TBL-STD-PLAYER(TBL-IDX, WS-STD-IDX)
                   TO LSD-PLAYER(WS-STD-IDX)
               MOVE TBL-STD-POINTS(TBL-IDX, WS-STD-IDX)
                   TO LSD-POINTS(WS-STD-IDX)
               ADD TBL-STD-POINTS(TBL-IDX, WS-STD-IDX)
                   TO WS-POINTS-HASH
           END-PERFORM
           WRITE LEAGUE-DETAIL-RECORD
           IF NOT SUBMISSION-FILE-OK
               PERFORM NOTE-SUBMISSION-WRITE-FAILED
               EXIT SECTION
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-RECORD-COUNT
           EXIT.

      *****************************************************************
      *  A submission the log does not record would be sent under a
      *  sequence number the next run hands out again, so the log is
      *  opened for the append before the file is written: a log
      *  that cannot be opened stops the run with nothing to send.
      *****************************************************************
       OPEN-SUBMISSION-LOG SECTION.
           OPEN EXTEND SUBMISSION-LOG-FILE
           IF NOT SUBMISSION-LOG-OK
               OPEN OUTPUT SUBMISSION-LOG-FILE
           END-IF
           IF NOT SUBMISSION-LOG-OK
               SET SUBMISSION-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING "CANNOT OPEN " DELIMITED BY SIZE
                      WS-SUBMISSION-LOG-NAME DELIMITED BY SPACE
                      ", STATUS " DELIMITED BY SIZE
                      WS-SUBMISSION-LOG-STATUS DELIMITED BY SIZE
                      " - NOT LOGGED - DO NOT SEND" DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
           END-IF
           EXIT.

      *    One row per submission sent, appended to the log opened
      *    above. A row that does not reach the log leaves the file
      *    written but unsendable; the rerun overwrites it under the
      *    same sequence number.
       LOG-SUBMISSION SECTION.
           MOVE SPACES TO LEAGUE-LOG-RECORD
           INITIALIZE LEAGUE-LOG-RECORD
           MOVE WS-SEQUENCE TO LSL-SEQUENCE
           MOVE WS-NIGHT-DATE TO LSL-NIGHT-DATE
           MOVE WS-SUBMISSION-TYPE TO LSL-SUBMISSION-TYPE
           MOVE WS-REPLACEMENT-NO TO LSL-REPLACEMENT-NO
           IF SUBMIT-REPLACEMENT
               MOVE WS-PRIOR-SEQUENCE TO LSL-REPLACES-SEQUENCE
           END-IF
           MOVE WS-CREATED TO LSL-TIMESTAMP
           MOVE WS-DETAIL-COUNT TO LSL-DETAIL-COUNT
           MOVE WS-RECORD-COUNT TO LSL-RECORD-COUNT
           MOVE WS-POINTS-HASH TO LSL-POINTS-HASH
           MOVE WS-OPERATOR TO LSL-OPERATOR
           MOVE WS-SUBMISSION-NAME TO LSL-FILE-NAME
           WRITE LEAGUE-LOG-RECORD
           IF NOT SUBMISSION-LOG-OK
               PERFORM NOTE-SUBMISSION-LOG-FAILED
               CLOSE SUBMISSION-LOG-FILE
               EXIT SECTION
           END-IF
           CLOSE SUBMISSION-LOG-FILE
           IF NOT SUBMISSION-LOG-OK
               PERFORM NOTE-SUBMISSION-LOG-FAILED
           END-IF
           EXIT.

       NOTE-SUBMISSION-LOG-FAILED SECTION.
           SET SUBMISSION-REFUSED TO TRUE
           MOVE SPACES TO WS-REFUSAL-TEXT
           STRING WS-SUBMISSION-NAME DELIMITED BY SPACE
                  " WRITTEN, " DELIMITED BY SIZE
                  WS-SUBMISSION-LOG-NAME DELIMITED BY SPACE
                  " STATUS " DELIMITED BY SIZE
                  WS-SUBMISSION-LOG-STATUS DELIMITED BY SIZE
                  " - NOT LOGGED - DO NOT SEND" DELIMITED BY SIZE
               INTO WS-REFUSAL-TEXT
           EXIT.

       SHOW-REFUSAL SECTION.
           DISPLAY "LEAGSUB: submission refused - "
                   FUNCTION TRIM(WS-REFUSAL-TEXT)
           MOVE 8 TO RETURN-CODE
           EXIT.

       SHOW-SUBMISSION SECTION.
           MOVE WS-SEQUENCE TO WS-PRT-SEQUENCE
           IF SUBMIT-REPLACEMENT
               DISPLAY "LEAGSUB: night " WS-NIGHT-DATE
                       " sent as submission " WS-PRT-SEQUENCE
                       ", replacement " WS-REPLACEMENT-NO
                       " of submission " WS-PRIOR-SEQUENCE
           ELSE
               DISPLAY "LEAGSUB: night " WS-NIGHT-DATE
                       " sent as submission " WS-PRT-SEQUENCE
           END-IF
           DISPLAY "LEAGSUB: written to " WS-SUBMISSION-NAME
           MOVE WS-DETAIL-COUNT TO WS-PRT-COUNT
           DISPLAY "LEAGSUB: " WS-PRT-COUNT " table(s), points hash "
                   WS-POINTS-HASH
           MOVE WS-EXCEPTION-COUNT TO WS-PRT-COUNT
           DISPLAY "LEAGSUB: " WS-PRT-COUNT " exception(s) tonight"
           IF WS-TABLES-DROPPED > 0
               MOVE WS-TABLES-DROPPED TO WS-PRT-COUNT
               DISPLAY "LEAGSUB: over 200 tables - " WS-PRT-COUNT
                       " row(s) of later tables not submitted"
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           IF WS-STD-DROPPED > 0
               DISPLAY "LEAGSUB: standings over 10 players at a "
                       "table - the rest not submitted"
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           IF WS-UNLISTED-COUNT > 0
               MOVE WS-UNLISTED-COUNT TO WS-PRT-COUNT
               DISPLAY "LEAGSUB: " WS-PRT-COUNT " table(s) not in "
                       WS-DIRECTORY-NAME " - sent without disposition"
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           IF WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           EXIT.

       END PROGRAM LEAGSUB.
