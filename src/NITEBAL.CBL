       IDENTIFICATION DIVISION.
       PROGRAM-ID. NITEBAL.
      *****************************************************************
      *  NITEBAL - night balancing report.
      *  Run after the night is closed and before ARCNIGHT. Proves
      *  that every message the link took in reached the bot and
      *  left a mark: each MSGIN on the SRVJRNL journal must be
      *  covered, by command type, by exactly one decision-log row
      *  (GAMEDLOG), exception entry (GAMEEXC), outcome row
      *  (GAMEOUTC), JOIN reply or declined join, link event, or -
      *  for the broadcasts that want no reply - by nothing at all.
      *  Each MSGOUT must answer a ROUND STARTING, YOUR TURN or
      *  ROLLED that is still waiting on the same token, and each
      *  of those must be answered, declined or excepted by the end
      *  of the night. GAMESTND rows must belong to a table whose
      *  SCORE outcome was written. Control totals and any
      *  out-of-balance lines go to BALRPT; the return code tells
      *  the batch schedule whether ARCNIGHT may roll the night:
      *      0 - BALANCED
      *      4 - nothing to balance (no link journal - a NIGHTRUN
      *          night, which keeps none)
      *      8 - NOT IN BALANCE, hold ARCNIGHT
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Per-bot files are assigned dynamically so each bot's
      *    night is balanced against its own journal and logs;
      *    defaults are the legacy single-bot names.
           SELECT BOT-IDENTITY-FILE ASSIGN TO "BOTIDENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IDENTITY-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
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
           SELECT EXCEPTION-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOT-IDENTITY-FILE.
       01  BOT-IDENTITY-RECORD.
         COPY BOTIDNT.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
         COPY SRVJRN.
       FD  GAME-DECISION-LOG-FILE.
       01  GAME-DECISION-LOG-RECORD.
         COPY GAMELOG.
       FD  ROUND-OUTCOME-FILE.
       01  ROUND-OUTCOME-RECORD.
         COPY GAMEOUT.
       FD  STANDINGS-FILE.
       01  STANDINGS-RECORD.
         COPY GAMESTD.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05 EXC-SERVER-MESSAGE PIC X(100).
           05 FILLER             PIC X.
           05 EXC-TIMESTAMP      PIC X(26).
           05 FILLER             PIC X.
           05 EXC-REASON-CODE    PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-IDENTITY-STATUS PIC XX.
         88 IDENTITY-FILE-OK VALUE "00".
       01 WS-BOT-FILE-NAMES.
          05 WS-JOURNAL-NAME       PIC X(40) VALUE "SRVJRNL".
          05 WS-DECISION-LOG-NAME  PIC X(40) VALUE "GAMEDLOG".
          05 WS-ROUND-OUTCOME-NAME PIC X(40) VALUE "GAMEOUTC".
          05 WS-STANDINGS-NAME     PIC X(40) VALUE "GAMESTND".
          05 WS-EXCEPTION-NAME     PIC X(40) VALUE "GAMEEXC".
          05 WS-REPORT-NAME        PIC X(40) VALUE "BALRPT".
       01 WS-BAL-BOT-NAME PIC X(20) VALUE "MUFFINBO".
       01 WS-JOURNAL-STATUS PIC XX.
         88 JOURNAL-OK  VALUE "00".
         88 JOURNAL-EOF VALUE "10".
       01 WS-DECISION-LOG-STATUS PIC XX.
         88 DECISION-LOG-OK  VALUE "00".
         88 DECISION-LOG-EOF VALUE "10".
       01 WS-ROUND-OUTCOME-STATUS PIC XX.
         88 ROUND-OUTCOME-OK  VALUE "00".
         88 ROUND-OUTCOME-EOF VALUE "10".
       01 WS-STANDINGS-STATUS PIC XX.
         88 STANDINGS-OK  VALUE "00".
         88 STANDINGS-EOF VALUE "10".
       01 WS-EXCEPTION-STATUS PIC XX.
         88 EXCEPTION-FILE-OK  VALUE "00".
         88 EXCEPTION-FILE-EOF VALUE "10".
       01 WS-REPORT-STATUS PIC XX.
         88 REPORT-FILE-OK VALUE "00".
      *****************************************************************
      *  One entry per inbound command type, in the order the report
      *  prints them, with what is expected to cover it. Rows are
      *  the covering marks found in the logs; broadcasts are
      *  covered by being received, less any turned away as
      *  exceptions. OTHER catches a command the bot does not know,
      *  which only an exception entry can cover.
      *****************************************************************
       01 WS-TYPE-COUNT PIC 9(2) VALUE 13.
       01 COMMAND-TYPE-TABLE.
          05 TYPE-ENTRY OCCURS 13 TIMES INDEXED BY TYPE-IDX.
            07 TYPE-COMMAND    PIC X(20).
            07 TYPE-COVER      PIC X(16).
            07 TYPE-KIND       PIC X.
              88 TYPE-BROADCAST  VALUE "B".
              88 TYPE-LOGGED     VALUE "L".
            07 TYPE-REPLY      PIC X.
              88 TYPE-OWES-REPLY VALUE "Y".
            07 TYPE-MSGIN      PIC 9(6).
            07 TYPE-ROWS       PIC 9(6).
            07 TYPE-EXCEPTIONS PIC 9(6).
            07 TYPE-DIFFERENCE PIC S9(6).
       01 WS-TYPE-FOUND PIC 9(2).
       01 WS-TYPE-OTHER PIC 9(2) VALUE 13.
       01 WS-LOOKUP-COMMAND PIC X(32).
       01 WS-SPLIT-SOURCE   PIC X(100).
      *****************************************************************
      *  Inbound messages that owe a reply, kept from their MSGIN
      *  until the MSGOUT (or DECLINED row, or exception entry) that
      *  settles them. A slot is handed back once settled, so the
      *  table only ever holds what is outstanding.
      *****************************************************************
       01 WS-PEND-HIGH PIC 9(4) VALUE 0.
       01 PENDING-REPLY-TABLE.
          05 PEND-ENTRY OCCURS 500 TIMES INDEXED BY PEND-IDX.
            07 PEND-STATE     PIC X.
              88 PEND-FREE      VALUE SPACE.
              88 PEND-OPEN      VALUE "P".
            07 PEND-TYPE      PIC 9(2).
            07 PEND-TOKEN     PIC X(36).
            07 PEND-TIMESTAMP PIC X(26).
       01 WS-PEND-FOUND  PIC 9(4).
       01 WS-PEND-FULL   PIC X VALUE "N".
         88 PENDING-TABLE-FULL VALUE "Y".
      *****************************************************************
      *  Tables whose SCORE outcome row was written - the only place
      *  standings rows can come from.
      *****************************************************************
       01 WS-SCORE-TOKEN-COUNT PIC 9(4) VALUE 0.
       01 SCORE-TOKEN-TABLE.
          05 SCORE-TOKEN PIC X(36) OCCURS 500 TIMES
                         INDEXED BY SCR-IDX.
       01 WS-SCORE-TABLE-FULL PIC X VALUE "N".
         88 SCORE-TABLE-FULL VALUE "Y".
       01 WS-LAST-STANDINGS-TOKEN PIC X(36) VALUE SPACES.
      *****************************************************************
      *  Out-of-balance lines, kept until the control totals are
      *  printed so the report reads totals first, then detail.
      *****************************************************************
       01 WS-FINDING-COUNT PIC 9(6) VALUE 0.
       01 FINDING-TABLE.
          05 FINDING-TEXT PIC X(120) OCCURS 300 TIMES.
       01 WS-FINDING-TEXT PIC X(120).
       01 WS-MESSAGE-FIELDS.
          05 WS-MSG-COMMAND PIC X(32).
          05 WS-MSG-FIELD-2 PIC X(36).
          05 WS-MSG-FIELD-3 PIC X(36).
          05 WS-MSG-TOKEN   PIC X(36).
       01 WS-JOURNAL-COUNTS.
          05 WS-JOURNAL-ROWS     PIC 9(6) VALUE 0.
          05 WS-MSGIN-COUNT      PIC 9(6) VALUE 0.
          05 WS-MSGOUT-COUNT     PIC 9(6) VALUE 0.
          05 WS-MSGOUT-MATCHED   PIC 9(6) VALUE 0.
          05 WS-DECLINED-COUNT   PIC 9(6) VALUE 0.
          05 WS-UNANSWERED-COUNT PIC 9(6) VALUE 0.
       01 WS-LOG-COUNTS.
          05 WS-DECISION-ROWS    PIC 9(6) VALUE 0.
          05 WS-OUTCOME-ROWS     PIC 9(6) VALUE 0.
          05 WS-STANDINGS-ROWS   PIC 9(6) VALUE 0.
          05 WS-EXCEPTION-ROWS   PIC 9(6) VALUE 0.
          05 WS-EXCEPTION-EARLIER PIC 9(6) VALUE 0.
          05 WS-EXCEPTION-SETTLED PIC 9(6) VALUE 0.
      *    The first journal row marks where tonight began; an
      *    exception entry older than that is an earlier night's
      *    that the exception review has not yet worked.
       01 WS-NIGHT-START PIC X(26) VALUE HIGH-VALUES.
       01 WS-TOTAL-MSGIN      PIC 9(6) VALUE 0.
       01 WS-TOTAL-ROWS       PIC 9(6) VALUE 0.
       01 WS-TOTAL-EXCEPTIONS PIC 9(6) VALUE 0.
       01 WS-OUT-OF-BALANCE PIC 9(6) VALUE 0.
       01 WS-PRT-COUNT   PIC ZZZZZ9.
       01 WS-PRINT-LINE  PIC X(132).
       01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT  PIC 9(2) VALUE 0.
       01 WS-PAGE-LIMIT  PIC 9(2) VALUE 56.
       01 WS-REPORT-DATE PIC X(10).
       01 WS-SCAN-IDX    PIC 9(6).
       01 RPT-HEADING-LINE.
          05 RPT-HDG-BOT PIC X(20) VALUE "MUFFINBO".
          05 FILLER PIC X(23) VALUE " NIGHT BALANCING REPORT".
          05 FILLER PIC X(5) VALUE SPACES.
          05 RPT-HDG-DATE PIC X(10).
          05 FILLER PIC X(64) VALUE SPACES.
          05 FILLER PIC X(5) VALUE "PAGE ".
          05 RPT-HDG-PAGE PIC ZZZ9.
          05 FILLER PIC X VALUE SPACE.
       01 RPT-TOTAL-COL-LINE.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(22) VALUE "COMMAND TYPE".
          05 FILLER PIC X(18) VALUE "COVERED BY".
          05 FILLER PIC X(8)  VALUE "   MSGIN".
          05 FILLER PIC X(8)  VALUE "    ROWS".
          05 FILLER PIC X(8)  VALUE "  EXCEPT".
          05 FILLER PIC X(9)  VALUE "    DIFF ".
          05 FILLER PIC X(57) VALUE SPACES.
       01 RPT-TOTAL-DET-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-TOT-COMMAND PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-TOT-COVER PIC X(16).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-TOT-MSGIN PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-TOT-ROWS PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-TOT-EXCEPTIONS PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-TOT-DIFFERENCE PIC -ZZZZZ9.
          05 FILLER PIC X VALUE SPACE.
          05 RPT-TOT-FLAG PIC X(12).
          05 FILLER PIC X(46) VALUE SPACES.
       01 RPT-COUNT-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-CNT-LABEL PIC X(40).
          05 RPT-CNT-VALUE PIC ZZZZZ9.
          05 FILLER PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH SECTION.
           PERFORM RESOLVE-BOT-IDENTITY
           DISPLAY "NITEBAL: night balancing for " WS-BAL-BOT-NAME
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-FILE-OK
               DISPLAY "NITEBAL: cannot write BALRPT, status "
                       WS-REPORT-STATUS " - NOT IN BALANCE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-REPORT-DATE(1:4)
           MOVE "-" TO WS-REPORT-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-REPORT-DATE(6:2)
           MOVE "-" TO WS-REPORT-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-REPORT-DATE(9:2)
           MOVE WS-REPORT-DATE TO RPT-HDG-DATE
           PERFORM START-REPORT-PAGE
           PERFORM LOAD-COMMAND-TYPES
           PERFORM SCAN-LINK-JOURNAL
           IF WS-MSGIN-COUNT = 0
               PERFORM WRITE-NOTHING-TO-BALANCE
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           PERFORM COUNT-DECISION-LOG
           PERFORM COUNT-ROUND-OUTCOMES
           PERFORM CHECK-STANDINGS
           PERFORM COUNT-EXCEPTIONS
           PERFORM LIST-UNANSWERED-MESSAGES
           PERFORM BALANCE-COMMAND-TYPES
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-OUT-OF-BALANCE-LINES
           PERFORM WRITE-FINAL-VERDICT
           CLOSE REPORT-FILE
           GOBACK.

      *****************************************************************
      *  Which bot's night this balances: BOTIDENT puts the journal,
      *  the logs and the report onto that bot's suffixed set.
      *  Absent, the legacy names stand.
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
                       MOVE IDN-BOT-NAME TO WS-BAL-BOT-NAME
                       MOVE IDN-BOT-NAME TO RPT-HDG-BOT
                   END-IF
                   IF IDN-FILE-SUFFIX NOT = SPACES
                       PERFORM SUFFIX-BOT-FILE-NAMES
                   END-IF
           END-READ
           CLOSE BOT-IDENTITY-FILE
           EXIT.

       SUFFIX-BOT-FILE-NAMES SECTION.
           MOVE SPACES TO WS-JOURNAL-NAME
           STRING "SRVJRNL." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-JOURNAL-NAME
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
           MOVE SPACES TO WS-EXCEPTION-NAME
           STRING "GAMEEXC." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-EXCEPTION-NAME
           MOVE SPACES TO WS-REPORT-NAME
           STRING "BALRPT." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-REPORT-NAME
           EXIT.

      *****************************************************************
      *  The command types MUFFINBO and SRVLINK act on, and what
      *  each leaves behind: ROUND STARTING a JOIN reply (or a
      *  DECLINED row while the link drains), ANNOUNCED / YOUR TURN
      *  / ROLLED a decision-log row, ACTUAL DICE / PLAYER LOST /
      *  SCORE an outcome row, the handshake traffic the link's own
      *  journal event. ROUND STARTED and PLAYER WANTS TO SEE are
      *  broadcasts that leave nothing but the bot's table memory.
      *****************************************************************
       LOAD-COMMAND-TYPES SECTION.
           INITIALIZE COMMAND-TYPE-TABLE
           MOVE "ROUND STARTING"      TO TYPE-COMMAND(1)
           MOVE "JOIN OR DECLINED"    TO TYPE-COVER(1)
           MOVE "L"                   TO TYPE-KIND(1)
           MOVE "Y"                   TO TYPE-REPLY(1)
           MOVE "ROUND STARTED"       TO TYPE-COMMAND(2)
           MOVE "BROADCAST"           TO TYPE-COVER(2)
           MOVE "B"                   TO TYPE-KIND(2)
           MOVE "ANNOUNCED"           TO TYPE-COMMAND(3)
           MOVE "DECISION LOG"        TO TYPE-COVER(3)
           MOVE "L"                   TO TYPE-KIND(3)
           MOVE "YOUR TURN"           TO TYPE-COMMAND(4)
           MOVE "DECISION LOG"        TO TYPE-COVER(4)
           MOVE "L"                   TO TYPE-KIND(4)
           MOVE "Y"                   TO TYPE-REPLY(4)
           MOVE "ROLLED"              TO TYPE-COMMAND(5)
           MOVE "DECISION LOG"        TO TYPE-COVER(5)
           MOVE "L"                   TO TYPE-KIND(5)
           MOVE "Y"                   TO TYPE-REPLY(5)
           MOVE "PLAYER WANTS TO SEE" TO TYPE-COMMAND(6)
           MOVE "BROADCAST"           TO TYPE-COVER(6)
           MOVE "B"                   TO TYPE-KIND(6)
           MOVE "ACTUAL DICE"         TO TYPE-COMMAND(7)
           MOVE "OUTCOME REVEAL"      TO TYPE-COVER(7)
           MOVE "L"                   TO TYPE-KIND(7)
           MOVE "PLAYER LOST"         TO TYPE-COMMAND(8)
           MOVE "OUTCOME LOST"        TO TYPE-COVER(8)
           MOVE "L"                   TO TYPE-KIND(8)
           MOVE "SCORE"               TO TYPE-COMMAND(9)
           MOVE "OUTCOME SCORE"       TO TYPE-COVER(9)
           MOVE "L"                   TO TYPE-KIND(9)
           MOVE "REGISTERED"          TO TYPE-COMMAND(10)
           MOVE "LINK EVENT"          TO TYPE-COVER(10)
           MOVE "L"                   TO TYPE-KIND(10)
           MOVE "REJECTED"            TO TYPE-COMMAND(11)
           MOVE "LINK EVENT"          TO TYPE-COVER(11)
           MOVE "L"                   TO TYPE-KIND(11)
           MOVE "SHUTDOWN"            TO TYPE-COMMAND(12)
           MOVE "LINK EVENT"          TO TYPE-COVER(12)
           MOVE "L"                   TO TYPE-KIND(12)
           MOVE "OTHER"               TO TYPE-COMMAND(13)
           MOVE "EXCEPTION ONLY"      TO TYPE-COVER(13)
           MOVE "L"                   TO TYPE-KIND(13)
           EXIT.

      *    WS-LOOKUP-COMMAND in, WS-TYPE-FOUND out (OTHER when the
      *    command is none of the known ones).
       FIND-COMMAND-TYPE SECTION.
           MOVE WS-TYPE-OTHER TO WS-TYPE-FOUND
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX NOT < WS-TYPE-OTHER
               IF TYPE-COMMAND(TYPE-IDX) = WS-LOOKUP-COMMAND
                   SET WS-TYPE-FOUND TO TYPE-IDX
                   EXIT SECTION
               END-IF
           END-PERFORM
           EXIT.

      *****************************************************************
      *  Splits a server message (or reply) in WS-SPLIT-SOURCE on
      *  ';'. The token is
      *  the last field: second for ROUND STARTING and YOUR TURN,
      *  third for ROLLED. Journal detail keeps only the first 60
      *  bytes, which is whole for every message that owes a reply
      *  and for every reply; longer broadcasts are counted by
      *  their command alone.
      *****************************************************************
       SPLIT-MESSAGE-FIELDS SECTION.
           MOVE SPACES TO WS-MESSAGE-FIELDS
           UNSTRING WS-SPLIT-SOURCE DELIMITED BY ';'
               INTO WS-MSG-COMMAND
                    WS-MSG-FIELD-2
                    WS-MSG-FIELD-3
           IF WS-MSG-FIELD-3 = SPACES
               MOVE WS-MSG-FIELD-2 TO WS-MSG-TOKEN
           ELSE
               MOVE WS-MSG-FIELD-3 TO WS-MSG-TOKEN
           END-IF
           EXIT.

      *****************************************************************
      *  One pass over the journal: MSGIN rows are counted by type
      *  and those owing a reply are held open; MSGOUT and DECLINED
      *  rows settle them by token; the link's own handshake events
      *  cover the handshake messages.
      *****************************************************************
       SCAN-LINK-JOURNAL SECTION.
           OPEN INPUT JOURNAL-FILE
           IF NOT JOURNAL-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL JOURNAL-EOF
               READ JOURNAL-FILE
                   AT END
                       SET JOURNAL-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-JOURNAL-ROW
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           EXIT.

       TAKE-ONE-JOURNAL-ROW SECTION.
           ADD 1 TO WS-JOURNAL-ROWS
           IF WS-JOURNAL-ROWS = 1
               MOVE JRN-TIMESTAMP TO WS-NIGHT-START
           END-IF
           EVALUATE TRUE
           WHEN JRN-MESSAGE-IN
               PERFORM TAKE-INBOUND-MESSAGE
           WHEN JRN-REPLY-OUT
               PERFORM TAKE-OUTBOUND-REPLY
           WHEN JRN-DECLINED
               PERFORM TAKE-DECLINED-JOIN
           WHEN JRN-REGISTERED
               ADD 1 TO TYPE-ROWS(10)
           WHEN JRN-REJECTED
               ADD 1 TO TYPE-ROWS(11)
           WHEN JRN-SHUTDOWN
               ADD 1 TO TYPE-ROWS(12)
           END-EVALUATE
           EXIT.

       TAKE-INBOUND-MESSAGE SECTION.
           ADD 1 TO WS-MSGIN-COUNT
           MOVE JRN-DETAIL TO WS-SPLIT-SOURCE
           PERFORM SPLIT-MESSAGE-FIELDS
           MOVE WS-MSG-COMMAND TO WS-LOOKUP-COMMAND
           PERFORM FIND-COMMAND-TYPE
           ADD 1 TO TYPE-MSGIN(WS-TYPE-FOUND)
           IF TYPE-OWES-REPLY(WS-TYPE-FOUND)
               PERFORM OPEN-PENDING-REPLY
           END-IF
           EXIT.

       OPEN-PENDING-REPLY SECTION.
           IF PENDING-TABLE-FULL
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-PEND-FOUND
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > WS-PEND-HIGH
                      OR WS-PEND-FOUND > 0
               IF PEND-FREE(PEND-IDX)
                   SET WS-PEND-FOUND TO PEND-IDX
               END-IF
           END-PERFORM
           IF WS-PEND-FOUND = 0
               IF WS-PEND-HIGH NOT < 500
                   SET PENDING-TABLE-FULL TO TRUE
                   MOVE "REPLY MATCHING STOPPED - MORE THAN 500 "
                       TO WS-FINDING-TEXT
                   MOVE "MESSAGES WAITING ON A REPLY AT ONCE"
                       TO WS-FINDING-TEXT(40:)
                   PERFORM ADD-FINDING
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-PEND-HIGH
               MOVE WS-PEND-HIGH TO WS-PEND-FOUND
           END-IF
           SET PEND-OPEN(WS-PEND-FOUND) TO TRUE
           MOVE WS-TYPE-FOUND TO PEND-TYPE(WS-PEND-FOUND)
           MOVE WS-MSG-TOKEN TO PEND-TOKEN(WS-PEND-FOUND)
           MOVE JRN-TIMESTAMP TO PEND-TIMESTAMP(WS-PEND-FOUND)
           EXIT.

      *    WS-TYPE-FOUND and WS-MSG-TOKEN in; WS-PEND-FOUND out, zero
      *    when nothing of that type is waiting on that token.
       FIND-PENDING-REPLY SECTION.
           MOVE 0 TO WS-PEND-FOUND
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > WS-PEND-HIGH
               IF PEND-OPEN(PEND-IDX)
                       AND PEND-TYPE(PEND-IDX) = WS-TYPE-FOUND
                       AND PEND-TOKEN(PEND-IDX) = WS-MSG-TOKEN
                   SET WS-PEND-FOUND TO PEND-IDX
                   EXIT SECTION
               END-IF
           END-PERFORM
           EXIT.

      *****************************************************************
      *  JOIN answers ROUND STARTING, SEE or ROLL answers YOUR TURN,
      *  ANNOUNCE answers ROLLED - on the same token, and only once.
      *  A JOIN is also the mark that covers its ROUND STARTING.
      *****************************************************************
       TAKE-OUTBOUND-REPLY SECTION.
           ADD 1 TO WS-MSGOUT-COUNT
           MOVE JRN-DETAIL TO WS-SPLIT-SOURCE
           PERFORM SPLIT-MESSAGE-FIELDS
           EVALUATE WS-MSG-COMMAND
           WHEN "JOIN"
               MOVE 1 TO WS-TYPE-FOUND
               ADD 1 TO TYPE-ROWS(1)
           WHEN "SEE"
           WHEN "ROLL"
               MOVE 4 TO WS-TYPE-FOUND
           WHEN "ANNOUNCE"
               MOVE 5 TO WS-TYPE-FOUND
           WHEN OTHER
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "MSGOUT  " DELIMITED BY SIZE
                      JRN-TIMESTAMP(9:6) DELIMITED BY SIZE
                      "  REPLY OF NO KNOWN KIND: " DELIMITED BY SIZE
                      JRN-DETAIL DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               PERFORM ADD-FINDING
               EXIT SECTION
           END-EVALUATE
           IF PENDING-TABLE-FULL
               EXIT SECTION
           END-IF
           PERFORM FIND-PENDING-REPLY
           IF WS-PEND-FOUND = 0
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "MSGOUT  " DELIMITED BY SIZE
                      JRN-TIMESTAMP(9:6) DELIMITED BY SIZE
                      "  ANSWERS NO WAITING MESSAGE: "
                      DELIMITED BY SIZE
                      JRN-DETAIL DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               PERFORM ADD-FINDING
           ELSE
               ADD 1 TO WS-MSGOUT-MATCHED
               SET PEND-FREE(WS-PEND-FOUND) TO TRUE
           END-IF
           EXIT.

      *    A draining link journals the token of each ROUND STARTING
      *    it lets go by; that settles and covers the invitation.
       TAKE-DECLINED-JOIN SECTION.
           ADD 1 TO WS-DECLINED-COUNT
           ADD 1 TO TYPE-ROWS(1)
           MOVE 1 TO WS-TYPE-FOUND
           MOVE JRN-DETAIL(1:36) TO WS-MSG-TOKEN
           IF PENDING-TABLE-FULL
               EXIT SECTION
           END-IF
           PERFORM FIND-PENDING-REPLY
           IF WS-PEND-FOUND = 0
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "DECLINED" DELIMITED BY SIZE
                      JRN-TIMESTAMP(9:6) DELIMITED BY SIZE
                      "  NO ROUND STARTING WAITING ON "
                      DELIMITED BY SIZE
                      WS-MSG-TOKEN DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               PERFORM ADD-FINDING
           ELSE
               SET PEND-FREE(WS-PEND-FOUND) TO TRUE
           END-IF
           EXIT.

      *****************************************************************
      *  ANNOUNCED, YOUR TURN and ROLLED each write one decision-log
      *  row. Rows of any other command are not the bot's and are
      *  out of balance in their own right.
      *****************************************************************
       COUNT-DECISION-LOG SECTION.
           OPEN INPUT GAME-DECISION-LOG-FILE
           IF NOT DECISION-LOG-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL DECISION-LOG-EOF
               READ GAME-DECISION-LOG-FILE
                   AT END
                       SET DECISION-LOG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DECISION-ROWS
                       MOVE LOG-COMMAND TO WS-LOOKUP-COMMAND
                       PERFORM FIND-COMMAND-TYPE
                       IF WS-TYPE-FOUND NOT < 3
                               AND WS-TYPE-FOUND NOT > 5
                           ADD 1 TO TYPE-ROWS(WS-TYPE-FOUND)
                       ELSE
                           MOVE SPACES TO WS-FINDING-TEXT
                           STRING "GAMEDLOG" DELIMITED BY SIZE
                                  LOG-TIMESTAMP(9:6)
                                  DELIMITED BY SIZE
                                  "  ROW FOR A COMMAND THAT LOGS "
                                  DELIMITED BY SIZE
                                  "NONE: " DELIMITED BY SIZE
                                  LOG-COMMAND DELIMITED BY SIZE
                               INTO WS-FINDING-TEXT
                           PERFORM ADD-FINDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAME-DECISION-LOG-FILE
           EXIT.

      *****************************************************************
      *  REVEAL rows cover ACTUAL DICE, LOST rows PLAYER LOST, SCORE
      *  rows SCORE. Each SCORE row's token is kept for the
      *  standings check.
      *****************************************************************
       COUNT-ROUND-OUTCOMES SECTION.
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
           ADD 1 TO WS-OUTCOME-ROWS
           EVALUATE TRUE
           WHEN OUT-REVEAL
               ADD 1 TO TYPE-ROWS(7)
           WHEN OUT-LOST
               ADD 1 TO TYPE-ROWS(8)
           WHEN OUT-SCORE
               ADD 1 TO TYPE-ROWS(9)
               IF WS-SCORE-TOKEN-COUNT < 500
                   ADD 1 TO WS-SCORE-TOKEN-COUNT
                   MOVE OUT-TOKEN
                       TO SCORE-TOKEN(WS-SCORE-TOKEN-COUNT)
               ELSE
                   SET SCORE-TABLE-FULL TO TRUE
               END-IF
           WHEN OTHER
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "GAMEOUTC" DELIMITED BY SIZE
                      OUT-TIMESTAMP(9:6) DELIMITED BY SIZE
                      "  ROW OF NO KNOWN KIND: " DELIMITED BY SIZE
                      OUT-KIND DELIMITED BY SIZE
                      " ON " DELIMITED BY SIZE
                      OUT-TOKEN DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               PERFORM ADD-FINDING
           END-EVALUATE
           EXIT.

      *****************************************************************
      *  Standings rows are written only alongside a SCORE outcome
      *  row, in one run per SCORE; a run whose table has no SCORE
      *  row did not come from the bot's SCORE handling.
      *****************************************************************
       CHECK-STANDINGS SECTION.
           OPEN INPUT STANDINGS-FILE
           IF NOT STANDINGS-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL STANDINGS-EOF
               READ STANDINGS-FILE
                   AT END
                       SET STANDINGS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STANDINGS-ROWS
                       IF STD-TOKEN NOT = WS-LAST-STANDINGS-TOKEN
                           MOVE STD-TOKEN TO WS-LAST-STANDINGS-TOKEN
                           PERFORM CHECK-ONE-STANDINGS-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDINGS-FILE
           EXIT.

       CHECK-ONE-STANDINGS-RUN SECTION.
           IF SCORE-TABLE-FULL
               EXIT SECTION
           END-IF
           PERFORM VARYING SCR-IDX FROM 1 BY 1
                   UNTIL SCR-IDX > WS-SCORE-TOKEN-COUNT
               IF SCORE-TOKEN(SCR-IDX) = STD-TOKEN
                   EXIT SECTION
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-FINDING-TEXT
           STRING "GAMESTND" DELIMITED BY SIZE
                  STD-TIMESTAMP(9:6) DELIMITED BY SIZE
                  "  STANDINGS WITH NO SCORE OUTCOME ROW: "
                  DELIMITED BY SIZE
                  STD-TOKEN DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
           PERFORM ADD-FINDING
           EXIT.

      *****************************************************************
      *  Tonight's exception entries cover their message's type; an
      *  entry for a message that owed a reply also settles it, as
      *  the bot turned it away unanswered. Entries older than the
      *  journal are an earlier night's and are only counted.
      *****************************************************************
       COUNT-EXCEPTIONS SECTION.
           OPEN INPUT EXCEPTION-FILE
           IF NOT EXCEPTION-FILE-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL EXCEPTION-FILE-EOF
               READ EXCEPTION-FILE
                   AT END
                       SET EXCEPTION-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-EXCEPTION
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-FILE
           EXIT.

       TAKE-ONE-EXCEPTION SECTION.
           IF EXC-TIMESTAMP < WS-NIGHT-START
               ADD 1 TO WS-EXCEPTION-EARLIER
               EXIT SECTION
           END-IF
           ADD 1 TO WS-EXCEPTION-ROWS
           MOVE EXC-SERVER-MESSAGE TO WS-SPLIT-SOURCE
           PERFORM SPLIT-MESSAGE-FIELDS
           MOVE WS-MSG-COMMAND TO WS-LOOKUP-COMMAND
           PERFORM FIND-COMMAND-TYPE
           ADD 1 TO TYPE-EXCEPTIONS(WS-TYPE-FOUND)
           IF TYPE-OWES-REPLY(WS-TYPE-FOUND)
               IF NOT PENDING-TABLE-FULL
                   PERFORM FIND-PENDING-REPLY
                   IF WS-PEND-FOUND > 0
                       ADD 1 TO WS-EXCEPTION-SETTLED
                       SET PEND-FREE(WS-PEND-FOUND) TO TRUE
                   END-IF
               END-IF
           END-IF
           EXIT.

      *    Whatever still waits at the end of the night was never
      *    answered, declined or turned away.
       LIST-UNANSWERED-MESSAGES SECTION.
           IF PENDING-TABLE-FULL
               EXIT SECTION
           END-IF
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > WS-PEND-HIGH
               IF PEND-OPEN(PEND-IDX)
                   ADD 1 TO WS-UNANSWERED-COUNT
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "MSGIN   " DELIMITED BY SIZE
                          PEND-TIMESTAMP(PEND-IDX)(9:6)
                          DELIMITED BY SIZE
                          "  NEVER ANSWERED: " DELIMITED BY SIZE
                          TYPE-COMMAND(PEND-TYPE(PEND-IDX))
                          DELIMITED BY "  "
                          " ON " DELIMITED BY SIZE
                          PEND-TOKEN(PEND-IDX) DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                   PERFORM ADD-FINDING
               END-IF
           END-PERFORM
           EXIT.

      *****************************************************************
      *  Per type: what came in less what covers it. A broadcast is
      *  covered by its own arrival unless it was turned away, so
      *  only more exceptions than messages can put it out.
      *****************************************************************
       BALANCE-COMMAND-TYPES SECTION.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > WS-TYPE-COUNT
               IF TYPE-BROADCAST(TYPE-IDX)
                   IF TYPE-MSGIN(TYPE-IDX)
                           > TYPE-EXCEPTIONS(TYPE-IDX)
                       COMPUTE TYPE-ROWS(TYPE-IDX) =
                           TYPE-MSGIN(TYPE-IDX)
                           - TYPE-EXCEPTIONS(TYPE-IDX)
                   END-IF
               END-IF
               COMPUTE TYPE-DIFFERENCE(TYPE-IDX) =
                   TYPE-MSGIN(TYPE-IDX) - TYPE-ROWS(TYPE-IDX)
                   - TYPE-EXCEPTIONS(TYPE-IDX)
               ADD TYPE-MSGIN(TYPE-IDX) TO WS-TOTAL-MSGIN
               ADD TYPE-ROWS(TYPE-IDX) TO WS-TOTAL-ROWS
               ADD TYPE-EXCEPTIONS(TYPE-IDX) TO WS-TOTAL-EXCEPTIONS
               IF TYPE-DIFFERENCE(TYPE-IDX) NOT = 0
                   ADD 1 TO WS-OUT-OF-BALANCE
               END-IF
           END-PERFORM
           ADD WS-FINDING-COUNT TO WS-OUT-OF-BALANCE
           EXIT.

       ADD-FINDING SECTION.
           ADD 1 TO WS-FINDING-COUNT
           IF WS-FINDING-COUNT NOT > 300
               MOVE WS-FINDING-TEXT TO FINDING-TEXT(WS-FINDING-COUNT)
           END-IF
           EXIT.

       WRITE-CONTROL-TOTALS SECTION.
           MOVE "CONTROL TOTALS BY COMMAND TYPE" TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE RPT-TOTAL-COL-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > WS-TYPE-COUNT
               MOVE TYPE-COMMAND(TYPE-IDX) TO RPT-TOT-COMMAND
               MOVE TYPE-COVER(TYPE-IDX) TO RPT-TOT-COVER
               MOVE TYPE-MSGIN(TYPE-IDX) TO RPT-TOT-MSGIN
               MOVE TYPE-ROWS(TYPE-IDX) TO RPT-TOT-ROWS
               MOVE TYPE-EXCEPTIONS(TYPE-IDX) TO RPT-TOT-EXCEPTIONS
               MOVE TYPE-DIFFERENCE(TYPE-IDX) TO RPT-TOT-DIFFERENCE
               IF TYPE-DIFFERENCE(TYPE-IDX) = 0
                   MOVE SPACES TO RPT-TOT-FLAG
               ELSE
                   MOVE "** OUT **" TO RPT-TOT-FLAG
               END-IF
               MOVE RPT-TOTAL-DET-LINE TO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           END-PERFORM
           MOVE "TOTAL" TO RPT-TOT-COMMAND
           MOVE SPACES TO RPT-TOT-COVER
           MOVE WS-TOTAL-MSGIN TO RPT-TOT-MSGIN
           MOVE WS-TOTAL-ROWS TO RPT-TOT-ROWS
           MOVE WS-TOTAL-EXCEPTIONS TO RPT-TOT-EXCEPTIONS
           COMPUTE RPT-TOT-DIFFERENCE = WS-TOTAL-MSGIN
               - WS-TOTAL-ROWS - WS-TOTAL-EXCEPTIONS
           MOVE SPACES TO RPT-TOT-FLAG
           MOVE RPT-TOTAL-DET-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "JOURNAL ROWS READ" TO RPT-CNT-LABEL
           MOVE WS-JOURNAL-ROWS TO RPT-CNT-VALUE
           PERFORM PUT-COUNT-LINE
           MOVE "REPLIES SENT (MSGOUT)" TO RPT-CNT-LABEL
           MOVE WS-MSGOUT-COUNT TO RPT-CNT-VALUE
           PERFORM PUT-COUNT-LINE
           MOVE "REPLIES MATCHED TO A WAITING MESSAGE" TO RPT-CNT-LABEL
           MOVE WS-MSGOUT-MATCHED TO RPT-CNT-VALUE
           PERFORM PUT-COUNT-LINE
           MOVE "JOINS DECLINED WHILE DRAINING" TO RPT-CNT-LABEL
           MOVE WS-DECLINED-COUNT TO RPT-CNT-VALUE
           PERFORM PUT-COUNT-LINE
           MOVE "REPLY OWED, SETTLED BY AN EXCEPTION" TO RPT-CNT-LABEL
           MOVE WS-EXCEPTION-SETTLED TO RPT-CNT-VALUE
           PERFORM PUT-COUNT-LINE
           MOVE "REPLY OWED, NEVER ANSWERED" TO RPT-CNT-LABEL
           MOVE WS-UNANSWERED-COUNT TO RPT-CNT-VALUE
           PERFORM PUT-COUNT-LINE
           MOVE "GAMEDLOG ROWS" TO RPT-CNT-LABEL
           MOVE WS-DECISION-ROWS TO RPT-CNT-VALUE
           PERFORM PUT-COUNT-LINE
           MOVE "GAMEOUTC ROWS" TO RPT-CNT-LABEL
           MOVE WS-OUTCOME-ROWS TO RPT-CNT-VALUE
           PERFORM PUT-COUNT-LINE
           MOVE "GAMESTND ROWS" TO RPT-CNT-LABEL
           MOVE WS-STANDINGS-ROWS TO RPT-CNT-VALUE
           PERFORM PUT-COUNT-LINE
           MOVE "GAMEEXC ENTRIES TONIGHT" TO RPT-CNT-LABEL
           MOVE WS-EXCEPTION-ROWS TO RPT-CNT-VALUE
           PERFORM PUT-COUNT-LINE
           MOVE "GAMEEXC ENTRIES FROM EARLIER NIGHTS" TO RPT-CNT-LABEL
           MOVE WS-EXCEPTION-EARLIER TO RPT-CNT-VALUE
           PERFORM PUT-COUNT-LINE
           EXIT.

       PUT-COUNT-LINE SECTION.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           EXIT.

       WRITE-OUT-OF-BALANCE-LINES SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "OUT-OF-BALANCE LINES" TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-FINDING-COUNT = 0
               MOVE "  NONE" TO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-FINDING-COUNT
                      OR WS-SCAN-IDX > 300
               MOVE SPACES TO WS-PRINT-LINE
               MOVE FINDING-TEXT(WS-SCAN-IDX) TO WS-PRINT-LINE(3:)
               PERFORM PUT-REPORT-LINE
           END-PERFORM
           IF WS-FINDING-COUNT > 300
               MOVE WS-FINDING-COUNT TO WS-PRT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  ONLY THE FIRST 300 OF " DELIMITED BY SIZE
                      WS-PRT-COUNT DELIMITED BY SIZE
                      " OUT-OF-BALANCE LINES ARE LISTED"
                      DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           EXIT.

       WRITE-NOTHING-TO-BALANCE SECTION.
           MOVE "SRVJRNL: NO INBOUND MESSAGES JOURNALLED - NOTHING TO "
               TO WS-PRINT-LINE
           MOVE "BALANCE (A NIGHTRUN NIGHT KEEPS NO JOURNAL)"
               TO WS-PRINT-LINE(55:)
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "VERDICT: NOTHING TO BALANCE" TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           DISPLAY "NITEBAL: no inbound messages journalled - "
                   "nothing to balance"
           MOVE 4 TO RETURN-CODE
           EXIT.

       WRITE-FINAL-VERDICT SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-OUT-OF-BALANCE = 0
               MOVE "VERDICT: BALANCED" TO WS-PRINT-LINE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE "VERDICT: NOT IN BALANCE - HOLD ARCNIGHT"
                   TO WS-PRINT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM PUT-REPORT-LINE
           MOVE WS-TOTAL-MSGIN TO WS-PRT-COUNT
           DISPLAY "NITEBAL: " WS-PRT-COUNT " inbound message(s) "
                   "balanced by command type"
           IF WS-OUT-OF-BALANCE > 0
               MOVE WS-OUT-OF-BALANCE TO WS-PRT-COUNT
               DISPLAY "NITEBAL: " WS-PRT-COUNT
                       " out-of-balance line(s); see BALRPT"
           END-IF
           DISPLAY "NITEBAL: " WS-PRINT-LINE(1:50)
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

       END PROGRAM NITEBAL.
