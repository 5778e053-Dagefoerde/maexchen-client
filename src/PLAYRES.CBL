       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYRES.
      *****************************************************************
      *  PLAYRES - player-name resolver.
      *  CALLed with a PLAYER-REGISTRY-REQUEST by every program that
      *  keys anything on a player's name, so one player seen under
      *  several spellings (JanLukas, JANLUKAS, JANLUKAS2) is kept
      *  under the one canonical name the shop's player registry
      *  PLAYREG gives them. Names match without regard to case,
      *  against the canonical name and every alias. A name the
      *  registry has never heard of - or a retired player turning
      *  up again - is written once to PLAYREVW for the operator to
      *  register or alias with REGMNT, and is otherwise passed
      *  through unchanged. The registry is loaded on the first
      *  call and held for the run; ARCNIGHT also uses it to keep
      *  each player's first and last seen dates.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The registry is shop-wide; the review file is per-bot so
      *    each bot's operator sees the names their own bot met.
           SELECT BOT-IDENTITY-FILE ASSIGN TO "BOTIDENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IDENTITY-STATUS.
           SELECT PLAYER-REGISTRY-FILE ASSIGN TO "PLAYREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT PLAYER-REVIEW-FILE
               ASSIGN TO DYNAMIC WS-REVIEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOT-IDENTITY-FILE.
       01  BOT-IDENTITY-RECORD.
         COPY BOTIDNT.
       FD  PLAYER-REGISTRY-FILE.
       01  PLAYER-REGISTRY-RECORD.
         COPY PLAYREC.
       FD  PLAYER-REVIEW-FILE.
       01  PLAYER-REVIEW-RECORD.
         COPY PLAYREV.
       WORKING-STORAGE SECTION.
       01 WS-IDENTITY-STATUS PIC XX.
         88 IDENTITY-FILE-OK VALUE "00".
       01 WS-REVIEW-NAME PIC X(40) VALUE "PLAYREVW".
      *    Our own bot's name, upper-cased: never put up for review.
      *    The default is the legacy single bot's.
       01 WS-OWN-KEY     PIC X(20) VALUE "MUFFINBO".
       01 WS-REGISTRY-STATUS PIC XX.
         88 REGISTRY-FILE-OK  VALUE "00".
         88 REGISTRY-FILE-EOF VALUE "10".
       01 WS-REVIEW-STATUS PIC XX.
         88 REVIEW-FILE-OK  VALUE "00".
         88 REVIEW-FILE-EOF VALUE "10".
       01 WS-RUN-CONTROL.
          05 WS-INITIALIZED PIC X VALUE "N".
            88 RUN-INITIALIZED VALUE "Y".
          05 WS-REGISTRY-FOUND PIC X VALUE "N".
            88 REGISTRY-PRESENT VALUE "Y".
          05 WS-SEEN-CHANGED PIC X VALUE "N".
            88 SEEN-DATES-CHANGED VALUE "Y".
       01 WS-REGISTRY-COUNT PIC 9(4) VALUE 0.
       01 PLAYER-REGISTRY-TABLE.
         COPY PLAYTBL.
       01 WS-REGISTRY-DROPPED PIC 9(4) VALUE 0.
      *****************************************************************
      *  Names already put up for review - this run's and those
      *  already standing in PLAYREVW - so each goes up only once.
      *****************************************************************
       01 WS-REVIEWED-COUNT PIC 9(4) VALUE 0.
       01 REVIEWED-TABLE.
          05 REVIEWED-KEY PIC X(20)
                  OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-REVIEWED-COUNT.
       01 WS-LOOKUP-KEY   PIC X(20).
       01 WS-FOUND-IDX    PIC 9(4).
       01 WS-SCAN-IDX     PIC 9(4).
       01 WS-ALIAS-IDX    PIC 9(2).
       01 WS-ALIAS-HIT    PIC X.
         88 FOUND-BY-ALIAS VALUE "Y".
       01 WS-REVIEW-REASON    PIC X(8).
       01 WS-ALREADY-REVIEWED PIC X.
         88 ALREADY-REVIEWED VALUE "Y".
       01 WS-PRT-COUNT    PIC ZZZ9.
       LINKAGE SECTION.
       01 PLAYER-REGISTRY-REQUEST.
         COPY PLAYPRM.

       PROCEDURE DIVISION USING PLAYER-REGISTRY-REQUEST.
       MAIN-PARAGRAPH SECTION.
           IF NOT RUN-INITIALIZED
               PERFORM RESOLVE-BOT-IDENTITY
               PERFORM LOAD-REGISTRY
               PERFORM LOAD-REVIEW-LIST
               SET RUN-INITIALIZED TO TRUE
           END-IF
           EVALUATE TRUE
           WHEN PLR-RESOLVE
               PERFORM RESOLVE-PLAYER-NAME
           WHEN PLR-RELOAD
               PERFORM RELOAD-REGISTRY
           WHEN PLR-SEEN
               PERFORM NOTE-PLAYER-SEEN
           WHEN PLR-SAVE
               PERFORM SAVE-REGISTRY
           END-EVALUATE
           GOBACK.

      *****************************************************************
      *  Which bot this is: BOTIDENT's suffix names the review file,
      *  as for every other per-bot file, and its bot name is kept
      *  out of review. Absent, the legacy names stand.
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
                       MOVE FUNCTION UPPER-CASE(IDN-BOT-NAME)
                           TO WS-OWN-KEY
                   END-IF
                   IF IDN-FILE-SUFFIX NOT = SPACES
                       MOVE SPACES TO WS-REVIEW-NAME
                       STRING "PLAYREVW." DELIMITED BY SIZE
                              IDN-FILE-SUFFIX DELIMITED BY SPACE
                           INTO WS-REVIEW-NAME
                   END-IF
           END-READ
           CLOSE BOT-IDENTITY-FILE
           EXIT.

      *****************************************************************
      *  No PLAYREG at all means the shop keeps no registry: every
      *  name passes through as it came and nothing goes up for
      *  review. An empty PLAYREG is a registry with nobody on it
      *  yet, and every name met goes up.
      *****************************************************************
       LOAD-REGISTRY SECTION.
           MOVE 0 TO WS-REGISTRY-COUNT
           MOVE 0 TO WS-REGISTRY-DROPPED
           MOVE "N" TO WS-REGISTRY-FOUND
           MOVE "N" TO WS-SEEN-CHANGED
           OPEN INPUT PLAYER-REGISTRY-FILE
           IF NOT REGISTRY-FILE-OK
               EXIT SECTION
           END-IF
           SET REGISTRY-PRESENT TO TRUE
           PERFORM UNTIL REGISTRY-FILE-EOF
               READ PLAYER-REGISTRY-FILE
                   AT END
                       SET REGISTRY-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-REGISTRY-ROW
               END-READ
           END-PERFORM
           CLOSE PLAYER-REGISTRY-FILE
           IF WS-REGISTRY-DROPPED > 0
               MOVE WS-REGISTRY-DROPPED TO WS-PRT-COUNT
               DISPLAY "PLAYRES: warning - PLAYREG holds more than "
                       "500 players; " WS-PRT-COUNT " row(s) not "
                       "loaded"
           END-IF
           EXIT.

       LOAD-ONE-REGISTRY-ROW SECTION.
           IF REG-PLAYER = SPACES
               EXIT SECTION
           END-IF
           IF WS-REGISTRY-COUNT = 500
               ADD 1 TO WS-REGISTRY-DROPPED
               EXIT SECTION
           END-IF
           ADD 1 TO WS-REGISTRY-COUNT
           MOVE SPACES TO REGISTRY-ENTRY(WS-REGISTRY-COUNT)
           MOVE REG-PLAYER TO RGT-PLAYER(WS-REGISTRY-COUNT)
           MOVE FUNCTION UPPER-CASE(REG-PLAYER)
               TO RGT-KEY(WS-REGISTRY-COUNT)
           MOVE REG-STATUS TO RGT-STATUS(WS-REGISTRY-COUNT)
           MOVE REG-FIRST-SEEN TO RGT-FIRST-SEEN(WS-REGISTRY-COUNT)
           MOVE REG-LAST-SEEN TO RGT-LAST-SEEN(WS-REGISTRY-COUNT)
           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                   UNTIL WS-ALIAS-IDX > 8
               MOVE REG-ALIAS(WS-ALIAS-IDX)
                   TO RGT-ALIAS(WS-REGISTRY-COUNT, WS-ALIAS-IDX)
               MOVE FUNCTION UPPER-CASE(REG-ALIAS(WS-ALIAS-IDX))
                   TO RGT-ALIAS-KEY(WS-REGISTRY-COUNT, WS-ALIAS-IDX)
           END-PERFORM
           EXIT.

       LOAD-REVIEW-LIST SECTION.
           MOVE 0 TO WS-REVIEWED-COUNT
           OPEN INPUT PLAYER-REVIEW-FILE
           IF NOT REVIEW-FILE-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL REVIEW-FILE-EOF
               READ PLAYER-REVIEW-FILE
                   AT END
                       SET REVIEW-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(REV-PLAYER)
                           TO WS-LOOKUP-KEY
                       PERFORM NOTE-NAME-REVIEWED
               END-READ
           END-PERFORM
           CLOSE PLAYER-REVIEW-FILE
           EXIT.

      *****************************************************************
      *  An operator's RELOAD: the registry as REGMNT has left it
      *  now. Seen dates widened since the last SAVE are dropped
      *  with the old table, so a caller keeping them SAVEs first.
      *****************************************************************
       RELOAD-REGISTRY SECTION.
           PERFORM LOAD-REGISTRY
           EXIT.

       RESOLVE-PLAYER-NAME SECTION.
           MOVE PLR-NAME-IN TO PLR-CANONICAL
           MOVE "N" TO PLR-ALIAS-FLAG
           MOVE SPACE TO PLR-PLAYER-STATUS
           IF NOT REGISTRY-PRESENT
               SET PLR-NO-REGISTRY TO TRUE
               EXIT SECTION
           END-IF
           SET PLR-UNKNOWN TO TRUE
           IF PLR-NAME-IN = SPACES
               EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE(PLR-NAME-IN) TO WS-LOOKUP-KEY
           PERFORM FIND-REGISTRY-ENTRY
           IF WS-FOUND-IDX = 0
               MOVE "UNKNOWN" TO WS-REVIEW-REASON
               PERFORM PUT-NAME-UP-FOR-REVIEW
               EXIT SECTION
           END-IF
           SET PLR-REGISTERED TO TRUE
           MOVE RGT-PLAYER(WS-FOUND-IDX) TO PLR-CANONICAL
           MOVE RGT-STATUS(WS-FOUND-IDX) TO PLR-PLAYER-STATUS
           IF FOUND-BY-ALIAS
               SET PLR-VIA-ALIAS TO TRUE
           END-IF
           IF RGT-RETIRED(WS-FOUND-IDX)
               MOVE "RETIRED" TO WS-REVIEW-REASON
               PERFORM PUT-NAME-UP-FOR-REVIEW
           END-IF
           EXIT.

      *    WS-LOOKUP-KEY against every canonical name and alias; the
      *    first entry holding it wins (REGMNT keeps them unique).
       FIND-REGISTRY-ENTRY SECTION.
           MOVE 0 TO WS-FOUND-IDX
           MOVE "N" TO WS-ALIAS-HIT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-REGISTRY-COUNT
                   OR WS-FOUND-IDX > 0
               IF RGT-KEY(WS-SCAN-IDX) = WS-LOOKUP-KEY
                   MOVE WS-SCAN-IDX TO WS-FOUND-IDX
               ELSE
                   PERFORM FIND-REGISTRY-ALIAS
               END-IF
           END-PERFORM
           EXIT.

       FIND-REGISTRY-ALIAS SECTION.
           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                   UNTIL WS-ALIAS-IDX > 8
                   OR WS-FOUND-IDX > 0
               IF RGT-ALIAS-KEY(WS-SCAN-IDX, WS-ALIAS-IDX)
                       = WS-LOOKUP-KEY
                   MOVE WS-SCAN-IDX TO WS-FOUND-IDX
                   SET FOUND-BY-ALIAS TO TRUE
               END-IF
           END-PERFORM
           EXIT.

      *****************************************************************
      *  One review row per name, ever: a name already standing in
      *  PLAYREVW is not put up again, whichever spelling of it
      *  comes next. What-if replays ask for quiet and put nothing
      *  up.
      *****************************************************************
       PUT-NAME-UP-FOR-REVIEW SECTION.
           IF PLR-QUIET OR WS-LOOKUP-KEY = WS-OWN-KEY
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-ALREADY-REVIEWED
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-REVIEWED-COUNT
                   OR ALREADY-REVIEWED
               IF REVIEWED-KEY(WS-SCAN-IDX) = WS-LOOKUP-KEY
                   SET ALREADY-REVIEWED TO TRUE
               END-IF
           END-PERFORM
           IF ALREADY-REVIEWED
               EXIT SECTION
           END-IF
           PERFORM NOTE-NAME-REVIEWED
           OPEN EXTEND PLAYER-REVIEW-FILE
           IF NOT REVIEW-FILE-OK
               OPEN OUTPUT PLAYER-REVIEW-FILE
           END-IF
           IF NOT REVIEW-FILE-OK
               DISPLAY "PLAYRES: warning - " WS-REVIEW-NAME
                       " not writable, status " WS-REVIEW-STATUS
                       "; " PLR-NAME-IN " not put up for review"
               EXIT SECTION
           END-IF
      *    Blank before INITIALIZE so the separator FILLERs are
      *    spaces.
           MOVE SPACES TO PLAYER-REVIEW-RECORD
           INITIALIZE PLAYER-REVIEW-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO REV-TIMESTAMP
           MOVE PLR-CALLER TO REV-CALLER
           MOVE PLR-NAME-IN TO REV-PLAYER
           MOVE WS-REVIEW-REASON TO REV-REASON
           IF REV-RETIRED-SEEN
               MOVE PLR-CANONICAL TO REV-CANONICAL
           END-IF
           WRITE PLAYER-REVIEW-RECORD
           CLOSE PLAYER-REVIEW-FILE
           EXIT.

      *    Past 500 names a name may go up more than once; that is
      *    noise in the review file, not a loss.
       NOTE-NAME-REVIEWED SECTION.
           IF WS-REVIEWED-COUNT < 500
               ADD 1 TO WS-REVIEWED-COUNT
               MOVE WS-LOOKUP-KEY TO REVIEWED-KEY(WS-REVIEWED-COUNT)
           END-IF
           EXIT.

      *****************************************************************
      *  A registered player sat at a table on PLR-SEEN-DATE: their
      *  first and last seen dates are widened to take it in. Only
      *  the table in store changes; SAVE writes it back.
      *****************************************************************
       NOTE-PLAYER-SEEN SECTION.
           IF NOT REGISTRY-PRESENT
               EXIT SECTION
           END-IF
           IF PLR-NAME-IN = SPACES OR PLR-SEEN-DATE = SPACES
               EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE(PLR-NAME-IN) TO WS-LOOKUP-KEY
           PERFORM FIND-REGISTRY-ENTRY
           IF WS-FOUND-IDX = 0
               EXIT SECTION
           END-IF
           IF RGT-FIRST-SEEN(WS-FOUND-IDX) = SPACES
                   OR PLR-SEEN-DATE < RGT-FIRST-SEEN(WS-FOUND-IDX)
               MOVE PLR-SEEN-DATE TO RGT-FIRST-SEEN(WS-FOUND-IDX)
               SET SEEN-DATES-CHANGED TO TRUE
           END-IF
           IF RGT-LAST-SEEN(WS-FOUND-IDX) = SPACES
                   OR PLR-SEEN-DATE > RGT-LAST-SEEN(WS-FOUND-IDX)
               MOVE PLR-SEEN-DATE TO RGT-LAST-SEEN(WS-FOUND-IDX)
               SET SEEN-DATES-CHANGED TO TRUE
           END-IF
           EXIT.

      *****************************************************************
      *  Every WRITE and the CLOSE are status-checked as REGMNT's
      *  own rewrite is. A registry that overflowed the table on
      *  load is never rewritten - the rows that did not fit would
      *  be gone.
      *****************************************************************
       SAVE-REGISTRY SECTION.
           MOVE "00" TO PLR-SAVE-STATUS
           IF NOT REGISTRY-PRESENT OR NOT SEEN-DATES-CHANGED
               EXIT SECTION
           END-IF
           IF WS-REGISTRY-DROPPED > 0
               MOVE "TF" TO PLR-SAVE-STATUS
               EXIT SECTION
           END-IF
           OPEN OUTPUT PLAYER-REGISTRY-FILE
           IF NOT REGISTRY-FILE-OK
               MOVE WS-REGISTRY-STATUS TO PLR-SAVE-STATUS
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-REGISTRY-COUNT
                   OR PLR-SAVE-STATUS NOT = "00"
               PERFORM WRITE-ONE-REGISTRY-ROW
           END-PERFORM
           CLOSE PLAYER-REGISTRY-FILE
           IF NOT REGISTRY-FILE-OK AND PLR-SAVE-STATUS = "00"
               MOVE WS-REGISTRY-STATUS TO PLR-SAVE-STATUS
           END-IF
           IF PLR-SAVE-STATUS = "00"
               MOVE "N" TO WS-SEEN-CHANGED
           END-IF
           EXIT.

       WRITE-ONE-REGISTRY-ROW SECTION.
           MOVE SPACES TO PLAYER-REGISTRY-RECORD
           INITIALIZE PLAYER-REGISTRY-RECORD
           MOVE RGT-PLAYER(WS-SCAN-IDX) TO REG-PLAYER
           MOVE RGT-STATUS(WS-SCAN-IDX) TO REG-STATUS
           MOVE RGT-FIRST-SEEN(WS-SCAN-IDX) TO REG-FIRST-SEEN
           MOVE RGT-LAST-SEEN(WS-SCAN-IDX) TO REG-LAST-SEEN
           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                   UNTIL WS-ALIAS-IDX > 8
               MOVE RGT-ALIAS(WS-SCAN-IDX, WS-ALIAS-IDX)
                   TO REG-ALIAS(WS-ALIAS-IDX)
           END-PERFORM
           WRITE PLAYER-REGISTRY-RECORD
           IF NOT REGISTRY-FILE-OK
               MOVE WS-REGISTRY-STATUS TO PLR-SAVE-STATUS
           END-IF
           EXIT.

       END PROGRAM PLAYRES.
