             07 PARM-REC-COMPARISON-DICE-2  PIC 9.
           05 FILLER                        PIC X.
           05 PARM-REC-TABLE-IDLE-MINUTES   PIC 9(3).
           05 FILLER                        PIC X.
           05 PARM-REC-RISK-APPETITE        PIC 9(2).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05 EXC-SERVER-MESSAGE PIC X(100).
       01 WS-PROFILE-COUNT PIC 9(4) VALUE 0.
       01 OPPONENT-PROFILES.
         COPY OPPPROF.
      *****************************************************************
      *  Every player name off the wire is put through the shop's
      *  player registry (PLAYRES) before it is remembered, logged
      *  or matched against a profile, so one player's spellings
      *  all land under their one canonical name.
      *****************************************************************
       01 PLAYER-REGISTRY-REQUEST.
         COPY PLAYPRM.
       01 WS-RESOLVE-NAME PIC X(20).
       01 WS-GAME-COUNT PIC 9(4) VALUE 0.
       01 CURRENT-GAMES.
         COPY GAMETBL.
      *      END OF NIGHT is the driver's own sentinel, never server
      *      traffic: it flushes and closes the held-open files.
             88 END-OF-NIGHT-CALL VALUE "END OF NIGHT".
      *      Also the driver's own, on an operator's word: RELOAD
      *      TUNING re-reads BOTPARM, OPPPROF and PLAYREG, SWEEP
      *      TABLES retires idle tables and reports how many are
      *      still open without any server traffic to drive it.
             88 RELOAD-TUNING-CALL VALUE "RELOAD TUNING".
             88 SWEEP-TABLES-CALL VALUE "SWEEP TABLES".
          05 TOKEN   PIC X(36).
       01  INBOUND-ANNOUNCEMENT.
          05 IN-ANNOUNCED-PLAYER PIC X(20).
         05 REVEAL-ANNOUNCED-RANK PIC 9(2).
         05 REVEAL-ACTUAL-RANK PIC 9(2).
         05 DECISION-REASON PIC X(8).
         05 ANNOUNCED-RANK PIC 9(2).
         05 ODDS-DIE-1 PIC 9.
         05 ODDS-DIE-2 PIC 9.
         05 SEE-ODDS-BEAT PIC 9(2).
         05 SEE-ODDS-PERCENT PIC 9(3).
         05 STEADY-CLIMB-FLAG PIC 9.
           88 STEADY-CLIMB VALUE 1.
         05 Pseudo-Random-Number USAGE COMP-2.
           PERFORM PARSE-SERVER-MESSAGE
           INITIALIZE MESSAGE-TO-SERVER
           INITIALIZE BOT-CALL-RESULT
           MOVE WS-GAME-COUNT TO BOT-OPEN-TABLES
           IF END-OF-NIGHT-CALL
               PERFORM CLOSE-NIGHT-FILES
               GOBACK
           END-IF
           IF RELOAD-TUNING-CALL
               PERFORM RELOAD-TUNING
               GOBACK
           END-IF
           IF SWEEP-TABLES-CALL
               PERFORM SWEEP-IDLE-TABLES
               MOVE WS-GAME-COUNT TO BOT-OPEN-TABLES
               GOBACK
           END-IF
           PERFORM VALIDATE-SERVER-MESSAGE
      *    A malformed/unrecognized message must never allocate a
      *    table entry - GAME-TABLE-ENTRY is bounded (OCCURS 1 TO 50
               PERFORM LOG-EXCEPTION
               GOBACK
           END-IF
           PERFORM RESOLVE-MESSAGE-NAMES
      *    Tables gone quiet past the idle age give their slots (and
      *    their checkpoint records) back before a new token asks to
      *    be seated, so a long night never runs out of table room.
           PERFORM SWEEP-IDLE-TABLES
           MOVE WS-GAME-COUNT TO BOT-OPEN-TABLES
           PERFORM FIND-OR-ADD-GAME-ENTRY
      *    A 51st table cannot be seated - the message is turned
      *    away reason-coded rather than running off the end of the
      *       its checkpoint record is purged.
              PERFORM RETIRE-CURRENT-TABLE
           END-EVALUATE
           MOVE WS-GAME-COUNT TO BOT-OPEN-TABLES
           GOBACK
          .
       INITIALIZE-RUN SECTION.
                           MOVE PARM-REC-TABLE-IDLE-MINUTES TO
                               PARM-TABLE-IDLE-MINUTES
                       END-IF
                       IF PARM-REC-RISK-APPETITE IS NUMERIC
                           MOVE PARM-REC-RISK-APPETITE TO
                               PARM-RISK-APPETITE
                       END-IF
               END-READ
               CLOSE BOT-PARAMETER-FILE
           END-IF
           EXIT.

      *****************************************************************
      *  An operator's RELOAD: the player registry is re-read (so an
      *  alias REGMNT has just linked takes hold), the profile table
      *  is rebuilt from OPPPROF as it stands now and BOTPARM is read
      *  again over the tuning in force, as a fresh run would load them,
      *  but without giving up a single open table. A BOTPARM that
      *  has gone missing leaves the tuning in force untouched.
      *****************************************************************
       RELOAD-TUNING SECTION.
           MOVE "RELOAD" TO PLR-REQUEST
           CALL "PLAYRES" USING PLAYER-REGISTRY-REQUEST
           MOVE 0 TO WS-PROFILE-COUNT
           PERFORM LOAD-OPPONENT-PROFILES
           PERFORM LOAD-BOT-PARAMETERS
           MOVE "RELOADED" TO BOT-DECISION-KIND
           EXIT.

       LOAD-OPPONENT-PROFILES SECTION.
           OPEN INPUT OPPONENT-PROFILE-FILE
           IF OPPONENT-PROFILE-OK
                           SET OPPONENT-PROFILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PROFILE-COUNT
      *                    A rule filed under an alias still
      *                    finds its player in DecideSee.
                           MOVE OPP-REC-PLAYER-NAME TO WS-RESOLVE-NAME
                           PERFORM RESOLVE-PLAYER-NAME
                           MOVE WS-RESOLVE-NAME TO
                               PROFILE-PLAYER-NAME(WS-PROFILE-COUNT)
                           MOVE OPP-REC-RULE TO
                               PROFILE-RULE(WS-PROFILE-COUNT)
              SUBTRACT 1 FROM PLAYER-LIST-COUNT
          END-PERFORM
          MOVE PLAYER-LIST-COUNT TO GAME-PLAYER-COUNT(GAME-IDX)
          PERFORM VARYING PLYR-IDX FROM 1 BY 1
                  UNTIL PLYR-IDX > PLAYER-LIST-COUNT
              MOVE GAME-PLAYER-NAME(GAME-IDX, PLYR-IDX)
                  TO WS-RESOLVE-NAME
              PERFORM RESOLVE-PLAYER-NAME
              MOVE WS-RESOLVE-NAME
                  TO GAME-PLAYER-NAME(GAME-IDX, PLYR-IDX)
          END-PERFORM
      *   The seating decides how the table is played from here, so
      *   it has to survive a restart the same as the round memory.
          PERFORM WRITE-CHECKPOINT
           IF WS-SCORE-NAME = SPACES OR NOT SCORE-POINTS-GOOD
               EXIT SECTION
           END-IF
           MOVE WS-SCORE-NAME TO WS-RESOLVE-NAME
           PERFORM RESOLVE-PLAYER-NAME
           MOVE WS-RESOLVE-NAME TO WS-SCORE-NAME
      *    Blank before INITIALIZE - see CLEAR-ROUND-OUTCOME.
           MOVE SPACES TO STANDINGS-RECORD
           INITIALIZE STANDINGS-RECORD
                 TOKEN
           EXIT.

      *****************************************************************
      *  The player a valid message names, put through the registry
      *  before any handler sees it. The seating and the standings
      *  carry several names each and are resolved seat by seat
      *  where they are split apart.
      *****************************************************************
       RESOLVE-MESSAGE-NAMES SECTION.
           EVALUATE TRUE
           WHEN ANNOUNCED
               MOVE IN-ANNOUNCED-PLAYER TO WS-RESOLVE-NAME
               PERFORM RESOLVE-PLAYER-NAME
               MOVE WS-RESOLVE-NAME TO IN-ANNOUNCED-PLAYER
           WHEN PLAYER-WANTS-SEE
               MOVE IN-SEE-PLAYER TO WS-RESOLVE-NAME
               PERFORM RESOLVE-PLAYER-NAME
               MOVE WS-RESOLVE-NAME TO IN-SEE-PLAYER
           WHEN PLAYER-LOST
               MOVE IN-LOST-PLAYER TO WS-RESOLVE-NAME
               PERFORM RESOLVE-PLAYER-NAME
               MOVE WS-RESOLVE-NAME TO IN-LOST-PLAYER
           END-EVALUATE
           EXIT.

      *****************************************************************
      *  WS-RESOLVE-NAME in, its canonical name out. Our own name is
      *  left as BOTIDENT gives it - FIND-TABLE-POSITION finds our
      *  seat by it - and what-if replays put nothing up for review.
      *****************************************************************
       RESOLVE-PLAYER-NAME SECTION.
           IF WS-RESOLVE-NAME = SPACES OR WS-RESOLVE-NAME = WS-BOT-NAME
               EXIT SECTION
           END-IF
           MOVE "RESOLVE" TO PLR-REQUEST
           MOVE "MUFFINBO" TO PLR-CALLER
           MOVE "N" TO PLR-QUIET-FLAG
           IF BOT-REPLAY-MODE
               SET PLR-QUIET TO TRUE
           END-IF
           MOVE WS-RESOLVE-NAME TO PLR-NAME-IN
           CALL "PLAYRES" USING PLAYER-REGISTRY-REQUEST
           MOVE PLR-CANONICAL TO WS-RESOLVE-NAME
           EXIT.

      *****************************************************************
      *  Field-level checks on an already-parsed message, before any
      *  table state is touched: the command must be one we know, the
      *****************************************************************
       DecideAnnounce SECTION.
           MOVE SPACES TO DECISION-REASON
      *    The round's opening announcement never looks at the
      *    seating; the band logged with it must not be a leftover
      *    from some other table's decision.
           MOVE "U" TO WS-POSITION-BAND

           IF DICE-1 IN ANNOUNCED-DICE(GAME-IDX) = 0
               AND DICE-2 IN ANNOUNCED-DICE(GAME-IDX) = 0
             END-IF
           EXIT.

      *****************************************************************
      *  The chance, in 36ths, that a fresh roll beats the standing
      *  announcement on the RankDice scale. Of the 21 ranked
      *  outcomes each Pasch comes up 1 time in 36, Maexchen and
      *  every other mixed pair 2 times in 36 - so "6 5" is beaten
      *  only by the six Pasches and Maexchen (8 in 36), "6 1" by
      *  everything from "6 2" up (20 in 36). A tie does not beat.
      *  Nothing announced yet ("0 0", the round's opening turn) is
      *  beaten by any roll, so the odds never call SEE on it.
      *****************************************************************
       ComputeSeeOdds SECTION.
           IF DICE-1 IN ANNOUNCED-DICE(GAME-IDX) = 0
               AND DICE-2 IN ANNOUNCED-DICE(GAME-IDX) = 0
               MOVE 0 TO ANNOUNCED-RANK
               MOVE 36 TO SEE-ODDS-BEAT
               MOVE 100 TO SEE-ODDS-PERCENT
               EXIT SECTION
           END-IF
           MOVE ANNOUNCED-DICE(GAME-IDX) TO DICE-VALUE
           PERFORM SortDice
           PERFORM RankDice
           MOVE DICE-RANK TO ANNOUNCED-RANK
           MOVE 0 TO SEE-ODDS-BEAT
           PERFORM VARYING ODDS-DIE-1 FROM 1 BY 1 UNTIL ODDS-DIE-1 > 6
               PERFORM VARYING ODDS-DIE-2 FROM 1 BY 1
                       UNTIL ODDS-DIE-2 > ODDS-DIE-1
                   MOVE ODDS-DIE-1 TO DICE-1 IN DICE-VALUE
                   MOVE ODDS-DIE-2 TO DICE-2 IN DICE-VALUE
                   PERFORM RankDice
                   IF DICE-RANK > ANNOUNCED-RANK
                       IF ODDS-DIE-1 = ODDS-DIE-2
                           ADD 1 TO SEE-ODDS-BEAT
                       ELSE
                           ADD 2 TO SEE-ODDS-BEAT
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE SEE-ODDS-PERCENT ROUNDED = SEE-ODDS-BEAT * 100 / 36
           EXIT.

       DecideSee SECTION.
           INITIALIZE DECISION-SEE(GAME-IDX)
           MOVE "DEFAULT" TO DECISION-REASON
           PERFORM FIND-TABLE-POSITION
      *    Worked out before any rule runs so the log carries the
      *    odds on every YOUR TURN row, whichever rule decided it.
           PERFORM ComputeSeeOdds

           IF WS-PROFILE-COUNT > 0
               SET OPP-IDX TO 1
               END-IF
           END-IF

      *    No rule above called it, so the odds decide: when the
      *    chance of out-rolling the announcement is below what the
      *    risk appetite will carry, rolling on only sets up a lie
      *    of our own - see it instead. A deep seat that let the
      *    announcement ride keeps riding; that rule overrides the
      *    odds the same way the profile rules do. Compared in
      *    36ths so no rounding decides a borderline call.
           IF DECISION-REASON NOT = "POS-RIDE"
               IF SEE-ODDS-BEAT * 100 <
                       (100 - PARM-RISK-APPETITE) * 36
                   MOVE "ODDS" TO DECISION-REASON
                   SET WANT-TO-SEE(GAME-IDX) TO TRUE
                   EXIT SECTION
               END-IF
           END-IF

           EXIT.

       CHECK-STEADY-CLIMB SECTION.
           END-IF
      *    ROLLED rows carry the announce aggressiveness band the
      *    same way YOUR-TURN rows carry the see reason, so the
      *    night's positional play can be read off the log; both
      *    carry the seat band the decision was made from, so a
      *    lost round can be charged to the rule and seat behind it.
           IF YOUR-TURN OR ROLLED
               MOVE DECISION-REASON TO LOG-DECISION-REASON
               MOVE WS-POSITION-BAND TO LOG-POSITION-BAND
           END-IF
      *    The odds DecideSee weighed sit next to its reason code.
           IF YOUR-TURN
               MOVE SEE-ODDS-PERCENT TO LOG-SEE-ODDS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP

