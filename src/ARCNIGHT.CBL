      *  folds the night into the cumulative season master GAMEMAST
      *  keyed by date and opponent, and starts the next night clean
      *  by emptying the live files. Run it after GAMEREP so the
      *  night's own report is already cut. Opponents are folded
      *  under their canonical names from the player registry
      *  (PLAYRES) - master rows filed under an alias merge into
      *  the player's own on the rewrite - and every registered
      *  player met has their first and last seen dates widened to
      *  take in the night.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             07 PARM-REC-COMPARISON-DICE-2  PIC 9.
           05 FILLER                        PIC X.
           05 PARM-REC-TABLE-IDLE-MINUTES   PIC 9(3).
           05 FILLER                        PIC X.
           05 PARM-REC-RISK-APPETITE        PIC 9(2).
       FD  TUNING-HISTORY-FILE.
       01  TUNING-HISTORY-RECORD.
         COPY TUNHST.
            07 TBL-ROUNDS-LOST      PIC 9(6).
       01 WS-LOOKUP-DATE     PIC X(8).
       01 WS-LOOKUP-OPPONENT PIC X(20).
       01 PLAYER-REGISTRY-REQUEST.
         COPY PLAYPRM.
       01 WS-FOUND-IDX       PIC 9(4).
       01 WS-MASTER-DROPPED  PIC 9(6) VALUE 0.
       01 WS-ARCHIVE-FAILED PIC X VALUE "N".
                       "files are left untouched"
               GOBACK
           END-IF
           PERFORM SAVE-PLAYER-SIGHTINGS
           PERFORM CAPTURE-NIGHT-TUNING
           PERFORM START-NIGHT-CLEAN
           MOVE WS-ROWS-ARCHIVED TO WS-PRT-COUNT
       LOAD-ONE-MASTER-ROW SECTION.
           MOVE MST-DATE TO WS-LOOKUP-DATE
           MOVE MST-OPPONENT TO WS-LOOKUP-OPPONENT
           PERFORM RESOLVE-OPPONENT
           PERFORM FIND-OR-ADD-MASTER-ROW
           IF WS-FOUND-IDX = 0
               EXIT SECTION
           END-IF
           MOVE LOG-TIMESTAMP(1:8) TO WS-LOOKUP-DATE
           MOVE LOG-OPPONENT TO WS-LOOKUP-OPPONENT
           PERFORM RESOLVE-OPPONENT
           EVALUATE TRUE
           WHEN LOG-COMMAND = "YOUR TURN"
               PERFORM FIND-OR-ADD-MASTER-ROW
           END-EVALUATE
           EXIT.

      *****************************************************************
      *  WS-LOOKUP-OPPONENT becomes the player's canonical name, and
      *  the row's date (WS-LOOKUP-DATE) is noted against them as a
      *  night they were seen.
      *****************************************************************
       RESOLVE-OPPONENT SECTION.
           MOVE "RESOLVE" TO PLR-REQUEST
           MOVE "ARCNIGHT" TO PLR-CALLER
           MOVE "N" TO PLR-QUIET-FLAG
           MOVE WS-LOOKUP-OPPONENT TO PLR-NAME-IN
           CALL "PLAYRES" USING PLAYER-REGISTRY-REQUEST
           MOVE PLR-CANONICAL TO WS-LOOKUP-OPPONENT
           IF PLR-REGISTERED
               MOVE "SEEN" TO PLR-REQUEST
               MOVE WS-LOOKUP-OPPONENT TO PLR-NAME-IN
               MOVE WS-LOOKUP-DATE TO PLR-SEEN-DATE
               CALL "PLAYRES" USING PLAYER-REGISTRY-REQUEST
           END-IF
           EXIT.

      *    Mirrors the game's own rank ordering, as GAMEREP does.
       RANK-ANNOUNCEMENT SECTION.
           MOVE LOG-ANNOUNCED-DICE-1 TO WS-RANK-DICE-1
           END-IF
           MOVE OUT-TIMESTAMP(1:8) TO WS-LOOKUP-DATE
           MOVE OUT-PLAYER TO WS-LOOKUP-OPPONENT
           PERFORM RESOLVE-OPPONENT
           EVALUATE TRUE
           WHEN OUT-REVEAL
               PERFORM FIND-OR-ADD-MASTER-ROW
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
           MOVE PARM-ALWAYS-SEE-CUTOFF TO TUN-ALWAYS-SEE-CUTOFF
           MOVE PARM-COMPARISON-DICE TO TUN-COMPARISON-DICE
           MOVE PARM-TABLE-IDLE-MINUTES TO TUN-TABLE-IDLE-MINUTES
           MOVE PARM-RISK-APPETITE TO TUN-RISK-APPETITE
           WRITE TUNING-HISTORY-RECORD
           IF NOT TUNING-HISTORY-OK
               DISPLAY "ARCNIGHT: warning - write to TUNHIST "
           CLOSE TUNING-HISTORY-FILE
           EXIT.

      *****************************************************************
      *  The seen dates go back to PLAYREG only once the master is
      *  safely rewritten. A registry that cannot be written is
      *  warned about but must not fail the archived night - the
      *  dates are widened again from GAMEMAST on the next run.
      *****************************************************************
       SAVE-PLAYER-SIGHTINGS SECTION.
           MOVE "SAVE" TO PLR-REQUEST
           CALL "PLAYRES" USING PLAYER-REGISTRY-REQUEST
           IF PLR-SAVE-STATUS NOT = "00"
               DISPLAY "ARCNIGHT: warning - PLAYREG seen dates not "
                       "written, status " PLR-SAVE-STATUS
           END-IF
           EXIT.

      *****************************************************************
      *  The live files are emptied, not deleted, so the next
      *  night's first OPEN EXTEND finds them ready and GAMEREP's
