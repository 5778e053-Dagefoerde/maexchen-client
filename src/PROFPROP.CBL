      *  set with the supporting evidence counts alongside - for an
      *  operator to review and promote to the live file. The first
      *  21 columns of a proposed row are exactly an OPPPROF record.
      *  Evidence is gathered under each player's canonical name
      *  from the player registry (PLAYRES), so a player seen under
      *  several spellings is profiled once, on all of it.
      *
      *  Proposal rules:
      *    "S" - 5+ reveals and 60%+ of them caught lying
            07 BHV-REVEAL-COUNT   PIC 9(6).
            07 BHV-LIE-COUNT      PIC 9(6).
       01 WS-LOOKUP-PLAYER  PIC X(20).
       01 PLAYER-REGISTRY-REQUEST.
         COPY PLAYPRM.
       01 WS-FOUND-IDX      PIC 9(4).
       01 WS-RANK-VALUE     PIC 9(2).
       01 WS-RANK-DICE.
           EXIT.

       FIND-OR-ADD-PLAYER SECTION.
           MOVE "RESOLVE" TO PLR-REQUEST
           MOVE "PROFPROP" TO PLR-CALLER
           MOVE "N" TO PLR-QUIET-FLAG
           MOVE WS-LOOKUP-PLAYER TO PLR-NAME-IN
           CALL "PLAYRES" USING PLAYER-REGISTRY-REQUEST
           MOVE PLR-CANONICAL TO WS-LOOKUP-PLAYER
           MOVE 0 TO WS-FOUND-IDX
           IF WS-BEHAVIOR-COUNT > 0
               SET BHV-IDX TO 1
