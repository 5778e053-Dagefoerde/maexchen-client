      *  may be blank for an open end), and every TABLDIR row that
      *  matches is printed to TDIRRPT with the token leading the
      *  line, ready to drop straight into DISPCTL. A blank TDIRCTL
      *  (or none at all) lists the whole directory. The wanted
      *  player and every seated name are put through the player
      *  registry (PLAYRES) first, so asking for JANLUKAS also finds
      *  the tables where they sat as JanLukas or JANLUKAS2.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    JAN can never ride along inside JANLUKAS nor LUKAS
      *    inside JANLUKAS.
       01 WS-WANTED-KEY    PIC X(22).
       01 WS-LIST-WORK     PIC X(172).
       01 WS-LIST-LENGTH   PIC 9(3).
      *    The row's seating with every name made canonical; eight
      *    full-width names and their commas at most.
       01 WS-CANON-LIST    PIC X(170).
       01 WS-CANON-LENGTH  PIC 9(2).
       01 WS-CANON-PTR     PIC 9(3).
       01 WS-SEAT-COUNT    PIC 9(2).
       01 WS-SEAT-IDX      PIC 9(2).
       01 SEATED-NAMES.
          05 WS-SEAT-NAME  PIC X(20) OCCURS 8 TIMES.
       01 PLAYER-REGISTRY-REQUEST.
         COPY PLAYPRM.
       01 WS-ROWS-MATCHED  PIC 9(6) VALUE 0.
       01 WS-ROWS-READ     PIC 9(6) VALUE 0.
       01 WS-PRT-COUNT     PIC ZZZZZ9.
                   CONTINUE
               NOT AT END
                   MOVE TDC-PLAYER TO WS-WANTED-PLAYER
                   IF WS-WANTED-PLAYER NOT = SPACES
                       MOVE WS-WANTED-PLAYER TO PLR-NAME-IN
                       PERFORM RESOLVE-PLAYER-NAME
                       MOVE PLR-CANONICAL TO WS-WANTED-PLAYER
                   END-IF
                   MOVE TDC-FROM TO WS-WANTED-FROM
                   MOVE TDC-TO TO WS-WANTED-TO
           END-READ
      *  the added leading and closing commas bound the first and
      *  last seats the same way the interior ones are - and
      *  neither JAN nor LUKAS can match a table where only
      *  JANLUKAS sat. The list matched is the row's seating made
      *  canonical, as the wanted name already is.
      *****************************************************************
       JUDGE-ONE-DIRECTORY-ROW SECTION.
           IF WS-WANTED-FROM NOT = SPACES
               MOVE WS-WANTED-PLAYER(1:WS-NAME-LENGTH)
                   TO WS-WANTED-KEY(2:WS-NAME-LENGTH)
               MOVE "," TO WS-WANTED-KEY(WS-NAME-LENGTH + 2:1)
               PERFORM BUILD-CANONICAL-LIST
               PERFORM MEASURE-PLAYER-LIST
               MOVE SPACES TO WS-LIST-WORK
               MOVE "," TO WS-LIST-WORK(1:1)
               MOVE WS-CANON-LIST(1:WS-LIST-LENGTH)
                   TO WS-LIST-WORK(2:WS-LIST-LENGTH)
               MOVE "," TO WS-LIST-WORK(WS-LIST-LENGTH + 2:1)
               MOVE 0 TO WS-NAME-HITS
      *    can never match a real name key.
       MEASURE-PLAYER-LIST SECTION.
           MOVE 1 TO WS-LIST-LENGTH
           PERFORM VARYING WS-LIST-LENGTH FROM 170 BY -1
                   UNTIL WS-LIST-LENGTH = 1
                   OR WS-CANON-LIST(WS-LIST-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           EXIT.

      *****************************************************************
      *  The seated list split at its commas as MUFFINBO's
      *  HANDLE-ROUND-STARTED splits the server's, each name made
      *  canonical, and joined again with commas. Only trailing
      *  blanks are dropped from a name, as MEASURE-WANTED-NAME
      *  does.
      *****************************************************************
       BUILD-CANONICAL-LIST SECTION.
           MOVE SPACES TO SEATED-NAMES
           MOVE SPACES TO WS-CANON-LIST
           MOVE 0 TO WS-SEAT-COUNT
           UNSTRING TDR-PLAYER-LIST DELIMITED BY ','
               INTO WS-SEAT-NAME(1) WS-SEAT-NAME(2)
                    WS-SEAT-NAME(3) WS-SEAT-NAME(4)
                    WS-SEAT-NAME(5) WS-SEAT-NAME(6)
                    WS-SEAT-NAME(7) WS-SEAT-NAME(8)
               TALLYING IN WS-SEAT-COUNT
           END-UNSTRING
           MOVE 1 TO WS-CANON-PTR
           PERFORM VARYING WS-SEAT-IDX FROM 1 BY 1
                   UNTIL WS-SEAT-IDX > WS-SEAT-COUNT
               IF WS-SEAT-NAME(WS-SEAT-IDX) NOT = SPACES
                   MOVE WS-SEAT-NAME(WS-SEAT-IDX) TO PLR-NAME-IN
                   PERFORM RESOLVE-PLAYER-NAME
                   IF WS-CANON-PTR > 1
                       STRING "," DELIMITED BY SIZE
                           INTO WS-CANON-LIST
                           WITH POINTER WS-CANON-PTR
                   END-IF
                   PERFORM MEASURE-CANONICAL-NAME
                   STRING PLR-CANONICAL(1:WS-CANON-LENGTH)
                           DELIMITED BY SIZE
                       INTO WS-CANON-LIST
                       WITH POINTER WS-CANON-PTR
               END-IF
           END-PERFORM
           EXIT.

       MEASURE-CANONICAL-NAME SECTION.
           MOVE 1 TO WS-CANON-LENGTH
           PERFORM VARYING WS-CANON-LENGTH FROM 20 BY -1
                   UNTIL WS-CANON-LENGTH = 1
                   OR PLR-CANONICAL(WS-CANON-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           EXIT.

      *    PLR-NAME-IN in, PLR-CANONICAL out.
       RESOLVE-PLAYER-NAME SECTION.
           MOVE "RESOLVE" TO PLR-REQUEST
           MOVE "TDIRREP" TO PLR-CALLER
           MOVE "N" TO PLR-QUIET-FLAG
           CALL "PLAYRES" USING PLAYER-REGISTRY-REQUEST
           EXIT.

       END PROGRAM TDIRREP.
