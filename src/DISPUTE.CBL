       01 WS-CLOCK        PIC X(8).
       01 WS-NAME-LENGTH  PIC 9(2).
       01 WS-REASON-TEXT  PIC X(52).
       01 WS-ODDS-TEXT    PIC X(12).
       01 WS-ODDS-SHOWN   PIC ZZ9.
       01 WS-PRT-COUNT    PIC ZZZ9.

       PROCEDURE DIVISION.
           WHEN LOG-COMMAND = "YOUR TURN"
               PERFORM MEASURE-OPPONENT-NAME
               PERFORM REASON-TO-TEXT
               PERFORM ODDS-TO-TEXT
               IF LOG-DECISION-SEE = 1
                   STRING WS-CLOCK DELIMITED BY SIZE
                          "  OUR TURN ON " DELIMITED BY SIZE
                          "'S " DELIMITED BY SIZE
                          LOG-ANNOUNCED-DICE DELIMITED BY SIZE
                          ": CALLED SEE - " DELIMITED BY SIZE
                          WS-REASON-TEXT DELIMITED BY "  "
                          WS-ODDS-TEXT DELIMITED BY SIZE
                       INTO NARRATIVE-LINE
               ELSE
                   STRING WS-CLOCK DELIMITED BY SIZE
                          "'S " DELIMITED BY SIZE
                          LOG-ANNOUNCED-DICE DELIMITED BY SIZE
                          ": ROLLED ON - " DELIMITED BY SIZE
                          WS-REASON-TEXT DELIMITED BY "  "
                          WS-ODDS-TEXT DELIMITED BY SIZE
                       INTO NARRATIVE-LINE
               END-IF
           WHEN LOG-COMMAND = "ROLLED"
           WHEN "STEADY"
               MOVE "STEADY ONE-STEP CLIMB ACROSS THE WHOLE ROUND"
                   TO WS-REASON-TEXT
           WHEN "ODDS"
               MOVE "ODDS OF OUT-ROLLING IT BELOW OUR RISK APPETITE"
                   TO WS-REASON-TEXT
           WHEN "DEFAULT"
               MOVE "NO RULE FIRED, ROLLING ON"
                   TO WS-REASON-TEXT
           END-EVALUATE
           EXIT.

      *****************************************************************
      *  The odds DecideSee weighed - the chance a fresh roll beats
      *  the announcement - follow the reason on the narrative line.
      *  Rows logged before the odds were kept say nothing.
      *****************************************************************
       ODDS-TO-TEXT SECTION.
           MOVE SPACES TO WS-ODDS-TEXT
           IF LOG-SEE-ODDS IS NUMERIC
               MOVE LOG-SEE-ODDS TO WS-ODDS-SHOWN
               STRING " (ODDS " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ODDS-SHOWN)
                          DELIMITED BY SIZE
                      "%)" DELIMITED BY SIZE
                   INTO WS-ODDS-TEXT
           END-IF
           EXIT.

       CLOCK-FROM-TIMESTAMP SECTION.
           MOVE SPACES TO WS-CLOCK
           MOVE LOG-TIMESTAMP(9:2)  TO WS-CLOCK(1:2)
