      *  both sides and re-registering, so a mid-night wobble does
      *  not end the night. NIGHTRUN remains the file-driven
      *  replay/fallback path.
      *  Between messages the link reads its operator control file
      *  (LINKCTL): DRAIN stops answering ROUND STARTING with JOIN so
      *  the open tables can play out, RESUME joins again, RELOAD
      *  has MUFFINBO re-read BOTPARM and OPPPROF without a restart,
      *  and END closes the night cleanly - END OF NIGHT call and
      *  all - once no table is left open. Every command is
      *  journalled with the operator who gave it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO DYNAMIC WS-JOURNAL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT LINK-CONTROL-FILE
               ASSIGN TO DYNAMIC WS-LINK-CONTROL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOT-IDENTITY-FILE.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
         COPY SRVJRN.
      *    One operator command per line, appended as the night runs.
       FD  LINK-CONTROL-FILE.
       01  LINK-CONTROL-RECORD.
           05 CTL-COMMAND  PIC X(8).
             88 CTL-DRAIN  VALUE "DRAIN".
             88 CTL-RESUME VALUE "RESUME".
             88 CTL-RELOAD VALUE "RELOAD".
             88 CTL-END    VALUE "END".
           05 FILLER       PIC X.
           05 CTL-OPERATOR PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-INBOUND-STATUS PIC XX.
         88 INBOUND-OK  VALUE "00".
         88 JOURNAL-OK VALUE "00".
       01 WS-IDENTITY-STATUS PIC XX.
         88 IDENTITY-FILE-OK VALUE "00".
       01 WS-LINK-CONTROL-STATUS PIC XX.
         88 LINK-CONTROL-OK  VALUE "00".
         88 LINK-CONTROL-EOF VALUE "10".
       01 WS-BOT-FILE-NAMES.
          05 WS-INBOUND-NAME  PIC X(40) VALUE "SRVIN".
          05 WS-OUTBOUND-NAME PIC X(40) VALUE "SRVOUT".
          05 WS-JOURNAL-NAME  PIC X(40) VALUE "SRVJRNL".
          05 WS-LINK-CONTROL-NAME PIC X(40) VALUE "LINKCTL".
       01 WS-JOURNAL-OPEN PIC X VALUE "N".
         88 JOURNAL-FILE-OPEN VALUE "Y".
       01 WS-JRN-EVENT  PIC X(8).
       01 WS-MAX-RECONNECT-TRIES PIC 9(2) VALUE 5.
       01 WS-MESSAGES-HANDLED   PIC 9(6) VALUE 0.
       01 WS-REPLIES-SENT       PIC 9(6) VALUE 0.
      *****************************************************************
      *  Operator control. LINKCTL is only ever appended to, so the
      *  link remembers how many of its lines it has already acted
      *  on and takes only the new ones at each look. Lines already
      *  there when the link comes up are an earlier night's and are
      *  never acted on.
      *****************************************************************
       01 WS-OPERATOR-CONTROL.
          05 WS-CONTROL-SEEN    PIC 9(6) VALUE 0.
          05 WS-CONTROL-READ    PIC 9(6) VALUE 0.
          05 WS-DRAIN-FLAG      PIC X VALUE "N".
            88 LINK-DRAINING    VALUE "Y".
          05 WS-END-FLAG        PIC X VALUE "N".
            88 END-REQUESTED    VALUE "Y".
          05 WS-END-OPERATOR    PIC X(8) VALUE SPACES.
          05 WS-OPEN-TABLES     PIC 9(4) VALUE 0.
          05 WS-JOINS-DECLINED  PIC 9(6) VALUE 0.
          05 WS-CONTROL-RESULT  PIC X(39).
          05 WS-INBOUND-TOKEN   PIC X(36).
       01 BOT-PARAMETERS.
         COPY DATA.

           PERFORM RESOLVE-BOT-IDENTITY
           DISPLAY "SRVLINK: starting live league link for "
                   WS-BOT-NAME
           PERFORM SKIP-EARLIER-COMMANDS
           PERFORM CONNECT-AND-REGISTER
           IF NOT LINK-UP
               DISPLAY "SRVLINK: server link never came up"
           END-IF
           PERFORM UNTIL NIGHT-OVER OR NOT LINK-UP
               PERFORM CHECK-OPERATOR-COMMANDS
               IF NOT NIGHT-OVER
                   PERFORM RECEIVE-ONE-MESSAGE
               END-IF
           END-PERFORM
           IF LINK-UP
               PERFORM DROP-LINK
           DISPLAY "SRVLINK: " WS-MESSAGES-HANDLED
                   " message(s) handled, " WS-REPLIES-SENT
                   " reply(ies) sent"
           IF WS-JOINS-DECLINED > 0
               DISPLAY "SRVLINK: " WS-JOINS-DECLINED
                       " table(s) not joined while draining"
           END-IF
           DISPLAY "SRVLINK: end-of-night summary follows"
           CALL "GAMEREP"
           GOBACK.
           STRING "SRVJRNL." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-JOURNAL-NAME
           MOVE SPACES TO WS-LINK-CONTROL-NAME
           STRING "LINKCTL." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-LINK-CONTROL-NAME
           EXIT.

       CONNECT-AND-REGISTER SECTION.
               MOVE WS-BOT-NAME TO WS-JRN-DETAIL
               PERFORM WRITE-JOURNAL-EVENT
               SET NIGHT-OVER TO TRUE
      *    A draining link lets a new table's invitation go by
      *    unanswered; the bot never sees it, so no table is opened.
           WHEN "ROUND STARTING"
               IF LINK-DRAINING
                   PERFORM DECLINE-ONE-JOIN
               ELSE
                   PERFORM PASS-MESSAGE-TO-BOT
               END-IF
           WHEN OTHER
               PERFORM PASS-MESSAGE-TO-BOT
           END-EVALUATE
           EXIT.

       PASS-MESSAGE-TO-BOT SECTION.
           INITIALIZE BOT-PARAMETERS
           MOVE IN-SERVER-MESSAGE TO SERVER-MESSAGE
           CALL "MUFFINBO" USING BOT-PARAMETERS
           MOVE BOT-OPEN-TABLES TO WS-OPEN-TABLES
           IF MESSAGE-TO-SERVER NOT = SPACES
               PERFORM SEND-ONE-REPLY
           END-IF
           EXIT.

       DECLINE-ONE-JOIN SECTION.
           ADD 1 TO WS-JOINS-DECLINED
           MOVE SPACES TO WS-INBOUND-TOKEN
           UNSTRING IN-SERVER-MESSAGE DELIMITED BY ';'
               INTO WS-INBOUND-COMMAND
                    WS-INBOUND-TOKEN
           MOVE "DECLINED" TO WS-JRN-EVENT
           MOVE WS-INBOUND-TOKEN TO WS-JRN-DETAIL
           PERFORM WRITE-JOURNAL-EVENT
           EXIT.

      *****************************************************************
      *  Lines already in LINKCTL when the link comes up were left
      *  by an earlier night - an END from yesterday must not close
      *  tonight before it starts - so they are counted as seen.
      *****************************************************************
       SKIP-EARLIER-COMMANDS SECTION.
           OPEN INPUT LINK-CONTROL-FILE
           IF NOT LINK-CONTROL-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL LINK-CONTROL-EOF
               READ LINK-CONTROL-FILE
                   AT END
                       SET LINK-CONTROL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONTROL-SEEN
               END-READ
           END-PERFORM
           CLOSE LINK-CONTROL-FILE
           IF WS-CONTROL-SEEN > 0
               DISPLAY "SRVLINK: " WS-CONTROL-SEEN
                       " earlier operator command(s) in LINKCTL "
                       "not acted on"
           END-IF
           EXIT.

      *****************************************************************
      *  One look at LINKCTL between messages: each line past the
      *  ones already acted on is carried out in order. A file cut
      *  back shorter than what was seen has been started over by
      *  the operator, so the count starts over with it and the
      *  next look takes everything it holds.
      *****************************************************************
       CHECK-OPERATOR-COMMANDS SECTION.
           OPEN INPUT LINK-CONTROL-FILE
           IF LINK-CONTROL-OK
               MOVE 0 TO WS-CONTROL-READ
               PERFORM UNTIL LINK-CONTROL-EOF
                   READ LINK-CONTROL-FILE
                       AT END
                           SET LINK-CONTROL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CONTROL-READ
                           IF WS-CONTROL-READ > WS-CONTROL-SEEN
                               PERFORM APPLY-OPERATOR-COMMAND
                               MOVE WS-CONTROL-READ TO WS-CONTROL-SEEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-CONTROL-FILE
               IF WS-CONTROL-READ < WS-CONTROL-SEEN
                   MOVE 0 TO WS-CONTROL-SEEN
               END-IF
           END-IF
           PERFORM END-NIGHT-IF-QUIET
           EXIT.

       APPLY-OPERATOR-COMMAND SECTION.
           MOVE SPACES TO WS-CONTROL-RESULT
           EVALUATE TRUE
           WHEN CTL-OPERATOR = SPACES
               MOVE "REJECTED - NO OPERATOR NAMED"
                   TO WS-CONTROL-RESULT
           WHEN CTL-DRAIN
               SET LINK-DRAINING TO TRUE
               MOVE "JOINS STOPPED, OPEN TABLES PLAY ON"
                   TO WS-CONTROL-RESULT
           WHEN CTL-RESUME AND END-REQUESTED
               MOVE "REJECTED - END OF NIGHT ALREADY ORDERED"
                   TO WS-CONTROL-RESULT
           WHEN CTL-RESUME
               MOVE "N" TO WS-DRAIN-FLAG
               MOVE "JOINING TABLES AGAIN" TO WS-CONTROL-RESULT
           WHEN CTL-RELOAD
               INITIALIZE BOT-PARAMETERS
               MOVE "RELOAD TUNING" TO SERVER-MESSAGE
               CALL "MUFFINBO" USING BOT-PARAMETERS
               MOVE BOT-OPEN-TABLES TO WS-OPEN-TABLES
               IF BOT-DECISION-KIND = "RELOADED"
                   MOVE "BOTPARM AND OPPPROF RELOADED"
                       TO WS-CONTROL-RESULT
               ELSE
                   MOVE "RELOAD NOT CONFIRMED BY THE BOT"
                       TO WS-CONTROL-RESULT
               END-IF
           WHEN CTL-END
               SET END-REQUESTED TO TRUE
               SET LINK-DRAINING TO TRUE
               MOVE CTL-OPERATOR TO WS-END-OPERATOR
               MOVE "JOINS STOPPED, NIGHT ENDS AS TABLES DO"
                   TO WS-CONTROL-RESULT
           WHEN OTHER
               MOVE "REJECTED - UNKNOWN COMMAND" TO WS-CONTROL-RESULT
           END-EVALUATE
           DISPLAY "SRVLINK: operator " CTL-OPERATOR " "
                   CTL-COMMAND " - " WS-CONTROL-RESULT
           MOVE "OPERCMD" TO WS-JRN-EVENT
           MOVE SPACES TO WS-JRN-DETAIL
           STRING CTL-COMMAND DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  CTL-OPERATOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CONTROL-RESULT DELIMITED BY SIZE
               INTO WS-JRN-DETAIL
           PERFORM WRITE-JOURNAL-EVENT
           EXIT.

      *****************************************************************
      *  An ordered END is carried out once the bot holds no table.
      *  With joins stopped the server may send nothing more that
      *  would let the bot notice a table gone quiet, so the bot is
      *  asked to sweep its idle tables before the count is trusted.
      *  The END OF NIGHT call itself is the one every night ends
      *  with, made on the way out of the main loop.
      *****************************************************************
       END-NIGHT-IF-QUIET SECTION.
           IF NOT END-REQUESTED OR NIGHT-OVER
               EXIT SECTION
           END-IF
           IF WS-OPEN-TABLES > 0
               INITIALIZE BOT-PARAMETERS
               MOVE "SWEEP TABLES" TO SERVER-MESSAGE
               CALL "MUFFINBO" USING BOT-PARAMETERS
               MOVE BOT-OPEN-TABLES TO WS-OPEN-TABLES
           END-IF
           IF WS-OPEN-TABLES > 0
               EXIT SECTION
           END-IF
           DISPLAY "SRVLINK: no table left open, ending the night "
                   "as ordered"
           MOVE "OPERCMD" TO WS-JRN-EVENT
           MOVE SPACES TO WS-JRN-DETAIL
           STRING "END      BY " DELIMITED BY SIZE
                  WS-END-OPERATOR DELIMITED BY SIZE
                  " CARRIED OUT, NO TABLE OPEN" DELIMITED BY SIZE
               INTO WS-JRN-DETAIL
           PERFORM WRITE-JOURNAL-EVENT
           SET NIGHT-OVER TO TRUE
           EXIT.

       SEND-ONE-REPLY SECTION.
