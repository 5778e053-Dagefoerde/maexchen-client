           MOVE 0 TO WS-PROFILE-COUNT
           MOVE SPACES TO GAME-LAST-PLAYER(GAME-IDX)

      *    The odds are counted in 36ths: only the six Pasches and
      *    Maexchen beat "6 5"; everything but "3 1" itself beats
      *    "3 1"; nothing beats Maexchen.
           TESTCASE 'See odds: 6 5 is beaten 8 times in 36.'
               MOVE "6 5" TO ANNOUNCED-DICE(GAME-IDX)
               PERFORM ComputeSeeOdds
           EXPECT SEE-ODDS-BEAT TO BE 8

           TESTCASE 'See odds: 3 1 is beaten 34 times in 36.'
               MOVE "1 3" TO ANNOUNCED-DICE(GAME-IDX)
               PERFORM ComputeSeeOdds
           EXPECT SEE-ODDS-BEAT TO BE 34

           TESTCASE 'See odds: nothing beats Maexchen.'
               MOVE "2 1" TO ANNOUNCED-DICE(GAME-IDX)
               PERFORM ComputeSeeOdds
           EXPECT SEE-ODDS-PERCENT TO BE 0

      *    "6 2" is beaten 14 times in 36 (39%): a cautious appetite
      *    sees it, the default one rolls on.
           TESTCASE 'Decide see on poor odds under a cautious appetite.'
               MOVE 60 TO PARM-RISK-APPETITE
               MOVE "6 2" TO ANNOUNCEMENT-HISTORY(GAME-IDX, 1)
               MOVE 1 TO GAME-ANNOUNCEMENT-COUNT(GAME-IDX)
               MOVE "6 2" TO ANNOUNCED-DICE(GAME-IDX)
               PERFORM DecideSee
           EXPECT DECISION-REASON TO BE "ODDS"

           TESTCASE 'Decide see rolls on the same odds when bolder.'
               MOVE 81 TO PARM-RISK-APPETITE
               MOVE "6 2" TO ANNOUNCEMENT-HISTORY(GAME-IDX, 1)
               MOVE 1 TO GAME-ANNOUNCEMENT-COUNT(GAME-IDX)
               MOVE "6 2" TO ANNOUNCED-DICE(GAME-IDX)
               PERFORM DecideSee
           EXPECT DECISION-SEE(GAME-IDX) TO BE 0

      *    The round's opening YOUR TURN has nothing announced to
      *    see: even a cautious appetite must roll.
           TESTCASE 'Decide see rolls on the opening turn, cautious.'
               MOVE 60 TO PARM-RISK-APPETITE
               MOVE 0 TO GAME-ANNOUNCEMENT-COUNT(GAME-IDX)
               MOVE "0 0" TO ANNOUNCED-DICE(GAME-IDX)
               PERFORM DecideSee
               MOVE 81 TO PARM-RISK-APPETITE
           EXPECT DECISION-SEE(GAME-IDX) TO BE 0

      *    "1 1" is beaten 7 times in 36 and neither the cutoff nor
      *    the comparison pair calls it: the default appetite must
      *    keep rolling on it as the bot always has.
           TESTCASE 'Decide see rolls on 1 1 at the default appetite.'
               MOVE 81 TO PARM-RISK-APPETITE
               MOVE "1 1" TO ANNOUNCEMENT-HISTORY(GAME-IDX, 1)
               MOVE 1 TO GAME-ANNOUNCEMENT-COUNT(GAME-IDX)
               MOVE "1 1" TO ANNOUNCED-DICE(GAME-IDX)
               PERFORM DecideSee
           EXPECT DECISION-SEE(GAME-IDX) TO BE 0

           TESTCASE 'Validate dice accepts a 1-6 pair'
               SET MESSAGE-VALID TO TRUE
               MOVE SPACES TO WS-REJECT-REASON
