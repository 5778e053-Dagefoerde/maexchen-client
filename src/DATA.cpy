           05 BOT-CALL-RESULT.
             07 BOT-DECISION-KIND     PIC X(8).
             07 BOT-DECISION-OPPONENT PIC X(20).
      *      Tables the bot still holds open once the call is done,
      *      so a driver can tell when a drained night has emptied.
             07 BOT-OPEN-TABLES       PIC 9(4).
