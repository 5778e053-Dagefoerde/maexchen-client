      *    MSGOUT   - reply transmitted to the server
      *    INTERVAL - running handled/sent counters (in detail)
      *    SHUTDOWN - server announced end of night
      *    OPERCMD  - operator command from the link control file
      *               (command, operator and what was done in
      *               detail)
      *    DECLINED - ROUND STARTING left unanswered while the link
      *               drains (token in detail)
      *****************************************************************
           05 JRN-TIMESTAMP PIC X(26).
           05 FILLER        PIC X VALUE SPACE.
             88 JRN-REPLY-OUT  VALUE "MSGOUT".
             88 JRN-INTERVAL   VALUE "INTERVAL".
             88 JRN-SHUTDOWN   VALUE "SHUTDOWN".
             88 JRN-OPERATOR-COMMAND VALUE "OPERCMD".
             88 JRN-DECLINED   VALUE "DECLINED".
           05 FILLER        PIC X VALUE SPACE.
           05 JRN-DETAIL    PIC X(60).
