             07 PARM-REC-COMPARISON-DICE-2  PIC X.
           05 FILLER                        PIC X.
           05 PARM-REC-TABLE-IDLE-MINUTES   PIC X(3).
           05 FILLER                        PIC X.
           05 PARM-REC-RISK-APPETITE        PIC X(2).
       FD  READINESS-FILE.
       01  READINESS-LINE PIC X(132).
       WORKING-STORAGE SECTION.
                   TO WS-REPORT-TEXT
               MOVE "NOR NUMERIC" TO WS-REPORT-TEXT(46:)
               PERFORM REPORT-FAIL
           WHEN PARM-REC-RISK-APPETITE NOT = SPACES
                   AND PARM-REC-RISK-APPETITE NOT NUMERIC
               MOVE "BOTPARM: RISK APPETITE IS NEITHER BLANK NOR "
                   TO WS-REPORT-TEXT
               MOVE "NUMERIC" TO WS-REPORT-TEXT(45:)
               PERFORM REPORT-FAIL
           WHEN OTHER
               MOVE "BOTPARM: PARAMETER RECORD VALID"
                   TO WS-REPORT-TEXT
