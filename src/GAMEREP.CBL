       01 TUNING-DATE-TABLE.
          05 TUNDATE-ENTRY OCCURS 500 TIMES INDEXED BY TDT-IDX.
            07 TDT-DATE    PIC X(8).
            07 TDT-KEY     PIC X(12).
            07 TDT-COUNTED PIC X.
       01 WS-TUNGRP-COUNT PIC 9(2) VALUE 0.
       01 TUNING-GROUP-TABLE.
          05 TUNGRP-ENTRY OCCURS 20 TIMES INDEXED BY TGR-IDX.
            07 TGR-KEY    PIC X(12).
            07 TGR-NIGHTS PIC 9(4).
            07 TGR-SEE    PIC 9(6).
            07 TGR-ROLL   PIC 9(6).
            07 TGR-LIES   PIC 9(6).
            07 TGR-LOST   PIC 9(6).
       01 WS-TUNING-KEY    PIC X(12).
       01 WS-TGR-FOUND     PIC 9(2).
       01 WS-TDT-FOUND     PIC 9(4).
       01 RPT-TUNING-HEAD-LINE.
          05 FILLER PIC X(82) VALUE "FORCE".
       01 RPT-TUNING-COL-LINE.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(17) VALUE "THR/CUT/DICE/RSK".
          05 FILLER PIC X(8)  VALUE "  NIGHTS".
          05 FILLER PIC X(8)  VALUE "     SEE".
          05 FILLER PIC X(8)  VALUE "    ROLL".
          05 FILLER PIC X(8)  VALUE "    LIES".
          05 FILLER PIC X(8)  VALUE "    LOST".
          05 FILLER PIC X(73) VALUE SPACES.
       01 RPT-TUNING-DET-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-TUN-KEY PIC X(12).
          05 FILLER PIC X(3) VALUE SPACES.
          05 RPT-TUN-NIGHTS PIC ZZZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-TUN-LIES PIC ZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-TUN-LOST PIC ZZZZZ9.
          05 FILLER PIC X(75) VALUE SPACES.
       01 WS-TREND-COUNT PIC 9(4) VALUE 0.
       01 TREND-TABLE.
          05 TREND-ENTRY OCCURS 500 TIMES INDEXED BY TRND-IDX.
                  TUN-ALWAYS-SEE-CUTOFF DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TUN-COMPARISON-DICE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TUN-RISK-APPETITE DELIMITED BY SIZE
               INTO WS-TUNING-KEY
           MOVE 0 TO WS-TDT-FOUND
           IF WS-TUNDATE-COUNT > 0
