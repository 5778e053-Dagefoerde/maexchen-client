      *****************************************************************
      *  PLAYER-REGISTRY-REQUEST - one call to the player-name
      *  resolver PLAYRES. The registry is loaded on the first call
      *  and held across calls.
      *    RESOLVE - PLR-NAME-IN in, its canonical name out. A name
      *              the registry does not know comes back unchanged
      *              (PLR-UNKNOWN) and is put up for review once,
      *              unless the caller asks for PLR-QUIET.
      *    RELOAD  - re-read the registry as it stands now.
      *    SEEN    - the canonical PLR-NAME-IN sat at a table on
      *              PLR-SEEN-DATE; widens its first/last seen dates.
      *    SAVE    - write the widened seen dates back to PLAYREG.
      *  With no registry on disk every name passes through as-is
      *  (PLR-NO-REGISTRY) and nothing is put up for review.
      *****************************************************************
           05 PLR-REQUEST       PIC X(8).
             88 PLR-RESOLVE     VALUE "RESOLVE".
             88 PLR-RELOAD      VALUE "RELOAD".
             88 PLR-SEEN        VALUE "SEEN".
             88 PLR-SAVE        VALUE "SAVE".
           05 PLR-CALLER        PIC X(8).
           05 PLR-QUIET-FLAG    PIC X.
             88 PLR-QUIET       VALUE "Y".
           05 PLR-NAME-IN       PIC X(20).
           05 PLR-SEEN-DATE     PIC X(8).
           05 PLR-CANONICAL     PIC X(20).
           05 PLR-RESULT        PIC X.
             88 PLR-REGISTERED  VALUE "R".
             88 PLR-UNKNOWN     VALUE "U".
             88 PLR-NO-REGISTRY VALUE "N".
           05 PLR-ALIAS-FLAG    PIC X.
             88 PLR-VIA-ALIAS   VALUE "Y".
           05 PLR-PLAYER-STATUS PIC X.
      *    SAVE: "00" written (or nothing to write), "TF" refused
      *    because the registry overflowed the table on load and a
      *    rewrite would lose players, else the failing file status.
           05 PLR-SAVE-STATUS   PIC XX.
