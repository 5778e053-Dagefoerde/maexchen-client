       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOTSNAP.
      *****************************************************************
      *  BOTSNAP - point-in-time snapshot and restore of one bot's
      *  file set.
      *  SNAPSHOT copies every file of the set BOTIDENT's suffix
      *  names - parameters, opponent profiles, table checkpoints,
      *  the restart checkpoint and feed, the live night logs, the
      *  link command channel and the table list, the season
      *  master, history and table directory, the retained
      *  generation list and the review and league logs -
      *  into <file>.P<label>.<yyyymmdd> copies, then writes the
      *  snapshot manifest SNAPMAN.P<label>.<yyyymmdd> naming each
      *  file, whether it was on disk and how many records it held.
      *  The manifest goes last: a snapshot without one never
      *  finished and cannot be restored. Take one before the night
      *  starts and another before ARCNIGHT, so a crashed run, a
      *  botched PROFMNT or a half-finished ARCNIGHT is put back,
      *  not repaired by hand.
      *  RESTORE puts a chosen snapshot back. Every copy is counted
      *  against the manifest first and nothing is touched unless
      *  all of them agree. A file the snapshot found absent is
      *  removed again (an absent GAMECKPT is left empty, the same
      *  clean ground), and the live set is counted against the
      *  manifest once more when the copies are back.
      *  Neither mode runs on a live night - GAMECKPT holding tables
      *  mid-round, NITECKPT showing an open run, or SRVJRNL's last
      *  event short of LINKDOWN - unless the operator confirms on
      *  SNAPCTL that the run is down and what looks live is a
      *  crash's leftovers. SNAPCTL (shared operator control)
      *  carries the mode, the label, the date (blank is today for
      *  a snapshot, required for a restore), the operator
      *  (required for a restore) and that confirmation. Every file
      *  handled is listed on the register SNAPREG. Return code:
      *      0 - snapshot taken, or snapshot restored
      *      4 - done, with warnings on the register
      *      8 - refused or failed
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Per-bot files are assigned dynamically so each bot keeps
      *    and restores its own set; SNAPCTL stays shared operator
      *    control. Defaults are the legacy single-bot names.
           SELECT BOT-IDENTITY-FILE ASSIGN TO "BOTIDENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IDENTITY-STATUS.
           SELECT SNAPSHOT-CONTROL-FILE ASSIGN TO "SNAPCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RESTART-FILE
               ASSIGN TO DYNAMIC WS-RESTART-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CHECKPOINT-SOURCE-FILE
               ASSIGN TO DYNAMIC WS-CKPT-SOURCE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CHECKPOINT-TOKEN
                   OF CHECKPOINT-SOURCE-RECORD
               FILE STATUS IS WS-CKPT-SOURCE-STATUS.
           SELECT CHECKPOINT-TARGET-FILE
               ASSIGN TO DYNAMIC WS-CKPT-TARGET-NAME
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CHECKPOINT-TOKEN
                   OF CHECKPOINT-TARGET-RECORD
               FILE STATUS IS WS-CKPT-TARGET-STATUS.
           SELECT ROLL-SOURCE-FILE
               ASSIGN TO DYNAMIC WS-ROLL-SOURCE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-SOURCE-STATUS.
           SELECT ROLL-TARGET-FILE
               ASSIGN TO DYNAMIC WS-ROLL-TARGET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-TARGET-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO DYNAMIC WS-MANIFEST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT REGISTER-FILE
               ASSIGN TO DYNAMIC WS-REGISTER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOT-IDENTITY-FILE.
       01  BOT-IDENTITY-RECORD.
         COPY BOTIDNT.
       FD  SNAPSHOT-CONTROL-FILE.
       01  SNAPSHOT-CONTROL-RECORD.
           05 SNP-CTL-MODE     PIC X(8).
             88 SNP-CTL-SNAPSHOT VALUE "SNAPSHOT".
             88 SNP-CTL-RESTORE  VALUE "RESTORE".
           05 FILLER           PIC X.
           05 SNP-CTL-LABEL    PIC X(8).
           05 FILLER           PIC X.
           05 SNP-CTL-DATE     PIC X(8).
           05 FILLER           PIC X.
           05 SNP-CTL-OPERATOR PIC X(8).
           05 FILLER           PIC X.
           05 SNP-CTL-RUN-DOWN PIC X.
       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05 RST-RUN-STATE        PIC X.
             88 RST-RUN-OPEN     VALUE "R".
             88 RST-RUN-COMPLETE VALUE "C".
           05 FILLER               PIC X.
           05 RST-MESSAGES-DONE    PIC 9(6).
           05 FILLER               PIC X.
           05 RST-TOKENS-JOINED    PIC 9(6).
           05 FILLER               PIC X.
           05 RST-ROUNDS-PROCESSED PIC 9(6).
           05 FILLER               PIC X.
           05 RST-FEED-MARK        PIC X(100).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
         COPY SRVJRN.
       FD  CHECKPOINT-SOURCE-FILE.
       01  CHECKPOINT-SOURCE-RECORD.
         COPY GAMECKP.
       FD  CHECKPOINT-TARGET-FILE.
       01  CHECKPOINT-TARGET-RECORD.
         COPY GAMECKP.
       FD  ROLL-SOURCE-FILE.
       01  ROLL-SOURCE-RECORD PIC X(400).
       FD  ROLL-TARGET-FILE.
       01  ROLL-TARGET-RECORD PIC X(400).
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05 MNF-LABEL        PIC X(8).
           05 FILLER           PIC X.
           05 MNF-DATE         PIC X(8).
           05 FILLER           PIC X.
           05 MNF-FILE-KEY     PIC X(8).
           05 FILLER           PIC X.
           05 MNF-ON-DISK      PIC X.
             88 MNF-PRESENT    VALUE "Y".
             88 MNF-ABSENT     VALUE "N".
           05 FILLER           PIC X.
           05 MNF-RECORD-COUNT PIC 9(8).
           05 FILLER           PIC X.
           05 MNF-LIVE-NAME    PIC X(40).
           05 FILLER           PIC X.
           05 MNF-SNAP-NAME    PIC X(40).
           05 FILLER           PIC X.
           05 MNF-TAKEN        PIC X(14).
           05 FILLER           PIC X.
           05 MNF-OPERATOR     PIC X(8).
           05 FILLER           PIC X.
           05 MNF-BOT-NAME     PIC X(20).
       FD  REGISTER-FILE.
       01  REGISTER-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-IDENTITY-STATUS PIC XX.
         88 IDENTITY-FILE-OK VALUE "00".
       01 WS-FILE-SUFFIX     PIC X(8) VALUE SPACES.
       01 WS-SNAP-BOT-NAME   PIC X(20) VALUE "MUFFINBO".
       01 WS-RESTART-FILE-NAME PIC X(40).
       01 WS-JOURNAL-NAME      PIC X(40).
       01 WS-CKPT-SOURCE-NAME  PIC X(40).
       01 WS-CKPT-TARGET-NAME  PIC X(40).
       01 WS-ROLL-SOURCE-NAME  PIC X(40).
       01 WS-ROLL-TARGET-NAME  PIC X(40).
       01 WS-MANIFEST-NAME     PIC X(40) VALUE "SNAPMAN".
       01 WS-REGISTER-NAME     PIC X(40) VALUE "SNAPREG".
       01 WS-DELETE-NAME       PIC X(40).
       01 WS-CONTROL-STATUS PIC XX.
         88 CONTROL-FILE-OK VALUE "00".
       01 WS-RESTART-FILE-STATUS PIC XX.
         88 RESTART-FILE-OK VALUE "00".
       01 WS-JOURNAL-STATUS PIC XX.
         88 JOURNAL-OK  VALUE "00".
         88 JOURNAL-EOF VALUE "10".
       01 WS-CKPT-SOURCE-STATUS PIC XX.
         88 CKPT-SOURCE-OK        VALUE "00".
         88 CKPT-SOURCE-EOF       VALUE "10".
         88 CKPT-SOURCE-NOT-FOUND VALUE "35".
       01 WS-CKPT-TARGET-STATUS PIC XX.
         88 CKPT-TARGET-OK VALUE "00".
       01 WS-ROLL-SOURCE-STATUS PIC XX.
         88 ROLL-SOURCE-OK        VALUE "00".
         88 ROLL-SOURCE-EOF       VALUE "10".
         88 ROLL-SOURCE-NOT-FOUND VALUE "35".
       01 WS-ROLL-TARGET-STATUS PIC XX.
         88 ROLL-TARGET-OK VALUE "00".
       01 WS-MANIFEST-STATUS PIC XX.
         88 MANIFEST-OK  VALUE "00".
         88 MANIFEST-EOF VALUE "10".
       01 WS-REGISTER-STATUS PIC XX.
         88 REGISTER-FILE-OK VALUE "00".
      *****************************************************************
      *  The run as SNAPCTL orders it.
      *****************************************************************
       01 WS-SNAPSHOT-CONTROL.
          05 WS-SNAP-MODE     PIC X(8) VALUE SPACES.
            88 SNAPSHOT-MODE  VALUE "SNAPSHOT".
            88 RESTORE-MODE   VALUE "RESTORE".
          05 WS-SNAP-LABEL    PIC X(8) VALUE SPACES.
          05 WS-SNAP-DATE     PIC X(8) VALUE SPACES.
          05 WS-SNAP-DATE-N   PIC 9(8).
          05 WS-SNAP-OPERATOR PIC X(8) VALUE SPACES.
          05 WS-RUN-DOWN-FLAG PIC X VALUE "N".
            88 RUN-CONFIRMED-DOWN VALUE "Y".
       01 WS-LABEL-LENGTH PIC 9(2).
       01 WS-RUN-FLAGS.
          05 WS-REFUSED-FLAG PIC X VALUE "N".
            88 RUN-REFUSED VALUE "Y".
          05 WS-FAILED-FLAG PIC X VALUE "N".
            88 COPY-STEP-FAILED VALUE "Y".
          05 WS-FILE-FAILED-FLAG PIC X VALUE "N".
            88 FILE-COPY-FAILED VALUE "Y".
          05 WS-LIVE-FLAG PIC X VALUE "N".
            88 NIGHT-LOOKS-LIVE VALUE "Y".
          05 WS-TOUCHED-FLAG PIC X VALUE "N".
            88 LIVE-SET-TOUCHED VALUE "Y".
       01 WS-WARN-COUNT     PIC 9(4) VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(4) VALUE 0.
       01 WS-REFUSAL-TEXT   PIC X(100) VALUE SPACES.
       01 WS-TAKEN-STAMP    PIC X(14).
       01 WS-LAST-EVENT     PIC X(8) VALUE SPACES.
      *****************************************************************
      *  The bot's file set: one entry per file, its live and
      *  snapshot names, what this run found of it and what the
      *  manifest says the snapshot holds. GAMECKPT is the one
      *  indexed file; every other member is line sequential and
      *  copied record for record through the roll files.
      *****************************************************************
       01 WS-SET-COUNT PIC 9(2) VALUE 0.
       01 FILE-SET-TABLE.
          05 SET-ENTRY OCCURS 20 TIMES INDEXED BY SET-IDX.
            07 SET-KEY          PIC X(8).
            07 SET-ORGANIZATION PIC X.
              88 SET-INDEXED    VALUE "I".
            07 SET-LIVE-NAME    PIC X(40).
            07 SET-SNAP-NAME    PIC X(40).
            07 SET-ON-DISK      PIC X.
              88 SET-PRESENT    VALUE "Y".
            07 SET-ROWS         PIC 9(8).
            07 SET-MAN-SEEN     PIC X.
              88 SET-IN-MANIFEST VALUE "Y".
            07 SET-MAN-ON-DISK  PIC X.
              88 SET-MAN-PRESENT VALUE "Y".
            07 SET-MAN-ROWS     PIC 9(8).
       01 WS-SET-BASE         PIC X(8).
       01 WS-SET-ORGANIZATION PIC X.
       01 WS-FIND-KEY         PIC X(8).
       01 WS-SET-FOUND        PIC 9(2).
      *****************************************************************
      *  One file counted or copied: present or not, its records,
      *  and whether it could be read at all.
      *****************************************************************
       01 WS-COUNT-FLAGS.
          05 WS-COUNT-ON-DISK PIC X.
            88 COUNT-PRESENT  VALUE "Y".
          05 WS-COUNT-READ-FLAG PIC X.
            88 COUNT-UNREADABLE VALUE "Y".
       01 WS-COUNT-ROWS     PIC 9(8).
       01 WS-COUNT-STATUS   PIC XX.
       01 WS-DELETE-RESULT  PIC S9(9).
       01 WS-FILES-DONE     PIC 9(4) VALUE 0.
       01 WS-FILES-ABSENT   PIC 9(4) VALUE 0.
       01 WS-ROWS-DONE      PIC 9(9) VALUE 0.
       01 WS-PRT-COUNT      PIC ZZZZZZZ9.
       01 WS-PRT-EXPECT     PIC ZZZZZZZ9.
       01 WS-PRT-TOTAL      PIC ZZZZZZZZ9.
       01 WS-REGISTER-TEXT  PIC X(120).
       01 WS-REPORT-DATE    PIC X(10).
       01 RPT-REGISTER-LINE.
          05 RPT-REG-ACTION PIC X(8).
          05 FILLER         PIC X(2) VALUE SPACES.
          05 RPT-REG-TEXT   PIC X(122).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH SECTION.
           PERFORM RESOLVE-BOT-IDENTITY
           PERFORM BUILD-FILE-SET
           DISPLAY "BOTSNAP: file set snapshot/restore for "
                   WS-SNAP-BOT-NAME
           OPEN OUTPUT REGISTER-FILE
           IF NOT REGISTER-FILE-OK
               DISPLAY "BOTSNAP: cannot write SNAPREG, status "
                       WS-REGISTER-STATUS " - nothing done"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-REPORT-DATE(1:4)
           MOVE "-" TO WS-REPORT-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-REPORT-DATE(6:2)
           MOVE "-" TO WS-REPORT-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-REPORT-DATE(9:2)
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TAKEN-STAMP
           PERFORM READ-SNAPSHOT-CONTROL
           PERFORM WRITE-REGISTER-HEADING
           IF NOT RUN-REFUSED
               PERFORM BUILD-SNAPSHOT-NAMES
               PERFORM CHECK-NIGHT-LIVE
           END-IF
           IF NOT RUN-REFUSED
               IF SNAPSHOT-MODE
                   PERFORM TAKE-SNAPSHOT
               ELSE
                   PERFORM RESTORE-SNAPSHOT
               END-IF
           END-IF
           IF RUN-REFUSED
               PERFORM REFUSE-RUN
               CLOSE REGISTER-FILE
               GOBACK
           END-IF
           PERFORM WRITE-FINAL-VERDICT
           CLOSE REGISTER-FILE
           GOBACK.

      *****************************************************************
      *  Which bot's set this keeps: BOTIDENT's suffix is carried
      *  by every member of the set, the manifest and the register.
      *  Absent, the legacy names stand.
      *****************************************************************
       RESOLVE-BOT-IDENTITY SECTION.
           OPEN INPUT BOT-IDENTITY-FILE
           IF NOT IDENTITY-FILE-OK
               EXIT SECTION
           END-IF
           READ BOT-IDENTITY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF IDN-BOT-NAME NOT = SPACES
                       MOVE IDN-BOT-NAME TO WS-SNAP-BOT-NAME
                   END-IF
                   IF IDN-FILE-SUFFIX NOT = SPACES
                       MOVE IDN-FILE-SUFFIX TO WS-FILE-SUFFIX
                       PERFORM SUFFIX-BOT-FILE-NAMES
                   END-IF
           END-READ
           CLOSE BOT-IDENTITY-FILE
           EXIT.

       SUFFIX-BOT-FILE-NAMES SECTION.
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING "SNAPMAN." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-MANIFEST-NAME
           MOVE SPACES TO WS-REGISTER-NAME
           STRING "SNAPREG." DELIMITED BY SIZE
                  IDN-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-REGISTER-NAME
           EXIT.

      *****************************************************************
      *  The set itself. A file added to the bot's ground later
      *  belongs here too, or a restore leaves it as it stands. The
      *  bot's own control files - the LINKCTL command channel and
      *  the LEAGUECF table list NIGHTRUN joins from - are part of
      *  the night's ground and go back with it. Reports and
      *  operator transaction files are not ground and are not
      *  kept; neither are ARCNIGHT's dated generations, which a
      *  rerun writes again.
      *****************************************************************
       BUILD-FILE-SET SECTION.
           MOVE "L" TO WS-SET-ORGANIZATION
           MOVE "BOTPARM" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "OPPPROF" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "GAMECKPT" TO WS-SET-BASE
           MOVE "I" TO WS-SET-ORGANIZATION
           PERFORM ADD-SET-FILE
           MOVE "L" TO WS-SET-ORGANIZATION
           MOVE "NITECKPT" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "GAMEIN" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "GAMEDLOG" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "GAMEOUTC" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "GAMESTND" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "SRVJRNL" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "GAMEEXC" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "LINKCTL" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "LEAGUECF" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "GAMEMAST" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "TUNHIST" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "TABLDIR" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "GENRETN" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "PLAYREVW" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "LEAGLOG" TO WS-SET-BASE
           PERFORM ADD-SET-FILE
           MOVE "NITECKPT" TO WS-FIND-KEY
           PERFORM FIND-SET-ENTRY
           MOVE SET-LIVE-NAME(WS-SET-FOUND) TO WS-RESTART-FILE-NAME
           MOVE "SRVJRNL" TO WS-FIND-KEY
           PERFORM FIND-SET-ENTRY
           MOVE SET-LIVE-NAME(WS-SET-FOUND) TO WS-JOURNAL-NAME
           EXIT.

       ADD-SET-FILE SECTION.
           ADD 1 TO WS-SET-COUNT
           SET SET-IDX TO WS-SET-COUNT
           MOVE SPACES TO SET-ENTRY(SET-IDX)
           MOVE WS-SET-BASE TO SET-KEY(SET-IDX)
           MOVE WS-SET-ORGANIZATION TO SET-ORGANIZATION(SET-IDX)
           IF WS-FILE-SUFFIX = SPACES
               MOVE WS-SET-BASE TO SET-LIVE-NAME(SET-IDX)
           ELSE
               STRING WS-SET-BASE DELIMITED BY SPACE
                      "." DELIMITED BY SIZE
                      WS-FILE-SUFFIX DELIMITED BY SPACE
                   INTO SET-LIVE-NAME(SET-IDX)
           END-IF
           MOVE "N" TO SET-ON-DISK(SET-IDX)
           MOVE 0 TO SET-ROWS(SET-IDX)
           MOVE "N" TO SET-MAN-SEEN(SET-IDX)
           MOVE "N" TO SET-MAN-ON-DISK(SET-IDX)
           MOVE 0 TO SET-MAN-ROWS(SET-IDX)
           EXIT.

      *    WS-FIND-KEY in, its set entry number out in WS-SET-FOUND
      *    (0 when the key is not a member of the set).
       FIND-SET-ENTRY SECTION.
           MOVE 0 TO WS-SET-FOUND
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > WS-SET-COUNT
               IF SET-KEY(SET-IDX) = WS-FIND-KEY
                   SET WS-SET-FOUND TO SET-IDX
                   EXIT SECTION
               END-IF
           END-PERFORM
           EXIT.

      *****************************************************************
      *  SNAPCTL: the label goes into every snapshot name, so it
      *  must be present and free of blanks. A snapshot is dated
      *  today unless a date is given; a restore must name the date
      *  of the snapshot it puts back, and the operator who ordered
      *  it, since it overwrites the bot's whole live set.
      *****************************************************************
       READ-SNAPSHOT-CONTROL SECTION.
           OPEN INPUT SNAPSHOT-CONTROL-FILE
           IF NOT CONTROL-FILE-OK
               MOVE "NO SNAPCTL CONTROL RECORD - THE MODE AND LABEL "
                   TO WS-REFUSAL-TEXT
               MOVE "ARE REQUIRED" TO WS-REFUSAL-TEXT(48:)
               SET RUN-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           MOVE SPACES TO SNAPSHOT-CONTROL-RECORD
           READ SNAPSHOT-CONTROL-FILE
               AT END
                   MOVE SPACES TO SNAPSHOT-CONTROL-RECORD
           END-READ
           CLOSE SNAPSHOT-CONTROL-FILE
           MOVE 0 TO WS-LABEL-LENGTH
           INSPECT SNP-CTL-LABEL TALLYING WS-LABEL-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
           WHEN NOT SNP-CTL-SNAPSHOT AND NOT SNP-CTL-RESTORE
               MOVE "SNAPCTL MODE IS NEITHER SNAPSHOT NOR RESTORE"
                   TO WS-REFUSAL-TEXT
               SET RUN-REFUSED TO TRUE
           WHEN SNP-CTL-LABEL = SPACES
               MOVE "SNAPCTL CARRIES NO SNAPSHOT LABEL"
                   TO WS-REFUSAL-TEXT
               SET RUN-REFUSED TO TRUE
           WHEN WS-LABEL-LENGTH < 8
                   AND SNP-CTL-LABEL(WS-LABEL-LENGTH + 1:) NOT = SPACES
               MOVE "SNAPCTL SNAPSHOT LABEL HAS EMBEDDED BLANKS"
                   TO WS-REFUSAL-TEXT
               SET RUN-REFUSED TO TRUE
           WHEN SNP-CTL-DATE NOT = SPACES
                   AND SNP-CTL-DATE NOT NUMERIC
               MOVE "SNAPCTL SNAPSHOT DATE IS NEITHER BLANK NOR "
                   TO WS-REFUSAL-TEXT
               MOVE "YYYYMMDD" TO WS-REFUSAL-TEXT(44:)
               SET RUN-REFUSED TO TRUE
           WHEN SNP-CTL-RESTORE AND SNP-CTL-DATE = SPACES
               MOVE "SNAPCTL RESTORE NAMES NO SNAPSHOT DATE - THE "
                   TO WS-REFUSAL-TEXT
               MOVE "SNAPSHOT TO PUT BACK MUST BE NAMED IN FULL"
                   TO WS-REFUSAL-TEXT(46:)
               SET RUN-REFUSED TO TRUE
           WHEN SNP-CTL-RESTORE AND SNP-CTL-OPERATOR = SPACES
               MOVE "SNAPCTL RESTORE NAMES NO OPERATOR"
                   TO WS-REFUSAL-TEXT
               SET RUN-REFUSED TO TRUE
           END-EVALUATE
           IF RUN-REFUSED
               EXIT SECTION
           END-IF
           MOVE SNP-CTL-MODE TO WS-SNAP-MODE
           MOVE SNP-CTL-LABEL TO WS-SNAP-LABEL
           MOVE SNP-CTL-OPERATOR TO WS-SNAP-OPERATOR
           IF SNP-CTL-RUN-DOWN = "Y"
               SET RUN-CONFIRMED-DOWN TO TRUE
           END-IF
           IF SNP-CTL-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SNAP-DATE
           ELSE
               MOVE SNP-CTL-DATE TO WS-SNAP-DATE
           END-IF
           MOVE WS-SNAP-DATE TO WS-SNAP-DATE-N
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SNAP-DATE-N) NOT = 0
               MOVE "SNAPCTL SNAPSHOT DATE IS NOT A CALENDAR DATE"
                   TO WS-REFUSAL-TEXT
               SET RUN-REFUSED TO TRUE
           END-IF
           EXIT.

      *    Every member's copy and the manifest are named for the
      *    label and the date: <name>.P<label>.<yyyymmdd>.
       BUILD-SNAPSHOT-NAMES SECTION.
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > WS-SET-COUNT
               MOVE SPACES TO SET-SNAP-NAME(SET-IDX)
               STRING SET-LIVE-NAME(SET-IDX) DELIMITED BY SPACE
                      ".P" DELIMITED BY SIZE
                      WS-SNAP-LABEL DELIMITED BY SPACE
                      "." DELIMITED BY SIZE
                      WS-SNAP-DATE DELIMITED BY SIZE
                   INTO SET-SNAP-NAME(SET-IDX)
           END-PERFORM
           MOVE WS-MANIFEST-NAME TO WS-ROLL-SOURCE-NAME
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING WS-ROLL-SOURCE-NAME DELIMITED BY SPACE
                  ".P" DELIMITED BY SIZE
                  WS-SNAP-LABEL DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-SNAP-DATE DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME
           EXIT.

      *****************************************************************
      *  A live night must be left alone: a snapshot of it would
      *  catch the files mid-write, and a restore under it would
      *  pull the ground from under running tables. GAMECKPT rows
      *  are tables mid-round, an open NITECKPT is a replay run in
      *  progress, and a journal whose last event is not LINKDOWN
      *  is a server link still up. A crash leaves the same marks;
      *  only the operator can say the run is down, and then they
      *  are warnings, not a refusal. A GAMECKPT that cannot be
      *  opened at all cannot be vouched for either way.
      *****************************************************************
       CHECK-NIGHT-LIVE SECTION.
           MOVE "GAMECKPT" TO WS-FIND-KEY
           PERFORM FIND-SET-ENTRY
           MOVE SET-LIVE-NAME(WS-SET-FOUND) TO WS-CKPT-SOURCE-NAME
           PERFORM COUNT-CHECKPOINT-FILE
           IF COUNT-UNREADABLE
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING WS-CKPT-SOURCE-NAME DELIMITED BY SPACE
                      " CANNOT BE OPENED FOR INSPECTION, STATUS "
                      DELIMITED BY SIZE
                      WS-COUNT-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               SET RUN-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           IF WS-COUNT-ROWS > 0
               MOVE WS-COUNT-ROWS TO WS-PRT-COUNT
               MOVE SPACES TO WS-REGISTER-TEXT
               STRING WS-CKPT-SOURCE-NAME DELIMITED BY SPACE
                      " HOLDS " DELIMITED BY SIZE
                      WS-PRT-COUNT DELIMITED BY SIZE
                      " TABLE CHECKPOINT(S) - TABLES ARE MID-ROUND"
                      DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
               PERFORM NOTE-LIVE-EVIDENCE
           END-IF
           OPEN INPUT RESTART-FILE
           IF RESTART-FILE-OK
               READ RESTART-FILE
                   NOT AT END
                       IF RST-RUN-OPEN
                           MOVE SPACES TO WS-REGISTER-TEXT
                           STRING WS-RESTART-FILE-NAME
                                  DELIMITED BY SPACE
                                  " SHOWS AN OPEN RUN"
                                  DELIMITED BY SIZE
                               INTO WS-REGISTER-TEXT
                           PERFORM NOTE-LIVE-EVIDENCE
                       END-IF
               END-READ
               CLOSE RESTART-FILE
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-OK
               PERFORM UNTIL JOURNAL-EOF
                   READ JOURNAL-FILE
                       AT END
                           SET JOURNAL-EOF TO TRUE
                       NOT AT END
                           MOVE JRN-EVENT TO WS-LAST-EVENT
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE WS-LAST-EVENT TO JRN-EVENT
               IF JRN-EVENT NOT = SPACES AND NOT JRN-LINK-DOWN
                   MOVE SPACES TO WS-REGISTER-TEXT
                   STRING WS-JOURNAL-NAME DELIMITED BY SPACE
                          " LAST EVENT IS " DELIMITED BY SIZE
                          JRN-EVENT DELIMITED BY SPACE
                          " - THE SERVER LINK IS STILL UP"
                          DELIMITED BY SIZE
                       INTO WS-REGISTER-TEXT
                   PERFORM NOTE-LIVE-EVIDENCE
               END-IF
           END-IF
           IF NIGHT-LOOKS-LIVE AND NOT RUN-CONFIRMED-DOWN
               MOVE "THE NIGHT IS LIVE - RERUN ONCE IT IS DOWN, OR "
                   TO WS-REFUSAL-TEXT
               MOVE "CONFIRM A CRASHED RUN ON SNAPCTL"
                   TO WS-REFUSAL-TEXT(47:)
               SET RUN-REFUSED TO TRUE
           END-IF
           EXIT.

       NOTE-LIVE-EVIDENCE SECTION.
           SET NIGHT-LOOKS-LIVE TO TRUE
           IF RUN-CONFIRMED-DOWN
               PERFORM REGISTER-WARNING
           ELSE
               MOVE "LIVE" TO RPT-REG-ACTION
               PERFORM PUT-REGISTER-LINE
           END-IF
           EXIT.

      *****************************************************************
      *  SNAPSHOT: never over an earlier snapshot of the same label
      *  and date. Each member is copied as it stands; the first
      *  failure stops the run before a manifest is written, so the
      *  half-taken snapshot can never be restored.
      *****************************************************************
       TAKE-SNAPSHOT SECTION.
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-OK
               CLOSE MANIFEST-FILE
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING WS-MANIFEST-NAME DELIMITED BY SPACE
                      " ALREADY EXISTS - SNAPSHOT " DELIMITED BY SIZE
                      WS-SNAP-LABEL DELIMITED BY SPACE
                      " WAS TAKEN BEFORE" DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               SET RUN-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > WS-SET-COUNT OR COPY-STEP-FAILED
               PERFORM SNAPSHOT-ONE-FILE
           END-PERFORM
           IF COPY-STEP-FAILED
               MOVE "SNAPSHOT FAILED - NO MANIFEST WRITTEN, THE "
                   TO WS-REFUSAL-TEXT
               MOVE "PARTIAL COPIES CANNOT BE RESTORED"
                   TO WS-REFUSAL-TEXT(44:)
               SET RUN-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM WRITE-MANIFEST
           EXIT.

       SNAPSHOT-ONE-FILE SECTION.
           IF SET-INDEXED(SET-IDX)
               MOVE SET-LIVE-NAME(SET-IDX) TO WS-CKPT-SOURCE-NAME
               MOVE SET-SNAP-NAME(SET-IDX) TO WS-CKPT-TARGET-NAME
               PERFORM COPY-CHECKPOINT-FILE
           ELSE
               MOVE SET-LIVE-NAME(SET-IDX) TO WS-ROLL-SOURCE-NAME
               MOVE SET-SNAP-NAME(SET-IDX) TO WS-ROLL-TARGET-NAME
               PERFORM COPY-LINE-FILE
           END-IF
           IF FILE-COPY-FAILED
               EXIT SECTION
           END-IF
           MOVE WS-COUNT-ON-DISK TO SET-ON-DISK(SET-IDX)
           MOVE WS-COUNT-ROWS TO SET-ROWS(SET-IDX)
           MOVE SPACES TO WS-REGISTER-TEXT
           IF SET-PRESENT(SET-IDX)
               ADD 1 TO WS-FILES-DONE
               ADD WS-COUNT-ROWS TO WS-ROWS-DONE
               MOVE WS-COUNT-ROWS TO WS-PRT-COUNT
               STRING SET-LIVE-NAME(SET-IDX) DELIMITED BY SPACE
                      " -> " DELIMITED BY SIZE
                      SET-SNAP-NAME(SET-IDX) DELIMITED BY SPACE
                      "  " DELIMITED BY SIZE
                      WS-PRT-COUNT DELIMITED BY SIZE
                      " RECORD(S)" DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
               MOVE "COPIED" TO RPT-REG-ACTION
           ELSE
               ADD 1 TO WS-FILES-ABSENT
               STRING SET-LIVE-NAME(SET-IDX) DELIMITED BY SPACE
                      " - NOT ON DISK, KEPT AS ABSENT"
                      DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
               MOVE "ABSENT" TO RPT-REG-ACTION
           END-IF
           PERFORM PUT-REGISTER-LINE
           EXIT.

      *    One manifest row per member, present or not, so a
      *    restore knows the whole set and not only what was there.
       WRITE-MANIFEST SECTION.
           OPEN OUTPUT MANIFEST-FILE
           IF NOT MANIFEST-OK
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING "CANNOT WRITE " DELIMITED BY SIZE
                      WS-MANIFEST-NAME DELIMITED BY SPACE
                      ", STATUS " DELIMITED BY SIZE
                      WS-MANIFEST-STATUS DELIMITED BY SIZE
                      " - THE SNAPSHOT CANNOT BE RESTORED"
                      DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               SET RUN-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > WS-SET-COUNT
               MOVE SPACES TO MANIFEST-RECORD
               INITIALIZE MANIFEST-RECORD
               MOVE WS-SNAP-LABEL TO MNF-LABEL
               MOVE WS-SNAP-DATE TO MNF-DATE
               MOVE SET-KEY(SET-IDX) TO MNF-FILE-KEY
               IF SET-PRESENT(SET-IDX)
                   SET MNF-PRESENT TO TRUE
               ELSE
                   SET MNF-ABSENT TO TRUE
               END-IF
               MOVE SET-ROWS(SET-IDX) TO MNF-RECORD-COUNT
               MOVE SET-LIVE-NAME(SET-IDX) TO MNF-LIVE-NAME
               MOVE SET-SNAP-NAME(SET-IDX) TO MNF-SNAP-NAME
               MOVE WS-TAKEN-STAMP TO MNF-TAKEN
               MOVE WS-SNAP-OPERATOR TO MNF-OPERATOR
               MOVE WS-SNAP-BOT-NAME TO MNF-BOT-NAME
               WRITE MANIFEST-RECORD
           END-PERFORM
           CLOSE MANIFEST-FILE
           IF NOT MANIFEST-OK
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING WS-MANIFEST-NAME DELIMITED BY SPACE
                      " WAS NOT WRITTEN CLEANLY, STATUS "
                      DELIMITED BY SIZE
                      WS-MANIFEST-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               SET RUN-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-REGISTER-TEXT
           STRING WS-MANIFEST-NAME DELIMITED BY SPACE
                  " WRITTEN FOR THE WHOLE SET" DELIMITED BY SIZE
               INTO WS-REGISTER-TEXT
           MOVE "MANIFEST" TO RPT-REG-ACTION
           PERFORM PUT-REGISTER-LINE
           EXIT.

      *****************************************************************
      *  RESTORE: the manifest must cover the whole set and every
      *  copy must still hold what the manifest says before the
      *  live set is touched at all. The copies then go back one by
      *  one - a failure is noted and the rest still go back, so
      *  the recount shows the whole ground and a rerun finishes
      *  the job.
      *****************************************************************
       RESTORE-SNAPSHOT SECTION.
           PERFORM LOAD-MANIFEST
           IF RUN-REFUSED
               EXIT SECTION
           END-IF
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > WS-SET-COUNT
               PERFORM VERIFY-SNAPSHOT-COPY
           END-PERFORM
           IF WS-MISMATCH-COUNT > 0
               MOVE "SNAPSHOT DOES NOT MATCH ITS MANIFEST - NOTHING "
                   TO WS-REFUSAL-TEXT
               MOVE "RESTORED" TO WS-REFUSAL-TEXT(48:)
               SET RUN-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           SET LIVE-SET-TOUCHED TO TRUE
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > WS-SET-COUNT
               PERFORM RESTORE-ONE-FILE
           END-PERFORM
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > WS-SET-COUNT
               PERFORM VERIFY-LIVE-FILE
           END-PERFORM
           IF COPY-STEP-FAILED OR WS-MISMATCH-COUNT > 0
               MOVE "RESTORE INCOMPLETE - THE LIVE SET IS PART "
                   TO WS-REFUSAL-TEXT
               MOVE "RESTORED; RERUN THE RESTORE ONCE THE CAUSE IS "
                   TO WS-REFUSAL-TEXT(43:)
               MOVE "CLEARED" TO WS-REFUSAL-TEXT(90:)
               SET RUN-REFUSED TO TRUE
           END-IF
           EXIT.

       LOAD-MANIFEST SECTION.
           OPEN INPUT MANIFEST-FILE
           IF NOT MANIFEST-OK
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING "NO SNAPSHOT " DELIMITED BY SIZE
                      WS-SNAP-LABEL DELIMITED BY SPACE
                      " OF " DELIMITED BY SIZE
                      WS-SNAP-DATE DELIMITED BY SIZE
                      " FOR THIS BOT - " DELIMITED BY SIZE
                      WS-MANIFEST-NAME DELIMITED BY SPACE
                      " NOT FOUND" DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               SET RUN-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM UNTIL MANIFEST-EOF
               READ MANIFEST-FILE
                   AT END
                       SET MANIFEST-EOF TO TRUE
                   NOT AT END
                       MOVE MNF-FILE-KEY TO WS-FIND-KEY
                       PERFORM FIND-SET-ENTRY
                       IF WS-SET-FOUND > 0
                           SET SET-IDX TO WS-SET-FOUND
                           MOVE "Y" TO SET-MAN-SEEN(SET-IDX)
                           MOVE MNF-ON-DISK TO SET-MAN-ON-DISK(SET-IDX)
                           MOVE MNF-RECORD-COUNT
                               TO SET-MAN-ROWS(SET-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > WS-SET-COUNT
               IF NOT SET-IN-MANIFEST(SET-IDX)
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   STRING WS-MANIFEST-NAME DELIMITED BY SPACE
                          " HAS NO ROW FOR " DELIMITED BY SIZE
                          SET-KEY(SET-IDX) DELIMITED BY SPACE
                          " - THE SNAPSHOT IS INCOMPLETE"
                          DELIMITED BY SIZE
                       INTO WS-REFUSAL-TEXT
                   SET RUN-REFUSED TO TRUE
                   EXIT SECTION
               END-IF
           END-PERFORM
           EXIT.

      *    Only the members the snapshot found on disk have a copy;
      *    a copy gone missing or holding another count is exactly
      *    what a restore must not trust.
       VERIFY-SNAPSHOT-COPY SECTION.
           IF NOT SET-MAN-PRESENT(SET-IDX)
               EXIT SECTION
           END-IF
           IF SET-INDEXED(SET-IDX)
               MOVE SET-SNAP-NAME(SET-IDX) TO WS-CKPT-SOURCE-NAME
               PERFORM COUNT-CHECKPOINT-FILE
           ELSE
               MOVE SET-SNAP-NAME(SET-IDX) TO WS-ROLL-SOURCE-NAME
               PERFORM COUNT-LINE-FILE
           END-IF
           MOVE WS-COUNT-ROWS TO WS-PRT-COUNT
           MOVE SET-MAN-ROWS(SET-IDX) TO WS-PRT-EXPECT
           MOVE SPACES TO WS-REGISTER-TEXT
           EVALUATE TRUE
           WHEN NOT COUNT-PRESENT OR COUNT-UNREADABLE
               ADD 1 TO WS-MISMATCH-COUNT
               STRING SET-SNAP-NAME(SET-IDX) DELIMITED BY SPACE
                      " CANNOT BE READ, STATUS " DELIMITED BY SIZE
                      WS-COUNT-STATUS DELIMITED BY SIZE
                      " - MANIFEST HAS " DELIMITED BY SIZE
                      WS-PRT-EXPECT DELIMITED BY SIZE
                      " RECORD(S)" DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
               MOVE "MISMATCH" TO RPT-REG-ACTION
           WHEN WS-COUNT-ROWS NOT = SET-MAN-ROWS(SET-IDX)
               ADD 1 TO WS-MISMATCH-COUNT
               STRING SET-SNAP-NAME(SET-IDX) DELIMITED BY SPACE
                      " HOLDS " DELIMITED BY SIZE
                      WS-PRT-COUNT DELIMITED BY SIZE
                      " RECORD(S), MANIFEST HAS " DELIMITED BY SIZE
                      WS-PRT-EXPECT DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
               MOVE "MISMATCH" TO RPT-REG-ACTION
           WHEN OTHER
               STRING SET-SNAP-NAME(SET-IDX) DELIMITED BY SPACE
                      "  " DELIMITED BY SIZE
                      WS-PRT-COUNT DELIMITED BY SIZE
                      " RECORD(S) AS THE MANIFEST" DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
               MOVE "VERIFIED" TO RPT-REG-ACTION
           END-EVALUATE
           PERFORM PUT-REGISTER-LINE
           EXIT.

      *    A member the snapshot found absent is removed again; an
      *    indexed GAMECKPT is emptied instead, since its data and
      *    index may not be one file to remove, and an empty
      *    checkpoint file is the same clean ground to MUFFINBO and
      *    NITECHK.
       RESTORE-ONE-FILE SECTION.
           MOVE SPACES TO WS-REGISTER-TEXT
           IF SET-MAN-PRESENT(SET-IDX)
               IF SET-INDEXED(SET-IDX)
                   MOVE SET-SNAP-NAME(SET-IDX) TO WS-CKPT-SOURCE-NAME
                   MOVE SET-LIVE-NAME(SET-IDX) TO WS-CKPT-TARGET-NAME
                   PERFORM COPY-CHECKPOINT-FILE
               ELSE
                   MOVE SET-SNAP-NAME(SET-IDX) TO WS-ROLL-SOURCE-NAME
                   MOVE SET-LIVE-NAME(SET-IDX) TO WS-ROLL-TARGET-NAME
                   PERFORM COPY-LINE-FILE
               END-IF
               IF FILE-COPY-FAILED
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-FILES-DONE
               ADD WS-COUNT-ROWS TO WS-ROWS-DONE
               MOVE WS-COUNT-ROWS TO WS-PRT-COUNT
               STRING SET-SNAP-NAME(SET-IDX) DELIMITED BY SPACE
                      " -> " DELIMITED BY SIZE
                      SET-LIVE-NAME(SET-IDX) DELIMITED BY SPACE
                      "  " DELIMITED BY SIZE
                      WS-PRT-COUNT DELIMITED BY SIZE
                      " RECORD(S)" DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
               MOVE "RESTORED" TO RPT-REG-ACTION
               PERFORM PUT-REGISTER-LINE
               EXIT SECTION
           END-IF
           ADD 1 TO WS-FILES-ABSENT
           IF SET-INDEXED(SET-IDX)
               MOVE SET-LIVE-NAME(SET-IDX) TO WS-CKPT-TARGET-NAME
               OPEN OUTPUT CHECKPOINT-TARGET-FILE
               IF NOT CKPT-TARGET-OK
                   MOVE SET-SNAP-NAME(SET-IDX) TO WS-CKPT-SOURCE-NAME
                   MOVE WS-CKPT-TARGET-STATUS TO WS-COUNT-STATUS
                   PERFORM NOTE-COPY-FAILED
                   EXIT SECTION
               END-IF
               CLOSE CHECKPOINT-TARGET-FILE
               STRING SET-LIVE-NAME(SET-IDX) DELIMITED BY SPACE
                      " - ABSENT IN THE SNAPSHOT, LEFT EMPTY"
                      DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
               MOVE "EMPTIED" TO RPT-REG-ACTION
           ELSE
               MOVE SET-LIVE-NAME(SET-IDX) TO WS-DELETE-NAME
               CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
               MOVE RETURN-CODE TO WS-DELETE-RESULT
               MOVE 0 TO RETURN-CODE
               IF WS-DELETE-RESULT = 0
                   STRING SET-LIVE-NAME(SET-IDX) DELIMITED BY SPACE
                          " - ABSENT IN THE SNAPSHOT, REMOVED"
                          DELIMITED BY SIZE
                       INTO WS-REGISTER-TEXT
                   MOVE "REMOVED" TO RPT-REG-ACTION
               ELSE
                   STRING SET-LIVE-NAME(SET-IDX) DELIMITED BY SPACE
                          " - ABSENT IN THE SNAPSHOT AND ON DISK"
                          DELIMITED BY SIZE
                       INTO WS-REGISTER-TEXT
                   MOVE "ABSENT" TO RPT-REG-ACTION
               END-IF
           END-IF
           PERFORM PUT-REGISTER-LINE
           EXIT.

      *    The live set counted once more against the manifest. A
      *    member the snapshot found absent must be gone again (or,
      *    for GAMECKPT, empty).
       VERIFY-LIVE-FILE SECTION.
           IF SET-INDEXED(SET-IDX)
               MOVE SET-LIVE-NAME(SET-IDX) TO WS-CKPT-SOURCE-NAME
               PERFORM COUNT-CHECKPOINT-FILE
               IF NOT SET-MAN-PRESENT(SET-IDX)
                       AND NOT COUNT-UNREADABLE
                   MOVE "N" TO WS-COUNT-ON-DISK
               END-IF
           ELSE
               MOVE SET-LIVE-NAME(SET-IDX) TO WS-ROLL-SOURCE-NAME
               PERFORM COUNT-LINE-FILE
           END-IF
           MOVE WS-COUNT-ROWS TO WS-PRT-COUNT
           MOVE SET-MAN-ROWS(SET-IDX) TO WS-PRT-EXPECT
           MOVE SPACES TO WS-REGISTER-TEXT
           IF COUNT-UNREADABLE
                   OR WS-COUNT-ON-DISK NOT = SET-MAN-ON-DISK(SET-IDX)
                   OR WS-COUNT-ROWS NOT = SET-MAN-ROWS(SET-IDX)
               ADD 1 TO WS-MISMATCH-COUNT
               STRING SET-LIVE-NAME(SET-IDX) DELIMITED BY SPACE
                      " NOW ON DISK=" DELIMITED BY SIZE
                      WS-COUNT-ON-DISK DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PRT-COUNT DELIMITED BY SIZE
                      " RECORD(S), MANIFEST ON DISK=" DELIMITED BY SIZE
                      SET-MAN-ON-DISK(SET-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PRT-EXPECT DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
               MOVE "MISMATCH" TO RPT-REG-ACTION
               PERFORM PUT-REGISTER-LINE
           END-IF
           EXIT.

      *****************************************************************
      *  One line sequential member copied record for record,
      *  WS-ROLL-SOURCE-NAME to WS-ROLL-TARGET-NAME. A source not
      *  on disk is no failure: WS-COUNT-ON-DISK says so and
      *  nothing is written.
      *****************************************************************
       COPY-LINE-FILE SECTION.
           MOVE "N" TO WS-COUNT-ON-DISK
           MOVE "N" TO WS-COUNT-READ-FLAG
           MOVE "N" TO WS-FILE-FAILED-FLAG
           MOVE 0 TO WS-COUNT-ROWS
           OPEN INPUT ROLL-SOURCE-FILE
           IF ROLL-SOURCE-NOT-FOUND
               EXIT SECTION
           END-IF
           IF NOT ROLL-SOURCE-OK
               MOVE WS-ROLL-SOURCE-STATUS TO WS-COUNT-STATUS
               PERFORM NOTE-COPY-FAILED
               EXIT SECTION
           END-IF
           SET COUNT-PRESENT TO TRUE
           OPEN OUTPUT ROLL-TARGET-FILE
           IF NOT ROLL-TARGET-OK
               CLOSE ROLL-SOURCE-FILE
               MOVE WS-ROLL-TARGET-STATUS TO WS-COUNT-STATUS
               PERFORM NOTE-COPY-FAILED
               EXIT SECTION
           END-IF
           PERFORM UNTIL ROLL-SOURCE-EOF OR FILE-COPY-FAILED
               READ ROLL-SOURCE-FILE
                   AT END
                       SET ROLL-SOURCE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-ROWS
                       MOVE ROLL-SOURCE-RECORD TO ROLL-TARGET-RECORD
                       WRITE ROLL-TARGET-RECORD
                       IF NOT ROLL-TARGET-OK
                           MOVE WS-ROLL-TARGET-STATUS
                               TO WS-COUNT-STATUS
                           PERFORM NOTE-COPY-FAILED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROLL-SOURCE-FILE
           CLOSE ROLL-TARGET-FILE
           IF NOT ROLL-TARGET-OK AND NOT FILE-COPY-FAILED
               MOVE WS-ROLL-TARGET-STATUS TO WS-COUNT-STATUS
               PERFORM NOTE-COPY-FAILED
           END-IF
           EXIT.

      *    The indexed GAMECKPT read in key order and written in the
      *    same order, WS-CKPT-SOURCE-NAME to WS-CKPT-TARGET-NAME.
       COPY-CHECKPOINT-FILE SECTION.
           MOVE "N" TO WS-COUNT-ON-DISK
           MOVE "N" TO WS-COUNT-READ-FLAG
           MOVE "N" TO WS-FILE-FAILED-FLAG
           MOVE 0 TO WS-COUNT-ROWS
           OPEN INPUT CHECKPOINT-SOURCE-FILE
           IF CKPT-SOURCE-NOT-FOUND
               EXIT SECTION
           END-IF
           IF NOT CKPT-SOURCE-OK
               MOVE WS-CKPT-SOURCE-STATUS TO WS-COUNT-STATUS
               PERFORM NOTE-COPY-FAILED
               EXIT SECTION
           END-IF
           SET COUNT-PRESENT TO TRUE
           OPEN OUTPUT CHECKPOINT-TARGET-FILE
           IF NOT CKPT-TARGET-OK
               CLOSE CHECKPOINT-SOURCE-FILE
               MOVE WS-CKPT-TARGET-STATUS TO WS-COUNT-STATUS
               PERFORM NOTE-COPY-FAILED
               EXIT SECTION
           END-IF
           PERFORM UNTIL CKPT-SOURCE-EOF OR FILE-COPY-FAILED
               READ CHECKPOINT-SOURCE-FILE NEXT RECORD
                   AT END
                       SET CKPT-SOURCE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-ROWS
                       MOVE CHECKPOINT-SOURCE-RECORD
                           TO CHECKPOINT-TARGET-RECORD
                       WRITE CHECKPOINT-TARGET-RECORD
                       IF NOT CKPT-TARGET-OK
                           MOVE WS-CKPT-TARGET-STATUS
                               TO WS-COUNT-STATUS
                           PERFORM NOTE-COPY-FAILED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-SOURCE-FILE
           CLOSE CHECKPOINT-TARGET-FILE
           IF NOT CKPT-TARGET-OK AND NOT FILE-COPY-FAILED
               MOVE WS-CKPT-TARGET-STATUS TO WS-COUNT-STATUS
               PERFORM NOTE-COPY-FAILED
           END-IF
           EXIT.

      *    The copy sections leave both names in place for the line.
       NOTE-COPY-FAILED SECTION.
           SET COPY-STEP-FAILED TO TRUE
           SET FILE-COPY-FAILED TO TRUE
           MOVE SPACES TO WS-REGISTER-TEXT
           IF SET-INDEXED(SET-IDX)
               STRING WS-CKPT-SOURCE-NAME DELIMITED BY SPACE
                      " -> " DELIMITED BY SIZE
                      WS-CKPT-TARGET-NAME DELIMITED BY SPACE
                      " FAILED, STATUS " DELIMITED BY SIZE
                      WS-COUNT-STATUS DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
           ELSE
               STRING WS-ROLL-SOURCE-NAME DELIMITED BY SPACE
                      " -> " DELIMITED BY SIZE
                      WS-ROLL-TARGET-NAME DELIMITED BY SPACE
                      " FAILED, STATUS " DELIMITED BY SIZE
                      WS-COUNT-STATUS DELIMITED BY SIZE
                   INTO WS-REGISTER-TEXT
           END-IF
           MOVE "FAILED" TO RPT-REG-ACTION
           PERFORM PUT-REGISTER-LINE
           EXIT.

      *    Records in the line sequential file WS-ROLL-SOURCE-NAME.
       COUNT-LINE-FILE SECTION.
           MOVE "N" TO WS-COUNT-ON-DISK
           MOVE "N" TO WS-COUNT-READ-FLAG
           MOVE 0 TO WS-COUNT-ROWS
           OPEN INPUT ROLL-SOURCE-FILE
           MOVE WS-ROLL-SOURCE-STATUS TO WS-COUNT-STATUS
           IF ROLL-SOURCE-NOT-FOUND
               EXIT SECTION
           END-IF
           IF NOT ROLL-SOURCE-OK
               SET COUNT-UNREADABLE TO TRUE
               EXIT SECTION
           END-IF
           SET COUNT-PRESENT TO TRUE
           PERFORM UNTIL ROLL-SOURCE-EOF
               READ ROLL-SOURCE-FILE
                   AT END
                       SET ROLL-SOURCE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-ROWS
               END-READ
           END-PERFORM
           CLOSE ROLL-SOURCE-FILE
           EXIT.

      *    Records in the indexed file WS-CKPT-SOURCE-NAME. As in
      *    NITECHK, only "file not found" is an absent file; any
      *    other failed OPEN is a file that cannot be vouched for.
       COUNT-CHECKPOINT-FILE SECTION.
           MOVE "N" TO WS-COUNT-ON-DISK
           MOVE "N" TO WS-COUNT-READ-FLAG
           MOVE 0 TO WS-COUNT-ROWS
           OPEN INPUT CHECKPOINT-SOURCE-FILE
           MOVE WS-CKPT-SOURCE-STATUS TO WS-COUNT-STATUS
           IF CKPT-SOURCE-NOT-FOUND
               EXIT SECTION
           END-IF
           IF NOT CKPT-SOURCE-OK
               SET COUNT-UNREADABLE TO TRUE
               EXIT SECTION
           END-IF
           SET COUNT-PRESENT TO TRUE
           PERFORM UNTIL CKPT-SOURCE-EOF
               READ CHECKPOINT-SOURCE-FILE NEXT RECORD
                   AT END
                       SET CKPT-SOURCE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-ROWS
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-SOURCE-FILE
           EXIT.

       WRITE-REGISTER-HEADING SECTION.
           MOVE SPACES TO REGISTER-LINE
           STRING WS-SNAP-BOT-NAME DELIMITED BY "  "
                  " FILE SET SNAPSHOT REGISTER  " DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           IF RUN-REFUSED
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-REGISTER-TEXT
           STRING WS-SNAP-MODE DELIMITED BY SPACE
                  " OF SNAPSHOT " DELIMITED BY SIZE
                  WS-SNAP-LABEL DELIMITED BY SPACE
                  " DATED " DELIMITED BY SIZE
                  WS-SNAP-DATE DELIMITED BY SIZE
                  ", OPERATOR " DELIMITED BY SIZE
                  WS-SNAP-OPERATOR DELIMITED BY SPACE
               INTO WS-REGISTER-TEXT
           IF RUN-CONFIRMED-DOWN
               MOVE "RUN CONFIRMED DOWN BY THE OPERATOR"
                   TO WS-REGISTER-TEXT(70:)
           END-IF
           MOVE "CONTROL" TO RPT-REG-ACTION
           PERFORM PUT-REGISTER-LINE
           EXIT.

       PUT-REGISTER-LINE SECTION.
           MOVE WS-REGISTER-TEXT TO RPT-REG-TEXT
           MOVE RPT-REGISTER-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           EXIT.

       REGISTER-WARNING SECTION.
           ADD 1 TO WS-WARN-COUNT
           MOVE "WARNING" TO RPT-REG-ACTION
           PERFORM PUT-REGISTER-LINE
           DISPLAY "BOTSNAP: WARNING " WS-REGISTER-TEXT(1:70)
           EXIT.

       REFUSE-RUN SECTION.
           MOVE WS-REFUSAL-TEXT TO WS-REGISTER-TEXT
           MOVE "REFUSED" TO RPT-REG-ACTION
           PERFORM PUT-REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           EVALUATE TRUE
           WHEN LIVE-SET-TOUCHED
               MOVE "VERDICT: RESTORE FAILED" TO REGISTER-LINE
           WHEN RESTORE-MODE
               MOVE "VERDICT: NOTHING RESTORED" TO REGISTER-LINE
           WHEN OTHER
               MOVE "VERDICT: NO SNAPSHOT TAKEN" TO REGISTER-LINE
           END-EVALUATE
           WRITE REGISTER-LINE
           DISPLAY "BOTSNAP: " WS-REFUSAL-TEXT(1:70)
           DISPLAY "BOTSNAP: " REGISTER-LINE(1:50)
           MOVE 8 TO RETURN-CODE
           EXIT.

       WRITE-FINAL-VERDICT SECTION.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO WS-REGISTER-TEXT
           MOVE WS-FILES-DONE TO WS-PRT-COUNT
           MOVE WS-ROWS-DONE TO WS-PRT-TOTAL
           MOVE WS-FILES-ABSENT TO WS-PRT-EXPECT
           STRING WS-PRT-COUNT DELIMITED BY SIZE
                  " FILE(S) COPIED, " DELIMITED BY SIZE
                  WS-PRT-TOTAL DELIMITED BY SIZE
                  " RECORD(S), " DELIMITED BY SIZE
                  WS-PRT-EXPECT DELIMITED BY SIZE
                  " FILE(S) ABSENT" DELIMITED BY SIZE
               INTO WS-REGISTER-TEXT
           MOVE "TOTALS" TO RPT-REG-ACTION
           PERFORM PUT-REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           EVALUATE TRUE
           WHEN SNAPSHOT-MODE AND WS-WARN-COUNT > 0
               MOVE "VERDICT: SNAPSHOT TAKEN, WITH WARNINGS"
                   TO REGISTER-LINE
           WHEN SNAPSHOT-MODE
               MOVE "VERDICT: SNAPSHOT TAKEN" TO REGISTER-LINE
           WHEN WS-WARN-COUNT > 0
               MOVE "VERDICT: SNAPSHOT RESTORED, WITH WARNINGS"
                   TO REGISTER-LINE
           WHEN OTHER
               MOVE "VERDICT: SNAPSHOT RESTORED" TO REGISTER-LINE
           END-EVALUATE
           IF WS-WARN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           WRITE REGISTER-LINE
           DISPLAY "BOTSNAP: " WS-SNAP-MODE " " WS-SNAP-LABEL " "
                   WS-SNAP-DATE " - " WS-PRT-COUNT " file(s), "
                   WS-PRT-TOTAL " record(s)"
           DISPLAY "BOTSNAP: " REGISTER-LINE(1:50)
           EXIT.

       END PROGRAM BOTSNAP.
