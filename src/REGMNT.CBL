       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGMNT.
      *****************************************************************
      *  REGMNT - maintenance for the shop's player registry.
      *  Applies REGTXN transactions to PLAYREG:
      *    A - add a canonical player (value: status, blank = A)
      *    S - change a player's status (value: A active, R retired)
      *    L - link an alias to a player (value: the alias)
      *    U - unlink an alias from a player (value: the alias)
      *    D - delete a player and all their aliases
      *  with the edit checks PLAYRES relies on: names non-blank, a
      *  status of exactly A or R, and every canonical name and
      *  alias unique across the whole registry without regard to
      *  case - PLAYRES takes the first entry holding a name, so a
      *  name on two players would quietly split their history
      *  again. The 500-player table and the 8 alias slots are
      *  enforced. Every transaction, applied or rejected, goes to
      *  the REGAUDT audit file with who, when, old and new value.
      *  Pre-existing bad rows in the live registry are reported on
      *  load, and the names this bot has put up for review in
      *  PLAYREVW that the registry still does not know are listed
      *  at the end of the run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The registry, its transactions and its audit trail are
      *    shop-wide; only the review file is per-bot.
           SELECT BOT-IDENTITY-FILE ASSIGN TO "BOTIDENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IDENTITY-STATUS.
           SELECT PLAYER-REGISTRY-FILE ASSIGN TO "PLAYREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "REGTXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "REGAUDT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PLAYER-REVIEW-FILE
               ASSIGN TO DYNAMIC WS-REVIEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOT-IDENTITY-FILE.
       01  BOT-IDENTITY-RECORD.
         COPY BOTIDNT.
       FD  PLAYER-REGISTRY-FILE.
       01  PLAYER-REGISTRY-RECORD.
         COPY PLAYREC.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC.
           05 TXN-ACTION   PIC X.
             88 TXN-ADD    VALUE "A".
             88 TXN-STATUS VALUE "S".
             88 TXN-LINK   VALUE "L".
             88 TXN-UNLINK VALUE "U".
             88 TXN-DELETE VALUE "D".
           05 FILLER       PIC X.
           05 TXN-OPERATOR PIC X(8).
           05 FILLER       PIC X.
           05 TXN-PLAYER   PIC X(20).
           05 FILLER       PIC X.
           05 TXN-VALUE    PIC X(20).
       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(134).
       FD  PLAYER-REVIEW-FILE.
       01  PLAYER-REVIEW-RECORD.
         COPY PLAYREV.
       WORKING-STORAGE SECTION.
       01 WS-IDENTITY-STATUS PIC XX.
         88 IDENTITY-FILE-OK VALUE "00".
       01 WS-REVIEW-NAME PIC X(40) VALUE "PLAYREVW".
       01 WS-REGISTRY-STATUS PIC XX.
         88 REGISTRY-FILE-OK  VALUE "00".
         88 REGISTRY-FILE-EOF VALUE "10".
       01 WS-TRANSACTION-STATUS PIC XX.
         88 TRANSACTION-FILE-OK  VALUE "00".
         88 TRANSACTION-FILE-EOF VALUE "10".
       01 WS-AUDIT-STATUS PIC XX.
         88 AUDIT-FILE-OK VALUE "00".
       01 WS-REVIEW-STATUS PIC XX.
         88 REVIEW-FILE-OK  VALUE "00".
         88 REVIEW-FILE-EOF VALUE "10".
       01 WS-REGISTRY-COUNT PIC 9(4) VALUE 0.
       01 PLAYER-REGISTRY-TABLE.
         COPY PLAYTBL.
       01 WS-FOUND-IDX     PIC 9(4).
       01 WS-HOLDER-IDX    PIC 9(4).
       01 WS-SCAN-IDX      PIC 9(4).
       01 WS-ALIAS-IDX     PIC 9(2).
       01 WS-FREE-ALIAS    PIC 9(2).
       01 WS-LOAD-ALIAS    PIC 9(2).
       01 WS-LOOKUP-KEY    PIC X(20).
       01 WS-PLAYER-KEY    PIC X(20).
       01 WS-VALUE-KEY     PIC X(20).
       01 WS-NEW-STATUS    PIC X.
         88 NEW-STATUS-VALID VALUE "A" "R".
       01 WS-AUDIT-ROW.
           05 AUD-TIMESTAMP PIC X(26).
           05 FILLER        PIC X VALUE SPACE.
           05 AUD-OPERATOR  PIC X(8).
           05 FILLER        PIC X VALUE SPACE.
           05 AUD-ACTION    PIC X.
           05 FILLER        PIC X VALUE SPACE.
           05 AUD-PLAYER    PIC X(20).
           05 FILLER        PIC X VALUE SPACE.
           05 AUD-OLD-VALUE PIC X(20).
           05 FILLER        PIC X VALUE SPACE.
           05 AUD-NEW-VALUE PIC X(20).
           05 FILLER        PIC X VALUE SPACE.
           05 AUD-RESULT    PIC X(8).
           05 FILLER        PIC X VALUE SPACE.
           05 AUD-REASON    PIC X(24).
       01 WS-REWRITE-FAILED PIC X VALUE "N".
         88 REWRITE-FAILED VALUE "Y".
       01 WS-CHANGES-MADE  PIC 9(4) VALUE 0.
       01 WS-TXN-REJECTED  PIC 9(4) VALUE 0.
       01 WS-LOAD-WARNINGS PIC 9(4) VALUE 0.
       01 WS-AWAITING-REVIEW PIC 9(4) VALUE 0.
       01 WS-PRT-COUNT     PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH SECTION.
           PERFORM RESOLVE-BOT-IDENTITY
           DISPLAY "REGMNT: player-registry maintenance"
           PERFORM LOAD-LIVE-REGISTRY
           PERFORM APPLY-TRANSACTIONS
           IF WS-CHANGES-MADE > 0
               PERFORM REWRITE-REGISTRY-FILE
           END-IF
           IF REWRITE-FAILED
               DISPLAY "REGMNT: WARNING - PLAYREG could not be "
                       "rewritten in full and DOES NOT MATCH the "
                       "REGAUDT audit trail; its APPLIED rows for "
                       "this run never reached the live file. "
                       "Restore PLAYREG and rerun the transactions."
           END-IF
           MOVE WS-CHANGES-MADE TO WS-PRT-COUNT
           DISPLAY "REGMNT: " WS-PRT-COUNT " change(s) applied"
           MOVE WS-TXN-REJECTED TO WS-PRT-COUNT
           DISPLAY "REGMNT: " WS-PRT-COUNT " transaction(s) rejected"
           IF WS-LOAD-WARNINGS > 0
               MOVE WS-LOAD-WARNINGS TO WS-PRT-COUNT
               DISPLAY "REGMNT: " WS-PRT-COUNT " pre-existing bad "
                       "row(s) in the live file - see warnings above"
           END-IF
           PERFORM LIST-NAMES-AWAITING-REVIEW
           GOBACK.

      *****************************************************************
      *  Which bot's review file is listed: BOTIDENT's suffix, as
      *  PLAYRES names it. Absent, the legacy name stands.
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
                   IF IDN-FILE-SUFFIX NOT = SPACES
                       MOVE SPACES TO WS-REVIEW-NAME
                       STRING "PLAYREVW." DELIMITED BY SIZE
                              IDN-FILE-SUFFIX DELIMITED BY SPACE
                           INTO WS-REVIEW-NAME
                   END-IF
           END-READ
           CLOSE BOT-IDENTITY-FILE
           EXIT.

      *****************************************************************
      *  The live file is loaded as-is, but the defects that would
      *  split a player's history again - a bad status, and a name
      *  or alias some other entry already holds - are called out so
      *  the operator can file fixing transactions.
      *****************************************************************
       LOAD-LIVE-REGISTRY SECTION.
           OPEN INPUT PLAYER-REGISTRY-FILE
           IF REGISTRY-FILE-OK
               PERFORM UNTIL REGISTRY-FILE-EOF
                   READ PLAYER-REGISTRY-FILE
                       AT END
                           SET REGISTRY-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-REGISTRY-ROW
                   END-READ
               END-PERFORM
               CLOSE PLAYER-REGISTRY-FILE
           END-IF
           EXIT.

       LOAD-ONE-REGISTRY-ROW SECTION.
           IF REG-PLAYER = SPACES
               ADD 1 TO WS-LOAD-WARNINGS
               DISPLAY "REGMNT: warning - row with a blank player "
                       "name dropped"
               EXIT SECTION
           END-IF
           IF WS-REGISTRY-COUNT = 500
               ADD 1 TO WS-LOAD-WARNINGS
               DISPLAY "REGMNT: warning - live file exceeds the "
                       "500-entry table, row dropped: " REG-PLAYER
               EXIT SECTION
           END-IF
           IF NOT REG-STATUS-VALID
               ADD 1 TO WS-LOAD-WARNINGS
               DISPLAY "REGMNT: warning - status '" REG-STATUS
                       "' on " REG-PLAYER " is not A/R"
           END-IF
           MOVE FUNCTION UPPER-CASE(REG-PLAYER) TO WS-LOOKUP-KEY
           PERFORM WARN-IF-NAME-HELD
           PERFORM VARYING WS-LOAD-ALIAS FROM 1 BY 1
                   UNTIL WS-LOAD-ALIAS > 8
               IF REG-ALIAS(WS-LOAD-ALIAS) NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(REG-ALIAS(WS-LOAD-ALIAS))
                       TO WS-LOOKUP-KEY
                   PERFORM WARN-IF-NAME-HELD
               END-IF
           END-PERFORM
           ADD 1 TO WS-REGISTRY-COUNT
           MOVE SPACES TO REGISTRY-ENTRY(WS-REGISTRY-COUNT)
           MOVE REG-PLAYER TO RGT-PLAYER(WS-REGISTRY-COUNT)
           MOVE FUNCTION UPPER-CASE(REG-PLAYER)
               TO RGT-KEY(WS-REGISTRY-COUNT)
           MOVE REG-STATUS TO RGT-STATUS(WS-REGISTRY-COUNT)
           MOVE REG-FIRST-SEEN TO RGT-FIRST-SEEN(WS-REGISTRY-COUNT)
           MOVE REG-LAST-SEEN TO RGT-LAST-SEEN(WS-REGISTRY-COUNT)
           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                   UNTIL WS-ALIAS-IDX > 8
               MOVE REG-ALIAS(WS-ALIAS-IDX)
                   TO RGT-ALIAS(WS-REGISTRY-COUNT, WS-ALIAS-IDX)
               MOVE FUNCTION UPPER-CASE(REG-ALIAS(WS-ALIAS-IDX))
                   TO RGT-ALIAS-KEY(WS-REGISTRY-COUNT, WS-ALIAS-IDX)
           END-PERFORM
           EXIT.

      *    Only entries already loaded are searched, so the warning
      *    lands on the later of two rows holding the same name.
       WARN-IF-NAME-HELD SECTION.
           PERFORM FIND-NAME-HOLDER
           IF WS-HOLDER-IDX > 0
               ADD 1 TO WS-LOAD-WARNINGS
               DISPLAY "REGMNT: warning - " REG-PLAYER " carries "
                       "name " WS-LOOKUP-KEY " already held by "
                       RGT-PLAYER(WS-HOLDER-IDX)
           END-IF
           EXIT.

       APPLY-TRANSACTIONS SECTION.
           OPEN INPUT TRANSACTION-FILE
           IF NOT TRANSACTION-FILE-OK
               DISPLAY "REGMNT: no REGTXN transaction file, "
                       "nothing to apply"
               EXIT SECTION
           END-IF
           PERFORM UNTIL TRANSACTION-FILE-EOF
               READ TRANSACTION-FILE
                   AT END
                       SET TRANSACTION-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           EXIT.

       APPLY-ONE-TRANSACTION SECTION.
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE TXN-VALUE TO AUD-NEW-VALUE
           MOVE FUNCTION UPPER-CASE(TXN-PLAYER) TO WS-PLAYER-KEY
           MOVE FUNCTION UPPER-CASE(TXN-VALUE) TO WS-VALUE-KEY
           PERFORM FIND-PLAYER-BY-NAME
           EVALUATE TRUE
           WHEN TXN-PLAYER = SPACES
               MOVE "BLANK PLAYER NAME" TO AUD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           WHEN TXN-ADD
               PERFORM APPLY-ADD
           WHEN TXN-STATUS
               PERFORM APPLY-STATUS
           WHEN TXN-LINK
               PERFORM APPLY-LINK
           WHEN TXN-UNLINK
               PERFORM APPLY-UNLINK
           WHEN TXN-DELETE
               PERFORM APPLY-DELETE
           WHEN OTHER
               MOVE "ACTION NOT A/S/L/U/D" TO AUD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           END-EVALUATE
           EXIT.

      *    The transaction's player by canonical name only - an
      *    alias names a spelling, not the player to maintain.
       FIND-PLAYER-BY-NAME SECTION.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-REGISTRY-COUNT
                   OR WS-FOUND-IDX > 0
               IF RGT-KEY(WS-SCAN-IDX) = WS-PLAYER-KEY
                   MOVE WS-SCAN-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           EXIT.

      *    Whichever entry holds WS-LOOKUP-KEY as its canonical name
      *    or as an alias, 0 if none does.
       FIND-NAME-HOLDER SECTION.
           MOVE 0 TO WS-HOLDER-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-REGISTRY-COUNT
                   OR WS-HOLDER-IDX > 0
               IF RGT-KEY(WS-SCAN-IDX) = WS-LOOKUP-KEY
                   MOVE WS-SCAN-IDX TO WS-HOLDER-IDX
               END-IF
               PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                       UNTIL WS-ALIAS-IDX > 8
                       OR WS-HOLDER-IDX > 0
                   IF RGT-ALIAS-KEY(WS-SCAN-IDX, WS-ALIAS-IDX)
                           = WS-LOOKUP-KEY
                       MOVE WS-SCAN-IDX TO WS-HOLDER-IDX
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       APPLY-ADD SECTION.
           MOVE TXN-VALUE(1:1) TO WS-NEW-STATUS
           IF WS-NEW-STATUS = SPACE
               MOVE "A" TO WS-NEW-STATUS
           END-IF
           MOVE WS-NEW-STATUS TO AUD-NEW-VALUE
           MOVE WS-PLAYER-KEY TO WS-LOOKUP-KEY
           PERFORM FIND-NAME-HOLDER
           EVALUATE TRUE
           WHEN NOT NEW-STATUS-VALID
               MOVE "STATUS NOT A/R" TO AUD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           WHEN WS-HOLDER-IDX > 0
               MOVE "NAME NOT UNIQUE" TO AUD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           WHEN WS-REGISTRY-COUNT = 500
               MOVE "TABLE FULL (500)" TO AUD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           WHEN OTHER
               ADD 1 TO WS-REGISTRY-COUNT
               MOVE SPACES TO REGISTRY-ENTRY(WS-REGISTRY-COUNT)
               MOVE TXN-PLAYER TO RGT-PLAYER(WS-REGISTRY-COUNT)
               MOVE WS-PLAYER-KEY TO RGT-KEY(WS-REGISTRY-COUNT)
               MOVE WS-NEW-STATUS TO RGT-STATUS(WS-REGISTRY-COUNT)
               ADD 1 TO WS-CHANGES-MADE
               PERFORM WRITE-AUDIT-APPLIED
           END-EVALUATE
           EXIT.

       APPLY-STATUS SECTION.
           MOVE TXN-VALUE(1:1) TO WS-NEW-STATUS
           MOVE WS-NEW-STATUS TO AUD-NEW-VALUE
           EVALUATE TRUE
           WHEN NOT NEW-STATUS-VALID
               MOVE "STATUS NOT A/R" TO AUD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           WHEN WS-FOUND-IDX = 0
               MOVE "NAME NOT ON FILE" TO AUD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           WHEN OTHER
               MOVE RGT-STATUS(WS-FOUND-IDX) TO AUD-OLD-VALUE
               MOVE WS-NEW-STATUS TO RGT-STATUS(WS-FOUND-IDX)
               ADD 1 TO WS-CHANGES-MADE
               PERFORM WRITE-AUDIT-APPLIED
           END-EVALUATE
           EXIT.

       APPLY-LINK SECTION.
           MOVE WS-VALUE-KEY TO WS-LOOKUP-KEY
           PERFORM FIND-NAME-HOLDER
           MOVE 0 TO WS-FREE-ALIAS
           IF WS-FOUND-IDX > 0
               PERFORM VARYING WS-ALIAS-IDX FROM 8 BY -1
                       UNTIL WS-ALIAS-IDX = 0
                   IF RGT-ALIAS(WS-FOUND-IDX, WS-ALIAS-IDX) = SPACES
                       MOVE WS-ALIAS-IDX TO WS-FREE-ALIAS
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
           WHEN TXN-VALUE = SPACES
               MOVE "BLANK ALIAS" TO AUD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           WHEN WS-FOUND-IDX = 0
               MOVE "NAME NOT ON FILE" TO AUD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           WHEN WS-HOLDER-IDX > 0
               MOVE "ALIAS NOT UNIQUE" TO AUD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           WHEN WS-FREE-ALIAS = 0
               MOVE "ALIAS SLOTS FULL (8)" TO AUD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           WHEN OTHER
               MOVE TXN-VALUE
                   TO RGT-ALIAS(WS-FOUND-IDX, WS-FREE-ALIAS)
               MOVE WS-VALUE-KEY
                   TO RGT-ALIAS-KEY(WS-FOUND-IDX, WS-FREE-ALIAS)
               ADD 1 TO WS-CHANGES-MADE
               PERFORM WRITE-AUDIT-APPLIED
           END-EVALUATE
           EXIT.

      *    The alias slots close up behind the one taken out, so the
      *    file always carries a player's aliases first-to-last.
       APPLY-UNLINK SECTION.
           MOVE 0 TO WS-FREE-ALIAS
           IF WS-FOUND-IDX > 0 AND TXN-VALUE NOT = SPACES
               PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                       UNTIL WS-ALIAS-IDX > 8
                       OR WS-FREE-ALIAS > 0
                   IF RGT-ALIAS-KEY(WS-FOUND-IDX, WS-ALIAS-IDX)
                           = WS-VALUE-KEY
                       MOVE WS-ALIAS-IDX TO WS-FREE-ALIAS
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
           WHEN WS-FOUND-IDX = 0
               MOVE "NAME NOT ON FILE" TO AUD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           WHEN WS-FREE-ALIAS = 0
               MOVE "ALIAS NOT ON PLAYER" TO AUD-REASON
               PERFORM WRITE-AUDIT-REJECTED
           WHEN OTHER
               MOVE RGT-ALIAS(WS-FOUND-IDX, WS-FREE-ALIAS)
                   TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               PERFORM VARYING WS-ALIAS-IDX FROM WS-FREE-ALIAS BY 1
                       UNTIL WS-ALIAS-IDX > 7
                   MOVE RGT-ALIAS-ENTRY(WS-FOUND-IDX, WS-ALIAS-IDX + 1)
                       TO RGT-ALIAS-ENTRY(WS-FOUND-IDX, WS-ALIAS-IDX)
               END-PERFORM
               MOVE SPACES TO RGT-ALIAS-ENTRY(WS-FOUND-IDX, 8)
               ADD 1 TO WS-CHANGES-MADE
               PERFORM WRITE-AUDIT-APPLIED
           END-EVALUATE
           EXIT.

       APPLY-DELETE SECTION.
           MOVE SPACES TO AUD-NEW-VALUE
           IF WS-FOUND-IDX = 0
               MOVE "NAME NOT ON FILE" TO AUD-REASON
               PERFORM WRITE-AUDIT-REJECTED
               EXIT SECTION
           END-IF
           MOVE RGT-STATUS(WS-FOUND-IDX) TO AUD-OLD-VALUE
           PERFORM VARYING WS-SCAN-IDX FROM WS-FOUND-IDX BY 1
                   UNTIL WS-SCAN-IDX NOT < WS-REGISTRY-COUNT
               MOVE REGISTRY-ENTRY(WS-SCAN-IDX + 1)
                   TO REGISTRY-ENTRY(WS-SCAN-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-REGISTRY-COUNT
           ADD 1 TO WS-CHANGES-MADE
           PERFORM WRITE-AUDIT-APPLIED
           EXIT.

       WRITE-AUDIT-APPLIED SECTION.
           MOVE SPACES TO AUD-REASON
           MOVE "APPLIED" TO AUD-RESULT
           PERFORM WRITE-AUDIT-ROW
           EXIT.

       WRITE-AUDIT-REJECTED SECTION.
           ADD 1 TO WS-TXN-REJECTED
           MOVE "REJECTED" TO AUD-RESULT
           DISPLAY "REGMNT: rejected " TXN-ACTION " "
                   TXN-PLAYER " " TXN-VALUE " - " AUD-REASON
           PERFORM WRITE-AUDIT-ROW
           EXIT.

      *****************************************************************
      *  One audit row per transaction, applied or not: who, when,
      *  what, old value, new value, and the verdict. AUD-OLD-VALUE,
      *  AUD-NEW-VALUE, AUD-RESULT and AUD-REASON are set by the
      *  caller before the PERFORM.
      *****************************************************************
       WRITE-AUDIT-ROW SECTION.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE TXN-OPERATOR TO AUD-OPERATOR
           MOVE TXN-ACTION TO AUD-ACTION
           MOVE TXN-PLAYER TO AUD-PLAYER
           OPEN EXTEND AUDIT-FILE
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE WS-AUDIT-ROW TO AUDIT-REC
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
           EXIT.

      *****************************************************************
      *  Every WRITE and the CLOSE are status-checked: a rewrite
      *  that fails part-way means the live file no longer matches
      *  the audit trail, and that must be shouted about, not
      *  reported as changes applied.
      *****************************************************************
       REWRITE-REGISTRY-FILE SECTION.
           OPEN OUTPUT PLAYER-REGISTRY-FILE
           IF NOT REGISTRY-FILE-OK
               DISPLAY "REGMNT: cannot rewrite PLAYREG, status "
                       WS-REGISTRY-STATUS
               SET REWRITE-FAILED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-REGISTRY-COUNT
                   OR REWRITE-FAILED
               PERFORM WRITE-ONE-REGISTRY-ROW
           END-PERFORM
           CLOSE PLAYER-REGISTRY-FILE
           IF NOT REGISTRY-FILE-OK AND NOT REWRITE-FAILED
               DISPLAY "REGMNT: close of PLAYREG failed, status "
                       WS-REGISTRY-STATUS
               SET REWRITE-FAILED TO TRUE
           END-IF
           EXIT.

       WRITE-ONE-REGISTRY-ROW SECTION.
           MOVE SPACES TO PLAYER-REGISTRY-RECORD
           INITIALIZE PLAYER-REGISTRY-RECORD
           MOVE RGT-PLAYER(WS-SCAN-IDX) TO REG-PLAYER
           MOVE RGT-STATUS(WS-SCAN-IDX) TO REG-STATUS
           MOVE RGT-FIRST-SEEN(WS-SCAN-IDX) TO REG-FIRST-SEEN
           MOVE RGT-LAST-SEEN(WS-SCAN-IDX) TO REG-LAST-SEEN
           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                   UNTIL WS-ALIAS-IDX > 8
               MOVE RGT-ALIAS(WS-SCAN-IDX, WS-ALIAS-IDX)
                   TO REG-ALIAS(WS-ALIAS-IDX)
           END-PERFORM
           WRITE PLAYER-REGISTRY-RECORD
           IF NOT REGISTRY-FILE-OK
               DISPLAY "REGMNT: write to PLAYREG failed, "
                       "status " WS-REGISTRY-STATUS
               SET REWRITE-FAILED TO TRUE
           END-IF
           EXIT.

      *****************************************************************
      *  The names PLAYRES put up for review that still need the
      *  operator: an unknown name the registry (as this run has
      *  left it) still cannot place, or a retired player seen
      *  again who is still retired.
      *****************************************************************
       LIST-NAMES-AWAITING-REVIEW SECTION.
           OPEN INPUT PLAYER-REVIEW-FILE
           IF NOT REVIEW-FILE-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL REVIEW-FILE-EOF
               READ PLAYER-REVIEW-FILE
                   AT END
                       SET REVIEW-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM LIST-ONE-REVIEW-ROW
               END-READ
           END-PERFORM
           CLOSE PLAYER-REVIEW-FILE
           MOVE WS-AWAITING-REVIEW TO WS-PRT-COUNT
           DISPLAY "REGMNT: " WS-PRT-COUNT " name(s) still awaiting "
                   "review in " WS-REVIEW-NAME
           EXIT.

       LIST-ONE-REVIEW-ROW SECTION.
           MOVE FUNCTION UPPER-CASE(REV-PLAYER) TO WS-LOOKUP-KEY
           PERFORM FIND-NAME-HOLDER
           EVALUATE TRUE
           WHEN REV-NOT-REGISTERED AND WS-HOLDER-IDX = 0
               ADD 1 TO WS-AWAITING-REVIEW
               DISPLAY "REGMNT: not registered - " REV-PLAYER
                       " first met by " REV-CALLER " "
                       REV-TIMESTAMP(1:8)
           WHEN REV-RETIRED-SEEN AND WS-HOLDER-IDX > 0
               IF RGT-RETIRED(WS-HOLDER-IDX)
                   ADD 1 TO WS-AWAITING-REVIEW
                   DISPLAY "REGMNT: retired player seen - "
                           REV-PLAYER " met by " REV-CALLER " "
                           REV-TIMESTAMP(1:8) " as "
                           RGT-PLAYER(WS-HOLDER-IDX)
               END-IF
           END-EVALUATE
           EXIT.

       END PROGRAM REGMNT.
