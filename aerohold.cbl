      *> AEROHOLD is the quality hold (quarantine) desk. An NCR only
      *> exists once a bench has failed a unit; a hold is how quality
      *> freezes PASSED hardware that something found after the fact
      *> - a condemned gauge out of AERORCL, a bad supplier lot out
      *> of AEROLOT. A supervisor (same OP-SUPERVISOR = "Y" rows of
      *> aerooper.dat that authorize bench overrides) places a hold
      *> on one of four scopes:
      *>   SERIAL     - one unit/serial
      *>   LOT        - every unit built with a component supplier lot
      *>   INSTRUMENT - every unit with a reading taken on the
      *>                instrument between a from and a to date
      *>   ORDER      - every unit on a work order
      *> with a reason, and later releases it with a remark. The
      *> hold row is never deleted - the release is written onto the
      *> same row - so aerohold.dat is its own history. The bench and
      *> AEROBTCH refuse held units at unit entry; AEROMANI and
      *> AEROEXPT leave held serials off the manifest and export and
      *> list them as held. Updates follow the same shop-lock and
      *> merge-rename protocol every shared-file writer uses.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEROHOLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "aerooper.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Quality holds, one delimited row per hold (number, scope,
       *> key, from date, to date, reason, placed by, placed date,
       *> status HELD/RELEASED, released by, released date, release
       *> remarks). From/to only mean something on an INSTRUMENT
       *> hold; a blank bound is open-ended.
       FD  HOLD-FILE.
       01  HOLD-RECORD                 PIC X(250).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD             PIC X(80).

       *> Advisory cross-program lock marker - the presence of
       *> aerohold.lck means this desk is mid-update on the hold
       *> file.
       FD  LOCK-FILE.
       01  LOCK-RECORD                 PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-HOLD-FILE-STATUS         PIC XX.
       01 WS-OPERATOR-FILE-STATUS     PIC XX.
       01 WS-LOCK-STATUS              PIC XX.

       *> The hold file is opened through a name field so the rewrite
       *> can build the new image in a work file and rename it over
       *> aerohold.dat in one step - a bench reading holds at unit
       *> entry never sees a half-written file.
       01 WS-HOLD-FILE-NAME           PIC X(40) VALUE "aerohold.dat".
       01 WS-HOLD-TEMP-NAME           PIC X(40) VALUE "aerohold.new".

       *> Shop-lock state, same protocol every shared-file writer
       *> follows. Past WS-LOCK-LIMIT one-second waits the lock is
       *> presumed stale and taken over.
       01 WS-LOCK-NAME                PIC X(40).
       01 WS-LOCK-HELD                PIC X VALUE "N".
       01 WS-LOCK-TRIES               PIC 9(3) VALUE 0.
       01 WS-LOCK-MARKER              PIC X(40).
       01 WS-LOCK-TIME                PIC 9(8).
       77 WS-LOCK-LIMIT               PIC 9(2) VALUE 30.
       01 WS-SLEEP-SEC                PIC 9(9) BINARY VALUE 1.

       *> The one hold row this desk placed or released, keyed by
       *> hold number (spaces = a new hold not yet numbered), carried
       *> across the re-read-and-merge rewrite.
       01 WS-SAVE-HOLD.
           05 WS-SAVE-HOLD-NUMBER      PIC X(5).
           05 WS-SAVE-HOLD-REST        PIC X(250).
       01 WS-MERGE-SCAN               PIC 9(4) VALUE 0.
      *> "N" when a release found the hold already released (or gone)
      *> on the fresh image, so nothing was written.
       01 WS-HOLD-SAVE-OK             PIC X VALUE "Y".

      *> Operator credentials table, same shape LOAD-OPERATORS builds
      *> in AEROSTEP-UI; only rows flagged OP-SUPERVISOR = "Y" that
      *> are active and not locked out may log in here.
       01 WS-OPERATOR-COUNT           PIC 9(3) VALUE 0.
       01 WS-OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 100 TIMES INDEXED BY OP-IDX.
               10 OP-ID                PIC X(20).
               10 OP-CODE              PIC X(20).
               10 OP-SUPERVISOR        PIC X(1).
               10 OP-ACTIVE            PIC X(1).
               10 OP-FORCE-CHANGE      PIC X(1).
               10 OP-CODE-DATE         PIC X(10).
               10 OP-FAILS             PIC X(2).
       77 WS-LOCKOUT-LIMIT            PIC 9(2) VALUE 5.
       01 WS-LOGIN-IDX                PIC 9(3) VALUE 0.
       01 WS-SUPERVISOR-ID            PIC X(20).
       01 WS-SUPERVISOR-CODE          PIC X(20).
       01 WS-SUPERVISOR-OK            PIC X VALUE "N".
       01 WS-ESC                      PIC X VALUE X'1B'.

      *> The whole hold file held in memory so a release can be
      *> written back in place and the file rewritten whole.
       01 WS-HOLD-COUNT               PIC 9(4) VALUE 0.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES INDEXED BY HOLD-IDX.
               10 HOLD-NUMBER          PIC X(5).
               10 HOLD-SCOPE           PIC X(10).
               10 HOLD-KEY             PIC X(20).
               10 HOLD-FROM-DATE       PIC X(10).
               10 HOLD-TO-DATE         PIC X(10).
               10 HOLD-REASON          PIC X(60).
               10 HOLD-PLACED-BY       PIC X(20).
               10 HOLD-PLACED-DATE     PIC X(10).
               10 HOLD-STATUS          PIC X(10).
               10 HOLD-RELEASED-BY     PIC X(20).
               10 HOLD-RELEASED-DATE   PIC X(10).
               10 HOLD-RELEASE-REMARKS PIC X(60).

       01 WS-MENU-CHOICE              PIC X(1).
       01 WS-MORE-MENU                PIC X VALUE "Y".
       01 WS-SCOPE-CHOICE             PIC X(1).
       01 WS-WANTED-HOLD              PIC X(5).
       01 WS-FOUND-IDX                PIC 9(4) VALUE 0.
       01 WS-KEY-IN                   PIC X(20).
       01 WS-FROM-IN                  PIC X(10).
       01 WS-TO-IN                    PIC X(10).
       01 WS-REASON-IN                PIC X(60).
       01 WS-DATE-OK                  PIC X VALUE "Y".
       01 WS-DATE-CHECK               PIC X(10).
       01 WS-LIST-COUNT               PIC 9(4) VALUE 0.
       01 WS-HOLD-MAX-NUMBER          PIC 9(5) VALUE 0.
       01 WS-HOLD-NEW-NUMBER          PIC 9(5) VALUE 0.
       01 WS-HOLD-PTR                 PIC 9(3).
       01 WS-DATE                     PIC 9(8).
       01 WS-TODAY                    PIC X(10).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           STRING WS-DATE(1:4) "/" WS-DATE(5:2) "/" WS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TODAY

           PERFORM LOAD-OPERATORS
           PERFORM SUPERVISOR-LOGIN
           IF WS-SUPERVISOR-OK NOT = "Y"
               DISPLAY "ACCESS DENIED - SUPERVISOR CREDENTIALS REQUIRED."
               STOP RUN
           END-IF

           PERFORM LOAD-HOLD-TABLE
           PERFORM MENU-LOOP UNTIL WS-MORE-MENU = "N"
           STOP RUN.

       LOAD-OPERATORS.
           MOVE 0 TO WS-OPERATOR-COUNT
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS NOT = "00" AND WS-OPERATOR-FILE-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN OPERATOR FILE. STATUS: " WS-OPERATOR-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM READ-OPERATOR-RECORD UNTIL WS-OPERATOR-FILE-STATUS = "10"
           CLOSE OPERATOR-FILE
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "CRITICAL SECURITY ERROR: SECURITY CONFIGURATION MISSING."
               STOP RUN
           END-IF.

       READ-OPERATOR-RECORD.
           READ OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS = "00"
               IF WS-OPERATOR-COUNT >= 100
                   DISPLAY "CRITICAL ERROR: OPERATOR TABLE FULL (MAX 100)."
                   CLOSE OPERATOR-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE WS-OPERATOR-COUNT TO OP-IDX
               MOVE SPACES TO OP-ACTIVE(OP-IDX) OP-FORCE-CHANGE(OP-IDX)
                              OP-CODE-DATE(OP-IDX) OP-FAILS(OP-IDX)
               UNSTRING OPERATOR-RECORD DELIMITED BY ","
                   INTO OP-ID(OP-IDX) OP-CODE(OP-IDX) OP-SUPERVISOR(OP-IDX)
                        OP-ACTIVE(OP-IDX) OP-FORCE-CHANGE(OP-IDX)
                        OP-CODE-DATE(OP-IDX) OP-FAILS(OP-IDX)
               END-UNSTRING
               IF OP-ACTIVE(OP-IDX) = SPACE
                   MOVE "Y" TO OP-ACTIVE(OP-IDX)
               END-IF
               IF OP-FAILS(OP-IDX) NOT NUMERIC
                   MOVE "00" TO OP-FAILS(OP-IDX)
               END-IF
           END-IF.

       SUPERVISOR-LOGIN.
           MOVE "N" TO WS-SUPERVISOR-OK
           DISPLAY "AEROSTEP QUALITY HOLD DESK"
           DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING
           ACCEPT WS-SUPERVISOR-ID
           INSPECT WS-SUPERVISOR-ID REPLACING ALL WS-ESC BY SPACE
                                              ALL "," BY SPACE
           DISPLAY "SUPERVISOR ACCESS CODE (Hidden): " WITH NO ADVANCING
           DISPLAY WS-ESC "[8m" WITH NO ADVANCING
           ACCEPT WS-SUPERVISOR-CODE
           DISPLAY WS-ESC "[0m"
           PERFORM VARYING WS-LOGIN-IDX FROM 1 BY 1
               UNTIL WS-LOGIN-IDX > WS-OPERATOR-COUNT
               IF FUNCTION TRIM(OP-ID(WS-LOGIN-IDX)) = FUNCTION TRIM(WS-SUPERVISOR-ID)
                  AND FUNCTION TRIM(OP-CODE(WS-LOGIN-IDX)) = FUNCTION TRIM(WS-SUPERVISOR-CODE)
                  AND OP-SUPERVISOR(WS-LOGIN-IDX) = "Y"
                  AND OP-ACTIVE(WS-LOGIN-IDX) = "Y"
                  AND FUNCTION NUMVAL(OP-FAILS(WS-LOGIN-IDX)) < WS-LOCKOUT-LIMIT
                   MOVE "Y" TO WS-SUPERVISOR-OK
               END-IF
           END-PERFORM.

       LOAD-HOLD-TABLE.
           MOVE 0 TO WS-HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00" OR WS-HOLD-FILE-STATUS = "05"
               PERFORM READ-HOLD-RECORD UNTIL WS-HOLD-FILE-STATUS = "10"
               CLOSE HOLD-FILE
           END-IF.

       READ-HOLD-RECORD.
           READ HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               IF WS-HOLD-COUNT >= 500
                   DISPLAY "CRITICAL ERROR: HOLD TABLE FULL (MAX 500)."
                   CLOSE HOLD-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-HOLD-COUNT TO HOLD-IDX
               MOVE SPACES TO WS-HOLD-ENTRY(HOLD-IDX)
               UNSTRING HOLD-RECORD DELIMITED BY ","
                   INTO HOLD-NUMBER(HOLD-IDX) HOLD-SCOPE(HOLD-IDX)
                        HOLD-KEY(HOLD-IDX) HOLD-FROM-DATE(HOLD-IDX)
                        HOLD-TO-DATE(HOLD-IDX) HOLD-REASON(HOLD-IDX)
                        HOLD-PLACED-BY(HOLD-IDX) HOLD-PLACED-DATE(HOLD-IDX)
                        HOLD-STATUS(HOLD-IDX) HOLD-RELEASED-BY(HOLD-IDX)
                        HOLD-RELEASED-DATE(HOLD-IDX)
                        HOLD-RELEASE-REMARKS(HOLD-IDX)
               END-UNSTRING
           END-IF.

       MENU-LOOP.
           DISPLAY " "
           DISPLAY "P = PLACE A HOLD, R = RELEASE A HOLD, L = LIST ACTIVE HOLDS,"
                   " H = HOLD HISTORY, X = EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "P" PERFORM PLACE-HOLD
               WHEN "p" PERFORM PLACE-HOLD
               WHEN "R" PERFORM RELEASE-HOLD
               WHEN "r" PERFORM RELEASE-HOLD
               WHEN "L" PERFORM LIST-ACTIVE-HOLDS
               WHEN "l" PERFORM LIST-ACTIVE-HOLDS
               WHEN "H" PERFORM LIST-HOLD-HISTORY
               WHEN "h" PERFORM LIST-HOLD-HISTORY
               WHEN "X" MOVE "N" TO WS-MORE-MENU
               WHEN "x" MOVE "N" TO WS-MORE-MENU
               WHEN OTHER DISPLAY "UNRECOGNIZED CHOICE."
           END-EVALUATE.

      *> A new hold: scope, key, the instrument window where it
      *> applies, and a mandatory reason. The row goes in unnumbered;
      *> REWRITE-HOLD-FILE draws the number under the lock so two
      *> desks can never issue the same hold number.
       PLACE-HOLD.
           DISPLAY "SCOPE (S = SERIAL, L = COMPONENT LOT, I = INSTRUMENT WINDOW,"
                   " O = WORK ORDER): " WITH NO ADVANCING
           ACCEPT WS-SCOPE-CHOICE
           IF WS-HOLD-COUNT >= 500
               DISPLAY "HOLD TABLE FULL (MAX 500) - NOTHING PLACED."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE WS-HOLD-COUNT TO WS-FOUND-IDX
           MOVE SPACES TO WS-HOLD-ENTRY(WS-FOUND-IDX)
           EVALUATE WS-SCOPE-CHOICE
               WHEN "S" MOVE "SERIAL" TO HOLD-SCOPE(WS-FOUND-IDX)
               WHEN "s" MOVE "SERIAL" TO HOLD-SCOPE(WS-FOUND-IDX)
               WHEN "L" MOVE "LOT" TO HOLD-SCOPE(WS-FOUND-IDX)
               WHEN "l" MOVE "LOT" TO HOLD-SCOPE(WS-FOUND-IDX)
               WHEN "I" MOVE "INSTRUMENT" TO HOLD-SCOPE(WS-FOUND-IDX)
               WHEN "i" MOVE "INSTRUMENT" TO HOLD-SCOPE(WS-FOUND-IDX)
               WHEN "O" MOVE "ORDER" TO HOLD-SCOPE(WS-FOUND-IDX)
               WHEN "o" MOVE "ORDER" TO HOLD-SCOPE(WS-FOUND-IDX)
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED SCOPE - NOTHING PLACED."
                   SUBTRACT 1 FROM WS-HOLD-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE
           EVALUATE HOLD-SCOPE(WS-FOUND-IDX)
               WHEN "SERIAL"
                   DISPLAY "UNIT/SERIAL NUMBER: " WITH NO ADVANCING
               WHEN "LOT"
                   DISPLAY "COMPONENT SUPPLIER LOT: " WITH NO ADVANCING
               WHEN "INSTRUMENT"
                   DISPLAY "INSTRUMENT ID: " WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY "WORK ORDER: " WITH NO ADVANCING
           END-EVALUATE
           ACCEPT WS-KEY-IN
           INSPECT WS-KEY-IN REPLACING ALL "," BY SPACE
                                       ALL WS-ESC BY SPACE
           IF WS-KEY-IN = SPACES
               DISPLAY "HOLD KEY REQUIRED - NOTHING PLACED."
               SUBTRACT 1 FROM WS-HOLD-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FROM-IN WS-TO-IN
           IF HOLD-SCOPE(WS-FOUND-IDX) = "INSTRUMENT"
               DISPLAY "READINGS FROM DATE (YYYY/MM/DD, blank = all before): "
                   WITH NO ADVANCING
               ACCEPT WS-FROM-IN
               DISPLAY "READINGS TO DATE (YYYY/MM/DD, blank = to date): "
                   WITH NO ADVANCING
               ACCEPT WS-TO-IN
               MOVE WS-FROM-IN TO WS-DATE-CHECK
               PERFORM CHECK-DATE-ENTRY
               IF WS-DATE-OK = "Y"
                   MOVE WS-TO-IN TO WS-DATE-CHECK
                   PERFORM CHECK-DATE-ENTRY
               END-IF
               IF WS-DATE-OK NOT = "Y"
                   DISPLAY "DATES MUST BE A VALID YYYY/MM/DD - NOTHING PLACED."
                   SUBTRACT 1 FROM WS-HOLD-COUNT
                   EXIT PARAGRAPH
               END-IF
               IF WS-FROM-IN NOT = SPACES AND WS-TO-IN NOT = SPACES
                  AND WS-FROM-IN > WS-TO-IN
                   DISPLAY "FROM DATE IS AFTER TO DATE - NOTHING PLACED."
                   SUBTRACT 1 FROM WS-HOLD-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "REASON FOR HOLD: " WITH NO ADVANCING
           ACCEPT WS-REASON-IN
           *> Commas are the field delimiter and ESC would let a
           *> remark forge terminal output - same input guard the
           *> bench applies to everything it logs.
           INSPECT WS-REASON-IN REPLACING ALL "," BY SPACE
                                          ALL WS-ESC BY SPACE
           IF WS-REASON-IN = SPACES
               DISPLAY "A HOLD NEEDS A REASON - NOTHING PLACED."
               SUBTRACT 1 FROM WS-HOLD-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY-IN TO HOLD-KEY(WS-FOUND-IDX)
           MOVE WS-FROM-IN TO HOLD-FROM-DATE(WS-FOUND-IDX)
           MOVE WS-TO-IN TO HOLD-TO-DATE(WS-FOUND-IDX)
           MOVE WS-REASON-IN TO HOLD-REASON(WS-FOUND-IDX)
           MOVE WS-SUPERVISOR-ID TO HOLD-PLACED-BY(WS-FOUND-IDX)
           MOVE WS-TODAY TO HOLD-PLACED-DATE(WS-FOUND-IDX)
           MOVE "HELD" TO HOLD-STATUS(WS-FOUND-IDX)
           PERFORM REWRITE-HOLD-FILE
           DISPLAY "HOLD " FUNCTION TRIM(HOLD-NUMBER(WS-FOUND-IDX))
                   " PLACED ON " FUNCTION TRIM(HOLD-SCOPE(WS-FOUND-IDX))
                   " " FUNCTION TRIM(HOLD-KEY(WS-FOUND-IDX)) ".".

      *> Blank is allowed (an open-ended window); anything else must
      *> be shaped YYYY/MM/DD so text comparison against the feed
      *> timestamps orders correctly, and be a real calendar date.
       CHECK-DATE-ENTRY.
           MOVE "Y" TO WS-DATE-OK
           IF WS-DATE-CHECK NOT = SPACES
               IF WS-DATE-CHECK(1:4) NOT NUMERIC
                  OR WS-DATE-CHECK(5:1) NOT = "/"
                  OR WS-DATE-CHECK(6:2) NOT NUMERIC
                  OR WS-DATE-CHECK(8:1) NOT = "/"
                  OR WS-DATE-CHECK(9:2) NOT NUMERIC
                   MOVE "N" TO WS-DATE-OK
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(WS-DATE-CHECK(1:4)) * 10000
                        + FUNCTION NUMVAL(WS-DATE-CHECK(6:2)) * 100
                        + FUNCTION NUMVAL(WS-DATE-CHECK(9:2))) NOT = 0
                       MOVE "N" TO WS-DATE-OK
                   END-IF
               END-IF
           END-IF.

      *> Releasing keeps the row with who released it, when, and why
      *> - the hold's history is never deleted, same rule the NCR
      *> desk follows with dispositions. Hold numbers are compared
      *> by value, so "1" finds hold 00001.
       RELEASE-HOLD.
           DISPLAY "HOLD NUMBER: " WITH NO ADVANCING
           ACCEPT WS-WANTED-HOLD
           IF WS-WANTED-HOLD = SPACES
              OR FUNCTION TEST-NUMVAL(WS-WANTED-HOLD) NOT = 0
               DISPLAY "HOLD NUMBER MUST BE NUMERIC."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > WS-HOLD-COUNT
               IF HOLD-NUMBER(HOLD-IDX) IS NUMERIC
                   IF FUNCTION NUMVAL(HOLD-NUMBER(HOLD-IDX)) =
                      FUNCTION NUMVAL(WS-WANTED-HOLD)
                       MOVE HOLD-IDX TO WS-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               DISPLAY "HOLD " FUNCTION TRIM(WS-WANTED-HOLD) " NOT ON FILE."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(HOLD-STATUS(WS-FOUND-IDX)) NOT = "HELD"
               DISPLAY "HOLD " FUNCTION TRIM(WS-WANTED-HOLD)
                       " ALREADY RELEASED BY "
                       FUNCTION TRIM(HOLD-RELEASED-BY(WS-FOUND-IDX))
                       " ON " HOLD-RELEASED-DATE(WS-FOUND-IDX) "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RELEASE REMARKS: " WITH NO ADVANCING
           ACCEPT WS-REASON-IN
           INSPECT WS-REASON-IN REPLACING ALL "," BY SPACE
                                          ALL WS-ESC BY SPACE
           IF WS-REASON-IN = SPACES
               DISPLAY "A RELEASE NEEDS REMARKS - HOLD LEFT IN PLACE."
               EXIT PARAGRAPH
           END-IF
           MOVE "RELEASED" TO HOLD-STATUS(WS-FOUND-IDX)
           MOVE WS-SUPERVISOR-ID TO HOLD-RELEASED-BY(WS-FOUND-IDX)
           MOVE WS-TODAY TO HOLD-RELEASED-DATE(WS-FOUND-IDX)
           MOVE WS-REASON-IN TO HOLD-RELEASE-REMARKS(WS-FOUND-IDX)
           PERFORM REWRITE-HOLD-FILE
           IF WS-HOLD-SAVE-OK = "Y"
               DISPLAY "HOLD " FUNCTION TRIM(WS-WANTED-HOLD) " RELEASED."
           END-IF.

       LIST-ACTIVE-HOLDS.
           MOVE 0 TO WS-LIST-COUNT
           DISPLAY "HOLD  SCOPE      KEY                  FROM       TO"
                   "         PLACED BY            DATE       REASON"
           PERFORM LIST-ONE-ACTIVE-HOLD VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > WS-HOLD-COUNT
           IF WS-LIST-COUNT = 0
               DISPLAY "NO ACTIVE HOLDS."
           END-IF.

       LIST-ONE-ACTIVE-HOLD.
           IF FUNCTION TRIM(HOLD-STATUS(HOLD-IDX)) = "HELD"
               ADD 1 TO WS-LIST-COUNT
               DISPLAY HOLD-NUMBER(HOLD-IDX) " "
                       HOLD-SCOPE(HOLD-IDX) " "
                       HOLD-KEY(HOLD-IDX) " "
                       HOLD-FROM-DATE(HOLD-IDX) " "
                       HOLD-TO-DATE(HOLD-IDX) " "
                       HOLD-PLACED-BY(HOLD-IDX) " "
                       HOLD-PLACED-DATE(HOLD-IDX) " "
                       FUNCTION TRIM(HOLD-REASON(HOLD-IDX))
           END-IF.

       LIST-HOLD-HISTORY.
           MOVE 0 TO WS-LIST-COUNT
           DISPLAY "HOLD  SCOPE      KEY                  STATUS     PLACED"
                   "     RELEASED BY          RELEASED   REMARKS"
           PERFORM LIST-ONE-RELEASED-HOLD VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > WS-HOLD-COUNT
           IF WS-LIST-COUNT = 0
               DISPLAY "NO RELEASED HOLDS ON FILE."
           END-IF.

       LIST-ONE-RELEASED-HOLD.
           IF FUNCTION TRIM(HOLD-STATUS(HOLD-IDX)) = "RELEASED"
               ADD 1 TO WS-LIST-COUNT
               DISPLAY HOLD-NUMBER(HOLD-IDX) " "
                       HOLD-SCOPE(HOLD-IDX) " "
                       HOLD-KEY(HOLD-IDX) " "
                       HOLD-STATUS(HOLD-IDX) " "
                       HOLD-PLACED-DATE(HOLD-IDX) " "
                       HOLD-RELEASED-BY(HOLD-IDX) " "
                       HOLD-RELEASED-DATE(HOLD-IDX) " "
                       FUNCTION TRIM(HOLD-RELEASE-REMARKS(HOLD-IDX))
           END-IF.

       *> Under the shop lock, the hold file is re-read fresh and this
       *> desk's one changed row merged back in by hold number, so a
       *> hold placed from another desk while this supervisor was
       *> typing is never overwritten. A new hold is numbered here,
       *> one past the highest number on the fresh image. A release
       *> only goes ahead if the hold is still HELD on that image -
       *> another supervisor may have released it meanwhile. The
       *> merged image goes to a work file and is renamed over
       *> aerohold.dat in one step.
       REWRITE-HOLD-FILE.
           MOVE "Y" TO WS-HOLD-SAVE-OK
           MOVE WS-HOLD-ENTRY(WS-FOUND-IDX) TO WS-SAVE-HOLD
           PERFORM ACQUIRE-HOLD-LOCK
           PERFORM LOAD-HOLD-TABLE
           MOVE 0 TO WS-FOUND-IDX
           MOVE 0 TO WS-HOLD-MAX-NUMBER
           PERFORM VARYING WS-MERGE-SCAN FROM 1 BY 1
               UNTIL WS-MERGE-SCAN > WS-HOLD-COUNT
               IF HOLD-NUMBER(WS-MERGE-SCAN) IS NUMERIC
                   IF FUNCTION NUMVAL(HOLD-NUMBER(WS-MERGE-SCAN))
                      > WS-HOLD-MAX-NUMBER
                       MOVE FUNCTION NUMVAL(HOLD-NUMBER(WS-MERGE-SCAN))
                           TO WS-HOLD-MAX-NUMBER
                   END-IF
               END-IF
               IF WS-SAVE-HOLD-NUMBER NOT = SPACES
                  AND FUNCTION TRIM(HOLD-NUMBER(WS-MERGE-SCAN)) =
                      FUNCTION TRIM(WS-SAVE-HOLD-NUMBER)
                   MOVE WS-MERGE-SCAN TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-SAVE-HOLD-NUMBER NOT = SPACES
               IF WS-FOUND-IDX = 0
                   PERFORM RELEASE-SHOP-LOCK
                   DISPLAY "HOLD " FUNCTION TRIM(WS-SAVE-HOLD-NUMBER)
                           " NO LONGER ON FILE - NOT RELEASED."
                   MOVE "N" TO WS-HOLD-SAVE-OK
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(HOLD-STATUS(WS-FOUND-IDX)) NOT = "HELD"
                   PERFORM RELEASE-SHOP-LOCK
                   DISPLAY "HOLD " FUNCTION TRIM(WS-SAVE-HOLD-NUMBER)
                           " WAS RELEASED BY "
                           FUNCTION TRIM(HOLD-RELEASED-BY(WS-FOUND-IDX))
                           " MEANWHILE - NOT RELEASED AGAIN."
                   MOVE "N" TO WS-HOLD-SAVE-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SAVE-HOLD-NUMBER = SPACES
               COMPUTE WS-HOLD-NEW-NUMBER = WS-HOLD-MAX-NUMBER + 1
               MOVE WS-HOLD-NEW-NUMBER TO WS-SAVE-HOLD-NUMBER
           END-IF
           IF WS-FOUND-IDX = 0
               IF WS-HOLD-COUNT >= 500
                   DISPLAY "CRITICAL ERROR: HOLD TABLE FULL (MAX 500)."
                   PERFORM RELEASE-SHOP-LOCK
                   STOP RUN
               END-IF
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-HOLD-COUNT TO WS-FOUND-IDX
           END-IF
           MOVE WS-SAVE-HOLD TO WS-HOLD-ENTRY(WS-FOUND-IDX)
           MOVE WS-HOLD-TEMP-NAME TO WS-HOLD-FILE-NAME
           OPEN OUTPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
              AND WS-HOLD-FILE-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT REWRITE HOLD FILE. STATUS: " WS-HOLD-FILE-STATUS
               MOVE "aerohold.dat" TO WS-HOLD-FILE-NAME
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           PERFORM WRITE-ONE-HOLD VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > WS-HOLD-COUNT
           CLOSE HOLD-FILE
           MOVE "aerohold.dat" TO WS-HOLD-FILE-NAME
           CALL "CBL_RENAME_FILE" USING WS-HOLD-TEMP-NAME
                                        WS-HOLD-FILE-NAME
           PERFORM RELEASE-SHOP-LOCK.

       ACQUIRE-HOLD-LOCK.
           MOVE "aerohold.lck" TO WS-LOCK-NAME
           PERFORM ACQUIRE-SHOP-LOCK.

       *> Polls for the advisory lock, one second per try. Past the
       *> limit the lock is presumed stale (a crashed holder) and
       *> taken over with a warning rather than freezing the desk.
       ACQUIRE-SHOP-LOCK.
           MOVE 0 TO WS-LOCK-TRIES
           MOVE "N" TO WS-LOCK-HELD
           PERFORM TRY-SHOP-LOCK UNTIL WS-LOCK-HELD = "Y".

      *> One poll: take the lock if it is absent, or take it over
      *> as presumed stale once the wait limit has passed. Either
      *> way the lock only counts as held when WRITE-SHOP-LOCK has
      *> read this process's own marker back out of the file - two
      *> pollers seeing the same gap both write, but at most one
      *> reads its own marker back; the other keeps polling.
       TRY-SHOP-LOCK.
           ADD 1 TO WS-LOCK-TRIES
           IF WS-LOCK-TRIES > WS-LOCK-LIMIT
               DISPLAY "WARNING: STALE LOCK "
                       FUNCTION TRIM(WS-LOCK-NAME) " TAKEN OVER."
               PERFORM WRITE-SHOP-LOCK
               MOVE 0 TO WS-LOCK-TRIES
           ELSE
               OPEN INPUT LOCK-FILE
               IF WS-LOCK-STATUS = "35"
                   PERFORM WRITE-SHOP-LOCK
               ELSE
                   CLOSE LOCK-FILE
               END-IF
           END-IF
           IF WS-LOCK-HELD NOT = "Y"
               CALL "C$SLEEP" USING WS-SLEEP-SEC
           END-IF.

      *> Writes a marker unique to this process (the owner id plus
      *> the time to the hundredth of a second) into the lock file,
      *> then re-reads it: only the process whose marker survived
      *> the write race holds the lock.
       WRITE-SHOP-LOCK.
           ACCEPT WS-LOCK-TIME FROM TIME
           MOVE SPACES TO WS-LOCK-MARKER
           STRING "AEROHOLD" "-" WS-LOCK-TIME
               DELIMITED BY SIZE INTO WS-LOCK-MARKER
           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               MOVE WS-LOCK-MARKER TO LOCK-RECORD
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
               PERFORM VERIFY-SHOP-LOCK
           END-IF.

       VERIFY-SHOP-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               MOVE SPACES TO LOCK-RECORD
               READ LOCK-FILE
               IF WS-LOCK-STATUS = "00"
                  AND LOCK-RECORD = WS-LOCK-MARKER
                   MOVE "Y" TO WS-LOCK-HELD
               END-IF
               CLOSE LOCK-FILE
           END-IF.

       RELEASE-SHOP-LOCK.
           CALL "CBL_DELETE_FILE" USING WS-LOCK-NAME
           MOVE "N" TO WS-LOCK-HELD.

       WRITE-ONE-HOLD.
           MOVE SPACES TO HOLD-RECORD
           MOVE 1 TO WS-HOLD-PTR
           STRING FUNCTION TRIM(HOLD-NUMBER(HOLD-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HOLD-SCOPE(HOLD-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HOLD-KEY(HOLD-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HOLD-FROM-DATE(HOLD-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HOLD-TO-DATE(HOLD-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HOLD-REASON(HOLD-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HOLD-PLACED-BY(HOLD-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HOLD-PLACED-DATE(HOLD-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HOLD-STATUS(HOLD-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HOLD-RELEASED-BY(HOLD-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HOLD-RELEASED-DATE(HOLD-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HOLD-RELEASE-REMARKS(HOLD-IDX)) DELIMITED BY SIZE
                  INTO HOLD-RECORD
                  WITH POINTER WS-HOLD-PTR
           WRITE HOLD-RECORD.

       END PROGRAM AEROHOLD.
