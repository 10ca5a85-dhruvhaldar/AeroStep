      *> AEROPLM is the test plan revision desk. aeroplan.dat used to
      *> be edited by hand, so tightening a band silently changed the
      *> spec every historical unit was judged against. Now each
      *> product's plan carries a revision letter and an effective
      *> date, and a change goes through two people:
      *>   - any active operator in aerooper.dat drafts the next
      *>     revision (starting from a copy of the latest approved
      *>     one), with an effective date and a reason;
      *>   - a supervisor (OP-SUPERVISOR = "Y"), who may not be the
      *>     drafter nor anyone who later edited it, approves it -
      *>     its steps are then appended to aeroplan.dat under the
      *>     new letter - or rejects it.
      *> Drafts live in aeroplandrf.dat (same row layout as
      *> aeroplan.dat) so the bench never sees an unapproved plan,
      *> and aeroplanrev.dat is the register of every revision ever
      *> drafted with who drafted, edited and decided it, and when.
      *> Approved rows are never rewritten or removed; the bench and
      *> AEROBTCH pick the revision in effect on the day they run.
      *> Updates follow the same shop-lock and merge-rename protocol
      *> every shared-file writer uses.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEROPLM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAN-FILE ASSIGN TO DYNAMIC WS-PLAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT OPTIONAL DRAFT-FILE ASSIGN TO DYNAMIC WS-DRAFT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFT-FILE-STATUS.
           SELECT OPTIONAL REV-FILE ASSIGN TO DYNAMIC WS-REV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "aerooper.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Approved test plans (product, run order, step name, feed
       *> source, min, max, units label, revision, effective date).
       *> Rows with no revision are the original issue.
       FD  PLAN-FILE.
       01  PLAN-RECORD                 PIC X(100).

       *> Draft revisions awaiting approval, same row layout.
       FD  DRAFT-FILE.
       01  DRAFT-RECORD                PIC X(100).

       *> Revision register (product, revision, effective date,
       *> status DRAFT/APPROVED/REJECTED, drafted by, drafted date,
       *> decided by, decided date, reason for change, decision
       *> remarks, later editors separated by spaces, last edited
       *> date).
       FD  REV-FILE.
       01  REV-RECORD                  PIC X(350).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD             PIC X(80).

       *> Advisory cross-program lock marker - the presence of
       *> aeroplan.lck means this desk is mid-update on the plan,
       *> draft, and register files.
       FD  LOCK-FILE.
       01  LOCK-RECORD                 PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-PLAN-FILE-STATUS         PIC XX.
       01 WS-DRAFT-FILE-STATUS        PIC XX.
       01 WS-REV-FILE-STATUS          PIC XX.
       01 WS-OPERATOR-FILE-STATUS     PIC XX.
       01 WS-LOCK-STATUS              PIC XX.

       *> Each file is opened through a name field so a rewrite can
       *> build the new image in a work file and rename it over the
       *> live one in one step - a bench loading its plan never sees
       *> a half-written file.
       01 WS-PLAN-FILE-NAME           PIC X(40) VALUE "aeroplan.dat".
       01 WS-PLAN-TEMP-NAME           PIC X(40) VALUE "aeroplan.new".
       01 WS-DRAFT-FILE-NAME          PIC X(40) VALUE "aeroplandrf.dat".
       01 WS-DRAFT-TEMP-NAME          PIC X(40) VALUE "aeroplandrf.new".
       01 WS-REV-FILE-NAME            PIC X(40) VALUE "aeroplanrev.dat".
       01 WS-REV-TEMP-NAME            PIC X(40) VALUE "aeroplanrev.new".

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

      *> Operator credentials table, same shape LOAD-OPERATORS builds
      *> in AEROSTEP-UI. Any active operator who is not locked out
      *> may draft; only OP-SUPERVISOR = "Y" rows may approve.
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
       01 WS-USER-ID                  PIC X(20).
       01 WS-USER-CODE                PIC X(20).
       01 WS-USER-OK                  PIC X VALUE "N".
       01 WS-USER-SUPERVISOR          PIC X VALUE "N".
       01 WS-ESC                      PIC X VALUE X'1B'.

      *> Every approved plan row, in file order (file order is run
      *> order within a revision).
       01 WS-PLAN-COUNT               PIC 9(4) VALUE 0.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 500 TIMES INDEXED BY PLAN-IDX.
               10 PL-PRODUCT           PIC X(10).
               10 PL-SEQ               PIC X(2).
               10 PL-STEP              PIC X(30).
               10 PL-SOURCE            PIC X(1).
               10 PL-MIN               PIC X(8).
               10 PL-MAX               PIC X(8).
               10 PL-UNITS             PIC X(6).
               10 PL-REV               PIC X(1).
               10 PL-EFFECTIVE         PIC X(10).

      *> Every draft row awaiting a decision, same shape.
       01 WS-DRAFT-COUNT              PIC 9(4) VALUE 0.
       01 WS-DRAFT-TABLE.
           05 WS-DRAFT-ENTRY OCCURS 200 TIMES INDEXED BY DRAFT-IDX.
               10 DR-PRODUCT           PIC X(10).
               10 DR-SEQ               PIC X(2).
               10 DR-STEP              PIC X(30).
               10 DR-SOURCE            PIC X(1).
               10 DR-MIN               PIC X(8).
               10 DR-MAX               PIC X(8).
               10 DR-UNITS             PIC X(6).
               10 DR-REV               PIC X(1).
               10 DR-EFFECTIVE         PIC X(10).

      *> The revision register.
       01 WS-REV-COUNT                PIC 9(4) VALUE 0.
       01 WS-REV-TABLE.
           05 WS-REV-ENTRY OCCURS 300 TIMES INDEXED BY REV-IDX.
               10 RV-PRODUCT           PIC X(10).
               10 RV-REV               PIC X(1).
               10 RV-EFFECTIVE         PIC X(10).
               10 RV-STATUS            PIC X(10).
               10 RV-DRAFTED-BY        PIC X(20).
               10 RV-DRAFTED-DATE      PIC X(10).
               10 RV-DECIDED-BY        PIC X(20).
               10 RV-DECIDED-DATE      PIC X(10).
               10 RV-REASON            PIC X(60).
               10 RV-REMARKS           PIC X(60).
               10 RV-EDITED-BY         PIC X(100).
               10 RV-EDITED-DATE       PIC X(10).

      *> The revision being drafted: up to 10 steps, the same limit
      *> the bench's plan table holds.
       01 WS-WORK-COUNT               PIC 9(2) VALUE 0.
       01 WS-WORK-TABLE.
           05 WS-WORK-ENTRY OCCURS 10 TIMES INDEXED BY WORK-IDX.
               10 WK-STEP              PIC X(30).
               10 WK-SOURCE            PIC X(1).
               10 WK-MIN               PIC X(8).
               10 WK-MAX               PIC X(8).
               10 WK-UNITS             PIC X(6).

      *> The draft exactly as the approving supervisor was shown it.
      *> Under the lock the fresh draft must still match it, so a
      *> drafter's save between display and answer is never approved
      *> unseen.
       01 WS-SHOWN-COUNT              PIC 9(2) VALUE 0.
       01 WS-SHOWN-TABLE              PIC X(530).
       01 WS-SHOWN-EFFECTIVE          PIC X(10).
       01 WS-SHOWN-DRAFTED-BY         PIC X(20).
       01 WS-SHOWN-EDITED-BY          PIC X(100).

      *> The one register row this desk changed, carried across the
      *> re-read-and-merge rewrite and keyed by product + revision.
       01 WS-SAVE-KEY-PRODUCT         PIC X(10).
       01 WS-SAVE-KEY-REV             PIC X(1).

      *> A save is refused, and the edit session ended, when the
      *> register has moved on under the drafter: the draft was
      *> decided, or - for a letter this session drew itself -
      *> another draft of the product was started first.
       01 WS-SAVE-OK                  PIC X VALUE "Y".
       01 WS-DRAFT-IS-NEW             PIC X VALUE "N".
       01 WS-CLAIM-REV                PIC X(1).

      *> Editor list lookup: the list and the user ID are each
      *> wrapped in spaces so one ID never matches inside another.
       01 WS-EDITOR-LISTED            PIC X VALUE "N".
       01 WS-EDITOR-PAD               PIC X(102).
       01 WS-EDITOR-PROBE             PIC X(22).
       01 WS-EDITOR-PROBE-LEN         PIC 9(3) VALUE 0.
       01 WS-EDITOR-HITS              PIC 9(3) VALUE 0.

       01 WS-MENU-CHOICE              PIC X(1).
       01 WS-MORE-MENU                PIC X VALUE "Y".
       01 WS-EDIT-CHOICE              PIC X(1).
       01 WS-MORE-EDIT                PIC X VALUE "Y".
       01 WS-EDIT-SAVED               PIC X VALUE "N".
       01 WS-CONFIRM                  PIC X(1).
       01 WS-WANTED-PRODUCT           PIC X(10).
       01 WS-WANTED-REV               PIC X(1).
       01 WS-DRAFT-REV                PIC X(1).
       01 WS-FOUND-IDX                PIC 9(4) VALUE 0.
       01 WS-BASE-REV                 PIC X(1).
       01 WS-BASE-EFFECTIVE           PIC X(10).
       01 WS-BASE-FOUND               PIC X VALUE "N".
       01 WS-LATEST-EFFECTIVE         PIC X(10).
       01 WS-CURRENT-REV              PIC X(1).
       01 WS-CURRENT-EFFECTIVE        PIC X(10).
       01 WS-CURRENT-FOUND            PIC X VALUE "N".
       01 WS-LEGACY-FOUND             PIC X VALUE "N".
       01 WS-REV-LETTERS              PIC X(26)
                                       VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-LETTER-IDX               PIC 9(2) VALUE 0.
       01 WS-HIGH-LETTER-IDX          PIC 9(2) VALUE 0.
       01 WS-SCAN-LETTER              PIC X(1).
       01 WS-STEP-NO-IN               PIC X(2).
       01 WS-STEP-NO                  PIC 9(2) VALUE 0.
       01 WS-STEP-IN                  PIC X(30).
       01 WS-SOURCE-IN                PIC X(1).
       01 WS-MIN-IN                   PIC X(8).
       01 WS-MAX-IN                   PIC X(8).
       01 WS-UNITS-IN                 PIC X(6).
       01 WS-EFFECTIVE-IN             PIC X(10).
       01 WS-REASON-IN                PIC X(60).
       01 WS-ENTRY-OK                 PIC X VALUE "Y".
       01 WS-DATE-OK                  PIC X VALUE "Y".
       01 WS-DATE-CHECK               PIC X(10).
       01 WS-LIST-COUNT               PIC 9(4) VALUE 0.
       01 WS-SEQ-EDIT                 PIC Z9.
       01 WS-ROW-PTR                  PIC 9(3).
       01 WS-TAG                      PIC X(20).
       01 WS-DATE                     PIC 9(8).
       01 WS-TODAY                    PIC X(10).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           STRING WS-DATE(1:4) "/" WS-DATE(5:2) "/" WS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TODAY

           PERFORM LOAD-OPERATORS
           PERFORM USER-LOGIN
           IF WS-USER-OK NOT = "Y"
               DISPLAY "ACCESS DENIED - INVALID CREDENTIALS."
               STOP RUN
           END-IF

           PERFORM LOAD-PLAN-FILES
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

       USER-LOGIN.
           MOVE "N" TO WS-USER-OK WS-USER-SUPERVISOR
           DISPLAY "AEROSTEP TEST PLAN REVISION DESK"
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-USER-ID
           INSPECT WS-USER-ID REPLACING ALL WS-ESC BY SPACE
                                        ALL "," BY SPACE
           DISPLAY "ACCESS CODE (Hidden): " WITH NO ADVANCING
           DISPLAY WS-ESC "[8m" WITH NO ADVANCING
           ACCEPT WS-USER-CODE
           DISPLAY WS-ESC "[0m"
           PERFORM VARYING WS-LOGIN-IDX FROM 1 BY 1
               UNTIL WS-LOGIN-IDX > WS-OPERATOR-COUNT
               IF FUNCTION TRIM(OP-ID(WS-LOGIN-IDX)) = FUNCTION TRIM(WS-USER-ID)
                  AND FUNCTION TRIM(OP-CODE(WS-LOGIN-IDX)) = FUNCTION TRIM(WS-USER-CODE)
                  AND OP-ACTIVE(WS-LOGIN-IDX) = "Y"
                  AND FUNCTION NUMVAL(OP-FAILS(WS-LOGIN-IDX)) < WS-LOCKOUT-LIMIT
                   MOVE "Y" TO WS-USER-OK
                   IF OP-SUPERVISOR(WS-LOGIN-IDX) = "Y"
                       MOVE "Y" TO WS-USER-SUPERVISOR
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-PLAN-FILES.
           PERFORM LOAD-PLAN-TABLE
           PERFORM LOAD-DRAFT-TABLE
           PERFORM LOAD-REV-TABLE.

       LOAD-PLAN-TABLE.
           MOVE 0 TO WS-PLAN-COUNT
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-FILE-STATUS = "00" OR WS-PLAN-FILE-STATUS = "05"
               PERFORM READ-PLAN-RECORD UNTIL WS-PLAN-FILE-STATUS = "10"
               CLOSE PLAN-FILE
           END-IF.

       READ-PLAN-RECORD.
           READ PLAN-FILE
           IF WS-PLAN-FILE-STATUS = "00" AND PLAN-RECORD NOT = SPACES
               IF WS-PLAN-COUNT >= 500
                   DISPLAY "CRITICAL ERROR: PLAN TABLE FULL (MAX 500)."
                   CLOSE PLAN-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PLAN-COUNT
               MOVE WS-PLAN-COUNT TO PLAN-IDX
               MOVE SPACES TO WS-PLAN-ENTRY(PLAN-IDX)
               UNSTRING PLAN-RECORD DELIMITED BY ","
                   INTO PL-PRODUCT(PLAN-IDX) PL-SEQ(PLAN-IDX)
                        PL-STEP(PLAN-IDX) PL-SOURCE(PLAN-IDX)
                        PL-MIN(PLAN-IDX) PL-MAX(PLAN-IDX)
                        PL-UNITS(PLAN-IDX) PL-REV(PLAN-IDX)
                        PL-EFFECTIVE(PLAN-IDX)
               END-UNSTRING
               IF PL-REV(PLAN-IDX) = SPACE
                   MOVE "-" TO PL-REV(PLAN-IDX)
               END-IF
           END-IF.

       LOAD-DRAFT-TABLE.
           MOVE 0 TO WS-DRAFT-COUNT
           OPEN INPUT DRAFT-FILE
           IF WS-DRAFT-FILE-STATUS = "00" OR WS-DRAFT-FILE-STATUS = "05"
               PERFORM READ-DRAFT-RECORD UNTIL WS-DRAFT-FILE-STATUS = "10"
               CLOSE DRAFT-FILE
           END-IF.

       READ-DRAFT-RECORD.
           READ DRAFT-FILE
           IF WS-DRAFT-FILE-STATUS = "00" AND DRAFT-RECORD NOT = SPACES
               IF WS-DRAFT-COUNT >= 200
                   DISPLAY "CRITICAL ERROR: DRAFT TABLE FULL (MAX 200)."
                   CLOSE DRAFT-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DRAFT-COUNT
               MOVE WS-DRAFT-COUNT TO DRAFT-IDX
               MOVE SPACES TO WS-DRAFT-ENTRY(DRAFT-IDX)
               UNSTRING DRAFT-RECORD DELIMITED BY ","
                   INTO DR-PRODUCT(DRAFT-IDX) DR-SEQ(DRAFT-IDX)
                        DR-STEP(DRAFT-IDX) DR-SOURCE(DRAFT-IDX)
                        DR-MIN(DRAFT-IDX) DR-MAX(DRAFT-IDX)
                        DR-UNITS(DRAFT-IDX) DR-REV(DRAFT-IDX)
                        DR-EFFECTIVE(DRAFT-IDX)
               END-UNSTRING
           END-IF.

       LOAD-REV-TABLE.
           MOVE 0 TO WS-REV-COUNT
           OPEN INPUT REV-FILE
           IF WS-REV-FILE-STATUS = "00" OR WS-REV-FILE-STATUS = "05"
               PERFORM READ-REV-RECORD UNTIL WS-REV-FILE-STATUS = "10"
               CLOSE REV-FILE
           END-IF.

       READ-REV-RECORD.
           READ REV-FILE
           IF WS-REV-FILE-STATUS = "00" AND REV-RECORD NOT = SPACES
               IF WS-REV-COUNT >= 300
                   DISPLAY "CRITICAL ERROR: REVISION TABLE FULL (MAX 300)."
                   CLOSE REV-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REV-COUNT
               MOVE WS-REV-COUNT TO REV-IDX
               MOVE SPACES TO WS-REV-ENTRY(REV-IDX)
               UNSTRING REV-RECORD DELIMITED BY ","
                   INTO RV-PRODUCT(REV-IDX) RV-REV(REV-IDX)
                        RV-EFFECTIVE(REV-IDX) RV-STATUS(REV-IDX)
                        RV-DRAFTED-BY(REV-IDX) RV-DRAFTED-DATE(REV-IDX)
                        RV-DECIDED-BY(REV-IDX) RV-DECIDED-DATE(REV-IDX)
                        RV-REASON(REV-IDX) RV-REMARKS(REV-IDX)
                        RV-EDITED-BY(REV-IDX) RV-EDITED-DATE(REV-IDX)
               END-UNSTRING
           END-IF.

       MENU-LOOP.
           DISPLAY " "
           DISPLAY "D = DRAFT A REVISION, A = APPROVE A DRAFT, J = REJECT A DRAFT,"
                   " L = LIST REVISIONS, X = EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "D" PERFORM DRAFT-REVISION
               WHEN "d" PERFORM DRAFT-REVISION
               WHEN "A" PERFORM APPROVE-DRAFT
               WHEN "a" PERFORM APPROVE-DRAFT
               WHEN "J" PERFORM REJECT-DRAFT
               WHEN "j" PERFORM REJECT-DRAFT
               WHEN "L" PERFORM LIST-REVISIONS
               WHEN "l" PERFORM LIST-REVISIONS
               WHEN "X" MOVE "N" TO WS-MORE-MENU
               WHEN "x" MOVE "N" TO WS-MORE-MENU
               WHEN OTHER DISPLAY "UNRECOGNIZED CHOICE."
           END-EVALUATE.

       ACCEPT-PRODUCT.
           DISPLAY "PRODUCT/PART NUMBER: " WITH NO ADVANCING
           ACCEPT WS-WANTED-PRODUCT
           INSPECT WS-WANTED-PRODUCT REPLACING ALL "," BY SPACE
                                               ALL WS-ESC BY SPACE.

      *> Finds the product's open DRAFT row in the register, leaving
      *> its index in WS-FOUND-IDX (0 = no open draft).
       FIND-OPEN-DRAFT.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING REV-IDX FROM 1 BY 1
               UNTIL REV-IDX > WS-REV-COUNT
               IF FUNCTION TRIM(RV-PRODUCT(REV-IDX)) =
                  FUNCTION TRIM(WS-WANTED-PRODUCT)
                  AND FUNCTION TRIM(RV-STATUS(REV-IDX)) = "DRAFT"
                   MOVE REV-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *> A product has at most one open draft. Editing picks it up
      *> where it was left; otherwise the next letter is drawn and
      *> the draft starts as a copy of the latest approved revision
      *> (or empty for a product with no plan yet). The files are
      *> read fresh first, so the draft, letter and base revision
      *> are never taken from the copy loaded at sign-on.
       DRAFT-REVISION.
           PERFORM ACCEPT-PRODUCT
           IF WS-WANTED-PRODUCT = SPACES
               DISPLAY "PRODUCT REQUIRED."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PLAN-FILES
           MOVE 0 TO WS-WORK-COUNT
           PERFORM FIND-OPEN-DRAFT
           IF WS-FOUND-IDX > 0
               MOVE "N" TO WS-DRAFT-IS-NEW
               MOVE RV-REV(WS-FOUND-IDX) TO WS-DRAFT-REV
               MOVE RV-EFFECTIVE(WS-FOUND-IDX) TO WS-EFFECTIVE-IN
               MOVE RV-REASON(WS-FOUND-IDX) TO WS-REASON-IN
               PERFORM COPY-DRAFT-TO-WORK VARYING DRAFT-IDX FROM 1 BY 1
                   UNTIL DRAFT-IDX > WS-DRAFT-COUNT
               DISPLAY "CONTINUING OPEN DRAFT REVISION " WS-DRAFT-REV
                       " OF " FUNCTION TRIM(WS-WANTED-PRODUCT)
                       " (DRAFTED BY "
                       FUNCTION TRIM(RV-DRAFTED-BY(WS-FOUND-IDX)) ")."
           ELSE
               PERFORM NEXT-REVISION-LETTER
               IF WS-DRAFT-REV = SPACE
                   DISPLAY "REVISION LETTERS A-Z ARE ALL USED FOR "
                           FUNCTION TRIM(WS-WANTED-PRODUCT) "."
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-DRAFT-IS-NEW
               MOVE SPACES TO WS-EFFECTIVE-IN WS-REASON-IN
               PERFORM FIND-LATEST-REVISION
               IF WS-BASE-FOUND = "Y"
                   PERFORM COPY-PLAN-TO-WORK VARYING PLAN-IDX FROM 1 BY 1
                       UNTIL PLAN-IDX > WS-PLAN-COUNT
                   DISPLAY "NEW DRAFT REVISION " WS-DRAFT-REV
                           " OF " FUNCTION TRIM(WS-WANTED-PRODUCT)
                           ", STARTING FROM REVISION " WS-BASE-REV "."
               ELSE
                   DISPLAY "NEW DRAFT REVISION " WS-DRAFT-REV
                           " OF " FUNCTION TRIM(WS-WANTED-PRODUCT)
                           " - NO APPROVED PLAN ON FILE, STARTING EMPTY."
               END-IF
           END-IF
           MOVE "Y" TO WS-MORE-EDIT
           MOVE "N" TO WS-EDIT-SAVED
           PERFORM EDIT-LOOP UNTIL WS-MORE-EDIT = "N".

       COPY-DRAFT-TO-WORK.
           IF FUNCTION TRIM(DR-PRODUCT(DRAFT-IDX)) =
              FUNCTION TRIM(WS-WANTED-PRODUCT)
              AND DR-REV(DRAFT-IDX) = WS-DRAFT-REV
              AND WS-WORK-COUNT < 10
               ADD 1 TO WS-WORK-COUNT
               MOVE WS-WORK-COUNT TO WORK-IDX
               MOVE DR-STEP(DRAFT-IDX) TO WK-STEP(WORK-IDX)
               MOVE DR-SOURCE(DRAFT-IDX) TO WK-SOURCE(WORK-IDX)
               MOVE DR-MIN(DRAFT-IDX) TO WK-MIN(WORK-IDX)
               MOVE DR-MAX(DRAFT-IDX) TO WK-MAX(WORK-IDX)
               MOVE DR-UNITS(DRAFT-IDX) TO WK-UNITS(WORK-IDX)
           END-IF.

       COPY-PLAN-TO-WORK.
           IF FUNCTION TRIM(PL-PRODUCT(PLAN-IDX)) =
              FUNCTION TRIM(WS-WANTED-PRODUCT)
              AND PL-REV(PLAN-IDX) = WS-BASE-REV
              AND WS-WORK-COUNT < 10
               ADD 1 TO WS-WORK-COUNT
               MOVE WS-WORK-COUNT TO WORK-IDX
               MOVE PL-STEP(PLAN-IDX) TO WK-STEP(WORK-IDX)
               MOVE PL-SOURCE(PLAN-IDX) TO WK-SOURCE(WORK-IDX)
               MOVE PL-MIN(PLAN-IDX) TO WK-MIN(WORK-IDX)
               MOVE PL-MAX(PLAN-IDX) TO WK-MAX(WORK-IDX)
               MOVE PL-UNITS(PLAN-IDX) TO WK-UNITS(WORK-IDX)
           END-IF.

      *> The next unused letter: one past the highest letter this
      *> product has on the plan file or the register. Space when Z
      *> is already taken.
       NEXT-REVISION-LETTER.
           MOVE 0 TO WS-HIGH-LETTER-IDX
           PERFORM VARYING PLAN-IDX FROM 1 BY 1
               UNTIL PLAN-IDX > WS-PLAN-COUNT
               IF FUNCTION TRIM(PL-PRODUCT(PLAN-IDX)) =
                  FUNCTION TRIM(WS-WANTED-PRODUCT)
                   MOVE PL-REV(PLAN-IDX) TO WS-SCAN-LETTER
                   PERFORM NOTE-HIGH-LETTER
               END-IF
           END-PERFORM
           PERFORM VARYING REV-IDX FROM 1 BY 1
               UNTIL REV-IDX > WS-REV-COUNT
               IF FUNCTION TRIM(RV-PRODUCT(REV-IDX)) =
                  FUNCTION TRIM(WS-WANTED-PRODUCT)
                   MOVE RV-REV(REV-IDX) TO WS-SCAN-LETTER
                   PERFORM NOTE-HIGH-LETTER
               END-IF
           END-PERFORM
           IF WS-HIGH-LETTER-IDX >= 26
               MOVE SPACE TO WS-DRAFT-REV
           ELSE
               MOVE WS-REV-LETTERS(WS-HIGH-LETTER-IDX + 1:1)
                   TO WS-DRAFT-REV
           END-IF.

       NOTE-HIGH-LETTER.
           PERFORM VARYING WS-LETTER-IDX FROM 1 BY 1
               UNTIL WS-LETTER-IDX > 26
               IF WS-REV-LETTERS(WS-LETTER-IDX:1) = WS-SCAN-LETTER
                  AND WS-LETTER-IDX > WS-HIGH-LETTER-IDX
                   MOVE WS-LETTER-IDX TO WS-HIGH-LETTER-IDX
               END-IF
           END-PERFORM.

      *> The approved revision with the latest effective date (a
      *> later row wins a tie) - the base a new draft is copied from
      *> and the date a new revision may not take effect before.
       FIND-LATEST-REVISION.
           MOVE "N" TO WS-BASE-FOUND
           MOVE SPACES TO WS-BASE-REV WS-BASE-EFFECTIVE
           PERFORM VARYING PLAN-IDX FROM 1 BY 1
               UNTIL PLAN-IDX > WS-PLAN-COUNT
               IF FUNCTION TRIM(PL-PRODUCT(PLAN-IDX)) =
                  FUNCTION TRIM(WS-WANTED-PRODUCT)
                  AND (WS-BASE-FOUND NOT = "Y"
                       OR PL-EFFECTIVE(PLAN-IDX) >= WS-BASE-EFFECTIVE)
                   MOVE "Y" TO WS-BASE-FOUND
                   MOVE PL-REV(PLAN-IDX) TO WS-BASE-REV
                   MOVE PL-EFFECTIVE(PLAN-IDX) TO WS-BASE-EFFECTIVE
               END-IF
           END-PERFORM.

      *> The approved revision in effect today, same rule the bench
      *> and AEROBTCH apply when they load the plan.
       FIND-CURRENT-REVISION.
           MOVE "N" TO WS-CURRENT-FOUND
           MOVE SPACES TO WS-CURRENT-REV WS-CURRENT-EFFECTIVE
           PERFORM VARYING PLAN-IDX FROM 1 BY 1
               UNTIL PLAN-IDX > WS-PLAN-COUNT
               IF FUNCTION TRIM(PL-PRODUCT(PLAN-IDX)) =
                  FUNCTION TRIM(WS-WANTED-PRODUCT)
                  AND PL-EFFECTIVE(PLAN-IDX) <= WS-TODAY
                  AND (WS-CURRENT-FOUND NOT = "Y"
                       OR PL-EFFECTIVE(PLAN-IDX) >= WS-CURRENT-EFFECTIVE)
                   MOVE "Y" TO WS-CURRENT-FOUND
                   MOVE PL-REV(PLAN-IDX) TO WS-CURRENT-REV
                   MOVE PL-EFFECTIVE(PLAN-IDX) TO WS-CURRENT-EFFECTIVE
               END-IF
           END-PERFORM.

       EDIT-LOOP.
           DISPLAY " "
           DISPLAY "DRAFT REVISION " WS-DRAFT-REV " OF "
                   FUNCTION TRIM(WS-WANTED-PRODUCT)
           PERFORM SHOW-WORK-STEPS
           DISPLAY "C = CHANGE A STEP, A = ADD A STEP, R = REMOVE A STEP,"
                   " S = SAVE DRAFT, Q = QUIT WITHOUT SAVING"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-EDIT-CHOICE
           EVALUATE WS-EDIT-CHOICE
               WHEN "C" PERFORM CHANGE-WORK-STEP
               WHEN "c" PERFORM CHANGE-WORK-STEP
               WHEN "A" PERFORM ADD-WORK-STEP
               WHEN "a" PERFORM ADD-WORK-STEP
               WHEN "R" PERFORM REMOVE-WORK-STEP
               WHEN "r" PERFORM REMOVE-WORK-STEP
               WHEN "S" PERFORM SAVE-DRAFT
               WHEN "s" PERFORM SAVE-DRAFT
               WHEN "Q" MOVE "N" TO WS-MORE-EDIT
               WHEN "q" MOVE "N" TO WS-MORE-EDIT
               WHEN OTHER DISPLAY "UNRECOGNIZED CHOICE."
           END-EVALUATE
           IF WS-EDIT-SAVED = "Y"
               MOVE "N" TO WS-MORE-EDIT
           END-IF.

       SHOW-WORK-STEPS.
           DISPLAY "SEQ STEP                           SRC MIN      MAX      UNITS"
           IF WS-WORK-COUNT = 0
               DISPLAY "    (NO STEPS)"
           END-IF
           PERFORM SHOW-ONE-WORK-STEP VARYING WORK-IDX FROM 1 BY 1
               UNTIL WORK-IDX > WS-WORK-COUNT.

       SHOW-ONE-WORK-STEP.
           SET WS-STEP-NO TO WORK-IDX
           MOVE WS-STEP-NO TO WS-SEQ-EDIT
           DISPLAY " " WS-SEQ-EDIT " " WK-STEP(WORK-IDX) " "
                   WK-SOURCE(WORK-IDX) "   " WK-MIN(WORK-IDX) " "
                   WK-MAX(WORK-IDX) " " WK-UNITS(WORK-IDX).

       ACCEPT-STEP-NUMBER.
           MOVE 0 TO WS-STEP-NO
           DISPLAY "STEP NUMBER: " WITH NO ADVANCING
           ACCEPT WS-STEP-NO-IN
           IF FUNCTION TRIM(WS-STEP-NO-IN) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-STEP-NO-IN) TO WS-STEP-NO
           END-IF
           IF WS-STEP-NO < 1 OR WS-STEP-NO > WS-WORK-COUNT
               DISPLAY "NO SUCH STEP."
               MOVE 0 TO WS-STEP-NO
           END-IF.

      *> Blank at any prompt keeps the step's current value.
       CHANGE-WORK-STEP.
           PERFORM ACCEPT-STEP-NUMBER
           IF WS-STEP-NO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-STEP-FIELDS
           IF WS-ENTRY-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-IN NOT = SPACES
               MOVE WS-STEP-IN TO WK-STEP(WS-STEP-NO)
           END-IF
           IF WS-SOURCE-IN NOT = SPACE
               MOVE WS-SOURCE-IN TO WK-SOURCE(WS-STEP-NO)
           END-IF
           IF WS-MIN-IN NOT = SPACES
               MOVE WS-MIN-IN TO WK-MIN(WS-STEP-NO)
           END-IF
           IF WS-MAX-IN NOT = SPACES
               MOVE WS-MAX-IN TO WK-MAX(WS-STEP-NO)
           END-IF
           IF WS-UNITS-IN NOT = SPACES
               MOVE WS-UNITS-IN TO WK-UNITS(WS-STEP-NO)
           END-IF
           IF FUNCTION NUMVAL(WK-MIN(WS-STEP-NO)) >
              FUNCTION NUMVAL(WK-MAX(WS-STEP-NO))
               DISPLAY "WARNING: MIN IS ABOVE MAX ON STEP "
                       WS-STEP-NO " - THE STEP CAN NEVER PASS."
           END-IF.

       ADD-WORK-STEP.
           IF WS-WORK-COUNT >= 10
               DISPLAY "A PLAN HOLDS AT MOST 10 STEPS."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-STEP-FIELDS
           IF WS-ENTRY-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-IN = SPACES OR WS-SOURCE-IN = SPACE
              OR WS-MIN-IN = SPACES OR WS-MAX-IN = SPACES
               DISPLAY "A NEW STEP NEEDS A NAME, SOURCE, MIN, AND MAX - NOT ADDED."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WORK-COUNT
           MOVE WS-WORK-COUNT TO WORK-IDX
           MOVE WS-STEP-IN TO WK-STEP(WORK-IDX)
           MOVE WS-SOURCE-IN TO WK-SOURCE(WORK-IDX)
           MOVE WS-MIN-IN TO WK-MIN(WORK-IDX)
           MOVE WS-MAX-IN TO WK-MAX(WORK-IDX)
           MOVE WS-UNITS-IN TO WK-UNITS(WORK-IDX).

      *> Removing closes the gap, so the remaining steps keep their
      *> run order.
       REMOVE-WORK-STEP.
           PERFORM ACCEPT-STEP-NUMBER
           IF WS-STEP-NO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WORK-IDX FROM WS-STEP-NO BY 1
               UNTIL WORK-IDX >= WS-WORK-COUNT
               MOVE WS-WORK-ENTRY(WORK-IDX + 1) TO WS-WORK-ENTRY(WORK-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-WORK-COUNT.

      *> Step name, feed source (P/H/Q = classic aerofeed.dat
      *> columns, X = aerofeedx.dat row), limits, and units label.
      *> Commas and ESC are stripped like every other keyed field;
      *> limits must be numbers.
       ACCEPT-STEP-FIELDS.
           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "STEP NAME: " WITH NO ADVANCING
           ACCEPT WS-STEP-IN
           INSPECT WS-STEP-IN REPLACING ALL "," BY SPACE
                                        ALL WS-ESC BY SPACE
           DISPLAY "FEED SOURCE (P/H/Q/X): " WITH NO ADVANCING
           ACCEPT WS-SOURCE-IN
           INSPECT WS-SOURCE-IN CONVERTING "phqx" TO "PHQX"
           IF WS-SOURCE-IN NOT = SPACE AND WS-SOURCE-IN NOT = "P"
              AND WS-SOURCE-IN NOT = "H" AND WS-SOURCE-IN NOT = "Q"
              AND WS-SOURCE-IN NOT = "X"
               DISPLAY "SOURCE MUST BE P, H, Q, OR X - NOTHING CHANGED."
               MOVE "N" TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "MINIMUM: " WITH NO ADVANCING
           ACCEPT WS-MIN-IN
           DISPLAY "MAXIMUM: " WITH NO ADVANCING
           ACCEPT WS-MAX-IN
           IF (WS-MIN-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-MIN-IN) NOT = 0)
              OR (WS-MAX-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-MAX-IN) NOT = 0)
               DISPLAY "LIMITS MUST BE NUMBERS - NOTHING CHANGED."
               MOVE "N" TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "UNITS LABEL: " WITH NO ADVANCING
           ACCEPT WS-UNITS-IN
           INSPECT WS-UNITS-IN REPLACING ALL "," BY SPACE
                                         ALL WS-ESC BY SPACE.

      *> A revision may not take effect before today (that would
      *> re-judge units already tested) nor before the latest
      *> approved revision, so effectivity only ever moves forward.
       SAVE-DRAFT.
           IF WS-WORK-COUNT = 0
               DISPLAY "A PLAN NEEDS AT LEAST ONE STEP - NOT SAVED."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LATEST-REVISION
           DISPLAY "EFFECTIVE DATE (YYYY/MM/DD): " WITH NO ADVANCING
           ACCEPT WS-EFFECTIVE-IN
           MOVE WS-EFFECTIVE-IN TO WS-DATE-CHECK
           PERFORM CHECK-DATE-ENTRY
           IF WS-DATE-OK NOT = "Y" OR WS-EFFECTIVE-IN = SPACES
               DISPLAY "EFFECTIVE DATE MUST BE A VALID YYYY/MM/DD - NOT SAVED."
               EXIT PARAGRAPH
           END-IF
           IF WS-EFFECTIVE-IN < WS-TODAY
               DISPLAY "A REVISION CANNOT TAKE EFFECT BEFORE TODAY - NOT SAVED."
               EXIT PARAGRAPH
           END-IF
           IF WS-BASE-FOUND = "Y" AND WS-EFFECTIVE-IN < WS-BASE-EFFECTIVE
               DISPLAY "REVISION " WS-BASE-REV " TAKES EFFECT "
                       WS-BASE-EFFECTIVE " - A NEW REVISION CANNOT BE EARLIER."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REASON FOR CHANGE: " WITH NO ADVANCING
           ACCEPT WS-REASON-IN
           INSPECT WS-REASON-IN REPLACING ALL "," BY SPACE
                                          ALL WS-ESC BY SPACE
           IF WS-REASON-IN = SPACES
               DISPLAY "A REVISION NEEDS A REASON - NOT SAVED."
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-DRAFT-FILES
           IF WS-SAVE-OK NOT = "Y"
               MOVE "N" TO WS-MORE-EDIT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DRAFT-IS-NEW
           MOVE "Y" TO WS-EDIT-SAVED
           DISPLAY "DRAFT REVISION " WS-DRAFT-REV " OF "
                   FUNCTION TRIM(WS-WANTED-PRODUCT)
                   " SAVED - AWAITING SUPERVISOR APPROVAL.".

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

      *> Under the shop lock, the draft and register files are
      *> re-read fresh; this product/revision's draft rows are
      *> replaced by the working copy and its register row merged
      *> back in by key, so another desk's draft of a different
      *> product is never overwritten. The fresh register decides
      *> whether the save may go ahead: a draft decided meanwhile
      *> is left alone, and a letter this session drew must still
      *> be the product's next free one with no other draft open.
      *> The drafter is stamped only when the row is created; anyone
      *> else who saves is added to the row's editor list.
       REWRITE-DRAFT-FILES.
           MOVE "Y" TO WS-SAVE-OK
           PERFORM ACQUIRE-PLAN-LOCK
           PERFORM LOAD-PLAN-FILES
           MOVE WS-WANTED-PRODUCT TO WS-SAVE-KEY-PRODUCT
           MOVE WS-DRAFT-REV TO WS-SAVE-KEY-REV
           PERFORM FIND-REV-KEY
           IF WS-FOUND-IDX > 0
               IF FUNCTION TRIM(RV-STATUS(WS-FOUND-IDX)) NOT = "DRAFT"
                   PERFORM RELEASE-SHOP-LOCK
                   DISPLAY "DRAFT REVISION " WS-DRAFT-REV " OF "
                           FUNCTION TRIM(WS-WANTED-PRODUCT) " HAS BEEN "
                           FUNCTION TRIM(RV-STATUS(WS-FOUND-IDX))
                           " MEANWHILE - NOT SAVED."
                   MOVE "N" TO WS-SAVE-OK
                   EXIT PARAGRAPH
               END-IF
               IF WS-DRAFT-IS-NEW = "Y"
                   PERFORM REFUSE-DRAFT-STARTED
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-DRAFT-REV TO WS-CLAIM-REV
               PERFORM FIND-OPEN-DRAFT
               PERFORM NEXT-REVISION-LETTER
               IF WS-FOUND-IDX > 0 OR WS-DRAFT-REV NOT = WS-CLAIM-REV
                   MOVE WS-CLAIM-REV TO WS-DRAFT-REV
                   PERFORM REFUSE-DRAFT-STARTED
                   EXIT PARAGRAPH
               END-IF
               PERFORM ADD-REV-ROW
               MOVE WS-USER-ID TO RV-DRAFTED-BY(WS-FOUND-IDX)
               MOVE WS-TODAY TO RV-DRAFTED-DATE(WS-FOUND-IDX)
           END-IF
           IF FUNCTION TRIM(RV-DRAFTED-BY(WS-FOUND-IDX)) NOT =
              FUNCTION TRIM(WS-USER-ID)
               PERFORM CHECK-EDITOR-LISTED
               IF WS-EDITOR-LISTED NOT = "Y"
                   IF FUNCTION LENGTH(FUNCTION TRIM(RV-EDITED-BY(WS-FOUND-IDX)))
                      + WS-EDITOR-PROBE-LEN - 1 > 100
                       PERFORM RELEASE-SHOP-LOCK
                       DISPLAY "EDITOR LIST FOR THIS DRAFT IS FULL - NOT SAVED."
                       DISPLAY "HAVE A SUPERVISOR REJECT IT AND RE-DRAFT."
                       MOVE "N" TO WS-SAVE-OK
                       EXIT PARAGRAPH
                   END-IF
                   IF RV-EDITED-BY(WS-FOUND-IDX) = SPACES
                       MOVE WS-USER-ID TO RV-EDITED-BY(WS-FOUND-IDX)
                   ELSE
                       MOVE SPACES TO WS-EDITOR-PAD
                       STRING FUNCTION TRIM(RV-EDITED-BY(WS-FOUND-IDX))
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-USER-ID) DELIMITED BY SIZE
                              INTO WS-EDITOR-PAD
                       END-STRING
                       MOVE WS-EDITOR-PAD TO RV-EDITED-BY(WS-FOUND-IDX)
                   END-IF
               END-IF
               MOVE WS-TODAY TO RV-EDITED-DATE(WS-FOUND-IDX)
           END-IF
           PERFORM DROP-DRAFT-ROWS
           PERFORM APPEND-WORK-TO-DRAFT VARYING WORK-IDX FROM 1 BY 1
               UNTIL WORK-IDX > WS-WORK-COUNT
           MOVE WS-WANTED-PRODUCT TO RV-PRODUCT(WS-FOUND-IDX)
           MOVE WS-DRAFT-REV TO RV-REV(WS-FOUND-IDX)
           MOVE WS-EFFECTIVE-IN TO RV-EFFECTIVE(WS-FOUND-IDX)
           MOVE "DRAFT" TO RV-STATUS(WS-FOUND-IDX)
           MOVE SPACES TO RV-DECIDED-BY(WS-FOUND-IDX)
                          RV-DECIDED-DATE(WS-FOUND-IDX)
                          RV-REMARKS(WS-FOUND-IDX)
           MOVE WS-REASON-IN TO RV-REASON(WS-FOUND-IDX)
           PERFORM WRITE-DRAFT-FILE
           PERFORM WRITE-REV-FILE
           PERFORM RELEASE-SHOP-LOCK.

      *> Removes this product/revision's rows from the draft table,
      *> closing the gaps.
       DROP-DRAFT-ROWS.
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING DRAFT-IDX FROM 1 BY 1
               UNTIL DRAFT-IDX > WS-DRAFT-COUNT
               IF FUNCTION TRIM(DR-PRODUCT(DRAFT-IDX)) NOT =
                  FUNCTION TRIM(WS-WANTED-PRODUCT)
                  OR DR-REV(DRAFT-IDX) NOT = WS-DRAFT-REV
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-DRAFT-ENTRY(DRAFT-IDX)
                       TO WS-DRAFT-ENTRY(WS-LIST-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-LIST-COUNT TO WS-DRAFT-COUNT.

       APPEND-WORK-TO-DRAFT.
           IF WS-DRAFT-COUNT >= 200
               DISPLAY "CRITICAL ERROR: DRAFT TABLE FULL (MAX 200)."
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           ADD 1 TO WS-DRAFT-COUNT
           MOVE WS-DRAFT-COUNT TO DRAFT-IDX
           SET WS-STEP-NO TO WORK-IDX
           MOVE WS-STEP-NO TO WS-SEQ-EDIT
           MOVE WS-WANTED-PRODUCT TO DR-PRODUCT(DRAFT-IDX)
           MOVE FUNCTION TRIM(WS-SEQ-EDIT) TO DR-SEQ(DRAFT-IDX)
           MOVE WK-STEP(WORK-IDX) TO DR-STEP(DRAFT-IDX)
           MOVE WK-SOURCE(WORK-IDX) TO DR-SOURCE(DRAFT-IDX)
           MOVE WK-MIN(WORK-IDX) TO DR-MIN(DRAFT-IDX)
           MOVE WK-MAX(WORK-IDX) TO DR-MAX(DRAFT-IDX)
           MOVE WK-UNITS(WORK-IDX) TO DR-UNITS(DRAFT-IDX)
           MOVE WS-DRAFT-REV TO DR-REV(DRAFT-IDX)
           MOVE WS-EFFECTIVE-IN TO DR-EFFECTIVE(DRAFT-IDX).

       FIND-REV-KEY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING REV-IDX FROM 1 BY 1
               UNTIL REV-IDX > WS-REV-COUNT
               IF FUNCTION TRIM(RV-PRODUCT(REV-IDX)) =
                  FUNCTION TRIM(WS-SAVE-KEY-PRODUCT)
                  AND RV-REV(REV-IDX) = WS-SAVE-KEY-REV
                   MOVE REV-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       REFUSE-DRAFT-STARTED.
           PERFORM RELEASE-SHOP-LOCK
           DISPLAY "ANOTHER DRAFT OF " FUNCTION TRIM(WS-WANTED-PRODUCT)
                   " WAS STARTED MEANWHILE - NOT SAVED."
           DISPLAY "DRAFT THE PRODUCT AGAIN TO CONTINUE THAT ONE."
           MOVE "N" TO WS-SAVE-OK.

      *> Sets WS-EDITOR-LISTED when WS-USER-ID is on the editor list
      *> of register row WS-FOUND-IDX.
       CHECK-EDITOR-LISTED.
           MOVE "N" TO WS-EDITOR-LISTED
           MOVE SPACES TO WS-EDITOR-PAD WS-EDITOR-PROBE
           STRING " " DELIMITED BY SIZE
                  FUNCTION TRIM(RV-EDITED-BY(WS-FOUND-IDX)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO WS-EDITOR-PAD
           END-STRING
           STRING " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-USER-ID) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO WS-EDITOR-PROBE
           END-STRING
           COMPUTE WS-EDITOR-PROBE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-USER-ID)) + 2
           MOVE 0 TO WS-EDITOR-HITS
           INSPECT WS-EDITOR-PAD TALLYING WS-EDITOR-HITS
               FOR ALL WS-EDITOR-PROBE(1:WS-EDITOR-PROBE-LEN)
           IF WS-EDITOR-HITS > 0
               MOVE "Y" TO WS-EDITOR-LISTED
           END-IF.

       ADD-REV-ROW.
           IF WS-REV-COUNT >= 300
               DISPLAY "CRITICAL ERROR: REVISION TABLE FULL (MAX 300)."
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           ADD 1 TO WS-REV-COUNT
           MOVE WS-REV-COUNT TO WS-FOUND-IDX
           MOVE SPACES TO WS-REV-ENTRY(WS-FOUND-IDX).

      *> Supervisor only, and never the drafter or a later editor -
      *> a change to a test plan always has two names on it. The
      *> draft is shown from a fresh read of the files, not the copy
      *> loaded at sign-on, and its steps are appended to
      *> aeroplan.dat under its letter and date; nothing already
      *> approved is touched.
       APPROVE-DRAFT.
           IF WS-USER-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR MAY APPROVE A PLAN REVISION."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-PRODUCT
           PERFORM LOAD-PLAN-FILES
           PERFORM FIND-OPEN-DRAFT
           IF WS-FOUND-IDX = 0
               DISPLAY "NO OPEN DRAFT FOR " FUNCTION TRIM(WS-WANTED-PRODUCT) "."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(RV-DRAFTED-BY(WS-FOUND-IDX)) =
              FUNCTION TRIM(WS-USER-ID)
               DISPLAY "THE DRAFTER MAY NOT APPROVE THEIR OWN REVISION."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-EDITOR-LISTED
           IF WS-EDITOR-LISTED = "Y"
               DISPLAY "AN EDITOR OF THIS DRAFT MAY NOT APPROVE IT."
               EXIT PARAGRAPH
           END-IF
           IF RV-EFFECTIVE(WS-FOUND-IDX) < WS-TODAY
               DISPLAY "DRAFT EFFECTIVE DATE " RV-EFFECTIVE(WS-FOUND-IDX)
                       " HAS PASSED - RE-DRAFT WITH A NEW DATE."
               EXIT PARAGRAPH
           END-IF
           MOVE RV-REV(WS-FOUND-IDX) TO WS-DRAFT-REV
           PERFORM LOAD-DRAFT-STEPS
           MOVE WS-WORK-COUNT TO WS-SHOWN-COUNT
           MOVE WS-WORK-TABLE TO WS-SHOWN-TABLE
           MOVE RV-EFFECTIVE(WS-FOUND-IDX) TO WS-SHOWN-EFFECTIVE
           MOVE RV-DRAFTED-BY(WS-FOUND-IDX) TO WS-SHOWN-DRAFTED-BY
           MOVE RV-EDITED-BY(WS-FOUND-IDX) TO WS-SHOWN-EDITED-BY
           DISPLAY "DRAFT REVISION " WS-DRAFT-REV " OF "
                   FUNCTION TRIM(WS-WANTED-PRODUCT) " EFFECTIVE "
                   RV-EFFECTIVE(WS-FOUND-IDX) " BY "
                   FUNCTION TRIM(RV-DRAFTED-BY(WS-FOUND-IDX))
           IF RV-EDITED-BY(WS-FOUND-IDX) NOT = SPACES
               DISPLAY "EDITED BY: "
                       FUNCTION TRIM(RV-EDITED-BY(WS-FOUND-IDX))
           END-IF
           DISPLAY "REASON: " FUNCTION TRIM(RV-REASON(WS-FOUND-IDX))
           PERFORM SHOW-WORK-STEPS
           DISPLAY "APPROVE THIS REVISION (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOT APPROVED."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REASON-IN
           PERFORM DECIDE-DRAFT-APPROVED.

      *> Under the lock the draft is re-checked on the fresh image -
      *> another supervisor may have decided it, or someone saved
      *> new steps, limits, units, or date, while the approver was
      *> reading - and anything that differs from what was shown
      *> refuses the approval. Otherwise its rows are appended to
      *> the plan table and all three files rewritten.
       DECIDE-DRAFT-APPROVED.
           PERFORM ACQUIRE-PLAN-LOCK
           PERFORM LOAD-PLAN-FILES
           PERFORM FIND-OPEN-DRAFT
           IF WS-FOUND-IDX = 0
               PERFORM RELEASE-SHOP-LOCK
               DISPLAY "DRAFT NO LONGER OPEN - NOTHING APPROVED."
               EXIT PARAGRAPH
           END-IF
           IF RV-REV(WS-FOUND-IDX) NOT = WS-DRAFT-REV
               PERFORM RELEASE-SHOP-LOCK
               DISPLAY "DRAFT CHANGED MEANWHILE - NOTHING APPROVED."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DRAFT-STEPS
           IF WS-WORK-COUNT NOT = WS-SHOWN-COUNT
              OR WS-WORK-TABLE NOT = WS-SHOWN-TABLE
              OR RV-EFFECTIVE(WS-FOUND-IDX) NOT = WS-SHOWN-EFFECTIVE
              OR RV-DRAFTED-BY(WS-FOUND-IDX) NOT = WS-SHOWN-DRAFTED-BY
              OR RV-EDITED-BY(WS-FOUND-IDX) NOT = WS-SHOWN-EDITED-BY
               PERFORM RELEASE-SHOP-LOCK
               DISPLAY "DRAFT CHANGED SINCE IT WAS SHOWN - NOTHING APPROVED."
               DISPLAY "REVIEW THE DRAFT AGAIN BEFORE APPROVING IT."
               EXIT PARAGRAPH
           END-IF
           PERFORM APPEND-DRAFT-TO-PLAN VARYING DRAFT-IDX FROM 1 BY 1
               UNTIL DRAFT-IDX > WS-DRAFT-COUNT
           PERFORM DROP-DRAFT-ROWS
           MOVE "APPROVED" TO RV-STATUS(WS-FOUND-IDX)
           MOVE WS-USER-ID TO RV-DECIDED-BY(WS-FOUND-IDX)
           MOVE WS-TODAY TO RV-DECIDED-DATE(WS-FOUND-IDX)
           MOVE WS-REASON-IN TO RV-REMARKS(WS-FOUND-IDX)
           PERFORM WRITE-PLAN-FILE
           PERFORM WRITE-DRAFT-FILE
           PERFORM WRITE-REV-FILE
           PERFORM RELEASE-SHOP-LOCK
           DISPLAY "REVISION " WS-DRAFT-REV " OF "
                   FUNCTION TRIM(WS-WANTED-PRODUCT) " APPROVED - EFFECTIVE "
                   RV-EFFECTIVE(WS-FOUND-IDX) ".".

      *> The open draft's steps into the work table, unused entries
      *> blanked so two loads of the same draft compare equal.
       LOAD-DRAFT-STEPS.
           MOVE 0 TO WS-WORK-COUNT
           MOVE SPACES TO WS-WORK-TABLE
           PERFORM COPY-DRAFT-TO-WORK VARYING DRAFT-IDX FROM 1 BY 1
               UNTIL DRAFT-IDX > WS-DRAFT-COUNT.

       APPEND-DRAFT-TO-PLAN.
           IF FUNCTION TRIM(DR-PRODUCT(DRAFT-IDX)) =
              FUNCTION TRIM(WS-WANTED-PRODUCT)
              AND DR-REV(DRAFT-IDX) = WS-DRAFT-REV
               IF WS-PLAN-COUNT >= 500
                   DISPLAY "CRITICAL ERROR: PLAN TABLE FULL (MAX 500)."
                   PERFORM RELEASE-SHOP-LOCK
                   STOP RUN
               END-IF
               ADD 1 TO WS-PLAN-COUNT
               MOVE WS-PLAN-COUNT TO PLAN-IDX
               MOVE WS-DRAFT-ENTRY(DRAFT-IDX) TO WS-PLAN-ENTRY(PLAN-IDX)
           END-IF.

      *> Supervisor only; the register row is kept with the
      *> rejection remarks and the draft steps are dropped. The
      *> draft is shown from a fresh read of the files, and under
      *> the lock it must still be the same revision - one rejected
      *> and redrafted from another desk meanwhile is left alone.
       REJECT-DRAFT.
           IF WS-USER-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR MAY REJECT A PLAN REVISION."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-PRODUCT
           PERFORM LOAD-PLAN-FILES
           PERFORM FIND-OPEN-DRAFT
           IF WS-FOUND-IDX = 0
               DISPLAY "NO OPEN DRAFT FOR " FUNCTION TRIM(WS-WANTED-PRODUCT) "."
               EXIT PARAGRAPH
           END-IF
           MOVE RV-REV(WS-FOUND-IDX) TO WS-DRAFT-REV
           PERFORM LOAD-DRAFT-STEPS
           DISPLAY "DRAFT REVISION " WS-DRAFT-REV " OF "
                   FUNCTION TRIM(WS-WANTED-PRODUCT) " EFFECTIVE "
                   RV-EFFECTIVE(WS-FOUND-IDX) " BY "
                   FUNCTION TRIM(RV-DRAFTED-BY(WS-FOUND-IDX))
           IF RV-EDITED-BY(WS-FOUND-IDX) NOT = SPACES
               DISPLAY "EDITED BY: "
                       FUNCTION TRIM(RV-EDITED-BY(WS-FOUND-IDX))
           END-IF
           DISPLAY "REASON: " FUNCTION TRIM(RV-REASON(WS-FOUND-IDX))
           PERFORM SHOW-WORK-STEPS
           DISPLAY "REJECTION REMARKS: " WITH NO ADVANCING
           ACCEPT WS-REASON-IN
           INSPECT WS-REASON-IN REPLACING ALL "," BY SPACE
                                          ALL WS-ESC BY SPACE
           IF WS-REASON-IN = SPACES
               DISPLAY "A REJECTION NEEDS REMARKS - DRAFT LEFT OPEN."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACQUIRE-PLAN-LOCK
           PERFORM LOAD-PLAN-FILES
           PERFORM FIND-OPEN-DRAFT
           IF WS-FOUND-IDX = 0
               PERFORM RELEASE-SHOP-LOCK
               DISPLAY "DRAFT NO LONGER OPEN - NOTHING REJECTED."
               EXIT PARAGRAPH
           END-IF
           IF RV-REV(WS-FOUND-IDX) NOT = WS-DRAFT-REV
               PERFORM RELEASE-SHOP-LOCK
               DISPLAY "DRAFT CHANGED MEANWHILE - NOTHING REJECTED."
               EXIT PARAGRAPH
           END-IF
           PERFORM DROP-DRAFT-ROWS
           MOVE "REJECTED" TO RV-STATUS(WS-FOUND-IDX)
           MOVE WS-USER-ID TO RV-DECIDED-BY(WS-FOUND-IDX)
           MOVE WS-TODAY TO RV-DECIDED-DATE(WS-FOUND-IDX)
           MOVE WS-REASON-IN TO RV-REMARKS(WS-FOUND-IDX)
           PERFORM WRITE-DRAFT-FILE
           PERFORM WRITE-REV-FILE
           PERFORM RELEASE-SHOP-LOCK
           DISPLAY "DRAFT REVISION " WS-DRAFT-REV " OF "
                   FUNCTION TRIM(WS-WANTED-PRODUCT) " REJECTED.".

      *> Every revision the product has had - the original issue,
      *> each register entry with its drafter and decider - marking
      *> the one in effect today, then optionally one revision's
      *> steps: the answer to "what spec did this serial pass to?"
      *> once the serial's PLANREV log row gives the letter.
       LIST-REVISIONS.
           PERFORM ACCEPT-PRODUCT
           PERFORM LOAD-PLAN-FILES
           PERFORM FIND-CURRENT-REVISION
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-LEGACY-FOUND
           PERFORM VARYING PLAN-IDX FROM 1 BY 1
               UNTIL PLAN-IDX > WS-PLAN-COUNT
               IF FUNCTION TRIM(PL-PRODUCT(PLAN-IDX)) =
                  FUNCTION TRIM(WS-WANTED-PRODUCT)
                  AND PL-REV(PLAN-IDX) = "-"
                   MOVE "Y" TO WS-LEGACY-FOUND
               END-IF
           END-PERFORM
           DISPLAY "REV EFFECTIVE  STATUS     DRAFTED BY           DECIDED BY"
                   "           DECIDED    REASON"
           IF WS-LEGACY-FOUND = "Y"
               ADD 1 TO WS-LIST-COUNT
               MOVE SPACES TO WS-TAG
               IF WS-CURRENT-FOUND = "Y" AND WS-CURRENT-REV = "-"
                   MOVE "<- IN EFFECT" TO WS-TAG
               END-IF
               DISPLAY " -  (ORIGINAL ISSUE - BEFORE REVISION CONTROL) "
                       WS-TAG
           END-IF
           PERFORM LIST-ONE-REVISION VARYING REV-IDX FROM 1 BY 1
               UNTIL REV-IDX > WS-REV-COUNT
           IF WS-LIST-COUNT = 0
               DISPLAY "NO PLAN REVISIONS ON FILE FOR "
                       FUNCTION TRIM(WS-WANTED-PRODUCT) "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SHOW STEPS OF REVISION (blank = none): " WITH NO ADVANCING
           ACCEPT WS-WANTED-REV
           IF WS-WANTED-REV NOT = SPACE
               INSPECT WS-WANTED-REV CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE 0 TO WS-WORK-COUNT
               MOVE WS-WANTED-REV TO WS-BASE-REV WS-DRAFT-REV
               PERFORM COPY-PLAN-TO-WORK VARYING PLAN-IDX FROM 1 BY 1
                   UNTIL PLAN-IDX > WS-PLAN-COUNT
               IF WS-WORK-COUNT = 0
                   PERFORM COPY-DRAFT-TO-WORK VARYING DRAFT-IDX FROM 1 BY 1
                       UNTIL DRAFT-IDX > WS-DRAFT-COUNT
               END-IF
               PERFORM SHOW-WORK-STEPS
           END-IF.

       LIST-ONE-REVISION.
           IF FUNCTION TRIM(RV-PRODUCT(REV-IDX)) =
              FUNCTION TRIM(WS-WANTED-PRODUCT)
               ADD 1 TO WS-LIST-COUNT
               MOVE SPACES TO WS-TAG
               IF WS-CURRENT-FOUND = "Y"
                  AND WS-CURRENT-REV = RV-REV(REV-IDX)
                  AND FUNCTION TRIM(RV-STATUS(REV-IDX)) = "APPROVED"
                   MOVE "<- IN EFFECT" TO WS-TAG
               END-IF
               DISPLAY " " RV-REV(REV-IDX) "  "
                       RV-EFFECTIVE(REV-IDX) " "
                       RV-STATUS(REV-IDX) " "
                       RV-DRAFTED-BY(REV-IDX) " "
                       RV-DECIDED-BY(REV-IDX) " "
                       RV-DECIDED-DATE(REV-IDX) " "
                       FUNCTION TRIM(RV-REASON(REV-IDX)) " "
                       WS-TAG
           END-IF.

       ACQUIRE-PLAN-LOCK.
           MOVE "aeroplan.lck" TO WS-LOCK-NAME
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
      *> read this process's own marker back out of the file.
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

       WRITE-SHOP-LOCK.
           ACCEPT WS-LOCK-TIME FROM TIME
           MOVE SPACES TO WS-LOCK-MARKER
           STRING "AEROPLM" "-" WS-LOCK-TIME
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

      *> Each rewrite builds the whole image in the work file and
      *> renames it over the live file in one step.
       WRITE-PLAN-FILE.
           MOVE WS-PLAN-TEMP-NAME TO WS-PLAN-FILE-NAME
           OPEN OUTPUT PLAN-FILE
           IF WS-PLAN-FILE-STATUS NOT = "00"
              AND WS-PLAN-FILE-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT REWRITE PLAN FILE. STATUS: " WS-PLAN-FILE-STATUS
               MOVE "aeroplan.dat" TO WS-PLAN-FILE-NAME
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           PERFORM WRITE-ONE-PLAN-ROW VARYING PLAN-IDX FROM 1 BY 1
               UNTIL PLAN-IDX > WS-PLAN-COUNT
           CLOSE PLAN-FILE
           MOVE "aeroplan.dat" TO WS-PLAN-FILE-NAME
           CALL "CBL_RENAME_FILE" USING WS-PLAN-TEMP-NAME
                                        WS-PLAN-FILE-NAME.

      *> Original-issue rows go back exactly as they were keyed -
      *> seven columns, no revision or date.
       WRITE-ONE-PLAN-ROW.
           MOVE SPACES TO PLAN-RECORD
           MOVE 1 TO WS-ROW-PTR
           STRING FUNCTION TRIM(PL-PRODUCT(PLAN-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PL-SEQ(PLAN-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PL-STEP(PLAN-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PL-SOURCE(PLAN-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PL-MIN(PLAN-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PL-MAX(PLAN-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PL-UNITS(PLAN-IDX)) DELIMITED BY SIZE
                  INTO PLAN-RECORD
                  WITH POINTER WS-ROW-PTR
           IF PL-REV(PLAN-IDX) NOT = "-"
               STRING "," DELIMITED BY SIZE
                      PL-REV(PLAN-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      PL-EFFECTIVE(PLAN-IDX) DELIMITED BY SIZE
                      INTO PLAN-RECORD
                      WITH POINTER WS-ROW-PTR
           END-IF
           WRITE PLAN-RECORD.

       WRITE-DRAFT-FILE.
           MOVE WS-DRAFT-TEMP-NAME TO WS-DRAFT-FILE-NAME
           OPEN OUTPUT DRAFT-FILE
           IF WS-DRAFT-FILE-STATUS NOT = "00"
              AND WS-DRAFT-FILE-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT REWRITE DRAFT FILE. STATUS: " WS-DRAFT-FILE-STATUS
               MOVE "aeroplandrf.dat" TO WS-DRAFT-FILE-NAME
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           PERFORM WRITE-ONE-DRAFT-ROW VARYING DRAFT-IDX FROM 1 BY 1
               UNTIL DRAFT-IDX > WS-DRAFT-COUNT
           CLOSE DRAFT-FILE
           MOVE "aeroplandrf.dat" TO WS-DRAFT-FILE-NAME
           CALL "CBL_RENAME_FILE" USING WS-DRAFT-TEMP-NAME
                                        WS-DRAFT-FILE-NAME.

       WRITE-ONE-DRAFT-ROW.
           MOVE SPACES TO DRAFT-RECORD
           MOVE 1 TO WS-ROW-PTR
           STRING FUNCTION TRIM(DR-PRODUCT(DRAFT-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(DR-SEQ(DRAFT-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(DR-STEP(DRAFT-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DR-SOURCE(DRAFT-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(DR-MIN(DRAFT-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(DR-MAX(DRAFT-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(DR-UNITS(DRAFT-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DR-REV(DRAFT-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DR-EFFECTIVE(DRAFT-IDX) DELIMITED BY SIZE
                  INTO DRAFT-RECORD
                  WITH POINTER WS-ROW-PTR
           WRITE DRAFT-RECORD.

       WRITE-REV-FILE.
           MOVE WS-REV-TEMP-NAME TO WS-REV-FILE-NAME
           OPEN OUTPUT REV-FILE
           IF WS-REV-FILE-STATUS NOT = "00"
              AND WS-REV-FILE-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT REWRITE REVISION REGISTER. STATUS: " WS-REV-FILE-STATUS
               MOVE "aeroplanrev.dat" TO WS-REV-FILE-NAME
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           PERFORM WRITE-ONE-REV-ROW VARYING REV-IDX FROM 1 BY 1
               UNTIL REV-IDX > WS-REV-COUNT
           CLOSE REV-FILE
           MOVE "aeroplanrev.dat" TO WS-REV-FILE-NAME
           CALL "CBL_RENAME_FILE" USING WS-REV-TEMP-NAME
                                        WS-REV-FILE-NAME.

       WRITE-ONE-REV-ROW.
           MOVE SPACES TO REV-RECORD
           MOVE 1 TO WS-ROW-PTR
           STRING FUNCTION TRIM(RV-PRODUCT(REV-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  RV-REV(REV-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(RV-EFFECTIVE(REV-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(RV-STATUS(REV-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(RV-DRAFTED-BY(REV-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(RV-DRAFTED-DATE(REV-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(RV-DECIDED-BY(REV-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(RV-DECIDED-DATE(REV-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(RV-REASON(REV-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(RV-REMARKS(REV-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(RV-EDITED-BY(REV-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(RV-EDITED-DATE(REV-IDX)) DELIMITED BY SIZE
                  INTO REV-RECORD
                  WITH POINTER WS-ROW-PTR
           WRITE REV-RECORD.

       END PROGRAM AEROPLM.
