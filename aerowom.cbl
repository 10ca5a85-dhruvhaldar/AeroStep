      *> AEROWOM is the work order maintenance desk, the replacement
      *> for editing aerowork.dat by hand. A supervisor (same
      *> OP-SUPERVISOR = "Y" rows of aerooper.dat that authorize
      *> bench overrides) can add an order - the product must have a
      *> test plan in aeroplan.dat, so no order lands on a product
      *> no bench can test - amend its quantity due or due date,
      *> put it on hold and release the hold, cancel it, or close
      *> it. An amendment, hold, cancellation, or closure needs a
      *> reason. aerowork.dat keeps the order as it stands now (the
      *> sixth column is its status: blank = open, HELD, CANCELLED,
      *> or CLOSED); every change - old value, new value, who, when,
      *> and why - is appended to aeroworkamd.dat, which is never
      *> rewritten, so the order's history survives every change.
      *> CANCELLED and CLOSED are final. The bench and AEROBTCH
      *> refuse units against a held, cancelled, or closed order,
      *> and AEROSHIP will not ship against one. Updates follow the
      *> same shop-lock and merge-rename protocol every shared-file
      *> writer uses; AEROSHIP takes the same aerowork.lck when it
      *> closes a shipped-complete order.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEROWOM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WORK-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT OPTIONAL AMEND-FILE ASSIGN TO "aeroworkamd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMEND-FILE-STATUS.
           SELECT OPTIONAL PLAN-FILE ASSIGN TO "aeroplan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT OPTIONAL SHIPPED-FILE ASSIGN TO "aeroshipped.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIPPED-STATUS.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "aerooper.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Work orders (order, customer, product, quantity due, due
      *> date, status); a blank status is an open order.
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(80).

      *> One row per change to an order (date, time, order, action,
      *> old value, new value, supervisor, reason). Appended only.
       FD  AMEND-FILE.
       01  AMEND-RECORD                PIC X(200).

       FD  PLAN-FILE.
       01  PLAN-RECORD                 PIC X(120).

      *> AEROSHIP shipment rows: number, order, serial, ship date,
      *> carrier, tracking, shipped by, date recorded.
       FD  SHIPPED-FILE.
       01  SHIPPED-RECORD              PIC X(160).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD             PIC X(80).

       *> Advisory cross-program lock marker - aerowork.lck existing
       *> means another program is mid-update on the order file.
       FD  LOCK-FILE.
       01  LOCK-RECORD                 PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-WORK-FILE-STATUS         PIC XX.
       01 WS-AMEND-FILE-STATUS        PIC XX.
       01 WS-PLAN-FILE-STATUS         PIC XX.
       01 WS-SHIPPED-STATUS           PIC XX.
       01 WS-OPERATOR-FILE-STATUS     PIC XX.
       01 WS-LOCK-STATUS              PIC XX.

       *> The order file is opened through a name field so the
       *> rewrite can build the new image in a work file and rename
       *> it over aerowork.dat in one step - a bench reading orders
       *> at unit entry never sees a half-written file.
       01 WS-WORK-FILE-NAME           PIC X(40) VALUE "aerowork.dat".
       01 WS-WORK-TEMP-NAME           PIC X(40) VALUE "aerowork.new".

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

      *> The whole order file held in memory so one order can be
      *> changed in place and the file rewritten whole.
       01 WS-WORK-COUNT               PIC 9(3) VALUE 0.
       01 WS-WORK-TABLE.
           05 WORK-ENTRY OCCURS 100 TIMES INDEXED BY WORK-IDX.
               10 WORK-ORDER-ID        PIC X(10).
               10 WORK-CUSTOMER        PIC X(20).
               10 WORK-PRODUCT         PIC X(10).
               10 WORK-QTY-DUE         PIC 9(5).
               10 WORK-DUE-DATE        PIC X(10).
               10 WORK-STATUS          PIC X(10).
       01 WS-ORDER-IDX                PIC 9(3) VALUE 0.
       01 WS-WORK-PTR                 PIC 9(3).

      *> Products that have a test plan on file. "D" when the entry
      *> was DEFAULT, the bench's fallback plan rather than a product.
       01 WS-PLAN-PRODUCT             PIC X(10).
       01 WS-PLAN-FOUND               PIC X VALUE "N".

      *> Serials AEROSHIP has already shipped against the order - a
      *> quantity due may not be cut below them.
       01 WS-SHIP-SCAN-NUMBER         PIC X(5).
       01 WS-SHIP-SCAN-ORDER          PIC X(10).
       01 WS-ORDER-SHIPPED            PIC 9(5) VALUE 0.
       01 WS-SHIPPED-EDIT             PIC Z(4)9.

      *> The change this desk is posting: the order, the action
      *> (ADDED, QTY, DUE, HELD, RELEASED, CANCELLED, CLOSED), the
      *> new value, and the reason. It is applied to the fresh image
      *> read under the lock, not to this desk's copy, so a change
      *> made elsewhere while the supervisor was typing - AEROSHIP
      *> closing the order, say - is judged and kept.
       01 WS-CHANGE-ORDER             PIC X(10).
       01 WS-CHANGE-ACTION            PIC X(10).
       01 WS-CHANGE-NEW               PIC X(40).
       01 WS-CHANGE-OLD               PIC X(40).
       01 WS-CHANGE-REASON            PIC X(60).
       01 WS-CHANGE-OK                PIC X VALUE "N".
       01 WS-NEW-ENTRY.
           05 WS-NEW-ORDER-ID          PIC X(10).
           05 WS-NEW-CUSTOMER          PIC X(20).
           05 WS-NEW-PRODUCT           PIC X(10).
           05 WS-NEW-QTY-DUE           PIC 9(5).
           05 WS-NEW-DUE-DATE          PIC X(10).
           05 WS-NEW-STATUS            PIC X(10).

      *> One parsed amendment row, for the history listing.
       01 WS-AMD-DATE                 PIC X(10).
       01 WS-AMD-TIME                 PIC X(8).
       01 WS-AMD-ORDER                PIC X(10).
       01 WS-AMD-ACTION               PIC X(10).
       01 WS-AMD-OLD                  PIC X(40).
       01 WS-AMD-NEW                  PIC X(40).
       01 WS-AMD-BY                   PIC X(20).
       01 WS-AMD-REASON               PIC X(60).
       01 WS-AMD-PTR                  PIC 9(3).

       01 WS-MENU-CHOICE              PIC X(1).
       01 WS-STATUS-CHOICE            PIC X(1).
       01 WS-MORE-MENU                PIC X VALUE "Y".
       01 WS-WANTED-ORDER             PIC X(10).
       01 WS-CUSTOMER-IN              PIC X(20).
       01 WS-PRODUCT-IN               PIC X(10).
       01 WS-QTY-IN                   PIC X(10).
       01 WS-QTY-NUM                  PIC 9(5) VALUE 0.
       01 WS-DUE-IN                   PIC X(10).
       01 WS-REASON-IN                PIC X(60).
       01 WS-DATE-OK                  PIC X VALUE "Y".
       01 WS-LIST-COUNT               PIC 9(4) VALUE 0.
       01 WS-DATE                     PIC 9(8).
       01 WS-TODAY                    PIC X(10).
       01 WS-TIME                     PIC 9(8).
       01 WS-NOW                      PIC X(8).
       01 WS-SHOW-STATUS              PIC X(10).

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

           PERFORM LOAD-WORK-ORDERS
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
           DISPLAY "AEROSTEP WORK ORDER MAINTENANCE"
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

       LOAD-WORK-ORDERS.
           MOVE 0 TO WS-WORK-COUNT
           MOVE "aerowork.dat" TO WS-WORK-FILE-NAME
           OPEN INPUT WORK-FILE
           IF WS-WORK-FILE-STATUS = "00" OR WS-WORK-FILE-STATUS = "05"
               PERFORM READ-WORK-RECORD UNTIL WS-WORK-FILE-STATUS = "10"
               CLOSE WORK-FILE
           END-IF.

       READ-WORK-RECORD.
           READ WORK-FILE
           IF WS-WORK-FILE-STATUS = "00" AND WORK-RECORD NOT = SPACES
               IF WS-WORK-COUNT >= 100
                   DISPLAY "CRITICAL ERROR: WORK-ORDER TABLE FULL (MAX 100)."
                   CLOSE WORK-FILE
                   IF WS-LOCK-HELD = "Y"
                       PERFORM RELEASE-SHOP-LOCK
                   END-IF
                   STOP RUN
               END-IF
               ADD 1 TO WS-WORK-COUNT
               MOVE WS-WORK-COUNT TO WORK-IDX
               MOVE SPACES TO WORK-ENTRY(WORK-IDX)
               MOVE 0 TO WORK-QTY-DUE(WORK-IDX)
               UNSTRING WORK-RECORD DELIMITED BY ","
                   INTO WORK-ORDER-ID(WORK-IDX) WORK-CUSTOMER(WORK-IDX)
                        WORK-PRODUCT(WORK-IDX) WORK-QTY-DUE(WORK-IDX)
                        WORK-DUE-DATE(WORK-IDX) WORK-STATUS(WORK-IDX)
               END-UNSTRING
           END-IF.

       FIND-WORK-ORDER.
           MOVE 0 TO WS-ORDER-IDX
           PERFORM VARYING WORK-IDX FROM 1 BY 1
               UNTIL WORK-IDX > WS-WORK-COUNT OR WS-ORDER-IDX > 0
               IF FUNCTION TRIM(WORK-ORDER-ID(WORK-IDX)) =
                  FUNCTION TRIM(WS-WANTED-ORDER)
                   MOVE WORK-IDX TO WS-ORDER-IDX
               END-IF
           END-PERFORM.

       MENU-LOOP.
           DISPLAY " "
           DISPLAY "A = ADD ORDER, Q = AMEND QUANTITY, D = AMEND DUE DATE,"
                   " S = HOLD/RELEASE/CANCEL/CLOSE,"
           DISPLAY "L = LIST ORDERS, H = ORDER HISTORY, X = EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "A" PERFORM ADD-ORDER
               WHEN "a" PERFORM ADD-ORDER
               WHEN "Q" PERFORM AMEND-QUANTITY
               WHEN "q" PERFORM AMEND-QUANTITY
               WHEN "D" PERFORM AMEND-DUE-DATE
               WHEN "d" PERFORM AMEND-DUE-DATE
               WHEN "S" PERFORM CHANGE-ORDER-STATUS
               WHEN "s" PERFORM CHANGE-ORDER-STATUS
               WHEN "L" PERFORM LIST-ORDERS
               WHEN "l" PERFORM LIST-ORDERS
               WHEN "H" PERFORM LIST-ORDER-HISTORY
               WHEN "h" PERFORM LIST-ORDER-HISTORY
               WHEN "X" MOVE "N" TO WS-MORE-MENU
               WHEN "x" MOVE "N" TO WS-MORE-MENU
               WHEN OTHER DISPLAY "UNRECOGNIZED CHOICE."
           END-EVALUATE.

       ACCEPT-ORDER-ID.
           DISPLAY "WORK ORDER: " WITH NO ADVANCING
           ACCEPT WS-WANTED-ORDER
           INSPECT WS-WANTED-ORDER REPLACING ALL WS-ESC BY SPACE
                                             ALL "," BY SPACE
           MOVE FUNCTION TRIM(WS-WANTED-ORDER) TO WS-WANTED-ORDER
           PERFORM FIND-WORK-ORDER.

      *> Commas are the field delimiter and ESC would let a remark
      *> forge terminal output - same input guard the bench applies
      *> to everything it logs.
       ACCEPT-REASON.
           DISPLAY "REASON: " WITH NO ADVANCING
           ACCEPT WS-REASON-IN
           INSPECT WS-REASON-IN REPLACING ALL "," BY SPACE
                                          ALL WS-ESC BY SPACE.

      *> A whole number of units, 1 to 99999.
       ACCEPT-QUANTITY.
           MOVE 0 TO WS-QTY-NUM
           DISPLAY "QUANTITY DUE: " WITH NO ADVANCING
           ACCEPT WS-QTY-IN
           IF WS-QTY-IN NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-QTY-IN) = 0
               IF FUNCTION NUMVAL(WS-QTY-IN) >= 1
                  AND FUNCTION NUMVAL(WS-QTY-IN) <= 99999
                  AND FUNCTION NUMVAL(WS-QTY-IN) =
                      FUNCTION INTEGER(FUNCTION NUMVAL(WS-QTY-IN))
                   MOVE FUNCTION NUMVAL(WS-QTY-IN) TO WS-QTY-NUM
               END-IF
           END-IF.

      *> Shaped YYYY/MM/DD so text comparison against the bench's
      *> dates orders correctly, and a real calendar date.
       ACCEPT-DUE-DATE.
           MOVE "Y" TO WS-DATE-OK
           DISPLAY "DUE DATE (YYYY/MM/DD): " WITH NO ADVANCING
           ACCEPT WS-DUE-IN
           IF WS-DUE-IN(1:4) NOT NUMERIC
              OR WS-DUE-IN(5:1) NOT = "/"
              OR WS-DUE-IN(6:2) NOT NUMERIC
              OR WS-DUE-IN(8:1) NOT = "/"
              OR WS-DUE-IN(9:2) NOT NUMERIC
               MOVE "N" TO WS-DATE-OK
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(WS-DUE-IN(1:4)) * 10000
                    + FUNCTION NUMVAL(WS-DUE-IN(6:2)) * 100
                    + FUNCTION NUMVAL(WS-DUE-IN(9:2))) NOT = 0
                   MOVE "N" TO WS-DATE-OK
               END-IF
           END-IF.

      *> A new order: unique number, customer, a product with a test
      *> plan on file, quantity, due date. It goes in open.
       ADD-ORDER.
           PERFORM ACCEPT-ORDER-ID
           IF WS-WANTED-ORDER = SPACES
               DISPLAY "ORDER NUMBER REQUIRED - NOTHING ADDED."
               EXIT PARAGRAPH
           END-IF
           IF WS-ORDER-IDX > 0
               DISPLAY "ORDER " FUNCTION TRIM(WS-WANTED-ORDER)
                       " IS ALREADY ON FILE - NOTHING ADDED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CUSTOMER: " WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-IN
           INSPECT WS-CUSTOMER-IN REPLACING ALL "," BY SPACE
                                            ALL WS-ESC BY SPACE
           IF WS-CUSTOMER-IN = SPACES
               DISPLAY "CUSTOMER REQUIRED - NOTHING ADDED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PRODUCT/PART NUMBER: " WITH NO ADVANCING
           ACCEPT WS-PRODUCT-IN
           INSPECT WS-PRODUCT-IN REPLACING ALL "," BY SPACE
                                           ALL WS-ESC BY SPACE
           MOVE FUNCTION TRIM(WS-PRODUCT-IN) TO WS-PRODUCT-IN
           PERFORM CHECK-PRODUCT-PLAN
           IF WS-PLAN-FOUND = "D"
               DISPLAY "DEFAULT IS THE FALLBACK TEST PLAN, NOT AN ORDERABLE"
                       " PRODUCT - NOTHING ADDED."
               EXIT PARAGRAPH
           END-IF
           IF WS-PLAN-FOUND NOT = "Y"
               DISPLAY "PRODUCT " FUNCTION TRIM(WS-PRODUCT-IN)
                       " HAS NO TEST PLAN IN aeroplan.dat - NOTHING ADDED."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-QUANTITY
           IF WS-QTY-NUM = 0
               DISPLAY "QUANTITY MUST BE A WHOLE NUMBER 1-99999 - NOTHING ADDED."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-DUE-DATE
           IF WS-DATE-OK NOT = "Y"
               DISPLAY "DUE DATE MUST BE A VALID YYYY/MM/DD - NOTHING ADDED."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-REASON
           IF WS-REASON-IN = SPACES
               MOVE "NEW ORDER" TO WS-REASON-IN
           END-IF
           MOVE SPACES TO WS-NEW-ENTRY
           MOVE WS-WANTED-ORDER TO WS-NEW-ORDER-ID
           MOVE FUNCTION TRIM(WS-CUSTOMER-IN) TO WS-NEW-CUSTOMER
           MOVE WS-PRODUCT-IN TO WS-NEW-PRODUCT
           MOVE WS-QTY-NUM TO WS-NEW-QTY-DUE
           MOVE WS-DUE-IN TO WS-NEW-DUE-DATE
           MOVE WS-WANTED-ORDER TO WS-CHANGE-ORDER
           MOVE "ADDED" TO WS-CHANGE-ACTION
           MOVE SPACES TO WS-CHANGE-NEW
           STRING FUNCTION TRIM(WS-PRODUCT-IN) " QTY " WS-QTY-NUM
                  " DUE " WS-DUE-IN
               DELIMITED BY SIZE INTO WS-CHANGE-NEW
           MOVE WS-REASON-IN TO WS-CHANGE-REASON
           PERFORM POST-ORDER-CHANGE
           IF WS-CHANGE-OK = "Y"
               DISPLAY "ORDER " FUNCTION TRIM(WS-WANTED-ORDER) " ADDED."
           END-IF.

       CHECK-PRODUCT-PLAN.
           MOVE "N" TO WS-PLAN-FOUND
           IF WS-PRODUCT-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PRODUCT-IN = "DEFAULT"
               MOVE "D" TO WS-PLAN-FOUND
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-FILE-STATUS = "00" OR WS-PLAN-FILE-STATUS = "05"
               PERFORM READ-PLAN-RECORD
                   UNTIL WS-PLAN-FILE-STATUS = "10" OR WS-PLAN-FOUND = "Y"
               CLOSE PLAN-FILE
           END-IF.

       READ-PLAN-RECORD.
           READ PLAN-FILE
           IF WS-PLAN-FILE-STATUS = "00"
               MOVE SPACES TO WS-PLAN-PRODUCT
               UNSTRING PLAN-RECORD DELIMITED BY ","
                   INTO WS-PLAN-PRODUCT
               END-UNSTRING
               IF FUNCTION TRIM(WS-PLAN-PRODUCT) = WS-PRODUCT-IN
                   MOVE "Y" TO WS-PLAN-FOUND
               END-IF
           END-IF.

       AMEND-QUANTITY.
           PERFORM ACCEPT-ORDER-ID
           IF WS-ORDER-IDX = 0
               DISPLAY "ORDER NOT ON FILE - NOTHING AMENDED."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ORDER-STATUS
           IF WS-SHOW-STATUS = "CANCELLED" OR WS-SHOW-STATUS = "CLOSED"
               DISPLAY "NO FURTHER CHANGES TO A "
                       FUNCTION TRIM(WS-SHOW-STATUS) " ORDER."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CURRENT QUANTITY DUE " WORK-QTY-DUE(WS-ORDER-IDX)
           PERFORM ACCEPT-QUANTITY
           IF WS-QTY-NUM = 0
               DISPLAY "QUANTITY MUST BE A WHOLE NUMBER 1-99999 - NOTHING AMENDED."
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-ORDER-SHIPPED
           IF WS-QTY-NUM < WS-ORDER-SHIPPED
               MOVE WS-ORDER-SHIPPED TO WS-SHIPPED-EDIT
               DISPLAY "ORDER " FUNCTION TRIM(WS-WANTED-ORDER)
                       " HAS ALREADY SHIPPED " FUNCTION TRIM(WS-SHIPPED-EDIT)
                       " - QUANTITY DUE CANNOT BE LESS. NOTHING AMENDED."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-REASON
           IF WS-REASON-IN = SPACES
               DISPLAY "AN AMENDMENT NEEDS A REASON - NOTHING AMENDED."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WANTED-ORDER TO WS-CHANGE-ORDER
           MOVE "QTY" TO WS-CHANGE-ACTION
           MOVE WS-QTY-NUM TO WS-CHANGE-NEW
           MOVE WS-REASON-IN TO WS-CHANGE-REASON
           PERFORM POST-ORDER-CHANGE
           IF WS-CHANGE-OK = "Y"
               DISPLAY "ORDER " FUNCTION TRIM(WS-WANTED-ORDER)
                       " QUANTITY DUE " FUNCTION TRIM(WS-CHANGE-OLD)
                       " -> " FUNCTION TRIM(WS-CHANGE-NEW) "."
           END-IF.

      *> Each aeroshipped.dat row is one serial shipped against the
      *> order in its second column.
       COUNT-ORDER-SHIPPED.
           MOVE 0 TO WS-ORDER-SHIPPED
           OPEN INPUT SHIPPED-FILE
           IF WS-SHIPPED-STATUS = "00" OR WS-SHIPPED-STATUS = "05"
               PERFORM READ-SHIPPED-RECORD UNTIL WS-SHIPPED-STATUS = "10"
               CLOSE SHIPPED-FILE
           END-IF.

       READ-SHIPPED-RECORD.
           READ SHIPPED-FILE
           IF WS-SHIPPED-STATUS = "00"
               MOVE SPACES TO WS-SHIP-SCAN-NUMBER WS-SHIP-SCAN-ORDER
               UNSTRING SHIPPED-RECORD DELIMITED BY ","
                   INTO WS-SHIP-SCAN-NUMBER WS-SHIP-SCAN-ORDER
               END-UNSTRING
               IF WS-SHIP-SCAN-ORDER NOT = SPACES
                  AND FUNCTION TRIM(WS-SHIP-SCAN-ORDER) =
                      FUNCTION TRIM(WS-WANTED-ORDER)
                   ADD 1 TO WS-ORDER-SHIPPED
               END-IF
           END-IF.

       AMEND-DUE-DATE.
           PERFORM ACCEPT-ORDER-ID
           IF WS-ORDER-IDX = 0
               DISPLAY "ORDER NOT ON FILE - NOTHING AMENDED."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ORDER-STATUS
           IF WS-SHOW-STATUS = "CANCELLED" OR WS-SHOW-STATUS = "CLOSED"
               DISPLAY "NO FURTHER CHANGES TO A "
                       FUNCTION TRIM(WS-SHOW-STATUS) " ORDER."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CURRENT DUE DATE " WORK-DUE-DATE(WS-ORDER-IDX)
           PERFORM ACCEPT-DUE-DATE
           IF WS-DATE-OK NOT = "Y"
               DISPLAY "DUE DATE MUST BE A VALID YYYY/MM/DD - NOTHING AMENDED."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-REASON
           IF WS-REASON-IN = SPACES
               DISPLAY "AN AMENDMENT NEEDS A REASON - NOTHING AMENDED."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WANTED-ORDER TO WS-CHANGE-ORDER
           MOVE "DUE" TO WS-CHANGE-ACTION
           MOVE WS-DUE-IN TO WS-CHANGE-NEW
           MOVE WS-REASON-IN TO WS-CHANGE-REASON
           PERFORM POST-ORDER-CHANGE
           IF WS-CHANGE-OK = "Y"
               DISPLAY "ORDER " FUNCTION TRIM(WS-WANTED-ORDER)
                       " DUE DATE " FUNCTION TRIM(WS-CHANGE-OLD)
                       " -> " FUNCTION TRIM(WS-CHANGE-NEW) "."
           END-IF.

       CHANGE-ORDER-STATUS.
           PERFORM ACCEPT-ORDER-ID
           IF WS-ORDER-IDX = 0
               DISPLAY "ORDER NOT ON FILE - NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ORDER-STATUS
           IF WS-SHOW-STATUS = "CANCELLED" OR WS-SHOW-STATUS = "CLOSED"
               DISPLAY "NO FURTHER CHANGES TO A "
                       FUNCTION TRIM(WS-SHOW-STATUS) " ORDER."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "H = HOLD, R = RELEASE HOLD, C = CANCEL, K = CLOSE: "
               WITH NO ADVANCING
           ACCEPT WS-STATUS-CHOICE
           EVALUATE WS-STATUS-CHOICE
               WHEN "H" MOVE "HELD" TO WS-CHANGE-ACTION
               WHEN "h" MOVE "HELD" TO WS-CHANGE-ACTION
               WHEN "R" MOVE "RELEASED" TO WS-CHANGE-ACTION
               WHEN "r" MOVE "RELEASED" TO WS-CHANGE-ACTION
               WHEN "C" MOVE "CANCELLED" TO WS-CHANGE-ACTION
               WHEN "c" MOVE "CANCELLED" TO WS-CHANGE-ACTION
               WHEN "K" MOVE "CLOSED" TO WS-CHANGE-ACTION
               WHEN "k" MOVE "CLOSED" TO WS-CHANGE-ACTION
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED CHOICE - NOTHING CHANGED."
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM ACCEPT-REASON
           IF WS-REASON-IN = SPACES
               DISPLAY "A STATUS CHANGE NEEDS A REASON - NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WANTED-ORDER TO WS-CHANGE-ORDER
           MOVE SPACES TO WS-CHANGE-NEW
           MOVE WS-REASON-IN TO WS-CHANGE-REASON
           PERFORM POST-ORDER-CHANGE
           IF WS-CHANGE-OK = "Y"
               DISPLAY "ORDER " FUNCTION TRIM(WS-WANTED-ORDER)
                       " " FUNCTION TRIM(WS-CHANGE-OLD)
                       " -> " FUNCTION TRIM(WS-CHANGE-NEW) "."
           END-IF.

       SHOW-ORDER-STATUS.
           MOVE WORK-STATUS(WS-ORDER-IDX) TO WS-SHOW-STATUS
           IF WS-SHOW-STATUS = SPACES
               MOVE "OPEN" TO WS-SHOW-STATUS
           END-IF
           DISPLAY "ORDER " FUNCTION TRIM(WS-WANTED-ORDER)
                   " IS " FUNCTION TRIM(WS-SHOW-STATUS) ".".

      *> Under the shop lock the order file is re-read fresh, the
      *> change judged against the order as it stands now and
      *> applied to it, the image written to a work file and renamed
      *> over aerowork.dat, and the amendment row appended - all
      *> before the lock is let go, so the history and the order
      *> can never disagree.
       POST-ORDER-CHANGE.
           MOVE "N" TO WS-CHANGE-OK
           MOVE SPACES TO WS-CHANGE-OLD
           MOVE "aerowork.lck" TO WS-LOCK-NAME
           PERFORM ACQUIRE-SHOP-LOCK
           PERFORM LOAD-WORK-ORDERS
           MOVE WS-CHANGE-ORDER TO WS-WANTED-ORDER
           PERFORM FIND-WORK-ORDER
           PERFORM APPLY-ORDER-CHANGE
           IF WS-CHANGE-OK = "Y"
               PERFORM REWRITE-WORK-FILE
               PERFORM APPEND-AMENDMENT
           END-IF
           PERFORM RELEASE-SHOP-LOCK.

       APPLY-ORDER-CHANGE.
           IF WS-CHANGE-ACTION = "ADDED"
               IF WS-ORDER-IDX > 0
                   DISPLAY "ORDER " FUNCTION TRIM(WS-CHANGE-ORDER)
                           " WAS ADDED FROM ANOTHER DESK - NOTHING ADDED."
                   EXIT PARAGRAPH
               END-IF
               IF WS-WORK-COUNT >= 100
                   DISPLAY "WORK-ORDER TABLE FULL (MAX 100) - NOTHING ADDED."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WORK-COUNT
               MOVE WS-NEW-ENTRY TO WORK-ENTRY(WS-WORK-COUNT)
               MOVE "Y" TO WS-CHANGE-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-ORDER-IDX = 0
               DISPLAY "ORDER " FUNCTION TRIM(WS-CHANGE-ORDER)
                       " NO LONGER ON FILE - NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF
           MOVE WORK-STATUS(WS-ORDER-IDX) TO WS-SHOW-STATUS
           IF WS-SHOW-STATUS = SPACES
               MOVE "OPEN" TO WS-SHOW-STATUS
           END-IF
           IF WS-SHOW-STATUS = "CANCELLED" OR WS-SHOW-STATUS = "CLOSED"
               DISPLAY "ORDER " FUNCTION TRIM(WS-CHANGE-ORDER) " IS "
                       FUNCTION TRIM(WS-SHOW-STATUS)
                       " - NO FURTHER CHANGES."
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CHANGE-ACTION
               WHEN "QTY"
                   MOVE WORK-QTY-DUE(WS-ORDER-IDX) TO WS-CHANGE-OLD
                   MOVE WS-QTY-NUM TO WORK-QTY-DUE(WS-ORDER-IDX)
               WHEN "DUE"
                   MOVE WORK-DUE-DATE(WS-ORDER-IDX) TO WS-CHANGE-OLD
                   MOVE WS-CHANGE-NEW TO WORK-DUE-DATE(WS-ORDER-IDX)
               WHEN "HELD"
                   IF WS-SHOW-STATUS = "HELD"
                       DISPLAY "ORDER " FUNCTION TRIM(WS-CHANGE-ORDER)
                               " IS ALREADY ON HOLD - NOTHING CHANGED."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-SHOW-STATUS TO WS-CHANGE-OLD
                   MOVE "HELD" TO WS-CHANGE-NEW
                   MOVE "HELD" TO WORK-STATUS(WS-ORDER-IDX)
               WHEN "RELEASED"
                   IF WS-SHOW-STATUS NOT = "HELD"
                       DISPLAY "ORDER " FUNCTION TRIM(WS-CHANGE-ORDER)
                               " IS NOT ON HOLD - NOTHING CHANGED."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-SHOW-STATUS TO WS-CHANGE-OLD
                   MOVE "OPEN" TO WS-CHANGE-NEW
                   MOVE SPACES TO WORK-STATUS(WS-ORDER-IDX)
               WHEN OTHER
                   MOVE WS-SHOW-STATUS TO WS-CHANGE-OLD
                   MOVE WS-CHANGE-ACTION TO WS-CHANGE-NEW
                   MOVE WS-CHANGE-ACTION TO WORK-STATUS(WS-ORDER-IDX)
           END-EVALUATE
           MOVE "Y" TO WS-CHANGE-OK.

       REWRITE-WORK-FILE.
           MOVE WS-WORK-TEMP-NAME TO WS-WORK-FILE-NAME
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
              AND WS-WORK-FILE-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT REWRITE WORK-ORDER FILE. STATUS: " WS-WORK-FILE-STATUS
               MOVE "aerowork.dat" TO WS-WORK-FILE-NAME
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           PERFORM WRITE-ONE-WORK VARYING WORK-IDX FROM 1 BY 1
               UNTIL WORK-IDX > WS-WORK-COUNT
           CLOSE WORK-FILE
           MOVE "aerowork.dat" TO WS-WORK-FILE-NAME
           CALL "CBL_RENAME_FILE" USING WS-WORK-TEMP-NAME
                                        WS-WORK-FILE-NAME.

      *> An open order keeps the original five-column row; only a
      *> status other than open is written as a sixth column.
       WRITE-ONE-WORK.
           MOVE SPACES TO WORK-RECORD
           MOVE 1 TO WS-WORK-PTR
           STRING FUNCTION TRIM(WORK-ORDER-ID(WORK-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WORK-CUSTOMER(WORK-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WORK-PRODUCT(WORK-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WORK-QTY-DUE(WORK-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WORK-DUE-DATE(WORK-IDX) DELIMITED BY SIZE
                  INTO WORK-RECORD
                  WITH POINTER WS-WORK-PTR
           IF WORK-STATUS(WORK-IDX) NOT = SPACES
               STRING "," DELIMITED BY SIZE
                      FUNCTION TRIM(WORK-STATUS(WORK-IDX)) DELIMITED BY SIZE
                      INTO WORK-RECORD
                      WITH POINTER WS-WORK-PTR
           END-IF
           WRITE WORK-RECORD.

       APPEND-AMENDMENT.
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-NOW
           STRING WS-TIME(1:2) ":" WS-TIME(3:2) ":" WS-TIME(5:2)
               DELIMITED BY SIZE INTO WS-NOW
           OPEN EXTEND AMEND-FILE
           IF WS-AMEND-FILE-STATUS NOT = "00" AND WS-AMEND-FILE-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN AMENDMENT FILE. STATUS: " WS-AMEND-FILE-STATUS
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           MOVE SPACES TO AMEND-RECORD
           MOVE 1 TO WS-AMD-PTR
           STRING WS-TODAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-NOW DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-ORDER) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-ACTION) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-OLD) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-NEW) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUPERVISOR-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-REASON) DELIMITED BY SIZE
                  INTO AMEND-RECORD
                  WITH POINTER WS-AMD-PTR
           WRITE AMEND-RECORD
           CLOSE AMEND-FILE.

       LIST-ORDERS.
           PERFORM LOAD-WORK-ORDERS
           DISPLAY "ORDER      CUSTOMER             PRODUCT    QTY   DUE        STATUS"
           PERFORM LIST-ONE-ORDER VARYING WORK-IDX FROM 1 BY 1
               UNTIL WORK-IDX > WS-WORK-COUNT
           IF WS-WORK-COUNT = 0
               DISPLAY "NO ORDERS ON FILE."
           END-IF.

       LIST-ONE-ORDER.
           MOVE WORK-STATUS(WORK-IDX) TO WS-SHOW-STATUS
           IF WS-SHOW-STATUS = SPACES
               MOVE "OPEN" TO WS-SHOW-STATUS
           END-IF
           DISPLAY WORK-ORDER-ID(WORK-IDX) " "
                   WORK-CUSTOMER(WORK-IDX) " "
                   WORK-PRODUCT(WORK-IDX) " "
                   WORK-QTY-DUE(WORK-IDX) " "
                   WORK-DUE-DATE(WORK-IDX) " "
                   WS-SHOW-STATUS.

      *> Every amendment row on file for one order, oldest first.
       LIST-ORDER-HISTORY.
           PERFORM ACCEPT-ORDER-ID
           IF WS-WANTED-ORDER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LIST-COUNT
           DISPLAY "DATE       TIME     ACTION     OLD                  NEW"
                   "                  BY         REASON"
           OPEN INPUT AMEND-FILE
           IF WS-AMEND-FILE-STATUS = "00" OR WS-AMEND-FILE-STATUS = "05"
               PERFORM READ-AMEND-RECORD UNTIL WS-AMEND-FILE-STATUS = "10"
               CLOSE AMEND-FILE
           END-IF
           IF WS-LIST-COUNT = 0
               DISPLAY "NO AMENDMENTS ON FILE FOR ORDER "
                       FUNCTION TRIM(WS-WANTED-ORDER) "."
           END-IF.

       READ-AMEND-RECORD.
           READ AMEND-FILE
           IF WS-AMEND-FILE-STATUS = "00"
               MOVE SPACES TO WS-AMD-DATE WS-AMD-TIME WS-AMD-ORDER
                              WS-AMD-ACTION WS-AMD-OLD WS-AMD-NEW
                              WS-AMD-BY WS-AMD-REASON
               UNSTRING AMEND-RECORD DELIMITED BY ","
                   INTO WS-AMD-DATE WS-AMD-TIME WS-AMD-ORDER
                        WS-AMD-ACTION WS-AMD-OLD WS-AMD-NEW
                        WS-AMD-BY WS-AMD-REASON
               END-UNSTRING
               IF WS-AMD-ORDER = WS-WANTED-ORDER
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY WS-AMD-DATE " " WS-AMD-TIME " "
                           WS-AMD-ACTION " " WS-AMD-OLD(1:20) " "
                           WS-AMD-NEW(1:20) " " WS-AMD-BY(1:10) " "
                           FUNCTION TRIM(WS-AMD-REASON)
               END-IF
           END-IF.

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
           STRING "AEROWOM" "-" WS-LOCK-TIME
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

       END PROGRAM AEROWOM.
