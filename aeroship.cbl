      *> AEROSHIP is the shipping desk - the record of what actually
      *> left the dock. The AEROMANI manifest (aeroship.txt) only
      *> says what could ship; a shipment here is recorded against a
      *> work order from aerowork.dat with a shipment number, ship
      *> date, carrier and tracking number, and the serials packed.
      *> A serial is refused at the desk unless it is PASSED in the
      *> aeromast.dat unit master against this same order, has not
      *> already shipped, and is under no active quality hold in
      *> aerohold.dat (the serial, its order, one of its component
      *> lots, or an instrument that read it inside the hold's
      *> window) - and no more serials are packed than the order
      *> still has due. Each shipped serial is one row of
      *> aeroshipped.dat (shipment number, order, serial, ship date,
      *> carrier, tracking, shipped by, date recorded); shipment
      *> numbers are drawn and rows appended under aeroshipped.lck
      *> the way the benches draw NCR numbers. A packing list for
      *> the shipment is written to aeropack_<number>.txt. Once the
      *> order's quantity due has shipped, the order's status column
      *> in aerowork.dat is set CLOSED, under aerowork.lck with the
      *> same merge-rename rewrite every shared-file writer uses, and
      *> the closure appended to the aeroworkamd.dat amendment
      *> history the AEROWOM desk keeps. An order that is held,
      *> cancelled, or already closed takes no shipment.
      *> AERORCL and AEROSTAT read aeroshipped.dat for what shipped.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEROSHIP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WORK-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT OPTIONAL AMEND-FILE ASSIGN TO "aeroworkamd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMEND-FILE-STATUS.
           SELECT OPTIONAL SHIPPED-FILE ASSIGN TO "aeroshipped.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIPPED-STATUS.
           SELECT PACK-FILE ASSIGN TO DYNAMIC WS-PACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACK-STATUS.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "aerooper.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO "aeromast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-UNIT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL DETAIL-FILE ASSIGN TO "aerodetl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTL-KEY
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "aerohold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT OPTIONAL REPORT-FILE ASSIGN TO "aerostep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO DYNAMIC WS-PART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT OPTIONAL PARTCTL-FILE ASSIGN TO "aerostep_archctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.
           SELECT OPTIONAL INDEX-FILE ASSIGN TO "aerostep_archidx.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT OPTIONAL FEED-FILE ASSIGN TO "aerofeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT OPTIONAL FEEDX-FILE ASSIGN TO "aerofeedx.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDX-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Work orders (order, customer, product, quantity due, due
      *> date, status); a blank status is an open order.
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(80).

      *> Work-order amendment history (date, time, order, action,
      *> old value, new value, by, reason). Appended only.
       FD  AMEND-FILE.
       01  AMEND-RECORD                PIC X(200).

      *> One row per shipped serial.
       FD  SHIPPED-FILE.
       01  SHIPPED-RECORD              PIC X(160).

       FD  PACK-FILE.
       01  PACK-RECORD                 PIC X(132).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD             PIC X(80).

       FD  MASTER-FILE.
       01  MAST-RECORD.
           05 MAST-UNIT-ID             PIC X(20).
           05 MAST-OPERATOR            PIC X(20).
           05 MAST-COMP-TIMESTAMP      PIC X(19).
           05 MAST-PRESS-STATUS        PIC X(10).
           05 MAST-PRESS-VALUE         PIC X(20).
           05 MAST-HEAT-STATUS         PIC X(10).
           05 MAST-HEAT-VALUE          PIC X(20).
           05 MAST-QUAL-STATUS         PIC X(10).
           05 MAST-QUAL-VALUE          PIC X(20).
           05 MAST-VERDICT             PIC X(10).
           05 MAST-ORDER-ID            PIC X(10).
           05 MAST-STATION             PIC X(8).

      *> Quality holds maintained at the AEROHOLD desk.
       FD  HOLD-FILE.
       01  HOLD-RECORD                 PIC X(250).

      *> Live log and archive partitions - read only for a packed
      *> serial's LOT rows when a lot hold is active, and only the
      *> partitions the archive index lists for that serial.
       FD  REPORT-FILE RECORD IS VARYING DEPENDING ON WS-REC-LEN.
       01  REPORT-RECORD               PIC X(160).

       FD  ARCHIVE-FILE RECORD IS VARYING DEPENDING ON WS-ARCH-REC-LEN.
       01  ARCHIVE-RECORD              PIC X(160).

       FD  PARTCTL-FILE.
       01  PARTCTL-RECORD              PIC X(80).

       FD  INDEX-FILE.
       01  INDEX-RECORD                PIC X(80).

      *> Step detail the AEROARCH sweep keeps for every swept unit -
      *> read only for a packed serial's step-result (S) rows, whose
      *> instrument and timestamp an instrument hold's window is
      *> matched against.
       FD  DETAIL-FILE.
       01  DTL-RECORD.
           05 DTL-KEY.
               10 DTL-UNIT-ID          PIC X(20).
               10 DTL-SEQ              PIC 9(3).
           05 DTL-TYPE                 PIC X(1).
           05 DTL-NAME                 PIC X(30).
           05 DTL-STATUS               PIC X(10).
           05 DTL-VALUE                PIC X(20).
           05 DTL-INSTRUMENT           PIC X(10).
           05 DTL-ATTEMPT              PIC 9(2).
           05 DTL-TIMESTAMP            PIC X(19).

      *> Instrument feeds - read only for a packed serial's readings
      *> the sweep has not yet put in the step detail file, when an
      *> instrument hold is active.
       FD  FEED-FILE.
       01  FEED-RECORD                 PIC X(200).

       FD  FEEDX-FILE.
       01  FEEDX-RECORD                PIC X(120).

       FD  LOCK-FILE.
       01  LOCK-RECORD                 PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-WORK-FILE-STATUS         PIC XX.
       01 WS-AMEND-FILE-STATUS        PIC XX.
       01 WS-SHIPPED-STATUS           PIC XX.
       01 WS-PACK-STATUS              PIC XX.
       01 WS-OPERATOR-FILE-STATUS     PIC XX.
       01 WS-MASTER-STATUS            PIC XX.
       01 WS-DETAIL-STATUS            PIC XX.
       01 WS-HOLD-FILE-STATUS         PIC XX.
       01 WS-FILE-STATUS              PIC XX.
       01 WS-ARCHIVE-STATUS           PIC XX.
       01 WS-PARTCTL-STATUS           PIC XX.
       01 WS-INDEX-STATUS             PIC XX.
       01 WS-FEED-FILE-STATUS         PIC XX.
       01 WS-FEEDX-FILE-STATUS        PIC XX.
       01 WS-LOCK-STATUS              PIC XX.
       01 WS-REC-LEN                  PIC 9(3).
       01 WS-ARCH-REC-LEN             PIC 9(3).

      *> The work-order file is opened through a name field so the
      *> rewrite can build the new image in a work file and rename
      *> it over aerowork.dat in one step.
       01 WS-WORK-FILE-NAME           PIC X(40) VALUE "aerowork.dat".
       01 WS-WORK-TEMP-NAME           PIC X(40) VALUE "aerowork.new".
       01 WS-PACK-FILE-NAME           PIC X(40).
       01 WS-PART-FILE-NAME           PIC X(40).

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

      *> Operator credentials table. Any active operator who is not
      *> locked out may record a shipment; the login is the shipper
      *> of record.
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
       01 WS-ESC                      PIC X VALUE X'1B'.

      *> Work-order table, same shape every other order consumer
      *> loads, plus the status column.
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
       01 WS-OLD-WORK-STATUS          PIC X(10).
       01 WS-AMD-PTR                  PIC 9(3).
       01 WS-AMD-TIME                 PIC 9(8).

      *> Every serial already shipped, from aeroshipped.dat.
       01 WS-SHIPPED-COUNT            PIC 9(5) VALUE 0.
       01 WS-SHIPPED-TABLE.
           05 SHIPPED-ENTRY OCCURS 10000 TIMES INDEXED BY SHIPPED-IDX.
               10 SD-NUMBER            PIC 9(5).
               10 SD-ORDER             PIC X(10).
               10 SD-UNIT              PIC X(20).
               10 SD-DATE              PIC X(10).
               10 SD-CARRIER           PIC X(20).
               10 SD-TRACKING          PIC X(30).
       01 WS-SHIP-MAX-NUMBER          PIC 9(5) VALUE 0.
       01 WS-SCAN-NUMBER              PIC X(5).
       01 WS-SCAN-ORDER               PIC X(10).
       01 WS-SCAN-UNIT                PIC X(20).
       01 WS-SCAN-DATE                PIC X(10).
       01 WS-SCAN-CARRIER             PIC X(20).
       01 WS-SCAN-TRACKING            PIC X(30).
       01 WS-SCAN-BY                  PIC X(20).

      *> The shipment being packed at the desk.
       01 WS-SHIP-NUMBER              PIC 9(5) VALUE 0.
       01 WS-SHIP-ORDER               PIC X(10).
       01 WS-SHIP-DATE                PIC X(10).
       01 WS-SHIP-CARRIER             PIC X(20).
       01 WS-SHIP-TRACKING            PIC X(30).
       01 WS-PACK-COUNT               PIC 9(3) VALUE 0.
       01 WS-PACK-TABLE.
           05 PACK-ENTRY OCCURS 500 TIMES INDEXED BY PACK-IDX.
               10 PK-UNIT              PIC X(20).
               10 PK-COMP-TIMESTAMP    PIC X(19).
               10 PK-STATION           PIC X(8).
       01 WS-PACK-DONE                PIC X VALUE "N".
       01 WS-PACK-SERIAL              PIC X(20).
       01 WS-PACK-OK                  PIC X VALUE "N".
       01 WS-PACK-KEEP                PIC 9(3) VALUE 0.
       01 WS-ORDER-SHIPPED            PIC 9(5) VALUE 0.
       01 WS-ORDER-OUTSTANDING        PIC S9(6) VALUE 0.
       01 WS-ORDER-CLOSED             PIC X VALUE "N".

      *> Active (HELD) quality holds from aerohold.dat, loaded when
      *> the shipment starts and again under the shipment lock.
       01 WS-HOLD-COUNT               PIC 9(3) VALUE 0.
       01 WS-HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 200 TIMES INDEXED BY HOLD-IDX.
               10 HOLD-NUMBER          PIC X(5).
               10 HOLD-SCOPE           PIC X(10).
               10 HOLD-KEY             PIC X(20).
               10 HOLD-FROM-DATE       PIC X(10).
               10 HOLD-TO-DATE         PIC X(10).
               10 HOLD-REASON          PIC X(60).
       01 WS-HOLD-ANY-LOT             PIC X VALUE "N".
       01 WS-HOLD-ANY-INST            PIC X VALUE "N".
       01 WS-HOLD-SCAN-NUMBER         PIC X(5).
       01 WS-HOLD-SCAN-SCOPE          PIC X(10).
       01 WS-HOLD-SCAN-KEY            PIC X(20).
       01 WS-HOLD-SCAN-FROM           PIC X(10).
       01 WS-HOLD-SCAN-TO             PIC X(10).
       01 WS-HOLD-SCAN-REASON         PIC X(60).
       01 WS-HOLD-SCAN-BY             PIC X(20).
       01 WS-HOLD-SCAN-DATE           PIC X(10).
       01 WS-HOLD-SCAN-STATUS         PIC X(10).

      *> Hold resolution for the one serial being packed.
       01 WS-HOLD-UNIT                PIC X(20).
       01 WS-HOLD-ORDER               PIC X(10).
       01 WS-HOLD-LOT                 PIC X(20).
       01 WS-HOLD-INST                PIC X(10).
       01 WS-HOLD-TS                  PIC X(19).
       01 WS-UNIT-HELD                PIC X VALUE "N".
       01 WS-UNIT-HOLD-NUMBER         PIC X(5).
       01 WS-UNIT-HOLD-SCOPE          PIC X(10).
       01 WS-UNIT-HOLD-KEY            PIC X(20).
       01 WS-UNIT-HOLD-REASON         PIC X(60).
      *> The unit's latest swept step row, spaces for a unit not yet
      *> swept.
       01 WS-SWEPT-TS                 PIC X(19).
       01 WS-FEED-UNIT                PIC X(20).
       01 WS-FEED-SCAN-PRESS          PIC X(8).
       01 WS-FEED-SCAN-HEAT           PIC X(8).
       01 WS-FEED-SCAN-QUAL           PIC X(8).
       01 WS-FEED-PRESS-INST          PIC X(10).
       01 WS-FEED-PRESS-TS            PIC X(19).
       01 WS-FEED-HEAT-INST           PIC X(10).
       01 WS-FEED-HEAT-TS             PIC X(19).
       01 WS-FEED-QUAL-INST           PIC X(10).
       01 WS-FEED-QUAL-TS             PIC X(19).
       01 WS-FEEDX-SCAN-STEP          PIC X(30).
       01 WS-FEEDX-SCAN-READING       PIC X(8).

      *> Parsed fields from one raw log or archive line.
       01 WS-RAW-TIMESTAMP            PIC X(19).
       01 WS-RAW-OPERATOR             PIC X(20).
       01 WS-RAW-UNIT                 PIC X(20).
       01 WS-RAW-FIELD                PIC X(30).
       01 WS-RAW-STATUS               PIC X(10).
       01 WS-RAW-VALUE                PIC X(20).
       01 WS-FIELD-TRIMMED            PIC X(30).

      *> Archive partitions on file, from the aerostep_archctl.dat
      *> control rows; PT-WANTED marks the ones the archive index
      *> lists for the serial being packed.
       01 WS-PART-COUNT               PIC 9(3) VALUE 0.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 600 TIMES INDEXED BY PART-IDX.
               10 PT-MONTH             PIC X(6).
               10 PT-STATUS            PIC X(6).
               10 PT-FIRST-DATE        PIC X(10).
               10 PT-LAST-DATE         PIC X(10).
               10 PT-WANTED            PIC X(1).
       01 WS-INDEX-TYPE               PIC X(1).
       01 WS-INDEX-KEY                PIC X(20).
       01 WS-INDEX-MONTH              PIC X(6).

       01 WS-MENU-CHOICE              PIC X(1).
       01 WS-MORE-MENU                PIC X VALUE "Y".
       01 WS-CONFIRM                  PIC X(1).
       01 WS-WANTED-ORDER             PIC X(10).
       01 WS-DATE                     PIC 9(8).
       01 WS-TODAY                    PIC X(10).
       01 WS-DATE-CHECK               PIC X(10).
       01 WS-DATE-OK                  PIC X VALUE "Y".
       01 WS-SHIPPED-PTR              PIC 9(3).
       01 WS-LIST-LAST-NUMBER         PIC 9(5) VALUE 0.
       01 WS-LIST-SERIALS             PIC 9(5) VALUE 0.
       01 WS-EDIT-5                   PIC ZZZZ9.
       01 WS-EDIT-5B                  PIC ZZZZ9.

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
           MOVE "N" TO WS-USER-OK
           DISPLAY "AEROSTEP SHIPPING DESK"
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
               END-IF
           END-PERFORM.

       MENU-LOOP.
           DISPLAY " "
           DISPLAY "S = RECORD SHIPMENT, L = LIST SHIPMENTS FOR AN ORDER, X = EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "S" PERFORM RECORD-SHIPMENT
               WHEN "s" PERFORM RECORD-SHIPMENT
               WHEN "L" PERFORM LIST-ORDER-SHIPMENTS
               WHEN "l" PERFORM LIST-ORDER-SHIPMENTS
               WHEN "X" MOVE "N" TO WS-MORE-MENU
               WHEN "x" MOVE "N" TO WS-MORE-MENU
               WHEN OTHER DISPLAY "UNRECOGNIZED CHOICE."
           END-EVALUATE.

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
                   PERFORM RELEASE-HELD-LOCK
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

       LOAD-SHIPPED-TABLE.
           MOVE 0 TO WS-SHIPPED-COUNT WS-SHIP-MAX-NUMBER
           OPEN INPUT SHIPPED-FILE
           IF WS-SHIPPED-STATUS = "00" OR WS-SHIPPED-STATUS = "05"
               PERFORM READ-SHIPPED-RECORD UNTIL WS-SHIPPED-STATUS = "10"
               CLOSE SHIPPED-FILE
           END-IF.

       READ-SHIPPED-RECORD.
           READ SHIPPED-FILE
           IF WS-SHIPPED-STATUS = "00" AND SHIPPED-RECORD NOT = SPACES
               IF WS-SHIPPED-COUNT >= 10000
                   DISPLAY "CRITICAL ERROR: SHIPPED-SERIAL TABLE FULL (MAX 10000)."
                   CLOSE SHIPPED-FILE
                   PERFORM RELEASE-HELD-LOCK
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-SCAN-NUMBER WS-SCAN-ORDER WS-SCAN-UNIT
                              WS-SCAN-DATE WS-SCAN-CARRIER WS-SCAN-TRACKING
               UNSTRING SHIPPED-RECORD DELIMITED BY ","
                   INTO WS-SCAN-NUMBER WS-SCAN-ORDER WS-SCAN-UNIT
                        WS-SCAN-DATE WS-SCAN-CARRIER WS-SCAN-TRACKING
               END-UNSTRING
               ADD 1 TO WS-SHIPPED-COUNT
               MOVE WS-SHIPPED-COUNT TO SHIPPED-IDX
               IF WS-SCAN-NUMBER IS NUMERIC
                   MOVE WS-SCAN-NUMBER TO SD-NUMBER(SHIPPED-IDX)
               ELSE
                   MOVE 0 TO SD-NUMBER(SHIPPED-IDX)
               END-IF
               MOVE WS-SCAN-ORDER TO SD-ORDER(SHIPPED-IDX)
               MOVE WS-SCAN-UNIT TO SD-UNIT(SHIPPED-IDX)
               MOVE WS-SCAN-DATE TO SD-DATE(SHIPPED-IDX)
               MOVE WS-SCAN-CARRIER TO SD-CARRIER(SHIPPED-IDX)
               MOVE WS-SCAN-TRACKING TO SD-TRACKING(SHIPPED-IDX)
               IF SD-NUMBER(SHIPPED-IDX) > WS-SHIP-MAX-NUMBER
                   MOVE SD-NUMBER(SHIPPED-IDX) TO WS-SHIP-MAX-NUMBER
               END-IF
           END-IF.

      *> Serials already shipped against WS-SHIP-ORDER.
       COUNT-ORDER-SHIPPED.
           MOVE 0 TO WS-ORDER-SHIPPED
           PERFORM VARYING SHIPPED-IDX FROM 1 BY 1
               UNTIL SHIPPED-IDX > WS-SHIPPED-COUNT
               IF FUNCTION TRIM(SD-ORDER(SHIPPED-IDX)) =
                  FUNCTION TRIM(WS-SHIP-ORDER)
                   ADD 1 TO WS-ORDER-SHIPPED
               END-IF
           END-PERFORM.

      *> One shipment: order, date, carrier and tracking, then the
      *> serials packed one at a time until a blank entry. Nothing
      *> is written until the packer confirms.
       RECORD-SHIPMENT.
           PERFORM LOAD-WORK-ORDERS
           PERFORM LOAD-SHIPPED-TABLE
           PERFORM LOAD-ACTIVE-HOLDS
           DISPLAY "WORK ORDER: " WITH NO ADVANCING
           ACCEPT WS-WANTED-ORDER
           INSPECT WS-WANTED-ORDER REPLACING ALL WS-ESC BY SPACE
                                             ALL "," BY SPACE
           PERFORM FIND-WORK-ORDER
           IF WS-ORDER-IDX = 0
               DISPLAY "ORDER NOT ON FILE - NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF
           MOVE WORK-ORDER-ID(WS-ORDER-IDX) TO WS-SHIP-ORDER
           IF WORK-STATUS(WS-ORDER-IDX) NOT = SPACES
               DISPLAY "ORDER " FUNCTION TRIM(WS-SHIP-ORDER)
                       " IS " FUNCTION TRIM(WORK-STATUS(WS-ORDER-IDX))
                       " - NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-ORDER-SHIPPED
           COMPUTE WS-ORDER-OUTSTANDING =
               WORK-QTY-DUE(WS-ORDER-IDX) - WS-ORDER-SHIPPED
           IF WS-ORDER-OUTSTANDING <= 0
               DISPLAY "ORDER " FUNCTION TRIM(WS-SHIP-ORDER)
                       " HAS ALREADY SHIPPED ITS QUANTITY DUE - NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORDER-SHIPPED TO WS-EDIT-5
           MOVE WS-ORDER-OUTSTANDING TO WS-EDIT-5B
           DISPLAY "CUSTOMER " FUNCTION TRIM(WORK-CUSTOMER(WS-ORDER-IDX))
                   "  PRODUCT " FUNCTION TRIM(WORK-PRODUCT(WS-ORDER-IDX))
                   "  QTY DUE " WORK-QTY-DUE(WS-ORDER-IDX)
                   "  SHIPPED " FUNCTION TRIM(WS-EDIT-5)
                   "  OUTSTANDING " FUNCTION TRIM(WS-EDIT-5B)

           DISPLAY "SHIP DATE (YYYY/MM/DD, blank = today): "
               WITH NO ADVANCING
           ACCEPT WS-SHIP-DATE
           INSPECT WS-SHIP-DATE REPLACING ALL WS-ESC BY SPACE
                                          ALL "," BY SPACE
           IF WS-SHIP-DATE = SPACES
               MOVE WS-TODAY TO WS-SHIP-DATE
           END-IF
           MOVE WS-SHIP-DATE TO WS-DATE-CHECK
           PERFORM CHECK-DATE-ENTRY
           IF WS-DATE-OK NOT = "Y"
               DISPLAY "SHIP DATE MUST BE A VALID YYYY/MM/DD - NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CARRIER: " WITH NO ADVANCING
           ACCEPT WS-SHIP-CARRIER
           INSPECT WS-SHIP-CARRIER REPLACING ALL WS-ESC BY SPACE
                                             ALL "," BY SPACE
           DISPLAY "TRACKING NUMBER: " WITH NO ADVANCING
           ACCEPT WS-SHIP-TRACKING
           INSPECT WS-SHIP-TRACKING REPLACING ALL WS-ESC BY SPACE
                                              ALL "," BY SPACE
           IF WS-SHIP-CARRIER = SPACES OR WS-SHIP-TRACKING = SPACES
               DISPLAY "CARRIER AND TRACKING REQUIRED - NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PACK-COUNT
           MOVE "N" TO WS-PACK-DONE
           DISPLAY "SCAN OR KEY EACH SERIAL PACKED; BLANK ENTRY ENDS THE SHIPMENT."
           PERFORM ACCEPT-PACK-SERIAL UNTIL WS-PACK-DONE = "Y"
           IF WS-PACK-COUNT = 0
               DISPLAY "NOTHING PACKED - NO SHIPMENT RECORDED."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PACK-COUNT TO WS-EDIT-5
           DISPLAY "RECORD SHIPMENT OF " FUNCTION TRIM(WS-EDIT-5)
                   " SERIAL(S) ON ORDER " FUNCTION TRIM(WS-SHIP-ORDER)
                   "? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "SHIPMENT ABANDONED - NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-SHIPMENT
           IF WS-PACK-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-PACKING-LIST
           IF WS-ORDER-CLOSED = "Y"
               PERFORM CLOSE-WORK-ORDER
           END-IF.

       ACCEPT-PACK-SERIAL.
           IF WS-PACK-COUNT >= WS-ORDER-OUTSTANDING
               DISPLAY "ORDER QUANTITY DUE REACHED - SHIPMENT COMPLETE."
               MOVE "Y" TO WS-PACK-DONE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SERIAL: " WITH NO ADVANCING
           ACCEPT WS-PACK-SERIAL
           INSPECT WS-PACK-SERIAL REPLACING ALL WS-ESC BY SPACE
                                            ALL "," BY SPACE
           IF WS-PACK-SERIAL = SPACES
               MOVE "Y" TO WS-PACK-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-PACK-SERIAL) TO WS-PACK-SERIAL
           PERFORM CHECK-PACK-SERIAL
           IF WS-PACK-OK = "Y"
               IF WS-PACK-COUNT >= 500
                   DISPLAY "SHIPMENT FULL (MAX 500 SERIALS) - RECORD IT AND START ANOTHER."
                   MOVE "Y" TO WS-PACK-DONE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PACK-COUNT
               MOVE WS-PACK-COUNT TO PACK-IDX
               MOVE WS-PACK-SERIAL TO PK-UNIT(PACK-IDX)
               MOVE MAST-COMP-TIMESTAMP TO PK-COMP-TIMESTAMP(PACK-IDX)
               MOVE MAST-STATION TO PK-STATION(PACK-IDX)
               DISPLAY "  PACKED " FUNCTION TRIM(WS-PACK-SERIAL)
           END-IF.

      *> Every refusal names its reason so the packer can pull the
      *> unit and route it to quality.
       CHECK-PACK-SERIAL.
           MOVE "N" TO WS-PACK-OK
           PERFORM VARYING PACK-IDX FROM 1 BY 1
               UNTIL PACK-IDX > WS-PACK-COUNT
               IF PK-UNIT(PACK-IDX) = WS-PACK-SERIAL
                   DISPLAY "  REFUSED - " FUNCTION TRIM(WS-PACK-SERIAL)
                           " IS ALREADY PACKED IN THIS SHIPMENT."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING SHIPPED-IDX FROM 1 BY 1
               UNTIL SHIPPED-IDX > WS-SHIPPED-COUNT
               IF FUNCTION TRIM(SD-UNIT(SHIPPED-IDX)) =
                  FUNCTION TRIM(WS-PACK-SERIAL)
                   MOVE SD-NUMBER(SHIPPED-IDX) TO WS-EDIT-5
                   DISPLAY "  REFUSED - " FUNCTION TRIM(WS-PACK-SERIAL)
                           " ALREADY SHIPPED ON SHIPMENT "
                           FUNCTION TRIM(WS-EDIT-5) " "
                           SD-DATE(SHIPPED-IDX) "."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE SPACES TO MAST-RECORD
           MOVE WS-PACK-SERIAL TO MAST-UNIT-ID
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               IF WS-MASTER-STATUS = "05"
                   CLOSE MASTER-FILE
               END-IF
               DISPLAY "  REFUSED - " FUNCTION TRIM(WS-PACK-SERIAL)
                       " NOT ON THE UNIT MASTER (NOT YET SWEPT OR NEVER TESTED)."
               EXIT PARAGRAPH
           END-IF
           READ MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO MAST-RECORD
           END-READ
           CLOSE MASTER-FILE
           IF MAST-UNIT-ID = SPACES
               DISPLAY "  REFUSED - " FUNCTION TRIM(WS-PACK-SERIAL)
                       " NOT ON THE UNIT MASTER (NOT YET SWEPT OR NEVER TESTED)."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(MAST-VERDICT) NOT = "PASSED"
               DISPLAY "  REFUSED - " FUNCTION TRIM(WS-PACK-SERIAL)
                       " VERDICT IS " FUNCTION TRIM(MAST-VERDICT)
                       ", NOT PASSED."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(MAST-ORDER-ID) NOT = FUNCTION TRIM(WS-SHIP-ORDER)
               IF MAST-ORDER-ID = SPACES
                   DISPLAY "  REFUSED - " FUNCTION TRIM(WS-PACK-SERIAL)
                           " WAS NOT BUILT AGAINST ANY ORDER."
               ELSE
                   DISPLAY "  REFUSED - " FUNCTION TRIM(WS-PACK-SERIAL)
                           " BELONGS TO ORDER "
                           FUNCTION TRIM(MAST-ORDER-ID) "."
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PACK-SERIAL TO WS-HOLD-UNIT
           MOVE WS-SHIP-ORDER TO WS-HOLD-ORDER
           PERFORM FIND-UNIT-HOLD
           IF WS-UNIT-HELD = "Y"
               DISPLAY "  REFUSED - " FUNCTION TRIM(WS-PACK-SERIAL)
                       " IS ON QUALITY HOLD "
                       FUNCTION TRIM(WS-UNIT-HOLD-NUMBER) " "
                       FUNCTION TRIM(WS-UNIT-HOLD-SCOPE) " "
                       FUNCTION TRIM(WS-UNIT-HOLD-KEY) "."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PACK-OK.

      *> Under the shipment lock the shipped file and the order are
      *> re-read fresh: nothing ships against an order cancelled or
      *> closed meanwhile, a serial another desk shipped meanwhile or
      *> a hold placed meanwhile now covers is dropped from this
      *> shipment, and the shipment is cut back
      *> to what the order still has outstanding. Then the number is
      *> drawn and the rows appended - the same draw-and-append the
      *> benches use for NCR numbers.
       POST-SHIPMENT.
           MOVE "aeroshipped.lck" TO WS-LOCK-NAME
           PERFORM ACQUIRE-SHOP-LOCK
           PERFORM LOAD-SHIPPED-TABLE
           PERFORM LOAD-WORK-ORDERS
           MOVE WS-SHIP-ORDER TO WS-WANTED-ORDER
           PERFORM FIND-WORK-ORDER
           IF WS-ORDER-IDX = 0
               PERFORM RELEASE-SHOP-LOCK
               DISPLAY "ORDER " FUNCTION TRIM(WS-SHIP-ORDER)
                       " NO LONGER ON FILE - NO SHIPMENT RECORDED."
               MOVE 0 TO WS-PACK-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WORK-STATUS(WS-ORDER-IDX) NOT = SPACES
              AND FUNCTION TRIM(WORK-STATUS(WS-ORDER-IDX)) NOT = "OPEN"
               PERFORM RELEASE-SHOP-LOCK
               DISPLAY "ORDER " FUNCTION TRIM(WS-SHIP-ORDER)
                       " WAS " FUNCTION TRIM(WORK-STATUS(WS-ORDER-IDX))
                       " MEANWHILE - NO SHIPMENT RECORDED."
               MOVE 0 TO WS-PACK-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACTIVE-HOLDS
           MOVE WS-SHIP-ORDER TO WS-HOLD-ORDER
           MOVE 0 TO WS-PACK-KEEP
           PERFORM RECHECK-PACKED-SERIAL VARYING PACK-IDX FROM 1 BY 1
               UNTIL PACK-IDX > WS-PACK-COUNT
           MOVE WS-PACK-KEEP TO WS-PACK-COUNT
           PERFORM COUNT-ORDER-SHIPPED
           COMPUTE WS-ORDER-OUTSTANDING =
               WORK-QTY-DUE(WS-ORDER-IDX) - WS-ORDER-SHIPPED
           IF WS-ORDER-OUTSTANDING < 0
               MOVE 0 TO WS-ORDER-OUTSTANDING
           END-IF
           IF WS-PACK-COUNT > WS-ORDER-OUTSTANDING
               COMPUTE WS-PACK-KEEP = WS-ORDER-OUTSTANDING + 1
               PERFORM DROP-EXCESS-SERIAL VARYING PACK-IDX
                   FROM WS-PACK-KEEP BY 1
                   UNTIL PACK-IDX > WS-PACK-COUNT
               MOVE WS-ORDER-OUTSTANDING TO WS-PACK-COUNT
           END-IF
           IF WS-PACK-COUNT = 0
               PERFORM RELEASE-SHOP-LOCK
               DISPLAY "NOTHING LEFT TO SHIP - NO SHIPMENT RECORDED."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SHIP-NUMBER = WS-SHIP-MAX-NUMBER + 1
           OPEN EXTEND SHIPPED-FILE
           IF WS-SHIPPED-STATUS NOT = "00" AND WS-SHIPPED-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN SHIPMENT FILE. STATUS: " WS-SHIPPED-STATUS
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           PERFORM WRITE-ONE-SHIPPED VARYING PACK-IDX FROM 1 BY 1
               UNTIL PACK-IDX > WS-PACK-COUNT
           CLOSE SHIPPED-FILE
           PERFORM RELEASE-SHOP-LOCK
           PERFORM COUNT-ORDER-SHIPPED
           ADD WS-PACK-COUNT TO WS-ORDER-SHIPPED
           IF WS-ORDER-SHIPPED >= WORK-QTY-DUE(WS-ORDER-IDX)
               MOVE "Y" TO WS-ORDER-CLOSED
           ELSE
               MOVE "N" TO WS-ORDER-CLOSED
           END-IF
           MOVE WS-SHIP-NUMBER TO WS-EDIT-5
           DISPLAY "SHIPMENT " FUNCTION TRIM(WS-EDIT-5) " RECORDED.".

       RECHECK-PACKED-SERIAL.
           MOVE "Y" TO WS-PACK-OK
           PERFORM VARYING SHIPPED-IDX FROM 1 BY 1
               UNTIL SHIPPED-IDX > WS-SHIPPED-COUNT OR WS-PACK-OK = "N"
               IF FUNCTION TRIM(SD-UNIT(SHIPPED-IDX)) =
                  FUNCTION TRIM(PK-UNIT(PACK-IDX))
                   MOVE "N" TO WS-PACK-OK
               END-IF
           END-PERFORM
           IF WS-PACK-OK = "N"
               DISPLAY "  DROPPED - " FUNCTION TRIM(PK-UNIT(PACK-IDX))
                       " WAS SHIPPED FROM ANOTHER DESK MEANWHILE."
               EXIT PARAGRAPH
           END-IF
           MOVE PK-UNIT(PACK-IDX) TO WS-HOLD-UNIT
           PERFORM FIND-UNIT-HOLD
           IF WS-UNIT-HELD = "Y"
               DISPLAY "  DROPPED - " FUNCTION TRIM(PK-UNIT(PACK-IDX))
                       " WAS PUT ON QUALITY HOLD "
                       FUNCTION TRIM(WS-UNIT-HOLD-NUMBER) " "
                       FUNCTION TRIM(WS-UNIT-HOLD-SCOPE) " "
                       FUNCTION TRIM(WS-UNIT-HOLD-KEY) " MEANWHILE - "
                       FUNCTION TRIM(WS-UNIT-HOLD-REASON) "."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PACK-KEEP
           MOVE PACK-ENTRY(PACK-IDX) TO PACK-ENTRY(WS-PACK-KEEP).

       DROP-EXCESS-SERIAL.
           DISPLAY "  DROPPED - " FUNCTION TRIM(PK-UNIT(PACK-IDX))
                   " - ORDER QUANTITY DUE WAS SHIPPED FROM ANOTHER DESK"
                   " MEANWHILE.".

       WRITE-ONE-SHIPPED.
           MOVE SPACES TO SHIPPED-RECORD
           MOVE 1 TO WS-SHIPPED-PTR
           STRING WS-SHIP-NUMBER DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHIP-ORDER) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PK-UNIT(PACK-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SHIP-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHIP-CARRIER) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHIP-TRACKING) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-USER-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO SHIPPED-RECORD
                  WITH POINTER WS-SHIPPED-PTR
           WRITE SHIPPED-RECORD.

      *> The packing list travels in the box: one page per shipment,
      *> aeropack_<number>.txt, echoed to the terminal.
       WRITE-PACKING-LIST.
           MOVE SPACES TO WS-PACK-FILE-NAME
           STRING "aeropack_" WS-SHIP-NUMBER ".txt"
               DELIMITED BY SIZE INTO WS-PACK-FILE-NAME
           OPEN OUTPUT PACK-FILE
           IF WS-PACK-STATUS NOT = "00"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN PACKING LIST. STATUS: " WS-PACK-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "AEROSTEP PACKING LIST" TO PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE ALL "=" TO PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE SPACES TO PACK-RECORD
           STRING "SHIPMENT " WS-SHIP-NUMBER
                  "   SHIP DATE " WS-SHIP-DATE
               DELIMITED BY SIZE INTO PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE SPACES TO PACK-RECORD
           STRING "ORDER " FUNCTION TRIM(WS-SHIP-ORDER)
                  "   CUSTOMER " FUNCTION TRIM(WORK-CUSTOMER(WS-ORDER-IDX))
                  "   PRODUCT " FUNCTION TRIM(WORK-PRODUCT(WS-ORDER-IDX))
               DELIMITED BY SIZE INTO PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE SPACES TO PACK-RECORD
           STRING "CARRIER " FUNCTION TRIM(WS-SHIP-CARRIER)
                  "   TRACKING " FUNCTION TRIM(WS-SHIP-TRACKING)
               DELIMITED BY SIZE INTO PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE SPACES TO PACK-RECORD
           STRING "PACKED BY " FUNCTION TRIM(WS-USER-ID)
                  "   RECORDED " WS-TODAY
               DELIMITED BY SIZE INTO PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE SPACES TO PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE "  #  UNIT/SERIAL          FINAL TEST COMPLETED  STATION"
               TO PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE "---  -------------------- --------------------  --------"
               TO PACK-RECORD
           PERFORM WRITE-PACK-LINE
           PERFORM WRITE-ONE-PACK-LINE VARYING PACK-IDX FROM 1 BY 1
               UNTIL PACK-IDX > WS-PACK-COUNT
           MOVE SPACES TO PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE WS-PACK-COUNT TO WS-EDIT-5
           MOVE WS-ORDER-SHIPPED TO WS-EDIT-5B
           MOVE SPACES TO PACK-RECORD
           STRING "SERIALS IN THIS SHIPMENT: " FUNCTION TRIM(WS-EDIT-5)
                  "   ORDER SHIPPED TO DATE: " FUNCTION TRIM(WS-EDIT-5B)
                  " OF " WORK-QTY-DUE(WS-ORDER-IDX)
               DELIMITED BY SIZE INTO PACK-RECORD
           PERFORM WRITE-PACK-LINE
           IF WS-ORDER-CLOSED = "Y"
               MOVE "ORDER QUANTITY DUE SHIPPED COMPLETE - ORDER CLOSED."
                   TO PACK-RECORD
               PERFORM WRITE-PACK-LINE
           END-IF
           CLOSE PACK-FILE.

       WRITE-ONE-PACK-LINE.
           MOVE PACK-IDX TO WS-EDIT-5
           MOVE SPACES TO PACK-RECORD
           STRING WS-EDIT-5(3:3) "  "
                  PK-UNIT(PACK-IDX) " "
                  PK-COMP-TIMESTAMP(PACK-IDX) "   "
                  PK-STATION(PACK-IDX)
               DELIMITED BY SIZE INTO PACK-RECORD
           PERFORM WRITE-PACK-LINE.

       WRITE-PACK-LINE.
           WRITE PACK-RECORD
           DISPLAY FUNCTION TRIM(PACK-RECORD TRAILING).

      *> Under the work-order lock the order file is re-read fresh,
      *> this order's status set CLOSED, and the image written to a
      *> work file and renamed over aerowork.dat; the closure goes
      *> on the order's amendment history before the lock is let go.
      *> Only an open order is closed - one cancelled or closed at
      *> the AEROWOM desk meanwhile keeps its status.
       CLOSE-WORK-ORDER.
           MOVE "aerowork.lck" TO WS-LOCK-NAME
           PERFORM ACQUIRE-SHOP-LOCK
           PERFORM LOAD-WORK-ORDERS
           MOVE WS-SHIP-ORDER TO WS-WANTED-ORDER
           PERFORM FIND-WORK-ORDER
           IF WS-ORDER-IDX = 0
               PERFORM RELEASE-SHOP-LOCK
               DISPLAY "WARNING: ORDER " FUNCTION TRIM(WS-SHIP-ORDER)
                       " NO LONGER ON FILE - NOT CLOSED."
               EXIT PARAGRAPH
           END-IF
           MOVE WORK-STATUS(WS-ORDER-IDX) TO WS-OLD-WORK-STATUS
           IF WS-OLD-WORK-STATUS = SPACES
               MOVE "OPEN" TO WS-OLD-WORK-STATUS
           END-IF
           IF FUNCTION TRIM(WS-OLD-WORK-STATUS) NOT = "OPEN"
               PERFORM RELEASE-SHOP-LOCK
               DISPLAY "WARNING: ORDER " FUNCTION TRIM(WS-SHIP-ORDER)
                       " IS " FUNCTION TRIM(WS-OLD-WORK-STATUS)
                       " - NOT CLOSED."
               EXIT PARAGRAPH
           END-IF
           MOVE "CLOSED" TO WORK-STATUS(WS-ORDER-IDX)
           PERFORM REWRITE-WORK-FILE
           PERFORM APPEND-CLOSE-AMENDMENT
           PERFORM RELEASE-SHOP-LOCK
           DISPLAY "ORDER " FUNCTION TRIM(WS-SHIP-ORDER)
                   " SHIPPED COMPLETE - ORDER CLOSED.".

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

       APPEND-CLOSE-AMENDMENT.
           ACCEPT WS-AMD-TIME FROM TIME
           OPEN EXTEND AMEND-FILE
           IF WS-AMEND-FILE-STATUS NOT = "00" AND WS-AMEND-FILE-STATUS NOT = "05"
               DISPLAY "WARNING: CANNOT OPEN AMENDMENT FILE. STATUS: " WS-AMEND-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AMEND-RECORD
           MOVE 1 TO WS-AMD-PTR
           STRING WS-TODAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AMD-TIME(1:2) ":" WS-AMD-TIME(3:2) ":"
                  WS-AMD-TIME(5:2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHIP-ORDER) DELIMITED BY SIZE
                  ",CLOSED," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OLD-WORK-STATUS) DELIMITED BY SIZE
                  ",CLOSED," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-USER-ID) DELIMITED BY SIZE
                  ",QUANTITY DUE SHIPPED - SHIPMENT " DELIMITED BY SIZE
                  WS-SHIP-NUMBER DELIMITED BY SIZE
                  INTO AMEND-RECORD
                  WITH POINTER WS-AMD-PTR
           WRITE AMEND-RECORD
           CLOSE AMEND-FILE.

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

      *> Every shipment on file for one order, one line per shipment
      *> (rows of a shipment are appended together, so a change of
      *> shipment number starts the next line).
       LIST-ORDER-SHIPMENTS.
           PERFORM LOAD-SHIPPED-TABLE
           DISPLAY "WORK ORDER: " WITH NO ADVANCING
           ACCEPT WS-WANTED-ORDER
           INSPECT WS-WANTED-ORDER REPLACING ALL WS-ESC BY SPACE
                                             ALL "," BY SPACE
           DISPLAY "SHIP#  DATE       CARRIER              TRACKING                       SERIALS"
           MOVE 0 TO WS-LIST-LAST-NUMBER WS-LIST-SERIALS
           PERFORM LIST-ONE-SHIPPED VARYING SHIPPED-IDX FROM 1 BY 1
               UNTIL SHIPPED-IDX > WS-SHIPPED-COUNT
           IF WS-LIST-SERIALS = 0
               DISPLAY "NO SHIPMENTS ON FILE FOR THAT ORDER."
           END-IF.

       LIST-ONE-SHIPPED.
           IF FUNCTION TRIM(SD-ORDER(SHIPPED-IDX)) =
              FUNCTION TRIM(WS-WANTED-ORDER)
               ADD 1 TO WS-LIST-SERIALS
               IF SD-NUMBER(SHIPPED-IDX) NOT = WS-LIST-LAST-NUMBER
                   MOVE SD-NUMBER(SHIPPED-IDX) TO WS-LIST-LAST-NUMBER
                   DISPLAY SD-NUMBER(SHIPPED-IDX) "  "
                           SD-DATE(SHIPPED-IDX) " "
                           SD-CARRIER(SHIPPED-IDX) " "
                           SD-TRACKING(SHIPPED-IDX)
               END-IF
               DISPLAY "                                                                 "
                       SD-UNIT(SHIPPED-IDX)
           END-IF.

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

       LOAD-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT
           MOVE "N" TO WS-HOLD-ANY-LOT WS-HOLD-ANY-INST
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00" OR WS-HOLD-FILE-STATUS = "05"
               PERFORM READ-HOLD-RECORD UNTIL WS-HOLD-FILE-STATUS = "10"
               CLOSE HOLD-FILE
           END-IF.

       READ-HOLD-RECORD.
           READ HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               MOVE SPACES TO WS-HOLD-SCAN-NUMBER WS-HOLD-SCAN-SCOPE
                              WS-HOLD-SCAN-KEY WS-HOLD-SCAN-FROM
                              WS-HOLD-SCAN-TO WS-HOLD-SCAN-STATUS
                              WS-HOLD-SCAN-REASON
               UNSTRING HOLD-RECORD DELIMITED BY ","
                   INTO WS-HOLD-SCAN-NUMBER WS-HOLD-SCAN-SCOPE
                        WS-HOLD-SCAN-KEY WS-HOLD-SCAN-FROM
                        WS-HOLD-SCAN-TO WS-HOLD-SCAN-REASON
                        WS-HOLD-SCAN-BY WS-HOLD-SCAN-DATE
                        WS-HOLD-SCAN-STATUS
               END-UNSTRING
               IF FUNCTION TRIM(WS-HOLD-SCAN-STATUS) = "HELD"
                   IF WS-HOLD-COUNT >= 200
                       DISPLAY "CRITICAL ERROR: HOLD TABLE FULL (MAX 200)."
                       CLOSE HOLD-FILE
                       PERFORM RELEASE-HELD-LOCK
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-HOLD-COUNT TO HOLD-IDX
                   MOVE WS-HOLD-SCAN-NUMBER TO HOLD-NUMBER(HOLD-IDX)
                   MOVE WS-HOLD-SCAN-SCOPE TO HOLD-SCOPE(HOLD-IDX)
                   MOVE WS-HOLD-SCAN-KEY TO HOLD-KEY(HOLD-IDX)
                   MOVE WS-HOLD-SCAN-FROM TO HOLD-FROM-DATE(HOLD-IDX)
                   MOVE WS-HOLD-SCAN-TO TO HOLD-TO-DATE(HOLD-IDX)
                   MOVE WS-HOLD-SCAN-REASON TO HOLD-REASON(HOLD-IDX)
                   IF FUNCTION TRIM(WS-HOLD-SCAN-SCOPE) = "LOT"
                       MOVE "Y" TO WS-HOLD-ANY-LOT
                   END-IF
                   IF FUNCTION TRIM(WS-HOLD-SCAN-SCOPE) = "INSTRUMENT"
                       MOVE "Y" TO WS-HOLD-ANY-INST
                   END-IF
               END-IF
           END-IF.

      *> Resolves whether WS-HOLD-UNIT on order WS-HOLD-ORDER is under
      *> any active hold: a serial or order hold directly, a lot hold
      *> through the unit's LOT rows (live log, then the archive
      *> partitions the index lists for the serial), an instrument
      *> hold through the unit's swept step detail rows and any
      *> feed readings taken since its last swept step.
       FIND-UNIT-HOLD.
           MOVE "N" TO WS-UNIT-HELD
           MOVE SPACES TO WS-UNIT-HOLD-NUMBER WS-UNIT-HOLD-SCOPE
                          WS-UNIT-HOLD-KEY WS-UNIT-HOLD-REASON
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > WS-HOLD-COUNT OR WS-UNIT-HELD = "Y"
               IF (FUNCTION TRIM(HOLD-SCOPE(HOLD-IDX)) = "SERIAL"
                   AND FUNCTION TRIM(HOLD-KEY(HOLD-IDX)) =
                       FUNCTION TRIM(WS-HOLD-UNIT))
                  OR (FUNCTION TRIM(HOLD-SCOPE(HOLD-IDX)) = "ORDER"
                   AND FUNCTION TRIM(HOLD-KEY(HOLD-IDX)) =
                       FUNCTION TRIM(WS-HOLD-ORDER))
                   PERFORM NOTE-UNIT-HOLD
               END-IF
           END-PERFORM
           IF WS-UNIT-HELD = "N" AND WS-HOLD-ANY-LOT = "Y"
               PERFORM SCAN-UNIT-LOT-ROWS
           END-IF
           IF WS-UNIT-HELD = "N" AND WS-HOLD-ANY-INST = "Y"
               PERFORM SCAN-UNIT-READINGS
           END-IF.

       NOTE-UNIT-HOLD.
           MOVE "Y" TO WS-UNIT-HELD
           MOVE HOLD-NUMBER(HOLD-IDX) TO WS-UNIT-HOLD-NUMBER
           MOVE HOLD-SCOPE(HOLD-IDX) TO WS-UNIT-HOLD-SCOPE
           MOVE HOLD-KEY(HOLD-IDX) TO WS-UNIT-HOLD-KEY
           MOVE HOLD-REASON(HOLD-IDX) TO WS-UNIT-HOLD-REASON.

       SCAN-UNIT-LOT-ROWS.
           OPEN INPUT REPORT-FILE
           IF WS-FILE-STATUS = "00" OR WS-FILE-STATUS = "05"
               PERFORM READ-LOG-LOT-RECORD UNTIL WS-FILE-STATUS = "10"
               CLOSE REPORT-FILE
           END-IF
           IF WS-UNIT-HELD = "N"
               PERFORM LOAD-ARCHIVE-PARTITIONS
               PERFORM SELECT-UNIT-PARTITIONS
               PERFORM READ-ONE-PARTITION VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > WS-PART-COUNT OR WS-UNIT-HELD = "Y"
           END-IF.

       READ-LOG-LOT-RECORD.
           READ REPORT-FILE
           IF WS-FILE-STATUS = "00"
               MOVE SPACES TO WS-RAW-TIMESTAMP WS-RAW-OPERATOR WS-RAW-UNIT
                              WS-RAW-FIELD WS-RAW-STATUS WS-RAW-VALUE
               UNSTRING REPORT-RECORD DELIMITED BY ","
                   INTO WS-RAW-TIMESTAMP WS-RAW-OPERATOR WS-RAW-UNIT
                        WS-RAW-FIELD WS-RAW-STATUS WS-RAW-VALUE
               END-UNSTRING
               PERFORM CHECK-LOT-ROW-HOLD
           END-IF.

      *> A LOT row (field "LOT <component>", value = supplier lot)
      *> for this unit whose lot is under an active hold.
       CHECK-LOT-ROW-HOLD.
           IF WS-UNIT-HELD = "N"
              AND FUNCTION TRIM(WS-RAW-UNIT) = FUNCTION TRIM(WS-HOLD-UNIT)
               MOVE FUNCTION TRIM(WS-RAW-FIELD) TO WS-FIELD-TRIMMED
               IF WS-FIELD-TRIMMED(1:4) = "LOT "
                   MOVE FUNCTION TRIM(WS-RAW-VALUE) TO WS-HOLD-LOT
                   PERFORM VARYING HOLD-IDX FROM 1 BY 1
                       UNTIL HOLD-IDX > WS-HOLD-COUNT OR WS-UNIT-HELD = "Y"
                       IF FUNCTION TRIM(HOLD-SCOPE(HOLD-IDX)) = "LOT"
                          AND WS-HOLD-LOT NOT = SPACES
                          AND FUNCTION TRIM(HOLD-KEY(HOLD-IDX)) =
                              FUNCTION TRIM(WS-HOLD-LOT)
                           PERFORM NOTE-UNIT-HOLD
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       LOAD-ARCHIVE-PARTITIONS.
           MOVE 0 TO WS-PART-COUNT
           OPEN INPUT PARTCTL-FILE
           IF WS-PARTCTL-STATUS = "00" OR WS-PARTCTL-STATUS = "05"
               PERFORM READ-PARTCTL-RECORD UNTIL WS-PARTCTL-STATUS = "10"
               CLOSE PARTCTL-FILE
           END-IF.

       READ-PARTCTL-RECORD.
           READ PARTCTL-FILE
           IF WS-PARTCTL-STATUS = "00" AND PARTCTL-RECORD NOT = SPACES
               IF WS-PART-COUNT >= 600
                   DISPLAY "CRITICAL ERROR: PARTITION TABLE FULL (MAX 600)."
                   CLOSE PARTCTL-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PART-COUNT
               MOVE WS-PART-COUNT TO PART-IDX
               MOVE SPACES TO WS-PART-ENTRY(PART-IDX)
               UNSTRING PARTCTL-RECORD DELIMITED BY ","
                   INTO PT-MONTH(PART-IDX) PT-STATUS(PART-IDX)
                        PT-FIRST-DATE(PART-IDX) PT-LAST-DATE(PART-IDX)
               END-UNSTRING
               MOVE "N" TO PT-WANTED(PART-IDX)
           END-IF.

      *> Every S row for the serial marks its partition.
       SELECT-UNIT-PARTITIONS.
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = "00" OR WS-INDEX-STATUS = "05"
               PERFORM READ-INDEX-RECORD UNTIL WS-INDEX-STATUS = "10"
               CLOSE INDEX-FILE
           END-IF.

       READ-INDEX-RECORD.
           READ INDEX-FILE
           IF WS-INDEX-STATUS = "00"
               MOVE SPACES TO WS-INDEX-TYPE WS-INDEX-KEY WS-INDEX-MONTH
               UNSTRING INDEX-RECORD DELIMITED BY ","
                   INTO WS-INDEX-TYPE WS-INDEX-KEY WS-INDEX-MONTH
               END-UNSTRING
               IF WS-INDEX-TYPE = "S"
                  AND FUNCTION TRIM(WS-INDEX-KEY) = FUNCTION TRIM(WS-HOLD-UNIT)
                   PERFORM VARYING PART-IDX FROM 1 BY 1
                       UNTIL PART-IDX > WS-PART-COUNT
                       IF PT-MONTH(PART-IDX) = WS-INDEX-MONTH
                           MOVE "Y" TO PT-WANTED(PART-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *> A sealed partition lives under its sealed-set name.
       READ-ONE-PARTITION.
           IF PT-WANTED(PART-IDX) = "Y"
               MOVE SPACES TO WS-PART-FILE-NAME
               IF PT-STATUS(PART-IDX) = "SEALED"
                   STRING "aerostep_seal_" PT-MONTH(PART-IDX) ".txt"
                       DELIMITED BY SIZE INTO WS-PART-FILE-NAME
               ELSE
                   STRING "aerostep_arch_" PT-MONTH(PART-IDX) ".txt"
                       DELIMITED BY SIZE INTO WS-PART-FILE-NAME
               END-IF
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "00" OR WS-ARCHIVE-STATUS = "05"
                   PERFORM READ-ARCHIVE-RECORD UNTIL WS-ARCHIVE-STATUS = "10"
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               MOVE SPACES TO WS-RAW-TIMESTAMP WS-RAW-OPERATOR WS-RAW-UNIT
                              WS-RAW-FIELD WS-RAW-STATUS WS-RAW-VALUE
               UNSTRING ARCHIVE-RECORD DELIMITED BY ","
                   INTO WS-RAW-TIMESTAMP WS-RAW-OPERATOR WS-RAW-UNIT
                        WS-RAW-FIELD WS-RAW-STATUS WS-RAW-VALUE
               END-UNSTRING
               PERFORM CHECK-LOT-ROW-HOLD
           END-IF.

      *> Every reading taken for the unit is tried against the
      *> instrument holds; a blank from or to date leaves that end of
      *> the hold's window open. A swept unit's readings come from
      *> its step detail rows - the instrument the sweep resolved for
      *> each step and the time it was logged - since the feeds it
      *> was read from may since have been rolled over or
      *> re-measured; a feed reading counts only when the unit is
      *> unswept or it is later than the unit's last swept step,
      *> the same rule AEROMANI applies.
       SCAN-UNIT-READINGS.
           PERFORM SCAN-UNIT-DETAIL
           IF WS-UNIT-HELD = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FEED-FILE
           IF WS-FEED-FILE-STATUS = "00" OR WS-FEED-FILE-STATUS = "05"
               PERFORM READ-FEED-HOLD-RECORD UNTIL WS-FEED-FILE-STATUS = "10"
               CLOSE FEED-FILE
           END-IF
           OPEN INPUT FEEDX-FILE
           IF WS-FEEDX-FILE-STATUS = "00" OR WS-FEEDX-FILE-STATUS = "05"
               PERFORM READ-FEEDX-HOLD-RECORD UNTIL WS-FEEDX-FILE-STATUS = "10"
               CLOSE FEEDX-FILE
           END-IF.

       READ-FEED-HOLD-RECORD.
           READ FEED-FILE
           IF WS-FEED-FILE-STATUS = "00"
               MOVE SPACES TO WS-FEED-UNIT
                              WS-FEED-PRESS-INST WS-FEED-PRESS-TS
                              WS-FEED-HEAT-INST WS-FEED-HEAT-TS
                              WS-FEED-QUAL-INST WS-FEED-QUAL-TS
               UNSTRING FEED-RECORD DELIMITED BY ","
                   INTO WS-FEED-UNIT WS-FEED-SCAN-PRESS
                        WS-FEED-SCAN-HEAT WS-FEED-SCAN-QUAL
                        WS-FEED-PRESS-INST WS-FEED-PRESS-TS
                        WS-FEED-HEAT-INST WS-FEED-HEAT-TS
                        WS-FEED-QUAL-INST WS-FEED-QUAL-TS
               END-UNSTRING
               IF FUNCTION TRIM(WS-FEED-UNIT) = FUNCTION TRIM(WS-HOLD-UNIT)
                   MOVE WS-FEED-PRESS-INST TO WS-HOLD-INST
                   MOVE WS-FEED-PRESS-TS TO WS-HOLD-TS
                   PERFORM MATCH-FEED-READING
                   MOVE WS-FEED-HEAT-INST TO WS-HOLD-INST
                   MOVE WS-FEED-HEAT-TS TO WS-HOLD-TS
                   PERFORM MATCH-FEED-READING
                   MOVE WS-FEED-QUAL-INST TO WS-HOLD-INST
                   MOVE WS-FEED-QUAL-TS TO WS-HOLD-TS
                   PERFORM MATCH-FEED-READING
               END-IF
           END-IF.

       READ-FEEDX-HOLD-RECORD.
           READ FEEDX-FILE
           IF WS-FEEDX-FILE-STATUS = "00"
               MOVE SPACES TO WS-FEED-UNIT WS-HOLD-INST WS-HOLD-TS
               UNSTRING FEEDX-RECORD DELIMITED BY ","
                   INTO WS-FEED-UNIT WS-FEEDX-SCAN-STEP
                        WS-FEEDX-SCAN-READING WS-HOLD-INST
                        WS-HOLD-TS
               END-UNSTRING
               IF FUNCTION TRIM(WS-FEED-UNIT) = FUNCTION TRIM(WS-HOLD-UNIT)
                   PERFORM MATCH-FEED-READING
               END-IF
           END-IF.

      *> The serial's detail rows sit together in key order, so the
      *> read starts at its first row and stops at the next serial.
       SCAN-UNIT-DETAIL.
           MOVE SPACES TO WS-SWEPT-TS
           OPEN INPUT DETAIL-FILE
           IF WS-DETAIL-STATUS NOT = "00"
               IF WS-DETAIL-STATUS = "05"
                   CLOSE DETAIL-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLD-UNIT TO DTL-UNIT-ID
           MOVE 0 TO DTL-SEQ
           START DETAIL-FILE KEY IS NOT LESS THAN DTL-KEY
               INVALID KEY
                   MOVE "10" TO WS-DETAIL-STATUS
           END-START
           PERFORM READ-DETAIL-HOLD-RECORD
               UNTIL WS-DETAIL-STATUS NOT = "00" OR WS-UNIT-HELD = "Y"
           CLOSE DETAIL-FILE.

       READ-DETAIL-HOLD-RECORD.
           READ DETAIL-FILE NEXT
               AT END
                   MOVE "10" TO WS-DETAIL-STATUS
               NOT AT END
                   IF DTL-UNIT-ID NOT = WS-HOLD-UNIT
                       MOVE "10" TO WS-DETAIL-STATUS
                   ELSE
                       IF DTL-TYPE = "S"
                           IF DTL-TIMESTAMP > WS-SWEPT-TS
                               MOVE DTL-TIMESTAMP TO WS-SWEPT-TS
                           END-IF
                           MOVE DTL-INSTRUMENT TO WS-HOLD-INST
                           MOVE DTL-TIMESTAMP TO WS-HOLD-TS
                           PERFORM MATCH-READING-HOLDS
                       END-IF
                   END-IF
           END-READ.

      *> A feed reading already covered by the unit's swept detail is
      *> left to the detail row.
       MATCH-FEED-READING.
           IF WS-SWEPT-TS = SPACES OR WS-HOLD-TS > WS-SWEPT-TS
               PERFORM MATCH-READING-HOLDS
           END-IF.

       MATCH-READING-HOLDS.
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > WS-HOLD-COUNT OR WS-UNIT-HELD = "Y"
               IF FUNCTION TRIM(HOLD-SCOPE(HOLD-IDX)) = "INSTRUMENT"
                  AND WS-HOLD-INST NOT = SPACES
                  AND FUNCTION TRIM(HOLD-KEY(HOLD-IDX)) =
                      FUNCTION TRIM(WS-HOLD-INST)
                  AND (HOLD-FROM-DATE(HOLD-IDX) = SPACES
                       OR WS-HOLD-TS(1:10) >= HOLD-FROM-DATE(HOLD-IDX))
                  AND (HOLD-TO-DATE(HOLD-IDX) = SPACES
                       OR WS-HOLD-TS(1:10) <= HOLD-TO-DATE(HOLD-IDX))
                   PERFORM NOTE-UNIT-HOLD
               END-IF
           END-PERFORM.

      *> A table overflow mid-update must not leave the lock behind.
       RELEASE-HELD-LOCK.
           IF WS-LOCK-HELD = "Y"
               PERFORM RELEASE-SHOP-LOCK
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
           STRING "AEROSHIP" "-" WS-LOCK-TIME
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

       END PROGRAM AEROSHIP.
