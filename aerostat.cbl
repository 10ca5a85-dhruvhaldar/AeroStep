      *> it rolls up quantity due, serials passed against the order
      *> (WORKORDER rows still in the live log plus closed units in
      *> the aeromast.dat master, deduplicated the way the shipping
      *> manifest dedupes), serials actually shipped per the AEROSHIP
      *> shipment records in aeroshipped.dat and the passed units
      *> still on the shelf, failed units and their open NCRs, days
      *> to the due date, and a completion date projected from the
      *> last seven days' actual throughput - flagging any order the
      *> projection says will miss its date, so nobody learns about
      *> a late order from the customer again. An order AEROSHIP
      *> has closed (quantity due shipped), or one held or cancelled
      *> at the AEROWOM desk, is shown with that status and no
      *> projection. Report goes to aerowork_status.txt and the
      *> terminal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEROSTAT.

           SELECT OPTIONAL NCR-FILE ASSIGN TO "aeroncr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCR-FILE-STATUS.
           SELECT OPTIONAL SHIPPED-FILE ASSIGN TO "aeroshipped.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIPPED-STATUS.
           SELECT STATUS-FILE ASSIGN TO "aerowork_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.
       FD  NCR-FILE.
       01  NCR-RECORD                  PIC X(200).

      *> AEROSHIP shipment rows: number, order, serial, ship date,
      *> carrier, tracking, shipped by, date recorded.
       FD  SHIPPED-FILE.
       01  SHIPPED-RECORD              PIC X(160).

       FD  STATUS-FILE.
       01  STATUS-RECORD               PIC X(132).

       01 WS-FILE-STATUS              PIC XX.
       01 WS-MASTER-STATUS            PIC XX.
       01 WS-NCR-FILE-STATUS          PIC XX.
       01 WS-SHIPPED-STATUS           PIC XX.
       01 WS-STATUS-FILE-STATUS       PIC XX.
       01 WS-REC-LEN                  PIC 9(3).
       01 WS-EOF-SWITCH               PIC X VALUE "N".
               10 WORK-PRODUCT         PIC X(10).
               10 WORK-QTY-DUE         PIC 9(5).
               10 WORK-DUE-DATE        PIC X(10).
               10 WORK-STATUS          PIC X(10).
               10 WORK-SHIPPED         PIC 9(5).

      *> Parsed fields from one raw log line
       01 WS-RAW-TIMESTAMP            PIC X(19).
       01 WS-NCR-SCAN-DATE            PIC X(10).
       01 WS-NCR-SCAN-STATUS          PIC X(10).

      *> One parsed shipment row - only the order matters here.
       01 WS-SHIP-SCAN-NUMBER         PIC X(5).
       01 WS-SHIP-SCAN-ORDER          PIC X(10).

      *> Per-order rollup scratch for the order being printed.
       01 WS-ORDER-PASSED             PIC 9(5).
       01 WS-ORDER-FAILED             PIC 9(5).
       01 WS-ORDER-OPEN-NCRS          PIC 9(5).
       01 WS-ORDER-OUTSTANDING        PIC S9(6).
       01 WS-ORDER-PASS-7DAY          PIC 9(5).
       01 WS-ORDER-ON-SHELF           PIC S9(6).

      *> Date arithmetic scratch (dates are YYYY/MM/DD on file).
       01 WS-TODAY                    PIC 9(8).
       01 WS-EDIT-5                   PIC ZZZZ9.
       01 WS-EDIT-5B                  PIC ZZZZ9.
       01 WS-EDIT-5C                  PIC ZZZZ9.
       01 WS-EDIT-5D                  PIC ZZZZ9.
       01 WS-EDIT-5E                  PIC ZZZZ9.
       01 WS-EDIT-S5                  PIC -(4)9.

       PROCEDURE DIVISION.

           PERFORM COLLECT-LOG-RESULTS
           PERFORM COLLECT-MASTER-RESULTS
           PERFORM COLLECT-SHIPMENTS

           OPEN OUTPUT STATUS-FILE
           IF WS-STATUS-FILE-STATUS NOT = "00"
               END-IF
               ADD 1 TO WS-WORK-COUNT
               MOVE WS-WORK-COUNT TO WORK-IDX
               MOVE SPACES TO WORK-STATUS(WORK-IDX)
               MOVE 0 TO WORK-SHIPPED(WORK-IDX)
               UNSTRING WORK-RECORD DELIMITED BY ","
                   INTO WORK-ORDER-ID(WORK-IDX) WORK-CUSTOMER(WORK-IDX)
                        WORK-PRODUCT(WORK-IDX) WORK-QTY-DUE(WORK-IDX)
                        WORK-DUE-DATE(WORK-IDX) WORK-STATUS(WORK-IDX)
               END-UNSTRING
           END-IF.

               END-PERFORM
           END-IF.

      *> Each shipment row counts one serial shipped against its
      *> order.
       COLLECT-SHIPMENTS.
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
               PERFORM VARYING WORK-IDX FROM 1 BY 1
                   UNTIL WORK-IDX > WS-WORK-COUNT
                   IF WS-SHIP-SCAN-ORDER NOT = SPACES
                      AND FUNCTION TRIM(WORK-ORDER-ID(WORK-IDX)) =
                          FUNCTION TRIM(WS-SHIP-SCAN-ORDER)
                       ADD 1 TO WORK-SHIPPED(WORK-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-ORDER-STATUS.
           MOVE ALL "=" TO STATUS-RECORD
           PERFORM WRITE-STATUS-LINE
           MOVE SPACES TO STATUS-RECORD
           IF WORK-STATUS(WORK-IDX) NOT = SPACES
               STRING "ORDER " FUNCTION TRIM(WORK-ORDER-ID(WORK-IDX))
                      "  CUSTOMER " FUNCTION TRIM(WORK-CUSTOMER(WORK-IDX))
                      "  PRODUCT " FUNCTION TRIM(WORK-PRODUCT(WORK-IDX))
                      "  DUE " WORK-DUE-DATE(WORK-IDX)
                      "  " FUNCTION TRIM(WORK-STATUS(WORK-IDX))
                   DELIMITED BY SIZE INTO STATUS-RECORD
           ELSE
               STRING "ORDER " FUNCTION TRIM(WORK-ORDER-ID(WORK-IDX))
                      "  CUSTOMER " FUNCTION TRIM(WORK-CUSTOMER(WORK-IDX))
                      "  PRODUCT " FUNCTION TRIM(WORK-PRODUCT(WORK-IDX))
                      "  DUE " WORK-DUE-DATE(WORK-IDX)
                   DELIMITED BY SIZE INTO STATUS-RECORD
           END-IF
           PERFORM WRITE-STATUS-LINE

           MOVE 0 TO WS-ORDER-PASSED WS-ORDER-FAILED WS-ORDER-PASS-7DAY
               MOVE 0 TO WS-ORDER-OUTSTANDING
           END-IF

      *> Passed but not shipped is stock sitting on the shelf.
           COMPUTE WS-ORDER-ON-SHELF =
               WS-ORDER-PASSED - WORK-SHIPPED(WORK-IDX)
           IF WS-ORDER-ON-SHELF < 0
               MOVE 0 TO WS-ORDER-ON-SHELF
           END-IF

           MOVE WS-ORDER-PASSED TO WS-EDIT-5
           MOVE WS-ORDER-FAILED TO WS-EDIT-5B
           MOVE WS-ORDER-OPEN-NCRS TO WS-EDIT-5C
           MOVE WORK-SHIPPED(WORK-IDX) TO WS-EDIT-5D
           MOVE WS-ORDER-ON-SHELF TO WS-EDIT-5E
           MOVE SPACES TO STATUS-RECORD
           STRING "  QTY DUE " WORK-QTY-DUE(WORK-IDX)
                  "  PASSED " FUNCTION TRIM(WS-EDIT-5)
                  "  SHIPPED " FUNCTION TRIM(WS-EDIT-5D)
                  "  ON SHELF " FUNCTION TRIM(WS-EDIT-5E)
                  "  FAILED " FUNCTION TRIM(WS-EDIT-5B)
                  "  OPEN NCRS " FUNCTION TRIM(WS-EDIT-5C)
               DELIMITED BY SIZE INTO STATUS-RECORD
           PERFORM WRITE-STATUS-LINE

           EVALUATE FUNCTION TRIM(WORK-STATUS(WORK-IDX))
      *> An order can be closed at the desk short of its quantity,
      *> so "shipped complete" is only claimed when it was.
               WHEN "CLOSED"
                   IF WORK-SHIPPED(WORK-IDX) >= WORK-QTY-DUE(WORK-IDX)
                       MOVE "  ORDER CLOSED - SHIPPED COMPLETE"
                           TO STATUS-RECORD
                   ELSE
                       MOVE "  ORDER CLOSED" TO STATUS-RECORD
                   END-IF
               WHEN "CANCELLED"
                   MOVE "  ORDER CANCELLED" TO STATUS-RECORD
               WHEN "HELD"
                   MOVE "  ORDER ON HOLD - BENCHES REFUSING ITS UNITS"
                       TO STATUS-RECORD
               WHEN OTHER
                   PERFORM PROJECT-ORDER-COMPLETION
           END-EVALUATE
           PERFORM WRITE-STATUS-LINE.

       TALLY-ORDER-UNIT.
