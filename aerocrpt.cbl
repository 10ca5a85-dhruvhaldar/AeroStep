      *> AEROCRPT reprints a unit travel certificate for any swept
      *> serial, so a customer's lost certificate no longer means
      *> digging through the aerocert_<station>.txt files by hand.
      *> The certificate is rebuilt from the aeromast.dat unit master
      *> (operator, station, completion time, verdict) and the
      *> aerodetl.dat step detail the AEROARCH sweep keeps for the
      *> unit's final sequence (product and plan revision, component
      *> lots, and every plan step's final result, reading,
      *> instrument and attempt); the revision's effective date
      *> comes from aeroplan.dat, where approved rows are never
      *> removed. A unit swept before step detail was kept prints
      *> the three classic results the master holds. Every reprint
      *> is marked DUPLICATE with the reprint date, the requester's
      *> operator id and its copy number, and is recorded in
      *> aeroreprint.dat (serial, copy number, requested by, date,
      *> time) under aeroreprint.lck, so the number of copies in
      *> circulation is always known. Reprints are appended to
      *> aerocert_reprint.txt one block per copy, the same way the
      *> bench appends originals to its station certificate file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEROCRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL PLAN-FILE ASSIGN TO "aeroplan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT OPTIONAL REPRINT-FILE ASSIGN TO "aeroreprint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-STATUS.
           SELECT OPTIONAL CERT-FILE ASSIGN TO "aerocert_reprint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *> Step detail written by the AEROARCH sweep: P = product and
      *> plan revision, L = component lot, S = step result.
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

       FD  PLAN-FILE.
       01  PLAN-RECORD                 PIC X(120).

      *> One row per copy reprinted.
       FD  REPRINT-FILE.
       01  REPRINT-RECORD              PIC X(80).

       FD  CERT-FILE.
       01  CERT-RECORD                 PIC X(80).

       FD  LOCK-FILE.
       01  LOCK-RECORD                 PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-FILE-STATUS     PIC XX.
       01 WS-MASTER-STATUS            PIC XX.
       01 WS-DETAIL-STATUS            PIC XX.
       01 WS-PLAN-FILE-STATUS         PIC XX.
       01 WS-REPRINT-STATUS           PIC XX.
       01 WS-CERT-STATUS              PIC XX.
       01 WS-LOCK-STATUS              PIC XX.

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
      *> locked out may request a reprint; the login is recorded as
      *> the requester.
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

      *> The unit's detail rows, in logged order.
       01 WS-DTL-COUNT                PIC 9(3) VALUE 0.
       01 WS-DTL-TABLE.
           05 WS-DTL-ENTRY OCCURS 300 TIMES INDEXED BY DTL-IDX.
               10 DT-TYPE              PIC X(1).
               10 DT-NAME              PIC X(30).
               10 DT-STATUS            PIC X(10).
               10 DT-VALUE             PIC X(20).
               10 DT-INSTRUMENT        PIC X(10).
               10 DT-ATTEMPT           PIC 9(2).
       01 WS-LATER-IDX                PIC 9(3).
       01 WS-FINAL-ROW                PIC X VALUE "Y".
       01 WS-HAS-LOTS                 PIC X VALUE "N".
       01 WS-HAS-STEPS                PIC X VALUE "N".

      *> What the certificate header needs besides the master row.
       01 WS-WANTED-UNIT              PIC X(20).
       01 WS-CERT-PRODUCT             PIC X(20).
       01 WS-CERT-REV                 PIC X(2).
       01 WS-CERT-EFFECTIVE           PIC X(10).
       01 WS-CERT-STEP-NAME           PIC X(22).
       01 WS-CERT-STEP-VALUE          PIC X(12).
       01 WS-CERT-STEP-INST           PIC X(10).
       01 WS-CERT-STEP-TRY            PIC Z9 BLANK WHEN ZERO.

      *> One parsed aeroplan.dat row - product, revision and
      *> effective date are all that matter here.
       01 WS-PLAN-SCAN-PRODUCT        PIC X(20).
       01 WS-PLAN-SCAN-SEQ            PIC X(3).
       01 WS-PLAN-SCAN-NAME           PIC X(30).
       01 WS-PLAN-SCAN-SOURCE         PIC X(1).
       01 WS-PLAN-SCAN-MIN            PIC X(8).
       01 WS-PLAN-SCAN-MAX            PIC X(8).
       01 WS-PLAN-SCAN-UNITS          PIC X(8).
       01 WS-PLAN-SCAN-REV            PIC X(2).
       01 WS-PLAN-SCAN-EFFECTIVE      PIC X(10).

      *> Reprint register scan and the copy being issued.
       01 WS-RP-SCAN-UNIT             PIC X(20).
       01 WS-RP-SCAN-COPY             PIC X(3).
       01 WS-RP-SCAN-BY               PIC X(20).
       01 WS-RP-SCAN-DATE             PIC X(10).
       01 WS-RP-SCAN-TIME             PIC X(8).
       01 WS-COPY-COUNT               PIC 9(3) VALUE 0.
       01 WS-COPY-NUMBER              PIC 9(3) VALUE 0.
       01 WS-REPRINT-PTR              PIC 9(3).

       01 WS-MENU-CHOICE              PIC X(1).
       01 WS-MORE-MENU                PIC X VALUE "Y".
       01 WS-DATE                     PIC 9(8).
       01 WS-TODAY                    PIC X(10).
       01 WS-TIME                     PIC 9(8).
       01 WS-NOW                      PIC X(8).
       01 WS-EDIT-3                   PIC ZZ9.

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
           DISPLAY "AEROSTEP CERTIFICATE REPRINT"
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
           DISPLAY "R = REPRINT CERTIFICATE, H = REPRINT HISTORY FOR A SERIAL, X = EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "R" PERFORM REPRINT-CERTIFICATE
               WHEN "r" PERFORM REPRINT-CERTIFICATE
               WHEN "H" PERFORM SHOW-REPRINT-HISTORY
               WHEN "h" PERFORM SHOW-REPRINT-HISTORY
               WHEN "X" MOVE "N" TO WS-MORE-MENU
               WHEN "x" MOVE "N" TO WS-MORE-MENU
               WHEN OTHER DISPLAY "UNRECOGNIZED CHOICE."
           END-EVALUATE.

       ACCEPT-SERIAL.
           DISPLAY "UNIT/SERIAL: " WITH NO ADVANCING
           ACCEPT WS-WANTED-UNIT
           INSPECT WS-WANTED-UNIT REPLACING ALL WS-ESC BY SPACE
                                            ALL "," BY SPACE
           MOVE FUNCTION TRIM(WS-WANTED-UNIT) TO WS-WANTED-UNIT.

      *> Only a unit the sweep has closed out can be reprinted - an
      *> open sequence has no final result to certify yet.
       REPRINT-CERTIFICATE.
           PERFORM ACCEPT-SERIAL
           IF WS-WANTED-UNIT = SPACES
               DISPLAY "NO SERIAL ENTERED - NOTHING REPRINTED."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MAST-RECORD
           MOVE WS-WANTED-UNIT TO MAST-UNIT-ID
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               READ MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO MAST-RECORD
               END-READ
               CLOSE MASTER-FILE
           ELSE
               IF WS-MASTER-STATUS = "05"
                   CLOSE MASTER-FILE
               END-IF
               MOVE SPACES TO MAST-RECORD
           END-IF
           IF MAST-UNIT-ID = SPACES
               DISPLAY "SERIAL " FUNCTION TRIM(WS-WANTED-UNIT)
                       " NOT ON THE UNIT MASTER - ONLY A SWEPT UNIT CAN BE REPRINTED."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-UNIT-DETAIL
           PERFORM FIND-PLAN-EFFECTIVE

      *> The certificate file is opened before a copy number is
      *> drawn, so a copy is never registered that did not print.
           OPEN EXTEND CERT-FILE
           IF WS-CERT-STATUS NOT = "00" AND WS-CERT-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN REPRINT CERTIFICATE FILE. STATUS: " WS-CERT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "aeroreprint.lck" TO WS-LOCK-NAME
           PERFORM ACQUIRE-SHOP-LOCK
           PERFORM COUNT-PRIOR-COPIES
           COMPUTE WS-COPY-NUMBER = WS-COPY-COUNT + 1
           PERFORM RECORD-REPRINT
           PERFORM WRITE-DUPLICATE-CERTIFICATE
           CLOSE CERT-FILE
           PERFORM RELEASE-SHOP-LOCK
           MOVE WS-COPY-NUMBER TO WS-EDIT-3
           DISPLAY "DUPLICATE COPY " FUNCTION TRIM(WS-EDIT-3)
                   " FOR " FUNCTION TRIM(WS-WANTED-UNIT)
                   " APPENDED TO aerocert_reprint.txt.".

       LOAD-UNIT-DETAIL.
           MOVE 0 TO WS-DTL-COUNT
           MOVE SPACES TO WS-CERT-PRODUCT WS-CERT-REV WS-CERT-EFFECTIVE
           OPEN INPUT DETAIL-FILE
           IF WS-DETAIL-STATUS NOT = "00"
               IF WS-DETAIL-STATUS = "05"
                   CLOSE DETAIL-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WANTED-UNIT TO DTL-UNIT-ID
           MOVE 0 TO DTL-SEQ
           START DETAIL-FILE KEY IS NOT LESS THAN DTL-KEY
               INVALID KEY
                   MOVE "10" TO WS-DETAIL-STATUS
           END-START
           PERFORM READ-DETAIL-RECORD UNTIL WS-DETAIL-STATUS NOT = "00"
           CLOSE DETAIL-FILE.

       READ-DETAIL-RECORD.
           READ DETAIL-FILE NEXT
               AT END
                   MOVE "10" TO WS-DETAIL-STATUS
               NOT AT END
                   IF DTL-UNIT-ID NOT = WS-WANTED-UNIT
                       MOVE "10" TO WS-DETAIL-STATUS
                   ELSE
                       PERFORM KEEP-DETAIL-ROW
                   END-IF
           END-READ.

       KEEP-DETAIL-ROW.
           IF DTL-TYPE = "P"
               MOVE DTL-NAME TO WS-CERT-PRODUCT
               MOVE DTL-VALUE TO WS-CERT-REV
           ELSE
               IF WS-DTL-COUNT >= 300
                   DISPLAY "CRITICAL ERROR: DETAIL TABLE FULL (MAX 300)."
                   CLOSE DETAIL-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DTL-COUNT
               MOVE WS-DTL-COUNT TO DTL-IDX
               MOVE DTL-TYPE TO DT-TYPE(DTL-IDX)
               MOVE DTL-NAME TO DT-NAME(DTL-IDX)
               MOVE DTL-STATUS TO DT-STATUS(DTL-IDX)
               MOVE DTL-VALUE TO DT-VALUE(DTL-IDX)
               MOVE DTL-INSTRUMENT TO DT-INSTRUMENT(DTL-IDX)
               MOVE DTL-ATTEMPT TO DT-ATTEMPT(DTL-IDX)
           END-IF.

      *> A revision other than the original issue prints with the
      *> effective date its approved plan rows carry.
       FIND-PLAN-EFFECTIVE.
           IF WS-CERT-PRODUCT = SPACES OR WS-CERT-REV = SPACES
              OR WS-CERT-REV = "-"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-FILE-STATUS = "00" OR WS-PLAN-FILE-STATUS = "05"
               PERFORM READ-PLAN-RECORD UNTIL WS-PLAN-FILE-STATUS = "10"
               CLOSE PLAN-FILE
           END-IF.

       READ-PLAN-RECORD.
           READ PLAN-FILE
           IF WS-PLAN-FILE-STATUS = "00"
               MOVE SPACES TO WS-PLAN-SCAN-PRODUCT WS-PLAN-SCAN-REV
                              WS-PLAN-SCAN-EFFECTIVE
               UNSTRING PLAN-RECORD DELIMITED BY ","
                   INTO WS-PLAN-SCAN-PRODUCT WS-PLAN-SCAN-SEQ
                        WS-PLAN-SCAN-NAME WS-PLAN-SCAN-SOURCE
                        WS-PLAN-SCAN-MIN WS-PLAN-SCAN-MAX
                        WS-PLAN-SCAN-UNITS WS-PLAN-SCAN-REV
                        WS-PLAN-SCAN-EFFECTIVE
               END-UNSTRING
               IF FUNCTION TRIM(WS-PLAN-SCAN-PRODUCT) =
                  FUNCTION TRIM(WS-CERT-PRODUCT)
                  AND FUNCTION TRIM(WS-PLAN-SCAN-REV) =
                      FUNCTION TRIM(WS-CERT-REV)
                   MOVE WS-PLAN-SCAN-EFFECTIVE TO WS-CERT-EFFECTIVE
               END-IF
           END-IF.

       COUNT-PRIOR-COPIES.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT REPRINT-FILE
           IF WS-REPRINT-STATUS = "00" OR WS-REPRINT-STATUS = "05"
               PERFORM READ-REPRINT-RECORD UNTIL WS-REPRINT-STATUS = "10"
               CLOSE REPRINT-FILE
           END-IF.

       READ-REPRINT-RECORD.
           READ REPRINT-FILE
           IF WS-REPRINT-STATUS = "00"
               PERFORM PARSE-REPRINT-RECORD
               IF FUNCTION TRIM(WS-RP-SCAN-UNIT) = FUNCTION TRIM(WS-WANTED-UNIT)
                   ADD 1 TO WS-COPY-COUNT
               END-IF
           END-IF.

       PARSE-REPRINT-RECORD.
           MOVE SPACES TO WS-RP-SCAN-UNIT WS-RP-SCAN-COPY WS-RP-SCAN-BY
                          WS-RP-SCAN-DATE WS-RP-SCAN-TIME
           UNSTRING REPRINT-RECORD DELIMITED BY ","
               INTO WS-RP-SCAN-UNIT WS-RP-SCAN-COPY WS-RP-SCAN-BY
                    WS-RP-SCAN-DATE WS-RP-SCAN-TIME
           END-UNSTRING.

       RECORD-REPRINT.
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-NOW
           STRING WS-TIME(1:2) ":" WS-TIME(3:2) ":" WS-TIME(5:2)
               DELIMITED BY SIZE INTO WS-NOW
           OPEN EXTEND REPRINT-FILE
           IF WS-REPRINT-STATUS NOT = "00" AND WS-REPRINT-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN REPRINT REGISTER. STATUS: " WS-REPRINT-STATUS
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           MOVE SPACES TO REPRINT-RECORD
           MOVE 1 TO WS-REPRINT-PTR
           STRING FUNCTION TRIM(WS-WANTED-UNIT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-COPY-NUMBER DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-USER-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-NOW DELIMITED BY SIZE
                  INTO REPRINT-RECORD
                  WITH POINTER WS-REPRINT-PTR
           WRITE REPRINT-RECORD
           CLOSE REPRINT-FILE.

      *> Same block the bench's WRITE-CERTIFICATE appends, with the
      *> DUPLICATE banner under the title.
       WRITE-DUPLICATE-CERTIFICATE.
           MOVE "================================================================================" TO CERT-RECORD
           PERFORM WRITE-CERT-LINE
           MOVE "                         AEROSTEP UNIT TRAVEL CERTIFICATE" TO CERT-RECORD
           PERFORM WRITE-CERT-LINE
           MOVE WS-COPY-NUMBER TO WS-EDIT-3
           MOVE SPACES TO CERT-RECORD
           STRING "        *** DUPLICATE - COPY " FUNCTION TRIM(WS-EDIT-3)
                  " - REPRINTED " WS-TODAY
                  " BY " FUNCTION TRIM(WS-USER-ID) " ***"
               DELIMITED BY SIZE INTO CERT-RECORD
           PERFORM WRITE-CERT-LINE
           MOVE "================================================================================" TO CERT-RECORD
           PERFORM WRITE-CERT-LINE

           MOVE SPACES TO CERT-RECORD
           STRING "Unit/Serial : " FUNCTION TRIM(MAST-UNIT-ID)
               DELIMITED BY SIZE INTO CERT-RECORD
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO CERT-RECORD
           IF WS-CERT-PRODUCT = SPACES
               MOVE "Product/Part: (NOT RECORDED)" TO CERT-RECORD
           ELSE
               STRING "Product/Part: " FUNCTION TRIM(WS-CERT-PRODUCT)
                   DELIMITED BY SIZE INTO CERT-RECORD
           END-IF
           PERFORM WRITE-CERT-LINE
           IF WS-CERT-REV NOT = SPACES
               MOVE SPACES TO CERT-RECORD
               IF WS-CERT-EFFECTIVE = SPACES
                   STRING "Test Plan   : REVISION " WS-CERT-REV
                          " (ORIGINAL ISSUE)"
                       DELIMITED BY SIZE INTO CERT-RECORD
               ELSE
                   STRING "Test Plan   : REVISION " WS-CERT-REV
                          " EFFECTIVE " WS-CERT-EFFECTIVE
                       DELIMITED BY SIZE INTO CERT-RECORD
               END-IF
               PERFORM WRITE-CERT-LINE
           END-IF
           MOVE SPACES TO CERT-RECORD
           STRING "Operator    : " FUNCTION TRIM(MAST-OPERATOR)
               DELIMITED BY SIZE INTO CERT-RECORD
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO CERT-RECORD
           STRING "Station     : " FUNCTION TRIM(MAST-STATION)
               DELIMITED BY SIZE INTO CERT-RECORD
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO CERT-RECORD
           STRING "Date/Time   : " MAST-COMP-TIMESTAMP
               DELIMITED BY SIZE INTO CERT-RECORD
           PERFORM WRITE-CERT-LINE
           IF MAST-ORDER-ID NOT = SPACES
               MOVE SPACES TO CERT-RECORD
               STRING "Work Order  : " FUNCTION TRIM(MAST-ORDER-ID)
                   DELIMITED BY SIZE INTO CERT-RECORD
               PERFORM WRITE-CERT-LINE
           END-IF
           MOVE " " TO CERT-RECORD
           PERFORM WRITE-CERT-LINE

           MOVE "N" TO WS-HAS-LOTS WS-HAS-STEPS
           PERFORM VARYING DTL-IDX FROM 1 BY 1
               UNTIL DTL-IDX > WS-DTL-COUNT
               IF DT-TYPE(DTL-IDX) = "L"
                   MOVE "Y" TO WS-HAS-LOTS
               END-IF
               IF DT-TYPE(DTL-IDX) = "S"
                   MOVE "Y" TO WS-HAS-STEPS
               END-IF
           END-PERFORM
           IF WS-HAS-LOTS = "Y"
               MOVE "  Component Lots Installed" TO CERT-RECORD
               PERFORM WRITE-CERT-LINE
               PERFORM WRITE-CERT-LOT-LINE VARYING DTL-IDX FROM 1 BY 1
                   UNTIL DTL-IDX > WS-DTL-COUNT
               MOVE " " TO CERT-RECORD
               PERFORM WRITE-CERT-LINE
           END-IF

           MOVE "  Step                  Result       Value         Instrument  Try" TO CERT-RECORD
           PERFORM WRITE-CERT-LINE
           IF WS-HAS-STEPS = "Y"
               PERFORM WRITE-CERT-STEP-LINE VARYING DTL-IDX FROM 1 BY 1
                   UNTIL DTL-IDX > WS-DTL-COUNT
           ELSE
               PERFORM WRITE-MASTER-STEP-LINES
           END-IF
           MOVE " " TO CERT-RECORD
           PERFORM WRITE-CERT-LINE

           IF FUNCTION TRIM(MAST-VERDICT) = "PASSED"
               MOVE "  OVERALL VERDICT: PASSED - CLEARED FOR SHIPMENT" TO CERT-RECORD
           ELSE
               MOVE "  OVERALL VERDICT: **** FAILED ****" TO CERT-RECORD
           END-IF
           PERFORM WRITE-CERT-LINE
           MOVE "================================================================================" TO CERT-RECORD
           PERFORM WRITE-CERT-LINE
           MOVE " " TO CERT-RECORD
           PERFORM WRITE-CERT-LINE.

       WRITE-CERT-LOT-LINE.
           IF DT-TYPE(DTL-IDX) = "L"
               MOVE SPACES TO CERT-RECORD WS-CERT-STEP-NAME
               MOVE DT-NAME(DTL-IDX) TO WS-CERT-STEP-NAME
               STRING "    " WS-CERT-STEP-NAME(1:20)
                   " : " FUNCTION TRIM(DT-VALUE(DTL-IDX))
                   DELIMITED BY SIZE INTO CERT-RECORD
               PERFORM WRITE-CERT-LINE
           END-IF.

      *> A step retested under override has one row per attempt;
      *> the certificate shows the final one, as the bench did.
       WRITE-CERT-STEP-LINE.
           IF DT-TYPE(DTL-IDX) = "S"
               MOVE "Y" TO WS-FINAL-ROW
               PERFORM VARYING WS-LATER-IDX FROM DTL-IDX BY 1
                   UNTIL WS-LATER-IDX >= WS-DTL-COUNT
                   IF DT-TYPE(WS-LATER-IDX + 1) = "S"
                      AND DT-NAME(WS-LATER-IDX + 1) = DT-NAME(DTL-IDX)
                       MOVE "N" TO WS-FINAL-ROW
                   END-IF
               END-PERFORM
               IF WS-FINAL-ROW = "Y"
                   MOVE DT-NAME(DTL-IDX) TO WS-CERT-STEP-NAME
                   MOVE DT-VALUE(DTL-IDX) TO WS-CERT-STEP-VALUE
                   MOVE DT-INSTRUMENT(DTL-IDX) TO WS-CERT-STEP-INST
                   MOVE DT-ATTEMPT(DTL-IDX) TO WS-CERT-STEP-TRY
                   PERFORM FORMAT-STEP-LINE
                   MOVE DT-STATUS(DTL-IDX) TO CERT-RECORD(27:10)
                   PERFORM WRITE-CERT-LINE
               END-IF
           END-IF.

      *> Pre-detail units: the three classic results the master
      *> holds, with no instrument or attempt on record.
       WRITE-MASTER-STEP-LINES.
           MOVE SPACES TO WS-CERT-STEP-INST
           MOVE 0 TO WS-CERT-STEP-TRY
           IF MAST-PRESS-STATUS NOT = SPACES
               MOVE "Pressure" TO WS-CERT-STEP-NAME
               MOVE MAST-PRESS-VALUE TO WS-CERT-STEP-VALUE
               PERFORM FORMAT-STEP-LINE
               MOVE MAST-PRESS-STATUS TO CERT-RECORD(27:10)
               PERFORM WRITE-CERT-LINE
           END-IF
           IF MAST-HEAT-STATUS NOT = SPACES
               MOVE "Heat" TO WS-CERT-STEP-NAME
               MOVE MAST-HEAT-VALUE TO WS-CERT-STEP-VALUE
               PERFORM FORMAT-STEP-LINE
               MOVE MAST-HEAT-STATUS TO CERT-RECORD(27:10)
               PERFORM WRITE-CERT-LINE
           END-IF
           IF MAST-QUAL-STATUS NOT = SPACES
               MOVE "Quality" TO WS-CERT-STEP-NAME
               MOVE MAST-QUAL-VALUE TO WS-CERT-STEP-VALUE
               PERFORM FORMAT-STEP-LINE
               MOVE MAST-QUAL-STATUS TO CERT-RECORD(27:10)
               PERFORM WRITE-CERT-LINE
           END-IF
           MOVE "  (STEP DETAIL NOT KEPT FOR THIS UNIT - RESULTS FROM THE UNIT MASTER)"
               TO CERT-RECORD
           PERFORM WRITE-CERT-LINE.

      *> Step, result, value and instrument columns line up with the
      *> bench's certificate; the result is dropped in at column 27.
       FORMAT-STEP-LINE.
           MOVE SPACES TO CERT-RECORD
           STRING "  " WS-CERT-STEP-NAME
                  "  " "          "
                  "   " WS-CERT-STEP-VALUE
                  "  " WS-CERT-STEP-INST
                  DELIMITED BY SIZE INTO CERT-RECORD
           IF WS-CERT-STEP-TRY NOT = SPACES
               MOVE WS-CERT-STEP-TRY TO CERT-RECORD(65:2)
           END-IF.

       WRITE-CERT-LINE.
           WRITE CERT-RECORD
           DISPLAY FUNCTION TRIM(CERT-RECORD TRAILING).

      *> Every copy on record for one serial.
       SHOW-REPRINT-HISTORY.
           PERFORM ACCEPT-SERIAL
           MOVE 0 TO WS-COPY-COUNT
           DISPLAY "COPY  REPRINTED   TIME      REQUESTED BY"
           OPEN INPUT REPRINT-FILE
           IF WS-REPRINT-STATUS = "00" OR WS-REPRINT-STATUS = "05"
               PERFORM LIST-REPRINT-RECORD UNTIL WS-REPRINT-STATUS = "10"
               CLOSE REPRINT-FILE
           END-IF
           MOVE WS-COPY-COUNT TO WS-EDIT-3
           DISPLAY FUNCTION TRIM(WS-EDIT-3) " DUPLICATE(S) ISSUED FOR "
                   FUNCTION TRIM(WS-WANTED-UNIT) ".".

       LIST-REPRINT-RECORD.
           READ REPRINT-FILE
           IF WS-REPRINT-STATUS = "00"
               PERFORM PARSE-REPRINT-RECORD
               IF FUNCTION TRIM(WS-RP-SCAN-UNIT) = FUNCTION TRIM(WS-WANTED-UNIT)
                   ADD 1 TO WS-COPY-COUNT
                   DISPLAY WS-RP-SCAN-COPY "   " WS-RP-SCAN-DATE "  "
                           WS-RP-SCAN-TIME "  " FUNCTION TRIM(WS-RP-SCAN-BY)
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
           STRING "AEROCRPT" "-" WS-LOCK-TIME
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

       END PROGRAM AEROCRPT.
