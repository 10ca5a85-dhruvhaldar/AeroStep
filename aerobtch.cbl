      *> OPERATOR-ID,PRODUCT[,WORK-ORDER] followed by one unit/serial
      *> per line - pulls each unit's readings from aerofeed.dat the
      *> way FIND-FEED-READING does on the bench, applies the same
      *> aeroplan.dat test plan limits and aerocal.dat calibration
      *> checks, and writes the same stamped log, structured CSV, travel
      *> certificate, and NCR records, with no prompts, no ANSI
      *> screen, and no sleeps. There is no supervisor at the cell,
      *> so a failed test is final here - no override, no retest.
      *> Ends with an exception list (aerorun_exceptions.txt) of the
      *> units that failed or had no usable reading, and RETURN-CODE
      *> 0 = all passed, 4 = exceptions listed, 8 = run not started.
      *> The station's reference unit (aeroref.dat) may appear on the
      *> run list like any serial: it runs the start-of-shift
      *> verification the bench runs, and production serials are
      *> refused onto the exception list until the station's latest
      *> verification passed within the same validity window.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEROBTCH.

           SELECT OPTIONAL NCR-FILE ASSIGN TO "aeroncr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCR-FILE-STATUS.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "aerohold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "aerorun_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT OPTIONAL SHOP-FILE ASSIGN TO "aerostep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHOP-FILE-STATUS.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO "aeromast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-UNIT-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL REF-FILE ASSIGN TO "aeroref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-FILE-STATUS.
           SELECT OPTIONAL VERIFY-FILE ASSIGN TO DYNAMIC WS-VERIFY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-FILE-STATUS.
           SELECT SUSPECT-FILE ASSIGN TO DYNAMIC WS-SUSPECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPECT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMIT-FILE.
       01  LIMIT-RECORD                PIC X(80).

       *> Per-product test plan, same file, revision selection, and
       *> fallback rules the bench applies: the revision in effect
       *> today is run, a product with no plan rows runs the DEFAULT
       *> plan, and only when neither has rows is the classic
       *> Pressure/Heat/Quality sequence built from aerolimit.dat.
       FD  PLAN-FILE.
       01  PLAN-RECORD                 PIC X(100).

       *> Instrument feed rows, one per unit. This file and
       *> aerofeedx.dat are written by the AEROFEDT intake edit from
       *> the collectors' aerofeed_in.dat / aerofeedx_in.dat, so each
       *> row here has numeric readings, known instruments, sane
       *> timestamps, and no duplicate - and there are never more
       *> rows than the feed tables below hold.
       FD  FEED-FILE.
       01  FEED-RECORD                 PIC X(200).

       FD  NCR-FILE.
       01  NCR-RECORD                  PIC X(200).

       *> Quality holds placed at the AEROHOLD desk - same file the
       *> bench checks at unit entry.
       FD  HOLD-FILE.
       01  HOLD-RECORD                 PIC X(250).

       *> Advisory cross-program lock marker - aeroncr.lck existing
       *> means a bench or the NCR desk is mid-update on the file.
       FD  LOCK-FILE.
       FD  STATION-FILE.
       01  STATION-RECORD              PIC X(20).

       *> Shop-wide consolidated history and the keyed unit master,
       *> read only when a failed verification lists the units the
       *> station tested since its last good one.
       FD  SHOP-FILE RECORD IS VARYING DEPENDING ON WS-SHOP-REC-LEN.
       01  SHOP-RECORD                 PIC X(160).

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

       *> Certified reference units, the station's verification
       *> history, and its suspect-unit list - same files and layouts
       *> the bench uses.
       FD  REF-FILE.
       01  REF-RECORD                  PIC X(100).

       FD  VERIFY-FILE.
       01  VERIFY-RECORD               PIC X(200).

       FD  SUSPECT-FILE.
       01  SUSPECT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RUN-FILE-STATUS          PIC XX.
       01 WS-FILE-STATUS              PIC XX.
               10 PLAN-CERT-INST       PIC X(10).
       01 WS-PLAN-SCAN-PRODUCT        PIC X(10).
       01 WS-PLAN-SCAN-SEQ            PIC X(2).
       01 WS-PLAN-SCAN-STEP           PIC X(30).
       01 WS-PLAN-SCAN-SOURCE         PIC X(1).
       01 WS-PLAN-SCAN-UNITS          PIC X(6).
       01 WS-PLAN-SCAN-REV            PIC X(1).
       01 WS-PLAN-SCAN-EFFECTIVE      PIC X(10).
       01 WS-PLAN-SCAN-MIN            PIC X(8).
       01 WS-PLAN-SCAN-MAX            PIC X(8).
      *> The plan revision in effect today - the approved revision
      *> with the latest effective date not after today (a later row
      *> wins a tie, so the most recently approved one). It is
      *> logged at the head of every unit's sequence and printed on
      *> the certificate, so each serial carries the spec it was
      *> tested to. "-" is the original, pre-revision-control issue.
       01 WS-PLAN-REV                 PIC X(1) VALUE "-".
      *> Whose plan was loaded - the unit's own product, or DEFAULT
      *> for a product with no plan of its own. The PLANREV row
      *> names it, so the history readers find the revision's limits.
       01 WS-PLAN-PRODUCT             PIC X(10).
       01 WS-PLAN-EFFECTIVE           PIC X(10) VALUE SPACES.
       01 WS-PLAN-REV-FOUND           PIC X VALUE "N".
       01 WS-PLAN-ANY-ROWS            PIC X VALUE "N".
       01 WS-STEP-NO                  PIC 9(2) VALUE 0.
       01 WS-READING                  PIC S9(4)V9.
       01 WS-STEP-HAS-READ            PIC X VALUE "N".
       01 WS-QUAL-STATE               PIC X(8) VALUE "NONE".
       01 WS-QUAL-EXPIRY              PIC X(10).

      *> Work orders for the optional order on the header line. A
      *> status of HELD, CANCELLED, or CLOSED (blank = open) refuses
      *> every unit of the run onto the exception list; it is
      *> re-read for each unit, as on the bench.
       01 WS-WORK-COUNT               PIC 9(3) VALUE 0.
       01 WS-WORK-TABLE.
           05 WORK-ENTRY OCCURS 100 TIMES INDEXED BY WORK-IDX.
               10 WORK-PRODUCT         PIC X(10).
               10 WORK-QTY-DUE         PIC 9(5).
               10 WORK-DUE-DATE        PIC X(10).
               10 WORK-STATUS          PIC X(10).
       01 WS-ORDER-FOUND-IDX          PIC 9(3) VALUE 0.
       01 WS-ORDER-GATE-OK            PIC X VALUE "Y".

      *> NCR numbering, same scan-for-highest rule the bench uses.
       01 WS-NCR-NUMBER               PIC 9(5) VALUE 0.
       01 WS-NCR-LAST-SUPV            PIC X(20).
       01 WS-NCR-CLEAR-REF            PIC X(20).

      *> Quality-hold gate state, same rules the bench applies at
      *> unit entry: a HELD row on the serial, the run's work order,
      *> or an instrument that took one of the unit's readings inside
      *> the hold's date window refuses the unit onto the exception
      *> list. Lights-out runs key no component lots, so lot holds
      *> are caught at the bench, the manifest, and the export.
       01 WS-HOLD-FILE-STATUS         PIC XX.
       01 WS-HOLD-GATE-OK             PIC X VALUE "Y".
       01 WS-HOLD-SCAN-NUMBER         PIC X(5).
       01 WS-HOLD-SCAN-SCOPE          PIC X(10).
       01 WS-HOLD-SCAN-KEY            PIC X(20).
       01 WS-HOLD-SCAN-FROM           PIC X(10).
       01 WS-HOLD-SCAN-TO             PIC X(10).
       01 WS-HOLD-SCAN-REASON         PIC X(60).
       01 WS-HOLD-SCAN-BY             PIC X(20).
       01 WS-HOLD-SCAN-DATE           PIC X(10).
       01 WS-HOLD-SCAN-STATUS         PIC X(10).
       01 WS-HOLD-MATCH               PIC X VALUE "N".
       01 WS-HOLD-INST                PIC X(10).
       01 WS-HOLD-TS                  PIC X(19).

      *> Exception list for the morning shift.
       01 WS-EXC-COUNT                PIC 9(4) VALUE 0.
       01 WS-EXC-TABLE.
       77 WS-LOCK-LIMIT               PIC 9(2) VALUE 30.
       01 WS-SLEEP-SEC                PIC 9(9) BINARY VALUE 1.

      *> Start-of-shift bench verification, same rules as the bench:
      *> production serials are refused until the station's latest
      *> verification PASSED no more than WS-VERIFY-HOURS ago.
       01 WS-SHOP-FILE-STATUS         PIC XX.
       01 WS-SHOP-REC-LEN             PIC 9(3).
       01 WS-MASTER-FILE-STATUS       PIC XX.
       01 WS-REF-FILE-STATUS          PIC XX.
       01 WS-VERIFY-FILE-STATUS       PIC XX.
       01 WS-SUSPECT-FILE-STATUS      PIC XX.
       01 WS-VERIFY-FILE-NAME         PIC X(40).
       01 WS-SUSPECT-FILE-NAME        PIC X(40).
       77 WS-VERIFY-HOURS             PIC 9(2) VALUE 12.
       01 WS-REF-UNIT-ID              PIC X(20) VALUE SPACES.
       01 WS-REF-PRODUCT              PIC X(10) VALUE SPACES.
       01 WS-REF-COUNT                PIC 9(2) VALUE 0.
       01 WS-REF-TABLE.
           05 REF-ENTRY OCCURS 20 TIMES INDEXED BY REF-IDX.
               10 REF-STEP-NAME        PIC X(30).
               10 REF-CERTIFIED        PIC S9(4)V9.
               10 REF-DEVIATION        PIC S9(4)V9.
               10 REF-CERT-TEXT        PIC X(8).
               10 REF-DEV-TEXT         PIC X(8).
       01 WS-REF-FOUND-IDX            PIC 9(2) VALUE 0.
       01 WS-REF-SCAN-UNIT            PIC X(20).
       01 WS-REF-SCAN-PRODUCT         PIC X(10).
       01 WS-REF-SCAN-STATION         PIC X(8).
       01 WS-REF-SCAN-STEP            PIC X(30).
       01 WS-REF-SCAN-CERT            PIC X(8).
       01 WS-REF-SCAN-DEV             PIC X(8).
       01 WS-VERIFY-MODE              PIC X VALUE "N".
       01 WS-VERIFY-FAILED            PIC X VALUE "N".
       01 WS-VERIFY-GATE-OK           PIC X VALUE "N".
       01 WS-VFY-REASON               PIC X(80).
       01 WS-VFY-LAST-STATUS          PIC X(10).
       01 WS-VFY-LAST-TS              PIC X(19).
       01 WS-VFY-GOOD-TS              PIC X(19).
       01 WS-VFY-RUN-TS               PIC X(19).
       01 WS-VFY-SAVE-PRODUCT         PIC X(10).
       01 WS-VFY-CERT-TEXT            PIC X(8).
       01 WS-VFY-DEV-TEXT             PIC X(8).
       01 WS-VFY-PTR                  PIC 9(3).
       01 WS-VFY-SCAN-TS              PIC X(19).
       01 WS-VFY-SCAN-STATION         PIC X(8).
       01 WS-VFY-SCAN-UNIT            PIC X(20).
       01 WS-VFY-SCAN-PRODUCT         PIC X(10).
       01 WS-VFY-SCAN-OPERATOR        PIC X(20).
       01 WS-VFY-SCAN-ITEM            PIC X(30).
       01 WS-VFY-SCAN-STATUS          PIC X(10).
       01 WS-VFY-STAMP                PIC X(19).
       01 WS-VFY-DATE-X               PIC X(8).
       01 WS-VFY-DATE REDEFINES WS-VFY-DATE-X PIC 9(8).
       01 WS-VFY-TIME-X.
           05 WS-VFY-HH                PIC 9(2).
           05 WS-VFY-MM                PIC 9(2).
       01 WS-VFY-MINUTES              PIC S9(9) VALUE 0.
       01 WS-VFY-THEN-MINUTES         PIC S9(9) VALUE 0.
       01 WS-VFY-AGE                  PIC S9(9) VALUE 0.
       01 WS-VFY-EDIT-COUNT           PIC ZZ9.
       01 WS-STEP-READ-TS             PIC X(19).

      *> Units tested on the station since its last good
      *> verification, gathered when a verification fails.
       01 WS-SUSPECT-COUNT            PIC 9(3) VALUE 0.
       01 WS-SUSPECT-FULL             PIC X VALUE "N".
       01 WS-SUSPECT-TABLE.
           05 SUSPECT-ENTRY OCCURS 500 TIMES INDEXED BY SUS-IDX.
               10 SUS-UNIT-ID          PIC X(20).
               10 SUS-LAST-TS          PIC X(19).
               10 SUS-VERDICT          PIC X(10).
       01 WS-SUSPECT-FOUND-IDX        PIC 9(3) VALUE 0.
       01 WS-SUS-SCAN-UNIT            PIC X(20).
       01 WS-SUS-SCAN-TS              PIC X(19).
       01 WS-SUS-SCAN-VERDICT         PIC X(10).
       01 WS-SUS-SCAN-STATION         PIC X(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LOAD-FEED-TABLE
           PERFORM LOAD-FEEDX-TABLE
           PERFORM LOAD-CALIBRATIONS
           PERFORM LOAD-REFERENCE-STANDARDS
           PERFORM CHECK-STATION-VERIFY-GATE
           IF WS-VERIFY-GATE-OK NOT = "Y"
               DISPLAY "AEROBTCH: " FUNCTION TRIM(WS-VFY-REASON)
               IF WS-REF-UNIT-ID NOT = SPACES
                   DISPLAY "AEROBTCH: PRODUCTION SERIALS WILL BE REFUSED UNTIL"
                           " REFERENCE UNIT " FUNCTION TRIM(WS-REF-UNIT-ID)
                           " PASSES."
               END-IF
           END-IF
           PERFORM LOAD-WORK-ORDERS
           PERFORM RESOLVE-RUN-ORDER
           PERFORM SCAN-CHAIN-TAILS
                               FUNCTION TRIM(WS-ORDER-ID) " PRODUCT "
                               FUNCTION TRIM(WORK-PRODUCT(WS-ORDER-FOUND-IDX))
                   END-IF
                   IF WORK-STATUS(WS-ORDER-FOUND-IDX) NOT = SPACES
                       DISPLAY "AEROBTCH: WORK ORDER " FUNCTION TRIM(WS-ORDER-ID)
                               " IS " FUNCTION TRIM(WORK-STATUS(WS-ORDER-FOUND-IDX))
                               " - ITS UNITS WILL BE REFUSED."
                   END-IF
               END-IF
           END-IF.

                   MOVE "_" TO WS-UNIT-ID(1:1)
               END-IF
               IF WS-UNIT-ID NOT = SPACES
                   IF WS-REF-UNIT-ID NOT = SPACES
                      AND WS-UNIT-ID = WS-REF-UNIT-ID
                       PERFORM RUN-REFERENCE-VERIFY
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHECK-STATION-VERIFY-GATE
                   IF WS-VERIFY-GATE-OK NOT = "Y"
                       ADD 1 TO WS-UNITS-RUN
                       PERFORM ADD-EXCEPTION
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHECK-UNIT-NCR-GATE
                   IF WS-NCR-GATE-OK = "Y"
                       PERFORM CHECK-UNIT-HOLD-GATE
                   END-IF
                   MOVE "Y" TO WS-ORDER-GATE-OK
                   IF WS-NCR-GATE-OK = "Y" AND WS-HOLD-GATE-OK = "Y"
                       PERFORM CHECK-UNIT-ORDER-GATE
                   END-IF
                   IF WS-NCR-GATE-OK = "Y" AND WS-HOLD-GATE-OK = "Y"
                      AND WS-ORDER-GATE-OK = "Y"
                       PERFORM RUN-UNIT-SEQUENCE
                   ELSE
                       ADD 1 TO WS-UNITS-RUN
               END-IF
           END-IF.

      *> Same order gate the bench applies at unit entry: the run's
      *> order is looked up afresh for each unit, so a hold posted
      *> at the AEROWOM desk mid-run stops the rest of the list.
       CHECK-UNIT-ORDER-GATE.
           MOVE "Y" TO WS-ORDER-GATE-OK
           IF WS-ORDER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-WORK-ORDERS
           MOVE 0 TO WS-ORDER-FOUND-IDX
           PERFORM VARYING WORK-IDX FROM 1 BY 1
               UNTIL WORK-IDX > WS-WORK-COUNT
               IF FUNCTION TRIM(WORK-ORDER-ID(WORK-IDX)) = FUNCTION TRIM(WS-ORDER-ID)
                   MOVE WORK-IDX TO WS-ORDER-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-ORDER-FOUND-IDX = 0
               MOVE "N" TO WS-ORDER-GATE-OK
               MOVE SPACES TO WS-FAIL-REASON
               STRING "REFUSED - ORDER " FUNCTION TRIM(WS-ORDER-ID)
                      " NOT ON FILE"
                   DELIMITED BY SIZE INTO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           IF WORK-STATUS(WS-ORDER-FOUND-IDX) NOT = SPACES
               MOVE "N" TO WS-ORDER-GATE-OK
               MOVE SPACES TO WS-FAIL-REASON
               STRING "REFUSED - ORDER " FUNCTION TRIM(WS-ORDER-ID)
                      " " FUNCTION TRIM(WORK-STATUS(WS-ORDER-FOUND-IDX))
                   DELIMITED BY SIZE INTO WS-FAIL-REASON
           END-IF.

      *> Same hold gate the bench applies at unit entry; the first
      *> HELD row that catches the unit goes on the exception list.
       CHECK-UNIT-HOLD-GATE.
           MOVE "Y" TO WS-HOLD-GATE-OK
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00" OR WS-HOLD-FILE-STATUS = "05"
               PERFORM READ-HOLD-GATE-RECORD
                   UNTIL WS-HOLD-FILE-STATUS = "10"
                      OR WS-HOLD-GATE-OK NOT = "Y"
               CLOSE HOLD-FILE
           END-IF.

       READ-HOLD-GATE-RECORD.
           READ HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               MOVE SPACES TO WS-HOLD-SCAN-NUMBER WS-HOLD-SCAN-SCOPE
                              WS-HOLD-SCAN-KEY WS-HOLD-SCAN-FROM
                              WS-HOLD-SCAN-TO WS-HOLD-SCAN-REASON
                              WS-HOLD-SCAN-BY WS-HOLD-SCAN-DATE
                              WS-HOLD-SCAN-STATUS
               UNSTRING HOLD-RECORD DELIMITED BY ","
                   INTO WS-HOLD-SCAN-NUMBER WS-HOLD-SCAN-SCOPE
                        WS-HOLD-SCAN-KEY WS-HOLD-SCAN-FROM
                        WS-HOLD-SCAN-TO WS-HOLD-SCAN-REASON
                        WS-HOLD-SCAN-BY WS-HOLD-SCAN-DATE
                        WS-HOLD-SCAN-STATUS
               END-UNSTRING
               IF FUNCTION TRIM(WS-HOLD-SCAN-STATUS) = "HELD"
                   MOVE "N" TO WS-HOLD-MATCH
                   EVALUATE FUNCTION TRIM(WS-HOLD-SCAN-SCOPE)
                       WHEN "SERIAL"
                           IF FUNCTION TRIM(WS-HOLD-SCAN-KEY) =
                              FUNCTION TRIM(WS-UNIT-ID)
                               MOVE "Y" TO WS-HOLD-MATCH
                           END-IF
                       WHEN "ORDER"
                           IF WS-ORDER-ID NOT = SPACES
                              AND FUNCTION TRIM(WS-HOLD-SCAN-KEY) =
                                  FUNCTION TRIM(WS-ORDER-ID)
                               MOVE "Y" TO WS-HOLD-MATCH
                           END-IF
                       WHEN "INSTRUMENT"
                           PERFORM MATCH-HOLD-INSTRUMENT
                   END-EVALUATE
                   IF WS-HOLD-MATCH = "Y"
                       MOVE "N" TO WS-HOLD-GATE-OK
                       MOVE SPACES TO WS-FAIL-REASON
                       STRING "REFUSED - QUALITY HOLD "
                              FUNCTION TRIM(WS-HOLD-SCAN-NUMBER)
                              " " FUNCTION TRIM(WS-HOLD-SCAN-SCOPE)
                           DELIMITED BY SIZE INTO WS-FAIL-REASON
                   END-IF
               END-IF
           END-IF.

       MATCH-HOLD-INSTRUMENT.
           PERFORM VARYING FEED-IDX FROM 1 BY 1
               UNTIL FEED-IDX > WS-FEED-COUNT
               IF FUNCTION TRIM(FEED-UNIT-ID(FEED-IDX)) = FUNCTION TRIM(WS-UNIT-ID)
                   MOVE FEED-PRESS-INST(FEED-IDX) TO WS-HOLD-INST
                   MOVE FEED-PRESS-TS(FEED-IDX) TO WS-HOLD-TS
                   PERFORM MATCH-HOLD-READING
                   MOVE FEED-HEAT-INST(FEED-IDX) TO WS-HOLD-INST
                   MOVE FEED-HEAT-TS(FEED-IDX) TO WS-HOLD-TS
                   PERFORM MATCH-HOLD-READING
                   MOVE FEED-QUAL-INST(FEED-IDX) TO WS-HOLD-INST
                   MOVE FEED-QUAL-TS(FEED-IDX) TO WS-HOLD-TS
                   PERFORM MATCH-HOLD-READING
               END-IF
           END-PERFORM
           PERFORM VARYING FX-IDX FROM 1 BY 1
               UNTIL FX-IDX > WS-FEEDX-COUNT
               IF FUNCTION TRIM(FX-UNIT-ID(FX-IDX)) = FUNCTION TRIM(WS-UNIT-ID)
                   MOVE FX-INST(FX-IDX) TO WS-HOLD-INST
                   MOVE FX-TS(FX-IDX) TO WS-HOLD-TS
                   PERFORM MATCH-HOLD-READING
               END-IF
           END-PERFORM.

       MATCH-HOLD-READING.
           IF WS-HOLD-INST NOT = SPACES
              AND FUNCTION TRIM(WS-HOLD-INST) = FUNCTION TRIM(WS-HOLD-SCAN-KEY)
              AND (WS-HOLD-SCAN-FROM = SPACES
                   OR WS-HOLD-TS(1:10) >= WS-HOLD-SCAN-FROM)
              AND (WS-HOLD-SCAN-TO = SPACES
                   OR WS-HOLD-TS(1:10) <= WS-HOLD-SCAN-TO)
               MOVE "Y" TO WS-HOLD-MATCH
           END-IF.

       RUN-UNIT-SEQUENCE.
           ADD 1 TO WS-UNITS-RUN
           MOVE "N" TO WS-FAILED
           MOVE WS-QUAL-EXPIRY TO WS-FIELD-VALUE-DISPLAY
           PERFORM WRITE-LOG

           PERFORM WRITE-PLANREV-ROW

           *> A retest cleared through a REWORK disposition carries
           *> the NCR reference in its first rows, same as the bench.
           IF WS-NCR-CLEAR-REF NOT = SPACES
           END-IF
           MOVE WS-STATUS TO PLAN-CERT-STATUS(WS-STEP-NO)
           MOVE WS-FIELD-VALUE-DISPLAY TO PLAN-CERT-VALUE(WS-STEP-NO)
           *> A reference-unit verification is recorded in the
           *> station's verification file, not the unit history.
           IF WS-VERIFY-MODE NOT = "Y"
               PERFORM WRITE-LOG
           END-IF.

      *> Resolves the reading and instrument for the plan step at
      *> WS-STEP-NO: sources P/H/Q come from the unit's classic
       FIND-STEP-READING.
           MOVE "N" TO WS-STEP-HAS-READ
           MOVE 0 TO WS-READING
           MOVE SPACES TO WS-CAL-CHECK-INST WS-STEP-READ-TS
           IF PLAN-SOURCE(WS-STEP-NO) = "X"
               MOVE 0 TO WS-FEEDX-FOUND-IDX
               PERFORM VARYING FX-IDX FROM 1 BY 1
                   MOVE "Y" TO WS-STEP-HAS-READ
                   MOVE FX-READING(WS-FEEDX-FOUND-IDX) TO WS-READING
                   MOVE FX-INST(WS-FEEDX-FOUND-IDX) TO WS-CAL-CHECK-INST
                   MOVE FX-TS(WS-FEEDX-FOUND-IDX) TO WS-STEP-READ-TS
               END-IF
           ELSE
               PERFORM FIND-FEED-READING
                       WHEN "P"
                           MOVE FEED-PRESSURE(WS-FEED-FOUND-IDX) TO WS-READING
                           MOVE FEED-PRESS-INST(WS-FEED-FOUND-IDX) TO WS-CAL-CHECK-INST
                           MOVE FEED-PRESS-TS(WS-FEED-FOUND-IDX) TO WS-STEP-READ-TS
                       WHEN "H"
                           MOVE FEED-HEAT(WS-FEED-FOUND-IDX) TO WS-READING
                           MOVE FEED-HEAT-INST(WS-FEED-FOUND-IDX) TO WS-CAL-CHECK-INST
                           MOVE FEED-HEAT-TS(WS-FEED-FOUND-IDX) TO WS-STEP-READ-TS
                       WHEN "Q"
                           MOVE FEED-QUALITY(WS-FEED-FOUND-IDX) TO WS-READING
                           MOVE FEED-QUAL-INST(WS-FEED-FOUND-IDX) TO WS-CAL-CHECK-INST
                           MOVE FEED-QUAL-TS(WS-FEED-FOUND-IDX) TO WS-STEP-READ-TS
                       WHEN OTHER
                           MOVE "N" TO WS-STEP-HAS-READ
                   END-EVALUATE
           END-IF.

      *> Loads this product's test plan from aeroplan.dat, rows in
      *> file order = run order. No rows for the product runs the
      *> DEFAULT plan; no DEFAULT rows either builds the classic
      *> three-step sequence from the aerolimit.dat tolerances,
      *> exactly as the bench does.
       LOAD-TEST-PLAN.
           MOVE WS-PRODUCT-ID TO WS-PLAN-PRODUCT
           PERFORM LOAD-PLAN-REVISION
           IF WS-PLAN-ANY-ROWS NOT = "Y"
              AND FUNCTION TRIM(WS-PRODUCT-ID) NOT = "DEFAULT"
               MOVE "DEFAULT" TO WS-PLAN-PRODUCT
               PERFORM LOAD-PLAN-REVISION
           END-IF
           IF WS-PLAN-COUNT = 0
               MOVE WS-PRODUCT-ID TO WS-PLAN-PRODUCT
               PERFORM BUILD-DEFAULT-PLAN
           END-IF.

      *> Both passes over aeroplan.dat for WS-PLAN-PRODUCT: the
      *> revision in effect today, then that revision's steps.
       LOAD-PLAN-REVISION.
           MOVE 0 TO WS-PLAN-COUNT
           MOVE "-" TO WS-PLAN-REV
           MOVE SPACES TO WS-PLAN-EFFECTIVE
           MOVE "N" TO WS-PLAN-REV-FOUND WS-PLAN-ANY-ROWS
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-FILE-STATUS = "00" OR WS-PLAN-FILE-STATUS = "05"
               PERFORM SELECT-PLAN-REVISION UNTIL WS-PLAN-FILE-STATUS = "10"
               CLOSE PLAN-FILE
           END-IF
           IF WS-PLAN-ANY-ROWS = "Y" AND WS-PLAN-REV-FOUND NOT = "Y"
               DISPLAY "AEROBTCH: NO REVISION OF THE "
                       FUNCTION TRIM(WS-PLAN-PRODUCT)
                       " TEST PLAN IS IN EFFECT TODAY."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-FILE-STATUS = "00" OR WS-PLAN-FILE-STATUS = "05"
               PERFORM READ-PLAN-RECORD UNTIL WS-PLAN-FILE-STATUS = "10"
               CLOSE PLAN-FILE
           END-IF.

      *> First pass over aeroplan.dat: picks the revision of this
      *> product's plan in effect today. A blank effective date (the
      *> original issue) is in effect from the beginning.
       SELECT-PLAN-REVISION.
           READ PLAN-FILE
           IF WS-PLAN-FILE-STATUS = "00"
               PERFORM SCAN-PLAN-ROW
               IF FUNCTION TRIM(WS-PLAN-SCAN-PRODUCT) =
                  FUNCTION TRIM(WS-PLAN-PRODUCT)
                   MOVE "Y" TO WS-PLAN-ANY-ROWS
                   IF WS-PLAN-SCAN-EFFECTIVE <= WS-FORMATTED-DATE(1:10)
                      AND (WS-PLAN-REV-FOUND NOT = "Y"
                           OR WS-PLAN-SCAN-EFFECTIVE >= WS-PLAN-EFFECTIVE)
                       MOVE "Y" TO WS-PLAN-REV-FOUND
                       MOVE WS-PLAN-SCAN-REV TO WS-PLAN-REV
                       MOVE WS-PLAN-SCAN-EFFECTIVE TO WS-PLAN-EFFECTIVE
                   END-IF
               END-IF
           END-IF.

       SCAN-PLAN-ROW.
           MOVE SPACES TO WS-PLAN-SCAN-PRODUCT WS-PLAN-SCAN-SEQ
                          WS-PLAN-SCAN-STEP WS-PLAN-SCAN-SOURCE
                          WS-PLAN-SCAN-MIN WS-PLAN-SCAN-MAX
                          WS-PLAN-SCAN-UNITS WS-PLAN-SCAN-REV
                          WS-PLAN-SCAN-EFFECTIVE
           UNSTRING PLAN-RECORD DELIMITED BY ","
               INTO WS-PLAN-SCAN-PRODUCT WS-PLAN-SCAN-SEQ
                    WS-PLAN-SCAN-STEP WS-PLAN-SCAN-SOURCE
                    WS-PLAN-SCAN-MIN WS-PLAN-SCAN-MAX
                    WS-PLAN-SCAN-UNITS WS-PLAN-SCAN-REV
                    WS-PLAN-SCAN-EFFECTIVE
           END-UNSTRING
           IF WS-PLAN-SCAN-REV = SPACE
               MOVE "-" TO WS-PLAN-SCAN-REV
           END-IF.

      *> Second pass: loads the steps of the selected revision only.
       READ-PLAN-RECORD.
           READ PLAN-FILE
           IF WS-PLAN-FILE-STATUS = "00"
               PERFORM SCAN-PLAN-ROW
               IF FUNCTION TRIM(WS-PLAN-SCAN-PRODUCT) =
                  FUNCTION TRIM(WS-PLAN-PRODUCT)
                  AND WS-PLAN-SCAN-REV = WS-PLAN-REV
                   IF WS-PLAN-COUNT >= 10
                       DISPLAY "AEROBTCH: TEST PLAN TABLE FULL (MAX 10)."
                       CLOSE PLAN-FILE
                   END-IF
                   ADD 1 TO WS-PLAN-COUNT
                   MOVE WS-PLAN-COUNT TO PLAN-IDX
                   MOVE WS-PLAN-SCAN-STEP TO PLAN-STEP-NAME(PLAN-IDX)
                   MOVE WS-PLAN-SCAN-SOURCE TO PLAN-SOURCE(PLAN-IDX)
                   MOVE WS-PLAN-SCAN-UNITS TO PLAN-UNITS(PLAN-IDX)
                   COMPUTE PLAN-MIN(PLAN-IDX) =
                       FUNCTION NUMVAL(WS-PLAN-SCAN-MIN)
                   COMPUTE PLAN-MAX(PLAN-IDX) =
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

           COMPUTE WS-STRUCT-REC-LEN = WS-STRUCT-PTR - 1
           WRITE STRUCT-RECORD.

      *> One "PLANREV <plan product>" row carrying the plan revision
      *> the unit is about to be tested to, through the same stamped
      *> WRITE-LOG path, so the spec a serial passed to is part of
      *> its tamper-evident history and travels to the archive with
      *> the rest of its lines.
       WRITE-PLANREV-ROW.
           PERFORM GET-TIMESTAMP
           MOVE SPACES TO WS-FIELD-NAME
           STRING "PLANREV " FUNCTION TRIM(WS-PLAN-PRODUCT)
               DELIMITED BY SIZE INTO WS-FIELD-NAME
           MOVE "RECORDED" TO WS-STATUS
           MOVE WS-PLAN-REV TO WS-FIELD-VALUE-DISPLAY
           PERFORM WRITE-LOG.

       WRITE-CERTIFICATE.
           MOVE "================================================================================" TO CERT-RECORD
           WRITE CERT-RECORD
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           IF WS-PLAN-EFFECTIVE = SPACES
               STRING "Test Plan   : REVISION " WS-PLAN-REV
                      " (ORIGINAL ISSUE)"
                   DELIMITED BY SIZE INTO CERT-RECORD
           ELSE
               STRING "Test Plan   : REVISION " WS-PLAN-REV
                      " EFFECTIVE " WS-PLAN-EFFECTIVE
                   DELIMITED BY SIZE INTO CERT-RECORD
           END-IF
           WRITE CERT-RECORD
           IF WS-PLAN-PRODUCT NOT = WS-PRODUCT-ID
               MOVE SPACES TO CERT-RECORD
               STRING "Plan Product: " FUNCTION TRIM(WS-PLAN-PRODUCT)
                      " (PRODUCT HAS NO PLAN OF ITS OWN)"
                   DELIMITED BY SIZE INTO CERT-RECORD
               WRITE CERT-RECORD
           END-IF
           MOVE SPACES TO CERT-RECORD
           STRING "Operator    : " FUNCTION TRIM(WS-OPERATOR-ID)
               " (LIGHTS-OUT BATCH)"
               DELIMITED BY SIZE INTO CERT-RECORD
               END-IF
           END-IF.

      *> Loads the station's reference unit and its certified values
      *> from aeroref.dat. The first reference serial listed for
      *> WS-STATION-ID is the station's reference unit; only its
      *> rows are kept. A station with no row has nothing to verify
      *> against, and CHECK-STATION-VERIFY-GATE refuses its
      *> production units - fail closed, as for calibration.
       LOAD-REFERENCE-STANDARDS.
           MOVE 0 TO WS-REF-COUNT
           MOVE SPACES TO WS-REF-UNIT-ID WS-REF-PRODUCT
           OPEN INPUT REF-FILE
           IF WS-REF-FILE-STATUS = "00" OR WS-REF-FILE-STATUS = "05"
               PERFORM READ-REF-RECORD UNTIL WS-REF-FILE-STATUS = "10"
               CLOSE REF-FILE
           END-IF.

       READ-REF-RECORD.
           READ REF-FILE
           IF WS-REF-FILE-STATUS = "00"
               MOVE SPACES TO WS-REF-SCAN-UNIT WS-REF-SCAN-PRODUCT
                              WS-REF-SCAN-STATION WS-REF-SCAN-STEP
                              WS-REF-SCAN-CERT WS-REF-SCAN-DEV
               UNSTRING REF-RECORD DELIMITED BY ","
                   INTO WS-REF-SCAN-UNIT WS-REF-SCAN-PRODUCT
                        WS-REF-SCAN-STATION WS-REF-SCAN-STEP
                        WS-REF-SCAN-CERT WS-REF-SCAN-DEV
               END-UNSTRING
               IF WS-REF-SCAN-UNIT NOT = SPACES
                  AND FUNCTION TRIM(WS-REF-SCAN-STATION) =
                      FUNCTION TRIM(WS-STATION-ID)
                   IF WS-REF-UNIT-ID = SPACES
                       MOVE WS-REF-SCAN-UNIT TO WS-REF-UNIT-ID
                       MOVE WS-REF-SCAN-PRODUCT TO WS-REF-PRODUCT
                   END-IF
                   IF WS-REF-SCAN-UNIT = WS-REF-UNIT-ID
                       PERFORM ADD-REF-STANDARD
                   END-IF
               END-IF
           END-IF.

       ADD-REF-STANDARD.
           IF WS-REF-COUNT >= 20
               DISPLAY "AEROBTCH: REFERENCE STANDARD TABLE FULL (MAX 20)."
               CLOSE REF-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REF-COUNT
           SET REF-IDX TO WS-REF-COUNT
           MOVE WS-REF-SCAN-STEP TO REF-STEP-NAME(REF-IDX)
           MOVE WS-REF-SCAN-CERT TO REF-CERT-TEXT(REF-IDX)
           MOVE WS-REF-SCAN-DEV TO REF-DEV-TEXT(REF-IDX)
           COMPUTE REF-CERTIFIED(REF-IDX) = FUNCTION NUMVAL(WS-REF-SCAN-CERT)
           COMPUTE REF-DEVIATION(REF-IDX) = FUNCTION NUMVAL(WS-REF-SCAN-DEV).

      *> Finds the certified value for the plan step at WS-STEP-NO;
      *> WS-REF-FOUND-IDX stays 0 when the reference unit has none.
       FIND-REF-STANDARD.
           MOVE 0 TO WS-REF-FOUND-IDX
           PERFORM VARYING REF-IDX FROM 1 BY 1
               UNTIL REF-IDX > WS-REF-COUNT
               IF FUNCTION TRIM(REF-STEP-NAME(REF-IDX)) =
                  FUNCTION TRIM(PLAN-STEP-NAME(WS-STEP-NO))
                   SET WS-REF-FOUND-IDX TO REF-IDX
               END-IF
           END-PERFORM.

      *> Production serials may be tested only while the station's
      *> latest verification PASSED no more than WS-VERIFY-HOURS
      *> ago. A refusal leaves the full reason in WS-VFY-REASON and
      *> a short one in WS-FAIL-REASON for the exception list.
       CHECK-STATION-VERIFY-GATE.
           MOVE "N" TO WS-VERIFY-GATE-OK
           MOVE SPACES TO WS-VFY-REASON WS-FAIL-REASON
           IF WS-REF-UNIT-ID = SPACES
               STRING "NO REFERENCE UNIT IS ASSIGNED TO STATION "
                      FUNCTION TRIM(WS-STATION-ID) " IN aeroref.dat"
                   DELIMITED BY SIZE INTO WS-VFY-REASON
               MOVE "REFUSED - NO REFERENCE UNIT FOR STATION" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-VERIFY-HISTORY
           IF WS-VFY-LAST-STATUS = SPACES
               STRING "STATION " FUNCTION TRIM(WS-STATION-ID)
                      " HAS NO START-OF-SHIFT VERIFICATION ON FILE"
                   DELIMITED BY SIZE INTO WS-VFY-REASON
               MOVE "REFUSED - STATION NOT VERIFIED" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-VFY-LAST-STATUS) NOT = "PASSED"
               STRING "STATION " FUNCTION TRIM(WS-STATION-ID)
                      " FAILED ITS LAST VERIFICATION " WS-VFY-LAST-TS
                   DELIMITED BY SIZE INTO WS-VFY-REASON
               MOVE "REFUSED - STATION VERIFICATION FAILED" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VFY-LAST-TS TO WS-VFY-STAMP
           PERFORM STAMP-AGE-MINUTES
           IF WS-VFY-AGE > WS-VERIFY-HOURS * 60
               STRING "STATION " FUNCTION TRIM(WS-STATION-ID)
                      " VERIFICATION OF " WS-VFY-LAST-TS " HAS EXPIRED"
                   DELIMITED BY SIZE INTO WS-VFY-REASON
               MOVE "REFUSED - STATION VERIFICATION EXPIRED" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-VERIFY-GATE-OK.

      *> Re-reads the station's verification file for the latest
      *> verdict and the last one that PASSED.
       SCAN-VERIFY-HISTORY.
           MOVE SPACES TO WS-VFY-LAST-STATUS WS-VFY-LAST-TS WS-VFY-GOOD-TS
           OPEN INPUT VERIFY-FILE
           IF WS-VERIFY-FILE-STATUS = "00" OR WS-VERIFY-FILE-STATUS = "05"
               PERFORM READ-VERIFY-RECORD UNTIL WS-VERIFY-FILE-STATUS = "10"
               CLOSE VERIFY-FILE
           END-IF.

       READ-VERIFY-RECORD.
           READ VERIFY-FILE
           IF WS-VERIFY-FILE-STATUS = "00"
               MOVE SPACES TO WS-VFY-SCAN-TS WS-VFY-SCAN-STATION
                              WS-VFY-SCAN-UNIT WS-VFY-SCAN-PRODUCT
                              WS-VFY-SCAN-OPERATOR WS-VFY-SCAN-ITEM
                              WS-VFY-SCAN-STATUS
               UNSTRING VERIFY-RECORD DELIMITED BY ","
                   INTO WS-VFY-SCAN-TS WS-VFY-SCAN-STATION
                        WS-VFY-SCAN-UNIT WS-VFY-SCAN-PRODUCT
                        WS-VFY-SCAN-OPERATOR WS-VFY-SCAN-ITEM
                        WS-VFY-SCAN-STATUS
               END-UNSTRING
               IF FUNCTION TRIM(WS-VFY-SCAN-ITEM) = "VERDICT"
                  AND FUNCTION TRIM(WS-VFY-SCAN-STATION) =
                      FUNCTION TRIM(WS-STATION-ID)
                   MOVE WS-VFY-SCAN-STATUS TO WS-VFY-LAST-STATUS
                   MOVE WS-VFY-SCAN-TS TO WS-VFY-LAST-TS
                   IF FUNCTION TRIM(WS-VFY-SCAN-STATUS) = "PASSED"
                       MOVE WS-VFY-SCAN-TS TO WS-VFY-GOOD-TS
                   END-IF
               END-IF
           END-IF.

      *> "YYYY/MM/DD HH:MM:SS" in WS-VFY-STAMP to whole minutes in
      *> WS-VFY-MINUTES; a stamp that is not a real date gives 0.
       STAMP-TO-MINUTES.
           MOVE 0 TO WS-VFY-MINUTES
           MOVE WS-VFY-STAMP(1:4) TO WS-VFY-DATE-X(1:4)
           MOVE WS-VFY-STAMP(6:2) TO WS-VFY-DATE-X(5:2)
           MOVE WS-VFY-STAMP(9:2) TO WS-VFY-DATE-X(7:2)
           MOVE WS-VFY-STAMP(12:2) TO WS-VFY-TIME-X(1:2)
           MOVE WS-VFY-STAMP(15:2) TO WS-VFY-TIME-X(3:2)
           IF WS-VFY-DATE-X IS NUMERIC AND WS-VFY-TIME-X IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-VFY-DATE) = 0
                   COMPUTE WS-VFY-MINUTES =
                       FUNCTION INTEGER-OF-DATE(WS-VFY-DATE) * 1440
                       + WS-VFY-HH * 60 + WS-VFY-MM
               END-IF
           END-IF.

      *> Minutes from the stamp in WS-VFY-STAMP to now, in
      *> WS-VFY-AGE. A stamp that cannot be read counts as older
      *> than any window.
       STAMP-AGE-MINUTES.
           MOVE 999999 TO WS-VFY-AGE
           PERFORM STAMP-TO-MINUTES
           IF WS-VFY-MINUTES > 0
               MOVE WS-VFY-MINUTES TO WS-VFY-THEN-MINUTES
               PERFORM GET-TIMESTAMP
               MOVE WS-BASE-TIMESTAMP TO WS-VFY-STAMP
               PERFORM STAMP-TO-MINUTES
               COMPUTE WS-VFY-AGE = WS-VFY-MINUTES - WS-VFY-THEN-MINUTES
           END-IF.

      *> Start-of-shift verification, same rules as the bench: the
      *> reference unit runs through RUN-PLAN-STEP against its
      *> certified value +/- allowed deviation, using its own
      *> product's plan for the duration. Steps and verdict go to
      *> the station's verification file and the unit history gets
      *> one unit-less REFVERIFY row; the reference unit is not
      *> counted as a unit run. A reading older than the validity
      *> window fails its step. A failure lists the units the
      *> station tested since its last good verification and puts
      *> the reference unit on the exception list.
       RUN-REFERENCE-VERIFY.
           PERFORM SCAN-VERIFY-HISTORY
           MOVE WS-PRODUCT-ID TO WS-VFY-SAVE-PRODUCT
           MOVE WS-REF-PRODUCT TO WS-PRODUCT-ID
           PERFORM LOAD-THRESHOLDS
           PERFORM LOAD-TEST-PLAN
           OPEN EXTEND VERIFY-FILE
           IF WS-VERIFY-FILE-STATUS NOT = "00"
              AND WS-VERIFY-FILE-STATUS NOT = "05"
               DISPLAY "AEROBTCH: CANNOT OPEN VERIFICATION FILE. STATUS: "
                       WS-VERIFY-FILE-STATUS
               MOVE "VERIFICATION NOT RECORDED - FILE ERROR" TO WS-FAIL-REASON
               PERFORM ADD-EXCEPTION
               PERFORM RESTORE-SESSION-PLAN
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-VERIFY-MODE
           MOVE "N" TO WS-VERIFY-FAILED
           PERFORM RUN-VERIFY-STEP VARYING WS-STEP-NO FROM 1 BY 1
               UNTIL WS-STEP-NO > WS-PLAN-COUNT
           MOVE "N" TO WS-VERIFY-MODE
           MOVE "N" TO WS-FAILED

           PERFORM GET-TIMESTAMP
           MOVE WS-BASE-TIMESTAMP TO WS-VFY-RUN-TS
           MOVE "VERDICT" TO WS-FIELD-NAME
           IF WS-VERIFY-FAILED = "Y"
               MOVE "FAILED" TO WS-STATUS
           ELSE
               MOVE "PASSED" TO WS-STATUS
           END-IF
           MOVE SPACES TO WS-FIELD-VALUE-DISPLAY WS-CAL-CHECK-INST
           MOVE 0 TO WS-REF-FOUND-IDX
           PERFORM WRITE-VERIFY-ROW
           CLOSE VERIFY-FILE

           *> The stamped log gets one unit-less REFVERIFY row. Its
           *> status is VERIFIED or REJECTED, never PASSED/FAILED, so
           *> no report ever counts it as a test step of a unit.
           MOVE SPACES TO WS-UNIT-ID
           MOVE "REFVERIFY" TO WS-FIELD-NAME
           IF WS-VERIFY-FAILED = "Y"
               MOVE "REJECTED" TO WS-STATUS
           ELSE
               MOVE "VERIFIED" TO WS-STATUS
           END-IF
           MOVE WS-REF-UNIT-ID TO WS-FIELD-VALUE-DISPLAY
           PERFORM WRITE-LOG
           MOVE WS-REF-UNIT-ID TO WS-UNIT-ID

           IF WS-VERIFY-FAILED = "Y"
               PERFORM LIST-SUSPECT-UNITS
               MOVE WS-SUSPECT-COUNT TO WS-VFY-EDIT-COUNT
               MOVE SPACES TO WS-FAIL-REASON
               STRING "VERIFICATION FAILED - "
                      FUNCTION TRIM(WS-VFY-EDIT-COUNT) " SUSPECT UNITS"
                   DELIMITED BY SIZE INTO WS-FAIL-REASON
               PERFORM ADD-EXCEPTION
               DISPLAY "AEROBTCH: REFERENCE UNIT " FUNCTION TRIM(WS-REF-UNIT-ID)
                       " FAILED - " FUNCTION TRIM(WS-VFY-EDIT-COUNT)
                       " UNIT(S) LISTED IN " FUNCTION TRIM(WS-SUSPECT-FILE-NAME)
           ELSE
               DISPLAY "AEROBTCH: STATION " FUNCTION TRIM(WS-STATION-ID)
                       " VERIFIED BY REFERENCE UNIT "
                       FUNCTION TRIM(WS-REF-UNIT-ID) "."
           END-IF
           PERFORM RESTORE-SESSION-PLAN.

       RESTORE-SESSION-PLAN.
           MOVE WS-VFY-SAVE-PRODUCT TO WS-PRODUCT-ID
           PERFORM LOAD-THRESHOLDS
           PERFORM LOAD-TEST-PLAN.

       RUN-VERIFY-STEP.
           PERFORM VERIFY-ONE-STEP
           IF WS-STATUS = "FAILED"
               MOVE "Y" TO WS-VERIFY-FAILED
           END-IF
           PERFORM WRITE-VERIFY-ROW.

       VERIFY-ONE-STEP.
           PERFORM FIND-REF-STANDARD
           IF WS-REF-FOUND-IDX = 0
               MOVE SPACES TO WS-CAL-CHECK-INST
               MOVE "NO STANDARD" TO WS-FIELD-VALUE-DISPLAY
               PERFORM NOTE-VERIFY-STEP-FAILED
               EXIT PARAGRAPH
           END-IF
           COMPUTE PLAN-MIN(WS-STEP-NO) =
               REF-CERTIFIED(WS-REF-FOUND-IDX) - REF-DEVIATION(WS-REF-FOUND-IDX)
           COMPUTE PLAN-MAX(WS-STEP-NO) =
               REF-CERTIFIED(WS-REF-FOUND-IDX) + REF-DEVIATION(WS-REF-FOUND-IDX)
           PERFORM FIND-STEP-READING
           IF WS-STEP-HAS-READ = "Y"
               MOVE WS-STEP-READ-TS TO WS-VFY-STAMP
               PERFORM STAMP-AGE-MINUTES
               IF WS-VFY-AGE > WS-VERIFY-HOURS * 60
                   MOVE "STALE READ" TO WS-FIELD-VALUE-DISPLAY
                   PERFORM NOTE-VERIFY-STEP-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO WS-FAILED
           PERFORM RUN-PLAN-STEP.

       NOTE-VERIFY-STEP-FAILED.
           PERFORM GET-TIMESTAMP
           MOVE PLAN-STEP-NAME(WS-STEP-NO) TO WS-FIELD-NAME
           MOVE "FAILED" TO WS-STATUS.

      *> One row of the station's verification file from the
      *> current step, or the verdict; WS-REF-FOUND-IDX 0 leaves the
      *> certified value and deviation blank.
       WRITE-VERIFY-ROW.
           MOVE SPACES TO VERIFY-RECORD WS-VFY-CERT-TEXT WS-VFY-DEV-TEXT
           IF WS-REF-FOUND-IDX > 0
               MOVE REF-CERT-TEXT(WS-REF-FOUND-IDX) TO WS-VFY-CERT-TEXT
               MOVE REF-DEV-TEXT(WS-REF-FOUND-IDX) TO WS-VFY-DEV-TEXT
           END-IF
           MOVE 1 TO WS-VFY-PTR
           STRING WS-BASE-TIMESTAMP
                  "," FUNCTION TRIM(WS-STATION-ID)
                  "," FUNCTION TRIM(WS-REF-UNIT-ID)
                  "," FUNCTION TRIM(WS-REF-PRODUCT)
                  "," FUNCTION TRIM(WS-OPERATOR-ID)
                  "," FUNCTION TRIM(WS-FIELD-NAME)
                  "," FUNCTION TRIM(WS-STATUS)
                  "," FUNCTION TRIM(WS-FIELD-VALUE-DISPLAY)
                  "," FUNCTION TRIM(WS-VFY-CERT-TEXT)
                  "," FUNCTION TRIM(WS-VFY-DEV-TEXT)
                  "," FUNCTION TRIM(WS-CAL-CHECK-INST)
               DELIMITED BY SIZE INTO VERIFY-RECORD
               WITH POINTER WS-VFY-PTR
           WRITE VERIFY-RECORD.

      *> Every unit with activity on this station after its last
      *> good verification - station log, shop-wide aerostep.txt,
      *> and the unit master - listed once with its latest activity
      *> and verdict in the station's suspect list, for quality's
      *> hold decisions at the AEROHOLD desk.
       LIST-SUSPECT-UNITS.
           MOVE 0 TO WS-SUSPECT-COUNT
           MOVE "N" TO WS-SUSPECT-FULL
           CLOSE REPORT-FILE
           OPEN INPUT REPORT-FILE
           IF WS-FILE-STATUS = "00" OR WS-FILE-STATUS = "05"
               PERFORM READ-SUSPECT-LOG-RECORD UNTIL WS-FILE-STATUS = "10"
           END-IF
           CLOSE REPORT-FILE
           OPEN INPUT SHOP-FILE
           IF WS-SHOP-FILE-STATUS = "00" OR WS-SHOP-FILE-STATUS = "05"
               PERFORM READ-SUSPECT-SHOP-RECORD
                   UNTIL WS-SHOP-FILE-STATUS = "10"
               CLOSE SHOP-FILE
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00" OR WS-MASTER-FILE-STATUS = "05"
               PERFORM READ-SUSPECT-MASTER-RECORD
                   UNTIL WS-MASTER-FILE-STATUS NOT = "00"
               CLOSE MASTER-FILE
           END-IF
           OPEN EXTEND REPORT-FILE
           IF WS-FILE-STATUS NOT = "00" AND WS-FILE-STATUS NOT = "05"
               DISPLAY "AEROBTCH: CANNOT REOPEN LOG FILE. STATUS: " WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-SUSPECT-LIST.

       READ-SUSPECT-LOG-RECORD.
           READ REPORT-FILE
           IF WS-FILE-STATUS = "00"
               MOVE SPACES TO WS-CK-TIMESTAMP WS-CK-OPERATOR WS-CK-UNIT
                              WS-CK-FIELD WS-CK-STATUS WS-CK-VALUE
               UNSTRING REPORT-RECORD DELIMITED BY ","
                   INTO WS-CK-TIMESTAMP WS-CK-OPERATOR WS-CK-UNIT
                        WS-CK-FIELD WS-CK-STATUS WS-CK-VALUE
               END-UNSTRING
               PERFORM NOTE-SUSPECT-ROW
           END-IF.

       READ-SUSPECT-SHOP-RECORD.
           READ SHOP-FILE
           IF WS-SHOP-FILE-STATUS = "00"
               MOVE SPACES TO WS-CK-TIMESTAMP WS-CK-OPERATOR WS-CK-UNIT
                              WS-CK-FIELD WS-CK-STATUS WS-CK-VALUE
                              WS-SUS-SCAN-STATION
               UNSTRING SHOP-RECORD DELIMITED BY ","
                   INTO WS-CK-TIMESTAMP WS-CK-OPERATOR WS-CK-UNIT
                        WS-CK-FIELD WS-CK-STATUS WS-CK-VALUE
                        WS-SUS-SCAN-STATION
               END-UNSTRING
               IF FUNCTION TRIM(WS-SUS-SCAN-STATION) =
                  FUNCTION TRIM(WS-STATION-ID)
                   PERFORM NOTE-SUSPECT-ROW
               END-IF
           END-IF.

       NOTE-SUSPECT-ROW.
           MOVE FUNCTION TRIM(WS-CK-UNIT) TO WS-SUS-SCAN-UNIT
           IF WS-SUS-SCAN-UNIT NOT = SPACES
              AND WS-SUS-SCAN-UNIT NOT = WS-REF-UNIT-ID
              AND WS-CK-TIMESTAMP >= WS-VFY-GOOD-TS
               MOVE WS-CK-TIMESTAMP TO WS-SUS-SCAN-TS
               MOVE SPACES TO WS-SUS-SCAN-VERDICT
               IF FUNCTION TRIM(WS-CK-FIELD) = "VERDICT"
                   MOVE FUNCTION TRIM(WS-CK-STATUS) TO WS-SUS-SCAN-VERDICT
               END-IF
               PERFORM ADD-SUSPECT-UNIT
           END-IF.

       READ-SUSPECT-MASTER-RECORD.
           READ MASTER-FILE NEXT
           IF WS-MASTER-FILE-STATUS = "00"
              AND FUNCTION TRIM(MAST-STATION) = FUNCTION TRIM(WS-STATION-ID)
               MOVE MAST-UNIT-ID TO WS-SUS-SCAN-UNIT
               IF WS-SUS-SCAN-UNIT NOT = WS-REF-UNIT-ID
                  AND MAST-COMP-TIMESTAMP >= WS-VFY-GOOD-TS
                   MOVE MAST-COMP-TIMESTAMP TO WS-SUS-SCAN-TS
                   MOVE MAST-VERDICT TO WS-SUS-SCAN-VERDICT
                   PERFORM ADD-SUSPECT-UNIT
               END-IF
           END-IF.

      *> One entry per unit; the latest activity wins, and a verdict
      *> is only taken from a row no older than the one already kept.
       ADD-SUSPECT-UNIT.
           MOVE 0 TO WS-SUSPECT-FOUND-IDX
           PERFORM VARYING SUS-IDX FROM 1 BY 1
               UNTIL SUS-IDX > WS-SUSPECT-COUNT
                  OR WS-SUSPECT-FOUND-IDX > 0
               IF SUS-UNIT-ID(SUS-IDX) = WS-SUS-SCAN-UNIT
                   SET WS-SUSPECT-FOUND-IDX TO SUS-IDX
               END-IF
           END-PERFORM
           IF WS-SUSPECT-FOUND-IDX = 0
               IF WS-SUSPECT-COUNT >= 500
                   MOVE "Y" TO WS-SUSPECT-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SUSPECT-COUNT
               MOVE WS-SUSPECT-COUNT TO WS-SUSPECT-FOUND-IDX
               MOVE WS-SUS-SCAN-UNIT TO SUS-UNIT-ID(WS-SUSPECT-FOUND-IDX)
               MOVE SPACES TO SUS-LAST-TS(WS-SUSPECT-FOUND-IDX)
                              SUS-VERDICT(WS-SUSPECT-FOUND-IDX)
           END-IF
           IF WS-SUS-SCAN-TS >= SUS-LAST-TS(WS-SUSPECT-FOUND-IDX)
               MOVE WS-SUS-SCAN-TS TO SUS-LAST-TS(WS-SUSPECT-FOUND-IDX)
               IF WS-SUS-SCAN-VERDICT NOT = SPACES
                   MOVE WS-SUS-SCAN-VERDICT TO SUS-VERDICT(WS-SUSPECT-FOUND-IDX)
               END-IF
           END-IF.

       WRITE-SUSPECT-LIST.
           OPEN OUTPUT SUSPECT-FILE
           IF WS-SUSPECT-FILE-STATUS NOT = "00"
               DISPLAY "AEROBTCH: CANNOT WRITE SUSPECT UNIT LIST. STATUS: "
                       WS-SUSPECT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SUSPECT-RECORD
           STRING "AEROBTCH START-OF-SHIFT VERIFICATION FAILURE - STATION "
                  FUNCTION TRIM(WS-STATION-ID)
               DELIMITED BY SIZE INTO SUSPECT-RECORD
           WRITE SUSPECT-RECORD
           MOVE SPACES TO SUSPECT-RECORD
           STRING "REFERENCE UNIT " FUNCTION TRIM(WS-REF-UNIT-ID)
                  " (" FUNCTION TRIM(WS-REF-PRODUCT) ") FAILED "
                  WS-VFY-RUN-TS " - OPERATOR " FUNCTION TRIM(WS-OPERATOR-ID)
               DELIMITED BY SIZE INTO SUSPECT-RECORD
           WRITE SUSPECT-RECORD
           MOVE SPACES TO SUSPECT-RECORD
           IF WS-VFY-GOOD-TS = SPACES
               MOVE "NO GOOD VERIFICATION ON FILE - EVERY UNIT ON RECORD FOR THIS STATION:"
                   TO SUSPECT-RECORD
           ELSE
               STRING "UNITS TESTED SINCE ITS LAST GOOD VERIFICATION "
                      WS-VFY-GOOD-TS ":"
                   DELIMITED BY SIZE INTO SUSPECT-RECORD
           END-IF
           WRITE SUSPECT-RECORD
           MOVE SPACES TO SUSPECT-RECORD
           WRITE SUSPECT-RECORD
           MOVE "  UNIT/SERIAL           LAST ACTIVITY        VERDICT"
               TO SUSPECT-RECORD
           WRITE SUSPECT-RECORD
           PERFORM WRITE-SUSPECT-LINE VARYING SUS-IDX FROM 1 BY 1
               UNTIL SUS-IDX > WS-SUSPECT-COUNT
           MOVE SPACES TO SUSPECT-RECORD
           WRITE SUSPECT-RECORD
           IF WS-SUSPECT-FULL = "Y"
               MOVE "LIST STOPPED AT 500 UNITS - THE STATION LOGS HOLD THE REST."
                   TO SUSPECT-RECORD
               WRITE SUSPECT-RECORD
           END-IF
           MOVE WS-SUSPECT-COUNT TO WS-VFY-EDIT-COUNT
           MOVE SPACES TO SUSPECT-RECORD
           STRING FUNCTION TRIM(WS-VFY-EDIT-COUNT)
                  " UNIT(S) LISTED - REVIEW FOR QUALITY HOLD AT THE AEROHOLD DESK."
               DELIMITED BY SIZE INTO SUSPECT-RECORD
           WRITE SUSPECT-RECORD
           CLOSE SUSPECT-FILE.

       WRITE-SUSPECT-LINE.
           MOVE SUS-VERDICT(SUS-IDX) TO WS-SUS-SCAN-VERDICT
           IF WS-SUS-SCAN-VERDICT = SPACES
               MOVE "OPEN" TO WS-SUS-SCAN-VERDICT
           END-IF
           MOVE SPACES TO SUSPECT-RECORD
           STRING "  " SUS-UNIT-ID(SUS-IDX) "  " SUS-LAST-TS(SUS-IDX)
                  "  " WS-SUS-SCAN-VERDICT
               DELIMITED BY SIZE INTO SUSPECT-RECORD
           WRITE SUSPECT-RECORD.

       WRITE-EXCEPTION-LIST.
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = "00"
           STRING "aerostep_" FUNCTION TRIM(WS-STATION-ID) ".csv"
               DELIMITED BY SIZE INTO WS-CSV-FILE-NAME
           STRING "aerocert_" FUNCTION TRIM(WS-STATION-ID) ".txt"
               DELIMITED BY SIZE INTO WS-CERT-FILE-NAME
           MOVE SPACES TO WS-VERIFY-FILE-NAME WS-SUSPECT-FILE-NAME
           STRING "aeroverify_" FUNCTION TRIM(WS-STATION-ID) ".dat"
               DELIMITED BY SIZE INTO WS-VERIFY-FILE-NAME
           STRING "aeroverify_" FUNCTION TRIM(WS-STATION-ID) "_units.txt"
               DELIMITED BY SIZE INTO WS-SUSPECT-FILE-NAME.

       SETUP-DATE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
