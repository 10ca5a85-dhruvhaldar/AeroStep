      *> AEROFEDT is the instrument feed intake edit, run before the
      *> shift opens. The cell's collectors write what they measured
      *> to aerofeed_in.dat (one classic row per unit: pressure, heat,
      *> quality readings with instrument and timestamp each) and
      *> aerofeedx_in.dat (one row per unit per plan step). Nothing
      *> used to check those rows - a reading like "12O.4" went
      *> through NUMVAL unchecked, a unit with two rows silently took
      *> the last, an instrument missing from aerocal.dat only showed
      *> up as a NO CAL failure at the bench, and row 501 stopped the
      *> bench session outright. Every intake row is now edited:
      *>   - unit id present;
      *>   - every reading numeric and within the bench's S9(4)V9;
      *>   - every instrument known to aerocal.dat;
      *>   - every timestamp a real YYYY/MM/DD HH:MM:SS, not in the
      *>     future and not older than WS-MAX-FEED-AGE days;
      *>   - one row per unit (classic) or unit/step (per-step): a
      *>     re-measurement appended for a retest or a reference
      *>     unit replaces the earlier row when its timestamp is
      *>     later, and only an identical row or one with the same
      *>     timestamp is suspended as a duplicate;
      *>   - a per-step row's step name on some aeroplan.dat plan;
      *>   - no more rows than the bench's 500-row feed tables hold.
      *> Clean rows are written unchanged to aerofeed.dat and
      *> aerofeedx.dat, the files AEROSTEP-UI and AEROBTCH load; each
      *> rejected row goes to aerofeed_susp.dat behind a reason code
      *> so it can be corrected at the collector and fed again. The
      *> bench files are rebuilt from the intake files on every run,
      *> so re-running after a correction is safe. Control totals
      *> (rows in, accepted, rejected, duplicates, superseded, and
      *> rejects by reason) go to aerofeed_edit.txt; RETURN-CODE is
      *> 4 when anything was suspended. A superseded reading is not
      *> a reject - it is named in the report so the replaced
      *> measurement can still be traced.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEROFEDT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEEDIN-FILE ASSIGN TO "aerofeed_in.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDIN-STATUS.
           SELECT OPTIONAL FEEDXIN-FILE ASSIGN TO "aerofeedx_in.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDXIN-STATUS.
           SELECT FEED-FILE ASSIGN TO "aerofeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEEDX-FILE ASSIGN TO "aerofeedx.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDX-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "aerofeed_susp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT OPTIONAL CAL-FILE ASSIGN TO "aerocal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT OPTIONAL PLAN-FILE ASSIGN TO "aeroplan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT EDIT-FILE ASSIGN TO "aerofeed_edit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Collector intake, same layouts as the bench files: unit,
       *> pressure, heat, quality, then instrument + timestamp for
       *> each of the three readings.
       FD  FEEDIN-FILE.
       01  FEEDIN-RECORD               PIC X(200).

       *> Per-step collector intake: unit, step name, reading,
       *> instrument, timestamp.
       FD  FEEDXIN-FILE.
       01  FEEDXIN-RECORD              PIC X(120).

       FD  FEED-FILE.
       01  FEED-RECORD                 PIC X(200).

       FD  FEEDX-FILE.
       01  FEEDX-RECORD                PIC X(120).

       *> Suspended rows: reason code, intake file (FEED / FEEDX),
       *> edit run timestamp, then the intake row exactly as read.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD             PIC X(250).

       FD  CAL-FILE.
       01  CAL-RECORD                  PIC X(80).

       FD  PLAN-FILE.
       01  PLAN-RECORD                 PIC X(100).

       FD  EDIT-FILE.
       01  EDIT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FEEDIN-STATUS            PIC XX.
       01 WS-FEEDXIN-STATUS           PIC XX.
       01 WS-FEED-FILE-STATUS         PIC XX.
       01 WS-FEEDX-FILE-STATUS        PIC XX.
       01 WS-SUSPENSE-STATUS          PIC XX.
       01 WS-CAL-FILE-STATUS          PIC XX.
       01 WS-PLAN-FILE-STATUS         PIC XX.
       01 WS-EDIT-STATUS              PIC XX.

       *> Capacity of the bench's feed tables (FEED-ENTRY and
       *> FEEDX-ENTRY in AEROSTEP-UI and AEROBTCH).
       77 WS-BENCH-FEED-MAX           PIC 9(4) VALUE 500.
       *> Oldest reading the edit will pass, in days before today.
       77 WS-MAX-FEED-AGE             PIC 9(3) VALUE 90.

       *> Instrument ids from the calibration registry.
       01 WS-CAL-COUNT                PIC 9(3) VALUE 0.
       01 WS-CAL-TABLE.
           05 CAL-ENTRY OCCURS 100 TIMES INDEXED BY CAL-IDX.
               10 CAL-INST-ID          PIC X(10).
       01 WS-CAL-SCAN-DESC            PIC X(30).

       *> Step names appearing on any plan, any product or revision.
       01 WS-STEP-COUNT               PIC 9(4) VALUE 0.
       01 WS-STEP-TABLE.
           05 STEP-ENTRY OCCURS 500 TIMES INDEXED BY STEP-IDX.
               10 ST-NAME              PIC X(30).
       01 WS-PLAN-SCAN-PRODUCT        PIC X(10).
       01 WS-PLAN-SCAN-SEQ            PIC X(2).
       01 WS-PLAN-SCAN-STEP           PIC X(30).

       *> Rows accepted this run, one per unit (classic) and per
       *> unit/step (per-step), with the latest timestamp on the row.
       *> A later re-measurement replaces its entry in place; the
       *> bench files are written from these tables once the intake
       *> file has been read.
       01 WS-FEED-COUNT               PIC 9(4) VALUE 0.
       01 WS-FEED-TABLE.
           05 FEED-ENTRY OCCURS 500 TIMES INDEXED BY FEED-IDX.
               10 FEED-UNIT-ID         PIC X(20).
               10 FEED-LATEST-TS       PIC X(19).
               10 FEED-ROW             PIC X(200).
       01 WS-FEEDX-COUNT              PIC 9(4) VALUE 0.
       01 WS-FEEDX-TABLE.
           05 FEEDX-ENTRY OCCURS 500 TIMES INDEXED BY FX-IDX.
               10 FX-UNIT-ID           PIC X(20).
               10 FX-STEP-NAME         PIC X(30).
               10 FX-LATEST-TS         PIC X(19).
               10 FX-ROW               PIC X(120).
       01 WS-MATCH-IDX                PIC 9(4) VALUE 0.
       01 WS-IN-LATEST-TS             PIC X(19).
       01 WS-KEPT-TS                  PIC X(19).

       *> Fields of the intake row being edited.
       01 WS-IN-UNIT                  PIC X(20).
       01 WS-IN-PRESS                 PIC X(10).
       01 WS-IN-HEAT                  PIC X(10).
       01 WS-IN-QUAL                  PIC X(10).
       01 WS-IN-PRESS-INST            PIC X(10).
       01 WS-IN-PRESS-TS              PIC X(19).
       01 WS-IN-HEAT-INST             PIC X(10).
       01 WS-IN-HEAT-TS               PIC X(19).
       01 WS-IN-QUAL-INST             PIC X(10).
       01 WS-IN-QUAL-TS               PIC X(19).
       01 WS-IN-STEP                  PIC X(30).
       01 WS-IN-READING               PIC X(10).
       01 WS-IN-INST                  PIC X(10).
       01 WS-IN-TS                    PIC X(19).

       *> Single-value checks share these fields; WS-REASON is left
       *> at the first failure's code and stays blank on a clean row.
       01 WS-REASON                   PIC X(10).
       01 WS-CHECK-READING            PIC X(10).
       01 WS-CHECK-NUM                PIC S9(6)V9(4).
       01 WS-CHECK-NUM-BENCH          PIC S9(6)V9.
       01 WS-CHECK-INST               PIC X(10).
       01 WS-CHECK-TS                 PIC X(19).
       01 WS-CHECK-DATE-NUM           PIC 9(8).
       01 WS-CHECK-FOUND              PIC X VALUE "N".

       *> Run date/time, for the future/stale timestamp checks and
       *> the suspense stamp.
       01 WS-DATE                     PIC 9(8).
       01 WS-TIME                     PIC 9(8).
       01 WS-NOW                      PIC X(19).
       01 WS-OLDEST-DATE-NUM          PIC 9(8).

       *> Control totals, per intake file.
       01 WS-TOTALS.
           05 WS-TOTAL-ENTRY OCCURS 2 TIMES.
               10 TT-IN                PIC 9(6).
               10 TT-ACCEPTED          PIC 9(6).
               10 TT-REJECTED          PIC 9(6).
               10 TT-DUPLICATES        PIC 9(6).
               10 TT-SUPERSEDED        PIC 9(6).
       01 WS-SRC                      PIC 9 VALUE 1.
       01 WS-SRC-NAME                 PIC X(5).

       *> Rejects by reason code, both files together.
       01 WS-REASON-LIST.
           05 FILLER PIC X(10) VALUE "NOUNIT".
           05 FILLER PIC X(50) VALUE "UNIT ID MISSING".
           05 FILLER PIC X(10) VALUE "NONNUM".
           05 FILLER PIC X(50) VALUE "READING NOT NUMERIC OR OUT OF RANGE".
           05 FILLER PIC X(10) VALUE "NOINST".
           05 FILLER PIC X(50) VALUE "INSTRUMENT NOT IN AEROCAL.DAT".
           05 FILLER PIC X(10) VALUE "BADTIME".
           05 FILLER PIC X(50) VALUE "TIMESTAMP MALFORMED, IN FUTURE, OR STALE".
           05 FILLER PIC X(10) VALUE "DUPLICATE".
           05 FILLER PIC X(50) VALUE "SAME UNIT/STEP AND TIME AS AN ACCEPTED ROW".
           05 FILLER PIC X(10) VALUE "NOSTEP".
           05 FILLER PIC X(50) VALUE "STEP NAME NOT ON ANY TEST PLAN".
           05 FILLER PIC X(10) VALUE "CAPACITY".
           05 FILLER PIC X(50) VALUE "BENCH FEED TABLE FULL (500 ROWS)".
       01 WS-REASON-TABLE REDEFINES WS-REASON-LIST.
           05 RSN-ENTRY OCCURS 7 TIMES INDEXED BY RSN-IDX.
               10 RSN-CODE             PIC X(10).
               10 RSN-DESC             PIC X(50).
       01 WS-REASON-COUNTS.
           05 RSN-COUNT OCCURS 7 TIMES PIC 9(6) VALUE 0.

       01 WS-TOTAL-REJECTED           PIC 9(6) VALUE 0.
       01 WS-EDIT-6                   PIC ZZZZZ9.
       01 WS-EDIT-PTR                 PIC 9(3).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE(1:4) "/" WS-DATE(5:2) "/" WS-DATE(7:2) " "
                  WS-TIME(1:2) ":" WS-TIME(3:2) ":" WS-TIME(5:2)
               DELIMITED BY SIZE INTO WS-NOW
           COMPUTE WS-OLDEST-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE) - WS-MAX-FEED-AGE)
           INITIALIZE WS-TOTALS

           PERFORM LOAD-CAL-INSTRUMENTS
           PERFORM LOAD-PLAN-STEPS

           OPEN OUTPUT EDIT-FILE
           IF WS-EDIT-STATUS NOT = "00"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN EDIT REPORT. STATUS: " WS-EDIT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN SUSPENSE FILE. STATUS: " WS-SUSPENSE-STATUS
               CLOSE EDIT-FILE
               STOP RUN
           END-IF
           MOVE SPACES TO EDIT-RECORD
           STRING "AEROSTEP INSTRUMENT FEED INTAKE EDIT - RUN " WS-NOW
               DELIMITED BY SIZE INTO EDIT-RECORD
           PERFORM WRITE-EDIT-LINE

           PERFORM EDIT-CLASSIC-FEED
           PERFORM EDIT-STEP-FEED

           CLOSE SUSPENSE-FILE
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE EDIT-FILE
           IF WS-TOTAL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CAL-INSTRUMENTS.
           MOVE 0 TO WS-CAL-COUNT
           OPEN INPUT CAL-FILE
           IF WS-CAL-FILE-STATUS = "00" OR WS-CAL-FILE-STATUS = "05"
               PERFORM READ-CAL-RECORD UNTIL WS-CAL-FILE-STATUS = "10"
               CLOSE CAL-FILE
           END-IF.

       READ-CAL-RECORD.
           READ CAL-FILE
           IF WS-CAL-FILE-STATUS = "00" AND CAL-RECORD NOT = SPACES
               IF WS-CAL-COUNT >= 100
                   DISPLAY "CRITICAL ERROR: CALIBRATION TABLE FULL (MAX 100)."
                   CLOSE CAL-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAL-COUNT
               MOVE WS-CAL-COUNT TO CAL-IDX
               MOVE SPACES TO CAL-INST-ID(CAL-IDX)
               UNSTRING CAL-RECORD DELIMITED BY ","
                   INTO CAL-INST-ID(CAL-IDX) WS-CAL-SCAN-DESC
               END-UNSTRING
           END-IF.

       LOAD-PLAN-STEPS.
           MOVE 0 TO WS-STEP-COUNT
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-FILE-STATUS = "00" OR WS-PLAN-FILE-STATUS = "05"
               PERFORM READ-PLAN-RECORD UNTIL WS-PLAN-FILE-STATUS = "10"
               CLOSE PLAN-FILE
           END-IF.

       READ-PLAN-RECORD.
           READ PLAN-FILE
           IF WS-PLAN-FILE-STATUS = "00" AND PLAN-RECORD NOT = SPACES
               MOVE SPACES TO WS-PLAN-SCAN-STEP
               UNSTRING PLAN-RECORD DELIMITED BY ","
                   INTO WS-PLAN-SCAN-PRODUCT WS-PLAN-SCAN-SEQ
                        WS-PLAN-SCAN-STEP
               END-UNSTRING
               MOVE "N" TO WS-CHECK-FOUND
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > WS-STEP-COUNT OR WS-CHECK-FOUND = "Y"
                   IF ST-NAME(STEP-IDX) = WS-PLAN-SCAN-STEP
                       MOVE "Y" TO WS-CHECK-FOUND
                   END-IF
               END-PERFORM
               IF WS-CHECK-FOUND = "N"
                   IF WS-STEP-COUNT >= 500
                       DISPLAY "CRITICAL ERROR: PLAN STEP TABLE FULL (MAX 500)."
                       CLOSE PLAN-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT TO STEP-IDX
                   MOVE WS-PLAN-SCAN-STEP TO ST-NAME(STEP-IDX)
               END-IF
           END-IF.

      *> Classic rows: aerofeed_in.dat -> aerofeed.dat.
       EDIT-CLASSIC-FEED.
           MOVE 1 TO WS-SRC
           MOVE "FEED" TO WS-SRC-NAME
           OPEN OUTPUT FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
               DISPLAY "CRITICAL ERROR: CANNOT REWRITE FEED FILE. STATUS: " WS-FEED-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT FEEDIN-FILE
           IF WS-FEEDIN-STATUS = "00" OR WS-FEEDIN-STATUS = "05"
               PERFORM READ-FEEDIN-RECORD UNTIL WS-FEEDIN-STATUS = "10"
               CLOSE FEEDIN-FILE
           END-IF
           PERFORM WRITE-FEED-ROW VARYING FEED-IDX FROM 1 BY 1
               UNTIL FEED-IDX > WS-FEED-COUNT
           CLOSE FEED-FILE.

       READ-FEEDIN-RECORD.
           READ FEEDIN-FILE
           IF WS-FEEDIN-STATUS = "00" AND FEEDIN-RECORD NOT = SPACES
               ADD 1 TO TT-IN(WS-SRC)
               PERFORM EDIT-CLASSIC-ROW
               IF WS-REASON = SPACES
                   IF WS-MATCH-IDX = 0
                       ADD 1 TO WS-FEED-COUNT
                       MOVE WS-FEED-COUNT TO FEED-IDX
                       MOVE WS-IN-UNIT TO FEED-UNIT-ID(FEED-IDX)
                       MOVE WS-IN-LATEST-TS TO FEED-LATEST-TS(FEED-IDX)
                       MOVE FEEDIN-RECORD TO FEED-ROW(FEED-IDX)
                       ADD 1 TO TT-ACCEPTED(WS-SRC)
                   ELSE
                       MOVE WS-MATCH-IDX TO FEED-IDX
                       IF WS-IN-LATEST-TS > FEED-LATEST-TS(FEED-IDX)
                           MOVE WS-IN-LATEST-TS TO FEED-LATEST-TS(FEED-IDX)
                           MOVE FEEDIN-RECORD TO FEED-ROW(FEED-IDX)
                       END-IF
                       MOVE FEED-LATEST-TS(FEED-IDX) TO WS-KEPT-TS
                       PERFORM NOTE-SUPERSEDED
                   END-IF
               ELSE
                   PERFORM SUSPEND-ROW
               END-IF
           END-IF.

       WRITE-FEED-ROW.
           MOVE FEED-ROW(FEED-IDX) TO FEED-RECORD
           WRITE FEED-RECORD.

      *> The first failure found sets the reason; later checks are
      *> skipped once one is set. A clean row for a unit already
      *> accepted leaves WS-MATCH-IDX on that unit's entry; its
      *> latest reading timestamp decides which row is kept.
       EDIT-CLASSIC-ROW.
           MOVE 0 TO WS-MATCH-IDX
           MOVE SPACES TO WS-REASON WS-IN-UNIT WS-IN-STEP WS-IN-PRESS
                          WS-IN-HEAT WS-IN-QUAL
                          WS-IN-PRESS-INST WS-IN-PRESS-TS
                          WS-IN-HEAT-INST WS-IN-HEAT-TS
                          WS-IN-QUAL-INST WS-IN-QUAL-TS
           UNSTRING FEEDIN-RECORD DELIMITED BY ","
               INTO WS-IN-UNIT WS-IN-PRESS WS-IN-HEAT WS-IN-QUAL
                    WS-IN-PRESS-INST WS-IN-PRESS-TS
                    WS-IN-HEAT-INST WS-IN-HEAT-TS
                    WS-IN-QUAL-INST WS-IN-QUAL-TS
           END-UNSTRING
           IF WS-IN-UNIT = SPACES
               MOVE "NOUNIT" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-PRESS TO WS-CHECK-READING
           PERFORM CHECK-READING
           MOVE WS-IN-HEAT TO WS-CHECK-READING
           PERFORM CHECK-READING
           MOVE WS-IN-QUAL TO WS-CHECK-READING
           PERFORM CHECK-READING
           MOVE WS-IN-PRESS-INST TO WS-CHECK-INST
           PERFORM CHECK-INSTRUMENT
           MOVE WS-IN-HEAT-INST TO WS-CHECK-INST
           PERFORM CHECK-INSTRUMENT
           MOVE WS-IN-QUAL-INST TO WS-CHECK-INST
           PERFORM CHECK-INSTRUMENT
           MOVE WS-IN-PRESS-TS TO WS-CHECK-TS
           PERFORM CHECK-TIMESTAMP
           MOVE WS-IN-HEAT-TS TO WS-CHECK-TS
           PERFORM CHECK-TIMESTAMP
           MOVE WS-IN-QUAL-TS TO WS-CHECK-TS
           PERFORM CHECK-TIMESTAMP
           IF WS-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-PRESS-TS TO WS-IN-LATEST-TS
           IF WS-IN-HEAT-TS > WS-IN-LATEST-TS
               MOVE WS-IN-HEAT-TS TO WS-IN-LATEST-TS
           END-IF
           IF WS-IN-QUAL-TS > WS-IN-LATEST-TS
               MOVE WS-IN-QUAL-TS TO WS-IN-LATEST-TS
           END-IF
           PERFORM VARYING FEED-IDX FROM 1 BY 1
               UNTIL FEED-IDX > WS-FEED-COUNT OR WS-MATCH-IDX > 0
               IF FEED-UNIT-ID(FEED-IDX) = WS-IN-UNIT
                   SET WS-MATCH-IDX TO FEED-IDX
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX > 0
               IF FEED-ROW(WS-MATCH-IDX) = FEEDIN-RECORD
                  OR FEED-LATEST-TS(WS-MATCH-IDX) = WS-IN-LATEST-TS
                   MOVE "DUPLICATE" TO WS-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-FEED-COUNT >= WS-BENCH-FEED-MAX
               MOVE "CAPACITY" TO WS-REASON
           END-IF.

      *> Per-step rows: aerofeedx_in.dat -> aerofeedx.dat.
       EDIT-STEP-FEED.
           MOVE 2 TO WS-SRC
           MOVE "FEEDX" TO WS-SRC-NAME
           OPEN OUTPUT FEEDX-FILE
           IF WS-FEEDX-FILE-STATUS NOT = "00"
               DISPLAY "CRITICAL ERROR: CANNOT REWRITE STEP FEED FILE. STATUS: " WS-FEEDX-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT FEEDXIN-FILE
           IF WS-FEEDXIN-STATUS = "00" OR WS-FEEDXIN-STATUS = "05"
               PERFORM READ-FEEDXIN-RECORD UNTIL WS-FEEDXIN-STATUS = "10"
               CLOSE FEEDXIN-FILE
           END-IF
           PERFORM WRITE-FEEDX-ROW VARYING FX-IDX FROM 1 BY 1
               UNTIL FX-IDX > WS-FEEDX-COUNT
           CLOSE FEEDX-FILE.

       READ-FEEDXIN-RECORD.
           READ FEEDXIN-FILE
           IF WS-FEEDXIN-STATUS = "00" AND FEEDXIN-RECORD NOT = SPACES
               ADD 1 TO TT-IN(WS-SRC)
               PERFORM EDIT-STEP-ROW
               IF WS-REASON = SPACES
                   IF WS-MATCH-IDX = 0
                       ADD 1 TO WS-FEEDX-COUNT
                       MOVE WS-FEEDX-COUNT TO FX-IDX
                       MOVE WS-IN-UNIT TO FX-UNIT-ID(FX-IDX)
                       MOVE WS-IN-STEP TO FX-STEP-NAME(FX-IDX)
                       MOVE WS-IN-TS TO FX-LATEST-TS(FX-IDX)
                       MOVE FEEDXIN-RECORD TO FX-ROW(FX-IDX)
                       ADD 1 TO TT-ACCEPTED(WS-SRC)
                   ELSE
                       MOVE WS-MATCH-IDX TO FX-IDX
                       IF WS-IN-TS > FX-LATEST-TS(FX-IDX)
                           MOVE WS-IN-TS TO FX-LATEST-TS(FX-IDX)
                           MOVE FEEDXIN-RECORD TO FX-ROW(FX-IDX)
                       END-IF
                       MOVE FX-LATEST-TS(FX-IDX) TO WS-KEPT-TS
                       PERFORM NOTE-SUPERSEDED
                   END-IF
               ELSE
                   PERFORM SUSPEND-ROW
               END-IF
           END-IF.

       WRITE-FEEDX-ROW.
           MOVE FX-ROW(FX-IDX) TO FEEDX-RECORD
           WRITE FEEDX-RECORD.

       EDIT-STEP-ROW.
           MOVE 0 TO WS-MATCH-IDX
           MOVE SPACES TO WS-REASON WS-IN-UNIT WS-IN-STEP WS-IN-READING
                          WS-IN-INST WS-IN-TS
           UNSTRING FEEDXIN-RECORD DELIMITED BY ","
               INTO WS-IN-UNIT WS-IN-STEP WS-IN-READING WS-IN-INST
                    WS-IN-TS
           END-UNSTRING
           IF WS-IN-UNIT = SPACES
               MOVE "NOUNIT" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-READING TO WS-CHECK-READING
           PERFORM CHECK-READING
           MOVE WS-IN-INST TO WS-CHECK-INST
           PERFORM CHECK-INSTRUMENT
           MOVE WS-IN-TS TO WS-CHECK-TS
           PERFORM CHECK-TIMESTAMP
           IF WS-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CHECK-FOUND
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > WS-STEP-COUNT OR WS-CHECK-FOUND = "Y"
               IF ST-NAME(STEP-IDX) = WS-IN-STEP
                   MOVE "Y" TO WS-CHECK-FOUND
               END-IF
           END-PERFORM
           IF WS-CHECK-FOUND = "N"
               MOVE "NOSTEP" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FX-IDX FROM 1 BY 1
               UNTIL FX-IDX > WS-FEEDX-COUNT OR WS-MATCH-IDX > 0
               IF FX-UNIT-ID(FX-IDX) = WS-IN-UNIT
                  AND FX-STEP-NAME(FX-IDX) = WS-IN-STEP
                   SET WS-MATCH-IDX TO FX-IDX
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX > 0
               IF FX-ROW(WS-MATCH-IDX) = FEEDXIN-RECORD
                  OR FX-LATEST-TS(WS-MATCH-IDX) = WS-IN-TS
                   MOVE "DUPLICATE" TO WS-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-FEEDX-COUNT >= WS-BENCH-FEED-MAX
               MOVE "CAPACITY" TO WS-REASON
           END-IF.

      *> A reading must convert cleanly and fit the bench's S9(4)V9
      *> feed field - one decimal place, under 10000 either way.
       CHECK-READING.
           IF WS-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECK-READING = SPACES
               MOVE "NONNUM" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-CHECK-READING) NOT = 0
               MOVE "NONNUM" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHECK-NUM = FUNCTION NUMVAL(WS-CHECK-READING)
               ON SIZE ERROR
                   MOVE 99999 TO WS-CHECK-NUM
           END-COMPUTE
           MOVE WS-CHECK-NUM TO WS-CHECK-NUM-BENCH
           IF WS-CHECK-NUM >= 10000 OR WS-CHECK-NUM <= -10000
              OR WS-CHECK-NUM NOT = WS-CHECK-NUM-BENCH
               MOVE "NONNUM" TO WS-REASON
           END-IF.

       CHECK-INSTRUMENT.
           IF WS-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CHECK-FOUND
           IF WS-CHECK-INST NOT = SPACES
               PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-CAL-COUNT OR WS-CHECK-FOUND = "Y"
                   IF CAL-INST-ID(CAL-IDX) = WS-CHECK-INST
                       MOVE "Y" TO WS-CHECK-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CHECK-FOUND = "N"
               MOVE "NOINST" TO WS-REASON
           END-IF.

      *> YYYY/MM/DD HH:MM:SS, a real calendar date, a real time of
      *> day, no later than this run and no older than
      *> WS-MAX-FEED-AGE days.
       CHECK-TIMESTAMP.
           IF WS-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECK-TS(1:4) NOT NUMERIC OR WS-CHECK-TS(5:1) NOT = "/"
              OR WS-CHECK-TS(6:2) NOT NUMERIC OR WS-CHECK-TS(8:1) NOT = "/"
              OR WS-CHECK-TS(9:2) NOT NUMERIC OR WS-CHECK-TS(11:1) NOT = " "
              OR WS-CHECK-TS(12:2) NOT NUMERIC OR WS-CHECK-TS(14:1) NOT = ":"
              OR WS-CHECK-TS(15:2) NOT NUMERIC OR WS-CHECK-TS(17:1) NOT = ":"
              OR WS-CHECK-TS(18:2) NOT NUMERIC
               MOVE "BADTIME" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           STRING WS-CHECK-TS(1:4) WS-CHECK-TS(6:2) WS-CHECK-TS(9:2)
               DELIMITED BY SIZE INTO WS-CHECK-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE-NUM) NOT = 0
              OR WS-CHECK-TS(12:2) > "23" OR WS-CHECK-TS(15:2) > "59"
              OR WS-CHECK-TS(18:2) > "59"
              OR WS-CHECK-TS > WS-NOW
              OR WS-CHECK-DATE-NUM < WS-OLDEST-DATE-NUM
               MOVE "BADTIME" TO WS-REASON
           END-IF.

       SUSPEND-ROW.
           ADD 1 TO TT-REJECTED(WS-SRC)
           ADD 1 TO WS-TOTAL-REJECTED
           IF WS-REASON = "DUPLICATE"
               ADD 1 TO TT-DUPLICATES(WS-SRC)
           END-IF
           PERFORM VARYING RSN-IDX FROM 1 BY 1 UNTIL RSN-IDX > 7
               IF RSN-CODE(RSN-IDX) = WS-REASON
                   ADD 1 TO RSN-COUNT(RSN-IDX)
               END-IF
           END-PERFORM
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE 1 TO WS-EDIT-PTR
           STRING FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-NOW DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO SUSPENSE-RECORD
                  WITH POINTER WS-EDIT-PTR
           IF WS-SRC = 1
               STRING FUNCTION TRIM(FEEDIN-RECORD) DELIMITED BY SIZE
                   INTO SUSPENSE-RECORD WITH POINTER WS-EDIT-PTR
           ELSE
               STRING FUNCTION TRIM(FEEDXIN-RECORD) DELIMITED BY SIZE
                   INTO SUSPENSE-RECORD WITH POINTER WS-EDIT-PTR
           END-IF
           WRITE SUSPENSE-RECORD
           MOVE SPACES TO EDIT-RECORD
           STRING "  SUSPENDED " WS-SRC-NAME " " WS-REASON " "
                  WS-IN-UNIT " " WS-IN-STEP
               DELIMITED BY SIZE INTO EDIT-RECORD
           PERFORM WRITE-EDIT-LINE.

      *> Two readings for one unit (or unit/step): the later one is
      *> kept, the earlier one named here.
       NOTE-SUPERSEDED.
           ADD 1 TO TT-SUPERSEDED(WS-SRC)
           MOVE SPACES TO EDIT-RECORD
           STRING "  SUPERSEDED " WS-SRC-NAME " KEPT " WS-KEPT-TS " "
                  WS-IN-UNIT " " WS-IN-STEP
               DELIMITED BY SIZE INTO EDIT-RECORD
           PERFORM WRITE-EDIT-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE " " TO EDIT-RECORD
           PERFORM WRITE-EDIT-LINE
           MOVE "CONTROL TOTALS          ROWS IN  ACCEPTED  REJECTED  DUPLICATES  SUPERSEDED"
               TO EDIT-RECORD
           PERFORM WRITE-EDIT-LINE
           MOVE 1 TO WS-SRC
           MOVE "aerofeed_in.dat" TO EDIT-RECORD
           PERFORM WRITE-TOTALS-LINE
           MOVE 2 TO WS-SRC
           MOVE "aerofeedx_in.dat" TO EDIT-RECORD
           PERFORM WRITE-TOTALS-LINE
           MOVE " " TO EDIT-RECORD
           PERFORM WRITE-EDIT-LINE
           MOVE "REJECTS BY REASON" TO EDIT-RECORD
           PERFORM WRITE-EDIT-LINE
           PERFORM WRITE-REASON-LINE VARYING RSN-IDX FROM 1 BY 1
               UNTIL RSN-IDX > 7.

       WRITE-TOTALS-LINE.
           MOVE 24 TO WS-EDIT-PTR
           MOVE TT-IN(WS-SRC) TO WS-EDIT-6
           STRING "  " WS-EDIT-6 DELIMITED BY SIZE
               INTO EDIT-RECORD WITH POINTER WS-EDIT-PTR
           MOVE TT-ACCEPTED(WS-SRC) TO WS-EDIT-6
           STRING "    " WS-EDIT-6 DELIMITED BY SIZE
               INTO EDIT-RECORD WITH POINTER WS-EDIT-PTR
           MOVE TT-REJECTED(WS-SRC) TO WS-EDIT-6
           STRING "    " WS-EDIT-6 DELIMITED BY SIZE
               INTO EDIT-RECORD WITH POINTER WS-EDIT-PTR
           MOVE TT-DUPLICATES(WS-SRC) TO WS-EDIT-6
           STRING "      " WS-EDIT-6 DELIMITED BY SIZE
               INTO EDIT-RECORD WITH POINTER WS-EDIT-PTR
           MOVE TT-SUPERSEDED(WS-SRC) TO WS-EDIT-6
           STRING "      " WS-EDIT-6 DELIMITED BY SIZE
               INTO EDIT-RECORD WITH POINTER WS-EDIT-PTR
           PERFORM WRITE-EDIT-LINE.

       WRITE-REASON-LINE.
           MOVE RSN-COUNT(RSN-IDX) TO WS-EDIT-6
           MOVE SPACES TO EDIT-RECORD
           STRING "  " RSN-CODE(RSN-IDX) " " WS-EDIT-6 "  "
                  RSN-DESC(RSN-IDX)
               DELIMITED BY SIZE INTO EDIT-RECORD
           PERFORM WRITE-EDIT-LINE.

       WRITE-EDIT-LINE.
           WRITE EDIT-RECORD
           DISPLAY FUNCTION TRIM(EDIT-RECORD).

       END PROGRAM AEROFEDT.
