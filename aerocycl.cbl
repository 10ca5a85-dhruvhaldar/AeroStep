      *> AEROCYCL is the bench cycle-time and utilization report
      *> planning runs before committing to a due date in
      *> aerowork.dat. For an operator-entered date range it rolls up
      *> every unit whose DISPOSITION,COMPLETE marker landed in the
      *> range: cycle time is the QUALIFICATION row to that marker,
      *> the time per plan step is the gap from the unit's previous
      *> row to the step's first attempt, and the time lost to
      *> supervisor overrides (failed row to the OVERRIDE row) and to
      *> retests (OVERRIDE GRANTED to each further attempt at the same
      *> step) is carried separately. Idle time is the gap between a
      *> unit's start and the previous unit's marker on the same
      *> station; a gap longer than WS-IDLE-LIMIT seconds is the bench
      *> standing down (shift change, weekend), not idle, and is not
      *> counted. History is read from the archive partitions whose
      *> dates overlap the range, the shop-wide aerostep.txt, and
      *> every per-station bench log listed in aerostations.dat - a
      *> closed sequence lives in exactly one of them, so nothing is
      *> counted twice whether or not AEROCONS and AEROARCH have run.
      *> Units are rolled up by station, by station and shift (from
      *> the unit's start time), by operator, and by product (from
      *> the sequence's PLANREV row; "-" if it has none), followed by
      *> the average time per plan step for each product and the
      *> units whose cycle time is more than WS-OUTLIER-FACTOR times
      *> above or below their product's median (a median, so one
      *> very slow unit cannot drag the norm it is judged against
      *> toward itself). A product needs WS-OUTLIER-MIN-UNITS units
      *> in the range before its outliers are flagged. Report goes
      *> to aerostep_cycle.txt and the terminal; times are in
      *> minutes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEROCYCL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPTIONAL PARTCTL-FILE ASSIGN TO "aerostep_archctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.
           SELECT OPTIONAL STATIONS-FILE ASSIGN TO "aerostations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATIONS-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "aerostep_cycle.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One history file at a time - an archive partition, the
      *> shop-wide log, or a station log - opened by name.
       FD  LOG-FILE RECORD IS VARYING DEPENDING ON WS-LOG-REC-LEN.
       01  LOG-RECORD                  PIC X(160).

       FD  PARTCTL-FILE.
       01  PARTCTL-RECORD              PIC X(80).

       FD  STATIONS-FILE.
       01  STATIONS-RECORD             PIC X(20).

       FD  CYCLE-FILE.
       01  CYCLE-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS               PIC XX.
       01 WS-PARTCTL-STATUS           PIC XX.
       01 WS-STATIONS-STATUS          PIC XX.
       01 WS-CYCLE-STATUS             PIC XX.
       01 WS-LOG-REC-LEN              PIC 9(3).
       01 WS-LOG-EOF-SWITCH           PIC X VALUE "N".
           88 WS-END-OF-LOG                VALUE "Y".
       01 WS-LOG-FILE-NAME            PIC X(40).
      *> Station a log row is charged to when its own station column
      *> is blank - the bench's id for a station log, "-" otherwise.
       01 WS-LOG-STATION              PIC X(8).

      *> Tunables. A gap between units longer than WS-IDLE-LIMIT
      *> seconds is not idle time; shifts start at the hours below.
       77 WS-IDLE-LIMIT               PIC 9(5) VALUE 7200.
       77 WS-OUTLIER-FACTOR           PIC 9V9 VALUE 2.0.
       77 WS-OUTLIER-MIN-UNITS        PIC 9(3) VALUE 3.
       77 WS-SHIFT1-START             PIC 99 VALUE 06.
       77 WS-SHIFT2-START             PIC 99 VALUE 14.
       77 WS-SHIFT3-START             PIC 99 VALUE 22.

      *> Operator-entered range, YYYY/MM/DD - the first ten
      *> characters of every timestamp on file, so they compare flat.
       01 WS-FROM-DATE                PIC X(10).
       01 WS-TO-DATE                  PIC X(10).
       01 WS-RANGE-DATE               PIC X(10).
       01 WS-RANGE-OK                 PIC X VALUE "Y".
       01 WS-DATE                     PIC 9(8).
       01 WS-DATE-X REDEFINES WS-DATE PIC X(8).

      *> Archive partitions on file in month order, from the
      *> aerostep_archctl.dat control rows.
       01 WS-PART-COUNT               PIC 9(3) VALUE 0.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 600 TIMES INDEXED BY PART-IDX.
               10 PT-MONTH             PIC X(6).
               10 PT-STATUS            PIC X(6).
               10 PT-FIRST-DATE        PIC X(10).
               10 PT-LAST-DATE         PIC X(10).

      *> Stations whose bench logs are read, from aerostations.dat.
       01 WS-STATION-COUNT            PIC 9(2) VALUE 0.
       01 WS-STATION-TABLE.
           05 WS-STATION-ENTRY OCCURS 8 TIMES INDEXED BY STA-IDX.
               10 STA-ID               PIC X(8).

      *> Sequences open in the file being read: started by a
      *> QUALIFICATION row, closed by DISPOSITION,COMPLETE. A whole
      *> sequence always sits in one file, so the table is emptied
      *> between files and anything still open there is in flight.
       01 WS-OPEN-COUNT               PIC 9(3) VALUE 0.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 300 TIMES INDEXED BY OPEN-IDX.
               10 OS-UNIT              PIC X(20).
               10 OS-STATION           PIC X(8).
               10 OS-OPERATOR          PIC X(20).
               10 OS-PRODUCT           PIC X(10).
               10 OS-START-TS          PIC X(19).
               10 OS-START-SECS        PIC 9(11).
               10 OS-PREV-SECS         PIC 9(11).
               10 OS-OVR-SECS          PIC 9(7).
               10 OS-RETEST-SECS       PIC 9(7).
               10 OS-LAST-STEP         PIC X(30).
               10 OS-RETEST-STEP       PIC X(30).
               10 OS-STEP-COUNT        PIC 9(2).
               10 OS-STEP OCCURS 10 TIMES.
                   15 OS-STEP-NAME     PIC X(30).
                   15 OS-STEP-SECS     PIC 9(7).
       01 WS-OPEN-FOUND-IDX           PIC 9(3) VALUE 0.
       01 WS-STEP-NO                  PIC 9(2).

      *> One row per unit closed inside the range.
       01 WS-CYCLE-COUNT              PIC 9(4) VALUE 0.
       01 WS-CYCLE-TABLE.
           05 WS-CYCLE-ENTRY OCCURS 2000 TIMES INDEXED BY CYC-IDX.
               10 CY-UNIT              PIC X(20).
               10 CY-STATION           PIC X(8).
               10 CY-OPERATOR          PIC X(20).
               10 CY-PRODUCT           PIC X(10).
               10 CY-SHIFT             PIC 9(1).
               10 CY-START-SECS        PIC 9(11).
               10 CY-END-SECS          PIC 9(11).
               10 CY-CYCLE-SECS        PIC 9(7).
               10 CY-OVR-SECS          PIC 9(7).
               10 CY-RETEST-SECS       PIC 9(7).
               10 CY-IDLE-SECS         PIC 9(7).
       01 WS-PREV-IDX                 PIC 9(4).
       01 WS-PREV-END-SECS            PIC 9(11).
       01 WS-NO-START-COUNT           PIC 9(5) VALUE 0.

      *> First-attempt step times per (product, step), for the
      *> per-step section.
       01 WS-STEPT-COUNT              PIC 9(3) VALUE 0.
       01 WS-STEPT-TABLE.
           05 WS-STEPT-ENTRY OCCURS 300 TIMES INDEXED BY STEPT-IDX.
               10 ST-PRODUCT           PIC X(10).
               10 ST-STEP              PIC X(30).
               10 ST-TIMES             PIC 9(5).
               10 ST-TOTAL-SECS        PIC 9(9).
               10 ST-MAX-SECS          PIC 9(7).
       01 WS-STEPT-FOUND-IDX          PIC 9(3) VALUE 0.

      *> Parsed fields from one raw log line
       01 WS-RAW-TIMESTAMP            PIC X(19).
       01 WS-RAW-OPERATOR             PIC X(20).
       01 WS-RAW-UNIT                 PIC X(20).
       01 WS-RAW-FIELD                PIC X(30).
       01 WS-RAW-STATUS               PIC X(10).
       01 WS-RAW-VALUE                PIC X(20).
       01 WS-RAW-STATION              PIC X(8).

      *> A timestamp as seconds since the start of the calendar, so
      *> any two can be subtracted.
       01 WS-TS-SECS                  PIC 9(11).
       01 WS-TS-OK                    PIC X VALUE "N".
       01 WS-TS-TIME.
           05 WS-TS-HH                PIC 99.
           05 WS-TS-MM                PIC 99.
           05 WS-TS-SS                PIC 99.
       01 WS-TS-TIME-X REDEFINES WS-TS-TIME PIC X(6).
       01 WS-GAP-SECS                 PIC 9(7).

      *> Rollup groups for the dimension currently being reported,
      *> rebuilt per section.
       01 WS-GROUP-COUNT              PIC 9(3) VALUE 0.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 120 TIMES INDEXED BY GRP-IDX.
               10 GK-NAME              PIC X(20).
               10 GK-UNITS             PIC 9(5).
               10 GK-TOTAL-SECS        PIC 9(9).
               10 GK-MIN-SECS          PIC 9(7).
               10 GK-MAX-SECS          PIC 9(7).
               10 GK-IDLE-SECS         PIC 9(9).
               10 GK-OVR-SECS          PIC 9(9).
               10 GK-RETEST-SECS       PIC 9(9).
               10 GK-MED-SECS          PIC 9(7).
       01 WS-GROUP-FOUND-IDX          PIC 9(3) VALUE 0.
       01 WS-GROUP-KEY                PIC X(20).
       01 WS-DIMENSION                PIC X(20).
       01 WS-OUTLIER-COUNT            PIC 9(4) VALUE 0.
       01 WS-PRODUCT-MED-SECS         PIC 9(7).

      *> One product's cycle times in ascending order, for its median.
       01 WS-MED-COUNT                PIC 9(4) VALUE 0.
       01 WS-MED-TABLE.
           05 WS-MED-SECS OCCURS 2000 TIMES PIC 9(7).
       01 WS-MED-I                    PIC 9(4).
       01 WS-MED-J                    PIC 9(4).
       01 WS-MED-KEY                  PIC 9(7).
       01 WS-OUTLIER-TAG              PIC X(5).

       01 WS-MINUTES                  PIC 9(6)V9.
       01 WS-SECS-IN                  PIC 9(9).
       01 WS-MIN-EDIT                 PIC ZZZZZ9.9.
       01 WS-MIN-EDIT-B               PIC ZZZZZ9.9.
       01 WS-MIN-EDIT-C               PIC ZZZZZ9.9.
       01 WS-MIN-EDIT-D               PIC ZZZZZ9.9.
       01 WS-MIN-EDIT-E               PIC ZZZZZ9.9.
       01 WS-MIN-EDIT-F               PIC ZZZZZ9.9.
       01 WS-EDIT-5                   PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "AEROSTEP BENCH CYCLE TIME AND UTILIZATION REPORT"
           DISPLAY "FROM DATE (YYYY/MM/DD): " WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "TO DATE   (YYYY/MM/DD, blank = today): " WITH NO ADVANCING
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = SPACES
               ACCEPT WS-DATE FROM DATE YYYYMMDD
               STRING WS-DATE-X(1:4) "/" WS-DATE-X(5:2) "/" WS-DATE-X(7:2)
                   DELIMITED BY SIZE INTO WS-TO-DATE
           END-IF
           MOVE "Y" TO WS-RANGE-OK
           MOVE WS-FROM-DATE TO WS-RANGE-DATE
           PERFORM CHECK-RANGE-DATE
           MOVE WS-TO-DATE TO WS-RANGE-DATE
           PERFORM CHECK-RANGE-DATE
           IF WS-RANGE-OK NOT = "Y" OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "INVALID DATE RANGE - NOTHING TO REPORT."
               STOP RUN
           END-IF

           PERFORM LOAD-ARCHIVE-PARTITIONS
           PERFORM READ-ONE-PARTITION VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > WS-PART-COUNT
           MOVE "aerostep.txt" TO WS-LOG-FILE-NAME
           MOVE "-" TO WS-LOG-STATION
           PERFORM SCAN-LOG-FILE
           PERFORM LOAD-STATIONS
           PERFORM READ-STATION-LOG VARYING STA-IDX FROM 1 BY 1
               UNTIL STA-IDX > WS-STATION-COUNT

           IF WS-CYCLE-COUNT = 0
               DISPLAY "AEROCYCL: NO UNITS COMPLETED FROM " WS-FROM-DATE
                       " TO " WS-TO-DATE "."
               STOP RUN
           END-IF
           PERFORM FIND-IDLE-GAP VARYING CYC-IDX FROM 1 BY 1
               UNTIL CYC-IDX > WS-CYCLE-COUNT

           OPEN OUTPUT CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = "00"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN CYCLE REPORT FILE. STATUS: " WS-CYCLE-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO CYCLE-RECORD
           STRING "AEROSTEP BENCH CYCLE TIME AND UTILIZATION - "
                  WS-FROM-DATE " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE
           MOVE WS-CYCLE-COUNT TO WS-EDIT-5
           MOVE SPACES TO CYCLE-RECORD
           STRING "UNITS COMPLETED: " FUNCTION TRIM(WS-EDIT-5)
                  "   (TIMES IN MINUTES)"
               DELIMITED BY SIZE INTO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE
           IF WS-NO-START-COUNT > 0
               MOVE WS-NO-START-COUNT TO WS-EDIT-5
               MOVE SPACES TO CYCLE-RECORD
               STRING FUNCTION TRIM(WS-EDIT-5)
                      " UNIT(S) WITH NO QUALIFICATION ROW NOT TIMED"
                   DELIMITED BY SIZE INTO CYCLE-RECORD
               PERFORM WRITE-CYCLE-LINE
           END-IF

           MOVE "STATION" TO WS-DIMENSION
           PERFORM WRITE-CYCLE-SECTION
           MOVE "STATION AND SHIFT" TO WS-DIMENSION
           PERFORM WRITE-CYCLE-SECTION
           MOVE "OPERATOR" TO WS-DIMENSION
           PERFORM WRITE-CYCLE-SECTION
           MOVE "PRODUCT" TO WS-DIMENSION
           PERFORM WRITE-CYCLE-SECTION
           PERFORM WRITE-STEP-SECTION
           PERFORM WRITE-OUTLIER-SECTION

           CLOSE CYCLE-FILE
           STOP RUN.

       CHECK-RANGE-DATE.
           MOVE WS-RANGE-DATE(1:4) TO WS-DATE-X(1:4)
           MOVE WS-RANGE-DATE(6:2) TO WS-DATE-X(5:2)
           MOVE WS-RANGE-DATE(9:2) TO WS-DATE-X(7:2)
           IF WS-DATE-X IS NOT NUMERIC
              OR WS-RANGE-DATE(5:1) NOT = "/"
              OR WS-RANGE-DATE(8:1) NOT = "/"
               MOVE "N" TO WS-RANGE-OK
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE) NOT = 0
                   MOVE "N" TO WS-RANGE-OK
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
           END-IF.

      *> A partition is read when its line dates overlap the range;
      *> a sealed partition lives under its sealed-set name.
       READ-ONE-PARTITION.
           IF PT-LAST-DATE(PART-IDX) >= WS-FROM-DATE
              AND PT-FIRST-DATE(PART-IDX) <= WS-TO-DATE
               MOVE SPACES TO WS-LOG-FILE-NAME
               IF PT-STATUS(PART-IDX) = "SEALED"
                   STRING "aerostep_seal_" PT-MONTH(PART-IDX) ".txt"
                       DELIMITED BY SIZE INTO WS-LOG-FILE-NAME
               ELSE
                   STRING "aerostep_arch_" PT-MONTH(PART-IDX) ".txt"
                       DELIMITED BY SIZE INTO WS-LOG-FILE-NAME
               END-IF
               MOVE "-" TO WS-LOG-STATION
               PERFORM SCAN-LOG-FILE
           END-IF.

       LOAD-STATIONS.
           MOVE 0 TO WS-STATION-COUNT
           OPEN INPUT STATIONS-FILE
           IF WS-STATIONS-STATUS = "00" OR WS-STATIONS-STATUS = "05"
               PERFORM READ-STATIONS-RECORD UNTIL WS-STATIONS-STATUS = "10"
               CLOSE STATIONS-FILE
           END-IF.

       READ-STATIONS-RECORD.
           READ STATIONS-FILE
           IF WS-STATIONS-STATUS = "00" AND STATIONS-RECORD NOT = SPACES
               IF WS-STATION-COUNT >= 8
                   DISPLAY "CRITICAL ERROR: STATION TABLE FULL (MAX 8)."
                   CLOSE STATIONS-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATION-COUNT
               MOVE FUNCTION TRIM(STATIONS-RECORD) TO STA-ID(WS-STATION-COUNT)
           END-IF.

       READ-STATION-LOG.
           MOVE SPACES TO WS-LOG-FILE-NAME
           STRING "aerostep_" FUNCTION TRIM(STA-ID(STA-IDX)) ".txt"
               DELIMITED BY SIZE INTO WS-LOG-FILE-NAME
           MOVE STA-ID(STA-IDX) TO WS-LOG-STATION
           PERFORM SCAN-LOG-FILE.

      *> One history file, start to end. Sequences left open at the
      *> end of it are in flight and are not timed.
       SCAN-LOG-FILE.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE "N" TO WS-LOG-EOF-SWITCH
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
               PERFORM READ-LOG-RECORD UNTIL WS-END-OF-LOG
               CLOSE LOG-FILE
           END-IF.

       READ-LOG-RECORD.
           READ LOG-FILE
               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   PERFORM PARSE-LOG-RECORD
           END-READ.

       PARSE-LOG-RECORD.
           MOVE SPACES TO WS-RAW-TIMESTAMP WS-RAW-OPERATOR WS-RAW-UNIT
                          WS-RAW-FIELD WS-RAW-STATUS WS-RAW-VALUE
                          WS-RAW-STATION
           UNSTRING LOG-RECORD DELIMITED BY ","
               INTO WS-RAW-TIMESTAMP WS-RAW-OPERATOR WS-RAW-UNIT
                    WS-RAW-FIELD WS-RAW-STATUS WS-RAW-VALUE
                    WS-RAW-STATION
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-RAW-OPERATOR) TO WS-RAW-OPERATOR
           MOVE FUNCTION TRIM(WS-RAW-UNIT) TO WS-RAW-UNIT
           MOVE FUNCTION TRIM(WS-RAW-FIELD) TO WS-RAW-FIELD
           MOVE FUNCTION TRIM(WS-RAW-STATUS) TO WS-RAW-STATUS
           MOVE FUNCTION TRIM(WS-RAW-STATION) TO WS-RAW-STATION
           IF WS-RAW-STATION = SPACES
               MOVE WS-LOG-STATION TO WS-RAW-STATION
           END-IF
           IF WS-RAW-UNIT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM TIMESTAMP-TO-SECONDS
           IF WS-TS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WS-RAW-FIELD = "QUALIFICATION"
               PERFORM START-SEQUENCE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-SEQUENCE
           IF WS-OPEN-FOUND-IDX = 0
               IF WS-RAW-FIELD = "DISPOSITION"
                  AND WS-RAW-STATUS = "COMPLETE"
                  AND WS-RAW-TIMESTAMP(1:10) >= WS-FROM-DATE
                  AND WS-RAW-TIMESTAMP(1:10) <= WS-TO-DATE
                   ADD 1 TO WS-NO-START-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-FOUND-IDX TO OPEN-IDX

           EVALUATE TRUE
               WHEN WS-RAW-FIELD = "DISPOSITION"
                AND WS-RAW-STATUS = "COMPLETE"
                   PERFORM CLOSE-SEQUENCE
               WHEN WS-RAW-FIELD(1:8) = "PLANREV "
                   MOVE WS-RAW-FIELD(9:10) TO OS-PRODUCT(OPEN-IDX)
               WHEN WS-RAW-FIELD = "OVERRIDE"
                   PERFORM ELAPSED-SINCE-PREVIOUS
                   ADD WS-GAP-SECS TO OS-OVR-SECS(OPEN-IDX)
                   IF WS-RAW-STATUS = "GRANTED"
                       MOVE OS-LAST-STEP(OPEN-IDX) TO OS-RETEST-STEP(OPEN-IDX)
                   END-IF
               WHEN (WS-RAW-STATUS = "PASSED" OR WS-RAW-STATUS = "FAILED"
                     OR WS-RAW-STATUS = "SKIPPED")
                AND WS-RAW-FIELD NOT = "Initialization"
                AND WS-RAW-FIELD NOT = "WORKORDER"
                AND WS-RAW-FIELD NOT = "VERDICT"
                AND WS-RAW-FIELD NOT = "LOGIN"
                   PERFORM TIME-STEP-ROW
           END-EVALUATE
           IF OS-UNIT(OPEN-IDX) NOT = SPACES
               MOVE WS-TS-SECS TO OS-PREV-SECS(OPEN-IDX)
           END-IF.

      *> "YYYY/MM/DD HH:MM:SS" to seconds. Rows with a damaged
      *> timestamp are passed over.
       TIMESTAMP-TO-SECONDS.
           MOVE "N" TO WS-TS-OK
           MOVE WS-RAW-TIMESTAMP(1:4) TO WS-DATE-X(1:4)
           MOVE WS-RAW-TIMESTAMP(6:2) TO WS-DATE-X(5:2)
           MOVE WS-RAW-TIMESTAMP(9:2) TO WS-DATE-X(7:2)
           MOVE WS-RAW-TIMESTAMP(12:2) TO WS-TS-TIME-X(1:2)
           MOVE WS-RAW-TIMESTAMP(15:2) TO WS-TS-TIME-X(3:2)
           MOVE WS-RAW-TIMESTAMP(18:2) TO WS-TS-TIME-X(5:2)
           IF WS-DATE-X IS NUMERIC AND WS-TS-TIME-X IS NUMERIC
              AND WS-DATE > 16010101
               COMPUTE WS-TS-SECS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE) * 86400
                   + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
               MOVE "Y" TO WS-TS-OK
           END-IF.

       ELAPSED-SINCE-PREVIOUS.
           IF WS-TS-SECS > OS-PREV-SECS(OPEN-IDX)
               COMPUTE WS-GAP-SECS = WS-TS-SECS - OS-PREV-SECS(OPEN-IDX)
           ELSE
               MOVE 0 TO WS-GAP-SECS
           END-IF.

       FIND-OPEN-SEQUENCE.
           MOVE 0 TO WS-OPEN-FOUND-IDX
           PERFORM VARYING OPEN-IDX FROM 1 BY 1
               UNTIL OPEN-IDX > WS-OPEN-COUNT OR WS-OPEN-FOUND-IDX > 0
               IF OS-UNIT(OPEN-IDX) = WS-RAW-UNIT
                   MOVE OPEN-IDX TO WS-OPEN-FOUND-IDX
               END-IF
           END-PERFORM.

      *> A QUALIFICATION row opens the unit's sequence. A second one
      *> before the marker is a restarted (resumed) run, and the
      *> clock restarts with it.
       START-SEQUENCE.
           PERFORM FIND-OPEN-SEQUENCE
           IF WS-OPEN-FOUND-IDX = 0
               PERFORM VARYING OPEN-IDX FROM 1 BY 1
                   UNTIL OPEN-IDX > WS-OPEN-COUNT OR WS-OPEN-FOUND-IDX > 0
                   IF OS-UNIT(OPEN-IDX) = SPACES
                       MOVE OPEN-IDX TO WS-OPEN-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OPEN-FOUND-IDX = 0
               IF WS-OPEN-COUNT >= 300
                   DISPLAY "CRITICAL ERROR: OPEN SEQUENCE TABLE FULL (MAX 300)."
                   CLOSE LOG-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OPEN-COUNT
               MOVE WS-OPEN-COUNT TO WS-OPEN-FOUND-IDX
           END-IF
           MOVE WS-OPEN-FOUND-IDX TO OPEN-IDX
           MOVE WS-RAW-UNIT TO OS-UNIT(OPEN-IDX)
           MOVE WS-RAW-STATION TO OS-STATION(OPEN-IDX)
           MOVE WS-RAW-OPERATOR TO OS-OPERATOR(OPEN-IDX)
           MOVE "-" TO OS-PRODUCT(OPEN-IDX)
           MOVE WS-RAW-TIMESTAMP TO OS-START-TS(OPEN-IDX)
           MOVE WS-TS-SECS TO OS-START-SECS(OPEN-IDX) OS-PREV-SECS(OPEN-IDX)
           MOVE 0 TO OS-OVR-SECS(OPEN-IDX) OS-RETEST-SECS(OPEN-IDX)
                     OS-STEP-COUNT(OPEN-IDX)
           MOVE SPACES TO OS-LAST-STEP(OPEN-IDX) OS-RETEST-STEP(OPEN-IDX).

      *> After an OVERRIDE GRANTED, further attempts at the same step
      *> are retest time; the first row for any other step ends the
      *> retest. Only a step's first attempt feeds its average.
       TIME-STEP-ROW.
           PERFORM ELAPSED-SINCE-PREVIOUS
           IF OS-RETEST-STEP(OPEN-IDX) NOT = SPACES
              AND OS-RETEST-STEP(OPEN-IDX) = WS-RAW-FIELD
               ADD WS-GAP-SECS TO OS-RETEST-SECS(OPEN-IDX)
           ELSE
               MOVE SPACES TO OS-RETEST-STEP(OPEN-IDX)
               IF OS-STEP-COUNT(OPEN-IDX) < 10
                   ADD 1 TO OS-STEP-COUNT(OPEN-IDX)
                   MOVE OS-STEP-COUNT(OPEN-IDX) TO WS-STEP-NO
                   MOVE WS-RAW-FIELD TO OS-STEP-NAME(OPEN-IDX, WS-STEP-NO)
                   MOVE WS-GAP-SECS TO OS-STEP-SECS(OPEN-IDX, WS-STEP-NO)
               END-IF
           END-IF
           MOVE WS-RAW-FIELD TO OS-LAST-STEP(OPEN-IDX).

      *> The disposition marker closes the sequence; it is timed
      *> when the marker falls inside the range.
       CLOSE-SEQUENCE.
           IF WS-RAW-TIMESTAMP(1:10) >= WS-FROM-DATE
              AND WS-RAW-TIMESTAMP(1:10) <= WS-TO-DATE
               IF WS-CYCLE-COUNT >= 2000
                   DISPLAY "CRITICAL ERROR: CYCLE TABLE FULL (MAX 2000)."
                   CLOSE LOG-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CYCLE-COUNT
               MOVE WS-CYCLE-COUNT TO CYC-IDX
               MOVE OS-UNIT(OPEN-IDX) TO CY-UNIT(CYC-IDX)
               MOVE OS-STATION(OPEN-IDX) TO CY-STATION(CYC-IDX)
               MOVE OS-OPERATOR(OPEN-IDX) TO CY-OPERATOR(CYC-IDX)
               MOVE OS-PRODUCT(OPEN-IDX) TO CY-PRODUCT(CYC-IDX)
               MOVE OS-START-TS(OPEN-IDX)(12:2) TO WS-TS-TIME-X(1:2)
               IF WS-TS-HH >= WS-SHIFT1-START AND WS-TS-HH < WS-SHIFT2-START
                   MOVE 1 TO CY-SHIFT(CYC-IDX)
               ELSE
                   IF WS-TS-HH >= WS-SHIFT2-START AND WS-TS-HH < WS-SHIFT3-START
                       MOVE 2 TO CY-SHIFT(CYC-IDX)
                   ELSE
                       MOVE 3 TO CY-SHIFT(CYC-IDX)
                   END-IF
               END-IF
               MOVE OS-START-SECS(OPEN-IDX) TO CY-START-SECS(CYC-IDX)
               MOVE WS-TS-SECS TO CY-END-SECS(CYC-IDX)
               COMPUTE CY-CYCLE-SECS(CYC-IDX) =
                   WS-TS-SECS - OS-START-SECS(OPEN-IDX)
               MOVE OS-OVR-SECS(OPEN-IDX) TO CY-OVR-SECS(CYC-IDX)
               MOVE OS-RETEST-SECS(OPEN-IDX) TO CY-RETEST-SECS(CYC-IDX)
               MOVE 0 TO CY-IDLE-SECS(CYC-IDX)
               PERFORM ADD-STEP-TIME VARYING WS-STEP-NO FROM 1 BY 1
                   UNTIL WS-STEP-NO > OS-STEP-COUNT(OPEN-IDX)
           END-IF
           MOVE SPACES TO OS-UNIT(OPEN-IDX).

       ADD-STEP-TIME.
           MOVE 0 TO WS-STEPT-FOUND-IDX
           PERFORM VARYING STEPT-IDX FROM 1 BY 1
               UNTIL STEPT-IDX > WS-STEPT-COUNT OR WS-STEPT-FOUND-IDX > 0
               IF ST-PRODUCT(STEPT-IDX) = OS-PRODUCT(OPEN-IDX)
                  AND ST-STEP(STEPT-IDX) = OS-STEP-NAME(OPEN-IDX, WS-STEP-NO)
                   MOVE STEPT-IDX TO WS-STEPT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-STEPT-FOUND-IDX = 0
               IF WS-STEPT-COUNT >= 300
                   DISPLAY "CRITICAL ERROR: STEP TIME TABLE FULL (MAX 300)."
                   STOP RUN
               END-IF
               ADD 1 TO WS-STEPT-COUNT
               MOVE WS-STEPT-COUNT TO WS-STEPT-FOUND-IDX
               MOVE OS-PRODUCT(OPEN-IDX) TO ST-PRODUCT(WS-STEPT-FOUND-IDX)
               MOVE OS-STEP-NAME(OPEN-IDX, WS-STEP-NO)
                   TO ST-STEP(WS-STEPT-FOUND-IDX)
               MOVE 0 TO ST-TIMES(WS-STEPT-FOUND-IDX)
                         ST-TOTAL-SECS(WS-STEPT-FOUND-IDX)
                         ST-MAX-SECS(WS-STEPT-FOUND-IDX)
           END-IF
           ADD 1 TO ST-TIMES(WS-STEPT-FOUND-IDX)
           ADD OS-STEP-SECS(OPEN-IDX, WS-STEP-NO)
               TO ST-TOTAL-SECS(WS-STEPT-FOUND-IDX)
           IF OS-STEP-SECS(OPEN-IDX, WS-STEP-NO) > ST-MAX-SECS(WS-STEPT-FOUND-IDX)
               MOVE OS-STEP-SECS(OPEN-IDX, WS-STEP-NO)
                   TO ST-MAX-SECS(WS-STEPT-FOUND-IDX)
           END-IF.

      *> Idle time before a unit: back to the latest marker of any
      *> earlier unit on the same station, if that gap is short
      *> enough to be the bench waiting rather than standing down.
       FIND-IDLE-GAP.
           MOVE 0 TO WS-PREV-END-SECS
           PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
               UNTIL WS-PREV-IDX > WS-CYCLE-COUNT
               IF CY-STATION(WS-PREV-IDX) = CY-STATION(CYC-IDX)
                  AND CY-END-SECS(WS-PREV-IDX) <= CY-START-SECS(CYC-IDX)
                  AND CY-END-SECS(WS-PREV-IDX) > WS-PREV-END-SECS
                   MOVE CY-END-SECS(WS-PREV-IDX) TO WS-PREV-END-SECS
               END-IF
           END-PERFORM
           IF WS-PREV-END-SECS > 0
              AND CY-START-SECS(CYC-IDX) - WS-PREV-END-SECS <= WS-IDLE-LIMIT
               COMPUTE CY-IDLE-SECS(CYC-IDX) =
                   CY-START-SECS(CYC-IDX) - WS-PREV-END-SECS
           END-IF.

      *> One report section: the cycle table rolled up by the key the
      *> dimension selects, then one line per group.
       WRITE-CYCLE-SECTION.
           MOVE 0 TO WS-GROUP-COUNT
           PERFORM GROUP-ONE-CYCLE VARYING CYC-IDX FROM 1 BY 1
               UNTIL CYC-IDX > WS-CYCLE-COUNT

           MOVE SPACES TO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE
           MOVE SPACES TO CYCLE-RECORD
           STRING "BY " WS-DIMENSION
               DELIMITED BY SIZE INTO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE
           MOVE "KEY                  UNITS  AVG-CYC  MIN-CYC  MAX-CYC     IDLE OVERRIDE   RETEST"
               TO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE
           MOVE "-------------------- ----- -------- -------- -------- -------- -------- --------"
               TO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE
           PERFORM WRITE-GROUP-LINE VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > WS-GROUP-COUNT.

       GROUP-ONE-CYCLE.
           MOVE SPACES TO WS-GROUP-KEY
           EVALUATE WS-DIMENSION
               WHEN "STATION"
                   MOVE CY-STATION(CYC-IDX) TO WS-GROUP-KEY
               WHEN "STATION AND SHIFT"
                   STRING FUNCTION TRIM(CY-STATION(CYC-IDX))
                          " SHIFT " CY-SHIFT(CYC-IDX)
                       DELIMITED BY SIZE INTO WS-GROUP-KEY
               WHEN "OPERATOR"
                   MOVE CY-OPERATOR(CYC-IDX) TO WS-GROUP-KEY
               WHEN OTHER
                   MOVE CY-PRODUCT(CYC-IDX) TO WS-GROUP-KEY
           END-EVALUATE
           PERFORM FIND-OR-ADD-GROUP
           MOVE WS-GROUP-FOUND-IDX TO GRP-IDX
           ADD 1 TO GK-UNITS(GRP-IDX)
           ADD CY-CYCLE-SECS(CYC-IDX) TO GK-TOTAL-SECS(GRP-IDX)
           IF GK-UNITS(GRP-IDX) = 1
              OR CY-CYCLE-SECS(CYC-IDX) < GK-MIN-SECS(GRP-IDX)
               MOVE CY-CYCLE-SECS(CYC-IDX) TO GK-MIN-SECS(GRP-IDX)
           END-IF
           IF CY-CYCLE-SECS(CYC-IDX) > GK-MAX-SECS(GRP-IDX)
               MOVE CY-CYCLE-SECS(CYC-IDX) TO GK-MAX-SECS(GRP-IDX)
           END-IF
           ADD CY-IDLE-SECS(CYC-IDX) TO GK-IDLE-SECS(GRP-IDX)
           ADD CY-OVR-SECS(CYC-IDX) TO GK-OVR-SECS(GRP-IDX)
           ADD CY-RETEST-SECS(CYC-IDX) TO GK-RETEST-SECS(GRP-IDX).

       FIND-OR-ADD-GROUP.
           MOVE 0 TO WS-GROUP-FOUND-IDX
           PERFORM VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > WS-GROUP-COUNT OR WS-GROUP-FOUND-IDX > 0
               IF GK-NAME(GRP-IDX) = WS-GROUP-KEY
                   MOVE GRP-IDX TO WS-GROUP-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-GROUP-FOUND-IDX = 0
               IF WS-GROUP-COUNT >= 120
                   DISPLAY "CRITICAL ERROR: GROUP TABLE FULL (MAX 120)."
                   STOP RUN
               END-IF
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO WS-GROUP-FOUND-IDX
               MOVE WS-GROUP-FOUND-IDX TO GRP-IDX
               MOVE WS-GROUP-KEY TO GK-NAME(GRP-IDX)
               MOVE 0 TO GK-UNITS(GRP-IDX) GK-TOTAL-SECS(GRP-IDX)
                         GK-MIN-SECS(GRP-IDX) GK-MAX-SECS(GRP-IDX)
                         GK-IDLE-SECS(GRP-IDX) GK-OVR-SECS(GRP-IDX)
                         GK-RETEST-SECS(GRP-IDX) GK-MED-SECS(GRP-IDX)
           END-IF.

       WRITE-GROUP-LINE.
           COMPUTE WS-SECS-IN = GK-TOTAL-SECS(GRP-IDX) / GK-UNITS(GRP-IDX)
           PERFORM SECONDS-TO-MINUTES
           MOVE WS-MINUTES TO WS-MIN-EDIT
           MOVE GK-MIN-SECS(GRP-IDX) TO WS-SECS-IN
           PERFORM SECONDS-TO-MINUTES
           MOVE WS-MINUTES TO WS-MIN-EDIT-B
           MOVE GK-MAX-SECS(GRP-IDX) TO WS-SECS-IN
           PERFORM SECONDS-TO-MINUTES
           MOVE WS-MINUTES TO WS-MIN-EDIT-C
           MOVE GK-IDLE-SECS(GRP-IDX) TO WS-SECS-IN
           PERFORM SECONDS-TO-MINUTES
           MOVE WS-MINUTES TO WS-MIN-EDIT-D
           MOVE GK-OVR-SECS(GRP-IDX) TO WS-SECS-IN
           PERFORM SECONDS-TO-MINUTES
           MOVE WS-MINUTES TO WS-MIN-EDIT-E
           MOVE GK-RETEST-SECS(GRP-IDX) TO WS-SECS-IN
           PERFORM SECONDS-TO-MINUTES
           MOVE WS-MINUTES TO WS-MIN-EDIT-F
           MOVE GK-UNITS(GRP-IDX) TO WS-EDIT-5
           MOVE SPACES TO CYCLE-RECORD
           STRING GK-NAME(GRP-IDX) " " WS-EDIT-5 " "
                  WS-MIN-EDIT " " WS-MIN-EDIT-B " " WS-MIN-EDIT-C " "
                  WS-MIN-EDIT-D " " WS-MIN-EDIT-E " " WS-MIN-EDIT-F
               DELIMITED BY SIZE INTO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE.

       SECONDS-TO-MINUTES.
           COMPUTE WS-MINUTES ROUNDED = WS-SECS-IN / 60.

      *> Average first-attempt time for each plan step, by product -
      *> the slowest step of a product is its bottleneck.
       WRITE-STEP-SECTION.
           MOVE SPACES TO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE
           MOVE "AVERAGE TIME PER PLAN STEP" TO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE
           MOVE "PRODUCT    STEP                           TIMES  AVG-STP  MAX-STP"
               TO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE
           MOVE "---------- ------------------------------ ----- -------- --------"
               TO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE
           PERFORM WRITE-STEP-LINE VARYING STEPT-IDX FROM 1 BY 1
               UNTIL STEPT-IDX > WS-STEPT-COUNT.

       WRITE-STEP-LINE.
           COMPUTE WS-SECS-IN =
               ST-TOTAL-SECS(STEPT-IDX) / ST-TIMES(STEPT-IDX)
           PERFORM SECONDS-TO-MINUTES
           MOVE WS-MINUTES TO WS-MIN-EDIT
           MOVE ST-MAX-SECS(STEPT-IDX) TO WS-SECS-IN
           PERFORM SECONDS-TO-MINUTES
           MOVE WS-MINUTES TO WS-MIN-EDIT-B
           MOVE ST-TIMES(STEPT-IDX) TO WS-EDIT-5
           MOVE SPACES TO CYCLE-RECORD
           STRING ST-PRODUCT(STEPT-IDX) " " ST-STEP(STEPT-IDX) " "
                  WS-EDIT-5 " " WS-MIN-EDIT " " WS-MIN-EDIT-B
               DELIMITED BY SIZE INTO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE.

      *> Units far off their product's median cycle, either way. The
      *> product rollup is rebuilt here for the unit counts, and each
      *> product's median worked out once before the units are
      *> checked against it.
       WRITE-OUTLIER-SECTION.
           MOVE "PRODUCT" TO WS-DIMENSION
           MOVE 0 TO WS-GROUP-COUNT
           PERFORM GROUP-ONE-CYCLE VARYING CYC-IDX FROM 1 BY 1
               UNTIL CYC-IDX > WS-CYCLE-COUNT
           PERFORM FIND-PRODUCT-MEDIAN VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > WS-GROUP-COUNT
           MOVE 0 TO WS-OUTLIER-COUNT
           MOVE SPACES TO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE
           MOVE "CYCLE TIME OUTLIERS" TO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE
           MOVE "UNIT                 PRODUCT    STATION  OPERATOR                 CYCLE PROD-MED"
               TO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE
           MOVE "-------------------- ---------- -------- -------------------- -------- --------"
               TO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE
           PERFORM CHECK-OUTLIER VARYING CYC-IDX FROM 1 BY 1
               UNTIL CYC-IDX > WS-CYCLE-COUNT
           IF WS-OUTLIER-COUNT = 0
               MOVE "NONE" TO CYCLE-RECORD
               PERFORM WRITE-CYCLE-LINE
           END-IF.

       CHECK-OUTLIER.
           MOVE CY-PRODUCT(CYC-IDX) TO WS-GROUP-KEY
           PERFORM FIND-OR-ADD-GROUP
           MOVE WS-GROUP-FOUND-IDX TO GRP-IDX
           IF GK-UNITS(GRP-IDX) < WS-OUTLIER-MIN-UNITS
               EXIT PARAGRAPH
           END-IF
           MOVE GK-MED-SECS(GRP-IDX) TO WS-PRODUCT-MED-SECS
           MOVE SPACES TO WS-OUTLIER-TAG
           IF CY-CYCLE-SECS(CYC-IDX) > WS-PRODUCT-MED-SECS * WS-OUTLIER-FACTOR
               MOVE " SLOW" TO WS-OUTLIER-TAG
           END-IF
           IF CY-CYCLE-SECS(CYC-IDX) * WS-OUTLIER-FACTOR < WS-PRODUCT-MED-SECS
               MOVE " FAST" TO WS-OUTLIER-TAG
           END-IF
           IF WS-OUTLIER-TAG = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OUTLIER-COUNT
           MOVE CY-CYCLE-SECS(CYC-IDX) TO WS-SECS-IN
           PERFORM SECONDS-TO-MINUTES
           MOVE WS-MINUTES TO WS-MIN-EDIT
           MOVE WS-PRODUCT-MED-SECS TO WS-SECS-IN
           PERFORM SECONDS-TO-MINUTES
           MOVE WS-MINUTES TO WS-MIN-EDIT-B
           MOVE SPACES TO CYCLE-RECORD
           STRING CY-UNIT(CYC-IDX) " " CY-PRODUCT(CYC-IDX) " "
                  CY-STATION(CYC-IDX) " " CY-OPERATOR(CYC-IDX) " "
                  WS-MIN-EDIT " " WS-MIN-EDIT-B WS-OUTLIER-TAG
               DELIMITED BY SIZE INTO CYCLE-RECORD
           PERFORM WRITE-CYCLE-LINE.

      *> Gathers product group GRP-IDX's cycle times, insertion-sorts
      *> them and keeps the middle one (the mean of the middle two
      *> for an even count) in GK-MED-SECS. A product too small to
      *> be checked for outliers is skipped.
       FIND-PRODUCT-MEDIAN.
           IF GK-UNITS(GRP-IDX) < WS-OUTLIER-MIN-UNITS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MED-COUNT
           PERFORM VARYING WS-MED-I FROM 1 BY 1
               UNTIL WS-MED-I > WS-CYCLE-COUNT
               IF CY-PRODUCT(WS-MED-I) = GK-NAME(GRP-IDX)
                   ADD 1 TO WS-MED-COUNT
                   MOVE CY-CYCLE-SECS(WS-MED-I) TO WS-MED-SECS(WS-MED-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MED-I FROM 2 BY 1
               UNTIL WS-MED-I > WS-MED-COUNT
               MOVE WS-MED-SECS(WS-MED-I) TO WS-MED-KEY
               COMPUTE WS-MED-J = WS-MED-I - 1
               PERFORM UNTIL WS-MED-J = 0
                   OR WS-MED-SECS(WS-MED-J) <= WS-MED-KEY
                   MOVE WS-MED-SECS(WS-MED-J) TO WS-MED-SECS(WS-MED-J + 1)
                   SUBTRACT 1 FROM WS-MED-J
               END-PERFORM
               MOVE WS-MED-KEY TO WS-MED-SECS(WS-MED-J + 1)
           END-PERFORM
           COMPUTE WS-MED-I = (WS-MED-COUNT + 1) / 2
           IF FUNCTION MOD(WS-MED-COUNT, 2) = 1
               MOVE WS-MED-SECS(WS-MED-I) TO GK-MED-SECS(GRP-IDX)
           ELSE
               COMPUTE GK-MED-SECS(GRP-IDX) ROUNDED =
                   (WS-MED-SECS(WS-MED-I) + WS-MED-SECS(WS-MED-I + 1)) / 2
           END-IF.

       WRITE-CYCLE-LINE.
           WRITE CYCLE-RECORD
           DISPLAY FUNCTION TRIM(CYCLE-RECORD TRAILING).

       END PROGRAM AEROCYCL.
