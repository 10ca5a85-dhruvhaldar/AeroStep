      *> AEROSTEP-SPC reads the test history - the closed-unit lines
      *> preserved verbatim in the monthly archive partitions by the
      *> end-of-shift AEROARCH sweep, then the live append-only
      *> aerostep.txt - and computes statistical process control
      *> figures (mean, standard deviation, out-of-spec rate) for
      *> problem. Steps are tallied by the step name each log row
      *> carries, so product test plans' extra steps (leak-down,
      *> vibration, ...) trend here the same way the classic three
      *> always have. A unit tested to a controlled test plan logs a
      *> PLANREV row naming the revision; its readings are judged
      *> in or out of spec against that revision's limits from
      *> aeroplan.dat and tallied per step and revision, so a band
      *> tightened in a later revision does not re-judge history.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEROSTEP-SPC.

           SELECT OPTIONAL REPORT-FILE ASSIGN TO "aerostep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO DYNAMIC WS-PART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT OPTIONAL PARTCTL-FILE ASSIGN TO "aerostep_archctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.
           SELECT OPTIONAL PLAN-FILE ASSIGN TO "aeroplan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT SPC-FILE ASSIGN TO "aerostep_spc.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPC-STATUS.
       01  REPORT-RECORD               PIC X(160).

      *> Closed-unit lines trimmed out of the live log by AEROARCH,
      *> preserved verbatim in monthly partitions - every test attempt
      *> ever logged is either there or still in the live log, never
      *> in both. Only partitions whose first-to-last line dates
      *> overlap the requested range are opened.
       FD  ARCHIVE-FILE RECORD IS VARYING DEPENDING ON WS-ARCH-REC-LEN.
       01  ARCHIVE-RECORD              PIC X(160).

       FD  PARTCTL-FILE.
       01  PARTCTL-RECORD              PIC X(80).

      *> Every revision of every test plan (product, run order, step
      *> name, feed source, min, max, units label, revision,
      *> effective date).
       FD  PLAN-FILE.
       01  PLAN-RECORD                 PIC X(100).

       FD  SPC-FILE.
       01  SPC-RECORD                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS              PIC XX.
       01 WS-ARCHIVE-STATUS           PIC XX.
       01 WS-PARTCTL-STATUS           PIC XX.
       01 WS-SPC-STATUS               PIC XX.
       01 WS-PLAN-FILE-STATUS         PIC XX.
       01 WS-REC-LEN                  PIC 9(3).
       01 WS-ARCH-REC-LEN             PIC 9(3).
       01 WS-EOF-SWITCH               PIC X VALUE "N".
       01 WS-FROM-DATE                PIC X(10).
       01 WS-TO-DATE                  PIC X(10).

      *> Archive partitions on file in month order, from the
      *> aerostep_archctl.dat control rows.
       01 WS-PART-COUNT               PIC 9(3) VALUE 0.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 600 TIMES INDEXED BY PART-IDX.
               10 PT-MONTH             PIC X(6).
               10 PT-STATUS            PIC X(6).
               10 PT-FIRST-DATE        PIC X(10).
               10 PT-LAST-DATE         PIC X(10).
       01 WS-PART-FILE-NAME           PIC X(40).

      *> Parsed fields from one raw log line
       01 WS-RAW-TIMESTAMP            PIC X(19).
       01 WS-RAW-OPERATOR             PIC X(20).
       01 WS-RAW-FIELD                PIC X(30).
       01 WS-RAW-STATUS               PIC X(10).
       01 WS-RAW-VALUE                PIC X(20).
       01 WS-TRIM-FIELD               PIC X(30).
       01 WS-RAW-DATE                 PIC X(10).

      *> Inline audit-chain verification while the log is read: the
       01 WS-READING-VALID              PIC X VALUE "N".
           88 WS-READING-IS-VALID            VALUE "Y".

      *> Every plan row on file, all revisions.
       01 WS-PLAN-COUNT               PIC 9(4) VALUE 0.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 500 TIMES INDEXED BY PLAN-IDX.
               10 PL-PRODUCT           PIC X(10).
               10 PL-STEP              PIC X(30).
               10 PL-MIN               PIC X(8).
               10 PL-MAX               PIC X(8).
               10 PL-REV               PIC X(1).
       01 WS-PLAN-SCAN-SEQ            PIC X(2).
       01 WS-PLAN-SCAN-SOURCE         PIC X(1).
       01 WS-PLAN-SCAN-UNITS          PIC X(6).
       01 WS-PLAN-SCAN-EFFECTIVE      PIC X(10).

      *> Plan revision each unit was tested to, from its latest
      *> PLANREV row.
       01 WS-UNIT-REV-COUNT           PIC 9(4) VALUE 0.
       01 WS-UNIT-REV-TABLE.
           05 WS-UNIT-REV-ENTRY OCCURS 5000 TIMES INDEXED BY UR-IDX.
               10 UR-UNIT              PIC X(20).
               10 UR-PRODUCT           PIC X(10).
               10 UR-REV               PIC X(1).
       01 WS-UNIT-FOUND-IDX           PIC 9(4) VALUE 0.

      *> Spec of the step being tallied under the unit's revision;
      *> WS-ROW-REV stays blank when the revision is not known and
      *> the logged status is used as the verdict.
       01 WS-ROW-REV                  PIC X(1).
       01 WS-SPEC-FOUND               PIC X VALUE "N".
       01 WS-SPEC-MIN                 PIC X(8).
       01 WS-SPEC-MAX                 PIC X(8).
       01 WS-ROW-PASSED               PIC X VALUE "N".

      *> Running totals per test step and plan revision, keyed by
      *> the step name the log row carries - the fixed
      *> Pressure/Heat/Quality fields gave way to a table once
      *> product test plans could run any mix of steps.
       01 WS-STEP-COUNT               PIC 9(2) VALUE 0.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 40 TIMES INDEXED BY STEP-IDX.
               10 ST-NAME              PIC X(30).
               10 ST-REV               PIC X(1).
               10 ST-COUNT             PIC 9(6).
               10 ST-SUM               PIC S9(10)V99.
               10 ST-SUMSQ             PIC S9(14)V99.
       01 WS-STAT-PASS                PIC 9(6).
       01 WS-STAT-FAIL                PIC 9(6).
       01 WS-STAT-NAME                PIC X(20).
       01 WS-STAT-REV                 PIC X(1).
       01 WS-STAT-MEAN                PIC S9(6)V99.
       01 WS-STAT-VARIANCE            PIC S9(10)V9999.
       01 WS-STAT-STDDEV              PIC S9(6)V99.
               STOP RUN
           END-IF

           PERFORM LOAD-PLAN-TABLE

           *> Archive first (closed units swept out of the live log),
           *> then the live log. Archive rows carry stamps from
           *> several different per-station chains re-stamped by the
           *> sweeps, so only the live log is chain-verified here.
           PERFORM LOAD-ARCHIVE-PARTITIONS
           PERFORM READ-ONE-PARTITION VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > WS-PART-COUNT

           OPEN INPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = "00" AND WS-FILE-STATUS NOT = "05"
           CLOSE SPC-FILE
           STOP RUN.

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
                   CLOSE PLAN-FILE SPC-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PLAN-COUNT
               MOVE WS-PLAN-COUNT TO PLAN-IDX
               MOVE SPACES TO WS-PLAN-ENTRY(PLAN-IDX)
               UNSTRING PLAN-RECORD DELIMITED BY ","
                   INTO PL-PRODUCT(PLAN-IDX) WS-PLAN-SCAN-SEQ
                        PL-STEP(PLAN-IDX) WS-PLAN-SCAN-SOURCE
                        PL-MIN(PLAN-IDX) PL-MAX(PLAN-IDX)
                        WS-PLAN-SCAN-UNITS PL-REV(PLAN-IDX)
                        WS-PLAN-SCAN-EFFECTIVE
               END-UNSTRING
               IF PL-REV(PLAN-IDX) = SPACE
                   MOVE "-" TO PL-REV(PLAN-IDX)
               END-IF
           END-IF.

       READ-LOG-RECORD.
           READ REPORT-FILE
               AT END
           PERFORM VERIFY-CHAIN-ROW
           PERFORM TALLY-TEST-ROW.

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
                   CLOSE PARTCTL-FILE SPC-FILE
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
               MOVE SPACES TO WS-PART-FILE-NAME
               IF PT-STATUS(PART-IDX) = "SEALED"
                   STRING "aerostep_seal_" PT-MONTH(PART-IDX) ".txt"
                       DELIMITED BY SIZE INTO WS-PART-FILE-NAME
               ELSE
                   STRING "aerostep_arch_" PT-MONTH(PART-IDX) ".txt"
                       DELIMITED BY SIZE INTO WS-PART-FILE-NAME
               END-IF
               MOVE "N" TO WS-ARCH-EOF-SWITCH
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "00" OR WS-ARCHIVE-STATUS = "05"
                   PERFORM READ-ARCHIVE-RECORD UNTIL WS-END-OF-ARCHIVE
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
      *> reuse the PASSED/FAILED statuses (Initialization rows and
      *> the per-unit WORKORDER/VERDICT rollups).
       TALLY-TEST-ROW.
           MOVE FUNCTION TRIM(WS-RAW-FIELD) TO WS-TRIM-FIELD
           IF WS-TRIM-FIELD(1:8) = "PLANREV "
               PERFORM NOTE-UNIT-REVISION
           END-IF
           IF WS-RAW-DATE >= WS-FROM-DATE AND WS-RAW-DATE <= WS-TO-DATE
              AND (FUNCTION TRIM(WS-RAW-STATUS) = "PASSED"
                   OR FUNCTION TRIM(WS-RAW-STATUS) = "FAILED")
              AND FUNCTION TRIM(WS-RAW-FIELD) NOT = "Initialization"
              AND FUNCTION TRIM(WS-RAW-FIELD) NOT = "WORKORDER"
              AND FUNCTION TRIM(WS-RAW-FIELD) NOT = "VERDICT"
               PERFORM ACCUMULATE-READING
               PERFORM JUDGE-BY-REVISION
               PERFORM FIND-OR-ADD-STEP
               IF WS-ROW-PASSED = "Y"
                   ADD 1 TO ST-PASS(WS-STEP-FOUND-IDX)
               ELSE
                   ADD 1 TO ST-FAIL(WS-STEP-FOUND-IDX)
               END-IF
               IF WS-READING-IS-VALID
                   ADD WS-READING-NUM TO ST-SUM(WS-STEP-FOUND-IDX)
                   COMPUTE ST-SUMSQ(WS-STEP-FOUND-IDX) =
               END-IF
           END-IF.

      *> Records (or updates, on a retest sequence) the plan
      *> revision the unit's PLANREV row names.
       NOTE-UNIT-REVISION.
           MOVE 0 TO WS-UNIT-FOUND-IDX
           PERFORM VARYING UR-IDX FROM 1 BY 1
               UNTIL UR-IDX > WS-UNIT-REV-COUNT OR WS-UNIT-FOUND-IDX > 0
               IF UR-UNIT(UR-IDX) = FUNCTION TRIM(WS-RAW-UNIT)
                   MOVE UR-IDX TO WS-UNIT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-UNIT-FOUND-IDX = 0
               IF WS-UNIT-REV-COUNT >= 5000
                   DISPLAY "CRITICAL ERROR: UNIT REVISION TABLE FULL (MAX 5000)."
                   CLOSE SPC-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-UNIT-REV-COUNT
               MOVE WS-UNIT-REV-COUNT TO WS-UNIT-FOUND-IDX
               MOVE FUNCTION TRIM(WS-RAW-UNIT) TO UR-UNIT(WS-UNIT-FOUND-IDX)
           END-IF
           MOVE WS-TRIM-FIELD(9:10)
               TO UR-PRODUCT(WS-UNIT-FOUND-IDX)
           MOVE FUNCTION TRIM(WS-RAW-VALUE) TO UR-REV(WS-UNIT-FOUND-IDX)
           IF UR-REV(WS-UNIT-FOUND-IDX) = SPACE
               MOVE "-" TO UR-REV(WS-UNIT-FOUND-IDX)
           END-IF.

      *> In or out of spec by the min/max of the revision the unit
      *> was tested to. Rows with no known revision, or no numeric
      *> reading, keep the status the bench logged.
       JUDGE-BY-REVISION.
           MOVE SPACE TO WS-ROW-REV
           MOVE "N" TO WS-SPEC-FOUND
           MOVE 0 TO WS-UNIT-FOUND-IDX
           PERFORM VARYING UR-IDX FROM 1 BY 1
               UNTIL UR-IDX > WS-UNIT-REV-COUNT OR WS-UNIT-FOUND-IDX > 0
               IF UR-UNIT(UR-IDX) = FUNCTION TRIM(WS-RAW-UNIT)
                   MOVE UR-IDX TO WS-UNIT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-UNIT-FOUND-IDX > 0
               PERFORM VARYING PLAN-IDX FROM 1 BY 1
                   UNTIL PLAN-IDX > WS-PLAN-COUNT OR WS-SPEC-FOUND = "Y"
                   IF PL-PRODUCT(PLAN-IDX) = UR-PRODUCT(WS-UNIT-FOUND-IDX)
                      AND PL-REV(PLAN-IDX) = UR-REV(WS-UNIT-FOUND-IDX)
                      AND FUNCTION TRIM(PL-STEP(PLAN-IDX)) =
                          FUNCTION TRIM(WS-RAW-FIELD)
                       MOVE "Y" TO WS-SPEC-FOUND
                       MOVE PL-MIN(PLAN-IDX) TO WS-SPEC-MIN
                       MOVE PL-MAX(PLAN-IDX) TO WS-SPEC-MAX
                       MOVE PL-REV(PLAN-IDX) TO WS-ROW-REV
                   END-IF
               END-PERFORM
           END-IF
           MOVE "N" TO WS-ROW-PASSED
           IF WS-SPEC-FOUND = "Y" AND WS-READING-IS-VALID
               IF WS-READING-NUM >= FUNCTION NUMVAL(WS-SPEC-MIN)
                  AND WS-READING-NUM <= FUNCTION NUMVAL(WS-SPEC-MAX)
                   MOVE "Y" TO WS-ROW-PASSED
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-RAW-STATUS) = "PASSED"
                   MOVE "Y" TO WS-ROW-PASSED
               END-IF
           END-IF.

       FIND-OR-ADD-STEP.
           MOVE 0 TO WS-STEP-FOUND-IDX
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > WS-STEP-COUNT OR WS-STEP-FOUND-IDX > 0
               IF FUNCTION TRIM(ST-NAME(STEP-IDX)) =
                  FUNCTION TRIM(WS-RAW-FIELD)
                  AND ST-REV(STEP-IDX) = WS-ROW-REV
                   MOVE STEP-IDX TO WS-STEP-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-STEP-FOUND-IDX = 0
               IF WS-STEP-COUNT >= 40
                   DISPLAY "CRITICAL ERROR: STEP TABLE FULL (MAX 40)."
                   CLOSE SPC-FILE
                   STOP RUN
               END-IF
               MOVE WS-STEP-COUNT TO WS-STEP-FOUND-IDX
               MOVE WS-STEP-FOUND-IDX TO STEP-IDX
               MOVE FUNCTION TRIM(WS-RAW-FIELD) TO ST-NAME(STEP-IDX)
               MOVE WS-ROW-REV TO ST-REV(STEP-IDX)
               MOVE 0 TO ST-COUNT(STEP-IDX) ST-SUM(STEP-IDX)
                         ST-SUMSQ(STEP-IDX) ST-PASS(STEP-IDX)
                         ST-FAIL(STEP-IDX)
           WRITE SPC-RECORD
           MOVE SPACES TO SPC-RECORD
           WRITE SPC-RECORD
           MOVE "TEST                 REV      N      MEAN   STDDEV  OUT-OF-SPEC%"
               TO SPC-RECORD
           WRITE SPC-RECORD
           MOVE "-------------------- --- ------ -------- -------- ------------"
               TO SPC-RECORD
           WRITE SPC-RECORD.

      *> entry at STEP-IDX, via the WS-STAT-* scratch fields.
       WRITE-SPC-ROW.
           MOVE ST-NAME(STEP-IDX)  TO WS-STAT-NAME
           MOVE ST-REV(STEP-IDX)   TO WS-STAT-REV
           MOVE ST-COUNT(STEP-IDX) TO WS-STAT-COUNT
           MOVE ST-SUM(STEP-IDX)   TO WS-STAT-SUM
           MOVE ST-SUMSQ(STEP-IDX) TO WS-STAT-SUMSQ

           MOVE SPACES TO SPC-RECORD
           STRING WS-STAT-NAME       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-STAT-REV        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-COUNT-EDIT      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-MEAN-EDIT       DELIMITED BY SIZE
