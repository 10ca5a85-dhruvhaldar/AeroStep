      *> applied, every supervisor override with the supervisor's ID,
      *> every retest, and the final disposition - so a source
      *> inspection lookup no longer means grepping the raw log and
      *> stitching the lines together by hand. A unit tested to a
      *> controlled test plan carries a PLANREV row naming the plan
      *> revision; its readings are judged against that revision's
      *> limits from aeroplan.dat, not whatever the plan says today.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEROHIST.

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
           SELECT OPTIONAL PLAN-FILE ASSIGN TO "aeroplan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "aerostep_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
       01  REPORT-RECORD               PIC X(160).

      *> Closed-unit lines trimmed out of the live log by the
      *> end-of-shift AEROARCH sweep are preserved verbatim in monthly
      *> partitions, so the dossier reads the unit's partitions in
      *> month order first and the live log after - chronological
      *> order is the file order, archive then live. Only the
      *> partitions the archive index lists for the unit are opened.
       FD  ARCHIVE-FILE RECORD IS VARYING DEPENDING ON WS-ARCH-REC-LEN.
       01  ARCHIVE-RECORD              PIC X(160).

       FD  PARTCTL-FILE.
       01  PARTCTL-RECORD              PIC X(80).

       FD  INDEX-FILE.
       01  INDEX-RECORD                PIC X(80).

      *> Every revision of every test plan (product, run order, step
      *> name, feed source, min, max, units label, revision,
      *> effective date) - approved rows are never removed, so any
      *> revision a unit was tested to can still be looked up.
       FD  PLAN-FILE.
       01  PLAN-RECORD                 PIC X(100).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS              PIC XX.
       01 WS-ARCHIVE-STATUS           PIC XX.
       01 WS-PARTCTL-STATUS           PIC XX.
       01 WS-INDEX-STATUS             PIC XX.
       01 WS-HISTORY-STATUS           PIC XX.
       01 WS-PLAN-FILE-STATUS         PIC XX.
       01 WS-REC-LEN                  PIC 9(3).
       01 WS-ARCH-REC-LEN             PIC 9(3).
       01 WS-EOF-SWITCH               PIC X VALUE "N".
      *> Unit/serial number the dossier is being pulled for.
       01 WS-WANTED-UNIT              PIC X(20).

      *> Archive partitions on file in month order, from the
      *> aerostep_archctl.dat control rows; PT-WANTED marks the ones
      *> the archive index lists for the wanted unit.
       01 WS-PART-COUNT               PIC 9(3) VALUE 0.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 600 TIMES INDEXED BY PART-IDX.
               10 PT-MONTH             PIC X(6).
               10 PT-STATUS            PIC X(6).
               10 PT-FIRST-DATE        PIC X(10).
               10 PT-LAST-DATE         PIC X(10).
               10 PT-WANTED            PIC X(1).
       01 WS-PART-FILE-NAME           PIC X(40).
       01 WS-INDEX-TYPE               PIC X(1).
       01 WS-INDEX-KEY                PIC X(20).
       01 WS-INDEX-MONTH              PIC X(6).

      *> Parsed fields from one raw log line
       01 WS-RAW-TIMESTAMP            PIC X(19).
       01 WS-RAW-OPERATOR             PIC X(20).
       01 WS-RAW-FIELD                PIC X(30).
       01 WS-RAW-STATUS               PIC X(10).
       01 WS-RAW-VALUE                PIC X(20).
       01 WS-TRIM-FIELD               PIC X(30).

      *> Running state for the dossier: how many times each test has
      *> been attempted (a second or later attempt is a retest), how
           88 WS-TESTED-AFTER-DISP         VALUE "Y".
       01 WS-LAST-DISP-TIMESTAMP      PIC X(19) VALUE SPACES.

      *> Every plan row on file, all revisions.
       01 WS-PLAN-COUNT               PIC 9(4) VALUE 0.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 500 TIMES INDEXED BY PLAN-IDX.
               10 PL-PRODUCT           PIC X(10).
               10 PL-STEP              PIC X(30).
               10 PL-MIN               PIC X(8).
               10 PL-MAX               PIC X(8).
               10 PL-UNITS             PIC X(6).
               10 PL-REV               PIC X(1).
               10 PL-EFFECTIVE         PIC X(10).
       01 WS-PLAN-SCAN-SEQ            PIC X(2).
       01 WS-PLAN-SCAN-SOURCE         PIC X(1).

      *> The plan revision named by the unit's latest PLANREV row,
      *> and the spec of the step being printed under it.
       01 WS-UNIT-PRODUCT             PIC X(10) VALUE SPACES.
       01 WS-UNIT-REV                 PIC X(1) VALUE SPACE.
       01 WS-UNIT-EFFECTIVE           PIC X(10) VALUE SPACES.
       01 WS-SPEC-FOUND               PIC X VALUE "N".
       01 WS-SPEC-MIN                 PIC X(8).
       01 WS-SPEC-MAX                 PIC X(8).
       01 WS-SPEC-UNITS               PIC X(6).
       01 WS-SPEC-VERDICT             PIC X(12).
       01 WS-SPEC-READING             PIC X(10).

      *> Attempt counts for plan steps, by step name.
       01 WS-STEP-ATTEMPT-COUNT       PIC 9(2) VALUE 0.
       01 WS-STEP-ATTEMPT-TABLE.
           05 WS-STEP-ATTEMPT-ENTRY OCCURS 30 TIMES INDEXED BY SA-IDX.
               10 SA-STEP              PIC X(30).
               10 SA-COUNT             PIC 9(4).

       01 WS-ATTEMPT-NO               PIC 9(4).
       01 WS-ATTEMPT-EDIT             PIC ZZZ9.
       01 WS-EVENT-TAG                PIC X(28).
               STOP RUN
           END-IF

           PERFORM LOAD-PLAN-TABLE
           PERFORM WRITE-DOSSIER-HEADER

           PERFORM LOAD-ARCHIVE-PARTITIONS
           PERFORM SELECT-UNIT-PARTITIONS
           PERFORM READ-ONE-PARTITION VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > WS-PART-COUNT

           PERFORM READ-LOG-RECORD UNTIL WS-END-OF-LOG

           CLOSE HISTORY-FILE
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
                   CLOSE PLAN-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PLAN-COUNT
               MOVE WS-PLAN-COUNT TO PLAN-IDX
               MOVE SPACES TO WS-PLAN-ENTRY(PLAN-IDX)
               UNSTRING PLAN-RECORD DELIMITED BY ","
                   INTO PL-PRODUCT(PLAN-IDX) WS-PLAN-SCAN-SEQ
                        PL-STEP(PLAN-IDX) WS-PLAN-SCAN-SOURCE
                        PL-MIN(PLAN-IDX) PL-MAX(PLAN-IDX)
                        PL-UNITS(PLAN-IDX) PL-REV(PLAN-IDX)
                        PL-EFFECTIVE(PLAN-IDX)
               END-UNSTRING
               IF PL-REV(PLAN-IDX) = SPACE
                   MOVE "-" TO PL-REV(PLAN-IDX)
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

      *> Every S row for the wanted unit marks its partition; a unit
      *> retested after an earlier sweep can sit in more than one.
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
                  AND FUNCTION TRIM(WS-INDEX-KEY) = FUNCTION TRIM(WS-WANTED-UNIT)
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
      *> Test rows carry the tolerance that applied in the field name
      *> itself (e.g. "Pressure (80-120)"), so the reading is printed
      *> against exactly the window the bench tested it against.
      *> A step of the unit's plan revision is printed against that
      *> revision's min/max, whatever its name.
       WRITE-DOSSIER-EVENT.
           ADD 1 TO WS-EVENT-COUNT
           MOVE SPACES TO WS-EVENT-TAG
           MOVE FUNCTION TRIM(WS-RAW-FIELD) TO WS-TRIM-FIELD
           PERFORM FIND-REVISION-STEP
           EVALUATE TRUE
               WHEN WS-TRIM-FIELD(1:8) = "PLANREV "
                   PERFORM WRITE-PLANREV-EVENT
               WHEN WS-SPEC-FOUND = "Y"
                   PERFORM COUNT-STEP-ATTEMPT
                   PERFORM WRITE-TEST-EVENT
               WHEN FUNCTION TRIM(WS-RAW-FIELD) = "Pressure (80-120)"
                   ADD 1 TO WS-PRESS-ATTEMPTS
                   MOVE WS-PRESS-ATTEMPTS TO WS-ATTEMPT-NO
                   PERFORM WRITE-PLAIN-EVENT
           END-EVALUATE.

      *> Looks the logged field up among the steps of the unit's
      *> plan revision; only PASSED/FAILED rows are test readings.
       FIND-REVISION-STEP.
           MOVE "N" TO WS-SPEC-FOUND
           IF WS-UNIT-REV NOT = SPACE
              AND (FUNCTION TRIM(WS-RAW-STATUS) = "PASSED"
                   OR FUNCTION TRIM(WS-RAW-STATUS) = "FAILED")
               PERFORM VARYING PLAN-IDX FROM 1 BY 1
                   UNTIL PLAN-IDX > WS-PLAN-COUNT
                   IF FUNCTION TRIM(PL-PRODUCT(PLAN-IDX)) =
                      FUNCTION TRIM(WS-UNIT-PRODUCT)
                      AND PL-REV(PLAN-IDX) = WS-UNIT-REV
                      AND FUNCTION TRIM(PL-STEP(PLAN-IDX)) =
                          FUNCTION TRIM(WS-RAW-FIELD)
                       MOVE "Y" TO WS-SPEC-FOUND
                       MOVE PL-MIN(PLAN-IDX) TO WS-SPEC-MIN
                       MOVE PL-MAX(PLAN-IDX) TO WS-SPEC-MAX
                       MOVE PL-UNITS(PLAN-IDX) TO WS-SPEC-UNITS
                   END-IF
               END-PERFORM
           END-IF.

       COUNT-STEP-ATTEMPT.
           MOVE 0 TO WS-ATTEMPT-NO
           PERFORM VARYING SA-IDX FROM 1 BY 1
               UNTIL SA-IDX > WS-STEP-ATTEMPT-COUNT
               IF SA-STEP(SA-IDX) = WS-RAW-FIELD
                   ADD 1 TO SA-COUNT(SA-IDX)
                   MOVE SA-COUNT(SA-IDX) TO WS-ATTEMPT-NO
               END-IF
           END-PERFORM
           IF WS-ATTEMPT-NO = 0
               MOVE 1 TO WS-ATTEMPT-NO
               IF WS-STEP-ATTEMPT-COUNT < 30
                   ADD 1 TO WS-STEP-ATTEMPT-COUNT
                   SET SA-IDX TO WS-STEP-ATTEMPT-COUNT
                   MOVE WS-RAW-FIELD TO SA-STEP(SA-IDX)
                   MOVE 1 TO SA-COUNT(SA-IDX)
               END-IF
           END-IF.

      *> The revision the unit was tested to, with the date it took
      *> effect. Steps logged after this row are judged by it.
       WRITE-PLANREV-EVENT.
           MOVE WS-TRIM-FIELD(9:10) TO WS-UNIT-PRODUCT
           MOVE FUNCTION TRIM(WS-RAW-VALUE) TO WS-UNIT-REV
           IF WS-UNIT-REV = SPACE
               MOVE "-" TO WS-UNIT-REV
           END-IF
           MOVE SPACES TO WS-UNIT-EFFECTIVE
           PERFORM VARYING PLAN-IDX FROM 1 BY 1
               UNTIL PLAN-IDX > WS-PLAN-COUNT
               IF FUNCTION TRIM(PL-PRODUCT(PLAN-IDX)) =
                  FUNCTION TRIM(WS-UNIT-PRODUCT)
                  AND PL-REV(PLAN-IDX) = WS-UNIT-REV
                   MOVE PL-EFFECTIVE(PLAN-IDX) TO WS-UNIT-EFFECTIVE
               END-IF
           END-PERFORM
           MOVE SPACES TO HISTORY-RECORD
           IF WS-UNIT-EFFECTIVE = SPACES
               STRING WS-RAW-TIMESTAMP
                      "  TEST PLAN " FUNCTION TRIM(WS-UNIT-PRODUCT)
                      " REVISION " WS-UNIT-REV " (ORIGINAL ISSUE)"
                      "  [OP " FUNCTION TRIM(WS-RAW-OPERATOR) "]"
                   DELIMITED BY SIZE INTO HISTORY-RECORD
           ELSE
               STRING WS-RAW-TIMESTAMP
                      "  TEST PLAN " FUNCTION TRIM(WS-UNIT-PRODUCT)
                      " REVISION " WS-UNIT-REV " EFFECTIVE "
                      WS-UNIT-EFFECTIVE
                      "  [OP " FUNCTION TRIM(WS-RAW-OPERATOR) "]"
                   DELIMITED BY SIZE INTO HISTORY-RECORD
           END-IF
           PERFORM WRITE-HISTORY-LINE.

       WRITE-TEST-EVENT.
           IF WS-DISPOSITION-COUNT > 0
               MOVE "Y" TO WS-RETEST-AFTER-DISP
                  ", OP " FUNCTION TRIM(WS-RAW-OPERATOR) "]"
                  WS-EVENT-TAG
               DELIMITED BY SIZE INTO HISTORY-RECORD
           PERFORM WRITE-HISTORY-LINE
           IF WS-SPEC-FOUND = "Y"
               PERFORM WRITE-SPEC-LINE
           END-IF.

      *> The reading judged against the min/max of the revision the
      *> unit was tested to. The units suffix logged after the
      *> reading ("95.7 PSI") is split off first.
       WRITE-SPEC-LINE.
           MOVE "OUT OF SPEC" TO WS-SPEC-VERDICT
           MOVE SPACES TO WS-SPEC-READING
           UNSTRING FUNCTION TRIM(WS-RAW-VALUE) DELIMITED BY " "
               INTO WS-SPEC-READING
           END-UNSTRING
           IF WS-SPEC-READING NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-SPEC-READING) = 0
               IF FUNCTION NUMVAL(WS-SPEC-READING) >= FUNCTION NUMVAL(WS-SPEC-MIN)
                  AND FUNCTION NUMVAL(WS-SPEC-READING) <= FUNCTION NUMVAL(WS-SPEC-MAX)
                   MOVE "IN SPEC" TO WS-SPEC-VERDICT
               END-IF
           ELSE
               MOVE "NO READING" TO WS-SPEC-VERDICT
           END-IF
           MOVE SPACES TO HISTORY-RECORD
           STRING "                     SPEC REV " WS-UNIT-REV
                  ": " FUNCTION TRIM(WS-SPEC-MIN)
                  " TO " FUNCTION TRIM(WS-SPEC-MAX)
                  " " FUNCTION TRIM(WS-SPEC-UNITS)
                  " -> " FUNCTION TRIM(WS-SPEC-VERDICT)
               DELIMITED BY SIZE INTO HISTORY-RECORD
           PERFORM WRITE-HISTORY-LINE.

       WRITE-OVERRIDE-EVENT.
