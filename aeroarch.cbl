      *> DISPOSITION,COMPLETE marker has been written: the unit's
      *> final results go into the keyed unit master file
      *> (aeromast.dat, INDEXED by unit/serial), the unit's raw log
      *> lines are preserved verbatim in the archive, and the live
      *> log is rewritten holding only open, in-flight sequences.
      *> Lines that belong to no unit (LOGIN rows) are moved to the
      *> archive as well so the live log stays small.
      *> The master only has slots for the three classic steps, so
      *> the sweep also keeps the unit's full final sequence in the
      *> keyed step detail file aerodetl.dat (INDEXED by serial and
      *> row number): its product and plan revision, its component
      *> lots, and every step result - step, status, reading, the
      *> instrument the feed says took the reading, and the attempt
      *> number. A re-swept unit's detail rows are replaced, the
      *> same way its master row is. AEROCRPT rebuilds a travel
      *> certificate for any serial from the master and this file.
      *> The archive is kept in monthly partitions,
      *> aerostep_arch_YYYYMM.txt. A unit's swept lines all go to the
      *> partition of the month its closing disposition was logged
      *> in, so one sequence never straddles two partitions; a
      *> unit-less line goes to the partition of its own month.
      *> aerostep_archctl.dat holds one control row per partition
      *> (month, ACTIVE/SEALED, first and last line date, row count,
      *> and a running check folded over every line in file order)
      *> and aerostep_archidx.dat records which partitions hold each
      *> serial (S rows) and each supplier lot (L rows), so the
      *> history readers open only the partitions a query needs.
      *> A partition AERORETN has sealed is never reopened: late
      *> lines for a sealed month go to the current month's
      *> partition. A single aerostep_archive.txt left by earlier
      *> sweeps is split into partitions by line date on the first
      *> run and renamed aerostep_archive.migrated, never deleted.
      *> The log is streamed pass by pass, so its size is bounded
      *> only by the 2000-unit table, not by a line table.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEROARCH.

           SELECT OPTIONAL REPORT-FILE ASSIGN TO "aerostep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NEW-LOG-FILE ASSIGN TO "aerostep.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-LOG-STATUS.
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
           SELECT OPTIONAL FEED-FILE ASSIGN TO "aerofeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT OPTIONAL FEEDX-FILE ASSIGN TO "aerofeedx.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDX-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO DYNAMIC WS-PART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT OPTIONAL LEGACY-FILE ASSIGN TO "aerostep_archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGACY-STATUS.
           SELECT OPTIONAL PARTCTL-FILE ASSIGN TO DYNAMIC WS-PARTCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.
           SELECT OPTIONAL INDEX-FILE ASSIGN TO "aerostep_archidx.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE RECORD IS VARYING DEPENDING ON WS-REC-LEN.
       01  REPORT-RECORD               PIC X(160).

      *> The rewritten live log is built here and renamed over
      *> aerostep.txt once every kept line has been written.
       FD  NEW-LOG-FILE RECORD IS VARYING DEPENDING ON WS-NEW-REC-LEN.
       01  NEW-LOG-RECORD              PIC X(160).

       FD  MASTER-FILE.
       01  MAST-RECORD.
           05 MAST-UNIT-ID             PIC X(20).
           05 MAST-ORDER-ID            PIC X(10).
           05 MAST-STATION             PIC X(8).

      *> Step detail, one row per product/revision (P), component
      *> lot (L) or step result (S) of the unit's final sequence, in
      *> the order the bench logged them.
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

      *> Instrument feeds - read for the instrument behind each step
      *> reading.
       FD  FEED-FILE.
       01  FEED-RECORD                 PIC X(200).

       FD  FEEDX-FILE.
       01  FEEDX-RECORD                PIC X(120).

      *> One monthly archive partition, opened by name.
       FD  ARCHIVE-FILE RECORD IS VARYING DEPENDING ON WS-ARCH-REC-LEN.
       01  ARCHIVE-RECORD              PIC X(160).

      *> The single-file archive written before partitioning.
       FD  LEGACY-FILE RECORD IS VARYING DEPENDING ON WS-LEGACY-REC-LEN.
       01  LEGACY-RECORD               PIC X(160).

      *> Partition control rows (month, status, first date, last
      *> date, row count, check, sealed date).
       FD  PARTCTL-FILE.
       01  PARTCTL-RECORD              PIC X(80).

      *> Partition index rows (S/L, serial or lot, month, first
      *> date, last date).
       FD  INDEX-FILE.
       01  INDEX-RECORD                PIC X(80).

       FD  LOCK-FILE.
       01  LOCK-RECORD                 PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS              PIC XX.
       01 WS-NEW-LOG-STATUS           PIC XX.
       01 WS-MASTER-STATUS            PIC XX.
       01 WS-ARCHIVE-STATUS           PIC XX.
       01 WS-DETAIL-STATUS            PIC XX.
       01 WS-FEED-FILE-STATUS         PIC XX.
       01 WS-FEEDX-FILE-STATUS        PIC XX.
       01 WS-LEGACY-STATUS            PIC XX.
       01 WS-PARTCTL-STATUS           PIC XX.
       01 WS-INDEX-STATUS             PIC XX.
       01 WS-LOCK-STATUS              PIC XX.
       01 WS-REC-LEN                  PIC 9(3).
       01 WS-NEW-REC-LEN              PIC 9(3).
       01 WS-ARCH-REC-LEN             PIC 9(3).
       01 WS-LEGACY-REC-LEN           PIC 9(3).
       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 WS-END-OF-LOG                VALUE "Y".
       01 WS-LEGACY-EOF-SWITCH        PIC X VALUE "N".
           88 WS-END-OF-LEGACY             VALUE "Y".

      *> Partition and control files are opened through name fields;
      *> the control file is rebuilt in a work file and renamed over
      *> aerostep_archctl.dat in one step.
       01 WS-PART-FILE-NAME           PIC X(40).
       01 WS-PARTCTL-FILE-NAME        PIC X(40) VALUE "aerostep_archctl.dat".
       01 WS-PARTCTL-TEMP-NAME        PIC X(40) VALUE "aerostep_archctl.new".
       01 WS-LOG-FILE-NAME            PIC X(40) VALUE "aerostep.txt".
       01 WS-NEW-LOG-FILE-NAME        PIC X(40) VALUE "aerostep.new".
       01 WS-LEGACY-FILE-NAME         PIC X(40) VALUE "aerostep_archive.txt".
       01 WS-LEGACY-DONE-NAME         PIC X(40) VALUE "aerostep_archive.migrated".

      *> Shop-lock state, same protocol every shared-file writer
      *> follows. AERORETN takes the same aerostep_arch.lck, so a
      *> sweep and a retention run never rewrite the partition
      *> control file at the same time.
       01 WS-LOCK-NAME                PIC X(40).
       01 WS-LOCK-HELD                PIC X VALUE "N".
       01 WS-LOCK-TRIES               PIC 9(3) VALUE 0.
       01 WS-LOCK-MARKER              PIC X(40).
       01 WS-LOCK-TIME                PIC 9(8).
       77 WS-LOCK-LIMIT               PIC 9(2) VALUE 30.
       01 WS-SLEEP-SEC                PIC 9(9) BINARY VALUE 1.

       01 WS-DATE                     PIC 9(8).
       01 WS-CURRENT-MONTH            PIC X(6).

      *> Parsed fields from one raw log line
       01 WS-RAW-TIMESTAMP            PIC X(19).
       01 WS-RAW-VALUE                PIC X(20).
       01 WS-RAW-STATION              PIC X(8).
       01 WS-FIELD-TRIMMED            PIC X(30).
       01 WS-LINE-UNIT                PIC X(20).

      *> Which pass over the live log is running: M marks each
      *> unit's last disposition, R rolls the final results up, A
      *> writes one month's archive lines, D writes the step detail,
      *> K writes the kept lines.
       01 WS-PASS                     PIC X.
       01 WS-LINE-NO                  PIC 9(7) VALUE 0.
       01 WS-LINE-COUNT               PIC 9(7) VALUE 0.

      *> The month a line is filed under, and its own date when the
      *> timestamp is a readable YYYY/MM/DD. A line with an
      *> unreadable timestamp follows the month of the line before.
       01 WS-LINE-MONTH               PIC X(6).
       01 WS-PREV-MONTH               PIC X(6).
       01 WS-LINE-DATE                PIC X(10).
       01 WS-PASS-MONTH               PIC X(6).
       01 WS-PASS-PART-IDX            PIC 9(3) VALUE 0.

      *> One entry per distinct unit seen in the log, carrying the
      *> line number of its LAST DISPOSITION,COMPLETE line (0 =
      *> none, the sequence is still open and stays in the live log)
      *> and of the marker before it (the final sequence starts just
      *> after that one), the partition month its swept lines go to,
      *> plus the final per-step results accumulated up to that
      *> marker and the last step detail row number written.
       01 WS-UNIT-COUNT               PIC 9(4) VALUE 0.
       01 WS-UNIT-TABLE.
           05 WS-UNIT-ENTRY OCCURS 2000 TIMES INDEXED BY UNIT-IDX.
               10 UT-UNIT-ID           PIC X(20).
               10 UT-LAST-MARK         PIC 9(7).
               10 UT-PREV-MARK         PIC 9(7).
               10 UT-DTL-SEQ           PIC 9(3).
               10 UT-PART-MONTH        PIC X(6).
               10 UT-OPERATOR          PIC X(20).
               10 UT-COMP-TIMESTAMP    PIC X(19).
               10 UT-PRESS-STATUS      PIC X(10).
               10 UT-STATION           PIC X(8).
               10 UT-VERDICT           PIC X(10).
       01 WS-UNIT-FOUND-IDX           PIC 9(4) VALUE 0.

      *> Feed rows, loaded once: the classic three-column feed and
      *> the per-step plan feed, for the instrument behind a step.
       01 WS-FEED-COUNT               PIC 9(4) VALUE 0.
       01 WS-FEED-TABLE.
           05 WS-FEED-ENTRY OCCURS 2000 TIMES INDEXED BY FEED-IDX.
               10 FD-UNIT-ID           PIC X(20).
               10 FD-PRESS-INST        PIC X(10).
               10 FD-HEAT-INST         PIC X(10).
               10 FD-QUAL-INST         PIC X(10).
       01 WS-FEEDX-COUNT              PIC 9(4) VALUE 0.
       01 WS-FEEDX-TABLE.
           05 WS-FEEDX-ENTRY OCCURS 2000 TIMES INDEXED BY FEEDX-IDX.
               10 FX-UNIT-ID           PIC X(20).
               10 FX-STEP-NAME         PIC X(30).
               10 FX-INST              PIC X(10).
       01 WS-FEED-SCAN-UNIT           PIC X(20).
       01 WS-FEED-SCAN-PRESS          PIC X(8).
       01 WS-FEED-SCAN-HEAT           PIC X(8).
       01 WS-FEED-SCAN-QUAL           PIC X(8).
       01 WS-FEED-SCAN-PRESS-INST     PIC X(10).
       01 WS-FEED-SCAN-PRESS-TS       PIC X(19).
       01 WS-FEED-SCAN-HEAT-INST      PIC X(10).
       01 WS-FEED-SCAN-HEAT-TS        PIC X(19).
       01 WS-FEED-SCAN-QUAL-INST      PIC X(10).
       01 WS-FEEDX-SCAN-UNIT          PIC X(20).
       01 WS-FEEDX-SCAN-STEP          PIC X(30).
       01 WS-FEEDX-SCAN-READING       PIC X(8).
       01 WS-FEEDX-SCAN-INST          PIC X(10).

      *> Attempts seen so far per unit and step in pass D - a step
      *> retested under supervisor override logs one row per try.
       01 WS-ATTEMPT-COUNT            PIC 9(4) VALUE 0.
       01 WS-ATTEMPT-TABLE.
           05 WS-ATTEMPT-ENTRY OCCURS 5000 TIMES INDEXED BY ATT-IDX.
               10 AT-UNIT-IDX          PIC 9(4).
               10 AT-STEP-NAME         PIC X(30).
               10 AT-TRIES             PIC 9(2).
       01 WS-ATTEMPT-FOUND-IDX        PIC 9(4) VALUE 0.
       01 WS-STEP-INST                PIC X(10).
       01 WS-DETAILED-ROWS            PIC 9(7) VALUE 0.

      *> Partition months this run writes to, one pass each.
       01 WS-SWEEP-MONTH-COUNT        PIC 9(3) VALUE 0.
       01 WS-SWEEP-MONTH-TABLE.
           05 WS-SWEEP-MONTH OCCURS 240 TIMES INDEXED BY SWM-IDX.
               10 SWM-MONTH            PIC X(6).
       01 WS-SWEEP-FOUND              PIC X VALUE "N".

      *> Every partition on file, kept in month order.
       01 WS-PART-COUNT               PIC 9(3) VALUE 0.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 600 TIMES INDEXED BY PART-IDX.
               10 PC-MONTH             PIC X(6).
               10 PC-STATUS            PIC X(6).
               10 PC-FIRST-DATE        PIC X(10).
               10 PC-LAST-DATE         PIC X(10).
               10 PC-ROWS              PIC 9(9).
               10 PC-CHECK             PIC 9(8).
               10 PC-SEALED-DATE       PIC X(10).
       01 WS-PART-FOUND-IDX           PIC 9(3) VALUE 0.
       01 WS-PART-INSERT-IDX          PIC 9(3) VALUE 0.
       01 WS-PART-SHIFT               PIC 9(3) VALUE 0.
       01 WS-WANTED-MONTH             PIC X(6).

      *> Index rows gathered while partitions are written, one per
      *> serial or lot per partition; flushed to aerostep_archidx.dat
      *> after each partition and whenever the table fills.
       01 WS-INDEX-COUNT              PIC 9(4) VALUE 0.
       01 WS-INDEX-TABLE.
           05 WS-INDEX-ENTRY OCCURS 2000 TIMES INDEXED BY IX-IDX.
               10 IX-TYPE              PIC X(1).
               10 IX-KEY               PIC X(20).
               10 IX-MONTH             PIC X(6).
               10 IX-FIRST-DATE        PIC X(10).
               10 IX-LAST-DATE         PIC X(10).
       01 WS-INDEX-FOUND-IDX          PIC 9(4) VALUE 0.
       01 WS-INDEX-NEW-TYPE           PIC X(1).
       01 WS-INDEX-NEW-KEY            PIC X(20).

      *> The line being written to a partition, whichever file it
      *> came from.
       01 WS-PART-LINE                PIC X(160).
       01 WS-PART-LINE-LEN            PIC 9(3).

       01 WS-ARCHIVED-LINES           PIC 9(7) VALUE 0.
       01 WS-MIGRATED-LINES           PIC 9(7) VALUE 0.
       01 WS-KEPT-LINES               PIC 9(7) VALUE 0.
       01 WS-MASTERED-UNITS           PIC 9(4) VALUE 0.
       01 WS-EDIT-5                   PIC ZZZZ9.
       01 WS-EDIT-7                   PIC ZZZZZZ9.

      *> Fresh tamper-evidence stamp for the rewritten live log, plus
      *> the chained-check scratch shared with WRITE-KEPT-LINE and
      *> the partition check folded by WRITE-PARTITION-LINE.
       01 WS-NEW-SEQ                  PIC 9(6) VALUE 0.
       01 WS-NEW-CHAIN                PIC 9(8) VALUE 0.
       01 WS-REBUILD-PTR              PIC 9(3).
       01 WS-CTL-PTR                  PIC 9(3).
       01 WS-HASH-SEED                PIC 9(8) VALUE 0.
       01 WS-HASH-TEXT                PIC X(200).
       01 WS-HASH-PTR                 PIC 9(3).
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE(1:6) TO WS-CURRENT-MONTH

           MOVE "aerostep_arch.lck" TO WS-LOCK-NAME
           PERFORM ACQUIRE-SHOP-LOCK
           PERFORM LOAD-PARTITION-CONTROL
           PERFORM MIGRATE-LEGACY-ARCHIVE

           MOVE "M" TO WS-PASS
           PERFORM RUN-LOG-PASS
           MOVE WS-LINE-NO TO WS-LINE-COUNT
           IF WS-LINE-COUNT = 0
               PERFORM REWRITE-PARTITION-CONTROL
               PERFORM RELEASE-SHOP-LOCK
               DISPLAY "AEROARCH: LIVE LOG IS EMPTY - NOTHING TO ARCHIVE."
               STOP RUN
           END-IF

           MOVE "R" TO WS-PASS
           PERFORM RUN-LOG-PASS

           PERFORM WRITE-MASTER-RECORDS
           PERFORM WRITE-DETAIL-RECORDS
           PERFORM WRITE-ARCHIVE-PARTITIONS
           PERFORM REWRITE-PARTITION-CONTROL
           PERFORM REWRITE-LIVE-LOG
           PERFORM RELEASE-SHOP-LOCK

           IF WS-MIGRATED-LINES > 0
               MOVE WS-MIGRATED-LINES TO WS-EDIT-7
               DISPLAY "AEROARCH: " FUNCTION TRIM(WS-EDIT-7)
                       " LINE(S) OF aerostep_archive.txt SPLIT INTO MONTHLY PARTITIONS."
           END-IF
           MOVE WS-MASTERED-UNITS TO WS-EDIT-5
           DISPLAY "AEROARCH: " FUNCTION TRIM(WS-EDIT-5)
                   " CLOSED UNIT(S) SWEPT TO MASTER FILE."
           MOVE WS-DETAILED-ROWS TO WS-EDIT-7
           DISPLAY "AEROARCH: " FUNCTION TRIM(WS-EDIT-7)
                   " STEP DETAIL ROW(S) WRITTEN."
           MOVE WS-ARCHIVED-LINES TO WS-EDIT-7
           DISPLAY "AEROARCH: " FUNCTION TRIM(WS-EDIT-7)
                   " LOG LINE(S) MOVED TO ARCHIVE."
           MOVE WS-KEPT-LINES TO WS-EDIT-7
           DISPLAY "AEROARCH: " FUNCTION TRIM(WS-EDIT-7)
                   " OPEN-SEQUENCE LINE(S) KEPT IN LIVE LOG."
           STOP RUN.

      *> One sequential pass over the live log; WS-PASS says what
      *> each line is used for. Line numbers count from 1 on every
      *> pass, so a unit's marker line number means the same line
      *> each time.
       RUN-LOG-PASS.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-LINE-NO
           MOVE WS-CURRENT-MONTH TO WS-PREV-MONTH
           OPEN INPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = "00" AND WS-FILE-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN LOG FILE. STATUS: " WS-FILE-STATUS
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           PERFORM READ-LOG-RECORD UNTIL WS-END-OF-LOG
               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-NO
                   PERFORM PARSE-STAMPED-LINE
                   PERFORM DERIVE-LINE-MONTH
                   EVALUATE WS-PASS
                       WHEN "M"
                           PERFORM MARK-ONE-LINE
                       WHEN "R"
                           PERFORM ROLL-ONE-LINE
                       WHEN "A"
                           PERFORM ARCHIVE-ONE-LINE
                       WHEN "D"
                           PERFORM DETAIL-ONE-LINE
                       WHEN "K"
                           PERFORM KEEP-ONE-LINE
                   END-EVALUATE
           END-READ.

       PARSE-STAMPED-LINE.
           MOVE SPACES TO WS-RAW-TIMESTAMP WS-RAW-OPERATOR WS-RAW-UNIT
                          WS-RAW-FIELD WS-RAW-STATUS WS-RAW-VALUE
                          WS-RAW-STATION
           UNSTRING REPORT-RECORD DELIMITED BY ","
               INTO WS-RAW-TIMESTAMP WS-RAW-OPERATOR WS-RAW-UNIT
                    WS-RAW-FIELD WS-RAW-STATUS WS-RAW-VALUE
                    WS-RAW-STATION
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-RAW-UNIT) TO WS-LINE-UNIT.

      *> Pass M: remember, per unit, the line number of its LAST
      *> DISPOSITION,COMPLETE marker and the partition month of that
      *> marker. Lines after that marker belong to a later retest
      *> sequence that is still open and must stay in the live log.
       MARK-ONE-LINE.
           IF WS-LINE-UNIT NOT = SPACES
               PERFORM FIND-OR-ADD-UNIT
               PERFORM CHECK-DISPOSITION-LINE
           ELSE
               PERFORM NOTE-SWEEP-MONTH
           END-IF.

       FIND-OR-ADD-UNIT.
           MOVE 0 TO WS-UNIT-FOUND-IDX
           PERFORM VARYING UNIT-IDX FROM 1 BY 1
               UNTIL UNIT-IDX > WS-UNIT-COUNT OR WS-UNIT-FOUND-IDX > 0
               IF UT-UNIT-ID(UNIT-IDX) = WS-LINE-UNIT
                   MOVE UNIT-IDX TO WS-UNIT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-UNIT-FOUND-IDX = 0
               IF WS-UNIT-COUNT >= 2000
                   DISPLAY "CRITICAL ERROR: UNIT TABLE FULL (MAX 2000)."
                   PERFORM RELEASE-SHOP-LOCK
                   STOP RUN
               END-IF
               ADD 1 TO WS-UNIT-COUNT
               MOVE WS-UNIT-COUNT TO WS-UNIT-FOUND-IDX
               MOVE WS-UNIT-FOUND-IDX TO UNIT-IDX
               MOVE WS-LINE-UNIT TO UT-UNIT-ID(UNIT-IDX)
               MOVE 0 TO UT-LAST-MARK(UNIT-IDX) UT-PREV-MARK(UNIT-IDX)
                         UT-DTL-SEQ(UNIT-IDX)
               MOVE SPACES TO UT-PART-MONTH(UNIT-IDX)
                              UT-OPERATOR(UNIT-IDX)
                              UT-COMP-TIMESTAMP(UNIT-IDX)
                              UT-PRESS-STATUS(UNIT-IDX)
                              UT-PRESS-VALUE(UNIT-IDX)
           END-IF.

       CHECK-DISPOSITION-LINE.
           IF FUNCTION TRIM(WS-RAW-FIELD) = "DISPOSITION"
              AND FUNCTION TRIM(WS-RAW-STATUS) = "COMPLETE"
               MOVE UT-LAST-MARK(WS-UNIT-FOUND-IDX)
                   TO UT-PREV-MARK(WS-UNIT-FOUND-IDX)
               MOVE WS-LINE-NO TO UT-LAST-MARK(WS-UNIT-FOUND-IDX)
               MOVE WS-LINE-MONTH TO UT-PART-MONTH(WS-UNIT-FOUND-IDX)
           END-IF.

      *> The partition month and date of the line just parsed, taken
      *> the same way on every pass so each pass files a line under
      *> the same month. A month already sealed by AERORETN is redirected to the
      *> current month - sealed partitions are never appended to.
       DERIVE-LINE-MONTH.
           MOVE SPACES TO WS-LINE-DATE
           IF WS-RAW-TIMESTAMP(1:4) IS NUMERIC
              AND WS-RAW-TIMESTAMP(5:1) = "/"
              AND WS-RAW-TIMESTAMP(6:2) IS NUMERIC
              AND WS-RAW-TIMESTAMP(8:1) = "/"
              AND WS-RAW-TIMESTAMP(9:2) IS NUMERIC
               MOVE WS-RAW-TIMESTAMP(1:10) TO WS-LINE-DATE
               STRING WS-RAW-TIMESTAMP(1:4) WS-RAW-TIMESTAMP(6:2)
                   DELIMITED BY SIZE INTO WS-LINE-MONTH
           ELSE
               MOVE WS-PREV-MONTH TO WS-LINE-MONTH
           END-IF
           MOVE WS-LINE-MONTH TO WS-WANTED-MONTH
           PERFORM FIND-PARTITION
           IF WS-PART-FOUND-IDX > 0
               IF PC-STATUS(WS-PART-FOUND-IDX) = "SEALED"
                   MOVE WS-CURRENT-MONTH TO WS-LINE-MONTH
               END-IF
           END-IF
           MOVE WS-LINE-MONTH TO WS-PREV-MONTH.

      *> Pass R: for each line at or before its unit's last marker,
      *> roll the unit's final per-step results forward so the master
      *> record ends up holding the outcome the travel certificate
      *> showed - the last status and reading each step recorded
      *> before the unit was disposed of.
       ROLL-ONE-LINE.
           IF WS-LINE-UNIT NOT = SPACES
               PERFORM FIND-OR-ADD-UNIT
               IF UT-LAST-MARK(WS-UNIT-FOUND-IDX) > 0
                  AND WS-LINE-NO NOT > UT-LAST-MARK(WS-UNIT-FOUND-IDX)
                   PERFORM ROLL-FINAL-RESULT
               END-IF
           END-IF.

       *> The three master step slots are matched on the step-name
       *> prefix, not the full literal, so a product test plan's
       *> Plan-only steps (leak-down, vibration, ...) have no slot
       *> and stay in the archive verbatim.
       ROLL-FINAL-RESULT.
           MOVE WS-RAW-OPERATOR TO UT-OPERATOR(WS-UNIT-FOUND-IDX)
           IF WS-RAW-STATION NOT = SPACES
               MOVE FUNCTION TRIM(WS-RAW-STATION)
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" AND WS-MASTER-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN MASTER FILE. STATUS: " WS-MASTER-STATUS
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           PERFORM WRITE-ONE-MASTER-RECORD VARYING UNIT-IDX FROM 1 BY 1
                                       FUNCTION TRIM(UT-UNIT-ID(UNIT-IDX))
                                       " STATUS: " WS-MASTER-STATUS
                               CLOSE MASTER-FILE
                               PERFORM RELEASE-SHOP-LOCK
                               STOP RUN
                       END-REWRITE
               END-WRITE
               ADD 1 TO WS-MASTERED-UNITS
           END-IF.

      *> Pass D: each swept unit's earlier detail rows are removed,
      *> then its final sequence - the lines after its next-to-last
      *> disposition marker up to its last - is written row by row.
       WRITE-DETAIL-RECORDS.
           PERFORM LOAD-FEED-INSTRUMENTS
           OPEN I-O DETAIL-FILE
           IF WS-DETAIL-STATUS NOT = "00" AND WS-DETAIL-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN STEP DETAIL FILE. STATUS: " WS-DETAIL-STATUS
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           PERFORM PURGE-UNIT-DETAIL VARYING UNIT-IDX FROM 1 BY 1
               UNTIL UNIT-IDX > WS-UNIT-COUNT
           MOVE 0 TO WS-ATTEMPT-COUNT
           MOVE "D" TO WS-PASS
           PERFORM RUN-LOG-PASS
           CLOSE DETAIL-FILE.

       PURGE-UNIT-DETAIL.
           IF UT-LAST-MARK(UNIT-IDX) > 0
               MOVE UT-UNIT-ID(UNIT-IDX) TO DTL-UNIT-ID
               MOVE 0 TO DTL-SEQ
               START DETAIL-FILE KEY IS NOT LESS THAN DTL-KEY
                   INVALID KEY
                       MOVE "10" TO WS-DETAIL-STATUS
               END-START
               PERFORM DELETE-UNIT-DETAIL
                   UNTIL WS-DETAIL-STATUS NOT = "00"
           END-IF.

       DELETE-UNIT-DETAIL.
           READ DETAIL-FILE NEXT
               AT END
                   MOVE "10" TO WS-DETAIL-STATUS
               NOT AT END
                   IF DTL-UNIT-ID = UT-UNIT-ID(UNIT-IDX)
                       DELETE DETAIL-FILE
                           INVALID KEY
                               DISPLAY "CRITICAL ERROR: CANNOT REPLACE STEP DETAIL FOR UNIT "
                                       FUNCTION TRIM(UT-UNIT-ID(UNIT-IDX))
                                       " STATUS: " WS-DETAIL-STATUS
                               CLOSE DETAIL-FILE
                               PERFORM RELEASE-SHOP-LOCK
                               STOP RUN
                       END-DELETE
                   ELSE
                       MOVE "10" TO WS-DETAIL-STATUS
                   END-IF
           END-READ.

      *> Control rows (login, qualification, override, verdict,
      *> order, disposition ...) are already in the master or the
      *> archive; a RESUMED row only points back at the step's real
      *> result earlier in the same sequence.
       DETAIL-ONE-LINE.
           IF WS-LINE-UNIT NOT = SPACES
               PERFORM FIND-OR-ADD-UNIT
               IF UT-LAST-MARK(WS-UNIT-FOUND-IDX) > 0
                  AND WS-LINE-NO > UT-PREV-MARK(WS-UNIT-FOUND-IDX)
                  AND WS-LINE-NO NOT > UT-LAST-MARK(WS-UNIT-FOUND-IDX)
                   MOVE FUNCTION TRIM(WS-RAW-FIELD) TO WS-FIELD-TRIMMED
                   EVALUATE TRUE
                       WHEN WS-FIELD-TRIMMED(1:8) = "PLANREV "
                           MOVE SPACES TO DTL-RECORD
                           MOVE "P" TO DTL-TYPE
                           MOVE WS-FIELD-TRIMMED(9:22) TO DTL-NAME
                           MOVE FUNCTION TRIM(WS-RAW-VALUE) TO DTL-VALUE
                           PERFORM WRITE-DETAIL-ROW
                       WHEN WS-FIELD-TRIMMED(1:4) = "LOT "
                           MOVE SPACES TO DTL-RECORD
                           MOVE "L" TO DTL-TYPE
                           MOVE WS-FIELD-TRIMMED(5:26) TO DTL-NAME
                           MOVE FUNCTION TRIM(WS-RAW-VALUE) TO DTL-VALUE
                           PERFORM WRITE-DETAIL-ROW
                       WHEN WS-FIELD-TRIMMED = "LOGIN"
                       WHEN WS-FIELD-TRIMMED = "Initialization"
                       WHEN WS-FIELD-TRIMMED = "QUALIFICATION"
                       WHEN WS-FIELD-TRIMMED = "QUALIFY-OVERRIDE"
                       WHEN WS-FIELD-TRIMMED = "NCR-CLEARANCE"
                       WHEN WS-FIELD-TRIMMED = "OVERRIDE"
                       WHEN WS-FIELD-TRIMMED = "VERDICT"
                       WHEN WS-FIELD-TRIMMED = "WORKORDER"
                       WHEN WS-FIELD-TRIMMED = "DISPOSITION"
                           CONTINUE
                       WHEN FUNCTION TRIM(WS-RAW-STATUS) = "RESUMED"
                           CONTINUE
                       WHEN OTHER
                           PERFORM DETAIL-STEP-RESULT
                   END-EVALUATE
               END-IF
           END-IF.

       DETAIL-STEP-RESULT.
           MOVE SPACES TO DTL-RECORD
           MOVE "S" TO DTL-TYPE
           MOVE WS-FIELD-TRIMMED TO DTL-NAME
           MOVE FUNCTION TRIM(WS-RAW-STATUS) TO DTL-STATUS
           MOVE FUNCTION TRIM(WS-RAW-VALUE) TO DTL-VALUE
           PERFORM FIND-STEP-INSTRUMENT
           MOVE WS-STEP-INST TO DTL-INSTRUMENT
           PERFORM COUNT-STEP-ATTEMPT
           MOVE AT-TRIES(WS-ATTEMPT-FOUND-IDX) TO DTL-ATTEMPT
           PERFORM WRITE-DETAIL-ROW.

      *> Same source rule the bench reads by: a step named like a
      *> classic band takes the classic feed column, any other step
      *> its own row in the plan feed. A reading that never arrived
      *> has no instrument.
       FIND-STEP-INSTRUMENT.
           MOVE SPACES TO WS-STEP-INST
           IF FUNCTION TRIM(WS-RAW-VALUE) = "NO READ"
              OR FUNCTION TRIM(WS-RAW-STATUS) = "SKIPPED"
               EXIT PARAGRAPH
           END-IF
           IF WS-FIELD-TRIMMED(1:9) = "Pressure "
              OR WS-FIELD-TRIMMED(1:5) = "Heat "
              OR WS-FIELD-TRIMMED(1:8) = "Quality "
               PERFORM VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > WS-FEED-COUNT
                   IF FD-UNIT-ID(FEED-IDX) = WS-LINE-UNIT
                       EVALUATE TRUE
                           WHEN WS-FIELD-TRIMMED(1:9) = "Pressure "
                               MOVE FD-PRESS-INST(FEED-IDX) TO WS-STEP-INST
                           WHEN WS-FIELD-TRIMMED(1:5) = "Heat "
                               MOVE FD-HEAT-INST(FEED-IDX) TO WS-STEP-INST
                           WHEN OTHER
                               MOVE FD-QUAL-INST(FEED-IDX) TO WS-STEP-INST
                       END-EVALUATE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING FEEDX-IDX FROM 1 BY 1
                   UNTIL FEEDX-IDX > WS-FEEDX-COUNT
                   IF FX-UNIT-ID(FEEDX-IDX) = WS-LINE-UNIT
                      AND FX-STEP-NAME(FEEDX-IDX) = WS-FIELD-TRIMMED
                       MOVE FX-INST(FEEDX-IDX) TO WS-STEP-INST
                   END-IF
               END-PERFORM
           END-IF.

       COUNT-STEP-ATTEMPT.
           MOVE 0 TO WS-ATTEMPT-FOUND-IDX
           PERFORM VARYING ATT-IDX FROM 1 BY 1
               UNTIL ATT-IDX > WS-ATTEMPT-COUNT OR WS-ATTEMPT-FOUND-IDX > 0
               IF AT-UNIT-IDX(ATT-IDX) = WS-UNIT-FOUND-IDX
                  AND AT-STEP-NAME(ATT-IDX) = WS-FIELD-TRIMMED
                   MOVE ATT-IDX TO WS-ATTEMPT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-ATTEMPT-FOUND-IDX = 0
               IF WS-ATTEMPT-COUNT >= 5000
                   DISPLAY "CRITICAL ERROR: STEP ATTEMPT TABLE FULL (MAX 5000)."
                   CLOSE DETAIL-FILE
                   PERFORM RELEASE-SHOP-LOCK
                   STOP RUN
               END-IF
               ADD 1 TO WS-ATTEMPT-COUNT
               MOVE WS-ATTEMPT-COUNT TO WS-ATTEMPT-FOUND-IDX
               MOVE WS-UNIT-FOUND-IDX TO AT-UNIT-IDX(WS-ATTEMPT-FOUND-IDX)
               MOVE WS-FIELD-TRIMMED TO AT-STEP-NAME(WS-ATTEMPT-FOUND-IDX)
               MOVE 0 TO AT-TRIES(WS-ATTEMPT-FOUND-IDX)
           END-IF
           ADD 1 TO AT-TRIES(WS-ATTEMPT-FOUND-IDX).

       WRITE-DETAIL-ROW.
           ADD 1 TO UT-DTL-SEQ(WS-UNIT-FOUND-IDX)
           MOVE UT-UNIT-ID(WS-UNIT-FOUND-IDX) TO DTL-UNIT-ID
           MOVE UT-DTL-SEQ(WS-UNIT-FOUND-IDX) TO DTL-SEQ
           MOVE WS-RAW-TIMESTAMP TO DTL-TIMESTAMP
           IF DTL-ATTEMPT NOT NUMERIC
               MOVE 0 TO DTL-ATTEMPT
           END-IF
           WRITE DTL-RECORD
               INVALID KEY
                   DISPLAY "CRITICAL ERROR: CANNOT WRITE STEP DETAIL FOR UNIT "
                           FUNCTION TRIM(UT-UNIT-ID(WS-UNIT-FOUND-IDX))
                           " STATUS: " WS-DETAIL-STATUS
                   CLOSE DETAIL-FILE
                   PERFORM RELEASE-SHOP-LOCK
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-DETAILED-ROWS.

       LOAD-FEED-INSTRUMENTS.
           MOVE 0 TO WS-FEED-COUNT WS-FEEDX-COUNT
           OPEN INPUT FEED-FILE
           IF WS-FEED-FILE-STATUS = "00" OR WS-FEED-FILE-STATUS = "05"
               PERFORM READ-FEED-RECORD UNTIL WS-FEED-FILE-STATUS = "10"
               CLOSE FEED-FILE
           END-IF
           OPEN INPUT FEEDX-FILE
           IF WS-FEEDX-FILE-STATUS = "00" OR WS-FEEDX-FILE-STATUS = "05"
               PERFORM READ-FEEDX-RECORD UNTIL WS-FEEDX-FILE-STATUS = "10"
               CLOSE FEEDX-FILE
           END-IF.

       READ-FEED-RECORD.
           READ FEED-FILE
           IF WS-FEED-FILE-STATUS = "00" AND FEED-RECORD NOT = SPACES
              AND WS-FEED-COUNT < 2000
               MOVE SPACES TO WS-FEED-SCAN-UNIT
                              WS-FEED-SCAN-PRESS-INST WS-FEED-SCAN-HEAT-INST
                              WS-FEED-SCAN-QUAL-INST
               UNSTRING FEED-RECORD DELIMITED BY ","
                   INTO WS-FEED-SCAN-UNIT WS-FEED-SCAN-PRESS
                        WS-FEED-SCAN-HEAT WS-FEED-SCAN-QUAL
                        WS-FEED-SCAN-PRESS-INST WS-FEED-SCAN-PRESS-TS
                        WS-FEED-SCAN-HEAT-INST WS-FEED-SCAN-HEAT-TS
                        WS-FEED-SCAN-QUAL-INST
               END-UNSTRING
               ADD 1 TO WS-FEED-COUNT
               MOVE FUNCTION TRIM(WS-FEED-SCAN-UNIT) TO FD-UNIT-ID(WS-FEED-COUNT)
               MOVE WS-FEED-SCAN-PRESS-INST TO FD-PRESS-INST(WS-FEED-COUNT)
               MOVE WS-FEED-SCAN-HEAT-INST TO FD-HEAT-INST(WS-FEED-COUNT)
               MOVE WS-FEED-SCAN-QUAL-INST TO FD-QUAL-INST(WS-FEED-COUNT)
           END-IF.

       READ-FEEDX-RECORD.
           READ FEEDX-FILE
           IF WS-FEEDX-FILE-STATUS = "00" AND FEEDX-RECORD NOT = SPACES
              AND WS-FEEDX-COUNT < 2000
               MOVE SPACES TO WS-FEEDX-SCAN-UNIT WS-FEEDX-SCAN-STEP
                              WS-FEEDX-SCAN-INST
               UNSTRING FEEDX-RECORD DELIMITED BY ","
                   INTO WS-FEEDX-SCAN-UNIT WS-FEEDX-SCAN-STEP
                        WS-FEEDX-SCAN-READING WS-FEEDX-SCAN-INST
               END-UNSTRING
               ADD 1 TO WS-FEEDX-COUNT
               MOVE FUNCTION TRIM(WS-FEEDX-SCAN-UNIT) TO FX-UNIT-ID(WS-FEEDX-COUNT)
               MOVE FUNCTION TRIM(WS-FEEDX-SCAN-STEP) TO FX-STEP-NAME(WS-FEEDX-COUNT)
               MOVE WS-FEEDX-SCAN-INST TO FX-INST(WS-FEEDX-COUNT)
           END-IF.

      *> Pass A, once per partition month this sweep touches: every
      *> archived line is preserved verbatim in its month's partition
      *> (the audit trail is moved, never deleted). Unit-less lines
      *> were noted by month in pass M; swept units are noted here.
       WRITE-ARCHIVE-PARTITIONS.
           PERFORM VARYING UNIT-IDX FROM 1 BY 1
               UNTIL UNIT-IDX > WS-UNIT-COUNT
               IF UT-LAST-MARK(UNIT-IDX) > 0
                   MOVE UT-PART-MONTH(UNIT-IDX) TO WS-LINE-MONTH
                   PERFORM NOTE-SWEEP-MONTH
               END-IF
           END-PERFORM
           MOVE "A" TO WS-PASS
           PERFORM VARYING SWM-IDX FROM 1 BY 1
               UNTIL SWM-IDX > WS-SWEEP-MONTH-COUNT
               MOVE SWM-MONTH(SWM-IDX) TO WS-PASS-MONTH
               PERFORM OPEN-PASS-PARTITION
               PERFORM RUN-LOG-PASS
               CLOSE ARCHIVE-FILE
               PERFORM FLUSH-INDEX-ENTRIES
           END-PERFORM.

       NOTE-SWEEP-MONTH.
           MOVE "N" TO WS-SWEEP-FOUND
           PERFORM VARYING SWM-IDX FROM 1 BY 1
               UNTIL SWM-IDX > WS-SWEEP-MONTH-COUNT
               IF SWM-MONTH(SWM-IDX) = WS-LINE-MONTH
                   MOVE "Y" TO WS-SWEEP-FOUND
               END-IF
           END-PERFORM
           IF WS-SWEEP-FOUND = "N"
               IF WS-SWEEP-MONTH-COUNT >= 240
                   DISPLAY "CRITICAL ERROR: SWEEP MONTH TABLE FULL (MAX 240)."
                   PERFORM RELEASE-SHOP-LOCK
                   STOP RUN
               END-IF
               ADD 1 TO WS-SWEEP-MONTH-COUNT
               MOVE WS-LINE-MONTH TO SWM-MONTH(WS-SWEEP-MONTH-COUNT)
           END-IF.

      *> Only lines the mark pass counted are archived; anything a
      *> bench appended after it stays in the live log for next time.
       ARCHIVE-ONE-LINE.
           IF WS-LINE-NO > WS-LINE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UNIT = SPACES
               IF WS-LINE-MONTH = WS-PASS-MONTH
                   PERFORM ARCHIVE-LOG-LINE
               END-IF
           ELSE
               PERFORM FIND-OR-ADD-UNIT
               IF UT-LAST-MARK(WS-UNIT-FOUND-IDX) > 0
                  AND WS-LINE-NO NOT > UT-LAST-MARK(WS-UNIT-FOUND-IDX)
                  AND UT-PART-MONTH(WS-UNIT-FOUND-IDX) = WS-PASS-MONTH
                   PERFORM ARCHIVE-LOG-LINE
               END-IF
           END-IF.

       ARCHIVE-LOG-LINE.
           MOVE SPACES TO WS-PART-LINE
           IF WS-REC-LEN > 0
               MOVE REPORT-RECORD(1:WS-REC-LEN) TO WS-PART-LINE
           END-IF
           MOVE WS-REC-LEN TO WS-PART-LINE-LEN
           PERFORM WRITE-PARTITION-LINE
           ADD 1 TO WS-ARCHIVED-LINES.

      *> Opens the partition for WS-PASS-MONTH for append, adding
      *> its control row if this is the partition's first line.
       OPEN-PASS-PARTITION.
           MOVE WS-PASS-MONTH TO WS-WANTED-MONTH
           PERFORM FIND-OR-ADD-PARTITION
           MOVE WS-PART-FOUND-IDX TO WS-PASS-PART-IDX
           MOVE SPACES TO WS-PART-FILE-NAME
           STRING "aerostep_arch_" WS-PASS-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-PART-FILE-NAME
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00" AND WS-ARCHIVE-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN ARCHIVE PARTITION "
                       FUNCTION TRIM(WS-PART-FILE-NAME)
                       ". STATUS: " WS-ARCHIVE-STATUS
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF.

      *> Appends WS-PART-LINE to the open partition and carries the
      *> partition's control totals forward: row count, first/last
      *> line date, and the running check - the same fold the live
      *> log's chain uses, over the line's text as written.
       WRITE-PARTITION-LINE.
           MOVE WS-PART-LINE TO ARCHIVE-RECORD
           MOVE WS-PART-LINE-LEN TO WS-ARCH-REC-LEN
           WRITE ARCHIVE-RECORD
           ADD 1 TO PC-ROWS(WS-PASS-PART-IDX)
           MOVE SPACES TO WS-HASH-TEXT
           MOVE WS-PART-LINE TO WS-HASH-TEXT
           IF WS-PART-LINE = SPACES
               MOVE 0 TO WS-HASH-LEN
           ELSE
               COMPUTE WS-HASH-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-PART-LINE TRAILING))
           END-IF
           MOVE PC-CHECK(WS-PASS-PART-IDX) TO WS-HASH-SEED
           PERFORM COMPUTE-CHAIN-CHECK
           MOVE WS-HASH-RESULT TO PC-CHECK(WS-PASS-PART-IDX)
           IF WS-LINE-DATE NOT = SPACES
               IF PC-FIRST-DATE(WS-PASS-PART-IDX) = SPACES
                  OR WS-LINE-DATE < PC-FIRST-DATE(WS-PASS-PART-IDX)
                   MOVE WS-LINE-DATE TO PC-FIRST-DATE(WS-PASS-PART-IDX)
               END-IF
               IF WS-LINE-DATE > PC-LAST-DATE(WS-PASS-PART-IDX)
                   MOVE WS-LINE-DATE TO PC-LAST-DATE(WS-PASS-PART-IDX)
               END-IF
           END-IF
           IF WS-LINE-UNIT NOT = SPACES
               MOVE "S" TO WS-INDEX-NEW-TYPE
               MOVE WS-LINE-UNIT TO WS-INDEX-NEW-KEY
               PERFORM NOTE-INDEX-ENTRY
           END-IF
           MOVE FUNCTION TRIM(WS-RAW-FIELD) TO WS-FIELD-TRIMMED
           IF WS-FIELD-TRIMMED(1:4) = "LOT "
              AND WS-RAW-VALUE NOT = SPACES
               MOVE "L" TO WS-INDEX-NEW-TYPE
               MOVE FUNCTION TRIM(WS-RAW-VALUE) TO WS-INDEX-NEW-KEY
               PERFORM NOTE-INDEX-ENTRY
           END-IF.

      *> One index row per serial or lot per partition, widening its
      *> date span as more of its lines go by.
       NOTE-INDEX-ENTRY.
           MOVE 0 TO WS-INDEX-FOUND-IDX
           PERFORM VARYING IX-IDX FROM 1 BY 1
               UNTIL IX-IDX > WS-INDEX-COUNT OR WS-INDEX-FOUND-IDX > 0
               IF IX-TYPE(IX-IDX) = WS-INDEX-NEW-TYPE
                  AND IX-KEY(IX-IDX) = WS-INDEX-NEW-KEY
                  AND IX-MONTH(IX-IDX) = WS-PASS-MONTH
                   MOVE IX-IDX TO WS-INDEX-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-INDEX-FOUND-IDX = 0
               IF WS-INDEX-COUNT >= 2000
                   PERFORM FLUSH-INDEX-ENTRIES
               END-IF
               ADD 1 TO WS-INDEX-COUNT
               MOVE WS-INDEX-COUNT TO WS-INDEX-FOUND-IDX
               MOVE WS-INDEX-NEW-TYPE TO IX-TYPE(WS-INDEX-FOUND-IDX)
               MOVE WS-INDEX-NEW-KEY TO IX-KEY(WS-INDEX-FOUND-IDX)
               MOVE WS-PASS-MONTH TO IX-MONTH(WS-INDEX-FOUND-IDX)
               MOVE WS-LINE-DATE TO IX-FIRST-DATE(WS-INDEX-FOUND-IDX)
                                    IX-LAST-DATE(WS-INDEX-FOUND-IDX)
           END-IF
           IF WS-LINE-DATE NOT = SPACES
               IF IX-FIRST-DATE(WS-INDEX-FOUND-IDX) = SPACES
                  OR WS-LINE-DATE < IX-FIRST-DATE(WS-INDEX-FOUND-IDX)
                   MOVE WS-LINE-DATE TO IX-FIRST-DATE(WS-INDEX-FOUND-IDX)
               END-IF
               IF WS-LINE-DATE > IX-LAST-DATE(WS-INDEX-FOUND-IDX)
                   MOVE WS-LINE-DATE TO IX-LAST-DATE(WS-INDEX-FOUND-IDX)
               END-IF
           END-IF.

      *> Appends the gathered index rows. A serial that fills the
      *> table mid-partition may get a second row for the same
      *> partition; readers treat repeats as one.
       FLUSH-INDEX-ENTRIES.
           IF WS-INDEX-COUNT > 0
               OPEN EXTEND INDEX-FILE
               IF WS-INDEX-STATUS NOT = "00" AND WS-INDEX-STATUS NOT = "05"
                   DISPLAY "CRITICAL ERROR: CANNOT OPEN ARCHIVE INDEX. STATUS: " WS-INDEX-STATUS
                   PERFORM RELEASE-SHOP-LOCK
                   STOP RUN
               END-IF
               PERFORM WRITE-ONE-INDEX-ROW VARYING IX-IDX FROM 1 BY 1
                   UNTIL IX-IDX > WS-INDEX-COUNT
               CLOSE INDEX-FILE
               MOVE 0 TO WS-INDEX-COUNT
           END-IF.

       WRITE-ONE-INDEX-ROW.
           MOVE SPACES TO INDEX-RECORD
           STRING IX-TYPE(IX-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(IX-KEY(IX-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IX-MONTH(IX-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IX-FIRST-DATE(IX-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  IX-LAST-DATE(IX-IDX) DELIMITED BY SIZE
                  INTO INDEX-RECORD
           WRITE INDEX-RECORD.

      *> Pass K: the live log is rebuilt holding only the open-
      *> sequence lines, then renamed over aerostep.txt.
       REWRITE-LIVE-LOG.
           OPEN OUTPUT NEW-LOG-FILE
           IF WS-NEW-LOG-STATUS NOT = "00" AND WS-NEW-LOG-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT REWRITE LOG FILE. STATUS: " WS-NEW-LOG-STATUS
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           MOVE "K" TO WS-PASS
           PERFORM RUN-LOG-PASS
           CLOSE NEW-LOG-FILE
           CALL "CBL_RENAME_FILE" USING WS-NEW-LOG-FILE-NAME
                                        WS-LOG-FILE-NAME.

      *> A line past the mark pass's count was never considered for
      *> archiving, so it is always kept; a unit-less line within the
      *> count went to its month's partition and is dropped.
       KEEP-ONE-LINE.
           IF WS-LINE-NO > WS-LINE-COUNT
               PERFORM WRITE-KEPT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UNIT NOT = SPACES
               PERFORM FIND-OR-ADD-UNIT
               IF UT-LAST-MARK(WS-UNIT-FOUND-IDX) = 0
                  OR WS-LINE-NO > UT-LAST-MARK(WS-UNIT-FOUND-IDX)
                   PERFORM WRITE-KEPT-LINE
               END-IF
           END-IF.

      *> Kept lines are re-stamped with a fresh sequence/chain
      *> starting at 1: trimming lines out of the middle of the live
      *> log would otherwise leave gaps the verifier could not tell
      *> stamps verbatim, so what was written on the bench is still
      *> on record exactly as written.
       WRITE-KEPT-LINE.
           ADD 1 TO WS-NEW-SEQ
           PERFORM BUILD-CHAIN-TEXT
           MOVE WS-NEW-CHAIN TO WS-HASH-SEED
           PERFORM COMPUTE-CHAIN-CHECK
           MOVE WS-HASH-RESULT TO WS-NEW-CHAIN
           MOVE SPACES TO NEW-LOG-RECORD
           MOVE 1 TO WS-REBUILD-PTR
           STRING WS-RAW-TIMESTAMP DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-NEW-SEQ DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-NEW-CHAIN DELIMITED BY SIZE
                  INTO NEW-LOG-RECORD
                  WITH POINTER WS-REBUILD-PTR
           COMPUTE WS-NEW-REC-LEN = WS-REBUILD-PTR - 1
           WRITE NEW-LOG-RECORD
           ADD 1 TO WS-KEPT-LINES.

      *> Canonical text the chained check value is computed over -
      *> same construction as WRITE-LOG in AEROSTEP-UI.
       BUILD-CHAIN-TEXT.
           END-PERFORM
           MOVE WS-HASH-WORK TO WS-HASH-RESULT.

      *> A single-file archive from before partitioning is split by
      *> each line's own month, one pass per month, ahead of this
      *> sweep's lines, then set aside under a new name.
       MIGRATE-LEGACY-ARCHIVE.
           OPEN INPUT LEGACY-FILE
           IF WS-LEGACY-STATUS NOT = "00"
               IF WS-LEGACY-STATUS = "05"
                   CLOSE LEGACY-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           CLOSE LEGACY-FILE
           MOVE "M" TO WS-PASS
           PERFORM RUN-LEGACY-PASS
           MOVE "A" TO WS-PASS
           PERFORM VARYING SWM-IDX FROM 1 BY 1
               UNTIL SWM-IDX > WS-SWEEP-MONTH-COUNT
               MOVE SWM-MONTH(SWM-IDX) TO WS-PASS-MONTH
               PERFORM OPEN-PASS-PARTITION
               PERFORM RUN-LEGACY-PASS
               CLOSE ARCHIVE-FILE
               PERFORM FLUSH-INDEX-ENTRIES
           END-PERFORM
           MOVE 0 TO WS-SWEEP-MONTH-COUNT
           PERFORM REWRITE-PARTITION-CONTROL
           CALL "CBL_RENAME_FILE" USING WS-LEGACY-FILE-NAME
                                        WS-LEGACY-DONE-NAME.

       RUN-LEGACY-PASS.
           MOVE "N" TO WS-LEGACY-EOF-SWITCH
           MOVE WS-CURRENT-MONTH TO WS-PREV-MONTH
           OPEN INPUT LEGACY-FILE
           IF WS-LEGACY-STATUS NOT = "00"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN ARCHIVE FILE. STATUS: " WS-LEGACY-STATUS
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           PERFORM READ-LEGACY-RECORD UNTIL WS-END-OF-LEGACY
           CLOSE LEGACY-FILE.

       READ-LEGACY-RECORD.
           READ LEGACY-FILE
               AT END
                   SET WS-END-OF-LEGACY TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-RAW-TIMESTAMP WS-RAW-OPERATOR
                                  WS-RAW-UNIT WS-RAW-FIELD WS-RAW-STATUS
                                  WS-RAW-VALUE WS-RAW-STATION
                   UNSTRING LEGACY-RECORD DELIMITED BY ","
                       INTO WS-RAW-TIMESTAMP WS-RAW-OPERATOR WS-RAW-UNIT
                            WS-RAW-FIELD WS-RAW-STATUS WS-RAW-VALUE
                            WS-RAW-STATION
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-RAW-UNIT) TO WS-LINE-UNIT
                   PERFORM DERIVE-LINE-MONTH
                   IF WS-PASS = "M"
                       PERFORM NOTE-SWEEP-MONTH
                   ELSE
                       IF WS-LINE-MONTH = WS-PASS-MONTH
                           MOVE SPACES TO WS-PART-LINE
                           IF WS-LEGACY-REC-LEN > 0
                               MOVE LEGACY-RECORD(1:WS-LEGACY-REC-LEN)
                                   TO WS-PART-LINE
                           END-IF
                           MOVE WS-LEGACY-REC-LEN TO WS-PART-LINE-LEN
                           PERFORM WRITE-PARTITION-LINE
                           ADD 1 TO WS-MIGRATED-LINES
                       END-IF
                   END-IF
           END-READ.

       LOAD-PARTITION-CONTROL.
           MOVE 0 TO WS-PART-COUNT
           MOVE "aerostep_archctl.dat" TO WS-PARTCTL-FILE-NAME
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
                   PERFORM RELEASE-SHOP-LOCK
                   STOP RUN
               END-IF
               ADD 1 TO WS-PART-COUNT
               MOVE WS-PART-COUNT TO PART-IDX
               MOVE SPACES TO WS-PART-ENTRY(PART-IDX)
               MOVE 0 TO PC-ROWS(PART-IDX) PC-CHECK(PART-IDX)
               UNSTRING PARTCTL-RECORD DELIMITED BY ","
                   INTO PC-MONTH(PART-IDX) PC-STATUS(PART-IDX)
                        PC-FIRST-DATE(PART-IDX) PC-LAST-DATE(PART-IDX)
                        PC-ROWS(PART-IDX) PC-CHECK(PART-IDX)
                        PC-SEALED-DATE(PART-IDX)
               END-UNSTRING
           END-IF.

       FIND-PARTITION.
           MOVE 0 TO WS-PART-FOUND-IDX
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > WS-PART-COUNT OR WS-PART-FOUND-IDX > 0
               IF PC-MONTH(PART-IDX) = WS-WANTED-MONTH
                   MOVE PART-IDX TO WS-PART-FOUND-IDX
               END-IF
           END-PERFORM.

      *> A new partition's control row is inserted in month order so
      *> the readers can walk the control file chronologically.
       FIND-OR-ADD-PARTITION.
           PERFORM FIND-PARTITION
           IF WS-PART-FOUND-IDX = 0
               IF WS-PART-COUNT >= 600
                   DISPLAY "CRITICAL ERROR: PARTITION TABLE FULL (MAX 600)."
                   PERFORM RELEASE-SHOP-LOCK
                   STOP RUN
               END-IF
               COMPUTE WS-PART-INSERT-IDX = WS-PART-COUNT + 1
               PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > WS-PART-COUNT
                      OR WS-PART-INSERT-IDX <= WS-PART-COUNT
                   IF PC-MONTH(PART-IDX) > WS-WANTED-MONTH
                       MOVE PART-IDX TO WS-PART-INSERT-IDX
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-PART-SHIFT FROM WS-PART-COUNT BY -1
                   UNTIL WS-PART-SHIFT < WS-PART-INSERT-IDX
                   MOVE WS-PART-ENTRY(WS-PART-SHIFT)
                       TO WS-PART-ENTRY(WS-PART-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-PART-COUNT
               MOVE WS-PART-INSERT-IDX TO WS-PART-FOUND-IDX
               MOVE SPACES TO WS-PART-ENTRY(WS-PART-FOUND-IDX)
               MOVE WS-WANTED-MONTH TO PC-MONTH(WS-PART-FOUND-IDX)
               MOVE "ACTIVE" TO PC-STATUS(WS-PART-FOUND-IDX)
               MOVE 0 TO PC-ROWS(WS-PART-FOUND-IDX)
                         PC-CHECK(WS-PART-FOUND-IDX)
           END-IF.

       REWRITE-PARTITION-CONTROL.
           MOVE WS-PARTCTL-TEMP-NAME TO WS-PARTCTL-FILE-NAME
           OPEN OUTPUT PARTCTL-FILE
           IF WS-PARTCTL-STATUS NOT = "00" AND WS-PARTCTL-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT REWRITE ARCHIVE CONTROL FILE. STATUS: " WS-PARTCTL-STATUS
               MOVE "aerostep_archctl.dat" TO WS-PARTCTL-FILE-NAME
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           PERFORM WRITE-ONE-PARTCTL VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > WS-PART-COUNT
           CLOSE PARTCTL-FILE
           MOVE "aerostep_archctl.dat" TO WS-PARTCTL-FILE-NAME
           CALL "CBL_RENAME_FILE" USING WS-PARTCTL-TEMP-NAME
                                        WS-PARTCTL-FILE-NAME.

       WRITE-ONE-PARTCTL.
           MOVE SPACES TO PARTCTL-RECORD
           MOVE 1 TO WS-CTL-PTR
           STRING PC-MONTH(PART-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PC-STATUS(PART-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PC-FIRST-DATE(PART-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PC-LAST-DATE(PART-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PC-ROWS(PART-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PC-CHECK(PART-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PC-SEALED-DATE(PART-IDX) DELIMITED BY SIZE
                  INTO PARTCTL-RECORD
                  WITH POINTER WS-CTL-PTR
           WRITE PARTCTL-RECORD.

       *> Polls for the advisory lock, one second per try. Past the
       *> limit the lock is presumed stale (a crashed holder) and
       *> taken over with a warning rather than stalling the sweep.
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
           STRING "AEROARCH" "-" WS-LOCK-TIME
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

       END PROGRAM AEROARCH.
