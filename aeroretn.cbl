      *> AERORETN is the archive retention job. The aerospace record
      *> retention rule means archived history is never deleted, but
      *> the history readers should not have to wade through years
      *> of it either. AEROARCH writes the archive as monthly
      *> partitions (aerostep_arch_YYYYMM.txt) with one control row
      *> each in aerostep_archctl.dat; this job moves every ACTIVE
      *> partition older than the active window (WS-ACTIVE-MONTHS,
      *> counting the current month) into the sealed long-term set,
      *> aerostep_seal_YYYYMM.txt. A partition is copied line for
      *> line, the copy's row count and check are recomputed and
      *> must agree with the partition's control row, and only then
      *> is the control row marked SEALED (with the sealing date)
      *> and the active file removed - a copy that does not agree is
      *> discarded, the partition stays ACTIVE, and the mismatch is
      *> reported. Sealed partitions are never written to again;
      *> AEROARCH files late lines for a sealed month under the
      *> current month, and AEROVRFY re-verifies sealed and active
      *> partitions alike against their control rows.
      *> Control totals for the run and for the sealed set go to
      *> aerostep_retention.txt and the terminal; RETURN-CODE is 4
      *> when any partition could not be sealed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AERORETN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-PART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT SEAL-FILE ASSIGN TO DYNAMIC WS-SEAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.
           SELECT OPTIONAL PARTCTL-FILE ASSIGN TO DYNAMIC WS-PARTCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.
           SELECT RETN-FILE ASSIGN TO "aerostep_retention.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETN-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The ACTIVE partition being sealed.
       FD  ARCHIVE-FILE RECORD IS VARYING DEPENDING ON WS-ARCH-REC-LEN.
       01  ARCHIVE-RECORD              PIC X(160).

      *> Its copy in the sealed set.
       FD  SEAL-FILE RECORD IS VARYING DEPENDING ON WS-SEAL-REC-LEN.
       01  SEAL-RECORD                 PIC X(160).

      *> Partition control rows (month, status, first date, last
      *> date, row count, check, sealed date).
       FD  PARTCTL-FILE.
       01  PARTCTL-RECORD              PIC X(80).

       FD  RETN-FILE.
       01  RETN-RECORD                 PIC X(132).

       FD  LOCK-FILE.
       01  LOCK-RECORD                 PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-STATUS           PIC XX.
       01 WS-SEAL-STATUS              PIC XX.
       01 WS-PARTCTL-STATUS           PIC XX.
       01 WS-RETN-STATUS              PIC XX.
       01 WS-LOCK-STATUS              PIC XX.
       01 WS-ARCH-REC-LEN             PIC 9(3).
       01 WS-SEAL-REC-LEN             PIC 9(3).
       01 WS-ARCH-EOF-SWITCH          PIC X VALUE "N".
           88 WS-END-OF-ARCHIVE            VALUE "Y".

       01 WS-PART-FILE-NAME           PIC X(40).
       01 WS-SEAL-FILE-NAME           PIC X(40).
       01 WS-PARTCTL-FILE-NAME        PIC X(40) VALUE "aerostep_archctl.dat".
       01 WS-PARTCTL-TEMP-NAME        PIC X(40) VALUE "aerostep_archctl.new".

      *> Shop-lock state, same protocol every shared-file writer
      *> follows; AEROARCH takes the same aerostep_arch.lck.
       01 WS-LOCK-NAME                PIC X(40).
       01 WS-LOCK-HELD                PIC X VALUE "N".
       01 WS-LOCK-TRIES               PIC 9(3) VALUE 0.
       01 WS-LOCK-MARKER              PIC X(40).
       01 WS-LOCK-TIME                PIC 9(8).
       77 WS-LOCK-LIMIT               PIC 9(2) VALUE 30.
       01 WS-SLEEP-SEC                PIC 9(9) BINARY VALUE 1.

      *> Months of archive kept ACTIVE, the current month included;
      *> anything older is sealed.
       77 WS-ACTIVE-MONTHS            PIC 9(3) VALUE 24.

       01 WS-DATE                     PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE.
           05 WS-DATE-YEAR             PIC 9(4).
           05 WS-DATE-MM               PIC 9(2).
           05 WS-DATE-DD               PIC 9(2).
       01 WS-TODAY                    PIC X(10).
       01 WS-MONTH-NUMBER             PIC 9(6).
       01 WS-CUTOFF-YEAR              PIC 9(4).
       01 WS-CUTOFF-MM                PIC 9(2).
       01 WS-CUTOFF-MONTH             PIC X(6).

      *> Every partition on file, in month order.
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
       01 WS-CTL-PTR                  PIC 9(3).

      *> Recomputed totals for the copy being sealed.
       01 WS-COPY-ROWS                PIC 9(9) VALUE 0.
       01 WS-COPY-CHECK               PIC 9(8) VALUE 0.
       01 WS-PART-LINE                PIC X(160).

      *> Control totals.
       01 WS-ACTIVE-PARTS             PIC 9(5) VALUE 0.
       01 WS-ACTIVE-ROWS              PIC 9(11) VALUE 0.
       01 WS-SEALED-PARTS             PIC 9(5) VALUE 0.
       01 WS-SEALED-ROWS              PIC 9(11) VALUE 0.
       01 WS-RUN-SEALED-PARTS         PIC 9(5) VALUE 0.
       01 WS-RUN-SEALED-ROWS          PIC 9(11) VALUE 0.
       01 WS-EXCEPTIONS               PIC 9(5) VALUE 0.

       01 WS-EDIT-5                   PIC ZZZZ9.
       01 WS-EDIT-11                  PIC ZZZZZZZZZZ9.
       01 WS-EDIT-11B                 PIC ZZZZZZZZZZ9.
       01 WS-EDIT-3                   PIC ZZ9.

      *> Partition check scratch - the same fold AEROARCH carries
      *> forward as each line is appended to a partition.
       01 WS-HASH-SEED                PIC 9(8) VALUE 0.
       01 WS-HASH-TEXT                PIC X(200).
       01 WS-HASH-LEN                 PIC 9(3).
       01 WS-HASH-I                   PIC 9(3).
       01 WS-HASH-WORK                PIC 9(18) BINARY.
       01 WS-HASH-RESULT              PIC 9(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           STRING WS-DATE(1:4) "/" WS-DATE(5:2) "/" WS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TODAY
           COMPUTE WS-MONTH-NUMBER = WS-DATE-YEAR * 12 + WS-DATE-MM - 1
                                   - (WS-ACTIVE-MONTHS - 1)
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MM
           ADD 1 TO WS-CUTOFF-MM
           STRING WS-CUTOFF-YEAR WS-CUTOFF-MM
               DELIMITED BY SIZE INTO WS-CUTOFF-MONTH

           OPEN OUTPUT RETN-FILE
           IF WS-RETN-STATUS NOT = "00"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN RETENTION REPORT. STATUS: " WS-RETN-STATUS
               STOP RUN
           END-IF
           MOVE "AEROSTEP ARCHIVE RETENTION RUN" TO RETN-RECORD
           PERFORM WRITE-RETN-LINE
           MOVE WS-ACTIVE-MONTHS TO WS-EDIT-3
           MOVE SPACES TO RETN-RECORD
           STRING "RUN DATE: " WS-TODAY
                  "   ACTIVE WINDOW: " FUNCTION TRIM(WS-EDIT-3)
                  " MONTH(S) - PARTITIONS BEFORE " WS-CUTOFF-MONTH
                  " ARE SEALED"
               DELIMITED BY SIZE INTO RETN-RECORD
           PERFORM WRITE-RETN-LINE

           MOVE "aerostep_arch.lck" TO WS-LOCK-NAME
           PERFORM ACQUIRE-SHOP-LOCK
           PERFORM LOAD-PARTITION-CONTROL
           PERFORM REVIEW-ONE-PARTITION VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > WS-PART-COUNT
           PERFORM RELEASE-SHOP-LOCK

           PERFORM WRITE-RETN-TOTALS
           CLOSE RETN-FILE
           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

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
                   CLOSE PARTCTL-FILE RETN-FILE
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

      *> An ACTIVE partition past the window is sealed; everything
      *> else is only counted into the totals.
       REVIEW-ONE-PARTITION.
           IF PC-STATUS(PART-IDX) NOT = "SEALED"
              AND PC-MONTH(PART-IDX) < WS-CUTOFF-MONTH
               PERFORM SEAL-ONE-PARTITION
           END-IF
           IF PC-STATUS(PART-IDX) = "SEALED"
               ADD 1 TO WS-SEALED-PARTS
               ADD PC-ROWS(PART-IDX) TO WS-SEALED-ROWS
           ELSE
               ADD 1 TO WS-ACTIVE-PARTS
               ADD PC-ROWS(PART-IDX) TO WS-ACTIVE-ROWS
           END-IF.

      *> Copy, recompute, compare; the control file is rewritten with
      *> the SEALED row before the active file is removed, so a stop
      *> part way through never leaves a partition without a file
      *> its control row names.
       SEAL-ONE-PARTITION.
           MOVE SPACES TO WS-PART-FILE-NAME WS-SEAL-FILE-NAME
           STRING "aerostep_arch_" PC-MONTH(PART-IDX) ".txt"
               DELIMITED BY SIZE INTO WS-PART-FILE-NAME
           STRING "aerostep_seal_" PC-MONTH(PART-IDX) ".txt"
               DELIMITED BY SIZE INTO WS-SEAL-FILE-NAME
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               ADD 1 TO WS-EXCEPTIONS
               MOVE SPACES TO RETN-RECORD
               STRING PC-MONTH(PART-IDX) ": NOT SEALED - "
                      FUNCTION TRIM(WS-PART-FILE-NAME)
                      " CANNOT BE READ (STATUS " WS-ARCHIVE-STATUS ")"
                   DELIMITED BY SIZE INTO RETN-RECORD
               PERFORM WRITE-RETN-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SEAL-FILE
           IF WS-SEAL-STATUS NOT = "00"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN SEALED PARTITION "
                       FUNCTION TRIM(WS-SEAL-FILE-NAME)
                       ". STATUS: " WS-SEAL-STATUS
               CLOSE ARCHIVE-FILE RETN-FILE
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           MOVE 0 TO WS-COPY-ROWS WS-COPY-CHECK
           MOVE "N" TO WS-ARCH-EOF-SWITCH
           PERFORM COPY-PARTITION-RECORD UNTIL WS-END-OF-ARCHIVE
           CLOSE ARCHIVE-FILE SEAL-FILE
           IF WS-COPY-ROWS = PC-ROWS(PART-IDX)
              AND WS-COPY-CHECK = PC-CHECK(PART-IDX)
               MOVE "SEALED" TO PC-STATUS(PART-IDX)
               MOVE WS-TODAY TO PC-SEALED-DATE(PART-IDX)
               PERFORM REWRITE-PARTITION-CONTROL
               CALL "CBL_DELETE_FILE" USING WS-PART-FILE-NAME
               ADD 1 TO WS-RUN-SEALED-PARTS
               ADD WS-COPY-ROWS TO WS-RUN-SEALED-ROWS
               MOVE WS-COPY-ROWS TO WS-EDIT-11
               MOVE SPACES TO RETN-RECORD
               STRING PC-MONTH(PART-IDX) ": SEALED - "
                      FUNCTION TRIM(WS-EDIT-11) " ROW(S), CHECK "
                      WS-COPY-CHECK " -> "
                      FUNCTION TRIM(WS-SEAL-FILE-NAME)
                   DELIMITED BY SIZE INTO RETN-RECORD
               PERFORM WRITE-RETN-LINE
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-SEAL-FILE-NAME
               ADD 1 TO WS-EXCEPTIONS
               MOVE WS-COPY-ROWS TO WS-EDIT-11
               MOVE PC-ROWS(PART-IDX) TO WS-EDIT-11B
               MOVE SPACES TO RETN-RECORD
               STRING PC-MONTH(PART-IDX) ": NOT SEALED - FILE HAS "
                      FUNCTION TRIM(WS-EDIT-11) " ROW(S) CHECK "
                      WS-COPY-CHECK ", CONTROL HAS "
                      FUNCTION TRIM(WS-EDIT-11B) " ROW(S) CHECK "
                      PC-CHECK(PART-IDX)
                   DELIMITED BY SIZE INTO RETN-RECORD
               PERFORM WRITE-RETN-LINE
           END-IF.

       COPY-PARTITION-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-ARCHIVE TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-PART-LINE
                   IF WS-ARCH-REC-LEN > 0
                       MOVE ARCHIVE-RECORD(1:WS-ARCH-REC-LEN) TO WS-PART-LINE
                   END-IF
                   MOVE WS-PART-LINE TO SEAL-RECORD
                   MOVE WS-ARCH-REC-LEN TO WS-SEAL-REC-LEN
                   WRITE SEAL-RECORD
                   ADD 1 TO WS-COPY-ROWS
                   PERFORM FOLD-PARTITION-LINE
           END-READ.

      *> Folds the line's text, trailing spaces dropped, into the
      *> running check.
       FOLD-PARTITION-LINE.
           MOVE SPACES TO WS-HASH-TEXT
           MOVE WS-PART-LINE TO WS-HASH-TEXT
           IF WS-PART-LINE = SPACES
               MOVE 0 TO WS-HASH-LEN
           ELSE
               COMPUTE WS-HASH-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-PART-LINE TRAILING))
           END-IF
           MOVE WS-COPY-CHECK TO WS-HASH-SEED
           PERFORM COMPUTE-CHAIN-CHECK
           MOVE WS-HASH-RESULT TO WS-COPY-CHECK.

       COMPUTE-CHAIN-CHECK.
           MOVE WS-HASH-SEED TO WS-HASH-WORK
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
               UNTIL WS-HASH-I > WS-HASH-LEN
               COMPUTE WS-HASH-WORK = FUNCTION MOD(
                   WS-HASH-WORK * 31
                   + FUNCTION ORD(WS-HASH-TEXT(WS-HASH-I:1)), 99999989)
           END-PERFORM
           MOVE WS-HASH-WORK TO WS-HASH-RESULT.

       REWRITE-PARTITION-CONTROL.
           MOVE WS-PARTCTL-TEMP-NAME TO WS-PARTCTL-FILE-NAME
           OPEN OUTPUT PARTCTL-FILE
           IF WS-PARTCTL-STATUS NOT = "00" AND WS-PARTCTL-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT REWRITE ARCHIVE CONTROL FILE. STATUS: " WS-PARTCTL-STATUS
               MOVE "aerostep_archctl.dat" TO WS-PARTCTL-FILE-NAME
               CLOSE RETN-FILE
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           PERFORM WRITE-ONE-PARTCTL VARYING WS-CTL-PTR FROM 1 BY 1
               UNTIL WS-CTL-PTR > WS-PART-COUNT
           CLOSE PARTCTL-FILE
           MOVE "aerostep_archctl.dat" TO WS-PARTCTL-FILE-NAME
           CALL "CBL_RENAME_FILE" USING WS-PARTCTL-TEMP-NAME
                                        WS-PARTCTL-FILE-NAME.

       WRITE-ONE-PARTCTL.
           MOVE SPACES TO PARTCTL-RECORD
           STRING PC-MONTH(WS-CTL-PTR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PC-STATUS(WS-CTL-PTR)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PC-FIRST-DATE(WS-CTL-PTR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PC-LAST-DATE(WS-CTL-PTR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PC-ROWS(WS-CTL-PTR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PC-CHECK(WS-CTL-PTR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PC-SEALED-DATE(WS-CTL-PTR) DELIMITED BY SIZE
                  INTO PARTCTL-RECORD
           WRITE PARTCTL-RECORD.

       WRITE-RETN-TOTALS.
           MOVE "CONTROL TOTALS" TO RETN-RECORD
           PERFORM WRITE-RETN-LINE
           MOVE WS-RUN-SEALED-PARTS TO WS-EDIT-5
           MOVE WS-RUN-SEALED-ROWS TO WS-EDIT-11
           MOVE SPACES TO RETN-RECORD
           STRING "  SEALED THIS RUN:   " FUNCTION TRIM(WS-EDIT-5)
                  " PARTITION(S), " FUNCTION TRIM(WS-EDIT-11) " ROW(S)"
               DELIMITED BY SIZE INTO RETN-RECORD
           PERFORM WRITE-RETN-LINE
           MOVE WS-ACTIVE-PARTS TO WS-EDIT-5
           MOVE WS-ACTIVE-ROWS TO WS-EDIT-11
           MOVE SPACES TO RETN-RECORD
           STRING "  ACTIVE SET:        " FUNCTION TRIM(WS-EDIT-5)
                  " PARTITION(S), " FUNCTION TRIM(WS-EDIT-11) " ROW(S)"
               DELIMITED BY SIZE INTO RETN-RECORD
           PERFORM WRITE-RETN-LINE
           MOVE WS-SEALED-PARTS TO WS-EDIT-5
           MOVE WS-SEALED-ROWS TO WS-EDIT-11
           MOVE SPACES TO RETN-RECORD
           STRING "  SEALED SET:        " FUNCTION TRIM(WS-EDIT-5)
                  " PARTITION(S), " FUNCTION TRIM(WS-EDIT-11) " ROW(S)"
               DELIMITED BY SIZE INTO RETN-RECORD
           PERFORM WRITE-RETN-LINE
           MOVE WS-EXCEPTIONS TO WS-EDIT-5
           MOVE SPACES TO RETN-RECORD
           STRING "  NOT SEALED:        " FUNCTION TRIM(WS-EDIT-5)
                  " PARTITION(S)"
               DELIMITED BY SIZE INTO RETN-RECORD
           PERFORM WRITE-RETN-LINE.

       WRITE-RETN-LINE.
           WRITE RETN-RECORD
           DISPLAY FUNCTION TRIM(RETN-RECORD).

       *> Polls for the advisory lock, one second per try. Past the
       *> limit the lock is presumed stale (a crashed holder) and
       *> taken over with a warning rather than stalling the run.
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
           STRING "AERORETN" "-" WS-LOCK-TIME
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

       END PROGRAM AERORETN.
