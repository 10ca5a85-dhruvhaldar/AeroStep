      *> retyped reading breaks the chain at that row. Rows written
      *> before stamping existed are counted as legacy; an unstamped
      *> row appearing after the chain has begun is itself reported.
      *> The monthly archive partitions are verified as well: each
      *> partition named in aerostep_archctl.dat, ACTIVE or SEALED,
      *> is re-read, its rows counted and its running check re-folded,
      *> and both must agree with the partition's control row - a
      *> line removed from or edited in the archive after the sweep
      *> shows as a count or check mismatch on that partition.
      *> Ends with RETURN-CODE 0 when everything verifies clean, 4
      *> when any discrepancy was found.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEROVRFY.

           SELECT OPTIONAL STRUCT-FILE ASSIGN TO "aerostep.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRUCT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-PART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT OPTIONAL PARTCTL-FILE ASSIGN TO "aerostep_archctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.
           SELECT VERIFY-FILE ASSIGN TO "aerostep_verify.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.
       FD  STRUCT-FILE RECORD IS VARYING DEPENDING ON WS-STRUCT-REC-LEN.
       01  STRUCT-RECORD               PIC X(200).

      *> One archive partition, ACTIVE or SEALED.
       FD  ARCHIVE-FILE RECORD IS VARYING DEPENDING ON WS-ARCH-REC-LEN.
       01  ARCHIVE-RECORD              PIC X(160).

      *> Partition control rows written by AEROARCH and AERORETN.
       FD  PARTCTL-FILE.
       01  PARTCTL-RECORD              PIC X(80).

       FD  VERIFY-FILE.
       01  VERIFY-RECORD               PIC X(132).

       01 WS-FILE-STATUS              PIC XX.
       01 WS-STRUCT-STATUS            PIC XX.
       01 WS-VERIFY-STATUS            PIC XX.
       01 WS-ARCHIVE-STATUS           PIC XX.
       01 WS-PARTCTL-STATUS           PIC XX.
       01 WS-ARCH-REC-LEN             PIC 9(3).
       01 WS-REC-LEN                  PIC 9(3).
       01 WS-STRUCT-REC-LEN           PIC 9(3).
       01 WS-EOF-SWITCH               PIC X VALUE "N".
       01 WS-V-CHECK-NUM              PIC 9(8).
       01 WS-TOTAL-ISSUES             PIC 9(6) VALUE 0.

      *> Archive partition being verified: its control row and the
      *> totals recomputed from its file.
       01 WS-PART-FILE-NAME           PIC X(40).
       01 WS-CTL-MONTH                PIC X(6).
       01 WS-CTL-STATUS               PIC X(6).
       01 WS-CTL-FIRST-DATE           PIC X(10).
       01 WS-CTL-LAST-DATE            PIC X(10).
       01 WS-CTL-ROWS                 PIC 9(9).
       01 WS-CTL-CHECK                PIC 9(8).
       01 WS-CTL-SEALED-DATE          PIC X(10).
       01 WS-PART-ROWS                PIC 9(9).
       01 WS-PART-CHECK               PIC 9(8).
       01 WS-PART-LINE                PIC X(160).
       01 WS-PART-TOTAL               PIC 9(5) VALUE 0.
       01 WS-PART-ISSUES              PIC 9(5) VALUE 0.
       01 WS-EDIT-9                   PIC ZZZZZZZZ9.
       01 WS-EDIT-9B                  PIC ZZZZZZZZ9.

       01 WS-EDIT-6                   PIC ZZZZZ9.
       01 WS-EDIT-6B                  PIC ZZZZZ9.
       01 WS-EDIT-6C                  PIC ZZZZZ9.

           PERFORM VERIFY-LOG-FILE
           PERFORM VERIFY-CSV-FILE
           PERFORM VERIFY-ARCHIVE-PARTITIONS

           CLOSE VERIFY-FILE
           IF WS-TOTAL-ISSUES > 0
           END-IF
           PERFORM WRITE-VERIFY-LINE.

      *> Every partition in the control file, in month order. A
      *> partition whose file is missing is itself a discrepancy -
      *> archived history is never deleted.
       VERIFY-ARCHIVE-PARTITIONS.
           MOVE 0 TO WS-PART-TOTAL WS-PART-ISSUES
           OPEN INPUT PARTCTL-FILE
           IF WS-PARTCTL-STATUS = "00" OR WS-PARTCTL-STATUS = "05"
               PERFORM READ-PARTCTL-RECORD UNTIL WS-PARTCTL-STATUS = "10"
               CLOSE PARTCTL-FILE
           END-IF
           ADD WS-PART-ISSUES TO WS-TOTAL-ISSUES
           MOVE WS-PART-TOTAL TO WS-EDIT-6
           MOVE WS-PART-ISSUES TO WS-EDIT-6B
           MOVE SPACES TO VERIFY-RECORD
           STRING "ARCHIVE PARTITIONS: " FUNCTION TRIM(WS-EDIT-6)
                  " VERIFIED, " FUNCTION TRIM(WS-EDIT-6B)
                  " DISCREPANCY(IES)"
               DELIMITED BY SIZE INTO VERIFY-RECORD
           PERFORM WRITE-VERIFY-LINE.

       READ-PARTCTL-RECORD.
           READ PARTCTL-FILE
           IF WS-PARTCTL-STATUS = "00" AND PARTCTL-RECORD NOT = SPACES
               MOVE SPACES TO WS-CTL-MONTH WS-CTL-STATUS WS-CTL-FIRST-DATE
                              WS-CTL-LAST-DATE WS-CTL-SEALED-DATE
               MOVE 0 TO WS-CTL-ROWS WS-CTL-CHECK
               UNSTRING PARTCTL-RECORD DELIMITED BY ","
                   INTO WS-CTL-MONTH WS-CTL-STATUS WS-CTL-FIRST-DATE
                        WS-CTL-LAST-DATE WS-CTL-ROWS WS-CTL-CHECK
                        WS-CTL-SEALED-DATE
               END-UNSTRING
               PERFORM VERIFY-ONE-PARTITION
           END-IF.

       VERIFY-ONE-PARTITION.
           ADD 1 TO WS-PART-TOTAL
           MOVE SPACES TO WS-PART-FILE-NAME
           IF WS-CTL-STATUS = "SEALED"
               STRING "aerostep_seal_" WS-CTL-MONTH ".txt"
                   DELIMITED BY SIZE INTO WS-PART-FILE-NAME
           ELSE
               STRING "aerostep_arch_" WS-CTL-MONTH ".txt"
                   DELIMITED BY SIZE INTO WS-PART-FILE-NAME
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               ADD 1 TO WS-PART-ISSUES
               MOVE SPACES TO VERIFY-RECORD
               STRING FUNCTION TRIM(WS-PART-FILE-NAME)
                      ": PARTITION FILE MISSING OR UNREADABLE (STATUS "
                      WS-ARCHIVE-STATUS ")"
                   DELIMITED BY SIZE INTO VERIFY-RECORD
               PERFORM WRITE-VERIFY-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PART-ROWS WS-PART-CHECK
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-PARTITION-RECORD UNTIL WS-END-OF-FILE
           CLOSE ARCHIVE-FILE
           MOVE SPACES TO VERIFY-RECORD
           IF WS-PART-ROWS NOT = WS-CTL-ROWS
               ADD 1 TO WS-PART-ISSUES
               MOVE WS-PART-ROWS TO WS-EDIT-9
               MOVE WS-CTL-ROWS TO WS-EDIT-9B
               STRING FUNCTION TRIM(WS-PART-FILE-NAME)
                      ": ROW COUNT MISMATCH - FILE HAS "
                      FUNCTION TRIM(WS-EDIT-9) " CONTROL HAS "
                      FUNCTION TRIM(WS-EDIT-9B)
                      " - ROW(S) ADDED OR DELETED"
                   DELIMITED BY SIZE INTO VERIFY-RECORD
           ELSE
               IF WS-PART-CHECK NOT = WS-CTL-CHECK
                   ADD 1 TO WS-PART-ISSUES
                   STRING FUNCTION TRIM(WS-PART-FILE-NAME)
                          ": CHECK MISMATCH - FILE " WS-PART-CHECK
                          " CONTROL " WS-CTL-CHECK
                          " - ROW CONTENT EDITED OR REORDERED"
                       DELIMITED BY SIZE INTO VERIFY-RECORD
               ELSE
                   MOVE WS-PART-ROWS TO WS-EDIT-9
                   STRING FUNCTION TRIM(WS-PART-FILE-NAME)
                          ": VERIFIED CLEAN - " FUNCTION TRIM(WS-EDIT-9)
                          " ROW(S) (" FUNCTION TRIM(WS-CTL-STATUS) ")"
                       DELIMITED BY SIZE INTO VERIFY-RECORD
               END-IF
           END-IF
           PERFORM WRITE-VERIFY-LINE.

      *> Same running check AEROARCH carries in the control row: each
      *> line's text, trailing spaces dropped, folded in file order.
       READ-PARTITION-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-PART-ROWS
                   MOVE SPACES TO WS-PART-LINE
                   IF WS-ARCH-REC-LEN > 0
                       MOVE ARCHIVE-RECORD(1:WS-ARCH-REC-LEN) TO WS-PART-LINE
                   END-IF
                   MOVE SPACES TO WS-HASH-TEXT
                   MOVE WS-PART-LINE TO WS-HASH-TEXT
                   IF WS-PART-LINE = SPACES
                       MOVE 0 TO WS-HASH-LEN
                   ELSE
                       COMPUTE WS-HASH-LEN =
                           FUNCTION LENGTH(FUNCTION TRIM(WS-PART-LINE TRAILING))
                   END-IF
                   MOVE WS-PART-CHECK TO WS-HASH-SEED
                   PERFORM COMPUTE-CHAIN-CHECK
                   MOVE WS-HASH-RESULT TO WS-PART-CHECK
           END-READ.

       WRITE-VERIFY-LINE.
           WRITE VERIFY-RECORD
           DISPLAY FUNCTION TRIM(VERIFY-RECORD).
