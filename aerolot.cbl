      *> "LOT <component>" history row per lot-tracked component at
      *> the head of each unit's sequence; those rows live in the
      *> archive once the unit is swept and in aerostep.txt until
      *> then, so both are scanned - of the archive, only the monthly
      *> partitions the archive index lists for the lot. Verdicts come from the
      *> aeromast.dat unit master, falling back to the live log's
      *> VERDICT rows for units not yet swept. Report goes to
      *> aerolot_trace.txt and the terminal.
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
           SELECT OPTIONAL MASTER-FILE ASSIGN TO "aeromast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  ARCHIVE-FILE RECORD IS VARYING DEPENDING ON WS-ARCH-REC-LEN.
       01  ARCHIVE-RECORD              PIC X(160).

       FD  PARTCTL-FILE.
       01  PARTCTL-RECORD              PIC X(80).

       FD  INDEX-FILE.
       01  INDEX-RECORD                PIC X(80).

       FD  MASTER-FILE.
       01  MAST-RECORD.
           05 MAST-UNIT-ID             PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS              PIC XX.
       01 WS-ARCHIVE-STATUS           PIC XX.
       01 WS-PARTCTL-STATUS           PIC XX.
       01 WS-INDEX-STATUS             PIC XX.
       01 WS-MASTER-STATUS            PIC XX.
       01 WS-TRACE-STATUS             PIC XX.
       01 WS-REC-LEN                  PIC 9(3).
      *> Supplier lot number the trace is being pulled for.
       01 WS-WANTED-LOT               PIC X(20).

      *> Archive partitions on file in month order, from the
      *> aerostep_archctl.dat control rows; PT-WANTED marks the ones
      *> the archive index lists for the wanted lot.
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

      *> One raw line from whichever log file is being read, so the
      *> archive and the live log share a single parse paragraph.
       01 WS-PARSE-LINE               PIC X(160).
               STOP RUN
           END-IF

           PERFORM LOAD-ARCHIVE-PARTITIONS
           PERFORM SELECT-LOT-PARTITIONS
           PERFORM READ-ONE-PARTITION VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > WS-PART-COUNT

           OPEN INPUT REPORT-FILE
           IF WS-FILE-STATUS = "00" OR WS-FILE-STATUS = "05"
           PERFORM WRITE-TRACE-REPORT
           STOP RUN.

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

      *> Every L row for the wanted lot marks its partition.
       SELECT-LOT-PARTITIONS.
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
               IF WS-INDEX-TYPE = "L"
                  AND FUNCTION TRIM(WS-INDEX-KEY) = FUNCTION TRIM(WS-WANTED-LOT)
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
