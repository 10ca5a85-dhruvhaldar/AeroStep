      *> the month come from the aeromast.dat unit master (product
      *> resolved through the unit's work order in aerowork.dat);
      *> override and retest activity comes from the month's rows in
      *> the archive partitions (OVERRIDE GRANTED rows, and a second
      *> or later attempt at the same step counting as a retest);
      *> NCRs come from aeroncr.dat by their open date. The
      *> supervisor-override counts are the number the quality
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-UNIT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO DYNAMIC WS-PART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT OPTIONAL PARTCTL-FILE ASSIGN TO "aerostep_archctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.
           SELECT OPTIONAL NCR-FILE ASSIGN TO "aeroncr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCR-FILE-STATUS.
           05 MAST-ORDER-ID            PIC X(10).
           05 MAST-STATION             PIC X(8).

      *> One monthly archive partition, opened by name; only those
      *> whose line dates reach into the wanted month are read.
       FD  ARCHIVE-FILE RECORD IS VARYING DEPENDING ON WS-ARCH-REC-LEN.
       01  ARCHIVE-RECORD              PIC X(160).

       FD  PARTCTL-FILE.
       01  PARTCTL-RECORD              PIC X(80).

       FD  NCR-FILE.
       01  NCR-RECORD                  PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS            PIC XX.
       01 WS-ARCHIVE-STATUS           PIC XX.
       01 WS-PARTCTL-STATUS           PIC XX.
       01 WS-NCR-FILE-STATUS          PIC XX.
       01 WS-WORK-FILE-STATUS         PIC XX.
       01 WS-KPI-STATUS               PIC XX.
      *> of every timestamp and date on file, so they compare flat.
       01 WS-WANTED-MONTH             PIC X(7).

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

      *> Work orders, for the order -> product tie.
       01 WS-WORK-COUNT               PIC 9(3) VALUE 0.
       01 WS-WORK-TABLE.
      *> against the unit, and every test attempt bumps the
      *> (unit, step) attempt counter the retest flag reads.
       SCAN-ARCHIVE-ACTIVITY.
           PERFORM LOAD-ARCHIVE-PARTITIONS
           PERFORM READ-ONE-PARTITION VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > WS-PART-COUNT.

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

      *> A partition is read when its line dates reach into the
      *> wanted month; a sealed partition lives under its sealed-set
      *> name.
       READ-ONE-PARTITION.
           IF PT-LAST-DATE(PART-IDX)(1:7) >= WS-WANTED-MONTH
              AND PT-FIRST-DATE(PART-IDX)(1:7) <= WS-WANTED-MONTH
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
