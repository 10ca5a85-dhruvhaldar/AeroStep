      *> order (WORKORDER rows still in the live log plus closed
      *> units in the aeromast.dat master), the quantity outstanding,
      *> and a shortfall flag when the order is not yet covered.
      *> A serial caught by an active quality hold in aerohold.dat
      *> (the serial, its order, one of its component lots, or an
      *> instrument that read it inside the hold's window) is left
      *> off the ship list and listed under the order as HELD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEROMANI.

               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-UNIT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "aerohold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO DYNAMIC WS-PART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT OPTIONAL PARTCTL-FILE ASSIGN TO "aerostep_archctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.
           SELECT OPTIONAL INDEX-FILE ASSIGN TO "aerostep_archidx.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT OPTIONAL FEED-FILE ASSIGN TO "aerofeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT OPTIONAL FEEDX-FILE ASSIGN TO "aerofeedx.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDX-FILE-STATUS.
           SELECT OPTIONAL DETAIL-FILE ASSIGN TO "aerodetl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DTL-KEY
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "aeroship.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           05 MAST-ORDER-ID            PIC X(10).
           05 MAST-STATION             PIC X(8).

      *> Quality holds maintained at the AEROHOLD desk.
       FD  HOLD-FILE.
       01  HOLD-RECORD                 PIC X(250).

      *> Closed units' archived log lines - read only for the LOT
      *> rows a lot hold is matched against, and only from the
      *> monthly partitions the archive index lists for a held lot.
       FD  ARCHIVE-FILE RECORD IS VARYING DEPENDING ON WS-ARCH-REC-LEN.
       01  ARCHIVE-RECORD              PIC X(160).

       FD  PARTCTL-FILE.
       01  PARTCTL-RECORD              PIC X(80).

       FD  INDEX-FILE.
       01  INDEX-RECORD                PIC X(80).

      *> Step detail the AEROARCH sweep keeps for every swept unit -
      *> read only for its step-result (S) rows, whose instrument and
      *> timestamp an instrument hold's window is matched against.
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

      *> Instrument feeds - read for the instrument and reading
      *> timestamp of readings the sweep has not yet put in the step
      *> detail file.
       FD  FEED-FILE.
       01  FEED-RECORD                 PIC X(200).

       FD  FEEDX-FILE.
       01  FEEDX-RECORD                PIC X(120).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD             PIC X(132).

       01 WS-FILE-STATUS              PIC XX.
       01 WS-MASTER-STATUS            PIC XX.
       01 WS-MANIFEST-STATUS          PIC XX.
       01 WS-HOLD-FILE-STATUS         PIC XX.
       01 WS-ARCHIVE-STATUS           PIC XX.
       01 WS-PARTCTL-STATUS           PIC XX.
       01 WS-INDEX-STATUS             PIC XX.
       01 WS-FEED-FILE-STATUS         PIC XX.
       01 WS-FEEDX-FILE-STATUS        PIC XX.
       01 WS-DETAIL-STATUS            PIC XX.
       01 WS-REC-LEN                  PIC 9(3).
       01 WS-ARCH-REC-LEN             PIC 9(3).
       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 WS-END-OF-LOG                VALUE "Y".
       01 WS-MASTER-EOF-SWITCH        PIC X VALUE "N".
       01 WS-RAW-FIELD                PIC X(30).
       01 WS-RAW-STATUS               PIC X(10).
       01 WS-RAW-VALUE                PIC X(20).
       01 WS-FIELD-TRIMMED            PIC X(30).

      *> Work-order table, same shape AEROSTEP-UI loads.
       01 WS-WORK-COUNT               PIC 9(3) VALUE 0.
       01 WS-ADD-ORDER                PIC X(10).
       01 WS-ADD-UNIT                 PIC X(20).

      *> Active (HELD) quality holds, loaded once from aerohold.dat.
       01 WS-HOLD-COUNT               PIC 9(3) VALUE 0.
       01 WS-HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 200 TIMES INDEXED BY HOLD-IDX.
               10 HOLD-NUMBER          PIC X(5).
               10 HOLD-SCOPE           PIC X(10).
               10 HOLD-KEY             PIC X(20).
               10 HOLD-FROM-DATE       PIC X(10).
               10 HOLD-TO-DATE         PIC X(10).
       01 WS-HOLD-ANY-LOT             PIC X VALUE "N".

      *> Archive partitions on file in month order, from the
      *> aerostep_archctl.dat control rows; PT-WANTED marks the ones
      *> the archive index lists for a held lot.
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
       01 WS-HOLD-ANY-INST            PIC X VALUE "N".
       01 WS-HOLD-SCAN-NUMBER         PIC X(5).
       01 WS-HOLD-SCAN-SCOPE          PIC X(10).
       01 WS-HOLD-SCAN-KEY            PIC X(20).
       01 WS-HOLD-SCAN-FROM           PIC X(10).
       01 WS-HOLD-SCAN-TO             PIC X(10).
       01 WS-HOLD-SCAN-REASON         PIC X(60).
       01 WS-HOLD-SCAN-BY             PIC X(20).
       01 WS-HOLD-SCAN-DATE           PIC X(10).
       01 WS-HOLD-SCAN-STATUS         PIC X(10).

      *> Serials caught by a lot or instrument hold, resolved once
      *> from the LOT rows and the step detail and instrument feeds;
      *> serial and order holds are matched directly.
       01 WS-HELD-COUNT               PIC 9(4) VALUE 0.
       01 WS-HELD-TABLE.
           05 HELD-ENTRY OCCURS 5000 TIMES INDEXED BY HELD-IDX.
               10 HELD-UNIT            PIC X(20).
               10 HELD-NUMBER          PIC X(5).
               10 HELD-SCOPE           PIC X(10).
               10 HELD-KEY             PIC X(20).
       01 WS-HELD-DUP                 PIC X VALUE "N".
       01 WS-HOLD-UNIT                PIC X(20).
       01 WS-HOLD-ORDER               PIC X(10).
       01 WS-HOLD-LOT                 PIC X(20).
       01 WS-HOLD-INST                PIC X(10).
       01 WS-HOLD-TS                  PIC X(19).
       01 WS-FEED-SCAN-PRESS          PIC X(8).
       01 WS-FEED-SCAN-HEAT           PIC X(8).
       01 WS-FEED-SCAN-QUAL           PIC X(8).
       01 WS-FEED-PRESS-INST          PIC X(10).
       01 WS-FEED-PRESS-TS            PIC X(19).
       01 WS-FEED-HEAT-INST           PIC X(10).
       01 WS-FEED-HEAT-TS             PIC X(19).
       01 WS-FEED-QUAL-INST           PIC X(10).
       01 WS-FEED-QUAL-TS             PIC X(19).
       01 WS-FEEDX-SCAN-STEP          PIC X(30).
       01 WS-FEEDX-SCAN-READING       PIC X(8).

      *> Units the sweep has put in the step detail file, with the
      *> latest step row kept for each. The feeds are rolled over and
      *> re-measured, so a swept unit's readings are taken from its
      *> detail rows; a feed reading counts for it only when it is
      *> later than anything swept (a retest not yet swept).
       01 WS-SWEPT-COUNT              PIC 9(4) VALUE 0.
       01 WS-SWEPT-TABLE.
           05 SWEPT-ENTRY OCCURS 5000 TIMES INDEXED BY SWEPT-IDX.
               10 SWEPT-UNIT           PIC X(20).
               10 SWEPT-LAST-TS        PIC X(19).
       01 WS-SWEPT-TS                 PIC X(19).
       01 WS-UNIT-HELD                PIC X VALUE "N".
       01 WS-UNIT-HOLD-NUMBER         PIC X(5).
       01 WS-UNIT-HOLD-SCOPE          PIC X(10).
       01 WS-UNIT-HOLD-KEY            PIC X(20).
       01 WS-ORDER-HELD               PIC 9(5).

       01 WS-ORDER-SHIPPED            PIC 9(5).
       01 WS-ORDER-OUTSTANDING        PIC S9(6).
       01 WS-EDIT-5                   PIC ZZZZ9.
               STOP RUN
           END-IF

           PERFORM LOAD-ACTIVE-HOLDS
           PERFORM COLLECT-LOG-PASSES
           PERFORM COLLECT-MASTER-PASSES
           IF WS-HOLD-ANY-LOT = "Y"
               PERFORM COLLECT-ARCHIVE-LOTS
           END-IF
           IF WS-HOLD-ANY-INST = "Y"
               PERFORM COLLECT-READING-HOLDS
           END-IF

           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               MOVE FUNCTION TRIM(WS-RAW-VALUE) TO WS-ADD-ORDER
               MOVE FUNCTION TRIM(WS-RAW-UNIT) TO WS-ADD-UNIT
               PERFORM ADD-SHIPPED-SERIAL
           END-IF
           PERFORM CHECK-LOT-ROW-HOLD.

      *> A LOT row (field "LOT <component>", value = supplier lot)
      *> whose lot is under an active hold puts its unit on hold.
       CHECK-LOT-ROW-HOLD.
           IF WS-HOLD-ANY-LOT = "Y"
               MOVE FUNCTION TRIM(WS-RAW-FIELD) TO WS-FIELD-TRIMMED
               IF WS-FIELD-TRIMMED(1:4) = "LOT "
                   MOVE FUNCTION TRIM(WS-RAW-UNIT) TO WS-HOLD-UNIT
                   MOVE FUNCTION TRIM(WS-RAW-VALUE) TO WS-HOLD-LOT
                   PERFORM MATCH-LOT-HOLDS
               END-IF
           END-IF.

       COLLECT-ARCHIVE-LOTS.
           PERFORM LOAD-ARCHIVE-PARTITIONS
           PERFORM SELECT-LOT-PARTITIONS
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
               MOVE "N" TO PT-WANTED(PART-IDX)
           END-IF.

      *> Every L row for a lot under an active hold marks its
      *> partition.
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
                   PERFORM VARYING HOLD-IDX FROM 1 BY 1
                       UNTIL HOLD-IDX > WS-HOLD-COUNT
                       IF FUNCTION TRIM(HOLD-SCOPE(HOLD-IDX)) = "LOT"
                          AND FUNCTION TRIM(HOLD-KEY(HOLD-IDX)) =
                              FUNCTION TRIM(WS-INDEX-KEY)
                           PERFORM MARK-INDEX-PARTITION
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       MARK-INDEX-PARTITION.
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > WS-PART-COUNT
               IF PT-MONTH(PART-IDX) = WS-INDEX-MONTH
                   MOVE "Y" TO PT-WANTED(PART-IDX)
               END-IF
           END-PERFORM.

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
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "00" OR WS-ARCHIVE-STATUS = "05"
                   PERFORM READ-ARCHIVE-RECORD UNTIL WS-ARCHIVE-STATUS = "10"
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               MOVE SPACES TO WS-RAW-TIMESTAMP WS-RAW-OPERATOR WS-RAW-UNIT
                              WS-RAW-FIELD WS-RAW-STATUS WS-RAW-VALUE
               UNSTRING ARCHIVE-RECORD DELIMITED BY ","
                   INTO WS-RAW-TIMESTAMP WS-RAW-OPERATOR WS-RAW-UNIT
                        WS-RAW-FIELD WS-RAW-STATUS WS-RAW-VALUE
               END-UNSTRING
               PERFORM CHECK-LOT-ROW-HOLD
           END-IF.

       COLLECT-MASTER-PASSES.
               MOVE WS-ADD-UNIT TO SHIP-UNIT(SHIP-IDX)
           END-IF.

       LOAD-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00" OR WS-HOLD-FILE-STATUS = "05"
               PERFORM READ-HOLD-RECORD UNTIL WS-HOLD-FILE-STATUS = "10"
               CLOSE HOLD-FILE
           END-IF.

       READ-HOLD-RECORD.
           READ HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               MOVE SPACES TO WS-HOLD-SCAN-NUMBER WS-HOLD-SCAN-SCOPE
                              WS-HOLD-SCAN-KEY WS-HOLD-SCAN-FROM
                              WS-HOLD-SCAN-TO WS-HOLD-SCAN-STATUS
               UNSTRING HOLD-RECORD DELIMITED BY ","
                   INTO WS-HOLD-SCAN-NUMBER WS-HOLD-SCAN-SCOPE
                        WS-HOLD-SCAN-KEY WS-HOLD-SCAN-FROM
                        WS-HOLD-SCAN-TO WS-HOLD-SCAN-REASON
                        WS-HOLD-SCAN-BY WS-HOLD-SCAN-DATE
                        WS-HOLD-SCAN-STATUS
               END-UNSTRING
               IF FUNCTION TRIM(WS-HOLD-SCAN-STATUS) = "HELD"
                   IF WS-HOLD-COUNT >= 200
                       DISPLAY "CRITICAL ERROR: HOLD TABLE FULL (MAX 200)."
                       CLOSE HOLD-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-HOLD-COUNT TO HOLD-IDX
                   MOVE WS-HOLD-SCAN-NUMBER TO HOLD-NUMBER(HOLD-IDX)
                   MOVE WS-HOLD-SCAN-SCOPE TO HOLD-SCOPE(HOLD-IDX)
                   MOVE WS-HOLD-SCAN-KEY TO HOLD-KEY(HOLD-IDX)
                   MOVE WS-HOLD-SCAN-FROM TO HOLD-FROM-DATE(HOLD-IDX)
                   MOVE WS-HOLD-SCAN-TO TO HOLD-TO-DATE(HOLD-IDX)
                   IF FUNCTION TRIM(WS-HOLD-SCAN-SCOPE) = "LOT"
                       MOVE "Y" TO WS-HOLD-ANY-LOT
                   END-IF
                   IF FUNCTION TRIM(WS-HOLD-SCAN-SCOPE) = "INSTRUMENT"
                       MOVE "Y" TO WS-HOLD-ANY-INST
                   END-IF
               END-IF
           END-IF.

       MATCH-LOT-HOLDS.
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > WS-HOLD-COUNT
               IF FUNCTION TRIM(HOLD-SCOPE(HOLD-IDX)) = "LOT"
                  AND WS-HOLD-LOT NOT = SPACES
                  AND FUNCTION TRIM(HOLD-KEY(HOLD-IDX)) =
                      FUNCTION TRIM(WS-HOLD-LOT)
                   PERFORM ADD-HELD-UNIT
               END-IF
           END-PERFORM.

      *> Every reading is tried against the instrument holds; a
      *> reading inside a hold's window puts the unit it was taken
      *> for on hold. A swept unit's readings come from its step
      *> detail rows - the instrument the sweep resolved for each
      *> step and the time it was logged - since the feeds it was
      *> read from may since have been rolled over or re-measured;
      *> the instrument feeds supply the readings not yet swept.
       COLLECT-READING-HOLDS.
           MOVE 0 TO WS-SWEPT-COUNT
           OPEN INPUT DETAIL-FILE
           IF WS-DETAIL-STATUS = "00" OR WS-DETAIL-STATUS = "05"
               PERFORM READ-DETAIL-HOLD-RECORD
                   UNTIL WS-DETAIL-STATUS NOT = "00"
               CLOSE DETAIL-FILE
           END-IF
           OPEN INPUT FEED-FILE
           IF WS-FEED-FILE-STATUS = "00" OR WS-FEED-FILE-STATUS = "05"
               PERFORM READ-FEED-HOLD-RECORD UNTIL WS-FEED-FILE-STATUS = "10"
               CLOSE FEED-FILE
           END-IF
           OPEN INPUT FEEDX-FILE
           IF WS-FEEDX-FILE-STATUS = "00" OR WS-FEEDX-FILE-STATUS = "05"
               PERFORM READ-FEEDX-HOLD-RECORD UNTIL WS-FEEDX-FILE-STATUS = "10"
               CLOSE FEEDX-FILE
           END-IF.

       READ-FEED-HOLD-RECORD.
           READ FEED-FILE
           IF WS-FEED-FILE-STATUS = "00"
               MOVE SPACES TO WS-HOLD-UNIT
                              WS-FEED-PRESS-INST WS-FEED-PRESS-TS
                              WS-FEED-HEAT-INST WS-FEED-HEAT-TS
                              WS-FEED-QUAL-INST WS-FEED-QUAL-TS
               UNSTRING FEED-RECORD DELIMITED BY ","
                   INTO WS-HOLD-UNIT WS-FEED-SCAN-PRESS
                        WS-FEED-SCAN-HEAT WS-FEED-SCAN-QUAL
                        WS-FEED-PRESS-INST WS-FEED-PRESS-TS
                        WS-FEED-HEAT-INST WS-FEED-HEAT-TS
                        WS-FEED-QUAL-INST WS-FEED-QUAL-TS
               END-UNSTRING
               PERFORM FIND-SWEPT-UNIT
               MOVE WS-FEED-PRESS-INST TO WS-HOLD-INST
               MOVE WS-FEED-PRESS-TS TO WS-HOLD-TS
               PERFORM MATCH-FEED-READING
               MOVE WS-FEED-HEAT-INST TO WS-HOLD-INST
               MOVE WS-FEED-HEAT-TS TO WS-HOLD-TS
               PERFORM MATCH-FEED-READING
               MOVE WS-FEED-QUAL-INST TO WS-HOLD-INST
               MOVE WS-FEED-QUAL-TS TO WS-HOLD-TS
               PERFORM MATCH-FEED-READING
           END-IF.

       READ-FEEDX-HOLD-RECORD.
           READ FEEDX-FILE
           IF WS-FEEDX-FILE-STATUS = "00"
               MOVE SPACES TO WS-HOLD-UNIT WS-HOLD-INST WS-HOLD-TS
               UNSTRING FEEDX-RECORD DELIMITED BY ","
                   INTO WS-HOLD-UNIT WS-FEEDX-SCAN-STEP
                        WS-FEEDX-SCAN-READING WS-HOLD-INST
                        WS-HOLD-TS
               END-UNSTRING
               PERFORM FIND-SWEPT-UNIT
               PERFORM MATCH-FEED-READING
           END-IF.

      *> Detail rows come back in key order, so each unit's rows are
      *> together; every step-result row is a reading to match.
       READ-DETAIL-HOLD-RECORD.
           READ DETAIL-FILE NEXT
           IF WS-DETAIL-STATUS = "00"
               IF WS-SWEPT-COUNT = 0
                  OR DTL-UNIT-ID NOT = SWEPT-UNIT(WS-SWEPT-COUNT)
                   IF WS-SWEPT-COUNT >= 5000
                       DISPLAY "CRITICAL ERROR: SWEPT-UNIT TABLE FULL (MAX 5000)."
                       CLOSE DETAIL-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SWEPT-COUNT
                   MOVE DTL-UNIT-ID TO SWEPT-UNIT(WS-SWEPT-COUNT)
                   MOVE SPACES TO SWEPT-LAST-TS(WS-SWEPT-COUNT)
               END-IF
               IF DTL-TYPE = "S"
                   IF DTL-TIMESTAMP > SWEPT-LAST-TS(WS-SWEPT-COUNT)
                       MOVE DTL-TIMESTAMP TO SWEPT-LAST-TS(WS-SWEPT-COUNT)
                   END-IF
                   MOVE DTL-UNIT-ID TO WS-HOLD-UNIT
                   MOVE DTL-INSTRUMENT TO WS-HOLD-INST
                   MOVE DTL-TIMESTAMP TO WS-HOLD-TS
                   PERFORM MATCH-READING-HOLDS
               END-IF
           END-IF.

      *> WS-SWEPT-TS is the unit's latest swept step row, spaces for
      *> a unit not yet swept.
       FIND-SWEPT-UNIT.
           MOVE SPACES TO WS-SWEPT-TS
           PERFORM VARYING SWEPT-IDX FROM 1 BY 1
               UNTIL SWEPT-IDX > WS-SWEPT-COUNT
               IF FUNCTION TRIM(SWEPT-UNIT(SWEPT-IDX)) =
                  FUNCTION TRIM(WS-HOLD-UNIT)
                   MOVE SWEPT-LAST-TS(SWEPT-IDX) TO WS-SWEPT-TS
               END-IF
           END-PERFORM.

      *> A feed reading already covered by the unit's swept detail is
      *> left to the detail row.
       MATCH-FEED-READING.
           IF WS-SWEPT-TS = SPACES OR WS-HOLD-TS > WS-SWEPT-TS
               PERFORM MATCH-READING-HOLDS
           END-IF.

      *> A blank from or to date leaves that end of the window open.
       MATCH-READING-HOLDS.
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > WS-HOLD-COUNT
               IF FUNCTION TRIM(HOLD-SCOPE(HOLD-IDX)) = "INSTRUMENT"
                  AND WS-HOLD-INST NOT = SPACES
                  AND FUNCTION TRIM(HOLD-KEY(HOLD-IDX)) =
                      FUNCTION TRIM(WS-HOLD-INST)
                  AND (HOLD-FROM-DATE(HOLD-IDX) = SPACES
                       OR WS-HOLD-TS(1:10) >= HOLD-FROM-DATE(HOLD-IDX))
                  AND (HOLD-TO-DATE(HOLD-IDX) = SPACES
                       OR WS-HOLD-TS(1:10) <= HOLD-TO-DATE(HOLD-IDX))
                   PERFORM ADD-HELD-UNIT
               END-IF
           END-PERFORM.

      *> The first hold to catch a unit is the one it is listed under.
       ADD-HELD-UNIT.
           MOVE "N" TO WS-HELD-DUP
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > WS-HELD-COUNT OR WS-HELD-DUP = "Y"
               IF HELD-UNIT(HELD-IDX) = WS-HOLD-UNIT
                   MOVE "Y" TO WS-HELD-DUP
               END-IF
           END-PERFORM
           IF WS-HELD-DUP = "N"
               IF WS-HELD-COUNT >= 5000
                   DISPLAY "CRITICAL ERROR: HELD-SERIAL TABLE FULL (MAX 5000)."
                   STOP RUN
               END-IF
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-HELD-COUNT TO HELD-IDX
               MOVE WS-HOLD-UNIT TO HELD-UNIT(HELD-IDX)
               MOVE HOLD-NUMBER(HOLD-IDX) TO HELD-NUMBER(HELD-IDX)
               MOVE HOLD-SCOPE(HOLD-IDX) TO HELD-SCOPE(HELD-IDX)
               MOVE HOLD-KEY(HOLD-IDX) TO HELD-KEY(HELD-IDX)
           END-IF.

      *> Resolves whether WS-HOLD-UNIT on order WS-HOLD-ORDER is under
      *> any active hold: a serial or order hold directly, else a lot
      *> or instrument hold resolved above.
       FIND-UNIT-HOLD.
           MOVE "N" TO WS-UNIT-HELD
           MOVE SPACES TO WS-UNIT-HOLD-NUMBER WS-UNIT-HOLD-SCOPE
                          WS-UNIT-HOLD-KEY
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > WS-HOLD-COUNT OR WS-UNIT-HELD = "Y"
               IF (FUNCTION TRIM(HOLD-SCOPE(HOLD-IDX)) = "SERIAL"
                   AND FUNCTION TRIM(HOLD-KEY(HOLD-IDX)) =
                       FUNCTION TRIM(WS-HOLD-UNIT))
                  OR (FUNCTION TRIM(HOLD-SCOPE(HOLD-IDX)) = "ORDER"
                   AND FUNCTION TRIM(HOLD-KEY(HOLD-IDX)) =
                       FUNCTION TRIM(WS-HOLD-ORDER))
                   MOVE "Y" TO WS-UNIT-HELD
                   MOVE HOLD-NUMBER(HOLD-IDX) TO WS-UNIT-HOLD-NUMBER
                   MOVE HOLD-SCOPE(HOLD-IDX) TO WS-UNIT-HOLD-SCOPE
                   MOVE HOLD-KEY(HOLD-IDX) TO WS-UNIT-HOLD-KEY
               END-IF
           END-PERFORM
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > WS-HELD-COUNT OR WS-UNIT-HELD = "Y"
               IF FUNCTION TRIM(HELD-UNIT(HELD-IDX)) =
                  FUNCTION TRIM(WS-HOLD-UNIT)
                   MOVE "Y" TO WS-UNIT-HELD
                   MOVE HELD-NUMBER(HELD-IDX) TO WS-UNIT-HOLD-NUMBER
                   MOVE HELD-SCOPE(HELD-IDX) TO WS-UNIT-HOLD-SCOPE
                   MOVE HELD-KEY(HELD-IDX) TO WS-UNIT-HOLD-KEY
               END-IF
           END-PERFORM.

       WRITE-ORDER-MANIFEST.
           MOVE ALL "=" TO MANIFEST-RECORD
           PERFORM WRITE-MANIFEST-LINE
               DELIMITED BY SIZE INTO MANIFEST-RECORD
           PERFORM WRITE-MANIFEST-LINE

           MOVE 0 TO WS-ORDER-SHIPPED WS-ORDER-HELD
           PERFORM LIST-ORDER-SERIAL VARYING SHIP-IDX FROM 1 BY 1
               UNTIL SHIP-IDX > WS-SHIP-COUNT
           IF WS-ORDER-HELD > 0
               MOVE WS-ORDER-HELD TO WS-EDIT-5
               MOVE SPACES TO MANIFEST-RECORD
               STRING "HELD " FUNCTION TRIM(WS-EDIT-5)
                      " - ON QUALITY HOLD, NOT CLEARED TO SHIP:"
                   DELIMITED BY SIZE INTO MANIFEST-RECORD
               PERFORM WRITE-MANIFEST-LINE
               PERFORM LIST-HELD-SERIAL VARYING SHIP-IDX FROM 1 BY 1
                   UNTIL SHIP-IDX > WS-SHIP-COUNT
           END-IF

           COMPUTE WS-ORDER-OUTSTANDING =
               WORK-QTY-DUE(WORK-IDX) - WS-ORDER-SHIPPED
       LIST-ORDER-SERIAL.
           IF FUNCTION TRIM(SHIP-ORDER(SHIP-IDX)) =
              FUNCTION TRIM(WORK-ORDER-ID(WORK-IDX))
               MOVE SHIP-UNIT(SHIP-IDX) TO WS-HOLD-UNIT
               MOVE SHIP-ORDER(SHIP-IDX) TO WS-HOLD-ORDER
               PERFORM FIND-UNIT-HOLD
               IF WS-UNIT-HELD = "Y"
                   ADD 1 TO WS-ORDER-HELD
               ELSE
                   ADD 1 TO WS-ORDER-SHIPPED
                   MOVE SPACES TO MANIFEST-RECORD
                   STRING "  " SHIP-UNIT(SHIP-IDX)
                       DELIMITED BY SIZE INTO MANIFEST-RECORD
                   PERFORM WRITE-MANIFEST-LINE
               END-IF
           END-IF.

       LIST-HELD-SERIAL.
           IF FUNCTION TRIM(SHIP-ORDER(SHIP-IDX)) =
              FUNCTION TRIM(WORK-ORDER-ID(WORK-IDX))
               MOVE SHIP-UNIT(SHIP-IDX) TO WS-HOLD-UNIT
               MOVE SHIP-ORDER(SHIP-IDX) TO WS-HOLD-ORDER
               PERFORM FIND-UNIT-HOLD
               IF WS-UNIT-HELD = "Y"
                   MOVE SPACES TO MANIFEST-RECORD
                   STRING "  " SHIP-UNIT(SHIP-IDX)
                          "  ** HELD - HOLD "
                          FUNCTION TRIM(WS-UNIT-HOLD-NUMBER) " "
                          FUNCTION TRIM(WS-UNIT-HOLD-SCOPE) " "
                          FUNCTION TRIM(WS-UNIT-HOLD-KEY) " **"
                       DELIMITED BY SIZE INTO MANIFEST-RECORD
                   PERFORM WRITE-MANIFEST-LINE
               END-IF
           END-IF.

       WRITE-MANIFEST-LINE.
