      *> AEROSCOR is the monthly supplier quality scorecard. The
      *> supplier master aerosupp.dat maps each lot-tracked component
      *> and lot-number prefix to the supplier who ships it
      *> (component,lot prefix,supplier id,supplier name; the
      *> longest matching prefix wins). For an operator-entered
      *> YYYY/MM month, the units completed in the month come from
      *> the aeromast.dat unit master with their verdicts; the lots
      *> each unit was built with come from the "LOT <component>"
      *> rows in the archive partitions that reach into the month
      *> (the last sequence's lots win for a retested unit); NCRs and
      *> their dispositions come from aeroncr.dat for those units.
      *> For each supplier and component the scorecard shows lots
      *> used in the month, units built, units failed, NCRs, and
      *> NCRs dispositioned SCRAP; a lot whose prefix is not on the
      *> master is reported under supplier UNLISTED so gaps in the
      *> master show up. A supplier whose unit failure rate is above
      *> WS-SCAR-RATE percent, on at least WS-SCAR-MIN-UNITS units,
      *> is issued a numbered supplier corrective-action request:
      *> the number is one past the highest in the aeroscar.dat
      *> register, drawn and appended under aeroscar.lck the same
      *> way NCR numbers are, and the request itself - the evidence
      *> purchasing takes to the vendor - is written to
      *> aeroscar_NNNNN.txt. A supplier already issued a request for
      *> the month is not issued a second one on a rerun. Scorecard
      *> goes to aerosupp_score.txt and the terminal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEROSCOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUPPLIER-FILE ASSIGN TO "aerosupp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO "aeromast.dat"
               ORGANIZATION IS INDEXED
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
           SELECT OPTIONAL SCAR-REG-FILE ASSIGN TO "aeroscar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAR-REG-STATUS.
           SELECT SCAR-FILE ASSIGN TO DYNAMIC WS-SCAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAR-STATUS.
           SELECT SCORE-FILE ASSIGN TO "aerosupp_score.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD             PIC X(80).

       FD  MASTER-FILE.
       01  MAST-RECORD.
           05 MAST-UNIT-ID             PIC X(20).
           05 MAST-OPERATOR            PIC X(20).
           05 MAST-COMP-TIMESTAMP      PIC X(19).
           05 MAST-PRESS-STATUS        PIC X(10).
           05 MAST-PRESS-VALUE         PIC X(20).
           05 MAST-HEAT-STATUS         PIC X(10).
           05 MAST-HEAT-VALUE          PIC X(20).
           05 MAST-QUAL-STATUS         PIC X(10).
           05 MAST-QUAL-VALUE          PIC X(20).
           05 MAST-VERDICT             PIC X(10).
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

      *> One row per request issued: number, supplier, month, units
      *> built, units failed, failure rate, issued date, status.
       FD  SCAR-REG-FILE.
       01  SCAR-REG-RECORD             PIC X(80).

       FD  SCAR-FILE.
       01  SCAR-RECORD                 PIC X(100).

       FD  SCORE-FILE.
       01  SCORE-RECORD                PIC X(132).

       FD  LOCK-FILE.
       01  LOCK-RECORD                 PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-SUPPLIER-STATUS          PIC XX.
       01 WS-MASTER-STATUS            PIC XX.
       01 WS-ARCHIVE-STATUS           PIC XX.
       01 WS-PARTCTL-STATUS           PIC XX.
       01 WS-NCR-FILE-STATUS          PIC XX.
       01 WS-SCAR-REG-STATUS          PIC XX.
       01 WS-SCAR-STATUS              PIC XX.
       01 WS-SCORE-STATUS             PIC XX.
       01 WS-LOCK-STATUS              PIC XX.
       01 WS-ARCH-REC-LEN             PIC 9(3).
       01 WS-MASTER-EOF-SWITCH        PIC X VALUE "N".
           88 WS-END-OF-MASTER             VALUE "Y".
       01 WS-ARCH-EOF-SWITCH          PIC X VALUE "N".
           88 WS-END-OF-ARCHIVE            VALUE "Y".
       01 WS-NCR-EOF-SWITCH           PIC X VALUE "N".
           88 WS-END-OF-NCR                VALUE "Y".

      *> Shop-lock state, same protocol every shared-file writer
      *> follows. Past WS-LOCK-LIMIT one-second waits the lock is
      *> presumed stale and taken over.
       01 WS-LOCK-NAME                PIC X(40).
       01 WS-LOCK-HELD                PIC X VALUE "N".
       01 WS-LOCK-TRIES               PIC 9(3) VALUE 0.
       01 WS-LOCK-MARKER              PIC X(40).
       01 WS-LOCK-TIME                PIC 9(8).
       77 WS-LOCK-LIMIT               PIC 9(2) VALUE 30.
       01 WS-SLEEP-SEC                PIC 9(9) BINARY VALUE 1.

      *> Corrective-action trigger: failure rate above this percent,
      *> on at least this many units built in the month.
       77 WS-SCAR-RATE                PIC 999V99 VALUE 10.00.
       77 WS-SCAR-MIN-UNITS           PIC 9(3) VALUE 5.

      *> Operator-entered month, YYYY/MM - the first seven characters
      *> of every timestamp and date on file, so they compare flat.
       01 WS-WANTED-MONTH             PIC X(7).
       01 WS-DATE                     PIC 9(8).
       01 WS-TODAY                    PIC X(10).

      *> Supplier master: component + lot prefix -> supplier.
       01 WS-SM-COUNT                 PIC 9(3) VALUE 0.
       01 WS-SM-TABLE.
           05 WS-SM-ENTRY OCCURS 200 TIMES INDEXED BY SM-IDX.
               10 SM-COMPONENT         PIC X(20).
               10 SM-PREFIX            PIC X(20).
               10 SM-PREFIX-LEN        PIC 9(2).
               10 SM-SUPPLIER          PIC X(10).
               10 SM-NAME              PIC X(30).
       01 WS-SM-FOUND-IDX             PIC 9(3) VALUE 0.
       01 WS-SM-BEST-LEN              PIC 9(2) VALUE 0.

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

      *> One row per unit completed in the month, with the lots it
      *> was built with and the NCRs raised against it.
       01 WS-UNIT-COUNT               PIC 9(4) VALUE 0.
       01 WS-UNIT-TABLE.
           05 WS-UNIT-ENTRY OCCURS 2000 TIMES INDEXED BY UNIT-IDX.
               10 MU-UNIT              PIC X(20).
               10 MU-VERDICT           PIC X(10).
               10 MU-NCRS              PIC 9(3).
               10 MU-SCRAPS            PIC 9(3).
               10 MU-NCR-NUMBER        PIC X(5).
               10 MU-NCR-STEP          PIC X(30).
               10 MU-NCR-DISP          PIC X(10).
               10 MU-LOT-COUNT         PIC 9(2).
               10 MU-LOT OCCURS 10 TIMES.
                   15 MU-COMPONENT     PIC X(20).
                   15 MU-LOT-NUMBER    PIC X(20).
                   15 MU-SUPPLIER      PIC X(10).
       01 WS-UNIT-FOUND-IDX           PIC 9(4) VALUE 0.
       01 WS-LOT-NO                   PIC 9(2).
       01 WS-LOT-FOUND-NO             PIC 9(2).
       01 WS-OTHER-LOT-NO             PIC 9(2).
       01 WS-SUPPLIER-SEEN            PIC X VALUE "N".

      *> Scorecard rows, one per (supplier, component).
       01 WS-SC-COUNT                 PIC 9(3) VALUE 0.
       01 WS-SC-TABLE.
           05 WS-SC-ENTRY OCCURS 300 TIMES INDEXED BY SC-IDX.
               10 SC-SUPPLIER          PIC X(10).
               10 SC-COMPONENT         PIC X(20).
               10 SC-LOTS              PIC 9(5).
               10 SC-UNITS             PIC 9(5).
               10 SC-FAILED            PIC 9(5).
               10 SC-NCRS              PIC 9(5).
               10 SC-SCRAPS            PIC 9(5).
       01 WS-SC-FOUND-IDX             PIC 9(3) VALUE 0.

      *> Distinct (supplier, component, lot) seen, for lot counts.
       01 WS-SEEN-COUNT               PIC 9(4) VALUE 0.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 3000 TIMES INDEXED BY SEEN-IDX.
               10 SN-SUPPLIER          PIC X(10).
               10 SN-COMPONENT         PIC X(20).
               10 SN-LOT               PIC X(20).
       01 WS-SEEN-FOUND               PIC X VALUE "N".

      *> Supplier totals - a unit counts once per supplier however
      *> many of its components that supplier shipped.
       01 WS-SU-COUNT                 PIC 9(3) VALUE 0.
       01 WS-SU-TABLE.
           05 WS-SU-ENTRY OCCURS 100 TIMES INDEXED BY SU-IDX.
               10 SU-SUPPLIER          PIC X(10).
               10 SU-NAME              PIC X(30).
               10 SU-UNITS             PIC 9(5).
               10 SU-FAILED            PIC 9(5).
               10 SU-NCRS              PIC 9(5).
               10 SU-SCRAPS            PIC 9(5).
               10 SU-RATE              PIC 999V99.
               10 SU-SCAR              PIC X(5).
               10 SU-SCAR-NOTE         PIC X(3).
       01 WS-SU-FOUND-IDX             PIC 9(3) VALUE 0.
       01 WS-LOOKUP-SUPPLIER          PIC X(10).
       01 WS-LOOKUP-NAME              PIC X(30).

      *> Parsed fields from one raw archive line
       01 WS-RAW-TIMESTAMP            PIC X(19).
       01 WS-RAW-OPERATOR             PIC X(20).
       01 WS-RAW-UNIT                 PIC X(20).
       01 WS-RAW-FIELD                PIC X(30).
       01 WS-RAW-STATUS               PIC X(10).
       01 WS-RAW-VALUE                PIC X(20).
       01 WS-FIELD-TRIMMED            PIC X(30).

      *> One parsed NCR row.
       01 WS-NCR-SCAN-NUMBER          PIC X(5).
       01 WS-NCR-SCAN-UNIT            PIC X(20).
       01 WS-NCR-SCAN-PRODUCT         PIC X(10).
       01 WS-NCR-SCAN-STEP            PIC X(30).
       01 WS-NCR-SCAN-VALUE           PIC X(20).
       01 WS-NCR-SCAN-OPERATOR        PIC X(20).
       01 WS-NCR-SCAN-DATE            PIC X(10).
       01 WS-NCR-SCAN-STATUS          PIC X(10).
       01 WS-NCR-SCAN-DISP            PIC X(10).

      *> Request register scan and the request being issued.
       01 WS-REG-SCAN-NUMBER          PIC X(5).
       01 WS-REG-SCAN-SUPPLIER        PIC X(10).
       01 WS-REG-SCAN-MONTH           PIC X(7).
       01 WS-SCAR-MAX-NUMBER          PIC 9(5) VALUE 0.
       01 WS-SCAR-NUMBER              PIC 9(5) VALUE 0.
       01 WS-SCAR-FILE-NAME           PIC X(40).
       01 WS-SCAR-PTR                 PIC 9(3).
       01 WS-SCAR-ISSUED              PIC 9(3) VALUE 0.

       01 WS-RATE-EDIT                PIC ZZ9.99.
       01 WS-RATE-EDIT-B              PIC ZZ9.99.
       01 WS-EDIT-5                   PIC ZZZZ9.
       01 WS-EDIT-5B                  PIC ZZZZ9.
       01 WS-EDIT-5C                  PIC ZZZZ9.
       01 WS-EDIT-5D                  PIC ZZZZ9.
       01 WS-EDIT-5E                  PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "AEROSTEP MONTHLY SUPPLIER QUALITY SCORECARD"
           DISPLAY "MONTH (YYYY/MM): " WITH NO ADVANCING
           ACCEPT WS-WANTED-MONTH
           IF WS-WANTED-MONTH = SPACES
               DISPLAY "NO MONTH ENTERED - NOTHING TO REPORT."
               STOP RUN
           END-IF
      *> The month is matched as text against YYYY/MM/DD timestamps
      *> and stamped on the corrective actions, so a mistyped one is
      *> refused rather than scoring an empty period.
           IF WS-WANTED-MONTH(1:4) NOT NUMERIC
              OR WS-WANTED-MONTH(5:1) NOT = "/"
              OR WS-WANTED-MONTH(6:2) NOT NUMERIC
              OR WS-WANTED-MONTH(6:2) < "01"
              OR WS-WANTED-MONTH(6:2) > "12"
               DISPLAY "MONTH MUST BE YYYY/MM WITH A MONTH 01-12 - NOTHING TO REPORT."
               STOP RUN
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           STRING WS-DATE(1:4) "/" WS-DATE(5:2) "/" WS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TODAY

           PERFORM LOAD-SUPPLIER-MASTER
           PERFORM COLLECT-MONTH-UNITS
           IF WS-UNIT-COUNT = 0
               DISPLAY "AEROSCOR: NO UNITS COMPLETED IN " WS-WANTED-MONTH "."
               STOP RUN
           END-IF
           PERFORM LOAD-ARCHIVE-PARTITIONS
           PERFORM READ-ONE-PARTITION VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > WS-PART-COUNT
           PERFORM SCAN-UNIT-NCRS
           PERFORM SCORE-ONE-UNIT VARYING UNIT-IDX FROM 1 BY 1
               UNTIL UNIT-IDX > WS-UNIT-COUNT
           PERFORM RATE-ONE-SUPPLIER VARYING SU-IDX FROM 1 BY 1
               UNTIL SU-IDX > WS-SU-COUNT
           PERFORM ISSUE-CORRECTIVE-ACTIONS

           OPEN OUTPUT SCORE-FILE
           IF WS-SCORE-STATUS NOT = "00"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN SCORECARD FILE. STATUS: " WS-SCORE-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-SCORECARD
           CLOSE SCORE-FILE
           STOP RUN.

       LOAD-SUPPLIER-MASTER.
           MOVE 0 TO WS-SM-COUNT
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPPLIER-STATUS = "00" OR WS-SUPPLIER-STATUS = "05"
               PERFORM READ-SUPPLIER-RECORD UNTIL WS-SUPPLIER-STATUS = "10"
               CLOSE SUPPLIER-FILE
           END-IF
           IF WS-SM-COUNT = 0
               DISPLAY "WARNING: SUPPLIER MASTER aerosupp.dat IS EMPTY - ALL LOTS UNLISTED."
           END-IF.

       READ-SUPPLIER-RECORD.
           READ SUPPLIER-FILE
           IF WS-SUPPLIER-STATUS = "00" AND SUPPLIER-RECORD NOT = SPACES
               IF WS-SM-COUNT >= 200
                   DISPLAY "CRITICAL ERROR: SUPPLIER MASTER TABLE FULL (MAX 200)."
                   CLOSE SUPPLIER-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SM-COUNT
               MOVE WS-SM-COUNT TO SM-IDX
               MOVE SPACES TO WS-SM-ENTRY(SM-IDX)
               UNSTRING SUPPLIER-RECORD DELIMITED BY ","
                   INTO SM-COMPONENT(SM-IDX) SM-PREFIX(SM-IDX)
                        SM-SUPPLIER(SM-IDX) SM-NAME(SM-IDX)
               END-UNSTRING
               MOVE FUNCTION TRIM(SM-PREFIX(SM-IDX)) TO SM-PREFIX(SM-IDX)
               MOVE 0 TO SM-PREFIX-LEN(SM-IDX)
               INSPECT SM-PREFIX(SM-IDX) TALLYING SM-PREFIX-LEN(SM-IDX)
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.

      *> Units whose completion timestamp falls in the wanted month.
       COLLECT-MONTH-UNITS.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "05"
               PERFORM READ-MASTER-RECORD UNTIL WS-END-OF-MASTER
               CLOSE MASTER-FILE
           END-IF.

       READ-MASTER-RECORD.
           READ MASTER-FILE NEXT
               AT END
                   SET WS-END-OF-MASTER TO TRUE
               NOT AT END
                   IF MAST-COMP-TIMESTAMP(1:7) = WS-WANTED-MONTH
                       PERFORM ADD-MONTH-UNIT
                   END-IF
           END-READ.

       ADD-MONTH-UNIT.
           IF WS-UNIT-COUNT >= 2000
               DISPLAY "CRITICAL ERROR: UNIT TABLE FULL (MAX 2000)."
               CLOSE MASTER-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-UNIT-COUNT
           MOVE WS-UNIT-COUNT TO UNIT-IDX
           MOVE SPACES TO WS-UNIT-ENTRY(UNIT-IDX)
           MOVE FUNCTION TRIM(MAST-UNIT-ID) TO MU-UNIT(UNIT-IDX)
           MOVE FUNCTION TRIM(MAST-VERDICT) TO MU-VERDICT(UNIT-IDX)
           MOVE 0 TO MU-NCRS(UNIT-IDX) MU-SCRAPS(UNIT-IDX)
                     MU-LOT-COUNT(UNIT-IDX).

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
               AT END
                   SET WS-END-OF-ARCHIVE TO TRUE
               NOT AT END
                   PERFORM PARSE-ARCHIVE-RECORD
           END-READ.

      *> A LOT row (field "LOT <component>", value = supplier lot)
      *> for a unit of the month records the lot against the unit;
      *> a later sequence's row for the same component replaces it.
       PARSE-ARCHIVE-RECORD.
           MOVE SPACES TO WS-RAW-TIMESTAMP WS-RAW-OPERATOR WS-RAW-UNIT
                          WS-RAW-FIELD WS-RAW-STATUS WS-RAW-VALUE
           UNSTRING ARCHIVE-RECORD DELIMITED BY ","
               INTO WS-RAW-TIMESTAMP WS-RAW-OPERATOR WS-RAW-UNIT
                    WS-RAW-FIELD WS-RAW-STATUS WS-RAW-VALUE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-RAW-FIELD) TO WS-FIELD-TRIMMED
           IF WS-FIELD-TRIMMED(1:4) NOT = "LOT "
              OR FUNCTION TRIM(WS-RAW-VALUE) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-MONTH-UNIT
           IF WS-UNIT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UNIT-FOUND-IDX TO UNIT-IDX
           MOVE 0 TO WS-LOT-FOUND-NO
           PERFORM VARYING WS-LOT-NO FROM 1 BY 1
               UNTIL WS-LOT-NO > MU-LOT-COUNT(UNIT-IDX)
               IF MU-COMPONENT(UNIT-IDX, WS-LOT-NO) = WS-FIELD-TRIMMED(5:20)
                   MOVE WS-LOT-NO TO WS-LOT-FOUND-NO
               END-IF
           END-PERFORM
           IF WS-LOT-FOUND-NO = 0
               IF MU-LOT-COUNT(UNIT-IDX) >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO MU-LOT-COUNT(UNIT-IDX)
               MOVE MU-LOT-COUNT(UNIT-IDX) TO WS-LOT-FOUND-NO
               MOVE WS-FIELD-TRIMMED(5:20)
                   TO MU-COMPONENT(UNIT-IDX, WS-LOT-FOUND-NO)
           END-IF
           MOVE FUNCTION TRIM(WS-RAW-VALUE)
               TO MU-LOT-NUMBER(UNIT-IDX, WS-LOT-FOUND-NO).

       FIND-MONTH-UNIT.
           MOVE 0 TO WS-UNIT-FOUND-IDX
           PERFORM VARYING UNIT-IDX FROM 1 BY 1
               UNTIL UNIT-IDX > WS-UNIT-COUNT OR WS-UNIT-FOUND-IDX > 0
               IF MU-UNIT(UNIT-IDX) = FUNCTION TRIM(WS-RAW-UNIT)
                   MOVE UNIT-IDX TO WS-UNIT-FOUND-IDX
               END-IF
           END-PERFORM.

      *> Every NCR raised against a unit of the month, whatever its
      *> open date, with the SCRAP dispositions among them. The last
      *> one on file is kept for the corrective-action evidence.
       SCAN-UNIT-NCRS.
           OPEN INPUT NCR-FILE
           IF WS-NCR-FILE-STATUS = "00" OR WS-NCR-FILE-STATUS = "05"
               PERFORM READ-NCR-RECORD UNTIL WS-END-OF-NCR
               CLOSE NCR-FILE
           END-IF.

       READ-NCR-RECORD.
           READ NCR-FILE
               AT END
                   SET WS-END-OF-NCR TO TRUE
               NOT AT END
                   PERFORM CHECK-NCR-UNIT
           END-READ.

       CHECK-NCR-UNIT.
           MOVE SPACES TO WS-NCR-SCAN-NUMBER WS-NCR-SCAN-UNIT
                          WS-NCR-SCAN-STEP WS-NCR-SCAN-DATE
                          WS-NCR-SCAN-STATUS WS-NCR-SCAN-DISP
           UNSTRING NCR-RECORD DELIMITED BY ","
               INTO WS-NCR-SCAN-NUMBER WS-NCR-SCAN-UNIT
                    WS-NCR-SCAN-PRODUCT WS-NCR-SCAN-STEP
                    WS-NCR-SCAN-VALUE WS-NCR-SCAN-OPERATOR
                    WS-NCR-SCAN-DATE WS-NCR-SCAN-STATUS
                    WS-NCR-SCAN-DISP
           END-UNSTRING
           MOVE WS-NCR-SCAN-UNIT TO WS-RAW-UNIT
           PERFORM FIND-MONTH-UNIT
           IF WS-UNIT-FOUND-IDX > 0
               MOVE WS-UNIT-FOUND-IDX TO UNIT-IDX
               ADD 1 TO MU-NCRS(UNIT-IDX)
               IF FUNCTION TRIM(WS-NCR-SCAN-DISP) = "SCRAP"
                   ADD 1 TO MU-SCRAPS(UNIT-IDX)
               END-IF
               MOVE WS-NCR-SCAN-NUMBER TO MU-NCR-NUMBER(UNIT-IDX)
               MOVE WS-NCR-SCAN-STEP TO MU-NCR-STEP(UNIT-IDX)
               IF WS-NCR-SCAN-DISP = SPACES
                   MOVE "OPEN" TO MU-NCR-DISP(UNIT-IDX)
               ELSE
                   MOVE WS-NCR-SCAN-DISP TO MU-NCR-DISP(UNIT-IDX)
               END-IF
           END-IF.

      *> Each lot of the unit resolved to its supplier and counted on
      *> the (supplier, component) row and, once per supplier, on
      *> the supplier's totals.
       SCORE-ONE-UNIT.
           PERFORM SCORE-ONE-LOT VARYING WS-LOT-NO FROM 1 BY 1
               UNTIL WS-LOT-NO > MU-LOT-COUNT(UNIT-IDX).

       SCORE-ONE-LOT.
           PERFORM FIND-LOT-SUPPLIER
           MOVE WS-LOOKUP-SUPPLIER TO MU-SUPPLIER(UNIT-IDX, WS-LOT-NO)

           MOVE 0 TO WS-SC-FOUND-IDX
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > WS-SC-COUNT OR WS-SC-FOUND-IDX > 0
               IF SC-SUPPLIER(SC-IDX) = WS-LOOKUP-SUPPLIER
                  AND SC-COMPONENT(SC-IDX) = MU-COMPONENT(UNIT-IDX, WS-LOT-NO)
                   MOVE SC-IDX TO WS-SC-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-SC-FOUND-IDX = 0
               IF WS-SC-COUNT >= 300
                   DISPLAY "CRITICAL ERROR: SCORECARD TABLE FULL (MAX 300)."
                   STOP RUN
               END-IF
               ADD 1 TO WS-SC-COUNT
               MOVE WS-SC-COUNT TO WS-SC-FOUND-IDX
               MOVE WS-LOOKUP-SUPPLIER TO SC-SUPPLIER(WS-SC-FOUND-IDX)
               MOVE MU-COMPONENT(UNIT-IDX, WS-LOT-NO)
                   TO SC-COMPONENT(WS-SC-FOUND-IDX)
               MOVE 0 TO SC-LOTS(WS-SC-FOUND-IDX) SC-UNITS(WS-SC-FOUND-IDX)
                         SC-FAILED(WS-SC-FOUND-IDX) SC-NCRS(WS-SC-FOUND-IDX)
                         SC-SCRAPS(WS-SC-FOUND-IDX)
           END-IF
           MOVE WS-SC-FOUND-IDX TO SC-IDX
           ADD 1 TO SC-UNITS(SC-IDX)
           IF MU-VERDICT(UNIT-IDX) = "FAILED"
               ADD 1 TO SC-FAILED(SC-IDX)
           END-IF
           ADD MU-NCRS(UNIT-IDX) TO SC-NCRS(SC-IDX)
           ADD MU-SCRAPS(UNIT-IDX) TO SC-SCRAPS(SC-IDX)

           MOVE "N" TO WS-SEEN-FOUND
           PERFORM VARYING SEEN-IDX FROM 1 BY 1
               UNTIL SEEN-IDX > WS-SEEN-COUNT OR WS-SEEN-FOUND = "Y"
               IF SN-SUPPLIER(SEEN-IDX) = WS-LOOKUP-SUPPLIER
                  AND SN-COMPONENT(SEEN-IDX) = MU-COMPONENT(UNIT-IDX, WS-LOT-NO)
                  AND SN-LOT(SEEN-IDX) = MU-LOT-NUMBER(UNIT-IDX, WS-LOT-NO)
                   MOVE "Y" TO WS-SEEN-FOUND
               END-IF
           END-PERFORM
           IF WS-SEEN-FOUND = "N"
               IF WS-SEEN-COUNT >= 3000
                   DISPLAY "CRITICAL ERROR: LOT TABLE FULL (MAX 3000)."
                   STOP RUN
               END-IF
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-LOOKUP-SUPPLIER TO SN-SUPPLIER(WS-SEEN-COUNT)
               MOVE MU-COMPONENT(UNIT-IDX, WS-LOT-NO)
                   TO SN-COMPONENT(WS-SEEN-COUNT)
               MOVE MU-LOT-NUMBER(UNIT-IDX, WS-LOT-NO)
                   TO SN-LOT(WS-SEEN-COUNT)
               ADD 1 TO SC-LOTS(SC-IDX)
           END-IF

           MOVE "N" TO WS-SUPPLIER-SEEN
           PERFORM VARYING WS-OTHER-LOT-NO FROM 1 BY 1
               UNTIL WS-OTHER-LOT-NO >= WS-LOT-NO
               IF MU-SUPPLIER(UNIT-IDX, WS-OTHER-LOT-NO) = WS-LOOKUP-SUPPLIER
                   MOVE "Y" TO WS-SUPPLIER-SEEN
               END-IF
           END-PERFORM
           IF WS-SUPPLIER-SEEN = "N"
               PERFORM FIND-OR-ADD-SUPPLIER
               ADD 1 TO SU-UNITS(SU-IDX)
               IF MU-VERDICT(UNIT-IDX) = "FAILED"
                   ADD 1 TO SU-FAILED(SU-IDX)
               END-IF
               ADD MU-NCRS(UNIT-IDX) TO SU-NCRS(SU-IDX)
               ADD MU-SCRAPS(UNIT-IDX) TO SU-SCRAPS(SU-IDX)
           END-IF.

      *> Longest prefix on the master for the component wins; a lot
      *> nobody claims is UNLISTED.
       FIND-LOT-SUPPLIER.
           MOVE "UNLISTED" TO WS-LOOKUP-SUPPLIER
           MOVE "(NOT ON SUPPLIER MASTER)" TO WS-LOOKUP-NAME
           MOVE 0 TO WS-SM-BEST-LEN
           PERFORM VARYING SM-IDX FROM 1 BY 1
               UNTIL SM-IDX > WS-SM-COUNT
               IF FUNCTION TRIM(SM-COMPONENT(SM-IDX)) =
                  MU-COMPONENT(UNIT-IDX, WS-LOT-NO)
                  AND SM-PREFIX-LEN(SM-IDX) > WS-SM-BEST-LEN
                   IF MU-LOT-NUMBER(UNIT-IDX, WS-LOT-NO)(1:SM-PREFIX-LEN(SM-IDX))
                      = SM-PREFIX(SM-IDX)(1:SM-PREFIX-LEN(SM-IDX))
                       MOVE SM-PREFIX-LEN(SM-IDX) TO WS-SM-BEST-LEN
                       MOVE FUNCTION TRIM(SM-SUPPLIER(SM-IDX))
                           TO WS-LOOKUP-SUPPLIER
                       MOVE FUNCTION TRIM(SM-NAME(SM-IDX))
                           TO WS-LOOKUP-NAME
                   END-IF
               END-IF
           END-PERFORM.

       FIND-OR-ADD-SUPPLIER.
           MOVE 0 TO WS-SU-FOUND-IDX
           PERFORM VARYING SU-IDX FROM 1 BY 1
               UNTIL SU-IDX > WS-SU-COUNT OR WS-SU-FOUND-IDX > 0
               IF SU-SUPPLIER(SU-IDX) = WS-LOOKUP-SUPPLIER
                   MOVE SU-IDX TO WS-SU-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-SU-FOUND-IDX = 0
               IF WS-SU-COUNT >= 100
                   DISPLAY "CRITICAL ERROR: SUPPLIER TABLE FULL (MAX 100)."
                   STOP RUN
               END-IF
               ADD 1 TO WS-SU-COUNT
               MOVE WS-SU-COUNT TO WS-SU-FOUND-IDX
               MOVE WS-SU-FOUND-IDX TO SU-IDX
               MOVE WS-LOOKUP-SUPPLIER TO SU-SUPPLIER(SU-IDX)
               MOVE WS-LOOKUP-NAME TO SU-NAME(SU-IDX)
               MOVE 0 TO SU-UNITS(SU-IDX) SU-FAILED(SU-IDX)
                         SU-NCRS(SU-IDX) SU-SCRAPS(SU-IDX) SU-RATE(SU-IDX)
               MOVE SPACES TO SU-SCAR(SU-IDX) SU-SCAR-NOTE(SU-IDX)
           END-IF
           MOVE WS-SU-FOUND-IDX TO SU-IDX.

       RATE-ONE-SUPPLIER.
           IF SU-UNITS(SU-IDX) = 0
               MOVE 0 TO SU-RATE(SU-IDX)
           ELSE
               COMPUTE SU-RATE(SU-IDX) ROUNDED =
                   (SU-FAILED(SU-IDX) / SU-UNITS(SU-IDX)) * 100
           END-IF.

      *> Under the request lock the register is re-read for the
      *> highest number and for requests already issued this month,
      *> then one request is drawn and appended per supplier over
      *> the threshold.
       ISSUE-CORRECTIVE-ACTIONS.
           MOVE "aeroscar.lck" TO WS-LOCK-NAME
           PERFORM ACQUIRE-SHOP-LOCK
           MOVE 0 TO WS-SCAR-MAX-NUMBER
           OPEN INPUT SCAR-REG-FILE
           IF WS-SCAR-REG-STATUS = "00" OR WS-SCAR-REG-STATUS = "05"
               PERFORM READ-SCAR-REG-RECORD UNTIL WS-SCAR-REG-STATUS = "10"
               CLOSE SCAR-REG-FILE
           END-IF
           PERFORM ISSUE-ONE-SCAR VARYING SU-IDX FROM 1 BY 1
               UNTIL SU-IDX > WS-SU-COUNT
           PERFORM RELEASE-SHOP-LOCK.

       READ-SCAR-REG-RECORD.
           READ SCAR-REG-FILE
           IF WS-SCAR-REG-STATUS = "00" AND SCAR-REG-RECORD NOT = SPACES
               MOVE SPACES TO WS-REG-SCAN-NUMBER WS-REG-SCAN-SUPPLIER
                              WS-REG-SCAN-MONTH
               UNSTRING SCAR-REG-RECORD DELIMITED BY ","
                   INTO WS-REG-SCAN-NUMBER WS-REG-SCAN-SUPPLIER
                        WS-REG-SCAN-MONTH
               END-UNSTRING
               IF WS-REG-SCAN-NUMBER IS NUMERIC
                   IF WS-REG-SCAN-NUMBER > WS-SCAR-MAX-NUMBER
                       MOVE WS-REG-SCAN-NUMBER TO WS-SCAR-MAX-NUMBER
                   END-IF
                   IF WS-REG-SCAN-MONTH = WS-WANTED-MONTH
                       MOVE WS-REG-SCAN-SUPPLIER TO WS-LOOKUP-SUPPLIER
                       PERFORM VARYING SU-IDX FROM 1 BY 1
                           UNTIL SU-IDX > WS-SU-COUNT
                           IF SU-SUPPLIER(SU-IDX) = WS-LOOKUP-SUPPLIER
                               MOVE WS-REG-SCAN-NUMBER TO SU-SCAR(SU-IDX)
                               MOVE "OLD" TO SU-SCAR-NOTE(SU-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

       ISSUE-ONE-SCAR.
           IF SU-SUPPLIER(SU-IDX) = "UNLISTED"
              OR SU-UNITS(SU-IDX) < WS-SCAR-MIN-UNITS
              OR SU-RATE(SU-IDX) NOT > WS-SCAR-RATE
              OR SU-SCAR(SU-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SCAR-NUMBER = WS-SCAR-MAX-NUMBER + 1
           MOVE WS-SCAR-NUMBER TO WS-SCAR-MAX-NUMBER
           MOVE WS-SCAR-NUMBER TO SU-SCAR(SU-IDX)
           MOVE "NEW" TO SU-SCAR-NOTE(SU-IDX)
           OPEN EXTEND SCAR-REG-FILE
           IF WS-SCAR-REG-STATUS NOT = "00" AND WS-SCAR-REG-STATUS NOT = "05"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN SCAR REGISTER. STATUS: " WS-SCAR-REG-STATUS
               PERFORM RELEASE-SHOP-LOCK
               STOP RUN
           END-IF
           MOVE SU-RATE(SU-IDX) TO WS-RATE-EDIT
           MOVE SU-UNITS(SU-IDX) TO WS-EDIT-5
           MOVE SU-FAILED(SU-IDX) TO WS-EDIT-5B
           MOVE SPACES TO SCAR-REG-RECORD
           MOVE 1 TO WS-SCAR-PTR
           STRING WS-SCAR-NUMBER DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(SU-SUPPLIER(SU-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-WANTED-MONTH DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-5) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-5B) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RATE-EDIT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ",OPEN" DELIMITED BY SIZE
                  INTO SCAR-REG-RECORD
                  WITH POINTER WS-SCAR-PTR
           WRITE SCAR-REG-RECORD
           CLOSE SCAR-REG-FILE
           ADD 1 TO WS-SCAR-ISSUED
           PERFORM WRITE-SCAR-DOCUMENT.

      *> The request itself, aeroscar_<number>.txt: the supplier's
      *> month, its component rows, and every failed unit built
      *> with its lots, with the NCR raised and its disposition.
       WRITE-SCAR-DOCUMENT.
           MOVE SPACES TO WS-SCAR-FILE-NAME
           STRING "aeroscar_" WS-SCAR-NUMBER ".txt"
               DELIMITED BY SIZE INTO WS-SCAR-FILE-NAME
           OPEN OUTPUT SCAR-FILE
           IF WS-SCAR-STATUS NOT = "00"
               DISPLAY "CRITICAL ERROR: CANNOT OPEN SCAR FILE. STATUS: " WS-SCAR-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "AEROSTEP SUPPLIER CORRECTIVE ACTION REQUEST" TO SCAR-RECORD
           PERFORM WRITE-SCAR-LINE
           MOVE SPACES TO SCAR-RECORD
           MOVE ALL "=" TO SCAR-RECORD(1:75)
           PERFORM WRITE-SCAR-LINE
           MOVE SPACES TO SCAR-RECORD
           STRING "SCAR " WS-SCAR-NUMBER "   ISSUED " WS-TODAY
                  "   PERIOD " WS-WANTED-MONTH
               DELIMITED BY SIZE INTO SCAR-RECORD
           PERFORM WRITE-SCAR-LINE
           MOVE SPACES TO SCAR-RECORD
           STRING "SUPPLIER " FUNCTION TRIM(SU-SUPPLIER(SU-IDX))
                  " - " FUNCTION TRIM(SU-NAME(SU-IDX))
               DELIMITED BY SIZE INTO SCAR-RECORD
           PERFORM WRITE-SCAR-LINE
           MOVE SU-FAILED(SU-IDX) TO WS-EDIT-5
           MOVE SU-UNITS(SU-IDX) TO WS-EDIT-5B
           MOVE WS-SCAR-RATE TO WS-RATE-EDIT-B
           MOVE SPACES TO SCAR-RECORD
           STRING "UNIT FAILURE RATE " FUNCTION TRIM(WS-RATE-EDIT)
                  "% (" FUNCTION TRIM(WS-EDIT-5) " OF "
                  FUNCTION TRIM(WS-EDIT-5B) " UNITS) - THRESHOLD "
                  FUNCTION TRIM(WS-RATE-EDIT-B) "%"
               DELIMITED BY SIZE INTO SCAR-RECORD
           PERFORM WRITE-SCAR-LINE
           MOVE SPACES TO SCAR-RECORD
           PERFORM WRITE-SCAR-LINE
           MOVE "COMPONENT             LOTS UNITS FAILED  NCRS SCRAP" TO SCAR-RECORD
           PERFORM WRITE-SCAR-LINE
           MOVE "-------------------- ----- ----- ------ ----- -----" TO SCAR-RECORD
           PERFORM WRITE-SCAR-LINE
           PERFORM WRITE-SCAR-COMPONENT-LINE VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > WS-SC-COUNT
           MOVE SPACES TO SCAR-RECORD
           PERFORM WRITE-SCAR-LINE
           MOVE "FAILED UNITS BUILT WITH THIS SUPPLIER'S LOTS" TO SCAR-RECORD
           PERFORM WRITE-SCAR-LINE
           MOVE "UNIT/SERIAL          COMPONENT    LOT          NCR   DISP       FAILING STEP"
               TO SCAR-RECORD
           PERFORM WRITE-SCAR-LINE
           PERFORM WRITE-SCAR-UNIT-LINES VARYING UNIT-IDX FROM 1 BY 1
               UNTIL UNIT-IDX > WS-UNIT-COUNT
           MOVE SPACES TO SCAR-RECORD
           PERFORM WRITE-SCAR-LINE
           MOVE "SUPPLIER RESPONSE REQUIRED: CONTAINMENT, ROOT CAUSE AND CORRECTIVE ACTION."
               TO SCAR-RECORD
           PERFORM WRITE-SCAR-LINE
           CLOSE SCAR-FILE.

       WRITE-SCAR-COMPONENT-LINE.
           IF SC-SUPPLIER(SC-IDX) = SU-SUPPLIER(SU-IDX)
               MOVE SC-LOTS(SC-IDX) TO WS-EDIT-5
               MOVE SC-UNITS(SC-IDX) TO WS-EDIT-5B
               MOVE SC-FAILED(SC-IDX) TO WS-EDIT-5C
               MOVE SC-NCRS(SC-IDX) TO WS-EDIT-5D
               MOVE SC-SCRAPS(SC-IDX) TO WS-EDIT-5E
               MOVE SPACES TO SCAR-RECORD
               STRING SC-COMPONENT(SC-IDX) " " WS-EDIT-5 " " WS-EDIT-5B
                      "  " WS-EDIT-5C " " WS-EDIT-5D " " WS-EDIT-5E
                   DELIMITED BY SIZE INTO SCAR-RECORD
               PERFORM WRITE-SCAR-LINE
           END-IF.

       WRITE-SCAR-UNIT-LINES.
           IF MU-VERDICT(UNIT-IDX) = "FAILED"
               PERFORM WRITE-SCAR-UNIT-LOT VARYING WS-LOT-NO FROM 1 BY 1
                   UNTIL WS-LOT-NO > MU-LOT-COUNT(UNIT-IDX)
           END-IF.

       WRITE-SCAR-UNIT-LOT.
           IF MU-SUPPLIER(UNIT-IDX, WS-LOT-NO) = SU-SUPPLIER(SU-IDX)
               MOVE SPACES TO SCAR-RECORD
               STRING MU-UNIT(UNIT-IDX) " "
                      MU-COMPONENT(UNIT-IDX, WS-LOT-NO)(1:12) " "
                      MU-LOT-NUMBER(UNIT-IDX, WS-LOT-NO)(1:12) " "
                      MU-NCR-NUMBER(UNIT-IDX) " "
                      MU-NCR-DISP(UNIT-IDX) " "
                      FUNCTION TRIM(MU-NCR-STEP(UNIT-IDX))
                   DELIMITED BY SIZE INTO SCAR-RECORD
               PERFORM WRITE-SCAR-LINE
           END-IF.

       WRITE-SCAR-LINE.
           WRITE SCAR-RECORD.

       WRITE-SCORECARD.
           MOVE SPACES TO SCORE-RECORD
           STRING "AEROSTEP SUPPLIER QUALITY SCORECARD - " WS-WANTED-MONTH
               DELIMITED BY SIZE INTO SCORE-RECORD
           PERFORM WRITE-SCORE-LINE
           MOVE WS-UNIT-COUNT TO WS-EDIT-5
           MOVE SPACES TO SCORE-RECORD
           STRING "UNITS COMPLETED IN MONTH: " FUNCTION TRIM(WS-EDIT-5)
               DELIMITED BY SIZE INTO SCORE-RECORD
           PERFORM WRITE-SCORE-LINE
           MOVE SPACES TO SCORE-RECORD
           PERFORM WRITE-SCORE-LINE
           MOVE "BY SUPPLIER AND COMPONENT" TO SCORE-RECORD
           PERFORM WRITE-SCORE-LINE
           MOVE "SUPPLIER   COMPONENT             LOTS UNITS FAILED  NCRS SCRAP" TO SCORE-RECORD
           PERFORM WRITE-SCORE-LINE
           MOVE "---------- -------------------- ----- ----- ------ ----- -----" TO SCORE-RECORD
           PERFORM WRITE-SCORE-LINE
           PERFORM WRITE-SCORE-COMPONENT-LINE VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > WS-SC-COUNT
           MOVE SPACES TO SCORE-RECORD
           PERFORM WRITE-SCORE-LINE
           MOVE "BY SUPPLIER" TO SCORE-RECORD
           PERFORM WRITE-SCORE-LINE
           MOVE "SUPPLIER   NAME                           UNITS FAILED  FAIL%  NCRS SCRAP SCAR"
               TO SCORE-RECORD
           PERFORM WRITE-SCORE-LINE
           MOVE "---------- ------------------------------ ----- ------ ------ ----- ----- ---------"
               TO SCORE-RECORD
           PERFORM WRITE-SCORE-LINE
           PERFORM WRITE-SCORE-SUPPLIER-LINE VARYING SU-IDX FROM 1 BY 1
               UNTIL SU-IDX > WS-SU-COUNT
           MOVE SPACES TO SCORE-RECORD
           PERFORM WRITE-SCORE-LINE
           MOVE WS-SCAR-RATE TO WS-RATE-EDIT
           MOVE WS-SCAR-MIN-UNITS TO WS-EDIT-5
           MOVE WS-SCAR-ISSUED TO WS-EDIT-5B
           MOVE SPACES TO SCORE-RECORD
           STRING "CORRECTIVE ACTION THRESHOLD " FUNCTION TRIM(WS-RATE-EDIT)
                  "% ON " FUNCTION TRIM(WS-EDIT-5) "+ UNITS - "
                  FUNCTION TRIM(WS-EDIT-5B) " REQUEST(S) ISSUED THIS RUN."
               DELIMITED BY SIZE INTO SCORE-RECORD
           PERFORM WRITE-SCORE-LINE.

       WRITE-SCORE-COMPONENT-LINE.
           MOVE SC-LOTS(SC-IDX) TO WS-EDIT-5
           MOVE SC-UNITS(SC-IDX) TO WS-EDIT-5B
           MOVE SC-FAILED(SC-IDX) TO WS-EDIT-5C
           MOVE SC-NCRS(SC-IDX) TO WS-EDIT-5D
           MOVE SC-SCRAPS(SC-IDX) TO WS-EDIT-5E
           MOVE SPACES TO SCORE-RECORD
           STRING SC-SUPPLIER(SC-IDX) " " SC-COMPONENT(SC-IDX) " "
                  WS-EDIT-5 " " WS-EDIT-5B "  " WS-EDIT-5C " "
                  WS-EDIT-5D " " WS-EDIT-5E
               DELIMITED BY SIZE INTO SCORE-RECORD
           PERFORM WRITE-SCORE-LINE.

       WRITE-SCORE-SUPPLIER-LINE.
           MOVE SU-UNITS(SU-IDX) TO WS-EDIT-5
           MOVE SU-FAILED(SU-IDX) TO WS-EDIT-5B
           MOVE SU-RATE(SU-IDX) TO WS-RATE-EDIT
           MOVE SU-NCRS(SU-IDX) TO WS-EDIT-5C
           MOVE SU-SCRAPS(SU-IDX) TO WS-EDIT-5D
           MOVE SPACES TO SCORE-RECORD
           STRING SU-SUPPLIER(SU-IDX) " " SU-NAME(SU-IDX) " "
                  WS-EDIT-5 "  " WS-EDIT-5B " " WS-RATE-EDIT " "
                  WS-EDIT-5C " " WS-EDIT-5D " "
               DELIMITED BY SIZE INTO SCORE-RECORD
           IF SU-SCAR(SU-IDX) NOT = SPACES
               IF SU-SCAR-NOTE(SU-IDX) = "NEW"
                   STRING SU-SCAR(SU-IDX) " NEW"
                       DELIMITED BY SIZE INTO SCORE-RECORD(75:10)
               ELSE
                   STRING SU-SCAR(SU-IDX) " ON FILE"
                       DELIMITED BY SIZE INTO SCORE-RECORD(75:14)
               END-IF
           END-IF
           PERFORM WRITE-SCORE-LINE.

       WRITE-SCORE-LINE.
           WRITE SCORE-RECORD
           DISPLAY FUNCTION TRIM(SCORE-RECORD TRAILING).

       *> Polls for the advisory lock, one second per try. Past the
       *> limit the lock is presumed stale (a crashed holder) and
       *> taken over with a warning rather than freezing the run.
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
           STRING "AEROSCOR" "-" WS-LOCK-TIME
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

       END PROGRAM AEROSCOR.
