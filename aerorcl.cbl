      *> unit/measurement that instrument supplied in the range, the
      *> unit's verdict (from the aeromast.dat unit master, falling
      *> back to the live log's VERDICT rows for units not yet swept
      *> by AEROARCH), and whether the serial has actually shipped
      *> per the AEROSHIP shipment records in aeroshipped.dat (the
      *> aeroship.txt manifest only says what could ship). Report
      *> goes to aerorecall.txt and the terminal, replacing the
      *> multi-hour manual grep through aerostep_archive.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AERORCL.

               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-UNIT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL SHIP-FILE ASSIGN TO "aeroshipped.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-STATUS.
           SELECT RECALL-FILE ASSIGN TO "aerorecall.txt"
           05 MAST-ORDER-ID            PIC X(10).
           05 MAST-STATION             PIC X(8).

      *> AEROSHIP shipment rows: number, order, serial, ship date,
      *> carrier, tracking, shipped by, date recorded.
       FD  SHIP-FILE.
       01  SHIP-RECORD                 PIC X(160).

       FD  RECALL-FILE.
       01  RECALL-RECORD               PIC X(132).
           88 WS-END-OF-LOG                VALUE "Y".
       01 WS-SHIP-EOF-SWITCH          PIC X VALUE "N".
           88 WS-END-OF-SHIP               VALUE "Y".
       01 WS-SHIP-NUMBER              PIC X(5).
       01 WS-SHIP-ORDER               PIC X(10).
       01 WS-SHIP-UNIT                PIC X(20).

      *> Operator-entered instrument and date range, dates in the
      *> same YYYY/MM/DD form the feed timestamps carry.
               END-PERFORM
           END-IF.

      *> A serial with an AEROSHIP shipment row is flagged - the
      *> serial is the third column of aeroshipped.dat.
       MARK-SHIPPED-UNITS.
           OPEN INPUT SHIP-FILE
           IF WS-SHIP-STATUS = "00" OR WS-SHIP-STATUS = "05"
               AT END
                   SET WS-END-OF-SHIP TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-SHIP-NUMBER WS-SHIP-ORDER WS-SHIP-UNIT
                   UNSTRING SHIP-RECORD DELIMITED BY ","
                       INTO WS-SHIP-NUMBER WS-SHIP-ORDER WS-SHIP-UNIT
                   END-UNSTRING
                   PERFORM VARYING HIT-IDX FROM 1 BY 1
                       UNTIL HIT-IDX > WS-HIT-COUNT
                       IF WS-SHIP-UNIT NOT = SPACES
                          AND FUNCTION TRIM(WS-SHIP-UNIT) =
                              FUNCTION TRIM(HIT-UNIT(HIT-IDX))
                           MOVE "Y" TO HIT-SHIPPED(HIT-IDX)
                       END-IF
                   END-PERFORM
