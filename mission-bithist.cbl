       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSION-BITHIST.
       AUTHOR. BRUNO PACHECO.
      *******************************************
      *             MISSION-BITHIST             *
      *******************************************
      * MISSION-BITHIST is the receiver-line diagnostic: it walks
      * every retained audit generation through
      * mission-generations.dat and, for each registered port,
      * builds a histogram of where in the 64-bit frame the
      * corrected bit landed (WS-AUD-WRONG-BIT-POS of each
      * corrected frame).  Single-bit errors from a healthy link
      * fall evenly across the frame; a station with one stuck or
      * noisy line shows the same position corrected again and
      * again, which MISSION-TREND can only see as a rising
      * corrected rate.  The parity positions (1, 2, 3, 5, 9, 17
      * and 33) are listed apart from the data positions, and any
      * position whose share of the port's corrections is well
      * above the even share of 1 in 64 is flagged, naming the
      * line or connector the field engineer should swap.
      * Argument 1 is how many times the even share a position must
      * reach to be flagged, 4 when omitted; argument 2 is the
      * fewest corrections at a position worth flagging, 5 when
      * omitted, so a handful of corrections cannot flag a port.
      * A flagged port raises condition code 4.  The MISSION_ID
      * environment value names the mission examined: its own
      * catalog and audit generations, and only the stations the
      * master lists as serving it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * GENERATION-CATALOG-FILE is MISSION-000's registry of the
      * retained audit and report generations.  FILE STATUS because
      * a site that has never run has no catalog.
           SELECT GENERATION-CATALOG-FILE ASSIGN DYNAMIC
            WS-GEN-CATALOG-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GEN-CATALOG-FILE-STATUS.

      * AUDIT-INPUT-FILE is assigned dynamically because every
      * retained generation is scanned in turn.  FILE STATUS because
      * a catalogued generation may have been purged outside the
      * program.
           SELECT AUDIT-INPUT-FILE ASSIGN DYNAMIC
            WS-AUDIT-INPUT-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-INPUT-STATUS.

      * STATION-MASTER-FILE scopes the report to the registered
      * ports, the same way MISSION-TREND is scoped.
           SELECT STATION-MASTER-FILE ASSIGN
            TO "station-master.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATION-MASTER-FILE-STATUS.

      * BITHIST-REPORT-FILE is the written form of the report for
      * the field engineers.
           SELECT BITHIST-REPORT-FILE ASSIGN DYNAMIC
            WS-BITHIST-REPORT-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * GENERATION-CATALOG-FILE records carry the stamp,    *
      * run date and audit/report record counts of one        *
      * retained generation, comma separated.                  *
      *****************************************************
       FD  GENERATION-CATALOG-FILE.
       01  GENERATION-CATALOG-RECORD PIC X(52).

      *****************************************************
      * AUDIT-INPUT-FILE records carry message index, port, *
      * sequence, the two parity bits, the wrong-bit          *
      * position and the corrected flag, comma separated.      *
      *****************************************************
       FD  AUDIT-INPUT-FILE.
       01  AUDIT-INPUT-RECORD PIC X(31).

      *****************************************************
      * STATION-MASTER-FILE records carry port, station    *
      * name and the commissioned/decommissioned dates,     *
      * comma separated, then the missions the station        *
      * serves; a bare five-digit record is an unnamed         *
      * station serving every mission.                          *
      *****************************************************
       FD  STATION-MASTER-FILE.
       01  STATION-MASTER-RECORD PIC X(90).

       FD  BITHIST-REPORT-FILE.
       01  BITHIST-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-GEN-CATALOG-FILE-STATUS PIC X(02).
       01  WS-AUDIT-INPUT-NAME PIC X(64).
       01  WS-AUDIT-INPUT-STATUS PIC X(02).
       01  WS-STATION-MASTER-FILE-STATUS PIC X(02).

      * WS-MISSION-AREA holds the mission identifier from the
      * MISSION_ID environment value and the qualifier - a dot and
      * the identifier - it puts into the mission's dataset names,
      * exactly as MISSION-000 builds them.  No MISSION_ID leaves
      * the names unqualified.
       01  WS-MISSION-AREA.
           05 WS-MISSION-ID PIC X(08) VALUE SPACES.
           05 WS-MISSION-ID-INPUT PIC X(16).
           05 WS-MISSION-QUALIFIER PIC X(09) VALUE SPACES.
           05 WS-MISSION-SCAN USAGE COMP-5 PIC 9(2).
           05 WS-MISSION-ID-VALID-SW PIC X(01).
               88 WS-MISSION-ID-VALID VALUE "Y".
           05 WS-GEN-CATALOG-FILE-NAME PIC X(64).
           05 WS-BITHIST-REPORT-NAME PIC X(64).
           05 WS-AUDIT-PREFIX PIC X(24).
           05 WS-MISSION-SERVED-SW PIC X(01).
               88 WS-MISSION-SERVED VALUE "Y".

       01  WS-GEN-CATALOG-EOF-SW PIC X(01) VALUE "N".
           88 WS-GEN-CATALOG-EOF VALUE "Y".
       01  WS-INPUT-EOF-SW PIC X(01) VALUE "N".
           88 WS-INPUT-EOF VALUE "Y".
       01  WS-STATION-MASTER-EOF-SW PIC X(01) VALUE "N".
           88 WS-STATION-MASTER-EOF VALUE "Y".

       01  WS-GEN-CATALOG-LINE.
           05 WS-GCL-STAMP PIC X(21).
           05 WS-GCL-SEP1 PIC X(01).
           05 WS-GCL-DATE PIC 9(08).
           05 WS-GCL-SEP2 PIC X(01).
           05 WS-GCL-AUDIT-COUNT PIC 9(10).
           05 WS-GCL-SEP3 PIC X(01).
           05 WS-GCL-REPORT-COUNT PIC 9(10).

       01  WS-AUDIT-LINE.
           05 WS-AUD-MSG-INDEX PIC X(05).
           05 WS-AUD-SEP1 PIC X(01).
           05 WS-AUD-PORT PIC X(05).
           05 WS-AUD-SEP2 PIC X(01).
           05 WS-AUD-SEQUENCE PIC X(10).
           05 WS-AUD-SEP3 PIC X(01).
           05 WS-AUD-ORIG-PARITY PIC X(01).
           05 WS-AUD-SEP4 PIC X(01).
           05 WS-AUD-RECALC-PARITY PIC X(01).
           05 WS-AUD-SEP5 PIC X(01).
           05 WS-AUD-WRONG-BIT-POS PIC X(02).
           05 WS-AUD-SEP6 PIC X(01).
           05 WS-AUD-CORRECTED-FLAG PIC X(01).

       01  WS-STATION-MASTER-LINE.
           05 WS-SML-PORT PIC X(05).
           05 WS-SML-SEP1 PIC X(01).
           05 WS-SML-NAME PIC X(30).
           05 WS-SML-SEP2 PIC X(01).
           05 WS-SML-FROM-DATE PIC X(08).
           05 WS-SML-SEP3 PIC X(01).
           05 WS-SML-TO-DATE PIC X(08).
           05 WS-SML-SEP4 PIC X(01).
           05 WS-SML-MISSIONS PIC X(35).

       01  WS-PARAMETER-AREA.
           05 WS-ARGUMENT-NUMBER USAGE COMP-5 PIC 99.
           05 WS-ARGUMENT-VALUE PIC X(09).
      * WS-SPREAD-FACTOR is how many times the even share of a
      * port's corrections one position must take to be flagged -
      * argument 1, 4 when omitted.
           05 WS-SPREAD-FACTOR USAGE COMP-5 PIC 9(3) VALUE 4.
      * WS-MIN-POSITION-COUNT is the fewest corrections at one
      * position that can flag it - argument 2, 5 when omitted.
           05 WS-MIN-POSITION-COUNT USAGE COMP-5 PIC 9(5) VALUE 5.

      * WS-HISTOGRAM-TABLE holds, for each registered port, the
      * corrections counted at each of the 64 frame positions,
      * position 1 being the overall parity bit as MISSION-000
      * numbers them.
       01  WS-HISTOGRAM-TABLE.
           05 WS-MAX-HIST-PORTS USAGE COMP-5 PIC 9(3) VALUE 20.
           05 WS-HIST-PORT-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-HIST-SLOT USAGE COMP-5 PIC 9(3).
           05 WS-HIST-SCAN USAGE COMP-5 PIC 9(3).
           05 WS-PORT-HISTOGRAM OCCURS 20 TIMES.
               10 HIST-PORT PIC 9(05).
               10 HIST-NAME PIC X(30).
               10 HIST-TOTAL USAGE COMP-5 PIC 9(9).
               10 HIST-PARITY-TOTAL USAGE COMP-5 PIC 9(9).
               10 HIST-DATA-TOTAL USAGE COMP-5 PIC 9(9).
               10 HIST-POSITION-COUNT USAGE COMP-5 PIC 9(9)
                   OCCURS 64 TIMES.

      * WS-POSITION-WORK carries the position being counted or
      * reported; the level-88 names the Hamming parity positions.
       01  WS-POSITION-WORK.
           05 WS-HIST-POSITION PIC 9(02).
               88 WS-IS-PARITY-POSITION VALUES 1 2 3 5 9 17 33.
           05 WS-POSITION-PCT USAGE COMP-5 PIC 9(3).
           05 WS-PORT-FLAG-COUNT USAGE COMP-5 PIC 9(3).
           05 WS-FLAGGED-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-GENERATION-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-MISSING-GEN-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-CORRECTION-COUNT USAGE COMP-5 PIC 9(10) VALUE 0.
           05 WS-UNREGISTERED-COUNT USAGE COMP-5 PIC 9(10) VALUE 0.

       01  WS-HIST-HEADER-LINE.
           05 FILLER PIC X(21) VALUE "BIT HISTOGRAM - PORT ".
           05 WS-HHD-PORT PIC 9(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-HHD-NAME PIC X(30).
           05 FILLER PIC X(03) VALUE " - ".
           05 WS-HHD-TOTAL PIC 9(09).
           05 FILLER PIC X(12) VALUE " CORRECTIONS".

       01  WS-HIST-GROUP-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HGL-GROUP-NAME PIC X(06).
           05 FILLER PIC X(13) VALUE " POSITIONS - ".
           05 WS-HGL-TOTAL PIC 9(09).
           05 FILLER PIC X(12) VALUE " CORRECTIONS".

       01  WS-HIST-POSITION-LINE.
           05 FILLER PIC X(08) VALUE "    POS ".
           05 WS-HPL-POSITION PIC 9(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-HPL-COUNT PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-HPL-PCT PIC 9(03).
           05 FILLER PIC X(04) VALUE " PCT".
           05 WS-HPL-FLAG PIC X(20).

       01  WS-HIST-FLAG-LINE.
           05 FILLER PIC X(16) VALUE "BIT FLAG - PORT ".
           05 WS-HFL-PORT PIC 9(05).
           05 FILLER PIC X(10) VALUE " POSITION ".
           05 WS-HFL-POSITION PIC 9(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-HFL-GROUP-NAME PIC X(06).
           05 FILLER PIC X(08) VALUE " LINE - ".
           05 WS-HFL-PCT PIC 9(03).
           05 FILLER PIC X(08) VALUE " PCT OF ".
           05 WS-HFL-TOTAL PIC 9(09).
           05 FILLER PIC X(12) VALUE " CORRECTIONS".

       PROCEDURE DIVISION.

       0000-START.
           PERFORM 0001-ACCEPT-PARAMETERS.
           PERFORM 0002-LOAD-STATION-MASTER.
           IF WS-HIST-PORT-COUNT EQUAL 0 THEN
            DISPLAY "MISSION-BITHIST - NO REGISTERED PORTS - "
             "NOTHING TO REPORT"
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM 0003-SCAN-GENERATIONS.
           DISPLAY "MISSION-BITHIST - " WS-GENERATION-COUNT
            " AUDIT GENERATIONS READ, " WS-MISSING-GEN-COUNT
            " MISSING, " WS-CORRECTION-COUNT " CORRECTIONS COUNTED, "
            WS-UNREGISTERED-COUNT " ON UNREGISTERED PORTS".
           PERFORM 0006-WRITE-HISTOGRAM-REPORT.
           IF WS-FLAGGED-COUNT IS GREATER THAN 0 THEN
            DISPLAY "MISSION-BITHIST - " WS-FLAGGED-COUNT
             " PORTS FLAGGED WITH A HOT BIT POSITION"
            IF RETURN-CODE IS LESS THAN 4 THEN
             MOVE 4 TO RETURN-CODE
            END-IF
           END-IF.
           STOP RUN.

      *****************************************************
      * 0001-ACCEPT-PARAMETERS reads the spread factor from  *
      * argument 1 and the minimum position count from        *
      * argument 2 - the defaults stand when either is         *
      * omitted, zero or non-numeric.                           *
      *****************************************************
       0001-ACCEPT-PARAMETERS.
           PERFORM 0009-RESOLVE-MISSION.
           SET WS-ARGUMENT-NUMBER TO 1.
           DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARGUMENT-VALUE FROM ARGUMENT-VALUE
            ON EXCEPTION
             CONTINUE
            NOT ON EXCEPTION
             IF FUNCTION TRIM(WS-ARGUMENT-VALUE) IS NUMERIC THEN
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ARGUMENT-VALUE))
               TO WS-SPREAD-FACTOR
             END-IF
           END-ACCEPT.
           IF WS-SPREAD-FACTOR EQUAL 0 THEN
            MOVE 4 TO WS-SPREAD-FACTOR
           END-IF.
           SET WS-ARGUMENT-NUMBER TO 2.
           DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARGUMENT-VALUE FROM ARGUMENT-VALUE
            ON EXCEPTION
             CONTINUE
            NOT ON EXCEPTION
             IF FUNCTION TRIM(WS-ARGUMENT-VALUE) IS NUMERIC THEN
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ARGUMENT-VALUE))
               TO WS-MIN-POSITION-COUNT
             END-IF
           END-ACCEPT.
           IF WS-MIN-POSITION-COUNT EQUAL 0 THEN
            MOVE 5 TO WS-MIN-POSITION-COUNT
           END-IF.

      *****************************************************
      * 0002-LOAD-STATION-MASTER claims one histogram row   *
      * per registered port serving the mission.              *
      *****************************************************
       0002-LOAD-STATION-MASTER.
           MOVE 0 TO WS-HIST-PORT-COUNT.
           MOVE "N" TO WS-STATION-MASTER-EOF-SW.
           OPEN INPUT STATION-MASTER-FILE.
           IF WS-STATION-MASTER-FILE-STATUS EQUAL "00" THEN
            PERFORM UNTIL WS-STATION-MASTER-EOF
              OR WS-HIST-PORT-COUNT EQUAL WS-MAX-HIST-PORTS
             MOVE SPACES TO WS-STATION-MASTER-LINE
             READ STATION-MASTER-FILE INTO WS-STATION-MASTER-LINE
              AT END SET WS-STATION-MASTER-EOF TO TRUE
             END-READ
             IF NOT WS-STATION-MASTER-EOF THEN
              PERFORM 0010-CHECK-MISSION-SERVED
             END-IF
             IF NOT WS-STATION-MASTER-EOF
               AND WS-SML-PORT IS NUMERIC
               AND WS-MISSION-SERVED THEN
              ADD 1 TO WS-HIST-PORT-COUNT
              MOVE WS-SML-PORT TO HIST-PORT(WS-HIST-PORT-COUNT)
              MOVE WS-SML-NAME TO HIST-NAME(WS-HIST-PORT-COUNT)
              MOVE 0 TO HIST-TOTAL(WS-HIST-PORT-COUNT)
              MOVE 0 TO HIST-PARITY-TOTAL(WS-HIST-PORT-COUNT)
              MOVE 0 TO HIST-DATA-TOTAL(WS-HIST-PORT-COUNT)
              PERFORM VARYING WS-HIST-POSITION FROM 1 BY 1
                UNTIL WS-HIST-POSITION > 64
               MOVE 0 TO HIST-POSITION-COUNT(WS-HIST-PORT-COUNT,
                WS-HIST-POSITION)
              END-PERFORM
             END-IF
            END-PERFORM
            IF NOT WS-STATION-MASTER-EOF THEN
             READ STATION-MASTER-FILE
              AT END SET WS-STATION-MASTER-EOF TO TRUE
             END-READ
             IF NOT WS-STATION-MASTER-EOF THEN
              DISPLAY "MISSION-BITHIST - STATION-MASTER-FILE HAS "
               "MORE THAN " WS-MAX-HIST-PORTS " ENTRIES - "
               "REMAINDER IGNORED"
             END-IF
            END-IF
            CLOSE STATION-MASTER-FILE
           ELSE
            DISPLAY "MISSION-BITHIST - STATION-MASTER-FILE NOT FOUND"
           END-IF.

      *****************************************************
      * 0003-SCAN-GENERATIONS walks the generation catalog  *
      * and counts the corrections in the audit file of every *
      * retained generation.                                    *
      *****************************************************
       0003-SCAN-GENERATIONS.
           MOVE "N" TO WS-GEN-CATALOG-EOF-SW.
           OPEN INPUT GENERATION-CATALOG-FILE.
           IF WS-GEN-CATALOG-FILE-STATUS EQUAL "00" THEN
            PERFORM UNTIL WS-GEN-CATALOG-EOF
             READ GENERATION-CATALOG-FILE INTO WS-GEN-CATALOG-LINE
              AT END SET WS-GEN-CATALOG-EOF TO TRUE
             END-READ
             IF NOT WS-GEN-CATALOG-EOF THEN
              PERFORM 0004-SCAN-AUDIT-GENERATION
             END-IF
            END-PERFORM
            CLOSE GENERATION-CATALOG-FILE
           ELSE
            DISPLAY "MISSION-BITHIST - GENERATION CATALOG NOT FOUND"
           END-IF.

      *****************************************************
      * 0004-SCAN-AUDIT-GENERATION counts each corrected     *
      * frame of one generation against its port and wrong-bit *
      * position.  A generation purged outside the program is   *
      * counted as missing and skipped.                          *
      *****************************************************
       0004-SCAN-AUDIT-GENERATION.
           MOVE SPACES TO WS-AUDIT-INPUT-NAME.
           STRING WS-AUDIT-PREFIX DELIMITED BY SPACE
            WS-GCL-STAMP DELIMITED BY SPACE
            ".dat" DELIMITED BY SIZE INTO WS-AUDIT-INPUT-NAME.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT AUDIT-INPUT-FILE.
           IF WS-AUDIT-INPUT-STATUS NOT EQUAL "00" THEN
            DISPLAY "MISSION-BITHIST - "
             FUNCTION TRIM(WS-AUDIT-INPUT-NAME) " NOT FOUND - "
             "GENERATION SKIPPED"
            ADD 1 TO WS-MISSING-GEN-COUNT
            EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GENERATION-COUNT.
           PERFORM UNTIL WS-INPUT-EOF
            READ AUDIT-INPUT-FILE INTO WS-AUDIT-LINE
             AT END SET WS-INPUT-EOF TO TRUE
            END-READ
            IF NOT WS-INPUT-EOF
              AND WS-AUD-CORRECTED-FLAG EQUAL "Y"
              AND WS-AUD-PORT IS NUMERIC
              AND WS-AUD-WRONG-BIT-POS IS NUMERIC THEN
             MOVE WS-AUD-WRONG-BIT-POS TO WS-HIST-POSITION
             IF WS-HIST-POSITION IS GREATER THAN 0
               AND WS-HIST-POSITION IS NOT GREATER THAN 64 THEN
              PERFORM 0005-COUNT-CORRECTION
             END-IF
            END-IF
           END-PERFORM.
           CLOSE AUDIT-INPUT-FILE.

      *****************************************************
      * 0005-COUNT-CORRECTION adds one correction at         *
      * WS-HIST-POSITION to the audit record's port; a port    *
      * not registered is counted and ignored.                  *
      *****************************************************
       0005-COUNT-CORRECTION.
           ADD 1 TO WS-CORRECTION-COUNT.
           MOVE 0 TO WS-HIST-SLOT.
           PERFORM VARYING WS-HIST-SCAN FROM 1 BY 1
             UNTIL WS-HIST-SCAN > WS-HIST-PORT-COUNT
            IF HIST-PORT(WS-HIST-SCAN) EQUAL WS-AUD-PORT THEN
             MOVE WS-HIST-SCAN TO WS-HIST-SLOT
            END-IF
           END-PERFORM.
           IF WS-HIST-SLOT EQUAL 0 THEN
            ADD 1 TO WS-UNREGISTERED-COUNT
            EXIT PARAGRAPH
           END-IF.
           ADD 1 TO HIST-POSITION-COUNT(WS-HIST-SLOT,
            WS-HIST-POSITION).
           ADD 1 TO HIST-TOTAL(WS-HIST-SLOT).
           IF WS-IS-PARITY-POSITION THEN
            ADD 1 TO HIST-PARITY-TOTAL(WS-HIST-SLOT)
           ELSE
            ADD 1 TO HIST-DATA-TOTAL(WS-HIST-SLOT)
           END-IF.

      *****************************************************
      * 0006-WRITE-HISTOGRAM-REPORT writes one section per  *
      * registered port to the report file and SYSOUT.       *
      *****************************************************
       0006-WRITE-HISTOGRAM-REPORT.
           OPEN OUTPUT BITHIST-REPORT-FILE.
           PERFORM 0007-REPORT-ONE-PORT
            VARYING WS-HIST-SLOT FROM 1 BY 1
             UNTIL WS-HIST-SLOT > WS-HIST-PORT-COUNT.
           CLOSE BITHIST-REPORT-FILE.

      *****************************************************
      * 0007-REPORT-ONE-PORT lists one port's parity         *
      * positions, then its data positions, each with its      *
      * count and share of the port's corrections, and flags    *
      * every hot position.                                      *
      *****************************************************
       0007-REPORT-ONE-PORT.
           MOVE HIST-PORT(WS-HIST-SLOT) TO WS-HHD-PORT.
           MOVE HIST-NAME(WS-HIST-SLOT) TO WS-HHD-NAME.
           MOVE HIST-TOTAL(WS-HIST-SLOT) TO WS-HHD-TOTAL.
           MOVE WS-HIST-HEADER-LINE TO BITHIST-REPORT-RECORD.
           WRITE BITHIST-REPORT-RECORD.
           DISPLAY WS-HIST-HEADER-LINE.
           MOVE 0 TO WS-PORT-FLAG-COUNT.
           MOVE "PARITY" TO WS-HGL-GROUP-NAME.
           MOVE HIST-PARITY-TOTAL(WS-HIST-SLOT) TO WS-HGL-TOTAL.
           MOVE WS-HIST-GROUP-LINE TO BITHIST-REPORT-RECORD.
           WRITE BITHIST-REPORT-RECORD.
           DISPLAY WS-HIST-GROUP-LINE.
           PERFORM VARYING WS-HIST-POSITION FROM 1 BY 1
             UNTIL WS-HIST-POSITION > 64
            IF WS-IS-PARITY-POSITION THEN
             PERFORM 0008-REPORT-ONE-POSITION
            END-IF
           END-PERFORM.
           MOVE "DATA" TO WS-HGL-GROUP-NAME.
           MOVE HIST-DATA-TOTAL(WS-HIST-SLOT) TO WS-HGL-TOTAL.
           MOVE WS-HIST-GROUP-LINE TO BITHIST-REPORT-RECORD.
           WRITE BITHIST-REPORT-RECORD.
           DISPLAY WS-HIST-GROUP-LINE.
           PERFORM VARYING WS-HIST-POSITION FROM 1 BY 1
             UNTIL WS-HIST-POSITION > 64
            IF NOT WS-IS-PARITY-POSITION THEN
             PERFORM 0008-REPORT-ONE-POSITION
            END-IF
           END-PERFORM.
           IF WS-PORT-FLAG-COUNT IS GREATER THAN 0 THEN
            ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

      *****************************************************
      * 0008-REPORT-ONE-POSITION writes the histogram line   *
      * of WS-HIST-POSITION.  An even spread puts 1 in 64 of    *
      * the corrections on each position; a position holding     *
      * WS-SPREAD-FACTOR times that share, on at least            *
      * WS-MIN-POSITION-COUNT corrections, is flagged.             *
      *****************************************************
       0008-REPORT-ONE-POSITION.
           IF HIST-TOTAL(WS-HIST-SLOT) IS GREATER THAN 0 THEN
            COMPUTE WS-POSITION-PCT =
             (HIST-POSITION-COUNT(WS-HIST-SLOT, WS-HIST-POSITION)
             * 100) / HIST-TOTAL(WS-HIST-SLOT)
           ELSE
            MOVE 0 TO WS-POSITION-PCT
           END-IF.
           MOVE WS-HIST-POSITION TO WS-HPL-POSITION.
           MOVE HIST-POSITION-COUNT(WS-HIST-SLOT, WS-HIST-POSITION)
            TO WS-HPL-COUNT.
           MOVE WS-POSITION-PCT TO WS-HPL-PCT.
           MOVE SPACES TO WS-HPL-FLAG.
           IF HIST-POSITION-COUNT(WS-HIST-SLOT, WS-HIST-POSITION)
             IS NOT LESS THAN WS-MIN-POSITION-COUNT
             AND HIST-POSITION-COUNT(WS-HIST-SLOT, WS-HIST-POSITION)
             * 64 IS GREATER THAN
             HIST-TOTAL(WS-HIST-SLOT) * WS-SPREAD-FACTOR THEN
            MOVE "  ABOVE EVEN SPREAD" TO WS-HPL-FLAG
           END-IF.
           MOVE WS-HIST-POSITION-LINE TO BITHIST-REPORT-RECORD.
           WRITE BITHIST-REPORT-RECORD.
           DISPLAY WS-HIST-POSITION-LINE.
           IF WS-HPL-FLAG NOT EQUAL SPACES THEN
            MOVE HIST-PORT(WS-HIST-SLOT) TO WS-HFL-PORT
            MOVE WS-HIST-POSITION TO WS-HFL-POSITION
            IF WS-IS-PARITY-POSITION THEN
             MOVE "PARITY" TO WS-HFL-GROUP-NAME
            ELSE
             MOVE "DATA" TO WS-HFL-GROUP-NAME
            END-IF
            MOVE WS-POSITION-PCT TO WS-HFL-PCT
            MOVE HIST-TOTAL(WS-HIST-SLOT) TO WS-HFL-TOTAL
            MOVE WS-HIST-FLAG-LINE TO BITHIST-REPORT-RECORD
            WRITE BITHIST-REPORT-RECORD
            DISPLAY WS-HIST-FLAG-LINE
            ADD 1 TO WS-PORT-FLAG-COUNT
           END-IF.

      *****************************************************
      * 0009-RESOLVE-MISSION takes the mission identifier   *
      * from the MISSION_ID environment value - one to eight *
      * letters and digits, folded to upper case - and builds *
      * the mission's catalog, audit and report names.  An     *
      * identifier that is not valid ends the run before        *
      * anything is read.                                        *
      *****************************************************
       0009-RESOLVE-MISSION.
           MOVE SPACES TO WS-MISSION-ID-INPUT.
           ACCEPT WS-MISSION-ID-INPUT FROM ENVIRONMENT "MISSION_ID"
            ON EXCEPTION
             MOVE SPACES TO WS-MISSION-ID-INPUT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MISSION-ID-INPUT))
            TO WS-MISSION-ID-INPUT.
           MOVE "Y" TO WS-MISSION-ID-VALID-SW.
           IF WS-MISSION-ID-INPUT(9:8) NOT EQUAL SPACES THEN
            MOVE "N" TO WS-MISSION-ID-VALID-SW
           END-IF.
           PERFORM VARYING WS-MISSION-SCAN FROM 1 BY 1
             UNTIL WS-MISSION-SCAN > 8
            IF WS-MISSION-ID-INPUT(WS-MISSION-SCAN:1) EQUAL SPACE
              THEN
             IF WS-MISSION-ID-INPUT(WS-MISSION-SCAN:) NOT EQUAL
               SPACES THEN
              MOVE "N" TO WS-MISSION-ID-VALID-SW
             END-IF
            ELSE
             IF (WS-MISSION-ID-INPUT(WS-MISSION-SCAN:1) < "A"
               OR WS-MISSION-ID-INPUT(WS-MISSION-SCAN:1) > "Z")
               AND (WS-MISSION-ID-INPUT(WS-MISSION-SCAN:1) < "0"
               OR WS-MISSION-ID-INPUT(WS-MISSION-SCAN:1) > "9") THEN
              MOVE "N" TO WS-MISSION-ID-VALID-SW
             END-IF
            END-IF
           END-PERFORM.
           IF NOT WS-MISSION-ID-VALID THEN
            DISPLAY "MISSION-BITHIST - MISSION_ID "
             FUNCTION TRIM(WS-MISSION-ID-INPUT) " INVALID - ONE TO "
             "EIGHT LETTERS OR DIGITS"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           MOVE WS-MISSION-ID-INPUT(1:8) TO WS-MISSION-ID.
           MOVE SPACES TO WS-MISSION-QUALIFIER.
           IF WS-MISSION-ID NOT EQUAL SPACES THEN
            STRING "." WS-MISSION-ID DELIMITED BY SPACE
             INTO WS-MISSION-QUALIFIER
           END-IF.
           MOVE SPACES TO WS-GEN-CATALOG-FILE-NAME.
           STRING "mission-generations" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-GEN-CATALOG-FILE-NAME.
           MOVE SPACES TO WS-BITHIST-REPORT-NAME.
           STRING "mission-bithist-report" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-BITHIST-REPORT-NAME.
           MOVE SPACES TO WS-AUDIT-PREFIX.
           STRING "mission-audit" WS-MISSION-QUALIFIER "."
            DELIMITED BY SPACE INTO WS-AUDIT-PREFIX.

      *****************************************************
      * 0010-CHECK-MISSION-SERVED decides, as MISSION-000   *
      * does, whether the station master record just read    *
      * serves the mission: a blank missions field serves     *
      * every mission, and so does every station when no       *
      * mission was named.  A slot is compared in upper case,   *
      * as the identifier is, so a hand-edited lower-case entry  *
      * still matches.                                            *
      *****************************************************
       0010-CHECK-MISSION-SERVED.
           MOVE "Y" TO WS-MISSION-SERVED-SW.
           IF WS-MISSION-ID EQUAL SPACES
             OR WS-SML-MISSIONS EQUAL SPACES THEN
            EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MISSION-SERVED-SW.
           PERFORM VARYING WS-MISSION-SCAN FROM 1 BY 9
             UNTIL WS-MISSION-SCAN > 28
            IF FUNCTION UPPER-CASE(WS-SML-MISSIONS(WS-MISSION-SCAN:8))
              EQUAL WS-MISSION-ID THEN
             SET WS-MISSION-SERVED TO TRUE
            END-IF
           END-PERFORM.

       END PROGRAM MISSION-BITHIST.
