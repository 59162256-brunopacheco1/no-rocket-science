      * this program instead of a dig through old SYSOUT.
      * Argument 1 is how many recent status reports to show per
      * port, 10 when omitted.  A severe status inside the reported
      * window raises condition code 4.  The MISSION_ID environment
      * value names the mission reported: its own station health
      * record, and only the stations the master lists as serving
      * it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATION-HEALTH-FILE ASSIGN DYNAMIC
            WS-STATION-HEALTH-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATION-HEALTH-FILE-STATUS.

            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-CODE-FILE-STATUS.

           SELECT HEALTH-REPORT-FILE ASSIGN DYNAMIC
            WS-HEALTH-REPORT-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *****************************************************
      * STATION-MASTER-FILE records carry port, station    *
      * name and the commissioned/decommissioned dates,     *
      * comma separated, then the missions the station        *
      * serves; a bare five-digit record is an unnamed         *
      * station serving every mission.                          *
      *****************************************************
       FD  STATION-MASTER-FILE.
       01  STATION-MASTER-RECORD PIC X(90).

       FD  STATUS-CODE-FILE.
       01  STATUS-CODE-RECORD PIC X(46).
           05 WS-SML-FROM-DATE PIC X(08).
           05 WS-SML-SEP3 PIC X(01).
           05 WS-SML-TO-DATE PIC X(08).
           05 WS-SML-SEP4 PIC X(01).
           05 WS-SML-MISSIONS PIC X(35).

       01  WS-STATUS-CODE-LINE.
           05 WS-SCL-CODE PIC 9(03).
           05 WS-ARGUMENT-VALUE PIC X(09).
           05 WS-REPORT-WINDOW USAGE COMP-5 PIC 9(3) VALUE 10.

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
           05 WS-STATION-HEALTH-FILE-NAME PIC X(64).
           05 WS-HEALTH-REPORT-FILE-NAME PIC X(64).
           05 WS-MISSION-SERVED-SW PIC X(01).
               88 WS-MISSION-SERVED VALUE "Y".

       01  WS-STATUS-CODE-TABLE.
           05 WS-MAX-STATUS-CODES USAGE COMP-5 PIC 9(3) VALUE 50.
           05 WS-STATUS-CODE-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
      * at the 50 the table holds.                            *
      *****************************************************
       0001-ACCEPT-PARAMETERS.
           PERFORM 0008-RESOLVE-MISSION.
           SET WS-ARGUMENT-NUMBER TO 1.
           DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARGUMENT-VALUE FROM ARGUMENT-VALUE

      *****************************************************
      * 0002-LOAD-STATION-MASTER claims one health table    *
      * row per registered port serving the mission.         *
      *****************************************************
       0002-LOAD-STATION-MASTER.
           MOVE 0 TO WS-HEALTH-PORT-COUNT.
             READ STATION-MASTER-FILE INTO WS-STATION-MASTER-LINE
              AT END SET WS-STATION-MASTER-EOF TO TRUE
             END-READ
             IF NOT WS-STATION-MASTER-EOF THEN
              PERFORM 0009-CHECK-MISSION-SERVED
             END-IF
             IF NOT WS-STATION-MASTER-EOF
               AND WS-SML-PORT IS NUMERIC
               AND WS-MISSION-SERVED THEN
              ADD 1 TO WS-HEALTH-PORT-COUNT
              MOVE WS-SML-PORT
               TO HLT-PORT(WS-HEALTH-PORT-COUNT)
            DISPLAY WS-SEVERE-FLAG-LINE
           END-IF.

      *****************************************************
      * 0008-RESOLVE-MISSION takes the mission identifier   *
      * from the MISSION_ID environment value - one to eight *
      * letters and digits, folded to upper case - and builds *
      * the mission's station-health and report names.  An     *
      * identifier that is not valid ends the run before        *
      * anything is read.                                        *
      *****************************************************
       0008-RESOLVE-MISSION.
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
            DISPLAY "MISSION-HEALTH - MISSION_ID "
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
           MOVE SPACES TO WS-STATION-HEALTH-FILE-NAME.
           STRING "mission-station-health" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-STATION-HEALTH-FILE-NAME.
           MOVE SPACES TO WS-HEALTH-REPORT-FILE-NAME.
           STRING "mission-health-report" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-HEALTH-REPORT-FILE-NAME.

      *****************************************************
      * 0009-CHECK-MISSION-SERVED decides, as MISSION-000   *
      * does, whether the station master record just read    *
      * serves the mission: a blank missions field serves     *
      * every mission, and so does every station when no       *
      * mission was named.  A slot is compared in upper case,   *
      * as the identifier is, so a hand-edited lower-case entry  *
      * still matches.                                            *
      *****************************************************
       0009-CHECK-MISSION-SERVED.
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

       END PROGRAM MISSION-HEALTH.
