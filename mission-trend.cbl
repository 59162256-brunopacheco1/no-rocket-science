      * week is caught before the alert gate ever trips.
      * Argument 1 is N, the number of recent runs to chart,
      * 7 when omitted.  A flagged port raises condition code 4.
      * The MISSION_ID environment value names the mission charted:
      * its own link history, and only the stations the master
      * lists as serving it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * LINK-HISTORY-FILE is the run-by-run statistics record
      * MISSION-000 appends.  FILE STATUS because a site that has
      * not run since the history was introduced has none yet.
           SELECT LINK-HISTORY-FILE ASSIGN DYNAMIC
            WS-LINK-HISTORY-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LINK-HISTORY-FILE-STATUS.


      * TREND-REPORT-FILE is the written form of the report, so the
      * RF team gets a dataset instead of eyeballing old SYSOUT.
           SELECT TREND-REPORT-FILE ASSIGN DYNAMIC
            WS-TREND-REPORT-FILE-NAME
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

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-RECORD PIC X(100).
           05 WS-SML-FROM-DATE PIC X(08).
           05 WS-SML-SEP3 PIC X(01).
           05 WS-SML-TO-DATE PIC X(08).
           05 WS-SML-SEP4 PIC X(01).
           05 WS-SML-MISSIONS PIC X(35).

       01  WS-LINK-HISTORY-LINE.
           05 WS-LHL-STAMP PIC X(21).
      * argument 1, 7 when omitted, capped by the table at 50.
           05 WS-RUN-WINDOW USAGE COMP-5 PIC 9(3) VALUE 7.

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
           05 WS-LINK-HISTORY-FILE-NAME PIC X(64).
           05 WS-TREND-REPORT-FILE-NAME PIC X(64).
           05 WS-MISSION-SERVED-SW PIC X(01).
               88 WS-MISSION-SERVED VALUE "Y".

      * WS-TREND-TABLE holds, for each registered port, the last
      * WS-RUN-WINDOW history entries in run order - older entries
      * are shifted out as newer runs arrive, so the tail of the
      * at the 50 the table holds.                             *
      *****************************************************
       0001-ACCEPT-PARAMETERS.
           PERFORM 0008-RESOLVE-MISSION.
           SET WS-ARGUMENT-NUMBER TO 1.
           DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARGUMENT-VALUE FROM ARGUMENT-VALUE

      *****************************************************
      * 0002-LOAD-STATION-MASTER claims one trend table     *
      * row per registered port serving the mission, so      *
      * only stations this mission is wired to receive from   *
      * are charted.                                           *
      *****************************************************
       0002-LOAD-STATION-MASTER.
           MOVE 0 TO WS-TREND-PORT-COUNT.
             READ STATION-MASTER-FILE INTO WS-STATION-MASTER-LINE
              AT END SET WS-STATION-MASTER-EOF TO TRUE
             END-READ
             IF NOT WS-STATION-MASTER-EOF THEN
              PERFORM 0009-CHECK-MISSION-SERVED
             END-IF
             IF NOT WS-STATION-MASTER-EOF
               AND WS-SML-PORT IS NUMERIC
               AND WS-MISSION-SERVED THEN
              ADD 1 TO WS-TREND-PORT-COUNT
              MOVE WS-SML-PORT
               TO TREND-PORT(WS-TREND-PORT-COUNT)
            ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

      *****************************************************
      * 0008-RESOLVE-MISSION takes the mission identifier   *
      * from the MISSION_ID environment value - one to eight *
      * letters and digits, folded to upper case - and builds *
      * the mission's link-history and report names.  An       *
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
            DISPLAY "MISSION-TREND - MISSION_ID "
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
           MOVE SPACES TO WS-LINK-HISTORY-FILE-NAME.
           STRING "mission-link-history" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-LINK-HISTORY-FILE-NAME.
           MOVE SPACES TO WS-TREND-REPORT-FILE-NAME.
           STRING "mission-trend-report" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-TREND-REPORT-FILE-NAME.

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

       END PROGRAM MISSION-TREND.
