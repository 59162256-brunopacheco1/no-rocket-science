      * omitted); argument 2 names the audit generation to grade -
      * when omitted, the newest generation in MISSION-000's catalog
      * is graded.  Any missed bit or false correction raises
      * condition code 4.  The MISSION_ID environment value names
      * the mission whose answer key, catalog and audit generations
      * are graded, as in MISSION-000.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * GENERATION-CATALOG-FILE is MISSION-000's registry of
      * retained generations, read to default the audit file to the
      * newest generation when argument 2 is omitted.
           SELECT GENERATION-CATALOG-FILE ASSIGN DYNAMIC
            WS-GEN-CATALOG-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GEN-CATALOG-FILE-STATUS.

      * SCORE-REPORT-FILE is the written grade sheet, one line per
      * key frame plus the summary trailer.
           SELECT SCORE-REPORT-FILE ASSIGN DYNAMIC
            WS-SCORE-REPORT-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 WS-ARGUMENT-NUMBER USAGE COMP-5 PIC 99.
           05 WS-ARGUMENT-FILE-NAME PIC X(64).

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
           05 WS-SCORE-REPORT-FILE-NAME PIC X(64).
           05 WS-AUDIT-PREFIX PIC X(24).

      * WS-KEY-TABLE holds the whole answer key: training missions
      * are bounded by the class exercise, not mission volume, so a
      * fixed table is fine here where the decode itself sorts on
      * normally the run just finished.                         *
      *****************************************************
       0001-ACCEPT-PARAMETERS.
           PERFORM 0009-RESOLVE-MISSION.
           MOVE SPACES TO WS-ANSWER-KEY-NAME.
           STRING "encode-answer-key" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-ANSWER-KEY-NAME.
           MOVE SPACES TO WS-AUDIT-INPUT-NAME.
           SET WS-ARGUMENT-NUMBER TO 1.
           DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER.
             END-READ
             IF NOT WS-GEN-CATALOG-EOF THEN
              MOVE SPACES TO WS-AUDIT-INPUT-NAME
              STRING WS-AUDIT-PREFIX DELIMITED BY SPACE
               WS-GCL-STAMP DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE INTO WS-AUDIT-INPUT-NAME
             END-IF
            CLOSE GENERATION-CATALOG-FILE
           END-IF.

      *****************************************************
      * 0009-RESOLVE-MISSION takes the mission identifier   *
      * from the MISSION_ID environment value - one to eight *
      * letters and digits, folded to upper case - and builds *
      * the mission's catalog, report and audit names.  An     *
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
            DISPLAY "MISSION-SCORE - MISSION_ID "
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
           MOVE SPACES TO WS-SCORE-REPORT-FILE-NAME.
           STRING "mission-score-report" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-SCORE-REPORT-FILE-NAME.
           MOVE SPACES TO WS-AUDIT-PREFIX.
           STRING "mission-audit" WS-MISSION-QUALIFIER "."
            DELIMITED BY SPACE INTO WS-AUDIT-PREFIX.

       END PROGRAM MISSION-SCORE.
