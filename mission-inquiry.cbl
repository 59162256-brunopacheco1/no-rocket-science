      * range, it pulls together everything the system knows about
      * each sequence - the decoded character and corrected flag
      * from the retained report generations (located through
      * mission-generations.dat, the latest generation winning)
      * and the copy held in mission-archive.dat, read by key,
      * the matching audit line's wrong-bit position, whether the
      * sequence sits in a gap still on the ledger, and any reject
      * or bad-input record whose frame decodes to it - into one
      * grepped by hand per incident.
      * Arguments: port, first sequence, last sequence (the last
      * defaults to the first).  The range is capped at 500
      * sequences per inquiry.  The MISSION_ID environment value
      * names the mission whose datasets are searched, as in
      * MISSION-000.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERATION-CATALOG-FILE ASSIGN DYNAMIC
            WS-GEN-CATALOG-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GEN-CATALOG-FILE-STATUS.

            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-INPUT-STATUS.

      * ARCHIVE-FILE is MISSION-000's permanent archive, keyed on
      * port + sequence, so only the asked range is read.  FILE
      * STATUS because a site that has never consolidated has no
      * archive to open.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC
            WS-ARCHIVE-FILE-NAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ARCHIVE-KEY
            FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT GAP-LEDGER-FILE ASSIGN DYNAMIC
            WS-GAP-LEDGER-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GAP-LEDGER-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN DYNAMIC
            WS-REJECT-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT BAD-INPUT-FILE ASSIGN DYNAMIC
            WS-BAD-INPUT-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BAD-INPUT-FILE-STATUS.

       FD  AUDIT-INPUT-FILE.
       01  AUDIT-INPUT-RECORD PIC X(31).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 ARCHIVE-KEY.
               10 ARCHIVE-PORT PIC 9(05).
               10 ARCHIVE-SEQUENCE PIC 9(10).
           05 ARCHIVE-CHARACTER PIC X(01).
           05 ARCHIVE-FLAG PIC X(01).
           05 ARCHIVE-GEN-DATE PIC 9(08).
           05 ARCHIVE-UPDATE-STAMP PIC 9(14).

       FD  GAP-LEDGER-FILE.
       01  GAP-LEDGER-RECORD PIC X(34).

       01  WS-REPORT-INPUT-STATUS PIC X(02).
       01  WS-AUDIT-INPUT-NAME PIC X(64).
       01  WS-AUDIT-INPUT-STATUS PIC X(02).
       01  WS-ARCHIVE-FILE-STATUS PIC X(02).
       01  WS-GAP-LEDGER-FILE-STATUS PIC X(02).
       01  WS-REJECT-FILE-STATUS PIC X(02).
       01  WS-BAD-INPUT-FILE-STATUS PIC X(02).
           05 WS-RANGE-SIZE USAGE COMP-5 PIC 9(4).
           05 WS-MAX-RANGE USAGE COMP-5 PIC 9(4) VALUE 500.

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
           05 WS-AUDIT-PREFIX PIC X(24).
           05 WS-REPORT-PREFIX PIC X(24).

       01  WS-MISSION-DATASET-NAMES.
           05 WS-GEN-CATALOG-FILE-NAME PIC X(64).
           05 WS-ARCHIVE-FILE-NAME PIC X(64).
           05 WS-GAP-LEDGER-FILE-NAME PIC X(64).
           05 WS-REJECT-FILE-NAME PIC X(64).
           05 WS-BAD-INPUT-FILE-NAME PIC X(64).

      * WS-INQUIRY-TABLE holds one slot per sequence in the asked
      * range, filled as the datasets are scanned: the report and
      * audit answers carry the stamp of the generation that
               10 INQ-AUDIT-BIT PIC X(02).
               10 INQ-AUDIT-FLAG PIC X(01).
               10 INQ-AUDIT-COUNT USAGE COMP-5 PIC 9(3).
               10 INQ-ARCHIVE-CHAR PIC X(01).
               10 INQ-ARCHIVE-FLAG PIC X(01).
               10 INQ-ARCHIVE-DATE PIC 9(08).
               10 INQ-ARCHIVE-SW PIC X(01).
                   88 INQ-IN-ARCHIVE VALUE "Y".
               10 INQ-GAP-STATUS PIC X(06).
               10 INQ-REJECT-REASON PIC X(02).
               10 INQ-REJECT-COUNT USAGE COMP-5 PIC 9(3).
       0000-START.
           PERFORM 0001-ACCEPT-PARAMETERS.
           PERFORM 0002-SCAN-GENERATIONS.
           PERFORM 0011-SCAN-ARCHIVE.
           PERFORM 0005-SCAN-GAP-LEDGER.
           PERFORM 0006-SCAN-REJECT-FILE.
           PERFORM 0007-SCAN-BAD-INPUT-FILE.
      * cannot ask for a billion-line answer.                   *
      *****************************************************
       0001-ACCEPT-PARAMETERS.
           PERFORM 0012-RESOLVE-MISSION.
           MOVE 0 TO WS-INQUIRY-PORT.
           MOVE 0 TO WS-SEQ-FROM.
           MOVE 0 TO WS-SEQ-TO.
      *****************************************************
       0003-SCAN-REPORT-GENERATION.
           MOVE SPACES TO WS-REPORT-INPUT-NAME.
           STRING WS-REPORT-PREFIX DELIMITED BY SPACE
            WS-GCL-STAMP DELIMITED BY SPACE
            ".dat" DELIMITED BY SIZE INTO WS-REPORT-INPUT-NAME.
           MOVE "N" TO WS-INPUT-EOF-SW.
      *****************************************************
       0004-SCAN-AUDIT-GENERATION.
           MOVE SPACES TO WS-AUDIT-INPUT-NAME.
           STRING WS-AUDIT-PREFIX DELIMITED BY SPACE
            WS-GCL-STAMP DELIMITED BY SPACE
            ".dat" DELIMITED BY SIZE INTO WS-AUDIT-INPUT-NAME.
           MOVE "N" TO WS-INPUT-EOF-SW.
      *****************************************************
      * 0008-DISPLAY-ANSWERS writes the consolidated line   *
      * per sequence: report character and flag with the     *
      * generation that last supplied them, the archived      *
      * copy, the audit wrong-bit column, the ledger status     *
      * and any reject or bad-input sighting.                    *
      *****************************************************
       0008-DISPLAY-ANSWERS.
           PERFORM VARYING WS-INQ-SCAN FROM 1 BY 1
            DISPLAY WS-ANSWER-LINE WITH NO ADVANCING
            IF INQ-REPORT-COUNT(WS-INQ-SCAN) EQUAL 0
              AND INQ-AUDIT-COUNT(WS-INQ-SCAN) EQUAL 0
              AND NOT INQ-IN-ARCHIVE(WS-INQ-SCAN)
              AND INQ-GAP-STATUS(WS-INQ-SCAN) EQUAL SPACES
              AND INQ-REJECT-COUNT(WS-INQ-SCAN) EQUAL 0
              AND INQ-BAD-COUNT(WS-INQ-SCAN) EQUAL 0 THEN
             ELSE
              DISPLAY "NOT IN REPORTS" WITH NO ADVANCING
             END-IF
             IF INQ-IN-ARCHIVE(WS-INQ-SCAN) THEN
              DISPLAY " ARCHIVE CHAR " INQ-ARCHIVE-CHAR(WS-INQ-SCAN)
               " FLAG " INQ-ARCHIVE-FLAG(WS-INQ-SCAN)
               " DATE " INQ-ARCHIVE-DATE(WS-INQ-SCAN)
               WITH NO ADVANCING
             ELSE
              DISPLAY " NOT ARCHIVED" WITH NO ADVANCING
             END-IF
             IF INQ-AUDIT-COUNT(WS-INQ-SCAN) IS GREATER THAN 0 THEN
              DISPLAY " AUDIT BIT " INQ-AUDIT-BIT(WS-INQ-SCAN)
               " FLAG " INQ-AUDIT-FLAG(WS-INQ-SCAN)
            COMPUTE WS-INQ-SLOT = WS-ANS-SEQ-WORK - WS-SEQ-FROM + 1
           END-IF.

      *****************************************************
      * 0011-SCAN-ARCHIVE positions on the first archive    *
      * key of the asked range and reads forward to the end   *
      * of it, marking each slot with the archived copy.       *
      * A site with no archive yet simply has nothing to mark.  *
      *****************************************************
       0011-SCAN-ARCHIVE.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS NOT EQUAL "00" THEN
            EXIT PARAGRAPH
           END-IF.
           MOVE WS-INQUIRY-PORT TO ARCHIVE-PORT.
           MOVE WS-SEQ-FROM TO ARCHIVE-SEQUENCE.
           START ARCHIVE-FILE KEY IS NOT LESS THAN ARCHIVE-KEY
            INVALID KEY SET WS-INPUT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-INPUT-EOF
            READ ARCHIVE-FILE NEXT RECORD
             AT END SET WS-INPUT-EOF TO TRUE
            END-READ
            IF NOT WS-INPUT-EOF THEN
             IF ARCHIVE-PORT NOT EQUAL WS-INQUIRY-PORT
               OR ARCHIVE-SEQUENCE IS GREATER THAN WS-SEQ-TO THEN
              SET WS-INPUT-EOF TO TRUE
             ELSE
              MOVE ARCHIVE-SEQUENCE TO WS-ANS-SEQ-WORK
              PERFORM 0010-LOCATE-INQUIRY-SLOT
              IF WS-INQ-SLOT IS GREATER THAN 0 THEN
               MOVE ARCHIVE-CHARACTER TO INQ-ARCHIVE-CHAR(WS-INQ-SLOT)
               MOVE ARCHIVE-FLAG TO INQ-ARCHIVE-FLAG(WS-INQ-SLOT)
               MOVE ARCHIVE-GEN-DATE TO INQ-ARCHIVE-DATE(WS-INQ-SLOT)
               SET INQ-IN-ARCHIVE(WS-INQ-SLOT) TO TRUE
              END-IF
             END-IF
            END-IF
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

      *****************************************************
      * 0012-RESOLVE-MISSION takes the mission identifier   *
      * from the MISSION_ID environment value - one to eight *
      * letters and digits, folded to upper case - and builds *
      * the names of the mission datasets the inquiry reads.   *
      * An identifier that is not valid ends the run before     *
      * anything is read.                                        *
      *****************************************************
       0012-RESOLVE-MISSION.
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
            DISPLAY "MISSION-INQUIRY - MISSION_ID "
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
           MOVE SPACES TO WS-MISSION-DATASET-NAMES.
           STRING "mission-generations" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-GEN-CATALOG-FILE-NAME.
           STRING "mission-archive" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-ARCHIVE-FILE-NAME.
           STRING "mission-gap-ledger" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-GAP-LEDGER-FILE-NAME.
           STRING "mission-reject" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-REJECT-FILE-NAME.
           STRING "mission-bad-input" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-BAD-INPUT-FILE-NAME.
           MOVE SPACES TO WS-AUDIT-PREFIX.
           STRING "mission-audit" WS-MISSION-QUALIFIER "."
            DELIMITED BY SPACE INTO WS-AUDIT-PREFIX.
           MOVE SPACES TO WS-REPORT-PREFIX.
           STRING "mission-report" WS-MISSION-QUALIFIER "."
            DELIMITED BY SPACE INTO WS-REPORT-PREFIX.

       END PROGRAM MISSION-INQUIRY.
