       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSION-ARCHIVE-LOAD.
       AUTHOR. BRUNO PACHECO.
      *******************************************
      *          MISSION-ARCHIVE-LOAD           *
      *******************************************
      * MISSION-ARCHIVE-LOAD builds the indexed mission-archive.dat
      * from an archive in the old line-sequential layout - port,
      * sequence, character, flag and run date, comma separated, as
      * MISSION-000 kept it before the archive was keyed - or from
      * a file MISSION-ARCHIVE-UNLOAD wrote.  To convert a site,
      * rename the old mission-archive.dat to mission-archive-seq.dat
      * and run this program once.
      * Argument 1 names the sequential input (default
      * mission-archive-seq.dat).  The program refuses to run over
      * an indexed archive that already exists, so a second run
      * cannot wipe what MISSION-000 has stored since; delete or
      * rename the indexed archive first to rebuild it on purpose.
      * It builds the archive only when the archive is plainly not
      * there: an archive that cannot be opened for any other
      * reason, or an input naming the archive itself, stops the
      * load with the archive untouched.
      * Should the input carry a port and sequence twice, the later
      * record supersedes the earlier, as the old merge did.
      * A record MISSION-ARCHIVE-UNLOAD wrote carries its update
      * stamp; an old-layout record, which has none, is stamped with
      * its run date at midnight.
      * Condition code 4 when input records were skipped, 8 when
      * the load could not run.  The MISSION_ID environment value
      * names the mission whose archive is built - then the input
      * defaults to mission-archive-seq.<id>.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SEQUENTIAL-ARCHIVE-FILE is assigned dynamically from
      * argument 1.  FILE STATUS so a missing input is reported
      * rather than abending the load.
           SELECT SEQUENTIAL-ARCHIVE-FILE ASSIGN DYNAMIC
            WS-SEQUENTIAL-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQUENTIAL-FILE-STATUS.

      * ARCHIVE-FILE is MISSION-000's permanent archive, keyed on
      * port + sequence.  FILE STATUS because the probe for an
      * existing archive expects the open to fail.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC
            WS-ARCHIVE-FILE-NAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ARCHIVE-KEY
            FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * SEQUENTIAL-ARCHIVE-FILE records carry port,         *
      * sequence, decoded character, corrected flag, the     *
      * run date and - unless the record is in the old layout *
      * - the update stamp, comma separated.                   *
      *****************************************************
       FD  SEQUENTIAL-ARCHIVE-FILE.
       01  SEQUENTIAL-ARCHIVE-RECORD PIC X(44).

      *****************************************************
      * ARCHIVE-FILE records carry port and sequence as    *
      * the key, then the decoded character, corrected flag *
      * and the date of the run that supplied the copy, and  *
      * the date and time the record was last added or        *
      * changed.                                                *
      *****************************************************
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 ARCHIVE-KEY.
               10 ARCHIVE-PORT PIC 9(05).
               10 ARCHIVE-SEQUENCE PIC 9(10).
           05 ARCHIVE-CHARACTER PIC X(01).
           05 ARCHIVE-FLAG PIC X(01).
           05 ARCHIVE-GEN-DATE PIC 9(08).
           05 ARCHIVE-UPDATE-STAMP PIC 9(14).

       WORKING-STORAGE SECTION.
       01  WS-SEQUENTIAL-FILE-NAME PIC X(64).
       01  WS-SEQUENTIAL-FILE-STATUS PIC X(02).
       01  WS-ARCHIVE-FILE-STATUS PIC X(02).
       01  WS-ARGUMENT-NUMBER USAGE COMP-5 PIC 99.
       01  WS-ARGUMENT-FILE-NAME PIC X(64).

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
           05 WS-ARCHIVE-FILE-NAME PIC X(64).

       01  WS-SEQUENTIAL-EOF-SW PIC X(01) VALUE "N".
           88 WS-SEQUENTIAL-EOF VALUE "Y".

       01  WS-ARCHIVE-LINE.
           05 WS-ARC-PORT PIC X(05).
           05 WS-ARC-SEP1 PIC X(01).
           05 WS-ARC-SEQUENCE PIC X(10).
           05 WS-ARC-SEP2 PIC X(01).
           05 WS-ARC-CHARACTER PIC X(01).
           05 WS-ARC-SEP3 PIC X(01).
           05 WS-ARC-FLAG PIC X(01).
           05 WS-ARC-SEP4 PIC X(01).
           05 WS-ARC-GEN-DATE PIC X(08).
           05 WS-ARC-SEP5 PIC X(01).
           05 WS-ARC-UPDATE-STAMP PIC X(14).

       01  WS-LOAD-COUNTS.
           05 WS-READ-COUNT USAGE COMP-5 PIC 9(10) VALUE 0.
           05 WS-LOADED-COUNT USAGE COMP-5 PIC 9(10) VALUE 0.
           05 WS-SUPERSEDED-COUNT USAGE COMP-5 PIC 9(10) VALUE 0.
           05 WS-SKIP-COUNT USAGE COMP-5 PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.

       0000-START.
           PERFORM 0001-ACCEPT-PARAMETERS.
           IF WS-SEQUENTIAL-FILE-NAME EQUAL WS-ARCHIVE-FILE-NAME THEN
            DISPLAY "MISSION-ARCHIVE-LOAD - INPUT "
             FUNCTION TRIM(WS-SEQUENTIAL-FILE-NAME)
             " IS THE INDEXED ARCHIVE ITSELF - LOAD NOT RUN"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
      * An archive that opens is an archive already in service - the
      * OUTPUT open below would empty it.  Only a plain not-found
      * (35) lets the load go on: any other failure - a damaged or
      * locked archive, or one of another layout - may still be an
      * archive in service, so it is reported and left untouched.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS EQUAL "00" THEN
            CLOSE ARCHIVE-FILE
            DISPLAY "MISSION-ARCHIVE-LOAD - INDEXED ARCHIVE ALREADY "
             "EXISTS - LOAD NOT RUN"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           IF WS-ARCHIVE-FILE-STATUS NOT EQUAL "35" THEN
            DISPLAY "MISSION-ARCHIVE-LOAD - INDEXED ARCHIVE "
             FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
             " OPEN STATUS " WS-ARCHIVE-FILE-STATUS
             " - LOAD NOT RUN"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           OPEN INPUT SEQUENTIAL-ARCHIVE-FILE.
           IF WS-SEQUENTIAL-FILE-STATUS NOT EQUAL "00" THEN
            DISPLAY "MISSION-ARCHIVE-LOAD - "
             FUNCTION TRIM(WS-SEQUENTIAL-FILE-NAME)
             " NOT FOUND - LOAD NOT RUN"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           OPEN OUTPUT ARCHIVE-FILE.
           CLOSE ARCHIVE-FILE.
           OPEN I-O ARCHIVE-FILE.
           PERFORM UNTIL WS-SEQUENTIAL-EOF
            MOVE SPACES TO WS-ARCHIVE-LINE
            READ SEQUENTIAL-ARCHIVE-FILE INTO WS-ARCHIVE-LINE
             AT END SET WS-SEQUENTIAL-EOF TO TRUE
            END-READ
            IF NOT WS-SEQUENTIAL-EOF THEN
             ADD 1 TO WS-READ-COUNT
             PERFORM 0002-LOAD-RECORD
            END-IF
           END-PERFORM.
           CLOSE SEQUENTIAL-ARCHIVE-FILE.
           CLOSE ARCHIVE-FILE.
           DISPLAY "MISSION-ARCHIVE-LOAD - " WS-READ-COUNT
            " RECORDS READ, " WS-LOADED-COUNT " LOADED, "
            WS-SUPERSEDED-COUNT " SUPERSEDED, " WS-SKIP-COUNT
            " SKIPPED".
           IF WS-SKIP-COUNT IS GREATER THAN 0 THEN
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************
      * 0001-ACCEPT-PARAMETERS takes the sequential input   *
      * name from argument 1, if one is given.                *
      *****************************************************
       0001-ACCEPT-PARAMETERS.
           PERFORM 0003-RESOLVE-MISSION.
           SET WS-ARGUMENT-NUMBER TO 1.
           DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARGUMENT-FILE-NAME FROM ARGUMENT-VALUE
            ON EXCEPTION
             CONTINUE
            NOT ON EXCEPTION
             MOVE WS-ARGUMENT-FILE-NAME TO WS-SEQUENTIAL-FILE-NAME
           END-ACCEPT.

      *****************************************************
      * 0002-LOAD-RECORD stores one sequential record under *
      * its port and sequence.  A record whose port,           *
      * sequence, run date or update stamp is not numeric is     *
      * reported and skipped.                                      *
      *****************************************************
       0002-LOAD-RECORD.
           IF WS-ARC-UPDATE-STAMP EQUAL SPACES THEN
            STRING WS-ARC-GEN-DATE "000000" DELIMITED BY SIZE
             INTO WS-ARC-UPDATE-STAMP
           END-IF.
           IF WS-ARC-PORT IS NOT NUMERIC
             OR WS-ARC-SEQUENCE IS NOT NUMERIC
             OR WS-ARC-GEN-DATE IS NOT NUMERIC
             OR WS-ARC-UPDATE-STAMP IS NOT NUMERIC THEN
            DISPLAY "MISSION-ARCHIVE-LOAD - RECORD " WS-READ-COUNT
             " NOT NUMERIC - SKIPPED: " WS-ARCHIVE-LINE
            ADD 1 TO WS-SKIP-COUNT
            EXIT PARAGRAPH
           END-IF.
           MOVE WS-ARC-PORT TO ARCHIVE-PORT.
           MOVE WS-ARC-SEQUENCE TO ARCHIVE-SEQUENCE.
           MOVE WS-ARC-CHARACTER TO ARCHIVE-CHARACTER.
           MOVE WS-ARC-FLAG TO ARCHIVE-FLAG.
           MOVE WS-ARC-GEN-DATE TO ARCHIVE-GEN-DATE.
           MOVE WS-ARC-UPDATE-STAMP TO ARCHIVE-UPDATE-STAMP.
           WRITE ARCHIVE-RECORD
            INVALID KEY
             REWRITE ARCHIVE-RECORD
             ADD 1 TO WS-SUPERSEDED-COUNT
            NOT INVALID KEY
             ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

      *****************************************************
      * 0003-RESOLVE-MISSION takes the mission identifier   *
      * from the MISSION_ID environment value - one to eight *
      * letters and digits, folded to upper case - and builds *
      * the name of the archive built and the default          *
      * sequential file name.  An identifier that is not        *
      * valid ends the run before anything is opened.            *
      *****************************************************
       0003-RESOLVE-MISSION.
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
            DISPLAY "MISSION-ARCHIVE-LOAD - MISSION_ID "
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
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
           STRING "mission-archive" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-ARCHIVE-FILE-NAME.
           MOVE SPACES TO WS-SEQUENTIAL-FILE-NAME.
           STRING "mission-archive-seq" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-SEQUENTIAL-FILE-NAME.

       END PROGRAM MISSION-ARCHIVE-LOAD.
