       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSION-ARCHIVE-UNLOAD.
       AUTHOR. BRUNO PACHECO.
      *******************************************
      *         MISSION-ARCHIVE-UNLOAD          *
      *******************************************
      * MISSION-ARCHIVE-UNLOAD writes the indexed mission-archive.dat
      * back out in the old line-sequential layout - port, sequence,
      * character, flag and run date, comma separated, in port and
      * sequence order - for any consumer still reading the archive
      * the way MISSION-000 used to keep it, and as the backup copy
      * MISSION-ARCHIVE-LOAD can rebuild the indexed archive from.
      * Argument 1 names the sequential output (default
      * mission-archive-seq.dat).  The keyword STAMPED as argument 2
      * adds each record's update stamp after the run date; a
      * backup meant for reloading should be taken STAMPED, since a
      * record reloaded without one is stamped from its run date and
      * the science data center extract will not see it as
      * changed.  Condition code 4 when there is
      * no archive to unload.  The MISSION_ID environment value
      * names the mission whose archive is unloaded - then the
      * output defaults to mission-archive-seq.<id>.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ARCHIVE-FILE is MISSION-000's permanent archive, keyed on
      * port + sequence, read front to back in key order.  FILE
      * STATUS because a site that has never consolidated has no
      * archive to open.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC
            WS-ARCHIVE-FILE-NAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS ARCHIVE-KEY
            FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

      * SEQUENTIAL-ARCHIVE-FILE is assigned dynamically from
      * argument 1.
           SELECT SEQUENTIAL-ARCHIVE-FILE ASSIGN DYNAMIC
            WS-SEQUENTIAL-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *****************************************************
      * SEQUENTIAL-ARCHIVE-FILE records carry port,         *
      * sequence, decoded character, corrected flag and the  *
      * run date, comma separated - the stamped form adds the *
      * update stamp.                                          *
      *****************************************************
       FD  SEQUENTIAL-ARCHIVE-FILE.
       01  SEQUENTIAL-ARCHIVE-RECORD PIC X(29).
       01  SEQUENTIAL-STAMPED-RECORD PIC X(44).

       WORKING-STORAGE SECTION.
       01  WS-SEQUENTIAL-FILE-NAME PIC X(64).
       01  WS-ARCHIVE-FILE-STATUS PIC X(02).
       01  WS-ARGUMENT-NUMBER USAGE COMP-5 PIC 99.
       01  WS-ARGUMENT-FILE-NAME PIC X(64).
       01  WS-ARGUMENT-VALUE PIC X(09).
       01  WS-STAMPED-SW PIC X(01) VALUE "N".
           88 WS-STAMPED VALUE "Y".

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

       01  WS-ARCHIVE-EOF-SW PIC X(01) VALUE "N".
           88 WS-ARCHIVE-EOF VALUE "Y".

       01  WS-ARCHIVE-LINE.
           05 WS-ARC-PORT PIC 9(05).
           05 WS-ARC-SEP1 PIC X(01).
           05 WS-ARC-SEQUENCE PIC 9(10).
           05 WS-ARC-SEP2 PIC X(01).
           05 WS-ARC-CHARACTER PIC X(01).
           05 WS-ARC-SEP3 PIC X(01).
           05 WS-ARC-FLAG PIC X(01).
           05 WS-ARC-SEP4 PIC X(01).
           05 WS-ARC-GEN-DATE PIC 9(08).
           05 WS-ARC-SEP5 PIC X(01).
           05 WS-ARC-UPDATE-STAMP PIC 9(14).

       01  WS-UNLOAD-COUNT USAGE COMP-5 PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.

       0000-START.
           PERFORM 0001-ACCEPT-PARAMETERS.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS NOT EQUAL "00" THEN
            DISPLAY "MISSION-ARCHIVE-UNLOAD - ARCHIVE NOT FOUND - "
             "NOTHING TO UNLOAD"
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.
           OPEN OUTPUT SEQUENTIAL-ARCHIVE-FILE.
           PERFORM UNTIL WS-ARCHIVE-EOF
            READ ARCHIVE-FILE NEXT RECORD
             AT END SET WS-ARCHIVE-EOF TO TRUE
            END-READ
            IF NOT WS-ARCHIVE-EOF THEN
             PERFORM 0002-UNLOAD-RECORD
            END-IF
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           CLOSE SEQUENTIAL-ARCHIVE-FILE.
           DISPLAY "MISSION-ARCHIVE-UNLOAD - " WS-UNLOAD-COUNT
            " RECORDS WRITTEN TO "
            FUNCTION TRIM(WS-SEQUENTIAL-FILE-NAME).
           STOP RUN.

      *****************************************************
      * 0001-ACCEPT-PARAMETERS takes the sequential output  *
      * name from argument 1, if one is given, and the        *
      * STAMPED keyword from argument 2.                       *
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
           SET WS-ARGUMENT-NUMBER TO 2.
           DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARGUMENT-VALUE FROM ARGUMENT-VALUE
            ON EXCEPTION
             CONTINUE
            NOT ON EXCEPTION
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARGUMENT-VALUE))
               EQUAL "STAMPED" THEN
              SET WS-STAMPED TO TRUE
             ELSE
              DISPLAY "MISSION-ARCHIVE-UNLOAD - ARGUMENT 2 "
               FUNCTION TRIM(WS-ARGUMENT-VALUE)
               " NOT RECOGNISED - UNSTAMPED LAYOUT WRITTEN"
             END-IF
           END-ACCEPT.

      *****************************************************
      * 0002-UNLOAD-RECORD writes one archive record as one *
      * comma-separated sequential record, with its update    *
      * stamp only when STAMPED was asked for.                 *
      *****************************************************
       0002-UNLOAD-RECORD.
           MOVE SPACES TO WS-ARCHIVE-LINE.
           MOVE ARCHIVE-PORT TO WS-ARC-PORT.
           MOVE ARCHIVE-SEQUENCE TO WS-ARC-SEQUENCE.
           MOVE ARCHIVE-CHARACTER TO WS-ARC-CHARACTER.
           MOVE ARCHIVE-FLAG TO WS-ARC-FLAG.
           MOVE ARCHIVE-GEN-DATE TO WS-ARC-GEN-DATE.
           MOVE ARCHIVE-UPDATE-STAMP TO WS-ARC-UPDATE-STAMP.
           MOVE "," TO WS-ARC-SEP1.
           MOVE "," TO WS-ARC-SEP2.
           MOVE "," TO WS-ARC-SEP3.
           MOVE "," TO WS-ARC-SEP4.
           IF WS-STAMPED THEN
            MOVE "," TO WS-ARC-SEP5
            MOVE WS-ARCHIVE-LINE TO SEQUENTIAL-STAMPED-RECORD
            WRITE SEQUENTIAL-STAMPED-RECORD
           ELSE
            MOVE WS-ARCHIVE-LINE(1:29) TO SEQUENTIAL-ARCHIVE-RECORD
            WRITE SEQUENTIAL-ARCHIVE-RECORD
           END-IF.
           ADD 1 TO WS-UNLOAD-COUNT.

      *****************************************************
      * 0003-RESOLVE-MISSION takes the mission identifier   *
      * from the MISSION_ID environment value - one to eight *
      * letters and digits, folded to upper case - and builds *
      * the name of the archive unloaded and the default       *
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
            DISPLAY "MISSION-ARCHIVE-UNLOAD - MISSION_ID "
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

       END PROGRAM MISSION-ARCHIVE-UNLOAD.
