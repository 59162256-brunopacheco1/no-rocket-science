      * the surviving daily generations, optionally narrowed to a
      * YYYYMMDD date range by arguments 2 and 3, so a mission
      * spanning several days builds into one transcript even after
      * the dated report files have been purged.  A station port as
      * argument 4 assembles that one port's transcript alone,
      * reading only its stretch of the archive by key.
      * A character mission control confirmed through MISSION-OVERRIDE
      * takes the place of whatever the decode produced for its
      * sequence, fills its sequence if it was missing, and is marked
      * on a line of its own under the text line that carries it -
      * inside a gap summarized on a marker line too, and, when
      * assembling from report generations, before a port's first
      * received sequence or after its last, so no confirmed
      * character is left out of a transcript or its counts.
      * The MISSION_ID environment value names the mission assembled:
      * its catalog, archive, ledger and override register are read,
      * and its transcripts and manifest carry the mission qualifier,
      * so two campaigns sharing a station never overwrite each
      * other's documents.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * TRANSCRIPT-FILE is assigned dynamically because one
      * transcript file is written per station port -
      * transcript-<port>.txt, or transcript-<port>.<id>.txt for a
      * named mission.
           SELECT TRANSCRIPT-FILE ASSIGN DYNAMIC
            WS-TRANSCRIPT-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL.
      * retained output generations, read here to find every report
      * generation stamped with today's date when no file names are
      * given on the command line.
           SELECT GENERATION-CATALOG-FILE ASSIGN DYNAMIC
            WS-GEN-CATALOG-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GEN-CATALOG-FILE-STATUS.

      * ARCHIVE-FILE is MISSION-000's permanent cross-run decoded-
      * message archive, keyed on port + sequence, read instead of
      * the daily generations when the ARCHIVE keyword is given.
      * FILE STATUS because a site that has never consolidated has
      * no archive to open.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC
            WS-ARCHIVE-FILE-NAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ARCHIVE-KEY
            FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

      * STATION-MASTER-FILE is the station reference - port, name
      * was seen, and a completeness status cross-checked against
      * the gap ledger, so releasing a mission document can be
      * automated instead of signed off by eye.
           SELECT TRANSCRIPT-MANIFEST-FILE ASSIGN DYNAMIC
            WS-MANIFEST-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

      * GAP-LEDGER-FILE is MISSION-000's persistent gap record,
      * read here because a transcript with no placeholders can
      * still be provisional when the ledger holds an OPEN gap for
      * the port that fell outside the merged generations.
           SELECT GAP-LEDGER-FILE ASSIGN DYNAMIC
            WS-GAP-LEDGER-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GAP-LEDGER-FILE-STATUS.

      * OVERRIDE-REGISTER-FILE is MISSION-OVERRIDE's permanent
      * register of confirmed characters, read so an override is
      * placed and marked whichever source the assembly reads.
      * FILE STATUS because most sites have never overridden
      * anything.
           SELECT OVERRIDE-REGISTER-FILE ASSIGN DYNAMIC
            WS-OVERRIDE-REGISTER-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

      * TRN-SORT-FILE orders the merged report records by port and
      * sequence, so each transcript assembles front to back no
      * matter how many runs the mission was spread across.
           SELECT TRN-SORT-FILE ASSIGN DYNAMIC
            WS-TRN-SORT-FILE-NAME.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * TRANSCRIPT-FILE carries the assembled mission text *
      * for one station port, wrapped at 64 characters,     *
      * with a # standing in for each missing sequence and    *
      * an override marker line after each text line that      *
      * carries an operator-confirmed character.                *
      *****************************************************
       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD PIC X(64).
       01  GENERATION-CATALOG-RECORD PIC X(52).

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
      * STATION-MASTER-FILE records carry port, station    *
      * name and the commissioned/decommissioned dates,     *
      * comma separated, then the missions it serves -       *
      * only the name is used here.  A bare five-digit         *
      * record is an unnamed station.                           *
      *****************************************************
       FD  STATION-MASTER-FILE.
       01  STATION-MASTER-RECORD PIC X(90).

      *****************************************************
      * TRANSCRIPT-MANIFEST-FILE carries one record per    *
      * port: port, station name, characters placed,        *
      * missing positions laid down, duplicates dropped,     *
      * end-of-transmission seen Y/N, the completeness        *
      * status and the operator overrides placed, comma         *
      * separated.                                               *
      *****************************************************
       FD  TRANSCRIPT-MANIFEST-FILE.
       01  TRANSCRIPT-MANIFEST-RECORD PIC X(94).

      *****************************************************
      * GAP-LEDGER-FILE records carry port, sequence range *
       FD  GAP-LEDGER-FILE.
       01  GAP-LEDGER-RECORD PIC X(34).

      *****************************************************
      * OVERRIDE-REGISTER-FILE records carry port,          *
      * sequence, confirmed character, what it displaced,     *
      * date, time, operator and reason, comma separated.      *
      *****************************************************
       FD  OVERRIDE-REGISTER-FILE.
       01  OVERRIDE-REGISTER-RECORD PIC X(88).

      *****************************************************
      * TRN-SORT-RECORD is one report record in flight     *
      * through the external sort, keyed the way the        *

       01  WS-TRANSCRIPT-FILE-NAME PIC X(64).

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
           05 WS-REPORT-PREFIX PIC X(24).

       01  WS-MISSION-DATASET-NAMES.
           05 WS-GEN-CATALOG-FILE-NAME PIC X(64).
           05 WS-ARCHIVE-FILE-NAME PIC X(64).
           05 WS-MANIFEST-FILE-NAME PIC X(64).
           05 WS-GAP-LEDGER-FILE-NAME PIC X(64).
           05 WS-OVERRIDE-REGISTER-NAME PIC X(64).
           05 WS-TRN-SORT-FILE-NAME PIC X(64).

       01  WS-GEN-CATALOG-FILE-STATUS PIC X(02).

       01  WS-GEN-CATALOG-EOF-SW PIC X(01) VALUE "N".
           05 WS-SML-FROM-DATE PIC X(08).
           05 WS-SML-SEP3 PIC X(01).
           05 WS-SML-TO-DATE PIC X(08).
           05 WS-SML-SEP4 PIC X(01).
           05 WS-SML-MISSIONS PIC X(35).

      * WS-STATION-MASTER carries the station names onto the
      * transcript headers - the dates ride along but only
           05 WS-MAN-SEP6 PIC X(01).
           05 WS-MAN-STATUS PIC X(11).
               88 WS-MAN-IS-COMPLETE VALUE "COMPLETE".
           05 WS-MAN-SEP7 PIC X(01).
           05 WS-MAN-OVERRIDES PIC 9(10).

       01  WS-OVERRIDE-FILE-STATUS PIC X(02).

       01  WS-OVERRIDE-EOF-SW PIC X(01) VALUE "N".
           88 WS-OVERRIDE-EOF VALUE "Y".

       01  WS-OVERRIDE-REGISTER-LINE.
           05 WS-ORL-PORT PIC X(05).
           05 WS-ORL-SEP1 PIC X(01).
           05 WS-ORL-SEQUENCE PIC X(10).
           05 WS-ORL-SEP2 PIC X(01).
           05 WS-ORL-CHARACTER PIC X(01).
           05 WS-ORL-SEP3 PIC X(01).
           05 WS-ORL-PRIOR-CHARACTER PIC X(01).
           05 WS-ORL-SEP4 PIC X(01).
           05 WS-ORL-PRIOR-FLAG PIC X(01).
           05 WS-ORL-SEP5 PIC X(01).
           05 WS-ORL-DATE PIC X(08).
           05 WS-ORL-SEP6 PIC X(01).
           05 WS-ORL-TIME PIC X(06).
           05 WS-ORL-SEP7 PIC X(01).
           05 WS-ORL-OPERATOR PIC X(08).
           05 WS-ORL-SEP8 PIC X(01).
           05 WS-ORL-REASON PIC X(40).

      * WS-OVERRIDE-TABLE holds the override register, one slot per
      * port and sequence - a later override of the same sequence
      * replaces the earlier one, as it did in the archive.  The
      * low/high sequences bound a range searched by
      * 0023-FIND-RANGE-OVERRIDES.
       01  WS-OVERRIDE-TABLE.
           05 WS-MAX-OVERRIDES USAGE COMP-5 PIC 9(4) VALUE 1000.
           05 WS-OVERRIDE-COUNT USAGE COMP-5 PIC 9(4) VALUE 0.
           05 WS-OVR-SCAN USAGE COMP-5 PIC 9(4).
           05 WS-OVR-SLOT USAGE COMP-5 PIC 9(4).
           05 WS-OVR-SEARCH-PORT PIC 9(05).
           05 WS-OVR-SEARCH-SEQUENCE PIC 9(10).
           05 WS-OVR-LOW-SEQUENCE PIC 9(10).
           05 WS-OVR-HIGH-SEQUENCE PIC 9(10).
           05 WS-OVR-LAST-SLOT USAGE COMP-5 PIC 9(4).
           05 WS-OVERRIDE-ENTRY OCCURS 1000 TIMES.
               10 OVR-PORT PIC 9(05).
               10 OVR-SEQUENCE PIC 9(10).
               10 OVR-CHARACTER PIC X(01).
               10 OVR-OPERATOR PIC X(08).

      * WS-LINE-OVERRIDES remembers the overridden characters placed
      * in the line being built, so 0009-FLUSH-LINE can mark each
      * one under the line - at most one per column.
       01  WS-LINE-OVERRIDES.
           05 WS-LINE-OVERRIDE-COUNT USAGE COMP-5 PIC 9(2) VALUE 0.
           05 WS-LINE-OVERRIDE-SCAN USAGE COMP-5 PIC 9(2).
           05 WS-LINE-OVERRIDE-ENTRY OCCURS 64 TIMES.
               10 LOV-SEQUENCE PIC 9(10).
               10 LOV-CHARACTER PIC X(01).
               10 LOV-OPERATOR PIC X(08).

       01  WS-OVERRIDE-MARKER-LINE.
           05 FILLER PIC X(22) VALUE "*** OVERRIDE SEQUENCE ".
           05 WS-OMK-SEQUENCE PIC 9(10).
           05 FILLER PIC X(06) VALUE " CHAR ".
           05 WS-OMK-CHARACTER PIC X(01).
           05 FILLER PIC X(04) VALUE " BY ".
           05 WS-OMK-OPERATOR PIC X(08).
           05 FILLER PIC X(04) VALUE " ***".

      * WS-ALL-COMPLETE-SW certifies the whole run: it drops to N
      * the moment any port closes PROVISIONAL, and 0000-START
       01  WS-ARCHIVE-EOF-SW PIC X(01) VALUE "N".
           88 WS-ARCHIVE-EOF VALUE "Y".

      * WS-ARCHIVE-MODE switches the assembly's source from the
      * daily report generations to the permanent archive; the date
      * range defaults to the whole mission when arguments 2 and 3
      * are omitted, and the port range to every port when
      * argument 4 is.
       01  WS-ARCHIVE-CONTROL.
           05 WS-ARCHIVE-MODE-SW PIC X(01) VALUE "N".
               88 WS-ARCHIVE-MODE VALUE "Y".
           05 WS-RANGE-FROM-DATE PIC 9(08) VALUE 0.
           05 WS-RANGE-TO-DATE PIC 9(08) VALUE 99999999.
           05 WS-RANGE-FROM-PORT PIC 9(05) VALUE 0.
           05 WS-RANGE-TO-PORT PIC 9(05) VALUE 99999.
           05 WS-RANGE-ARGUMENT PIC X(08).

      * WS-CUR-FLAG carries the report line's corrected-flag column:
           05 WS-CUR-CHARACTER PIC X(01).
           05 WS-CUR-FLAG PIC X(01).
               88 WS-CUR-IS-CONTROL VALUE "C".
               88 WS-CUR-IS-OVERRIDE VALUE "O".

       01  WS-SORTED-EOF-SW PIC X(01) VALUE "N".
           88 WS-SORTED-EOF VALUE "Y".
           05 WS-PORT-DUPLICATES USAGE COMP-5 PIC 9(10).
           05 WS-PORT-EOT-SW PIC X(01).
               88 WS-PORT-EOT-SEEN VALUE "Y".
           05 WS-PORT-OVERRIDES USAGE COMP-5 PIC 9(10).
           05 WS-OPEN-PORT-NAME PIC X(30).
           05 WS-MAX-GAP-FILL USAGE COMP-5 PIC 9(6) VALUE 10000.
           05 WS-GAP-SIZE USAGE COMP-5 PIC 9(10).
           05 WS-FILL-FROM PIC 9(10).
           05 WS-FILL-UNTIL PIC 9(10).
           05 WS-FILL-SEQUENCE PIC 9(10).

       01  WS-GAP-MARKER-LINE.
           05 FILLER PIC X(04) VALUE "*** ".
           PERFORM 0001-ACCEPT-PARAMETERS.
           PERFORM 0014-LOAD-STATION-MASTER.
           PERFORM 0016-LOAD-GAP-LEDGER.
           PERFORM 0018-LOAD-OVERRIDES.
           IF WS-ARCHIVE-MODE THEN
      * Probe the archive before committing to the sort - a site
      * that has never consolidated has nothing to assemble from.
      * 0002-LOAD-TODAY-GENERATIONS.                           *
      *****************************************************
       0001-ACCEPT-PARAMETERS.
           PERFORM 0022-RESOLVE-MISSION.
           SET WS-ARGUMENT-NUMBER TO 1.
           PERFORM UNTIL WS-FILE-COUNT = 50
            DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
              ADD 1 TO WS-FILE-COUNT
              SET FT-INDEX TO WS-FILE-COUNT
              MOVE SPACES TO WS-FILE-NAME(FT-INDEX)
              STRING WS-REPORT-PREFIX DELIMITED BY SPACE
               WS-GCL-STAMP DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE INTO WS-FILE-NAME(FT-INDEX)
             END-IF
            ELSE
             IF WS-CUR-SEQUENCE IS GREATER THAN
               WS-PREV-SEQUENCE + 1 THEN
              COMPUTE WS-FILL-FROM = WS-PREV-SEQUENCE + 1
              MOVE WS-CUR-SEQUENCE TO WS-FILL-UNTIL
              PERFORM 0010-FILL-SEQUENCE-GAP
             END-IF
            END-IF
      * contributing a character: the frame was received, so neither
      * text nor a missing-sequence placeholder belongs here.
            IF NOT WS-CUR-IS-CONTROL THEN
      * A confirmed character stands in for whatever the decode made
      * of the sequence - the archive already carries it, a report
      * generation does not.
             MOVE WS-CUR-SEQUENCE TO WS-OVR-SEARCH-SEQUENCE
             PERFORM 0019-LOCATE-OVERRIDE
             IF WS-OVR-SLOT IS GREATER THAN 0 THEN
              MOVE OVR-CHARACTER(WS-OVR-SLOT) TO WS-CUR-CHARACTER
              MOVE "O" TO WS-CUR-FLAG
             END-IF
             IF WS-CUR-IS-OVERRIDE THEN
              PERFORM 0020-MARK-OVERRIDE
             END-IF
             MOVE WS-CUR-CHARACTER TO WS-LINE-BUFFER
              (WS-LINE-COLUMN + 1:1)
             ADD 1 TO WS-LINE-COLUMN
      * WS-PREV-SEQUENCE one short of the record so            *
      * 0006-ASSEMBLE-RECORD, on returning, places the first    *
      * character as fresh text with no leading placeholders.    *
      * Assembling from report generations, a confirmed character *
      * ahead of the first record opens the text instead, the      *
      * sequences from it up to the record filled as any gap is.    *
      *****************************************************
       0007-OPEN-PORT-TRANSCRIPT.
           MOVE SPACES TO WS-TRANSCRIPT-FILE-NAME.
           STRING "transcript-" WS-CUR-PORT DELIMITED BY SIZE
            WS-MISSION-QUALIFIER DELIMITED BY SPACE
            ".txt" DELIMITED BY SIZE INTO WS-TRANSCRIPT-FILE-NAME.
           OPEN OUTPUT TRANSCRIPT-FILE.
      * The transcript opens with the station's name from the
      * master, so mission control stops cross-referencing port
           MOVE 0 TO WS-PORT-CHARS.
           MOVE 0 TO WS-PORT-PLACEHOLDERS.
           MOVE 0 TO WS-PORT-DUPLICATES.
           MOVE 0 TO WS-PORT-OVERRIDES.
           MOVE "N" TO WS-PORT-EOT-SW.
           MOVE SPACES TO WS-LINE-BUFFER.
           MOVE 0 TO WS-LINE-COLUMN.
           COMPUTE WS-PREV-SEQUENCE = WS-CUR-SEQUENCE - 1.
           SET WS-PORT-OPEN TO TRUE.
           ADD 1 TO WS-PORT-COUNT.
      * The archive already carries every confirmed character as a
      * record of its own; report generations carry none.
           IF NOT WS-ARCHIVE-MODE
             AND WS-CUR-SEQUENCE IS GREATER THAN 0 THEN
            MOVE 0 TO WS-OVR-LOW-SEQUENCE
            COMPUTE WS-OVR-HIGH-SEQUENCE = WS-CUR-SEQUENCE - 1
            PERFORM 0023-FIND-RANGE-OVERRIDES
            IF WS-OVR-SLOT IS GREATER THAN 0 THEN
             MOVE OVR-SEQUENCE(WS-OVR-SLOT) TO WS-FILL-FROM
             MOVE WS-CUR-SEQUENCE TO WS-FILL-UNTIL
             PERFORM 0010-FILL-SEQUENCE-GAP
            END-IF
           END-IF.

      *****************************************************
      * 0008-CLOSE-PORT-TRANSCRIPT flushes the partial last *
      * line and closes the open transcript.  Assembling     *
      * from report generations, a confirmed character beyond *
      * the last record is laid down first, the sequences up   *
      * to it filled as any gap is.                             *
      *****************************************************
       0008-CLOSE-PORT-TRANSCRIPT.
           IF NOT WS-ARCHIVE-MODE
             AND WS-PREV-SEQUENCE IS LESS THAN 9999999999 THEN
            COMPUTE WS-OVR-LOW-SEQUENCE = WS-PREV-SEQUENCE + 1
            MOVE 9999999999 TO WS-OVR-HIGH-SEQUENCE
            PERFORM 0023-FIND-RANGE-OVERRIDES
            IF WS-OVR-LAST-SLOT IS GREATER THAN 0
              AND OVR-SEQUENCE(WS-OVR-LAST-SLOT)
               IS LESS THAN 9999999999 THEN
             MOVE WS-OVR-LOW-SEQUENCE TO WS-FILL-FROM
             COMPUTE WS-FILL-UNTIL =
              OVR-SEQUENCE(WS-OVR-LAST-SLOT) + 1
             PERFORM 0010-FILL-SEQUENCE-GAP
            END-IF
           END-IF.
           IF WS-LINE-COLUMN IS GREATER THAN 0 THEN
            PERFORM 0009-FLUSH-LINE
           END-IF.
           MOVE "N" TO WS-PORT-OPEN-SW.

      *****************************************************
      * 0009-FLUSH-LINE writes the line being built, marks  *
      * each overridden character in it on a line of its      *
      * own, and starts the next line.                          *
      *****************************************************
       0009-FLUSH-LINE.
           MOVE WS-LINE-BUFFER TO TRANSCRIPT-RECORD.
           WRITE TRANSCRIPT-RECORD.
           PERFORM VARYING WS-LINE-OVERRIDE-SCAN FROM 1 BY 1
             UNTIL WS-LINE-OVERRIDE-SCAN > WS-LINE-OVERRIDE-COUNT
            MOVE LOV-SEQUENCE(WS-LINE-OVERRIDE-SCAN)
             TO WS-OMK-SEQUENCE
            MOVE LOV-CHARACTER(WS-LINE-OVERRIDE-SCAN)
             TO WS-OMK-CHARACTER
            MOVE LOV-OPERATOR(WS-LINE-OVERRIDE-SCAN)
             TO WS-OMK-OPERATOR
            MOVE WS-OVERRIDE-MARKER-LINE TO TRANSCRIPT-RECORD
            WRITE TRANSCRIPT-RECORD
           END-PERFORM.
           MOVE 0 TO WS-LINE-OVERRIDE-COUNT.
           MOVE SPACES TO WS-LINE-BUFFER.
           MOVE 0 TO WS-LINE-COLUMN.

      *****************************************************
      * 0010-FILL-SEQUENCE-GAP lays one placeholder into    *
      * the text for every missing sequence from             *
      * WS-FILL-FROM up to, not including, WS-FILL-UNTIL.  A  *
      * gap wider than WS-MAX-GAP-FILL - in practice a corrupt *
      * sequence number - is summarized on a marker line        *
      * instead of drowning the transcript in placeholders, and  *
      * any character mission control confirmed inside it follows *
      * on a line of its own.                                      *
      *****************************************************
       0010-FILL-SEQUENCE-GAP.
           COMPUTE WS-GAP-SIZE = WS-FILL-UNTIL - WS-FILL-FROM.
           IF WS-GAP-SIZE IS GREATER THAN WS-MAX-GAP-FILL THEN
            IF WS-LINE-COLUMN IS GREATER THAN 0 THEN
             PERFORM 0009-FLUSH-LINE
            END-IF
            MOVE WS-FILL-FROM TO WS-GMK-FROM
            COMPUTE WS-GMK-TO = WS-FILL-UNTIL - 1
            MOVE WS-GAP-MARKER-LINE TO TRANSCRIPT-RECORD
            WRITE TRANSCRIPT-RECORD
            ADD WS-GAP-SIZE TO WS-PORT-PLACEHOLDERS
            DISPLAY "MISSION-TRANSCRIPT - PORT " WS-PREV-PORT
             " GAP OF " WS-GAP-SIZE " SEQUENCES SUMMARIZED ON A "
             "MARKER LINE"
            MOVE WS-FILL-FROM TO WS-OVR-LOW-SEQUENCE
            COMPUTE WS-OVR-HIGH-SEQUENCE = WS-FILL-UNTIL - 1
            PERFORM 0023-FIND-RANGE-OVERRIDES
            PERFORM UNTIL WS-OVR-SLOT EQUAL 0
             MOVE OVR-SEQUENCE(WS-OVR-SLOT) TO WS-OVR-SEARCH-SEQUENCE
             PERFORM 0024-PLACE-OVERRIDE
             SUBTRACT 1 FROM WS-PORT-PLACEHOLDERS
             IF WS-OVR-SEARCH-SEQUENCE IS LESS THAN
               WS-OVR-HIGH-SEQUENCE THEN
              COMPUTE WS-OVR-LOW-SEQUENCE =
               WS-OVR-SEARCH-SEQUENCE + 1
              PERFORM 0023-FIND-RANGE-OVERRIDES
             ELSE
              MOVE 0 TO WS-OVR-SLOT
             END-IF
            END-PERFORM
            IF WS-LINE-COLUMN IS GREATER THAN 0 THEN
             PERFORM 0009-FLUSH-LINE
            END-IF
           ELSE
            PERFORM 0011-ADD-PLACEHOLDER
             VARYING WS-FILL-SEQUENCE FROM WS-FILL-FROM BY 1
              UNTIL WS-FILL-SEQUENCE NOT LESS THAN WS-FILL-UNTIL
           END-IF.

      *****************************************************
      * 0011-ADD-PLACEHOLDER adds one placeholder           *
      * character to the line being built for the missing     *
      * sequence WS-FILL-SEQUENCE - or, when mission control    *
      * confirmed that sequence, the confirmed character,        *
      * marked, which counts as present.                          *
      *****************************************************
       0011-ADD-PLACEHOLDER.
           MOVE WS-FILL-SEQUENCE TO WS-OVR-SEARCH-SEQUENCE.
           PERFORM 0019-LOCATE-OVERRIDE.
           IF WS-OVR-SLOT IS GREATER THAN 0 THEN
            PERFORM 0024-PLACE-OVERRIDE
           ELSE
            MOVE WS-PLACEHOLDER TO WS-LINE-BUFFER
             (WS-LINE-COLUMN + 1:1)
            ADD 1 TO WS-PORT-PLACEHOLDERS
            ADD 1 TO WS-LINE-COLUMN
            IF WS-LINE-COLUMN EQUAL 64 THEN
             PERFORM 0009-FLUSH-LINE
            END-IF
           END-IF.

      *****************************************************
      * 0012-RELEASE-ARCHIVE positions on the first archive  *
      * key of the requested port range and releases every     *
      * record up to the end of it whose run date falls inside  *
      * the requested date range; a record outside the date      *
      * range is counted and skipped.                              *
      *****************************************************
       0012-RELEASE-ARCHIVE.
           MOVE "N" TO WS-ARCHIVE-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           MOVE WS-RANGE-FROM-PORT TO ARCHIVE-PORT.
           MOVE 0 TO ARCHIVE-SEQUENCE.
           START ARCHIVE-FILE KEY IS NOT LESS THAN ARCHIVE-KEY
            INVALID KEY SET WS-ARCHIVE-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-ARCHIVE-EOF
            READ ARCHIVE-FILE NEXT RECORD
             AT END SET WS-ARCHIVE-EOF TO TRUE
            END-READ
            IF NOT WS-ARCHIVE-EOF
              AND ARCHIVE-PORT IS GREATER THAN WS-RANGE-TO-PORT THEN
             SET WS-ARCHIVE-EOF TO TRUE
            END-IF
            IF NOT WS-ARCHIVE-EOF THEN
             IF ARCHIVE-GEN-DATE IS GREATER THAN OR EQUAL TO
                WS-RANGE-FROM-DATE
               AND ARCHIVE-GEN-DATE IS LESS THAN OR EQUAL TO
                WS-RANGE-TO-DATE THEN
              MOVE ARCHIVE-PORT TO TRN-PORT
              MOVE ARCHIVE-SEQUENCE TO TRN-SEQUENCE
              MOVE ARCHIVE-CHARACTER TO TRN-CHARACTER
              MOVE ARCHIVE-FLAG TO TRN-FLAG
              RELEASE TRN-SORT-RECORD
              ADD 1 TO WS-RECORD-COUNT
             ELSE

      *****************************************************
      * 0013-ACCEPT-DATE-RANGE reads the optional YYYYMMDD  *
      * from/to dates from arguments 2 and 3 and the optional *
      * station port from argument 4.  Any one omitted or      *
      * non-numeric leaves its range open, so ARCHIVE alone     *
      * assembles the whole mission.                              *
      *****************************************************
       0013-ACCEPT-DATE-RANGE.
           SET WS-ARGUMENT-NUMBER TO 2.
              MOVE WS-RANGE-ARGUMENT TO WS-RANGE-TO-DATE
             END-IF
           END-ACCEPT.
           SET WS-ARGUMENT-NUMBER TO 4.
           DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-RANGE-ARGUMENT FROM ARGUMENT-VALUE
            ON EXCEPTION
             CONTINUE
            NOT ON EXCEPTION
             IF FUNCTION TRIM(WS-RANGE-ARGUMENT) IS NUMERIC THEN
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RANGE-ARGUMENT))
               TO WS-RANGE-FROM-PORT
              MOVE WS-RANGE-FROM-PORT TO WS-RANGE-TO-PORT
             END-IF
           END-ACCEPT.

      *****************************************************
      * 0014-LOAD-STATION-MASTER loads the station names    *
           MOVE "," TO WS-MAN-SEP4.
           MOVE "," TO WS-MAN-SEP5.
           MOVE "," TO WS-MAN-SEP6.
           MOVE WS-PORT-OVERRIDES TO WS-MAN-OVERRIDES.
           MOVE "," TO WS-MAN-SEP7.
           MOVE WS-MANIFEST-LINE TO TRANSCRIPT-MANIFEST-RECORD.
           WRITE TRANSCRIPT-MANIFEST-RECORD.
           DISPLAY "MISSION-TRANSCRIPT - PORT " WS-MAN-PORT
            " " WS-MAN-STATUS " - CHARS " WS-MAN-CHARS
            " MISSING " WS-MAN-PLACEHOLDERS
            " DUPS " WS-MAN-DUPLICATES
            " EOT " WS-MAN-EOT-FLAG
            " OVERRIDES " WS-MAN-OVERRIDES.

      *****************************************************
      * 0018-LOAD-OVERRIDES loads the override register.    *
      * A later override of a sequence already loaded          *
      * replaces it.  A missing register means no overrides.     *
      *****************************************************
       0018-LOAD-OVERRIDES.
           MOVE 0 TO WS-OVERRIDE-COUNT.
           MOVE "N" TO WS-OVERRIDE-EOF-SW.
           OPEN INPUT OVERRIDE-REGISTER-FILE.
           IF WS-OVERRIDE-FILE-STATUS NOT EQUAL "00" THEN
            EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-OVERRIDE-EOF
            MOVE SPACES TO WS-OVERRIDE-REGISTER-LINE
            READ OVERRIDE-REGISTER-FILE INTO WS-OVERRIDE-REGISTER-LINE
             AT END SET WS-OVERRIDE-EOF TO TRUE
            END-READ
            IF NOT WS-OVERRIDE-EOF
              AND WS-ORL-PORT IS NUMERIC
              AND WS-ORL-SEQUENCE IS NUMERIC THEN
             MOVE WS-ORL-PORT TO WS-OVR-SEARCH-PORT
             MOVE WS-ORL-SEQUENCE TO WS-OVR-SEARCH-SEQUENCE
             PERFORM 0021-FIND-OVERRIDE-SLOT
             IF WS-OVR-SLOT EQUAL 0 THEN
              IF WS-OVERRIDE-COUNT EQUAL WS-MAX-OVERRIDES THEN
               DISPLAY "MISSION-TRANSCRIPT - OVERRIDE REGISTER HAS "
                "MORE THAN " WS-MAX-OVERRIDES " ENTRIES - "
                "REMAINDER IGNORED"
               SET WS-OVERRIDE-EOF TO TRUE
              ELSE
               ADD 1 TO WS-OVERRIDE-COUNT
               MOVE WS-OVERRIDE-COUNT TO WS-OVR-SLOT
              END-IF
             END-IF
             IF WS-OVR-SLOT IS GREATER THAN 0 THEN
              MOVE WS-ORL-PORT TO OVR-PORT(WS-OVR-SLOT)
              MOVE WS-ORL-SEQUENCE TO OVR-SEQUENCE(WS-OVR-SLOT)
              MOVE WS-ORL-CHARACTER TO OVR-CHARACTER(WS-OVR-SLOT)
              MOVE WS-ORL-OPERATOR TO OVR-OPERATOR(WS-OVR-SLOT)
             END-IF
            END-IF
           END-PERFORM.
           CLOSE OVERRIDE-REGISTER-FILE.

      *****************************************************
      * 0019-LOCATE-OVERRIDE looks up the override of the   *
      * open port at WS-OVR-SEARCH-SEQUENCE; WS-OVR-SLOT       *
      * comes back 0 when mission control confirmed none.       *
      *****************************************************
       0019-LOCATE-OVERRIDE.
           MOVE WS-PREV-PORT TO WS-OVR-SEARCH-PORT.
           PERFORM 0021-FIND-OVERRIDE-SLOT.

      *****************************************************
      * 0020-MARK-OVERRIDE notes the overridden character   *
      * about to be placed in the line being built, with the   *
      * operator who confirmed it, for 0009-FLUSH-LINE to        *
      * mark.  A flag-O archive record missing from the           *
      * register is marked without an operator.                    *
      *****************************************************
       0020-MARK-OVERRIDE.
           ADD 1 TO WS-LINE-OVERRIDE-COUNT.
           ADD 1 TO WS-PORT-OVERRIDES.
           MOVE WS-OVR-SEARCH-SEQUENCE
            TO LOV-SEQUENCE(WS-LINE-OVERRIDE-COUNT).
           IF WS-OVR-SLOT IS GREATER THAN 0 THEN
            MOVE OVR-CHARACTER(WS-OVR-SLOT)
             TO LOV-CHARACTER(WS-LINE-OVERRIDE-COUNT)
            MOVE OVR-OPERATOR(WS-OVR-SLOT)
             TO LOV-OPERATOR(WS-LINE-OVERRIDE-COUNT)
           ELSE
            MOVE WS-CUR-CHARACTER
             TO LOV-CHARACTER(WS-LINE-OVERRIDE-COUNT)
            MOVE SPACES TO LOV-OPERATOR(WS-LINE-OVERRIDE-COUNT)
           END-IF.

      *****************************************************
      * 0021-FIND-OVERRIDE-SLOT finds the register entry    *
      * of WS-OVR-SEARCH-PORT and WS-OVR-SEARCH-SEQUENCE.      *
      *****************************************************
       0021-FIND-OVERRIDE-SLOT.
           MOVE 0 TO WS-OVR-SLOT.
           PERFORM VARYING WS-OVR-SCAN FROM 1 BY 1
             UNTIL WS-OVR-SCAN > WS-OVERRIDE-COUNT
             OR WS-OVR-SLOT IS GREATER THAN 0
            IF OVR-PORT(WS-OVR-SCAN) EQUAL WS-OVR-SEARCH-PORT
              AND OVR-SEQUENCE(WS-OVR-SCAN)
               EQUAL WS-OVR-SEARCH-SEQUENCE THEN
             MOVE WS-OVR-SCAN TO WS-OVR-SLOT
            END-IF
           END-PERFORM.

      *****************************************************
      * 0022-RESOLVE-MISSION takes the mission identifier   *
      * from the MISSION_ID environment value - one to eight *
      * letters and digits, folded to upper case - and builds *
      * the names of the mission datasets this assembly reads  *
      * and writes.  An identifier that is not valid ends the   *
      * run before anything is read.                             *
      *****************************************************
       0022-RESOLVE-MISSION.
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
            DISPLAY "MISSION-TRANSCRIPT - MISSION_ID "
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
           STRING "transcript-manifest" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-MANIFEST-FILE-NAME.
           STRING "mission-gap-ledger" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-GAP-LEDGER-FILE-NAME.
           STRING "mission-override" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-OVERRIDE-REGISTER-NAME.
           STRING "transcript-sort" WS-MISSION-QUALIFIER ".tmp"
            DELIMITED BY SPACE INTO WS-TRN-SORT-FILE-NAME.
           MOVE SPACES TO WS-REPORT-PREFIX.
           STRING "mission-report" WS-MISSION-QUALIFIER "."
            DELIMITED BY SPACE INTO WS-REPORT-PREFIX.

      *****************************************************
      * 0023-FIND-RANGE-OVERRIDES finds the open port's     *
      * register entries from WS-OVR-LOW-SEQUENCE through    *
      * WS-OVR-HIGH-SEQUENCE: WS-OVR-SLOT comes back with the *
      * lowest of them and WS-OVR-LAST-SLOT the highest, both  *
      * 0 when there is none.                                   *
      *****************************************************
       0023-FIND-RANGE-OVERRIDES.
           MOVE 0 TO WS-OVR-SLOT.
           MOVE 0 TO WS-OVR-LAST-SLOT.
           PERFORM VARYING WS-OVR-SCAN FROM 1 BY 1
             UNTIL WS-OVR-SCAN > WS-OVERRIDE-COUNT
            IF OVR-PORT(WS-OVR-SCAN) EQUAL WS-PREV-PORT
              AND OVR-SEQUENCE(WS-OVR-SCAN) IS NOT LESS THAN
               WS-OVR-LOW-SEQUENCE
              AND OVR-SEQUENCE(WS-OVR-SCAN) IS NOT GREATER THAN
               WS-OVR-HIGH-SEQUENCE THEN
             IF WS-OVR-SLOT EQUAL 0 THEN
              MOVE WS-OVR-SCAN TO WS-OVR-SLOT
              MOVE WS-OVR-SCAN TO WS-OVR-LAST-SLOT
             ELSE
              IF OVR-SEQUENCE(WS-OVR-SCAN) IS LESS THAN
                OVR-SEQUENCE(WS-OVR-SLOT) THEN
               MOVE WS-OVR-SCAN TO WS-OVR-SLOT
              END-IF
              IF OVR-SEQUENCE(WS-OVR-SCAN) IS GREATER THAN
                OVR-SEQUENCE(WS-OVR-LAST-SLOT) THEN
               MOVE WS-OVR-SCAN TO WS-OVR-LAST-SLOT
              END-IF
             END-IF
            END-IF
           END-PERFORM.

      *****************************************************
      * 0024-PLACE-OVERRIDE places the confirmed character  *
      * of the register entry in WS-OVR-SLOT, for the        *
      * missing sequence WS-OVR-SEARCH-SEQUENCE, in the line  *
      * being built and marks it; it counts as present.        *
      *****************************************************
       0024-PLACE-OVERRIDE.
           PERFORM 0020-MARK-OVERRIDE.
           MOVE OVR-CHARACTER(WS-OVR-SLOT) TO WS-LINE-BUFFER
            (WS-LINE-COLUMN + 1:1).
           ADD 1 TO WS-PORT-CHARS.
           ADD 1 TO WS-LINE-COLUMN.
           IF WS-LINE-COLUMN EQUAL 64 THEN
            PERFORM 0009-FLUSH-LINE
           END-IF.

       END PROGRAM MISSION-TRANSCRIPT.
