       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSION-SDC-EXTRACT.
       AUTHOR. BRUNO PACHECO.
      *******************************************
      *           MISSION-SDC-EXTRACT           *
      *******************************************
      * MISSION-SDC-EXTRACT is the outbound interface to the science
      * data center: it writes a fixed-layout extract of the
      * mission-archive.dat records added or changed since the last
      * extract, picked out by the update stamp MISSION-000 and
      * MISSION-OVERRIDE put on every record they add or change.
      * The high-water mark is the stamp range the last extract
      * covered, kept in the extract register
      * mission-sdc-register.dat (one record per extract), so each
      * day's extract carries only new work.  Argument 1 FULL
      * writes a full refresh of the whole archive instead.
      * Each extract is mission-sdc-extract.E<id>.dat: a header
      * record (extract ID, run date and time, INCR or FULL, and the
      * stamp range covered), one detail record per archive record,
      * then the control totals - one count record per port and a
      * trailer with the record count, the number of ports and the
      * hash total of the sequences - so the receiving side can
      * prove the file arrived complete, and a re-sent extract can
      * be matched against the original by ID and totals.
      * The extract takes MISSION-000's run lock so no run can
      * change the archive while it is read.  Condition code 4 when
      * there is no archive to extract from, 8 when the run lock is
      * held or the extract could not be completed - the high-water
      * mark is not advanced.
      * The MISSION_ID environment value names the mission extracted:
      * its archive, register and run lock are used, and its extracts
      * are written as mission-sdc-extract.<id>.E<n>.dat, so each
      * campaign keeps its own extract sequence and high-water mark.

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

      * SDC-EXTRACT-FILE is assigned dynamically because every
      * extract is kept under its own ID.
           SELECT SDC-EXTRACT-FILE ASSIGN DYNAMIC
            WS-EXTRACT-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

      * SDC-REGISTER-FILE is the permanent register of extracts
      * written, extended every run; its last record is the
      * high-water mark.  FILE STATUS because the first extract has
      * no register yet.
           SELECT SDC-REGISTER-FILE ASSIGN DYNAMIC
            WS-REGISTER-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-FILE-STATUS.

      * RUN-LOCK-FILE is MISSION-000's run lock - see
      * 0010-ACQUIRE-RUN-LOCK.
           SELECT RUN-LOCK-FILE ASSIGN DYNAMIC
            WS-RUN-LOCK-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-LOCK-FILE-STATUS.

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
      * SDC-EXTRACT-FILE records start with a record type - *
      * H header, D detail, P port count, T trailer - and     *
      * carry fixed-position fields, comma separated.          *
      *****************************************************
       FD  SDC-EXTRACT-FILE.
       01  SDC-EXTRACT-RECORD PIC X(59).

      *****************************************************
      * SDC-REGISTER-FILE records carry extract ID, mode,   *
      * run date and time, the stamp range covered, record     *
      * count and hash total, comma separated.                  *
      *****************************************************
       FD  SDC-REGISTER-FILE.
       01  SDC-REGISTER-RECORD PIC X(87).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD PIC X(42).

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVE-FILE-STATUS PIC X(02).
       01  WS-REGISTER-FILE-STATUS PIC X(02).
       01  WS-RUN-LOCK-FILE-STATUS PIC X(02).
       01  WS-EXTRACT-FILE-NAME PIC X(64).

       01  WS-PARAMETER-AREA.
           05 WS-ARGUMENT-NUMBER USAGE COMP-5 PIC 99.
           05 WS-ARGUMENT-VALUE PIC X(09).

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

       01  WS-MISSION-DATASET-NAMES.
           05 WS-ARCHIVE-FILE-NAME PIC X(64).
           05 WS-REGISTER-FILE-NAME PIC X(64).
           05 WS-RUN-LOCK-FILE-NAME PIC X(64).

       01  WS-FULL-REFRESH-SW PIC X(01) VALUE "N".
           88 WS-FULL-REFRESH VALUE "Y".

       01  WS-ARCHIVE-EOF-SW PIC X(01) VALUE "N".
           88 WS-ARCHIVE-EOF VALUE "Y".
       01  WS-REGISTER-EOF-SW PIC X(01) VALUE "N".
           88 WS-REGISTER-EOF VALUE "Y".
       01  WS-EXTRACT-FAILED-SW PIC X(01) VALUE "N".
           88 WS-EXTRACT-FAILED VALUE "Y".

       01  WS-RUN-LOCK-LINE.
           05 FILLER PIC X(25) VALUE "MISSION-SDC-EXTRACT RUN ".
           05 WS-LCK-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-LCK-TIME PIC X(08).

      * WS-RUN-STAMP is when this extract started; it closes the
      * range the extract covers.  The stamp is only to the second,
      * and a run taking the lock as this extract lets it go can
      * stamp records with this same second, so records stamped
      * with it are left to the next extract.
       01  WS-RUN-STAMP.
           05 WS-RUN-DATE PIC 9(08).
           05 WS-RUN-TIME PIC X(06).
       01  WS-CLOCK-TIME PIC X(08).

      * WS-EXTRACT-RANGE is the stamp range this extract covers:
      * records stamped at or after WS-FROM-STAMP and before
      * WS-TO-STAMP.  The next extract starts from this WS-TO-STAMP.
       01  WS-EXTRACT-RANGE.
           05 WS-LAST-EXTRACT-ID PIC 9(06) VALUE 0.
           05 WS-EXTRACT-ID PIC 9(06).
           05 WS-HIGH-WATER-STAMP PIC 9(14) VALUE 0.
           05 WS-FROM-STAMP PIC 9(14).
           05 WS-TO-STAMP PIC 9(14).
           05 WS-EXTRACT-MODE PIC X(04).

       01  WS-EXTRACT-TOTALS.
           05 WS-RECORD-COUNT USAGE COMP-5 PIC 9(10) VALUE 0.
           05 WS-HASH-TOTAL PIC 9(18) VALUE 0.
           05 WS-SCANNED-COUNT USAGE COMP-5 PIC 9(10) VALUE 0.

      * WS-PORT-COUNT-TABLE holds the records extracted per port.
      * The archive is read in key order, so each port's records
      * arrive together and a port is added when the first of them
      * does.
       01  WS-PORT-COUNT-TABLE.
           05 WS-MAX-EXTRACT-PORTS USAGE COMP-5 PIC 9(4) VALUE 1000.
           05 WS-EXTRACT-PORT-COUNT USAGE COMP-5 PIC 9(4) VALUE 0.
           05 WS-PORT-SLOT USAGE COMP-5 PIC 9(4).
           05 WS-PORT-ENTRY OCCURS 1000 TIMES.
               10 PCT-PORT PIC 9(05).
               10 PCT-COUNT USAGE COMP-5 PIC 9(10).

       01  WS-REGISTER-LINE.
           05 WS-REG-EXTRACT-ID PIC 9(06).
           05 WS-REG-SEP1 PIC X(01).
           05 WS-REG-MODE PIC X(04).
           05 WS-REG-SEP2 PIC X(01).
           05 WS-REG-RUN-DATE PIC 9(08).
           05 WS-REG-SEP3 PIC X(01).
           05 WS-REG-RUN-TIME PIC X(06).
           05 WS-REG-SEP4 PIC X(01).
           05 WS-REG-FROM-STAMP PIC 9(14).
           05 WS-REG-SEP5 PIC X(01).
           05 WS-REG-TO-STAMP PIC 9(14).
           05 WS-REG-SEP6 PIC X(01).
           05 WS-REG-RECORD-COUNT PIC 9(10).
           05 WS-REG-SEP7 PIC X(01).
           05 WS-REG-HASH-TOTAL PIC 9(18).

       01  WS-HEADER-LINE.
           05 WS-HDR-TYPE PIC X(01).
           05 WS-HDR-SEP1 PIC X(01).
           05 WS-HDR-EXTRACT-ID PIC 9(06).
           05 WS-HDR-SEP2 PIC X(01).
           05 WS-HDR-RUN-DATE PIC 9(08).
           05 WS-HDR-SEP3 PIC X(01).
           05 WS-HDR-RUN-TIME PIC X(06).
           05 WS-HDR-SEP4 PIC X(01).
           05 WS-HDR-MODE PIC X(04).
           05 WS-HDR-SEP5 PIC X(01).
           05 WS-HDR-FROM-STAMP PIC 9(14).
           05 WS-HDR-SEP6 PIC X(01).
           05 WS-HDR-TO-STAMP PIC 9(14).

       01  WS-DETAIL-LINE.
           05 WS-DTL-TYPE PIC X(01).
           05 WS-DTL-SEP1 PIC X(01).
           05 WS-DTL-PORT PIC 9(05).
           05 WS-DTL-SEP2 PIC X(01).
           05 WS-DTL-SEQUENCE PIC 9(10).
           05 WS-DTL-SEP3 PIC X(01).
           05 WS-DTL-CHARACTER PIC X(01).
           05 WS-DTL-SEP4 PIC X(01).
           05 WS-DTL-FLAG PIC X(01).
           05 WS-DTL-SEP5 PIC X(01).
           05 WS-DTL-GEN-DATE PIC 9(08).
           05 WS-DTL-SEP6 PIC X(01).
           05 WS-DTL-UPDATE-STAMP PIC 9(14).

       01  WS-PORT-COUNT-LINE.
           05 WS-PCL-TYPE PIC X(01).
           05 WS-PCL-SEP1 PIC X(01).
           05 WS-PCL-PORT PIC 9(05).
           05 WS-PCL-SEP2 PIC X(01).
           05 WS-PCL-COUNT PIC 9(10).

       01  WS-TRAILER-LINE.
           05 WS-TRL-TYPE PIC X(01).
           05 WS-TRL-SEP1 PIC X(01).
           05 WS-TRL-EXTRACT-ID PIC 9(06).
           05 WS-TRL-SEP2 PIC X(01).
           05 WS-TRL-RECORD-COUNT PIC 9(10).
           05 WS-TRL-SEP3 PIC X(01).
           05 WS-TRL-PORT-COUNT PIC 9(05).
           05 WS-TRL-SEP4 PIC X(01).
           05 WS-TRL-HASH-TOTAL PIC 9(18).

       PROCEDURE DIVISION.

       0000-START.
           PERFORM 0001-ACCEPT-PARAMETERS.
           PERFORM 0002-LOAD-REGISTER.
           PERFORM 0010-ACQUIRE-RUN-LOCK.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:6) TO WS-RUN-TIME.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS NOT EQUAL "00" THEN
            DISPLAY "MISSION-SDC-EXTRACT - ARCHIVE NOT FOUND - "
             "NOTHING TO EXTRACT"
            PERFORM 0011-RELEASE-RUN-LOCK
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.
           COMPUTE WS-EXTRACT-ID = WS-LAST-EXTRACT-ID + 1.
           IF WS-FULL-REFRESH THEN
            MOVE "FULL" TO WS-EXTRACT-MODE
            MOVE 0 TO WS-FROM-STAMP
           ELSE
            MOVE "INCR" TO WS-EXTRACT-MODE
            MOVE WS-HIGH-WATER-STAMP TO WS-FROM-STAMP
           END-IF.
           MOVE WS-RUN-STAMP TO WS-TO-STAMP.
           MOVE SPACES TO WS-EXTRACT-FILE-NAME.
           STRING "mission-sdc-extract" DELIMITED BY SIZE
            WS-MISSION-QUALIFIER DELIMITED BY SPACE
            ".E" WS-EXTRACT-ID ".dat"
            DELIMITED BY SIZE INTO WS-EXTRACT-FILE-NAME.
           OPEN OUTPUT SDC-EXTRACT-FILE.
           PERFORM 0003-WRITE-HEADER.
           PERFORM UNTIL WS-ARCHIVE-EOF OR WS-EXTRACT-FAILED
            READ ARCHIVE-FILE NEXT RECORD
             AT END SET WS-ARCHIVE-EOF TO TRUE
            END-READ
            IF NOT WS-ARCHIVE-EOF THEN
             ADD 1 TO WS-SCANNED-COUNT
             IF ARCHIVE-UPDATE-STAMP IS NOT LESS THAN WS-FROM-STAMP
               AND ARCHIVE-UPDATE-STAMP IS LESS THAN WS-TO-STAMP THEN
              PERFORM 0004-WRITE-DETAIL
             END-IF
            END-IF
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           IF WS-EXTRACT-FAILED THEN
            CLOSE SDC-EXTRACT-FILE
            CALL "CBL_DELETE_FILE" USING WS-EXTRACT-FILE-NAME
            PERFORM 0011-RELEASE-RUN-LOCK
            DISPLAY "MISSION-SDC-EXTRACT - EXTRACT "
             WS-EXTRACT-ID " NOT WRITTEN - HIGH-WATER MARK KEPT AT "
             WS-HIGH-WATER-STAMP
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM 0005-WRITE-CONTROL-TOTALS.
           CLOSE SDC-EXTRACT-FILE.
           PERFORM 0006-REGISTER-EXTRACT.
           PERFORM 0011-RELEASE-RUN-LOCK.
           DISPLAY "MISSION-SDC-EXTRACT - EXTRACT " WS-EXTRACT-ID " "
            WS-EXTRACT-MODE " " WS-FROM-STAMP " UP TO " WS-TO-STAMP
            " - " WS-RECORD-COUNT " OF " WS-SCANNED-COUNT
            " ARCHIVE RECORDS WRITTEN TO "
            FUNCTION TRIM(WS-EXTRACT-FILE-NAME).
           STOP RUN.

      *****************************************************
      * 0001-ACCEPT-PARAMETERS takes the FULL keyword from   *
      * argument 1 for a full refresh.                         *
      *****************************************************
       0001-ACCEPT-PARAMETERS.
           PERFORM 0012-RESOLVE-MISSION.
           SET WS-ARGUMENT-NUMBER TO 1.
           DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARGUMENT-VALUE FROM ARGUMENT-VALUE
            ON EXCEPTION
             CONTINUE
            NOT ON EXCEPTION
             IF FUNCTION UPPER-CASE(WS-ARGUMENT-VALUE) EQUAL "FULL"
               THEN
              SET WS-FULL-REFRESH TO TRUE
             END-IF
           END-ACCEPT.

      *****************************************************
      * 0002-LOAD-REGISTER reads the extract register to the *
      * end: the last extract's ID and the stamp its range       *
      * closed at are where this one carries on from.  No         *
      * register means no extract yet - everything is new.          *
      *****************************************************
       0002-LOAD-REGISTER.
           MOVE 0 TO WS-LAST-EXTRACT-ID.
           MOVE 0 TO WS-HIGH-WATER-STAMP.
           MOVE "N" TO WS-REGISTER-EOF-SW.
           OPEN INPUT SDC-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT EQUAL "00" THEN
            EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-REGISTER-EOF
            MOVE SPACES TO WS-REGISTER-LINE
            READ SDC-REGISTER-FILE INTO WS-REGISTER-LINE
             AT END SET WS-REGISTER-EOF TO TRUE
            END-READ
            IF NOT WS-REGISTER-EOF
              AND WS-REG-EXTRACT-ID IS NUMERIC
              AND WS-REG-TO-STAMP IS NUMERIC THEN
             MOVE WS-REG-EXTRACT-ID TO WS-LAST-EXTRACT-ID
             MOVE WS-REG-TO-STAMP TO WS-HIGH-WATER-STAMP
            END-IF
           END-PERFORM.
           CLOSE SDC-REGISTER-FILE.

      *****************************************************
      * 0003-WRITE-HEADER writes the extract's H record.     *
      *****************************************************
       0003-WRITE-HEADER.
           MOVE SPACES TO WS-HEADER-LINE.
           MOVE "H" TO WS-HDR-TYPE.
           MOVE WS-EXTRACT-ID TO WS-HDR-EXTRACT-ID.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
           MOVE WS-EXTRACT-MODE TO WS-HDR-MODE.
           MOVE WS-FROM-STAMP TO WS-HDR-FROM-STAMP.
           MOVE WS-TO-STAMP TO WS-HDR-TO-STAMP.
           MOVE "," TO WS-HDR-SEP1.
           MOVE "," TO WS-HDR-SEP2.
           MOVE "," TO WS-HDR-SEP3.
           MOVE "," TO WS-HDR-SEP4.
           MOVE "," TO WS-HDR-SEP5.
           MOVE "," TO WS-HDR-SEP6.
           MOVE WS-HEADER-LINE TO SDC-EXTRACT-RECORD.
           WRITE SDC-EXTRACT-RECORD.

      *****************************************************
      * 0004-WRITE-DETAIL writes one archive record as a D   *
      * record and adds it to the control totals.  More ports    *
      * than the count table holds fails the extract - a          *
      * trailer that cannot count every port proves nothing.        *
      *****************************************************
       0004-WRITE-DETAIL.
           IF WS-EXTRACT-PORT-COUNT EQUAL 0
             OR PCT-PORT(WS-EXTRACT-PORT-COUNT) NOT EQUAL ARCHIVE-PORT
             THEN
            IF WS-EXTRACT-PORT-COUNT EQUAL WS-MAX-EXTRACT-PORTS THEN
             DISPLAY "MISSION-SDC-EXTRACT - MORE THAN "
              WS-MAX-EXTRACT-PORTS " PORTS TO EXTRACT"
             SET WS-EXTRACT-FAILED TO TRUE
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-EXTRACT-PORT-COUNT
            MOVE ARCHIVE-PORT TO PCT-PORT(WS-EXTRACT-PORT-COUNT)
            MOVE 0 TO PCT-COUNT(WS-EXTRACT-PORT-COUNT)
           END-IF.
           ADD 1 TO PCT-COUNT(WS-EXTRACT-PORT-COUNT).
           ADD 1 TO WS-RECORD-COUNT.
           ADD ARCHIVE-SEQUENCE TO WS-HASH-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "D" TO WS-DTL-TYPE.
           MOVE ARCHIVE-PORT TO WS-DTL-PORT.
           MOVE ARCHIVE-SEQUENCE TO WS-DTL-SEQUENCE.
           MOVE ARCHIVE-CHARACTER TO WS-DTL-CHARACTER.
           MOVE ARCHIVE-FLAG TO WS-DTL-FLAG.
           MOVE ARCHIVE-GEN-DATE TO WS-DTL-GEN-DATE.
           MOVE ARCHIVE-UPDATE-STAMP TO WS-DTL-UPDATE-STAMP.
           MOVE "," TO WS-DTL-SEP1.
           MOVE "," TO WS-DTL-SEP2.
           MOVE "," TO WS-DTL-SEP3.
           MOVE "," TO WS-DTL-SEP4.
           MOVE "," TO WS-DTL-SEP5.
           MOVE "," TO WS-DTL-SEP6.
           MOVE WS-DETAIL-LINE TO SDC-EXTRACT-RECORD.
           WRITE SDC-EXTRACT-RECORD.

      *****************************************************
      * 0005-WRITE-CONTROL-TOTALS writes one P record per     *
      * port extracted, then the T trailer.                     *
      *****************************************************
       0005-WRITE-CONTROL-TOTALS.
           PERFORM VARYING WS-PORT-SLOT FROM 1 BY 1
             UNTIL WS-PORT-SLOT > WS-EXTRACT-PORT-COUNT
            MOVE SPACES TO WS-PORT-COUNT-LINE
            MOVE "P" TO WS-PCL-TYPE
            MOVE PCT-PORT(WS-PORT-SLOT) TO WS-PCL-PORT
            MOVE PCT-COUNT(WS-PORT-SLOT) TO WS-PCL-COUNT
            MOVE "," TO WS-PCL-SEP1
            MOVE "," TO WS-PCL-SEP2
            MOVE WS-PORT-COUNT-LINE TO SDC-EXTRACT-RECORD
            WRITE SDC-EXTRACT-RECORD
           END-PERFORM.
           MOVE SPACES TO WS-TRAILER-LINE.
           MOVE "T" TO WS-TRL-TYPE.
           MOVE WS-EXTRACT-ID TO WS-TRL-EXTRACT-ID.
           MOVE WS-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
           MOVE WS-EXTRACT-PORT-COUNT TO WS-TRL-PORT-COUNT.
           MOVE WS-HASH-TOTAL TO WS-TRL-HASH-TOTAL.
           MOVE "," TO WS-TRL-SEP1.
           MOVE "," TO WS-TRL-SEP2.
           MOVE "," TO WS-TRL-SEP3.
           MOVE "," TO WS-TRL-SEP4.
           MOVE WS-TRAILER-LINE TO SDC-EXTRACT-RECORD.
           WRITE SDC-EXTRACT-RECORD.

      *****************************************************
      * 0006-REGISTER-EXTRACT appends the extract to the      *
      * register, which moves the high-water mark to the end     *
      * of the range it covered.                                   *
      *****************************************************
       0006-REGISTER-EXTRACT.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE WS-EXTRACT-ID TO WS-REG-EXTRACT-ID.
           MOVE WS-EXTRACT-MODE TO WS-REG-MODE.
           MOVE WS-RUN-DATE TO WS-REG-RUN-DATE.
           MOVE WS-RUN-TIME TO WS-REG-RUN-TIME.
           MOVE WS-FROM-STAMP TO WS-REG-FROM-STAMP.
           MOVE WS-TO-STAMP TO WS-REG-TO-STAMP.
           MOVE WS-RECORD-COUNT TO WS-REG-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO WS-REG-HASH-TOTAL.
           MOVE "," TO WS-REG-SEP1.
           MOVE "," TO WS-REG-SEP2.
           MOVE "," TO WS-REG-SEP3.
           MOVE "," TO WS-REG-SEP4.
           MOVE "," TO WS-REG-SEP5.
           MOVE "," TO WS-REG-SEP6.
           MOVE "," TO WS-REG-SEP7.
           OPEN EXTEND SDC-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT EQUAL "00" THEN
            OPEN OUTPUT SDC-REGISTER-FILE
           END-IF.
           MOVE WS-REGISTER-LINE TO SDC-REGISTER-RECORD.
           WRITE SDC-REGISTER-RECORD.
           CLOSE SDC-REGISTER-FILE.

      *****************************************************
      * 0010-ACQUIRE-RUN-LOCK takes MISSION-000's run lock, *
      * or ends the extract with condition code 8 if a run     *
      * holds it.                                                *
      *****************************************************
       0010-ACQUIRE-RUN-LOCK.
           OPEN INPUT RUN-LOCK-FILE.
           IF WS-RUN-LOCK-FILE-STATUS EQUAL "00" THEN
            READ RUN-LOCK-FILE
             AT END CONTINUE
            END-READ
            DISPLAY "MISSION-SDC-EXTRACT - RUN LOCK HELD - "
             RUN-LOCK-RECORD
            DISPLAY "MISSION-SDC-EXTRACT - NO EXTRACT WRITTEN"
            CLOSE RUN-LOCK-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           ACCEPT WS-LCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LCK-TIME FROM TIME.
           OPEN OUTPUT RUN-LOCK-FILE.
           MOVE WS-RUN-LOCK-LINE TO RUN-LOCK-RECORD.
           WRITE RUN-LOCK-RECORD.
           CLOSE RUN-LOCK-FILE.

      *****************************************************
      * 0011-RELEASE-RUN-LOCK deletes the run lock.         *
      *****************************************************
       0011-RELEASE-RUN-LOCK.
           CALL "CBL_DELETE_FILE" USING WS-RUN-LOCK-FILE-NAME.
           MOVE 0 TO RETURN-CODE.

      *****************************************************
      * 0012-RESOLVE-MISSION takes the mission identifier   *
      * from the MISSION_ID environment value - one to eight *
      * letters and digits, folded to upper case - and builds *
      * the mission's archive, register and run-lock names.    *
      * An identifier that is not valid ends the run before     *
      * anything is read or written.                             *
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
            DISPLAY "MISSION-SDC-EXTRACT - MISSION_ID "
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
           STRING "mission-archive" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-ARCHIVE-FILE-NAME.
           STRING "mission-sdc-register" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-REGISTER-FILE-NAME.
           STRING "mission-000" WS-MISSION-QUALIFIER ".lock"
            DELIMITED BY SPACE INTO WS-RUN-LOCK-FILE-NAME.

       END PROGRAM MISSION-SDC-EXTRACT.
