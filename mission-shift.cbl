       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSION-SHIFT.
       AUTHOR. BRUNO PACHECO.
      *******************************************
      *              MISSION-SHIFT              *
      *******************************************
      * MISSION-SHIFT is the shift supervisor's cross-mission view:
      * every campaign sharing the ground stations keeps its own
      * catalog, run lock, run summary and gap ledger under its
      * mission qualifier, and this program sets them side by side
      * on one page instead of a supervisor running each mission's
      * reports in turn.  The active missions are the ones the
      * station master names on a station in service today, plus
      * the unqualified default mission when it has a catalog.  For
      * each it shows the stations serving it, the runs retained and
      * the latest, whether a run holds the mission's lock now, the
      * last run's totals and transmission trailer mismatches, and
      * the gaps still open on its ledger.
      * No arguments.  The summary goes to mission-shift-report.dat
      * and SYSOUT.  Condition code 4 when a mission's last run had
      * a trailer mismatch or no mission is active, 8 when there is
      * no station master to find the missions on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * STATION-MASTER-FILE names the missions each station serves.
      * FILE STATUS so a missing master is reported rather than
      * abending the run.
           SELECT STATION-MASTER-FILE ASSIGN
            TO "station-master.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATION-MASTER-FILE-STATUS.

      * The four mission datasets below are assigned dynamically
      * because each mission in turn is read under its own
      * qualifier.  FILE STATUS on each because a mission that has
      * never run, is not running, or has no gaps has no file.
           SELECT GENERATION-CATALOG-FILE ASSIGN DYNAMIC
            WS-GEN-CATALOG-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GEN-CATALOG-FILE-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN DYNAMIC
            WS-RUN-LOCK-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-LOCK-FILE-STATUS.

           SELECT RUN-SUMMARY-FILE ASSIGN DYNAMIC
            WS-RUN-SUMMARY-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-SUMMARY-FILE-STATUS.

           SELECT GAP-LEDGER-FILE ASSIGN DYNAMIC
            WS-GAP-LEDGER-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GAP-LEDGER-FILE-STATUS.

      * SHIFT-REPORT-FILE is the written form of the summary for the
      * shift handover.
           SELECT SHIFT-REPORT-FILE ASSIGN
            TO "mission-shift-report.dat"
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * STATION-MASTER-FILE records carry port, station    *
      * name and the commissioned/decommissioned dates,     *
      * comma separated, then the missions the station        *
      * serves; a bare five-digit record is an unnamed         *
      * station serving every mission.                          *
      *****************************************************
       FD  STATION-MASTER-FILE.
       01  STATION-MASTER-RECORD PIC X(90).

      *****************************************************
      * GENERATION-CATALOG-FILE records carry the stamp,    *
      * run date and audit/report record counts of one        *
      * retained generation, comma separated.                  *
      *****************************************************
       FD  GENERATION-CATALOG-FILE.
       01  GENERATION-CATALOG-RECORD PIC X(52).

      *****************************************************
      * RUN-LOCK-FILE holds the one line the run holding    *
      * the lock wrote: who took it and when.                 *
      *****************************************************
       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD PIC X(42).

      *****************************************************
      * RUN-SUMMARY-FILE is MISSION-000's end-of-run        *
      * statistics for the mission's last run.               *
      *****************************************************
       FD  RUN-SUMMARY-FILE.
       01  RUN-SUMMARY-RECORD PIC X(160).

      *****************************************************
      * GAP-LEDGER-FILE holds one record per known gap:    *
      * port, sequence range and OPEN/FILLED status.        *
      *****************************************************
       FD  GAP-LEDGER-FILE.
       01  GAP-LEDGER-RECORD PIC X(34).

       FD  SHIFT-REPORT-FILE.
       01  SHIFT-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STATION-MASTER-FILE-STATUS PIC X(02).
       01  WS-GEN-CATALOG-FILE-STATUS PIC X(02).
       01  WS-RUN-LOCK-FILE-STATUS PIC X(02).
       01  WS-RUN-SUMMARY-FILE-STATUS PIC X(02).
       01  WS-GAP-LEDGER-FILE-STATUS PIC X(02).

       01  WS-STATION-MASTER-EOF-SW PIC X(01) VALUE "N".
           88 WS-STATION-MASTER-EOF VALUE "Y".
       01  WS-INPUT-EOF-SW PIC X(01) VALUE "N".
           88 WS-INPUT-EOF VALUE "Y".

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

       01  WS-GEN-CATALOG-LINE.
           05 WS-GCL-STAMP PIC X(21).
           05 WS-GCL-SEP1 PIC X(01).
           05 WS-GCL-DATE PIC 9(08).
           05 WS-GCL-SEP2 PIC X(01).
           05 WS-GCL-AUDIT-COUNT PIC 9(10).
           05 WS-GCL-SEP3 PIC X(01).
           05 WS-GCL-REPORT-COUNT PIC 9(10).

       01  WS-GAP-LEDGER-LINE.
           05 WS-GLL-PORT PIC 9(05).
           05 WS-GLL-SEP1 PIC X(01).
           05 WS-GLL-FROM PIC 9(10).
           05 WS-GLL-SEP2 PIC X(01).
           05 WS-GLL-TO PIC 9(10).
           05 WS-GLL-SEP3 PIC X(01).
           05 WS-GLL-STATUS PIC X(06).

      * WS-RUN-SUMMARY-LINE is one line of MISSION-000's run
      * summary as read; the run-total and trailer lines are picked
      * apart through the layouts below, which are MISSION-000's
      * own.
       01  WS-RUN-SUMMARY-LINE PIC X(160).

       01  WS-RUN-TOTAL-LINE.
           05 WS-RTL-LABEL PIC X(10).
           05 FILLER PIC X(08).
           05 WS-RTL-DECODED PIC 9(07).
           05 FILLER PIC X(11).
           05 WS-RTL-CORRECTED PIC 9(07).
           05 FILLER PIC X(09).
           05 WS-RTL-UNRECOVERABLE PIC 9(07).
           05 FILLER PIC X(07).
           05 WS-RTL-UNREGISTERED PIC 9(07).
           05 FILLER PIC X(10).
           05 WS-RTL-INACTIVE PIC 9(07).
           05 FILLER PIC X(06).
           05 WS-RTL-GAPS PIC 9(07).
           05 FILLER PIC X(06).
           05 WS-RTL-DUPLICATES PIC 9(07).

       01  WS-TRAILER-RESULT-LINE.
           05 WS-TRS-LABEL PIC X(05).
           05 FILLER PIC X(92).
           05 WS-TRS-RESULT PIC X(10).

       01  WS-TRAILER-SECTION-SW PIC X(01) VALUE "N".
           88 WS-IN-TRAILER-SECTION VALUE "Y".

       01  WS-TODAY-DATE PIC 9(08).
       01  WS-CLOCK-TIME PIC X(08).

      * WS-STATION-TABLE keeps the in-service stations' missions
      * fields, so each mission's serving stations can be counted
      * once every mission on the master is known.  The limit is
      * MISSION-000's own.
       01  WS-STATION-TABLE.
           05 WS-MAX-STATIONS USAGE COMP-5 PIC 9(3) VALUE 20.
           05 WS-STATION-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-STATION-SCAN USAGE COMP-5 PIC 9(3).
           05 WS-STATION-FROM-DATE PIC 9(08).
           05 WS-STATION-TO-DATE PIC 9(08).
           05 WS-STATION-ENTRY OCCURS 20 TIMES.
               10 STN-PORT PIC 9(05).
               10 STN-MISSIONS PIC X(35).

      * WS-MISSION-TABLE holds one row per active mission - a blank
      * identifier is the unqualified default mission - and what
      * the survey of its datasets found.
       01  WS-MISSION-TABLE.
           05 WS-MAX-MISSIONS USAGE COMP-5 PIC 9(3) VALUE 40.
           05 WS-MISSION-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-MISSION-SLOT USAGE COMP-5 PIC 9(3).
           05 WS-MISSION-ENTRY OCCURS 40 TIMES.
               10 MSN-ID PIC X(08).
               10 MSN-STATION-COUNT USAGE COMP-5 PIC 9(3).
               10 MSN-RUN-COUNT USAGE COMP-5 PIC 9(5).
               10 MSN-LAST-STAMP PIC X(21).
               10 MSN-LOCK-SW PIC X(01).
                   88 MSN-RUNNING VALUE "Y".
               10 MSN-LOCK-TEXT PIC X(42).
               10 MSN-SUMMARY-SW PIC X(01).
                   88 MSN-SUMMARY-FOUND VALUE "Y".
               10 MSN-DECODED USAGE COMP-5 PIC 9(7).
               10 MSN-CORRECTED USAGE COMP-5 PIC 9(7).
               10 MSN-UNRECOVERABLE USAGE COMP-5 PIC 9(7).
               10 MSN-GAPS USAGE COMP-5 PIC 9(7).
               10 MSN-MISMATCH-COUNT USAGE COMP-5 PIC 9(3).
               10 MSN-OPEN-GAP-COUNT USAGE COMP-5 PIC 9(5).

      * WS-MISSION-AREA carries the mission in hand: its
      * identifier, the qualifier MISSION-000 puts into its dataset
      * names, and the slot of the missions field being looked at.
       01  WS-MISSION-AREA.
           05 WS-MISSION-ID PIC X(08).
           05 WS-MISSION-QUALIFIER PIC X(09).
           05 WS-MISSION-SCAN USAGE COMP-5 PIC 9(2).
           05 WS-MISSION-CHAR-SCAN USAGE COMP-5 PIC 9(2).
           05 WS-MISSION-ID-VALID-SW PIC X(01).
               88 WS-MISSION-ID-VALID VALUE "Y".
           05 WS-MISSION-SERVED-SW PIC X(01).
               88 WS-MISSION-SERVED VALUE "Y".

       01  WS-MISSION-DATASET-NAMES.
           05 WS-GEN-CATALOG-FILE-NAME PIC X(64).
           05 WS-RUN-LOCK-FILE-NAME PIC X(64).
           05 WS-RUN-SUMMARY-FILE-NAME PIC X(64).
           05 WS-GAP-LEDGER-FILE-NAME PIC X(64).

       01  WS-SHIFT-COUNTS.
           05 WS-RUNNING-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-MISMATCH-MISSION-COUNT USAGE COMP-5 PIC 9(3)
               VALUE 0.

       01  WS-SHIFT-HEADER-LINE.
           05 FILLER PIC X(30) VALUE
               "CROSS-MISSION SHIFT SUMMARY - ".
           05 WS-SHD-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-SHD-TIME PIC X(06).

       01  WS-MISSION-LINE.
           05 FILLER PIC X(08) VALUE "MISSION ".
           05 WS-MSL-ID PIC X(09).
           05 FILLER PIC X(10) VALUE " STATIONS ".
           05 WS-MSL-STATIONS PIC 9(03).
           05 FILLER PIC X(06) VALUE " RUNS ".
           05 WS-MSL-RUNS PIC 9(05).
           05 FILLER PIC X(07) VALUE " LATEST".
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-MSL-LAST-STAMP PIC X(21).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-MSL-STATE PIC X(07).

       01  WS-MISSION-TOTAL-LINE.
           05 FILLER PIC X(18) VALUE "  LAST RUN DECODED".
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-MTL-DECODED PIC 9(07).
           05 FILLER PIC X(11) VALUE " CORRECTED ".
           05 WS-MTL-CORRECTED PIC 9(07).
           05 FILLER PIC X(09) VALUE " UNRECOV ".
           05 WS-MTL-UNRECOVERABLE PIC 9(07).
           05 FILLER PIC X(06) VALUE " GAPS ".
           05 WS-MTL-GAPS PIC 9(07).
           05 FILLER PIC X(20) VALUE " TRAILER MISMATCHES ".
           05 WS-MTL-MISMATCHES PIC 9(03).

       01  WS-MISSION-GAP-LINE.
           05 FILLER PIC X(27) VALUE
               "  GAPS OPEN ON THE LEDGER  ".
           05 WS-MGL-OPEN-GAPS PIC 9(05).

       01  WS-MISSION-LOCK-LINE.
           05 FILLER PIC X(13) VALUE "  RUN LOCK - ".
           05 WS-MLL-TEXT PIC X(42).

       01  WS-SHIFT-TRAILER-LINE.
           05 FILLER PIC X(16) VALUE "ACTIVE MISSIONS ".
           05 WS-STR-MISSIONS PIC 9(03).
           05 FILLER PIC X(09) VALUE " RUNNING ".
           05 WS-STR-RUNNING PIC 9(03).
           05 FILLER PIC X(25) VALUE
               " WITH TRAILER MISMATCHES ".
           05 WS-STR-MISMATCHES PIC 9(03).

       PROCEDURE DIVISION.

       0000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
      * The default mission leads the summary when it has ever run -
      * its datasets are the unqualified ones.
           MOVE SPACES TO WS-MISSION-ID.
           PERFORM 0009-BUILD-MISSION-NAMES.
           OPEN INPUT GENERATION-CATALOG-FILE.
           IF WS-GEN-CATALOG-FILE-STATUS EQUAL "00" THEN
            CLOSE GENERATION-CATALOG-FILE
            PERFORM 0003-ADD-MISSION
           END-IF.
           PERFORM 0001-LOAD-STATION-MASTER.
           IF WS-MISSION-COUNT EQUAL 0 THEN
            DISPLAY "MISSION-SHIFT - NO ACTIVE MISSIONS - "
             "NOTHING TO SUMMARISE"
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM 0004-SURVEY-MISSION
            VARYING WS-MISSION-SLOT FROM 1 BY 1
             UNTIL WS-MISSION-SLOT > WS-MISSION-COUNT.
           PERFORM 0010-WRITE-SHIFT-REPORT.
           IF WS-MISMATCH-MISSION-COUNT IS GREATER THAN 0 THEN
            DISPLAY "MISSION-SHIFT - " WS-MISMATCH-MISSION-COUNT
             " MISSIONS WITH TRAILER MISMATCHES IN THEIR LAST RUN"
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************
      * 0001-LOAD-STATION-MASTER keeps every station in     *
      * service today and enters each mission its missions   *
      * field names.  A station outside its window serves     *
      * no mission today; a missing master ends the run -      *
      * without it no mission can be found.                    *
      *****************************************************
       0001-LOAD-STATION-MASTER.
           MOVE "N" TO WS-STATION-MASTER-EOF-SW.
           OPEN INPUT STATION-MASTER-FILE.
           IF WS-STATION-MASTER-FILE-STATUS NOT EQUAL "00" THEN
            DISPLAY "MISSION-SHIFT - STATION-MASTER-FILE NOT FOUND - "
             "NO MISSIONS TO SUMMARISE"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM UNTIL WS-STATION-MASTER-EOF
             OR WS-STATION-COUNT EQUAL WS-MAX-STATIONS
            MOVE SPACES TO WS-STATION-MASTER-LINE
            READ STATION-MASTER-FILE INTO WS-STATION-MASTER-LINE
             AT END SET WS-STATION-MASTER-EOF TO TRUE
            END-READ
            IF NOT WS-STATION-MASTER-EOF
              AND WS-SML-PORT IS NUMERIC THEN
             IF WS-SML-FROM-DATE IS NUMERIC THEN
              MOVE WS-SML-FROM-DATE TO WS-STATION-FROM-DATE
             ELSE
              MOVE 0 TO WS-STATION-FROM-DATE
             END-IF
             IF WS-SML-TO-DATE IS NUMERIC
               AND FUNCTION NUMVAL(WS-SML-TO-DATE)
                IS GREATER THAN 0 THEN
              MOVE WS-SML-TO-DATE TO WS-STATION-TO-DATE
             ELSE
              MOVE 99999999 TO WS-STATION-TO-DATE
             END-IF
             IF WS-TODAY-DATE IS GREATER THAN OR EQUAL TO
               WS-STATION-FROM-DATE
               AND WS-TODAY-DATE IS LESS THAN OR EQUAL TO
                WS-STATION-TO-DATE THEN
      * Identifiers are upper case on every run, so a hand-edited
      * lower-case slot is folded to match rather than reported.
              MOVE FUNCTION UPPER-CASE(WS-SML-MISSIONS)
               TO WS-SML-MISSIONS
              ADD 1 TO WS-STATION-COUNT
              MOVE WS-SML-PORT TO STN-PORT(WS-STATION-COUNT)
              MOVE WS-SML-MISSIONS TO STN-MISSIONS(WS-STATION-COUNT)
              PERFORM 0002-COLLECT-STATION-MISSIONS
             END-IF
            END-IF
           END-PERFORM.
           IF NOT WS-STATION-MASTER-EOF THEN
            READ STATION-MASTER-FILE
             AT END SET WS-STATION-MASTER-EOF TO TRUE
            END-READ
            IF NOT WS-STATION-MASTER-EOF THEN
             DISPLAY "MISSION-SHIFT - STATION-MASTER-FILE HAS MORE "
              "THAN " WS-MAX-STATIONS " STATIONS IN SERVICE - "
              "REMAINDER IGNORED"
            END-IF
           END-IF.
           CLOSE STATION-MASTER-FILE.

      *****************************************************
      * 0002-COLLECT-STATION-MISSIONS enters each mission   *
      * named in the four eight-character slots of the        *
      * station just read.  A slot that is not one to eight     *
      * upper-case letters and digits can never match a run's   *
      * mission; it is reported and passed over.                 *
      *****************************************************
       0002-COLLECT-STATION-MISSIONS.
           PERFORM VARYING WS-MISSION-SCAN FROM 1 BY 9
             UNTIL WS-MISSION-SCAN > 28
            MOVE WS-SML-MISSIONS(WS-MISSION-SCAN:8) TO WS-MISSION-ID
            IF WS-MISSION-ID NOT EQUAL SPACES THEN
             MOVE "Y" TO WS-MISSION-ID-VALID-SW
             PERFORM VARYING WS-MISSION-CHAR-SCAN FROM 1 BY 1
               UNTIL WS-MISSION-CHAR-SCAN > 8
              IF WS-MISSION-ID(WS-MISSION-CHAR-SCAN:1) EQUAL SPACE
                THEN
               IF WS-MISSION-ID(WS-MISSION-CHAR-SCAN:) NOT EQUAL
                 SPACES THEN
                MOVE "N" TO WS-MISSION-ID-VALID-SW
               END-IF
              ELSE
               IF (WS-MISSION-ID(WS-MISSION-CHAR-SCAN:1) < "A"
                 OR WS-MISSION-ID(WS-MISSION-CHAR-SCAN:1) > "Z")
                 AND (WS-MISSION-ID(WS-MISSION-CHAR-SCAN:1) < "0"
                 OR WS-MISSION-ID(WS-MISSION-CHAR-SCAN:1) > "9")
                 THEN
                MOVE "N" TO WS-MISSION-ID-VALID-SW
               END-IF
              END-IF
             END-PERFORM
             IF WS-MISSION-ID-VALID THEN
              PERFORM 0003-ADD-MISSION
             ELSE
              DISPLAY "MISSION-SHIFT - PORT " WS-SML-PORT
               " MISSION " WS-MISSION-ID " NOT VALID - IGNORED"
             END-IF
            END-IF
           END-PERFORM.

      *****************************************************
      * 0003-ADD-MISSION claims a mission table row for     *
      * WS-MISSION-ID unless it already has one.              *
      *****************************************************
       0003-ADD-MISSION.
           PERFORM VARYING WS-MISSION-SLOT FROM 1 BY 1
             UNTIL WS-MISSION-SLOT > WS-MISSION-COUNT
            IF MSN-ID(WS-MISSION-SLOT) EQUAL WS-MISSION-ID THEN
             EXIT PARAGRAPH
            END-IF
           END-PERFORM.
           IF WS-MISSION-COUNT EQUAL WS-MAX-MISSIONS THEN
            DISPLAY "MISSION-SHIFT - MORE THAN " WS-MAX-MISSIONS
             " MISSIONS - " WS-MISSION-ID " NOT SUMMARISED"
            EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MISSION-COUNT.
           MOVE WS-MISSION-ID TO MSN-ID(WS-MISSION-COUNT).

      *****************************************************
      * 0004-SURVEY-MISSION reads one mission's datasets    *
      * under its qualifier: the stations serving it, its      *
      * catalog, its run lock, its last run summary and its     *
      * gap ledger.                                              *
      *****************************************************
       0004-SURVEY-MISSION.
           MOVE MSN-ID(WS-MISSION-SLOT) TO WS-MISSION-ID.
           PERFORM 0009-BUILD-MISSION-NAMES.
           MOVE 0 TO MSN-STATION-COUNT(WS-MISSION-SLOT).
           PERFORM VARYING WS-STATION-SCAN FROM 1 BY 1
             UNTIL WS-STATION-SCAN > WS-STATION-COUNT
            PERFORM 0012-CHECK-MISSION-SERVED
            IF WS-MISSION-SERVED THEN
             ADD 1 TO MSN-STATION-COUNT(WS-MISSION-SLOT)
            END-IF
           END-PERFORM.
           PERFORM 0005-READ-CATALOG.
           PERFORM 0006-PROBE-RUN-LOCK.
           PERFORM 0007-READ-RUN-SUMMARY.
           PERFORM 0008-COUNT-OPEN-GAPS.

      *****************************************************
      * 0005-READ-CATALOG counts the mission's retained      *
      * generations and keeps the stamp of the last - catalog *
      * records are kept in stamp order.                       *
      *****************************************************
       0005-READ-CATALOG.
           MOVE 0 TO MSN-RUN-COUNT(WS-MISSION-SLOT).
           MOVE "NONE" TO MSN-LAST-STAMP(WS-MISSION-SLOT).
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT GENERATION-CATALOG-FILE.
           IF WS-GEN-CATALOG-FILE-STATUS NOT EQUAL "00" THEN
            EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-INPUT-EOF
            READ GENERATION-CATALOG-FILE INTO WS-GEN-CATALOG-LINE
             AT END SET WS-INPUT-EOF TO TRUE
            END-READ
            IF NOT WS-INPUT-EOF THEN
             ADD 1 TO MSN-RUN-COUNT(WS-MISSION-SLOT)
             MOVE WS-GCL-STAMP TO MSN-LAST-STAMP(WS-MISSION-SLOT)
            END-IF
           END-PERFORM.
           CLOSE GENERATION-CATALOG-FILE.

      *****************************************************
      * 0006-PROBE-RUN-LOCK notes whether a run holds the   *
      * mission's lock now, and the line the holder wrote.    *
      *****************************************************
       0006-PROBE-RUN-LOCK.
           MOVE "N" TO MSN-LOCK-SW(WS-MISSION-SLOT).
           MOVE SPACES TO MSN-LOCK-TEXT(WS-MISSION-SLOT).
           OPEN INPUT RUN-LOCK-FILE.
           IF WS-RUN-LOCK-FILE-STATUS NOT EQUAL "00" THEN
            EXIT PARAGRAPH
           END-IF.
           SET MSN-RUNNING(WS-MISSION-SLOT) TO TRUE.
           ADD 1 TO WS-RUNNING-COUNT.
           MOVE SPACES TO RUN-LOCK-RECORD.
           READ RUN-LOCK-FILE
            AT END CONTINUE
           END-READ.
           MOVE RUN-LOCK-RECORD TO MSN-LOCK-TEXT(WS-MISSION-SLOT).
           CLOSE RUN-LOCK-FILE.

      *****************************************************
      * 0007-READ-RUN-SUMMARY takes the run totals and the  *
      * count of trailer mismatches from the mission's last    *
      * run summary.                                            *
      *****************************************************
       0007-READ-RUN-SUMMARY.
           MOVE "N" TO MSN-SUMMARY-SW(WS-MISSION-SLOT).
           MOVE 0 TO MSN-DECODED(WS-MISSION-SLOT).
           MOVE 0 TO MSN-CORRECTED(WS-MISSION-SLOT).
           MOVE 0 TO MSN-UNRECOVERABLE(WS-MISSION-SLOT).
           MOVE 0 TO MSN-GAPS(WS-MISSION-SLOT).
           MOVE 0 TO MSN-MISMATCH-COUNT(WS-MISSION-SLOT).
           MOVE "N" TO WS-TRAILER-SECTION-SW.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT RUN-SUMMARY-FILE.
           IF WS-RUN-SUMMARY-FILE-STATUS NOT EQUAL "00" THEN
            EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-INPUT-EOF
            MOVE SPACES TO WS-RUN-SUMMARY-LINE
            READ RUN-SUMMARY-FILE INTO WS-RUN-SUMMARY-LINE
             AT END SET WS-INPUT-EOF TO TRUE
            END-READ
            IF NOT WS-INPUT-EOF THEN
             MOVE WS-RUN-SUMMARY-LINE TO WS-RUN-TOTAL-LINE
             MOVE WS-RUN-SUMMARY-LINE TO WS-TRAILER-RESULT-LINE
             IF WS-RTL-LABEL EQUAL "RUN TOTAL " THEN
              SET MSN-SUMMARY-FOUND(WS-MISSION-SLOT) TO TRUE
              IF WS-RTL-DECODED IS NUMERIC THEN
               MOVE WS-RTL-DECODED TO MSN-DECODED(WS-MISSION-SLOT)
              END-IF
              IF WS-RTL-CORRECTED IS NUMERIC THEN
               MOVE WS-RTL-CORRECTED
                TO MSN-CORRECTED(WS-MISSION-SLOT)
              END-IF
              IF WS-RTL-UNRECOVERABLE IS NUMERIC THEN
               MOVE WS-RTL-UNRECOVERABLE
                TO MSN-UNRECOVERABLE(WS-MISSION-SLOT)
              END-IF
              IF WS-RTL-GAPS IS NUMERIC THEN
               MOVE WS-RTL-GAPS TO MSN-GAPS(WS-MISSION-SLOT)
              END-IF
             END-IF
             IF WS-RUN-SUMMARY-LINE(1:20) EQUAL "RUN SUMMARY - TRANSM"
               THEN
              SET WS-IN-TRAILER-SECTION TO TRUE
             ELSE
              IF WS-RUN-SUMMARY-LINE(1:14) EQUAL "RUN SUMMARY - "
                THEN
               MOVE "N" TO WS-TRAILER-SECTION-SW
              END-IF
             END-IF
             IF WS-IN-TRAILER-SECTION
               AND WS-TRS-LABEL EQUAL "PORT "
               AND WS-TRS-RESULT EQUAL "MISMATCH" THEN
              ADD 1 TO MSN-MISMATCH-COUNT(WS-MISSION-SLOT)
             END-IF
            END-IF
           END-PERFORM.
           CLOSE RUN-SUMMARY-FILE.
           IF MSN-MISMATCH-COUNT(WS-MISSION-SLOT) IS GREATER THAN 0
             THEN
            ADD 1 TO WS-MISMATCH-MISSION-COUNT
           END-IF.

      *****************************************************
      * 0008-COUNT-OPEN-GAPS counts the gaps the mission's  *
      * ledger still holds OPEN.  No ledger means none.       *
      *****************************************************
       0008-COUNT-OPEN-GAPS.
           MOVE 0 TO MSN-OPEN-GAP-COUNT(WS-MISSION-SLOT).
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT GAP-LEDGER-FILE.
           IF WS-GAP-LEDGER-FILE-STATUS NOT EQUAL "00" THEN
            EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-INPUT-EOF
            READ GAP-LEDGER-FILE INTO WS-GAP-LEDGER-LINE
             AT END SET WS-INPUT-EOF TO TRUE
            END-READ
            IF NOT WS-INPUT-EOF
              AND WS-GLL-STATUS EQUAL "OPEN" THEN
             ADD 1 TO MSN-OPEN-GAP-COUNT(WS-MISSION-SLOT)
            END-IF
           END-PERFORM.
           CLOSE GAP-LEDGER-FILE.

      *****************************************************
      * 0009-BUILD-MISSION-NAMES builds the dataset names  *
      * of the mission in WS-MISSION-ID exactly as            *
      * MISSION-000 does: a blank identifier keeps the         *
      * unqualified names, any other puts a dot and the         *
      * identifier ahead of the suffix.                          *
      *****************************************************
       0009-BUILD-MISSION-NAMES.
           MOVE SPACES TO WS-MISSION-QUALIFIER.
           IF WS-MISSION-ID NOT EQUAL SPACES THEN
            STRING "." WS-MISSION-ID DELIMITED BY SPACE
             INTO WS-MISSION-QUALIFIER
           END-IF.
           MOVE SPACES TO WS-MISSION-DATASET-NAMES.
           STRING "mission-generations" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-GEN-CATALOG-FILE-NAME.
           STRING "mission-000" WS-MISSION-QUALIFIER ".lock"
            DELIMITED BY SPACE INTO WS-RUN-LOCK-FILE-NAME.
           STRING "mission-run-summary" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-RUN-SUMMARY-FILE-NAME.
           STRING "mission-gap-ledger" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-GAP-LEDGER-FILE-NAME.

      *****************************************************
      * 0010-WRITE-SHIFT-REPORT writes the summary to the   *
      * report file and SYSOUT: a heading, a block per         *
      * mission and the closing counts.                         *
      *****************************************************
       0010-WRITE-SHIFT-REPORT.
           OPEN OUTPUT SHIFT-REPORT-FILE.
           MOVE WS-TODAY-DATE TO WS-SHD-DATE.
           MOVE WS-CLOCK-TIME(1:6) TO WS-SHD-TIME.
           MOVE WS-SHIFT-HEADER-LINE TO SHIFT-REPORT-RECORD.
           WRITE SHIFT-REPORT-RECORD.
           DISPLAY WS-SHIFT-HEADER-LINE.
           PERFORM 0011-REPORT-ONE-MISSION
            VARYING WS-MISSION-SLOT FROM 1 BY 1
             UNTIL WS-MISSION-SLOT > WS-MISSION-COUNT.
           MOVE WS-MISSION-COUNT TO WS-STR-MISSIONS.
           MOVE WS-RUNNING-COUNT TO WS-STR-RUNNING.
           MOVE WS-MISMATCH-MISSION-COUNT TO WS-STR-MISMATCHES.
           MOVE WS-SHIFT-TRAILER-LINE TO SHIFT-REPORT-RECORD.
           WRITE SHIFT-REPORT-RECORD.
           DISPLAY WS-SHIFT-TRAILER-LINE.
           CLOSE SHIFT-REPORT-FILE.

      *****************************************************
      * 0011-REPORT-ONE-MISSION writes one mission's block: *
      * its line, the lock holder when a run is in progress,   *
      * the last run's totals and the open gaps.                *
      *****************************************************
       0011-REPORT-ONE-MISSION.
           IF MSN-ID(WS-MISSION-SLOT) EQUAL SPACES THEN
            MOVE "(DEFAULT)" TO WS-MSL-ID
           ELSE
            MOVE MSN-ID(WS-MISSION-SLOT) TO WS-MSL-ID
           END-IF.
           MOVE MSN-STATION-COUNT(WS-MISSION-SLOT) TO WS-MSL-STATIONS.
           MOVE MSN-RUN-COUNT(WS-MISSION-SLOT) TO WS-MSL-RUNS.
           MOVE MSN-LAST-STAMP(WS-MISSION-SLOT) TO WS-MSL-LAST-STAMP.
           IF MSN-RUNNING(WS-MISSION-SLOT) THEN
            MOVE "RUNNING" TO WS-MSL-STATE
           ELSE
            MOVE "IDLE" TO WS-MSL-STATE
           END-IF.
           MOVE WS-MISSION-LINE TO SHIFT-REPORT-RECORD.
           WRITE SHIFT-REPORT-RECORD.
           DISPLAY WS-MISSION-LINE.
           IF MSN-RUNNING(WS-MISSION-SLOT) THEN
            MOVE MSN-LOCK-TEXT(WS-MISSION-SLOT) TO WS-MLL-TEXT
            MOVE WS-MISSION-LOCK-LINE TO SHIFT-REPORT-RECORD
            WRITE SHIFT-REPORT-RECORD
            DISPLAY WS-MISSION-LOCK-LINE
           END-IF.
           IF MSN-SUMMARY-FOUND(WS-MISSION-SLOT) THEN
            MOVE MSN-DECODED(WS-MISSION-SLOT) TO WS-MTL-DECODED
            MOVE MSN-CORRECTED(WS-MISSION-SLOT) TO WS-MTL-CORRECTED
            MOVE MSN-UNRECOVERABLE(WS-MISSION-SLOT)
             TO WS-MTL-UNRECOVERABLE
            MOVE MSN-GAPS(WS-MISSION-SLOT) TO WS-MTL-GAPS
            MOVE MSN-MISMATCH-COUNT(WS-MISSION-SLOT)
             TO WS-MTL-MISMATCHES
            MOVE WS-MISSION-TOTAL-LINE TO SHIFT-REPORT-RECORD
            WRITE SHIFT-REPORT-RECORD
            DISPLAY WS-MISSION-TOTAL-LINE
           ELSE
            MOVE "  NO RUN SUMMARY ON FILE" TO SHIFT-REPORT-RECORD
            WRITE SHIFT-REPORT-RECORD
            DISPLAY "  NO RUN SUMMARY ON FILE"
           END-IF.
           MOVE MSN-OPEN-GAP-COUNT(WS-MISSION-SLOT)
            TO WS-MGL-OPEN-GAPS.
           MOVE WS-MISSION-GAP-LINE TO SHIFT-REPORT-RECORD.
           WRITE SHIFT-REPORT-RECORD.
           DISPLAY WS-MISSION-GAP-LINE.

      *****************************************************
      * 0012-CHECK-MISSION-SERVED decides, as MISSION-000   *
      * does, whether the station in WS-STATION-SCAN serves   *
      * the mission in WS-MISSION-ID: a blank missions field   *
      * serves every mission, and every station serves the      *
      * default mission.                                         *
      *****************************************************
       0012-CHECK-MISSION-SERVED.
           MOVE "Y" TO WS-MISSION-SERVED-SW.
           IF WS-MISSION-ID EQUAL SPACES
             OR STN-MISSIONS(WS-STATION-SCAN) EQUAL SPACES THEN
            EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MISSION-SERVED-SW.
           PERFORM VARYING WS-MISSION-SCAN FROM 1 BY 9
             UNTIL WS-MISSION-SCAN > 28
            IF STN-MISSIONS(WS-STATION-SCAN)(WS-MISSION-SCAN:8)
              EQUAL WS-MISSION-ID THEN
             SET WS-MISSION-SERVED TO TRUE
            END-IF
           END-PERFORM.

       END PROGRAM MISSION-SHIFT.
