       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSION-REFMAINT.
       AUTHOR. BRUNO PACHECO.
      *******************************************
      *            MISSION-REFMAINT             *
      *******************************************
      * MISSION-REFMAINT is the one sanctioned way to change the
      * reference files MISSION-000 and its reports read at start of
      * run - station-master.dat, status-codes.dat,
      * mission-thresholds.dat and mission-retention.dat - so a
      * mistyped comma or date no longer turns a station into an
      * unnamed, always-active one or drops it from the master.
      * Each transaction names the file, an action (A add, C change,
      * R retire), the operator and the new record image in the
      * target file's own layout.  Transactions are validated and
      * applied in order; a rejected one is listed with its reason in
      * mission-refmaint-reject.dat, and every applied one appends a
      * before and an after image, stamped with date, time and
      * operator, to the permanent change log
      * mission-refmaint-log.dat.
      * Station:   A needs a numeric port, a valid YYYYMMDD
      *            commissioned date and an open (blank or zero) or
      *            valid decommissioned date not before it, and a
      *            window that overlaps no other window of the same
      *            port.  C replaces the window of the port carrying
      *            the same commissioned date (or the port's only
      *            window).  R sets the decommissioned date, today
      *            when the image leaves it blank, on the port's
      *            open window (or the one whose commissioned date
      *            the image gives).  A retired station stays on the
      *            master so its history still resolves.  The
      *            missions field after the dates is up to four
      *            mission identifiers of one to eight letters and
      *            digits in eight-character slots, comma separated;
      *            blank means the station serves every mission.
      * Status:    A/C need a numeric code, a meaning and a severity
      *            of I, W or S.  R removes the code.
      * Threshold: A/C need four numeric percentages no greater than
      *            100, each warning below its alert unless either
      *            gate is zero (disabled).  R removes the record,
      *            disabling the gates.
      * Retention: A/C need a numeric period of 1 to 999 days.  R
      *            removes the record, restoring the 30-day default.
      * Argument 1 names the transaction file (default
      * mission-refmaint-trans.dat).  Condition code 4 when any
      * transaction was rejected, 8 when maintenance could not run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * TRANSACTION-FILE is assigned dynamically from argument 1.
      * FILE STATUS so a missing file is reported rather than
      * abending the run.
           SELECT TRANSACTION-FILE ASSIGN DYNAMIC
            WS-TRANSACTION-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

      * The four reference files are read whole at start of run and
      * rewritten whole at the end when a transaction changed them.
      * FILE STATUS on each because a site may not carry one yet -
      * the first add creates it.
           SELECT STATION-MASTER-FILE ASSIGN
            TO "station-master.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATION-MASTER-FILE-STATUS.

           SELECT STATUS-CODE-FILE ASSIGN
            TO "status-codes.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-CODE-FILE-STATUS.

           SELECT THRESHOLD-CONFIG-FILE ASSIGN
            TO "mission-thresholds.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-THRESHOLD-FILE-STATUS.

           SELECT RETENTION-CONFIG-FILE ASSIGN
            TO "mission-retention.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RETENTION-FILE-STATUS.

      * REJECT-LISTING-FILE is rebuilt every run: one record per
      * transaction this run refused.
           SELECT REJECT-LISTING-FILE ASSIGN
            TO "mission-refmaint-reject.dat"
            ORGANIZATION IS LINE SEQUENTIAL.

      * CHANGE-LOG-FILE is permanent - opened EXTEND so every run
      * adds to the history, OUTPUT only the first time.
           SELECT CHANGE-LOG-FILE ASSIGN
            TO "mission-refmaint-log.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHANGE-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * TRANSACTION-FILE records carry the target file,     *
      * the action, the operator ID and the new record image, *
      * comma separated.                                       *
      *****************************************************
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD PIC X(111).

      *****************************************************
      * STATION-MASTER-FILE records carry port, station    *
      * name, commissioned and decommissioned dates and the  *
      * missions the station serves.                          *
      *****************************************************
       FD  STATION-MASTER-FILE.
       01  STATION-MASTER-RECORD PIC X(90).

      *****************************************************
      * STATUS-CODE-FILE records carry code, meaning and   *
      * severity.                                           *
      *****************************************************
       FD  STATUS-CODE-FILE.
       01  STATUS-CODE-RECORD PIC X(46).

      *****************************************************
      * THRESHOLD-CONFIG-FILE holds one record of four     *
      * link-quality percentages.                           *
      *****************************************************
       FD  THRESHOLD-CONFIG-FILE.
       01  THRESHOLD-CONFIG-RECORD PIC X(15).

      *****************************************************
      * RETENTION-CONFIG-FILE holds the retention period   *
      * in days as a single three-digit record.             *
      *****************************************************
       FD  RETENTION-CONFIG-FILE.
       01  RETENTION-CONFIG-RECORD PIC X(03).

      *****************************************************
      * REJECT-LISTING-FILE records carry the transaction  *
      * number, the reason and the transaction as read.      *
      *****************************************************
       FD  REJECT-LISTING-FILE.
       01  REJECT-LISTING-RECORD PIC X(156).

      *****************************************************
      * CHANGE-LOG-FILE records carry date, time, operator, *
      * file, action, BEFORE or AFTER and the record image.   *
      *****************************************************
       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD PIC X(134).

       WORKING-STORAGE SECTION.
       01  WS-TRANSACTION-FILE-NAME PIC X(64)
            VALUE "mission-refmaint-trans.dat".
       01  WS-TRANSACTION-FILE-STATUS PIC X(02).
       01  WS-STATION-MASTER-FILE-STATUS PIC X(02).
       01  WS-STATUS-CODE-FILE-STATUS PIC X(02).
       01  WS-THRESHOLD-FILE-STATUS PIC X(02).
       01  WS-RETENTION-FILE-STATUS PIC X(02).
       01  WS-CHANGE-LOG-FILE-STATUS PIC X(02).
       01  WS-ARGUMENT-NUMBER USAGE COMP-5 PIC 99.
       01  WS-ARGUMENT-FILE-NAME PIC X(64).

       01  WS-TRANSACTION-EOF-SW PIC X(01) VALUE "N".
           88 WS-TRANSACTION-EOF VALUE "Y".
       01  WS-STATION-MASTER-EOF-SW PIC X(01) VALUE "N".
           88 WS-STATION-MASTER-EOF VALUE "Y".
       01  WS-STATUS-CODE-EOF-SW PIC X(01) VALUE "N".
           88 WS-STATUS-CODE-EOF VALUE "Y".
       01  WS-LOAD-FAILED-SW PIC X(01) VALUE "N".
           88 WS-LOAD-FAILED VALUE "Y".

       01  WS-TRANSACTION-LINE.
           05 WS-TRN-FILE PIC X(09).
           05 WS-TRN-SEP1 PIC X(01).
           05 WS-TRN-ACTION PIC X(01).
           05 WS-TRN-SEP2 PIC X(01).
           05 WS-TRN-OPERATOR PIC X(08).
           05 WS-TRN-SEP3 PIC X(01).
           05 WS-TRN-IMAGE PIC X(90).

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

       01  WS-STATUS-CODE-LINE.
           05 WS-SCL-CODE PIC X(03).
           05 WS-SCL-SEP1 PIC X(01).
           05 WS-SCL-MEANING PIC X(40).
           05 WS-SCL-SEP2 PIC X(01).
           05 WS-SCL-SEVERITY PIC X(01).

       01  WS-THRESHOLD-LINE.
           05 WS-THC-CORRECTED-WARN PIC X(03).
           05 WS-THC-SEP1 PIC X(01).
           05 WS-THC-CORRECTED-ALERT PIC X(03).
           05 WS-THC-SEP2 PIC X(01).
           05 WS-THC-UNRECOV-WARN PIC X(03).
           05 WS-THC-SEP3 PIC X(01).
           05 WS-THC-UNRECOV-ALERT PIC X(03).

      * WS-STATION-TABLE is the whole station master as read, every
      * record kept verbatim - a record whose port is not numeric is
      * never matched but is written back untouched.  STN-FROM-DATE
      * and STN-TO-DATE are the window as MISSION-000 reads it: a
      * non-numeric commissioned date is 0, an open decommissioned
      * date 99999999.  The limit is MISSION-000's own.
       01  WS-STATION-TABLE.
           05 WS-MAX-STATIONS USAGE COMP-5 PIC 9(3) VALUE 20.
           05 WS-STATION-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-STATION-CHANGED-SW PIC X(01) VALUE "N".
               88 WS-STATION-CHANGED VALUE "Y".
           05 WS-STATION-ENTRY OCCURS 20 TIMES.
               10 STN-RECORD PIC X(90).
               10 STN-FROM-DATE PIC 9(08).
               10 STN-TO-DATE PIC 9(08).

      * WS-STATUS-CODE-TABLE is the whole status code reference as
      * read, kept verbatim the same way.  The limit is MISSION-000's
      * own.
       01  WS-STATUS-CODE-TABLE.
           05 WS-MAX-STATUS-CODES USAGE COMP-5 PIC 9(3) VALUE 50.
           05 WS-STATUS-CODE-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-STATUS-CODE-CHANGED-SW PIC X(01) VALUE "N".
               88 WS-STATUS-CODE-CHANGED VALUE "Y".
           05 WS-STATUS-CODE-ENTRY OCCURS 50 TIMES.
               10 SC-RECORD PIC X(46).

       01  WS-THRESHOLD-AREA.
           05 WS-THRESHOLD-PRESENT-SW PIC X(01) VALUE "N".
               88 WS-THRESHOLD-PRESENT VALUE "Y".
           05 WS-THRESHOLD-CHANGED-SW PIC X(01) VALUE "N".
               88 WS-THRESHOLD-CHANGED VALUE "Y".
           05 WS-THRESHOLD-RECORD PIC X(15).

       01  WS-RETENTION-AREA.
           05 WS-RETENTION-PRESENT-SW PIC X(01) VALUE "N".
               88 WS-RETENTION-PRESENT VALUE "Y".
           05 WS-RETENTION-CHANGED-SW PIC X(01) VALUE "N".
               88 WS-RETENTION-CHANGED VALUE "Y".
           05 WS-RETENTION-RECORD PIC X(03).

      * WS-STATION-WORK carries the window of the transaction in
      * hand and the slot it applies to.
       01  WS-STATION-WORK.
           05 WS-NEW-FROM-DATE PIC 9(08).
           05 WS-NEW-TO-DATE PIC 9(08).
           05 WS-STN-SLOT USAGE COMP-5 PIC 9(3).
           05 WS-STN-SCAN USAGE COMP-5 PIC 9(3).
           05 WS-STN-MATCH-COUNT USAGE COMP-5 PIC 9(3).
           05 WS-STN-PORT-COUNT USAGE COMP-5 PIC 9(3).
           05 WS-STN-PORT-SLOT USAGE COMP-5 PIC 9(3).
           05 WS-STN-GIVEN-FROM-SW PIC X(01).
               88 WS-STN-GIVEN-FROM VALUE "Y".
           05 WS-MSN-SLOT-START USAGE COMP-5 PIC 9(3).
           05 WS-MSN-CHAR-SCAN USAGE COMP-5 PIC 9(3).
           05 WS-MSN-SLOT PIC X(08).

       01  WS-SC-SLOT USAGE COMP-5 PIC 9(3).
       01  WS-SC-SCAN USAGE COMP-5 PIC 9(3).

       01  WS-PERCENT-CHECK.
           05 WS-PCT-CORRECTED-WARN PIC 9(03).
           05 WS-PCT-CORRECTED-ALERT PIC 9(03).
           05 WS-PCT-UNRECOV-WARN PIC 9(03).
           05 WS-PCT-UNRECOV-ALERT PIC 9(03).

       01  WS-REJECT-REASON PIC X(38).
       01  WS-BEFORE-IMAGE PIC X(90).
       01  WS-AFTER-IMAGE PIC X(90).
       01  WS-TODAY-DATE PIC 9(08).
       01  WS-CHANGE-TIME PIC X(08).

       01  WS-REJECT-LINE.
           05 WS-RJL-TRANSACTION PIC 9(05).
           05 WS-RJL-SEP1 PIC X(01).
           05 WS-RJL-REASON PIC X(38).
           05 WS-RJL-SEP2 PIC X(01).
           05 WS-RJL-IMAGE PIC X(111).

       01  WS-CHANGE-LOG-LINE.
           05 WS-CGL-DATE PIC 9(08).
           05 WS-CGL-SEP1 PIC X(01).
           05 WS-CGL-TIME PIC X(06).
           05 WS-CGL-SEP2 PIC X(01).
           05 WS-CGL-OPERATOR PIC X(08).
           05 WS-CGL-SEP3 PIC X(01).
           05 WS-CGL-FILE PIC X(09).
           05 WS-CGL-SEP4 PIC X(01).
           05 WS-CGL-ACTION PIC X(01).
           05 WS-CGL-SEP5 PIC X(01).
           05 WS-CGL-IMAGE-TYPE PIC X(06).
           05 WS-CGL-SEP6 PIC X(01).
           05 WS-CGL-IMAGE PIC X(90).

       01  WS-MAINT-COUNTS.
           05 WS-TRANSACTION-COUNT USAGE COMP-5 PIC 9(5) VALUE 0.
           05 WS-APPLIED-COUNT USAGE COMP-5 PIC 9(5) VALUE 0.
           05 WS-REJECTED-COUNT USAGE COMP-5 PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0000-START.
           PERFORM 0001-ACCEPT-PARAMETERS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANSACTION-FILE-STATUS NOT EQUAL "00" THEN
            DISPLAY "MISSION-REFMAINT - "
             FUNCTION TRIM(WS-TRANSACTION-FILE-NAME)
             " NOT FOUND - NO MAINTENANCE RUN"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM 0002-LOAD-STATION-MASTER.
           PERFORM 0003-LOAD-STATUS-CODES.
           PERFORM 0004-LOAD-THRESHOLDS.
           PERFORM 0005-LOAD-RETENTION.
      * Rewriting a reference file the tables could not hold whole
      * would silently drop its tail - refuse instead.
           IF WS-LOAD-FAILED THEN
            CLOSE TRANSACTION-FILE
            DISPLAY "MISSION-REFMAINT - REFERENCE FILE TOO LARGE - "
             "NO MAINTENANCE RUN"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-LISTING-FILE.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CHANGE-LOG-FILE-STATUS NOT EQUAL "00" THEN
            OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           PERFORM UNTIL WS-TRANSACTION-EOF
            MOVE SPACES TO WS-TRANSACTION-LINE
            READ TRANSACTION-FILE INTO WS-TRANSACTION-LINE
             AT END SET WS-TRANSACTION-EOF TO TRUE
            END-READ
            IF NOT WS-TRANSACTION-EOF
              AND WS-TRANSACTION-LINE NOT EQUAL SPACES THEN
             ADD 1 TO WS-TRANSACTION-COUNT
             PERFORM 0006-APPLY-TRANSACTION
            END-IF
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
           CLOSE REJECT-LISTING-FILE.
           CLOSE CHANGE-LOG-FILE.
           PERFORM 0016-REWRITE-REFERENCE-FILES.
           DISPLAY "MISSION-REFMAINT - " WS-TRANSACTION-COUNT
            " TRANSACTIONS, " WS-APPLIED-COUNT " APPLIED, "
            WS-REJECTED-COUNT " REJECTED".
           IF WS-REJECTED-COUNT IS GREATER THAN 0 THEN
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************
      * 0001-ACCEPT-PARAMETERS takes the transaction file   *
      * name from argument 1, if one is given.                *
      *****************************************************
       0001-ACCEPT-PARAMETERS.
           SET WS-ARGUMENT-NUMBER TO 1.
           DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARGUMENT-FILE-NAME FROM ARGUMENT-VALUE
            ON EXCEPTION
             CONTINUE
            NOT ON EXCEPTION
             MOVE WS-ARGUMENT-FILE-NAME TO WS-TRANSACTION-FILE-NAME
           END-ACCEPT.

      *****************************************************
      * 0002-LOAD-STATION-MASTER reads the station master   *
      * whole into WS-STATION-TABLE.  A missing file is an   *
      * empty master.                                         *
      *****************************************************
       0002-LOAD-STATION-MASTER.
           OPEN INPUT STATION-MASTER-FILE.
           IF WS-STATION-MASTER-FILE-STATUS NOT EQUAL "00" THEN
            EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATION-MASTER-EOF
            MOVE SPACES TO WS-STATION-MASTER-LINE
            READ STATION-MASTER-FILE INTO WS-STATION-MASTER-LINE
             AT END SET WS-STATION-MASTER-EOF TO TRUE
            END-READ
            IF NOT WS-STATION-MASTER-EOF THEN
             IF WS-STATION-COUNT EQUAL WS-MAX-STATIONS THEN
              DISPLAY "MISSION-REFMAINT - STATION-MASTER-FILE HAS "
               "MORE THAN " WS-MAX-STATIONS " ENTRIES"
              SET WS-LOAD-FAILED TO TRUE
              SET WS-STATION-MASTER-EOF TO TRUE
             ELSE
              ADD 1 TO WS-STATION-COUNT
              MOVE WS-STATION-MASTER-LINE
               TO STN-RECORD(WS-STATION-COUNT)
              MOVE WS-STATION-COUNT TO WS-STN-SLOT
              PERFORM 0017-DERIVE-STATION-WINDOW
             END-IF
            END-IF
           END-PERFORM.
           CLOSE STATION-MASTER-FILE.

      *****************************************************
      * 0003-LOAD-STATUS-CODES reads the status code        *
      * reference whole into WS-STATUS-CODE-TABLE.  A missing *
      * file is an empty reference.                            *
      *****************************************************
       0003-LOAD-STATUS-CODES.
           OPEN INPUT STATUS-CODE-FILE.
           IF WS-STATUS-CODE-FILE-STATUS NOT EQUAL "00" THEN
            EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS-CODE-EOF
            MOVE SPACES TO WS-STATUS-CODE-LINE
            READ STATUS-CODE-FILE INTO WS-STATUS-CODE-LINE
             AT END SET WS-STATUS-CODE-EOF TO TRUE
            END-READ
            IF NOT WS-STATUS-CODE-EOF THEN
             IF WS-STATUS-CODE-COUNT EQUAL WS-MAX-STATUS-CODES THEN
              DISPLAY "MISSION-REFMAINT - STATUS-CODE-FILE HAS "
               "MORE THAN " WS-MAX-STATUS-CODES " ENTRIES"
              SET WS-LOAD-FAILED TO TRUE
              SET WS-STATUS-CODE-EOF TO TRUE
             ELSE
              ADD 1 TO WS-STATUS-CODE-COUNT
              MOVE WS-STATUS-CODE-LINE
               TO SC-RECORD(WS-STATUS-CODE-COUNT)
             END-IF
            END-IF
           END-PERFORM.
           CLOSE STATUS-CODE-FILE.

      *****************************************************
      * 0004-LOAD-THRESHOLDS keeps the one threshold        *
      * record, if the file holds one.                        *
      *****************************************************
       0004-LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-CONFIG-FILE.
           IF WS-THRESHOLD-FILE-STATUS EQUAL "00" THEN
            READ THRESHOLD-CONFIG-FILE
             AT END CONTINUE
            END-READ
            IF WS-THRESHOLD-FILE-STATUS EQUAL "00" THEN
             MOVE THRESHOLD-CONFIG-RECORD TO WS-THRESHOLD-RECORD
             SET WS-THRESHOLD-PRESENT TO TRUE
            END-IF
            CLOSE THRESHOLD-CONFIG-FILE
           END-IF.

      *****************************************************
      * 0005-LOAD-RETENTION keeps the one retention record, *
      * if the file holds one.                                *
      *****************************************************
       0005-LOAD-RETENTION.
           OPEN INPUT RETENTION-CONFIG-FILE.
           IF WS-RETENTION-FILE-STATUS EQUAL "00" THEN
            READ RETENTION-CONFIG-FILE
             AT END CONTINUE
            END-READ
            IF WS-RETENTION-FILE-STATUS EQUAL "00" THEN
             MOVE RETENTION-CONFIG-RECORD TO WS-RETENTION-RECORD
             SET WS-RETENTION-PRESENT TO TRUE
            END-IF
            CLOSE RETENTION-CONFIG-FILE
           END-IF.

      *****************************************************
      * 0006-APPLY-TRANSACTION checks the parts every       *
      * transaction shares - separators, action, operator -   *
      * and hands it to the paragraph for its target file.     *
      *****************************************************
       0006-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           IF WS-TRN-SEP1 NOT EQUAL ","
             OR WS-TRN-SEP2 NOT EQUAL ","
             OR WS-TRN-SEP3 NOT EQUAL "," THEN
            MOVE "TRANSACTION SEPARATOR MISPLACED"
             TO WS-REJECT-REASON
           ELSE
            IF WS-TRN-ACTION NOT EQUAL "A"
              AND WS-TRN-ACTION NOT EQUAL "C"
              AND WS-TRN-ACTION NOT EQUAL "R" THEN
             MOVE "ACTION NOT A, C OR R" TO WS-REJECT-REASON
            ELSE
             IF WS-TRN-OPERATOR EQUAL SPACES THEN
              MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
             END-IF
            END-IF
           END-IF.
           IF WS-REJECT-REASON NOT EQUAL SPACES THEN
            PERFORM 0014-REJECT-TRANSACTION
            EXIT PARAGRAPH
           END-IF.
           IF WS-TRN-FILE EQUAL "STATION" THEN
            PERFORM 0007-STATION-TRANSACTION
           ELSE
            IF WS-TRN-FILE EQUAL "STATUS" THEN
             PERFORM 0011-STATUS-CODE-TRANSACTION
            ELSE
             IF WS-TRN-FILE EQUAL "THRESHOLD" THEN
              PERFORM 0012-THRESHOLD-TRANSACTION
             ELSE
              IF WS-TRN-FILE EQUAL "RETENTION" THEN
               PERFORM 0013-RETENTION-TRANSACTION
              ELSE
               MOVE "FILE NAME NOT RECOGNISED"
                TO WS-REJECT-REASON
              END-IF
             END-IF
            END-IF
           END-IF.
           IF WS-REJECT-REASON NOT EQUAL SPACES THEN
            PERFORM 0014-REJECT-TRANSACTION
           ELSE
            PERFORM 0015-LOG-CHANGE
           END-IF.

      *****************************************************
      * 0007-STATION-TRANSACTION adds, changes or retires  *
      * one station master window.  Any failed check leaves   *
      * WS-REJECT-REASON set and the master untouched.         *
      *****************************************************
       0007-STATION-TRANSACTION.
           MOVE WS-TRN-IMAGE TO WS-STATION-MASTER-LINE.
           IF WS-SML-SEP1 NOT EQUAL ","
             OR WS-SML-SEP2 NOT EQUAL ","
             OR WS-SML-SEP3 NOT EQUAL "," THEN
            MOVE "STATION RECORD SEPARATOR MISPLACED"
             TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-SML-PORT IS NOT NUMERIC THEN
            MOVE "PORT NOT NUMERIC" TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-TRN-ACTION EQUAL "R" THEN
            PERFORM 0018-RETIRE-STATION
            EXIT PARAGRAPH
           END-IF.
           PERFORM 0008-CHECK-STATION-WINDOW.
           IF WS-REJECT-REASON NOT EQUAL SPACES THEN
            EXIT PARAGRAPH
           END-IF.
           PERFORM 0019-CHECK-STATION-MISSIONS.
           IF WS-REJECT-REASON NOT EQUAL SPACES THEN
            EXIT PARAGRAPH
           END-IF.
           IF WS-TRN-ACTION EQUAL "A" THEN
            IF WS-STATION-COUNT EQUAL WS-MAX-STATIONS THEN
             MOVE "STATION MASTER FULL" TO WS-REJECT-REASON
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-STN-SLOT
           ELSE
            MOVE "Y" TO WS-STN-GIVEN-FROM-SW
            PERFORM 0009-LOCATE-STATION
            IF WS-REJECT-REASON NOT EQUAL SPACES THEN
             EXIT PARAGRAPH
            END-IF
           END-IF.
           PERFORM 0010-CHECK-STATION-OVERLAP.
           IF WS-REJECT-REASON NOT EQUAL SPACES THEN
            EXIT PARAGRAPH
           END-IF.
           IF WS-TRN-ACTION EQUAL "A" THEN
            ADD 1 TO WS-STATION-COUNT
            MOVE WS-STATION-COUNT TO WS-STN-SLOT
           ELSE
            MOVE STN-RECORD(WS-STN-SLOT) TO WS-BEFORE-IMAGE
           END-IF.
           MOVE WS-STATION-MASTER-LINE TO STN-RECORD(WS-STN-SLOT).
           MOVE WS-STATION-MASTER-LINE TO WS-AFTER-IMAGE.
           PERFORM 0017-DERIVE-STATION-WINDOW.
           SET WS-STATION-CHANGED TO TRUE.

      *****************************************************
      * 0008-CHECK-STATION-WINDOW validates the            *
      * commissioned date and the decommissioned date, blank  *
      * or zero for an open window, of the image in            *
      * WS-STATION-MASTER-LINE into WS-NEW-FROM-DATE and        *
      * WS-NEW-TO-DATE.                                          *
      *****************************************************
       0008-CHECK-STATION-WINDOW.
           IF WS-SML-FROM-DATE IS NOT NUMERIC THEN
            MOVE "COMMISSIONED DATE NOT YYYYMMDD"
             TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           MOVE WS-SML-FROM-DATE TO WS-NEW-FROM-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-FROM-DATE)
             NOT EQUAL 0 THEN
            MOVE "COMMISSIONED DATE NOT A VALID DATE"
             TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-SML-TO-DATE EQUAL SPACES
             OR WS-SML-TO-DATE EQUAL "00000000" THEN
            MOVE 99999999 TO WS-NEW-TO-DATE
            EXIT PARAGRAPH
           END-IF.
           IF WS-SML-TO-DATE IS NOT NUMERIC THEN
            MOVE "DECOMMISSIONED DATE NOT YYYYMMDD"
             TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           MOVE WS-SML-TO-DATE TO WS-NEW-TO-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-TO-DATE)
             NOT EQUAL 0 THEN
            MOVE "DECOMMISSIONED DATE NOT A VALID DATE"
             TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-TO-DATE IS LESS THAN WS-NEW-FROM-DATE THEN
            MOVE "DECOMMISSIONED BEFORE COMMISSIONED"
             TO WS-REJECT-REASON
           END-IF.

      *****************************************************
      * 0009-LOCATE-STATION finds the window a change or    *
      * retirement applies to: the port's window with the     *
      * commissioned date given when WS-STN-GIVEN-FROM is set, *
      * otherwise the port's open window; failing a match,      *
      * a port with only one window means that window.           *
      * WS-STN-SLOT comes back with the entry.                   *
      *****************************************************
       0009-LOCATE-STATION.
           MOVE 0 TO WS-STN-SLOT.
           MOVE 0 TO WS-STN-MATCH-COUNT.
           MOVE 0 TO WS-STN-PORT-COUNT.
           PERFORM VARYING WS-STN-SCAN FROM 1 BY 1
             UNTIL WS-STN-SCAN > WS-STATION-COUNT
            IF STN-RECORD(WS-STN-SCAN)(1:5) EQUAL WS-SML-PORT THEN
             ADD 1 TO WS-STN-PORT-COUNT
             MOVE WS-STN-SCAN TO WS-STN-PORT-SLOT
             IF WS-STN-GIVEN-FROM THEN
              IF STN-FROM-DATE(WS-STN-SCAN) EQUAL WS-NEW-FROM-DATE
                THEN
               ADD 1 TO WS-STN-MATCH-COUNT
               MOVE WS-STN-SCAN TO WS-STN-SLOT
              END-IF
             ELSE
              IF STN-TO-DATE(WS-STN-SCAN) EQUAL 99999999 THEN
               ADD 1 TO WS-STN-MATCH-COUNT
               MOVE WS-STN-SCAN TO WS-STN-SLOT
              END-IF
             END-IF
            END-IF
           END-PERFORM.
           IF WS-STN-PORT-COUNT EQUAL 0 THEN
            MOVE "PORT NOT ON STATION MASTER" TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-STN-MATCH-COUNT EQUAL 0 THEN
            IF WS-STN-PORT-COUNT EQUAL 1 THEN
             MOVE WS-STN-PORT-SLOT TO WS-STN-SLOT
            ELSE
             MOVE "NO WINDOW OF PORT MATCHES" TO WS-REJECT-REASON
            END-IF
            EXIT PARAGRAPH
           END-IF.
           IF WS-STN-MATCH-COUNT IS GREATER THAN 1 THEN
            MOVE "PORT HAS MORE THAN ONE MATCHING WINDOW"
             TO WS-REJECT-REASON
           END-IF.

      *****************************************************
      * 0010-CHECK-STATION-OVERLAP refuses a window that    *
      * overlaps another window of the same port - the slot   *
      * being changed (WS-STN-SLOT) excepted.                  *
      *****************************************************
       0010-CHECK-STATION-OVERLAP.
           PERFORM VARYING WS-STN-SCAN FROM 1 BY 1
             UNTIL WS-STN-SCAN > WS-STATION-COUNT
            IF WS-STN-SCAN NOT EQUAL WS-STN-SLOT
              AND STN-RECORD(WS-STN-SCAN)(1:5) EQUAL WS-SML-PORT
              AND STN-FROM-DATE(WS-STN-SCAN) IS LESS THAN OR EQUAL
               TO WS-NEW-TO-DATE
              AND WS-NEW-FROM-DATE IS LESS THAN OR EQUAL TO
               STN-TO-DATE(WS-STN-SCAN) THEN
             MOVE "WINDOW OVERLAPS ANOTHER FOR THIS PORT"
              TO WS-REJECT-REASON
            END-IF
           END-PERFORM.

      *****************************************************
      * 0011-STATUS-CODE-TRANSACTION adds, changes or      *
      * removes one status code.                             *
      *****************************************************
       0011-STATUS-CODE-TRANSACTION.
           MOVE WS-TRN-IMAGE TO WS-STATUS-CODE-LINE.
           IF WS-SCL-CODE IS NOT NUMERIC THEN
            MOVE "STATUS CODE NOT NUMERIC" TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SC-SLOT.
           PERFORM VARYING WS-SC-SCAN FROM 1 BY 1
             UNTIL WS-SC-SCAN > WS-STATUS-CODE-COUNT
            IF SC-RECORD(WS-SC-SCAN)(1:3) EQUAL WS-SCL-CODE THEN
             MOVE WS-SC-SCAN TO WS-SC-SLOT
            END-IF
           END-PERFORM.
           IF WS-TRN-ACTION EQUAL "A" THEN
            IF WS-SC-SLOT NOT EQUAL 0 THEN
             MOVE "STATUS CODE ALREADY ON FILE" TO WS-REJECT-REASON
             EXIT PARAGRAPH
            END-IF
            IF WS-STATUS-CODE-COUNT EQUAL WS-MAX-STATUS-CODES THEN
             MOVE "STATUS CODE REFERENCE FULL" TO WS-REJECT-REASON
             EXIT PARAGRAPH
            END-IF
           ELSE
            IF WS-SC-SLOT EQUAL 0 THEN
             MOVE "STATUS CODE NOT ON FILE" TO WS-REJECT-REASON
             EXIT PARAGRAPH
            END-IF
           END-IF.
           IF WS-TRN-ACTION EQUAL "R" THEN
            MOVE SC-RECORD(WS-SC-SLOT) TO WS-BEFORE-IMAGE
            PERFORM VARYING WS-SC-SCAN FROM WS-SC-SLOT BY 1
              UNTIL WS-SC-SCAN NOT LESS THAN WS-STATUS-CODE-COUNT
             MOVE SC-RECORD(WS-SC-SCAN + 1) TO SC-RECORD(WS-SC-SCAN)
            END-PERFORM
            SUBTRACT 1 FROM WS-STATUS-CODE-COUNT
            SET WS-STATUS-CODE-CHANGED TO TRUE
            EXIT PARAGRAPH
           END-IF.
           IF WS-SCL-SEP1 NOT EQUAL ","
             OR WS-SCL-SEP2 NOT EQUAL "," THEN
            MOVE "STATUS RECORD SEPARATOR MISPLACED"
             TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-SCL-MEANING EQUAL SPACES THEN
            MOVE "STATUS MEANING MISSING" TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-SCL-SEVERITY NOT EQUAL "I"
             AND WS-SCL-SEVERITY NOT EQUAL "W"
             AND WS-SCL-SEVERITY NOT EQUAL "S" THEN
            MOVE "SEVERITY NOT I, W OR S" TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-TRN-ACTION EQUAL "A" THEN
            ADD 1 TO WS-STATUS-CODE-COUNT
            MOVE WS-STATUS-CODE-COUNT TO WS-SC-SLOT
           ELSE
            MOVE SC-RECORD(WS-SC-SLOT) TO WS-BEFORE-IMAGE
           END-IF.
           MOVE WS-STATUS-CODE-LINE TO SC-RECORD(WS-SC-SLOT).
           MOVE WS-STATUS-CODE-LINE TO WS-AFTER-IMAGE.
           SET WS-STATUS-CODE-CHANGED TO TRUE.

      *****************************************************
      * 0012-THRESHOLD-TRANSACTION adds, changes or        *
      * removes the link-quality threshold record.  Each      *
      * warning gate must sit below its alert gate unless       *
      * either is zero, which disables that gate.                *
      *****************************************************
       0012-THRESHOLD-TRANSACTION.
           IF WS-TRN-ACTION EQUAL "A" AND WS-THRESHOLD-PRESENT THEN
            MOVE "THRESHOLDS ALREADY ON FILE - USE C"
             TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-TRN-ACTION NOT EQUAL "A"
             AND NOT WS-THRESHOLD-PRESENT THEN
            MOVE "THRESHOLDS NOT ON FILE" TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-TRN-ACTION EQUAL "R" THEN
            MOVE WS-THRESHOLD-RECORD TO WS-BEFORE-IMAGE
            MOVE "N" TO WS-THRESHOLD-PRESENT-SW
            SET WS-THRESHOLD-CHANGED TO TRUE
            EXIT PARAGRAPH
           END-IF.
           MOVE WS-TRN-IMAGE TO WS-THRESHOLD-LINE.
           IF WS-THC-SEP1 NOT EQUAL ","
             OR WS-THC-SEP2 NOT EQUAL ","
             OR WS-THC-SEP3 NOT EQUAL ","
             OR WS-TRN-IMAGE(16:) NOT EQUAL SPACES THEN
            MOVE "THRESHOLD SEPARATOR MISPLACED"
             TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-THC-CORRECTED-WARN IS NOT NUMERIC
             OR WS-THC-CORRECTED-ALERT IS NOT NUMERIC
             OR WS-THC-UNRECOV-WARN IS NOT NUMERIC
             OR WS-THC-UNRECOV-ALERT IS NOT NUMERIC THEN
            MOVE "PERCENTAGE NOT NUMERIC" TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           MOVE WS-THC-CORRECTED-WARN TO WS-PCT-CORRECTED-WARN.
           MOVE WS-THC-CORRECTED-ALERT TO WS-PCT-CORRECTED-ALERT.
           MOVE WS-THC-UNRECOV-WARN TO WS-PCT-UNRECOV-WARN.
           MOVE WS-THC-UNRECOV-ALERT TO WS-PCT-UNRECOV-ALERT.
           IF WS-PCT-CORRECTED-WARN IS GREATER THAN 100
             OR WS-PCT-CORRECTED-ALERT IS GREATER THAN 100
             OR WS-PCT-UNRECOV-WARN IS GREATER THAN 100
             OR WS-PCT-UNRECOV-ALERT IS GREATER THAN 100 THEN
            MOVE "PERCENTAGE OVER 100" TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-PCT-CORRECTED-WARN IS GREATER THAN 0
             AND WS-PCT-CORRECTED-ALERT IS GREATER THAN 0
             AND WS-PCT-CORRECTED-WARN IS NOT LESS THAN
              WS-PCT-CORRECTED-ALERT THEN
            MOVE "CORRECTED WARNING NOT BELOW ALERT"
             TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-PCT-UNRECOV-WARN IS GREATER THAN 0
             AND WS-PCT-UNRECOV-ALERT IS GREATER THAN 0
             AND WS-PCT-UNRECOV-WARN IS NOT LESS THAN
              WS-PCT-UNRECOV-ALERT THEN
            MOVE "UNRECOVERABLE WARNING NOT BELOW ALERT"
             TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-THRESHOLD-PRESENT THEN
            MOVE WS-THRESHOLD-RECORD TO WS-BEFORE-IMAGE
           END-IF.
           MOVE WS-THRESHOLD-LINE TO WS-THRESHOLD-RECORD.
           MOVE WS-THRESHOLD-LINE TO WS-AFTER-IMAGE.
           SET WS-THRESHOLD-PRESENT TO TRUE.
           SET WS-THRESHOLD-CHANGED TO TRUE.

      *****************************************************
      * 0013-RETENTION-TRANSACTION adds, changes or        *
      * removes the retention period record.                 *
      *****************************************************
       0013-RETENTION-TRANSACTION.
           IF WS-TRN-ACTION EQUAL "A" AND WS-RETENTION-PRESENT THEN
            MOVE "RETENTION ALREADY ON FILE - USE C"
             TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-TRN-ACTION NOT EQUAL "A"
             AND NOT WS-RETENTION-PRESENT THEN
            MOVE "RETENTION NOT ON FILE" TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-TRN-ACTION EQUAL "R" THEN
            MOVE WS-RETENTION-RECORD TO WS-BEFORE-IMAGE
            MOVE "N" TO WS-RETENTION-PRESENT-SW
            SET WS-RETENTION-CHANGED TO TRUE
            EXIT PARAGRAPH
           END-IF.
           IF WS-TRN-IMAGE(1:3) IS NOT NUMERIC
             OR WS-TRN-IMAGE(4:) NOT EQUAL SPACES THEN
            MOVE "RETENTION NOT THREE DIGITS" TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-TRN-IMAGE(1:3) EQUAL "000" THEN
            MOVE "RETENTION OF ZERO DAYS" TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-RETENTION-PRESENT THEN
            MOVE WS-RETENTION-RECORD TO WS-BEFORE-IMAGE
           END-IF.
           MOVE WS-TRN-IMAGE(1:3) TO WS-RETENTION-RECORD.
           MOVE WS-RETENTION-RECORD TO WS-AFTER-IMAGE.
           SET WS-RETENTION-PRESENT TO TRUE.
           SET WS-RETENTION-CHANGED TO TRUE.

      *****************************************************
      * 0014-REJECT-TRANSACTION lists the transaction in    *
      * hand with WS-REJECT-REASON.                           *
      *****************************************************
       0014-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO WS-REJECT-LINE.
           MOVE WS-TRANSACTION-COUNT TO WS-RJL-TRANSACTION.
           MOVE WS-REJECT-REASON TO WS-RJL-REASON.
           MOVE WS-TRANSACTION-LINE TO WS-RJL-IMAGE.
           MOVE "," TO WS-RJL-SEP1.
           MOVE "," TO WS-RJL-SEP2.
           MOVE WS-REJECT-LINE TO REJECT-LISTING-RECORD.
           WRITE REJECT-LISTING-RECORD.
           DISPLAY "MISSION-REFMAINT - TRANSACTION "
            WS-TRANSACTION-COUNT " REJECTED - "
            FUNCTION TRIM(WS-REJECT-REASON).

      *****************************************************
      * 0015-LOG-CHANGE appends the before and after images *
      * of the change just applied to the change log - an     *
      * add has no before image and a removal no after image.  *
      *****************************************************
       0015-LOG-CHANGE.
           ADD 1 TO WS-APPLIED-COUNT.
           ACCEPT WS-CHANGE-TIME FROM TIME.
           MOVE SPACES TO WS-CHANGE-LOG-LINE.
           MOVE WS-TODAY-DATE TO WS-CGL-DATE.
           MOVE WS-CHANGE-TIME(1:6) TO WS-CGL-TIME.
           MOVE WS-TRN-OPERATOR TO WS-CGL-OPERATOR.
           MOVE WS-TRN-FILE TO WS-CGL-FILE.
           MOVE WS-TRN-ACTION TO WS-CGL-ACTION.
           MOVE "," TO WS-CGL-SEP1.
           MOVE "," TO WS-CGL-SEP2.
           MOVE "," TO WS-CGL-SEP3.
           MOVE "," TO WS-CGL-SEP4.
           MOVE "," TO WS-CGL-SEP5.
           MOVE "," TO WS-CGL-SEP6.
           MOVE "BEFORE" TO WS-CGL-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE TO WS-CGL-IMAGE.
           MOVE WS-CHANGE-LOG-LINE TO CHANGE-LOG-RECORD.
           WRITE CHANGE-LOG-RECORD.
           MOVE "AFTER" TO WS-CGL-IMAGE-TYPE.
           MOVE WS-AFTER-IMAGE TO WS-CGL-IMAGE.
           MOVE WS-CHANGE-LOG-LINE TO CHANGE-LOG-RECORD.
           WRITE CHANGE-LOG-RECORD.

      *****************************************************
      * 0016-REWRITE-REFERENCE-FILES writes back each       *
      * reference file a transaction changed.  A single-       *
      * record file whose record was removed is left empty,     *
      * which MISSION-000 reads as not configured.               *
      *****************************************************
       0016-REWRITE-REFERENCE-FILES.
           IF WS-STATION-CHANGED THEN
            OPEN OUTPUT STATION-MASTER-FILE
            PERFORM VARYING WS-STN-SCAN FROM 1 BY 1
              UNTIL WS-STN-SCAN > WS-STATION-COUNT
             MOVE STN-RECORD(WS-STN-SCAN) TO STATION-MASTER-RECORD
             WRITE STATION-MASTER-RECORD
            END-PERFORM
            CLOSE STATION-MASTER-FILE
           END-IF.
           IF WS-STATUS-CODE-CHANGED THEN
            OPEN OUTPUT STATUS-CODE-FILE
            PERFORM VARYING WS-SC-SCAN FROM 1 BY 1
              UNTIL WS-SC-SCAN > WS-STATUS-CODE-COUNT
             MOVE SC-RECORD(WS-SC-SCAN) TO STATUS-CODE-RECORD
             WRITE STATUS-CODE-RECORD
            END-PERFORM
            CLOSE STATUS-CODE-FILE
           END-IF.
           IF WS-THRESHOLD-CHANGED THEN
            OPEN OUTPUT THRESHOLD-CONFIG-FILE
            IF WS-THRESHOLD-PRESENT THEN
             MOVE WS-THRESHOLD-RECORD TO THRESHOLD-CONFIG-RECORD
             WRITE THRESHOLD-CONFIG-RECORD
            END-IF
            CLOSE THRESHOLD-CONFIG-FILE
           END-IF.
           IF WS-RETENTION-CHANGED THEN
            OPEN OUTPUT RETENTION-CONFIG-FILE
            IF WS-RETENTION-PRESENT THEN
             MOVE WS-RETENTION-RECORD TO RETENTION-CONFIG-RECORD
             WRITE RETENTION-CONFIG-RECORD
            END-IF
            CLOSE RETENTION-CONFIG-FILE
           END-IF.

      *****************************************************
      * 0017-DERIVE-STATION-WINDOW sets the window of the   *
      * entry in WS-STN-SLOT the way 0027-LOAD-STATION-MASTER *
      * in MISSION-000 reads it.                               *
      *****************************************************
       0017-DERIVE-STATION-WINDOW.
           MOVE STN-RECORD(WS-STN-SLOT) TO WS-STATION-MASTER-LINE.
           IF WS-SML-FROM-DATE IS NUMERIC THEN
            MOVE WS-SML-FROM-DATE TO STN-FROM-DATE(WS-STN-SLOT)
           ELSE
            MOVE 0 TO STN-FROM-DATE(WS-STN-SLOT)
           END-IF.
           IF WS-SML-TO-DATE IS NUMERIC
             AND FUNCTION NUMVAL(WS-SML-TO-DATE)
              IS GREATER THAN 0 THEN
            MOVE WS-SML-TO-DATE TO STN-TO-DATE(WS-STN-SLOT)
           ELSE
            MOVE 99999999 TO STN-TO-DATE(WS-STN-SLOT)
           END-IF.

      *****************************************************
      * 0018-RETIRE-STATION sets the decommissioned date of *
      * the port's open window - or the window whose          *
      * commissioned date the image gives - to the date the    *
      * image gives, today when it is blank.                    *
      *****************************************************
       0018-RETIRE-STATION.
           MOVE "N" TO WS-STN-GIVEN-FROM-SW.
           IF WS-SML-FROM-DATE NOT EQUAL SPACES THEN
            IF WS-SML-FROM-DATE IS NOT NUMERIC THEN
             MOVE "COMMISSIONED DATE NOT YYYYMMDD"
              TO WS-REJECT-REASON
             EXIT PARAGRAPH
            END-IF
            MOVE WS-SML-FROM-DATE TO WS-NEW-FROM-DATE
            MOVE "Y" TO WS-STN-GIVEN-FROM-SW
           END-IF.
           IF WS-SML-TO-DATE EQUAL SPACES THEN
            MOVE WS-TODAY-DATE TO WS-NEW-TO-DATE
           ELSE
            IF WS-SML-TO-DATE IS NOT NUMERIC THEN
             MOVE "DECOMMISSIONED DATE NOT YYYYMMDD"
              TO WS-REJECT-REASON
             EXIT PARAGRAPH
            END-IF
            MOVE WS-SML-TO-DATE TO WS-NEW-TO-DATE
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-TO-DATE)
              NOT EQUAL 0 THEN
             MOVE "DECOMMISSIONED DATE NOT A VALID DATE"
              TO WS-REJECT-REASON
             EXIT PARAGRAPH
            END-IF
           END-IF.
           PERFORM 0009-LOCATE-STATION.
           IF WS-REJECT-REASON NOT EQUAL SPACES THEN
            EXIT PARAGRAPH
           END-IF.
           IF STN-TO-DATE(WS-STN-SLOT) NOT EQUAL 99999999 THEN
            MOVE "STATION ALREADY DECOMMISSIONED"
             TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-TO-DATE IS LESS THAN STN-FROM-DATE(WS-STN-SLOT)
             THEN
            MOVE "DECOMMISSIONED BEFORE COMMISSIONED"
             TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           MOVE STN-RECORD(WS-STN-SLOT) TO WS-BEFORE-IMAGE.
           MOVE STN-RECORD(WS-STN-SLOT) TO WS-STATION-MASTER-LINE.
           MOVE WS-NEW-TO-DATE TO WS-SML-TO-DATE.
           MOVE WS-STATION-MASTER-LINE TO STN-RECORD(WS-STN-SLOT).
           MOVE WS-STATION-MASTER-LINE TO WS-AFTER-IMAGE.
           PERFORM 0017-DERIVE-STATION-WINDOW.
           SET WS-STATION-CHANGED TO TRUE.

      *****************************************************
      * 0019-CHECK-STATION-MISSIONS validates the missions  *
      * field of the image in WS-STATION-MASTER-LINE: blank, *
      * or after a comma up to four identifiers of one to     *
      * eight upper-case letters and digits, each left in its  *
      * eight-character slot, the slots comma separated - the   *
      * layout MISSION-000 matches a run's mission against.      *
      *****************************************************
       0019-CHECK-STATION-MISSIONS.
           IF WS-SML-MISSIONS EQUAL SPACES THEN
            EXIT PARAGRAPH
           END-IF.
           IF WS-SML-SEP4 NOT EQUAL "," THEN
            MOVE "MISSIONS SEPARATOR MISPLACED" TO WS-REJECT-REASON
            EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-MSN-SLOT-START FROM 1 BY 9
             UNTIL WS-MSN-SLOT-START > 28
             OR WS-REJECT-REASON NOT EQUAL SPACES
            MOVE WS-SML-MISSIONS(WS-MSN-SLOT-START:8) TO WS-MSN-SLOT
      * The comma closing a slot is wanted only when another
      * mission follows it.
            IF WS-MSN-SLOT-START < 28 THEN
             IF WS-SML-MISSIONS(WS-MSN-SLOT-START + 9:) NOT EQUAL
               SPACES
               AND WS-SML-MISSIONS(WS-MSN-SLOT-START + 8:1)
                NOT EQUAL "," THEN
              MOVE "MISSIONS SEPARATOR MISPLACED"
               TO WS-REJECT-REASON
             END-IF
            END-IF
            PERFORM VARYING WS-MSN-CHAR-SCAN FROM 1 BY 1
              UNTIL WS-MSN-CHAR-SCAN > 8
              OR WS-REJECT-REASON NOT EQUAL SPACES
             IF WS-MSN-SLOT(WS-MSN-CHAR-SCAN:1) EQUAL SPACE THEN
              IF WS-MSN-SLOT(WS-MSN-CHAR-SCAN:) NOT EQUAL SPACES
                THEN
               MOVE "MISSION ID NOT LETTERS AND DIGITS"
                TO WS-REJECT-REASON
              END-IF
             ELSE
              IF (WS-MSN-SLOT(WS-MSN-CHAR-SCAN:1) < "A"
                OR WS-MSN-SLOT(WS-MSN-CHAR-SCAN:1) > "Z")
                AND (WS-MSN-SLOT(WS-MSN-CHAR-SCAN:1) < "0"
                OR WS-MSN-SLOT(WS-MSN-CHAR-SCAN:1) > "9") THEN
               MOVE "MISSION ID NOT LETTERS AND DIGITS"
                TO WS-REJECT-REASON
              END-IF
             END-IF
            END-PERFORM
           END-PERFORM.

       END PROGRAM MISSION-REFMAINT.
