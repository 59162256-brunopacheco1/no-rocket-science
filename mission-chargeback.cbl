       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSION-CHARGEBACK.
       AUTHOR. BRUNO PACHECO.
      *******************************************
      *           MISSION-CHARGEBACK            *
      *******************************************
      * MISSION-CHARGEBACK is the monthly bill for the partner
      * ground stations: for a billing period it totals, per
      * registered port, the frames decoded, the unrecoverable
      * frames and the gaps left open from the per-run link history
      * (mission-link-history.dat), counts the days the station
      * reported a severe status (mission-station-health.dat), and
      * prices them from the rate file - a station fee for the
      * whole period, a charge per decoded frame, and a penalty
      * (positive rate) or credit (negative rate) per unrecoverable
      * frame, per open gap and per severe-status day.  A station
      * commissioned or decommissioned inside the period pays the
      * station fee for its days in service only, and only runs
      * and status reports dated inside its service window count.
      * One invoice section per station goes to
      * mission-chargeback-report.dat and the same figures, one
      * record per line item, to the finance extract
      * mission-chargeback-extract.dat.
      * Argument 1 is the period: YYYYMM for a calendar month, or
      * a from-date YYYYMMDD with the to-date YYYYMMDD as argument
      * 2; the previous calendar month when omitted.  The argument
      * after the period names the rate file (default
      * mission-chargeback-rates.dat).  Condition code 8 for a bad
      * period or a missing or invalid rate file - nothing is
      * billed; 4 when a station has no rate to bill it by or no
      * station is in service in the period.
      * The MISSION_ID environment value names the mission billed:
      * usage comes from that mission's link history and station
      * health, only the stations the master lists as serving it
      * are billed, and the bill and extract carry its qualifier,
      * so each campaign is charged for its own use of a station.
      * The station fee is for the station, not for any one
      * campaign's use of it, so it is billed once - on the run
      * with no MISSION_ID, which bills every station - and a
      * mission's bill carries its usage charges only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RATE-FILE is assigned dynamically from the argument after
      * the period.  FILE STATUS so a missing rate file stops the
      * run with a message rather than an abend.
           SELECT RATE-FILE ASSIGN DYNAMIC
            WS-RATE-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATE-FILE-STATUS.

      * LINK-HISTORY-FILE is the run-by-run statistics record
      * MISSION-000 appends - the usage quantities come from it.
           SELECT LINK-HISTORY-FILE ASSIGN DYNAMIC
            WS-LINK-HISTORY-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LINK-HISTORY-FILE-STATUS.

      * STATION-HEALTH-FILE is the persistent record of station
      * status frames - the severe-status days come from it.
           SELECT STATION-HEALTH-FILE ASSIGN DYNAMIC
            WS-STATION-HEALTH-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATION-HEALTH-FILE-STATUS.

      * STATION-MASTER-FILE names the stations billed and gives
      * each its service window.
           SELECT STATION-MASTER-FILE ASSIGN
            TO "station-master.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATION-MASTER-FILE-STATUS.

      * INVOICE-REPORT-FILE is the printed bill, one section per
      * station.
           SELECT INVOICE-REPORT-FILE ASSIGN DYNAMIC
            WS-INVOICE-REPORT-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

      * FINANCE-EXTRACT-FILE is the same bill for the finance
      * system to load.
           SELECT FINANCE-EXTRACT-FILE ASSIGN DYNAMIC
            WS-FINANCE-EXTRACT-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * RATE-FILE records carry port (00000 for the rates   *
      * every station without its own record is billed at),  *
      * station fee per period, rate per decoded frame and     *
      * the signed rates per unrecoverable frame, open gap      *
      * and severe-status day, comma separated.  Rates are       *
      * signed decimal numbers, e.g. -2.50.                      *
      *****************************************************
       FD  RATE-FILE.
       01  RATE-RECORD PIC X(60).

      *****************************************************
      * LINK-HISTORY-FILE records carry generation stamp,  *
      * run date, port and the per-run counts, comma        *
      * separated, in append (run) order.                    *
      *****************************************************
       FD  LINK-HISTORY-FILE.
       01  LINK-HISTORY-RECORD PIC X(86).

      *****************************************************
      * STATION-HEALTH-FILE records carry generation       *
      * stamp, port, sequence, status code and severity,    *
      * comma separated, in run (append) order.              *
      *****************************************************
       FD  STATION-HEALTH-FILE.
       01  STATION-HEALTH-RECORD PIC X(44).

      *****************************************************
      * STATION-MASTER-FILE records carry port, station    *
      * name and the commissioned/decommissioned dates,     *
      * comma separated, then the missions the station        *
      * serves; a bare five-digit record is an unnamed         *
      * station serving every mission.                          *
      *****************************************************
       FD  STATION-MASTER-FILE.
       01  STATION-MASTER-RECORD PIC X(90).

       FD  INVOICE-REPORT-FILE.
       01  INVOICE-REPORT-RECORD PIC X(100).

      *****************************************************
      * FINANCE-EXTRACT-FILE records are comma separated,   *
      * record type first: H header, D one per line item,    *
      * S station total, T trailer with the grand total.      *
      *****************************************************
       FD  FINANCE-EXTRACT-FILE.
       01  FINANCE-EXTRACT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RATE-FILE-STATUS PIC X(02).
       01  WS-LINK-HISTORY-FILE-STATUS PIC X(02).
       01  WS-STATION-HEALTH-FILE-STATUS PIC X(02).
       01  WS-STATION-MASTER-FILE-STATUS PIC X(02).

       01  WS-RATE-FILE-NAME PIC X(64)
            VALUE "mission-chargeback-rates.dat".

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
           05 WS-MISSION-SERVED-SW PIC X(01).
               88 WS-MISSION-SERVED VALUE "Y".

       01  WS-MISSION-DATASET-NAMES.
           05 WS-LINK-HISTORY-FILE-NAME PIC X(64).
           05 WS-STATION-HEALTH-FILE-NAME PIC X(64).
           05 WS-INVOICE-REPORT-NAME PIC X(64).
           05 WS-FINANCE-EXTRACT-NAME PIC X(64).

       01  WS-RATE-EOF-SW PIC X(01) VALUE "N".
           88 WS-RATE-EOF VALUE "Y".
       01  WS-LINK-HISTORY-EOF-SW PIC X(01) VALUE "N".
           88 WS-LINK-HISTORY-EOF VALUE "Y".
       01  WS-HEALTH-EOF-SW PIC X(01) VALUE "N".
           88 WS-HEALTH-EOF VALUE "Y".
       01  WS-STATION-MASTER-EOF-SW PIC X(01) VALUE "N".
           88 WS-STATION-MASTER-EOF VALUE "Y".

       01  WS-RATE-ERROR-SW PIC X(01) VALUE "N".
           88 WS-RATE-ERROR VALUE "Y".
       01  WS-IN-SERVICE-SW PIC X(01) VALUE "N".
           88 WS-IN-SERVICE VALUE "Y".

       01  WS-RATE-LINE.
           05 WS-RTL-PORT PIC X(05).
           05 WS-RTL-SEP1 PIC X(01).
           05 WS-RTL-STATION-FEE PIC X(10).
           05 WS-RTL-SEP2 PIC X(01).
           05 WS-RTL-FRAME-RATE PIC X(10).
           05 WS-RTL-SEP3 PIC X(01).
           05 WS-RTL-UNRECOV-RATE PIC X(10).
           05 WS-RTL-SEP4 PIC X(01).
           05 WS-RTL-GAP-RATE PIC X(10).
           05 WS-RTL-SEP5 PIC X(01).
           05 WS-RTL-SEVERE-RATE PIC X(10).

       01  WS-LINK-HISTORY-LINE.
           05 WS-LHL-STAMP PIC X(21).
           05 WS-LHL-SEP1 PIC X(01).
           05 WS-LHL-DATE PIC X(08).
           05 WS-LHL-SEP2 PIC X(01).
           05 WS-LHL-PORT PIC X(05).
           05 WS-LHL-SEP3 PIC X(01).
           05 WS-LHL-DECODED PIC X(09).
           05 WS-LHL-SEP4 PIC X(01).
           05 WS-LHL-CORRECTED PIC X(09).
           05 WS-LHL-SEP5 PIC X(01).
           05 WS-LHL-UNRECOVERABLE PIC X(09).
           05 WS-LHL-SEP6 PIC X(01).
           05 WS-LHL-GAPS PIC X(09).
           05 WS-LHL-SEP7 PIC X(01).
           05 WS-LHL-DUPLICATES PIC X(09).

       01  WS-HEALTH-LINE.
           05 WS-HTH-STAMP.
               10 FILLER PIC X(01).
               10 WS-HTH-DATE PIC X(08).
               10 FILLER PIC X(12).
           05 WS-HTH-SEP1 PIC X(01).
           05 WS-HTH-PORT PIC X(05).
           05 WS-HTH-SEP2 PIC X(01).
           05 WS-HTH-SEQUENCE PIC X(10).
           05 WS-HTH-SEP3 PIC X(01).
           05 WS-HTH-CODE PIC X(03).
           05 WS-HTH-SEP4 PIC X(01).
           05 WS-HTH-SEVERITY PIC X(01).

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

       01  WS-PARAMETER-AREA.
           05 WS-ARGUMENT-NUMBER USAGE COMP-5 PIC 99.
           05 WS-ARGUMENT-VALUE PIC X(09).
           05 WS-ARGUMENT-FILE-NAME PIC X(64).
           05 WS-RATE-ARGUMENT USAGE COMP-5 PIC 99 VALUE 2.

      * WS-PERIOD-AREA is the billing period, both ends inclusive,
      * and its length in days.
       01  WS-PERIOD-AREA.
           05 WS-PERIOD-FROM PIC 9(08).
           05 WS-PERIOD-TO PIC 9(08).
           05 WS-PERIOD-DAYS USAGE COMP-5 PIC 9(5).
           05 WS-PERIOD-MONTH.
               10 WS-PERIOD-YEAR PIC 9(04).
               10 WS-PERIOD-MM PIC 9(02).
           05 WS-NEXT-MONTH-START.
               10 WS-NEXT-YEAR PIC 9(04).
               10 WS-NEXT-MM PIC 9(02).
               10 WS-NEXT-DD PIC 9(02) VALUE 1.
           05 WS-DAY-NUMBER USAGE COMP-5 PIC 9(7).
           05 WS-TODAY-DATE PIC 9(08).
           05 WS-TODAY-TIME PIC 9(08).

      * WS-RATE-TABLE holds the rate file; RATE-PORT 0 is the
      * default row.  WS-RATE-TEXT/WS-RATE-VALUE carry one rate
      * field through 0005-CONVERT-RATE.
       01  WS-RATE-TABLE.
           05 WS-MAX-RATES USAGE COMP-5 PIC 9(3) VALUE 50.
           05 WS-RATE-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-RATE-RECORD-COUNT USAGE COMP-5 PIC 9(5) VALUE 0.
           05 WS-RATE-SCAN USAGE COMP-5 PIC 9(3).
           05 WS-RATE-SLOT USAGE COMP-5 PIC 9(3).
           05 WS-DEFAULT-RATE-SLOT USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-RATE-TEXT PIC X(10).
           05 WS-RATE-VALUE PIC S9(7)V9(4).
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
               10 RATE-PORT PIC 9(05).
               10 RATE-STATION-FEE PIC S9(7)V99.
               10 RATE-FRAME PIC S9(5)V9(4).
               10 RATE-UNRECOVERABLE PIC S9(5)V9(4).
               10 RATE-GAP PIC S9(5)V9(4).
               10 RATE-SEVERE-DAY PIC S9(5)V9(4).

      * WS-WINDOW-TABLE is the station master as read, one entry
      * per service window - a port recommissioned after a
      * retirement has one per spell.  A non-numeric commissioned
      * date is 0, an open decommissioned date 99999999, as
      * MISSION-000 reads them.
       01  WS-WINDOW-TABLE.
           05 WS-MAX-WINDOWS USAGE COMP-5 PIC 9(3) VALUE 20.
           05 WS-WINDOW-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-WINDOW-SCAN USAGE COMP-5 PIC 9(3).
           05 WS-WINDOW-ENTRY OCCURS 20 TIMES.
               10 WIN-PORT PIC 9(05).
               10 WIN-FROM-DATE PIC 9(08).
               10 WIN-TO-DATE PIC 9(08).

      * WS-BILL-TABLE is one row per port in service at some point
      * in the period, with the quantities billed.
       01  WS-BILL-TABLE.
           05 WS-BILL-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-BILL-SLOT USAGE COMP-5 PIC 9(3).
           05 WS-BILL-SCAN USAGE COMP-5 PIC 9(3).
           05 WS-BILL-ENTRY OCCURS 20 TIMES.
               10 BILL-PORT PIC 9(05).
               10 BILL-NAME PIC X(30).
               10 BILL-SERVICE-DAYS USAGE COMP-5 PIC 9(5).
               10 BILL-DECODED USAGE COMP-5 PIC 9(12).
               10 BILL-UNRECOVERABLE USAGE COMP-5 PIC 9(12).
               10 BILL-GAPS USAGE COMP-5 PIC 9(12).
               10 BILL-SEVERE-DAYS USAGE COMP-5 PIC 9(5).
               10 BILL-LAST-SEVERE-DATE PIC X(08).

      * WS-OVERLAP-WORK works out the days a service window and
      * the period have in common.
       01  WS-OVERLAP-WORK.
           05 WS-OVERLAP-FROM PIC 9(08).
           05 WS-OVERLAP-TO PIC 9(08).
           05 WS-OVERLAP-DAYS USAGE COMP-5 PIC 9(5).
           05 WS-CHECK-PORT PIC 9(05).
           05 WS-CHECK-DATE PIC 9(08).

      * WS-ITEM-WORK carries one invoice line item through
      * 0013-WRITE-LINE-ITEM; the totals are per station and for
      * the whole run.
       01  WS-ITEM-WORK.
           05 WS-ITEM-DESCRIPTION PIC X(24).
           05 WS-ITEM-CODE PIC X(08).
           05 WS-ITEM-QUANTITY PIC 9(12).
           05 WS-ITEM-RATE PIC S9(7)V9(4).
           05 WS-ITEM-AMOUNT PIC S9(11)V99.
           05 WS-STATION-TOTAL PIC S9(11)V99.
           05 WS-GRAND-TOTAL PIC S9(11)V99 VALUE 0.
           05 WS-INVOICE-COUNT USAGE COMP-5 PIC 9(5) VALUE 0.
           05 WS-UNBILLED-COUNT USAGE COMP-5 PIC 9(5) VALUE 0.

       01  WS-INVOICE-HEADER-LINE.
           05 FILLER PIC X(15) VALUE "INVOICE - PORT ".
           05 WS-IHD-PORT PIC 9(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-IHD-NAME PIC X(30).
           05 FILLER PIC X(08) VALUE " PERIOD ".
           05 WS-IHD-FROM PIC 9(08).
           05 FILLER PIC X(06) VALUE " THRU ".
           05 WS-IHD-TO PIC 9(08).

       01  WS-SERVICE-DAYS-LINE.
           05 FILLER PIC X(15) VALUE "  SERVICE DAYS ".
           05 WS-SDL-DAYS PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE " OF ".
           05 WS-SDL-PERIOD-DAYS PIC ZZZZ9.
           05 WS-SDL-PRORATED PIC X(29).

       01  WS-COLUMN-HEADER-LINE.
           05 FILLER PIC X(26) VALUE "  ITEM".
           05 FILLER PIC X(15) VALUE "       QUANTITY".
           05 FILLER PIC X(14) VALUE "          RATE".
           05 FILLER PIC X(19) VALUE "             AMOUNT".

       01  WS-ITEM-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-ITL-DESCRIPTION PIC X(24).
           05 WS-ITL-QUANTITY PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-ITL-RATE PIC -(7)9.9999.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-ITL-AMOUNT PIC -(3),---,---,--9.99.

       01  WS-TOTAL-DUE-LINE.
           05 FILLER PIC X(55) VALUE "  TOTAL DUE".
           05 WS-TDL-AMOUNT PIC -(3),---,---,--9.99.

       01  WS-GRAND-TOTAL-LINE.
           05 FILLER PIC X(19) VALUE "CHARGEBACK TOTAL - ".
           05 WS-GTL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(31) VALUE " STATIONS INVOICED".
           05 WS-GTL-AMOUNT PIC -(3),---,---,--9.99.

       01  WS-EXTRACT-HEADER-LINE.
           05 WS-EXH-TYPE PIC X(01) VALUE "H".
           05 WS-EXH-SEP1 PIC X(01).
           05 WS-EXH-PERIOD-FROM PIC 9(08).
           05 WS-EXH-SEP2 PIC X(01).
           05 WS-EXH-PERIOD-TO PIC 9(08).
           05 WS-EXH-SEP3 PIC X(01).
           05 WS-EXH-PERIOD-DAYS PIC 9(05).
           05 WS-EXH-SEP4 PIC X(01).
           05 WS-EXH-RUN-DATE PIC 9(08).
           05 WS-EXH-SEP5 PIC X(01).
           05 WS-EXH-RUN-TIME PIC 9(06).

       01  WS-EXTRACT-DETAIL-LINE.
           05 WS-EXD-TYPE PIC X(01) VALUE "D".
           05 WS-EXD-SEP1 PIC X(01).
           05 WS-EXD-PERIOD-FROM PIC 9(08).
           05 WS-EXD-SEP2 PIC X(01).
           05 WS-EXD-PORT PIC 9(05).
           05 WS-EXD-SEP3 PIC X(01).
           05 WS-EXD-ITEM-CODE PIC X(08).
           05 WS-EXD-SEP4 PIC X(01).
           05 WS-EXD-QUANTITY PIC 9(12).
           05 WS-EXD-SEP5 PIC X(01).
           05 WS-EXD-RATE PIC +9(7).9(4).
           05 WS-EXD-SEP6 PIC X(01).
           05 WS-EXD-AMOUNT PIC +9(11).99.

       01  WS-EXTRACT-STATION-LINE.
           05 WS-EXS-TYPE PIC X(01) VALUE "S".
           05 WS-EXS-SEP1 PIC X(01).
           05 WS-EXS-PERIOD-FROM PIC 9(08).
           05 WS-EXS-SEP2 PIC X(01).
           05 WS-EXS-PORT PIC 9(05).
           05 WS-EXS-SEP3 PIC X(01).
           05 WS-EXS-SERVICE-DAYS PIC 9(05).
           05 WS-EXS-SEP4 PIC X(01).
           05 WS-EXS-AMOUNT PIC +9(11).99.

       01  WS-EXTRACT-TRAILER-LINE.
           05 WS-EXT-TYPE PIC X(01) VALUE "T".
           05 WS-EXT-SEP1 PIC X(01).
           05 WS-EXT-PERIOD-FROM PIC 9(08).
           05 WS-EXT-SEP2 PIC X(01).
           05 WS-EXT-STATION-COUNT PIC 9(05).
           05 WS-EXT-SEP3 PIC X(01).
           05 WS-EXT-AMOUNT PIC +9(11).99.

       PROCEDURE DIVISION.

       0000-START.
           PERFORM 0001-ACCEPT-PARAMETERS.
           IF RETURN-CODE IS GREATER THAN 4 THEN
            STOP RUN
           END-IF.
           PERFORM 0003-LOAD-RATES.
           IF WS-RATE-ERROR THEN
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM 0006-LOAD-STATION-MASTER.
           IF WS-BILL-COUNT EQUAL 0 THEN
            DISPLAY "MISSION-CHARGEBACK - NO REGISTERED PORT IN "
             "SERVICE " WS-PERIOD-FROM " THRU " WS-PERIOD-TO
             " - NOTHING TO BILL"
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM 0008-LOAD-LINK-HISTORY.
           PERFORM 0009-LOAD-SEVERE-DAYS.
           PERFORM 0010-WRITE-INVOICES.
           IF WS-UNBILLED-COUNT IS GREATER THAN 0
             AND RETURN-CODE IS LESS THAN 4 THEN
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************
      * 0001-ACCEPT-PARAMETERS sets the billing period from *
      * argument 1 (and 2), then the rate file name from the  *
      * argument after it.  A bad period sets condition        *
      * code 8.                                                 *
      *****************************************************
       0001-ACCEPT-PARAMETERS.
           PERFORM 0014-RESOLVE-MISSION.
           MOVE SPACES TO WS-ARGUMENT-VALUE.
           SET WS-ARGUMENT-NUMBER TO 1.
           DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARGUMENT-VALUE FROM ARGUMENT-VALUE
            ON EXCEPTION
             MOVE SPACES TO WS-ARGUMENT-VALUE
           END-ACCEPT.
           IF WS-ARGUMENT-VALUE EQUAL SPACES THEN
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            MOVE WS-TODAY-DATE(1:6) TO WS-PERIOD-MONTH
            IF WS-PERIOD-MM EQUAL 1 THEN
             SUBTRACT 1 FROM WS-PERIOD-YEAR
             MOVE 12 TO WS-PERIOD-MM
            ELSE
             SUBTRACT 1 FROM WS-PERIOD-MM
            END-IF
            MOVE 1 TO WS-RATE-ARGUMENT
            PERFORM 0002-SET-MONTH-PERIOD
           ELSE
            IF WS-ARGUMENT-VALUE(7:3) EQUAL SPACES
              AND WS-ARGUMENT-VALUE(1:6) IS NUMERIC THEN
             MOVE WS-ARGUMENT-VALUE(1:6) TO WS-PERIOD-MONTH
             MOVE 2 TO WS-RATE-ARGUMENT
             PERFORM 0002-SET-MONTH-PERIOD
            ELSE
             IF WS-ARGUMENT-VALUE(9:1) EQUAL SPACE
               AND WS-ARGUMENT-VALUE(1:8) IS NUMERIC THEN
              MOVE WS-ARGUMENT-VALUE(1:8) TO WS-PERIOD-FROM
              MOVE 3 TO WS-RATE-ARGUMENT
              MOVE SPACES TO WS-ARGUMENT-VALUE
              SET WS-ARGUMENT-NUMBER TO 2
              DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
              ACCEPT WS-ARGUMENT-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                MOVE SPACES TO WS-ARGUMENT-VALUE
              END-ACCEPT
              IF WS-ARGUMENT-VALUE(9:1) EQUAL SPACE
                AND WS-ARGUMENT-VALUE(1:8) IS NUMERIC THEN
               MOVE WS-ARGUMENT-VALUE(1:8) TO WS-PERIOD-TO
              ELSE
               DISPLAY "MISSION-CHARGEBACK - FROM-DATE "
                WS-PERIOD-FROM " GIVEN WITHOUT A TO-DATE YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
              END-IF
             ELSE
              DISPLAY "MISSION-CHARGEBACK - PERIOD "
               FUNCTION TRIM(WS-ARGUMENT-VALUE)
               " NOT YYYYMM OR YYYYMMDD"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
             END-IF
            END-IF
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-FROM)
             NOT EQUAL 0
             OR FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-TO)
             NOT EQUAL 0 THEN
            DISPLAY "MISSION-CHARGEBACK - PERIOD " WS-PERIOD-FROM
             " THRU " WS-PERIOD-TO " IS NOT A VALID DATE RANGE"
            MOVE 8 TO RETURN-CODE
            EXIT PARAGRAPH
           END-IF.
           IF WS-PERIOD-TO IS LESS THAN WS-PERIOD-FROM THEN
            DISPLAY "MISSION-CHARGEBACK - PERIOD ENDS " WS-PERIOD-TO
             " BEFORE IT STARTS " WS-PERIOD-FROM
            MOVE 8 TO RETURN-CODE
            EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PERIOD-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO)
            - FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM) + 1.
           SET WS-ARGUMENT-NUMBER TO WS-RATE-ARGUMENT.
           DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARGUMENT-FILE-NAME FROM ARGUMENT-VALUE
            ON EXCEPTION
             CONTINUE
            NOT ON EXCEPTION
             MOVE WS-ARGUMENT-FILE-NAME TO WS-RATE-FILE-NAME
           END-ACCEPT.

      *****************************************************
      * 0002-SET-MONTH-PERIOD sets the period to the whole  *
      * calendar month in WS-PERIOD-MONTH; the last day is    *
      * the day before the next month starts.                  *
      *****************************************************
       0002-SET-MONTH-PERIOD.
           IF WS-PERIOD-MM IS LESS THAN 1
             OR WS-PERIOD-MM IS GREATER THAN 12
             OR WS-PERIOD-YEAR IS LESS THAN 1601 THEN
            MOVE 0 TO WS-PERIOD-FROM
            MOVE 0 TO WS-PERIOD-TO
            EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PERIOD-FROM = WS-PERIOD-YEAR * 10000
            + WS-PERIOD-MM * 100 + 1.
           IF WS-PERIOD-MM EQUAL 12 THEN
            COMPUTE WS-NEXT-YEAR = WS-PERIOD-YEAR + 1
            MOVE 1 TO WS-NEXT-MM
           ELSE
            MOVE WS-PERIOD-YEAR TO WS-NEXT-YEAR
            COMPUTE WS-NEXT-MM = WS-PERIOD-MM + 1
           END-IF.
           COMPUTE WS-DAY-NUMBER =
            FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WS-NEXT-MONTH-START)) - 1.
           COMPUTE WS-PERIOD-TO =
            FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).

      *****************************************************
      * 0003-LOAD-RATES loads the rate file.  Every record  *
      * is checked before any is used - a single bad record   *
      * sets WS-RATE-ERROR and nothing is billed, as is a      *
      * missing or empty file.                                  *
      *****************************************************
       0003-LOAD-RATES.
           MOVE 0 TO WS-RATE-COUNT.
           MOVE 0 TO WS-RATE-RECORD-COUNT.
           MOVE "N" TO WS-RATE-EOF-SW.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT EQUAL "00" THEN
            DISPLAY "MISSION-CHARGEBACK - RATE FILE "
             FUNCTION TRIM(WS-RATE-FILE-NAME) " NOT FOUND"
            SET WS-RATE-ERROR TO TRUE
            EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RATE-EOF
            MOVE SPACES TO WS-RATE-LINE
            READ RATE-FILE INTO WS-RATE-LINE
             AT END SET WS-RATE-EOF TO TRUE
            END-READ
            IF NOT WS-RATE-EOF AND WS-RATE-LINE NOT EQUAL SPACES
              THEN
             ADD 1 TO WS-RATE-RECORD-COUNT
             PERFORM 0004-CHECK-RATE-RECORD
            END-IF
           END-PERFORM.
           CLOSE RATE-FILE.
           IF WS-RATE-COUNT EQUAL 0 AND NOT WS-RATE-ERROR THEN
            DISPLAY "MISSION-CHARGEBACK - RATE FILE "
             FUNCTION TRIM(WS-RATE-FILE-NAME) " HAS NO RATES"
            SET WS-RATE-ERROR TO TRUE
           END-IF.

      *****************************************************
      * 0004-CHECK-RATE-RECORD validates one rate record    *
      * and files it in the rate table; a repeated port is     *
      * an error, as the bill could go either way.              *
      *****************************************************
       0004-CHECK-RATE-RECORD.
           IF WS-RTL-PORT IS NOT NUMERIC THEN
            DISPLAY "MISSION-CHARGEBACK - RATE RECORD "
             WS-RATE-RECORD-COUNT " PORT NOT NUMERIC"
            SET WS-RATE-ERROR TO TRUE
            EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RATE-SLOT.
           PERFORM VARYING WS-RATE-SCAN FROM 1 BY 1
             UNTIL WS-RATE-SCAN > WS-RATE-COUNT
            IF RATE-PORT(WS-RATE-SCAN) EQUAL WS-RTL-PORT THEN
             MOVE WS-RATE-SCAN TO WS-RATE-SLOT
            END-IF
           END-PERFORM.
           IF WS-RATE-SLOT IS GREATER THAN 0 THEN
            DISPLAY "MISSION-CHARGEBACK - RATE RECORD "
             WS-RATE-RECORD-COUNT " REPEATS PORT " WS-RTL-PORT
            SET WS-RATE-ERROR TO TRUE
            EXIT PARAGRAPH
           END-IF.
           IF WS-RATE-COUNT EQUAL WS-MAX-RATES THEN
            DISPLAY "MISSION-CHARGEBACK - RATE FILE HAS MORE THAN "
             WS-MAX-RATES " ENTRIES"
            SET WS-RATE-ERROR TO TRUE
            EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           MOVE WS-RTL-PORT TO RATE-PORT(WS-RATE-COUNT).
           IF RATE-PORT(WS-RATE-COUNT) EQUAL 0 THEN
            MOVE WS-RATE-COUNT TO WS-DEFAULT-RATE-SLOT
           END-IF.
           MOVE WS-RTL-STATION-FEE TO WS-RATE-TEXT.
           PERFORM 0005-CONVERT-RATE.
           MOVE WS-RATE-VALUE TO RATE-STATION-FEE(WS-RATE-COUNT).
           MOVE WS-RTL-FRAME-RATE TO WS-RATE-TEXT.
           PERFORM 0005-CONVERT-RATE.
           MOVE WS-RATE-VALUE TO RATE-FRAME(WS-RATE-COUNT).
           MOVE WS-RTL-UNRECOV-RATE TO WS-RATE-TEXT.
           PERFORM 0005-CONVERT-RATE.
           MOVE WS-RATE-VALUE TO RATE-UNRECOVERABLE(WS-RATE-COUNT).
           MOVE WS-RTL-GAP-RATE TO WS-RATE-TEXT.
           PERFORM 0005-CONVERT-RATE.
           MOVE WS-RATE-VALUE TO RATE-GAP(WS-RATE-COUNT).
           MOVE WS-RTL-SEVERE-RATE TO WS-RATE-TEXT.
           PERFORM 0005-CONVERT-RATE.
           MOVE WS-RATE-VALUE TO RATE-SEVERE-DAY(WS-RATE-COUNT).

      *****************************************************
      * 0005-CONVERT-RATE turns the rate text in            *
      * WS-RATE-TEXT into WS-RATE-VALUE; text that is not a    *
      * number is an error.                                     *
      *****************************************************
       0005-CONVERT-RATE.
           MOVE 0 TO WS-RATE-VALUE.
           IF WS-RATE-TEXT EQUAL SPACES
             OR FUNCTION TEST-NUMVAL(WS-RATE-TEXT) NOT EQUAL 0 THEN
            DISPLAY "MISSION-CHARGEBACK - RATE RECORD "
             WS-RATE-RECORD-COUNT " RATE '" WS-RATE-TEXT
             "' NOT A NUMBER"
            SET WS-RATE-ERROR TO TRUE
           ELSE
            COMPUTE WS-RATE-VALUE = FUNCTION NUMVAL(WS-RATE-TEXT)
           END-IF.

      *****************************************************
      * 0006-LOAD-STATION-MASTER loads every service window *
      * and claims a bill table row for each port with days    *
      * in service inside the period.                           *
      *****************************************************
       0006-LOAD-STATION-MASTER.
           MOVE 0 TO WS-WINDOW-COUNT.
           MOVE 0 TO WS-BILL-COUNT.
           MOVE "N" TO WS-STATION-MASTER-EOF-SW.
           OPEN INPUT STATION-MASTER-FILE.
           IF WS-STATION-MASTER-FILE-STATUS EQUAL "00" THEN
            PERFORM UNTIL WS-STATION-MASTER-EOF
              OR WS-WINDOW-COUNT EQUAL WS-MAX-WINDOWS
             MOVE SPACES TO WS-STATION-MASTER-LINE
             READ STATION-MASTER-FILE INTO WS-STATION-MASTER-LINE
              AT END SET WS-STATION-MASTER-EOF TO TRUE
             END-READ
             IF NOT WS-STATION-MASTER-EOF THEN
              PERFORM 0015-CHECK-MISSION-SERVED
             END-IF
             IF NOT WS-STATION-MASTER-EOF
               AND WS-SML-PORT IS NUMERIC
               AND WS-MISSION-SERVED THEN
              ADD 1 TO WS-WINDOW-COUNT
              PERFORM 0007-ADD-SERVICE-WINDOW
             END-IF
            END-PERFORM
            IF NOT WS-STATION-MASTER-EOF THEN
             READ STATION-MASTER-FILE
              AT END SET WS-STATION-MASTER-EOF TO TRUE
             END-READ
             IF NOT WS-STATION-MASTER-EOF THEN
              DISPLAY "MISSION-CHARGEBACK - STATION-MASTER-FILE "
               "HAS MORE THAN " WS-MAX-WINDOWS " ENTRIES - "
               "REMAINDER IGNORED"
             END-IF
            END-IF
            CLOSE STATION-MASTER-FILE
           ELSE
            DISPLAY "MISSION-CHARGEBACK - STATION-MASTER-FILE NOT "
             "FOUND"
           END-IF.

      *****************************************************
      * 0007-ADD-SERVICE-WINDOW files the window just read  *
      * and adds its days inside the period to the port's      *
      * service days, claiming the port's bill row when it      *
      * has none yet.                                            *
      *****************************************************
       0007-ADD-SERVICE-WINDOW.
           MOVE WS-SML-PORT TO WIN-PORT(WS-WINDOW-COUNT).
           IF WS-SML-FROM-DATE IS NUMERIC THEN
            MOVE WS-SML-FROM-DATE TO WIN-FROM-DATE(WS-WINDOW-COUNT)
           ELSE
            MOVE 0 TO WIN-FROM-DATE(WS-WINDOW-COUNT)
           END-IF.
           IF WS-SML-TO-DATE IS NUMERIC
             AND WS-SML-TO-DATE NOT EQUAL "00000000" THEN
            MOVE WS-SML-TO-DATE TO WIN-TO-DATE(WS-WINDOW-COUNT)
           ELSE
            MOVE 99999999 TO WIN-TO-DATE(WS-WINDOW-COUNT)
           END-IF.
           IF WIN-FROM-DATE(WS-WINDOW-COUNT)
             IS GREATER THAN WS-PERIOD-FROM THEN
            MOVE WIN-FROM-DATE(WS-WINDOW-COUNT) TO WS-OVERLAP-FROM
           ELSE
            MOVE WS-PERIOD-FROM TO WS-OVERLAP-FROM
           END-IF.
           IF WIN-TO-DATE(WS-WINDOW-COUNT)
             IS LESS THAN WS-PERIOD-TO THEN
            MOVE WIN-TO-DATE(WS-WINDOW-COUNT) TO WS-OVERLAP-TO
           ELSE
            MOVE WS-PERIOD-TO TO WS-OVERLAP-TO
           END-IF.
           IF WS-OVERLAP-TO IS LESS THAN WS-OVERLAP-FROM THEN
            EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-OVERLAP-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-OVERLAP-TO)
            - FUNCTION INTEGER-OF-DATE(WS-OVERLAP-FROM) + 1.
           MOVE 0 TO WS-BILL-SLOT.
           PERFORM VARYING WS-BILL-SCAN FROM 1 BY 1
             UNTIL WS-BILL-SCAN > WS-BILL-COUNT
            IF BILL-PORT(WS-BILL-SCAN) EQUAL WS-SML-PORT THEN
             MOVE WS-BILL-SCAN TO WS-BILL-SLOT
            END-IF
           END-PERFORM.
           IF WS-BILL-SLOT EQUAL 0 THEN
            ADD 1 TO WS-BILL-COUNT
            MOVE WS-BILL-COUNT TO WS-BILL-SLOT
            MOVE WS-SML-PORT TO BILL-PORT(WS-BILL-SLOT)
            MOVE WS-SML-NAME TO BILL-NAME(WS-BILL-SLOT)
            MOVE 0 TO BILL-SERVICE-DAYS(WS-BILL-SLOT)
            MOVE 0 TO BILL-DECODED(WS-BILL-SLOT)
            MOVE 0 TO BILL-UNRECOVERABLE(WS-BILL-SLOT)
            MOVE 0 TO BILL-GAPS(WS-BILL-SLOT)
            MOVE 0 TO BILL-SEVERE-DAYS(WS-BILL-SLOT)
            MOVE SPACES TO BILL-LAST-SEVERE-DATE(WS-BILL-SLOT)
           END-IF.
           IF WS-SML-NAME NOT EQUAL SPACES THEN
            MOVE WS-SML-NAME TO BILL-NAME(WS-BILL-SLOT)
           END-IF.
           ADD WS-OVERLAP-DAYS TO BILL-SERVICE-DAYS(WS-BILL-SLOT).
           IF BILL-SERVICE-DAYS(WS-BILL-SLOT)
             IS GREATER THAN WS-PERIOD-DAYS THEN
            MOVE WS-PERIOD-DAYS TO BILL-SERVICE-DAYS(WS-BILL-SLOT)
           END-IF.

      *****************************************************
      * 0008-LOAD-LINK-HISTORY totals the decoded,          *
      * unrecoverable and gap counts of every run dated       *
      * inside the period and the port's service window.       *
      *****************************************************
       0008-LOAD-LINK-HISTORY.
           MOVE "N" TO WS-LINK-HISTORY-EOF-SW.
           OPEN INPUT LINK-HISTORY-FILE.
           IF WS-LINK-HISTORY-FILE-STATUS EQUAL "00" THEN
            PERFORM UNTIL WS-LINK-HISTORY-EOF
             READ LINK-HISTORY-FILE INTO WS-LINK-HISTORY-LINE
              AT END SET WS-LINK-HISTORY-EOF TO TRUE
             END-READ
             IF NOT WS-LINK-HISTORY-EOF
               AND WS-LHL-PORT IS NUMERIC
               AND WS-LHL-DATE IS NUMERIC
               AND WS-LHL-DECODED IS NUMERIC
               AND WS-LHL-UNRECOVERABLE IS NUMERIC
               AND WS-LHL-GAPS IS NUMERIC THEN
              MOVE WS-LHL-PORT TO WS-CHECK-PORT
              MOVE WS-LHL-DATE TO WS-CHECK-DATE
              PERFORM 0011-CHECK-IN-SERVICE
              IF WS-IN-SERVICE THEN
               ADD FUNCTION NUMVAL(WS-LHL-DECODED)
                TO BILL-DECODED(WS-BILL-SLOT)
               ADD FUNCTION NUMVAL(WS-LHL-UNRECOVERABLE)
                TO BILL-UNRECOVERABLE(WS-BILL-SLOT)
               ADD FUNCTION NUMVAL(WS-LHL-GAPS)
                TO BILL-GAPS(WS-BILL-SLOT)
              END-IF
             END-IF
            END-PERFORM
            CLOSE LINK-HISTORY-FILE
           ELSE
            DISPLAY "MISSION-CHARGEBACK - LINK HISTORY NOT FOUND - "
             "NO RUNS ON RECORD YET"
           END-IF.

      *****************************************************
      * 0009-LOAD-SEVERE-DAYS counts, per port, the days    *
      * inside the period and its service window on which it  *
      * reported at least one severe status.  The file is in    *
      * run order, so a day is counted when its date differs     *
      * from the port's last counted one.                         *
      *****************************************************
       0009-LOAD-SEVERE-DAYS.
           MOVE "N" TO WS-HEALTH-EOF-SW.
           OPEN INPUT STATION-HEALTH-FILE.
           IF WS-STATION-HEALTH-FILE-STATUS EQUAL "00" THEN
            PERFORM UNTIL WS-HEALTH-EOF
             READ STATION-HEALTH-FILE INTO WS-HEALTH-LINE
              AT END SET WS-HEALTH-EOF TO TRUE
             END-READ
             IF NOT WS-HEALTH-EOF
               AND WS-HTH-SEVERITY EQUAL "S"
               AND WS-HTH-PORT IS NUMERIC
               AND WS-HTH-DATE IS NUMERIC THEN
              MOVE WS-HTH-PORT TO WS-CHECK-PORT
              MOVE WS-HTH-DATE TO WS-CHECK-DATE
              PERFORM 0011-CHECK-IN-SERVICE
              IF WS-IN-SERVICE
                AND BILL-LAST-SEVERE-DATE(WS-BILL-SLOT)
                NOT EQUAL WS-HTH-DATE THEN
               ADD 1 TO BILL-SEVERE-DAYS(WS-BILL-SLOT)
               MOVE WS-HTH-DATE
                TO BILL-LAST-SEVERE-DATE(WS-BILL-SLOT)
              END-IF
             END-IF
            END-PERFORM
            CLOSE STATION-HEALTH-FILE
           ELSE
            DISPLAY "MISSION-CHARGEBACK - STATION HEALTH FILE NOT "
             "FOUND - NO STATUS FRAMES ON RECORD YET"
           END-IF.

      *****************************************************
      * 0010-WRITE-INVOICES writes the extract header, one  *
      * invoice per billed port, and the run totals.           *
      *****************************************************
       0010-WRITE-INVOICES.
           OPEN OUTPUT INVOICE-REPORT-FILE.
           OPEN OUTPUT FINANCE-EXTRACT-FILE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE "," TO WS-EXH-SEP1 WS-EXH-SEP2 WS-EXH-SEP3
            WS-EXH-SEP4 WS-EXH-SEP5.
           MOVE WS-PERIOD-FROM TO WS-EXH-PERIOD-FROM.
           MOVE WS-PERIOD-TO TO WS-EXH-PERIOD-TO.
           MOVE WS-PERIOD-DAYS TO WS-EXH-PERIOD-DAYS.
           MOVE WS-TODAY-DATE TO WS-EXH-RUN-DATE.
           MOVE WS-TODAY-TIME(1:6) TO WS-EXH-RUN-TIME.
           MOVE WS-EXTRACT-HEADER-LINE TO FINANCE-EXTRACT-RECORD.
           WRITE FINANCE-EXTRACT-RECORD.
           MOVE 0 TO WS-GRAND-TOTAL.
           PERFORM 0012-INVOICE-ONE-STATION
            VARYING WS-BILL-SLOT FROM 1 BY 1
             UNTIL WS-BILL-SLOT > WS-BILL-COUNT.
           MOVE WS-INVOICE-COUNT TO WS-GTL-COUNT.
           MOVE WS-GRAND-TOTAL TO WS-GTL-AMOUNT.
           MOVE WS-GRAND-TOTAL-LINE TO INVOICE-REPORT-RECORD.
           WRITE INVOICE-REPORT-RECORD.
           DISPLAY WS-GRAND-TOTAL-LINE.
           MOVE "," TO WS-EXT-SEP1 WS-EXT-SEP2 WS-EXT-SEP3.
           MOVE WS-PERIOD-FROM TO WS-EXT-PERIOD-FROM.
           MOVE WS-INVOICE-COUNT TO WS-EXT-STATION-COUNT.
           MOVE WS-GRAND-TOTAL TO WS-EXT-AMOUNT.
           MOVE WS-EXTRACT-TRAILER-LINE TO FINANCE-EXTRACT-RECORD.
           WRITE FINANCE-EXTRACT-RECORD.
           CLOSE INVOICE-REPORT-FILE.
           CLOSE FINANCE-EXTRACT-FILE.

      *****************************************************
      * 0011-CHECK-IN-SERVICE sets WS-IN-SERVICE when       *
      * WS-CHECK-DATE is inside the period and one of          *
      * WS-CHECK-PORT's service windows; WS-BILL-SLOT comes     *
      * back with the port's bill row.                           *
      *****************************************************
       0011-CHECK-IN-SERVICE.
           MOVE "N" TO WS-IN-SERVICE-SW.
           IF WS-CHECK-DATE IS LESS THAN WS-PERIOD-FROM
             OR WS-CHECK-DATE IS GREATER THAN WS-PERIOD-TO THEN
            EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-BILL-SLOT.
           PERFORM VARYING WS-BILL-SCAN FROM 1 BY 1
             UNTIL WS-BILL-SCAN > WS-BILL-COUNT
            IF BILL-PORT(WS-BILL-SCAN) EQUAL WS-CHECK-PORT THEN
             MOVE WS-BILL-SCAN TO WS-BILL-SLOT
            END-IF
           END-PERFORM.
           IF WS-BILL-SLOT EQUAL 0 THEN
            EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-WINDOW-SCAN FROM 1 BY 1
             UNTIL WS-WINDOW-SCAN > WS-WINDOW-COUNT
            IF WIN-PORT(WS-WINDOW-SCAN) EQUAL WS-CHECK-PORT
              AND WS-CHECK-DATE NOT LESS THAN
               WIN-FROM-DATE(WS-WINDOW-SCAN)
              AND WS-CHECK-DATE NOT GREATER THAN
               WIN-TO-DATE(WS-WINDOW-SCAN) THEN
             SET WS-IN-SERVICE TO TRUE
            END-IF
           END-PERFORM.

      *****************************************************
      * 0012-INVOICE-ONE-STATION prices one port's usage at *
      * its own rates, or the default rates when it has      *
      * none, and writes its invoice section and extract      *
      * records.  The station fee is prorated by days in       *
      * service, and is billed only when no mission is named: a *
      * station serves several missions, and billing the fee on  *
      * each mission's bill would charge it once per mission, so  *
      * it goes on the unqualified bill alone and a mission's bill *
      * carries only the usage charges from its own datasets.       *
      *****************************************************
       0012-INVOICE-ONE-STATION.
           MOVE WS-DEFAULT-RATE-SLOT TO WS-RATE-SLOT.
           PERFORM VARYING WS-RATE-SCAN FROM 1 BY 1
             UNTIL WS-RATE-SCAN > WS-RATE-COUNT
            IF RATE-PORT(WS-RATE-SCAN) EQUAL BILL-PORT(WS-BILL-SLOT)
              THEN
             MOVE WS-RATE-SCAN TO WS-RATE-SLOT
            END-IF
           END-PERFORM.
           IF WS-RATE-SLOT EQUAL 0 THEN
            DISPLAY "MISSION-CHARGEBACK - NO RATES FOR PORT "
             BILL-PORT(WS-BILL-SLOT) " AND NO DEFAULT RATES - "
             "STATION NOT INVOICED"
            ADD 1 TO WS-UNBILLED-COUNT
            EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-INVOICE-COUNT.
           MOVE 0 TO WS-STATION-TOTAL.
           MOVE BILL-PORT(WS-BILL-SLOT) TO WS-IHD-PORT.
           MOVE BILL-NAME(WS-BILL-SLOT) TO WS-IHD-NAME.
           MOVE WS-PERIOD-FROM TO WS-IHD-FROM.
           MOVE WS-PERIOD-TO TO WS-IHD-TO.
           MOVE WS-INVOICE-HEADER-LINE TO INVOICE-REPORT-RECORD.
           WRITE INVOICE-REPORT-RECORD.
           DISPLAY WS-INVOICE-HEADER-LINE.
           MOVE BILL-SERVICE-DAYS(WS-BILL-SLOT) TO WS-SDL-DAYS.
           MOVE WS-PERIOD-DAYS TO WS-SDL-PERIOD-DAYS.
           IF WS-MISSION-ID NOT EQUAL SPACES THEN
            MOVE " - STATION FEE ON SITE BILL" TO WS-SDL-PRORATED
           ELSE
            IF BILL-SERVICE-DAYS(WS-BILL-SLOT) IS LESS THAN
              WS-PERIOD-DAYS THEN
             MOVE " - STATION FEE PRORATED" TO WS-SDL-PRORATED
            ELSE
             MOVE SPACES TO WS-SDL-PRORATED
            END-IF
           END-IF.
           MOVE WS-SERVICE-DAYS-LINE TO INVOICE-REPORT-RECORD.
           WRITE INVOICE-REPORT-RECORD.
           DISPLAY WS-SERVICE-DAYS-LINE.
           MOVE WS-COLUMN-HEADER-LINE TO INVOICE-REPORT-RECORD.
           WRITE INVOICE-REPORT-RECORD.
           DISPLAY WS-COLUMN-HEADER-LINE.

           IF WS-MISSION-ID EQUAL SPACES THEN
            MOVE "STATION FEE (DAYS)" TO WS-ITEM-DESCRIPTION
            MOVE "FEE" TO WS-ITEM-CODE
            MOVE BILL-SERVICE-DAYS(WS-BILL-SLOT) TO WS-ITEM-QUANTITY
            MOVE RATE-STATION-FEE(WS-RATE-SLOT) TO WS-ITEM-RATE
            COMPUTE WS-ITEM-AMOUNT ROUNDED =
             RATE-STATION-FEE(WS-RATE-SLOT)
             * BILL-SERVICE-DAYS(WS-BILL-SLOT) / WS-PERIOD-DAYS
            PERFORM 0013-WRITE-LINE-ITEM
           END-IF.

           MOVE "DECODED FRAMES" TO WS-ITEM-DESCRIPTION.
           MOVE "DECODED" TO WS-ITEM-CODE.
           MOVE BILL-DECODED(WS-BILL-SLOT) TO WS-ITEM-QUANTITY.
           MOVE RATE-FRAME(WS-RATE-SLOT) TO WS-ITEM-RATE.
           COMPUTE WS-ITEM-AMOUNT ROUNDED =
            RATE-FRAME(WS-RATE-SLOT) * BILL-DECODED(WS-BILL-SLOT).
           PERFORM 0013-WRITE-LINE-ITEM.

           MOVE "UNRECOVERABLE FRAMES" TO WS-ITEM-DESCRIPTION.
           MOVE "UNRECOV" TO WS-ITEM-CODE.
           MOVE BILL-UNRECOVERABLE(WS-BILL-SLOT) TO WS-ITEM-QUANTITY.
           MOVE RATE-UNRECOVERABLE(WS-RATE-SLOT) TO WS-ITEM-RATE.
           COMPUTE WS-ITEM-AMOUNT ROUNDED =
            RATE-UNRECOVERABLE(WS-RATE-SLOT)
            * BILL-UNRECOVERABLE(WS-BILL-SLOT).
           PERFORM 0013-WRITE-LINE-ITEM.

           MOVE "OPEN GAPS" TO WS-ITEM-DESCRIPTION.
           MOVE "GAPS" TO WS-ITEM-CODE.
           MOVE BILL-GAPS(WS-BILL-SLOT) TO WS-ITEM-QUANTITY.
           MOVE RATE-GAP(WS-RATE-SLOT) TO WS-ITEM-RATE.
           COMPUTE WS-ITEM-AMOUNT ROUNDED =
            RATE-GAP(WS-RATE-SLOT) * BILL-GAPS(WS-BILL-SLOT).
           PERFORM 0013-WRITE-LINE-ITEM.

           MOVE "SEVERE-STATUS DAYS" TO WS-ITEM-DESCRIPTION.
           MOVE "SEVERE" TO WS-ITEM-CODE.
           MOVE BILL-SEVERE-DAYS(WS-BILL-SLOT) TO WS-ITEM-QUANTITY.
           MOVE RATE-SEVERE-DAY(WS-RATE-SLOT) TO WS-ITEM-RATE.
           COMPUTE WS-ITEM-AMOUNT ROUNDED =
            RATE-SEVERE-DAY(WS-RATE-SLOT)
            * BILL-SEVERE-DAYS(WS-BILL-SLOT).
           PERFORM 0013-WRITE-LINE-ITEM.

           MOVE WS-STATION-TOTAL TO WS-TDL-AMOUNT.
           MOVE WS-TOTAL-DUE-LINE TO INVOICE-REPORT-RECORD.
           WRITE INVOICE-REPORT-RECORD.
           DISPLAY WS-TOTAL-DUE-LINE.
           MOVE "," TO WS-EXS-SEP1 WS-EXS-SEP2 WS-EXS-SEP3
            WS-EXS-SEP4.
           MOVE WS-PERIOD-FROM TO WS-EXS-PERIOD-FROM.
           MOVE BILL-PORT(WS-BILL-SLOT) TO WS-EXS-PORT.
           MOVE BILL-SERVICE-DAYS(WS-BILL-SLOT)
            TO WS-EXS-SERVICE-DAYS.
           MOVE WS-STATION-TOTAL TO WS-EXS-AMOUNT.
           MOVE WS-EXTRACT-STATION-LINE TO FINANCE-EXTRACT-RECORD.
           WRITE FINANCE-EXTRACT-RECORD.
           ADD WS-STATION-TOTAL TO WS-GRAND-TOTAL.

      *****************************************************
      * 0013-WRITE-LINE-ITEM writes the item in WS-ITEM-WORK *
      * to the invoice and the extract and adds it to the      *
      * station total.                                          *
      *****************************************************
       0013-WRITE-LINE-ITEM.
           MOVE WS-ITEM-DESCRIPTION TO WS-ITL-DESCRIPTION.
           MOVE WS-ITEM-QUANTITY TO WS-ITL-QUANTITY.
           MOVE WS-ITEM-RATE TO WS-ITL-RATE.
           MOVE WS-ITEM-AMOUNT TO WS-ITL-AMOUNT.
           MOVE WS-ITEM-LINE TO INVOICE-REPORT-RECORD.
           WRITE INVOICE-REPORT-RECORD.
           DISPLAY WS-ITEM-LINE.
           MOVE "," TO WS-EXD-SEP1 WS-EXD-SEP2 WS-EXD-SEP3
            WS-EXD-SEP4 WS-EXD-SEP5 WS-EXD-SEP6.
           MOVE WS-PERIOD-FROM TO WS-EXD-PERIOD-FROM.
           MOVE BILL-PORT(WS-BILL-SLOT) TO WS-EXD-PORT.
           MOVE WS-ITEM-CODE TO WS-EXD-ITEM-CODE.
           MOVE WS-ITEM-QUANTITY TO WS-EXD-QUANTITY.
           MOVE WS-ITEM-RATE TO WS-EXD-RATE.
           MOVE WS-ITEM-AMOUNT TO WS-EXD-AMOUNT.
           MOVE WS-EXTRACT-DETAIL-LINE TO FINANCE-EXTRACT-RECORD.
           WRITE FINANCE-EXTRACT-RECORD.
           ADD WS-ITEM-AMOUNT TO WS-STATION-TOTAL.

      *****************************************************
      * 0014-RESOLVE-MISSION takes the mission identifier   *
      * from the MISSION_ID environment value - one to eight *
      * letters and digits, folded to upper case - and builds *
      * the names of the mission datasets billed from and the  *
      * bill written.  An identifier that is not valid ends     *
      * the run before anything is read.                         *
      *****************************************************
       0014-RESOLVE-MISSION.
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
            DISPLAY "MISSION-CHARGEBACK - MISSION_ID "
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
           STRING "mission-link-history" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-LINK-HISTORY-FILE-NAME.
           STRING "mission-station-health" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-STATION-HEALTH-FILE-NAME.
           STRING "mission-chargeback-report" WS-MISSION-QUALIFIER
            ".dat" DELIMITED BY SPACE INTO WS-INVOICE-REPORT-NAME.
           STRING "mission-chargeback-extract" WS-MISSION-QUALIFIER
            ".dat" DELIMITED BY SPACE INTO WS-FINANCE-EXTRACT-NAME.

      *****************************************************
      * 0015-CHECK-MISSION-SERVED decides, as MISSION-000   *
      * does, whether the station master record just read    *
      * serves the mission: a blank missions field serves     *
      * every mission, and so does every station when no       *
      * mission was named.  A slot is compared in upper case,   *
      * as the identifier is, so a hand-edited lower-case entry  *
      * still matches.                                            *
      *****************************************************
       0015-CHECK-MISSION-SERVED.
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

       END PROGRAM MISSION-CHARGEBACK.
