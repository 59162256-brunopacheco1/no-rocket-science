       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSION-OVERRIDE.
       AUTHOR. BRUNO PACHECO.
      *******************************************
      *            MISSION-OVERRIDE             *
      *******************************************
      * MISSION-OVERRIDE records what mission control has confirmed
      * by voice a station actually sent for a sequence - a gap the
      * station cannot retransmit, or a duplicate the discrepancy
      * report shows decoding to two different characters - so the
      * answer is carried through the system instead of typed into
      * a transcript by hand.
      * Each override transaction (port, sequence, confirmed
      * character, reason, operator) is stored in mission-archive.dat
      * under flag O, replacing whatever copy the archive held, and
      * appended to the permanent override register
      * mission-override.dat, which keeps the character the override
      * displaced.  The sequence is taken off the gap ledger and the
      * retransmit requests at once; MISSION-000 reads the register
      * every run so a later gap found around it closes again, and
      * reports any later genuine decode of the sequence as agreeing
      * or conflicting rather than letting it replace the override.
      * MISSION-TRANSCRIPT marks every overridden character.
      * Every run rewrites mission-override-report.dat, the audit
      * listing of every override on the register for sign-off.
      * Rejected transactions are listed in
      * mission-override-reject.dat.  The program takes MISSION-000's
      * run lock, since both write the archive and the gap ledger.
      * Argument 1 names the transaction file (default
      * mission-override-trans.dat).  Condition code 4 when any
      * transaction was rejected, 8 when the overrides could not be
      * applied.  The MISSION_ID environment value names the mission
      * overridden - its archive, register, ledger, requests and run
      * lock, exactly as MISSION-000 names them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OVERRIDE-TRANSACTION-FILE is assigned dynamically from
      * argument 1.  FILE STATUS so a missing file is reported
      * rather than abending the run.
           SELECT OVERRIDE-TRANSACTION-FILE ASSIGN DYNAMIC
            WS-TRANSACTION-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

      * ARCHIVE-FILE is MISSION-000's permanent archive, keyed on
      * port + sequence.  FILE STATUS because a site that has never
      * consolidated has no archive yet - the first override
      * creates it.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC
            WS-ARCHIVE-FILE-NAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ARCHIVE-KEY
            FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

      * OVERRIDE-REGISTER-FILE is the permanent record of every
      * override applied - extended every run, OUTPUT only the
      * first time.
           SELECT OVERRIDE-REGISTER-FILE ASSIGN DYNAMIC
            WS-OVERRIDE-REGISTER-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-FILE-STATUS.

      * OVERRIDE-REPORT-FILE is the signed-off audit listing,
      * rebuilt from the whole register every run.
           SELECT OVERRIDE-REPORT-FILE ASSIGN DYNAMIC
            WS-OVERRIDE-REPORT-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

      * OVERRIDE-REJECT-FILE lists this run's refused
      * transactions with the reason.
           SELECT OVERRIDE-REJECT-FILE ASSIGN DYNAMIC
            WS-OVERRIDE-REJECT-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

      * GAP-LEDGER-FILE and RETRANSMIT-REQUEST-FILE are MISSION-000's
      * open-gap record and the uplink scheduler's request list,
      * narrowed here as each override fills a missing sequence.
      * FILE STATUS because a site may have no ledger yet.
           SELECT GAP-LEDGER-FILE ASSIGN DYNAMIC
            WS-GAP-LEDGER-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GAP-LEDGER-FILE-STATUS.

           SELECT RETRANSMIT-REQUEST-FILE ASSIGN DYNAMIC
            WS-RETRANSMIT-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

      * RUN-LOCK-FILE is MISSION-000's run lock - see
      * 0010-ACQUIRE-RUN-LOCK.
           SELECT RUN-LOCK-FILE ASSIGN DYNAMIC
            WS-RUN-LOCK-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * OVERRIDE-TRANSACTION-FILE records carry port,       *
      * sequence, confirmed character, reason and operator   *
      * ID, comma separated.                                   *
      *****************************************************
       FD  OVERRIDE-TRANSACTION-FILE.
       01  OVERRIDE-TRANSACTION-RECORD PIC X(68).

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
      * OVERRIDE-REGISTER-FILE records carry port,          *
      * sequence, confirmed character, the character and      *
      * flag the override displaced (space and - when the      *
      * sequence was missing), date, time, operator and         *
      * reason, comma separated.                                 *
      *****************************************************
       FD  OVERRIDE-REGISTER-FILE.
       01  OVERRIDE-REGISTER-RECORD PIC X(88).

       FD  OVERRIDE-REPORT-FILE.
       01  OVERRIDE-REPORT-RECORD PIC X(100).

       FD  OVERRIDE-REJECT-FILE.
       01  OVERRIDE-REJECT-RECORD PIC X(113).

      *****************************************************
      * GAP-LEDGER-FILE holds one record per known gap:    *
      * port, sequence range and OPEN/FILLED status.        *
      *****************************************************
       FD  GAP-LEDGER-FILE.
       01  GAP-LEDGER-RECORD PIC X(34).

       FD  RETRANSMIT-REQUEST-FILE.
       01  RETRANSMIT-REQUEST-RECORD PIC X(27).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD PIC X(42).

       WORKING-STORAGE SECTION.
       01  WS-TRANSACTION-FILE-NAME PIC X(64)
            VALUE "mission-override-trans.dat".
       01  WS-TRANSACTION-FILE-STATUS PIC X(02).
       01  WS-ARCHIVE-FILE-STATUS PIC X(02).
       01  WS-REGISTER-FILE-STATUS PIC X(02).
       01  WS-GAP-LEDGER-FILE-STATUS PIC X(02).
       01  WS-RUN-LOCK-FILE-STATUS PIC X(02).
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

       01  WS-MISSION-DATASET-NAMES.
           05 WS-ARCHIVE-FILE-NAME PIC X(64).
           05 WS-OVERRIDE-REGISTER-NAME PIC X(64).
           05 WS-OVERRIDE-REPORT-NAME PIC X(64).
           05 WS-OVERRIDE-REJECT-NAME PIC X(64).
           05 WS-GAP-LEDGER-FILE-NAME PIC X(64).
           05 WS-RETRANSMIT-FILE-NAME PIC X(64).
           05 WS-RUN-LOCK-FILE-NAME PIC X(64).

       01  WS-TRANSACTION-EOF-SW PIC X(01) VALUE "N".
           88 WS-TRANSACTION-EOF VALUE "Y".
       01  WS-REGISTER-EOF-SW PIC X(01) VALUE "N".
           88 WS-REGISTER-EOF VALUE "Y".
       01  WS-GAP-LEDGER-EOF-SW PIC X(01) VALUE "N".
           88 WS-GAP-LEDGER-EOF VALUE "Y".

       01  WS-RUN-LOCK-LINE.
           05 FILLER PIC X(25) VALUE "MISSION-OVERRIDE STARTED ".
           05 WS-LCK-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-LCK-TIME PIC X(08).

       01  WS-TRANSACTION-LINE.
           05 WS-OVT-PORT PIC X(05).
           05 WS-OVT-SEP1 PIC X(01).
           05 WS-OVT-SEQUENCE PIC X(10).
           05 WS-OVT-SEP2 PIC X(01).
           05 WS-OVT-CHARACTER PIC X(01).
           05 WS-OVT-SEP3 PIC X(01).
           05 WS-OVT-REASON PIC X(40).
           05 WS-OVT-SEP4 PIC X(01).
           05 WS-OVT-OPERATOR PIC X(08).

       01  WS-REGISTER-LINE.
           05 WS-OVR-PORT PIC 9(05).
           05 WS-OVR-SEP1 PIC X(01).
           05 WS-OVR-SEQUENCE PIC 9(10).
           05 WS-OVR-SEP2 PIC X(01).
           05 WS-OVR-CHARACTER PIC X(01).
           05 WS-OVR-SEP3 PIC X(01).
           05 WS-OVR-PRIOR-CHARACTER PIC X(01).
           05 WS-OVR-SEP4 PIC X(01).
           05 WS-OVR-PRIOR-FLAG PIC X(01).
           05 WS-OVR-SEP5 PIC X(01).
           05 WS-OVR-DATE PIC 9(08).
           05 WS-OVR-SEP6 PIC X(01).
           05 WS-OVR-TIME PIC X(06).
           05 WS-OVR-SEP7 PIC X(01).
           05 WS-OVR-OPERATOR PIC X(08).
           05 WS-OVR-SEP8 PIC X(01).
           05 WS-OVR-REASON PIC X(40).

       01  WS-REJECT-LINE.
           05 WS-RJL-TRANSACTION PIC 9(05).
           05 WS-RJL-SEP1 PIC X(01).
           05 WS-RJL-REASON PIC X(38).
           05 WS-RJL-SEP2 PIC X(01).
           05 WS-RJL-IMAGE PIC X(68).

      * The audit listing: a title, one detail line per override
      * on the register, the total, and the sign-off block the
      * mission director initials.
       01  WS-REPORT-TITLE-LINE.
           05 FILLER PIC X(34)
               VALUE "MISSION OVERRIDE AUDIT REPORT RUN ".
           05 WS-RTL-DATE PIC 9(08).

       01  WS-REPORT-HEADING-LINE.
           05 FILLER PIC X(29) VALUE "PORT  SEQUENCE   CHR WAS FLG ".
           05 FILLER PIC X(31) VALUE "DATE     TIME   OPERATOR REASON".

       01  WS-REPORT-DETAIL-LINE.
           05 WS-RDL-PORT PIC 9(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RDL-SEQUENCE PIC 9(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RDL-CHARACTER PIC X(01).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-RDL-PRIOR-CHARACTER PIC X(01).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-RDL-PRIOR-FLAG PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RDL-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RDL-TIME PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RDL-OPERATOR PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RDL-REASON PIC X(40).

       01  WS-REPORT-TOTAL-LINE.
           05 FILLER PIC X(18) VALUE "OVERRIDES ON FILE ".
           05 WS-RTO-REGISTER-COUNT PIC 9(10).
           05 FILLER PIC X(17) VALUE " APPLIED THIS RUN".
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RTO-APPLIED-COUNT PIC 9(10).

       01  WS-SIGN-OFF-LINE.
           05 FILLER PIC X(27) VALUE "REVIEWED AND SIGNED OFF BY ".
           05 FILLER PIC X(30) VALUE ALL "_".
           05 FILLER PIC X(07) VALUE "  DATE ".
           05 FILLER PIC X(08) VALUE ALL "_".

      * WS-GAP-LEDGER is the in-storage ledger, narrowed by
      * 0008-APPLY-GAP-FILL exactly as MISSION-000 narrows it.
       01  WS-GAP-LEDGER.
           05 WS-MAX-GAP-ENTRIES USAGE COMP-5 PIC 9(4) VALUE 500.
           05 WS-GAP-ENTRY-COUNT USAGE COMP-5 PIC 9(4) VALUE 0.
           05 WS-GAP-SCAN USAGE COMP-5 PIC 9(4).
           05 WS-GAP-LEDGER-CHANGED-SW PIC X(01) VALUE "N".
               88 WS-GAP-LEDGER-CHANGED VALUE "Y".
           05 WS-GAP-LEDGER-TRUNCATED-SW PIC X(01) VALUE "N".
               88 WS-GAP-LEDGER-TRUNCATED VALUE "Y".
           05 WS-GAP-ENTRIES OCCURS 500 TIMES.
               10 GAP-PORT PIC 9(05).
               10 GAP-FROM PIC 9(10).
               10 GAP-TO PIC 9(10).
               10 GAP-STATUS PIC X(06).
                   88 GAP-IS-OPEN VALUE "OPEN".
                   88 GAP-IS-FILLED VALUE "FILLED".

       01  WS-GAP-LEDGER-LINE.
           05 WS-GLL-PORT PIC 9(05).
           05 WS-GLL-SEP1 PIC X(01).
           05 WS-GLL-FROM PIC 9(10).
           05 WS-GLL-SEP2 PIC X(01).
           05 WS-GLL-TO PIC 9(10).
           05 WS-GLL-SEP3 PIC X(01).
           05 WS-GLL-STATUS PIC X(06).

       01  WS-RETRANSMIT-LINE.
           05 WS-RTR-PORT PIC 9(05).
           05 WS-RTR-SEP1 PIC X(01).
           05 WS-RTR-FROM PIC 9(10).
           05 WS-RTR-SEP2 PIC X(01).
           05 WS-RTR-TO PIC 9(10).

       01  WS-FILL-PORT PIC 9(05).
       01  WS-FILL-SEQUENCE PIC 9(10).

       01  WS-REJECT-REASON PIC X(38).
       01  WS-TODAY-DATE PIC 9(08).
       01  WS-OVERRIDE-TIME PIC X(08).

       01  WS-UPDATE-STAMP.
           05 WS-UPD-DATE PIC 9(08).
           05 WS-UPD-TIME PIC X(06).

       01  WS-OVERRIDE-COUNTS.
           05 WS-TRANSACTION-COUNT USAGE COMP-5 PIC 9(5) VALUE 0.
           05 WS-APPLIED-COUNT USAGE COMP-5 PIC 9(5) VALUE 0.
           05 WS-REJECTED-COUNT USAGE COMP-5 PIC 9(5) VALUE 0.
           05 WS-REGISTER-COUNT USAGE COMP-5 PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.

       0000-START.
           PERFORM 0001-ACCEPT-PARAMETERS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT OVERRIDE-TRANSACTION-FILE.
           IF WS-TRANSACTION-FILE-STATUS NOT EQUAL "00" THEN
            DISPLAY "MISSION-OVERRIDE - "
             FUNCTION TRIM(WS-TRANSACTION-FILE-NAME)
             " NOT FOUND - NO OVERRIDES APPLIED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM 0010-ACQUIRE-RUN-LOCK.
           OPEN I-O ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS EQUAL "35" THEN
            OPEN OUTPUT ARCHIVE-FILE
            CLOSE ARCHIVE-FILE
            OPEN I-O ARCHIVE-FILE
           END-IF.
           IF WS-ARCHIVE-FILE-STATUS NOT EQUAL "00" THEN
            DISPLAY "MISSION-OVERRIDE - ARCHIVE CANNOT BE OPENED - "
             "STATUS " WS-ARCHIVE-FILE-STATUS
             " - NO OVERRIDES APPLIED"
            CLOSE OVERRIDE-TRANSACTION-FILE
            PERFORM 0011-RELEASE-RUN-LOCK
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM 0007-LOAD-GAP-LEDGER.
           OPEN OUTPUT OVERRIDE-REJECT-FILE.
           OPEN EXTEND OVERRIDE-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT EQUAL "00" THEN
            OPEN OUTPUT OVERRIDE-REGISTER-FILE
           END-IF.
           PERFORM UNTIL WS-TRANSACTION-EOF
            MOVE SPACES TO WS-TRANSACTION-LINE
            READ OVERRIDE-TRANSACTION-FILE INTO WS-TRANSACTION-LINE
             AT END SET WS-TRANSACTION-EOF TO TRUE
            END-READ
            IF NOT WS-TRANSACTION-EOF
              AND WS-TRANSACTION-LINE NOT EQUAL SPACES THEN
             ADD 1 TO WS-TRANSACTION-COUNT
             PERFORM 0002-APPLY-OVERRIDE
            END-IF
           END-PERFORM.
           CLOSE OVERRIDE-TRANSACTION-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE OVERRIDE-REGISTER-FILE.
           CLOSE OVERRIDE-REJECT-FILE.
           IF WS-GAP-LEDGER-CHANGED THEN
            PERFORM 0009-WRITE-GAP-LEDGER
           END-IF.
           PERFORM 0011-RELEASE-RUN-LOCK.
           PERFORM 0005-WRITE-AUDIT-REPORT.
           DISPLAY "MISSION-OVERRIDE - " WS-TRANSACTION-COUNT
            " TRANSACTIONS, " WS-APPLIED-COUNT " APPLIED, "
            WS-REJECTED-COUNT " REJECTED, " WS-REGISTER-COUNT
            " OVERRIDES ON FILE".
           IF WS-REJECTED-COUNT IS GREATER THAN 0 THEN
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************
      * 0001-ACCEPT-PARAMETERS takes the transaction file   *
      * name from argument 1, if one is given.                *
      *****************************************************
       0001-ACCEPT-PARAMETERS.
           PERFORM 0012-RESOLVE-MISSION.
           SET WS-ARGUMENT-NUMBER TO 1.
           DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARGUMENT-FILE-NAME FROM ARGUMENT-VALUE
            ON EXCEPTION
             CONTINUE
            NOT ON EXCEPTION
             MOVE WS-ARGUMENT-FILE-NAME TO WS-TRANSACTION-FILE-NAME
           END-ACCEPT.

      *****************************************************
      * 0002-APPLY-OVERRIDE validates one transaction and   *
      * stores the confirmed character in the archive under   *
      * flag O.  A sequence the archive holds as a control      *
      * frame carries no character to confirm and is refused.    *
      *****************************************************
       0002-APPLY-OVERRIDE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-OVT-SEP1 NOT EQUAL ","
             OR WS-OVT-SEP2 NOT EQUAL ","
             OR WS-OVT-SEP3 NOT EQUAL ","
             OR WS-OVT-SEP4 NOT EQUAL "," THEN
            MOVE "TRANSACTION SEPARATOR MISPLACED"
             TO WS-REJECT-REASON
           ELSE
            IF WS-OVT-PORT IS NOT NUMERIC
              OR WS-OVT-SEQUENCE IS NOT NUMERIC THEN
             MOVE "PORT OR SEQUENCE NOT NUMERIC"
              TO WS-REJECT-REASON
            ELSE
             IF WS-OVT-REASON EQUAL SPACES THEN
              MOVE "REASON MISSING" TO WS-REJECT-REASON
             ELSE
              IF WS-OVT-OPERATOR EQUAL SPACES THEN
               MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
              END-IF
             END-IF
            END-IF
           END-IF.
           IF WS-REJECT-REASON NOT EQUAL SPACES THEN
            PERFORM 0003-REJECT-TRANSACTION
            EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE WS-OVT-PORT TO ARCHIVE-PORT.
           MOVE WS-OVT-SEQUENCE TO ARCHIVE-SEQUENCE.
           READ ARCHIVE-FILE
            INVALID KEY
             MOVE SPACE TO WS-OVR-PRIOR-CHARACTER
             MOVE "-" TO WS-OVR-PRIOR-FLAG
            NOT INVALID KEY
             MOVE ARCHIVE-CHARACTER TO WS-OVR-PRIOR-CHARACTER
             MOVE ARCHIVE-FLAG TO WS-OVR-PRIOR-FLAG
           END-READ.
           IF WS-OVR-PRIOR-FLAG EQUAL "C" THEN
            MOVE "SEQUENCE HOLDS A CONTROL FRAME"
             TO WS-REJECT-REASON
            PERFORM 0003-REJECT-TRANSACTION
            EXIT PARAGRAPH
           END-IF.
           MOVE WS-OVT-PORT TO ARCHIVE-PORT.
           MOVE WS-OVT-SEQUENCE TO ARCHIVE-SEQUENCE.
           MOVE WS-OVT-CHARACTER TO ARCHIVE-CHARACTER.
           MOVE "O" TO ARCHIVE-FLAG.
           MOVE WS-TODAY-DATE TO ARCHIVE-GEN-DATE.
           ACCEPT WS-OVERRIDE-TIME FROM TIME.
           MOVE WS-TODAY-DATE TO WS-UPD-DATE.
           MOVE WS-OVERRIDE-TIME(1:6) TO WS-UPD-TIME.
           MOVE WS-UPDATE-STAMP TO ARCHIVE-UPDATE-STAMP.
           IF WS-OVR-PRIOR-FLAG EQUAL "-" THEN
            WRITE ARCHIVE-RECORD
           ELSE
            REWRITE ARCHIVE-RECORD
           END-IF.
           IF WS-ARCHIVE-FILE-STATUS NOT EQUAL "00" THEN
            MOVE "ARCHIVE WRITE FAILED" TO WS-REJECT-REASON
            PERFORM 0003-REJECT-TRANSACTION
            EXIT PARAGRAPH
           END-IF.
           PERFORM 0004-REGISTER-OVERRIDE.
           MOVE WS-OVT-PORT TO WS-FILL-PORT.
           MOVE WS-OVT-SEQUENCE TO WS-FILL-SEQUENCE.
           PERFORM 0008-APPLY-GAP-FILL.
           ADD 1 TO WS-APPLIED-COUNT.
           DISPLAY "MISSION-OVERRIDE - PORT " WS-OVT-PORT
            " SEQUENCE " WS-OVT-SEQUENCE " SET TO "
            WS-OVT-CHARACTER " BY " WS-OVT-OPERATOR.

      *****************************************************
      * 0003-REJECT-TRANSACTION lists the transaction in    *
      * hand with WS-REJECT-REASON.                           *
      *****************************************************
       0003-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO WS-REJECT-LINE.
           MOVE WS-TRANSACTION-COUNT TO WS-RJL-TRANSACTION.
           MOVE WS-REJECT-REASON TO WS-RJL-REASON.
           MOVE WS-TRANSACTION-LINE TO WS-RJL-IMAGE.
           MOVE "," TO WS-RJL-SEP1.
           MOVE "," TO WS-RJL-SEP2.
           MOVE WS-REJECT-LINE TO OVERRIDE-REJECT-RECORD.
           WRITE OVERRIDE-REJECT-RECORD.
           DISPLAY "MISSION-OVERRIDE - TRANSACTION "
            WS-TRANSACTION-COUNT " REJECTED - "
            FUNCTION TRIM(WS-REJECT-REASON).

      *****************************************************
      * 0004-REGISTER-OVERRIDE appends the override just    *
      * applied to the permanent register, with what it       *
      * displaced and who confirmed it when.                   *
      *****************************************************
       0004-REGISTER-OVERRIDE.
           MOVE WS-OVT-PORT TO WS-OVR-PORT.
           MOVE WS-OVT-SEQUENCE TO WS-OVR-SEQUENCE.
           MOVE WS-OVT-CHARACTER TO WS-OVR-CHARACTER.
           MOVE WS-TODAY-DATE TO WS-OVR-DATE.
           MOVE WS-OVERRIDE-TIME(1:6) TO WS-OVR-TIME.
           MOVE WS-OVT-OPERATOR TO WS-OVR-OPERATOR.
           MOVE WS-OVT-REASON TO WS-OVR-REASON.
           MOVE "," TO WS-OVR-SEP1.
           MOVE "," TO WS-OVR-SEP2.
           MOVE "," TO WS-OVR-SEP3.
           MOVE "," TO WS-OVR-SEP4.
           MOVE "," TO WS-OVR-SEP5.
           MOVE "," TO WS-OVR-SEP6.
           MOVE "," TO WS-OVR-SEP7.
           MOVE "," TO WS-OVR-SEP8.
           MOVE WS-REGISTER-LINE TO OVERRIDE-REGISTER-RECORD.
           WRITE OVERRIDE-REGISTER-RECORD.

      *****************************************************
      * 0005-WRITE-AUDIT-REPORT lists every override on the *
      * register - this run's and all earlier ones - with     *
      * what it displaced, who confirmed it and why, and ends   *
      * with the sign-off block.                                 *
      *****************************************************
       0005-WRITE-AUDIT-REPORT.
           OPEN OUTPUT OVERRIDE-REPORT-FILE.
           MOVE WS-TODAY-DATE TO WS-RTL-DATE.
           MOVE WS-REPORT-TITLE-LINE TO OVERRIDE-REPORT-RECORD.
           WRITE OVERRIDE-REPORT-RECORD.
           MOVE SPACES TO OVERRIDE-REPORT-RECORD.
           WRITE OVERRIDE-REPORT-RECORD.
           MOVE WS-REPORT-HEADING-LINE TO OVERRIDE-REPORT-RECORD.
           WRITE OVERRIDE-REPORT-RECORD.
           OPEN INPUT OVERRIDE-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS EQUAL "00" THEN
            PERFORM UNTIL WS-REGISTER-EOF
             MOVE SPACES TO WS-REGISTER-LINE
             READ OVERRIDE-REGISTER-FILE INTO WS-REGISTER-LINE
              AT END SET WS-REGISTER-EOF TO TRUE
             END-READ
             IF NOT WS-REGISTER-EOF THEN
              PERFORM 0006-WRITE-AUDIT-DETAIL
             END-IF
            END-PERFORM
            CLOSE OVERRIDE-REGISTER-FILE
           END-IF.
           MOVE SPACES TO OVERRIDE-REPORT-RECORD.
           WRITE OVERRIDE-REPORT-RECORD.
           MOVE WS-REGISTER-COUNT TO WS-RTO-REGISTER-COUNT.
           MOVE WS-APPLIED-COUNT TO WS-RTO-APPLIED-COUNT.
           MOVE WS-REPORT-TOTAL-LINE TO OVERRIDE-REPORT-RECORD.
           WRITE OVERRIDE-REPORT-RECORD.
           MOVE SPACES TO OVERRIDE-REPORT-RECORD.
           WRITE OVERRIDE-REPORT-RECORD.
           MOVE WS-SIGN-OFF-LINE TO OVERRIDE-REPORT-RECORD.
           WRITE OVERRIDE-REPORT-RECORD.
           CLOSE OVERRIDE-REPORT-FILE.

      *****************************************************
      * 0006-WRITE-AUDIT-DETAIL writes the audit line of    *
      * the register record in hand.                          *
      *****************************************************
       0006-WRITE-AUDIT-DETAIL.
           ADD 1 TO WS-REGISTER-COUNT.
           MOVE WS-OVR-PORT TO WS-RDL-PORT.
           MOVE WS-OVR-SEQUENCE TO WS-RDL-SEQUENCE.
           MOVE WS-OVR-CHARACTER TO WS-RDL-CHARACTER.
           MOVE WS-OVR-PRIOR-CHARACTER TO WS-RDL-PRIOR-CHARACTER.
           MOVE WS-OVR-PRIOR-FLAG TO WS-RDL-PRIOR-FLAG.
           MOVE WS-OVR-DATE TO WS-RDL-DATE.
           MOVE WS-OVR-TIME TO WS-RDL-TIME.
           MOVE WS-OVR-OPERATOR TO WS-RDL-OPERATOR.
           MOVE WS-OVR-REASON TO WS-RDL-REASON.
           MOVE WS-REPORT-DETAIL-LINE TO OVERRIDE-REPORT-RECORD.
           WRITE OVERRIDE-REPORT-RECORD.

      *****************************************************
      * 0007-LOAD-GAP-LEDGER loads MISSION-000's gap ledger.*
      * A ledger too big for the table is left untouched -    *
      * rewriting it would drop the entries not read -          *
      * and MISSION-000 closes the gaps on its next run.         *
      *****************************************************
       0007-LOAD-GAP-LEDGER.
           MOVE 0 TO WS-GAP-ENTRY-COUNT.
           OPEN INPUT GAP-LEDGER-FILE.
           IF WS-GAP-LEDGER-FILE-STATUS NOT EQUAL "00" THEN
            EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-GAP-LEDGER-EOF
             OR WS-GAP-ENTRY-COUNT EQUAL WS-MAX-GAP-ENTRIES
            READ GAP-LEDGER-FILE INTO WS-GAP-LEDGER-LINE
             AT END SET WS-GAP-LEDGER-EOF TO TRUE
            END-READ
            IF NOT WS-GAP-LEDGER-EOF THEN
             ADD 1 TO WS-GAP-ENTRY-COUNT
             MOVE WS-GLL-PORT TO GAP-PORT(WS-GAP-ENTRY-COUNT)
             MOVE WS-GLL-FROM TO GAP-FROM(WS-GAP-ENTRY-COUNT)
             MOVE WS-GLL-TO TO GAP-TO(WS-GAP-ENTRY-COUNT)
             MOVE WS-GLL-STATUS TO GAP-STATUS(WS-GAP-ENTRY-COUNT)
            END-IF
           END-PERFORM.
           IF NOT WS-GAP-LEDGER-EOF THEN
            READ GAP-LEDGER-FILE
             AT END SET WS-GAP-LEDGER-EOF TO TRUE
            END-READ
            IF NOT WS-GAP-LEDGER-EOF THEN
             SET WS-GAP-LEDGER-TRUNCATED TO TRUE
             DISPLAY "MISSION-OVERRIDE - GAP-LEDGER-FILE HAS MORE "
              "THAN " WS-MAX-GAP-ENTRIES " ENTRIES - LEDGER LEFT "
              "FOR MISSION-000"
            END-IF
           END-IF.
           CLOSE GAP-LEDGER-FILE.

      *****************************************************
      * 0008-APPLY-GAP-FILL takes the overridden sequence   *
      * off every open ledger entry for its port - narrowing, *
      * splitting or filling it - the way MISSION-000's        *
      * 0037-APPLY-GAP-FILL does for a decoded one.             *
      *****************************************************
       0008-APPLY-GAP-FILL.
           IF WS-GAP-LEDGER-TRUNCATED THEN
            EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-GAP-SCAN FROM 1 BY 1
             UNTIL WS-GAP-SCAN > WS-GAP-ENTRY-COUNT
            IF GAP-IS-OPEN(WS-GAP-SCAN)
              AND GAP-PORT(WS-GAP-SCAN) EQUAL WS-FILL-PORT
              AND WS-FILL-SEQUENCE IS GREATER THAN OR EQUAL TO
               GAP-FROM(WS-GAP-SCAN)
              AND WS-FILL-SEQUENCE IS LESS THAN OR EQUAL TO
               GAP-TO(WS-GAP-SCAN) THEN
             SET WS-GAP-LEDGER-CHANGED TO TRUE
             IF GAP-FROM(WS-GAP-SCAN) EQUAL GAP-TO(WS-GAP-SCAN) THEN
              SET GAP-IS-FILLED(WS-GAP-SCAN) TO TRUE
              DISPLAY "GAP LEDGER - PORT " GAP-PORT(WS-GAP-SCAN)
               " GAP FILLED BY OVERRIDE"
             ELSE
              IF WS-FILL-SEQUENCE EQUAL GAP-FROM(WS-GAP-SCAN) THEN
               ADD 1 TO GAP-FROM(WS-GAP-SCAN)
              ELSE
               IF WS-FILL-SEQUENCE EQUAL GAP-TO(WS-GAP-SCAN) THEN
                SUBTRACT 1 FROM GAP-TO(WS-GAP-SCAN)
               ELSE
                IF WS-GAP-ENTRY-COUNT IS LESS THAN
                  WS-MAX-GAP-ENTRIES THEN
                 ADD 1 TO WS-GAP-ENTRY-COUNT
                 MOVE GAP-PORT(WS-GAP-SCAN)
                  TO GAP-PORT(WS-GAP-ENTRY-COUNT)
                 COMPUTE GAP-FROM(WS-GAP-ENTRY-COUNT) =
                  WS-FILL-SEQUENCE + 1
                 MOVE GAP-TO(WS-GAP-SCAN)
                  TO GAP-TO(WS-GAP-ENTRY-COUNT)
                 SET GAP-IS-OPEN(WS-GAP-ENTRY-COUNT) TO TRUE
                 COMPUTE GAP-TO(WS-GAP-SCAN) = WS-FILL-SEQUENCE - 1
                ELSE
                 DISPLAY "MISSION-OVERRIDE - GAP LEDGER FULL - "
                  "SPLIT OF PORT " GAP-PORT(WS-GAP-SCAN)
                  " GAP NOT RECORDED"
                END-IF
               END-IF
              END-IF
             END-IF
            END-IF
           END-PERFORM.

      *****************************************************
      * 0009-WRITE-GAP-LEDGER rewrites the ledger and the   *
      * retransmit requests from the narrowed table, open      *
      * entries only, the way MISSION-000's                     *
      * 0039-WRITE-GAP-LEDGER does.                              *
      *****************************************************
       0009-WRITE-GAP-LEDGER.
           OPEN OUTPUT GAP-LEDGER-FILE.
           OPEN OUTPUT RETRANSMIT-REQUEST-FILE.
           PERFORM VARYING WS-GAP-SCAN FROM 1 BY 1
             UNTIL WS-GAP-SCAN > WS-GAP-ENTRY-COUNT
            IF GAP-IS-OPEN(WS-GAP-SCAN) THEN
             MOVE SPACES TO WS-GAP-LEDGER-LINE
             MOVE GAP-PORT(WS-GAP-SCAN) TO WS-GLL-PORT
             MOVE GAP-FROM(WS-GAP-SCAN) TO WS-GLL-FROM
             MOVE GAP-TO(WS-GAP-SCAN) TO WS-GLL-TO
             MOVE GAP-STATUS(WS-GAP-SCAN) TO WS-GLL-STATUS
             MOVE "," TO WS-GLL-SEP1
             MOVE "," TO WS-GLL-SEP2
             MOVE "," TO WS-GLL-SEP3
             MOVE WS-GAP-LEDGER-LINE TO GAP-LEDGER-RECORD
             WRITE GAP-LEDGER-RECORD
             MOVE SPACES TO WS-RETRANSMIT-LINE
             MOVE GAP-PORT(WS-GAP-SCAN) TO WS-RTR-PORT
             MOVE GAP-FROM(WS-GAP-SCAN) TO WS-RTR-FROM
             MOVE GAP-TO(WS-GAP-SCAN) TO WS-RTR-TO
             MOVE "," TO WS-RTR-SEP1
             MOVE "," TO WS-RTR-SEP2
             MOVE WS-RETRANSMIT-LINE TO RETRANSMIT-REQUEST-RECORD
             WRITE RETRANSMIT-REQUEST-RECORD
            END-IF
           END-PERFORM.
           CLOSE GAP-LEDGER-FILE.
           CLOSE RETRANSMIT-REQUEST-FILE.

      *****************************************************
      * 0010-ACQUIRE-RUN-LOCK takes MISSION-000's run lock, *
      * refusing to run while a decode run holds it - both     *
      * programs rewrite the archive and the gap ledger and      *
      * the last writer would silently win.                       *
      *****************************************************
       0010-ACQUIRE-RUN-LOCK.
           OPEN INPUT RUN-LOCK-FILE.
           IF WS-RUN-LOCK-FILE-STATUS EQUAL "00" THEN
            READ RUN-LOCK-FILE
             AT END CONTINUE
            END-READ
            DISPLAY "MISSION-OVERRIDE - RUN LOCK HELD - "
             RUN-LOCK-RECORD
            DISPLAY "MISSION-OVERRIDE - NO OVERRIDES APPLIED"
            CLOSE RUN-LOCK-FILE
            CLOSE OVERRIDE-TRANSACTION-FILE
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
      * the names of the mission datasets the overrides are    *
      * applied to.  An identifier that is not valid ends the   *
      * run before anything is read or written.                  *
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
            DISPLAY "MISSION-OVERRIDE - MISSION_ID "
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
           STRING "mission-override" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-OVERRIDE-REGISTER-NAME.
           STRING "mission-override-report" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-OVERRIDE-REPORT-NAME.
           STRING "mission-override-reject" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-OVERRIDE-REJECT-NAME.
           STRING "mission-gap-ledger" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-GAP-LEDGER-FILE-NAME.
           STRING "mission-retransmit-request" WS-MISSION-QUALIFIER
            ".dat" DELIMITED BY SPACE INTO WS-RETRANSMIT-FILE-NAME.
           STRING "mission-000" WS-MISSION-QUALIFIER ".lock"
            DELIMITED BY SPACE INTO WS-RUN-LOCK-FILE-NAME.

       END PROGRAM MISSION-OVERRIDE.
