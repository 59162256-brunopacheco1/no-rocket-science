       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSION-RECOVER.
       AUTHOR. BRUNO PACHECO.
      *******************************************
      *             MISSION-RECOVER             *
      *******************************************
      * MISSION-RECOVER rebuilds frames MISSION-000 gave up on.  A
      * frame 0008-FIX-ERROR marks unrecoverable carries two or more
      * bent bits, more than the single-bit model can correct - but
      * when a station has resent the sequence, two or three damaged
      * copies of the same frame often sit in the reject files of
      * earlier runs with their damage in different places.  This
      * program gathers every raw 64-character frame held on disk -
      * reject records (mission-reject.dat and saved copies of
      * earlier runs' reject files), REPROCESS redo files
      * (mission-reject-redo.dat) and raw mission files - sets the
      * unrecoverable copies side by side, votes each of the 64 bit
      * positions across the copies of one frame, and runs the voted
      * frame back through the Hamming check.  A voted frame that
      * passes is written to mission-recovered.dat in MISSION-REPORT
      * layout flagged V, for MISSION-000 to merge into
      * mission-archive.dat and close the gap ledger with on its
      * next run - so the uplink team no longer requests a
      * retransmission of a frame already held in enough copies to
      * rebuild.
      * The copies of one frame cannot be brought together by the
      * port and sequence they decode to: the bent bits fall in the
      * port and sequence as readily as in the character, so each
      * damaged copy decodes to a key of its own.  Copies are
      * grouped instead by how few bit positions they differ in -
      * two copies of one frame with two bent bits each differ in at
      * most four - and the port and sequence are taken from the
      * voted frame once it passes the check.
      * Arguments name the files to gather from; with none,
      * mission-reject.dat, mission-reject-redo.dat and
      * mission-000.dat are gathered.  The program runs under
      * MISSION-000's run lock: a decode run truncates the reject and
      * redo files it gathers from, and merges and then deletes the
      * recovered file it writes.  Condition code 4 when none of the
      * named files could be opened, 8 when the run lock is held.
      * The MISSION_ID environment value names the mission recovered
      * for: its reject and redo files are the defaults gathered, the
      * recovered frames and report carry its qualifier, so
      * MISSION-000 merges them into that mission's archive alone,
      * and its run lock is the one taken.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * FRAME-SOURCE-FILE is assigned dynamically because every
      * file on the gather list is read in turn.  FILE STATUS
      * because a reject or redo file is only there when a run had
      * something to reject.
           SELECT FRAME-SOURCE-FILE ASSIGN DYNAMIC
            WS-SOURCE-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SOURCE-FILE-STATUS.

      * RECOVERED-FILE receives the voted frames that passed the
      * Hamming check, in MISSION-REPORT layout.  Extended rather
      * than truncated, so a recovery MISSION-000 has not merged yet
      * is never lost to a second recovery run; FILE STATUS because
      * MISSION-000 deletes the file once it has merged it.
           SELECT RECOVERED-FILE ASSIGN DYNAMIC
            WS-RECOVERED-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECOVERED-FILE-STATUS.

      * RECOVER-REPORT-FILE is the written outcome of every vote
      * taken, recovered or not, so the uplink team can see which
      * frames still need a retransmission and why.
           SELECT RECOVER-REPORT-FILE ASSIGN DYNAMIC
            WS-RECOVER-REPORT-NAME
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
      * FRAME-SOURCE-FILE records are either reject records *
      * (reason, source file, frame, comma separated) or raw *
      * mission file lines (a 64-character frame or a port    *
      * header) - 0003-CLASSIFY-LINE tells them apart.         *
      *****************************************************
       FD  FRAME-SOURCE-FILE.
       01  FRAME-SOURCE-RECORD PIC X(132).

      *****************************************************
      * RECOVERED-FILE records are MISSION-000's report     *
      * lines: port, sequence, character and flag V.         *
      *****************************************************
       FD  RECOVERED-FILE.
       01  RECOVERED-RECORD PIC X(20).

       FD  RECOVER-REPORT-FILE.
       01  RECOVER-REPORT-RECORD PIC X(100).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD PIC X(42).

       WORKING-STORAGE SECTION.
       01  WS-SOURCE-FILE-NAME PIC X(64).
       01  WS-SOURCE-FILE-STATUS PIC X(02).
       01  WS-RECOVERED-FILE-STATUS PIC X(02).
       01  WS-RUN-LOCK-FILE-STATUS PIC X(02).

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
           05 WS-RECOVERED-FILE-NAME PIC X(64).
           05 WS-RECOVER-REPORT-NAME PIC X(64).
           05 WS-REJECT-BASE-NAME PIC X(64).
           05 WS-REJECT-REDO-NAME PIC X(64).
           05 WS-RUN-LOCK-FILE-NAME PIC X(64).

       01  WS-RUN-LOCK-LINE.
           05 FILLER PIC X(24) VALUE "MISSION-RECOVER STARTED ".
           05 WS-LCK-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-LCK-TIME PIC X(08).

       01  WS-SOURCE-EOF-SW PIC X(01) VALUE "N".
           88 WS-SOURCE-EOF VALUE "Y".

      * WS-PASS-SW tells 0003-CLASSIFY-LINE which pass over the
      * gather list is running: the first collects the
      * unrecoverable copies, the second looks for genuine decodes
      * of the frames the vote rebuilt.
       01  WS-PASS-SW PIC X(01) VALUE "G".
           88 WS-GATHER-PASS VALUE "G".
           88 WS-CHECK-PASS VALUE "C".

       01  WS-PARAMETER-AREA.
           05 WS-ARGUMENT-NUMBER USAGE COMP-5 PIC 99.
           05 WS-ARGUMENT-FILE-NAME PIC X(64).
           05 WS-FILE-COUNT USAGE COMP-5 PIC 9(2) VALUE 0.
           05 WS-FILE-SCAN USAGE COMP-5 PIC 9(2).
           05 WS-FILE-LIST OCCURS 50 TIMES.
               10 WS-FILE-NAME PIC X(64).
           05 WS-FILES-OPENED USAGE COMP-5 PIC 9(2) VALUE 0.

       01  WS-REJECT-LINE.
           05 WS-REJ-REASON PIC X(02).
           05 WS-REJ-SEP1 PIC X(01).
           05 WS-REJ-SOURCE-FILE PIC X(64).
           05 WS-REJ-SEP2 PIC X(01).
           05 WS-REJ-FRAME PIC X(64).

       01  WS-REPORT-LINE.
           05 WS-RPT-PORT PIC 9(05).
           05 WS-RPT-SEP1 PIC X(01).
           05 WS-RPT-SEQUENCE PIC 9(10).
           05 WS-RPT-SEP2 PIC X(01).
           05 WS-RPT-CHARACTER PIC X(01).
           05 WS-RPT-SEP3 PIC X(01).
           05 WS-RPT-CORRECTED-FLAG PIC X(01).

      * The frame-decode work areas mirror MISSION-000's decode, so
      * a voted frame is judged by exactly the same Hamming check
      * the decode run applies.
       01  CURRENT-DATA-MESSAGE.
           05 CURRENT-PORT PIC X(16).
           05 CURRENT-SEQUENCE PIC X(32).
           05 RESERVED-BIT PIC X.
           05 CURRENT-CHAR PIC X(8).

       01  WS-DECODE-AREAS.
           05 WS-FRAME-TEXT PIC X(64).
           05 REVERSED-MESSAGE PIC X(64).
           05 OVERAL-PARITY-BIT PIC 9.
           05 RECALCULATED-OVERAL-PARITY-BIT PIC 9.
           05 ODD-COUNTER PIC 99.
           05 I USAGE COMP-5 PIC 9.
           05 J USAGE COMP-5 PIC 9.
           05 WRONG-BIT-POS USAGE COMP-5 PIC 9.
           05 WRONG-BIT USAGE COMP-5 PIC 9.
           05 CONVERTION-BASE-PORT USAGE BINARY-SHORT UNSIGNED.
           05 CONVERTION-BASE-SEQUENCE USAGE BINARY-LONG UNSIGNED.
           05 CONVERTION-BASE-CHAR USAGE BINARY-CHAR UNSIGNED.
           05 WS-DEC-PORT PIC 9(05).
           05 WS-DEC-SEQUENCE PIC 9(10).
           05 WS-DEC-CHARACTER PIC X(01).
           05 WS-DEC-CHAR-ASCII USAGE BINARY-CHAR UNSIGNED
               REDEFINES WS-DEC-CHARACTER.
           05 WS-DEC-STATUS PIC X(01).
               88 WS-DEC-CLEAN VALUE "C".
               88 WS-DEC-CORRECTED VALUE "Y".
               88 WS-DEC-UNRECOVERABLE VALUE "U".
           05 WS-DEC-CONTROL-SW PIC X(01).
               88 WS-DEC-IS-CONTROL VALUE "Y".
           05 WS-FRAME-BINARY-SW PIC X(01).
               88 WS-FRAME-IS-BINARY VALUE "Y".

      * WS-COPY-TABLE holds every distinct unrecoverable copy
      * gathered.  A copy identical to one already held is not
      * counted again: the same physical reception is usually on
      * disk twice - in the mission file and in the reject file
      * written from it - and letting it vote twice would let one
      * damaged reception outvote the others.  COPY-CLUSTER is the
      * vote the copy was assigned to, zero until 0006 places it.
       01  WS-COPY-TABLE.
           05 WS-MAX-COPIES USAGE COMP-5 PIC 9(4) VALUE 1000.
           05 WS-COPY-COUNT USAGE COMP-5 PIC 9(4) VALUE 0.
           05 WS-COPY-SCAN USAGE COMP-5 PIC 9(4).
           05 WS-COPY-MATCH USAGE COMP-5 PIC 9(4).
           05 WS-COPY-FULL-SW PIC X(01) VALUE "N".
               88 WS-COPY-TABLE-FULL VALUE "Y".
           05 WS-COPY-ENTRY OCCURS 1000 TIMES.
               10 COPY-FRAME PIC X(64).
               10 COPY-CLUSTER USAGE COMP-5 PIC 9(4).

      * WS-VOTE-GROUP holds the copies of the one frame being voted:
      * the seed copy and every unplaced copy within
      * WS-MAX-COPY-DISTANCE bit positions of it.  Distinct frames of
      * the code differ in at least four positions, so a copy of
      * another frame only joins when its own damage happens to
      * fall toward the seed - and is then outvoted or shows up as
      * a tied position.
       01  WS-VOTE-GROUP.
           05 WS-MAX-GROUP-COPIES USAGE COMP-5 PIC 9(3) VALUE 50.
           05 WS-MIN-VOTE-COPIES USAGE COMP-5 PIC 9(3) VALUE 3.
           05 WS-MAX-COPY-DISTANCE USAGE COMP-5 PIC 9(3) VALUE 4.
           05 WS-COPY-DISTANCE USAGE COMP-5 PIC 9(3).
           05 WS-CLUSTER-NUMBER USAGE COMP-5 PIC 9(4) VALUE 0.
           05 WS-GROUP-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-GROUP-SCAN USAGE COMP-5 PIC 9(3).
           05 WS-GROUP-FRAMES OCCURS 50 TIMES.
               10 GRP-FRAME PIC X(64).

      * WS-VOTE-WORK is one vote: the count of 1 bits at each of the
      * 64 positions across the group, the voted frame built from
      * the majorities, and how many positions tied.  A tie takes 0
      * - a single tied position is one bent bit at most, which the
      * Hamming check then corrects or refuses like any other.
       01  WS-VOTE-WORK.
           05 WS-BIT-POS USAGE COMP-5 PIC 9(3).
           05 WS-ONES-COUNT USAGE COMP-5 PIC 9(3) OCCURS 64 TIMES.
           05 WS-TIE-COUNT USAGE COMP-5 PIC 9(3).
           05 WS-MAX-TIES USAGE COMP-5 PIC 9(3) VALUE 1.
           05 WS-VOTED-FRAME PIC X(64).

      * WS-OUTCOME-TABLE carries one line per vote from the voting
      * pass through the genuine-decode check to the report, so a
      * frame the vote rebuilt but a later reception decoded
      * outright is reported, not merged.
       01  WS-OUTCOME-TABLE.
           05 WS-OUTCOME-COUNT USAGE COMP-5 PIC 9(4) VALUE 0.
           05 WS-OUTCOME-SCAN USAGE COMP-5 PIC 9(4).
           05 WS-OUTCOME-ENTRY OCCURS 1000 TIMES.
               10 OUT-PORT PIC 9(05).
               10 OUT-SEQUENCE PIC 9(10).
               10 OUT-CHARACTER PIC X(01).
               10 OUT-COPIES PIC 9(03).
               10 OUT-TIES PIC 9(02).
               10 OUT-RESULT PIC X(01).
                   88 OUT-RECOVERED VALUE "R".
                   88 OUT-ALREADY-DECODED VALUE "D".
                   88 OUT-TOO-FEW-COPIES VALUE "F".
                   88 OUT-TOO-MANY-TIES VALUE "T".
                   88 OUT-STILL-UNRECOVERABLE VALUE "U".
                   88 OUT-CONTROL-FRAME VALUE "C".

       01  WS-RECOVER-COUNTS.
           05 WS-FRAMES-READ USAGE COMP-5 PIC 9(9) VALUE 0.
           05 WS-VOTES-TAKEN USAGE COMP-5 PIC 9(9) VALUE 0.
           05 WS-RECOVERED-COUNT USAGE COMP-5 PIC 9(9) VALUE 0.
           05 WS-UNRESOLVED-COUNT USAGE COMP-5 PIC 9(9) VALUE 0.

       01  WS-OUTCOME-LINE.
           05 FILLER PIC X(05) VALUE "PORT ".
           05 WS-OUT-PORT PIC 9(05).
           05 FILLER PIC X(10) VALUE " SEQUENCE ".
           05 WS-OUT-SEQUENCE PIC 9(10).
           05 FILLER PIC X(08) VALUE " COPIES ".
           05 WS-OUT-COPIES PIC 9(03).
           05 FILLER PIC X(06) VALUE " TIES ".
           05 WS-OUT-TIES PIC 9(02).
           05 FILLER PIC X(03) VALUE " - ".
           05 WS-OUT-OUTCOME PIC X(32).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-OUT-CHARACTER PIC X(01).

       01  WS-SUMMARY-LINE.
           05 FILLER PIC X(17) VALUE "RECOVERY - FRAMES".
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-SUM-FRAMES PIC 9(09).
           05 FILLER PIC X(14) VALUE " UNRECOVERABLE".
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-SUM-COPIES PIC 9(04).
           05 FILLER PIC X(07) VALUE " VOTES ".
           05 WS-SUM-VOTES PIC 9(09).
           05 FILLER PIC X(11) VALUE " RECOVERED ".
           05 WS-SUM-RECOVERED PIC 9(09).
           05 FILLER PIC X(12) VALUE " UNRESOLVED ".
           05 WS-SUM-UNRESOLVED PIC 9(09).

       PROCEDURE DIVISION.

       0000-START.
           PERFORM 0001-ACCEPT-PARAMETERS.
           PERFORM 0010-ACQUIRE-RUN-LOCK.
           SET WS-GATHER-PASS TO TRUE.
           PERFORM 0002-READ-SOURCE-FILES.
           IF WS-FILES-OPENED EQUAL 0 THEN
            DISPLAY "MISSION-RECOVER - NO FRAME SOURCE FILE COULD BE "
             "OPENED - NOTHING GATHERED"
            PERFORM 0011-RELEASE-RUN-LOCK
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM 0005-GROUP-COPIES.
           SET WS-CHECK-PASS TO TRUE.
           PERFORM 0002-READ-SOURCE-FILES.
           PERFORM 0008-WRITE-OUTCOMES.
           PERFORM 0011-RELEASE-RUN-LOCK.
           STOP RUN.

      *****************************************************
      * 0001-ACCEPT-PARAMETERS reads the gather list from   *
      * the command line, up to 50 files; with none given,   *
      * the current reject, redo and mission files are         *
      * gathered.                                              *
      *****************************************************
       0001-ACCEPT-PARAMETERS.
           PERFORM 0009-RESOLVE-MISSION.
           SET WS-ARGUMENT-NUMBER TO 1.
           PERFORM UNTIL WS-FILE-COUNT = 50
            DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER
            ACCEPT WS-ARGUMENT-FILE-NAME FROM ARGUMENT-VALUE
             ON EXCEPTION
              EXIT PERFORM
             NOT ON EXCEPTION
              ADD 1 TO WS-FILE-COUNT
              MOVE WS-ARGUMENT-FILE-NAME TO WS-FILE-NAME(WS-FILE-COUNT)
            END-ACCEPT
            ADD 1 TO WS-ARGUMENT-NUMBER
           END-PERFORM.
           IF WS-FILE-COUNT EQUAL 0 THEN
            MOVE 3 TO WS-FILE-COUNT
            MOVE WS-REJECT-BASE-NAME TO WS-FILE-NAME(1)
            MOVE WS-REJECT-REDO-NAME TO WS-FILE-NAME(2)
            MOVE "mission-000.dat" TO WS-FILE-NAME(3)
           END-IF.

      *****************************************************
      * 0002-READ-SOURCE-FILES reads every file on the      *
      * gather list once, handing each line to               *
      * 0003-CLASSIFY-LINE.  A file that is not there is      *
      * reported on the gathering pass and skipped.             *
      *****************************************************
       0002-READ-SOURCE-FILES.
           PERFORM VARYING WS-FILE-SCAN FROM 1 BY 1
             UNTIL WS-FILE-SCAN > WS-FILE-COUNT
            MOVE WS-FILE-NAME(WS-FILE-SCAN) TO WS-SOURCE-FILE-NAME
            MOVE "N" TO WS-SOURCE-EOF-SW
            OPEN INPUT FRAME-SOURCE-FILE
            IF WS-SOURCE-FILE-STATUS EQUAL "00" THEN
             IF WS-GATHER-PASS THEN
              ADD 1 TO WS-FILES-OPENED
             END-IF
             PERFORM UNTIL WS-SOURCE-EOF
              MOVE SPACES TO FRAME-SOURCE-RECORD
              READ FRAME-SOURCE-FILE
               AT END SET WS-SOURCE-EOF TO TRUE
              END-READ
              IF NOT WS-SOURCE-EOF THEN
               PERFORM 0003-CLASSIFY-LINE
              END-IF
             END-PERFORM
             CLOSE FRAME-SOURCE-FILE
            ELSE
             IF WS-GATHER-PASS THEN
              DISPLAY "MISSION-RECOVER - "
               FUNCTION TRIM(WS-SOURCE-FILE-NAME)
               " NOT FOUND - SKIPPED"
             END-IF
            END-IF
           END-PERFORM.
           IF WS-GATHER-PASS AND WS-COPY-TABLE-FULL THEN
            DISPLAY "MISSION-RECOVER - MORE THAN " WS-MAX-COPIES
             " UNRECOVERABLE COPIES - REMAINDER IGNORED"
           END-IF.

      *****************************************************
      * 0003-CLASSIFY-LINE lifts the frame out of one line: *
      * a reject record carries it after the reason and      *
      * source file columns, a raw mission line is the frame   *
      * itself.  Port header lines and anything else that is    *
      * not 64 clean binary digits carry no frame and are        *
      * passed over.  The gathering pass keeps the distinct        *
      * unrecoverable copies; the checking pass sets any frame      *
      * that decoded genuinely against the votes' results.           *
      *****************************************************
       0003-CLASSIFY-LINE.
           MOVE FRAME-SOURCE-RECORD TO WS-REJECT-LINE.
           IF WS-REJ-SEP1 EQUAL "," AND WS-REJ-SEP2 EQUAL "," THEN
            MOVE WS-REJ-FRAME TO WS-FRAME-TEXT
           ELSE
            IF FRAME-SOURCE-RECORD(65:68) NOT EQUAL SPACES THEN
             EXIT PARAGRAPH
            END-IF
            MOVE FRAME-SOURCE-RECORD(1:64) TO WS-FRAME-TEXT
           END-IF.
           PERFORM 0004-DECODE-FRAME.
           IF NOT WS-FRAME-IS-BINARY THEN
            EXIT PARAGRAPH
           END-IF.
           IF WS-CHECK-PASS THEN
            IF NOT WS-DEC-UNRECOVERABLE THEN
             PERFORM VARYING WS-OUTCOME-SCAN FROM 1 BY 1
               UNTIL WS-OUTCOME-SCAN > WS-OUTCOME-COUNT
              IF OUT-RECOVERED(WS-OUTCOME-SCAN)
                AND OUT-PORT(WS-OUTCOME-SCAN) EQUAL WS-DEC-PORT
                AND OUT-SEQUENCE(WS-OUTCOME-SCAN) EQUAL
                 WS-DEC-SEQUENCE THEN
               SET OUT-ALREADY-DECODED(WS-OUTCOME-SCAN) TO TRUE
              END-IF
             END-PERFORM
            END-IF
            EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FRAMES-READ.
           IF NOT WS-DEC-UNRECOVERABLE THEN
            EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-COPY-MATCH.
           PERFORM VARYING WS-COPY-SCAN FROM 1 BY 1
             UNTIL WS-COPY-SCAN > WS-COPY-COUNT
            IF COPY-FRAME(WS-COPY-SCAN) EQUAL WS-FRAME-TEXT THEN
             MOVE WS-COPY-SCAN TO WS-COPY-MATCH
            END-IF
           END-PERFORM.
           IF WS-COPY-MATCH EQUAL 0 THEN
            IF WS-COPY-COUNT IS LESS THAN WS-MAX-COPIES THEN
             ADD 1 TO WS-COPY-COUNT
             MOVE WS-FRAME-TEXT TO COPY-FRAME(WS-COPY-COUNT)
             MOVE 0 TO COPY-CLUSTER(WS-COPY-COUNT)
            ELSE
             SET WS-COPY-TABLE-FULL TO TRUE
            END-IF
           END-IF.

      *****************************************************
      * 0004-DECODE-FRAME decodes the frame in               *
      * WS-FRAME-TEXT exactly as MISSION-000's 0005 through   *
      * 0012 do - reverse, recompute the parity, correct a     *
      * single bent bit when the parities disagree, refuse the  *
      * frame when they agree but the syndrome still points at   *
      * a bit - then reads out port, sequence, character and the  *
      * control bit.                                                *
      *****************************************************
       0004-DECODE-FRAME.
           MOVE "Y" TO WS-FRAME-BINARY-SW.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I IS GREATER 64
            IF WS-FRAME-TEXT(I:1) NOT EQUAL "0"
              AND WS-FRAME-TEXT(I:1) NOT EQUAL "1" THEN
             MOVE "N" TO WS-FRAME-BINARY-SW
            END-IF
           END-PERFORM.
           IF NOT WS-FRAME-IS-BINARY THEN
            EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION REVERSE(WS-FRAME-TEXT) TO REVERSED-MESSAGE.
           MOVE REVERSED-MESSAGE(1:1) TO OVERAL-PARITY-BIT.
           SET ODD-COUNTER TO 0.
           MOVE 0 TO WRONG-BIT-POS.
           PERFORM VARYING I FROM 2 BY 1 UNTIL I IS GREATER 64
            IF REVERSED-MESSAGE(I:1) EQUAL "1" THEN
             ADD 1 TO ODD-COUNTER
             COMPUTE WRONG-BIT-POS = WRONG-BIT-POS B-XOR (I - 1)
            END-IF
           END-PERFORM.
           SET RECALCULATED-OVERAL-PARITY-BIT TO
            FUNCTION MOD(ODD-COUNTER, 2).
           ADD 1 TO WRONG-BIT-POS.
           SET WS-DEC-CLEAN TO TRUE.
           IF OVERAL-PARITY-BIT NOT EQUAL
             RECALCULATED-OVERAL-PARITY-BIT THEN
            MOVE REVERSED-MESSAGE(WRONG-BIT-POS:1) TO WRONG-BIT
            COMPUTE WRONG-BIT = FUNCTION MOD(WRONG-BIT + 1, 2)
            MOVE WRONG-BIT TO REVERSED-MESSAGE(WRONG-BIT-POS:1)
            SET WS-DEC-CORRECTED TO TRUE
           ELSE
            IF WRONG-BIT-POS NOT EQUAL 1 THEN
             SET WS-DEC-UNRECOVERABLE TO TRUE
            END-IF
           END-IF.
           SET J TO 1.
           PERFORM VARYING I FROM 64 BY -1 UNTIL I IS EQUAL 0
            IF I NOT EQUAL 1 AND NOT EQUAL 2 AND NOT EQUAL 3
              AND NOT EQUAL 5 AND NOT EQUAL 9 AND NOT EQUAL 17
              AND NOT EQUAL 33 THEN
             MOVE REVERSED-MESSAGE(I:1) TO CURRENT-DATA-MESSAGE(J:1)
             ADD 1 TO J
            END-IF
           END-PERFORM.
           SET CONVERTION-BASE-PORT TO 1.
           MOVE 0 TO WS-DEC-PORT.
           PERFORM VARYING I FROM 16 BY -1 UNTIL I IS EQUAL 0
            IF CURRENT-PORT(I:1) EQUAL "1" THEN
             ADD CONVERTION-BASE-PORT TO WS-DEC-PORT
            END-IF
            COMPUTE CONVERTION-BASE-PORT = CONVERTION-BASE-PORT * 2
           END-PERFORM.
           SET CONVERTION-BASE-SEQUENCE TO 1.
           MOVE 0 TO WS-DEC-SEQUENCE.
           PERFORM VARYING I FROM 32 BY -1 UNTIL I IS EQUAL 0
            IF CURRENT-SEQUENCE(I:1) EQUAL "1" THEN
             ADD CONVERTION-BASE-SEQUENCE TO WS-DEC-SEQUENCE
            END-IF
            COMPUTE CONVERTION-BASE-SEQUENCE =
             CONVERTION-BASE-SEQUENCE * 2
           END-PERFORM.
           SET CONVERTION-BASE-CHAR TO 1.
           MOVE 0 TO WS-DEC-CHAR-ASCII.
           PERFORM VARYING I FROM 8 BY -1 UNTIL I IS EQUAL 0
            IF CURRENT-CHAR(I:1) EQUAL "1" THEN
             ADD CONVERTION-BASE-CHAR TO WS-DEC-CHAR-ASCII
            END-IF
            COMPUTE CONVERTION-BASE-CHAR = CONVERTION-BASE-CHAR * 2
           END-PERFORM.
           IF RESERVED-BIT EQUAL "1" THEN
            MOVE "Y" TO WS-DEC-CONTROL-SW
           ELSE
            MOVE "N" TO WS-DEC-CONTROL-SW
           END-IF.

      *****************************************************
      * 0005-GROUP-COPIES walks the unrecoverable copies in *
      * the order they were gathered: the first copy not yet  *
      * placed seeds a group, every unplaced copy within        *
      * WS-MAX-COPY-DISTANCE bit positions of it joins, and the   *
      * group goes to 0007-VOTE-GROUP.                              *
      *****************************************************
       0005-GROUP-COPIES.
           PERFORM VARYING WS-COPY-MATCH FROM 1 BY 1
             UNTIL WS-COPY-MATCH > WS-COPY-COUNT
            IF COPY-CLUSTER(WS-COPY-MATCH) EQUAL 0 THEN
             ADD 1 TO WS-CLUSTER-NUMBER
             MOVE WS-CLUSTER-NUMBER TO COPY-CLUSTER(WS-COPY-MATCH)
             MOVE 1 TO WS-GROUP-COUNT
             MOVE COPY-FRAME(WS-COPY-MATCH) TO GRP-FRAME(1)
             PERFORM VARYING WS-COPY-SCAN FROM WS-COPY-MATCH BY 1
               UNTIL WS-COPY-SCAN > WS-COPY-COUNT
              IF COPY-CLUSTER(WS-COPY-SCAN) EQUAL 0
                AND WS-GROUP-COUNT IS LESS THAN WS-MAX-GROUP-COPIES
                THEN
               PERFORM 0006-MEASURE-DISTANCE
               IF WS-COPY-DISTANCE IS NOT GREATER THAN
                 WS-MAX-COPY-DISTANCE THEN
                MOVE WS-CLUSTER-NUMBER TO COPY-CLUSTER(WS-COPY-SCAN)
                ADD 1 TO WS-GROUP-COUNT
                MOVE COPY-FRAME(WS-COPY-SCAN)
                 TO GRP-FRAME(WS-GROUP-COUNT)
               END-IF
              END-IF
             END-PERFORM
             PERFORM 0007-VOTE-GROUP
            END-IF
           END-PERFORM.

      *****************************************************
      * 0006-MEASURE-DISTANCE counts the bit positions in   *
      * which copy WS-COPY-SCAN differs from the seed copy    *
      * WS-COPY-MATCH.                                          *
      *****************************************************
       0006-MEASURE-DISTANCE.
           MOVE 0 TO WS-COPY-DISTANCE.
           PERFORM VARYING WS-BIT-POS FROM 1 BY 1
             UNTIL WS-BIT-POS > 64
            IF COPY-FRAME(WS-COPY-SCAN)(WS-BIT-POS:1) NOT EQUAL
              COPY-FRAME(WS-COPY-MATCH)(WS-BIT-POS:1) THEN
             ADD 1 TO WS-COPY-DISTANCE
            END-IF
           END-PERFORM.

      *****************************************************
      * 0007-VOTE-GROUP votes each bit position across the  *
      * group's copies and runs the voted frame back through *
      * the Hamming check.  The vote is accepted only when the  *
      * group holds at least WS-MIN-VOTE-COPIES copies - two     *
      * disagreeing copies carry no majority - at most             *
      * WS-MAX-TIES positions tied, the check passes clean or       *
      * with one corrected bit, and the frame carries mission        *
      * text - a voted control frame is reported, not merged.         *
      *****************************************************
       0007-VOTE-GROUP.
           MOVE 0 TO WS-TIE-COUNT.
           PERFORM VARYING WS-BIT-POS FROM 1 BY 1
             UNTIL WS-BIT-POS > 64
            MOVE 0 TO WS-ONES-COUNT(WS-BIT-POS)
            PERFORM VARYING WS-GROUP-SCAN FROM 1 BY 1
              UNTIL WS-GROUP-SCAN > WS-GROUP-COUNT
             IF GRP-FRAME(WS-GROUP-SCAN)(WS-BIT-POS:1) EQUAL "1"
               THEN
              ADD 1 TO WS-ONES-COUNT(WS-BIT-POS)
             END-IF
            END-PERFORM
            IF WS-ONES-COUNT(WS-BIT-POS) * 2 IS GREATER THAN
              WS-GROUP-COUNT THEN
             MOVE "1" TO WS-VOTED-FRAME(WS-BIT-POS:1)
            ELSE
             MOVE "0" TO WS-VOTED-FRAME(WS-BIT-POS:1)
             IF WS-ONES-COUNT(WS-BIT-POS) * 2 EQUAL WS-GROUP-COUNT
               THEN
              ADD 1 TO WS-TIE-COUNT
             END-IF
            END-IF
           END-PERFORM.
           MOVE WS-VOTED-FRAME TO WS-FRAME-TEXT.
           PERFORM 0004-DECODE-FRAME.
           ADD 1 TO WS-OUTCOME-COUNT.
           MOVE WS-DEC-PORT TO OUT-PORT(WS-OUTCOME-COUNT).
           MOVE WS-DEC-SEQUENCE TO OUT-SEQUENCE(WS-OUTCOME-COUNT).
           MOVE WS-DEC-CHARACTER TO OUT-CHARACTER(WS-OUTCOME-COUNT).
           MOVE WS-GROUP-COUNT TO OUT-COPIES(WS-OUTCOME-COUNT).
           MOVE WS-TIE-COUNT TO OUT-TIES(WS-OUTCOME-COUNT).
           IF WS-GROUP-COUNT IS LESS THAN WS-MIN-VOTE-COPIES THEN
            SET OUT-TOO-FEW-COPIES(WS-OUTCOME-COUNT) TO TRUE
            EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-VOTES-TAKEN.
           IF WS-TIE-COUNT IS GREATER THAN WS-MAX-TIES THEN
            SET OUT-TOO-MANY-TIES(WS-OUTCOME-COUNT) TO TRUE
            EXIT PARAGRAPH
           END-IF.
           IF WS-DEC-UNRECOVERABLE THEN
            SET OUT-STILL-UNRECOVERABLE(WS-OUTCOME-COUNT) TO TRUE
            EXIT PARAGRAPH
           END-IF.
           IF WS-DEC-IS-CONTROL THEN
            SET OUT-CONTROL-FRAME(WS-OUTCOME-COUNT) TO TRUE
            EXIT PARAGRAPH
           END-IF.
           SET OUT-RECOVERED(WS-OUTCOME-COUNT) TO TRUE.

      *****************************************************
      * 0008-WRITE-OUTCOMES writes the recovered frames and *
      * the outcome of every group to the report and SYSOUT. *
      * The port and sequence shown for a group the vote       *
      * could not settle are what its voted frame reads as -     *
      * unreliable by definition, but the nearest thing to a      *
      * name the uplink team has for it.                            *
      *****************************************************
       0008-WRITE-OUTCOMES.
           OPEN EXTEND RECOVERED-FILE.
           IF WS-RECOVERED-FILE-STATUS NOT EQUAL "00" THEN
            OPEN OUTPUT RECOVERED-FILE
           END-IF.
           OPEN OUTPUT RECOVER-REPORT-FILE.
           PERFORM VARYING WS-OUTCOME-SCAN FROM 1 BY 1
             UNTIL WS-OUTCOME-SCAN > WS-OUTCOME-COUNT
            MOVE OUT-PORT(WS-OUTCOME-SCAN) TO WS-OUT-PORT
            MOVE OUT-SEQUENCE(WS-OUTCOME-SCAN) TO WS-OUT-SEQUENCE
            MOVE OUT-COPIES(WS-OUTCOME-SCAN) TO WS-OUT-COPIES
            MOVE OUT-TIES(WS-OUTCOME-SCAN) TO WS-OUT-TIES
            MOVE SPACE TO WS-OUT-CHARACTER
            IF OUT-RECOVERED(WS-OUTCOME-SCAN) THEN
             MOVE SPACES TO WS-REPORT-LINE
             MOVE OUT-PORT(WS-OUTCOME-SCAN) TO WS-RPT-PORT
             MOVE OUT-SEQUENCE(WS-OUTCOME-SCAN) TO WS-RPT-SEQUENCE
             MOVE OUT-CHARACTER(WS-OUTCOME-SCAN) TO WS-RPT-CHARACTER
             MOVE "V" TO WS-RPT-CORRECTED-FLAG
             MOVE "," TO WS-RPT-SEP1
             MOVE "," TO WS-RPT-SEP2
             MOVE "," TO WS-RPT-SEP3
             MOVE WS-REPORT-LINE TO RECOVERED-RECORD
             WRITE RECOVERED-RECORD
             ADD 1 TO WS-RECOVERED-COUNT
             MOVE "RECOVERED BY VOTE" TO WS-OUT-OUTCOME
             MOVE OUT-CHARACTER(WS-OUTCOME-SCAN) TO WS-OUT-CHARACTER
            ELSE
             ADD 1 TO WS-UNRESOLVED-COUNT
             IF OUT-ALREADY-DECODED(WS-OUTCOME-SCAN) THEN
              MOVE "ALREADY DECODED - NOT MERGED" TO WS-OUT-OUTCOME
             END-IF
             IF OUT-TOO-FEW-COPIES(WS-OUTCOME-SCAN) THEN
              MOVE "TOO FEW COPIES TO VOTE" TO WS-OUT-OUTCOME
             END-IF
             IF OUT-TOO-MANY-TIES(WS-OUTCOME-SCAN) THEN
              MOVE "TOO MANY TIED BIT POSITIONS" TO WS-OUT-OUTCOME
             END-IF
             IF OUT-STILL-UNRECOVERABLE(WS-OUTCOME-SCAN) THEN
              MOVE "VOTED FRAME STILL UNRECOVERABLE"
               TO WS-OUT-OUTCOME
             END-IF
             IF OUT-CONTROL-FRAME(WS-OUTCOME-SCAN) THEN
              MOVE "CONTROL FRAME - NOT MERGED" TO WS-OUT-OUTCOME
             END-IF
            END-IF
            MOVE WS-OUTCOME-LINE TO RECOVER-REPORT-RECORD
            WRITE RECOVER-REPORT-RECORD
            DISPLAY WS-OUTCOME-LINE
           END-PERFORM.
           MOVE WS-FRAMES-READ TO WS-SUM-FRAMES.
           MOVE WS-COPY-COUNT TO WS-SUM-COPIES.
           MOVE WS-VOTES-TAKEN TO WS-SUM-VOTES.
           MOVE WS-RECOVERED-COUNT TO WS-SUM-RECOVERED.
           MOVE WS-UNRESOLVED-COUNT TO WS-SUM-UNRESOLVED.
           MOVE WS-SUMMARY-LINE TO RECOVER-REPORT-RECORD.
           WRITE RECOVER-REPORT-RECORD.
           DISPLAY WS-SUMMARY-LINE.
           CLOSE RECOVERED-FILE.
           CLOSE RECOVER-REPORT-FILE.

      *****************************************************
      * 0009-RESOLVE-MISSION takes the mission identifier   *
      * from the MISSION_ID environment value - one to eight *
      * letters and digits, folded to upper case - and builds *
      * the mission's recovered, report, reject, redo and      *
      * run-lock names.  An identifier that is not valid ends   *
      * the run before anything is read.                         *
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
            DISPLAY "MISSION-RECOVER - MISSION_ID "
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
           STRING "mission-recovered" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-RECOVERED-FILE-NAME.
           STRING "mission-recover-report" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-RECOVER-REPORT-NAME.
           STRING "mission-reject" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-REJECT-BASE-NAME.
           STRING "mission-reject-redo" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-REJECT-REDO-NAME.
           STRING "mission-000" WS-MISSION-QUALIFIER ".lock"
            DELIMITED BY SPACE INTO WS-RUN-LOCK-FILE-NAME.

      *****************************************************
      * 0010-ACQUIRE-RUN-LOCK takes MISSION-000's run lock, *
      * refusing to run while a decode run holds it - a run  *
      * truncates the reject and redo files being gathered    *
      * and deletes the recovered file once merged, so frames  *
      * written to it meanwhile would be lost.                  *
      *****************************************************
       0010-ACQUIRE-RUN-LOCK.
           OPEN INPUT RUN-LOCK-FILE.
           IF WS-RUN-LOCK-FILE-STATUS EQUAL "00" THEN
            READ RUN-LOCK-FILE
             AT END CONTINUE
            END-READ
            DISPLAY "MISSION-RECOVER - RUN LOCK HELD - "
             RUN-LOCK-RECORD
            DISPLAY "MISSION-RECOVER - NOTHING RECOVERED"
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

       END PROGRAM MISSION-RECOVER.
