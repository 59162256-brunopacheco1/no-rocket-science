      * MISSION-000's retransmit-request records directly into
      * outbound retransmit-request control frames, so the uplink
      * team no longer keys control frames in raw binary by hand.
      * The keyword TRAILER as argument 3 follows every
      * end-of-transmission frame with a transmission trailer - a
      * frame-count control frame and a payload-checksum control
      * frame for the port just closed - so MISSION-000 can prove
      * the port arrived complete instead of only finding no gap.
      * The MISSION_ID environment value names the mission the
      * traffic belongs to: the retransmit requests are read from
      * and the answer key written to that mission's own datasets.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * frame with the injected bit position (00 when none) and the
      * outcome the decode should reach, so MISSION-SCORE can grade
      * a trainee's run against it instead of the trainer matching
      * notes to the audit trail line by line.  Its name carries
      * the mission qualifier - see 0019-RESOLVE-MISSION.
           SELECT ANSWER-KEY-FILE ASSIGN DYNAMIC
            WS-ANSWER-KEY-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       01  WS-INPUT-FILE-NAME PIC X(64).
       01  WS-OUTPUT-FILE-NAME PIC X(64).
       01  WS-ANSWER-KEY-FILE-NAME PIC X(64).

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
           05 WS-RETRANSMIT-FILE-NAME PIC X(64).

       01  WS-CONTROL-AREA.
           05 WS-RECORD-COUNT USAGE COMP-5 PIC 9(10) VALUE 0.
       01  WS-RUN-MODE-SW PIC X(01) VALUE "N".
           88 WS-RETRANSMIT-MODE VALUE "Y".

      * WS-TRAILER-MODE is set when command-line argument 3 is the
      * keyword TRAILER: each end-of-transmission frame is then
      * followed by the port's transmission trailer - see
      * 0016-WRITE-TRAILER-FRAMES.
       01  WS-TRAILER-MODE-SW PIC X(01) VALUE "N".
           88 WS-TRAILER-MODE VALUE "Y".

      * The station protocol's control codes this encoder builds:
      * 4 is the end-of-transmission marker MISSION-000 closes a
      * transcript on; 6 and 7 bracket a retransmit request as the
      * first and last missing sequence of the range; 8 and 9 are
      * the transmission trailer that follows an end-of-transmission
      * marker, carrying the port's data-frame count and payload
      * checksum in the sequence field.
       01  WS-PROTOCOL-CODES.
           05 WS-EOT-CODE USAGE COMP-5 PIC 9(3)
               VALUE 4.
           05 WS-RETRANSMIT-FROM-CODE USAGE COMP-5 PIC 9(3)
               VALUE 6.
           05 WS-RETRANSMIT-THRU-CODE USAGE COMP-5 PIC 9(3)
               VALUE 7.
           05 WS-TRAILER-COUNT-CODE USAGE COMP-5 PIC 9(3)
               VALUE 8.
           05 WS-TRAILER-CHECKSUM-CODE USAGE COMP-5 PIC 9(3)
               VALUE 9.

      * WS-TRAILER-TABLE accumulates, per port, the data frames
      * written since that port's last end-of-transmission marker
      * and the sum of their payload bytes modulo 2**32, so the
      * trailer always describes exactly the frames it closes.
       01  WS-TRAILER-TABLE.
           05 WS-TRAILER-PORT-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-TRAILER-MAX USAGE COMP-5 PIC 9(3) VALUE 50.
           05 WS-TRAILER-SLOT USAGE COMP-5 PIC 9(3).
           05 WS-TRAILER-SCAN USAGE COMP-5 PIC 9(3).
           05 WS-TRAILER-ENTRY OCCURS 50 TIMES.
               10 TRL-PORT USAGE COMP-5 PIC 9(5).
               10 TRL-FRAME-COUNT USAGE COMP-5 PIC 9(10).
               10 TRL-CHECKSUM USAGE COMP-5 PIC 9(10).

       01  WS-PORT-HEADER-LINE.
           05 FILLER PIC X(06) VALUE "PORT: ".
      * when either is omitted.  The keyword RETRANSMIT in    *
      * place of the input name switches the run to reading    *
      * MISSION-000's retransmit-request file directly.         *
      * The keyword TRAILER as argument 3 turns on the           *
      * transmission trailer after each end-of-transmission.      *
      *****************************************************
       0001-ACCEPT-PARAMETERS.
           PERFORM 0019-RESOLVE-MISSION.
           MOVE "encode-input.dat" TO WS-INPUT-FILE-NAME.
           MOVE "encode-output.dat" TO WS-OUTPUT-FILE-NAME.
           SET WS-ARGUMENT-NUMBER TO 1.
             IF FUNCTION TRIM(WS-ARGUMENT-FILE-NAME)
               EQUAL "RETRANSMIT" THEN
              SET WS-RETRANSMIT-MODE TO TRUE
              MOVE WS-RETRANSMIT-FILE-NAME TO WS-INPUT-FILE-NAME
             ELSE
              MOVE WS-ARGUMENT-FILE-NAME TO WS-INPUT-FILE-NAME
             END-IF
            NOT ON EXCEPTION
             MOVE WS-ARGUMENT-FILE-NAME TO WS-OUTPUT-FILE-NAME
           END-ACCEPT.
           SET WS-ARGUMENT-NUMBER TO 3.
           DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARGUMENT-FILE-NAME FROM ARGUMENT-VALUE
            ON EXCEPTION
             CONTINUE
            NOT ON EXCEPTION
             IF FUNCTION TRIM(WS-ARGUMENT-FILE-NAME)
               EQUAL "TRAILER" THEN
              SET WS-TRAILER-MODE TO TRUE
             END-IF
           END-ACCEPT.

      *****************************************************
      * 0002-PROCESS-RECORD encodes one input record into  *
            IF ENC-IN-CONTROL-FRAME THEN
             PERFORM 0014-BUILD-CONTROL-FRAME
            ELSE
             IF WS-TRAILER-MODE THEN
              PERFORM 0017-ACCUMULATE-TRAILER
             END-IF
             PERFORM 0005-CONVERT-PORT-BITS
             PERFORM 0006-CONVERT-SEQUENCE-BITS
             MOVE ENC-IN-CHARACTER TO WS-CHARACTER
             PERFORM 0012-WRITE-FRAME
            END-IF
            PERFORM 0015-WRITE-ANSWER-KEY-RECORD
      * The trailer frames are written after the end-of-transmission
      * frame's answer key record and carry none of their own -
      * they are not graded traffic.
            IF WS-TRAILER-MODE AND ENC-IN-CONTROL-FRAME
              AND WS-WORK-CODE EQUAL WS-EOT-CODE THEN
             PERFORM 0016-WRITE-TRAILER-FRAMES
            END-IF
           ELSE
            ADD 1 TO WS-SKIP-COUNT
           END-IF.
           MOVE WS-ANSWER-KEY-LINE TO ANSWER-KEY-RECORD.
           WRITE ANSWER-KEY-RECORD.

      *****************************************************
      * 0016-WRITE-TRAILER-FRAMES closes the port whose     *
      * end-of-transmission frame was just written with its  *
      * transmission trailer: a code 8 control frame whose    *
      * sequence field carries the number of data frames sent, *
      * then a code 9 control frame whose sequence field        *
      * carries the payload checksum.  The trailer is never bent *
      * by the training injection, and the port's totals start    *
      * again so a later transmission on the same port gets a      *
      * trailer of its own.  A port that sent no data frames closes *
      * with a zero trailer.                                         *
      *****************************************************
       0016-WRITE-TRAILER-FRAMES.
           MOVE 0 TO WS-ERROR-BIT-POS.
           MOVE FUNCTION NUMVAL(ENC-IN-PORT) TO WS-WORK-PORT.
           PERFORM 0018-LOCATE-TRAILER-PORT.
           IF WS-TRAILER-SLOT EQUAL 0 THEN
            MOVE 0 TO WS-WORK-SEQUENCE
           ELSE
            MOVE TRL-FRAME-COUNT(WS-TRAILER-SLOT) TO WS-WORK-SEQUENCE
           END-IF.
           MOVE WS-TRAILER-COUNT-CODE TO WS-WORK-CODE.
           PERFORM 0014-BUILD-CONTROL-FRAME.
           MOVE FUNCTION NUMVAL(ENC-IN-PORT) TO WS-WORK-PORT.
           IF WS-TRAILER-SLOT EQUAL 0 THEN
            MOVE 0 TO WS-WORK-SEQUENCE
           ELSE
            MOVE TRL-CHECKSUM(WS-TRAILER-SLOT) TO WS-WORK-SEQUENCE
           END-IF.
           MOVE WS-TRAILER-CHECKSUM-CODE TO WS-WORK-CODE.
           PERFORM 0014-BUILD-CONTROL-FRAME.
           IF WS-TRAILER-SLOT IS GREATER THAN 0 THEN
            MOVE 0 TO TRL-FRAME-COUNT(WS-TRAILER-SLOT)
            MOVE 0 TO TRL-CHECKSUM(WS-TRAILER-SLOT)
           END-IF.

      *****************************************************
      * 0017-ACCUMULATE-TRAILER counts the data frame about *
      * to be encoded against its port and adds its payload  *
      * byte to the port's checksum, modulo 2**32 so the sum  *
      * always fits the 32-bit sequence field of the trailer.  *
      * Every frame sent counts, a resent sequence included -   *
      * MISSION-000 totals every copy it receives in the same    *
      * segment and checks the trailer against that.              *
      *****************************************************
       0017-ACCUMULATE-TRAILER.
           PERFORM 0018-LOCATE-TRAILER-PORT.
           IF WS-TRAILER-SLOT EQUAL 0 THEN
            IF WS-TRAILER-PORT-COUNT IS LESS THAN WS-TRAILER-MAX THEN
             ADD 1 TO WS-TRAILER-PORT-COUNT
             MOVE WS-TRAILER-PORT-COUNT TO WS-TRAILER-SLOT
             MOVE WS-WORK-PORT TO TRL-PORT(WS-TRAILER-SLOT)
             MOVE 0 TO TRL-FRAME-COUNT(WS-TRAILER-SLOT)
             MOVE 0 TO TRL-CHECKSUM(WS-TRAILER-SLOT)
            ELSE
             DISPLAY "MISSION-ENCODE - TRAILER TABLE FULL - PORT "
              ENC-IN-PORT " TRAILER WILL NOT BALANCE"
             EXIT PARAGRAPH
            END-IF
           END-IF.
           MOVE ENC-IN-CHARACTER TO WS-CHARACTER.
           ADD 1 TO TRL-FRAME-COUNT(WS-TRAILER-SLOT).
           COMPUTE TRL-CHECKSUM(WS-TRAILER-SLOT) =
            FUNCTION MOD(TRL-CHECKSUM(WS-TRAILER-SLOT)
             + WS-CHAR-ASCII, 4294967296).

      *****************************************************
      * 0018-LOCATE-TRAILER-PORT finds WS-WORK-PORT's slot  *
      * in the trailer table; WS-TRAILER-SLOT comes back 0    *
      * when the port has not sent a data frame yet.           *
      *****************************************************
       0018-LOCATE-TRAILER-PORT.
           MOVE 0 TO WS-TRAILER-SLOT.
           PERFORM VARYING WS-TRAILER-SCAN FROM 1 BY 1
             UNTIL WS-TRAILER-SCAN > WS-TRAILER-PORT-COUNT
            IF TRL-PORT(WS-TRAILER-SCAN) EQUAL WS-WORK-PORT THEN
             MOVE WS-TRAILER-SCAN TO WS-TRAILER-SLOT
            END-IF
           END-PERFORM.

      *****************************************************
      * 0019-RESOLVE-MISSION takes the mission identifier   *
      * from the MISSION_ID environment value - one to eight  *
      * letters and digits, folded to upper case - and builds  *
      * the mission's retransmit-request and answer-key names.  *
      * An identifier that is not valid ends the run before       *
      * anything is read or written.                               *
      *****************************************************
       0019-RESOLVE-MISSION.
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
            DISPLAY "MISSION-ENCODE - MISSION_ID "
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
           MOVE SPACES TO WS-RETRANSMIT-FILE-NAME.
           STRING "mission-retransmit-request" WS-MISSION-QUALIFIER
            ".dat" DELIMITED BY SPACE INTO WS-RETRANSMIT-FILE-NAME.
           MOVE SPACES TO WS-ANSWER-KEY-FILE-NAME.
           STRING "encode-answer-key" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-ANSWER-KEY-FILE-NAME.

       END PROGRAM MISSION-ENCODE.
