       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Every dataset that belongs to one mission - the ledger,
      * archive, histories, catalog, run lock and the run's own
      * work and output files - is assigned dynamically to a name
      * qualified by the run's mission identifier, built by
      * 0071-RESOLVE-MISSION.  The station master and the
      * configuration files stay shared across missions.
      * MISSION-FILE is assigned dynamically to WS-MISSION-FILE-NAME
      * so a batch of mission files can be run through one at a time
      * within a single job step - see 0019-PROCESS-MISSION-FILE.
      * report generations - one record per run with the stamp, run
      * date and record counts - maintained by 0042-RUN-HOUSEKEEPING.
      * FILE STATUS because the very first run has no catalog yet.
           SELECT GENERATION-CATALOG-FILE ASSIGN DYNAMIC
            WS-GEN-CATALOG-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GEN-CATALOG-FILE-STATUS.

      * GENERATION-HISTORY-FILE is the consolidated listing across
      * the retained generations, rewritten by 0042-RUN-HOUSEKEEPING
      * each run for the review board.
           SELECT GENERATION-HISTORY-FILE ASSIGN DYNAMIC
            WS-GEN-HISTORY-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

      * RETENTION-CONFIG-FILE carries the retention period in days,
      * see 0022-LOAD-CHECKPOINT / 0024-WRITE-CHECKPOINT.  FILE STATUS
      * is needed here, unlike the other SELECTs, because the very
      * first run of a job has no checkpoint file to open yet.
           SELECT CHECKPOINT-FILE ASSIGN DYNAMIC
            WS-CHECKPOINT-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CKPT-FILE-STATUS.

      * decoded and 0035-SORT-OUTPUT returns them in port/sequence
      * order, so mission size is bounded by disk instead of a
      * working-storage table - see 0001-READ-FILE.
           SELECT SORT-FILE ASSIGN DYNAMIC
            WS-SORT-FILE-NAME.

      * SORTED-WORK-FILE is the scratch file 0035-SORT-OUTPUT lands
      * the sorted messages on, so the flag report, the sequence
      * Record sequential on purpose: a decoded character can be any
      * byte value, including the ones a line-oriented file would
      * mangle.
           SELECT SORTED-WORK-FILE ASSIGN DYNAMIC
            WS-SORTED-WORK-FILE-NAME.

      * BAD-INPUT-FILE receives every raw input line that fails the
      * format checks in 0032-VALIDATE-INPUT-LINE - a frame that is
      * number and the source file name, so a garbled splice from the
      * ground link is diverted here instead of decoding into a
      * confidently wrong port and sequence in the flag report.
           SELECT BAD-INPUT-FILE ASSIGN DYNAMIC
            WS-BAD-INPUT-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

      * RUN-SUMMARY-FILE is the end-of-run per-port statistics
      * handover - one record per station port seen in the run plus
      * a run-total trailer and the batch file list, so the next
      * shift no longer has to be briefed from hand-counted SYSOUT.
           SELECT RUN-SUMMARY-FILE ASSIGN DYNAMIC
            WS-RUN-SUMMARY-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

      * GAP-LEDGER-FILE is the persistent cross-run record of the
      * FILE STATUS is
      * needed because the very first run has no ledger to open yet -
      * see 0036-LOAD-GAP-LEDGER / 0039-WRITE-GAP-LEDGER.
           SELECT GAP-LEDGER-FILE ASSIGN DYNAMIC
            WS-GAP-LEDGER-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GAP-LEDGER-FILE-STATUS.

      * ledger entries still OPEN at end of run, one port and
      * sequence range per record, for the uplink scheduler to
      * consume directly.
           SELECT RETRANSMIT-REQUEST-FILE ASSIGN DYNAMIC
            WS-RETRANSMIT-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

      * THRESHOLD-CONFIG-FILE carries the per-port link-quality
      * port's status history instead of the frames dying after one
      * SYSOUT line.  FILE STATUS because the very first run has no
      * health file to extend.
           SELECT STATION-HEALTH-FILE ASSIGN DYNAMIC
            WS-STATION-HEALTH-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATION-HEALTH-FILE-STATUS.

      * The lock carries the holder's start date and time so the
      * operator can judge whether it is a live run or a stale lock
      * left by a crash.
           SELECT RUN-LOCK-FILE ASSIGN DYNAMIC
            WS-RUN-LOCK-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-LOCK-FILE-STATUS.

      * library routines used everywhere else offer no directory
      * enumeration - and the file is deleted again once the check
      * completes.
           SELECT DATED-LIST-FILE ASSIGN DYNAMIC
            WS-DATED-LIST-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DATED-LIST-FILE-STATUS.

      * 0018-RECONCILE-SEQUENCES so the conflicts surface here
      * instead of as a garbled word mission control happens to
      * notice in a transcript.
           SELECT DISCREPANCY-FILE ASSIGN DYNAMIC
            WS-DISCREPANCY-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

      * LINK-HISTORY-FILE is the persistent run-by-run record of
      * stamp, appended by 0054-APPEND-LINK-HISTORY so MISSION-TREND
      * can answer "is this antenna getting worse" across runs.
      * FILE STATUS because the very first run has no history yet.
           SELECT LINK-HISTORY-FILE ASSIGN DYNAMIC
            WS-LINK-HISTORY-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LINK-HISTORY-FILE-STATUS.

      * ARCHIVE-FILE is the permanent cross-run decoded-message
      * archive: one record per port/sequence with the decoded
      * character, corrected flag and the date of the run that
      * supplied it.  It is held indexed on port + sequence so
      * 0050-UPDATE-ARCHIVE adds or supersedes each of the run's
      * records in place - the later copy superseding the earlier
      * one - instead of re-sorting and rewriting the whole archive
      * every run, and MISSION-INQUIRY and MISSION-TRANSCRIPT read
      * it by key.  MISSION-ARCHIVE-LOAD builds it from the old
      * line-sequential archive and MISSION-ARCHIVE-UNLOAD writes
      * that format back out.  FILE STATUS because the very first
      * run has no archive yet.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC
            WS-ARCHIVE-FILE-NAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ARCHIVE-KEY
            FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

      * STATION-MASTER-FILE is the external station reference -
      * port, station name and commissioned/decommissioned dates -
      * for the stations this mission is wired to receive traffic
      * from, and the missions each one serves, loaded by
      * 0027-LOAD-STATION-MASTER so the reference
      * can be maintained without recompiling.  FILE STATUS is
      * needed here, unlike most other SELECTs, because a site that
      * has not set up a station master yet has no file to open.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATION-MASTER-FILE-STATUS.

      * RECOVERED-FILE carries the frames MISSION-RECOVER rebuilt by
      * bit-level voting across the held copies of sequences no
      * single copy of which decoded - report-layout records flagged
      * V.  0065-APPLY-RECOVERED-FRAMES closes the ledger gaps they
      * fill and 0052-ARCHIVE-RECOVERED-FRAMES stores them in the
      * archive; the file is then deleted so a recovery is merged
      * once.  FILE STATUS because most runs find no recoveries.
           SELECT RECOVERED-FILE ASSIGN DYNAMIC
            WS-RECOVERED-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECOVERED-FILE-STATUS.

      * OVERRIDE-REGISTER-FILE is MISSION-OVERRIDE's permanent
      * register of the characters mission control confirmed by
      * voice.  0066-APPLY-OVERRIDES runs every overridden sequence
      * through the gap fill each run, so a gap this run finds
      * around one does not stay on the ledger.  FILE STATUS because
      * most sites have never overridden anything.
           SELECT OVERRIDE-REGISTER-FILE ASSIGN DYNAMIC
            WS-OVERRIDE-REGISTER-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

      * OVERRIDE-CHECK-FILE lists every sequence this run decoded
      * genuinely that the archive already holds as an operator
      * override, and whether the decode agrees with it - the
      * override itself is never replaced, see
      * 0053-STORE-ARCHIVE-RECORD.
           SELECT OVERRIDE-CHECK-FILE ASSIGN DYNAMIC
            WS-OVERRIDE-CHECK-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * MESSAGE-EXTENSION only carries data in a REPROCESS run, where
       01  LINK-HISTORY-RECORD PIC X(86).

      *****************************************************
      * ARCHIVE-FILE holds one record per port/sequence,    *
      * keyed on port + sequence: decoded character,         *
      * corrected flag, the run date that supplied the copy    *
      * and the date and time the record was last added or      *
      * changed - added or rewritten by 0050-UPDATE-ARCHIVE.      *
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
      * STATION-MASTER-FILE holds one known station per    *
      * record: port, thirty-character station name and the *
      * commissioned/decommissioned effective dates, comma   *
      * separated, then up to four mission identifiers the    *
      * station serves.  A bare five-digit record - the        *
      * original format - still loads as an unnamed, always-    *
      * active station, and a blank missions field serves every  *
      * mission, so existing site files keep working.             *
      *****************************************************
       FD  STATION-MASTER-FILE.
       01  STATION-MASTER-RECORD PIC X(90).

      *****************************************************
      * RECOVERED-FILE holds one voted frame per record:   *
      * port, sequence, character and flag V, comma          *
      * separated, as written by MISSION-RECOVER.              *
      *****************************************************
       FD  RECOVERED-FILE.
       01  RECOVERED-RECORD PIC X(20).

      *****************************************************
      * OVERRIDE-REGISTER-FILE holds one override per      *
      * record, port and sequence leading, as written by      *
      * MISSION-OVERRIDE.                                       *
      *****************************************************
       FD  OVERRIDE-REGISTER-FILE.
       01  OVERRIDE-REGISTER-RECORD PIC X(88).

      *****************************************************
      * OVERRIDE-CHECK-FILE carries port, sequence, the    *
      * override character, the decoded character and its   *
      * corrected flag, and AGREES or CONFLICTS, comma        *
      * separated.                                              *
      *****************************************************
       FD  OVERRIDE-CHECK-FILE.
       01  OVERRIDE-CHECK-RECORD PIC X(36).

       WORKING-STORAGE SECTION.
       01  CURRENT-DATA-MESSAGE.

       01  WS-REJECT-FILE-NAME PIC X(64).

      * WS-MISSION-AREA identifies the mission this run belongs to,
      * taken from the MISSION_ID environment value by
      * 0071-RESOLVE-MISSION: one to eight letters and digits.  The
      * qualifier it yields - a dot and the identifier - goes into
      * every mission dataset name, mission-gap-ledger.<id>.dat and
      * so on, so two campaigns sharing stations keep their own
      * ledger, archive, histories, catalog and run lock and can run
      * side by side.  No MISSION_ID leaves the qualifier blank and
      * every name exactly as it always was.
       01  WS-MISSION-AREA.
           05 WS-MISSION-ID PIC X(08) VALUE SPACES.
           05 WS-MISSION-ID-INPUT PIC X(16).
           05 WS-MISSION-QUALIFIER PIC X(09) VALUE SPACES.
           05 WS-MISSION-SCAN USAGE COMP-5 PIC 9(2).
           05 WS-MISSION-ID-VALID-SW PIC X(01).
               88 WS-MISSION-ID-VALID VALUE "Y".
           05 WS-MISSION-SERVED-SW PIC X(01).
               88 WS-MISSION-SERVED VALUE "Y".
           05 WS-AUDIT-PREFIX PIC X(24).
           05 WS-REPORT-PREFIX PIC X(24).
           05 WS-AUDIT-PREFIX-LENGTH USAGE COMP-5 PIC 9(2).
           05 WS-REPORT-PREFIX-LENGTH USAGE COMP-5 PIC 9(2).

       01  WS-MISSION-DATASET-NAMES.
           05 WS-GEN-CATALOG-FILE-NAME PIC X(64).
           05 WS-GEN-HISTORY-FILE-NAME PIC X(64).
           05 WS-CHECKPOINT-FILE-NAME PIC X(64).
           05 WS-SORT-FILE-NAME PIC X(64).
           05 WS-SORTED-WORK-FILE-NAME PIC X(64).
           05 WS-BAD-INPUT-FILE-NAME PIC X(64).
           05 WS-RUN-SUMMARY-FILE-NAME PIC X(64).
           05 WS-GAP-LEDGER-FILE-NAME PIC X(64).
           05 WS-RETRANSMIT-FILE-NAME PIC X(64).
           05 WS-STATION-HEALTH-FILE-NAME PIC X(64).
           05 WS-RUN-LOCK-FILE-NAME PIC X(64).
           05 WS-DATED-LIST-FILE-NAME PIC X(64).
           05 WS-DISCREPANCY-FILE-NAME PIC X(64).
           05 WS-LINK-HISTORY-FILE-NAME PIC X(64).
           05 WS-ARCHIVE-FILE-NAME PIC X(64).
           05 WS-RECOVERED-FILE-NAME PIC X(64).
           05 WS-OVERRIDE-REGISTER-NAME PIC X(64).
           05 WS-OVERRIDE-CHECK-FILE-NAME PIC X(64).
           05 WS-REJECT-BASE-NAME PIC X(64).
           05 WS-REJECT-REDO-NAME PIC X(64).

      * WS-REPROCESS-MODE is set when command-line argument 1 is the
      * keyword REPROCESS: the batch files named by arguments 2 and
      * up are then repaired/retransmitted reject files, and
      * message is decoded) plus missing-range and duplicate counts
      * (bumped by 0018-RECONCILE-SEQUENCES as it walks the sorted
      * table).  Slots are claimed in first-seen order by
      * 0029-LOCATE-PORT-STAT.  The transmission trailer fields hold
      * the data frames and payload checksum of the segment open on
      * the port since its last end-of-transmission frame, the same
      * for the segment that frame closed, and - summed over every
      * trailer the port sent this run - what its trailer frames
      * said was sent beside what was decoded in the segments they
      * closed, with the number of trailer frames that disagreed
      * with their own segment, for 0070-CHECK-TRAILERS.
       01  WS-PORT-STATISTICS.
           05 WS-MAX-STAT-PORTS USAGE COMP-5 PIC 9(3) VALUE 100.
           05 WS-STAT-PORT-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
               10 STAT-INACTIVE USAGE COMP-5 PIC 9(9).
               10 STAT-GAPS USAGE COMP-5 PIC 9(9).
               10 STAT-DUPLICATES USAGE COMP-5 PIC 9(9).
               10 STAT-SEGMENT-FRAMES USAGE COMP-5 PIC 9(10).
               10 STAT-SEGMENT-CHECKSUM USAGE COMP-5 PIC 9(10).
               10 STAT-CLOSED-FRAMES USAGE COMP-5 PIC 9(10).
               10 STAT-CLOSED-CHECKSUM USAGE COMP-5 PIC 9(10).
               10 STAT-DATA-FRAMES USAGE COMP-5 PIC 9(10).
               10 STAT-DATA-CHECKSUM USAGE COMP-5 PIC 9(10).
               10 STAT-TRAILER-FRAMES USAGE COMP-5 PIC 9(10).
               10 STAT-TRAILER-CHECKSUM USAGE COMP-5 PIC 9(10).
               10 STAT-COUNT-TRAILERS USAGE COMP-5 PIC 9(5).
               10 STAT-CHECKSUM-TRAILERS USAGE COMP-5 PIC 9(5).
               10 STAT-UNBALANCED-TRAILERS USAGE COMP-5 PIC 9(5).
               10 STAT-TRAILER-RESULT PIC X(01).
                   88 STAT-TRAILER-VERIFIED VALUE "V".
                   88 STAT-TRAILER-MISMATCH VALUE "M".
                   88 STAT-TRAILER-INCOMPLETE VALUE "I".

       01  WS-RUN-TOTALS.
           05 WS-TOT-DECODED USAGE COMP-5 PIC 9(9) VALUE 0.

       01  WS-ARCHIVE-FILE-STATUS PIC X(02).

      * WS-ARCHIVE-MERGE is the dedup state of 0051: one of the
      * run's candidate records is held back until the next shows
      * whether another copy of the same port and sequence from
      * this run is preferred, and only the survivor is stored.
       01  WS-ARCHIVE-MERGE.
           05 WS-ARCH-HELD-SW PIC X(01) VALUE "N".
               88 WS-ARCH-HELD VALUE "Y".
               10 WS-ARCH-HELD-CHARACTER PIC X(01).
               10 WS-ARCH-HELD-FLAG PIC X(01).
               10 WS-ARCH-HELD-GEN-DATE PIC 9(08).
           05 WS-ARCH-CURRENT-RECORD.
               10 WS-ARCH-CUR-PORT PIC 9(05).
               10 WS-ARCH-CUR-SEQUENCE PIC 9(10).
               10 WS-ARCH-CUR-CHARACTER PIC X(01).
               10 WS-ARCH-CUR-FLAG PIC X(01).
               10 WS-ARCH-CUR-GEN-DATE PIC 9(08).
      * WS-ARCH-UPDATE-STAMP marks every record this run adds or
      * changes, so the science extract can pick out what is new.
           05 WS-ARCH-UPDATE-STAMP.
               10 WS-ARCH-STAMP-DATE PIC 9(08).
               10 WS-ARCH-STAMP-TIME PIC X(06).
           05 WS-ARCH-CLOCK-TIME PIC X(08).
           05 WS-ARCH-RUN-DATE PIC 9(08).
           05 WS-ARCH-WRITE-COUNT USAGE COMP-5 PIC 9(10) VALUE 0.
           05 WS-ARCH-SUPERSEDED-COUNT USAGE COMP-5 PIC 9(10)
               VALUE 0.
           05 WS-ARCH-KEPT-COUNT USAGE COMP-5 PIC 9(10) VALUE 0.

       01  WS-RECOVERED-FILE-STATUS PIC X(02).

       01  WS-RECOVERED-EOF-SW PIC X(01) VALUE "N".
           88 WS-RECOVERED-EOF VALUE "Y".

       01  WS-RECOVERED-COUNT USAGE COMP-5 PIC 9(10) VALUE 0.

      * Voted frames for a port this run would not accept traffic
      * from - unregistered, outside its service window, or not
      * serving this mission - are skipped, and counted here the
      * way 0028-ACCUMULATE-MESSAGE-STATS counts decoded frames.
       01  WS-RECOVERED-SKIPPED-COUNTS.
           05 WS-RECOVERED-UNREGISTERED USAGE COMP-5 PIC 9(10)
               VALUE 0.
           05 WS-RECOVERED-INACTIVE USAGE COMP-5 PIC 9(10)
               VALUE 0.

       01  WS-OVERRIDE-FILE-STATUS PIC X(02).

       01  WS-OVERRIDE-REGISTER-EOF-SW PIC X(01) VALUE "N".
           88 WS-OVERRIDE-REGISTER-EOF VALUE "Y".

      * Only the key of a register record matters to this program.
       01  WS-OVERRIDE-REGISTER-LINE.
           05 WS-ORL-PORT PIC X(05).
           05 WS-ORL-SEP1 PIC X(01).
           05 WS-ORL-SEQUENCE PIC X(10).
           05 FILLER PIC X(72).

       01  WS-OVERRIDE-CHECK-LINE.
           05 WS-OCL-PORT PIC 9(05).
           05 WS-OCL-SEP1 PIC X(01).
           05 WS-OCL-SEQUENCE PIC 9(10).
           05 WS-OCL-SEP2 PIC X(01).
           05 WS-OCL-OVERRIDE-CHAR PIC X(01).
           05 WS-OCL-SEP3 PIC X(01).
           05 WS-OCL-DECODED-CHAR PIC X(01).
           05 WS-OCL-SEP4 PIC X(01).
           05 WS-OCL-DECODED-FLAG PIC X(01).
           05 WS-OCL-SEP5 PIC X(01).
           05 WS-OCL-VERDICT PIC X(09).

       01  WS-OVERRIDE-COUNTS.
           05 WS-OVERRIDE-COUNT USAGE COMP-5 PIC 9(10) VALUE 0.
           05 WS-OVERRIDE-AGREE-COUNT USAGE COMP-5 PIC 9(10)
               VALUE 0.
           05 WS-OVERRIDE-CONFLICT-COUNT USAGE COMP-5 PIC 9(10)
               VALUE 0.

       01  WS-STATION-MASTER-FILE-STATUS PIC X(02).

           05 WS-SML-FROM-DATE PIC X(08).
           05 WS-SML-SEP3 PIC X(01).
           05 WS-SML-TO-DATE PIC X(08).
           05 WS-SML-SEP4 PIC X(01).
           05 WS-SML-MISSIONS PIC X(35).

      * MSG-INDEX numbers the messages in decode order across the
      * whole batch - it used to subscript the fixed WS-MESSAGES
           05 MSG-DECODE-INDEX PIC 9(05).

      * WS-EOT-CODE is the payload byte of an end-of-transmission
      * control frame; the two trailer codes mark the transmission
      * trailer that may follow it, whose sequence field carries the
      * port's data-frame count and payload checksum instead of a
      * sequence number; any other code on a control frame is a
      * station status report.
       01  WS-CONTROL-FRAME-AREA.
           05 WS-EOT-CODE USAGE BINARY-CHAR UNSIGNED VALUE 4.
           05 WS-TRAILER-COUNT-CODE USAGE BINARY-CHAR UNSIGNED
               VALUE 8.
           05 WS-TRAILER-CHECKSUM-CODE USAGE BINARY-CHAR UNSIGNED
               VALUE 9.

      * Transmission trailer results for the run, counted by
      * 0070-CHECK-TRAILERS: a port whose trailer disagrees with
      * what was decoded, and a port that sent only half a trailer.
       01  WS-TRAILER-CHECK-AREA.
           05 WS-TRAILER-VERIFIED-COUNT USAGE COMP-5 PIC 9(3)
               VALUE 0.
           05 WS-TRAILER-MISMATCH-COUNT USAGE COMP-5 PIC 9(3)
               VALUE 0.
           05 WS-TRAILER-INCOMPLETE-COUNT USAGE COMP-5 PIC 9(3)
               VALUE 0.

       01  WS-SUMMARY-TRAILER-LINE.
           05 FILLER PIC X(05) VALUE "PORT ".
           05 WS-STL-PORT PIC 9(05).
           05 FILLER PIC X(13) VALUE " FRAMES SENT ".
           05 WS-STL-FRAMES-SENT PIC 9(10).
           05 FILLER PIC X(09) VALUE " DECODED ".
           05 WS-STL-FRAMES-DECODED PIC 9(10).
           05 FILLER PIC X(15) VALUE " CHECKSUM SENT ".
           05 WS-STL-CHECKSUM-SENT PIC 9(10).
           05 FILLER PIC X(09) VALUE " DECODED ".
           05 WS-STL-CHECKSUM-DECODED PIC 9(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-STL-RESULT PIC X(10).

       01  WS-SORTED-EOF-SW PIC X(01) VALUE "N".
           88 WS-SORTED-EOF VALUE "Y".
       PROCEDURE DIVISION.
       
       0000-START.
           PERFORM 0071-RESOLVE-MISSION.
           PERFORM 0056-ACQUIRE-RUN-LOCK.
           PERFORM 0014-ACCEPT-PARAMETERS.
           PERFORM 0058-VERIFY-SHARED-STATE.
      * "mission-reject.dat" for OUTPUT here would truncate the very
      * file the run is about to read.
           IF WS-REPROCESS-MODE THEN
            MOVE WS-REJECT-REDO-NAME TO WS-REJECT-FILE-NAME
           ELSE
            MOVE WS-REJECT-BASE-NAME TO WS-REJECT-FILE-NAME
           END-IF.
           IF WS-CKPT-FOUND THEN
            OPEN EXTEND AUDIT-FILE
             AND RETURN-CODE IS LESS THAN 4 THEN
            MOVE 4 TO RETURN-CODE
           END-IF.
      * A genuine decode contradicting an operator override wants a
      * second look, so it surfaces as a warning condition code.
           IF WS-OVERRIDE-CONFLICT-COUNT IS GREATER THAN 0
             AND RETURN-CODE IS LESS THAN 4 THEN
            MOVE 4 TO RETURN-CODE
           END-IF.
      * A port that sent only half its transmission trailer cannot
      * be proved complete - a warning condition code.
           IF WS-TRAILER-INCOMPLETE-COUNT IS GREATER THAN 0
             AND RETURN-CODE IS LESS THAN 4 THEN
            MOVE 4 TO RETURN-CODE
           END-IF.
      * A transmission trailer that does not balance is positive
      * proof of lost or damaged frames - the scheduler pages on it.
           IF WS-TRAILER-MISMATCH-COUNT IS GREATER THAN 0
             AND RETURN-CODE IS LESS THAN 8 THEN
            MOVE 8 TO RETURN-CODE
           END-IF.
      * A severe station status received this run outranks the
      * quality warnings - the scheduler pages on it.
           IF WS-SEVERE-STATUS-SEEN
            INPUT PROCEDURE IS 0034-SORT-INPUT
            OUTPUT PROCEDURE IS 0035-SORT-OUTPUT.
           PERFORM 0013-DISPLAY-FLAG.
           PERFORM 0065-APPLY-RECOVERED-FRAMES.
           PERFORM 0066-APPLY-OVERRIDES.
           PERFORM 0030-WRITE-RUN-SUMMARY.
           PERFORM 0039-WRITE-GAP-LEDGER.
           PERFORM 0048-EVALUATE-LINK-QUALITY.
           PERFORM 0008-FIX-ERROR.
           PERFORM 0009-READ-DATA.
           PERFORM 0021-VALIDATE-PORT.
      * A transmission trailer frame is protocol bookkeeping, not a
      * sequenced message - its sequence field holds a frame count or
      * checksum - so it is taken aside here and never reaches the
      * audit trail, the sort or anything read back from it, where
      * its sequence would read as a gap or a duplicate.
           IF MSG-IS-CONTROL AND NOT MSG-IS-UNRECOVERABLE
             AND MSG-IS-REGISTERED AND MSG-IS-ACTIVE
             AND (MSG-CHAR-ASCII EQUAL WS-TRAILER-COUNT-CODE
              OR MSG-CHAR-ASCII EQUAL WS-TRAILER-CHECKSUM-CODE) THEN
            PERFORM 0068-RECORD-TRAILER-FRAME
            EXIT PARAGRAPH
           END-IF.
      * Frames are totalled for the trailer here, in the order they
      * were received, because a trailer speaks only for the
      * transmission segment its end-of-transmission frame closed -
      * the order the sort loses.
           IF NOT MSG-IS-UNRECOVERABLE AND MSG-IS-REGISTERED
             AND MSG-IS-ACTIVE THEN
            PERFORM 0069-TOTAL-DECODED-PAYLOAD
           END-IF.
           PERFORM 0028-ACCUMULATE-MESSAGE-STATS.
      * WS-LINE-COUNT not exceeding WS-RESTART-LINE-COUNT means this
      * record was already audited by the run that left the
           CLOSE SORTED-WORK-FILE.
           DISPLAY SPACE.
           PERFORM 0018-RECONCILE-SEQUENCES.
           PERFORM 0070-CHECK-TRAILERS.
           PERFORM 0017-DISPLAY-EXCEPTIONS.
           PERFORM 0040-DISPLAY-STATION-STATUS.

      * mission to BAD-INPUT-FILE and end RC=0 with an empty report,
      * a silently successful garbage run.
            IF WS-REPROCESS-MODE THEN
             MOVE WS-REJECT-BASE-NAME TO WS-FILE-NAME(FT-INDEX)
            ELSE
             MOVE "mission-000.dat" TO WS-FILE-NAME(FT-INDEX)
            END-IF
           END-IF
           END-PERFORM.
           CLOSE SORTED-WORK-FILE.
      * A trailer that does not balance means frames were lost or
      * altered even where no interior gap shows - typically a burst
      * dropped just ahead of the end-of-transmission marker.
           DISPLAY "EXCEPTIONS - TRANSMISSION TRAILER MISMATCHES".
           PERFORM VARYING WS-STAT-SCAN FROM 1 BY 1
             UNTIL WS-STAT-SCAN > WS-STAT-PORT-COUNT
            IF STAT-TRAILER-MISMATCH(WS-STAT-SCAN)
              OR STAT-TRAILER-INCOMPLETE(WS-STAT-SCAN) THEN
             MOVE STAT-PORT(WS-STAT-SCAN) TO WS-NAME-SEARCH-PORT
             PERFORM 0064-LOCATE-STATION-NAME
             IF STAT-TRAILER-MISMATCH(WS-STAT-SCAN) THEN
              DISPLAY "  PORT " STAT-PORT(WS-STAT-SCAN) " "
               FUNCTION TRIM(WS-STATION-NAME)
               " FRAMES SENT " STAT-TRAILER-FRAMES(WS-STAT-SCAN)
               " DECODED " STAT-DATA-FRAMES(WS-STAT-SCAN)
               " CHECKSUM SENT " STAT-TRAILER-CHECKSUM(WS-STAT-SCAN)
               " DECODED " STAT-DATA-CHECKSUM(WS-STAT-SCAN)
               " UNBALANCED TRAILER FRAMES "
               STAT-UNBALANCED-TRAILERS(WS-STAT-SCAN)
             ELSE
              DISPLAY "  PORT " STAT-PORT(WS-STAT-SCAN) " "
               FUNCTION TRIM(WS-STATION-NAME)
               " TRAILER INCOMPLETE - COUNT FRAMES "
               STAT-COUNT-TRAILERS(WS-STAT-SCAN)
               " CHECKSUM FRAMES "
               STAT-CHECKSUM-TRAILERS(WS-STAT-SCAN)
             END-IF
            END-IF
           END-PERFORM.

      *****************************************************
      * 0018-RECONCILE-SEQUENCES walks the sorted messages, *
      * decommissioned date leaves the window open-ended.          *
      * A missing file is not fatal - it leaves the table empty    *
      * so 0021-VALIDATE-PORT treats every port as unregistered.    *
      * A station whose missions field names other missions only     *
      * is not loaded, so its traffic reads as unregistered to        *
      * this mission.                                                  *
      *****************************************************
       0027-LOAD-STATION-MASTER.
           MOVE 0 TO WS-KNOWN-PORT-COUNT.
             READ STATION-MASTER-FILE INTO WS-STATION-MASTER-LINE
              AT END SET WS-STATION-MASTER-EOF TO TRUE
             END-READ
             IF NOT WS-STATION-MASTER-EOF THEN
              PERFORM 0072-CHECK-MISSION-SERVED
             END-IF
             IF NOT WS-STATION-MASTER-EOF
               AND WS-SML-PORT IS NUMERIC
               AND WS-MISSION-SERVED THEN
              ADD 1 TO WS-KNOWN-PORT-COUNT
              MOVE WS-SML-PORT
               TO KNOWN-PORT(WS-KNOWN-PORT-COUNT)
      *****************************************************
      * 0030-WRITE-RUN-SUMMARY writes RUN-SUMMARY-FILE at   *
      * end of run for the shift handover: one line per      *
      * station port seen, a run-total trailer, the           *
      * transmission trailer check of every port that sent     *
      * one, and the batch file list with the record count      *
      * read from each.                                          *
      *****************************************************
       0030-WRITE-RUN-SUMMARY.
           OPEN OUTPUT RUN-SUMMARY-FILE.
           MOVE WS-TOT-DUPLICATES TO WS-SUM-TOT-DUPLICATES.
           MOVE WS-SUMMARY-TOTAL-LINE TO RUN-SUMMARY-RECORD.
           WRITE RUN-SUMMARY-RECORD.
           MOVE "RUN SUMMARY - TRANSMISSION TRAILERS"
            TO RUN-SUMMARY-RECORD.
           WRITE RUN-SUMMARY-RECORD.
           PERFORM VARYING WS-STAT-SCAN FROM 1 BY 1
             UNTIL WS-STAT-SCAN > WS-STAT-PORT-COUNT
            IF STAT-TRAILER-RESULT(WS-STAT-SCAN) NOT EQUAL SPACE THEN
             MOVE STAT-PORT(WS-STAT-SCAN) TO WS-STL-PORT
             MOVE STAT-TRAILER-FRAMES(WS-STAT-SCAN)
              TO WS-STL-FRAMES-SENT
             MOVE STAT-DATA-FRAMES(WS-STAT-SCAN)
              TO WS-STL-FRAMES-DECODED
             MOVE STAT-TRAILER-CHECKSUM(WS-STAT-SCAN)
              TO WS-STL-CHECKSUM-SENT
             MOVE STAT-DATA-CHECKSUM(WS-STAT-SCAN)
              TO WS-STL-CHECKSUM-DECODED
             IF STAT-TRAILER-VERIFIED(WS-STAT-SCAN) THEN
              MOVE "VERIFIED" TO WS-STL-RESULT
             ELSE
              IF STAT-TRAILER-MISMATCH(WS-STAT-SCAN) THEN
               MOVE "MISMATCH" TO WS-STL-RESULT
              ELSE
               MOVE "INCOMPLETE" TO WS-STL-RESULT
              END-IF
             END-IF
             MOVE WS-SUMMARY-TRAILER-LINE TO RUN-SUMMARY-RECORD
             WRITE RUN-SUMMARY-RECORD
            END-IF
           END-PERFORM.
           MOVE "RUN SUMMARY - BATCH FILES" TO RUN-SUMMARY-RECORD.
           WRITE RUN-SUMMARY-RECORD.
           PERFORM VARYING FT-INDEX FROM 1 BY 1
            PERFORM 0049-LOCATE-GENERATION
           END-IF.
           MOVE SPACES TO WS-AUDIT-FILE-NAME.
           STRING WS-AUDIT-PREFIX DELIMITED BY SPACE
            WS-GEN-STAMP DELIMITED BY SPACE
            ".dat" DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING WS-REPORT-PREFIX DELIMITED BY SPACE
            WS-GEN-STAMP DELIMITED BY SPACE
            ".dat" DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
      * Register the generation in the catalog up front, with zero
      *****************************************************
       0045-PURGE-GENERATION.
           MOVE SPACES TO WS-PURGE-FILE-NAME.
           STRING WS-AUDIT-PREFIX DELIMITED BY SPACE
            GEN-STAMP(WS-GEN-SCAN) DELIMITED BY SPACE
            ".dat" DELIMITED BY SIZE INTO WS-PURGE-FILE-NAME.
           CALL "CBL_DELETE_FILE" USING WS-PURGE-FILE-NAME.
           MOVE SPACES TO WS-PURGE-FILE-NAME.
           STRING WS-REPORT-PREFIX DELIMITED BY SPACE
            GEN-STAMP(WS-GEN-SCAN) DELIMITED BY SPACE
            ".dat" DELIMITED BY SIZE INTO WS-PURGE-FILE-NAME.
           CALL "CBL_DELETE_FILE" USING WS-PURGE-FILE-NAME.
           END-PERFORM.

      *****************************************************
      * 0050-UPDATE-ARCHIVE stores this run's report         *
      * records in the permanent decoded-message archive,     *
      * deduplicated across runs: each record is looked up by  *
      * port and sequence and added when new, or rewritten in   *
      * place - the later run's copy superseding the earlier     *
      * one - so a mission spread across several days can still   *
      * be assembled after the dated report generations are        *
      * purged, without the whole archive passing through a sort.   *
      * The run's records are the same set 0020-WRITE-REPORT-        *
      * RECORD wrote - control frames included, flagged C (the        *
      * end-of-transmission marker carrying E in the character         *
      * column), so the assembler can tell a consumed protocol slot     *
      * from a missing one and certify a closed transcript from the      *
      * archive too.                                                       *
      *****************************************************
       0050-UPDATE-ARCHIVE.
           MOVE WS-GEN-STAMP(2:8) TO WS-ARCH-RUN-DATE.
           ACCEPT WS-ARCH-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ARCH-CLOCK-TIME FROM TIME.
           MOVE WS-ARCH-CLOCK-TIME(1:6) TO WS-ARCH-STAMP-TIME.
           OPEN I-O ARCHIVE-FILE.
      * The very first run has no archive yet - create it empty and
      * reopen it for update.
           IF WS-ARCHIVE-FILE-STATUS EQUAL "35" THEN
            OPEN OUTPUT ARCHIVE-FILE
            CLOSE ARCHIVE-FILE
            OPEN I-O ARCHIVE-FILE
           END-IF.
           IF WS-ARCHIVE-FILE-STATUS NOT EQUAL "00" THEN
            DISPLAY "MISSION-000 - CANNOT OPEN ARCHIVE - STATUS "
             WS-ARCHIVE-FILE-STATUS " - ARCHIVE NOT UPDATED"
      * Counted with the shared-state discrepancies so the run still
      * ends with a warning condition code.
            ADD 1 TO WS-CHK-DISCREPANCY-COUNT
            EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT OVERRIDE-CHECK-FILE.
           MOVE "N" TO WS-ARCH-HELD-SW.
           OPEN INPUT SORTED-WORK-FILE.
           MOVE "N" TO WS-SORTED-EOF-SW.
           PERFORM UNTIL WS-SORTED-EOF
              AND NOT MSG-IS-UNRECOVERABLE AND MSG-IS-REGISTERED
              AND MSG-IS-ACTIVE
              THEN
             MOVE MSG-PORT TO WS-ARCH-CUR-PORT
             MOVE MSG-SEQUENCE TO WS-ARCH-CUR-SEQUENCE
             IF MSG-IS-CONTROL THEN
              IF MSG-CHAR-ASCII EQUAL WS-EOT-CODE THEN
               MOVE "E" TO WS-ARCH-CUR-CHARACTER
              ELSE
               MOVE SPACE TO WS-ARCH-CUR-CHARACTER
              END-IF
              MOVE "C" TO WS-ARCH-CUR-FLAG
             ELSE
              MOVE MSG-CHARACTER TO WS-ARCH-CUR-CHARACTER
              MOVE MSG-CORRECTED-FLAG TO WS-ARCH-CUR-FLAG
             END-IF
             MOVE WS-ARCH-RUN-DATE TO WS-ARCH-CUR-GEN-DATE
             PERFORM 0051-HOLD-ARCHIVE-CANDIDATE
            END-IF
           END-PERFORM.
           CLOSE SORTED-WORK-FILE.
           IF WS-ARCH-HELD THEN
            PERFORM 0053-STORE-ARCHIVE-RECORD
           END-IF.
           PERFORM 0052-ARCHIVE-RECOVERED-FRAMES.
           CLOSE ARCHIVE-FILE.
           CLOSE OVERRIDE-CHECK-FILE.
           DISPLAY "MISSION-000 - ARCHIVE UPDATED - "
            WS-ARCH-WRITE-COUNT " RECORDS ADDED, "
            WS-ARCH-SUPERSEDED-COUNT " SUPERSEDED".
      * The voted frames are in the archive now - delete the file so
      * the next run does not merge them a second time.  Skipped
      * frames go with it; they were listed when they were skipped.
           IF WS-RECOVERED-COUNT IS GREATER THAN 0
             OR WS-RECOVERED-UNREGISTERED IS GREATER THAN 0
             OR WS-RECOVERED-INACTIVE IS GREATER THAN 0 THEN
            CALL "CBL_DELETE_FILE" USING WS-RECOVERED-FILE-NAME
            MOVE 0 TO RETURN-CODE
            DISPLAY "MISSION-000 - " WS-RECOVERED-COUNT
             " VOTED FRAMES MERGED INTO THE ARCHIVE, "
             WS-ARCH-KEPT-COUNT " ALREADY HELD A DECODED COPY"
           END-IF.
           IF WS-OVERRIDE-AGREE-COUNT IS GREATER THAN 0
             OR WS-OVERRIDE-CONFLICT-COUNT IS GREATER THAN 0 THEN
            DISPLAY "MISSION-000 - OVERRIDDEN SEQUENCES DECODED - "
             WS-OVERRIDE-AGREE-COUNT " AGREE, "
             WS-OVERRIDE-CONFLICT-COUNT " CONFLICT - OVERRIDES KEPT"
           END-IF.

      *****************************************************
      * 0051-HOLD-ARCHIVE-CANDIDATE takes the run's copies   *
      * in port/sequence order and passes one per sequence     *
      * on to 0053-STORE-ARCHIVE-RECORD.  Within one run an      *
      * uncorrected copy is preferred over a corrected one when   *
      * they disagree - the mis-correction risk sits with the      *
      * corrected copy, as the discrepancy report documents.        *
      *****************************************************
       0051-HOLD-ARCHIVE-CANDIDATE.
           IF WS-ARCH-HELD
             AND WS-ARCH-CUR-PORT EQUAL WS-ARCH-HELD-PORT
             AND WS-ARCH-CUR-SEQUENCE EQUAL WS-ARCH-HELD-SEQUENCE
             THEN
            IF WS-ARCH-HELD-FLAG EQUAL "Y"
              AND WS-ARCH-CUR-FLAG EQUAL "N" THEN
             MOVE WS-ARCH-CURRENT-RECORD TO WS-ARCH-HELD-RECORD
            END-IF
           ELSE
            IF WS-ARCH-HELD THEN
             PERFORM 0053-STORE-ARCHIVE-RECORD
            END-IF
            MOVE WS-ARCH-CURRENT-RECORD TO WS-ARCH-HELD-RECORD
            SET WS-ARCH-HELD TO TRUE
           END-IF.

      *****************************************************
      * 0052-ARCHIVE-RECOVERED-FRAMES stores the frames     *
      * MISSION-RECOVER rebuilt by voting, flagged V, after  *
      * the run's own copies - so a sequence this run decoded *
      * genuinely is already in place when its voted copy      *
      * arrives, and 0053 keeps the genuine one.  A frame       *
      * 0021-VALIDATE-PORT does not accept is left out, as       *
      * 0065-APPLY-RECOVERED-FRAMES left it out of the ledger.    *
      *****************************************************
       0052-ARCHIVE-RECOVERED-FRAMES.
           MOVE "N" TO WS-RECOVERED-EOF-SW.
           OPEN INPUT RECOVERED-FILE.
           IF WS-RECOVERED-FILE-STATUS NOT EQUAL "00" THEN
            EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RECOVERED-EOF
            READ RECOVERED-FILE INTO WS-REPORT-LINE
             AT END SET WS-RECOVERED-EOF TO TRUE
            END-READ
            IF NOT WS-RECOVERED-EOF
              AND WS-RPT-PORT IS NUMERIC
              AND WS-RPT-SEQUENCE IS NUMERIC THEN
             MOVE WS-RPT-PORT TO MSG-PORT
             PERFORM 0021-VALIDATE-PORT
            END-IF
            IF NOT WS-RECOVERED-EOF
              AND WS-RPT-PORT IS NUMERIC
              AND WS-RPT-SEQUENCE IS NUMERIC
              AND MSG-IS-REGISTERED AND MSG-IS-ACTIVE THEN
             MOVE WS-RPT-PORT TO WS-ARCH-HELD-PORT
             MOVE WS-RPT-SEQUENCE TO WS-ARCH-HELD-SEQUENCE
             MOVE WS-RPT-CHARACTER TO WS-ARCH-HELD-CHARACTER
             MOVE "V" TO WS-ARCH-HELD-FLAG
             MOVE WS-ARCH-RUN-DATE TO WS-ARCH-HELD-GEN-DATE
             PERFORM 0053-STORE-ARCHIVE-RECORD
            END-IF
           END-PERFORM.
           CLOSE RECOVERED-FILE.

      *****************************************************
      * 0053-STORE-ARCHIVE-RECORD adds the held candidate    *
      * to the archive, or rewrites the record already held     *
      * for its port and sequence.  A voted copy (flag V) never   *
      * supersedes a genuine decode; any genuine decode             *
      * supersedes a voted one.  Nothing supersedes an operator       *
      * override (flag O): a genuine decode of the sequence is         *
      * checked against it by 0067-CHECK-OVERRIDE instead.              *
      *****************************************************
       0053-STORE-ARCHIVE-RECORD.
           MOVE WS-ARCH-HELD-PORT TO ARCHIVE-PORT.
           MOVE WS-ARCH-HELD-SEQUENCE TO ARCHIVE-SEQUENCE.
           READ ARCHIVE-FILE
            INVALID KEY
             MOVE WS-ARCH-HELD-CHARACTER TO ARCHIVE-CHARACTER
             MOVE WS-ARCH-HELD-FLAG TO ARCHIVE-FLAG
             MOVE WS-ARCH-HELD-GEN-DATE TO ARCHIVE-GEN-DATE
             MOVE WS-ARCH-UPDATE-STAMP TO ARCHIVE-UPDATE-STAMP
             WRITE ARCHIVE-RECORD
             ADD 1 TO WS-ARCH-WRITE-COUNT
             EXIT PARAGRAPH
           END-READ.
           IF ARCHIVE-FLAG EQUAL "O" THEN
            IF WS-ARCH-HELD-FLAG EQUAL "V" THEN
             ADD 1 TO WS-ARCH-KEPT-COUNT
            ELSE
             PERFORM 0067-CHECK-OVERRIDE
            END-IF
            EXIT PARAGRAPH
           END-IF.
           IF WS-ARCH-HELD-FLAG EQUAL "V"
             AND ARCHIVE-FLAG NOT EQUAL "V" THEN
            ADD 1 TO WS-ARCH-KEPT-COUNT
            EXIT PARAGRAPH
           END-IF.
      * A copy that only repeats what the archive holds refreshes the
      * run date but is not a change - the update stamp stays put.
           IF ARCHIVE-CHARACTER NOT EQUAL WS-ARCH-HELD-CHARACTER
             OR ARCHIVE-FLAG NOT EQUAL WS-ARCH-HELD-FLAG THEN
            MOVE WS-ARCH-UPDATE-STAMP TO ARCHIVE-UPDATE-STAMP
           END-IF.
           MOVE WS-ARCH-HELD-CHARACTER TO ARCHIVE-CHARACTER.
           MOVE WS-ARCH-HELD-FLAG TO ARCHIVE-FLAG.
           MOVE WS-ARCH-HELD-GEN-DATE TO ARCHIVE-GEN-DATE.
           REWRITE ARCHIVE-RECORD.
           ADD 1 TO WS-ARCH-SUPERSEDED-COUNT.

      *****************************************************
      * 0056-ACQUIRE-RUN-LOCK stops a second copy of this   *
            END-READ
            DISPLAY "MISSION-000 - RUN LOCK HELD - " RUN-LOCK-RECORD
            DISPLAY "MISSION-000 - ANOTHER RUN IS ACTIVE OR DIED "
             "HOLDING THE LOCK - DELETE "
             FUNCTION TRIM(WS-RUN-LOCK-FILE-NAME) " ONLY IF "
             "THE RUN IS DEAD"
            CLOSE RUN-LOCK-FILE
            MOVE 8 TO RETURN-CODE
      * of run.                                              *
      *****************************************************
       0057-RELEASE-RUN-LOCK.
           CALL "CBL_DELETE_FILE" USING WS-RUN-LOCK-FILE-NAME.
      * CBL_DELETE_FILE reports through RETURN-CODE - clear it so
      * the lock release does not surface as this job's own
      * condition code.
            PERFORM 0059-CHECK-ENTRY-FILES
           END-PERFORM.
           MOVE SPACES TO WS-LIST-COMMAND.
           STRING "ls " DELIMITED BY SIZE
            WS-AUDIT-PREFIX DELIMITED BY SPACE
            "D*.dat " DELIMITED BY SIZE
            WS-REPORT-PREFIX DELIMITED BY SPACE
            "D*.dat > " DELIMITED BY SIZE
            WS-DATED-LIST-FILE-NAME DELIMITED BY SPACE
            " 2>/dev/null" DELIMITED BY SIZE INTO WS-LIST-COMMAND.
           CALL "SYSTEM" USING WS-LIST-COMMAND.
      * The listing shell reports through RETURN-CODE - an empty
      * directory is not this job's condition code.
      * does not leave a stray tmp file next to the mission
      * datasets.  CBL_DELETE_FILE reports through RETURN-CODE -
      * clear it, as 0045-PURGE-GENERATION does.
           CALL "CBL_DELETE_FILE" USING WS-DATED-LIST-FILE-NAME.
           MOVE 0 TO RETURN-CODE.
           IF WS-CHK-DISCREPANCY-COUNT IS GREATER THAN 0 THEN
            DISPLAY "MISSION-000 - SHARED STATE CHECK FOUND "
      *****************************************************
       0059-CHECK-ENTRY-FILES.
           MOVE SPACES TO WS-AUDIT-FILE-NAME.
           STRING WS-AUDIT-PREFIX DELIMITED BY SPACE
            GEN-STAMP(WS-GEN-SCAN) DELIMITED BY SPACE
            ".dat" DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME.
           OPEN INPUT AUDIT-FILE.
            ADD 1 TO WS-CHK-DISCREPANCY-COUNT
           END-IF.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING WS-REPORT-PREFIX DELIMITED BY SPACE
            GEN-STAMP(WS-GEN-SCAN) DELIMITED BY SPACE
            ".dat" DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
           OPEN INPUT MISSION-REPORT-FILE.
           MOVE SPACES TO WS-CHK-STAMP.
           COMPUTE WS-CHK-NAME-LENGTH =
            FUNCTION LENGTH(FUNCTION TRIM(DATED-LIST-RECORD)).
           IF DATED-LIST-RECORD(1:WS-AUDIT-PREFIX-LENGTH) EQUAL
              WS-AUDIT-PREFIX(1:WS-AUDIT-PREFIX-LENGTH)
             AND WS-CHK-NAME-LENGTH IS GREATER THAN
              WS-AUDIT-PREFIX-LENGTH + 4 THEN
            COMPUTE WS-CHK-STAMP-LENGTH = WS-CHK-NAME-LENGTH
             - WS-AUDIT-PREFIX-LENGTH - 4
            MOVE DATED-LIST-RECORD(WS-AUDIT-PREFIX-LENGTH + 1:
             WS-CHK-STAMP-LENGTH) TO WS-CHK-STAMP
           ELSE
            IF DATED-LIST-RECORD(1:WS-REPORT-PREFIX-LENGTH) EQUAL
               WS-REPORT-PREFIX(1:WS-REPORT-PREFIX-LENGTH)
              AND WS-CHK-NAME-LENGTH IS GREATER THAN
               WS-REPORT-PREFIX-LENGTH + 4 THEN
             COMPUTE WS-CHK-STAMP-LENGTH = WS-CHK-NAME-LENGTH
              - WS-REPORT-PREFIX-LENGTH - 4
             MOVE DATED-LIST-RECORD(WS-REPORT-PREFIX-LENGTH + 1:
              WS-CHK-STAMP-LENGTH) TO WS-CHK-STAMP
            END-IF
           END-IF.
           IF WS-CHK-STAMP EQUAL SPACES THEN
            EXIT PARAGRAPH
           END-IF.
      * The unqualified listing also catches a mission whose
      * identifier starts with D - mission-audit.DEMO.D... - so
      * only a name that really is D<date>.T<time> is this
      * mission's own generation to look up.
           IF WS-CHK-STAMP(2:8) IS NOT NUMERIC
             OR WS-CHK-STAMP(10:2) NOT EQUAL ".T" THEN
            EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CHK-FOUND-SW.
           PERFORM VARYING WS-GEN-SCAN FROM 1 BY 1
             UNTIL WS-GEN-SCAN > WS-GEN-COUNT
           END-PERFORM.
           CLOSE LINK-HISTORY-FILE.

      *****************************************************
      * 0065-APPLY-RECOVERED-FRAMES reads the frames        *
      * MISSION-RECOVER rebuilt by voting and runs each one  *
      * through 0037-APPLY-GAP-FILL, so a sequence recovered  *
      * from copies already on disk closes its ledger gap and  *
      * drops off the retransmit requests before the ledger is  *
      * written.  No recovered file simply means nothing was     *
      * voted back since the last run.  Each port goes through    *
      * 0021-VALIDATE-PORT first, exactly as a decoded frame does; *
      * the station table holds only stations serving this mission, *
      * so that also covers 0072-CHECK-MISSION-SERVED.  A frame for  *
      * an unregistered or inactive port is listed and counted, not   *
      * applied.                                                       *
      *****************************************************
       0065-APPLY-RECOVERED-FRAMES.
           MOVE 0 TO WS-RECOVERED-COUNT.
           MOVE 0 TO WS-RECOVERED-UNREGISTERED.
           MOVE 0 TO WS-RECOVERED-INACTIVE.
           MOVE "N" TO WS-RECOVERED-EOF-SW.
           OPEN INPUT RECOVERED-FILE.
           IF WS-RECOVERED-FILE-STATUS NOT EQUAL "00" THEN
            EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RECOVERED-EOF
            READ RECOVERED-FILE INTO WS-REPORT-LINE
             AT END SET WS-RECOVERED-EOF TO TRUE
            END-READ
            IF NOT WS-RECOVERED-EOF
              AND WS-RPT-PORT IS NUMERIC
              AND WS-RPT-SEQUENCE IS NUMERIC THEN
             MOVE WS-RPT-PORT TO MSG-PORT
             MOVE WS-RPT-SEQUENCE TO MSG-SEQUENCE
             PERFORM 0021-VALIDATE-PORT
             IF MSG-IS-REGISTERED AND MSG-IS-ACTIVE THEN
              PERFORM 0037-APPLY-GAP-FILL
              ADD 1 TO WS-RECOVERED-COUNT
             ELSE
              IF WS-RECOVERED-UNREGISTERED EQUAL 0
                AND WS-RECOVERED-INACTIVE EQUAL 0 THEN
               DISPLAY "EXCEPTIONS - VOTED FRAMES SKIPPED"
              END-IF
              IF NOT MSG-IS-REGISTERED THEN
               ADD 1 TO WS-RECOVERED-UNREGISTERED
               DISPLAY "  VOTED FRAME PORT " MSG-PORT
                " SEQUENCE " MSG-SEQUENCE
                " SKIPPED - UNREGISTERED STATION PORT"
              ELSE
               ADD 1 TO WS-RECOVERED-INACTIVE
               DISPLAY "  VOTED FRAME PORT " MSG-PORT
                " SEQUENCE " MSG-SEQUENCE
                " SKIPPED - OUTSIDE STATION ACTIVE WINDOW"
              END-IF
             END-IF
            END-IF
           END-PERFORM.
           CLOSE RECOVERED-FILE.
           IF WS-RECOVERED-UNREGISTERED IS GREATER THAN 0
             OR WS-RECOVERED-INACTIVE IS GREATER THAN 0 THEN
            DISPLAY "MISSION-000 - VOTED FRAMES SKIPPED - "
             WS-RECOVERED-UNREGISTERED " UNREGISTERED, "
             WS-RECOVERED-INACTIVE " INACTIVE"
           END-IF.

      *****************************************************
      * 0066-APPLY-OVERRIDES runs every sequence on the      *
      * override register through 0037-APPLY-GAP-FILL: a       *
      * sequence mission control confirmed counts as present,    *
      * so a gap this run found around it is closed before the    *
      * ledger is written.  No register means no overrides.        *
      *****************************************************
       0066-APPLY-OVERRIDES.
           MOVE 0 TO WS-OVERRIDE-COUNT.
           MOVE "N" TO WS-OVERRIDE-REGISTER-EOF-SW.
           OPEN INPUT OVERRIDE-REGISTER-FILE.
           IF WS-OVERRIDE-FILE-STATUS NOT EQUAL "00" THEN
            EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-OVERRIDE-REGISTER-EOF
            READ OVERRIDE-REGISTER-FILE INTO WS-OVERRIDE-REGISTER-LINE
             AT END SET WS-OVERRIDE-REGISTER-EOF TO TRUE
            END-READ
            IF NOT WS-OVERRIDE-REGISTER-EOF
              AND WS-ORL-PORT IS NUMERIC
              AND WS-ORL-SEQUENCE IS NUMERIC THEN
             MOVE WS-ORL-PORT TO MSG-PORT
             MOVE WS-ORL-SEQUENCE TO MSG-SEQUENCE
             PERFORM 0037-APPLY-GAP-FILL
             ADD 1 TO WS-OVERRIDE-COUNT
            END-IF
           END-PERFORM.
           CLOSE OVERRIDE-REGISTER-FILE.

      *****************************************************
      * 0067-CHECK-OVERRIDE reports a genuine decode of a    *
      * sequence the archive holds as an operator override:   *
      * AGREES when it decoded to the confirmed character,      *
      * CONFLICTS otherwise.  The override stays in the          *
      * archive either way - a conflict is for mission control    *
      * to review, not for the decode to settle silently.          *
      *****************************************************
       0067-CHECK-OVERRIDE.
           MOVE SPACES TO WS-OVERRIDE-CHECK-LINE.
           MOVE WS-ARCH-HELD-PORT TO WS-OCL-PORT.
           MOVE WS-ARCH-HELD-SEQUENCE TO WS-OCL-SEQUENCE.
           MOVE ARCHIVE-CHARACTER TO WS-OCL-OVERRIDE-CHAR.
           MOVE WS-ARCH-HELD-CHARACTER TO WS-OCL-DECODED-CHAR.
           MOVE WS-ARCH-HELD-FLAG TO WS-OCL-DECODED-FLAG.
           IF WS-ARCH-HELD-FLAG NOT EQUAL "C"
             AND WS-ARCH-HELD-CHARACTER EQUAL ARCHIVE-CHARACTER THEN
            MOVE "AGREES" TO WS-OCL-VERDICT
            ADD 1 TO WS-OVERRIDE-AGREE-COUNT
           ELSE
            MOVE "CONFLICTS" TO WS-OCL-VERDICT
            ADD 1 TO WS-OVERRIDE-CONFLICT-COUNT
            DISPLAY "MISSION-000 - PORT " WS-ARCH-HELD-PORT
             " SEQUENCE " WS-ARCH-HELD-SEQUENCE " DECODED "
             WS-ARCH-HELD-CHARACTER " - CONFLICTS WITH OVERRIDE "
             ARCHIVE-CHARACTER " - OVERRIDE KEPT"
           END-IF.
           MOVE "," TO WS-OCL-SEP1.
           MOVE "," TO WS-OCL-SEP2.
           MOVE "," TO WS-OCL-SEP3.
           MOVE "," TO WS-OCL-SEP4.
           MOVE "," TO WS-OCL-SEP5.
           MOVE WS-OVERRIDE-CHECK-LINE TO OVERRIDE-CHECK-RECORD.
           WRITE OVERRIDE-CHECK-RECORD.

      *****************************************************
      * 0068-RECORD-TRAILER-FRAME checks the transmission   *
      * trailer frame just decoded against the segment its   *
      * port's end-of-transmission frame closed: a count      *
      * frame against the data frames decoded in it, a         *
      * checksum frame against their payload checksum, modulo   *
      * 2**32 as the station sums it.  Either is added to the    *
      * port's totals for the run summary and counted as          *
      * unbalanced when it disagrees.  A segment still open - its  *
      * end-of-transmission frame was lost - is closed by the       *
      * trailer itself.                                              *
      *****************************************************
       0068-RECORD-TRAILER-FRAME.
           MOVE MSG-PORT TO WS-STAT-SEARCH-PORT.
           PERFORM 0029-LOCATE-PORT-STAT.
           IF WS-STAT-SLOT EQUAL 0 THEN
            EXIT PARAGRAPH
           END-IF.
           IF STAT-SEGMENT-FRAMES(WS-STAT-SLOT) IS GREATER THAN 0 THEN
            PERFORM 0073-CLOSE-TRAILER-SEGMENT
           END-IF.
           IF MSG-CHAR-ASCII EQUAL WS-TRAILER-COUNT-CODE THEN
            ADD MSG-SEQUENCE TO STAT-TRAILER-FRAMES(WS-STAT-SLOT)
            ADD STAT-CLOSED-FRAMES(WS-STAT-SLOT)
             TO STAT-DATA-FRAMES(WS-STAT-SLOT)
            ADD 1 TO STAT-COUNT-TRAILERS(WS-STAT-SLOT)
            IF MSG-SEQUENCE NOT EQUAL STAT-CLOSED-FRAMES(WS-STAT-SLOT)
              THEN
             ADD 1 TO STAT-UNBALANCED-TRAILERS(WS-STAT-SLOT)
            END-IF
           ELSE
            COMPUTE STAT-TRAILER-CHECKSUM(WS-STAT-SLOT) =
             FUNCTION MOD(STAT-TRAILER-CHECKSUM(WS-STAT-SLOT)
              + MSG-SEQUENCE, 4294967296)
            COMPUTE STAT-DATA-CHECKSUM(WS-STAT-SLOT) =
             FUNCTION MOD(STAT-DATA-CHECKSUM(WS-STAT-SLOT)
              + STAT-CLOSED-CHECKSUM(WS-STAT-SLOT), 4294967296)
            ADD 1 TO STAT-CHECKSUM-TRAILERS(WS-STAT-SLOT)
            IF MSG-SEQUENCE NOT EQUAL
              STAT-CLOSED-CHECKSUM(WS-STAT-SLOT) THEN
             ADD 1 TO STAT-UNBALANCED-TRAILERS(WS-STAT-SLOT)
            END-IF
           END-IF.

      *****************************************************
      * 0069-TOTAL-DECODED-PAYLOAD adds the data frame just *
      * decoded to the segment open on its port - every copy *
      * received, a resent sequence included, just as         *
      * MISSION-ENCODE counts every frame it sends - and       *
      * closes the segment when the frame is the port's         *
      * end-of-transmission.  Other control frames are not part  *
      * of the payload.                                           *
      *****************************************************
       0069-TOTAL-DECODED-PAYLOAD.
           MOVE MSG-PORT TO WS-STAT-SEARCH-PORT.
           PERFORM 0029-LOCATE-PORT-STAT.
           IF WS-STAT-SLOT EQUAL 0 THEN
            EXIT PARAGRAPH
           END-IF.
           IF MSG-IS-CONTROL THEN
            IF MSG-CHAR-ASCII EQUAL WS-EOT-CODE THEN
             PERFORM 0073-CLOSE-TRAILER-SEGMENT
            END-IF
            EXIT PARAGRAPH
           END-IF.
           ADD 1 TO STAT-SEGMENT-FRAMES(WS-STAT-SLOT).
           COMPUTE STAT-SEGMENT-CHECKSUM(WS-STAT-SLOT) =
            FUNCTION MOD(STAT-SEGMENT-CHECKSUM(WS-STAT-SLOT)
             + MSG-CHAR-ASCII, 4294967296).

      *****************************************************
      * 0070-CHECK-TRAILERS settles, for every port that    *
      * sent a transmission trailer, whether each trailer    *
      * frame balanced against its own segment.  Balanced     *
      * trailers are positive proof the transmissions arrived  *
      * whole; a port with any unbalanced trailer frame goes to *
      * the exception listing as a mismatch; a port with a count *
      * frame but no checksum frame, or the other way round, is   *
      * incomplete.  A port that sent no trailer at all is not     *
      * checked - the trailer is optional.                          *
      *****************************************************
       0070-CHECK-TRAILERS.
           MOVE 0 TO WS-TRAILER-VERIFIED-COUNT.
           MOVE 0 TO WS-TRAILER-MISMATCH-COUNT.
           MOVE 0 TO WS-TRAILER-INCOMPLETE-COUNT.
           PERFORM VARYING WS-STAT-SCAN FROM 1 BY 1
             UNTIL WS-STAT-SCAN > WS-STAT-PORT-COUNT
            MOVE SPACE TO STAT-TRAILER-RESULT(WS-STAT-SCAN)
            IF STAT-COUNT-TRAILERS(WS-STAT-SCAN) IS GREATER THAN 0
              OR STAT-CHECKSUM-TRAILERS(WS-STAT-SCAN)
               IS GREATER THAN 0 THEN
             IF STAT-COUNT-TRAILERS(WS-STAT-SCAN) NOT EQUAL
               STAT-CHECKSUM-TRAILERS(WS-STAT-SCAN) THEN
              SET STAT-TRAILER-INCOMPLETE(WS-STAT-SCAN) TO TRUE
              ADD 1 TO WS-TRAILER-INCOMPLETE-COUNT
             ELSE
              IF STAT-UNBALANCED-TRAILERS(WS-STAT-SCAN) EQUAL 0 THEN
               SET STAT-TRAILER-VERIFIED(WS-STAT-SCAN) TO TRUE
               ADD 1 TO WS-TRAILER-VERIFIED-COUNT
               DISPLAY "TRAILER - PORT " STAT-PORT(WS-STAT-SCAN)
                " VERIFIED - " STAT-DATA-FRAMES(WS-STAT-SCAN)
                " FRAMES, CHECKSUM MATCHES"
              ELSE
               SET STAT-TRAILER-MISMATCH(WS-STAT-SCAN) TO TRUE
               ADD 1 TO WS-TRAILER-MISMATCH-COUNT
               DISPLAY "TRAILER - PORT " STAT-PORT(WS-STAT-SCAN)
                " MISMATCH - SENT " STAT-TRAILER-FRAMES(WS-STAT-SCAN)
                " DECODED " STAT-DATA-FRAMES(WS-STAT-SCAN)
              END-IF
             END-IF
            END-IF
           END-PERFORM.

      *****************************************************
      * 0071-RESOLVE-MISSION takes the mission identifier   *
      * from the MISSION_ID environment value - one to eight  *
      * letters and digits, folded to upper case - and builds  *
      * every mission dataset name from it.  No MISSION_ID      *
      * keeps the unqualified names; anything else is refused     *
      * before the run lock is even looked at, since a bad         *
      * identifier would scatter the mission's datasets.            *
      *****************************************************
       0071-RESOLVE-MISSION.
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
            DISPLAY "MISSION-000 - MISSION_ID "
             FUNCTION TRIM(WS-MISSION-ID-INPUT) " INVALID - ONE TO "
             "EIGHT LETTERS OR DIGITS - RUN TERMINATED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
           END-IF.
           MOVE WS-MISSION-ID-INPUT(1:8) TO WS-MISSION-ID.
           MOVE SPACES TO WS-MISSION-QUALIFIER.
           IF WS-MISSION-ID NOT EQUAL SPACES THEN
            STRING "." WS-MISSION-ID DELIMITED BY SPACE
             INTO WS-MISSION-QUALIFIER
            DISPLAY "MISSION-000 - MISSION " WS-MISSION-ID
           END-IF.
           MOVE SPACES TO WS-MISSION-DATASET-NAMES.
           STRING "mission-generations" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-GEN-CATALOG-FILE-NAME.
           STRING "mission-generation-history" WS-MISSION-QUALIFIER
            ".dat" DELIMITED BY SPACE INTO WS-GEN-HISTORY-FILE-NAME.
           STRING "mission-checkpoint" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-CHECKPOINT-FILE-NAME.
           STRING "mission-sort" WS-MISSION-QUALIFIER ".tmp"
            DELIMITED BY SPACE INTO WS-SORT-FILE-NAME.
           STRING "mission-sorted" WS-MISSION-QUALIFIER ".tmp"
            DELIMITED BY SPACE INTO WS-SORTED-WORK-FILE-NAME.
           STRING "mission-bad-input" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-BAD-INPUT-FILE-NAME.
           STRING "mission-run-summary" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-RUN-SUMMARY-FILE-NAME.
           STRING "mission-gap-ledger" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-GAP-LEDGER-FILE-NAME.
           STRING "mission-retransmit-request" WS-MISSION-QUALIFIER
            ".dat" DELIMITED BY SPACE INTO WS-RETRANSMIT-FILE-NAME.
           STRING "mission-station-health" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-STATION-HEALTH-FILE-NAME.
           STRING "mission-000" WS-MISSION-QUALIFIER ".lock"
            DELIMITED BY SPACE INTO WS-RUN-LOCK-FILE-NAME.
           STRING "mission-dated-files" WS-MISSION-QUALIFIER ".tmp"
            DELIMITED BY SPACE INTO WS-DATED-LIST-FILE-NAME.
           STRING "mission-discrepancy" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-DISCREPANCY-FILE-NAME.
           STRING "mission-link-history" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-LINK-HISTORY-FILE-NAME.
           STRING "mission-archive" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-ARCHIVE-FILE-NAME.
           STRING "mission-recovered" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-RECOVERED-FILE-NAME.
           STRING "mission-override" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-OVERRIDE-REGISTER-NAME.
           STRING "mission-override-check" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-OVERRIDE-CHECK-FILE-NAME.
           STRING "mission-reject" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-REJECT-BASE-NAME.
           STRING "mission-reject-redo" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-REJECT-REDO-NAME.
      * The dated generations take the qualifier ahead of the stamp:
      * mission-audit.<id>.D<date>.T<time>.dat.
           MOVE SPACES TO WS-AUDIT-PREFIX.
           STRING "mission-audit" WS-MISSION-QUALIFIER "."
            DELIMITED BY SPACE INTO WS-AUDIT-PREFIX.
           MOVE SPACES TO WS-REPORT-PREFIX.
           STRING "mission-report" WS-MISSION-QUALIFIER "."
            DELIMITED BY SPACE INTO WS-REPORT-PREFIX.
           COMPUTE WS-AUDIT-PREFIX-LENGTH =
            FUNCTION LENGTH(FUNCTION TRIM(WS-AUDIT-PREFIX)).
           COMPUTE WS-REPORT-PREFIX-LENGTH =
            FUNCTION LENGTH(FUNCTION TRIM(WS-REPORT-PREFIX)).

      *****************************************************
      * 0072-CHECK-MISSION-SERVED decides whether the       *
      * station master record just read serves this run's    *
      * mission: a blank missions field serves every mission, *
      * and so does every station when no mission was named;   *
      * otherwise the mission must be one of the four eight-    *
      * character slots, comma separated.  A slot is compared in *
      * upper case, as the identifier is, so a hand-edited        *
      * lower-case entry still matches.                            *
      *****************************************************
       0072-CHECK-MISSION-SERVED.
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

      *****************************************************
      * 0073-CLOSE-TRAILER-SEGMENT closes the segment open  *
      * on the port in WS-STAT-SLOT: its totals become the   *
      * ones the port's next trailer frames are checked       *
      * against, and a fresh segment opens at zero.            *
      *****************************************************
       0073-CLOSE-TRAILER-SEGMENT.
           MOVE STAT-SEGMENT-FRAMES(WS-STAT-SLOT)
            TO STAT-CLOSED-FRAMES(WS-STAT-SLOT).
           MOVE STAT-SEGMENT-CHECKSUM(WS-STAT-SLOT)
            TO STAT-CLOSED-CHECKSUM(WS-STAT-SLOT).
           MOVE 0 TO STAT-SEGMENT-FRAMES(WS-STAT-SLOT).
           MOVE 0 TO STAT-SEGMENT-CHECKSUM(WS-STAT-SLOT).

       END PROGRAM MISSION-000.
