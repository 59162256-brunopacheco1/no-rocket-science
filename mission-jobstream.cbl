       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSION-JOBSTREAM.
       AUTHOR. BRUNO PACHECO.
      *******************************************
      *            MISSION-JOBSTREAM            *
      *******************************************
      * MISSION-JOBSTREAM runs the nightly cycle - MISSION-000 over
      * the day's files, MISSION-TRANSCRIPT, MISSION-TREND,
      * MISSION-HEALTH, MISSION-ENCODE RETRANSMIT and whatever else
      * the site chains on - from a step-definition file, one step
      * per record: step name, the highest condition code that
      * lets the chain continue, the program to run and its
      * arguments.  Steps run in file order through the shell.  A
      * step ending above its limit halts the chain; the steps that
      * completed are remembered in mission-jobstream-state.dat, and
      * the next run of the same step file resumes at the step that
      * halted without repeating them.  Every step's start, end and
      * condition code go to the permanent job log
      * mission-jobstream-log.dat, and the job ends with the worst
      * condition code of the cycle's steps so the scheduler pages
      * on it.
      * Argument 1 names the step-definition file (default
      * mission-jobstream-steps.dat); argument 2 FRESH discards a
      * pending restart and runs the cycle from its first step.
      * Condition code 8 when the step file is missing or
      * unreadable - no step is run.
      * The MISSION_ID environment value names the mission whose
      * cycle this is.  Every step inherits it, so the whole chain
      * works on that mission's datasets, and the restart state and
      * job log carry its qualifier - a halted cycle of one
      * campaign never sends another's run to a restart.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * STEP-DEFINITION-FILE is assigned dynamically from argument
      * 1.  FILE STATUS so a missing step file is reported rather
      * than abending the driver.
           SELECT STEP-DEFINITION-FILE ASSIGN DYNAMIC
            WS-STEP-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STEP-FILE-STATUS.

      * RESTART-STATE-FILE records how far a halted cycle got.  It
      * exists only between a halt and the run that completes the
      * cycle - FILE STATUS because normally there is none.
           SELECT RESTART-STATE-FILE ASSIGN DYNAMIC
            WS-RESTART-STATE-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RESTART-STATE-FILE-STATUS.

      * JOB-LOG-FILE is the permanent job log, extended every run.
      * FILE STATUS because the very first run has no log yet.
           SELECT JOB-LOG-FILE ASSIGN DYNAMIC
            WS-JOB-LOG-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOB-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * STEP-DEFINITION-FILE records carry step name,       *
      * highest condition code to continue on, program and   *
      * arguments, comma separated.                           *
      *****************************************************
       FD  STEP-DEFINITION-FILE.
       01  STEP-DEFINITION-RECORD PIC X(144).

      *****************************************************
      * RESTART-STATE-FILE holds one record: step file,     *
      * steps completed, steps in the cycle, worst condition  *
      * code so far and when the state was saved, comma        *
      * separated.                                              *
      *****************************************************
       FD  RESTART-STATE-FILE.
       01  RESTART-STATE-RECORD PIC X(92).

      *****************************************************
      * JOB-LOG-FILE records carry date, time, step name,   *
      * event, condition code, the step's limit and the       *
      * command run, comma separated.                          *
      *****************************************************
       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD PIC X(173).

       WORKING-STORAGE SECTION.
       01  WS-STEP-FILE-NAME PIC X(64)
            VALUE "mission-jobstream-steps.dat".
       01  WS-STEP-FILE-STATUS PIC X(02).
       01  WS-RESTART-STATE-FILE-STATUS PIC X(02).
       01  WS-JOB-LOG-FILE-STATUS PIC X(02).

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
           05 WS-RESTART-STATE-FILE-NAME PIC X(64).
           05 WS-JOB-LOG-FILE-NAME PIC X(64).

       01  WS-PARAMETER-AREA.
           05 WS-ARGUMENT-NUMBER USAGE COMP-5 PIC 99.
           05 WS-ARGUMENT-FILE-NAME PIC X(64).
           05 WS-ARGUMENT-VALUE PIC X(09).

       01  WS-FRESH-START-SW PIC X(01) VALUE "N".
           88 WS-FRESH-START VALUE "Y".

       01  WS-STEP-FILE-EOF-SW PIC X(01) VALUE "N".
           88 WS-STEP-FILE-EOF VALUE "Y".

       01  WS-STEP-FILE-ERROR-SW PIC X(01) VALUE "N".
           88 WS-STEP-FILE-ERROR VALUE "Y".

       01  WS-CHAIN-HALTED-SW PIC X(01) VALUE "N".
           88 WS-CHAIN-HALTED VALUE "Y".

       01  WS-STEP-DEFINITION-LINE.
           05 WS-SDL-STEP-NAME PIC X(08).
           05 WS-SDL-SEP1 PIC X(01).
           05 WS-SDL-MAX-RC PIC X(03).
           05 WS-SDL-SEP2 PIC X(01).
           05 WS-SDL-PROGRAM PIC X(30).
           05 WS-SDL-SEP3 PIC X(01).
           05 WS-SDL-ARGUMENTS PIC X(100).

      * WS-STEP-TABLE holds the cycle's steps in run order.
       01  WS-STEP-TABLE.
           05 WS-MAX-STEPS USAGE COMP-5 PIC 9(3) VALUE 50.
           05 WS-STEP-COUNT USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-STEP-SLOT USAGE COMP-5 PIC 9(3).
           05 WS-STEP-LINE-COUNT USAGE COMP-5 PIC 9(5) VALUE 0.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
               10 STEP-NAME PIC X(08).
               10 STEP-MAX-RC PIC 9(03).
               10 STEP-PROGRAM PIC X(30).
               10 STEP-ARGUMENTS PIC X(100).

      * WS-RESTART-WORK carries where this run starts and the worst
      * condition code of the cycle's completed steps, restored
      * from the state file on a restart.  WS-WORST-RC also takes
      * in a halted step's code; WS-COMPLETED-WORST-RC does not,
      * since the halted step is run again on the restart.
       01  WS-RESTART-WORK.
           05 WS-RESUME-STEP USAGE COMP-5 PIC 9(3) VALUE 1.
           05 WS-COMPLETED-STEPS USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-COMPLETED-WORST-RC USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-WORST-RC USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-STEPS-RUN USAGE COMP-5 PIC 9(3) VALUE 0.
           05 WS-STEPS-SKIPPED USAGE COMP-5 PIC 9(3) VALUE 0.

       01  WS-RESTART-STATE-LINE.
           05 WS-RSL-STEP-FILE PIC X(64).
           05 WS-RSL-SEP1 PIC X(01).
           05 WS-RSL-COMPLETED PIC 9(03).
           05 WS-RSL-SEP2 PIC X(01).
           05 WS-RSL-STEP-COUNT PIC 9(03).
           05 WS-RSL-SEP3 PIC X(01).
           05 WS-RSL-WORST-RC PIC 9(03).
           05 WS-RSL-SEP4 PIC X(01).
           05 WS-RSL-DATE PIC 9(08).
           05 WS-RSL-SEP5 PIC X(01).
           05 WS-RSL-TIME PIC X(06).

      * WS-STEP-RUN-WORK carries the command of the step being run
      * and what the shell handed back.  The shell's wait status
      * carries the program's condition code in its high byte; a
      * non-zero low byte means the program was killed by a signal.
       01  WS-STEP-RUN-WORK.
           05 WS-STEP-COMMAND PIC X(131).
           05 WS-SHELL-STATUS PIC S9(9).
           05 WS-SHELL-SIGNAL PIC 9(9).
           05 WS-STEP-RC USAGE COMP-5 PIC 9(3).
           05 WS-ABEND-RC USAGE COMP-5 PIC 9(3) VALUE 16.

       01  WS-RUN-DATE PIC 9(08).
       01  WS-RUN-TIME PIC X(08).

       01  WS-JOB-LOG-LINE.
           05 WS-JLG-DATE PIC 9(08).
           05 WS-JLG-SEP1 PIC X(01).
           05 WS-JLG-TIME PIC X(06).
           05 WS-JLG-SEP2 PIC X(01).
           05 WS-JLG-STEP-NAME PIC X(08).
           05 WS-JLG-SEP3 PIC X(01).
           05 WS-JLG-EVENT PIC X(08).
           05 WS-JLG-SEP4 PIC X(01).
           05 WS-JLG-RC PIC 9(03).
           05 WS-JLG-SEP5 PIC X(01).
           05 WS-JLG-MAX-RC PIC 9(03).
           05 WS-JLG-SEP6 PIC X(01).
           05 WS-JLG-COMMAND PIC X(131).

       PROCEDURE DIVISION.

       0000-START.
           PERFORM 0001-ACCEPT-PARAMETERS.
           PERFORM 0002-LOAD-STEPS.
           IF WS-STEP-FILE-ERROR OR WS-STEP-COUNT EQUAL 0 THEN
            DISPLAY "MISSION-JOBSTREAM - NO USABLE STEPS IN "
             FUNCTION TRIM(WS-STEP-FILE-NAME) " - NOTHING RUN"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM 0003-LOAD-RESTART-STATE.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOB-LOG-FILE-STATUS NOT EQUAL "00" THEN
            OPEN OUTPUT JOB-LOG-FILE
           END-IF.
           MOVE "JOB" TO WS-JLG-STEP-NAME.
           IF WS-RESUME-STEP IS GREATER THAN 1 THEN
            MOVE "RESTART" TO WS-JLG-EVENT
           ELSE
            MOVE "START" TO WS-JLG-EVENT
           END-IF.
           MOVE 0 TO WS-JLG-RC.
           MOVE 0 TO WS-JLG-MAX-RC.
           MOVE WS-STEP-FILE-NAME TO WS-JLG-COMMAND.
           PERFORM 0006-WRITE-LOG-ENTRY.
           PERFORM 0004-RUN-STEP
            VARYING WS-STEP-SLOT FROM 1 BY 1
             UNTIL WS-STEP-SLOT > WS-STEP-COUNT
             OR WS-CHAIN-HALTED.
           MOVE "JOB" TO WS-JLG-STEP-NAME.
           IF WS-CHAIN-HALTED THEN
            MOVE "HALTED" TO WS-JLG-EVENT
           ELSE
      * The cycle is complete - the state file must not send the
      * next night's run to a restart.  CBL_DELETE_FILE reports
      * through RETURN-CODE; the job's code is set below.
            CALL "CBL_DELETE_FILE" USING WS-RESTART-STATE-FILE-NAME
            MOVE "ENDED" TO WS-JLG-EVENT
           END-IF.
           MOVE WS-WORST-RC TO WS-JLG-RC.
           MOVE 0 TO WS-JLG-MAX-RC.
           MOVE WS-STEP-FILE-NAME TO WS-JLG-COMMAND.
           PERFORM 0006-WRITE-LOG-ENTRY.
           CLOSE JOB-LOG-FILE.
           DISPLAY "MISSION-JOBSTREAM - " WS-STEPS-RUN " STEPS RUN, "
            WS-STEPS-SKIPPED " SKIPPED AS COMPLETED, WORST CONDITION "
            "CODE " WS-WORST-RC.
           IF WS-CHAIN-HALTED THEN
            DISPLAY "MISSION-JOBSTREAM - CHAIN HALTED - RERUN TO "
             "RESTART AT THE HALTED STEP"
           END-IF.
           MOVE WS-WORST-RC TO RETURN-CODE.
           STOP RUN.

      *****************************************************
      * 0001-ACCEPT-PARAMETERS takes the step file name     *
      * from argument 1 and the FRESH keyword from argument 2. *
      *****************************************************
       0001-ACCEPT-PARAMETERS.
           PERFORM 0009-RESOLVE-MISSION.
           SET WS-ARGUMENT-NUMBER TO 1.
           DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARGUMENT-FILE-NAME FROM ARGUMENT-VALUE
            ON EXCEPTION
             CONTINUE
            NOT ON EXCEPTION
             MOVE WS-ARGUMENT-FILE-NAME TO WS-STEP-FILE-NAME
           END-ACCEPT.
           SET WS-ARGUMENT-NUMBER TO 2.
           DISPLAY WS-ARGUMENT-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARGUMENT-VALUE FROM ARGUMENT-VALUE
            ON EXCEPTION
             CONTINUE
            NOT ON EXCEPTION
             IF FUNCTION UPPER-CASE(WS-ARGUMENT-VALUE) EQUAL "FRESH"
               THEN
              SET WS-FRESH-START TO TRUE
             END-IF
           END-ACCEPT.

      *****************************************************
      * 0002-LOAD-STEPS reads the step-definition file into  *
      * the step table.  Blank records are skipped; a record   *
      * whose separators or limit are malformed, or more steps   *
      * than the table holds, fails the whole file - a chain     *
      * run with one step misread is worse than no run.           *
      *****************************************************
       0002-LOAD-STEPS.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE "N" TO WS-STEP-FILE-EOF-SW.
           OPEN INPUT STEP-DEFINITION-FILE.
           IF WS-STEP-FILE-STATUS NOT EQUAL "00" THEN
            DISPLAY "MISSION-JOBSTREAM - "
             FUNCTION TRIM(WS-STEP-FILE-NAME) " NOT FOUND"
            SET WS-STEP-FILE-ERROR TO TRUE
            EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STEP-FILE-EOF
            MOVE SPACES TO WS-STEP-DEFINITION-LINE
            READ STEP-DEFINITION-FILE INTO WS-STEP-DEFINITION-LINE
             AT END SET WS-STEP-FILE-EOF TO TRUE
            END-READ
            IF NOT WS-STEP-FILE-EOF THEN
             ADD 1 TO WS-STEP-LINE-COUNT
            END-IF
            IF NOT WS-STEP-FILE-EOF
              AND WS-STEP-DEFINITION-LINE NOT EQUAL SPACES THEN
             IF WS-SDL-SEP1 NOT EQUAL ","
               OR WS-SDL-SEP2 NOT EQUAL ","
               OR WS-SDL-SEP3 NOT EQUAL ","
               OR WS-SDL-MAX-RC IS NOT NUMERIC
               OR WS-SDL-STEP-NAME EQUAL SPACES
               OR WS-SDL-PROGRAM EQUAL SPACES THEN
              DISPLAY "MISSION-JOBSTREAM - STEP RECORD "
               WS-STEP-LINE-COUNT " MALFORMED: "
               FUNCTION TRIM(WS-STEP-DEFINITION-LINE)
              SET WS-STEP-FILE-ERROR TO TRUE
             ELSE
              IF WS-STEP-COUNT EQUAL WS-MAX-STEPS THEN
               DISPLAY "MISSION-JOBSTREAM - STEP FILE HAS MORE "
                "THAN " WS-MAX-STEPS " STEPS"
               SET WS-STEP-FILE-ERROR TO TRUE
               SET WS-STEP-FILE-EOF TO TRUE
              ELSE
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-SDL-STEP-NAME TO STEP-NAME(WS-STEP-COUNT)
               MOVE WS-SDL-MAX-RC TO STEP-MAX-RC(WS-STEP-COUNT)
               MOVE WS-SDL-PROGRAM TO STEP-PROGRAM(WS-STEP-COUNT)
               MOVE WS-SDL-ARGUMENTS
                TO STEP-ARGUMENTS(WS-STEP-COUNT)
              END-IF
             END-IF
            END-IF
           END-PERFORM.
           CLOSE STEP-DEFINITION-FILE.

      *****************************************************
      * 0003-LOAD-RESTART-STATE picks up a halted cycle: the *
      * run resumes after the steps it completed and carries    *
      * their worst condition code.  A state saved for another   *
      * step file, or for a step file that has since changed       *
      * length, is not trusted - the cycle starts over.             *
      *****************************************************
       0003-LOAD-RESTART-STATE.
           MOVE 1 TO WS-RESUME-STEP.
           MOVE 0 TO WS-COMPLETED-STEPS.
           MOVE 0 TO WS-COMPLETED-WORST-RC.
           MOVE 0 TO WS-WORST-RC.
           IF WS-FRESH-START THEN
            CALL "CBL_DELETE_FILE" USING WS-RESTART-STATE-FILE-NAME
            MOVE 0 TO RETURN-CODE
            EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RESTART-STATE-FILE.
           IF WS-RESTART-STATE-FILE-STATUS NOT EQUAL "00" THEN
            EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RESTART-STATE-LINE.
           READ RESTART-STATE-FILE INTO WS-RESTART-STATE-LINE
            AT END MOVE SPACES TO WS-RESTART-STATE-LINE
           END-READ.
           CLOSE RESTART-STATE-FILE.
           IF WS-RSL-COMPLETED IS NOT NUMERIC
             OR WS-RSL-STEP-COUNT IS NOT NUMERIC
             OR WS-RSL-WORST-RC IS NOT NUMERIC THEN
            DISPLAY "MISSION-JOBSTREAM - RESTART STATE UNREADABLE - "
             "CYCLE STARTS AT STEP 1"
            EXIT PARAGRAPH
           END-IF.
           IF WS-RSL-STEP-FILE NOT EQUAL WS-STEP-FILE-NAME
             OR WS-RSL-STEP-COUNT NOT EQUAL WS-STEP-COUNT THEN
            DISPLAY "MISSION-JOBSTREAM - RESTART STATE IS FOR "
             FUNCTION TRIM(WS-RSL-STEP-FILE) " WITH "
             WS-RSL-STEP-COUNT " STEPS - CYCLE STARTS AT STEP 1"
            EXIT PARAGRAPH
           END-IF.
           MOVE WS-RSL-COMPLETED TO WS-COMPLETED-STEPS.
           COMPUTE WS-RESUME-STEP = WS-COMPLETED-STEPS + 1.
           MOVE WS-RSL-WORST-RC TO WS-COMPLETED-WORST-RC.
           MOVE WS-RSL-WORST-RC TO WS-WORST-RC.
           DISPLAY "MISSION-JOBSTREAM - RESTARTING CYCLE SAVED "
            WS-RSL-DATE " " WS-RSL-TIME " AT STEP " WS-RESUME-STEP.

      *****************************************************
      * 0004-RUN-STEP runs one step through the shell and    *
      * logs its start and end.  A step the halted cycle         *
      * already completed is logged as skipped.  A condition      *
      * code above the step's limit halts the chain; either way    *
      * the state is saved so a halt resumes at the right step.     *
      *****************************************************
       0004-RUN-STEP.
           MOVE STEP-NAME(WS-STEP-SLOT) TO WS-JLG-STEP-NAME.
           MOVE STEP-MAX-RC(WS-STEP-SLOT) TO WS-JLG-MAX-RC.
           PERFORM 0005-BUILD-COMMAND.
           MOVE WS-STEP-COMMAND TO WS-JLG-COMMAND.
           IF WS-STEP-SLOT IS LESS THAN WS-RESUME-STEP THEN
            MOVE "SKIPPED" TO WS-JLG-EVENT
            MOVE 0 TO WS-JLG-RC
            PERFORM 0006-WRITE-LOG-ENTRY
            DISPLAY "MISSION-JOBSTREAM - STEP "
             STEP-NAME(WS-STEP-SLOT) " COMPLETED BEFORE RESTART - "
             "SKIPPED"
            ADD 1 TO WS-STEPS-SKIPPED
            EXIT PARAGRAPH
           END-IF.
           MOVE "START" TO WS-JLG-EVENT.
           MOVE 0 TO WS-JLG-RC.
           PERFORM 0006-WRITE-LOG-ENTRY.
           DISPLAY "MISSION-JOBSTREAM - STEP " STEP-NAME(WS-STEP-SLOT)
            " STARTED: " FUNCTION TRIM(WS-STEP-COMMAND).
           CALL "SYSTEM" USING WS-STEP-COMMAND.
           MOVE RETURN-CODE TO WS-SHELL-STATUS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0008-DERIVE-STEP-RC.
           ADD 1 TO WS-STEPS-RUN.
           MOVE "END" TO WS-JLG-EVENT.
           MOVE WS-STEP-RC TO WS-JLG-RC.
           PERFORM 0006-WRITE-LOG-ENTRY.
           DISPLAY "MISSION-JOBSTREAM - STEP " STEP-NAME(WS-STEP-SLOT)
            " ENDED CONDITION CODE " WS-STEP-RC.
           IF WS-STEP-RC IS GREATER THAN WS-WORST-RC THEN
            MOVE WS-STEP-RC TO WS-WORST-RC
           END-IF.
           IF WS-STEP-RC IS GREATER THAN STEP-MAX-RC(WS-STEP-SLOT)
             THEN
            SET WS-CHAIN-HALTED TO TRUE
            DISPLAY "MISSION-JOBSTREAM - STEP "
             STEP-NAME(WS-STEP-SLOT) " CONDITION CODE " WS-STEP-RC
             " ABOVE LIMIT " STEP-MAX-RC(WS-STEP-SLOT)
             " - CHAIN HALTED"
           ELSE
            MOVE WS-STEP-SLOT TO WS-COMPLETED-STEPS
            IF WS-STEP-RC IS GREATER THAN WS-COMPLETED-WORST-RC THEN
             MOVE WS-STEP-RC TO WS-COMPLETED-WORST-RC
            END-IF
           END-IF.
           PERFORM 0007-SAVE-RESTART-STATE.

      *****************************************************
      * 0005-BUILD-COMMAND puts the step's program and its   *
      * arguments together as one shell command.               *
      *****************************************************
       0005-BUILD-COMMAND.
           MOVE SPACES TO WS-STEP-COMMAND.
           IF STEP-ARGUMENTS(WS-STEP-SLOT) EQUAL SPACES THEN
            MOVE STEP-PROGRAM(WS-STEP-SLOT) TO WS-STEP-COMMAND
           ELSE
            STRING FUNCTION TRIM(STEP-PROGRAM(WS-STEP-SLOT))
             DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(STEP-ARGUMENTS(WS-STEP-SLOT))
             DELIMITED BY SIZE
             INTO WS-STEP-COMMAND
           END-IF.

      *****************************************************
      * 0006-WRITE-LOG-ENTRY stamps the prepared job log     *
      * line with the current date and time and appends it.    *
      *****************************************************
       0006-WRITE-LOG-ENTRY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-JLG-DATE.
           MOVE WS-RUN-TIME(1:6) TO WS-JLG-TIME.
           MOVE "," TO WS-JLG-SEP1.
           MOVE "," TO WS-JLG-SEP2.
           MOVE "," TO WS-JLG-SEP3.
           MOVE "," TO WS-JLG-SEP4.
           MOVE "," TO WS-JLG-SEP5.
           MOVE "," TO WS-JLG-SEP6.
           MOVE WS-JOB-LOG-LINE TO JOB-LOG-RECORD.
           WRITE JOB-LOG-RECORD.

      *****************************************************
      * 0007-SAVE-RESTART-STATE rewrites the state file with *
      * the steps completed so far and their worst condition    *
      * code - after every step, so even a driver killed          *
      * mid-cycle restarts at the step it was running.             *
      *****************************************************
       0007-SAVE-RESTART-STATE.
           MOVE SPACES TO WS-RESTART-STATE-LINE.
           MOVE WS-STEP-FILE-NAME TO WS-RSL-STEP-FILE.
           MOVE WS-COMPLETED-STEPS TO WS-RSL-COMPLETED.
           MOVE WS-STEP-COUNT TO WS-RSL-STEP-COUNT.
           MOVE WS-COMPLETED-WORST-RC TO WS-RSL-WORST-RC.
           MOVE WS-RUN-DATE TO WS-RSL-DATE.
           MOVE WS-RUN-TIME(1:6) TO WS-RSL-TIME.
           MOVE "," TO WS-RSL-SEP1.
           MOVE "," TO WS-RSL-SEP2.
           MOVE "," TO WS-RSL-SEP3.
           MOVE "," TO WS-RSL-SEP4.
           MOVE "," TO WS-RSL-SEP5.
           OPEN OUTPUT RESTART-STATE-FILE.
           MOVE WS-RESTART-STATE-LINE TO RESTART-STATE-RECORD.
           WRITE RESTART-STATE-RECORD.
           CLOSE RESTART-STATE-FILE.

      *****************************************************
      * 0008-DERIVE-STEP-RC turns the shell's wait status    *
      * into the step's condition code.  A step the shell could  *
      * not start, or one killed by a signal, ends with the        *
      * abend code.                                                  *
      *****************************************************
       0008-DERIVE-STEP-RC.
           IF WS-SHELL-STATUS IS LESS THAN 0 THEN
            MOVE WS-ABEND-RC TO WS-STEP-RC
            EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION MOD(WS-SHELL-STATUS, 256) TO WS-SHELL-SIGNAL.
           IF WS-SHELL-SIGNAL NOT EQUAL 0 THEN
            MOVE WS-ABEND-RC TO WS-STEP-RC
           ELSE
            COMPUTE WS-STEP-RC = WS-SHELL-STATUS / 256
           END-IF.

      *****************************************************
      * 0009-RESOLVE-MISSION takes the mission identifier   *
      * from the MISSION_ID environment value - one to eight *
      * letters and digits, folded to upper case - and builds *
      * the mission's restart-state and job-log names.  An     *
      * identifier that is not valid ends the run before any    *
      * step is run.                                             *
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
            DISPLAY "MISSION-JOBSTREAM - MISSION_ID "
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
           MOVE SPACES TO WS-RESTART-STATE-FILE-NAME.
           STRING "mission-jobstream-state" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-RESTART-STATE-FILE-NAME.
           MOVE SPACES TO WS-JOB-LOG-FILE-NAME.
           STRING "mission-jobstream-log" WS-MISSION-QUALIFIER ".dat"
            DELIMITED BY SPACE INTO WS-JOB-LOG-FILE-NAME.

       END PROGRAM MISSION-JOBSTREAM.
