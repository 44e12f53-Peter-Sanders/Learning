       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-24-1-Jobstream.

      * Nightly job-stream driver. The night operator used to run
      * Gatekeep, the main run, Verify, Reconcile, Rating (twice, the
      * second time for the ADJ extract) and Aging by hand, reading
      * each RETURN-CODE to decide whether to go on. This program runs
      * the stream in order from the step-definition file
      * advent-24-1.jobsteps, compares each step's condition code
      * against the highest one the step's line accepts, and stops the
      * stream at the first step that exceeds it. Every step start and
      * end is appended to advent-24-1.jobstream-log with its stamp
      * and condition code.
      *
      * Steps that completed within their accepted code are recorded
      * in advent-24-1.jobstream-state. After a failure the operator
      * sets ADVENT24-RESTART-STEP to the step to resume from: steps
      * ahead of it are bypassed, and a step flagged not-rerunnable
      * (the main run, which posts the master and suspense file) is
      * bypassed even at or after the restart point once the state
      * file shows it finished in this stream. A run without
      * ADVENT24-RESTART-STEP starts a new stream from the top.
      *
      * Ends with the highest condition code any step returned when
      * the stream completes, and with at least 8 when it stops.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-FILE
           ASSIGN TO '../advent-storage/advent-24-1.jobsteps'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STEP-FILE-STATUS.

           SELECT OPTIONAL JOBSTREAM-LOG
           ASSIGN TO '../advent-storage/advent-24-1.jobstream-log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOBSTREAM-LOG-STATUS.

      * Steps completed in the current stream - rewritten when a new
      * stream starts, appended to as each step completes.
           SELECT OPTIONAL JOBSTREAM-STATE
           ASSIGN TO '../advent-storage/advent-24-1.jobstream-state'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOBSTREAM-STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-FILE.
       01  STEP-FILE-LINE PIC X(320).

       FD  JOBSTREAM-LOG.
       01  JOBSTREAM-LOG-LINE PIC X(132).

       FD  JOBSTREAM-STATE.
       01  JOBSTREAM-STATE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "advent24-jobstep.cpy".

       01  STEP-FILE-STATUS PIC XX.
       01  JOBSTREAM-LOG-STATUS PIC XX.
       01  JOBSTREAM-STATE-STATUS PIC XX.

       01  WS-STEP-EOF PIC X VALUE 'N'.
       01  WS-STATE-EOF PIC X VALUE 'N'.

      * One completed step of the current stream, as kept in the
      * state file.
       01  WS-STATE-RECORD.
           05  WS-STATE-STREAM-STAMP PIC X(19).
           05  FILLER PIC X VALUE SPACE.
           05  WS-STATE-STEP-NAME PIC X(12).
           05  FILLER PIC X VALUE SPACE.
           05  WS-STATE-COND-CODE PIC 99.
           05  FILLER PIC X VALUE SPACE.
           05  WS-STATE-END-STAMP PIC X(19).

      * The loaded stream, in step-file order.
       01  WS-STEP-COUNT PIC 9(4) VALUE 0.
       01  WS-STEP-LINE-NUMBER PIC 9(4) VALUE 0.
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 50 TIMES.
               10  ST-NAME PIC X(12).
               10  ST-MAX-RC PIC 99.
               10  ST-RERUN PIC X.
               10  ST-COMMAND PIC X(300).
               10  ST-COMPLETED PIC X.
       01  WS-STEP-INDEX PIC 9(4).
       01  WS-CHECK-INDEX PIC 9(4).
       01  WS-STEP-ERRORS PIC 9(4) VALUE 0.

      * Restart control.
       01  WS-RESTART-STEP PIC X(12) VALUE SPACES.
       01  WS-RESTART-INDEX PIC 9(4) VALUE 0.
       01  WS-RESTART-SWITCH PIC X VALUE 'N'.
           88  RESTART-REQUESTED VALUE 'Y'.

       01  WS-STREAM-STAMP PIC X(19).
       01  WS-STAMP-WORK PIC X(19).
       01  WS-STEP-START-STAMP PIC X(19).
       01  WS-SYSTEM-COMMAND PIC X(320).

      * Condition-code bookkeeping - CALL 'SYSTEM' hands back the raw
      * wait status, the exit code times 256, so it is divided back
      * down; anything with a remainder did not exit normally.
       01  WS-WAIT-STATUS PIC S9(9).
       01  WS-WAIT-REMAINDER PIC S9(9).
       01  WS-COND-CODE PIC 99.
       01  WS-HIGHEST-COND-CODE PIC 99 VALUE 0.
       01  WS-STREAM-STOPPED PIC X VALUE 'N'.
       01  WS-STOPPED-STEP PIC X(12) VALUE SPACES.
       01  WS-STEPS-RUN PIC 9(4) VALUE 0.
       01  WS-STEPS-BYPASSED PIC 9(4) VALUE 0.

       01  WS-LOG-EVENT PIC X(8).
       01  WS-LOG-NOTE PIC X(60).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN

           PERFORM LOAD-STEP-TABLE

           IF RESTART-REQUESTED
               PERFORM LOCATE-RESTART-STEP
               PERFORM LOAD-STREAM-STATE
           ELSE
               PERFORM START-NEW-STREAM
           END-IF

           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                       OR WS-STREAM-STOPPED = 'Y'
               PERFORM DISPATCH-ONE-STEP
           END-PERFORM

           PERFORM WRITE-STREAM-END

           IF WS-STREAM-STOPPED = 'Y'
               IF WS-HIGHEST-COND-CODE < 8
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-HIGHEST-COND-CODE TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'Job stream complete - steps run: '
                   WS-STEPS-RUN ' bypassed: ' WS-STEPS-BYPASSED
                   ' highest condition code: ' WS-HIGHEST-COND-CODE
               MOVE WS-HIGHEST-COND-CODE TO RETURN-CODE
           END-IF

           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-RESTART-STEP FROM ENVIRONMENT
               'ADVENT24-RESTART-STEP'
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-RESTART-STEP)) > 0
               MOVE FUNCTION UPPER-CASE(WS-RESTART-STEP)
                   TO WS-RESTART-STEP
               MOVE 'Y' TO WS-RESTART-SWITCH
           END-IF
           PERFORM BUILD-CURRENT-STAMP
           MOVE WS-STAMP-WORK TO WS-STREAM-STAMP.

       BUILD-CURRENT-STAMP.
           MOVE SPACES TO WS-STAMP-WORK
           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(11:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
               INTO WS-STAMP-WORK
           END-STRING.

      * Loads and validates the whole step file before anything runs
      * - a typo in the stream definition must stop the night before
      * the first step, not halfway through it.
       LOAD-STEP-TABLE.
           OPEN INPUT STEP-FILE
           IF STEP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open step-definition file - '
                   'status=' STEP-FILE-STATUS
               DISPLAY 'The job stream cannot run without '
                   '../advent-storage/advent-24-1.jobsteps'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-STEP-EOF = 'Y'
               READ STEP-FILE INTO STEP-FILE-LINE
                   AT END MOVE 'Y' TO WS-STEP-EOF
                   NOT AT END
                       ADD 1 TO WS-STEP-LINE-NUMBER
                       PERFORM PARSE-STEP-LINE
               END-READ
           END-PERFORM
           CLOSE STEP-FILE

           IF WS-STEP-COUNT = 0
               DISPLAY 'ERROR: step-definition file holds no steps'
               ADD 1 TO WS-STEP-ERRORS
           END-IF
           IF WS-STEP-ERRORS > 0
               DISPLAY 'ABEND: ' WS-STEP-ERRORS ' error(s) in the '
                   'step-definition file - fix it and resubmit'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Job stream steps loaded: ' WS-STEP-COUNT.

       PARSE-STEP-LINE.
           IF FUNCTION LENGTH(FUNCTION TRIM(STEP-FILE-LINE)) = 0
                   OR STEP-FILE-LINE(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE STEP-FILE-LINE TO ADVENT24-STEP-RECORD
           MOVE FUNCTION UPPER-CASE(ADVENT24-STEP-NAME)
               TO ADVENT24-STEP-NAME
           IF ADVENT24-STEP-NAME = SPACES
                   OR ADVENT24-STEP-MAX-RC NOT NUMERIC
                   OR (ADVENT24-STEP-RERUN NOT = 'Y'
                       AND ADVENT24-STEP-RERUN NOT = 'N')
                   OR ADVENT24-STEP-COMMAND = SPACES
               DISPLAY 'ERROR: step line ' WS-STEP-LINE-NUMBER
                   ' is malformed: ' FUNCTION TRIM(STEP-FILE-LINE)
               ADD 1 TO WS-STEP-ERRORS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CHECK-INDEX FROM 1 BY 1
                   UNTIL WS-CHECK-INDEX > WS-STEP-COUNT
               IF ST-NAME(WS-CHECK-INDEX) = ADVENT24-STEP-NAME
                   DISPLAY 'ERROR: step line ' WS-STEP-LINE-NUMBER
                       ' repeats step name '
                       FUNCTION TRIM(ADVENT24-STEP-NAME)
                   ADD 1 TO WS-STEP-ERRORS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-STEP-COUNT >= 50
               DISPLAY 'ERROR: more than 50 steps - raise the table '
                   'before adding more'
               ADD 1 TO WS-STEP-ERRORS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE ADVENT24-STEP-NAME TO ST-NAME(WS-STEP-COUNT)
           MOVE ADVENT24-STEP-MAX-RC TO ST-MAX-RC(WS-STEP-COUNT)
           MOVE ADVENT24-STEP-RERUN TO ST-RERUN(WS-STEP-COUNT)
           MOVE ADVENT24-STEP-COMMAND TO ST-COMMAND(WS-STEP-COUNT)
           MOVE 'N' TO ST-COMPLETED(WS-STEP-COUNT).

      * The restart point must name a step of the stream - resuming
      * from a misspelt name would otherwise silently run nothing.
       LOCATE-RESTART-STEP.
           PERFORM VARYING WS-CHECK-INDEX FROM 1 BY 1
                   UNTIL WS-CHECK-INDEX > WS-STEP-COUNT
               IF ST-NAME(WS-CHECK-INDEX) = WS-RESTART-STEP
                   MOVE WS-CHECK-INDEX TO WS-RESTART-INDEX
               END-IF
           END-PERFORM
           IF WS-RESTART-INDEX = 0
               DISPLAY 'ABEND: restart step '
                   FUNCTION TRIM(WS-RESTART-STEP)
                   ' is not in the step-definition file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Restarting job stream at step '
               FUNCTION TRIM(WS-RESTART-STEP).

      * Marks every step the state file shows as completed and takes
      * over that stream's start stamp, so the restart's log records
      * sit under the same stream as the failed attempt. No state
      * file means no prior stream is known - the restart point is
      * still honored, but nothing is bypassed for having completed.
       LOAD-STREAM-STATE.
           OPEN INPUT JOBSTREAM-STATE
           IF JOBSTREAM-STATE-STATUS NOT = '00'
               DISPLAY 'WARNING: no job-stream state found - status='
                   JOBSTREAM-STATE-STATUS
                   ' - no step is known to have completed'
               CLOSE JOBSTREAM-STATE
               PERFORM START-NEW-STREAM
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STATE-EOF = 'Y'
               READ JOBSTREAM-STATE INTO JOBSTREAM-STATE-LINE
                   AT END MOVE 'Y' TO WS-STATE-EOF
                   NOT AT END
                       MOVE JOBSTREAM-STATE-LINE TO WS-STATE-RECORD
                       MOVE WS-STATE-STREAM-STAMP TO WS-STREAM-STAMP
                       PERFORM MARK-STEP-COMPLETED
               END-READ
           END-PERFORM
           CLOSE JOBSTREAM-STATE.

       MARK-STEP-COMPLETED.
           PERFORM VARYING WS-CHECK-INDEX FROM 1 BY 1
                   UNTIL WS-CHECK-INDEX > WS-STEP-COUNT
               IF ST-NAME(WS-CHECK-INDEX) = WS-STATE-STEP-NAME
                   MOVE 'Y' TO ST-COMPLETED(WS-CHECK-INDEX)
               END-IF
           END-PERFORM.

      * A new stream forgets the last one's completed steps.
       START-NEW-STREAM.
           OPEN OUTPUT JOBSTREAM-STATE
           IF JOBSTREAM-STATE-STATUS NOT = '00'
                   AND JOBSTREAM-STATE-STATUS NOT = '05'
               DISPLAY 'ERROR: cannot reset job-stream state - '
                   'status=' JOBSTREAM-STATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE JOBSTREAM-STATE.

      * Decides whether the step runs or is bypassed: steps ahead of
      * the restart point are bypassed, and so is a not-rerunnable
      * step this stream already completed.
       DISPATCH-ONE-STEP.
           IF WS-STEP-INDEX < WS-RESTART-INDEX
               MOVE 'AHEAD OF RESTART POINT' TO WS-LOG-NOTE
               IF ST-COMPLETED(WS-STEP-INDEX) = 'N'
                   MOVE 'AHEAD OF RESTART POINT - NOT COMPLETED IN '
                       & 'THIS STREAM' TO WS-LOG-NOTE
               END-IF
               PERFORM BYPASS-STEP
               EXIT PARAGRAPH
           END-IF
           IF ST-RERUN(WS-STEP-INDEX) = 'N'
                   AND ST-COMPLETED(WS-STEP-INDEX) = 'Y'
               MOVE 'ALREADY COMPLETED - STEP IS NOT RERUNNABLE'
                   TO WS-LOG-NOTE
               PERFORM BYPASS-STEP
               EXIT PARAGRAPH
           END-IF
           PERFORM RUN-ONE-STEP.

       BYPASS-STEP.
           ADD 1 TO WS-STEPS-BYPASSED
           DISPLAY 'Step ' FUNCTION TRIM(ST-NAME(WS-STEP-INDEX))
               ' bypassed - ' FUNCTION TRIM(WS-LOG-NOTE)
           PERFORM BUILD-CURRENT-STAMP
           MOVE 'BYPASSED' TO WS-LOG-EVENT
           MOVE 0 TO WS-COND-CODE
           PERFORM WRITE-LOG-RECORD.

      * Runs the step's command and grades its condition code against
      * the step's accepted maximum. A completed step goes on the
      * state file; one over its maximum stops the stream.
       RUN-ONE-STEP.
           ADD 1 TO WS-STEPS-RUN
           PERFORM BUILD-CURRENT-STAMP
           MOVE WS-STAMP-WORK TO WS-STEP-START-STAMP
           DISPLAY 'Step ' FUNCTION TRIM(ST-NAME(WS-STEP-INDEX))
               ' started ' WS-STEP-START-STAMP
           MOVE 'STARTED' TO WS-LOG-EVENT
           MOVE 0 TO WS-COND-CODE
           MOVE SPACES TO WS-LOG-NOTE
           MOVE ST-COMMAND(WS-STEP-INDEX) TO WS-LOG-NOTE
           PERFORM WRITE-LOG-RECORD

           MOVE SPACES TO WS-SYSTEM-COMMAND
           MOVE ST-COMMAND(WS-STEP-INDEX) TO WS-SYSTEM-COMMAND
           CALL 'SYSTEM' USING WS-SYSTEM-COMMAND
           MOVE RETURN-CODE TO WS-WAIT-STATUS
           MOVE 0 TO RETURN-CODE
           PERFORM DERIVE-COND-CODE

           IF WS-COND-CODE > WS-HIGHEST-COND-CODE
               MOVE WS-COND-CODE TO WS-HIGHEST-COND-CODE
           END-IF
           PERFORM BUILD-CURRENT-STAMP
           DISPLAY 'Step ' FUNCTION TRIM(ST-NAME(WS-STEP-INDEX))
               ' ended ' WS-STAMP-WORK ' condition code '
               WS-COND-CODE
           MOVE 'ENDED' TO WS-LOG-EVENT
           MOVE SPACES TO WS-LOG-NOTE
           STRING 'STARTED ' DELIMITED BY SIZE
               WS-STEP-START-STAMP DELIMITED BY SIZE
               INTO WS-LOG-NOTE
           END-STRING
           PERFORM WRITE-LOG-RECORD

           IF WS-COND-CODE > ST-MAX-RC(WS-STEP-INDEX)
               PERFORM STOP-STREAM
           ELSE
               PERFORM RECORD-STEP-COMPLETED
           END-IF.

      * Splits the wait status CALL 'SYSTEM' returned into the step's
      * exit code. A step killed by a signal, or whose exit code will
      * not fit, is graded 16 - the abend grade the suite uses.
       DERIVE-COND-CODE.
           DIVIDE WS-WAIT-STATUS BY 256 GIVING WS-WAIT-STATUS
               REMAINDER WS-WAIT-REMAINDER
           IF WS-WAIT-REMAINDER NOT = 0
                   OR WS-WAIT-STATUS < 0
                   OR WS-WAIT-STATUS > 99
               MOVE 16 TO WS-COND-CODE
           ELSE
               MOVE WS-WAIT-STATUS TO WS-COND-CODE
           END-IF.

       RECORD-STEP-COMPLETED.
           MOVE 'Y' TO ST-COMPLETED(WS-STEP-INDEX)
           MOVE SPACES TO WS-STATE-RECORD
           MOVE WS-STREAM-STAMP TO WS-STATE-STREAM-STAMP
           MOVE ST-NAME(WS-STEP-INDEX) TO WS-STATE-STEP-NAME
           MOVE WS-COND-CODE TO WS-STATE-COND-CODE
           MOVE WS-STAMP-WORK TO WS-STATE-END-STAMP
           OPEN EXTEND JOBSTREAM-STATE
           IF JOBSTREAM-STATE-STATUS NOT = '00'
                   AND JOBSTREAM-STATE-STATUS NOT = '05'
               DISPLAY 'WARNING: could not record step completion - '
                   'status=' JOBSTREAM-STATE-STATUS
                   ' - a restart will not know this step finished'
           ELSE
               WRITE JOBSTREAM-STATE-LINE FROM WS-STATE-RECORD
               CLOSE JOBSTREAM-STATE
           END-IF.

      * Stops the stream at the failing step and tells the operator
      * how to resume once the cause is fixed.
       STOP-STREAM.
           MOVE 'Y' TO WS-STREAM-STOPPED
           MOVE ST-NAME(WS-STEP-INDEX) TO WS-STOPPED-STEP
           MOVE 'STOPPED' TO WS-LOG-EVENT
           MOVE SPACES TO WS-LOG-NOTE
           STRING 'CONDITION CODE OVER MAXIMUM ' DELIMITED BY SIZE
               ST-MAX-RC(WS-STEP-INDEX) DELIMITED BY SIZE
               ' - STREAM STOPPED' DELIMITED BY SIZE
               INTO WS-LOG-NOTE
           END-STRING
           PERFORM WRITE-LOG-RECORD
           DISPLAY '*** JOB STREAM STOPPED AT STEP '
               FUNCTION TRIM(ST-NAME(WS-STEP-INDEX))
               ' - CONDITION CODE ' WS-COND-CODE
               ' EXCEEDS MAXIMUM ' ST-MAX-RC(WS-STEP-INDEX) ' ***'
           DISPLAY 'Fix the cause and resubmit with '
               'ADVENT24-RESTART-STEP='
               FUNCTION TRIM(ST-NAME(WS-STEP-INDEX)).

      * Closes the stream's log entries with one STREAM record
      * carrying the highest condition code seen.
       WRITE-STREAM-END.
           PERFORM BUILD-CURRENT-STAMP
           MOVE 'STREAM' TO WS-LOG-EVENT
           MOVE WS-HIGHEST-COND-CODE TO WS-COND-CODE
           MOVE SPACES TO WS-LOG-NOTE
           IF WS-STREAM-STOPPED = 'Y'
               STRING 'STOPPED AT STEP ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STOPPED-STEP) DELIMITED BY SIZE
                   INTO WS-LOG-NOTE
               END-STRING
           ELSE
               MOVE 'COMPLETE' TO WS-LOG-NOTE
           END-IF
           PERFORM WRITE-LOG-RECORD.

      * Appends one log record - the step is the one at WS-STEP-INDEX,
      * the stamp is the one last built.
       WRITE-LOG-RECORD.
           MOVE SPACES TO ADVENT24-JLOG-RECORD
           MOVE WS-STREAM-STAMP TO ADVENT24-JLOG-STREAM-STAMP
           IF WS-LOG-EVENT = 'STREAM'
               MOVE 'STREAM' TO ADVENT24-JLOG-STEP-NAME
               MOVE 0 TO ADVENT24-JLOG-MAX-RC
           ELSE
               MOVE ST-NAME(WS-STEP-INDEX) TO ADVENT24-JLOG-STEP-NAME
               MOVE ST-MAX-RC(WS-STEP-INDEX) TO ADVENT24-JLOG-MAX-RC
           END-IF
           MOVE WS-LOG-EVENT TO ADVENT24-JLOG-EVENT
           MOVE WS-STAMP-WORK TO ADVENT24-JLOG-STAMP
           MOVE WS-COND-CODE TO ADVENT24-JLOG-COND-CODE
           MOVE WS-LOG-NOTE TO ADVENT24-JLOG-NOTE
           OPEN EXTEND JOBSTREAM-LOG
           IF JOBSTREAM-LOG-STATUS NOT = '00'
                   AND JOBSTREAM-LOG-STATUS NOT = '05'
               DISPLAY 'WARNING: could not open job-stream log - '
                   'status=' JOBSTREAM-LOG-STATUS
           ELSE
               WRITE JOBSTREAM-LOG-LINE FROM ADVENT24-JLOG-RECORD
               CLOSE JOBSTREAM-LOG
           END-IF.
