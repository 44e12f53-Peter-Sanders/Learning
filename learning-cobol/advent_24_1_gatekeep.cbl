      * accepted on the other checks alone and its count is recorded
      * for next time. Ends with RETURN-CODE 4 when anything was
      * rejected so the scheduler can hold the main run for review.
      *
      * A feed the sender wrapped in control records (see the
      * sender-control copybook) is held to them as well: the header
      * and trailer are not counted or weighed as calibration lines,
      * and the file is rejected when its trailer is missing or out of
      * place, when the trailer's line count or digit checksum does not
      * agree with the lines read, or when its sender's batch number is
      * already on the posted-batch ledger advent-24-1.sender-batches
      * (or was accepted earlier in this pass) - a resend. A legacy
      * feed with no control records is accepted on the other checks
      * and its decision marked UNVERIFIED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GATE-HISTORY-STATUS.

      * Batches already posted by the main run - read only here.
           SELECT OPTIONAL SENDER-BATCH-FILE
           ASSIGN TO '../advent-storage/advent-24-1.sender-batches'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SENDER-BATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           05  FILLER PIC X.
           05  GATE-HIST-NAME PIC X(200).

       FD  SENDER-BATCH-FILE.
       01  SENDER-BATCH-LINE PIC X(260).

       WORKING-STORAGE SECTION.
       COPY "advent24-gate-decision.cpy".
       COPY "advent24-sender-control.cpy".

       01  RUN-CONTROL-STATUS PIC XX.
       01  INSPECT-FILE-STATUS PIC XX.
       01  MANIFEST-FILE-STATUS PIC XX.
       01  GATE-DECISION-STATUS PIC XX.
       01  GATE-HISTORY-STATUS PIC XX.
       01  SENDER-BATCH-STATUS PIC XX.

      * Input sourcing - mirrors INITIALIZE-RUN in the main program so
      * the gate inspects exactly what the run will read.
       01  WS-FILES-INSPECTED PIC 9(4) VALUE 0.
       01  WS-FILES-ACCEPTED PIC 9(4) VALUE 0.
       01  WS-FILES-REJECTED PIC 9(4) VALUE 0.
       01  WS-FILES-UNVERIFIED PIC 9(4) VALUE 0.
       01  WS-REJECT-REASON PIC X(40).

      * Sender control working storage - the control records found in
      * the file under the glass, the data lines counted and digit
      * checksum taken between them, and the first fault seen.
       01  WS-CONTROL-TAG PIC X(5).
           88  CONTROL-HEADER-TAG VALUE '##HDR'.
           88  CONTROL-TRAILER-TAG VALUE '##TRL'.
       01  WS-CONTROL-STATE PIC X(10).
           88  SENDER-CONTROL-VERIFIED VALUE 'VERIFIED'.
       01  WS-CONTROL-HEADER-FOUND PIC X.
       01  WS-CONTROL-TRAILER-FOUND PIC X.
       01  WS-CONTROL-FAULT PIC X(40).
       01  WS-DATA-RECORD-COUNT PIC 9(8).
       01  WS-DIGIT-CHECKSUM PIC 9(10).
       01  WS-CHECK-DIGIT PIC 9.
       01  WS-CONTROL-DATE-DIGITS PIC X(8).

      * Posted batches from the ledger, then the batches accepted so
      * far in this pass - a second copy of one batch in the same
      * delivery is as much a resend as one posted yesterday.
       01  WS-BATCH-EOF PIC X VALUE 'N'.
       01  WS-BATCH-COUNT PIC 9(6) VALUE 0.
       01  WS-LEDGER-BATCH-COUNT PIC 9(6) VALUE 0.
       01  WS-BATCH-INDEX PIC 9(6).
       01  WS-BATCH-FOUND PIC X.
       01  SENDER-BATCH-TABLE.
           05  SENDER-BATCH-ENTRY OCCURS 50000 TIMES.
               10  SB-SENDER-ID PIC X(10).
               10  SB-BATCH-NUMBER PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN

           PERFORM LOAD-GATE-HISTORY

           PERFORM LOAD-SENDER-BATCHES

           PERFORM OPEN-DECISION-FILE

           IF DIRECTORY-MODE-ENABLED
           DISPLAY 'Files inspected: ' WS-FILES-INSPECTED
           DISPLAY 'Accepted: ' WS-FILES-ACCEPTED
           DISPLAY 'Rejected: ' WS-FILES-REJECTED
           IF WS-FILES-UNVERIFIED > 0
               DISPLAY 'Accepted UNVERIFIED (no sender control '
                   'records): ' WS-FILES-UNVERIFIED
           END-IF

           IF WS-FILES-REJECTED > 0
               DISPLAY '*** REJECTED INPUT ON FILE - THE MAIN RUN '
           END-IF
           CLOSE GATE-HISTORY-FILE.

      * A damaged ledger line could let a resend through, so it stops
      * the gate rather than being passed over.
       LOAD-SENDER-BATCHES.
           OPEN INPUT SENDER-BATCH-FILE
           IF SENDER-BATCH-STATUS NOT = '00'
                   AND SENDER-BATCH-STATUS NOT = '05'
               DISPLAY 'ERROR: cannot open posted-batch ledger - '
                   'status=' SENDER-BATCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-BATCH-EOF = 'Y'
               READ SENDER-BATCH-FILE INTO SENDER-BATCH-LINE
                   AT END MOVE 'Y' TO WS-BATCH-EOF
                   NOT AT END
                       IF SENDER-BATCH-LINE NOT = SPACES
                           PERFORM TAKE-SENDER-BATCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SENDER-BATCH-FILE
           MOVE WS-BATCH-COUNT TO WS-LEDGER-BATCH-COUNT.

       TAKE-SENDER-BATCH.
           MOVE SENDER-BATCH-LINE TO ADVENT24-SBAT-RECORD
           IF ADVENT24-SBAT-SENDER-ID = SPACES
                   OR ADVENT24-SBAT-BATCH-NUMBER NOT NUMERIC
               CLOSE SENDER-BATCH-FILE
               DISPLAY 'ERROR: malformed posted-batch ledger line: '
                   SENDER-BATCH-LINE(1:60)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BATCH-COUNT >= 50000
               CLOSE SENDER-BATCH-FILE
               DISPLAY 'ERROR: more than 50000 posted batches on the '
                   'ledger - archive the oldest lines or raise the '
                   'table'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           MOVE ADVENT24-SBAT-SENDER-ID TO SB-SENDER-ID(WS-BATCH-COUNT)
           MOVE ADVENT24-SBAT-BATCH-NUMBER
               TO SB-BATCH-NUMBER(WS-BATCH-COUNT).

       OPEN-DECISION-FILE.
           OPEN OUTPUT GATE-DECISION-FILE
           IF GATE-DECISION-STATUS NOT = '00'
           MOVE 0 TO WS-OVERLONG-COUNT
           MOVE 0 TO WS-UNPRINTABLE-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-DATA-RECORD-COUNT
           MOVE 0 TO WS-DIGIT-CHECKSUM
           MOVE 'N' TO WS-CONTROL-HEADER-FOUND
           MOVE 'N' TO WS-CONTROL-TRAILER-FOUND
           MOVE SPACES TO WS-CONTROL-FAULT
           MOVE SPACES TO WS-CONTROL-STATE

           OPEN INPUT INSPECT-FILE
           IF INSPECT-FILE-STATUS NOT = '00'
                   NOT AT END
                       ADD 1 TO WS-INSPECT-RECORD-COUNT
                       PERFORM EXAMINE-ONE-RECORD
                       PERFORM CLASSIFY-CONTROL-RECORD
               END-READ
           END-PERFORM
           CLOSE INSPECT-FILE

           PERFORM CHECK-SENDER-CONTROL

           EVALUATE TRUE
               WHEN WS-DATA-RECORD-COUNT = 0
                   MOVE 'EMPTY FILE' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-DECISION
               WHEN WS-UNPRINTABLE-COUNT > 0
               WHEN WS-OVERLONG-COUNT > 0
                   MOVE 'RECORD(S) LONGER THAN 100' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-DECISION
               WHEN WS-CONTROL-FAULT NOT = SPACES
                   MOVE WS-CONTROL-FAULT TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-DECISION
               WHEN OTHER
                   PERFORM CHECK-COUNT-PLAUSIBILITY
           END-EVALUATE.
               ADD 1 TO WS-UNPRINTABLE-COUNT
           END-IF.

      * Sorts the record just read into sender header, sender trailer
      * or calibration data. Data lines are counted and their digits
      * summed for the trailer to be held to; only the first fault in
      * the file is kept as its reject reason.
       CLASSIFY-CONTROL-RECORD.
           MOVE INSPECT-RECORD(1:5) TO WS-CONTROL-TAG
           IF WS-CONTROL-TRAILER-FOUND = 'Y'
                   AND WS-CONTROL-FAULT = SPACES
               MOVE 'CONTROL TRAILER NOT LAST' TO WS-CONTROL-FAULT
           END-IF
           EVALUATE TRUE
               WHEN CONTROL-HEADER-TAG
                   IF WS-INSPECT-RECORD-COUNT = 1
                       MOVE 'Y' TO WS-CONTROL-HEADER-FOUND
                       MOVE INSPECT-RECORD
                           TO ADVENT24-SCTL-HEADER-RECORD
                   ELSE
                       IF WS-CONTROL-FAULT = SPACES
                           MOVE 'CONTROL HEADER NOT FIRST'
                               TO WS-CONTROL-FAULT
                       END-IF
                   END-IF
               WHEN CONTROL-TRAILER-TAG
                   IF WS-CONTROL-HEADER-FOUND = 'Y'
                       MOVE 'Y' TO WS-CONTROL-TRAILER-FOUND
                       MOVE INSPECT-RECORD
                           TO ADVENT24-SCTL-TRAILER-RECORD
                   ELSE
                       IF WS-CONTROL-FAULT = SPACES
                           MOVE 'CONTROL TRAILER WITHOUT HEADER'
                               TO WS-CONTROL-FAULT
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-DATA-RECORD-COUNT
                   PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
                           UNTIL WS-CHAR-INDEX > WS-RECORD-LENGTH
                       IF INSPECT-RECORD(WS-CHAR-INDEX:1) NUMERIC
                           MOVE INSPECT-RECORD(WS-CHAR-INDEX:1)
                               TO WS-CHECK-DIGIT
                           ADD WS-CHECK-DIGIT TO WS-DIGIT-CHECKSUM
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      * Holds a controlled file to its own header and trailer and to
      * the posted-batch ledger. No header at all is a legacy feed -
      * UNVERIFIED, not a fault.
       CHECK-SENDER-CONTROL.
           IF WS-CONTROL-FAULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTROL-HEADER-FOUND = 'N'
               MOVE 'UNVERIFIED' TO WS-CONTROL-STATE
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTROL-TRAILER-FOUND = 'N'
               MOVE 'CONTROL TRAILER MISSING' TO WS-CONTROL-FAULT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CONTROL-DATE-DIGITS
           STRING ADVENT24-SCTL-CREATION-DATE(1:4) DELIMITED BY SIZE
               ADVENT24-SCTL-CREATION-DATE(6:2) DELIMITED BY SIZE
               ADVENT24-SCTL-CREATION-DATE(9:2) DELIMITED BY SIZE
               INTO WS-CONTROL-DATE-DIGITS
           END-STRING
           IF ADVENT24-SCTL-SENDER-ID = SPACES
                   OR ADVENT24-SCTL-BATCH-NUMBER NOT NUMERIC
                   OR ADVENT24-SCTL-CREATION-DATE(5:1) NOT = '-'
                   OR ADVENT24-SCTL-CREATION-DATE(8:1) NOT = '-'
                   OR WS-CONTROL-DATE-DIGITS NOT NUMERIC
               MOVE 'CONTROL HEADER INVALID' TO WS-CONTROL-FAULT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-CONTROL-DATE-DIGITS)) NOT = 0
               MOVE 'CONTROL HEADER INVALID' TO WS-CONTROL-FAULT
               EXIT PARAGRAPH
           END-IF
           IF ADVENT24-SCTL-LINE-COUNT NOT NUMERIC
                   OR ADVENT24-SCTL-DIGIT-CHECKSUM NOT NUMERIC
               MOVE 'CONTROL TRAILER INVALID' TO WS-CONTROL-FAULT
               EXIT PARAGRAPH
           END-IF
           IF ADVENT24-SCTL-LINE-COUNT NOT = WS-DATA-RECORD-COUNT
               MOVE 'CONTROL COUNT MISMATCH' TO WS-CONTROL-FAULT
               EXIT PARAGRAPH
           END-IF
           IF ADVENT24-SCTL-DIGIT-CHECKSUM NOT = WS-DIGIT-CHECKSUM
               MOVE 'CONTROL CHECKSUM MISMATCH' TO WS-CONTROL-FAULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BATCH-FOUND
           PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
                   UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
                      OR WS-BATCH-FOUND = 'Y'
               IF SB-SENDER-ID(WS-BATCH-INDEX)
                       = ADVENT24-SCTL-SENDER-ID
                       AND SB-BATCH-NUMBER(WS-BATCH-INDEX)
                           = ADVENT24-SCTL-BATCH-NUMBER
                   MOVE 'Y' TO WS-BATCH-FOUND
               END-IF
           END-PERFORM
           IF WS-BATCH-FOUND = 'Y'
               IF WS-BATCH-INDEX - 1 > WS-LEDGER-BATCH-COUNT
                   STRING 'BATCH ' DELIMITED BY SIZE
                       ADVENT24-SCTL-BATCH-NUMBER DELIMITED BY SIZE
                       ' REPEATED IN THIS PASS' DELIMITED BY SIZE
                       INTO WS-CONTROL-FAULT
                   END-STRING
               ELSE
                   STRING 'RESEND OF POSTED BATCH ' DELIMITED BY SIZE
                       ADVENT24-SCTL-BATCH-NUMBER DELIMITED BY SIZE
                       INTO WS-CONTROL-FAULT
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'VERIFIED' TO WS-CONTROL-STATE.

      * An accepted controlled file's batch joins the table, so a
      * second copy later in the same delivery is caught as a resend.
       NOTE-ACCEPTED-BATCH.
           IF WS-BATCH-COUNT >= 50000
               DISPLAY 'ERROR: more than 50000 batches on the ledger '
                   'and in this pass - archive the oldest ledger '
                   'lines or raise the table'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           MOVE ADVENT24-SCTL-SENDER-ID TO SB-SENDER-ID(WS-BATCH-COUNT)
           MOVE ADVENT24-SCTL-BATCH-NUMBER
               TO SB-BATCH-NUMBER(WS-BATCH-COUNT).

      * The count of calibration lines (control records are not
      * counted) must sit within ADVENT24-GATE-TOLERANCE percent of
      * the count last accepted for this file name. No history means
      * nothing to weigh against - the file is accepted and its count
      * becomes the baseline for next time.

           IF WS-PRIOR-FOUND = 'Y' AND WS-PRIOR-COUNT > 0
               COMPUTE WS-COUNT-DELTA =
                   WS-DATA-RECORD-COUNT - WS-PRIOR-COUNT
               COMPUTE WS-ABS-DELTA = FUNCTION ABS(WS-COUNT-DELTA)
               COMPUTE WS-SWING-LIMIT =
                   WS-PRIOR-COUNT * WS-TOLERANCE-PCT / 100
           END-IF

           PERFORM WRITE-ACCEPT-DECISION
           PERFORM RECORD-ACCEPTED-COUNT
           IF SENDER-CONTROL-VERIFIED
               PERFORM NOTE-ACCEPTED-BATCH
           END-IF.

      * An accepted file's count replaces (or starts) its history
      * entry, so tomorrow's plausibility check compares against
               PERFORM VARYING WS-HIST-INDEX FROM 1 BY 1
                       UNTIL WS-HIST-INDEX > WS-HIST-COUNT
                   IF GH-NAME(WS-HIST-INDEX) = WS-GATE-NAME
                       MOVE WS-DATA-RECORD-COUNT
                           TO GH-COUNT(WS-HIST-INDEX)
                   END-IF
               END-PERFORM
               IF WS-HIST-COUNT < 500
                   ADD 1 TO WS-HIST-COUNT
                   MOVE WS-GATE-NAME TO GH-NAME(WS-HIST-COUNT)
                   MOVE WS-DATA-RECORD-COUNT
                       TO GH-COUNT(WS-HIST-COUNT)
               ELSE
                   DISPLAY 'WARNING: gate history table full - count '
               END-IF
           END-IF.

      * An accepted file's reason says whether the sender's control
      * records vouched for it.
       WRITE-ACCEPT-DECISION.
           ADD 1 TO WS-FILES-ACCEPTED
           MOVE SPACES TO ADVENT24-GATE-RECORD
           MOVE 'ACCEPT' TO ADVENT24-GATE-DECISION
           MOVE WS-GATE-NAME TO ADVENT24-GATE-FILE
           IF SENDER-CONTROL-VERIFIED
               STRING 'VERIFIED SENDER ' DELIMITED BY SIZE
                   ADVENT24-SCTL-SENDER-ID DELIMITED BY SPACE
                   ' BATCH ' DELIMITED BY SIZE
                   ADVENT24-SCTL-BATCH-NUMBER DELIMITED BY SIZE
                   INTO ADVENT24-GATE-REASON
               END-STRING
           ELSE
               ADD 1 TO WS-FILES-UNVERIFIED
               MOVE 'UNVERIFIED - NO SENDER CONTROL RECORDS'
                   TO ADVENT24-GATE-REASON
           END-IF
           WRITE GATE-DECISION-LINE FROM ADVENT24-GATE-RECORD.

       WRITE-REJECT-DECISION.
