       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-24-1-Feedcheck.

      * Expected-feed check, run first in the job stream, ahead of the
      * gatekeeper. The gatekeeper and the main run only ever see the
      * files that are there - a feed that never arrived left no
      * trace, and the night posted a short day as if it were whole.
      * This program compares the input (resolved the same way the
      * gatekeeper and the main run resolve it: the run-control
      * file's INPUT-FILE/INPUT-DIR when present, the legacy
      * ADVENT24-INPUT-FILE/ADVENT24-INPUT-DIR variables otherwise)
      * against the feeds advent-24-1.feedschedule says are due today,
      * and reports each one ON TIME, LATE (arrived after its cutoff)
      * or MISSING on advent-24-1.feed-report, along with every file
      * that turned up without being expected today.
      *
      * The business date is today unless ADVENT24-FEEDCHECK-DATE
      * (YYYY-MM-DD) names another. A date listed on the business
      * calendar advent-24-1.holidays expects no feeds at all. A file
      * only counts as arrived for the business date when it was last
      * written on that date - yesterday's file still sitting in the
      * directory is a missing feed, not a received one.
      *
      * The outcome goes to advent-24-1.feed-decision, which the main
      * run honors at start: COMPLETE when nothing is missing; when
      * something is, HOLD or PARTIAL as ADVENT24-FEED-SHORTFALL says
      * (HOLD unless set to PARTIAL). A HOLD ends with RETURN-CODE 8
      * so the stream stops here; once the missing feeds are in - or
      * the business decides to run the short day - the step is rerun,
      * the latter with ADVENT24-FEED-SHORTFALL=PARTIAL. PARTIAL, or
      * any late or unexpected file, ends with RETURN-CODE 4. A
      * schedule or calendar that fails validation writes a HOLD too,
      * so a run started by hand cannot post past a broken check.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The same run-control parameter file the main run reads - only
      * the INPUT-FILE/INPUT-DIR keywords are taken here, as the
      * gatekeeper takes them.
           SELECT RUN-CONTROL-FILE
           ASSIGN TO '../advent-storage/advent-24-1.runctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.

      * Expected feeds - layout in the feed-schedule copybook.
      * Optional: no schedule means nothing is expected and the check
      * only lists what arrived.
           SELECT OPTIONAL FEED-SCHEDULE-FILE
           ASSIGN TO '../advent-storage/advent-24-1.feedschedule'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-SCHEDULE-STATUS.

           SELECT OPTIONAL HOLIDAY-FILE
           ASSIGN TO '../advent-storage/advent-24-1.holidays'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLIDAY-FILE-STATUS.

      * Arrival listing of the input, built by a find shell-out - one
      * line per file: last-written date (1-10), time HH:MM (12-16),
      * and bare file name from column 18.
           SELECT OPTIONAL FEED-LISTING-FILE
           ASSIGN TO '../advent-storage/advent-24-1.feed-listing'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-LISTING-STATUS.

           SELECT FEED-DECISION-FILE
           ASSIGN TO '../advent-storage/advent-24-1.feed-decision'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-DECISION-STATUS.

           SELECT FEED-REPORT
           ASSIGN TO '../advent-storage/advent-24-1.feed-report'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD PIC X(250).

       FD  FEED-SCHEDULE-FILE.
       01  FEED-SCHEDULE-LINE PIC X(250).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-LINE PIC X(250).

       FD  FEED-LISTING-FILE.
       01  FEED-LISTING-RECORD.
           05  FEED-LISTING-DATE PIC X(10).
           05  FILLER PIC X.
           05  FEED-LISTING-TIME PIC X(5).
           05  FILLER PIC X.
           05  FEED-LISTING-NAME PIC X(200).

       FD  FEED-DECISION-FILE.
       01  FEED-DECISION-LINE PIC X(120).

       FD  FEED-REPORT.
       01  FEED-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "advent24-feed-schedule.cpy".
       COPY "advent24-feed-decision.cpy".

       01  RUN-CONTROL-STATUS PIC XX.
       01  FEED-SCHEDULE-STATUS PIC XX.
       01  HOLIDAY-FILE-STATUS PIC XX.
       01  FEED-LISTING-STATUS PIC XX.
       01  FEED-DECISION-STATUS PIC XX.
       01  FEED-REPORT-STATUS PIC XX.

      * Input sourcing - mirrors the gatekeeper's INITIALIZE-RUN so
      * the check looks at exactly what the run will read.
       01  WS-INPUT-FILE-PATH PIC X(200)
               VALUE '../advent-storage/advent-23-1.txt'.
       01  WS-INPUT-FILE-ENV PIC X(200) VALUE SPACES.
       01  WS-INPUT-DIR-ENV PIC X(200) VALUE SPACES.
       01  WS-DIRECTORY-MODE PIC X VALUE 'N'.
           88  DIRECTORY-MODE-ENABLED VALUE 'Y'.
       01  WS-PARM-FILE-PRESENT PIC X VALUE 'N'.
       01  WS-PARM-EOF PIC X VALUE 'N'.
       01  WS-PARM-KEYWORD PIC X(30).
       01  WS-PARM-VALUE PIC X(200).
       01  WS-PARM-EQUALS-COUNT PIC 9(4).
       01  WS-PARM-SCAN-POINTER PIC 9(4).

       01  WS-SHELL-COMMAND PIC X(400).
       01  WS-SHELL-POINTER PIC 9(4).
       01  WS-LISTING-TARGET PIC X(200).
       01  WS-LISTING-DEPTH PIC X.
       01  WS-QUOTE-CHAR PIC X VALUE X"27".
       01  WS-QUOTE-COUNT PIC 9(4) VALUE 0.
       01  WS-OWN-OUTPUT-PREFIX PIC X(12) VALUE 'advent-24-1.'.
       01  WS-LISTING-EOF PIC X VALUE 'N'.

      * Business date and the clock the cutoffs are judged against.
       01  WS-CHECK-STAMP PIC X(19).
       01  WS-TODAY-DATE PIC X(10).
       01  WS-NOW-TIME PIC X(5).
       01  WS-DATE-ENV PIC X(20) VALUE SPACES.
       01  WS-BUSINESS-DATE PIC X(10).
       01  WS-BUSINESS-YYYYMMDD PIC 9(8).
       01  WS-DATE-DIGITS PIC X(8).
       01  WS-DAY-INTEGER PIC 9(7).
       01  WS-DAY-OF-WEEK PIC 9.
       01  WS-DAY-NAME-VALUES.
           05  FILLER PIC X(9) VALUE 'MONDAY'.
           05  FILLER PIC X(9) VALUE 'TUESDAY'.
           05  FILLER PIC X(9) VALUE 'WEDNESDAY'.
           05  FILLER PIC X(9) VALUE 'THURSDAY'.
           05  FILLER PIC X(9) VALUE 'FRIDAY'.
           05  FILLER PIC X(9) VALUE 'SATURDAY'.
           05  FILLER PIC X(9) VALUE 'SUNDAY'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME PIC X(9) OCCURS 7 TIMES.
       01  WS-DAY-LETTERS PIC X(7) VALUE 'MTWTFSS'.

      * Business calendar - only whether the business date is on it.
       01  WS-HOLIDAY-EOF PIC X VALUE 'N'.
       01  WS-HOLIDAY-TODAY PIC X VALUE 'N'.
           88  BUSINESS-DATE-IS-HOLIDAY VALUE 'Y'.
       01  WS-HOLIDAY-NAME PIC X(40) VALUE SPACES.

      * Schedule entries, each carrying how today went for it.
       01  WS-SCHEDULE-EOF PIC X VALUE 'N'.
       01  WS-SCHED-COUNT PIC 9(4) VALUE 0.
       01  FEED-SCHEDULE-TABLE.
           05  FEED-SCHEDULE-ENTRY OCCURS 100 TIMES.
               10  FS-PATTERN PIC X(40).
               10  FS-PATTERN-LENGTH PIC 9(4).
               10  FS-PREFIX-MATCH PIC X.
               10  FS-DAYS PIC X(7).
               10  FS-CUTOFF PIC X(5).
               10  FS-DESCRIPTION PIC X(40).
               10  FS-DUE-TODAY PIC X.
               10  FS-STATUS PIC X(8).
               10  FS-ARRIVAL PIC X(16).
               10  FS-FILE-NAME PIC X(100).
               10  FS-STALE-DATE PIC X(10).
       01  WS-SCHED-INDEX PIC 9(4).
       01  WS-SCHED-SLOT PIC 9(4).
       01  WS-MASK-INDEX PIC 9.

      * Files that arrived without being expected today.
       01  WS-UNEXPECTED-COUNT PIC 9(4) VALUE 0.
       01  UNEXPECTED-FILE-TABLE.
           05  UNEXPECTED-FILE-ENTRY OCCURS 500 TIMES.
               10  UX-NAME PIC X(100).
               10  UX-ARRIVAL PIC X(16).
               10  UX-REASON PIC X(20).
       01  WS-UNEXPECTED-INDEX PIC 9(4).
       01  WS-UNEXPECTED-REASON PIC X(20).

      * Whole-check accounting and the decision it comes to.
       01  WS-FILES-LISTED PIC 9(4) VALUE 0.
       01  WS-EXPECTED-COUNT PIC 9(4) VALUE 0.
       01  WS-RECEIVED-COUNT PIC 9(4) VALUE 0.
       01  WS-LATE-COUNT PIC 9(4) VALUE 0.
       01  WS-MISSING-COUNT PIC 9(4) VALUE 0.
       01  WS-COUNT-EDIT PIC Z(3)9.
       01  WS-SHORTFALL-ENV PIC X(10) VALUE SPACES.
       01  WS-SHORTFALL-ACTION PIC X(8) VALUE 'HOLD'.
       01  WS-DECISION PIC X(8).
       01  WS-DECISION-REASON PIC X(40).
       01  WS-REFUSAL-TEXT PIC X(80).
       01  WS-REPORT-OPEN PIC X VALUE 'N'.
       01  WS-NOTE PIC X(55).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN

           OPEN OUTPUT FEED-REPORT
           IF FEED-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening feed report: '
                   FEED-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-REPORT-OPEN
           PERFORM WRITE-REPORT-HEADING

           PERFORM LOAD-HOLIDAYS
           PERFORM LOAD-FEED-SCHEDULE

           PERFORM BUILD-ARRIVAL-LISTING
           PERFORM MATCH-ARRIVALS

           PERFORM GRADE-EXPECTED-FEEDS
           PERFORM DECIDE-FEED-OUTCOME

           PERFORM WRITE-EXPECTED-FEED-LINES
           PERFORM WRITE-UNEXPECTED-FILE-LINES
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE FEED-REPORT

           PERFORM WRITE-FEED-DECISION

           DISPLAY 'Business date: ' WS-BUSINESS-DATE ' '
               FUNCTION TRIM(WS-DAY-NAME(WS-DAY-OF-WEEK))
           DISPLAY 'Feeds expected: ' WS-EXPECTED-COUNT
           DISPLAY 'Received: ' WS-RECEIVED-COUNT
           DISPLAY 'Late: ' WS-LATE-COUNT
           DISPLAY 'Missing: ' WS-MISSING-COUNT
           DISPLAY 'Unexpected files: ' WS-UNEXPECTED-COUNT
           DISPLAY 'Feed decision: ' FUNCTION TRIM(WS-DECISION)
               ' - ' FUNCTION TRIM(WS-DECISION-REASON)

           EVALUATE TRUE
               WHEN WS-DECISION = 'HOLD'
                   DISPLAY '*** EXPECTED FEEDS MISSING - THE MAIN RUN '
                       'IS HELD - SEE FEED REPORT ***'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DECISION = 'PARTIAL'
                       OR WS-LATE-COUNT > 0
                       OR WS-UNEXPECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      * Resolves the input source the way the gatekeeper does, then
      * settles the business date, its weekday and the shortfall
      * policy.
       INITIALIZE-RUN.
           MOVE SPACES TO WS-CHECK-STAMP
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
               INTO WS-CHECK-STAMP
           END-STRING
           MOVE WS-CHECK-STAMP(1:10) TO WS-TODAY-DATE
           MOVE WS-CHECK-STAMP(12:5) TO WS-NOW-TIME

           PERFORM LOAD-RUN-CONTROL-PATHS

           IF WS-PARM-FILE-PRESENT = 'N'
               ACCEPT WS-INPUT-FILE-ENV FROM ENVIRONMENT
                   'ADVENT24-INPUT-FILE'
               ACCEPT WS-INPUT-DIR-ENV FROM ENVIRONMENT
                   'ADVENT24-INPUT-DIR'
           END-IF

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-INPUT-DIR-ENV)) > 0
               MOVE 'Y' TO WS-DIRECTORY-MODE
           ELSE
               MOVE 'N' TO WS-DIRECTORY-MODE
           END-IF

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-INPUT-FILE-ENV)) > 0
               MOVE WS-INPUT-FILE-ENV TO WS-INPUT-FILE-PATH
           END-IF

           ACCEPT WS-SHORTFALL-ENV FROM ENVIRONMENT
               'ADVENT24-FEED-SHORTFALL'
           IF FUNCTION TRIM(WS-SHORTFALL-ENV) = 'PARTIAL'
               MOVE 'PARTIAL' TO WS-SHORTFALL-ACTION
           ELSE
               MOVE 'HOLD' TO WS-SHORTFALL-ACTION
           END-IF

           MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT
               'ADVENT24-FEEDCHECK-DATE'
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-DATE-ENV)) > 0
               MOVE FUNCTION TRIM(WS-DATE-ENV) TO WS-BUSINESS-DATE
           END-IF

           MOVE SPACES TO WS-DATE-DIGITS
           STRING WS-BUSINESS-DATE(1:4) DELIMITED BY SIZE
               WS-BUSINESS-DATE(6:2) DELIMITED BY SIZE
               WS-BUSINESS-DATE(9:2) DELIMITED BY SIZE
               INTO WS-DATE-DIGITS
           END-STRING
           IF WS-BUSINESS-DATE(5:1) NOT = '-'
                   OR WS-BUSINESS-DATE(8:1) NOT = '-'
                   OR WS-DATE-DIGITS NOT NUMERIC
               DISPLAY 'ERROR: ADVENT24-FEEDCHECK-DATE must be '
                   'YYYY-MM-DD: ' FUNCTION TRIM(WS-DATE-ENV)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE-DIGITS TO WS-BUSINESS-YYYYMMDD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-YYYYMMDD)
                   NOT = 0
               DISPLAY 'ERROR: ADVENT24-FEEDCHECK-DATE is not a '
                   'calendar date: ' FUNCTION TRIM(WS-DATE-ENV)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * Day 1 of the integer calendar, 1601-01-01, was a Monday.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-YYYYMMDD)
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-DAY-INTEGER - 1, 7) + 1.

      * Reads only the two input-path keywords out of the run-control
      * file, exactly as the gatekeeper does.
       LOAD-RUN-CONTROL-PATHS.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PARM-FILE-PRESENT
           PERFORM UNTIL WS-PARM-EOF = 'Y'
               READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
                   AT END MOVE 'Y' TO WS-PARM-EOF
                   NOT AT END
                       PERFORM PARSE-RUN-CONTROL-PATH
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       PARSE-RUN-CONTROL-PATH.
           IF FUNCTION LENGTH(FUNCTION TRIM(RUN-CONTROL-RECORD)) = 0
                   OR RUN-CONTROL-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PARM-EQUALS-COUNT
           INSPECT RUN-CONTROL-RECORD TALLYING WS-PARM-EQUALS-COUNT
               FOR ALL '='
           IF WS-PARM-EQUALS-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           MOVE 1 TO WS-PARM-SCAN-POINTER
           UNSTRING RUN-CONTROL-RECORD DELIMITED BY '='
               INTO WS-PARM-KEYWORD
               WITH POINTER WS-PARM-SCAN-POINTER
           END-UNSTRING
           MOVE RUN-CONTROL-RECORD(WS-PARM-SCAN-POINTER:)
               TO WS-PARM-VALUE
           EVALUATE FUNCTION TRIM(WS-PARM-KEYWORD)
               WHEN 'INPUT-FILE'
                   MOVE FUNCTION TRIM(WS-PARM-VALUE)
                       TO WS-INPUT-FILE-ENV
               WHEN 'INPUT-DIR'
                   MOVE FUNCTION TRIM(WS-PARM-VALUE)
                       TO WS-INPUT-DIR-ENV
           END-EVALUATE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO FEED-REPORT-LINE
           STRING 'EXPECTED FEED CHECK - BUSINESS DATE '
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DAY-NAME(WS-DAY-OF-WEEK))
               DELIMITED BY SIZE
               '  CHECKED ' DELIMITED BY SIZE
               WS-CHECK-STAMP DELIMITED BY SIZE
               INTO FEED-REPORT-LINE
           END-STRING
           WRITE FEED-REPORT-LINE
           MOVE SPACES TO FEED-REPORT-LINE
           IF DIRECTORY-MODE-ENABLED
               STRING 'INPUT DIRECTORY: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INPUT-DIR-ENV) DELIMITED BY SIZE
                   INTO FEED-REPORT-LINE
               END-STRING
           ELSE
               STRING 'INPUT FILE: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INPUT-FILE-PATH) DELIMITED BY SIZE
                   INTO FEED-REPORT-LINE
               END-STRING
           END-IF
           WRITE FEED-REPORT-LINE.

      * Only whether the business date is on the calendar matters. A
      * date that is not a real YYYY-MM-DD date is a broken calendar,
      * not a line to skip - a mistyped holiday would otherwise hold
      * the run on the day it was meant to excuse.
       LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE
           IF HOLIDAY-FILE-STATUS = '00'
                   OR HOLIDAY-FILE-STATUS = '05'
               PERFORM UNTIL WS-HOLIDAY-EOF = 'Y'
                   READ HOLIDAY-FILE INTO HOLIDAY-LINE
                       AT END MOVE 'Y' TO WS-HOLIDAY-EOF
                       NOT AT END
                           PERFORM PARSE-HOLIDAY-LINE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HOLIDAY-FILE

           IF BUSINESS-DATE-IS-HOLIDAY
               MOVE SPACES TO FEED-REPORT-LINE
               STRING 'BUSINESS CALENDAR HOLIDAY: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HOLIDAY-NAME) DELIMITED BY SIZE
                   ' - NO FEEDS EXPECTED' DELIMITED BY SIZE
                   INTO FEED-REPORT-LINE
               END-STRING
               WRITE FEED-REPORT-LINE
           END-IF.

       PARSE-HOLIDAY-LINE.
           IF FUNCTION LENGTH(FUNCTION TRIM(HOLIDAY-LINE)) = 0
                   OR HOLIDAY-LINE(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE HOLIDAY-LINE TO ADVENT24-HOL-RECORD
           MOVE SPACES TO WS-DATE-DIGITS
           STRING ADVENT24-HOL-DATE(1:4) DELIMITED BY SIZE
               ADVENT24-HOL-DATE(6:2) DELIMITED BY SIZE
               ADVENT24-HOL-DATE(9:2) DELIMITED BY SIZE
               INTO WS-DATE-DIGITS
           END-STRING
           IF ADVENT24-HOL-DATE(5:1) NOT = '-'
                   OR ADVENT24-HOL-DATE(8:1) NOT = '-'
                   OR WS-DATE-DIGITS NOT NUMERIC
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'holiday line has no YYYY-MM-DD date: '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(HOLIDAY-LINE) DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               CLOSE HOLIDAY-FILE
               PERFORM REFUSE-FEED-CHECK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-DATE-DIGITS)) NOT = 0
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'holiday line date is not a calendar date: '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(HOLIDAY-LINE) DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               CLOSE HOLIDAY-FILE
               PERFORM REFUSE-FEED-CHECK
           END-IF
           IF ADVENT24-HOL-DATE = WS-BUSINESS-DATE
               MOVE 'Y' TO WS-HOLIDAY-TODAY
               MOVE ADVENT24-HOL-DESCRIPTION TO WS-HOLIDAY-NAME
               IF WS-HOLIDAY-NAME = SPACES
                   MOVE ADVENT24-HOL-DATE TO WS-HOLIDAY-NAME
               END-IF
           END-IF.

      * Loads every schedule entry and marks the ones due on the
      * business date. Like the feed-group rules, a malformed entry
      * is a hard stop - a typo must not quietly stop a feed from
      * being expected.
       LOAD-FEED-SCHEDULE.
           OPEN INPUT FEED-SCHEDULE-FILE
           IF FEED-SCHEDULE-STATUS = '00'
                   OR FEED-SCHEDULE-STATUS = '05'
               PERFORM UNTIL WS-SCHEDULE-EOF = 'Y'
                   READ FEED-SCHEDULE-FILE INTO FEED-SCHEDULE-LINE
                       AT END MOVE 'Y' TO WS-SCHEDULE-EOF
                       NOT AT END
                           PERFORM PARSE-FEED-SCHEDULE-LINE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FEED-SCHEDULE-FILE

           IF WS-SCHED-COUNT = 0
               MOVE SPACES TO FEED-REPORT-LINE
               MOVE 'NO FEED SCHEDULE ON FILE - NOTHING IS EXPECTED; '
                   & 'FILES RECEIVED ARE LISTED ONLY'
                   TO FEED-REPORT-LINE
               WRITE FEED-REPORT-LINE
           END-IF.

       PARSE-FEED-SCHEDULE-LINE.
           IF FUNCTION LENGTH(FUNCTION TRIM(FEED-SCHEDULE-LINE)) = 0
                   OR FEED-SCHEDULE-LINE(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE FEED-SCHEDULE-LINE TO ADVENT24-FSCH-RECORD
           IF ADVENT24-FSCH-PATTERN(1:1) = SPACE
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'schedule line has no pattern in column 1: '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(FEED-SCHEDULE-LINE) DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               CLOSE FEED-SCHEDULE-FILE
               PERFORM REFUSE-FEED-CHECK
           END-IF
           IF WS-SCHED-COUNT >= 100
               MOVE 'more than 100 feed schedule entries - raise the '
                   & 'table before adding more' TO WS-REFUSAL-TEXT
               CLOSE FEED-SCHEDULE-FILE
               PERFORM REFUSE-FEED-CHECK
           END-IF
           PERFORM VARYING WS-MASK-INDEX FROM 1 BY 1
                   UNTIL WS-MASK-INDEX > 7
               IF ADVENT24-FSCH-DAYS(WS-MASK-INDEX:1) NOT = '-'
                       AND ADVENT24-FSCH-DAYS(WS-MASK-INDEX:1)
                           NOT = WS-DAY-LETTERS(WS-MASK-INDEX:1)
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   STRING 'schedule days must read MTWTFSS with - for '
                       DELIMITED BY SIZE
                       'days off: ' DELIMITED BY SIZE
                       FUNCTION TRIM(ADVENT24-FSCH-PATTERN)
                       DELIMITED BY SIZE
                       INTO WS-REFUSAL-TEXT
                   END-STRING
                   CLOSE FEED-SCHEDULE-FILE
                   PERFORM REFUSE-FEED-CHECK
               END-IF
           END-PERFORM
           IF ADVENT24-FSCH-CUTOFF = SPACES
               MOVE '23:59' TO ADVENT24-FSCH-CUTOFF
           END-IF
           IF ADVENT24-FSCH-CUTOFF(1:2) NOT NUMERIC
                   OR ADVENT24-FSCH-CUTOFF(3:1) NOT = ':'
                   OR ADVENT24-FSCH-CUTOFF(4:2) NOT NUMERIC
                   OR ADVENT24-FSCH-CUTOFF(1:2) > '23'
                   OR ADVENT24-FSCH-CUTOFF(4:2) > '59'
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'schedule cutoff must be HH:MM: '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(ADVENT24-FSCH-PATTERN)
                   DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               CLOSE FEED-SCHEDULE-FILE
               PERFORM REFUSE-FEED-CHECK
           END-IF

           ADD 1 TO WS-SCHED-COUNT
           MOVE ADVENT24-FSCH-PATTERN TO FS-PATTERN(WS-SCHED-COUNT)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ADVENT24-FSCH-PATTERN))
               TO FS-PATTERN-LENGTH(WS-SCHED-COUNT)
           IF FS-PATTERN(WS-SCHED-COUNT)
                   (FS-PATTERN-LENGTH(WS-SCHED-COUNT):1) = '*'
               MOVE 'Y' TO FS-PREFIX-MATCH(WS-SCHED-COUNT)
               SUBTRACT 1 FROM FS-PATTERN-LENGTH(WS-SCHED-COUNT)
           ELSE
               MOVE 'N' TO FS-PREFIX-MATCH(WS-SCHED-COUNT)
           END-IF
           MOVE ADVENT24-FSCH-DAYS TO FS-DAYS(WS-SCHED-COUNT)
           MOVE ADVENT24-FSCH-CUTOFF TO FS-CUTOFF(WS-SCHED-COUNT)
           MOVE ADVENT24-FSCH-DESCRIPTION
               TO FS-DESCRIPTION(WS-SCHED-COUNT)
           MOVE SPACES TO FS-STATUS(WS-SCHED-COUNT)
           MOVE SPACES TO FS-ARRIVAL(WS-SCHED-COUNT)
           MOVE SPACES TO FS-FILE-NAME(WS-SCHED-COUNT)
           MOVE SPACES TO FS-STALE-DATE(WS-SCHED-COUNT)
           IF BUSINESS-DATE-IS-HOLIDAY
                   OR FS-DAYS(WS-SCHED-COUNT)(WS-DAY-OF-WEEK:1) = '-'
               MOVE 'N' TO FS-DUE-TODAY(WS-SCHED-COUNT)
           ELSE
               MOVE 'Y' TO FS-DUE-TODAY(WS-SCHED-COUNT)
               ADD 1 TO WS-EXPECTED-COUNT
           END-IF.

      * Lists the input with each file's last-written date and time -
      * the whole directory in directory mode, the one file
      * otherwise. Same quote refusal as the gatekeeper's listing,
      * since the path goes to the shell inside single quotes.
       BUILD-ARRIVAL-LISTING.
           IF DIRECTORY-MODE-ENABLED
               MOVE WS-INPUT-DIR-ENV TO WS-LISTING-TARGET
               MOVE '1' TO WS-LISTING-DEPTH
           ELSE
               MOVE WS-INPUT-FILE-PATH TO WS-LISTING-TARGET
               MOVE '0' TO WS-LISTING-DEPTH
           END-IF
           MOVE 0 TO WS-QUOTE-COUNT
           INSPECT WS-LISTING-TARGET TALLYING WS-QUOTE-COUNT
               FOR ALL WS-QUOTE-CHAR
           IF WS-QUOTE-COUNT > 0
               MOVE 'input path contains a quote character - '
                   & 'refusing to build arrival listing'
                   TO WS-REFUSAL-TEXT
               PERFORM REFUSE-FEED-CHECK
           END-IF
           MOVE SPACES TO WS-SHELL-COMMAND
           MOVE 1 TO WS-SHELL-POINTER
           STRING 'find ' DELIMITED BY SIZE
               WS-QUOTE-CHAR DELIMITED BY SIZE
               FUNCTION TRIM(WS-LISTING-TARGET) DELIMITED BY SIZE
               WS-QUOTE-CHAR DELIMITED BY SIZE
               ' -maxdepth ' DELIMITED BY SIZE
               WS-LISTING-DEPTH DELIMITED BY SIZE
               ' -type f -printf ' DELIMITED BY SIZE
               WS-QUOTE-CHAR DELIMITED BY SIZE
               '%TY-%Tm-%Td %TH:%TM %f\n' DELIMITED BY SIZE
               WS-QUOTE-CHAR DELIMITED BY SIZE
               ' 2>/dev/null | sort -k 3'
               DELIMITED BY SIZE
               ' > ../advent-storage/advent-24-1.feed-listing'
               DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
               WITH POINTER WS-SHELL-POINTER
               ON OVERFLOW
                   MOVE 'input path too long to build an arrival '
                       & 'listing command' TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-FEED-CHECK
           END-STRING
           CALL 'SYSTEM' USING WS-SHELL-COMMAND.

      * Weighs each listed file against the schedule. Own output
      * files are skipped the way the gatekeeper and the main run
      * skip them.
       MATCH-ARRIVALS.
           OPEN INPUT FEED-LISTING-FILE
           IF FEED-LISTING-STATUS NOT = '00'
                   AND FEED-LISTING-STATUS NOT = '05'
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'could not open arrival listing - status='
                   DELIMITED BY SIZE
                   FEED-LISTING-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-FEED-CHECK
           END-IF
           PERFORM UNTIL WS-LISTING-EOF = 'Y'
               READ FEED-LISTING-FILE
                   AT END MOVE 'Y' TO WS-LISTING-EOF
                   NOT AT END
                       IF FEED-LISTING-NAME NOT = SPACES
                               AND FEED-LISTING-NAME(1:12) NOT =
                                   WS-OWN-OUTPUT-PREFIX
                           ADD 1 TO WS-FILES-LISTED
                           PERFORM MATCH-ONE-ARRIVAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-LISTING-FILE.

      * First matching entry wins, as with the feed-group rules. A
      * file written on the business date counts ON TIME up to the
      * entry's cutoff and LATE after it; one written after the
      * business date (a check run for a past date) is LATE too; one
      * written before it is a leftover and only noted, so the feed
      * still grades MISSING.
       MATCH-ONE-ARRIVAL.
           PERFORM FIND-SCHEDULE-ENTRY
           IF WS-SCHED-SLOT = 0
               MOVE 'NOT ON SCHEDULE' TO WS-UNEXPECTED-REASON
               PERFORM RECORD-UNEXPECTED-FILE
               EXIT PARAGRAPH
           END-IF
           IF FS-DUE-TODAY(WS-SCHED-SLOT) = 'N'
               IF BUSINESS-DATE-IS-HOLIDAY
                   MOVE 'HOLIDAY' TO WS-UNEXPECTED-REASON
               ELSE
                   MOVE 'NOT DUE TODAY' TO WS-UNEXPECTED-REASON
               END-IF
               PERFORM RECORD-UNEXPECTED-FILE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN FEED-LISTING-DATE < WS-BUSINESS-DATE
                   IF FEED-LISTING-DATE > FS-STALE-DATE(WS-SCHED-SLOT)
                       MOVE FEED-LISTING-DATE
                           TO FS-STALE-DATE(WS-SCHED-SLOT)
                   END-IF
               WHEN FEED-LISTING-DATE = WS-BUSINESS-DATE
                       AND FEED-LISTING-TIME
                           NOT > FS-CUTOFF(WS-SCHED-SLOT)
                   IF FS-STATUS(WS-SCHED-SLOT) NOT = 'ON TIME'
                       MOVE 'ON TIME' TO FS-STATUS(WS-SCHED-SLOT)
                       PERFORM RECORD-ENTRY-ARRIVAL
                   END-IF
               WHEN OTHER
                   IF FS-STATUS(WS-SCHED-SLOT) = SPACES
                       MOVE 'LATE' TO FS-STATUS(WS-SCHED-SLOT)
                       PERFORM RECORD-ENTRY-ARRIVAL
                   END-IF
           END-EVALUATE.

       FIND-SCHEDULE-ENTRY.
           MOVE 0 TO WS-SCHED-SLOT
           PERFORM VARYING WS-SCHED-INDEX FROM 1 BY 1
                   UNTIL WS-SCHED-INDEX > WS-SCHED-COUNT
                      OR WS-SCHED-SLOT > 0
               IF FS-PREFIX-MATCH(WS-SCHED-INDEX) = 'Y'
                   IF FS-PATTERN-LENGTH(WS-SCHED-INDEX) = 0
                           OR FEED-LISTING-NAME
                               (1:FS-PATTERN-LENGTH(WS-SCHED-INDEX))
                               = FS-PATTERN(WS-SCHED-INDEX)
                               (1:FS-PATTERN-LENGTH(WS-SCHED-INDEX))
                       MOVE WS-SCHED-INDEX TO WS-SCHED-SLOT
                   END-IF
               ELSE
                   IF FUNCTION TRIM(FEED-LISTING-NAME) =
                           FUNCTION TRIM(FS-PATTERN(WS-SCHED-INDEX))
                       MOVE WS-SCHED-INDEX TO WS-SCHED-SLOT
                   END-IF
               END-IF
           END-PERFORM.

       RECORD-ENTRY-ARRIVAL.
           MOVE SPACES TO FS-ARRIVAL(WS-SCHED-SLOT)
           STRING FEED-LISTING-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FEED-LISTING-TIME DELIMITED BY SIZE
               INTO FS-ARRIVAL(WS-SCHED-SLOT)
           END-STRING
           MOVE FEED-LISTING-NAME TO FS-FILE-NAME(WS-SCHED-SLOT).

      * A full table stops counting names, never the check - the
      * overflow is still reported and still drives the return code.
       RECORD-UNEXPECTED-FILE.
           ADD 1 TO WS-UNEXPECTED-COUNT
           IF WS-UNEXPECTED-COUNT > 500
               EXIT PARAGRAPH
           END-IF
           MOVE FEED-LISTING-NAME TO UX-NAME(WS-UNEXPECTED-COUNT)
           MOVE SPACES TO UX-ARRIVAL(WS-UNEXPECTED-COUNT)
           STRING FEED-LISTING-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FEED-LISTING-TIME DELIMITED BY SIZE
               INTO UX-ARRIVAL(WS-UNEXPECTED-COUNT)
           END-STRING
           MOVE WS-UNEXPECTED-REASON
               TO UX-REASON(WS-UNEXPECTED-COUNT).

      * With no schedule on file every file is unscheduled by
      * definition; they are listed but not held against the day.
       GRADE-EXPECTED-FEEDS.
           PERFORM VARYING WS-SCHED-INDEX FROM 1 BY 1
                   UNTIL WS-SCHED-INDEX > WS-SCHED-COUNT
               IF FS-DUE-TODAY(WS-SCHED-INDEX) = 'Y'
                   EVALUATE FS-STATUS(WS-SCHED-INDEX)
                       WHEN 'ON TIME'
                           ADD 1 TO WS-RECEIVED-COUNT
                       WHEN 'LATE'
                           ADD 1 TO WS-RECEIVED-COUNT
                           ADD 1 TO WS-LATE-COUNT
                       WHEN OTHER
                           MOVE 'MISSING' TO FS-STATUS(WS-SCHED-INDEX)
                           ADD 1 TO WS-MISSING-COUNT
                   END-EVALUATE
               END-IF
           END-PERFORM.

       DECIDE-FEED-OUTCOME.
           EVALUATE TRUE
               WHEN WS-MISSING-COUNT > 0
                   MOVE WS-SHORTFALL-ACTION TO WS-DECISION
                   IF WS-DECISION = 'HOLD'
                       MOVE 'EXPECTED FEEDS MISSING - RUN HELD'
                           TO WS-DECISION-REASON
                   ELSE
                       MOVE 'EXPECTED FEEDS MISSING - PARTIAL DAY'
                           TO WS-DECISION-REASON
                   END-IF
               WHEN BUSINESS-DATE-IS-HOLIDAY
                   MOVE 'COMPLETE' TO WS-DECISION
                   MOVE 'HOLIDAY - NO FEEDS EXPECTED'
                       TO WS-DECISION-REASON
               WHEN WS-SCHED-COUNT = 0
                   MOVE 'COMPLETE' TO WS-DECISION
                   MOVE 'NO FEED SCHEDULE ON FILE'
                       TO WS-DECISION-REASON
               WHEN WS-EXPECTED-COUNT = 0
                   MOVE 'COMPLETE' TO WS-DECISION
                   MOVE 'NO FEEDS DUE TODAY' TO WS-DECISION-REASON
               WHEN OTHER
                   MOVE 'COMPLETE' TO WS-DECISION
                   MOVE 'ALL EXPECTED FEEDS RECEIVED'
                       TO WS-DECISION-REASON
           END-EVALUATE
           IF WS-SCHED-COUNT = 0
               MOVE 0 TO WS-UNEXPECTED-COUNT
           END-IF.

       WRITE-EXPECTED-FEED-LINES.
           MOVE SPACES TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE
           MOVE SPACES TO FEED-REPORT-LINE
           MOVE 'EXPECTED FEED' TO FEED-REPORT-LINE(1:)
           MOVE 'CUTOFF' TO FEED-REPORT-LINE(43:)
           MOVE 'STATUS' TO FEED-REPORT-LINE(51:)
           MOVE 'ARRIVED' TO FEED-REPORT-LINE(61:)
           MOVE 'FILE / NOTE' TO FEED-REPORT-LINE(79:)
           WRITE FEED-REPORT-LINE
           PERFORM VARYING WS-SCHED-INDEX FROM 1 BY 1
                   UNTIL WS-SCHED-INDEX > WS-SCHED-COUNT
               IF FS-DUE-TODAY(WS-SCHED-INDEX) = 'Y'
                   PERFORM WRITE-ONE-EXPECTED-LINE
               END-IF
           END-PERFORM
           IF WS-EXPECTED-COUNT = 0
               MOVE SPACES TO FEED-REPORT-LINE
               MOVE '  (NONE DUE ON THE BUSINESS DATE)'
                   TO FEED-REPORT-LINE
               WRITE FEED-REPORT-LINE
           END-IF.

      * A missing feed's note says why it may yet turn up: a leftover
      * from an earlier day is sitting there, or the check ran on the
      * day itself before the feed's cutoff.
       WRITE-ONE-EXPECTED-LINE.
           MOVE SPACES TO WS-NOTE
           IF FS-STATUS(WS-SCHED-INDEX) = 'MISSING'
               EVALUATE TRUE
                   WHEN FS-STALE-DATE(WS-SCHED-INDEX) NOT = SPACES
                       STRING 'ONLY AN OLDER FILE, WRITTEN '
                           DELIMITED BY SIZE
                           FS-STALE-DATE(WS-SCHED-INDEX)
                           DELIMITED BY SIZE
                           INTO WS-NOTE
                       END-STRING
                   WHEN WS-BUSINESS-DATE = WS-TODAY-DATE
                           AND WS-NOW-TIME
                               NOT > FS-CUTOFF(WS-SCHED-INDEX)
                       MOVE 'CUTOFF NOT YET PASSED' TO WS-NOTE
                   WHEN OTHER
                       MOVE FS-DESCRIPTION(WS-SCHED-INDEX) TO WS-NOTE
               END-EVALUATE
           ELSE
               MOVE FS-FILE-NAME(WS-SCHED-INDEX) TO WS-NOTE
           END-IF
           MOVE SPACES TO FEED-REPORT-LINE
           MOVE FS-PATTERN(WS-SCHED-INDEX) TO FEED-REPORT-LINE(1:40)
           MOVE FS-CUTOFF(WS-SCHED-INDEX) TO FEED-REPORT-LINE(43:5)
           MOVE FS-STATUS(WS-SCHED-INDEX) TO FEED-REPORT-LINE(51:8)
           MOVE FS-ARRIVAL(WS-SCHED-INDEX) TO FEED-REPORT-LINE(61:16)
           MOVE WS-NOTE TO FEED-REPORT-LINE(79:54)
           WRITE FEED-REPORT-LINE.

       WRITE-UNEXPECTED-FILE-LINES.
           MOVE SPACES TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE
           MOVE SPACES TO FEED-REPORT-LINE
           IF WS-SCHED-COUNT = 0
               MOVE 'FILES RECEIVED' TO FEED-REPORT-LINE(1:)
           ELSE
               MOVE 'UNEXPECTED FILES' TO FEED-REPORT-LINE(1:)
           END-IF
           MOVE 'ARRIVED' TO FEED-REPORT-LINE(61:)
           IF WS-SCHED-COUNT = 0
               WRITE FEED-REPORT-LINE
               PERFORM LIST-RECEIVED-FILES
               EXIT PARAGRAPH
           END-IF
           MOVE 'REASON' TO FEED-REPORT-LINE(79:)
           WRITE FEED-REPORT-LINE
           PERFORM VARYING WS-UNEXPECTED-INDEX FROM 1 BY 1
                   UNTIL WS-UNEXPECTED-INDEX > WS-UNEXPECTED-COUNT
                      OR WS-UNEXPECTED-INDEX > 500
               MOVE SPACES TO FEED-REPORT-LINE
               MOVE UX-NAME(WS-UNEXPECTED-INDEX)
                   TO FEED-REPORT-LINE(1:58)
               MOVE UX-ARRIVAL(WS-UNEXPECTED-INDEX)
                   TO FEED-REPORT-LINE(61:16)
               MOVE UX-REASON(WS-UNEXPECTED-INDEX)
                   TO FEED-REPORT-LINE(79:20)
               WRITE FEED-REPORT-LINE
           END-PERFORM
           IF WS-UNEXPECTED-COUNT > 500
               MOVE SPACES TO FEED-REPORT-LINE
               MOVE WS-UNEXPECTED-COUNT TO WS-COUNT-EDIT
               STRING '  ... ONLY THE FIRST 500 OF ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   ' UNEXPECTED FILES LISTED' DELIMITED BY SIZE
                   INTO FEED-REPORT-LINE
               END-STRING
               WRITE FEED-REPORT-LINE
           END-IF
           IF WS-UNEXPECTED-COUNT = 0
               MOVE SPACES TO FEED-REPORT-LINE
               MOVE '  (NONE)' TO FEED-REPORT-LINE
               WRITE FEED-REPORT-LINE
           END-IF.

      * No schedule: the unexpected table holds everything that was
      * listed, shown for information with no reason against it.
       LIST-RECEIVED-FILES.
           PERFORM VARYING WS-UNEXPECTED-INDEX FROM 1 BY 1
                   UNTIL WS-UNEXPECTED-INDEX > WS-FILES-LISTED
                      OR WS-UNEXPECTED-INDEX > 500
               MOVE SPACES TO FEED-REPORT-LINE
               MOVE UX-NAME(WS-UNEXPECTED-INDEX)
                   TO FEED-REPORT-LINE(1:58)
               MOVE UX-ARRIVAL(WS-UNEXPECTED-INDEX)
                   TO FEED-REPORT-LINE(61:16)
               WRITE FEED-REPORT-LINE
           END-PERFORM
           IF WS-FILES-LISTED = 0
               MOVE SPACES TO FEED-REPORT-LINE
               MOVE '  (NONE)' TO FEED-REPORT-LINE
               WRITE FEED-REPORT-LINE
           END-IF.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE
           MOVE WS-EXPECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO FEED-REPORT-LINE
           STRING 'FEEDS EXPECTED:   ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO FEED-REPORT-LINE
           END-STRING
           WRITE FEED-REPORT-LINE
           MOVE WS-RECEIVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO FEED-REPORT-LINE
           STRING 'RECEIVED:         ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO FEED-REPORT-LINE
           END-STRING
           WRITE FEED-REPORT-LINE
           MOVE WS-LATE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO FEED-REPORT-LINE
           STRING '  OF WHICH LATE:  ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO FEED-REPORT-LINE
           END-STRING
           WRITE FEED-REPORT-LINE
           MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO FEED-REPORT-LINE
           STRING 'MISSING:          ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO FEED-REPORT-LINE
           END-STRING
           WRITE FEED-REPORT-LINE
           MOVE WS-UNEXPECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO FEED-REPORT-LINE
           STRING 'UNEXPECTED FILES: ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO FEED-REPORT-LINE
           END-STRING
           WRITE FEED-REPORT-LINE
           MOVE SPACES TO FEED-REPORT-LINE
           STRING 'FEED DECISION: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DECISION) DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DECISION-REASON) DELIMITED BY SIZE
               INTO FEED-REPORT-LINE
           END-STRING
           WRITE FEED-REPORT-LINE.

       WRITE-FEED-DECISION.
           OPEN OUTPUT FEED-DECISION-FILE
           IF FEED-DECISION-STATUS NOT = '00'
               DISPLAY 'Error opening feed decision file: '
                   FEED-DECISION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ADVENT24-FDEC-RECORD
           MOVE WS-DECISION TO ADVENT24-FDEC-DECISION
           MOVE WS-BUSINESS-DATE TO ADVENT24-FDEC-BUSINESS-DATE
           MOVE WS-CHECK-STAMP TO ADVENT24-FDEC-CHECK-STAMP
           MOVE WS-EXPECTED-COUNT TO ADVENT24-FDEC-EXPECTED
           MOVE WS-RECEIVED-COUNT TO ADVENT24-FDEC-RECEIVED
           MOVE WS-LATE-COUNT TO ADVENT24-FDEC-LATE
           MOVE WS-MISSING-COUNT TO ADVENT24-FDEC-MISSING
           MOVE WS-UNEXPECTED-COUNT TO ADVENT24-FDEC-UNEXPECTED
           MOVE WS-DECISION-REASON TO ADVENT24-FDEC-REASON
           WRITE FEED-DECISION-LINE FROM ADVENT24-FDEC-RECORD
           CLOSE FEED-DECISION-FILE.

      * A check that cannot be trusted holds the day: the decision on
      * file is HOLD with the reason, so neither the stream nor a
      * main run started by hand goes ahead on it.
       REFUSE-FEED-CHECK.
           DISPLAY 'ERROR: ' FUNCTION TRIM(WS-REFUSAL-TEXT)
           IF WS-REPORT-OPEN = 'Y'
               MOVE SPACES TO FEED-REPORT-LINE
               STRING 'FEED CHECK REFUSED - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REFUSAL-TEXT) DELIMITED BY SIZE
                   INTO FEED-REPORT-LINE
               END-STRING
               WRITE FEED-REPORT-LINE
               CLOSE FEED-REPORT
           END-IF
           MOVE 'HOLD' TO WS-DECISION
           MOVE 'FEED CHECK REFUSED - SEE FEED REPORT'
               TO WS-DECISION-REASON
           MOVE 0 TO WS-EXPECTED-COUNT
           MOVE 0 TO WS-RECEIVED-COUNT
           MOVE 0 TO WS-LATE-COUNT
           MOVE 0 TO WS-MISSING-COUNT
           MOVE 0 TO WS-UNEXPECTED-COUNT
           PERFORM WRITE-FEED-DECISION
           MOVE 8 TO RETURN-CODE
           STOP RUN.
