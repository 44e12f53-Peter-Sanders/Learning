       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-24-1-Journal.

      * Change-journal inquiry report. Advent-24-1, Repair, Maint and
      * Billack append every change they make to the results master
      * and the exception suspense file to the shared journal
      * advent-24-1.change-journal - program, run stamp, action, key,
      * and the record before and after. This program prints the
      * entries an auditor asks about, oldest first, with both images
      * laid back over the record layouts field by field, so "what
      * did line 47 of this file say last Tuesday, and who changed
      * it" is one run of this report.
      *
      * Filters come from the environment the way the rest of the
      * suite takes its switches; any combination may be given, and
      * with none the whole journal is printed:
      *   ADVENT24-JOURNAL-SOURCE    source file exactly as keyed on
      *                              the master (the input path)
      *   ADVENT24-JOURNAL-SEQUENCE  record sequence within that file
      *                              (needs ADVENT24-JOURNAL-SOURCE)
      *   ADVENT24-JOURNAL-FROM      first run date, YYYY-MM-DD
      *   ADVENT24-JOURNAL-TO        last run date, YYYY-MM-DD
      * The report goes to advent-24-1.journal-report. A malformed
      * filter ends the run with RETURN-CODE 8 before anything is
      * printed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHANGE-JOURNAL
           ASSIGN TO '../advent-storage/advent-24-1.change-journal'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHANGE-JOURNAL-STATUS.

           SELECT JOURNAL-REPORT
           ASSIGN TO '../advent-storage/advent-24-1.journal-report'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-LINE PIC X(665).

       FD  JOURNAL-REPORT.
       01  JOURNAL-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "advent24-change-journal.cpy".
       COPY "advent24-results-master.cpy".
       COPY "advent24-suspense.cpy".

       01  CHANGE-JOURNAL-STATUS PIC XX.
       01  JOURNAL-REPORT-STATUS PIC XX.
       01  WS-JOURNAL-EOF PIC X VALUE 'N'.
       01  WS-CURRENT-RUN-DATE PIC X(10).

      * Filters as given - blank means not filtered on.
       01  WS-FILTER-SOURCE PIC X(100) VALUE SPACES.
       01  WS-FILTER-SEQUENCE-ENV PIC X(20) VALUE SPACES.
       01  WS-FILTER-SEQUENCE PIC 9(8) VALUE 0.
       01  WS-FILTER-BY-SEQUENCE PIC X VALUE 'N'.
       01  WS-FILTER-FROM PIC X(10) VALUE SPACES.
       01  WS-FILTER-TO PIC X(10) VALUE SPACES.
       01  WS-DATE-TO-CHECK PIC X(10).
       01  WS-DATE-NAME PIC X(30).
       01  WS-ENTRY-SELECTED PIC X.

      * Image-printing work - the image being printed and its label.
       01  WS-IMAGE PIC X(248).
       01  WS-IMAGE-LABEL PIC X(8).

       01  WS-READ-COUNT PIC 9(8) VALUE 0.
       01  WS-LISTED-COUNT PIC 9(8) VALUE 0.
       01  WS-ADD-COUNT PIC 9(8) VALUE 0.
       01  WS-REWRITE-COUNT PIC 9(8) VALUE 0.
       01  WS-DELETE-COUNT PIC 9(8) VALUE 0.
       01  WS-COUNT-EDIT PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN

           OPEN OUTPUT JOURNAL-REPORT
           IF JOURNAL-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening journal report: '
                   JOURNAL-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADER

           OPEN INPUT CHANGE-JOURNAL
           IF CHANGE-JOURNAL-STATUS = '05'
                   OR CHANGE-JOURNAL-STATUS = '35'
               MOVE SPACES TO JOURNAL-REPORT-LINE
               MOVE 'NO CHANGE JOURNAL ON FILE - NOTHING HAS BEEN '
                   & 'JOURNALED YET' TO JOURNAL-REPORT-LINE
               WRITE JOURNAL-REPORT-LINE
               MOVE 'Y' TO WS-JOURNAL-EOF
           ELSE
               IF CHANGE-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open change journal - '
                       'status=' CHANGE-JOURNAL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
               READ CHANGE-JOURNAL INTO ADVENT24-JRNL-RECORD
                   AT END MOVE 'Y' TO WS-JOURNAL-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM SELECT-JOURNAL-ENTRY
                       IF WS-ENTRY-SELECTED = 'Y'
                           PERFORM LIST-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-JOURNAL

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE JOURNAL-REPORT

           DISPLAY 'Journal entries read: ' WS-READ-COUNT
           DISPLAY 'Journal entries listed: ' WS-LISTED-COUNT

           STOP RUN.

       INITIALIZE-RUN.
           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-CURRENT-RUN-DATE
           END-STRING

           ACCEPT WS-FILTER-SOURCE FROM ENVIRONMENT
               'ADVENT24-JOURNAL-SOURCE'
           MOVE FUNCTION TRIM(WS-FILTER-SOURCE) TO WS-FILTER-SOURCE

           ACCEPT WS-FILTER-SEQUENCE-ENV FROM ENVIRONMENT
               'ADVENT24-JOURNAL-SEQUENCE'
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-FILTER-SEQUENCE-ENV))
                   > 0
               IF FUNCTION TRIM(WS-FILTER-SEQUENCE-ENV) IS NUMERIC
                       AND FUNCTION LENGTH(
                           FUNCTION TRIM(WS-FILTER-SEQUENCE-ENV)) <= 8
                   MOVE FUNCTION NUMVAL(WS-FILTER-SEQUENCE-ENV)
                       TO WS-FILTER-SEQUENCE
                   MOVE 'Y' TO WS-FILTER-BY-SEQUENCE
               ELSE
                   DISPLAY 'ERROR: ADVENT24-JOURNAL-SEQUENCE must be '
                       'a record sequence number - got '
                       FUNCTION TRIM(WS-FILTER-SEQUENCE-ENV)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-FILTER-SOURCE = SPACES
                   DISPLAY 'ERROR: ADVENT24-JOURNAL-SEQUENCE needs '
                       'ADVENT24-JOURNAL-SOURCE - a sequence number '
                       'alone names no record'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           ACCEPT WS-FILTER-FROM FROM ENVIRONMENT
               'ADVENT24-JOURNAL-FROM'
           IF WS-FILTER-FROM NOT = SPACES
               MOVE WS-FILTER-FROM TO WS-DATE-TO-CHECK
               MOVE 'ADVENT24-JOURNAL-FROM' TO WS-DATE-NAME
               PERFORM VALIDATE-FILTER-DATE
           END-IF
           ACCEPT WS-FILTER-TO FROM ENVIRONMENT
               'ADVENT24-JOURNAL-TO'
           IF WS-FILTER-TO NOT = SPACES
               MOVE WS-FILTER-TO TO WS-DATE-TO-CHECK
               MOVE 'ADVENT24-JOURNAL-TO' TO WS-DATE-NAME
               PERFORM VALIDATE-FILTER-DATE
           END-IF
           IF WS-FILTER-FROM NOT = SPACES AND WS-FILTER-TO NOT = SPACES
                   AND WS-FILTER-FROM > WS-FILTER-TO
               DISPLAY 'ERROR: ADVENT24-JOURNAL-FROM ' WS-FILTER-FROM
                   ' is after ADVENT24-JOURNAL-TO ' WS-FILTER-TO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       VALIDATE-FILTER-DATE.
           IF WS-DATE-TO-CHECK(1:4) NOT NUMERIC
                   OR WS-DATE-TO-CHECK(5:1) NOT = '-'
                   OR WS-DATE-TO-CHECK(6:2) NOT NUMERIC
                   OR WS-DATE-TO-CHECK(8:1) NOT = '-'
                   OR WS-DATE-TO-CHECK(9:2) NOT NUMERIC
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-DATE-NAME)
                   ' must be a YYYY-MM-DD date - got ' WS-DATE-TO-CHECK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The run date is the first ten characters of the run stamp,
      * so YYYY-MM-DD text comparison does the range check.
       SELECT-JOURNAL-ENTRY.
           MOVE 'Y' TO WS-ENTRY-SELECTED
           IF WS-FILTER-SOURCE NOT = SPACES
                   AND ADVENT24-JRNL-SOURCE-FILE NOT = WS-FILTER-SOURCE
               MOVE 'N' TO WS-ENTRY-SELECTED
           END-IF
           IF WS-FILTER-BY-SEQUENCE = 'Y'
                   AND ADVENT24-JRNL-SEQUENCE NOT = WS-FILTER-SEQUENCE
               MOVE 'N' TO WS-ENTRY-SELECTED
           END-IF
           IF WS-FILTER-FROM NOT = SPACES
                   AND ADVENT24-JRNL-RUN-STAMP(1:10) < WS-FILTER-FROM
               MOVE 'N' TO WS-ENTRY-SELECTED
           END-IF
           IF WS-FILTER-TO NOT = SPACES
                   AND ADVENT24-JRNL-RUN-STAMP(1:10) > WS-FILTER-TO
               MOVE 'N' TO WS-ENTRY-SELECTED
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING 'CHANGE JOURNAL REPORT - ' DELIMITED BY SIZE
               WS-CURRENT-RUN-DATE DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE

           MOVE SPACES TO JOURNAL-REPORT-LINE
           IF WS-FILTER-SOURCE = SPACES AND WS-FILTER-FROM = SPACES
                   AND WS-FILTER-TO = SPACES
               MOVE 'FILTER: NONE - EVERY ENTRY' TO JOURNAL-REPORT-LINE
               WRITE JOURNAL-REPORT-LINE
           ELSE
               MOVE 'FILTER: SOURCE    (ANY)' TO JOURNAL-REPORT-LINE
               IF WS-FILTER-SOURCE NOT = SPACES
                   MOVE WS-FILTER-SOURCE TO JOURNAL-REPORT-LINE(19:100)
               END-IF
               WRITE JOURNAL-REPORT-LINE
               MOVE '        SEQUENCE  (ANY)' TO JOURNAL-REPORT-LINE
               IF WS-FILTER-BY-SEQUENCE = 'Y'
                   MOVE WS-FILTER-SEQUENCE TO JOURNAL-REPORT-LINE(19:8)
               END-IF
               WRITE JOURNAL-REPORT-LINE
               MOVE '        RUN DATES (ANY)' TO JOURNAL-REPORT-LINE
               IF WS-FILTER-FROM NOT = SPACES
                       OR WS-FILTER-TO NOT = SPACES
                   MOVE SPACES TO JOURNAL-REPORT-LINE(19:5)
                   STRING 'FROM ' DELIMITED BY SIZE
                       WS-FILTER-FROM DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       WS-FILTER-TO DELIMITED BY SIZE
                       INTO JOURNAL-REPORT-LINE(19:30)
                   END-STRING
               END-IF
               WRITE JOURNAL-REPORT-LINE
           END-IF

           MOVE SPACES TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE.

      * One entry: who, when, what and which record on the first
      * line, then the before and after images.
       LIST-JOURNAL-ENTRY.
           ADD 1 TO WS-LISTED-COUNT
           EVALUATE ADVENT24-JRNL-ACTION
               WHEN 'ADD'
                   ADD 1 TO WS-ADD-COUNT
               WHEN 'REWRITE'
                   ADD 1 TO WS-REWRITE-COUNT
               WHEN 'DELETE'
                   ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING ADVENT24-JRNL-RUN-STAMP DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               ADVENT24-JRNL-PROGRAM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ADVENT24-JRNL-FILE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ADVENT24-JRNL-ACTION DELIMITED BY SIZE
               ' SEQ ' DELIMITED BY SIZE
               ADVENT24-JRNL-SEQUENCE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(ADVENT24-JRNL-SOURCE-FILE)
                   DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE JOURNAL-REPORT-LINE

           MOVE 'BEFORE:' TO WS-IMAGE-LABEL
           MOVE ADVENT24-JRNL-BEFORE-IMAGE TO WS-IMAGE
           PERFORM WRITE-IMAGE-LINES
           MOVE 'AFTER:' TO WS-IMAGE-LABEL
           MOVE ADVENT24-JRNL-AFTER-IMAGE TO WS-IMAGE
           PERFORM WRITE-IMAGE-LINES.

      * Lays the image over the layout of the file it came from and
      * prints its fields, then its text on a line of its own.
       WRITE-IMAGE-LINES.
           MOVE SPACES TO JOURNAL-REPORT-LINE
           IF WS-IMAGE = SPACES
               STRING '    ' DELIMITED BY SIZE
                   WS-IMAGE-LABEL DELIMITED BY SIZE
                   ' (NONE)' DELIMITED BY SIZE
                   INTO JOURNAL-REPORT-LINE
               END-STRING
               WRITE JOURNAL-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF ADVENT24-JRNL-FILE = 'SUSPENSE'
               MOVE WS-IMAGE TO ADVENT24-SUSP-RECORD
               STRING '    ' DELIMITED BY SIZE
                   WS-IMAGE-LABEL DELIMITED BY SIZE
                   ' FIRST SEEN ' DELIMITED BY SIZE
                   ADVENT24-SUSP-FIRST-SEEN DELIMITED BY SIZE
                   '  LAST SEEN ' DELIMITED BY SIZE
                   ADVENT24-SUSP-LAST-SEEN DELIMITED BY SIZE
                   INTO JOURNAL-REPORT-LINE
               END-STRING
               WRITE JOURNAL-REPORT-LINE
               MOVE SPACES TO JOURNAL-REPORT-LINE
               STRING '             TEXT ' DELIMITED BY SIZE
                   FUNCTION TRIM(ADVENT24-SUSP-TEXT TRAILING)
                       DELIMITED BY SIZE
                   INTO JOURNAL-REPORT-LINE
                   ON OVERFLOW CONTINUE
               END-STRING
               WRITE JOURNAL-REPORT-LINE
           ELSE
               MOVE WS-IMAGE TO ADVENT24-RSLT-RECORD
               STRING '    ' DELIMITED BY SIZE
                   WS-IMAGE-LABEL DELIMITED BY SIZE
                   ' VALUE ' DELIMITED BY SIZE
                   ADVENT24-RSLT-VALUE DELIMITED BY SIZE
                   '  DIGITS ' DELIMITED BY SIZE
                   ADVENT24-RSLT-FIRST-DIGIT DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   ADVENT24-RSLT-LAST-DIGIT DELIMITED BY SIZE
                   '  EXCEPTION ' DELIMITED BY SIZE
                   ADVENT24-RSLT-EXCEPTION-FLAG DELIMITED BY SIZE
                   '  RUN DATE ' DELIMITED BY SIZE
                   ADVENT24-RSLT-RUN-DATE DELIMITED BY SIZE
                   '  BILLING ' DELIMITED BY SIZE
                   ADVENT24-RSLT-BILL-STATUS DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ADVENT24-RSLT-BILL-REASON DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ADVENT24-RSLT-BILL-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ADVENT24-RSLT-BILL-FILE-TYPE DELIMITED BY SIZE
                   INTO JOURNAL-REPORT-LINE
               END-STRING
               WRITE JOURNAL-REPORT-LINE
               MOVE SPACES TO JOURNAL-REPORT-LINE
               STRING '             TEXT ' DELIMITED BY SIZE
                   FUNCTION TRIM(ADVENT24-RSLT-TEXT TRAILING)
                       DELIMITED BY SIZE
                   INTO JOURNAL-REPORT-LINE
                   ON OVERFLOW CONTINUE
               END-STRING
               WRITE JOURNAL-REPORT-LINE
           END-IF.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING 'JOURNAL ENTRIES READ:   ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE
           MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING 'ENTRIES LISTED:         ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE
           MOVE WS-ADD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING '  ADD:                  ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE
           MOVE WS-REWRITE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING '  REWRITE:              ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE
           MOVE WS-DELETE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING '  DELETE:               ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE.
