      * flag and storing the corrected digits and value - so the
      * master and billing match the ADJUSTED BUSINESS TOTAL this
      * report signs off without anyone re-keying the adjustment.
      * Every master rewrite and suspense delete is appended to the
      * shared change journal with its before and after image.
      *
      * The supplemental extract is kept in generations the way the
      * main run keeps its ORG extract - copied to
      * advent-24-1.extract-adjust.g<stamp> and purged beyond
      * RETAIN-GENERATIONS (run-control keyword, else the
      * ADVENT24-RETAIN-GENERATIONS environment variable, default 5) -
      * so Advent-24-1-Recover can replay it after a restore.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * The same run-control parameter file Advent-24-1 reads - when
      * present its WORD-DIGITS/CALC-MODE values drive the repair, so
      * corrected records are valued under the rules the original run
      * actually used, and RETAIN-GENERATIONS governs how many ADJ
      * extract generations are kept. Other keywords in it belong to
      * the main program and are ignored here.
           SELECT RUN-CONTROL-FILE
           ASSIGN TO '../advent-storage/advent-24-1.runctl'
           ORGANIZATION IS LINE SEQUENTIAL
           RECORD KEY IS ADVENT24-SUSP-KEY
           FILE STATUS IS SUSPENSE-FILE-STATUS.

      * The shared append-only change journal Advent-24-1 also writes
      * - one entry per master rewrite and suspense delete.
           SELECT OPTIONAL CHANGE-JOURNAL
           ASSIGN TO '../advent-storage/advent-24-1.change-journal'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHANGE-JOURNAL-STATUS.

      * Expired ADJ extract generations, listed by the shell so each
      * can be removed and reported one at a time.
           SELECT OPTIONAL PURGE-LIST-FILE
           ASSIGN TO '../advent-storage/advent-24-1.adjust-purge-list'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PURGE-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       FD  SUPPLEMENTAL-EXTRACT.
       01  SUPPLEMENTAL-EXTRACT-LINE PIC X(122).

       FD  PURGE-LIST-FILE.
       01  PURGE-LIST-RECORD PIC X(250).

       FD  RESULTS-MASTER.
       COPY "advent24-results-master.cpy".

       FD  SUSPENSE-FILE.
       COPY "advent24-suspense.cpy".

       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-LINE PIC X(665).

       WORKING-STORAGE SECTION.
       COPY "advent24-report-layout.cpy".
       COPY "advent24-extract-layout.cpy".
       COPY "advent24-change-journal.cpy".

       01  EXCEPTIONS-FILE-STATUS PIC XX.
       01  CORRECTIONS-FILE-STATUS PIC XX.
       01  SUSPENSE-FILE-STATUS PIC XX.
       01  WS-SUSPENSE-ACTIVE PIC X VALUE 'N'.
       01  WS-SUSPENSE-CLEARED-COUNT PIC 9(8) VALUE 0.
       01  CHANGE-JOURNAL-STATUS PIC XX.
       01  WS-JOURNAL-ACTIVE PIC X VALUE 'N'.
       01  WS-JOURNAL-BEFORE-IMAGE PIC X(248).
       01  WS-RUN-START-STAMP PIC X(19).

       01  WS-EXCEPTIONS-EOF PIC X VALUE 'N'.
       01  WS-CORRECTIONS-EOF PIC X VALUE 'N'.
           88  POSITIONAL-MODE-ENABLED VALUE 'POSITIONAL'.

      * Run-control parsing working storage - same keyword=value form
      * the main program reads; only the two scan switches and the
      * generation retention are taken.
       01  RUN-CONTROL-STATUS PIC XX.
       01  WS-PARM-FILE-PRESENT PIC X VALUE 'N'.
       01  WS-PARM-EOF PIC X VALUE 'N'.
       01  WS-PARM-EQUALS-COUNT PIC 9(4).
       01  WS-PARM-SCAN-POINTER PIC 9(4).

      * ADJ extract generation working storage - same naming and
      * retention as the main run's PROCESS-GENERATION-HOUSEKEEPING.
       01  PURGE-LIST-STATUS PIC XX.
       01  WS-RETAIN-GENERATIONS PIC 9(4) VALUE 0005.
       01  WS-RETAIN-GENERATIONS-ENV PIC X(10) VALUE SPACES.
       01  WS-GEN-STAMP PIC X(14).
       01  WS-GEN-COMMAND PIC X(250).
       01  WS-GEN-BASE-NAME PIC X(60)
               VALUE '../advent-storage/advent-24-1.extract-adjust'.
       01  WS-GEN-KEEP-EDIT PIC Z(3)9.
       01  WS-GEN-TAIL-START PIC 9(4).
       01  WS-PURGE-EOF PIC X VALUE 'N'.
       01  WS-PURGED-COUNT PIC 9(4) VALUE 0.

      * Reconciliation working storage - the original TRL figures plus
      * the adjustment accounting this run adds on top of them.
       01  WS-TRAILER-FOUND PIC X VALUE 'N'.

           PERFORM WRITE-SUPPLEMENTAL-TRAILER
           PERFORM CLOSE-REPOST-FILES
           PERFORM SNAPSHOT-ADJUSTMENT-EXTRACT

           CLOSE EXCEPTIONS-FILE
           CLOSE CORRECTIONS-FILE
                   'ADVENT24-WORD-DIGITS'
               ACCEPT WS-CALC-MODE-SWITCH FROM ENVIRONMENT
                   'ADVENT24-CALC-MODE'
               ACCEPT WS-RETAIN-GENERATIONS-ENV FROM ENVIRONMENT
                   'ADVENT24-RETAIN-GENERATIONS'
               IF FUNCTION LENGTH(
                       FUNCTION TRIM(WS-RETAIN-GENERATIONS-ENV)) > 0
                   IF FUNCTION TRIM(WS-RETAIN-GENERATIONS-ENV)
                           IS NUMERIC
                       MOVE FUNCTION TRIM(WS-RETAIN-GENERATIONS-ENV)
                           TO WS-RETAIN-GENERATIONS
                   END-IF
               END-IF
           END-IF
           IF WS-RETAIN-GENERATIONS = 0
               MOVE 1 TO WS-RETAIN-GENERATIONS
           END-IF

           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-CURRENT-RUN-DATE
           END-STRING
           MOVE SPACES TO WS-RUN-START-STAMP
           STRING WS-CURRENT-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(11:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
               INTO WS-RUN-START-STAMP
           END-STRING.

      * Reads the WORD-DIGITS/CALC-MODE switches and the generation
      * retention out of the run-control file when one is present.
      * Validation is the main program's job - it refuses to run
      * against a bad file, so by the time there is a report to repair
      * the file is known good; anything that is not one of those
      * three keywords is simply not ours to read.
       LOAD-RUN-CONTROL-SWITCHES.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS NOT = '00'
               WHEN 'CALC-MODE'
                   MOVE FUNCTION TRIM(WS-PARM-VALUE)
                       TO WS-CALC-MODE-SWITCH
               WHEN 'RETAIN-GENERATIONS'
                   IF FUNCTION TRIM(WS-PARM-VALUE) IS NUMERIC
                       MOVE FUNCTION TRIM(WS-PARM-VALUE)
                           TO WS-RETAIN-GENERATIONS
                   END-IF
           END-EVALUATE.

      * Scans the original report for its TRL control record and keeps
                       'unavailable - status=' SUSPENSE-FILE-STATUS
                       ' - repaired items will keep aging'
               END-IF
           END-IF

           OPEN EXTEND CHANGE-JOURNAL
           IF CHANGE-JOURNAL-STATUS = '00'
                   OR CHANGE-JOURNAL-STATUS = '05'
               MOVE 'Y' TO WS-JOURNAL-ACTIVE
           ELSE
               DISPLAY 'WARNING: change journal unavailable - status='
                   CHANGE-JOURNAL-STATUS
                   ' - repairs will not be journaled'
           END-IF.

      * Walks the master forward to the row this exception line was
      * Posts one repaired record to the books: a DTL on the
      * supplemental extract keyed by the master row it repairs, and
      * an in-place rewrite of that row with the corrected text,
      * digits, value and a cleared exception flag. Billing's
      * disposition was an answer to the figures being replaced, so
      * it is cleared too - the repaired line goes out to billing
      * afresh on the supplemental extract. With no master
      * row to pair against, the DTL still ships (billing balances on
      * the trailer) under the exception's ordinal sequence.
       POST-REPAIRED-RECORD.
               FROM ADVENT24-EXT-DETAIL-RECORD

           IF WS-MASTER-POSITIONED = 'Y'
               MOVE ADVENT24-RSLT-RECORD TO WS-JOURNAL-BEFORE-IMAGE
               MOVE CORRECTION-RECORD(1:100) TO ADVENT24-RSLT-TEXT
               MOVE FIRST-DIGIT TO ADVENT24-RSLT-FIRST-DIGIT
               MOVE LAST-DIGIT TO ADVENT24-RSLT-LAST-DIGIT
               MOVE CALIBRATION-VALUE TO ADVENT24-RSLT-VALUE
               MOVE 'N' TO ADVENT24-RSLT-EXCEPTION-FLAG
               MOVE WS-CURRENT-RUN-DATE TO ADVENT24-RSLT-RUN-DATE
               MOVE SPACES TO ADVENT24-RSLT-BILL-STATUS
                   ADVENT24-RSLT-BILL-REASON
                   ADVENT24-RSLT-BILL-DATE
                   ADVENT24-RSLT-BILL-FILE-TYPE
               REWRITE ADVENT24-RSLT-RECORD
                   INVALID KEY
                       DISPLAY 'WARNING: results master rewrite '
                           RESULTS-MASTER-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-REPOSTED-COUNT
                       MOVE SPACES TO ADVENT24-JRNL-RECORD
                       MOVE 'MASTER' TO ADVENT24-JRNL-FILE
                       MOVE 'REWRITE' TO ADVENT24-JRNL-ACTION
                       MOVE ADVENT24-RSLT-KEY TO ADVENT24-JRNL-KEY
                       MOVE WS-JOURNAL-BEFORE-IMAGE
                           TO ADVENT24-JRNL-BEFORE-IMAGE
                       MOVE ADVENT24-RSLT-RECORD
                           TO ADVENT24-JRNL-AFTER-IMAGE
                       PERFORM WRITE-JOURNAL-ENTRY
               END-REWRITE
               PERFORM CLEAR-SUSPENSE-ITEM
           END-IF.
      * A repaired item stops aging: delete its suspense row, keyed
      * the same as the master row just rewritten. A row that is not
      * there (exception predates the suspense file, or suspense was
      * down that run) is simply nothing to clear. The row is read
      * first so the journal has its before image.
       CLEAR-SUSPENSE-ITEM.
           IF WS-SUSPENSE-ACTIVE = 'Y'
               MOVE ADVENT24-RSLT-SOURCE-FILE
                   TO ADVENT24-SUSP-SOURCE-FILE
               MOVE ADVENT24-RSLT-SEQUENCE TO ADVENT24-SUSP-SEQUENCE
               READ SUSPENSE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM DELETE-SUSPENSE-ROW
               END-READ
           END-IF.

       DELETE-SUSPENSE-ROW.
           MOVE ADVENT24-SUSP-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           DELETE SUSPENSE-FILE RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPENSE-CLEARED-COUNT
                   MOVE SPACES TO ADVENT24-JRNL-RECORD
                   MOVE 'SUSPENSE' TO ADVENT24-JRNL-FILE
                   MOVE 'DELETE' TO ADVENT24-JRNL-ACTION
                   MOVE ADVENT24-SUSP-KEY TO ADVENT24-JRNL-KEY
                   MOVE WS-JOURNAL-BEFORE-IMAGE
                       TO ADVENT24-JRNL-BEFORE-IMAGE
                   PERFORM WRITE-JOURNAL-ENTRY
           END-DELETE.

      * Appends the entry built in ADVENT24-JRNL-RECORD to the shared
      * change journal under this program's name and run stamp.
       WRITE-JOURNAL-ENTRY.
           IF WS-JOURNAL-ACTIVE = 'Y'
               MOVE 'Advent-24-1-Repair' TO ADVENT24-JRNL-PROGRAM
               MOVE WS-RUN-START-STAMP TO ADVENT24-JRNL-RUN-STAMP
               WRITE CHANGE-JOURNAL-LINE FROM ADVENT24-JRNL-RECORD
               IF CHANGE-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'WARNING: change journal write failed - '
                       'status=' CHANGE-JOURNAL-STATUS
               END-IF
           END-IF.

      * The supplemental trailer balances the ADJ file on its own:
               CLOSE SUSPENSE-FILE
               MOVE 'N' TO WS-SUSPENSE-ACTIVE
           END-IF
           IF WS-JOURNAL-ACTIVE = 'Y'
               CLOSE CHANGE-JOURNAL
               MOVE 'N' TO WS-JOURNAL-ACTIVE
           END-IF
           IF WS-MASTER-MISS-COUNT > 0
               DISPLAY 'WARNING: ' WS-MASTER-MISS-COUNT
                   ' repaired record(s) found no master row to '
                   'rewrite - their DTLs ship with a blank source'
           END-IF.

      * Copies the closed supplemental extract to its generation name,
      * stamped with this run's start like the main run's output set,
      * purges ADJ generations beyond WS-RETAIN-GENERATIONS, and notes
      * both on the adjustments report. Every path is a fixed literal
      * or built from this program's own stamp, never operator input.
       SNAPSHOT-ADJUSTMENT-EXTRACT.
           MOVE SPACES TO WS-GEN-STAMP
           STRING WS-RUN-START-STAMP(1:4) DELIMITED BY SIZE
               WS-RUN-START-STAMP(6:2) DELIMITED BY SIZE
               WS-RUN-START-STAMP(9:2) DELIMITED BY SIZE
               WS-RUN-START-STAMP(12:2) DELIMITED BY SIZE
               WS-RUN-START-STAMP(15:2) DELIMITED BY SIZE
               WS-RUN-START-STAMP(18:2) DELIMITED BY SIZE
               INTO WS-GEN-STAMP
           END-STRING

           MOVE SPACES TO WS-GEN-COMMAND
           STRING 'cp ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-BASE-NAME) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-BASE-NAME) DELIMITED BY SIZE
               '.g' DELIMITED BY SIZE
               WS-GEN-STAMP DELIMITED BY SIZE
               INTO WS-GEN-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-GEN-COMMAND

           MOVE SPACES TO ADJUSTMENTS-REPORT-LINE
           STRING 'ADJ EXTRACT GENERATION: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-BASE-NAME) DELIMITED BY SIZE
               '.g' DELIMITED BY SIZE
               WS-GEN-STAMP DELIMITED BY SIZE
               INTO ADJUSTMENTS-REPORT-LINE
           END-STRING
           WRITE ADJUSTMENTS-REPORT-LINE

           COMPUTE WS-GEN-TAIL-START = WS-RETAIN-GENERATIONS + 1
           MOVE WS-GEN-TAIL-START TO WS-GEN-KEEP-EDIT
           MOVE SPACES TO WS-GEN-COMMAND
           STRING 'ls -1t ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-BASE-NAME) DELIMITED BY SIZE
               '.g* 2>/dev/null | tail -n +' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-KEEP-EDIT) DELIMITED BY SIZE
               ' > ../advent-storage/advent-24-1.adjust-purge-list'
                   DELIMITED BY SIZE
               INTO WS-GEN-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-GEN-COMMAND

           MOVE 'N' TO WS-PURGE-EOF
           OPEN INPUT PURGE-LIST-FILE
           IF PURGE-LIST-STATUS = '00'
               PERFORM UNTIL WS-PURGE-EOF = 'Y'
                   READ PURGE-LIST-FILE
                       AT END MOVE 'Y' TO WS-PURGE-EOF
                       NOT AT END
                           IF FUNCTION LENGTH(
                                   FUNCTION TRIM(PURGE-LIST-RECORD))
                                   > 0
                               PERFORM PURGE-ONE-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PURGE-LIST-FILE.

       PURGE-ONE-GENERATION.
           ADD 1 TO WS-PURGED-COUNT
           MOVE SPACES TO WS-GEN-COMMAND
           STRING 'rm -f ' DELIMITED BY SIZE
               FUNCTION TRIM(PURGE-LIST-RECORD) DELIMITED BY SIZE
               INTO WS-GEN-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-GEN-COMMAND

           MOVE SPACES TO ADJUSTMENTS-REPORT-LINE
           STRING 'PURGED: ' DELIMITED BY SIZE
               FUNCTION TRIM(PURGE-LIST-RECORD) DELIMITED BY SIZE
               INTO ADJUSTMENTS-REPORT-LINE
           END-STRING
           WRITE ADJUSTMENTS-REPORT-LINE.

      * Reads the next exception line and its paired correction line.
      * An exception with no correction left to pair with is reported
      * as unresolved; a correction that still has no digits is
