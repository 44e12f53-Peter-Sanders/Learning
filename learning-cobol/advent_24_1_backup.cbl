       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-24-1-Backup.

      * Takes a dated sequential backup of the indexed results master
      * and exception suspense file, run as a job step ahead of the
      * main run so the last good state of both is always on file
      * before anything updates them. The indexed files are the only
      * copies of what they hold; with this backup and the extract
      * generations housekeeping already keeps, Advent-24-1-Recover
      * can rebuild either one.
      *
      * Writes advent-24-1.master-backup.g<stamp> and
      * advent-24-1.suspense-backup.g<stamp> (layout in the backup
      * copybook - HDR, one DTL per row in key order, TRL with the row
      * count), lists them on advent-24-1.backup-report, and purges
      * backup sets beyond the newest ADVENT24-BACKUP-RETAIN (default
      * 5). A file that does not exist yet (status 35 - no run has
      * created it) is backed up as an empty set, which is what a
      * recovery should restore it to.
      *
      * Any other failure to read either file removes both partial
      * backups - a set that exists is always whole - and ends with
      * RETURN-CODE 8 so the stream stops before the main run touches
      * a file that has no backup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-MASTER
           ASSIGN TO '../advent-storage/advent-24-1.results-master'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADVENT24-RSLT-KEY
           FILE STATUS IS RESULTS-MASTER-STATUS.

           SELECT SUSPENSE-FILE
           ASSIGN TO '../advent-storage/advent-24-1.suspense'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADVENT24-SUSP-KEY
           FILE STATUS IS SUSPENSE-FILE-STATUS.

      * The backup being written - pointed at the master's or the
      * suspense file's dated name in turn.
           SELECT BACKUP-FILE
           ASSIGN TO DYNAMIC WS-BACKUP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BACKUP-FILE-STATUS.

           SELECT BACKUP-REPORT
           ASSIGN TO '../advent-storage/advent-24-1.backup-report'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BACKUP-REPORT-STATUS.

      * Expired backup sets, listed by the shell so each can be
      * removed and reported one at a time.
           SELECT OPTIONAL PURGE-LIST-FILE
           ASSIGN TO '../advent-storage/advent-24-1.backup-purge-list'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PURGE-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-MASTER.
       COPY "advent24-results-master.cpy".

       FD  SUSPENSE-FILE.
       COPY "advent24-suspense.cpy".

       FD  BACKUP-FILE.
       01  BACKUP-LINE PIC X(252).

       FD  BACKUP-REPORT.
       01  BACKUP-REPORT-LINE PIC X(132).

       FD  PURGE-LIST-FILE.
       01  PURGE-LIST-RECORD PIC X(250).

       WORKING-STORAGE SECTION.
       COPY "advent24-backup-layout.cpy".

       01  RESULTS-MASTER-STATUS PIC XX.
       01  SUSPENSE-FILE-STATUS PIC XX.
       01  BACKUP-FILE-STATUS PIC XX.
       01  BACKUP-REPORT-STATUS PIC XX.
       01  PURGE-LIST-STATUS PIC XX.

       01  WS-BACKUP-STAMP PIC X(14).
       01  WS-BACKUP-PATH PIC X(100).
       01  WS-MASTER-BACKUP-PATH PIC X(100).
       01  WS-SUSPENSE-BACKUP-PATH PIC X(100).
       01  WS-MASTER-BASE-NAME PIC X(60)
               VALUE '../advent-storage/advent-24-1.master-backup'.
       01  WS-SUSPENSE-BASE-NAME PIC X(60)
               VALUE '../advent-storage/advent-24-1.suspense-backup'.

       01  WS-READ-EOF PIC X.
       01  WS-FILE-ON-DISK PIC X.
       01  WS-MASTER-ROW-COUNT PIC 9(8) VALUE 0.
       01  WS-SUSPENSE-ROW-COUNT PIC 9(8) VALUE 0.
       01  WS-MASTER-ON-DISK PIC X VALUE 'N'.
       01  WS-SUSPENSE-ON-DISK PIC X VALUE 'N'.
       01  WS-BACKUP-FAILED PIC X VALUE 'N'.
       01  WS-FAILURE-TEXT PIC X(80) VALUE SPACES.
       01  WS-ROW-COUNT-EDIT PIC ZZ,ZZZ,ZZ9.

      * Backup-set retention.
       01  WS-RETAIN-ENV PIC X(10) VALUE SPACES.
       01  WS-RETAIN-SETS PIC 9(4) VALUE 0005.
       01  WS-RETAIN-EDIT PIC Z(3)9.
       01  WS-TAIL-START PIC 9(4).
       01  WS-PURGE-EOF PIC X VALUE 'N'.
       01  WS-PURGED-COUNT PIC 9(4) VALUE 0.
       01  WS-SHELL-COMMAND PIC X(250).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN

           OPEN OUTPUT BACKUP-REPORT
           IF BACKUP-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening backup report: '
                   BACKUP-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO BACKUP-REPORT-LINE
           STRING 'RESULTS MASTER AND SUSPENSE BACKUP - g'
               DELIMITED BY SIZE
               WS-BACKUP-STAMP DELIMITED BY SIZE
               INTO BACKUP-REPORT-LINE
           END-STRING
           WRITE BACKUP-REPORT-LINE

           PERFORM BACKUP-RESULTS-MASTER
           IF WS-BACKUP-FAILED = 'N'
               PERFORM BACKUP-SUSPENSE-FILE
           END-IF

           IF WS-BACKUP-FAILED = 'Y'
               PERFORM DISCARD-PARTIAL-BACKUP
               CLOSE BACKUP-REPORT
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-FAILURE-TEXT)
               DISPLAY 'ABEND: no backup taken - the main run must '
                   'not update the master until one is'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-MASTER-BACKUP-PATH TO WS-BACKUP-PATH
           MOVE WS-MASTER-ROW-COUNT TO WS-ROW-COUNT-EDIT
           MOVE WS-MASTER-ON-DISK TO WS-FILE-ON-DISK
           PERFORM WRITE-BACKUP-REPORT-LINE
           MOVE WS-SUSPENSE-BACKUP-PATH TO WS-BACKUP-PATH
           MOVE WS-SUSPENSE-ROW-COUNT TO WS-ROW-COUNT-EDIT
           MOVE WS-SUSPENSE-ON-DISK TO WS-FILE-ON-DISK
           PERFORM WRITE-BACKUP-REPORT-LINE

           PERFORM PURGE-EXPIRED-BACKUPS

           CLOSE BACKUP-REPORT

           DISPLAY 'Backup set: g' WS-BACKUP-STAMP
           DISPLAY 'Results master rows backed up: '
               WS-MASTER-ROW-COUNT
           DISPLAY 'Suspense rows backed up: ' WS-SUSPENSE-ROW-COUNT
           DISPLAY 'Expired backup sets purged: ' WS-PURGED-COUNT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      * The backup stamp is this run's start in generation-name form,
      * so backups and extract generations sort on one timeline.
       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BACKUP-STAMP
           MOVE SPACES TO WS-MASTER-BACKUP-PATH
           STRING FUNCTION TRIM(WS-MASTER-BASE-NAME) DELIMITED BY SIZE
               '.g' DELIMITED BY SIZE
               WS-BACKUP-STAMP DELIMITED BY SIZE
               INTO WS-MASTER-BACKUP-PATH
           END-STRING
           MOVE SPACES TO WS-SUSPENSE-BACKUP-PATH
           STRING FUNCTION TRIM(WS-SUSPENSE-BASE-NAME)
               DELIMITED BY SIZE
               '.g' DELIMITED BY SIZE
               WS-BACKUP-STAMP DELIMITED BY SIZE
               INTO WS-SUSPENSE-BACKUP-PATH
           END-STRING

           ACCEPT WS-RETAIN-ENV FROM ENVIRONMENT
               'ADVENT24-BACKUP-RETAIN'
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-RETAIN-ENV)) > 0
               IF FUNCTION TRIM(WS-RETAIN-ENV) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-RETAIN-ENV)
                       TO WS-RETAIN-SETS
               END-IF
           END-IF
           IF WS-RETAIN-SETS = 0
               MOVE 1 TO WS-RETAIN-SETS
           END-IF.

      * Unloads the master in key order. Status 35 means no run has
      * created it yet - an empty backup is the true state.
       BACKUP-RESULTS-MASTER.
           MOVE WS-MASTER-BACKUP-PATH TO WS-BACKUP-PATH
           MOVE 'MASTER' TO ADVENT24-BKUP-HDR-FILE
           MOVE '../advent-storage/advent-24-1.results-master'
               TO ADVENT24-BKUP-HDR-SOURCE
           PERFORM OPEN-BACKUP-FILE
           IF WS-BACKUP-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RESULTS-MASTER
           IF RESULTS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-ON-DISK
               MOVE 'N' TO WS-READ-EOF
               PERFORM UNTIL WS-READ-EOF = 'Y'
                   READ RESULTS-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-READ-EOF
                       NOT AT END
                           MOVE SPACES TO ADVENT24-BKUP-DETAIL-RECORD
                           MOVE 'DTL' TO ADVENT24-BKUP-DET-TAG
                           MOVE ADVENT24-RSLT-RECORD
                               TO ADVENT24-BKUP-IMAGE
                           WRITE BACKUP-LINE
                               FROM ADVENT24-BKUP-DETAIL-RECORD
                           ADD 1 TO WS-MASTER-ROW-COUNT
                   END-READ
                   IF RESULTS-MASTER-STATUS NOT = '00'
                           AND RESULTS-MASTER-STATUS NOT = '10'
                           AND WS-READ-EOF NOT = 'Y'
                       MOVE 'Y' TO WS-READ-EOF
                   END-IF
               END-PERFORM
               IF RESULTS-MASTER-STATUS NOT = '10'
                   MOVE 'Y' TO WS-BACKUP-FAILED
                   MOVE SPACES TO WS-FAILURE-TEXT
                   STRING 'results master unreadable after '
                       DELIMITED BY SIZE
                       WS-MASTER-ROW-COUNT DELIMITED BY SIZE
                       ' rows - status=' DELIMITED BY SIZE
                       RESULTS-MASTER-STATUS DELIMITED BY SIZE
                       INTO WS-FAILURE-TEXT
                   END-STRING
               END-IF
               CLOSE RESULTS-MASTER
           ELSE
               IF RESULTS-MASTER-STATUS NOT = '35'
                   MOVE 'Y' TO WS-BACKUP-FAILED
                   MOVE SPACES TO WS-FAILURE-TEXT
                   STRING 'cannot open results master - status='
                       DELIMITED BY SIZE
                       RESULTS-MASTER-STATUS DELIMITED BY SIZE
                       INTO WS-FAILURE-TEXT
                   END-STRING
               END-IF
           END-IF

           MOVE WS-MASTER-ROW-COUNT TO ADVENT24-BKUP-TRL-ROW-COUNT
           PERFORM CLOSE-BACKUP-FILE.

      * Unloads the suspense file the same way.
       BACKUP-SUSPENSE-FILE.
           MOVE WS-SUSPENSE-BACKUP-PATH TO WS-BACKUP-PATH
           MOVE 'SUSPENSE' TO ADVENT24-BKUP-HDR-FILE
           MOVE '../advent-storage/advent-24-1.suspense'
               TO ADVENT24-BKUP-HDR-SOURCE
           PERFORM OPEN-BACKUP-FILE
           IF WS-BACKUP-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SUSPENSE-ON-DISK
               MOVE 'N' TO WS-READ-EOF
               PERFORM UNTIL WS-READ-EOF = 'Y'
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-READ-EOF
                       NOT AT END
                           MOVE SPACES TO ADVENT24-BKUP-DETAIL-RECORD
                           MOVE 'DTL' TO ADVENT24-BKUP-DET-TAG
                           MOVE ADVENT24-SUSP-RECORD
                               TO ADVENT24-BKUP-IMAGE
                           WRITE BACKUP-LINE
                               FROM ADVENT24-BKUP-DETAIL-RECORD
                           ADD 1 TO WS-SUSPENSE-ROW-COUNT
                   END-READ
                   IF SUSPENSE-FILE-STATUS NOT = '00'
                           AND SUSPENSE-FILE-STATUS NOT = '10'
                           AND WS-READ-EOF NOT = 'Y'
                       MOVE 'Y' TO WS-READ-EOF
                   END-IF
               END-PERFORM
               IF SUSPENSE-FILE-STATUS NOT = '10'
                   MOVE 'Y' TO WS-BACKUP-FAILED
                   MOVE SPACES TO WS-FAILURE-TEXT
                   STRING 'suspense file unreadable after '
                       DELIMITED BY SIZE
                       WS-SUSPENSE-ROW-COUNT DELIMITED BY SIZE
                       ' rows - status=' DELIMITED BY SIZE
                       SUSPENSE-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-FAILURE-TEXT
                   END-STRING
               END-IF
               CLOSE SUSPENSE-FILE
           ELSE
               IF SUSPENSE-FILE-STATUS NOT = '35'
                   MOVE 'Y' TO WS-BACKUP-FAILED
                   MOVE SPACES TO WS-FAILURE-TEXT
                   STRING 'cannot open suspense file - status='
                       DELIMITED BY SIZE
                       SUSPENSE-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-FAILURE-TEXT
                   END-STRING
               END-IF
           END-IF

           MOVE WS-SUSPENSE-ROW-COUNT TO ADVENT24-BKUP-TRL-ROW-COUNT
           PERFORM CLOSE-BACKUP-FILE.

      * Opens WS-BACKUP-PATH and writes its HDR; the file name and
      * source are already in the header record.
       OPEN-BACKUP-FILE.
           OPEN OUTPUT BACKUP-FILE
           IF BACKUP-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-BACKUP-FAILED
               MOVE SPACES TO WS-FAILURE-TEXT
               STRING 'cannot create ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BACKUP-PATH) DELIMITED BY SIZE
                   ' - status=' DELIMITED BY SIZE
                   BACKUP-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-FAILURE-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE 'HDR' TO ADVENT24-BKUP-HDR-TAG
           MOVE WS-BACKUP-STAMP TO ADVENT24-BKUP-HDR-STAMP
           WRITE BACKUP-LINE FROM ADVENT24-BKUP-HEADER-RECORD.

      * A failed unload gets no TRL, so even a partial file that
      * somehow survived the discard would be refused on restore.
       CLOSE-BACKUP-FILE.
           IF WS-BACKUP-FAILED = 'N'
               MOVE 'TRL' TO ADVENT24-BKUP-TRL-TAG
               WRITE BACKUP-LINE FROM ADVENT24-BKUP-TRAILER-RECORD
           END-IF
           CLOSE BACKUP-FILE.

       DISCARD-PARTIAL-BACKUP.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING 'rm -f ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-MASTER-BACKUP-PATH) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUSPENSE-BACKUP-PATH)
               DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-SHELL-COMMAND
           MOVE SPACES TO BACKUP-REPORT-LINE
           STRING 'BACKUP FAILED - ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-FAILURE-TEXT) DELIMITED BY SIZE
               INTO BACKUP-REPORT-LINE
           END-STRING
           WRITE BACKUP-REPORT-LINE.

       WRITE-BACKUP-REPORT-LINE.
           MOVE SPACES TO BACKUP-REPORT-LINE
           STRING 'BACKUP: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-BACKUP-PATH) DELIMITED BY SIZE
               '  ROWS: ' DELIMITED BY SIZE
               WS-ROW-COUNT-EDIT DELIMITED BY SIZE
               INTO BACKUP-REPORT-LINE
           END-STRING
           IF WS-FILE-ON-DISK = 'N'
               STRING '  (NOT YET CREATED - EMPTY SET)'
                   DELIMITED BY SIZE
                   INTO BACKUP-REPORT-LINE(100:)
               END-STRING
           END-IF
           WRITE BACKUP-REPORT-LINE.

      * Keeps the newest WS-RETAIN-SETS backup sets - the listing is
      * by name, which is stamp order - and removes the rest, the
      * same list-then-remove pattern generation housekeeping uses.
       PURGE-EXPIRED-BACKUPS.
           COMPUTE WS-TAIL-START = WS-RETAIN-SETS + 1
           MOVE WS-TAIL-START TO WS-RETAIN-EDIT
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING '{ ls -1r ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-MASTER-BASE-NAME) DELIMITED BY SIZE
               '.g* 2>/dev/null | tail -n +' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RETAIN-EDIT) DELIMITED BY SIZE
               '; ls -1r ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUSPENSE-BASE-NAME) DELIMITED BY SIZE
               '.g* 2>/dev/null | tail -n +' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RETAIN-EDIT) DELIMITED BY SIZE
               '; } > ../advent-storage/advent-24-1.backup-purge-list'
               DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-SHELL-COMMAND

           MOVE 'N' TO WS-PURGE-EOF
           OPEN INPUT PURGE-LIST-FILE
           IF PURGE-LIST-STATUS = '00'
               PERFORM UNTIL WS-PURGE-EOF = 'Y'
                   READ PURGE-LIST-FILE
                       AT END MOVE 'Y' TO WS-PURGE-EOF
                       NOT AT END
                           IF PURGE-LIST-RECORD NOT = SPACES
                               PERFORM PURGE-ONE-BACKUP
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PURGE-LIST-FILE

           MOVE SPACES TO BACKUP-REPORT-LINE
           MOVE WS-RETAIN-SETS TO WS-RETAIN-EDIT
           STRING 'RETAINING ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RETAIN-EDIT) DELIMITED BY SIZE
               ' BACKUP SET(S)' DELIMITED BY SIZE
               INTO BACKUP-REPORT-LINE
           END-STRING
           WRITE BACKUP-REPORT-LINE.

       PURGE-ONE-BACKUP.
           ADD 1 TO WS-PURGED-COUNT
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING 'rm -f ' DELIMITED BY SIZE
               FUNCTION TRIM(PURGE-LIST-RECORD) DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-SHELL-COMMAND
           MOVE SPACES TO BACKUP-REPORT-LINE
           STRING 'PURGED: ' DELIMITED BY SIZE
               FUNCTION TRIM(PURGE-LIST-RECORD) DELIMITED BY SIZE
               INTO BACKUP-REPORT-LINE
           END-STRING
           WRITE BACKUP-REPORT-LINE.
