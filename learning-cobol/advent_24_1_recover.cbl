       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-24-1-Recover.

      * Rebuilds the indexed results master and exception suspense
      * file after either is damaged or lost. Restores the newest
      * backup set Advent-24-1-Backup took (advent-24-1.master-
      * backup.g<stamp> and advent-24-1.suspense-backup.g<stamp>), then
      * rolls both forward by replaying, in run order, every extract
      * generation housekeeping kept since that backup:
      *
      *   ORG  advent-24-1.extract.g<stamp> - each DTL is upserted the
      *        way the main run upserts it. A row whose figures are
      *        unchanged keeps its record text and billing disposition;
      *        a changed or new row gets the extract's figures with no
      *        disposition. Flag-Y lines are carried into suspense
      *        (first-seen kept on a carried row), flag-N lines clear
      *        it.
      *   DLT  advent-24-1.extract-delta.g<stamp> - a delta run's
      *        DROPPED lines delete their master and suspense rows, as
      *        the run itself did. Its other lines repeat what the same
      *        run's ORG generation already applied.
      *   ADJ  advent-24-1.extract-adjust.g<stamp> - each repaired line
      *        is posted over its master row the way Repair posted it
      *        (corrected figures, flag and disposition cleared) and
      *        its suspense row is deleted.
      *
      * Generations sharing a stamp apply ORG, then DLT, then ADJ, the
      * order the runs wrote them. The extracts carry no record text,
      * so a row the replay had to add or change is left with blank
      * text; the report counts those rows, and the next run against
      * the same input refills them.
      *
      * Nothing is touched until the backup set and every generation
      * to be replayed have been read end to end and balanced against
      * their trailers - a recovery that would stop half way is
      * refused (RETURN-CODE 8) with both indexed files as they were.
      * A recovery that completes but cannot vouch for itself - a
      * clean run on the ledger since the backup with no ORG
      * generation left to replay, or a repaired line whose master row
      * was not there to post to - ends with RETURN-CODE 4.
      *
      * The replay is not written to the change journal: the runs that
      * made those changes journaled them when they made them, and the
      * recovery report (advent-24-1.recovery-report) is the record of
      * the rebuild itself. Billing dispositions Billack posted and
      * rows Maint purged after the backup are not in any extract,
      * and the report says so. Billack renames each acknowledgment
      * it posts to <acknowledgment>.posted.<stamp>, so a plain rerun
      * finds nothing to post: rerun it once per posted file stamped
      * after the backup, oldest first, with ADVENT24-ACK-INPUT naming
      * that file. This has to be done within ADVENT24-ACK-DAYS days
      * of the answer, before Billack prunes the answered handoff from
      * the ledger and removes the priced file it points at. Maint
      * purges made since the backup are re-entered by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-MASTER
           ASSIGN TO '../advent-storage/advent-24-1.results-master'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADVENT24-RSLT-KEY
           FILE STATUS IS RESULTS-MASTER-STATUS.

           SELECT SUSPENSE-FILE
           ASSIGN TO '../advent-storage/advent-24-1.suspense'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADVENT24-SUSP-KEY
           FILE STATUS IS SUSPENSE-FILE-STATUS.

      * One backup file of the set - the master's or the suspense
      * file's, in turn.
           SELECT BACKUP-FILE
           ASSIGN TO DYNAMIC WS-BACKUP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BACKUP-FILE-STATUS.

      * One extract generation - ORG, DLT or ADJ.
           SELECT GENERATION-FILE
           ASSIGN TO DYNAMIC WS-GENERATION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GENERATION-FILE-STATUS.

      * Backup sets and extract generations on file, listed by the
      * shell as "<stamp> <path>" / "<stamp> <rank> <path>" lines and
      * sorted, so stamp order is run order.
           SELECT OPTIONAL BACKUP-LIST-FILE
           ASSIGN TO '../advent-storage/advent-24-1.recovery-backups'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BACKUP-LIST-STATUS.

           SELECT OPTIONAL GENERATION-LIST-FILE
           ASSIGN TO '../advent-storage/advent-24-1.recovery-gens'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GENERATION-LIST-STATUS.

      * The run ledger, read to find the runs made since the backup.
           SELECT OPTIONAL RUN-HISTORY-FILE
           ASSIGN TO '../advent-storage/advent-24-1.run-history'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-HISTORY-STATUS.

           SELECT RECOVERY-REPORT
           ASSIGN TO '../advent-storage/advent-24-1.recovery-report'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECOVERY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-MASTER.
       COPY "advent24-results-master.cpy".

       FD  SUSPENSE-FILE.
       COPY "advent24-suspense.cpy".

       FD  BACKUP-FILE.
       01  BACKUP-LINE PIC X(252).

       FD  GENERATION-FILE.
       01  GENERATION-LINE PIC X(135).

       FD  BACKUP-LIST-FILE.
       01  BACKUP-LIST-RECORD PIC X(250).

       FD  GENERATION-LIST-FILE.
       01  GENERATION-LIST-RECORD PIC X(250).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD PIC X(196).

       FD  RECOVERY-REPORT.
       01  RECOVERY-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "advent24-backup-layout.cpy".
       COPY "advent24-extract-layout.cpy".
       COPY "advent24-run-history.cpy".

       01  RESULTS-MASTER-STATUS PIC XX.
       01  SUSPENSE-FILE-STATUS PIC XX.
       01  BACKUP-FILE-STATUS PIC XX.
       01  GENERATION-FILE-STATUS PIC XX.
       01  BACKUP-LIST-STATUS PIC XX.
       01  GENERATION-LIST-STATUS PIC XX.
       01  RUN-HISTORY-STATUS PIC XX.
       01  RECOVERY-REPORT-STATUS PIC XX.

       01  WS-RECOVERY-STAMP PIC X(14).
       01  WS-SHELL-COMMAND PIC X(400).
       01  WS-COMMAND-POINTER PIC 9(4).
       01  WS-LIST-EOF PIC X.
       01  WS-READ-EOF PIC X.
       01  WS-REFUSAL-TEXT PIC X(120) VALUE SPACES.
       01  WS-WARNING-COUNT PIC 9(4) VALUE 0.

      * The backup set being restored.
       01  WS-MASTER-BASE-NAME PIC X(60)
               VALUE '../advent-storage/advent-24-1.master-backup'.
       01  WS-SUSPENSE-BASE-NAME PIC X(60)
               VALUE '../advent-storage/advent-24-1.suspense-backup'.
       01  WS-BACKUP-STAMP PIC X(14) VALUE SPACES.
       01  WS-BACKUP-STAMP-DISPLAY PIC X(19).
       01  WS-BACKUP-PATH PIC X(100).
       01  WS-MASTER-BACKUP-PATH PIC X(100).
       01  WS-SUSPENSE-BACKUP-PATH PIC X(100).
       01  WS-EXPECTED-FILE PIC X(8).
       01  WS-BACKUP-DETAIL-COUNT PIC 9(8).
       01  WS-BACKUP-TRAILER-SEEN PIC X.
       01  WS-MASTER-BACKUP-ROWS PIC 9(8) VALUE 0.
       01  WS-SUSPENSE-BACKUP-ROWS PIC 9(8) VALUE 0.

      * Generations to replay, in run order. GEN-RANK orders the
      * types a single run stamp can carry.
       01  WS-GENERATION-PATH PIC X(100).
       01  WS-GENS-ON-FILE PIC 9(4) VALUE 0.
       01  WS-GEN-COUNT PIC 9(4) VALUE 0.
       01  WS-GEN-INDEX PIC 9(4).
       01  WS-ORG-GENS-APPLIED PIC 9(4) VALUE 0.
       01  WS-LIST-STAMP PIC X(14).
       01  WS-LIST-RANK PIC X.
       01  WS-LIST-PATH PIC X(100).
       01  GENERATION-TABLE.
           05  GEN-ENTRY OCCURS 500 TIMES.
               10  GEN-STAMP PIC X(14).
               10  GEN-RANK PIC X.
                   88  GEN-IS-ORG VALUE '1'.
                   88  GEN-IS-DLT VALUE '2'.
                   88  GEN-IS-ADJ VALUE '3'.
               10  GEN-TYPE PIC X(3).
               10  GEN-PATH PIC X(100).

      * Balancing a generation against its trailer before any of it
      * is applied.
       01  WS-BAL-DETAIL-COUNT PIC 9(8).
       01  WS-BAL-VALUE-HASH PIC 9(9).
       01  WS-BAL-EXCEPTION-COUNT PIC 9(8).
       01  WS-BAL-HEADER-SEEN PIC X.
       01  WS-BAL-TRAILER-SEEN PIC X.

      * Replay working storage.
       01  WS-GEN-RUN-DATE PIC X(10).
       01  WS-MASTER-OPEN PIC X VALUE 'N'.
       01  WS-SUSPENSE-OPEN PIC X VALUE 'N'.
       01  WS-ROW-FOUND PIC X.
       01  WS-ROW-TEXT PIC X(100).
       01  WS-GEN-LINES PIC 9(8).
       01  WS-GEN-ADDED PIC 9(8).
       01  WS-GEN-REWRITTEN PIC 9(8).
       01  WS-GEN-DELETED PIC 9(8).
       01  WS-GEN-SKIPPED PIC 9(8).
       01  WS-ADJ-MISS-COUNT PIC 9(8) VALUE 0.
       01  WS-WRITE-FAILURES PIC 9(8) VALUE 0.

      * Row counts before and after, for the report.
       01  WS-COUNT-ROWS PIC 9(8).
       01  WS-COUNT-STATE PIC X(40).
       01  WS-MASTER-BEFORE-STATE PIC X(40).
       01  WS-SUSPENSE-BEFORE-STATE PIC X(40).
       01  WS-MASTER-AFTER-STATE PIC X(40).
       01  WS-SUSPENSE-AFTER-STATE PIC X(40).
       01  WS-BLANK-TEXT-ROWS PIC 9(8) VALUE 0.

      * Ledger check - clean runs since the backup against the ORG
      * generations replayed.
       01  WS-LEDGER-STAMP PIC X(14).
       01  WS-LEDGER-CLEAN-RUNS PIC 9(4) VALUE 0.
       01  WS-LEDGER-OTHER-RUNS PIC 9(4) VALUE 0.

       01  WS-COUNT-EDIT PIC ZZ,ZZZ,ZZ9.
       01  WS-SMALL-EDIT PIC Z(3)9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN

           PERFORM LOCATE-LATEST-BACKUP
           PERFORM VERIFY-BACKUP-SET
           PERFORM LIST-GENERATIONS-SINCE-BACKUP
           PERFORM VERIFY-ONE-GENERATION
               VARYING WS-GEN-INDEX FROM 1 BY 1
               UNTIL WS-GEN-INDEX > WS-GEN-COUNT

           PERFORM COUNT-ROWS-BEFORE

           PERFORM RESTORE-RESULTS-MASTER
           PERFORM RESTORE-SUSPENSE-FILE

           PERFORM OPEN-FOR-REPLAY
           PERFORM APPLY-ONE-GENERATION
               VARYING WS-GEN-INDEX FROM 1 BY 1
               UNTIL WS-GEN-INDEX > WS-GEN-COUNT
           CLOSE RESULTS-MASTER
           CLOSE SUSPENSE-FILE

           PERFORM COUNT-ROWS-AFTER
           PERFORM CHECK-RUN-LEDGER
           PERFORM WRITE-RECOVERY-SUMMARY

           CLOSE RECOVERY-REPORT

           DISPLAY 'Backup restored: g' WS-BACKUP-STAMP
           DISPLAY 'Generations applied: ' WS-GEN-COUNT
           DISPLAY 'Results master rows: ' WS-MASTER-AFTER-STATE
           DISPLAY 'Suspense rows: ' WS-SUSPENSE-AFTER-STATE
           IF WS-WARNING-COUNT > 0
               DISPLAY 'WARNING: recovery completed with '
                   WS-WARNING-COUNT ' warning(s) - see '
                   '../advent-storage/advent-24-1.recovery-report'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RECOVERY-STAMP
           OPEN OUTPUT RECOVERY-REPORT
           IF RECOVERY-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening recovery report: '
                   RECOVERY-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING 'RESULTS MASTER AND SUSPENSE RECOVERY - g'
               DELIMITED BY SIZE
               WS-RECOVERY-STAMP DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE.

      * Refuses the recovery before anything has been touched: the
      * reason goes on the report and the console, and both indexed
      * files are left exactly as they were found.
       REFUSE-RECOVERY.
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING 'RECOVERY REFUSED - ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-REFUSAL-TEXT) DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           MOVE 'RESULTS MASTER AND SUSPENSE FILE NOT TOUCHED'
               TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           CLOSE RECOVERY-REPORT
           DISPLAY 'ERROR: ' FUNCTION TRIM(WS-REFUSAL-TEXT)
           DISPLAY 'Recovery refused - results master and suspense '
               'file not touched'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      * Once the restore has begun, a failure leaves the files part
      * rebuilt - the operator is told to rerun the recovery, which
      * starts again from the same backup.
       ABEND-MID-RECOVERY.
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING 'RECOVERY FAILED - ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-REFUSAL-TEXT) DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING 'RESULTS MASTER AND SUSPENSE FILE ARE PART '
               DELIMITED BY SIZE
               'REBUILT - RERUN THE RECOVERY BEFORE ANY OTHER STEP'
               DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE
           CLOSE RECOVERY-REPORT
           IF WS-MASTER-OPEN = 'Y'
               CLOSE RESULTS-MASTER
           END-IF
           IF WS-SUSPENSE-OPEN = 'Y'
               CLOSE SUSPENSE-FILE
           END-IF
           DISPLAY 'ABEND: ' FUNCTION TRIM(WS-REFUSAL-TEXT)
           DISPLAY 'ABEND: files are part rebuilt - rerun the '
               'recovery before any other step'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      * The newest master backup on file names the set; the suspense
      * backup with the same stamp completes it.
       LOCATE-LATEST-BACKUP.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING 'for f in ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-MASTER-BASE-NAME) DELIMITED BY SIZE
               '.g*; do test -f "$f" && echo "${f##*.g} $f"; done'
               DELIMITED BY SIZE
               ' | sort > ' DELIMITED BY SIZE
               '../advent-storage/advent-24-1.recovery-backups'
               DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-SHELL-COMMAND

           MOVE 'N' TO WS-LIST-EOF
           OPEN INPUT BACKUP-LIST-FILE
           IF BACKUP-LIST-STATUS = '00'
               PERFORM UNTIL WS-LIST-EOF = 'Y'
                   READ BACKUP-LIST-FILE
                       AT END MOVE 'Y' TO WS-LIST-EOF
                       NOT AT END
                           IF BACKUP-LIST-RECORD NOT = SPACES
                               MOVE BACKUP-LIST-RECORD(1:14)
                                   TO WS-BACKUP-STAMP
                               MOVE BACKUP-LIST-RECORD(16:)
                                   TO WS-MASTER-BACKUP-PATH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BACKUP-LIST-FILE

           IF WS-BACKUP-STAMP = SPACES
                   OR WS-BACKUP-STAMP IS NOT NUMERIC
               MOVE 'no backup set on file - nothing to restore from'
                   TO WS-REFUSAL-TEXT
               PERFORM REFUSE-RECOVERY
           END-IF

           MOVE SPACES TO WS-SUSPENSE-BACKUP-PATH
           STRING FUNCTION TRIM(WS-SUSPENSE-BASE-NAME)
               DELIMITED BY SIZE
               '.g' DELIMITED BY SIZE
               WS-BACKUP-STAMP DELIMITED BY SIZE
               INTO WS-SUSPENSE-BACKUP-PATH
           END-STRING

           MOVE SPACES TO WS-BACKUP-STAMP-DISPLAY
           STRING WS-BACKUP-STAMP(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-BACKUP-STAMP(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-BACKUP-STAMP(7:2) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BACKUP-STAMP(9:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WS-BACKUP-STAMP(11:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WS-BACKUP-STAMP(13:2) DELIMITED BY SIZE
               INTO WS-BACKUP-STAMP-DISPLAY
           END-STRING

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING 'BACKUP SET: g' DELIMITED BY SIZE
               WS-BACKUP-STAMP DELIMITED BY SIZE
               ' (TAKEN ' DELIMITED BY SIZE
               WS-BACKUP-STAMP-DISPLAY DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE.

      * Both halves of the set must be whole - HDR naming the right
      * file and stamp, a TRL whose row count matches the DTLs, and
      * nothing after it - before either is restored.
       VERIFY-BACKUP-SET.
           MOVE WS-MASTER-BACKUP-PATH TO WS-BACKUP-PATH
           MOVE 'MASTER' TO WS-EXPECTED-FILE
           PERFORM VERIFY-ONE-BACKUP
           MOVE WS-BACKUP-DETAIL-COUNT TO WS-MASTER-BACKUP-ROWS

           MOVE WS-SUSPENSE-BACKUP-PATH TO WS-BACKUP-PATH
           MOVE 'SUSPENSE' TO WS-EXPECTED-FILE
           PERFORM VERIFY-ONE-BACKUP
           MOVE WS-BACKUP-DETAIL-COUNT TO WS-SUSPENSE-BACKUP-ROWS

           MOVE SPACES TO RECOVERY-REPORT-LINE
           MOVE WS-MASTER-BACKUP-ROWS TO WS-COUNT-EDIT
           STRING '  ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-MASTER-BACKUP-PATH) DELIMITED BY SIZE
               '  ROWS: ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           MOVE WS-SUSPENSE-BACKUP-ROWS TO WS-COUNT-EDIT
           STRING '  ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUSPENSE-BACKUP-PATH) DELIMITED BY SIZE
               '  ROWS: ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE.

       VERIFY-ONE-BACKUP.
           MOVE 0 TO WS-BACKUP-DETAIL-COUNT
           MOVE 'N' TO WS-BACKUP-TRAILER-SEEN
           OPEN INPUT BACKUP-FILE
           IF BACKUP-FILE-STATUS NOT = '00'
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'cannot open backup ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BACKUP-PATH) DELIMITED BY SIZE
                   ' - status=' DELIMITED BY SIZE
                   BACKUP-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-RECOVERY
           END-IF

           READ BACKUP-FILE INTO ADVENT24-BKUP-HEADER-RECORD
               AT END MOVE SPACES TO ADVENT24-BKUP-HEADER-RECORD
           END-READ
           IF ADVENT24-BKUP-HDR-TAG NOT = 'HDR'
                   OR ADVENT24-BKUP-HDR-STAMP NOT = WS-BACKUP-STAMP
                   OR ADVENT24-BKUP-HDR-FILE NOT = WS-EXPECTED-FILE
               CLOSE BACKUP-FILE
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'backup ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BACKUP-PATH) DELIMITED BY SIZE
                   ' has no matching HDR record' DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-RECOVERY
           END-IF

           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ BACKUP-FILE
                   AT END MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF WS-BACKUP-TRAILER-SEEN = 'Y'
                           MOVE 'X' TO WS-BACKUP-TRAILER-SEEN
                           MOVE 'Y' TO WS-READ-EOF
                       ELSE
                           EVALUATE BACKUP-LINE(1:3)
                               WHEN 'DTL'
                                   ADD 1 TO WS-BACKUP-DETAIL-COUNT
                               WHEN 'TRL'
                                   MOVE BACKUP-LINE
                                       TO ADVENT24-BKUP-TRAILER-RECORD
                                   MOVE 'Y' TO WS-BACKUP-TRAILER-SEEN
                               WHEN OTHER
                                   MOVE 'X' TO WS-BACKUP-TRAILER-SEEN
                                   MOVE 'Y' TO WS-READ-EOF
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE

           IF WS-BACKUP-TRAILER-SEEN NOT = 'Y'
                   OR ADVENT24-BKUP-TRL-ROW-COUNT IS NOT NUMERIC
                   OR ADVENT24-BKUP-TRL-ROW-COUNT
                       NOT = WS-BACKUP-DETAIL-COUNT
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'backup ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BACKUP-PATH) DELIMITED BY SIZE
                   ' is incomplete - TRL missing or out of balance'
                   DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-RECOVERY
           END-IF.

      * Lists every ORG, DLT and ADJ generation on file as
      * "<stamp> <rank> <path>", sorted - stamp order is run order,
      * and the rank puts a run's ORG ahead of its DLT and a repair's
      * ADJ after both. Only those stamped after the backup are kept.
       LIST-GENERATIONS-SINCE-BACKUP.
           MOVE SPACES TO WS-SHELL-COMMAND
           MOVE 1 TO WS-COMMAND-POINTER
           STRING '{ for f in ../advent-storage/advent-24-1.extract.g*;'
               DELIMITED BY SIZE
               ' do test -f "$f" && echo "${f##*.g} 1 $f"; done;'
               DELIMITED BY SIZE
               ' for f in ../advent-storage/advent-24-1.extract-delta.'
               DELIMITED BY SIZE
               'g*; do test -f "$f" && echo "${f##*.g} 2 $f"; done;'
               DELIMITED BY SIZE
               ' for f in ../advent-storage/advent-24-1.extract-adju'
               DELIMITED BY SIZE
               'st.g*; do test -f "$f" && echo "${f##*.g} 3 $f"; done;'
               DELIMITED BY SIZE
               ' } | sort > ../advent-storage/advent-24-1.recovery-gens'
               DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
               WITH POINTER WS-COMMAND-POINTER
           END-STRING
           CALL 'SYSTEM' USING WS-SHELL-COMMAND

           MOVE 'N' TO WS-LIST-EOF
           OPEN INPUT GENERATION-LIST-FILE
           IF GENERATION-LIST-STATUS = '00'
               PERFORM UNTIL WS-LIST-EOF = 'Y'
                   READ GENERATION-LIST-FILE
                       AT END MOVE 'Y' TO WS-LIST-EOF
                       NOT AT END
                           IF GENERATION-LIST-RECORD NOT = SPACES
                               PERFORM TAKE-GENERATION-LIST-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GENERATION-LIST-FILE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           MOVE WS-GENS-ON-FILE TO WS-SMALL-EDIT
           STRING 'EXTRACT GENERATIONS ON FILE: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SMALL-EDIT) DELIMITED BY SIZE
               '  SINCE BACKUP: ' DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           MOVE WS-GEN-COUNT TO WS-SMALL-EDIT
           STRING FUNCTION TRIM(RECOVERY-REPORT-LINE) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SMALL-EDIT) DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE.

       TAKE-GENERATION-LIST-ENTRY.
           MOVE GENERATION-LIST-RECORD(1:14) TO WS-LIST-STAMP
           MOVE GENERATION-LIST-RECORD(16:1) TO WS-LIST-RANK
           MOVE GENERATION-LIST-RECORD(18:) TO WS-LIST-PATH
      * A name whose suffix is not a generation stamp is not ours.
           IF WS-LIST-STAMP IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GENS-ON-FILE
           IF WS-LIST-STAMP NOT > WS-BACKUP-STAMP
               EXIT PARAGRAPH
           END-IF
           IF WS-GEN-COUNT >= 500
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'more than 500 extract generations since the '
                   DELIMITED BY SIZE
                   'backup - take a fresh backup set first'
                   DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-RECOVERY
           END-IF
           ADD 1 TO WS-GEN-COUNT
           MOVE WS-LIST-STAMP TO GEN-STAMP(WS-GEN-COUNT)
           MOVE WS-LIST-RANK TO GEN-RANK(WS-GEN-COUNT)
           MOVE WS-LIST-PATH TO GEN-PATH(WS-GEN-COUNT)
           EVALUATE TRUE
               WHEN GEN-IS-ORG(WS-GEN-COUNT)
                   MOVE 'ORG' TO GEN-TYPE(WS-GEN-COUNT)
               WHEN GEN-IS-DLT(WS-GEN-COUNT)
                   MOVE 'DLT' TO GEN-TYPE(WS-GEN-COUNT)
               WHEN OTHER
                   MOVE 'ADJ' TO GEN-TYPE(WS-GEN-COUNT)
           END-EVALUATE.

      * Reads one generation end to end: its HDR must carry the type
      * its name implies, and its DTL count, value hash and exception
      * count must foot to its TRL - the same balance Verify and
      * Rating hold every extract to.
       VERIFY-ONE-GENERATION.
           MOVE GEN-PATH(WS-GEN-INDEX) TO WS-GENERATION-PATH
           MOVE 0 TO WS-BAL-DETAIL-COUNT
           MOVE 0 TO WS-BAL-VALUE-HASH
           MOVE 0 TO WS-BAL-EXCEPTION-COUNT
           MOVE 'N' TO WS-BAL-HEADER-SEEN
           MOVE 'N' TO WS-BAL-TRAILER-SEEN
           OPEN INPUT GENERATION-FILE
           IF GENERATION-FILE-STATUS NOT = '00'
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'cannot open generation ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GENERATION-PATH) DELIMITED BY SIZE
                   ' - status=' DELIMITED BY SIZE
                   GENERATION-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-RECOVERY
           END-IF
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ GENERATION-FILE
                   AT END MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       PERFORM BALANCE-GENERATION-LINE
               END-READ
           END-PERFORM
           CLOSE GENERATION-FILE

           IF WS-BAL-HEADER-SEEN NOT = 'Y'
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'generation ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GENERATION-PATH) DELIMITED BY SIZE
                   ' has no ' DELIMITED BY SIZE
                   GEN-TYPE(WS-GEN-INDEX) DELIMITED BY SIZE
                   ' HDR record' DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-RECOVERY
           END-IF
           IF WS-BAL-TRAILER-SEEN NOT = 'Y'
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'generation ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GENERATION-PATH) DELIMITED BY SIZE
                   ' has no TRL record' DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-RECOVERY
           END-IF
           IF ADVENT24-EXT-TRL-DETAIL-COUNT NOT = WS-BAL-DETAIL-COUNT
                   OR ADVENT24-EXT-TRL-VALUE-HASH
                       NOT = WS-BAL-VALUE-HASH
                   OR ADVENT24-EXT-TRL-EXCEPTION-COUNT
                       NOT = WS-BAL-EXCEPTION-COUNT
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'generation ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GENERATION-PATH) DELIMITED BY SIZE
                   ' does not foot to its TRL' DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-RECOVERY
           END-IF.

       BALANCE-GENERATION-LINE.
           EVALUATE GENERATION-LINE(1:3)
               WHEN 'HDR'
                   MOVE GENERATION-LINE TO ADVENT24-EXT-HEADER-RECORD
                   IF ADVENT24-EXT-HDR-FILE-TYPE
                           = GEN-TYPE(WS-GEN-INDEX)
                       MOVE 'Y' TO WS-BAL-HEADER-SEEN
                   END-IF
               WHEN 'DTL'
                   MOVE GENERATION-LINE(1:122)
                       TO ADVENT24-EXT-DETAIL-RECORD
                   ADD 1 TO WS-BAL-DETAIL-COUNT
                   IF ADVENT24-EXT-VALUE IS NUMERIC
                       ADD ADVENT24-EXT-VALUE TO WS-BAL-VALUE-HASH
                   END-IF
                   IF ADVENT24-EXT-EXCEPTION-FLAG = 'Y'
                       ADD 1 TO WS-BAL-EXCEPTION-COUNT
                   END-IF
               WHEN 'TRL'
                   MOVE GENERATION-LINE TO ADVENT24-EXT-TRAILER-RECORD
                   MOVE 'Y' TO WS-BAL-TRAILER-SEEN
           END-EVALUATE.

      * Counts the rows each indexed file holds before the restore.
      * A file that is missing or will not read is exactly what a
      * recovery is for, so either is reported, not refused.
       COUNT-ROWS-BEFORE.
           PERFORM COUNT-MASTER-ROWS
           MOVE WS-COUNT-STATE TO WS-MASTER-BEFORE-STATE
           PERFORM COUNT-SUSPENSE-ROWS
           MOVE WS-COUNT-STATE TO WS-SUSPENSE-BEFORE-STATE.

       COUNT-ROWS-AFTER.
           MOVE 0 TO WS-BLANK-TEXT-ROWS
           PERFORM COUNT-MASTER-ROWS
           MOVE WS-COUNT-STATE TO WS-MASTER-AFTER-STATE
           PERFORM COUNT-SUSPENSE-ROWS
           MOVE WS-COUNT-STATE TO WS-SUSPENSE-AFTER-STATE.

       COUNT-MASTER-ROWS.
           MOVE 0 TO WS-COUNT-ROWS
           OPEN INPUT RESULTS-MASTER
           IF RESULTS-MASTER-STATUS = '35'
               MOVE 'NOT ON FILE' TO WS-COUNT-STATE
               EXIT PARAGRAPH
           END-IF
           IF RESULTS-MASTER-STATUS NOT = '00'
               MOVE SPACES TO WS-COUNT-STATE
               STRING 'UNREADABLE - STATUS ' DELIMITED BY SIZE
                   RESULTS-MASTER-STATUS DELIMITED BY SIZE
                   INTO WS-COUNT-STATE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ RESULTS-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-ROWS
                       IF ADVENT24-RSLT-TEXT = SPACES
                           ADD 1 TO WS-BLANK-TEXT-ROWS
                       END-IF
               END-READ
               IF RESULTS-MASTER-STATUS NOT = '00'
                       AND RESULTS-MASTER-STATUS NOT = '10'
                   MOVE 'Y' TO WS-READ-EOF
               END-IF
           END-PERFORM
           MOVE WS-COUNT-ROWS TO WS-COUNT-EDIT
           MOVE SPACES TO WS-COUNT-STATE
           IF RESULTS-MASTER-STATUS = '10'
               STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   ' ROWS' DELIMITED BY SIZE
                   INTO WS-COUNT-STATE
               END-STRING
           ELSE
               STRING 'UNREADABLE AFTER ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   ' ROWS - STATUS ' DELIMITED BY SIZE
                   RESULTS-MASTER-STATUS DELIMITED BY SIZE
                   INTO WS-COUNT-STATE
               END-STRING
           END-IF
           CLOSE RESULTS-MASTER.

       COUNT-SUSPENSE-ROWS.
           MOVE 0 TO WS-COUNT-ROWS
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-FILE-STATUS = '35'
               MOVE 'NOT ON FILE' TO WS-COUNT-STATE
               EXIT PARAGRAPH
           END-IF
           IF SUSPENSE-FILE-STATUS NOT = '00'
               MOVE SPACES TO WS-COUNT-STATE
               STRING 'UNREADABLE - STATUS ' DELIMITED BY SIZE
                   SUSPENSE-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-COUNT-STATE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ SUSPENSE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-ROWS
               END-READ
               IF SUSPENSE-FILE-STATUS NOT = '00'
                       AND SUSPENSE-FILE-STATUS NOT = '10'
                   MOVE 'Y' TO WS-READ-EOF
               END-IF
           END-PERFORM
           MOVE WS-COUNT-ROWS TO WS-COUNT-EDIT
           MOVE SPACES TO WS-COUNT-STATE
           IF SUSPENSE-FILE-STATUS = '10'
               STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   ' ROWS' DELIMITED BY SIZE
                   INTO WS-COUNT-STATE
               END-STRING
           ELSE
               STRING 'UNREADABLE AFTER ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   ' ROWS - STATUS ' DELIMITED BY SIZE
                   SUSPENSE-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-COUNT-STATE
               END-STRING
           END-IF
           CLOSE SUSPENSE-FILE.

      * Recreates the master from its backup - OPEN OUTPUT discards
      * whatever is left of the damaged file - loading the row images
      * in the key order they were unloaded in.
       RESTORE-RESULTS-MASTER.
           OPEN OUTPUT RESULTS-MASTER
           IF RESULTS-MASTER-STATUS NOT = '00'
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'cannot recreate results master - status='
                   DELIMITED BY SIZE
                   RESULTS-MASTER-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-RECOVERY
           END-IF
           MOVE 'Y' TO WS-MASTER-OPEN
           MOVE WS-MASTER-BACKUP-PATH TO WS-BACKUP-PATH
           OPEN INPUT BACKUP-FILE
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ BACKUP-FILE
                   AT END MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF BACKUP-LINE(1:3) = 'DTL'
                           MOVE BACKUP-LINE TO
                               ADVENT24-BKUP-DETAIL-RECORD
                           MOVE ADVENT24-BKUP-IMAGE
                               TO ADVENT24-RSLT-RECORD
                           WRITE ADVENT24-RSLT-RECORD
                               INVALID KEY
                                   MOVE SPACES TO WS-REFUSAL-TEXT
                                   STRING 'results master restore '
                                       DELIMITED BY SIZE
                                       'write failed - status='
                                       DELIMITED BY SIZE
                                       RESULTS-MASTER-STATUS
                                       DELIMITED BY SIZE
                                       INTO WS-REFUSAL-TEXT
                                   END-STRING
                                   CLOSE BACKUP-FILE
                                   PERFORM ABEND-MID-RECOVERY
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           CLOSE RESULTS-MASTER
           MOVE 'N' TO WS-MASTER-OPEN.

       RESTORE-SUSPENSE-FILE.
           OPEN OUTPUT SUSPENSE-FILE
           IF SUSPENSE-FILE-STATUS NOT = '00'
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'cannot recreate suspense file - status='
                   DELIMITED BY SIZE
                   SUSPENSE-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM ABEND-MID-RECOVERY
           END-IF
           MOVE 'Y' TO WS-SUSPENSE-OPEN
           MOVE WS-SUSPENSE-BACKUP-PATH TO WS-BACKUP-PATH
           OPEN INPUT BACKUP-FILE
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ BACKUP-FILE
                   AT END MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF BACKUP-LINE(1:3) = 'DTL'
                           MOVE BACKUP-LINE TO
                               ADVENT24-BKUP-DETAIL-RECORD
                           MOVE ADVENT24-BKUP-IMAGE
                               TO ADVENT24-SUSP-RECORD
                           WRITE ADVENT24-SUSP-RECORD
                               INVALID KEY
                                   MOVE SPACES TO WS-REFUSAL-TEXT
                                   STRING 'suspense restore write '
                                       DELIMITED BY SIZE
                                       'failed - status='
                                       DELIMITED BY SIZE
                                       SUSPENSE-FILE-STATUS
                                       DELIMITED BY SIZE
                                       INTO WS-REFUSAL-TEXT
                                   END-STRING
                                   CLOSE BACKUP-FILE
                                   PERFORM ABEND-MID-RECOVERY
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           CLOSE SUSPENSE-FILE
           MOVE 'N' TO WS-SUSPENSE-OPEN.

       OPEN-FOR-REPLAY.
           OPEN I-O RESULTS-MASTER
           IF RESULTS-MASTER-STATUS NOT = '00'
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'cannot reopen restored results master - '
                   DELIMITED BY SIZE
                   'status=' DELIMITED BY SIZE
                   RESULTS-MASTER-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM ABEND-MID-RECOVERY
           END-IF
           MOVE 'Y' TO WS-MASTER-OPEN
           OPEN I-O SUSPENSE-FILE
           IF SUSPENSE-FILE-STATUS NOT = '00'
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'cannot reopen restored suspense file - '
                   DELIMITED BY SIZE
                   'status=' DELIMITED BY SIZE
                   SUSPENSE-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM ABEND-MID-RECOVERY
           END-IF
           MOVE 'Y' TO WS-SUSPENSE-OPEN.

      * Replays one generation against the restored files and lists
      * it on the report with what it did.
       APPLY-ONE-GENERATION.
           MOVE GEN-PATH(WS-GEN-INDEX) TO WS-GENERATION-PATH
           MOVE 0 TO WS-GEN-LINES
           MOVE 0 TO WS-GEN-ADDED
           MOVE 0 TO WS-GEN-REWRITTEN
           MOVE 0 TO WS-GEN-DELETED
           MOVE 0 TO WS-GEN-SKIPPED
           MOVE SPACES TO WS-GEN-RUN-DATE
           IF GEN-IS-ORG(WS-GEN-INDEX)
               ADD 1 TO WS-ORG-GENS-APPLIED
           END-IF
           OPEN INPUT GENERATION-FILE
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ GENERATION-FILE
                   AT END MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       PERFORM APPLY-GENERATION-LINE
               END-READ
           END-PERFORM
           CLOSE GENERATION-FILE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING 'APPLIED: g' DELIMITED BY SIZE
               GEN-STAMP(WS-GEN-INDEX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               GEN-TYPE(WS-GEN-INDEX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GENERATION-PATH) DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           MOVE WS-GEN-LINES TO WS-COUNT-EDIT
           STRING '    LINES: ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           MOVE WS-GEN-ADDED TO WS-COUNT-EDIT
           STRING '  ADDED: ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE(23:)
           END-STRING
           MOVE WS-GEN-REWRITTEN TO WS-COUNT-EDIT
           STRING '  REWRITTEN: ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE(42:)
           END-STRING
           MOVE WS-GEN-DELETED TO WS-COUNT-EDIT
           STRING '  DELETED: ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE(65:)
           END-STRING
           MOVE WS-GEN-SKIPPED TO WS-COUNT-EDIT
           STRING '  NOT APPLIED: ' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE(86:)
           END-STRING
           WRITE RECOVERY-REPORT-LINE.

       APPLY-GENERATION-LINE.
           EVALUATE GENERATION-LINE(1:3)
               WHEN 'HDR'
                   MOVE GENERATION-LINE TO ADVENT24-EXT-HEADER-RECORD
                   MOVE ADVENT24-EXT-HDR-RUN-DATE TO WS-GEN-RUN-DATE
               WHEN 'DTL'
                   ADD 1 TO WS-GEN-LINES
                   MOVE GENERATION-LINE(1:122)
                       TO ADVENT24-EXT-DETAIL-RECORD
                   EVALUATE TRUE
                       WHEN GEN-IS-ORG(WS-GEN-INDEX)
                           PERFORM REPLAY-ORG-LINE
                       WHEN GEN-IS-DLT(WS-GEN-INDEX)
                           MOVE GENERATION-LINE
                               TO ADVENT24-EXT-DELTA-RECORD
                           PERFORM REPLAY-DLT-LINE
                       WHEN OTHER
                           PERFORM REPLAY-ADJ-LINE
                   END-EVALUATE
           END-EVALUATE.

      * The main run's upsert, driven by the extract line instead of
      * the input record: the stored text and billing disposition
      * survive only while the figures are unchanged.
       REPLAY-ORG-LINE.
           MOVE SPACES TO ADVENT24-RSLT-RECORD
           MOVE ADVENT24-EXT-SOURCE-FILE TO ADVENT24-RSLT-SOURCE-FILE
           MOVE ADVENT24-EXT-SEQUENCE TO ADVENT24-RSLT-SEQUENCE
           READ RESULTS-MASTER
               INVALID KEY MOVE 'N' TO WS-ROW-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-ROW-FOUND
           END-READ
           IF WS-ROW-FOUND = 'Y'
               IF ADVENT24-RSLT-FIRST-DIGIT
                       NOT = ADVENT24-EXT-FIRST-DIGIT
                       OR ADVENT24-RSLT-LAST-DIGIT
                           NOT = ADVENT24-EXT-LAST-DIGIT
                       OR ADVENT24-RSLT-VALUE NOT = ADVENT24-EXT-VALUE
                       OR ADVENT24-RSLT-EXCEPTION-FLAG
                           NOT = ADVENT24-EXT-EXCEPTION-FLAG
                   MOVE SPACES TO ADVENT24-RSLT-TEXT
                       ADVENT24-RSLT-BILL-STATUS
                       ADVENT24-RSLT-BILL-REASON
                       ADVENT24-RSLT-BILL-DATE
                       ADVENT24-RSLT-BILL-FILE-TYPE
               END-IF
               PERFORM MOVE-EXTRACT-FIGURES
               REWRITE ADVENT24-RSLT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-WRITE-FAILURES
                   NOT INVALID KEY
                       ADD 1 TO WS-GEN-REWRITTEN
               END-REWRITE
           ELSE
               MOVE SPACES TO ADVENT24-RSLT-TEXT
               PERFORM MOVE-EXTRACT-FIGURES
               WRITE ADVENT24-RSLT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-WRITE-FAILURES
                   NOT INVALID KEY
                       ADD 1 TO WS-GEN-ADDED
               END-WRITE
           END-IF
           MOVE ADVENT24-RSLT-TEXT TO WS-ROW-TEXT

           MOVE ADVENT24-RSLT-KEY TO ADVENT24-SUSP-KEY
           IF ADVENT24-EXT-EXCEPTION-FLAG = 'Y'
               PERFORM CARRY-SUSPENSE-ITEM
           ELSE
               PERFORM DELETE-SUSPENSE-ROW
           END-IF.

       MOVE-EXTRACT-FIGURES.
           MOVE ADVENT24-EXT-FIRST-DIGIT TO ADVENT24-RSLT-FIRST-DIGIT
           MOVE ADVENT24-EXT-LAST-DIGIT TO ADVENT24-RSLT-LAST-DIGIT
           MOVE ADVENT24-EXT-VALUE TO ADVENT24-RSLT-VALUE
           MOVE ADVENT24-EXT-EXCEPTION-FLAG
               TO ADVENT24-RSLT-EXCEPTION-FLAG
           MOVE WS-GEN-RUN-DATE TO ADVENT24-RSLT-RUN-DATE.

      * The suspense upsert: a carried item keeps its first-seen date
      * and takes this run as last-seen; a fresh one starts on it.
       CARRY-SUSPENSE-ITEM.
           READ SUSPENSE-FILE
               INVALID KEY
                   MOVE WS-ROW-TEXT TO ADVENT24-SUSP-TEXT
                   MOVE WS-GEN-RUN-DATE TO ADVENT24-SUSP-FIRST-SEEN
                   MOVE WS-GEN-RUN-DATE TO ADVENT24-SUSP-LAST-SEEN
                   WRITE ADVENT24-SUSP-RECORD
                       INVALID KEY ADD 1 TO WS-WRITE-FAILURES
                   END-WRITE
               NOT INVALID KEY
                   IF WS-ROW-TEXT NOT = SPACES
                       MOVE WS-ROW-TEXT TO ADVENT24-SUSP-TEXT
                   END-IF
                   MOVE WS-GEN-RUN-DATE TO ADVENT24-SUSP-LAST-SEEN
                   REWRITE ADVENT24-SUSP-RECORD
                       INVALID KEY ADD 1 TO WS-WRITE-FAILURES
                   END-REWRITE
           END-READ.

      * Deletes the suspense row for the key already set in
      * ADVENT24-SUSP-KEY; a row that is not there is nothing to do.
       DELETE-SUSPENSE-ROW.
           READ SUSPENSE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DELETE SUSPENSE-FILE RECORD
                       INVALID KEY ADD 1 TO WS-WRITE-FAILURES
                   END-DELETE
           END-READ.

      * Only DROPPED lines carry anything the ORG generation of the
      * same run did not - the row the run deleted.
       REPLAY-DLT-LINE.
           IF ADVENT24-EXT-DLT-CHANGE NOT = 'DROPPED'
               ADD 1 TO WS-GEN-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ADVENT24-RSLT-RECORD
           MOVE ADVENT24-EXT-SOURCE-FILE TO ADVENT24-RSLT-SOURCE-FILE
           MOVE ADVENT24-EXT-SEQUENCE TO ADVENT24-RSLT-SEQUENCE
           READ RESULTS-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DELETE RESULTS-MASTER RECORD
                       INVALID KEY ADD 1 TO WS-WRITE-FAILURES
                       NOT INVALID KEY ADD 1 TO WS-GEN-DELETED
                   END-DELETE
           END-READ
           MOVE ADVENT24-RSLT-KEY TO ADVENT24-SUSP-KEY
           PERFORM DELETE-SUSPENSE-ROW.

      * Repair's post, replayed: corrected figures over the stored
      * row, exception flag and billing disposition cleared, suspense
      * row deleted. A line Repair could not pair with a master row went
      * out with a blank source and has no row to post to.
       REPLAY-ADJ-LINE.
           IF ADVENT24-EXT-SOURCE-FILE = SPACES
               ADD 1 TO WS-GEN-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ADVENT24-RSLT-RECORD
           MOVE ADVENT24-EXT-SOURCE-FILE TO ADVENT24-RSLT-SOURCE-FILE
           MOVE ADVENT24-EXT-SEQUENCE TO ADVENT24-RSLT-SEQUENCE
           READ RESULTS-MASTER
               INVALID KEY
                   ADD 1 TO WS-GEN-SKIPPED
                   ADD 1 TO WS-ADJ-MISS-COUNT
                   EXIT PARAGRAPH
           END-READ
      * Repair stored the corrected record text, which the ADJ extract
      * does not carry.
           MOVE SPACES TO ADVENT24-RSLT-TEXT
               ADVENT24-RSLT-BILL-STATUS
               ADVENT24-RSLT-BILL-REASON
               ADVENT24-RSLT-BILL-DATE
               ADVENT24-RSLT-BILL-FILE-TYPE
           MOVE 'N' TO ADVENT24-EXT-EXCEPTION-FLAG
           PERFORM MOVE-EXTRACT-FIGURES
           REWRITE ADVENT24-RSLT-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-FAILURES
               NOT INVALID KEY
                   ADD 1 TO WS-GEN-REWRITTEN
           END-REWRITE
           MOVE ADVENT24-RSLT-KEY TO ADVENT24-SUSP-KEY
           PERFORM DELETE-SUSPENSE-ROW.

      * Every clean run the ledger shows since the backup should have
      * left an ORG generation; fewer replayed than that means
      * housekeeping purged one before it could be used (or the run
      * was made with its generations kept somewhere else), and the
      * master is missing that run's updates.
       CHECK-RUN-LEDGER.
           OPEN INPUT RUN-HISTORY-FILE
           IF RUN-HISTORY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ RUN-HISTORY-FILE INTO ADVENT24-HIST-RECORD
                   AT END MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       PERFORM CHECK-LEDGER-ENTRY
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE.

       CHECK-LEDGER-ENTRY.
           MOVE SPACES TO WS-LEDGER-STAMP
           STRING ADVENT24-HIST-START-STAMP(1:4) DELIMITED BY SIZE
               ADVENT24-HIST-START-STAMP(6:2) DELIMITED BY SIZE
               ADVENT24-HIST-START-STAMP(9:2) DELIMITED BY SIZE
               ADVENT24-HIST-START-STAMP(12:2) DELIMITED BY SIZE
               ADVENT24-HIST-START-STAMP(15:2) DELIMITED BY SIZE
               ADVENT24-HIST-START-STAMP(18:2) DELIMITED BY SIZE
               INTO WS-LEDGER-STAMP
           END-STRING
           IF WS-LEDGER-STAMP NOT > WS-BACKUP-STAMP
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING 'LEDGER RUN SINCE BACKUP: ' DELIMITED BY SIZE
               ADVENT24-HIST-START-STAMP DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               ADVENT24-HIST-MODE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               ADVENT24-HIST-STATUS DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE
           IF ADVENT24-HIST-STATUS(1:5) = 'CLEAN'
               ADD 1 TO WS-LEDGER-CLEAN-RUNS
           ELSE
               ADD 1 TO WS-LEDGER-OTHER-RUNS
           END-IF.

       WRITE-RECOVERY-SUMMARY.
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING 'RESULTS MASTER ROWS BEFORE: ' DELIMITED BY SIZE
               WS-MASTER-BEFORE-STATE DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING 'RESULTS MASTER ROWS AFTER:  ' DELIMITED BY SIZE
               WS-MASTER-AFTER-STATE DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING 'SUSPENSE ROWS BEFORE:       ' DELIMITED BY SIZE
               WS-SUSPENSE-BEFORE-STATE DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING 'SUSPENSE ROWS AFTER:        ' DELIMITED BY SIZE
               WS-SUSPENSE-AFTER-STATE DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           MOVE WS-GEN-COUNT TO WS-SMALL-EDIT
           STRING 'GENERATIONS APPLIED: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SMALL-EDIT) DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           MOVE WS-BLANK-TEXT-ROWS TO WS-COUNT-EDIT
           STRING 'MASTER ROWS WITHOUT RECORD TEXT: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               ' (REFILLED BY THE NEXT RUN OVER THE SAME INPUT)'
               DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE

           IF WS-LEDGER-CLEAN-RUNS > WS-ORG-GENS-APPLIED
               ADD 1 TO WS-WARNING-COUNT
               MOVE SPACES TO RECOVERY-REPORT-LINE
               MOVE WS-LEDGER-CLEAN-RUNS TO WS-SMALL-EDIT
               STRING 'WARNING: LEDGER SHOWS ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SMALL-EDIT) DELIMITED BY SIZE
                   ' CLEAN RUN(S) SINCE THE BACKUP BUT ONLY '
                   DELIMITED BY SIZE
                   INTO RECOVERY-REPORT-LINE
               END-STRING
               MOVE WS-ORG-GENS-APPLIED TO WS-SMALL-EDIT
               STRING FUNCTION TRIM(RECOVERY-REPORT-LINE)
                   DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SMALL-EDIT) DELIMITED BY SIZE
                   ' ORG GENERATION(S) WERE ON FILE TO REPLAY'
                   DELIMITED BY SIZE
                   INTO RECOVERY-REPORT-LINE
               END-STRING
               WRITE RECOVERY-REPORT-LINE
           END-IF
           IF WS-ADJ-MISS-COUNT > 0
               ADD 1 TO WS-WARNING-COUNT
               MOVE SPACES TO RECOVERY-REPORT-LINE
               MOVE WS-ADJ-MISS-COUNT TO WS-COUNT-EDIT
               STRING 'WARNING: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   ' ADJ LINE(S) FOUND NO MASTER ROW TO POST TO'
                   DELIMITED BY SIZE
                   INTO RECOVERY-REPORT-LINE
               END-STRING
               WRITE RECOVERY-REPORT-LINE
           END-IF
           IF WS-WRITE-FAILURES > 0
               ADD 1 TO WS-WARNING-COUNT
               MOVE SPACES TO RECOVERY-REPORT-LINE
               MOVE WS-WRITE-FAILURES TO WS-COUNT-EDIT
               STRING 'WARNING: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   ' REPLAY WRITE(S) FAILED ON THE INDEXED FILES'
                   DELIMITED BY SIZE
                   INTO RECOVERY-REPORT-LINE
               END-STRING
               WRITE RECOVERY-REPORT-LINE
           END-IF

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING 'NOTE: BILLING DISPOSITIONS POSTED AND MAINT PURGES '
               DELIMITED BY SIZE
               'MADE SINCE THE BACKUP ARE NOT IN ANY EXTRACT'
               DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING 'NOTE: TO REPOST DISPOSITIONS, RERUN BILLACK WITH '
               DELIMITED BY SIZE
               'ADVENT24-ACK-INPUT NAMING EACH <ACK>.POSTED.<STAMP> '
               DELIMITED BY SIZE
               'FILE' DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING 'NOTE: STAMPED AFTER ' DELIMITED BY SIZE
               WS-BACKUP-STAMP DELIMITED BY SIZE
               ', OLDEST FIRST, WITHIN ADVENT24-ACK-DAYS DAYS OF THE '
               DELIMITED BY SIZE
               'ANSWER (BEFORE BILLACK PRUNES THE HANDOFF)'
               DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
           END-STRING
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           MOVE 'NOTE: MAINT PURGES MADE SINCE THE BACKUP MUST BE '
               & 'RE-ENTERED BY HAND' TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE.
