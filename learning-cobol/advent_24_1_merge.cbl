       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-24-1-Merge.

      * Merge step for a partitioned directory run. A day too large
      * for one Advent-24-1 pass is run as N concurrent instances,
      * each started with ADVENT24-PARTITION=k/N against the same
      * INPUT-DIR: every instance lists the whole directory, processes
      * only the files whose name hashes to its partition, and writes
      * its report, exceptions, extracts, distribution, integrity
      * report, journal segment, posted-batch segment and checkpoint
      * under .pNN names, then
      * ends by rewriting its control record advent-24-1.partition.pNN
      * (see the partition-control copybook).
      *
      * This program then builds the one advent-24-1.report /
      * .exceptions / .extract set (and the delta pair in delta mode)
      * that a single-stream run would have written - one HDR, the
      * option lines, every partition's detail and FILE: lines, the
      * feed-group summary combined across partitions, and one TRL -
      * so Verify, Reconcile and Rating read it exactly as they read a
      * single-stream day. The combined body is laid down partition by
      * partition, in partition order; the figures in the trailers,
      * group summary and distribution are the same as a single pass.
      * It then does the work a partition leaves to it: the variance
      * check and group archive, the generation snapshots, appending
      * the partition journal segments to the shared change journal,
      * appending the partitions' posted sender batches to the
      * posted-batch ledger, and the one run-ledger record and
      * run-status for the day.
      *
      * The merge refuses - RETURN-CODE 16, disposition
      * ABEND-PARTITION, nothing combined - unless every one of the N
      * control records is on file and says CLEAN or CLEAN-RESTART, all
      * N ran against the same directory, options and directory
      * listing, and each partition's report, exceptions and extracts
      * agree line for line with the counts in its control record. N
      * is taken from partition 01's control record. A clean merge
      * removes the control records, so the next day's merge cannot be
      * satisfied by a partition that has not run again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Partition inputs - each ASSIGNed through a path field that
      * BUILD-PARTITION-PATHS points at partition k's .pNN file.
           SELECT OPTIONAL PARTITION-CONTROL-FILE
           ASSIGN TO DYNAMIC WS-PART-CONTROL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARTITION-CONTROL-STATUS.

           SELECT OPTIONAL PARTITION-REPORT
           ASSIGN TO DYNAMIC WS-PART-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARTITION-REPORT-STATUS.

           SELECT OPTIONAL PARTITION-EXCEPTIONS
           ASSIGN TO DYNAMIC WS-PART-EXCEPTIONS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARTITION-EXCEPTIONS-STATUS.

           SELECT OPTIONAL PARTITION-EXTRACT
           ASSIGN TO DYNAMIC WS-PART-EXTRACT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARTITION-EXTRACT-STATUS.

           SELECT OPTIONAL PARTITION-DELTA-REPORT
           ASSIGN TO DYNAMIC WS-PART-DELTA-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARTITION-DELTA-REPORT-STATUS.

           SELECT OPTIONAL PARTITION-DELTA-EXTRACT
           ASSIGN TO DYNAMIC WS-PART-DELTA-EXTRACT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARTITION-DELTA-EXTRACT-STATUS.

           SELECT OPTIONAL PARTITION-MANIFEST
           ASSIGN TO DYNAMIC WS-PART-MANIFEST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARTITION-MANIFEST-STATUS.

      * Partition 01's listing, read alongside each other partition's
      * to prove every instance split the same directory listing.
           SELECT OPTIONAL FIRST-MANIFEST
           ASSIGN TO DYNAMIC WS-FIRST-MANIFEST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FIRST-MANIFEST-STATUS.

      * Combined outputs - the same fixed names a single-stream run
      * writes.
           SELECT CALIBRATION-REPORT
           ASSIGN TO '../advent-storage/advent-24-1.report'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALIBRATION-REPORT-STATUS.

           SELECT CALIBRATION-EXCEPTIONS
           ASSIGN TO '../advent-storage/advent-24-1.exceptions'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALIBRATION-EXCEPTIONS-STATUS.

           SELECT BILLING-EXTRACT
           ASSIGN TO '../advent-storage/advent-24-1.extract'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BILLING-EXTRACT-STATUS.

           SELECT DELTA-REPORT
           ASSIGN TO '../advent-storage/advent-24-1.delta-report'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DELTA-REPORT-STATUS.

           SELECT DELTA-EXTRACT
           ASSIGN TO '../advent-storage/advent-24-1.extract-delta'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DELTA-EXTRACT-STATUS.

           SELECT CALIBRATION-DISTRIBUTION
           ASSIGN TO '../advent-storage/advent-24-1.distribution'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALIBRATION-DISTRIBUTION-STATUS.

           SELECT OPTIONAL VARIANCE-ARCHIVE
           ASSIGN TO '../advent-storage/advent-24-1.variance-archive'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VARIANCE-ARCHIVE-STATUS.

           SELECT CALIBRATION-VARIANCE-REPORT
           ASSIGN TO '../advent-storage/advent-24-1.variance-report'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALIBRATION-VARIANCE-STATUS.

           SELECT OPTIONAL GROUP-VARIANCE-ARCHIVE
           ASSIGN TO '../advent-storage/advent-24-1.group-archive'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GROUP-ARCHIVE-STATUS.

           SELECT OPTIONAL PURGE-LIST-FILE
           ASSIGN TO '../advent-storage/advent-24-1.purge-list'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PURGE-LIST-STATUS.

           SELECT HOUSEKEEPING-REPORT
           ASSIGN TO '../advent-storage/advent-24-1.housekeeping'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOUSEKEEPING-REPORT-STATUS.

           SELECT OPTIONAL RUN-STATUS-FILE
           ASSIGN TO '../advent-storage/advent-24-1.run-status'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-STATUS-FILE-STATUS.

           SELECT OPTIONAL RUN-HISTORY-FILE
           ASSIGN TO '../advent-storage/advent-24-1.run-history'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CONTROL-FILE.
       01  PARTITION-CONTROL-LINE PIC X(4000).

       FD  PARTITION-REPORT.
       01  PARTITION-REPORT-LINE PIC X(132).

       FD  PARTITION-EXCEPTIONS.
       01  PARTITION-EXCEPTION-LINE PIC X(132).

       FD  PARTITION-EXTRACT.
       01  PARTITION-EXTRACT-LINE PIC X(122).

       FD  PARTITION-DELTA-REPORT.
       01  PARTITION-DELTA-REPORT-LINE PIC X(132).

       FD  PARTITION-DELTA-EXTRACT.
       01  PARTITION-DELTA-EXTRACT-LINE PIC X(135).

       FD  PARTITION-MANIFEST.
       01  PARTITION-MANIFEST-RECORD PIC X(200).

       FD  FIRST-MANIFEST.
       01  FIRST-MANIFEST-RECORD PIC X(200).

       FD  CALIBRATION-REPORT.
       01  CALIBRATION-REPORT-LINE PIC X(132).

       FD  CALIBRATION-EXCEPTIONS.
       01  CALIBRATION-EXCEPTION-LINE PIC X(132).

       FD  BILLING-EXTRACT.
       01  BILLING-EXTRACT-LINE PIC X(122).

       FD  DELTA-REPORT.
       01  DELTA-REPORT-LINE PIC X(132).

       FD  DELTA-EXTRACT.
       01  DELTA-EXTRACT-LINE PIC X(135).

       FD  CALIBRATION-DISTRIBUTION.
       01  CALIBRATION-DISTRIBUTION-LINE PIC X(132).

       FD  VARIANCE-ARCHIVE.
       01  VARIANCE-ARCHIVE-RECORD.
           05  VAR-ARCHIVE-RUN-DATE PIC X(10).
           05  VAR-ARCHIVE-TOTAL-SUM PIC 9(9).

       FD  CALIBRATION-VARIANCE-REPORT.
       01  CALIBRATION-VARIANCE-LINE PIC X(132).

       FD  GROUP-VARIANCE-ARCHIVE.
       01  GROUP-ARCHIVE-RECORD.
           05  GRP-ARCHIVE-NAME PIC X(20).
           05  FILLER PIC X.
           05  GRP-ARCHIVE-TOTAL PIC 9(9).

       FD  PURGE-LIST-FILE.
       01  PURGE-LIST-RECORD PIC X(250).

       FD  HOUSEKEEPING-REPORT.
       01  HOUSEKEEPING-REPORT-LINE PIC X(132).

       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD PIC X(132).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD PIC X(196).

       WORKING-STORAGE SECTION.
       COPY "advent24-report-layout.cpy".
       COPY "advent24-run-history.cpy".
       COPY "advent24-run-status.cpy".
       COPY "advent24-extract-layout.cpy".
       COPY "advent24-partition-control.cpy".

       01  PARTITION-CONTROL-STATUS PIC XX.
       01  PARTITION-REPORT-STATUS PIC XX.
       01  PARTITION-EXCEPTIONS-STATUS PIC XX.
       01  PARTITION-EXTRACT-STATUS PIC XX.
       01  PARTITION-DELTA-REPORT-STATUS PIC XX.
       01  PARTITION-DELTA-EXTRACT-STATUS PIC XX.
       01  PARTITION-MANIFEST-STATUS PIC XX.
       01  FIRST-MANIFEST-STATUS PIC XX.
       01  CALIBRATION-REPORT-STATUS PIC XX.
       01  CALIBRATION-EXCEPTIONS-STATUS PIC XX.
       01  BILLING-EXTRACT-STATUS PIC XX.
       01  DELTA-REPORT-STATUS PIC XX.
       01  DELTA-EXTRACT-STATUS PIC XX.
       01  CALIBRATION-DISTRIBUTION-STATUS PIC XX.

      * Partition file names - the base names below plus partition
      * k's .pNN suffix, rebuilt by BUILD-PARTITION-PATHS.
       01  WS-STORAGE-PREFIX PIC X(30)
               VALUE '../advent-storage/advent-24-1.'.
       01  WS-PART-SUFFIX PIC X(4).
       01  WS-PART-CONTROL-PATH PIC X(60).
       01  WS-PART-REPORT-PATH PIC X(60).
       01  WS-PART-EXCEPTIONS-PATH PIC X(60).
       01  WS-PART-EXTRACT-PATH PIC X(60).
       01  WS-PART-DELTA-REPORT-PATH PIC X(60).
       01  WS-PART-DELTA-EXTRACT-PATH PIC X(60).
       01  WS-PART-MANIFEST-PATH PIC X(60).
       01  WS-PART-INTEGRITY-PATH PIC X(60).
       01  WS-PART-JOURNAL-PATH PIC X(60).
       01  WS-PART-BATCH-PATH PIC X(60).
       01  WS-FIRST-MANIFEST-PATH PIC X(60).

      * The partition being worked on and what partition 01 set the
      * day's terms to - every other partition must match them.
       01  WS-PART-INDEX PIC 9(2).
       01  WS-PART-COUNT PIC 9(2) VALUE 0.
       01  WS-FIRST-INPUT-DIR PIC X(100) VALUE SPACES.
       01  WS-FIRST-OPTIONS PIC X(33).
       01  WS-FIRST-MANIFEST-ENTRIES PIC 9(6).
       01  WS-DAY-START-STAMP PIC X(19) VALUE SPACES.
       01  WS-REFUSAL-REASON PIC X(100).

      * Options the partitions ran under, taken from partition 01.
       01  WS-DELTA-MODE-SWITCH PIC X(4) VALUE SPACES.
           88  DELTA-MODE-ENABLED VALUE 'Y' 'YES'.
       01  WS-VARIANCE-THRESHOLD-PCT PIC 9(5) VALUE 00010.
       01  WS-RETAIN-GENERATIONS PIC 9(4) VALUE 0005.

      * Day totals - the sums of the partition control records.
       01  TOTAL-SUM PIC 9(9) VALUE 0.
       01  WS-RECORD-COUNT PIC 9(8) VALUE 0.
       01  WS-EXCEPTION-COUNT PIC 9(8) VALUE 0.
       01  WS-FILE-COUNT PIC 9(6) VALUE 0.
       01  WS-GATE-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01  WS-DELTA-NEW-COUNT PIC 9(8) VALUE 0.
       01  WS-DELTA-CHANGED-COUNT PIC 9(8) VALUE 0.
       01  WS-DELTA-UNCHANGED-COUNT PIC 9(8) VALUE 0.
       01  WS-DELTA-DROPPED-COUNT PIC 9(8) VALUE 0.
       01  WS-DELTA-DETAIL-COUNT PIC 9(8) VALUE 0.
       01  WS-DELTA-VALUE-HASH PIC 9(9) VALUE 0.
       01  WS-DELTA-EXCEPTION-COUNT PIC 9(8) VALUE 0.
       01  DISTRIBUTION-TABLE.
           05  DIST-ENTRY OCCURS 100 TIMES INDEXED BY DIST-IDX.
               10  DIST-COUNT PIC 9(8) VALUE 0.
       01  WS-DIST-VALUE PIC 99.
       01  WS-MIN-VALUE PIC 99 VALUE 99.
       01  WS-MAX-VALUE PIC 99 VALUE 0.
       01  WS-VALUES-SEEN PIC X VALUE 'N'.
       01  WS-DIST-VALUE-EDIT PIC Z9.
       01  WS-DIST-COUNT-EDIT PIC ZZZ,ZZ9.

      * Feed-group subledgers combined across partitions by group
      * name, in order of first appearance.
       01  WS-GROUP-TOTALS-COUNT PIC 9(4) VALUE 0.
       01  GROUP-TOTALS-TABLE.
           05  GROUP-TOTALS-ENTRY OCCURS 51 TIMES.
               10  GT-GROUP-NAME PIC X(20).
               10  GT-FILE-COUNT PIC 9(4).
               10  GT-RECORD-COUNT PIC 9(8).
               10  GT-SUBTOTAL PIC 9(9).
               10  GT-EXCEPTION-COUNT PIC 9(8).
       01  WS-GROUP-INDEX PIC 9(4).
       01  WS-GROUP-SLOT PIC 9(4).
       01  WS-PART-GROUP-INDEX PIC 9(4).
       01  WS-GROUP-FILES-EDIT PIC ZZZ9.
       01  WS-REPORT-COUNT-EDIT PIC ZZZ,ZZ9.
       01  WS-REPORT-SUM-EDIT PIC ZZZ,ZZZ,ZZ9.

      * Partition output checking and copying.
       01  WS-PART-EOF PIC X.
       01  WS-LINE-NUMBER PIC 9(8).
       01  WS-EXPECTED-LINES PIC 9(8).
       01  WS-HEADER-DONE PIC X.
       01  WS-LAST-REPORT-LINE PIC X(132).
       01  WS-LAST-EXTRACT-LINE PIC X(135).
       01  WS-DETAIL-COUNT PIC 9(8).
       01  WS-DETAIL-HASH PIC 9(9).
       01  WS-DETAIL-EXCEPTIONS PIC 9(8).
       01  WS-MANIFEST-DIFFERS PIC X.
       01  WS-FIRST-EOF PIC X.
       01  WS-COUNT-EDIT PIC Z(7)9.

      * Run-over-run variance working storage - as in Advent-24-1.
       01  VARIANCE-ARCHIVE-STATUS PIC XX.
       01  CALIBRATION-VARIANCE-STATUS PIC XX.
       01  GROUP-ARCHIVE-STATUS PIC XX.
       01  WS-PRIOR-RUN-DATE PIC X(10) VALUE SPACES.
       01  WS-PRIOR-TOTAL-SUM PIC 9(9) VALUE 0.
       01  WS-PRIOR-RUN-FOUND PIC X VALUE 'N'.
       01  WS-CURRENT-RUN-DATE PIC X(10).
       01  WS-VARIANCE-AMOUNT PIC S9(9).
       01  WS-VARIANCE-PCT PIC 9(5)V99.
       01  WS-VARIANCE-EXCEEDED PIC X VALUE 'N'.
       01  WS-VARIANCE-SUM-EDIT PIC ZZZ,ZZZ,ZZ9.
       01  WS-VARIANCE-AMOUNT-EDIT PIC -ZZZ,ZZZ,ZZ9.
       01  WS-VARIANCE-PCT-EDIT PIC ZZ,ZZ9.99.
       01  WS-VARIANCE-THRESHOLD-EDIT PIC ZZ,ZZ9.
       01  WS-PRIOR-GROUP-COUNT PIC 9(4) VALUE 0.
       01  PRIOR-GROUP-TABLE.
           05  PRIOR-GROUP-ENTRY OCCURS 51 TIMES.
               10  PG-GROUP-NAME PIC X(20).
               10  PG-TOTAL PIC 9(9).
       01  WS-GROUP-ARCHIVE-EOF PIC X VALUE 'N'.
       01  WS-GROUP-PRIOR-TOTAL PIC 9(9).
       01  WS-GROUP-PRIOR-FOUND PIC X.
       01  WS-GROUP-PRESENT-TODAY PIC X.
       01  WS-GROUP-VARIANCE-AMOUNT PIC S9(9).
       01  WS-GROUP-VARIANCE-PCT PIC 9(5)V99.

      * Generation-management working storage - as in Advent-24-1.
       01  PURGE-LIST-STATUS PIC XX.
       01  HOUSEKEEPING-REPORT-STATUS PIC XX.
       01  WS-GEN-STAMP PIC X(14).
       01  WS-GEN-COMMAND PIC X(250).
       01  WS-GEN-FILE-INDEX PIC 9(4).
       01  WS-GEN-BASE-NAME PIC X(60).
       01  WS-GEN-KEEP-EDIT PIC Z(3)9.
       01  WS-GEN-TAIL-START PIC 9(4).
       01  WS-PURGE-EOF PIC X VALUE 'N'.
       01  WS-PURGED-COUNT PIC 9(4) VALUE 0.
       01  GEN-BASE-NAME-TABLE.
           05  FILLER PIC X(60) VALUE
               '../advent-storage/advent-24-1.report'.
           05  FILLER PIC X(60) VALUE
               '../advent-storage/advent-24-1.exceptions'.
           05  FILLER PIC X(60) VALUE
               '../advent-storage/advent-24-1.extract'.
           05  FILLER PIC X(60) VALUE
               '../advent-storage/advent-24-1.distribution'.
           05  FILLER PIC X(60) VALUE
               '../advent-storage/advent-24-1.variance-report'.
           05  FILLER PIC X(60) VALUE
               '../advent-storage/advent-24-1.integrity'.
           05  FILLER PIC X(60) VALUE
               '../advent-storage/advent-24-1.delta-report'.
           05  FILLER PIC X(60) VALUE
               '../advent-storage/advent-24-1.extract-delta'.
       01  FILLER REDEFINES GEN-BASE-NAME-TABLE.
           05  GEN-BASE-NAME OCCURS 8 TIMES PIC X(60).
       01  WS-SHELL-COMMAND PIC X(250).

      * Run ledger and status - as in Advent-24-1.
       01  RUN-HISTORY-STATUS PIC XX.
       01  RUN-STATUS-FILE-STATUS PIC XX.
       01  WS-RUN-START-STAMP PIC X(19).
       01  WS-STAMP-WORK PIC X(19).
       01  WS-HIST-STATUS PIC X(20) VALUE 'ABEND-UNKNOWN'.
       01  WS-FINAL-CONDITION-CODE PIC 9(2).
       01  WS-STATUS-REASON PIC X(60).
      * The feed decision every partition honored, as partition 01's
      * OPT FEED-DECISION= line carries it - a partial day grades the
      * merged day the way it grades a single-stream run.
       01  WS-FEED-DECISION PIC X(8) VALUE SPACES.
           88  FEED-DAY-PARTIAL VALUE 'PARTIAL'.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN

           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
                   UNTIL WS-PART-INDEX > WS-PART-COUNT
               PERFORM CHECK-ONE-PARTITION
           END-PERFORM

      * The zero-file rule a single-stream run applies to itself,
      * applied here to the day as a whole.
           IF WS-FILE-COUNT = 0
               DISPLAY 'ERROR: no input files were processed by any '
                   'of the ' WS-PART-COUNT ' partitions of '
                   FUNCTION TRIM(WS-FIRST-INPUT-DIR)
               DISPLAY 'ABEND: check the directory path and manifest '
                   'status - refusing to report a zero-file total'
               MOVE 'ABEND-ZERO-FILES' TO WS-HIST-STATUS
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF

           PERFORM WRITE-MERGED-REPORT
           PERFORM WRITE-MERGED-EXCEPTIONS
           PERFORM WRITE-MERGED-EXTRACT
           IF DELTA-MODE-ENABLED
               PERFORM WRITE-MERGED-DELTA-FILES
           END-IF
           PERFORM WRITE-DISTRIBUTION-REPORT
           PERFORM COPY-INTEGRITY-REPORT
           PERFORM APPEND-JOURNAL-SEGMENTS
           PERFORM APPEND-BATCH-SEGMENTS

           PERFORM PROCESS-VARIANCE-CHECK
           PERFORM PROCESS-GENERATION-HOUSEKEEPING
           PERFORM RETIRE-PARTITION-CONTROLS

           MOVE 'CLEAN' TO WS-HIST-STATUS
           DISPLAY 'Partitions merged: ' WS-PART-COUNT
           DISPLAY 'Files processed: ' WS-FILE-COUNT
           IF WS-GATE-SKIPPED-COUNT > 0
               DISPLAY 'Files skipped by gatekeeper decision: '
                   WS-GATE-SKIPPED-COUNT
           END-IF
           DISPLAY 'Total sum of calibration values: ' TOTAL-SUM
           DISPLAY 'Exception records logged: ' WS-EXCEPTION-COUNT

           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      * Partition 01's control record sets the partition count and
      * the terms every other partition is held to. Without it there
      * is nothing to merge.
       INITIALIZE-RUN.
           PERFORM BUILD-CURRENT-STAMP
           MOVE WS-STAMP-WORK TO WS-RUN-START-STAMP
           MOVE WS-RUN-START-STAMP TO WS-DAY-START-STAMP

           MOVE 1 TO WS-PART-INDEX
           PERFORM BUILD-PARTITION-PATHS
           MOVE WS-PART-MANIFEST-PATH TO WS-FIRST-MANIFEST-PATH
           PERFORM READ-PARTITION-CONTROL
           MOVE ADVENT24-PCTL-PARTITION-COUNT TO WS-PART-COUNT
           IF ADVENT24-PCTL-PARTITION-COUNT IS NOT NUMERIC
                   OR WS-PART-COUNT < 2
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING 'partition 01 control record carries no valid '
                   DELIMITED BY SIZE
                   'partition count' DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               END-STRING
               PERFORM REFUSE-MERGE
           END-IF
           MOVE ADVENT24-PCTL-INPUT-DIR TO WS-FIRST-INPUT-DIR
           MOVE ADVENT24-PCTL-OPTIONS TO WS-FIRST-OPTIONS
           MOVE ADVENT24-PCTL-MANIFEST-ENTRIES
               TO WS-FIRST-MANIFEST-ENTRIES
           MOVE ADVENT24-PCTL-DELTA-MODE TO WS-DELTA-MODE-SWITCH
           MOVE ADVENT24-PCTL-THRESHOLD TO WS-VARIANCE-THRESHOLD-PCT
           MOVE ADVENT24-PCTL-RETAIN-GENS TO WS-RETAIN-GENERATIONS
           IF WS-RETAIN-GENERATIONS = 0
               MOVE 1 TO WS-RETAIN-GENERATIONS
           END-IF.

      * Points every partition path field at partition WS-PART-INDEX.
       BUILD-PARTITION-PATHS.
           MOVE SPACES TO WS-PART-SUFFIX
           STRING '.p' DELIMITED BY SIZE
               WS-PART-INDEX DELIMITED BY SIZE
               INTO WS-PART-SUFFIX
           END-STRING
           MOVE SPACES TO WS-PART-CONTROL-PATH
           STRING WS-STORAGE-PREFIX DELIMITED BY SIZE
               'partition' DELIMITED BY SIZE
               WS-PART-SUFFIX DELIMITED BY SIZE
               INTO WS-PART-CONTROL-PATH
           END-STRING
           MOVE SPACES TO WS-PART-REPORT-PATH
           STRING WS-STORAGE-PREFIX DELIMITED BY SIZE
               'report' DELIMITED BY SIZE
               WS-PART-SUFFIX DELIMITED BY SIZE
               INTO WS-PART-REPORT-PATH
           END-STRING
           MOVE SPACES TO WS-PART-EXCEPTIONS-PATH
           STRING WS-STORAGE-PREFIX DELIMITED BY SIZE
               'exceptions' DELIMITED BY SIZE
               WS-PART-SUFFIX DELIMITED BY SIZE
               INTO WS-PART-EXCEPTIONS-PATH
           END-STRING
           MOVE SPACES TO WS-PART-EXTRACT-PATH
           STRING WS-STORAGE-PREFIX DELIMITED BY SIZE
               'extract' DELIMITED BY SIZE
               WS-PART-SUFFIX DELIMITED BY SIZE
               INTO WS-PART-EXTRACT-PATH
           END-STRING
           MOVE SPACES TO WS-PART-DELTA-REPORT-PATH
           STRING WS-STORAGE-PREFIX DELIMITED BY SIZE
               'delta-report' DELIMITED BY SIZE
               WS-PART-SUFFIX DELIMITED BY SIZE
               INTO WS-PART-DELTA-REPORT-PATH
           END-STRING
           MOVE SPACES TO WS-PART-DELTA-EXTRACT-PATH
           STRING WS-STORAGE-PREFIX DELIMITED BY SIZE
               'extract-delta' DELIMITED BY SIZE
               WS-PART-SUFFIX DELIMITED BY SIZE
               INTO WS-PART-DELTA-EXTRACT-PATH
           END-STRING
           MOVE SPACES TO WS-PART-MANIFEST-PATH
           STRING WS-STORAGE-PREFIX DELIMITED BY SIZE
               'manifest' DELIMITED BY SIZE
               WS-PART-SUFFIX DELIMITED BY SIZE
               INTO WS-PART-MANIFEST-PATH
           END-STRING
           MOVE SPACES TO WS-PART-INTEGRITY-PATH
           STRING WS-STORAGE-PREFIX DELIMITED BY SIZE
               'integrity' DELIMITED BY SIZE
               WS-PART-SUFFIX DELIMITED BY SIZE
               INTO WS-PART-INTEGRITY-PATH
           END-STRING
           MOVE SPACES TO WS-PART-JOURNAL-PATH
           STRING WS-STORAGE-PREFIX DELIMITED BY SIZE
               'change-journal' DELIMITED BY SIZE
               WS-PART-SUFFIX DELIMITED BY SIZE
               INTO WS-PART-JOURNAL-PATH
           END-STRING
           MOVE SPACES TO WS-PART-BATCH-PATH
           STRING WS-STORAGE-PREFIX DELIMITED BY SIZE
               'sender-batches' DELIMITED BY SIZE
               WS-PART-SUFFIX DELIMITED BY SIZE
               INTO WS-PART-BATCH-PATH
           END-STRING.

      * Reads partition WS-PART-INDEX's control record into the
      * partition-control layout. No record at all means the
      * partition never started (or its record was retired by an
      * earlier merge) - a refusal either way.
       READ-PARTITION-CONTROL.
           OPEN INPUT PARTITION-CONTROL-FILE
           IF PARTITION-CONTROL-STATUS NOT = '00'
               CLOSE PARTITION-CONTROL-FILE
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING 'partition ' DELIMITED BY SIZE
                   WS-PART-INDEX DELIMITED BY SIZE
                   ' has no control record - it has not run'
                   DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               END-STRING
               PERFORM REFUSE-MERGE
           END-IF
           MOVE SPACES TO PARTITION-CONTROL-LINE
           READ PARTITION-CONTROL-FILE
               AT END
                   CLOSE PARTITION-CONTROL-FILE
                   MOVE SPACES TO WS-REFUSAL-REASON
                   STRING 'partition ' DELIMITED BY SIZE
                       WS-PART-INDEX DELIMITED BY SIZE
                       ' control record is empty' DELIMITED BY SIZE
                       INTO WS-REFUSAL-REASON
                   END-STRING
                   PERFORM REFUSE-MERGE
           END-READ
           MOVE PARTITION-CONTROL-LINE TO ADVENT24-PCTL-RECORD
           CLOSE PARTITION-CONTROL-FILE.

      * Everything that must hold for partition k before the merge
      * may touch its output: a clean ending recorded for this
      * partition of this split, the same directory, options and
      * listing as partition 01, and outputs that agree with the
      * control record's counts. Its figures then join the day totals.
       CHECK-ONE-PARTITION.
           PERFORM BUILD-PARTITION-PATHS
           PERFORM READ-PARTITION-CONTROL
           IF ADVENT24-PCTL-PARTITION NOT = WS-PART-INDEX
                   OR ADVENT24-PCTL-PARTITION-COUNT NOT = WS-PART-COUNT
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING 'control record ' DELIMITED BY SIZE
                   WS-PART-SUFFIX DELIMITED BY SIZE
                   ' is for partition ' DELIMITED BY SIZE
                   ADVENT24-PCTL-PARTITION DELIMITED BY SIZE
                   ' of ' DELIMITED BY SIZE
                   ADVENT24-PCTL-PARTITION-COUNT DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               END-STRING
               PERFORM REFUSE-MERGE
           END-IF
           IF ADVENT24-PCTL-DISPOSITION NOT = 'CLEAN'
                   AND ADVENT24-PCTL-DISPOSITION NOT = 'CLEAN-RESTART'
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING 'partition ' DELIMITED BY SIZE
                   WS-PART-INDEX DELIMITED BY SIZE
                   ' did not end cleanly - disposition '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(ADVENT24-PCTL-DISPOSITION)
                   DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               END-STRING
               PERFORM REFUSE-MERGE
           END-IF
      * A delta-mode restart rebuilds the change lines of the attempt
      * it continues from the journal, keyed by the first attempt's
      * start stamp - and ends ABEND-DELTA-RESTART, refused above,
      * when it cannot. One that ended clean without that stamp
      * carried on from a checkpoint that never recorded it, and its
      * change file may be missing the lines the interrupted attempt
      * had posted.
           IF ADVENT24-PCTL-DISPOSITION = 'CLEAN-RESTART'
                   AND (ADVENT24-PCTL-DELTA-MODE = 'Y'
                       OR ADVENT24-PCTL-DELTA-MODE = 'YES')
                   AND ADVENT24-PCTL-CHAIN-STAMP = SPACES
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING 'partition ' DELIMITED BY SIZE
                   WS-PART-INDEX DELIMITED BY SIZE
                   ' restarted in delta mode with no first-attempt '
                   DELIMITED BY SIZE
                   'stamp - change lines may be incomplete'
                   DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               END-STRING
               PERFORM REFUSE-MERGE
           END-IF
           IF ADVENT24-PCTL-INPUT-DIR NOT = WS-FIRST-INPUT-DIR
                   OR ADVENT24-PCTL-OPTIONS NOT = WS-FIRST-OPTIONS
                   OR ADVENT24-PCTL-MANIFEST-ENTRIES
                       NOT = WS-FIRST-MANIFEST-ENTRIES
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING 'partition ' DELIMITED BY SIZE
                   WS-PART-INDEX DELIMITED BY SIZE
                   ' ran against a different directory, options or '
                   DELIMITED BY SIZE
                   'listing than partition 01' DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               END-STRING
               PERFORM REFUSE-MERGE
           END-IF
           IF WS-PART-INDEX > 1
               PERFORM COMPARE-PARTITION-MANIFEST
           END-IF

           PERFORM CHECK-PARTITION-REPORT
           PERFORM CHECK-PARTITION-EXCEPTIONS
           PERFORM CHECK-PARTITION-EXTRACT
           IF DELTA-MODE-ENABLED
               PERFORM CHECK-PARTITION-DELTA-FILES
           END-IF

           PERFORM ACCUMULATE-PARTITION.

      * Every partition must have split the very same directory
      * listing - a file that arrived between two partitions' listings
      * would otherwise be owned by nobody or posted twice.
       COMPARE-PARTITION-MANIFEST.
           MOVE 'N' TO WS-MANIFEST-DIFFERS
           MOVE 'N' TO WS-PART-EOF
           MOVE 'N' TO WS-FIRST-EOF
           OPEN INPUT FIRST-MANIFEST
           OPEN INPUT PARTITION-MANIFEST
           IF FIRST-MANIFEST-STATUS NOT = '00'
                   OR PARTITION-MANIFEST-STATUS NOT = '00'
               MOVE 'Y' TO WS-MANIFEST-DIFFERS
           END-IF
           PERFORM UNTIL WS-MANIFEST-DIFFERS = 'Y'
                   OR (WS-PART-EOF = 'Y' AND WS-FIRST-EOF = 'Y')
               MOVE SPACES TO FIRST-MANIFEST-RECORD
               MOVE SPACES TO PARTITION-MANIFEST-RECORD
               READ FIRST-MANIFEST
                   AT END MOVE 'Y' TO WS-FIRST-EOF
               END-READ
               READ PARTITION-MANIFEST
                   AT END MOVE 'Y' TO WS-PART-EOF
               END-READ
               IF WS-PART-EOF NOT = WS-FIRST-EOF
                       OR PARTITION-MANIFEST-RECORD
                           NOT = FIRST-MANIFEST-RECORD
                   MOVE 'Y' TO WS-MANIFEST-DIFFERS
               END-IF
           END-PERFORM
           CLOSE FIRST-MANIFEST
           CLOSE PARTITION-MANIFEST
           IF WS-MANIFEST-DIFFERS = 'Y'
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING 'partition ' DELIMITED BY SIZE
                   WS-PART-INDEX DELIMITED BY SIZE
                   ' directory listing differs from partition 01'
                   DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               END-STRING
               PERFORM REFUSE-MERGE
           END-IF.

      * A partition report is its HDR, its option lines ending with
      * OPT PARTITION=, the detail and FILE: lines - REPORT-LINES in
      * all, counting the HDR and options - then one GROUP: line per
      * group and the TRL, which must carry the control record's
      * figures.
       CHECK-PARTITION-REPORT.
           MOVE 'N' TO WS-PART-EOF
           MOVE 'N' TO WS-HEADER-DONE
           MOVE 0 TO WS-LINE-NUMBER
           MOVE SPACES TO WS-LAST-REPORT-LINE
           OPEN INPUT PARTITION-REPORT
           IF PARTITION-REPORT-STATUS NOT = '00'
               MOVE 'Y' TO WS-PART-EOF
           END-IF
           PERFORM UNTIL WS-PART-EOF = 'Y'
               READ PARTITION-REPORT
                   AT END MOVE 'Y' TO WS-PART-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       MOVE PARTITION-REPORT-LINE
                           TO WS-LAST-REPORT-LINE
                       IF WS-LINE-NUMBER = 1
                               AND PARTITION-REPORT-LINE(1:3)
                                   NOT = 'HDR'
                           MOVE 'Y' TO WS-PART-EOF
                       END-IF
                       IF PARTITION-REPORT-LINE(1:14) =
                               'OPT PARTITION='
                           MOVE 'Y' TO WS-HEADER-DONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTITION-REPORT
           MOVE WS-LAST-REPORT-LINE TO ADVENT24-TRAILER-RECORD
           COMPUTE WS-EXPECTED-LINES = ADVENT24-PCTL-REPORT-LINES
               + ADVENT24-PCTL-GROUP-COUNT + 1
           IF WS-HEADER-DONE NOT = 'Y'
                   OR WS-LINE-NUMBER NOT = WS-EXPECTED-LINES
                   OR ADVENT24-TRL-TAG NOT = 'TRL'
                   OR ADVENT24-TRL-RECORD-COUNT
                       NOT = ADVENT24-PCTL-RECORD-COUNT
                   OR ADVENT24-TRL-TOTAL-SUM
                       NOT = ADVENT24-PCTL-TOTAL-SUM
                   OR ADVENT24-TRL-EXCEPTION-COUNT
                       NOT = ADVENT24-PCTL-EXCEPTION-COUNT
               MOVE WS-PART-REPORT-PATH TO WS-GEN-BASE-NAME
               PERFORM REFUSE-OUT-OF-STEP
           END-IF.

      * One exceptions line per exception the control record counts.
       CHECK-PARTITION-EXCEPTIONS.
           MOVE 'N' TO WS-PART-EOF
           MOVE 0 TO WS-LINE-NUMBER
           OPEN INPUT PARTITION-EXCEPTIONS
           IF PARTITION-EXCEPTIONS-STATUS NOT = '00'
               MOVE 'Y' TO WS-PART-EOF
               MOVE 99999999 TO WS-LINE-NUMBER
           END-IF
           PERFORM UNTIL WS-PART-EOF = 'Y'
               READ PARTITION-EXCEPTIONS
                   AT END MOVE 'Y' TO WS-PART-EOF
                   NOT AT END ADD 1 TO WS-LINE-NUMBER
               END-READ
           END-PERFORM
           CLOSE PARTITION-EXCEPTIONS
           IF WS-LINE-NUMBER NOT = ADVENT24-PCTL-EXCEPTION-COUNT
               MOVE WS-PART-EXCEPTIONS-PATH TO WS-GEN-BASE-NAME
               PERFORM REFUSE-OUT-OF-STEP
           END-IF.

      * An ORG extract HDR, one DTL per record whose count, value hash
      * and exception flags foot to the TRL, and a TRL that matches
      * the control record.
       CHECK-PARTITION-EXTRACT.
           MOVE 'N' TO WS-PART-EOF
           MOVE 0 TO WS-LINE-NUMBER
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DETAIL-HASH
           MOVE 0 TO WS-DETAIL-EXCEPTIONS
           MOVE SPACES TO WS-LAST-EXTRACT-LINE
           OPEN INPUT PARTITION-EXTRACT
           IF PARTITION-EXTRACT-STATUS NOT = '00'
               MOVE 'Y' TO WS-PART-EOF
           END-IF
           PERFORM UNTIL WS-PART-EOF = 'Y'
               READ PARTITION-EXTRACT
                   AT END MOVE 'Y' TO WS-PART-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       MOVE PARTITION-EXTRACT-LINE
                           TO WS-LAST-EXTRACT-LINE
                       IF WS-LINE-NUMBER = 1
                           MOVE PARTITION-EXTRACT-LINE
                               TO ADVENT24-EXT-HEADER-RECORD
                           IF ADVENT24-EXT-HDR-TAG NOT = 'HDR'
                                   OR ADVENT24-EXT-HDR-FILE-TYPE
                                       NOT = 'ORG'
                               MOVE 'Y' TO WS-PART-EOF
                           END-IF
                       END-IF
                       IF PARTITION-EXTRACT-LINE(1:3) = 'DTL'
                           PERFORM FOOT-EXTRACT-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTITION-EXTRACT
           MOVE WS-LAST-EXTRACT-LINE TO ADVENT24-EXT-TRAILER-RECORD
           COMPUTE WS-EXPECTED-LINES = ADVENT24-PCTL-RECORD-COUNT + 2
           IF WS-LINE-NUMBER NOT = WS-EXPECTED-LINES
                   OR ADVENT24-EXT-TRL-TAG NOT = 'TRL'
                   OR WS-DETAIL-COUNT NOT = ADVENT24-PCTL-RECORD-COUNT
                   OR WS-DETAIL-HASH NOT = ADVENT24-PCTL-TOTAL-SUM
                   OR WS-DETAIL-EXCEPTIONS
                       NOT = ADVENT24-PCTL-EXCEPTION-COUNT
                   OR ADVENT24-EXT-TRL-DETAIL-COUNT
                       NOT = WS-DETAIL-COUNT
                   OR ADVENT24-EXT-TRL-VALUE-HASH NOT = WS-DETAIL-HASH
                   OR ADVENT24-EXT-TRL-EXCEPTION-COUNT
                       NOT = WS-DETAIL-EXCEPTIONS
               MOVE WS-PART-EXTRACT-PATH TO WS-GEN-BASE-NAME
               PERFORM REFUSE-OUT-OF-STEP
           END-IF.

       FOOT-EXTRACT-DETAIL.
           MOVE WS-LAST-EXTRACT-LINE TO ADVENT24-EXT-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           IF ADVENT24-EXT-VALUE IS NUMERIC
               ADD ADVENT24-EXT-VALUE TO WS-DETAIL-HASH
           END-IF
           IF ADVENT24-EXT-EXCEPTION-FLAG = 'Y'
               ADD 1 TO WS-DETAIL-EXCEPTIONS
           END-IF.

      * The delta pair: a heading plus one line per change plus the
      * counts line on the change report, and HDR, one DLT detail per
      * change and a TRL matching the control record on the change
      * extract.
       CHECK-PARTITION-DELTA-FILES.
           MOVE 'N' TO WS-PART-EOF
           MOVE 0 TO WS-LINE-NUMBER
           OPEN INPUT PARTITION-DELTA-REPORT
           IF PARTITION-DELTA-REPORT-STATUS NOT = '00'
               MOVE 'Y' TO WS-PART-EOF
           END-IF
           PERFORM UNTIL WS-PART-EOF = 'Y'
               READ PARTITION-DELTA-REPORT
                   AT END MOVE 'Y' TO WS-PART-EOF
                   NOT AT END ADD 1 TO WS-LINE-NUMBER
               END-READ
           END-PERFORM
           CLOSE PARTITION-DELTA-REPORT
           COMPUTE WS-EXPECTED-LINES = ADVENT24-PCTL-DLT-DETAILS + 2
           IF WS-LINE-NUMBER NOT = WS-EXPECTED-LINES
               MOVE WS-PART-DELTA-REPORT-PATH TO WS-GEN-BASE-NAME
               PERFORM REFUSE-OUT-OF-STEP
           END-IF

           MOVE 'N' TO WS-PART-EOF
           MOVE 0 TO WS-LINE-NUMBER
           MOVE SPACES TO WS-LAST-EXTRACT-LINE
           OPEN INPUT PARTITION-DELTA-EXTRACT
           IF PARTITION-DELTA-EXTRACT-STATUS NOT = '00'
               MOVE 'Y' TO WS-PART-EOF
           END-IF
           PERFORM UNTIL WS-PART-EOF = 'Y'
               READ PARTITION-DELTA-EXTRACT
                   AT END MOVE 'Y' TO WS-PART-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       MOVE PARTITION-DELTA-EXTRACT-LINE
                           TO WS-LAST-EXTRACT-LINE
               END-READ
           END-PERFORM
           CLOSE PARTITION-DELTA-EXTRACT
           MOVE WS-LAST-EXTRACT-LINE TO ADVENT24-EXT-TRAILER-RECORD
           IF WS-LINE-NUMBER NOT = WS-EXPECTED-LINES
                   OR ADVENT24-EXT-TRL-TAG NOT = 'TRL'
                   OR ADVENT24-EXT-TRL-DETAIL-COUNT
                       NOT = ADVENT24-PCTL-DLT-DETAILS
                   OR ADVENT24-EXT-TRL-VALUE-HASH
                       NOT = ADVENT24-PCTL-DLT-HASH
                   OR ADVENT24-EXT-TRL-EXCEPTION-COUNT
                       NOT = ADVENT24-PCTL-DLT-EXCEPTIONS
               MOVE WS-PART-DELTA-EXTRACT-PATH TO WS-GEN-BASE-NAME
               PERFORM REFUSE-OUT-OF-STEP
           END-IF.

      * Adds partition k's figures into the day totals. The earliest
      * partition start is the day's start stamp on the run ledger.
       ACCUMULATE-PARTITION.
           IF ADVENT24-PCTL-START-STAMP < WS-DAY-START-STAMP
               MOVE ADVENT24-PCTL-START-STAMP TO WS-DAY-START-STAMP
           END-IF
           ADD ADVENT24-PCTL-FILE-COUNT TO WS-FILE-COUNT
           ADD ADVENT24-PCTL-GATE-SKIPPED TO WS-GATE-SKIPPED-COUNT
           ADD ADVENT24-PCTL-RECORD-COUNT TO WS-RECORD-COUNT
           ADD ADVENT24-PCTL-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT
           ADD ADVENT24-PCTL-TOTAL-SUM TO TOTAL-SUM
               ON SIZE ERROR
                   MOVE 'combined TOTAL-SUM would overflow PIC 9(9)'
                       TO WS-REFUSAL-REASON
                   PERFORM REFUSE-MERGE
           END-ADD
           ADD ADVENT24-PCTL-DLT-NEW TO WS-DELTA-NEW-COUNT
           ADD ADVENT24-PCTL-DLT-CHANGED TO WS-DELTA-CHANGED-COUNT
           ADD ADVENT24-PCTL-DLT-UNCHANGED TO WS-DELTA-UNCHANGED-COUNT
           ADD ADVENT24-PCTL-DLT-DROPPED TO WS-DELTA-DROPPED-COUNT
           ADD ADVENT24-PCTL-DLT-DETAILS TO WS-DELTA-DETAIL-COUNT
           ADD ADVENT24-PCTL-DLT-HASH TO WS-DELTA-VALUE-HASH
           ADD ADVENT24-PCTL-DLT-EXCEPTIONS TO WS-DELTA-EXCEPTION-COUNT

           PERFORM VARYING DIST-IDX FROM 1 BY 1 UNTIL DIST-IDX > 100
               ADD ADVENT24-PCTL-DIST-COUNT(DIST-IDX)
                   TO DIST-COUNT(DIST-IDX)
           END-PERFORM
           IF ADVENT24-PCTL-VALUES-SEEN = 'Y'
               IF WS-VALUES-SEEN = 'N'
                       OR ADVENT24-PCTL-MIN-VALUE < WS-MIN-VALUE
                   MOVE ADVENT24-PCTL-MIN-VALUE TO WS-MIN-VALUE
               END-IF
               IF WS-VALUES-SEEN = 'N'
                       OR ADVENT24-PCTL-MAX-VALUE > WS-MAX-VALUE
                   MOVE ADVENT24-PCTL-MAX-VALUE TO WS-MAX-VALUE
               END-IF
               MOVE 'Y' TO WS-VALUES-SEEN
           END-IF

           PERFORM VARYING WS-PART-GROUP-INDEX FROM 1 BY 1
                   UNTIL WS-PART-GROUP-INDEX > ADVENT24-PCTL-GROUP-COUNT
               PERFORM ACCUMULATE-PARTITION-GROUP
           END-PERFORM.

      * Folds one partition group subledger into the combined table,
      * opening a slot the first time the group name is seen.
       ACCUMULATE-PARTITION-GROUP.
           MOVE 0 TO WS-GROUP-SLOT
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                   UNTIL WS-GROUP-INDEX > WS-GROUP-TOTALS-COUNT
               IF GT-GROUP-NAME(WS-GROUP-INDEX) =
                       ADVENT24-PCTL-GRP-NAME(WS-PART-GROUP-INDEX)
                   MOVE WS-GROUP-INDEX TO WS-GROUP-SLOT
               END-IF
           END-PERFORM
           IF WS-GROUP-SLOT = 0
               ADD 1 TO WS-GROUP-TOTALS-COUNT
               MOVE WS-GROUP-TOTALS-COUNT TO WS-GROUP-SLOT
               MOVE ADVENT24-PCTL-GRP-NAME(WS-PART-GROUP-INDEX)
                   TO GT-GROUP-NAME(WS-GROUP-SLOT)
               MOVE 0 TO GT-FILE-COUNT(WS-GROUP-SLOT)
               MOVE 0 TO GT-RECORD-COUNT(WS-GROUP-SLOT)
               MOVE 0 TO GT-SUBTOTAL(WS-GROUP-SLOT)
               MOVE 0 TO GT-EXCEPTION-COUNT(WS-GROUP-SLOT)
           END-IF
           ADD ADVENT24-PCTL-GRP-FILES(WS-PART-GROUP-INDEX)
               TO GT-FILE-COUNT(WS-GROUP-SLOT)
           ADD ADVENT24-PCTL-GRP-RECORDS(WS-PART-GROUP-INDEX)
               TO GT-RECORD-COUNT(WS-GROUP-SLOT)
           ADD ADVENT24-PCTL-GRP-SUBTOTAL(WS-PART-GROUP-INDEX)
               TO GT-SUBTOTAL(WS-GROUP-SLOT)
           ADD ADVENT24-PCTL-GRP-EXCEPTIONS(WS-PART-GROUP-INDEX)
               TO GT-EXCEPTION-COUNT(WS-GROUP-SLOT).

      * Partition 01's HDR and option lines, an OPT PARTITIONS= line
      * in place of the per-partition one, every partition's detail
      * and FILE: lines in partition order, the combined group
      * summary and one TRL carrying the day totals.
       WRITE-MERGED-REPORT.
           OPEN OUTPUT CALIBRATION-REPORT
           IF CALIBRATION-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening report file: '
                   CALIBRATION-REPORT-STATUS
               PERFORM ABEND-ON-OPEN-FAILURE
           END-IF
           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
                   UNTIL WS-PART-INDEX > WS-PART-COUNT
               PERFORM BUILD-PARTITION-PATHS
               PERFORM READ-PARTITION-CONTROL
               PERFORM COPY-PARTITION-REPORT
           END-PERFORM
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                   UNTIL WS-GROUP-INDEX > WS-GROUP-TOTALS-COUNT
               PERFORM WRITE-ONE-GROUP-SUMMARY-LINE
           END-PERFORM
           MOVE SPACES TO ADVENT24-TRAILER-RECORD
           MOVE 'TRL' TO ADVENT24-TRL-TAG
           MOVE WS-RECORD-COUNT TO ADVENT24-TRL-RECORD-COUNT
           MOVE TOTAL-SUM TO ADVENT24-TRL-TOTAL-SUM
           MOVE WS-EXCEPTION-COUNT TO ADVENT24-TRL-EXCEPTION-COUNT
           WRITE CALIBRATION-REPORT-LINE FROM ADVENT24-TRAILER-RECORD
           CLOSE CALIBRATION-REPORT.

       COPY-PARTITION-REPORT.
           MOVE 'N' TO WS-PART-EOF
           MOVE 'N' TO WS-HEADER-DONE
           MOVE 0 TO WS-LINE-NUMBER
           OPEN INPUT PARTITION-REPORT
           PERFORM UNTIL WS-PART-EOF = 'Y'
               READ PARTITION-REPORT
                   AT END MOVE 'Y' TO WS-PART-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       PERFORM COPY-ONE-REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE PARTITION-REPORT.

       COPY-ONE-REPORT-LINE.
           IF WS-LINE-NUMBER > ADVENT24-PCTL-REPORT-LINES
               EXIT PARAGRAPH
           END-IF
           IF WS-HEADER-DONE = 'Y'
               WRITE CALIBRATION-REPORT-LINE
                   FROM PARTITION-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF PARTITION-REPORT-LINE(1:14) = 'OPT PARTITION='
               MOVE 'Y' TO WS-HEADER-DONE
               IF WS-PART-INDEX = 1
                   MOVE SPACES TO CALIBRATION-REPORT-LINE
                   STRING 'OPT PARTITIONS=' DELIMITED BY SIZE
                       WS-PART-COUNT DELIMITED BY SIZE
                       INTO CALIBRATION-REPORT-LINE
                   END-STRING
                   WRITE CALIBRATION-REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-PART-INDEX = 1
               IF PARTITION-REPORT-LINE(1:18) = 'OPT FEED-DECISION='
                   MOVE PARTITION-REPORT-LINE(19:8) TO WS-FEED-DECISION
               END-IF
               WRITE CALIBRATION-REPORT-LINE
                   FROM PARTITION-REPORT-LINE
           END-IF.

      * Same layout as Advent-24-1's group summary line.
       WRITE-ONE-GROUP-SUMMARY-LINE.
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           MOVE GT-RECORD-COUNT(WS-GROUP-INDEX)
               TO WS-REPORT-COUNT-EDIT
           MOVE GT-SUBTOTAL(WS-GROUP-INDEX) TO WS-REPORT-SUM-EDIT
           MOVE GT-FILE-COUNT(WS-GROUP-INDEX) TO WS-GROUP-FILES-EDIT
           STRING 'GROUP: ' DELIMITED BY SIZE
               GT-GROUP-NAME(WS-GROUP-INDEX) DELIMITED BY SIZE
               ' FILES: ' DELIMITED BY SIZE
               WS-GROUP-FILES-EDIT DELIMITED BY SIZE
               '  RECORDS: ' DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               '  SUBTOTAL: ' DELIMITED BY SIZE
               WS-REPORT-SUM-EDIT DELIMITED BY SIZE
               INTO CALIBRATION-REPORT-LINE
           END-STRING
           MOVE GT-EXCEPTION-COUNT(WS-GROUP-INDEX)
               TO WS-REPORT-COUNT-EDIT
           STRING '  EXCEPTIONS: ' DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO CALIBRATION-REPORT-LINE(81:)
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE CALIBRATION-REPORT-LINE.

       WRITE-MERGED-EXCEPTIONS.
           OPEN OUTPUT CALIBRATION-EXCEPTIONS
           IF CALIBRATION-EXCEPTIONS-STATUS NOT = '00'
               DISPLAY 'Error opening exceptions file: '
                   CALIBRATION-EXCEPTIONS-STATUS
               PERFORM ABEND-ON-OPEN-FAILURE
           END-IF
           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
                   UNTIL WS-PART-INDEX > WS-PART-COUNT
               PERFORM BUILD-PARTITION-PATHS
               MOVE 'N' TO WS-PART-EOF
               OPEN INPUT PARTITION-EXCEPTIONS
               PERFORM UNTIL WS-PART-EOF = 'Y'
                   READ PARTITION-EXCEPTIONS
                       AT END MOVE 'Y' TO WS-PART-EOF
                       NOT AT END
                           WRITE CALIBRATION-EXCEPTION-LINE
                               FROM PARTITION-EXCEPTION-LINE
                   END-READ
               END-PERFORM
               CLOSE PARTITION-EXCEPTIONS
           END-PERFORM
           CLOSE CALIBRATION-EXCEPTIONS.

      * Partition 01's ORG header, every partition's DTL records and
      * one TRL whose hash totals are the day totals the report TRL
      * carries, so the two files cross-foot as they always have.
       WRITE-MERGED-EXTRACT.
           OPEN OUTPUT BILLING-EXTRACT
           IF BILLING-EXTRACT-STATUS NOT = '00'
               DISPLAY 'Error opening billing extract: '
                   BILLING-EXTRACT-STATUS
               PERFORM ABEND-ON-OPEN-FAILURE
           END-IF
           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
                   UNTIL WS-PART-INDEX > WS-PART-COUNT
               PERFORM BUILD-PARTITION-PATHS
               MOVE 'N' TO WS-PART-EOF
               MOVE 0 TO WS-LINE-NUMBER
               OPEN INPUT PARTITION-EXTRACT
               PERFORM UNTIL WS-PART-EOF = 'Y'
                   READ PARTITION-EXTRACT
                       AT END MOVE 'Y' TO WS-PART-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           IF PARTITION-EXTRACT-LINE(1:3) = 'DTL'
                                   OR (WS-LINE-NUMBER = 1
                                       AND WS-PART-INDEX = 1)
                               WRITE BILLING-EXTRACT-LINE
                                   FROM PARTITION-EXTRACT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTITION-EXTRACT
           END-PERFORM
           MOVE SPACES TO ADVENT24-EXT-TRAILER-RECORD
           MOVE 'TRL' TO ADVENT24-EXT-TRL-TAG
           MOVE WS-RECORD-COUNT TO ADVENT24-EXT-TRL-DETAIL-COUNT
           MOVE TOTAL-SUM TO ADVENT24-EXT-TRL-VALUE-HASH
           MOVE WS-EXCEPTION-COUNT
               TO ADVENT24-EXT-TRL-EXCEPTION-COUNT
           WRITE BILLING-EXTRACT-LINE FROM ADVENT24-EXT-TRAILER-RECORD
           CLOSE BILLING-EXTRACT.

      * The change report and DLT extract, combined the same way: the
      * first partition's heading and HDR, every partition's change
      * lines, and the counts line and TRL from the day totals.
       WRITE-MERGED-DELTA-FILES.
           OPEN OUTPUT DELTA-REPORT
           IF DELTA-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening delta change report: '
                   DELTA-REPORT-STATUS
               PERFORM ABEND-ON-OPEN-FAILURE
           END-IF
           OPEN OUTPUT DELTA-EXTRACT
           IF DELTA-EXTRACT-STATUS NOT = '00'
               DISPLAY 'Error opening delta change extract: '
                   DELTA-EXTRACT-STATUS
               PERFORM ABEND-ON-OPEN-FAILURE
           END-IF
           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
                   UNTIL WS-PART-INDEX > WS-PART-COUNT
               PERFORM BUILD-PARTITION-PATHS
               PERFORM READ-PARTITION-CONTROL
               COMPUTE WS-EXPECTED-LINES =
                   ADVENT24-PCTL-DLT-DETAILS + 1
               PERFORM COPY-PARTITION-DELTA-REPORT
               PERFORM COPY-PARTITION-DELTA-EXTRACT
           END-PERFORM

           MOVE SPACES TO DELTA-REPORT-LINE
           MOVE WS-DELTA-NEW-COUNT TO WS-REPORT-COUNT-EDIT
           STRING 'NEW: ' DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO DELTA-REPORT-LINE
           END-STRING
           MOVE WS-DELTA-CHANGED-COUNT TO WS-REPORT-COUNT-EDIT
           STRING '  CHANGED: ' DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO DELTA-REPORT-LINE(20:)
           END-STRING
           MOVE WS-DELTA-UNCHANGED-COUNT TO WS-REPORT-COUNT-EDIT
           STRING '  UNCHANGED: ' DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO DELTA-REPORT-LINE(43:)
           END-STRING
           MOVE WS-DELTA-DROPPED-COUNT TO WS-REPORT-COUNT-EDIT
           STRING '  DROPPED: ' DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO DELTA-REPORT-LINE(68:)
           END-STRING
           WRITE DELTA-REPORT-LINE
           CLOSE DELTA-REPORT

           MOVE SPACES TO ADVENT24-EXT-TRAILER-RECORD
           MOVE 'TRL' TO ADVENT24-EXT-TRL-TAG
           MOVE WS-DELTA-DETAIL-COUNT TO ADVENT24-EXT-TRL-DETAIL-COUNT
           MOVE WS-DELTA-VALUE-HASH TO ADVENT24-EXT-TRL-VALUE-HASH
           MOVE WS-DELTA-EXCEPTION-COUNT
               TO ADVENT24-EXT-TRL-EXCEPTION-COUNT
           WRITE DELTA-EXTRACT-LINE FROM ADVENT24-EXT-TRAILER-RECORD
           CLOSE DELTA-EXTRACT

           DISPLAY 'Delta lines shipped: ' WS-DELTA-DETAIL-COUNT
               ' (new ' WS-DELTA-NEW-COUNT ' changed '
               WS-DELTA-CHANGED-COUNT ' dropped '
               WS-DELTA-DROPPED-COUNT ')'.

       COPY-PARTITION-DELTA-REPORT.
           MOVE 'N' TO WS-PART-EOF
           MOVE 0 TO WS-LINE-NUMBER
           OPEN INPUT PARTITION-DELTA-REPORT
           PERFORM UNTIL WS-PART-EOF = 'Y'
               READ PARTITION-DELTA-REPORT
                   AT END MOVE 'Y' TO WS-PART-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       IF (WS-LINE-NUMBER = 1 AND WS-PART-INDEX = 1)
                               OR (WS-LINE-NUMBER > 1
                                   AND WS-LINE-NUMBER
                                       NOT > WS-EXPECTED-LINES)
                           WRITE DELTA-REPORT-LINE
                               FROM PARTITION-DELTA-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTITION-DELTA-REPORT.

       COPY-PARTITION-DELTA-EXTRACT.
           MOVE 'N' TO WS-PART-EOF
           MOVE 0 TO WS-LINE-NUMBER
           OPEN INPUT PARTITION-DELTA-EXTRACT
           PERFORM UNTIL WS-PART-EOF = 'Y'
               READ PARTITION-DELTA-EXTRACT
                   AT END MOVE 'Y' TO WS-PART-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       IF (WS-LINE-NUMBER = 1 AND WS-PART-INDEX = 1)
                               OR (WS-LINE-NUMBER > 1
                                   AND WS-LINE-NUMBER
                                       NOT > WS-EXPECTED-LINES)
                           WRITE DELTA-EXTRACT-LINE
                               FROM PARTITION-DELTA-EXTRACT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTITION-DELTA-EXTRACT.

      * Same layout as Advent-24-1's distribution report, from the
      * tallies summed across partitions.
       WRITE-DISTRIBUTION-REPORT.
           OPEN OUTPUT CALIBRATION-DISTRIBUTION
           IF CALIBRATION-DISTRIBUTION-STATUS NOT = '00'
               DISPLAY 'Error opening distribution file: '
                   CALIBRATION-DISTRIBUTION-STATUS
               PERFORM ABEND-ON-OPEN-FAILURE
           END-IF
           MOVE SPACES TO CALIBRATION-DISTRIBUTION-LINE
           STRING 'CALIBRATION VALUE DISTRIBUTION' DELIMITED BY SIZE
               INTO CALIBRATION-DISTRIBUTION-LINE
           END-STRING
           WRITE CALIBRATION-DISTRIBUTION-LINE

           PERFORM VARYING DIST-IDX FROM 1 BY 1 UNTIL DIST-IDX > 100
               IF DIST-COUNT(DIST-IDX) > 0
                   COMPUTE WS-DIST-VALUE = DIST-IDX - 1
                   MOVE WS-DIST-VALUE TO WS-DIST-VALUE-EDIT
                   MOVE DIST-COUNT(DIST-IDX) TO WS-DIST-COUNT-EDIT
                   MOVE SPACES TO CALIBRATION-DISTRIBUTION-LINE
                   STRING 'VALUE: ' DELIMITED BY SIZE
                       WS-DIST-VALUE-EDIT DELIMITED BY SIZE
                       '  COUNT: ' DELIMITED BY SIZE
                       WS-DIST-COUNT-EDIT DELIMITED BY SIZE
                       INTO CALIBRATION-DISTRIBUTION-LINE
                   END-STRING
                   WRITE CALIBRATION-DISTRIBUTION-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO CALIBRATION-DISTRIBUTION-LINE
           IF WS-VALUES-SEEN = 'Y'
               MOVE WS-MIN-VALUE TO WS-DIST-VALUE-EDIT
               STRING 'MINIMUM VALUE: ' DELIMITED BY SIZE
                   WS-DIST-VALUE-EDIT DELIMITED BY SIZE
                   INTO CALIBRATION-DISTRIBUTION-LINE
               END-STRING
           ELSE
               STRING 'MINIMUM VALUE: N/A - NO VALUES RECORDED'
                   DELIMITED BY SIZE
                   INTO CALIBRATION-DISTRIBUTION-LINE
               END-STRING
           END-IF
           WRITE CALIBRATION-DISTRIBUTION-LINE

           MOVE SPACES TO CALIBRATION-DISTRIBUTION-LINE
           IF WS-VALUES-SEEN = 'Y'
               MOVE WS-MAX-VALUE TO WS-DIST-VALUE-EDIT
               STRING 'MAXIMUM VALUE: ' DELIMITED BY SIZE
                   WS-DIST-VALUE-EDIT DELIMITED BY SIZE
                   INTO CALIBRATION-DISTRIBUTION-LINE
               END-STRING
           ELSE
               STRING 'MAXIMUM VALUE: N/A - NO VALUES RECORDED'
                   DELIMITED BY SIZE
                   INTO CALIBRATION-DISTRIBUTION-LINE
               END-STRING
           END-IF
           WRITE CALIBRATION-DISTRIBUTION-LINE

           CLOSE CALIBRATION-DISTRIBUTION.

      * Every partition fingerprinted the whole listing, so partition
      * 01's integrity report already is the day's.
       COPY-INTEGRITY-REPORT.
           MOVE 1 TO WS-PART-INDEX
           PERFORM BUILD-PARTITION-PATHS
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING 'cp ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-PART-INTEGRITY-PATH) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(GEN-BASE-NAME(6)) DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-SHELL-COMMAND.

      * Appends each partition's journal segment to the shared change
      * journal in partition order and removes it in the same command,
      * so a rerun of the merge cannot append a segment twice.
       APPEND-JOURNAL-SEGMENTS.
           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
                   UNTIL WS-PART-INDEX > WS-PART-COUNT
               PERFORM BUILD-PARTITION-PATHS
               MOVE SPACES TO WS-SHELL-COMMAND
               STRING 'test ! -f ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PART-JOURNAL-PATH)
                   DELIMITED BY SIZE
                   ' || { cat ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PART-JOURNAL-PATH)
                   DELIMITED BY SIZE
                   ' >> ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STORAGE-PREFIX) DELIMITED BY SIZE
                   'change-journal && rm -f ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PART-JOURNAL-PATH)
                   DELIMITED BY SIZE
                   '; }' DELIMITED BY SIZE
                   INTO WS-SHELL-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-SHELL-COMMAND
           END-PERFORM.

      * Appends each partition's posted-batch segment to the sender
      * batch ledger the same way, so the batches the day posted are
      * refused as resends from tomorrow on.
       APPEND-BATCH-SEGMENTS.
           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
                   UNTIL WS-PART-INDEX > WS-PART-COUNT
               PERFORM BUILD-PARTITION-PATHS
               MOVE SPACES TO WS-SHELL-COMMAND
               STRING 'test ! -f ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PART-BATCH-PATH)
                   DELIMITED BY SIZE
                   ' || { cat ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PART-BATCH-PATH)
                   DELIMITED BY SIZE
                   ' >> ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STORAGE-PREFIX) DELIMITED BY SIZE
                   'sender-batches && rm -f ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PART-BATCH-PATH)
                   DELIMITED BY SIZE
                   '; }' DELIMITED BY SIZE
                   INTO WS-SHELL-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-SHELL-COMMAND
           END-PERFORM.

      * The day is merged - retire the control records so tomorrow's
      * merge cannot be satisfied by today's partitions.
       RETIRE-PARTITION-CONTROLS.
           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
                   UNTIL WS-PART-INDEX > WS-PART-COUNT
               PERFORM BUILD-PARTITION-PATHS
               MOVE SPACES TO WS-SHELL-COMMAND
               STRING 'rm -f ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PART-CONTROL-PATH)
                   DELIMITED BY SIZE
                   INTO WS-SHELL-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-SHELL-COMMAND
           END-PERFORM.

      * Compares the day's TOTAL-SUM and group totals against the
      * archived prior run, writes the variance report, then archives
      * today's figures - the check Advent-24-1 runs at the end of a
      * single-stream directory run.
       PROCESS-VARIANCE-CHECK.
           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-CURRENT-RUN-DATE
           END-STRING

           PERFORM LOAD-PRIOR-VARIANCE
           PERFORM LOAD-PRIOR-GROUP-ARCHIVE
           PERFORM WRITE-VARIANCE-REPORT
           PERFORM SAVE-VARIANCE-ARCHIVE
           IF WS-GROUP-TOTALS-COUNT > 0
               PERFORM SAVE-GROUP-ARCHIVE
           END-IF.

       LOAD-PRIOR-GROUP-ARCHIVE.
           MOVE 0 TO WS-PRIOR-GROUP-COUNT
           MOVE 'N' TO WS-GROUP-ARCHIVE-EOF
           OPEN INPUT GROUP-VARIANCE-ARCHIVE
           IF GROUP-ARCHIVE-STATUS = '00'
                   OR GROUP-ARCHIVE-STATUS = '05'
               PERFORM UNTIL WS-GROUP-ARCHIVE-EOF = 'Y'
                   READ GROUP-VARIANCE-ARCHIVE
                           INTO GROUP-ARCHIVE-RECORD
                       AT END MOVE 'Y' TO WS-GROUP-ARCHIVE-EOF
                       NOT AT END
                           IF WS-PRIOR-GROUP-COUNT < 51
                                   AND GRP-ARCHIVE-TOTAL NUMERIC
                               ADD 1 TO WS-PRIOR-GROUP-COUNT
                               MOVE GRP-ARCHIVE-NAME TO
                                   PG-GROUP-NAME(WS-PRIOR-GROUP-COUNT)
                               MOVE GRP-ARCHIVE-TOTAL TO
                                   PG-TOTAL(WS-PRIOR-GROUP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GROUP-VARIANCE-ARCHIVE.

       SAVE-GROUP-ARCHIVE.
           OPEN OUTPUT GROUP-VARIANCE-ARCHIVE
           IF GROUP-ARCHIVE-STATUS NOT = '00'
                   AND GROUP-ARCHIVE-STATUS NOT = '05'
               DISPLAY 'WARNING: could not save group archive'
                   ' - status=' GROUP-ARCHIVE-STATUS
           ELSE
               PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                       UNTIL WS-GROUP-INDEX > WS-GROUP-TOTALS-COUNT
                   MOVE SPACES TO GROUP-ARCHIVE-RECORD
                   MOVE GT-GROUP-NAME(WS-GROUP-INDEX)
                       TO GRP-ARCHIVE-NAME
                   MOVE GT-SUBTOTAL(WS-GROUP-INDEX)
                       TO GRP-ARCHIVE-TOTAL
                   WRITE GROUP-ARCHIVE-RECORD
               END-PERFORM
               CLOSE GROUP-VARIANCE-ARCHIVE
           END-IF.

       LOAD-PRIOR-VARIANCE.
           MOVE 'N' TO WS-PRIOR-RUN-FOUND
           OPEN INPUT VARIANCE-ARCHIVE
           IF VARIANCE-ARCHIVE-STATUS = '00'
               READ VARIANCE-ARCHIVE INTO VARIANCE-ARCHIVE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE VAR-ARCHIVE-RUN-DATE TO WS-PRIOR-RUN-DATE
                       MOVE VAR-ARCHIVE-TOTAL-SUM TO WS-PRIOR-TOTAL-SUM
                       MOVE 'Y' TO WS-PRIOR-RUN-FOUND
               END-READ
           END-IF
           CLOSE VARIANCE-ARCHIVE.

       SAVE-VARIANCE-ARCHIVE.
           MOVE WS-CURRENT-RUN-DATE TO VAR-ARCHIVE-RUN-DATE
           MOVE TOTAL-SUM TO VAR-ARCHIVE-TOTAL-SUM
           OPEN OUTPUT VARIANCE-ARCHIVE
           IF VARIANCE-ARCHIVE-STATUS NOT = '00'
                   AND VARIANCE-ARCHIVE-STATUS NOT = '05'
               DISPLAY 'WARNING: could not save variance archive'
                   ' - status=' VARIANCE-ARCHIVE-STATUS
           ELSE
               WRITE VARIANCE-ARCHIVE-RECORD
               CLOSE VARIANCE-ARCHIVE
           END-IF.

       WRITE-VARIANCE-REPORT.
           OPEN OUTPUT CALIBRATION-VARIANCE-REPORT
           IF CALIBRATION-VARIANCE-STATUS NOT = '00'
               DISPLAY 'Error opening variance report file: '
                   CALIBRATION-VARIANCE-STATUS
               PERFORM ABEND-ON-OPEN-FAILURE
           END-IF
           MOVE SPACES TO CALIBRATION-VARIANCE-LINE
           STRING 'RUN-OVER-RUN VARIANCE REPORT - ' DELIMITED BY SIZE
               WS-CURRENT-RUN-DATE DELIMITED BY SIZE
               INTO CALIBRATION-VARIANCE-LINE
           END-STRING
           WRITE CALIBRATION-VARIANCE-LINE

           IF WS-PRIOR-RUN-FOUND = 'N'
               MOVE SPACES TO CALIBRATION-VARIANCE-LINE
               STRING 'NO PRIOR RUN ARCHIVED - NOTHING TO COMPARE'
                   DELIMITED BY SIZE
                   INTO CALIBRATION-VARIANCE-LINE
               END-STRING
               WRITE CALIBRATION-VARIANCE-LINE
           ELSE
               COMPUTE WS-VARIANCE-AMOUNT =
                   TOTAL-SUM - WS-PRIOR-TOTAL-SUM
               IF WS-PRIOR-TOTAL-SUM = 0
                   MOVE 0 TO WS-VARIANCE-PCT
               ELSE
                   COMPUTE WS-VARIANCE-PCT ROUNDED =
                       FUNCTION ABS(WS-VARIANCE-AMOUNT) * 100
                       / WS-PRIOR-TOTAL-SUM
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-VARIANCE-PCT
               END-IF
               IF WS-VARIANCE-PCT > WS-VARIANCE-THRESHOLD-PCT
                   MOVE 'Y' TO WS-VARIANCE-EXCEEDED
               ELSE
                   MOVE 'N' TO WS-VARIANCE-EXCEEDED
               END-IF

               MOVE SPACES TO CALIBRATION-VARIANCE-LINE
               MOVE WS-PRIOR-TOTAL-SUM TO WS-VARIANCE-SUM-EDIT
               STRING 'PRIOR RUN: ' DELIMITED BY SIZE
                   WS-PRIOR-RUN-DATE DELIMITED BY SIZE
                   '  TOTAL: ' DELIMITED BY SIZE
                   WS-VARIANCE-SUM-EDIT DELIMITED BY SIZE
                   INTO CALIBRATION-VARIANCE-LINE
               END-STRING
               WRITE CALIBRATION-VARIANCE-LINE

               MOVE SPACES TO CALIBRATION-VARIANCE-LINE
               MOVE TOTAL-SUM TO WS-VARIANCE-SUM-EDIT
               STRING 'CURRENT RUN: ' DELIMITED BY SIZE
                   WS-CURRENT-RUN-DATE DELIMITED BY SIZE
                   '  TOTAL: ' DELIMITED BY SIZE
                   WS-VARIANCE-SUM-EDIT DELIMITED BY SIZE
                   INTO CALIBRATION-VARIANCE-LINE
               END-STRING
               WRITE CALIBRATION-VARIANCE-LINE

               MOVE SPACES TO CALIBRATION-VARIANCE-LINE
               MOVE WS-VARIANCE-AMOUNT TO WS-VARIANCE-AMOUNT-EDIT
               MOVE WS-VARIANCE-PCT TO WS-VARIANCE-PCT-EDIT
               STRING 'VARIANCE: ' DELIMITED BY SIZE
                   WS-VARIANCE-AMOUNT-EDIT DELIMITED BY SIZE
                   '  (' DELIMITED BY SIZE
                   WS-VARIANCE-PCT-EDIT DELIMITED BY SIZE
                   '%)' DELIMITED BY SIZE
                   INTO CALIBRATION-VARIANCE-LINE
               END-STRING
               WRITE CALIBRATION-VARIANCE-LINE

               MOVE SPACES TO CALIBRATION-VARIANCE-LINE
               MOVE WS-VARIANCE-THRESHOLD-PCT TO
                   WS-VARIANCE-THRESHOLD-EDIT
               IF WS-VARIANCE-EXCEEDED = 'Y'
                   STRING '*** THRESHOLD EXCEEDED - LIMIT IS '
                       DELIMITED BY SIZE
                       WS-VARIANCE-THRESHOLD-EDIT DELIMITED BY SIZE
                       '% - INVESTIGATE ***' DELIMITED BY SIZE
                       INTO CALIBRATION-VARIANCE-LINE
                   END-STRING
               ELSE
                   STRING 'WITHIN THRESHOLD - LIMIT IS '
                       DELIMITED BY SIZE
                       WS-VARIANCE-THRESHOLD-EDIT DELIMITED BY SIZE
                       '%' DELIMITED BY SIZE
                       INTO CALIBRATION-VARIANCE-LINE
                   END-STRING
               END-IF
               WRITE CALIBRATION-VARIANCE-LINE

               IF WS-VARIANCE-EXCEEDED = 'Y'
                   DISPLAY
                   '*** VARIANCE THRESHOLD EXCEEDED - SEE VARIANCE '
                   'REPORT ***'
               END-IF
           END-IF

           IF WS-GROUP-TOTALS-COUNT > 0
               PERFORM WRITE-GROUP-VARIANCE-SECTION
           END-IF

           CLOSE CALIBRATION-VARIANCE-REPORT.

       WRITE-GROUP-VARIANCE-SECTION.
           MOVE SPACES TO CALIBRATION-VARIANCE-LINE
           STRING 'FEED-GROUP VARIANCE:' DELIMITED BY SIZE
               INTO CALIBRATION-VARIANCE-LINE
           END-STRING
           WRITE CALIBRATION-VARIANCE-LINE
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                   UNTIL WS-GROUP-INDEX > WS-GROUP-TOTALS-COUNT
               PERFORM WRITE-ONE-GROUP-VARIANCE-LINE
           END-PERFORM
           PERFORM WRITE-MISSING-GROUP-LINES.

       WRITE-MISSING-GROUP-LINES.
           PERFORM VARYING WS-GROUP-SLOT FROM 1 BY 1
                   UNTIL WS-GROUP-SLOT > WS-PRIOR-GROUP-COUNT
               MOVE 'N' TO WS-GROUP-PRESENT-TODAY
               PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                       UNTIL WS-GROUP-INDEX > WS-GROUP-TOTALS-COUNT
                   IF GT-GROUP-NAME(WS-GROUP-INDEX) =
                           PG-GROUP-NAME(WS-GROUP-SLOT)
                       MOVE 'Y' TO WS-GROUP-PRESENT-TODAY
                   END-IF
               END-PERFORM
               IF WS-GROUP-PRESENT-TODAY = 'N'
                   PERFORM WRITE-ONE-MISSING-GROUP-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-MISSING-GROUP-LINE.
           COMPUTE WS-GROUP-VARIANCE-AMOUNT =
               0 - PG-TOTAL(WS-GROUP-SLOT)
           IF PG-TOTAL(WS-GROUP-SLOT) = 0
               MOVE 0 TO WS-GROUP-VARIANCE-PCT
           ELSE
               MOVE 100 TO WS-GROUP-VARIANCE-PCT
           END-IF

           MOVE SPACES TO CALIBRATION-VARIANCE-LINE
           MOVE 0 TO WS-VARIANCE-SUM-EDIT
           MOVE WS-GROUP-VARIANCE-AMOUNT TO WS-VARIANCE-AMOUNT-EDIT
           MOVE WS-GROUP-VARIANCE-PCT TO WS-VARIANCE-PCT-EDIT
           STRING 'GROUP ' DELIMITED BY SIZE
               PG-GROUP-NAME(WS-GROUP-SLOT) DELIMITED BY SIZE
               ' TOTAL: ' DELIMITED BY SIZE
               WS-VARIANCE-SUM-EDIT DELIMITED BY SIZE
               '  VARIANCE: ' DELIMITED BY SIZE
               WS-VARIANCE-AMOUNT-EDIT DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WS-VARIANCE-PCT-EDIT DELIMITED BY SIZE
               '%)  NO FILES THIS RUN' DELIMITED BY SIZE
               INTO CALIBRATION-VARIANCE-LINE
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE CALIBRATION-VARIANCE-LINE

           IF WS-GROUP-VARIANCE-PCT > WS-VARIANCE-THRESHOLD-PCT
               MOVE 'Y' TO WS-VARIANCE-EXCEEDED
               MOVE SPACES TO CALIBRATION-VARIANCE-LINE
               STRING '*** GROUP ' DELIMITED BY SIZE
                   PG-GROUP-NAME(WS-GROUP-SLOT) DELIMITED BY SIZE
                   ' PRODUCED NO FILES - INVESTIGATE THE FEED ***'
                   DELIMITED BY SIZE
                   INTO CALIBRATION-VARIANCE-LINE
               END-STRING
               WRITE CALIBRATION-VARIANCE-LINE
               DISPLAY '*** GROUP '
                   FUNCTION TRIM(PG-GROUP-NAME(WS-GROUP-SLOT))
                   ' PRODUCED NO FILES THIS RUN - SEE VARIANCE '
                   'REPORT ***'
           END-IF.

       WRITE-ONE-GROUP-VARIANCE-LINE.
           MOVE 'N' TO WS-GROUP-PRIOR-FOUND
           MOVE 0 TO WS-GROUP-PRIOR-TOTAL
           PERFORM VARYING WS-GROUP-SLOT FROM 1 BY 1
                   UNTIL WS-GROUP-SLOT > WS-PRIOR-GROUP-COUNT
               IF PG-GROUP-NAME(WS-GROUP-SLOT) =
                       GT-GROUP-NAME(WS-GROUP-INDEX)
                   MOVE PG-TOTAL(WS-GROUP-SLOT)
                       TO WS-GROUP-PRIOR-TOTAL
                   MOVE 'Y' TO WS-GROUP-PRIOR-FOUND
               END-IF
           END-PERFORM

           IF WS-GROUP-PRIOR-FOUND = 'N'
               MOVE SPACES TO CALIBRATION-VARIANCE-LINE
               MOVE GT-SUBTOTAL(WS-GROUP-INDEX)
                   TO WS-VARIANCE-SUM-EDIT
               STRING 'GROUP ' DELIMITED BY SIZE
                   GT-GROUP-NAME(WS-GROUP-INDEX) DELIMITED BY SIZE
                   ' TOTAL: ' DELIMITED BY SIZE
                   WS-VARIANCE-SUM-EDIT DELIMITED BY SIZE
                   '  NO PRIOR - NOTHING TO COMPARE'
                   DELIMITED BY SIZE
                   INTO CALIBRATION-VARIANCE-LINE
               END-STRING
               WRITE CALIBRATION-VARIANCE-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-GROUP-VARIANCE-AMOUNT =
               GT-SUBTOTAL(WS-GROUP-INDEX) - WS-GROUP-PRIOR-TOTAL
           IF WS-GROUP-PRIOR-TOTAL = 0
               MOVE 0 TO WS-GROUP-VARIANCE-PCT
           ELSE
               COMPUTE WS-GROUP-VARIANCE-PCT ROUNDED =
                   FUNCTION ABS(WS-GROUP-VARIANCE-AMOUNT) * 100
                   / WS-GROUP-PRIOR-TOTAL
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-GROUP-VARIANCE-PCT
           END-IF

           MOVE SPACES TO CALIBRATION-VARIANCE-LINE
           MOVE GT-SUBTOTAL(WS-GROUP-INDEX) TO WS-VARIANCE-SUM-EDIT
           MOVE WS-GROUP-VARIANCE-AMOUNT TO WS-VARIANCE-AMOUNT-EDIT
           MOVE WS-GROUP-VARIANCE-PCT TO WS-VARIANCE-PCT-EDIT
           STRING 'GROUP ' DELIMITED BY SIZE
               GT-GROUP-NAME(WS-GROUP-INDEX) DELIMITED BY SIZE
               ' TOTAL: ' DELIMITED BY SIZE
               WS-VARIANCE-SUM-EDIT DELIMITED BY SIZE
               '  VARIANCE: ' DELIMITED BY SIZE
               WS-VARIANCE-AMOUNT-EDIT DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WS-VARIANCE-PCT-EDIT DELIMITED BY SIZE
               '%)' DELIMITED BY SIZE
               INTO CALIBRATION-VARIANCE-LINE
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE CALIBRATION-VARIANCE-LINE

           IF WS-GROUP-VARIANCE-PCT > WS-VARIANCE-THRESHOLD-PCT
               MOVE 'Y' TO WS-VARIANCE-EXCEEDED
               MOVE SPACES TO CALIBRATION-VARIANCE-LINE
               STRING '*** GROUP ' DELIMITED BY SIZE
                   GT-GROUP-NAME(WS-GROUP-INDEX) DELIMITED BY SIZE
                   ' EXCEEDED THE THRESHOLD - INVESTIGATE ***'
                   DELIMITED BY SIZE
                   INTO CALIBRATION-VARIANCE-LINE
               END-STRING
               WRITE CALIBRATION-VARIANCE-LINE
               DISPLAY '*** GROUP '
                   FUNCTION TRIM(GT-GROUP-NAME(WS-GROUP-INDEX))
                   ' VARIANCE THRESHOLD EXCEEDED - SEE VARIANCE '
                   'REPORT ***'
           END-IF.

      * Snapshots the combined output set to .g<stamp> names and
      * purges expired generations, exactly as a single-stream
      * directory run does - the integrity report is always the day's
      * own here, the delta pair only in delta mode.
       PROCESS-GENERATION-HOUSEKEEPING.
           MOVE SPACES TO WS-GEN-STAMP
           STRING WS-RUN-START-STAMP(1:4) DELIMITED BY SIZE
               WS-RUN-START-STAMP(6:2) DELIMITED BY SIZE
               WS-RUN-START-STAMP(9:2) DELIMITED BY SIZE
               WS-RUN-START-STAMP(12:2) DELIMITED BY SIZE
               WS-RUN-START-STAMP(15:2) DELIMITED BY SIZE
               WS-RUN-START-STAMP(18:2) DELIMITED BY SIZE
               INTO WS-GEN-STAMP
           END-STRING

           OPEN OUTPUT HOUSEKEEPING-REPORT
           IF HOUSEKEEPING-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening housekeeping report: '
                   HOUSEKEEPING-REPORT-STATUS
               PERFORM ABEND-ON-OPEN-FAILURE
           END-IF

           MOVE SPACES TO HOUSEKEEPING-REPORT-LINE
           MOVE WS-RETAIN-GENERATIONS TO WS-GEN-KEEP-EDIT
           STRING 'GENERATION HOUSEKEEPING - g' DELIMITED BY SIZE
               WS-GEN-STAMP DELIMITED BY SIZE
               ' - RETAINING ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-KEEP-EDIT) DELIMITED BY SIZE
               ' GENERATION(S)' DELIMITED BY SIZE
               INTO HOUSEKEEPING-REPORT-LINE
           END-STRING
           WRITE HOUSEKEEPING-REPORT-LINE

           MOVE SPACES TO WS-GEN-COMMAND
           STRING 'rm -f ../advent-storage/advent-24-1.purge-list'
               DELIMITED BY SIZE
               INTO WS-GEN-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-GEN-COMMAND

           PERFORM VARYING WS-GEN-FILE-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-FILE-INDEX > 8
               IF WS-GEN-FILE-INDEX < 7
                       OR DELTA-MODE-ENABLED
                   MOVE GEN-BASE-NAME(WS-GEN-FILE-INDEX)
                       TO WS-GEN-BASE-NAME
                   PERFORM SNAPSHOT-ONE-GENERATION
               END-IF
           END-PERFORM

           PERFORM PURGE-EXPIRED-GENERATIONS

           MOVE SPACES TO HOUSEKEEPING-REPORT-LINE
           MOVE WS-PURGED-COUNT TO WS-GEN-KEEP-EDIT
           STRING 'GENERATIONS PURGED: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-KEEP-EDIT) DELIMITED BY SIZE
               INTO HOUSEKEEPING-REPORT-LINE
           END-STRING
           WRITE HOUSEKEEPING-REPORT-LINE

           CLOSE HOUSEKEEPING-REPORT.

       SNAPSHOT-ONE-GENERATION.
           MOVE SPACES TO WS-GEN-COMMAND
           STRING 'test -f ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-BASE-NAME) DELIMITED BY SIZE
               ' && cp ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-BASE-NAME) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-BASE-NAME) DELIMITED BY SIZE
               '.g' DELIMITED BY SIZE
               WS-GEN-STAMP DELIMITED BY SIZE
               INTO WS-GEN-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-GEN-COMMAND

           MOVE SPACES TO HOUSEKEEPING-REPORT-LINE
           STRING 'SNAPSHOT: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-BASE-NAME) DELIMITED BY SIZE
               '.g' DELIMITED BY SIZE
               WS-GEN-STAMP DELIMITED BY SIZE
               INTO HOUSEKEEPING-REPORT-LINE
           END-STRING
           WRITE HOUSEKEEPING-REPORT-LINE

           COMPUTE WS-GEN-TAIL-START = WS-RETAIN-GENERATIONS + 1
           MOVE WS-GEN-TAIL-START TO WS-GEN-KEEP-EDIT
           MOVE SPACES TO WS-GEN-COMMAND
           STRING 'ls -1t ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-BASE-NAME) DELIMITED BY SIZE
               '.g* 2>/dev/null | tail -n +' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-KEEP-EDIT) DELIMITED BY SIZE
               ' >> ../advent-storage/advent-24-1.purge-list'
                   DELIMITED BY SIZE
               INTO WS-GEN-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-GEN-COMMAND.

       PURGE-EXPIRED-GENERATIONS.
           MOVE 0 TO WS-PURGED-COUNT
           MOVE 'N' TO WS-PURGE-EOF
           OPEN INPUT PURGE-LIST-FILE
           IF PURGE-LIST-STATUS = '00'
               PERFORM UNTIL WS-PURGE-EOF = 'Y'
                   READ PURGE-LIST-FILE INTO PURGE-LIST-RECORD
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

           MOVE SPACES TO HOUSEKEEPING-REPORT-LINE
           STRING 'PURGED: ' DELIMITED BY SIZE
               FUNCTION TRIM(PURGE-LIST-RECORD) DELIMITED BY SIZE
               INTO HOUSEKEEPING-REPORT-LINE
           END-STRING
           WRITE HOUSEKEEPING-REPORT-LINE.

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

      * A partition output that disagrees with its own control record
      * - truncated, rewritten by hand, or left by another run - is
      * a refusal; the file is named in WS-GEN-BASE-NAME.
       REFUSE-OUT-OF-STEP.
           MOVE SPACES TO WS-REFUSAL-REASON
           STRING FUNCTION TRIM(WS-GEN-BASE-NAME) DELIMITED BY SIZE
               ' does not agree with its partition control record'
               DELIMITED BY SIZE
               INTO WS-REFUSAL-REASON
           END-STRING
           PERFORM REFUSE-MERGE.

      * Nothing combined, nothing archived, the partition files left
      * exactly as found for the rerun - just the refusal on the run
      * ledger and run-status with RETURN-CODE 16.
       REFUSE-MERGE.
           DISPLAY 'ERROR: ' FUNCTION TRIM(WS-REFUSAL-REASON)
           DISPLAY 'ABEND: merge refused - rerun the failed '
               'partition(s) to a clean end, then resubmit the merge'
           MOVE 'ABEND-PARTITION' TO WS-HIST-STATUS
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      * One ledger record for the partitioned day - started when the
      * first partition started, mode MERGE - then the condition code
      * and the polled run-status, as Advent-24-1 does for a
      * single-stream run.
       WRITE-RUN-HISTORY.
           PERFORM BUILD-CURRENT-STAMP
           MOVE SPACES TO ADVENT24-HIST-SOURCE
           MOVE WS-DAY-START-STAMP TO ADVENT24-HIST-START-STAMP
           MOVE WS-STAMP-WORK TO ADVENT24-HIST-END-STAMP
           MOVE 'MERGE' TO ADVENT24-HIST-MODE
           MOVE WS-FIRST-INPUT-DIR TO ADVENT24-HIST-SOURCE
           MOVE WS-HIST-STATUS TO ADVENT24-HIST-STATUS
           MOVE WS-RECORD-COUNT TO ADVENT24-HIST-RECORD-COUNT
           MOVE TOTAL-SUM TO ADVENT24-HIST-TOTAL-SUM
           MOVE WS-EXCEPTION-COUNT TO ADVENT24-HIST-EXCEPTION-COUNT
           OPEN EXTEND RUN-HISTORY-FILE
           IF RUN-HISTORY-STATUS NOT = '00'
                   AND RUN-HISTORY-STATUS NOT = '05'
               DISPLAY 'WARNING: could not open run-history ledger'
                   ' - status=' RUN-HISTORY-STATUS
           ELSE
               WRITE RUN-HISTORY-RECORD FROM ADVENT24-HIST-RECORD
               CLOSE RUN-HISTORY-FILE
           END-IF

           PERFORM SET-FINAL-CONDITION-CODE
           PERFORM WRITE-RUN-STATUS
           MOVE WS-FINAL-CONDITION-CODE TO RETURN-CODE.

       SET-FINAL-CONDITION-CODE.
           MOVE SPACES TO WS-STATUS-REASON
           IF WS-HIST-STATUS(1:5) = 'ABEND'
               MOVE 16 TO WS-FINAL-CONDITION-CODE
               STRING 'ABENDED - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HIST-STATUS) DELIMITED BY SIZE
                   ' - SEE JOB LOG' DELIMITED BY SIZE
                   INTO WS-STATUS-REASON
               END-STRING
           ELSE
               IF WS-VARIANCE-EXCEEDED = 'Y'
                   MOVE 8 TO WS-FINAL-CONDITION-CODE
                   MOVE 'VARIANCE THRESHOLD EXCEEDED - SEE VARIANCE '
                       & 'REPORT' TO WS-STATUS-REASON
               ELSE
                   IF FEED-DAY-PARTIAL
                       MOVE 04 TO WS-FINAL-CONDITION-CODE
                       MOVE 'PARTIAL DAY - EXPECTED FEEDS MISSING - '
                           & 'SEE FEED REPORT' TO WS-STATUS-REASON
                   ELSE
                       IF WS-EXCEPTION-COUNT > 0
                           MOVE 04 TO WS-FINAL-CONDITION-CODE
                           MOVE 'COMPLETED WITH EXCEPTIONS - SEE '
                               & 'EXCEPTIONS FILE' TO WS-STATUS-REASON
                       ELSE
                           MOVE 00 TO WS-FINAL-CONDITION-CODE
                           MOVE 'RUN COMPLETED CLEAN'
                               TO WS-STATUS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-RUN-STATUS.
           MOVE SPACES TO ADVENT24-STAT-RECORD
           MOVE WS-FINAL-CONDITION-CODE TO ADVENT24-STAT-CODE
           MOVE WS-HIST-STATUS TO ADVENT24-STAT-DISPOSITION
           MOVE WS-STATUS-REASON TO ADVENT24-STAT-REASON
           MOVE WS-RECORD-COUNT TO ADVENT24-STAT-RECORD-COUNT
           MOVE TOTAL-SUM TO ADVENT24-STAT-TOTAL-SUM
           MOVE WS-EXCEPTION-COUNT TO ADVENT24-STAT-EXCEPTION-COUNT
           MOVE WS-STAMP-WORK TO ADVENT24-STAT-END-STAMP
           OPEN OUTPUT RUN-STATUS-FILE
           IF RUN-STATUS-FILE-STATUS NOT = '00'
                   AND RUN-STATUS-FILE-STATUS NOT = '05'
               DISPLAY 'WARNING: could not write run-status file'
                   ' - status=' RUN-STATUS-FILE-STATUS
           ELSE
               WRITE RUN-STATUS-RECORD FROM ADVENT24-STAT-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.

       ABEND-ON-OPEN-FAILURE.
           MOVE 'ABEND-OPEN-FAIL' TO WS-HIST-STATUS
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.
