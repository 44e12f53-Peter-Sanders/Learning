           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALIBRATION-FILE-STATUS.

      * The checkpoint and the per-run work files below (report,
      * exceptions, extracts, manifest, distribution, fingerprints,
      * integrity report, change journal and posted-batch ledger) are
      * ASSIGNed through the
      * RUN-WORK-FILE-PATHS fields rather than literals, so a
      * partitioned run can qualify every one of them with its
      * partition suffix - see QUALIFY-PARTITION-PATHS.
           SELECT OPTIONAL CHECKPOINT-FILE
           ASSIGN TO DYNAMIC WS-CHECKPOINT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECKPOINT-FILE-STATUS.

           SELECT CALIBRATION-REPORT
           ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALIBRATION-REPORT-STATUS.

           SELECT CALIBRATION-EXCEPTIONS
           ASSIGN TO DYNAMIC WS-EXCEPTIONS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALIBRATION-EXCEPTIONS-STATUS.

      * Fixed-column detail extract for the billing interface, written
      * alongside the human-readable report - see the layout copybook.
           SELECT BILLING-EXTRACT
           ASSIGN TO DYNAMIC WS-EXTRACT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BILLING-EXTRACT-STATUS.

      * Delta-mode outputs - the change report lists every line that is
      * new, changed or dropped against the results master, and the
      * DLT change extract carries only those lines, so billing can
      * take a small change file instead of re-balancing the whole
      * day. Written only when DELTA-MODE is on; the full report and
      * ORG extract above are produced either way.
           SELECT DELTA-REPORT
           ASSIGN TO DYNAMIC WS-DELTA-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DELTA-REPORT-STATUS.

           SELECT DELTA-EXTRACT
           ASSIGN TO DYNAMIC WS-DELTA-EXTRACT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DELTA-EXTRACT-STATUS.

      * Manifest of input files built by BUILD-FILE-MANIFEST when the
      * run is pointed at a whole directory instead of a single file.
           SELECT OPTIONAL MANIFEST-FILE
           ASSIGN TO DYNAMIC WS-MANIFEST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-FILE-STATUS.

      * Calibration-value frequency tally for data-quality monitoring.
           SELECT CALIBRATION-DISTRIBUTION
           ASSIGN TO DYNAMIC WS-DISTRIBUTION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALIBRATION-DISTRIBUTION-STATUS.

      * up directly (see Advent-24-1-Inquiry) instead of scraping the
      * report. Maintained best-effort: a toolchain built without
      * indexed-file support degrades to a warning, not an abend.
      * Dynamic access so delta mode can walk a source file's rows
      * past the end of today's input to find dropped sequences.
      * Opened shared with record locking, because the partitions of a
      * partitioned day all update it at once - each partition owns
      * the rows of its own input files, and a row another program
      * holds is waited for (see READ-MASTER-ROW).
           SELECT RESULTS-MASTER
           ASSIGN TO '../advent-storage/advent-24-1.results-master'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADVENT24-RSLT-KEY
           LOCK MODE IS AUTOMATIC
           SHARING WITH ALL OTHER
           FILE STATUS IS RESULTS-MASTER-STATUS.

      * Feed-group control file for directory mode - one
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GATE-DECISION-STATUS.

      * The day's feed decision left by the expected-feed check
      * (Advent-24-1-Feedcheck) - HOLD stops the run before anything
      * is posted, PARTIAL runs the short day and grades it so.
      * Optional: no decision file means no check was run.
           SELECT OPTIONAL FEED-DECISION-FILE
           ASSIGN TO '../advent-storage/advent-24-1.feed-decision'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-DECISION-STATUS.

      * Keyed exception suspense file - unlike advent-24-1.exceptions,
      * which is rewritten from scratch every run, this survives across
      * runs: an exception not repaired the same day stays on the books
      * with its first-seen date until Advent-24-1-Repair clears it.
      * Maintained best-effort the same way the results master is,
      * and shared between partitions the same way.
           SELECT SUSPENSE-FILE
           ASSIGN TO '../advent-storage/advent-24-1.suspense'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADVENT24-SUSP-KEY
           LOCK MODE IS AUTOMATIC
           SHARING WITH ALL OTHER
           FILE STATUS IS SUSPENSE-FILE-STATUS.

      * Shared append-only change journal - every add, rewrite and
      * delete this run makes to the results master or the suspense
      * file is appended with its before and after image, as Repair,
      * Maint and Billack append theirs.
           SELECT OPTIONAL CHANGE-JOURNAL
           ASSIGN TO DYNAMIC WS-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHANGE-JOURNAL-STATUS.

      * Fingerprints of the directory-mode input files, built one
      * shell-out per file by the integrity pass and read back in
      * manifest order.
           SELECT OPTIONAL FINGERPRINT-FILE
           ASSIGN TO DYNAMIC WS-FINGERPRINT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FINGERPRINT-FILE-STATUS.

      * fingerprint plus any exact duplicates and suspect overlaps
      * found before processing starts.
           SELECT INTEGRITY-REPORT
           ASSIGN TO DYNAMIC WS-INTEGRITY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INTEGRITY-REPORT-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-HISTORY-STATUS.

      * Partition control record - written only by a partitioned run
      * (ADVENT24-PARTITION=k/N), in place of the run ledger and
      * run-status records, which belong to the merge step that
      * combines the partitions. See the partition-control copybook.
           SELECT OPTIONAL PARTITION-CONTROL-FILE
           ASSIGN TO DYNAMIC WS-PARTITION-CONTROL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARTITION-CONTROL-STATUS.

      * Ledger of sender batches already posted - read at the start of
      * the run so a resent batch is refused. The batches this run
      * posts are appended through BATCH-POSTING-FILE, which a
      * partitioned run points at its own .pNN segment for the merge
      * step to append. See the sender-control copybook.
           SELECT OPTIONAL SENDER-BATCH-FILE
           ASSIGN TO '../advent-storage/advent-24-1.sender-batches'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SENDER-BATCH-STATUS.

           SELECT OPTIONAL BATCH-POSTING-FILE
           ASSIGN TO DYNAMIC WS-BATCH-POSTING-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BATCH-POSTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           05  CKPT-MIN-VALUE PIC 99.
           05  CKPT-MAX-VALUE PIC 99.
           05  CKPT-VALUES-SEEN PIC X.
           05  CKPT-DELTA-COUNTS.
               10  CKPT-DELTA-NEW-COUNT PIC 9(8).
               10  CKPT-DELTA-CHANGED-COUNT PIC 9(8).
               10  CKPT-DELTA-UNCHANGED-COUNT PIC 9(8).
               10  CKPT-DELTA-VALUE-HASH PIC 9(9).
               10  CKPT-DELTA-EXCEPTION-COUNT PIC 9(8).
      * Start stamp of the first attempt at this run and whether the
      * change journal was open when the checkpoint was taken - what a
      * delta-mode restart needs to find the changes it must classify
      * against (see LOAD-BEFORE-IMAGES).
           05  CKPT-CHAIN-STAMP PIC X(19).
           05  CKPT-JOURNAL-ACTIVE PIC X.
      * A partitioned run checkpoints at file boundaries instead, in
      * the partition-control layout - see SAVE-PARTITION-CHECKPOINT.
       01  PARTITION-CHECKPOINT-RECORD PIC X(4000).

       FD  CALIBRATION-REPORT.
       01  CALIBRATION-REPORT-LINE PIC X(132).
       FD  BILLING-EXTRACT.
       01  BILLING-EXTRACT-LINE PIC X(122).

       FD  DELTA-REPORT.
       01  DELTA-REPORT-LINE PIC X(132).

       FD  DELTA-EXTRACT.
       01  DELTA-EXTRACT-LINE PIC X(135).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD PIC X(200).

       FD  SUSPENSE-FILE.
       COPY "advent24-suspense.cpy".

       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-LINE PIC X(665).

       FD  GATE-DECISION-FILE.
       01  GATE-DECISION-LINE PIC X(248).

       FD  FEED-DECISION-FILE.
       01  FEED-DECISION-LINE PIC X(120).

       FD  FEED-GROUP-FILE.
       01  FEED-GROUP-RECORD PIC X(250).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD PIC X(196).

       FD  PARTITION-CONTROL-FILE.
       01  PARTITION-CONTROL-LINE PIC X(4000).

       FD  SENDER-BATCH-FILE.
       01  SENDER-BATCH-LINE PIC X(260).

       FD  BATCH-POSTING-FILE.
       01  BATCH-POSTING-LINE PIC X(260).

       WORKING-STORAGE SECTION.
       COPY "advent24-report-layout.cpy".
       COPY "advent24-run-history.cpy".
       COPY "advent24-run-status.cpy".
       COPY "advent24-extract-layout.cpy".
       COPY "advent24-gate-decision.cpy".
       COPY "advent24-feed-decision.cpy".
       COPY "advent24-change-journal.cpy".
       COPY "advent24-partition-control.cpy".
       COPY "advent24-sender-control.cpy".

       01  FIRST-NUMERIC-CHARACTER-POSITION PIC 9.
       01  LAST-NUMERIC-CHARACTER-POSITION PIC 9.
               '../advent-storage/advent-24-1.variance-report'.
           05  FILLER PIC X(60) VALUE
               '../advent-storage/advent-24-1.integrity'.
           05  FILLER PIC X(60) VALUE
               '../advent-storage/advent-24-1.delta-report'.
           05  FILLER PIC X(60) VALUE
               '../advent-storage/advent-24-1.extract-delta'.
       01  FILLER REDEFINES GEN-BASE-NAME-TABLE.
           05  GEN-BASE-NAME OCCURS 8 TIMES PIC X(60).

      * Run-history working storage - the start stamp is captured
      * before any file is opened, and WS-HIST-STATUS carries the
       01  BILLING-EXTRACT-STATUS PIC XX.
       01  WS-EXTRACT-TRUNC-COUNT PIC 9(8).

      * Delta-mode working storage - switched on via the DELTA-MODE
      * run-control keyword or the ADVENT24-DELTA-MODE environment
      * variable. Each record is classified against the row the
      * results master already holds for its key before the upsert
      * overwrites it: no row is NEW, any difference in text, digits,
      * value or exception flag is CHANGED, otherwise UNCHANGED. Once
      * a file has been read to the end, any master row for that file
      * with a higher sequence than the file now has is DROPPED - it
      * is shipped on the change extract and deleted from the master
      * (and suspense), so it is reported once rather than every run.
      * The counters below are checkpointed with the rest of the run.
      * A restart cannot classify against the master alone: the
      * interrupted attempt had already posted the records after the
      * checkpoint (and deleted any rows it found dropped), while
      * their change lines were cut from the change files with the
      * rest of the output past the checkpoint. So a delta-mode run
      * checkpoints before its first record, every checkpoint carries
      * the first attempt's start stamp and whether the change journal
      * was open, and a restart loads the master changes the attempts
      * since then journaled for the file it resumes. A record with a
      * journaled before image is classified against that image
      * instead of the master row, and a row the journal shows deleted
      * is shipped as DROPPED again. A restart that cannot do this - a
      * checkpoint written before the stamp was carried, an attempt
      * with no journal open, or more journaled changes than the
      * table holds - ends ABEND-DELTA-RESTART. Rerunning the day from
      * the top is no substitute: the master already holds the day's
      * figures, so every record would classify as UNCHANGED. The
      * master has to be put back first with Advent-24-1-Recover and
      * the checkpoint cleared. A directory run that is not
      * partitioned keeps no checkpoint, so the same holds for it
      * after any interruption.
       01  WS-DELTA-MODE-SWITCH PIC X(4) VALUE SPACES.
           88  DELTA-MODE-ENABLED VALUE 'Y' 'YES'.
       01  DELTA-REPORT-STATUS PIC XX.
       01  DELTA-EXTRACT-STATUS PIC XX.
       01  WS-DELTA-CHANGE PIC X(9).
       01  WS-DELTA-PRIOR-VALUE PIC 99.
       01  WS-DELTA-PRIOR-FLAG PIC X.
       01  WS-DELTA-NEW-VALUE PIC 99.
       01  WS-DELTA-NEW-COUNT PIC 9(8) VALUE 0.
       01  WS-DELTA-CHANGED-COUNT PIC 9(8) VALUE 0.
       01  WS-DELTA-UNCHANGED-COUNT PIC 9(8) VALUE 0.
       01  WS-DELTA-DROPPED-COUNT PIC 9(8) VALUE 0.
       01  WS-DELTA-DETAIL-COUNT PIC 9(8) VALUE 0.
       01  WS-DELTA-VALUE-HASH PIC 9(9) VALUE 0.
       01  WS-DELTA-EXCEPTION-COUNT PIC 9(8) VALUE 0.
       01  WS-DELTA-DROP-EOF PIC X VALUE 'N'.
       01  WS-DELTA-DROP-SOURCE PIC X(100).
       01  WS-DELTA-SEQUENCE-EDIT PIC Z(7)9.

      * Delta-mode restart working storage - the first attempt's start
      * stamp and journal state as the checkpoint carried them, and
      * the master changes journaled since then for the file being
      * resumed, one entry per key: the earliest, whose before image
      * is the row as it stood before this run first touched it.
      * WS-BEFORE-ROW lays a journaled image over the results-master
      * layout.
       01  WS-DELTA-CHAIN-STAMP PIC X(19) VALUE SPACES.
       01  WS-DELTA-CHAIN-JOURNAL PIC X VALUE 'N'.
       01  WS-DELTA-RESTART PIC X VALUE 'N'.
       01  WS-DELTA-REFUSAL PIC X(80) VALUE SPACES.
       01  WS-BEFORE-SOURCE PIC X(100).
       01  WS-BEFORE-SEQUENCE PIC 9(8).
       01  WS-BEFORE-FLOOR PIC 9(8).
       01  WS-BEFORE-EOF PIC X.
       01  WS-BEFORE-OVERFLOW PIC X.
       01  WS-BEFORE-COUNT PIC 9(4) VALUE 0.
       01  WS-BEFORE-LIMIT PIC 9(4) VALUE 5000.
       01  WS-BEFORE-INDEX PIC 9(4).
       01  WS-BEFORE-SLOT PIC 9(4).
       01  WS-BEFORE-ROW.
           05  FILLER PIC X(108).
           05  WS-BEFORE-ROW-TEXT PIC X(100).
           05  WS-BEFORE-ROW-FIRST-DIGIT PIC 9.
           05  WS-BEFORE-ROW-LAST-DIGIT PIC 9.
           05  WS-BEFORE-ROW-VALUE PIC 99.
           05  WS-BEFORE-ROW-EXCEPTION-FLAG PIC X.
           05  FILLER PIC X(35).
       01  BEFORE-IMAGE-TABLE.
           05  BEFORE-IMAGE-ENTRY OCCURS 5000 TIMES.
               10  BI-SEQUENCE PIC 9(8).
               10  BI-ACTION PIC X(8).
               10  BI-TEXT PIC X(100).
               10  BI-FIRST-DIGIT PIC 9.
               10  BI-LAST-DIGIT PIC 9.
               10  BI-VALUE PIC 99.
               10  BI-EXCEPTION-FLAG PIC X.

      * Results-master working storage - WS-MASTER-ACTIVE stays 'N'
      * when the master cannot be opened, and every upsert is skipped
      * with it, so master maintenance never takes down the run.
       01  WS-MASTER-ACTIVE PIC X VALUE 'N'.
       01  WS-MASTER-SEQUENCE PIC 9(8).
       01  WS-MASTER-EXCEPTION-FLAG PIC X.
       01  WS-MASTER-VALUE PIC 99.
       01  WS-STAMP-WORK PIC X(19).
       01  WS-HIST-STATUS PIC X(20) VALUE 'ABEND-UNKNOWN'.

       01  SUSPENSE-FILE-STATUS PIC XX.
       01  WS-SUSPENSE-ACTIVE PIC X VALUE 'N'.

      * Shared-file waits - a master or suspense row another program
      * holds (status 51), or a file another program has open
      * exclusively (61), is retried once a second up to
      * WS-LOCK-WAIT-LIMIT times. A partition other than the first
      * also waits out a file that is not there yet (35) - partition
      * 1 alone creates it, so two partitions never both create it.
      * A wait that runs out leaves the master incomplete, which a
      * partition or a delta run cannot ship; a plain run carries on
      * with a warning, the best-effort posture of the master itself.
       01  WS-LOCK-WAITS PIC 9(4) VALUE 0.
       01  WS-LOCK-WAIT-LIMIT PIC 9(4) VALUE 30.
       01  WS-LOCK-WAIT-COMMAND PIC X(10) VALUE 'sleep 1'.
       01  WS-LOCK-MASTER-KEY PIC X(108).
       01  WS-LOCK-SUSPENSE-KEY PIC X(108).
       01  WS-LOCK-FILE-NAME PIC X(20).
       01  WS-DELTA-RESUME-KEY PIC X(108).

      * Change-journal working storage - the journal is opened with the
      * master and suspense file and kept the same best-effort way. A
      * REWRITE is journaled only when the row's figures change (text,
      * digits, value, exception flag) - a rerun that merely restamps
      * the run date or last-seen date is not a change to the record.
       01  CHANGE-JOURNAL-STATUS PIC XX.
       01  WS-JOURNAL-ACTIVE PIC X VALUE 'N'.
       01  WS-JOURNAL-CHANGED PIC X.
       01  WS-JOURNAL-ACTION PIC X(8).
       01  WS-JOURNAL-BEFORE-IMAGE PIC X(248).

      * Gatekeeper-decision working storage - the decisions file is
      * loaded once into this table and each input file is looked up
      * by the same name the gatekeeper wrote: the full path in
       01  WS-GATE-LOOKUP-NAME PIC X(200).
       01  WS-GATE-VERDICT PIC X(6).
       01  WS-GATE-SKIPPED-COUNT PIC 9(4) VALUE 0.
       01  WS-GATE-IN-SHARE PIC X.

      * Feed-decision working storage - only a decision the check made
      * today is honored; one left over from an earlier day says
      * nothing about today's feeds.
       01  FEED-DECISION-STATUS PIC XX.
       01  WS-FEED-DECISION PIC X(8) VALUE SPACES.
           88  FEED-DAY-PARTIAL VALUE 'PARTIAL'.

      * Feed-group working storage - the control file's rules are
      * matched first-rule-wins against each manifest file name, the
       01  WS-FINAL-CONDITION-CODE PIC 9(2).
       01  WS-STATUS-REASON PIC X(60).

      * Per-run work-file paths - the FD ASSIGNs above point here. A
      * single-stream run uses them as they stand; a partitioned run
      * has QUALIFY-PARTITION-PATHS append its .pNN suffix to every
      * one before any of them is opened, so N instances can run side
      * by side in the same storage directory.
       01  RUN-WORK-FILE-PATHS.
           05  WS-CHECKPOINT-PATH PIC X(60) VALUE
               '../advent-storage/advent-24-1.ckpt'.
           05  WS-REPORT-PATH PIC X(60) VALUE
               '../advent-storage/advent-24-1.report'.
           05  WS-EXCEPTIONS-PATH PIC X(60) VALUE
               '../advent-storage/advent-24-1.exceptions'.
           05  WS-EXTRACT-PATH PIC X(60) VALUE
               '../advent-storage/advent-24-1.extract'.
           05  WS-DELTA-REPORT-PATH PIC X(60) VALUE
               '../advent-storage/advent-24-1.delta-report'.
           05  WS-DELTA-EXTRACT-PATH PIC X(60) VALUE
               '../advent-storage/advent-24-1.extract-delta'.
           05  WS-MANIFEST-PATH PIC X(60) VALUE
               '../advent-storage/advent-24-1.manifest'.
           05  WS-DISTRIBUTION-PATH PIC X(60) VALUE
               '../advent-storage/advent-24-1.distribution'.
           05  WS-JOURNAL-PATH PIC X(60) VALUE
               '../advent-storage/advent-24-1.change-journal'.
           05  WS-FINGERPRINT-PATH PIC X(60) VALUE
               '../advent-storage/advent-24-1.fingerprints'.
           05  WS-INTEGRITY-PATH PIC X(60) VALUE
               '../advent-storage/advent-24-1.integrity'.
           05  WS-PARTITION-CONTROL-PATH PIC X(60) VALUE
               '../advent-storage/advent-24-1.partition'.
           05  WS-BATCH-POSTING-PATH PIC X(60) VALUE
               '../advent-storage/advent-24-1.sender-batches'.
       01  FILLER REDEFINES RUN-WORK-FILE-PATHS.
           05  RUN-WORK-FILE-PATH OCCURS 13 TIMES PIC X(60).
       01  WS-WORK-PATH-INDEX PIC 9(4).

      * Partitioned-run working storage - ADVENT24-PARTITION=k/N
      * (always from the environment, since every instance of one day
      * shares the run-control file) makes this run partition k of N.
      * A manifest name belongs to the partition its character-code
      * sum hashes to, so every instance agrees on the split from the
      * name alone - the gate decisions are loaded for this
      * partition's share only, and Advent-24-1-Merge builds the
      * single report and extract set once all N have ended clean.
      * The checkpoint is taken after each file in the share, and a
      * restart resumes at the next manifest entry of the same
      * listing.
       01  PARTITION-CONTROL-STATUS PIC XX.
       01  WS-PARTITION-ENV PIC X(10) VALUE SPACES.
       01  WS-PARTITION-MODE PIC X VALUE 'N'.
           88  PARTITION-MODE-ENABLED VALUE 'Y'.
       01  WS-PARTITION-NUMBER-TEXT PIC X(4).
       01  WS-PARTITION-COUNT-TEXT PIC X(4).
       01  WS-PARTITION-NUMBER PIC 9(2) VALUE 0.
       01  WS-PARTITION-COUNT PIC 9(2) VALUE 0.
       01  WS-PARTITION-SUFFIX PIC X(4) VALUE SPACES.
       01  WS-PARTITION-NAME PIC X(200).
       01  WS-PARTITION-NAME-LENGTH PIC 9(4).
       01  WS-PARTITION-CHAR-POS PIC 9(4).
       01  WS-PARTITION-HASH PIC 9(9).
       01  WS-PARTITION-OWNER PIC 9(2).
       01  WS-PARTITION-RESTART PIC X VALUE 'N'.
       01  WS-RESTART-POSITION PIC 9(6) VALUE 0.
       01  WS-MANIFEST-POSITION PIC 9(6) VALUE 0.
       01  WS-MANIFEST-ENTRY-COUNT PIC 9(6) VALUE 0.

      * Sender-control working storage - VERIFY-SENDER-CONTROL reads
      * each input file once ahead of posting it, to find the header
      * and trailer records an upstream sender may have wrapped it in
      * and hold the file to them. WS-SENDER-CONTROL comes back
      * VERIFIED, UNVERIFIED (a legacy feed with no control records)
      * or REFUSED, with the reason in WS-SENDER-REFUSAL. Control
      * records are never posted or counted as calibration records.
       01  WS-SENDER-CONTROL PIC X(10) VALUE SPACES.
           88  SENDER-CONTROL-VERIFIED VALUE 'VERIFIED'.
           88  SENDER-CONTROL-UNVERIFIED VALUE 'UNVERIFIED'.
           88  SENDER-CONTROL-REFUSED VALUE 'REFUSED'.
       01  WS-SENDER-REFUSAL PIC X(40).
       01  WS-CONTROL-TAG PIC X(5).
           88  CONTROL-HEADER-TAG VALUE '##HDR'.
           88  CONTROL-TRAILER-TAG VALUE '##TRL'.
           88  CONTROL-RECORD-TAG VALUE '##HDR' '##TRL'.
       01  WS-CONTROL-EOF PIC X.
       01  WS-CONTROL-LINE-COUNT PIC 9(8).
       01  WS-CONTROL-DATA-COUNT PIC 9(8).
       01  WS-CONTROL-CHECKSUM PIC 9(10).
       01  WS-CONTROL-HEADER-FOUND PIC X.
       01  WS-CONTROL-TRAILER-FOUND PIC X.
       01  WS-CONTROL-LENGTH PIC 9(4).
       01  WS-CONTROL-CHAR-POS PIC 9(4).
       01  WS-CONTROL-DIGIT PIC 9.
       01  WS-CONTROL-DATE-DIGITS PIC X(8).
       01  WS-SENDER-REFUSED-COUNT PIC 9(4) VALUE 0.

      * Posted-batch working storage - the ledger's batches are loaded
      * first and each batch this run posts is added after them, so a
      * second copy of one batch later in the same run is refused as
      * well. A single-stream run holds its new ledger lines until it
      * ends clean; a partition writes each one to its segment as its
      * file is finished, ahead of the checkpoint.
       01  SENDER-BATCH-STATUS PIC XX.
       01  BATCH-POSTING-STATUS PIC XX.
       01  WS-BATCH-EOF PIC X VALUE 'N'.
       01  WS-BATCH-COUNT PIC 9(6) VALUE 0.
       01  WS-LEDGER-BATCH-COUNT PIC 9(6) VALUE 0.
       01  WS-BATCH-INDEX PIC 9(6).
       01  WS-BATCH-FOUND PIC X.
       01  SENDER-BATCH-TABLE.
           05  SENDER-BATCH-ENTRY OCCURS 50000 TIMES.
               10  SB-SENDER-ID PIC X(10).
               10  SB-BATCH-NUMBER PIC 9(8).
       01  WS-RUN-BATCH-COUNT PIC 9(4) VALUE 0.
       01  RUN-BATCH-TABLE.
           05  RUN-BATCH-LINE OCCURS 500 TIMES PIC X(251).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN


           PERFORM INITIALIZE-DIGIT-WORD-TABLE

           PERFORM LOAD-PARTITION-PARM

           PERFORM LOAD-RUN-CONTROL

           IF WS-PARM-FILE-PRESENT = 'N'
                   'ADVENT24-CALC-MODE'
               ACCEPT WS-COMPARE-MODE-SWITCH FROM ENVIRONMENT
                   'ADVENT24-COMPARE-MODE'
               ACCEPT WS-DELTA-MODE-SWITCH FROM ENVIRONMENT
                   'ADVENT24-DELTA-MODE'
               ACCEPT WS-INPUT-FILE-ENV FROM ENVIRONMENT
                   'ADVENT24-INPUT-FILE'
               ACCEPT WS-INPUT-DIR-ENV FROM ENVIRONMENT
               MOVE WS-INPUT-FILE-ENV TO WS-INPUT-FILE-PATH
           END-IF

           IF PARTITION-MODE-ENABLED
               PERFORM VALIDATE-PARTITION-RUN
               MOVE 'STARTED' TO WS-HIST-STATUS
               PERFORM WRITE-PARTITION-CONTROL
               MOVE 'ABEND-UNKNOWN' TO WS-HIST-STATUS
           END-IF

           PERFORM LOAD-GATE-DECISIONS

           PERFORM LOAD-FEED-DECISION

           PERFORM LOAD-FEED-GROUPS

           PERFORM LOAD-SENDER-BATCHES.

      * Loads the gatekeeper's accept/reject decisions, when a gate
      * pass left any. Absent file just means no gate was run. A
      * decision past the table's capacity is a hard stop, never a
      * drop - a REJECT silently left unloaded would post the very
      * file the gate turned away. A partitioned run loads only the
      * decisions for names in its own share, so the limit applies to
      * each partition rather than to the whole day.
       LOAD-GATE-DECISIONS.
           OPEN INPUT GATE-DECISION-FILE
           IF GATE-DECISION-STATUS = '00'
                       NOT AT END
                           MOVE GATE-DECISION-LINE
                               TO ADVENT24-GATE-RECORD
                           MOVE 'Y' TO WS-GATE-IN-SHARE
                           IF PARTITION-MODE-ENABLED
                               MOVE ADVENT24-GATE-FILE
                                   TO WS-PARTITION-NAME
                               PERFORM FIND-PARTITION-OWNER
                               IF WS-PARTITION-OWNER
                                       NOT = WS-PARTITION-NUMBER
                                   MOVE 'N' TO WS-GATE-IN-SHARE
                               END-IF
                           END-IF
                           IF (ADVENT24-GATE-DECISION = 'ACCEPT'
                                   OR 'REJECT')
                                   AND WS-GATE-IN-SHARE = 'Y'
                               IF WS-GATE-COUNT >= 500
                                   CLOSE GATE-DECISION-FILE
                                   DISPLAY 'ERROR: more than 500 '
                                       'gate decisions - raise the '
                                       'table or partition the run'
                                   MOVE 'ABEND-GATE-TABLE'
                                       TO WS-HIST-STATUS
                                   PERFORM WRITE-RUN-HISTORY
           END-IF
           CLOSE GATE-DECISION-FILE.

      * Honors the expected-feed check's decision for today. HOLD is
      * a hard stop before any input is opened - the missing feeds
      * are to be waited for, or the check rerun to release the day
      * as PARTIAL. A decision stamped on an earlier day is stale and
      * ignored with a warning, as if no check had been run.
       LOAD-FEED-DECISION.
           OPEN INPUT FEED-DECISION-FILE
           IF FEED-DECISION-STATUS = '00'
               READ FEED-DECISION-FILE INTO FEED-DECISION-LINE
                   AT END MOVE SPACES TO FEED-DECISION-LINE
               END-READ
               MOVE FEED-DECISION-LINE TO ADVENT24-FDEC-RECORD
               IF ADVENT24-FDEC-DECISION NOT = SPACES
                   IF ADVENT24-FDEC-CHECK-STAMP(1:10)
                           = WS-RUN-START-STAMP(1:10)
                       MOVE ADVENT24-FDEC-DECISION
                           TO WS-FEED-DECISION
                   ELSE
                       DISPLAY 'WARNING: feed decision from '
                           ADVENT24-FDEC-CHECK-STAMP(1:10)
                           ' is stale - ignored'
                   END-IF
               END-IF
           END-IF
           CLOSE FEED-DECISION-FILE

           IF WS-FEED-DECISION = 'HOLD'
               DISPLAY 'ERROR: expected-feed check holds the run - '
                   FUNCTION TRIM(ADVENT24-FDEC-REASON)
               DISPLAY 'ABEND: see the feed report; rerun the check '
                   'once the missing feeds are in'
               MOVE 'ABEND-FEED-HOLD' TO WS-HIST-STATUS
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           IF FEED-DAY-PARTIAL
               DISPLAY 'WARNING: running a partial day - '
                   ADVENT24-FDEC-MISSING ' expected feed(s) missing'
           END-IF.

      * Loads the feed-group rules for directory mode. Absent file
      * means one implicit group - everything lands in UNASSIGNED and
      * the report reads as it always did, one summary line.
               END-IF
           END-PERFORM.

      * Loads the posted-batch ledger. Absent file just means no
      * controlled feed has been posted yet. A damaged line or a ledger
      * past the table's capacity is a hard stop, never a drop - a
      * batch left unloaded would let its resend post a second time.
       LOAD-SENDER-BATCHES.
           OPEN INPUT SENDER-BATCH-FILE
           IF SENDER-BATCH-STATUS = '00'
               PERFORM UNTIL WS-BATCH-EOF = 'Y'
                   READ SENDER-BATCH-FILE INTO SENDER-BATCH-LINE
                       AT END MOVE 'Y' TO WS-BATCH-EOF
                       NOT AT END
                           IF SENDER-BATCH-LINE NOT = SPACES
                               PERFORM TAKE-SENDER-BATCH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SENDER-BATCH-FILE
           MOVE WS-BATCH-COUNT TO WS-LEDGER-BATCH-COUNT.

       TAKE-SENDER-BATCH.
           MOVE SENDER-BATCH-LINE TO ADVENT24-SBAT-RECORD
           IF ADVENT24-SBAT-SENDER-ID = SPACES
                   OR ADVENT24-SBAT-BATCH-NUMBER NOT NUMERIC
               CLOSE SENDER-BATCH-FILE
               DISPLAY 'ERROR: malformed posted-batch ledger line: '
                   SENDER-BATCH-LINE(1:60)
               MOVE 'ABEND-BATCH-LEDGER' TO WS-HIST-STATUS
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           IF WS-BATCH-COUNT >= 50000
               CLOSE SENDER-BATCH-FILE
               DISPLAY 'ERROR: more than 50000 posted batches on the '
                   'ledger - archive the oldest lines or raise the '
                   'table'
               MOVE 'ABEND-BATCH-LEDGER' TO WS-HIST-STATUS
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           MOVE ADVENT24-SBAT-SENDER-ID TO SB-SENDER-ID(WS-BATCH-COUNT)
           MOVE ADVENT24-SBAT-BATCH-NUMBER
               TO SB-BATCH-NUMBER(WS-BATCH-COUNT).

      * Reads the input file at WS-INPUT-FILE-PATH end to end, before
      * anything is posted from it, for the sender's control records.
      * A file whose first line is not a header is a legacy feed and
      * comes back UNVERIFIED; one that opens with a header must close
      * with a trailer whose line count and digit checksum agree with
      * the calibration lines between them, and must carry a batch not
      * already posted. A file that cannot be opened is left for the
      * caller's own OPEN to report.
       VERIFY-SENDER-CONTROL.
           MOVE SPACES TO WS-SENDER-CONTROL
           MOVE SPACES TO WS-SENDER-REFUSAL
           MOVE 'N' TO WS-CONTROL-EOF
           MOVE 'N' TO WS-CONTROL-HEADER-FOUND
           MOVE 'N' TO WS-CONTROL-TRAILER-FOUND
           MOVE 0 TO WS-CONTROL-LINE-COUNT
           MOVE 0 TO WS-CONTROL-DATA-COUNT
           MOVE 0 TO WS-CONTROL-CHECKSUM
           OPEN INPUT CALIBRATION-FILE
           IF CALIBRATION-FILE-STATUS NOT = '00'
               MOVE 'UNVERIFIED' TO WS-SENDER-CONTROL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONTROL-EOF = 'Y'
               READ CALIBRATION-FILE INTO CALIBRATION-RECORD
                   AT END MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTROL-LINE-COUNT
                       PERFORM CLASSIFY-SENDER-RECORD
               END-READ
           END-PERFORM
           CLOSE CALIBRATION-FILE
           PERFORM CHECK-SENDER-CONTROL
           IF WS-SENDER-REFUSAL NOT = SPACES
               MOVE 'REFUSED' TO WS-SENDER-CONTROL
           END-IF.

      * Sorts one line into sender header, sender trailer or
      * calibration data - data lines are counted and their digits
      * summed for the trailer to be held to. Only the first fault in
      * the file is kept as its refusal reason.
       CLASSIFY-SENDER-RECORD.
           MOVE CALIBRATION-RECORD(1:5) TO WS-CONTROL-TAG
           IF WS-CONTROL-TRAILER-FOUND = 'Y'
                   AND WS-SENDER-REFUSAL = SPACES
               MOVE 'CONTROL TRAILER NOT LAST' TO WS-SENDER-REFUSAL
           END-IF
           EVALUATE TRUE
               WHEN CONTROL-HEADER-TAG
                   IF WS-CONTROL-LINE-COUNT = 1
                       MOVE 'Y' TO WS-CONTROL-HEADER-FOUND
                       MOVE CALIBRATION-RECORD
                           TO ADVENT24-SCTL-HEADER-RECORD
                   ELSE
                       IF WS-SENDER-REFUSAL = SPACES
                           MOVE 'CONTROL HEADER NOT FIRST'
                               TO WS-SENDER-REFUSAL
                       END-IF
                   END-IF
               WHEN CONTROL-TRAILER-TAG
                   IF WS-CONTROL-HEADER-FOUND = 'Y'
                       MOVE 'Y' TO WS-CONTROL-TRAILER-FOUND
                       MOVE CALIBRATION-RECORD
                           TO ADVENT24-SCTL-TRAILER-RECORD
                   ELSE
                       IF WS-SENDER-REFUSAL = SPACES
                           MOVE 'CONTROL TRAILER WITHOUT HEADER'
                               TO WS-SENDER-REFUSAL
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CONTROL-DATA-COUNT
                   MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(CALIBRATION-RECORD TRAILING))
                       TO WS-CONTROL-LENGTH
                   PERFORM VARYING WS-CONTROL-CHAR-POS FROM 1 BY 1
                           UNTIL WS-CONTROL-CHAR-POS > WS-CONTROL-LENGTH
                       IF CALIBRATION-RECORD(WS-CONTROL-CHAR-POS:1)
                               IS NUMERIC
                           MOVE CALIBRATION-RECORD
                               (WS-CONTROL-CHAR-POS:1)
                               TO WS-CONTROL-DIGIT
                           ADD WS-CONTROL-DIGIT TO WS-CONTROL-CHECKSUM
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      * Holds a controlled file to its own header and trailer and to
      * the posted-batch table - the ledger's batches, then the ones
      * this run has already posted.
       CHECK-SENDER-CONTROL.
           IF WS-SENDER-REFUSAL NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTROL-HEADER-FOUND = 'N'
               MOVE 'UNVERIFIED' TO WS-SENDER-CONTROL
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTROL-TRAILER-FOUND = 'N'
               MOVE 'CONTROL TRAILER MISSING' TO WS-SENDER-REFUSAL
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
               MOVE 'CONTROL HEADER INVALID' TO WS-SENDER-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-CONTROL-DATE-DIGITS)) NOT = 0
               MOVE 'CONTROL HEADER INVALID' TO WS-SENDER-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF ADVENT24-SCTL-LINE-COUNT NOT NUMERIC
                   OR ADVENT24-SCTL-DIGIT-CHECKSUM NOT NUMERIC
               MOVE 'CONTROL TRAILER INVALID' TO WS-SENDER-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF ADVENT24-SCTL-LINE-COUNT NOT = WS-CONTROL-DATA-COUNT
               MOVE 'CONTROL COUNT MISMATCH' TO WS-SENDER-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF ADVENT24-SCTL-DIGIT-CHECKSUM NOT = WS-CONTROL-CHECKSUM
               MOVE 'CONTROL CHECKSUM MISMATCH' TO WS-SENDER-REFUSAL
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
                       ' REPEATED IN THIS RUN' DELIMITED BY SIZE
                       INTO WS-SENDER-REFUSAL
                   END-STRING
               ELSE
                   STRING 'RESEND OF POSTED BATCH ' DELIMITED BY SIZE
                       ADVENT24-SCTL-BATCH-NUMBER DELIMITED BY SIZE
                       INTO WS-SENDER-REFUSAL
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'VERIFIED' TO WS-SENDER-CONTROL.

      * Records the verified batch just posted from WS-INPUT-FILE-PATH
      * - in the table, so a later copy in this run is refused, and as
      * a ledger line: held for POST-SENDER-BATCHES in a single-stream
      * run, written to the segment straight away in a partition so a
      * restart past this file still has it.
       NOTE-POSTED-BATCH.
           IF WS-BATCH-COUNT >= 50000
               DISPLAY 'ERROR: more than 50000 batches on the ledger '
                   'and in this run - archive the oldest ledger lines '
                   'or raise the table'
               MOVE 'ABEND-BATCH-LEDGER' TO WS-HIST-STATUS
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           MOVE ADVENT24-SCTL-SENDER-ID TO SB-SENDER-ID(WS-BATCH-COUNT)
           MOVE ADVENT24-SCTL-BATCH-NUMBER
               TO SB-BATCH-NUMBER(WS-BATCH-COUNT)

           MOVE SPACES TO ADVENT24-SBAT-RECORD
           MOVE ADVENT24-SCTL-SENDER-ID TO ADVENT24-SBAT-SENDER-ID
           MOVE ADVENT24-SCTL-BATCH-NUMBER
               TO ADVENT24-SBAT-BATCH-NUMBER
           MOVE ADVENT24-SCTL-CREATION-DATE
               TO ADVENT24-SBAT-CREATION-DATE
           MOVE WS-RUN-START-STAMP TO ADVENT24-SBAT-POSTED-STAMP
           MOVE WS-INPUT-FILE-PATH TO ADVENT24-SBAT-FILE

           IF PARTITION-MODE-ENABLED
               OPEN EXTEND BATCH-POSTING-FILE
               IF BATCH-POSTING-STATUS NOT = '00'
                       AND BATCH-POSTING-STATUS NOT = '05'
                   DISPLAY 'ERROR: cannot open posted-batch segment '
                       FUNCTION TRIM(WS-BATCH-POSTING-PATH)
                       ' - status=' BATCH-POSTING-STATUS
                   MOVE 'ABEND-BATCH-LEDGER' TO WS-HIST-STATUS
                   PERFORM WRITE-RUN-HISTORY
                   STOP RUN
               END-IF
               WRITE BATCH-POSTING-LINE FROM ADVENT24-SBAT-RECORD
               CLOSE BATCH-POSTING-FILE
               EXIT PARAGRAPH
           END-IF

           IF WS-RUN-BATCH-COUNT >= 500
               DISPLAY 'ERROR: more than 500 controlled files in one '
                   'run - raise the table or partition the run'
               MOVE 'ABEND-BATCH-TABLE' TO WS-HIST-STATUS
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ADD 1 TO WS-RUN-BATCH-COUNT
           MOVE ADVENT24-SBAT-RECORD
               TO RUN-BATCH-LINE(WS-RUN-BATCH-COUNT).

      * Appends the batches a single-stream run posted to the ledger,
      * once every output is written - a run that abends before this
      * point has posted nothing a resubmission should be refused for.
      * A partitioned day's batches are appended by the merge step.
       POST-SENDER-BATCHES.
           IF WS-RUN-BATCH-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BATCH-POSTING-FILE
           IF BATCH-POSTING-STATUS NOT = '00'
                   AND BATCH-POSTING-STATUS NOT = '05'
               DISPLAY 'ERROR: cannot open posted-batch ledger '
                   FUNCTION TRIM(WS-BATCH-POSTING-PATH)
                   ' - status=' BATCH-POSTING-STATUS
               DISPLAY 'ABEND: the outputs are complete but the '
                   WS-RUN-BATCH-COUNT ' batches posted are not on '
                   'the ledger - rerun the day once it is writable'
               MOVE 'ABEND-BATCH-LEDGER' TO WS-HIST-STATUS
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
                   UNTIL WS-BATCH-INDEX > WS-RUN-BATCH-COUNT
               WRITE BATCH-POSTING-LINE
                   FROM RUN-BATCH-LINE(WS-BATCH-INDEX)
           END-PERFORM
           CLOSE BATCH-POSTING-FILE.

      * Reads and validates the run-control parameter file. Absent
      * file (status 35) just means the legacy environment variables
      * drive the run; a file that is present but fails validation is
                   PERFORM VALIDATE-CALC-MODE-PARM
               WHEN 'COMPARE-MODE'
                   PERFORM VALIDATE-COMPARE-MODE-PARM
               WHEN 'DELTA-MODE'
                   PERFORM VALIDATE-DELTA-MODE-PARM
               WHEN 'INPUT-FILE'
                   PERFORM VALIDATE-INPUT-FILE-PARM
               WHEN 'INPUT-DIR'
                   PERFORM ABEND-ON-BAD-PARM
           END-EVALUATE.

       VALIDATE-DELTA-MODE-PARM.
           EVALUATE FUNCTION TRIM(WS-PARM-VALUE)
               WHEN 'Y'
               WHEN 'YES'
               WHEN 'N'
               WHEN 'NO'
                   MOVE FUNCTION TRIM(WS-PARM-VALUE)
                       TO WS-DELTA-MODE-SWITCH
               WHEN OTHER
                   DISPLAY 'ERROR: DELTA-MODE must be Y, YES, N or '
                       'NO - got ' FUNCTION TRIM(WS-PARM-VALUE)
                   PERFORM ABEND-ON-BAD-PARM
           END-EVALUATE.

       VALIDATE-INPUT-FILE-PARM.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-VALUE)) = 0
               DISPLAY 'ERROR: INPUT-FILE needs a path value'
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      * ADVENT24-PARTITION=k/N makes this run partition k of an N-way
      * partitioned directory run (2 to 99 partitions). Read before
      * the run-control file because every partition of the day shares
      * that file, and a malformed value stops the run before any
      * work file is opened.
       LOAD-PARTITION-PARM.
           ACCEPT WS-PARTITION-ENV FROM ENVIRONMENT 'ADVENT24-PARTITION'
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-PARTITION-ENV)) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARTITION-NUMBER-TEXT
           MOVE SPACES TO WS-PARTITION-COUNT-TEXT
           UNSTRING WS-PARTITION-ENV DELIMITED BY '/'
               INTO WS-PARTITION-NUMBER-TEXT WS-PARTITION-COUNT-TEXT
           END-UNSTRING
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-PARTITION-NUMBER-TEXT))
                   = 0
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(WS-PARTITION-COUNT-TEXT)) = 0
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(WS-PARTITION-NUMBER-TEXT)) > 2
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(WS-PARTITION-COUNT-TEXT)) > 2
               PERFORM ABEND-ON-BAD-PARTITION
           END-IF
           IF FUNCTION TRIM(WS-PARTITION-NUMBER-TEXT) IS NOT NUMERIC
                   OR FUNCTION TRIM(WS-PARTITION-COUNT-TEXT)
                       IS NOT NUMERIC
               PERFORM ABEND-ON-BAD-PARTITION
           END-IF
           MOVE FUNCTION TRIM(WS-PARTITION-NUMBER-TEXT)
               TO WS-PARTITION-NUMBER
           MOVE FUNCTION TRIM(WS-PARTITION-COUNT-TEXT)
               TO WS-PARTITION-COUNT
           IF WS-PARTITION-COUNT < 2
                   OR WS-PARTITION-NUMBER < 1
                   OR WS-PARTITION-NUMBER > WS-PARTITION-COUNT
               PERFORM ABEND-ON-BAD-PARTITION
           END-IF
           MOVE 'Y' TO WS-PARTITION-MODE
           MOVE SPACES TO WS-PARTITION-SUFFIX
           STRING '.p' DELIMITED BY SIZE
               WS-PARTITION-NUMBER DELIMITED BY SIZE
               INTO WS-PARTITION-SUFFIX
           END-STRING
           PERFORM QUALIFY-PARTITION-PATHS.

       ABEND-ON-BAD-PARTITION.
           DISPLAY 'ERROR: ADVENT24-PARTITION must be k/N with N from '
               '2 to 99 and k from 1 to N - got '
               FUNCTION TRIM(WS-PARTITION-ENV)
           MOVE 'ABEND-BAD-PARM' TO WS-HIST-STATUS
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      * Appends the partition suffix to every per-run work file, so
      * this instance's checkpoint, outputs, listing, fingerprints,
      * journal segment and posted-batch segment cannot collide with
      * another partition's.
       QUALIFY-PARTITION-PATHS.
           PERFORM VARYING WS-WORK-PATH-INDEX FROM 1 BY 1
                   UNTIL WS-WORK-PATH-INDEX > 13
               MOVE SPACES TO WS-GEN-BASE-NAME
               STRING FUNCTION TRIM(RUN-WORK-FILE-PATH
                       (WS-WORK-PATH-INDEX)) DELIMITED BY SIZE
                   WS-PARTITION-SUFFIX DELIMITED BY SIZE
                   INTO WS-GEN-BASE-NAME
               END-STRING
               MOVE WS-GEN-BASE-NAME
                   TO RUN-WORK-FILE-PATH(WS-WORK-PATH-INDEX)
           END-PERFORM.

      * A partition splits a directory listing, so it needs one - and
      * compare mode's largest-movers table is a per-run ranking the
      * merge step cannot rebuild from N partial rankings, so a
      * cutover impact study is run single-stream.
       VALIDATE-PARTITION-RUN.
           IF NOT DIRECTORY-MODE-ENABLED
               DISPLAY 'ERROR: ADVENT24-PARTITION needs a directory '
                   'run (INPUT-DIR) - a single input file is not split'
               MOVE 'ABEND-BAD-PARM' TO WS-HIST-STATUS
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           IF COMPARE-MODE-ENABLED
               DISPLAY 'ERROR: COMPARE-MODE cannot run partitioned - '
                   'run the impact study as a single stream'
               MOVE 'ABEND-BAD-PARM' TO WS-HIST-STATUS
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

      * Owner of the manifest name in WS-PARTITION-NAME: the sum of its
      * character codes, modulo the partition count, plus one. Depends
      * on nothing but the name, so every partition - and the gate
      * decision load - agrees on the split without coordinating.
       FIND-PARTITION-OWNER.
           MOVE 0 TO WS-PARTITION-HASH
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-PARTITION-NAME TRAILING))
               TO WS-PARTITION-NAME-LENGTH
           PERFORM VARYING WS-PARTITION-CHAR-POS FROM 1 BY 1
                   UNTIL WS-PARTITION-CHAR-POS >
                       WS-PARTITION-NAME-LENGTH
               ADD FUNCTION ORD(
                   WS-PARTITION-NAME(WS-PARTITION-CHAR-POS:1))
                   TO WS-PARTITION-HASH
           END-PERFORM
           COMPUTE WS-PARTITION-OWNER =
               FUNCTION MOD(WS-PARTITION-HASH WS-PARTITION-COUNT) + 1.

      * Single-file run: the original checkpoint/restart-aware flow,
      * reading whichever path WS-INPUT-FILE-PATH was set to.
       PROCESS-SINGLE-FILE.
               STOP RUN
           END-IF.

      * The sender's own control records are held to next - a file
      * that fails them has nothing safe to post either.
           PERFORM VERIFY-SENDER-CONTROL
           IF SENDER-CONTROL-REFUSED
               DISPLAY 'ERROR: input file refused on its sender '
                   'control records: ' FUNCTION TRIM(WS-INPUT-FILE-PATH)
               DISPLAY 'ABEND: ' FUNCTION TRIM(WS-SENDER-REFUSAL)
                   ' - take the file up with its sender before '
                   'resubmitting'
               MOVE 'ABEND-SENDER-CONTROL' TO WS-HIST-STATUS
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

           OPEN INPUT CALIBRATION-FILE
           IF CALIBRATION-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening file: ' CALIBRATION-FILE-STATUS
                       BILLING-EXTRACT-STATUS
                   PERFORM ABEND-ON-OPEN-FAILURE
               END-IF
               IF DELTA-MODE-ENABLED
                   PERFORM REOPEN-DELTA-OUTPUTS
               END-IF
           ELSE
               OPEN OUTPUT CALIBRATION-REPORT
               IF CALIBRATION-REPORT-STATUS NOT = '00'
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-EXTRACT-HEADER
               IF DELTA-MODE-ENABLED
                   PERFORM OPEN-DELTA-OUTPUTS
               END-IF
           END-IF.

           PERFORM OPEN-RESULTS-MASTER.
           PERFORM OPEN-SUSPENSE-FILE.
           PERFORM OPEN-CHANGE-JOURNAL.

           PERFORM SKIP-TO-CHECKPOINT.

      * A delta-mode run checkpoints before its first record so that
      * even an attempt interrupted inside the first interval leaves
      * the stamp a restart needs (see LOAD-BEFORE-IMAGES).
           IF DELTA-MODE-ENABLED
               IF WS-DELTA-RESTART = 'Y'
                   PERFORM LOAD-BEFORE-IMAGES
               END-IF
               IF WS-RESTART-COUNT = 0
                   PERFORM SAVE-CHECKPOINT
               END-IF
           END-IF.

           PERFORM READ-CALIBRATION-RECORD UNTIL WS-EOF = 'Y'.

           CLOSE CALIBRATION-FILE.

           IF SENDER-CONTROL-VERIFIED
               PERFORM NOTE-POSTED-BATCH
           END-IF.

           IF DELTA-MODE-ENABLED
               PERFORM FIND-DROPPED-SEQUENCES
           END-IF.

           PERFORM CLOSE-RESULTS-MASTER.
           PERFORM CLOSE-SUSPENSE-FILE.
           PERFORM CLOSE-CHANGE-JOURNAL.

           PERFORM WRITE-REPORT-FOOTER.
           CLOSE CALIBRATION-REPORT.
           PERFORM WRITE-EXTRACT-FOOTER.
           CLOSE BILLING-EXTRACT.

           IF DELTA-MODE-ENABLED
               PERFORM WRITE-DELTA-FOOTERS
           END-IF.

           PERFORM WRITE-DISTRIBUTION-REPORT.

           IF COMPARE-MODE-ENABLED

           PERFORM PROCESS-GENERATION-HOUSEKEEPING.

           PERFORM POST-SENDER-BATCHES.

           IF WS-RESTART-COUNT > 0
               MOVE 'CLEAN-RESTART' TO WS-HIST-STATUS
           ELSE
      * restart point on a later run. Each input file is small enough
      * to reprocess from scratch if a directory run is interrupted,
      * so WS-RESTART-COUNT simply stays zero for every file.
      * A partitioned run is the exception: its share of the directory
      * can be large, so it checkpoints after every file it finishes -
      * and in delta mode once before the first - (see
      * SAVE-PARTITION-CHECKPOINT) and a restart keeps the listing
      * the interrupted attempt worked from, cuts the outputs back to
      * the last finished file and carries on from the next entry.
       PROCESS-INPUT-DIRECTORY.
           IF PARTITION-MODE-ENABLED
               PERFORM LOAD-PARTITION-CHECKPOINT
           END-IF

           IF WS-PARTITION-RESTART = 'Y'
               PERFORM CHECK-PARTITION-MANIFEST
           ELSE
               PERFORM BUILD-FILE-MANIFEST
           END-IF

           PERFORM DIRECTORY-INTEGRITY-PASS

           IF WS-PARTITION-RESTART = 'Y'
               PERFORM TRUNCATE-REPORT-FILES
               OPEN EXTEND CALIBRATION-REPORT
               IF CALIBRATION-REPORT-STATUS NOT = '00'
                   DISPLAY 'Error opening report file: '
                       CALIBRATION-REPORT-STATUS
                   PERFORM ABEND-ON-OPEN-FAILURE
               END-IF
               OPEN EXTEND CALIBRATION-EXCEPTIONS
               IF CALIBRATION-EXCEPTIONS-STATUS NOT = '00'
                   DISPLAY 'Error opening exceptions file: '
                       CALIBRATION-EXCEPTIONS-STATUS
                   PERFORM ABEND-ON-OPEN-FAILURE
               END-IF
               OPEN EXTEND BILLING-EXTRACT
               IF BILLING-EXTRACT-STATUS NOT = '00'
                   DISPLAY 'Error opening billing extract: '
                       BILLING-EXTRACT-STATUS
                   PERFORM ABEND-ON-OPEN-FAILURE
               END-IF
               IF DELTA-MODE-ENABLED
                   PERFORM REOPEN-DELTA-OUTPUTS
               END-IF
           ELSE
               OPEN OUTPUT CALIBRATION-REPORT
               IF CALIBRATION-REPORT-STATUS NOT = '00'
                   DISPLAY 'Error opening report file: '
                       CALIBRATION-REPORT-STATUS
                   PERFORM ABEND-ON-OPEN-FAILURE
               END-IF
               OPEN OUTPUT CALIBRATION-EXCEPTIONS
               IF CALIBRATION-EXCEPTIONS-STATUS NOT = '00'
                   DISPLAY 'Error opening exceptions file: '
                       CALIBRATION-EXCEPTIONS-STATUS
                   PERFORM ABEND-ON-OPEN-FAILURE
               END-IF
               OPEN OUTPUT BILLING-EXTRACT
               IF BILLING-EXTRACT-STATUS NOT = '00'
                   DISPLAY 'Error opening billing extract: '
                       BILLING-EXTRACT-STATUS
                   PERFORM ABEND-ON-OPEN-FAILURE
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-EXTRACT-HEADER
               IF DELTA-MODE-ENABLED
                   PERFORM OPEN-DELTA-OUTPUTS
               END-IF
      * A fresh start of a partition owns none of the batches an
      * earlier, abandoned attempt may have left in its segment.
               IF PARTITION-MODE-ENABLED
                   OPEN OUTPUT BATCH-POSTING-FILE
                   CLOSE BATCH-POSTING-FILE
               END-IF
           END-IF

           PERFORM OPEN-RESULTS-MASTER
           PERFORM OPEN-SUSPENSE-FILE
           PERFORM OPEN-CHANGE-JOURNAL
           IF PARTITION-MODE-ENABLED
               PERFORM REQUIRE-PARTITION-FILES
               IF DELTA-MODE-ENABLED AND WS-PARTITION-RESTART = 'N'
                   PERFORM SAVE-PARTITION-CHECKPOINT
               END-IF
           END-IF

           PERFORM PROCESS-MANIFEST-FILE

           PERFORM CLOSE-RESULTS-MASTER
           PERFORM CLOSE-SUSPENSE-FILE
           PERFORM CLOSE-CHANGE-JOURNAL

      * A manifest that failed to open or that named no files at all
      * looks identical to a legitimately empty directory unless it is
      * called out explicitly - abort rather than let a misconfigured
      * ADVENT24-INPUT-DIR silently produce a "successful" zero-record
      * run that reports a clean HDR/TRL pair with nothing behind it.
      * One partition's share can legitimately be empty when the
      * directory holds fewer files than there are partitions, so a
      * partition only stops here when the listing itself was empty;
      * the merge step applies the zero-file rule to the whole day.
           IF WS-FILE-COUNT = 0
                   AND (NOT PARTITION-MODE-ENABLED
                        OR WS-MANIFEST-ENTRY-COUNT = 0)
               DISPLAY 'ERROR: no input files were processed for '
                   'ADVENT24-INPUT-DIR=' FUNCTION TRIM(WS-INPUT-DIR-ENV)
               DISPLAY 'ABEND: check the directory path and manifest '
           PERFORM WRITE-EXTRACT-FOOTER
           CLOSE BILLING-EXTRACT

           IF DELTA-MODE-ENABLED
               PERFORM WRITE-DELTA-FOOTERS
           END-IF

           PERFORM WRITE-DISTRIBUTION-REPORT

      * The variance check, the group archive and the generation
      * snapshots describe the whole day, so a partition leaves them
      * to the merge step, which runs them once over the combined
      * outputs.
           IF PARTITION-MODE-ENABLED
               PERFORM CLEAR-CHECKPOINT
               IF WS-PARTITION-RESTART = 'Y'
                   MOVE 'CLEAN-RESTART' TO WS-HIST-STATUS
               ELSE
                   MOVE 'CLEAN' TO WS-HIST-STATUS
               END-IF
           ELSE
               IF COMPARE-MODE-ENABLED
                   PERFORM WRITE-IMPACT-REPORT
               END-IF

               PERFORM PROCESS-VARIANCE-CHECK

               PERFORM PROCESS-GENERATION-HOUSEKEEPING

               PERFORM POST-SENDER-BATCHES

               MOVE 'CLEAN' TO WS-HIST-STATUS
           END-IF

           DISPLAY 'Files processed: ' WS-FILE-COUNT
           IF WS-GATE-SKIPPED-COUNT > 0
               DISPLAY 'Files skipped by gatekeeper decision: '
                   WS-GATE-SKIPPED-COUNT
           END-IF
           IF WS-SENDER-REFUSED-COUNT > 0
               DISPLAY 'Files refused on sender control records: '
                   WS-SENDER-REFUSED-COUNT
           END-IF
           DISPLAY 'Total sum of calibration values: ' TOTAL-SUM
           DISPLAY 'Exception records logged: ' WS-EXCEPTION-COUNT.

      * the shell command - it is left unfingerprinted and flagged.
       FINGERPRINT-MANIFEST-FILES.
           MOVE SPACES TO WS-FPRINT-COMMAND
           STRING 'rm -f ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-FINGERPRINT-PATH) DELIMITED BY SIZE
               INTO WS-FPRINT-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-FPRINT-COMMAND
               MOVE SPACES TO WS-FPRINT-COMMAND
               STRING 'echo UNSAFE 0 0 >> '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FINGERPRINT-PATH)
                   DELIMITED BY SIZE
                   INTO WS-FPRINT-COMMAND
               END-STRING
                   WS-QUOTE-CHAR DELIMITED BY SIZE
                   '; echo "$(cksum < "$f") $(wc -l < "$f")" >> '
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FINGERPRINT-PATH)
                       DELIMITED BY SIZE
                   INTO WS-FPRINT-COMMAND
                   ON OVERFLOW
               WS-QUOTE-CHAR DELIMITED BY SIZE
               FUNCTION TRIM(WS-INPUT-DIR-ENV) DELIMITED BY SIZE
               WS-QUOTE-CHAR DELIMITED BY SIZE
               ' > ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-MANIFEST-PATH) DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
               ON OVERFLOW
                   DISPLAY 'ERROR: ADVENT24-INPUT-DIR path too long '
                   READ MANIFEST-FILE INTO MANIFEST-RECORD
                       AT END MOVE 'Y' TO WS-MANIFEST-EOF
                       NOT AT END
                           ADD 1 TO WS-MANIFEST-POSITION
                           IF FUNCTION LENGTH(
                                   FUNCTION TRIM(MANIFEST-RECORD)) > 0
                               IF MANIFEST-RECORD(1:12) =
                                       'artifact: '
                                       FUNCTION TRIM(MANIFEST-RECORD)
                               ELSE
                                   ADD 1 TO WS-MANIFEST-ENTRY-COUNT
                                   PERFORM PROCESS-MANIFEST-ENTRY
                               END-IF
                           END-IF
                   END-READ
                   'status=' MANIFEST-FILE-STATUS
           END-IF.

      * A single-stream run processes every entry. A partition takes
      * only the entries its name hash assigns to it, passes over the
      * ones a restarted attempt already finished, and checkpoints
      * after each file of its own.
       PROCESS-MANIFEST-ENTRY.
           IF NOT PARTITION-MODE-ENABLED
               PERFORM PROCESS-ONE-DIRECTORY-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-MANIFEST-POSITION NOT > WS-RESTART-POSITION
               EXIT PARAGRAPH
           END-IF
           MOVE MANIFEST-RECORD TO WS-PARTITION-NAME
           PERFORM FIND-PARTITION-OWNER
           IF WS-PARTITION-OWNER NOT = WS-PARTITION-NUMBER
               EXIT PARAGRAPH
           END-IF
           PERFORM PROCESS-ONE-DIRECTORY-FILE
           MOVE 'N' TO WS-DELTA-RESTART
           MOVE 0 TO WS-BEFORE-COUNT
           PERFORM SAVE-PARTITION-CHECKPOINT.

      * Processes one file named in the manifest, then records its
      * contribution to the running grand total as a subtotal line.
      * A file the integrity pass marked as an exact duplicate is
               INTO WS-INPUT-FILE-PATH
           END-STRING

           PERFORM VERIFY-SENDER-CONTROL
           IF SENDER-CONTROL-REFUSED
               ADD 1 TO WS-SENDER-REFUSED-COUNT
               DISPLAY 'Refusing input file: '
                   FUNCTION TRIM(WS-INPUT-FILE-PATH) ' - '
                   FUNCTION TRIM(WS-SENDER-REFUSAL)
               PERFORM WRITE-FILE-REFUSED-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RECORD-COUNT TO WS-FILE-START-COUNT
           MOVE TOTAL-SUM TO WS-FILE-START-SUM
           MOVE WS-EXCEPTION-COUNT TO WS-FILE-START-EXCEPTIONS
           MOVE 'N' TO WS-EOF
      * Only the first file a restarted partition takes up can have
      * been posted by the interrupted attempt - it checkpointed after
      * every file before it.
           IF DELTA-MODE-ENABLED AND WS-DELTA-RESTART = 'Y'
               PERFORM LOAD-BEFORE-IMAGES
           END-IF

           OPEN INPUT CALIBRATION-FILE
           IF CALIBRATION-FILE-STATUS NOT = '00'
           ELSE
               PERFORM READ-CALIBRATION-RECORD UNTIL WS-EOF = 'Y'
               CLOSE CALIBRATION-FILE
               IF DELTA-MODE-ENABLED
                   PERFORM FIND-DROPPED-SEQUENCES
               END-IF
               ADD 1 TO WS-FILE-COUNT
               COMPUTE WS-FILE-RECORD-DELTA =
                   WS-RECORD-COUNT - WS-FILE-START-COUNT
               PERFORM WRITE-FILE-SUBTOTAL-LINE
               PERFORM ASSIGN-FEED-GROUP
               PERFORM ACCUMULATE-GROUP-TOTALS
               IF SENDER-CONTROL-VERIFIED
                   PERFORM NOTE-POSTED-BATCH
               END-IF
           END-IF.

      * Matches the manifest file name against the feed-group rules,
           ADD WS-FILE-EXCEPTION-DELTA
               TO GT-EXCEPTION-COUNT(WS-GROUP-SLOT).

      * The sender's header and trailer records are passed over here
      * - VERIFY-SENDER-CONTROL has already held the file to them and
      * refused it if either was anywhere but first or last.
       READ-CALIBRATION-RECORD.
           READ CALIBRATION-FILE INTO CALIBRATION-RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE CALIBRATION-RECORD(1:5) TO WS-CONTROL-TAG
                   IF NOT CONTROL-RECORD-TAG
                       PERFORM PROCESS-CALIBRATION-RECORD
                   END-IF
           END-READ.

       PROCESS-CALIBRATION-RECORD.

           PERFORM UPSERT-RESULTS-MASTER
           PERFORM WRITE-EXTRACT-DETAIL-LINE
           IF DELTA-MODE-ENABLED
               PERFORM WRITE-DELTA-CHANGE
           END-IF

           IF WS-RECORD-COUNT >= WS-RESTART-COUNT
               IF FUNCTION MOD(WS-RECORD-COUNT WS-CHECKPOINT-INTERVAL)
                           MOVE CKPT-MIN-VALUE TO WS-MIN-VALUE
                           MOVE CKPT-MAX-VALUE TO WS-MAX-VALUE
                           MOVE CKPT-VALUES-SEEN TO WS-VALUES-SEEN
                           IF CKPT-DELTA-COUNTS IS NUMERIC
                               PERFORM RESTORE-DELTA-COUNTS
                           END-IF
                           MOVE CKPT-CHAIN-STAMP
                               TO WS-DELTA-CHAIN-STAMP
                           MOVE CKPT-JOURNAL-ACTIVE
                               TO WS-DELTA-CHAIN-JOURNAL
                           MOVE 'Y' TO WS-DELTA-RESTART
                       ELSE
                           DISPLAY 'WARNING: checkpoint belongs to a '
                               'different input file ('
      * expects - that is not a normal restart, it is a mismatch
      * between the checkpoint and the file being read, so it aborts
      * instead of silently reporting the checkpoint's stale total as
      * if the (much shorter) file had produced it. The checkpoint
      * counts calibration records only, so a sender's control record
      * is read past without being counted.
       SKIP-TO-CHECKPOINT.
           MOVE 0 TO WS-SKIP-COUNTER
           PERFORM UNTIL WS-SKIP-COUNTER NOT < WS-RESTART-COUNT
                      OR WS-EOF = 'Y'
               READ CALIBRATION-FILE INTO CALIBRATION-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CALIBRATION-RECORD(1:5) TO WS-CONTROL-TAG
                       IF NOT CONTROL-RECORD-TAG
                           ADD 1 TO WS-SKIP-COUNTER
                           ADD 1 TO WS-RECORD-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RESTART-COUNT > 0 AND WS-EOF = 'Y'
               MOVE WS-MIN-VALUE TO CKPT-MIN-VALUE
               MOVE WS-MAX-VALUE TO CKPT-MAX-VALUE
               MOVE WS-VALUES-SEEN TO CKPT-VALUES-SEEN
               MOVE WS-DELTA-NEW-COUNT TO CKPT-DELTA-NEW-COUNT
               MOVE WS-DELTA-CHANGED-COUNT TO CKPT-DELTA-CHANGED-COUNT
               MOVE WS-DELTA-UNCHANGED-COUNT
                   TO CKPT-DELTA-UNCHANGED-COUNT
               MOVE WS-DELTA-VALUE-HASH TO CKPT-DELTA-VALUE-HASH
               MOVE WS-DELTA-EXCEPTION-COUNT
                   TO CKPT-DELTA-EXCEPTION-COUNT
               PERFORM NOTE-DELTA-CHAIN
               MOVE WS-DELTA-CHAIN-STAMP TO CKPT-CHAIN-STAMP
               MOVE WS-DELTA-CHAIN-JOURNAL TO CKPT-JOURNAL-ACTIVE
               OPEN OUTPUT CHECKPOINT-FILE
               IF CHECKPOINT-FILE-STATUS NOT = '00'
                       AND CHECKPOINT-FILE-STATUS NOT = '05'
               DISPLAY 'Error reopening billing extract: '
                   BILLING-EXTRACT-STATUS
               PERFORM ABEND-ON-OPEN-FAILURE
           END-IF
           IF DELTA-MODE-ENABLED
               CLOSE DELTA-REPORT
               CLOSE DELTA-EXTRACT
               PERFORM REOPEN-DELTA-OUTPUTS
           END-IF
           IF WS-JOURNAL-ACTIVE = 'Y'
               PERFORM CLOSE-CHANGE-JOURNAL
               PERFORM OPEN-CHANGE-JOURNAL
           END-IF.

      * Truncates the report/exceptions files back to the line count
      * sitting in the report, and the restart's OPEN EXTEND would
      * re-append them, duplicating those lines. LINE SEQUENTIAL has
      * no truncate-in-place, so this shells out to head/mv the same
      * way BUILD-FILE-MANIFEST shells out to ls - the paths are this
      * program's own work-file names, not operator input, so there is
      * nothing to quote.
       TRUNCATE-REPORT-FILES.
           MOVE WS-REPORT-LINE-COUNT TO WS-TRUNC-COUNT-EDIT
           MOVE SPACES TO WS-TRUNC-COMMAND
           STRING 'head -n ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRUNC-COUNT-EDIT) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-REPORT-PATH) DELIMITED BY SIZE
               ' > ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-REPORT-PATH) DELIMITED BY SIZE
               '.tmp && mv ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-REPORT-PATH) DELIMITED BY SIZE
               '.tmp ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-REPORT-PATH) DELIMITED BY SIZE
               INTO WS-TRUNC-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-TRUNC-COMMAND
           MOVE SPACES TO WS-TRUNC-COMMAND
           STRING 'head -n ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRUNC-COUNT-EDIT) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXCEPTIONS-PATH) DELIMITED BY SIZE
               ' > ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXCEPTIONS-PATH) DELIMITED BY SIZE
               '.tmp && mv ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXCEPTIONS-PATH) DELIMITED BY SIZE
               '.tmp ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXCEPTIONS-PATH) DELIMITED BY SIZE
               INTO WS-TRUNC-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-TRUNC-COMMAND
           MOVE SPACES TO WS-TRUNC-COMMAND
           STRING 'head -n ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRUNC-COUNT-EDIT) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXTRACT-PATH) DELIMITED BY SIZE
               ' > ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXTRACT-PATH) DELIMITED BY SIZE
               '.tmp && mv ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXTRACT-PATH) DELIMITED BY SIZE
               '.tmp ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXTRACT-PATH) DELIMITED BY SIZE
               INTO WS-TRUNC-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-TRUNC-COMMAND

           IF DELTA-MODE-ENABLED
               PERFORM TRUNCATE-DELTA-FILES
           END-IF.

      * A clean finish means there is nothing to restart - reset the
      * checkpoint file so the next run starts from record one.
           MOVE 0 TO CKPT-MIN-VALUE
           MOVE 0 TO CKPT-MAX-VALUE
           MOVE 'N' TO CKPT-VALUES-SEEN
           MOVE ZERO TO CKPT-DELTA-COUNTS
           MOVE SPACES TO CKPT-CHAIN-STAMP
           MOVE 'N' TO CKPT-JOURNAL-ACTIVE
           OPEN OUTPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS NOT = '00'
                   AND CHECKPOINT-FILE-STATUS NOT = '05'
               CLOSE CHECKPOINT-FILE
           END-IF.

      * Restart point for a partition: a CHECKPOINT record left by an
      * attempt at this same partition of this same directory. Any
      * other content - a cleared checkpoint, or one from a different
      * directory or partition split - means a fresh start.
       LOAD-PARTITION-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARTITION-CHECKPOINT-RECORD
                           TO ADVENT24-PCTL-RECORD
                       IF ADVENT24-PCTL-DISPOSITION = 'CHECKPOINT'
                           PERFORM CHECK-PARTITION-CHECKPOINT
                       END-IF
               END-READ
           END-IF
           CLOSE CHECKPOINT-FILE.

       CHECK-PARTITION-CHECKPOINT.
           IF ADVENT24-PCTL-PARTITION = WS-PARTITION-NUMBER
                   AND ADVENT24-PCTL-PARTITION-COUNT =
                       WS-PARTITION-COUNT
                   AND FUNCTION TRIM(ADVENT24-PCTL-INPUT-DIR) =
                       FUNCTION TRIM(WS-INPUT-DIR-ENV)
               PERFORM RESTORE-PARTITION-CHECKPOINT
           ELSE
               DISPLAY 'WARNING: partition checkpoint belongs to a '
                   'different run ('
                   FUNCTION TRIM(ADVENT24-PCTL-INPUT-DIR)
                   ' partition ' ADVENT24-PCTL-PARTITION ' of '
                   ADVENT24-PCTL-PARTITION-COUNT
                   ') - ignoring it and starting from the top'
           END-IF.

       RESTORE-PARTITION-CHECKPOINT.
           MOVE 'Y' TO WS-PARTITION-RESTART
           MOVE ADVENT24-PCTL-MANIFEST-POS TO WS-RESTART-POSITION
           MOVE ADVENT24-PCTL-FILE-COUNT TO WS-FILE-COUNT
           MOVE ADVENT24-PCTL-GATE-SKIPPED TO WS-GATE-SKIPPED-COUNT
           MOVE ADVENT24-PCTL-RECORD-COUNT TO WS-RECORD-COUNT
           MOVE ADVENT24-PCTL-RECORD-COUNT TO WS-RESTART-COUNT
           MOVE ADVENT24-PCTL-TOTAL-SUM TO TOTAL-SUM
           MOVE ADVENT24-PCTL-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT
           MOVE ADVENT24-PCTL-REPORT-LINES TO WS-REPORT-LINE-COUNT
           MOVE ADVENT24-PCTL-DLT-NEW TO WS-DELTA-NEW-COUNT
           MOVE ADVENT24-PCTL-DLT-CHANGED TO WS-DELTA-CHANGED-COUNT
           MOVE ADVENT24-PCTL-DLT-UNCHANGED TO WS-DELTA-UNCHANGED-COUNT
           MOVE ADVENT24-PCTL-DLT-DROPPED TO WS-DELTA-DROPPED-COUNT
           MOVE ADVENT24-PCTL-DLT-DETAILS TO WS-DELTA-DETAIL-COUNT
           MOVE ADVENT24-PCTL-DLT-HASH TO WS-DELTA-VALUE-HASH
           MOVE ADVENT24-PCTL-DLT-EXCEPTIONS TO WS-DELTA-EXCEPTION-COUNT
           MOVE ADVENT24-PCTL-MIN-VALUE TO WS-MIN-VALUE
           MOVE ADVENT24-PCTL-MAX-VALUE TO WS-MAX-VALUE
           MOVE ADVENT24-PCTL-VALUES-SEEN TO WS-VALUES-SEEN
           MOVE ADVENT24-PCTL-DISTRIBUTION TO DISTRIBUTION-TABLE
           MOVE ADVENT24-PCTL-GROUP-COUNT TO WS-GROUP-TOTALS-COUNT
           MOVE ADVENT24-PCTL-GROUP-TOTALS TO GROUP-TOTALS-TABLE
           MOVE ADVENT24-PCTL-CHAIN-STAMP TO WS-DELTA-CHAIN-STAMP
           MOVE ADVENT24-PCTL-JOURNAL-ACTIVE TO WS-DELTA-CHAIN-JOURNAL
           MOVE 'Y' TO WS-DELTA-RESTART
           DISPLAY 'Restarting partition ' WS-PARTITION-NUMBER ' of '
               WS-PARTITION-COUNT ' after manifest entry '
               WS-RESTART-POSITION ' - ' WS-FILE-COUNT
               ' files already posted'.

      * A restart must walk the same listing the interrupted attempt
      * did - positions in a fresh listing would not line up with the
      * checkpoint if a file had arrived or gone in the meantime.
       CHECK-PARTITION-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-FILE-STATUS NOT = '00'
               DISPLAY 'ABEND: partition checkpoint found but its '
                   'directory listing ' FUNCTION TRIM(WS-MANIFEST-PATH)
                   ' cannot be read - status=' MANIFEST-FILE-STATUS
               DISPLAY 'Clear the partition checkpoint and rerun the '
                   'partition from the top'
               MOVE 'ABEND-CKPT-MISMATCH' TO WS-HIST-STATUS
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           CLOSE MANIFEST-FILE.

      * Checkpoints a partition after each of its files: the outputs
      * are flushed first, exactly as SAVE-CHECKPOINT does, so the
      * line counts recorded are complete lines on disk.
       SAVE-PARTITION-CHECKPOINT.
           PERFORM FLUSH-OUTPUT-FILES
           PERFORM NOTE-DELTA-CHAIN
           PERFORM BUILD-PARTITION-CONTROL
           MOVE 'CHECKPOINT' TO ADVENT24-PCTL-DISPOSITION
           OPEN OUTPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS NOT = '00'
                   AND CHECKPOINT-FILE-STATUS NOT = '05'
               DISPLAY 'WARNING: could not open checkpoint file'
                   ' - status=' CHECKPOINT-FILE-STATUS
           ELSE
               WRITE PARTITION-CHECKPOINT-RECORD
                   FROM ADVENT24-PCTL-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.

      * Keeps the chain of attempts a checkpoint restart continues:
      * the start stamp of the first attempt, and whether every
      * attempt since has had the change journal open - one that ran
      * without it leaves master changes a later delta-mode restart
      * could not see.
       NOTE-DELTA-CHAIN.
           IF WS-DELTA-CHAIN-STAMP = SPACES
               MOVE WS-RUN-START-STAMP TO WS-DELTA-CHAIN-STAMP
               MOVE WS-JOURNAL-ACTIVE TO WS-DELTA-CHAIN-JOURNAL
           END-IF
           IF WS-JOURNAL-ACTIVE NOT = 'Y'
               MOVE 'N' TO WS-DELTA-CHAIN-JOURNAL
           END-IF.

      * Loads the partition-control layout from the run's current
      * options and accumulators - shared by the checkpoint and the
      * control record the merge step reads.
       BUILD-PARTITION-CONTROL.
           PERFORM BUILD-CURRENT-STAMP
           MOVE WS-PARTITION-NUMBER TO ADVENT24-PCTL-PARTITION
           MOVE WS-PARTITION-COUNT TO ADVENT24-PCTL-PARTITION-COUNT
           MOVE SPACES TO ADVENT24-PCTL-DISPOSITION
           MOVE WS-RUN-START-STAMP TO ADVENT24-PCTL-START-STAMP
           MOVE WS-STAMP-WORK TO ADVENT24-PCTL-END-STAMP
           MOVE WS-INPUT-DIR-ENV TO ADVENT24-PCTL-INPUT-DIR
           MOVE WS-WORD-DIGITS-SWITCH TO ADVENT24-PCTL-WORD-DIGITS
           MOVE WS-CALC-MODE-SWITCH TO ADVENT24-PCTL-CALC-MODE
           MOVE WS-DELTA-MODE-SWITCH TO ADVENT24-PCTL-DELTA-MODE
           MOVE WS-DUP-ACTION TO ADVENT24-PCTL-DUP-ACTION
           MOVE WS-VARIANCE-THRESHOLD-PCT TO ADVENT24-PCTL-THRESHOLD
           MOVE WS-RETAIN-GENERATIONS TO ADVENT24-PCTL-RETAIN-GENS
           MOVE WS-PARM-FILE-PRESENT TO ADVENT24-PCTL-PARM-SOURCE
           MOVE WS-MANIFEST-POSITION TO ADVENT24-PCTL-MANIFEST-POS
           MOVE WS-MANIFEST-ENTRY-COUNT
               TO ADVENT24-PCTL-MANIFEST-ENTRIES
           MOVE WS-FILE-COUNT TO ADVENT24-PCTL-FILE-COUNT
           MOVE WS-GATE-SKIPPED-COUNT TO ADVENT24-PCTL-GATE-SKIPPED
           MOVE WS-RECORD-COUNT TO ADVENT24-PCTL-RECORD-COUNT
           MOVE TOTAL-SUM TO ADVENT24-PCTL-TOTAL-SUM
           MOVE WS-EXCEPTION-COUNT TO ADVENT24-PCTL-EXCEPTION-COUNT
           MOVE WS-REPORT-LINE-COUNT TO ADVENT24-PCTL-REPORT-LINES
           MOVE WS-DELTA-NEW-COUNT TO ADVENT24-PCTL-DLT-NEW
           MOVE WS-DELTA-CHANGED-COUNT TO ADVENT24-PCTL-DLT-CHANGED
           MOVE WS-DELTA-UNCHANGED-COUNT TO ADVENT24-PCTL-DLT-UNCHANGED
           MOVE WS-DELTA-DROPPED-COUNT TO ADVENT24-PCTL-DLT-DROPPED
           MOVE WS-DELTA-DETAIL-COUNT TO ADVENT24-PCTL-DLT-DETAILS
           MOVE WS-DELTA-VALUE-HASH TO ADVENT24-PCTL-DLT-HASH
           MOVE WS-DELTA-EXCEPTION-COUNT TO ADVENT24-PCTL-DLT-EXCEPTIONS
           MOVE WS-DELTA-CHAIN-STAMP TO ADVENT24-PCTL-CHAIN-STAMP
           MOVE WS-DELTA-CHAIN-JOURNAL TO ADVENT24-PCTL-JOURNAL-ACTIVE
           MOVE WS-MIN-VALUE TO ADVENT24-PCTL-MIN-VALUE
           MOVE WS-MAX-VALUE TO ADVENT24-PCTL-MAX-VALUE
           MOVE WS-VALUES-SEEN TO ADVENT24-PCTL-VALUES-SEEN
           MOVE DISTRIBUTION-TABLE TO ADVENT24-PCTL-DISTRIBUTION
           MOVE WS-GROUP-TOTALS-COUNT TO ADVENT24-PCTL-GROUP-COUNT
      * Only the groups in use are carried - the unused table slots
      * were never set and would not survive a line-sequential write.
           MOVE SPACES TO ADVENT24-PCTL-GROUP-TOTALS
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                   UNTIL WS-GROUP-INDEX > WS-GROUP-TOTALS-COUNT
               MOVE GROUP-TOTALS-ENTRY(WS-GROUP-INDEX)
                   TO ADVENT24-PCTL-GROUP-ENTRY(WS-GROUP-INDEX)
           END-PERFORM.

      * Writes one archived line per input record: the record text
      * plus the digits and calibration value we derived from it.
      * CALIBRATION-RECORD can hold far more than a 132-byte report
                   DISPLAY 'WARNING: file subtotal line truncated for '
                       FUNCTION TRIM(WS-INPUT-FILE-PATH)
           END-STRING
           PERFORM APPEND-SENDER-CONTROL-FLAG
           WRITE CALIBRATION-REPORT-LINE
           ADD 1 TO WS-REPORT-LINE-COUNT.

      * Tags the FILE: line with what the sender's control records
      * said about the file - the verified batch, or UNVERIFIED for a
      * legacy feed that carried none.
       APPEND-SENDER-CONTROL-FLAG.
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(CALIBRATION-REPORT-LINE TRAILING))
               TO WS-REPORT-TEXT-LENGTH
           IF WS-REPORT-TEXT-LENGTH > 89
               DISPLAY 'WARNING: sender control flag left off the '
                   'FILE: line for ' FUNCTION TRIM(WS-INPUT-FILE-PATH)
               EXIT PARAGRAPH
           END-IF
           ADD 3 TO WS-REPORT-TEXT-LENGTH
           IF SENDER-CONTROL-VERIFIED
               STRING 'VERIFIED SENDER ' DELIMITED BY SIZE
                   ADVENT24-SCTL-SENDER-ID DELIMITED BY SPACE
                   ' BATCH ' DELIMITED BY SIZE
                   ADVENT24-SCTL-BATCH-NUMBER DELIMITED BY SIZE
                   INTO CALIBRATION-REPORT-LINE
                   WITH POINTER WS-REPORT-TEXT-LENGTH
               END-STRING
           ELSE
               STRING 'UNVERIFIED' DELIMITED BY SIZE
                   INTO CALIBRATION-REPORT-LINE
                   WITH POINTER WS-REPORT-TEXT-LENGTH
               END-STRING
           END-IF.

      * A file refused on its sender control records still gets its
      * FILE: line, carrying the reason in place of the counts, so the
      * report accounts for every file in the listing.
       WRITE-FILE-REFUSED-LINE.
           MOVE SPACES TO CALIBRATION-REPORT-LINE
           STRING 'FILE: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-INPUT-FILE-PATH) DELIMITED BY SIZE
               '  REFUSED: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SENDER-REFUSAL) DELIMITED BY SIZE
               INTO CALIBRATION-REPORT-LINE
               ON OVERFLOW
                   DISPLAY 'WARNING: file refusal line truncated for '
                       FUNCTION TRIM(WS-INPUT-FILE-PATH)
           END-STRING
           WRITE CALIBRATION-REPORT-LINE
           ADD 1 TO WS-REPORT-LINE-COUNT.

      * Writes a structured header record at the start of a fresh
      * report file (never on a checkpoint-restart continuation, since
           WRITE CALIBRATION-REPORT-LINE
           ADD 1 TO WS-REPORT-LINE-COUNT

           MOVE SPACES TO CALIBRATION-REPORT-LINE
           IF DELTA-MODE-ENABLED
               STRING 'OPT DELTA-MODE=YES' DELIMITED BY SIZE
                   INTO CALIBRATION-REPORT-LINE
               END-STRING
           ELSE
               STRING 'OPT DELTA-MODE=NO' DELIMITED BY SIZE
                   INTO CALIBRATION-REPORT-LINE
               END-STRING
           END-IF
           WRITE CALIBRATION-REPORT-LINE
           ADD 1 TO WS-REPORT-LINE-COUNT

           MOVE SPACES TO CALIBRATION-REPORT-LINE
           MOVE WS-VARIANCE-THRESHOLD-PCT TO
               WS-VARIANCE-THRESHOLD-EDIT
               INTO CALIBRATION-REPORT-LINE
           END-STRING
           WRITE CALIBRATION-REPORT-LINE
           ADD 1 TO WS-REPORT-LINE-COUNT

           IF WS-FEED-DECISION NOT = SPACES
               MOVE SPACES TO CALIBRATION-REPORT-LINE
               STRING 'OPT FEED-DECISION=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FEED-DECISION) DELIMITED BY SIZE
                   INTO CALIBRATION-REPORT-LINE
               END-STRING
               WRITE CALIBRATION-REPORT-LINE
               ADD 1 TO WS-REPORT-LINE-COUNT
           END-IF

      * A single-file run's one input is vouched for here; a directory
      * run carries the same flag on each file's FILE: line instead.
           IF NOT DIRECTORY-MODE-ENABLED
               MOVE SPACES TO CALIBRATION-REPORT-LINE
               IF SENDER-CONTROL-VERIFIED
                   STRING 'OPT SENDER-CONTROL=VERIFIED SENDER='
                           DELIMITED BY SIZE
                       ADVENT24-SCTL-SENDER-ID DELIMITED BY SPACE
                       ' BATCH=' DELIMITED BY SIZE
                       ADVENT24-SCTL-BATCH-NUMBER DELIMITED BY SIZE
                       ' CREATED=' DELIMITED BY SIZE
                       ADVENT24-SCTL-CREATION-DATE DELIMITED BY SIZE
                       INTO CALIBRATION-REPORT-LINE
                   END-STRING
               ELSE
                   STRING 'OPT SENDER-CONTROL=UNVERIFIED'
                           DELIMITED BY SIZE
                       INTO CALIBRATION-REPORT-LINE
                   END-STRING
               END-IF
               WRITE CALIBRATION-REPORT-LINE
               ADD 1 TO WS-REPORT-LINE-COUNT
           END-IF

           IF PARTITION-MODE-ENABLED
               MOVE SPACES TO CALIBRATION-REPORT-LINE
               STRING 'OPT PARTITION=' DELIMITED BY SIZE
                   WS-PARTITION-NUMBER DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-PARTITION-COUNT DELIMITED BY SIZE
                   INTO CALIBRATION-REPORT-LINE
               END-STRING
               WRITE CALIBRATION-REPORT-LINE
               ADD 1 TO WS-REPORT-LINE-COUNT
           END-IF.

      * Writes the per-feed-group subledger section just above the
      * TRL: one GROUP: line per group with its file count, records,
           WRITE BILLING-EXTRACT-LINE FROM ADVENT24-EXT-TRAILER-RECORD.

      * Opens the results master for update, creating it on first use
      * (status 35 = not there yet), and waiting out another program's
      * exclusive hold on it. Any other failure - including a
      * toolchain built without indexed-file support - leaves
      * WS-MASTER-ACTIVE at 'N' so the run continues without master
      * maintenance rather than abending over an auxiliary file.
       OPEN-RESULTS-MASTER.
           MOVE 'N' TO WS-MASTER-ACTIVE
           MOVE 0 TO WS-LOCK-WAITS
           PERFORM TRY-OPEN-RESULTS-MASTER
           PERFORM UNTIL WS-LOCK-WAITS >= WS-LOCK-WAIT-LIMIT
                   OR (RESULTS-MASTER-STATUS NOT = '61'
                       AND RESULTS-MASTER-STATUS NOT = '35')
               PERFORM WAIT-FOR-SHARED-FILE
               PERFORM TRY-OPEN-RESULTS-MASTER
           END-PERFORM
           IF RESULTS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-ACTIVE
           ELSE
               DISPLAY 'WARNING: results master unavailable - '
                   'status=' RESULTS-MASTER-STATUS
                   ' - run continues without master maintenance'
      * Delta mode has nothing to compare against without the master -
      * carrying on would ship every line of the day as NEW.
               IF DELTA-MODE-ENABLED
                   DISPLAY 'ABEND: DELTA-MODE needs the results master '
                       '- rerun with DELTA-MODE=N or restore the master'
                   MOVE 'ABEND-DELTA-MASTER' TO WS-HIST-STATUS
                   PERFORM WRITE-RUN-HISTORY
                   STOP RUN
               END-IF
           END-IF.

      * Only partition 1 of a partitioned day creates a missing
      * master; the others wait for it.
       TRY-OPEN-RESULTS-MASTER.
           OPEN I-O RESULTS-MASTER
           IF RESULTS-MASTER-STATUS = '35'
                   AND (NOT PARTITION-MODE-ENABLED
                        OR WS-PARTITION-NUMBER = 1)
               OPEN OUTPUT RESULTS-MASTER
               IF RESULTS-MASTER-STATUS = '00'
                   CLOSE RESULTS-MASTER
                   OPEN I-O RESULTS-MASTER
               END-IF
           END-IF.

       CLOSE-RESULTS-MASTER.
      * source file + sequence within that file (the absolute record
      * position in single-file mode). WRITE first, REWRITE on a
      * duplicate key, so reruns refresh the stored result in place.
      * Delta mode classifies the record against the stored row first.
      * A new row starts with no billing disposition; an existing row
      * keeps the one billing gave it only while the line still
      * computes to the same figures.
       UPSERT-RESULTS-MASTER.
           IF WS-MASTER-ACTIVE = 'Y'
               IF DELTA-MODE-ENABLED
                   PERFORM CLASSIFY-DELTA-RECORD
               END-IF
               IF WS-MASTER-EXCEPTION-FLAG = 'Y'
                   MOVE 0 TO WS-MASTER-VALUE
               ELSE
                   MOVE CALIBRATION-VALUE TO WS-MASTER-VALUE
               END-IF
               MOVE SPACES TO ADVENT24-RSLT-SOURCE-FILE
               MOVE FUNCTION TRIM(WS-INPUT-FILE-PATH)
                   TO ADVENT24-RSLT-SOURCE-FILE
               COMPUTE WS-MASTER-SEQUENCE =
                   WS-RECORD-COUNT - WS-FILE-START-COUNT
               MOVE WS-MASTER-SEQUENCE TO ADVENT24-RSLT-SEQUENCE
               PERFORM MOVE-RESULT-FIELDS
               MOVE SPACES TO ADVENT24-RSLT-BILL-STATUS
                   ADVENT24-RSLT-BILL-REASON
                   ADVENT24-RSLT-BILL-DATE
                   ADVENT24-RSLT-BILL-FILE-TYPE
               WRITE ADVENT24-RSLT-RECORD
                   INVALID KEY
                       PERFORM REWRITE-RESULT-ROW
                   NOT INVALID KEY
                       MOVE SPACES TO WS-JOURNAL-BEFORE-IMAGE
                       MOVE 'ADD' TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-MASTER-CHANGE
               END-WRITE
           END-IF.

       MOVE-RESULT-FIELDS.
           MOVE CALIBRATION-RECORD(1:100) TO ADVENT24-RSLT-TEXT
           MOVE FIRST-DIGIT TO ADVENT24-RSLT-FIRST-DIGIT
           MOVE LAST-DIGIT TO ADVENT24-RSLT-LAST-DIGIT
           MOVE WS-MASTER-VALUE TO ADVENT24-RSLT-VALUE
           MOVE WS-MASTER-EXCEPTION-FLAG
               TO ADVENT24-RSLT-EXCEPTION-FLAG
           MOVE WS-RUN-START-STAMP(1:10) TO ADVENT24-RSLT-RUN-DATE.

      * The key is already on file - read the stored row so its
      * billing disposition can be carried over when nothing billing
      * was shown has changed, then refresh the row in place. A row
      * another program never let go of is left as it stands.
       REWRITE-RESULT-ROW.
           PERFORM READ-MASTER-ROW
           IF RESULTS-MASTER-STATUS = '51'
               EXIT PARAGRAPH
           END-IF
           IF RESULTS-MASTER-STATUS NOT = '00'
               MOVE SPACES TO ADVENT24-RSLT-BILL-STATUS
                   ADVENT24-RSLT-BILL-REASON
                   ADVENT24-RSLT-BILL-DATE
                   ADVENT24-RSLT-BILL-FILE-TYPE
           END-IF
           MOVE ADVENT24-RSLT-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           MOVE 'N' TO WS-JOURNAL-CHANGED
           IF ADVENT24-RSLT-TEXT NOT = CALIBRATION-RECORD(1:100)
                   OR ADVENT24-RSLT-FIRST-DIGIT NOT = FIRST-DIGIT
                   OR ADVENT24-RSLT-LAST-DIGIT NOT = LAST-DIGIT
                   OR ADVENT24-RSLT-VALUE NOT = WS-MASTER-VALUE
                   OR ADVENT24-RSLT-EXCEPTION-FLAG NOT =
                       WS-MASTER-EXCEPTION-FLAG
               MOVE SPACES TO ADVENT24-RSLT-BILL-STATUS
                   ADVENT24-RSLT-BILL-REASON
                   ADVENT24-RSLT-BILL-DATE
                   ADVENT24-RSLT-BILL-FILE-TYPE
               MOVE 'Y' TO WS-JOURNAL-CHANGED
           END-IF
           PERFORM MOVE-RESULT-FIELDS
           REWRITE ADVENT24-RSLT-RECORD
               INVALID KEY
                   DISPLAY 'WARNING: results master '
                       'upsert failed at record '
                       WS-RECORD-COUNT ' - status='
                       RESULTS-MASTER-STATUS
               NOT INVALID KEY
                   IF WS-JOURNAL-CHANGED = 'Y'
                       MOVE 'REWRITE' TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-MASTER-CHANGE
                   END-IF
           END-REWRITE.

      * Opens the exception suspense file for update, creating it on
      * first use (status 35 = not there yet) - the same open-or-create
      * sequence the results master uses, the same waits, and the
      * same degrade-to-a-warning posture when it cannot be had.
       OPEN-SUSPENSE-FILE.
           MOVE 'N' TO WS-SUSPENSE-ACTIVE
           MOVE 0 TO WS-LOCK-WAITS
           PERFORM TRY-OPEN-SUSPENSE-FILE
           PERFORM UNTIL WS-LOCK-WAITS >= WS-LOCK-WAIT-LIMIT
                   OR (SUSPENSE-FILE-STATUS NOT = '61'
                       AND SUSPENSE-FILE-STATUS NOT = '35')
               PERFORM WAIT-FOR-SHARED-FILE
               PERFORM TRY-OPEN-SUSPENSE-FILE
           END-PERFORM
           IF SUSPENSE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SUSPENSE-ACTIVE
           ELSE
               DISPLAY 'WARNING: exception suspense file unavailable '
                   '- status=' SUSPENSE-FILE-STATUS
                   ' - exceptions will not carry forward'
           END-IF.

       TRY-OPEN-SUSPENSE-FILE.
           OPEN I-O SUSPENSE-FILE
           IF SUSPENSE-FILE-STATUS = '35'
                   AND (NOT PARTITION-MODE-ENABLED
                        OR WS-PARTITION-NUMBER = 1)
               OPEN OUTPUT SUSPENSE-FILE
               IF SUSPENSE-FILE-STATUS = '00'
                   CLOSE SUSPENSE-FILE
                   OPEN I-O SUSPENSE-FILE
               END-IF
           END-IF.

      * A partition that ran without the master or the suspense file
      * would post its share of the day everywhere but there, and the
      * merged day would look whole - so unlike a plain run it stops,
      * and the merge step refuses the day until it is rerun.
       REQUIRE-PARTITION-FILES.
           IF WS-MASTER-ACTIVE = 'Y' AND WS-SUSPENSE-ACTIVE = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'ABEND: partition ' WS-PARTITION-NUMBER
               ' could not open the results master and suspense '
               'file for update - rerun it once they can be opened'
           PERFORM CLOSE-RESULTS-MASTER
           PERFORM CLOSE-SUSPENSE-FILE
           PERFORM CLOSE-CHANGE-JOURNAL
           CLOSE CALIBRATION-REPORT
           CLOSE CALIBRATION-EXCEPTIONS
           CLOSE BILLING-EXTRACT
           IF DELTA-MODE-ENABLED
               CLOSE DELTA-REPORT
               CLOSE DELTA-EXTRACT
           END-IF
           MOVE 'ABEND-MASTER-SHARE' TO WS-HIST-STATUS
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      * One second's wait on a shared file another program holds.
       WAIT-FOR-SHARED-FILE.
           ADD 1 TO WS-LOCK-WAITS
           CALL 'SYSTEM' USING WS-LOCK-WAIT-COMMAND
           MOVE 0 TO RETURN-CODE.

      * Keyed read of the master row for the key in ADVENT24-RSLT-KEY,
      * waiting out a row another program holds. Leaves the status
      * for the caller; the key is put back after a failed read.
       READ-MASTER-ROW.
           MOVE ADVENT24-RSLT-KEY TO WS-LOCK-MASTER-KEY
           MOVE 0 TO WS-LOCK-WAITS
           READ RESULTS-MASTER
               INVALID KEY CONTINUE
           END-READ
           PERFORM UNTIL RESULTS-MASTER-STATUS NOT = '51'
                   OR WS-LOCK-WAITS >= WS-LOCK-WAIT-LIMIT
               PERFORM WAIT-FOR-SHARED-FILE
               MOVE WS-LOCK-MASTER-KEY TO ADVENT24-RSLT-KEY
               READ RESULTS-MASTER
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM
           IF RESULTS-MASTER-STATUS NOT = '00'
               MOVE WS-LOCK-MASTER-KEY TO ADVENT24-RSLT-KEY
           END-IF
           IF RESULTS-MASTER-STATUS = '51'
               MOVE 'results master' TO WS-LOCK-FILE-NAME
               PERFORM NOTE-LOCK-TIMEOUT
           END-IF.

      * The same for the suspense row keyed by ADVENT24-SUSP-KEY.
       READ-SUSPENSE-ROW.
           MOVE ADVENT24-SUSP-KEY TO WS-LOCK-SUSPENSE-KEY
           MOVE 0 TO WS-LOCK-WAITS
           READ SUSPENSE-FILE
               INVALID KEY CONTINUE
           END-READ
           PERFORM UNTIL SUSPENSE-FILE-STATUS NOT = '51'
                   OR WS-LOCK-WAITS >= WS-LOCK-WAIT-LIMIT
               PERFORM WAIT-FOR-SHARED-FILE
               MOVE WS-LOCK-SUSPENSE-KEY TO ADVENT24-SUSP-KEY
               READ SUSPENSE-FILE
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM
           IF SUSPENSE-FILE-STATUS NOT = '00'
               MOVE WS-LOCK-SUSPENSE-KEY TO ADVENT24-SUSP-KEY
           END-IF
           IF SUSPENSE-FILE-STATUS = '51'
               MOVE 'suspense file' TO WS-LOCK-FILE-NAME
               PERFORM NOTE-LOCK-TIMEOUT
           END-IF.

      * A row still held after the last wait was not maintained. A
      * partition or a delta run stops on it - the merged master, or
      * the change extract, would silently miss the row.
       NOTE-LOCK-TIMEOUT.
           DISPLAY 'WARNING: ' FUNCTION TRIM(WS-LOCK-FILE-NAME)
               ' row still held by another program after '
               WS-LOCK-WAIT-LIMIT ' waits - record ' WS-RECORD-COUNT
               ' not maintained there'
           IF PARTITION-MODE-ENABLED OR DELTA-MODE-ENABLED
               DISPLAY 'ABEND: rerun once the program holding the '
                   FUNCTION TRIM(WS-LOCK-FILE-NAME) ' has finished'
               MOVE 'ABEND-MASTER-LOCK' TO WS-HIST-STATUS
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

       CLOSE-SUSPENSE-FILE.
               MOVE 'N' TO WS-SUSPENSE-ACTIVE
           END-IF.

      * Opens the shared change journal for append, creating it on
      * first use. An unavailable journal is a warning like the master
      * and suspense file - but a loud one, since the changes this run
      * makes will then have no audit trail.
       OPEN-CHANGE-JOURNAL.
           MOVE 'N' TO WS-JOURNAL-ACTIVE
           OPEN EXTEND CHANGE-JOURNAL
           IF CHANGE-JOURNAL-STATUS = '00'
                   OR CHANGE-JOURNAL-STATUS = '05'
               MOVE 'Y' TO WS-JOURNAL-ACTIVE
           ELSE
               DISPLAY 'WARNING: change journal unavailable - status='
                   CHANGE-JOURNAL-STATUS
                   ' - master and suspense changes will not be '
                   'journaled'
           END-IF.

       CLOSE-CHANGE-JOURNAL.
           IF WS-JOURNAL-ACTIVE = 'Y'
               CLOSE CHANGE-JOURNAL
               MOVE 'N' TO WS-JOURNAL-ACTIVE
           END-IF.

      * Journals the master row now in the record area under the
      * action in WS-JOURNAL-ACTION, with WS-JOURNAL-BEFORE-IMAGE as
      * it stood before - a deleted row has no after image. In delta
      * mode each entry is forced to disk at once: a restart
      * classifies against these entries, and one still sitting in a
      * buffer when the attempt died would be a change lost.
       JOURNAL-MASTER-CHANGE.
           MOVE SPACES TO ADVENT24-JRNL-RECORD
           MOVE 'MASTER' TO ADVENT24-JRNL-FILE
           MOVE WS-JOURNAL-ACTION TO ADVENT24-JRNL-ACTION
           MOVE ADVENT24-RSLT-KEY TO ADVENT24-JRNL-KEY
           MOVE WS-JOURNAL-BEFORE-IMAGE TO ADVENT24-JRNL-BEFORE-IMAGE
           IF WS-JOURNAL-ACTION NOT = 'DELETE'
               MOVE ADVENT24-RSLT-RECORD TO ADVENT24-JRNL-AFTER-IMAGE
           END-IF
           PERFORM WRITE-JOURNAL-ENTRY
           IF DELTA-MODE-ENABLED AND WS-JOURNAL-ACTIVE = 'Y'
               PERFORM CLOSE-CHANGE-JOURNAL
               PERFORM OPEN-CHANGE-JOURNAL
           END-IF.

       JOURNAL-SUSPENSE-CHANGE.
           MOVE SPACES TO ADVENT24-JRNL-RECORD
           MOVE 'SUSPENSE' TO ADVENT24-JRNL-FILE
           MOVE WS-JOURNAL-ACTION TO ADVENT24-JRNL-ACTION
           MOVE ADVENT24-SUSP-KEY TO ADVENT24-JRNL-KEY
           MOVE WS-JOURNAL-BEFORE-IMAGE TO ADVENT24-JRNL-BEFORE-IMAGE
           IF WS-JOURNAL-ACTION NOT = 'DELETE'
               MOVE ADVENT24-SUSP-RECORD TO ADVENT24-JRNL-AFTER-IMAGE
           END-IF
           PERFORM WRITE-JOURNAL-ENTRY.

       WRITE-JOURNAL-ENTRY.
           IF WS-JOURNAL-ACTIVE = 'Y'
               MOVE 'Advent-24-1' TO ADVENT24-JRNL-PROGRAM
               MOVE WS-RUN-START-STAMP TO ADVENT24-JRNL-RUN-STAMP
               WRITE CHANGE-JOURNAL-LINE FROM ADVENT24-JRNL-RECORD
               IF CHANGE-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'WARNING: change journal write failed - '
                       'status=' CHANGE-JOURNAL-STATUS
               END-IF
           END-IF.

      * Carries this exception into the suspense file under the same
      * source-file + sequence key the results master uses. A fresh
      * exception is written with today as both first- and last-seen;
               WRITE ADVENT24-SUSP-RECORD
                   INVALID KEY
                       PERFORM REFRESH-SUSPENSE-ITEM
                   NOT INVALID KEY
                       MOVE SPACES TO WS-JOURNAL-BEFORE-IMAGE
                       MOVE 'ADD' TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-SUSPENSE-CHANGE
               END-WRITE
           END-IF.

      * the one just built), refresh the text and last-seen date, and
      * rewrite it in place.
       REFRESH-SUSPENSE-ITEM.
           PERFORM READ-SUSPENSE-ROW
           EVALUATE SUSPENSE-FILE-STATUS
               WHEN '00'
                   MOVE ADVENT24-SUSP-RECORD TO WS-JOURNAL-BEFORE-IMAGE
                   MOVE CALIBRATION-RECORD(1:100)
                       TO ADVENT24-SUSP-TEXT
                   MOVE WS-RUN-START-STAMP(1:10)
                           DISPLAY 'WARNING: suspense rewrite failed '
                               'at record ' WS-RECORD-COUNT
                               ' - status=' SUSPENSE-FILE-STATUS
                       NOT INVALID KEY
                           IF ADVENT24-SUSP-TEXT NOT =
                                   WS-JOURNAL-BEFORE-IMAGE(109:100)
                               MOVE 'REWRITE' TO WS-JOURNAL-ACTION
                               PERFORM JOURNAL-SUSPENSE-CHANGE
                           END-IF
                   END-REWRITE
               WHEN '51'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'WARNING: suspense upsert failed at '
                       'record ' WS-RECORD-COUNT ' - status='
                       SUSPENSE-FILE-STATUS
           END-EVALUATE.

      * The valid-path counterpart of ADD-TO-SUSPENSE: a record that
      * computes clean today may have been carried as an exception
      * rather than through Repair - without this, its suspense row
      * would age forever with no exception line left for Repair to
      * clear it by. A row that was never carried is simply nothing
      * to delete, the same best-effort posture Repair takes. The row
      * is read first so the journal has its before image.
       CLEAR-SUSPENSE-ITEM.
           IF WS-SUSPENSE-ACTIVE = 'Y'
               MOVE SPACES TO ADVENT24-SUSP-SOURCE-FILE
               COMPUTE WS-MASTER-SEQUENCE =
                   WS-RECORD-COUNT - WS-FILE-START-COUNT
               MOVE WS-MASTER-SEQUENCE TO ADVENT24-SUSP-SEQUENCE
               PERFORM DELETE-SUSPENSE-ROW
           END-IF.

      * Deletes the suspense row for the key already set in
      * ADVENT24-SUSP-KEY, journaling it when there was one.
       DELETE-SUSPENSE-ROW.
           PERFORM READ-SUSPENSE-ROW
           IF SUSPENSE-FILE-STATUS = '00'
               MOVE ADVENT24-SUSP-RECORD TO WS-JOURNAL-BEFORE-IMAGE
               DELETE SUSPENSE-FILE RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'DELETE' TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-SUSPENSE-CHANGE
               END-DELETE
           END-IF.

      * Reads the row the master holds for this record's key and
      * classifies the record against it - NEW when there is no row,
      * CHANGED when the text, either digit, the value or the
      * exception flag differs, UNCHANGED otherwise. The prior value
      * and flag are kept for the change extract. On a restart, a key
      * the interrupted attempt already posted is classified against
      * the journaled before image instead, since the master row now
      * holds this run's own figures.
       CLASSIFY-DELTA-RECORD.
           MOVE SPACES TO ADVENT24-RSLT-SOURCE-FILE
           MOVE FUNCTION TRIM(WS-INPUT-FILE-PATH)
               TO ADVENT24-RSLT-SOURCE-FILE
           COMPUTE WS-MASTER-SEQUENCE =
               WS-RECORD-COUNT - WS-FILE-START-COUNT
           MOVE WS-MASTER-SEQUENCE TO ADVENT24-RSLT-SEQUENCE
           IF WS-MASTER-EXCEPTION-FLAG = 'Y'
               MOVE 0 TO WS-DELTA-NEW-VALUE
           ELSE
               MOVE CALIBRATION-VALUE TO WS-DELTA-NEW-VALUE
           END-IF
           MOVE 0 TO WS-DELTA-PRIOR-VALUE
           MOVE SPACE TO WS-DELTA-PRIOR-FLAG
           IF WS-BEFORE-COUNT > 0
               MOVE WS-MASTER-SEQUENCE TO WS-BEFORE-SEQUENCE
               PERFORM FIND-BEFORE-IMAGE
               IF WS-BEFORE-SLOT > 0
                   PERFORM CLASSIFY-AGAINST-BEFORE-IMAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM READ-MASTER-ROW
           IF RESULTS-MASTER-STATUS NOT = '00'
               MOVE 'NEW' TO WS-DELTA-CHANGE
               ADD 1 TO WS-DELTA-NEW-COUNT
           ELSE
               MOVE ADVENT24-RSLT-VALUE TO WS-DELTA-PRIOR-VALUE
               MOVE ADVENT24-RSLT-EXCEPTION-FLAG
                   TO WS-DELTA-PRIOR-FLAG
               IF ADVENT24-RSLT-TEXT = CALIBRATION-RECORD(1:100)
                       AND ADVENT24-RSLT-FIRST-DIGIT = FIRST-DIGIT
                       AND ADVENT24-RSLT-LAST-DIGIT = LAST-DIGIT
                       AND ADVENT24-RSLT-VALUE = WS-DELTA-NEW-VALUE
                       AND ADVENT24-RSLT-EXCEPTION-FLAG =
                           WS-MASTER-EXCEPTION-FLAG
                   MOVE 'UNCHANGED' TO WS-DELTA-CHANGE
                   ADD 1 TO WS-DELTA-UNCHANGED-COUNT
               ELSE
                   MOVE 'CHANGED' TO WS-DELTA-CHANGE
                   ADD 1 TO WS-DELTA-CHANGED-COUNT
               END-IF
           END-IF.

      * The same classification against a journaled before image. An
      * ADD means there was no row before this run; a row the journal
      * shows deleted that the file now sends again is classified
      * against the row it was, and is no longer a drop to ship.
       CLASSIFY-AGAINST-BEFORE-IMAGE.
           IF BI-ACTION(WS-BEFORE-SLOT) = 'ADD'
               MOVE 'NEW' TO WS-DELTA-CHANGE
               ADD 1 TO WS-DELTA-NEW-COUNT
               EXIT PARAGRAPH
           END-IF
           IF BI-ACTION(WS-BEFORE-SLOT) = 'DELETE'
               MOVE 'REWRITE' TO BI-ACTION(WS-BEFORE-SLOT)
           END-IF
           MOVE BI-VALUE(WS-BEFORE-SLOT) TO WS-DELTA-PRIOR-VALUE
           MOVE BI-EXCEPTION-FLAG(WS-BEFORE-SLOT)
               TO WS-DELTA-PRIOR-FLAG
           IF BI-TEXT(WS-BEFORE-SLOT) = CALIBRATION-RECORD(1:100)
                   AND BI-FIRST-DIGIT(WS-BEFORE-SLOT) = FIRST-DIGIT
                   AND BI-LAST-DIGIT(WS-BEFORE-SLOT) = LAST-DIGIT
                   AND BI-VALUE(WS-BEFORE-SLOT) = WS-DELTA-NEW-VALUE
                   AND BI-EXCEPTION-FLAG(WS-BEFORE-SLOT) =
                       WS-MASTER-EXCEPTION-FLAG
               MOVE 'UNCHANGED' TO WS-DELTA-CHANGE
               ADD 1 TO WS-DELTA-UNCHANGED-COUNT
           ELSE
               MOVE 'CHANGED' TO WS-DELTA-CHANGE
               ADD 1 TO WS-DELTA-CHANGED-COUNT
           END-IF.

      * Finds the before image for sequence WS-BEFORE-SEQUENCE -
      * WS-BEFORE-SLOT is zero when the key has none.
       FIND-BEFORE-IMAGE.
           MOVE 0 TO WS-BEFORE-SLOT
           PERFORM VARYING WS-BEFORE-INDEX FROM 1 BY 1
                   UNTIL WS-BEFORE-INDEX > WS-BEFORE-COUNT
                      OR WS-BEFORE-SLOT > 0
               IF BI-SEQUENCE(WS-BEFORE-INDEX) = WS-BEFORE-SEQUENCE
                   MOVE WS-BEFORE-INDEX TO WS-BEFORE-SLOT
               END-IF
           END-PERFORM.

      * Ships a NEW or CHANGED record to the change extract - the DTL
      * image WRITE-EXTRACT-DETAIL-LINE just built, plus the change
      * code and prior values - and lists it on the change report.
      * An UNCHANGED record is only counted. With the master down no
      * classification was made, so nothing is written.
       WRITE-DELTA-CHANGE.
           IF WS-MASTER-ACTIVE = 'Y'
                   AND WS-DELTA-CHANGE NOT = 'UNCHANGED'
               PERFORM WRITE-DELTA-DETAIL-LINE
           END-IF.

      * Common writer for NEW, CHANGED and DROPPED lines - expects the
      * DTL image in ADVENT24-EXT-DETAIL-RECORD and the change code and
      * prior values in the WS-DELTA fields.
       WRITE-DELTA-DETAIL-LINE.
           MOVE SPACES TO ADVENT24-EXT-DELTA-RECORD
           MOVE ADVENT24-EXT-DETAIL-RECORD TO ADVENT24-EXT-DLT-DETAIL
           MOVE WS-DELTA-CHANGE TO ADVENT24-EXT-DLT-CHANGE
           MOVE WS-DELTA-PRIOR-VALUE TO ADVENT24-EXT-DLT-PRIOR-VALUE
           MOVE WS-DELTA-PRIOR-FLAG TO ADVENT24-EXT-DLT-PRIOR-FLAG
           WRITE DELTA-EXTRACT-LINE FROM ADVENT24-EXT-DELTA-RECORD
           ADD 1 TO WS-DELTA-DETAIL-COUNT
           ADD ADVENT24-EXT-VALUE TO WS-DELTA-VALUE-HASH
           IF ADVENT24-EXT-EXCEPTION-FLAG = 'Y'
               ADD 1 TO WS-DELTA-EXCEPTION-COUNT
           END-IF

           MOVE ADVENT24-EXT-SEQUENCE TO WS-DELTA-SEQUENCE-EDIT
           MOVE SPACES TO DELTA-REPORT-LINE
           STRING WS-DELTA-CHANGE DELIMITED BY SIZE
               ' SEQ ' DELIMITED BY SIZE
               WS-DELTA-SEQUENCE-EDIT DELIMITED BY SIZE
               ' PRIOR=' DELIMITED BY SIZE
               WS-DELTA-PRIOR-VALUE DELIMITED BY SIZE
               WS-DELTA-PRIOR-FLAG DELIMITED BY SIZE
               ' NOW=' DELIMITED BY SIZE
               ADVENT24-EXT-VALUE DELIMITED BY SIZE
               ADVENT24-EXT-EXCEPTION-FLAG DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               FUNCTION TRIM(ADVENT24-EXT-SOURCE-FILE)
                   DELIMITED BY SIZE
               INTO DELTA-REPORT-LINE
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE DELTA-REPORT-LINE.

      * Once a file has been read to its end, every master row for it
      * keyed past the last sequence read today is a line the sender
      * no longer sends. Each is shipped as DROPPED with the values it
      * last posted, then deleted from the master and the suspense
      * file so the next run does not report it again. A row another
      * program holds is waited for, and the walk picks up again just
      * past the last key it dealt with. On a restart, the rows the
      * interrupted attempt already deleted are no longer there to be
      * found, so they are shipped again from their journaled images.
       FIND-DROPPED-SEQUENCES.
           IF WS-MASTER-ACTIVE = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BEFORE-INDEX FROM 1 BY 1
                   UNTIL WS-BEFORE-INDEX > WS-BEFORE-COUNT
               IF BI-ACTION(WS-BEFORE-INDEX) = 'DELETE'
                   PERFORM RESHIP-JOURNALED-DROP
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DELTA-DROP-SOURCE
           MOVE FUNCTION TRIM(WS-INPUT-FILE-PATH)
               TO WS-DELTA-DROP-SOURCE
           MOVE WS-DELTA-DROP-SOURCE TO ADVENT24-RSLT-SOURCE-FILE
           COMPUTE WS-MASTER-SEQUENCE =
               WS-RECORD-COUNT - WS-FILE-START-COUNT
           MOVE WS-MASTER-SEQUENCE TO ADVENT24-RSLT-SEQUENCE
           MOVE ADVENT24-RSLT-KEY TO WS-DELTA-RESUME-KEY
           MOVE 0 TO WS-LOCK-WAITS
           MOVE 'N' TO WS-DELTA-DROP-EOF
           START RESULTS-MASTER KEY > ADVENT24-RSLT-KEY
               INVALID KEY MOVE 'Y' TO WS-DELTA-DROP-EOF
           END-START
           PERFORM UNTIL WS-DELTA-DROP-EOF = 'Y'
               READ RESULTS-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-DELTA-DROP-EOF
                   NOT AT END
                       IF ADVENT24-RSLT-SOURCE-FILE NOT =
                               WS-DELTA-DROP-SOURCE
                           MOVE 'Y' TO WS-DELTA-DROP-EOF
                       ELSE
                           MOVE ADVENT24-RSLT-KEY
                               TO WS-DELTA-RESUME-KEY
                           PERFORM POST-DROPPED-SEQUENCE
                       END-IF
               END-READ
               IF RESULTS-MASTER-STATUS = '51'
                   PERFORM RESUME-DROPPED-WALK
               END-IF
           END-PERFORM.

       RESUME-DROPPED-WALK.
           IF WS-LOCK-WAITS >= WS-LOCK-WAIT-LIMIT
               MOVE 'results master' TO WS-LOCK-FILE-NAME
               PERFORM NOTE-LOCK-TIMEOUT
               MOVE 'Y' TO WS-DELTA-DROP-EOF
               EXIT PARAGRAPH
           END-IF
           PERFORM WAIT-FOR-SHARED-FILE
           MOVE WS-DELTA-RESUME-KEY TO ADVENT24-RSLT-KEY
           START RESULTS-MASTER KEY > ADVENT24-RSLT-KEY
               INVALID KEY MOVE 'Y' TO WS-DELTA-DROP-EOF
           END-START.

       POST-DROPPED-SEQUENCE.
           ADD 1 TO WS-DELTA-DROPPED-COUNT
           MOVE SPACES TO ADVENT24-EXT-DETAIL-RECORD
           MOVE 'DTL' TO ADVENT24-EXT-DET-TAG
           MOVE ADVENT24-RSLT-SEQUENCE TO ADVENT24-EXT-SEQUENCE
           MOVE ADVENT24-RSLT-SOURCE-FILE TO ADVENT24-EXT-SOURCE-FILE
           MOVE ADVENT24-RSLT-FIRST-DIGIT TO ADVENT24-EXT-FIRST-DIGIT
           MOVE ADVENT24-RSLT-LAST-DIGIT TO ADVENT24-EXT-LAST-DIGIT
           MOVE ADVENT24-RSLT-VALUE TO ADVENT24-EXT-VALUE
           MOVE ADVENT24-RSLT-EXCEPTION-FLAG
               TO ADVENT24-EXT-EXCEPTION-FLAG
           MOVE 'DROPPED' TO WS-DELTA-CHANGE
           MOVE ADVENT24-RSLT-VALUE TO WS-DELTA-PRIOR-VALUE
           MOVE ADVENT24-RSLT-EXCEPTION-FLAG TO WS-DELTA-PRIOR-FLAG
           PERFORM WRITE-DELTA-DETAIL-LINE

           MOVE ADVENT24-RSLT-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           DELETE RESULTS-MASTER RECORD
               INVALID KEY
                   DISPLAY 'WARNING: could not delete dropped master '
                       'row ' ADVENT24-RSLT-SEQUENCE ' - status='
                       RESULTS-MASTER-STATUS
               NOT INVALID KEY
                   MOVE 'DELETE' TO WS-JOURNAL-ACTION
                   PERFORM JOURNAL-MASTER-CHANGE
           END-DELETE
           IF WS-SUSPENSE-ACTIVE = 'Y'
               MOVE ADVENT24-RSLT-KEY TO ADVENT24-SUSP-KEY
               PERFORM DELETE-SUSPENSE-ROW
           END-IF.

      * A DROPPED line for a row the interrupted attempt deleted, built
      * from the image the journal kept - the master and suspense rows
      * are already gone.
       RESHIP-JOURNALED-DROP.
           ADD 1 TO WS-DELTA-DROPPED-COUNT
           MOVE SPACES TO ADVENT24-EXT-DETAIL-RECORD
           MOVE 'DTL' TO ADVENT24-EXT-DET-TAG
           MOVE BI-SEQUENCE(WS-BEFORE-INDEX) TO ADVENT24-EXT-SEQUENCE
           MOVE WS-BEFORE-SOURCE TO ADVENT24-EXT-SOURCE-FILE
           MOVE BI-FIRST-DIGIT(WS-BEFORE-INDEX)
               TO ADVENT24-EXT-FIRST-DIGIT
           MOVE BI-LAST-DIGIT(WS-BEFORE-INDEX)
               TO ADVENT24-EXT-LAST-DIGIT
           MOVE BI-VALUE(WS-BEFORE-INDEX) TO ADVENT24-EXT-VALUE
           MOVE BI-EXCEPTION-FLAG(WS-BEFORE-INDEX)
               TO ADVENT24-EXT-EXCEPTION-FLAG
           MOVE 'DROPPED' TO WS-DELTA-CHANGE
           MOVE BI-VALUE(WS-BEFORE-INDEX) TO WS-DELTA-PRIOR-VALUE
           MOVE BI-EXCEPTION-FLAG(WS-BEFORE-INDEX)
               TO WS-DELTA-PRIOR-FLAG
           PERFORM WRITE-DELTA-DETAIL-LINE.

      * Opens the change report and change extract fresh and writes
      * their headers - the extract's is the standard HDR with file
      * type DLT.
       OPEN-DELTA-OUTPUTS.
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

           MOVE SPACES TO DELTA-REPORT-LINE
           STRING 'DELTA CHANGE REPORT - ' DELIMITED BY SIZE
               WS-RUN-START-STAMP(1:10) DELIMITED BY SIZE
               INTO DELTA-REPORT-LINE
           END-STRING
           WRITE DELTA-REPORT-LINE

           MOVE SPACES TO ADVENT24-EXT-HEADER-RECORD
           MOVE 'HDR' TO ADVENT24-EXT-HDR-TAG
           MOVE 'DLT' TO ADVENT24-EXT-HDR-FILE-TYPE
           MOVE WS-RUN-START-STAMP(1:10) TO ADVENT24-EXT-HDR-RUN-DATE
           IF DIRECTORY-MODE-ENABLED
               MOVE FUNCTION TRIM(WS-INPUT-DIR-ENV)
                   TO ADVENT24-EXT-HDR-SOURCE
           ELSE
               MOVE FUNCTION TRIM(WS-INPUT-FILE-PATH)
                   TO ADVENT24-EXT-HDR-SOURCE
           END-IF
           WRITE DELTA-EXTRACT-LINE FROM ADVENT24-EXT-HEADER-RECORD.

      * Reopens both delta outputs EXTEND - a checkpoint restart
      * continuing them, or the checkpoint flush.
       REOPEN-DELTA-OUTPUTS.
           OPEN EXTEND DELTA-REPORT
           IF DELTA-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening delta change report: '
                   DELTA-REPORT-STATUS
               PERFORM ABEND-ON-OPEN-FAILURE
           END-IF
           OPEN EXTEND DELTA-EXTRACT
           IF DELTA-EXTRACT-STATUS NOT = '00'
               DISPLAY 'Error opening delta change extract: '
                   DELTA-EXTRACT-STATUS
               PERFORM ABEND-ON-OPEN-FAILURE
           END-IF.

      * Restores the delta counters from the checkpoint. Dropped lines
      * are only found after a file has been read to its end, so at
      * any checkpoint the change files hold one header plus a line
      * per NEW and CHANGED record.
       RESTORE-DELTA-COUNTS.
           MOVE CKPT-DELTA-NEW-COUNT TO WS-DELTA-NEW-COUNT
           MOVE CKPT-DELTA-CHANGED-COUNT TO WS-DELTA-CHANGED-COUNT
           MOVE CKPT-DELTA-UNCHANGED-COUNT
               TO WS-DELTA-UNCHANGED-COUNT
           MOVE CKPT-DELTA-VALUE-HASH TO WS-DELTA-VALUE-HASH
           MOVE CKPT-DELTA-EXCEPTION-COUNT
               TO WS-DELTA-EXCEPTION-COUNT
           COMPUTE WS-DELTA-DETAIL-COUNT =
               WS-DELTA-NEW-COUNT + WS-DELTA-CHANGED-COUNT.

      * Cuts both delta outputs back to the checkpointed header plus
      * detail lines, the same head/mv way the report files are cut.
       TRUNCATE-DELTA-FILES.
           COMPUTE WS-EXTRACT-TRUNC-COUNT = WS-DELTA-DETAIL-COUNT + 1
           MOVE WS-EXTRACT-TRUNC-COUNT TO WS-TRUNC-COUNT-EDIT
           MOVE SPACES TO WS-TRUNC-COMMAND
           STRING 'head -n ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRUNC-COUNT-EDIT) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DELTA-REPORT-PATH) DELIMITED BY SIZE
               ' > ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DELTA-REPORT-PATH) DELIMITED BY SIZE
               '.tmp && mv ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DELTA-REPORT-PATH) DELIMITED BY SIZE
               '.tmp ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DELTA-REPORT-PATH) DELIMITED BY SIZE
               INTO WS-TRUNC-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-TRUNC-COMMAND

           MOVE SPACES TO WS-TRUNC-COMMAND
           STRING 'head -n ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRUNC-COUNT-EDIT) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DELTA-EXTRACT-PATH) DELIMITED BY SIZE
               ' > ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DELTA-EXTRACT-PATH) DELIMITED BY SIZE
               '.tmp && mv ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DELTA-EXTRACT-PATH) DELIMITED BY SIZE
               '.tmp ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DELTA-EXTRACT-PATH) DELIMITED BY SIZE
               INTO WS-TRUNC-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-TRUNC-COMMAND.

      * Loads, for the file a delta-mode restart resumes, the master
      * changes journaled since the first attempt at this run began -
      * one entry per key past the records the checkpoint already
      * accounts for, the earliest, whose before image is the row as
      * it stood before this run first touched it. Nothing else can
      * say what those rows held: the master has the new figures. A
      * restart that cannot get them is refused rather than allowed
      * to ship a change file that silently leaves the changes out.
       LOAD-BEFORE-IMAGES.
           MOVE 0 TO WS-BEFORE-COUNT
           MOVE 'N' TO WS-BEFORE-OVERFLOW
           IF WS-DELTA-CHAIN-STAMP = SPACES
               MOVE 'the checkpoint does not carry the start stamp of '
                   & 'the first attempt' TO WS-DELTA-REFUSAL
               PERFORM REFUSE-DELTA-RESTART
           END-IF
           IF WS-DELTA-CHAIN-JOURNAL NOT = 'Y'
               MOVE 'an attempt since the first ran without the change '
                   & 'journal' TO WS-DELTA-REFUSAL
               PERFORM REFUSE-DELTA-RESTART
           END-IF
           MOVE SPACES TO WS-BEFORE-SOURCE
           MOVE FUNCTION TRIM(WS-INPUT-FILE-PATH) TO WS-BEFORE-SOURCE
           COMPUTE WS-BEFORE-FLOOR =
               WS-RECORD-COUNT - WS-FILE-START-COUNT

           PERFORM CLOSE-CHANGE-JOURNAL
           OPEN INPUT CHANGE-JOURNAL
           IF CHANGE-JOURNAL-STATUS NOT = '00'
               MOVE SPACES TO WS-DELTA-REFUSAL
               STRING 'the change journal cannot be read - status='
                   DELIMITED BY SIZE
                   CHANGE-JOURNAL-STATUS DELIMITED BY SIZE
                   INTO WS-DELTA-REFUSAL
               END-STRING
               PERFORM REFUSE-DELTA-RESTART
           END-IF
           MOVE 'N' TO WS-BEFORE-EOF
           PERFORM UNTIL WS-BEFORE-EOF = 'Y'
               READ CHANGE-JOURNAL INTO ADVENT24-JRNL-RECORD
                   AT END MOVE 'Y' TO WS-BEFORE-EOF
                   NOT AT END
                       IF ADVENT24-JRNL-PROGRAM = 'Advent-24-1'
                               AND ADVENT24-JRNL-FILE = 'MASTER'
                               AND ADVENT24-JRNL-RUN-STAMP NOT <
                                   WS-DELTA-CHAIN-STAMP
                               AND ADVENT24-JRNL-SOURCE-FILE =
                                   WS-BEFORE-SOURCE
                               AND ADVENT24-JRNL-SEQUENCE >
                                   WS-BEFORE-FLOOR
                           PERFORM KEEP-BEFORE-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-JOURNAL
           PERFORM OPEN-CHANGE-JOURNAL

           IF WS-BEFORE-OVERFLOW = 'Y'
               MOVE 'more master changes were journaled for the file '
                   & 'than a restart can hold' TO WS-DELTA-REFUSAL
               PERFORM REFUSE-DELTA-RESTART
           END-IF
           DISPLAY 'Delta restart: ' WS-BEFORE-COUNT
               ' journaled master changes since '
               WS-DELTA-CHAIN-STAMP ' for '
               FUNCTION TRIM(WS-BEFORE-SOURCE).

      * Adds one journal entry to the before-image table unless its
      * key is already there - the first entry read is the earliest.
       KEEP-BEFORE-IMAGE.
           MOVE ADVENT24-JRNL-SEQUENCE TO WS-BEFORE-SEQUENCE
           PERFORM FIND-BEFORE-IMAGE
           IF WS-BEFORE-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BEFORE-COUNT NOT < WS-BEFORE-LIMIT
               MOVE 'Y' TO WS-BEFORE-OVERFLOW
               MOVE 'Y' TO WS-BEFORE-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BEFORE-COUNT
           MOVE WS-BEFORE-SEQUENCE TO BI-SEQUENCE(WS-BEFORE-COUNT)
           MOVE ADVENT24-JRNL-ACTION TO BI-ACTION(WS-BEFORE-COUNT)
           IF ADVENT24-JRNL-ACTION = 'ADD'
               MOVE SPACES TO BI-TEXT(WS-BEFORE-COUNT)
               MOVE 0 TO BI-FIRST-DIGIT(WS-BEFORE-COUNT)
                   BI-LAST-DIGIT(WS-BEFORE-COUNT)
                   BI-VALUE(WS-BEFORE-COUNT)
               MOVE SPACE TO BI-EXCEPTION-FLAG(WS-BEFORE-COUNT)
           ELSE
               MOVE ADVENT24-JRNL-BEFORE-IMAGE TO WS-BEFORE-ROW
               MOVE WS-BEFORE-ROW-TEXT TO BI-TEXT(WS-BEFORE-COUNT)
               MOVE WS-BEFORE-ROW-FIRST-DIGIT
                   TO BI-FIRST-DIGIT(WS-BEFORE-COUNT)
               MOVE WS-BEFORE-ROW-LAST-DIGIT
                   TO BI-LAST-DIGIT(WS-BEFORE-COUNT)
               MOVE WS-BEFORE-ROW-VALUE TO BI-VALUE(WS-BEFORE-COUNT)
               MOVE WS-BEFORE-ROW-EXCEPTION-FLAG
                   TO BI-EXCEPTION-FLAG(WS-BEFORE-COUNT)
           END-IF.

      * Stops a delta-mode restart that cannot rebuild the change lines
      * of the attempt it continues. Rerunning from the top would not
      * help - the master already holds the new figures - so the
      * master has to be restored first.
       REFUSE-DELTA-RESTART.
           DISPLAY 'ABEND: delta-mode restart cannot rebuild the '
               'change lines of the interrupted attempt - '
               FUNCTION TRIM(WS-DELTA-REFUSAL)
           DISPLAY 'Restore the results master with '
               'Advent-24-1-Recover, clear '
               FUNCTION TRIM(WS-CHECKPOINT-PATH)
               ' and rerun from the top'
           IF PARTITION-MODE-ENABLED
               DISPLAY 'The restore undoes every partition of the day '
                   '- rerun them all'
           END-IF
           PERFORM CLOSE-RESULTS-MASTER
           PERFORM CLOSE-SUSPENSE-FILE
           PERFORM CLOSE-CHANGE-JOURNAL
           IF DIRECTORY-MODE-ENABLED
               CLOSE MANIFEST-FILE
           ELSE
               CLOSE CALIBRATION-FILE
           END-IF
           CLOSE CALIBRATION-REPORT
           CLOSE CALIBRATION-EXCEPTIONS
           CLOSE BILLING-EXTRACT
           CLOSE DELTA-REPORT
           CLOSE DELTA-EXTRACT
           MOVE 'ABEND-DELTA-RESTART' TO WS-HIST-STATUS
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      * Closes the change report with its classification counts and
      * the change extract with a standard TRL whose hash totals cover
      * only the lines it carries.
       WRITE-DELTA-FOOTERS.
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

      * Stamps this run's output set with a generation suffix, keeps
      * the newest WS-RETAIN-GENERATIONS of each file, purges the
      * rest, and reports everything it did - so last Tuesday's report
      * The integrity report (table entry 6) is only produced by
      * directory runs - a single-file run must not re-snapshot the
      * stale one left by the last directory run as if it were its
      * own output. The delta change report and extract (entries 7
      * and 8) are likewise only this run's own in delta mode.
           PERFORM VARYING WS-GEN-FILE-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-FILE-INDEX > 8
               IF WS-GEN-FILE-INDEX < 6
                       OR (WS-GEN-FILE-INDEX = 6
                           AND DIRECTORY-MODE-ENABLED)
                       OR (WS-GEN-FILE-INDEX > 6
                           AND DELTA-MODE-ENABLED)
                   MOVE GEN-BASE-NAME(WS-GEN-FILE-INDEX)
                       TO WS-GEN-BASE-NAME
                   PERFORM SNAPSHOT-ONE-GENERATION
      * this toolchain's normal, successful status for an OPTIONAL
      * file that did not exist yet.
       WRITE-RUN-HISTORY.
      * A partition's ending goes to its own control record - the
      * ledger entry and the polled run-status for a partitioned day
      * are written once, by the merge step.
           IF PARTITION-MODE-ENABLED
               PERFORM SET-FINAL-CONDITION-CODE
               PERFORM WRITE-PARTITION-CONTROL
               MOVE WS-FINAL-CONDITION-CODE TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-CURRENT-STAMP
           MOVE SPACES TO ADVENT24-HIST-SOURCE
           MOVE WS-RUN-START-STAMP TO ADVENT24-HIST-START-STAMP
           MOVE WS-FINAL-CONDITION-CODE TO RETURN-CODE.

      * Grades the run's ending: any abend outranks a variance
      * breach, which outranks a partial feed day, which outranks
      * completed-with-exceptions, which outranks clean. The reason
      * text spells the grade out for the run-status record.
       SET-FINAL-CONDITION-CODE.
           MOVE SPACES TO WS-STATUS-REASON
           IF WS-HIST-STATUS(1:5) = 'ABEND'
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
               CLOSE RUN-STATUS-FILE
           END-IF.

      * Rewrites this partition's control record with the disposition
      * in WS-HIST-STATUS - STARTED at the top of the run, then the
      * ending every termination path funnels through WRITE-RUN-HISTORY
      * with. A partition killed outright leaves STARTED behind, which
      * the merge step refuses just as it refuses an abend.
       WRITE-PARTITION-CONTROL.
           PERFORM BUILD-PARTITION-CONTROL
           MOVE WS-HIST-STATUS TO ADVENT24-PCTL-DISPOSITION
           OPEN OUTPUT PARTITION-CONTROL-FILE
           IF PARTITION-CONTROL-STATUS NOT = '00'
                   AND PARTITION-CONTROL-STATUS NOT = '05'
               DISPLAY 'WARNING: could not write partition control '
                   'record - status=' PARTITION-CONTROL-STATUS
           ELSE
               WRITE PARTITION-CONTROL-LINE FROM ADVENT24-PCTL-RECORD
               CLOSE PARTITION-CONTROL-FILE
           END-IF.

      * Common exit for file-open failures - the caller has already
      * displayed which file and status failed; this just makes sure
      * the attempt still lands in the run-history ledger.
