      * Control record for one partition of a partitioned directory
      * run - N concurrent Advent-24-1 instances, each owning the
      * manifest names that hash to its partition number. Each
      * instance rewrites advent-24-1.partition.pNN at start
      * (disposition STARTED) and at every termination path (CLEAN,
      * CLEAN-RESTART or the ABEND- disposition), carrying the options
      * it ran under and every accumulator a single-stream run would
      * have ended with - counts, totals, the value distribution and
      * the feed-group subledgers. Advent-24-1-Merge refuses to run
      * unless all N records say the partition ended clean, and builds
      * the combined report trailer, distribution and group summary
      * from them. The same layout, with disposition CHECKPOINT and
      * the manifest position reached, is the partition's checkpoint
      * record, written after each file it finishes - and, in delta
      * mode, once before the first, carrying the first attempt's
      * start stamp and whether the change journal segment was open so
      * a restart can find the changes that attempt already posted.
       01  ADVENT24-PCTL-RECORD.
           05  ADVENT24-PCTL-PARTITION PIC 9(2).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-PARTITION-COUNT PIC 9(2).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-DISPOSITION PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-START-STAMP PIC X(19).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-END-STAMP PIC X(19).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-INPUT-DIR PIC X(100).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-OPTIONS.
               10  ADVENT24-PCTL-WORD-DIGITS PIC X(4).
               10  ADVENT24-PCTL-CALC-MODE PIC X(10).
               10  ADVENT24-PCTL-DELTA-MODE PIC X(4).
               10  ADVENT24-PCTL-DUP-ACTION PIC X(5).
               10  ADVENT24-PCTL-THRESHOLD PIC 9(5).
               10  ADVENT24-PCTL-RETAIN-GENS PIC 9(4).
               10  ADVENT24-PCTL-PARM-SOURCE PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-MANIFEST-POS PIC 9(6).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-MANIFEST-ENTRIES PIC 9(6).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-FILE-COUNT PIC 9(4).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-GATE-SKIPPED PIC 9(4).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-RECORD-COUNT PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-TOTAL-SUM PIC 9(9).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-EXCEPTION-COUNT PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-REPORT-LINES PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-DELTA-COUNTS.
               10  ADVENT24-PCTL-DLT-NEW PIC 9(8).
               10  ADVENT24-PCTL-DLT-CHANGED PIC 9(8).
               10  ADVENT24-PCTL-DLT-UNCHANGED PIC 9(8).
               10  ADVENT24-PCTL-DLT-DROPPED PIC 9(8).
               10  ADVENT24-PCTL-DLT-DETAILS PIC 9(8).
               10  ADVENT24-PCTL-DLT-HASH PIC 9(9).
               10  ADVENT24-PCTL-DLT-EXCEPTIONS PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-MIN-VALUE PIC 99.
           05  ADVENT24-PCTL-MAX-VALUE PIC 99.
           05  ADVENT24-PCTL-VALUES-SEEN PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-DISTRIBUTION.
               10  ADVENT24-PCTL-DIST-COUNT PIC 9(8) OCCURS 100 TIMES.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-GROUP-COUNT PIC 9(4).
           05  ADVENT24-PCTL-GROUP-TOTALS.
               10  ADVENT24-PCTL-GROUP-ENTRY OCCURS 51 TIMES.
                   15  ADVENT24-PCTL-GRP-NAME PIC X(20).
                   15  ADVENT24-PCTL-GRP-FILES PIC 9(4).
                   15  ADVENT24-PCTL-GRP-RECORDS PIC 9(8).
                   15  ADVENT24-PCTL-GRP-SUBTOTAL PIC 9(9).
                   15  ADVENT24-PCTL-GRP-EXCEPTIONS PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PCTL-CHAIN-STAMP PIC X(19).
           05  ADVENT24-PCTL-JOURNAL-ACTIVE PIC X.
