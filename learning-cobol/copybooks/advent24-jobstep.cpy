      * One step of the nightly job stream per line of
      * advent-24-1.jobsteps, run in file order by the job-stream
      * driver. Columns: step name (12), the highest condition code
      * the stream accepts from the step before it stops (2 digits),
      * a rerun flag, and the shell command that runs the step. A
      * step flagged N is never run twice in one stream - a restart
      * from an earlier step bypasses it once it has completed, so
      * a finished main run is not re-posted to the master and
      * suspense file. Blank lines and lines starting with '*' are
      * comments, the same convention the run-control file uses.
       01  ADVENT24-STEP-RECORD.
           05  ADVENT24-STEP-NAME PIC X(12).
           05  FILLER PIC X.
           05  ADVENT24-STEP-MAX-RC PIC 99.
           05  FILLER PIC X.
           05  ADVENT24-STEP-RERUN PIC X.
           05  FILLER PIC X.
           05  ADVENT24-STEP-COMMAND PIC X(300).

      * One job-stream log record per step event, appended to
      * advent-24-1.jobstream-log: the stream's own start stamp ties
      * the records of one night (and its restarts) together, the
      * event is STARTED, ENDED, BYPASSED, STOPPED or STREAM, and the
      * condition code is the step's (or, on the STREAM record, the
      * stream's) return code.
       01  ADVENT24-JLOG-RECORD.
           05  ADVENT24-JLOG-STREAM-STAMP PIC X(19).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-JLOG-STEP-NAME PIC X(12).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-JLOG-EVENT PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-JLOG-STAMP PIC X(19).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-JLOG-COND-CODE PIC 99.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-JLOG-MAX-RC PIC 99.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-JLOG-NOTE PIC X(60).
