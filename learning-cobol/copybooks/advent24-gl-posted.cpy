      * One record per priced file whose amounts have gone into a GL
      * journal, appended to advent-24-1.gl-posted by the GL journal
      * step once the journal is written. The priced file is known by
      * its file type, run date, detail count and amount hash - the
      * same file seen again (the ADJ priced file is re-priced every
      * night its extract is still on file) is left out of the next
      * journal instead of being posted twice.
       01  ADVENT24-GLP-RECORD.
           05  ADVENT24-GLP-FILE-TYPE PIC X(3).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLP-RUN-DATE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLP-DETAIL-COUNT PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLP-AMOUNT-HASH PIC 9(11)V99.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLP-POSTED-DATE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLP-BATCH PIC X(14).
