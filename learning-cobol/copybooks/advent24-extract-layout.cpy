      * File type distinguishes the main run's original extract (ORG)
      * from the supplemental adjustment extract the repair pass posts
      * (ADJ) - billing applies an ADJ file on top of the ORG file it
      * already balanced, never in place of it. A delta-mode run also
      * writes a change extract (DLT) carrying only the lines that are
      * new, changed or dropped since the prior run - see the delta
      * detail layout below.
           05  ADVENT24-EXT-HDR-FILE-TYPE PIC X(3).
           05  FILLER PIC X(3) VALUE SPACES.

           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-EXT-EXCEPTION-FLAG PIC X.

      * Detail record of the DLT change extract: a complete DTL image
      * in the same columns as above, followed by the change code and
      * the value and exception flag the results master held before
      * this run (zero and space for a NEW line). A DROPPED line's DTL
      * image repeats the last values posted for the sequence that has
      * gone, so billing can reverse exactly what it was given.
       01  ADVENT24-EXT-DELTA-RECORD.
           05  ADVENT24-EXT-DLT-DETAIL PIC X(122).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-EXT-DLT-CHANGE PIC X(7).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-EXT-DLT-PRIOR-VALUE PIC 99.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-EXT-DLT-PRIOR-FLAG PIC X.

      * Trailer hash totals: DTL record count, the sum of the VALUE
      * fields across all DTL records, and how many of them carry the
      * exception flag - billing balances the file against these
