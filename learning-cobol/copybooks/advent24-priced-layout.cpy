           05  ADVENT24-PRC-HDR-RUN-DATE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-PRC-HDR-SOURCE PIC X(100).
           05  FILLER PIC X VALUE SPACE.
      * File type carried over from the extract the file was priced
      * from - ORG or ADJ - so billing's acknowledgment can say which
      * of the two priced files it answers.
           05  ADVENT24-PRC-HDR-FILE-TYPE PIC X(3).
           05  FILLER PIC X(9) VALUE SPACES.

       01  ADVENT24-PRC-DETAIL-RECORD.
           05  ADVENT24-PRC-DET-TAG PIC X(3) VALUE 'DTL'.
