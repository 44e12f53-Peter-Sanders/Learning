      * Fixed-column layout of billing's acknowledgment return file,
      * advent-24-1.ack - billing's answer to one priced file. The HDR
      * quotes back the file type (ORG or ADJ) and run date of the
      * priced file it answers; one ACK record per priced DTL says
      * whether billing posted the line (ACCEPTED) or not (REJECTED,
      * with billing's reason code); the TRL carries billing's own
      * totals - lines acknowledged, lines rejected, and the sum of
      * the amounts it received - which must agree with the priced
      * file's trailer. Shared with billing - field positions are part
      * of the interface contract.
       01  ADVENT24-ACK-HEADER-RECORD.
           05  ADVENT24-ACK-HDR-TAG PIC X(3) VALUE 'HDR'.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-ACK-HDR-FILE-TYPE PIC X(3).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-ACK-HDR-RUN-DATE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-ACK-HDR-ACK-DATE PIC X(10).

       01  ADVENT24-ACK-DETAIL-RECORD.
           05  ADVENT24-ACK-DET-TAG PIC X(3) VALUE 'ACK'.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-ACK-SEQUENCE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-ACK-SOURCE-FILE PIC X(100).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-ACK-DISPOSITION PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-ACK-REASON PIC X(4).

       01  ADVENT24-ACK-TRAILER-RECORD.
           05  ADVENT24-ACK-TRL-TAG PIC X(3) VALUE 'TRL'.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-ACK-TRL-DETAIL-COUNT PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-ACK-TRL-REJECT-COUNT PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-ACK-TRL-AMOUNT-HASH PIC 9(11)V99.
