      * The day's feed decision, one record in
      * advent-24-1.feed-decision, written by the feed-schedule check
      * (Advent-24-1-Feedcheck) and honored by the main run at start:
      * COMPLETE - every feed expected today is in; PARTIAL - feeds are
      * missing and the run was told to go ahead with what arrived;
      * HOLD - feeds are missing and the run must wait for them. The
      * check stamp is when the decision was made - a decision from
      * an earlier day is stale and is not honored. Like the gate
      * decisions, no decision on file means no check was run and the
      * main run goes ahead as it always did.
       01  ADVENT24-FDEC-RECORD.
           05  ADVENT24-FDEC-DECISION PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-FDEC-BUSINESS-DATE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-FDEC-CHECK-STAMP PIC X(19).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-FDEC-EXPECTED PIC 9(4).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-FDEC-RECEIVED PIC 9(4).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-FDEC-LATE PIC 9(4).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-FDEC-MISSING PIC 9(4).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-FDEC-UNEXPECTED PIC 9(4).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-FDEC-REASON PIC X(40).
