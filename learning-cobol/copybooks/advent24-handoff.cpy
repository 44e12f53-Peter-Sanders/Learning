      * One ledger record per priced file handed to billing, appended
      * to advent-24-1.billing-handoff by the rating step as it closes
      * the file. The acknowledgment program stamps the record when
      * billing's return file for it is posted, and lists any record
      * still unstamped after the follow-up period - a priced file
      * billing never answered is chased instead of forgotten. The
      * priced file is identified by its file type (ORG or ADJ) and
      * run date, the pair billing's acknowledgment header quotes
      * back. A rerun that prices the same file to the same figures
      * adds no second record. The priced path is the generation copy
      * the rating step keeps (<priced file>.g<stamp>), since the
      * priced file itself is rewritten by the next night's rating
      * before billing may have answered it. Answered records are
      * dropped once a newer handoff of the same file type is on the
      * ledger and the follow-up period has passed since the answer.
       01  ADVENT24-HOFF-RECORD.
           05  ADVENT24-HOFF-FILE-TYPE PIC X(3).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-HOFF-RUN-DATE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-HOFF-HANDOFF-DATE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-HOFF-DETAIL-COUNT PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-HOFF-AMOUNT-HASH PIC 9(11)V99.
           05  FILLER PIC X VALUE SPACE.
      * Spaces until acknowledged; then the date the acknowledgment
      * was posted and BALANCED or VARIANCE for how its trailer
      * agreed with the priced file's.
           05  ADVENT24-HOFF-ACK-DATE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-HOFF-ACK-RESULT PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-HOFF-PRICED-PATH PIC X(100).
