      * Sender control records that upstream may wrap around a
      * calibration feed, recognized by the gatekeeper pre-edit
      * (Advent-24-1-Gatekeep) and the main run (Advent-24-1) and never
      * posted as calibration data. The header must be the file's first
      * line and the trailer its last; anything between them is data.
      * The trailer's line count is the number of data lines, and its
      * digit checksum is the sum of every numeric digit character
      * (0-9, each worth its own value) in those lines, modulo ten to
      * the tenth. A feed with neither record is a legacy feed - it is
      * processed as before but reported UNVERIFIED. A feed with a
      * header and no trailer, a record out of place, or a count or
      * checksum that does not agree with the data is refused, and so
      * is a header naming a sender batch already posted - a resend.
       01  ADVENT24-SCTL-HEADER-RECORD.
           05  ADVENT24-SCTL-HDR-TAG PIC X(5) VALUE '##HDR'.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-SCTL-SENDER-ID PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-SCTL-CREATION-DATE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-SCTL-BATCH-NUMBER PIC 9(8).

       01  ADVENT24-SCTL-TRAILER-RECORD.
           05  ADVENT24-SCTL-TRL-TAG PIC X(5) VALUE '##TRL'.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-SCTL-LINE-COUNT PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-SCTL-DIGIT-CHECKSUM PIC 9(10).

      * One posted batch per line of advent-24-1.sender-batches,
      * appended by the main run (by the merge step for a partitioned
      * day) once the feed carrying it has been posted. A sender's
      * batch number found here is refused as a resend.
       01  ADVENT24-SBAT-RECORD.
           05  ADVENT24-SBAT-SENDER-ID PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-SBAT-BATCH-NUMBER PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-SBAT-CREATION-DATE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-SBAT-POSTED-STAMP PIC X(19).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-SBAT-FILE PIC X(200).
