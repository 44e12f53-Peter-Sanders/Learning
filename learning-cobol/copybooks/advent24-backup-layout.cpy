      * Layout of the sequential backups Advent-24-1-Backup takes of
      * the indexed results master and exception suspense file, and
      * Advent-24-1-Recover restores from - advent-24-1.master-
      * backup.g<stamp> and advent-24-1.suspense-backup.g<stamp>, the
      * stamp being the backup's start, YYYYMMDDHHMMSS, as generation
      * names carry it. Each file is an HDR naming which indexed file
      * it holds, one DTL per row carrying the raw record image in key
      * order (the shorter suspense record space-filled), and a TRL
      * with the row count, so a backup cut short is refused instead
      * of restored.
       01  ADVENT24-BKUP-HEADER-RECORD.
           05  ADVENT24-BKUP-HDR-TAG PIC X(3) VALUE 'HDR'.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-BKUP-HDR-STAMP PIC X(14).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-BKUP-HDR-FILE PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-BKUP-HDR-SOURCE PIC X(60).
           05  FILLER PIC X(164) VALUE SPACES.

       01  ADVENT24-BKUP-DETAIL-RECORD.
           05  ADVENT24-BKUP-DET-TAG PIC X(3) VALUE 'DTL'.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-BKUP-IMAGE PIC X(248).

       01  ADVENT24-BKUP-TRAILER-RECORD.
           05  ADVENT24-BKUP-TRL-TAG PIC X(3) VALUE 'TRL'.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-BKUP-TRL-ROW-COUNT PIC 9(8).
           05  FILLER PIC X(240) VALUE SPACES.
