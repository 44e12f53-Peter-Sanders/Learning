      * Fixed-column layout of the general-ledger journal file the GL
      * journal step (Advent-24-1-Glpost) writes for the ledger
      * upload - advent-24-1.gl-journal. Same HDR/DTL/TRL framing as
      * the extract and priced files. Each journal entry is two DTL
      * lines sharing an entry number: line 01 debits the feed
      * group's receivable account, line 02 credits its revenue
      * account, for the group's total on one priced file. Entries
      * from the ADJ priced file carry entry type ADJ and post as
      * adjusting entries separate from the ORG entries. Amounts are
      * zoned with an assumed two-decimal point, as in the priced
      * file. The trailer's debit and credit totals are equal in any
      * journal the step lets out. Field positions are part of the
      * interface contract with the ledger upload.
       01  ADVENT24-GLJ-HEADER-RECORD.
           05  ADVENT24-GLJ-HDR-TAG PIC X(3) VALUE 'HDR'.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLJ-HDR-JOURNAL-DATE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLJ-HDR-BATCH PIC X(14).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLJ-HDR-SOURCE PIC X(10).
           05  FILLER PIC X(90) VALUE SPACES.

       01  ADVENT24-GLJ-DETAIL-RECORD.
           05  ADVENT24-GLJ-DET-TAG PIC X(3) VALUE 'DTL'.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLJ-ENTRY-NUMBER PIC 9(6).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLJ-LINE-NUMBER PIC 9(2).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLJ-ENTRY-TYPE PIC X(3).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLJ-EFFECTIVE-DATE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLJ-ACCOUNT PIC X(12).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLJ-DEBIT-CREDIT PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLJ-AMOUNT PIC 9(11)V99.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLJ-GROUP PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLJ-DESCRIPTION PIC X(40).
           05  FILLER PIC X(11) VALUE SPACES.

       01  ADVENT24-GLJ-TRAILER-RECORD.
           05  ADVENT24-GLJ-TRL-TAG PIC X(3) VALUE 'TRL'.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLJ-TRL-ENTRY-COUNT PIC 9(6).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLJ-TRL-LINE-COUNT PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLJ-TRL-DEBIT-TOTAL PIC 9(13)V99.
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-GLJ-TRL-CREDIT-TOTAL PIC 9(13)V99.
           05  FILLER PIC X(79) VALUE SPACES.
