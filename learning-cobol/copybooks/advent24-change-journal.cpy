      * One entry of the shared change journal advent-24-1.change-
      * journal, appended by every program that changes the results
      * master or the exception suspense file - Advent-24-1's upserts,
      * suspense refreshes and deletes, Repair's rewrites and suspense
      * clears, Maint's purges and Billack's disposition postings. The
      * file is only ever opened EXTEND; nothing rewrites or trims it.
      * Each entry names the program and its run start stamp, which
      * file was changed (MASTER or SUSPENSE), the action (ADD,
      * REWRITE or DELETE), the record key, and the whole record as it
      * stood before and after the change - spaces for the before
      * image of an ADD and the after image of a DELETE. The images
      * are the raw advent24-results-master / advent24-suspense
      * records (the shorter suspense record space-filled), so the
      * journal report lays them back over those copybooks to print
      * them field by field.
       01  ADVENT24-JRNL-RECORD.
           05  ADVENT24-JRNL-PROGRAM PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-JRNL-RUN-STAMP PIC X(19).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-JRNL-FILE PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-JRNL-ACTION PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-JRNL-KEY.
               10  ADVENT24-JRNL-SOURCE-FILE PIC X(100).
               10  ADVENT24-JRNL-SEQUENCE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-JRNL-BEFORE-IMAGE PIC X(248).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-JRNL-AFTER-IMAGE PIC X(248).
