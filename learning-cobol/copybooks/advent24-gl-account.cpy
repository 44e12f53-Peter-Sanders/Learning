      * One feed group's general-ledger accounts per line of
      * advent-24-1.glaccounts, read by the GL journal step
      * (Advent-24-1-Glpost). The group name is one the
      * advent-24-1.feedgroups rules assign, or UNASSIGNED for priced
      * lines whose source file matches no rule; the group's priced
      * amounts are debited to its receivable account and credited to
      * its revenue account. Blank lines and lines starting with '*'
      * are comments.
       01  ADVENT24-GLA-RECORD.
           05  ADVENT24-GLA-GROUP PIC X(20).
           05  FILLER PIC X.
           05  ADVENT24-GLA-REVENUE-ACCOUNT PIC X(12).
           05  FILLER PIC X.
           05  ADVENT24-GLA-RECEIVABLE-ACCOUNT PIC X(12).
           05  FILLER PIC X.
           05  ADVENT24-GLA-DESCRIPTION PIC X(40).
