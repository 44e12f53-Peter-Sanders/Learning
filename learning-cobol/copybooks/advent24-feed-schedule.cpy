      * One expected feed per line of advent-24-1.feedschedule, read by
      * the feed-schedule check (Advent-24-1-Feedcheck) ahead of the
      * gatekeeper. The pattern is an exact input file name, or a
      * prefix ending in '*' the way advent-24-1.feedgroups patterns
      * are written - a prefix entry is satisfied by any one file that
      * starts with it. The days mask has one position per weekday,
      * Monday first (MTWTFSS); a '-' in a position means the feed is
      * not expected that day. The cutoff is the latest arrival time,
      * HH:MM on a 24-hour clock, that still counts as on time. Blank
      * lines and lines starting with '*' are comments.
       01  ADVENT24-FSCH-RECORD.
           05  ADVENT24-FSCH-PATTERN PIC X(40).
           05  FILLER PIC X.
           05  ADVENT24-FSCH-DAYS PIC X(7).
           05  FILLER PIC X.
           05  ADVENT24-FSCH-CUTOFF PIC X(5).
           05  FILLER PIC X.
           05  ADVENT24-FSCH-DESCRIPTION PIC X(40).

      * One business-calendar holiday per line of
      * advent-24-1.holidays - a YYYY-MM-DD date on which no feeds
      * are expected, whatever the schedule says, and an optional
      * description. Comments as above.
       01  ADVENT24-HOL-RECORD.
           05  ADVENT24-HOL-DATE PIC X(10).
           05  FILLER PIC X.
           05  ADVENT24-HOL-DESCRIPTION PIC X(40).
