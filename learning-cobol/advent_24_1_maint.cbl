      * flags records whose run date is older than the cutoff or whose
      * source file no longer exists on disk, and - only when the
      * operator asks for it - purges the flagged records, with a
      * before/after accounting so the purge is auditable. Each
      * purged record is also appended to the shared change journal
      * as a DELETE carrying the record's last image.
      *
      * Switches come from the environment the way the main program's
      * legacy switches do:
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINT-REPORT-STATUS.

           SELECT OPTIONAL CHANGE-JOURNAL
           ASSIGN TO '../advent-storage/advent-24-1.change-journal'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHANGE-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-MASTER.
       FD  MAINT-REPORT.
       01  MAINT-REPORT-LINE PIC X(132).

       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-LINE PIC X(665).

       WORKING-STORAGE SECTION.
       COPY "advent24-change-journal.cpy".

       01  RESULTS-MASTER-STATUS PIC XX.
       01  SOURCE-PROBE-STATUS PIC XX.
       01  MAINT-REPORT-STATUS PIC XX.
       01  CHANGE-JOURNAL-STATUS PIC XX.
       01  WS-JOURNAL-ACTIVE PIC X VALUE 'N'.
       01  WS-RUN-START-STAMP PIC X(19).
       01  WS-MASTER-EOF PIC X VALUE 'N'.
       01  WS-PROBE-PATH PIC X(200).

               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-CURRENT-RUN-DATE
           END-STRING
           MOVE SPACES TO WS-RUN-START-STAMP
           STRING WS-CURRENT-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(11:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
               INTO WS-RUN-START-STAMP
           END-STRING

           ACCEPT WS-CUTOFF-DAYS-ENV FROM ENVIRONMENT
               'ADVENT24-MAINT-CUTOFF-DAYS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PURGE-MODE-ENABLED
               PERFORM OPEN-CHANGE-JOURNAL
           END-IF

           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ RESULTS-MASTER NEXT RECORD
               PERFORM WRITE-GROUP-SUMMARY-LINE
           END-IF

           CLOSE RESULTS-MASTER
           IF WS-JOURNAL-ACTIVE = 'Y'
               CLOSE CHANGE-JOURNAL
               MOVE 'N' TO WS-JOURNAL-ACTIVE
           END-IF.

      * A purge with no journal would delete records with no trace of
      * what they held, so a journal that cannot be opened stops the
      * purge before anything is deleted.
       OPEN-CHANGE-JOURNAL.
           OPEN EXTEND CHANGE-JOURNAL
           IF CHANGE-JOURNAL-STATUS = '00'
                   OR CHANGE-JOURNAL-STATUS = '05'
               MOVE 'Y' TO WS-JOURNAL-ACTIVE
           ELSE
               DISPLAY 'ERROR: cannot open change journal - status='
                   CHANGE-JOURNAL-STATUS
               DISPLAY 'Purge refused - rerun without '
                   'ADVENT24-MAINT-PURGE for an audit-only pass'
               CLOSE RESULTS-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       AUDIT-ONE-RECORD.
           ADD 1 TO WS-BEFORE-COUNT
                       ' - status=' RESULTS-MASTER-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-PURGED-COUNT
                   PERFORM JOURNAL-PURGED-RECORD
           END-DELETE.

      * The record area still holds the row just deleted - it is the
      * journal entry's before image.
       JOURNAL-PURGED-RECORD.
           MOVE SPACES TO ADVENT24-JRNL-RECORD
           MOVE 'Advent-24-1-Maint' TO ADVENT24-JRNL-PROGRAM
           MOVE WS-RUN-START-STAMP TO ADVENT24-JRNL-RUN-STAMP
           MOVE 'MASTER' TO ADVENT24-JRNL-FILE
           MOVE 'DELETE' TO ADVENT24-JRNL-ACTION
           MOVE ADVENT24-RSLT-KEY TO ADVENT24-JRNL-KEY
           MOVE ADVENT24-RSLT-RECORD TO ADVENT24-JRNL-BEFORE-IMAGE
           WRITE CHANGE-JOURNAL-LINE FROM ADVENT24-JRNL-RECORD
           IF CHANGE-JOURNAL-STATUS NOT = '00'
               DISPLAY 'WARNING: change journal write failed - '
                   'status=' CHANGE-JOURNAL-STATUS
           END-IF.

       WRITE-MAINT-HEADER.
           MOVE SPACES TO MAINT-REPORT-LINE
           MOVE WS-CUTOFF-DAYS TO WS-CUTOFF-EDIT
