       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-24-1-Convert.

      * Converts an indexed results master written before the master
      * row carried billing's disposition (a 223-byte record) to the
      * current 248-byte layout, whose last 25 bytes - BILL-STATUS,
      * BILL-REASON, BILL-DATE and BILL-FILE-TYPE - start out blank:
      * no line has been answered by billing under the old layout.
      * An indexed file's record length is fixed when it is created,
      * so every program that opens the master fails its OPEN on an
      * old-layout file until this has been run once, by hand, before
      * the first nightly run on the current layout.
      *
      * The old master is first unloaded in key order to
      * advent-24-1.master-convert.g<stamp>, in the backup copybook's
      * layout (HDR, one DTL per row, TRL with the row count) with
      * each old record space-filled to the current length - the
      * converted image. Only once the unload is whole and balances
      * to its trailer is the master recreated in the current layout
      * and loaded from it. The unload is kept: if the load does not
      * come out to the same row count, rerun with
      * ADVENT24-CONVERT-UNLOAD naming it, and the master is rebuilt
      * from the unload without reading the old file again.
      *
      * Counts in and out are listed on advent-24-1.convert-report.
      * A master already in the current layout is left alone (RC 4);
      * no master at all is nothing to convert (RC 0); anything that
      * stops the conversion ends RC 8, with the master untouched
      * unless the load itself fell short.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The master in the current layout - opened first to tell an
      * already-converted master, then recreated by the load.
           SELECT RESULTS-MASTER
           ASSIGN TO '../advent-storage/advent-24-1.results-master'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADVENT24-RSLT-KEY
           FILE STATUS IS RESULTS-MASTER-STATUS.

      * The same file in the layout it had before the billing
      * disposition was added - same key, 25 bytes shorter.
           SELECT OLD-MASTER
           ASSIGN TO '../advent-storage/advent-24-1.results-master'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-MASTER-KEY
           FILE STATUS IS OLD-MASTER-STATUS.

           SELECT UNLOAD-FILE
           ASSIGN TO DYNAMIC WS-UNLOAD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UNLOAD-FILE-STATUS.

           SELECT CONVERT-REPORT
           ASSIGN TO '../advent-storage/advent-24-1.convert-report'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONVERT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-MASTER.
       COPY "advent24-results-master.cpy".

       FD  OLD-MASTER.
       01  OLD-MASTER-RECORD.
           05  OLD-MASTER-KEY PIC X(108).
           05  FILLER PIC X(115).

       FD  UNLOAD-FILE.
       01  UNLOAD-LINE PIC X(252).

       FD  CONVERT-REPORT.
       01  CONVERT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "advent24-backup-layout.cpy".

       01  RESULTS-MASTER-STATUS PIC XX.
       01  OLD-MASTER-STATUS PIC XX.
       01  UNLOAD-FILE-STATUS PIC XX.
       01  CONVERT-REPORT-STATUS PIC XX.

       01  WS-CONVERT-STAMP PIC X(14).
       01  WS-UNLOAD-PATH PIC X(200).
       01  WS-UNLOAD-ENV PIC X(200) VALUE SPACES.
       01  WS-RELOAD-ONLY PIC X VALUE 'N'.
       01  WS-SHELL-COMMAND PIC X(250).

       01  WS-READ-EOF PIC X.
       01  WS-UNLOAD-HDR-FOUND PIC X VALUE 'N'.
       01  WS-UNLOAD-TRL-FOUND PIC X VALUE 'N'.
       01  WS-UNLOAD-TRL-COUNT PIC 9(8) VALUE 0.
       01  WS-ROWS-IN PIC 9(8) VALUE 0.
       01  WS-ROWS-UNLOADED PIC 9(8) VALUE 0.
       01  WS-ROWS-OUT PIC 9(8) VALUE 0.
       01  WS-ROWS-REJECTED PIC 9(8) VALUE 0.
       01  WS-FAILURE-TEXT PIC X(100) VALUE SPACES.
       01  WS-ROW-COUNT-EDIT PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN

           OPEN OUTPUT CONVERT-REPORT
           IF CONVERT-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening conversion report: '
                   CONVERT-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING 'RESULTS MASTER LAYOUT CONVERSION - g'
               DELIMITED BY SIZE
               WS-CONVERT-STAMP DELIMITED BY SIZE
               INTO CONVERT-REPORT-LINE
           END-STRING
           WRITE CONVERT-REPORT-LINE

           IF WS-RELOAD-ONLY = 'N'
               PERFORM CHECK-CURRENT-LAYOUT
               PERFORM UNLOAD-OLD-MASTER
           END-IF

           PERFORM VERIFY-UNLOAD
           PERFORM LOAD-CURRENT-MASTER
           PERFORM WRITE-CONVERT-SUMMARY
           CLOSE CONVERT-REPORT

           IF WS-ROWS-OUT NOT = WS-UNLOAD-TRL-COUNT
               DISPLAY 'ERROR: loaded ' WS-ROWS-OUT ' of '
                   WS-UNLOAD-TRL-COUNT ' rows into the results master'
               DISPLAY 'ABEND: rerun with ADVENT24-CONVERT-UNLOAD='
                   FUNCTION TRIM(WS-UNLOAD-PATH)
                   ' once the cause is fixed'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Results master converted - rows in: '
               WS-UNLOAD-TRL-COUNT ' rows out: ' WS-ROWS-OUT
           DISPLAY 'Unload kept: ' FUNCTION TRIM(WS-UNLOAD-PATH)
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      * The unload is stamped with this run's start in generation-name
      * form, like a backup set. ADVENT24-CONVERT-UNLOAD names an
      * earlier unload to rebuild the master from instead.
       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CONVERT-STAMP
           ACCEPT WS-UNLOAD-ENV FROM ENVIRONMENT
               'ADVENT24-CONVERT-UNLOAD'
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-UNLOAD-ENV)) > 0
               MOVE WS-UNLOAD-ENV TO WS-UNLOAD-PATH
               MOVE 'Y' TO WS-RELOAD-ONLY
           ELSE
               MOVE SPACES TO WS-UNLOAD-PATH
               STRING '../advent-storage/advent-24-1.master-convert.g'
                   DELIMITED BY SIZE
                   WS-CONVERT-STAMP DELIMITED BY SIZE
                   INTO WS-UNLOAD-PATH
               END-STRING
           END-IF.

      * A master that opens under the current layout has nothing to
      * convert, and neither does a master no run has created yet.
       CHECK-CURRENT-LAYOUT.
           OPEN INPUT RESULTS-MASTER
           EVALUATE RESULTS-MASTER-STATUS
               WHEN '00'
                   CLOSE RESULTS-MASTER
                   MOVE SPACES TO CONVERT-REPORT-LINE
                   MOVE 'RESULTS MASTER IS ALREADY IN THE CURRENT '
                       & 'LAYOUT - NOTHING CONVERTED'
                       TO CONVERT-REPORT-LINE
                   WRITE CONVERT-REPORT-LINE
                   CLOSE CONVERT-REPORT
                   DISPLAY 'Results master is already in the current '
                       'layout - nothing converted'
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               WHEN '35'
                   MOVE SPACES TO CONVERT-REPORT-LINE
                   MOVE 'NO RESULTS MASTER ON FILE - NOTHING TO '
                       & 'CONVERT' TO CONVERT-REPORT-LINE
                   WRITE CONVERT-REPORT-LINE
                   CLOSE CONVERT-REPORT
                   DISPLAY 'No results master on file - the first run '
                       'creates it in the current layout'
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   CLOSE RESULTS-MASTER
           END-EVALUATE.

      * Unloads the old-layout master in key order. Each 223-byte
      * record moved to the 248-byte image field is space-filled, which
      * is the converted row with its disposition blank. A master that
      * will not open or read under the old layout either stops the
      * run with the partial unload removed - nothing has been touched.
       UNLOAD-OLD-MASTER.
           OPEN INPUT OLD-MASTER
           IF OLD-MASTER-STATUS NOT = '00'
               MOVE SPACES TO WS-FAILURE-TEXT
               STRING 'results master opens under neither layout - '
                   DELIMITED BY SIZE
                   'status=' DELIMITED BY SIZE
                   OLD-MASTER-STATUS DELIMITED BY SIZE
                   INTO WS-FAILURE-TEXT
               END-STRING
               PERFORM REFUSE-CONVERSION
           END-IF

           OPEN OUTPUT UNLOAD-FILE
           IF UNLOAD-FILE-STATUS NOT = '00'
               CLOSE OLD-MASTER
               MOVE SPACES TO WS-FAILURE-TEXT
               STRING 'cannot create ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-UNLOAD-PATH) DELIMITED BY SIZE
                   ' - status=' DELIMITED BY SIZE
                   UNLOAD-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-FAILURE-TEXT
               END-STRING
               PERFORM REFUSE-CONVERSION
           END-IF
           MOVE SPACES TO ADVENT24-BKUP-HEADER-RECORD
           MOVE 'HDR' TO ADVENT24-BKUP-HDR-TAG
           MOVE WS-CONVERT-STAMP TO ADVENT24-BKUP-HDR-STAMP
           MOVE 'MASTER' TO ADVENT24-BKUP-HDR-FILE
           MOVE '../advent-storage/advent-24-1.results-master'
               TO ADVENT24-BKUP-HDR-SOURCE
           WRITE UNLOAD-LINE FROM ADVENT24-BKUP-HEADER-RECORD

           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ OLD-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       MOVE SPACES TO ADVENT24-BKUP-DETAIL-RECORD
                       MOVE 'DTL' TO ADVENT24-BKUP-DET-TAG
                       MOVE OLD-MASTER-RECORD TO ADVENT24-BKUP-IMAGE
                       WRITE UNLOAD-LINE
                           FROM ADVENT24-BKUP-DETAIL-RECORD
                       ADD 1 TO WS-ROWS-IN
               END-READ
               IF OLD-MASTER-STATUS NOT = '00'
                       AND OLD-MASTER-STATUS NOT = '10'
                       AND WS-READ-EOF NOT = 'Y'
                   MOVE 'Y' TO WS-READ-EOF
               END-IF
           END-PERFORM
           IF OLD-MASTER-STATUS NOT = '10'
               CLOSE OLD-MASTER
               CLOSE UNLOAD-FILE
               PERFORM DISCARD-UNLOAD
               MOVE SPACES TO WS-FAILURE-TEXT
               STRING 'old-layout master unreadable after '
                   DELIMITED BY SIZE
                   WS-ROWS-IN DELIMITED BY SIZE
                   ' rows - status=' DELIMITED BY SIZE
                   OLD-MASTER-STATUS DELIMITED BY SIZE
                   INTO WS-FAILURE-TEXT
               END-STRING
               PERFORM REFUSE-CONVERSION
           END-IF
           CLOSE OLD-MASTER

           MOVE SPACES TO ADVENT24-BKUP-TRAILER-RECORD
           MOVE 'TRL' TO ADVENT24-BKUP-TRL-TAG
           MOVE WS-ROWS-IN TO ADVENT24-BKUP-TRL-ROW-COUNT
           WRITE UNLOAD-LINE FROM ADVENT24-BKUP-TRAILER-RECORD
           CLOSE UNLOAD-FILE

           MOVE WS-ROWS-IN TO WS-ROW-COUNT-EDIT
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING 'OLD-LAYOUT ROWS READ:   ' DELIMITED BY SIZE
               WS-ROW-COUNT-EDIT DELIMITED BY SIZE
               INTO CONVERT-REPORT-LINE
           END-STRING
           WRITE CONVERT-REPORT-LINE.

      * The unload must be a master unload with an HDR and a TRL whose
      * row count its DTLs foot to - checked before the master is
      * recreated, so a short unload never replaces it.
       VERIFY-UNLOAD.
           OPEN INPUT UNLOAD-FILE
           IF UNLOAD-FILE-STATUS NOT = '00'
               MOVE SPACES TO WS-FAILURE-TEXT
               STRING 'cannot open unload ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-UNLOAD-PATH) DELIMITED BY SIZE
                   ' - status=' DELIMITED BY SIZE
                   UNLOAD-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-FAILURE-TEXT
               END-STRING
               PERFORM REFUSE-CONVERSION
           END-IF
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ UNLOAD-FILE
                   AT END MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       EVALUATE UNLOAD-LINE(1:4)
                           WHEN 'HDR '
                               MOVE UNLOAD-LINE
                                   TO ADVENT24-BKUP-HEADER-RECORD
                               IF ADVENT24-BKUP-HDR-FILE = 'MASTER'
                                   MOVE 'Y' TO WS-UNLOAD-HDR-FOUND
                               END-IF
                           WHEN 'DTL '
                               ADD 1 TO WS-ROWS-UNLOADED
                           WHEN 'TRL '
                               MOVE UNLOAD-LINE
                                   TO ADVENT24-BKUP-TRAILER-RECORD
                               MOVE ADVENT24-BKUP-TRL-ROW-COUNT
                                   TO WS-UNLOAD-TRL-COUNT
                               MOVE 'Y' TO WS-UNLOAD-TRL-FOUND
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE UNLOAD-FILE

           IF WS-UNLOAD-HDR-FOUND = 'N' OR WS-UNLOAD-TRL-FOUND = 'N'
                   OR WS-ROWS-UNLOADED NOT = WS-UNLOAD-TRL-COUNT
               MOVE SPACES TO WS-FAILURE-TEXT
               STRING FUNCTION TRIM(WS-UNLOAD-PATH) DELIMITED BY SIZE
                   ' is not a whole master unload' DELIMITED BY SIZE
                   INTO WS-FAILURE-TEXT
               END-STRING
               PERFORM REFUSE-CONVERSION
           END-IF.

      * Recreates the master in the current layout and loads every
      * unloaded row. A row the load refuses is listed; the row count
      * check in the main line decides the outcome.
       LOAD-CURRENT-MASTER.
           OPEN OUTPUT RESULTS-MASTER
           IF RESULTS-MASTER-STATUS NOT = '00'
               MOVE SPACES TO WS-FAILURE-TEXT
               STRING 'cannot recreate results master - status='
                   DELIMITED BY SIZE
                   RESULTS-MASTER-STATUS DELIMITED BY SIZE
                   INTO WS-FAILURE-TEXT
               END-STRING
               PERFORM REFUSE-CONVERSION
           END-IF
           OPEN INPUT UNLOAD-FILE
           MOVE 'N' TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ UNLOAD-FILE
                   AT END MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF UNLOAD-LINE(1:4) = 'DTL '
                           PERFORM LOAD-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNLOAD-FILE
           CLOSE RESULTS-MASTER.

       LOAD-ONE-ROW.
           MOVE UNLOAD-LINE TO ADVENT24-BKUP-DETAIL-RECORD
           MOVE ADVENT24-BKUP-IMAGE TO ADVENT24-RSLT-RECORD
           WRITE ADVENT24-RSLT-RECORD
               INVALID KEY
                   PERFORM LIST-REJECTED-ROW
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-OUT
           END-WRITE.

       LIST-REJECTED-ROW.
           ADD 1 TO WS-ROWS-REJECTED
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING 'NOT LOADED  SEQ: ' DELIMITED BY SIZE
               ADVENT24-RSLT-SEQUENCE DELIMITED BY SIZE
               '  STATUS: ' DELIMITED BY SIZE
               RESULTS-MASTER-STATUS DELIMITED BY SIZE
               '  FILE: ' DELIMITED BY SIZE
               FUNCTION TRIM(ADVENT24-RSLT-SOURCE-FILE)
                   DELIMITED BY SIZE
               INTO CONVERT-REPORT-LINE
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE CONVERT-REPORT-LINE.

       WRITE-CONVERT-SUMMARY.
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING 'UNLOAD: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-UNLOAD-PATH) DELIMITED BY SIZE
               INTO CONVERT-REPORT-LINE
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE CONVERT-REPORT-LINE

           MOVE WS-UNLOAD-TRL-COUNT TO WS-ROW-COUNT-EDIT
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING 'ROWS IN:                ' DELIMITED BY SIZE
               WS-ROW-COUNT-EDIT DELIMITED BY SIZE
               INTO CONVERT-REPORT-LINE
           END-STRING
           WRITE CONVERT-REPORT-LINE

           MOVE WS-ROWS-OUT TO WS-ROW-COUNT-EDIT
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING 'ROWS OUT:               ' DELIMITED BY SIZE
               WS-ROW-COUNT-EDIT DELIMITED BY SIZE
               INTO CONVERT-REPORT-LINE
           END-STRING
           WRITE CONVERT-REPORT-LINE

           MOVE WS-ROWS-REJECTED TO WS-ROW-COUNT-EDIT
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING 'ROWS NOT LOADED:        ' DELIMITED BY SIZE
               WS-ROW-COUNT-EDIT DELIMITED BY SIZE
               INTO CONVERT-REPORT-LINE
           END-STRING
           WRITE CONVERT-REPORT-LINE

           MOVE SPACES TO CONVERT-REPORT-LINE
           IF WS-ROWS-OUT = WS-UNLOAD-TRL-COUNT
               MOVE 'CONVERSION COMPLETE - BILLING DISPOSITIONS START '
                   & 'BLANK' TO CONVERT-REPORT-LINE
           ELSE
               MOVE 'CONVERSION INCOMPLETE - RELOAD FROM THE UNLOAD '
                   & 'WITH ADVENT24-CONVERT-UNLOAD'
                   TO CONVERT-REPORT-LINE
           END-IF
           WRITE CONVERT-REPORT-LINE.

       DISCARD-UNLOAD.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING 'rm -f ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-UNLOAD-PATH) DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-SHELL-COMMAND.

      * Stops the run before the master is recreated - or, from the
      * load, with the unload still on file to rebuild it from.
       REFUSE-CONVERSION.
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING 'CONVERSION REFUSED - ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-FAILURE-TEXT) DELIMITED BY SIZE
               INTO CONVERT-REPORT-LINE
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE CONVERT-REPORT-LINE
           CLOSE CONVERT-REPORT
           DISPLAY 'ERROR: ' FUNCTION TRIM(WS-FAILURE-TEXT)
           MOVE 8 TO RETURN-CODE
           STOP RUN.
