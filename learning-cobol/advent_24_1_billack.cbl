       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-24-1-Billack.

      * Posts billing's acknowledgment of a priced file. The priced
      * file and its ADJ counterpart went to billing and nothing ever
      * came back, so a dispute weeks later had nothing on this side
      * to check against. Billing now returns advent-24-1.ack - an
      * HDR naming the priced file it answers (file type and run
      * date), one ACK line per priced DTL saying ACCEPTED or REJECTED
      * with billing's reason code, and a TRL with billing's own
      * totals. This program matches the acknowledgment line by line
      * against the priced file it answers, stamps each line's
      * disposition onto its results-master row, and reports:
      *   - every line billing rejected, with its reason;
      *   - every priced line billing did not acknowledge at all;
      *   - acknowledgment lines that match no priced line, repeat
      *     one already acknowledged, or carry an unknown disposition;
      *   - any disagreement between billing's trailer and the priced
      *     file's trailer (line count, rejected count, amount total).
      *
      * The priced file is found through the billing-handoff ledger
      * the rating step appends to (ADVENT24-ACK-PRICED overrides the
      * path when the file has since been moved), and every ledger
      * entry for the file type and run date it answers is stamped as
      * answered. Whether or not an acknowledgment came in, every
      * handoff still unanswered after ADVENT24-ACK-DAYS days (default
      * 3) is listed as overdue. An answered entry is dropped from the
      * ledger, and the priced-file generation it points at removed,
      * once a newer handoff of the same file type is on the ledger
      * and ADVENT24-ACK-DAYS days have passed since the answer - the
      * newest handoff of each type is kept, answered or not, so the
      * rating step can tell a file billing already has.
      *
      * The acknowledgment file defaults to advent-24-1.ack,
      * overridable via ADVENT24-ACK-INPUT; with no acknowledgment
      * file the run is a follow-up check only. Once posted it is
      * renamed to <acknowledgment file>.posted.<stamp> so the next
      * run does not post it again; one that cannot be renamed is
      * reported for removal by hand.
      *
      * Every disposition stamped onto a master row is appended to the
      * shared change journal with the row's before and after image.
      *
      * Ends with RETURN-CODE 4 when anything above needs a look -
      * rejects, unacknowledged lines, a trailer mismatch, an overdue
      * handoff or a posted acknowledgment that could not be renamed -
      * so the scheduler pages someone, and with 8 when the
      * acknowledgment cannot be matched to its priced file at all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACK-FILE
           ASSIGN TO DYNAMIC WS-ACK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACK-FILE-STATUS.

           SELECT PRICED-FILE
           ASSIGN TO DYNAMIC WS-PRICED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRICED-FILE-STATUS.

           SELECT OPTIONAL HANDOFF-LEDGER
           ASSIGN TO '../advent-storage/advent-24-1.billing-handoff'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HANDOFF-LEDGER-STATUS.

           SELECT ACK-REPORT
           ASSIGN TO '../advent-storage/advent-24-1.ack-report'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACK-REPORT-STATUS.

      * The indexed results master Advent-24-1 maintains - opened for
      * update so each acknowledged line's row carries billing's
      * disposition. Maintained best-effort the way the main run and
      * the repair pass maintain it: a master that cannot be opened
      * degrades to a warning, and the report is still produced.
           SELECT RESULTS-MASTER
           ASSIGN TO '../advent-storage/advent-24-1.results-master'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADVENT24-RSLT-KEY
           FILE STATUS IS RESULTS-MASTER-STATUS.

           SELECT OPTIONAL CHANGE-JOURNAL
           ASSIGN TO '../advent-storage/advent-24-1.change-journal'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHANGE-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       01  ACK-LINE PIC X(132).

       FD  PRICED-FILE.
       01  PRICED-LINE PIC X(132).

       FD  HANDOFF-LEDGER.
       01  HANDOFF-LEDGER-LINE PIC X(170).

       FD  ACK-REPORT.
       01  ACK-REPORT-LINE PIC X(132).

       FD  RESULTS-MASTER.
       COPY "advent24-results-master.cpy".

       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-LINE PIC X(665).

       WORKING-STORAGE SECTION.
       COPY "advent24-ack-layout.cpy".
       COPY "advent24-priced-layout.cpy".
       COPY "advent24-handoff.cpy".
       COPY "advent24-change-journal.cpy".

       01  ACK-FILE-STATUS PIC XX.
       01  PRICED-FILE-STATUS PIC XX.
       01  HANDOFF-LEDGER-STATUS PIC XX.
       01  ACK-REPORT-STATUS PIC XX.
       01  RESULTS-MASTER-STATUS PIC XX.
       01  WS-MASTER-ACTIVE PIC X VALUE 'N'.
       01  CHANGE-JOURNAL-STATUS PIC XX.
       01  WS-JOURNAL-ACTIVE PIC X VALUE 'N'.
       01  WS-JOURNAL-BEFORE-IMAGE PIC X(248).
       01  WS-RUN-START-STAMP PIC X(19).

       01  WS-ACK-EOF PIC X VALUE 'N'.
       01  WS-PRICED-EOF PIC X VALUE 'N'.
       01  WS-LEDGER-EOF PIC X VALUE 'N'.

      * Paths - the acknowledgment defaults to advent-24-1.ack; the
      * priced file comes from the handoff ledger unless overridden.
       01  WS-ACK-PATH PIC X(200)
               VALUE '../advent-storage/advent-24-1.ack'.
       01  WS-ACK-PATH-ENV PIC X(200) VALUE SPACES.
       01  WS-PRICED-PATH PIC X(200) VALUE SPACES.
       01  WS-PRICED-PATH-ENV PIC X(200) VALUE SPACES.
       01  WS-ACK-PRESENT PIC X VALUE 'N'.
       01  WS-ACK-POSTED-PATH PIC X(220) VALUE SPACES.
       01  WS-ACK-RETIRE-FAILED PIC X VALUE 'N'.
       01  WS-ACK-COMMAND PIC X(450).

      * Follow-up period in days for unanswered handoffs.
       01  WS-FOLLOWUP-DAYS-ENV PIC X(4) VALUE SPACES.
       01  WS-FOLLOWUP-DAYS PIC 9(4) VALUE 3.

      * The billing-handoff ledger, held whole so answered entries can
      * be stamped, the ones no longer needed dropped, and the ledger
      * rewritten.
       01  WS-LEDGER-COUNT PIC 9(4) VALUE 0.
       01  LEDGER-TABLE.
           05  LEDGER-ENTRY OCCURS 1000 TIMES PIC X(170).
       01  WS-LEDGER-INDEX PIC 9(4).
       01  WS-LEDGER-MATCH PIC 9(4) VALUE 0.
       01  WS-LEDGER-CHANGED PIC X VALUE 'N'.
       01  WS-LEDGER-KEPT PIC 9(4) VALUE 0.
       01  WS-LATER-INDEX PIC 9(4).
       01  WS-SUPERSEDED PIC X VALUE 'N'.
       01  WS-PRUNED-COUNT PIC 9(4) VALUE 0.
       01  WS-GEN-PATH-LENGTH PIC 9(4).
       01  WS-GEN-COMMAND PIC X(250).

      * The priced file's DTLs, held so each acknowledgment line can
      * be matched and every line billing never answered listed.
      * Acknowledgments usually come back in priced-file order, so the
      * entry after the last match is tried before a full search.
       01  WS-PRICED-COUNT PIC 9(8) VALUE 0.
       01  PRICED-TABLE.
           05  PRICED-ENTRY OCCURS 20000 TIMES.
               10  PT-SOURCE-FILE PIC X(100).
               10  PT-SEQUENCE PIC 9(8).
               10  PT-AMOUNT PIC 9(5)V99.
               10  PT-ACKED PIC X.
       01  WS-PRICED-INDEX PIC 9(8).
       01  WS-PRICED-MATCH PIC 9(8) VALUE 0.
       01  WS-PRICED-HDR-FOUND PIC X VALUE 'N'.
       01  WS-PRICED-TRL-FOUND PIC X VALUE 'N'.
       01  WS-PRICED-TRL-COUNT PIC 9(8) VALUE 0.
       01  WS-PRICED-TRL-HASH PIC 9(11)V99 VALUE 0.

      * What the acknowledgment answers and what it said.
       01  WS-ACK-FILE-TYPE PIC X(3) VALUE SPACES.
       01  WS-ACK-RUN-DATE PIC X(10) VALUE SPACES.
       01  WS-ACK-TRL-FOUND PIC X VALUE 'N'.
       01  WS-ACK-TRL-COUNT PIC 9(8) VALUE 0.
       01  WS-ACK-TRL-REJECTS PIC 9(8) VALUE 0.
       01  WS-ACK-TRL-HASH PIC 9(11)V99 VALUE 0.
       01  WS-ACK-LINE-COUNT PIC 9(8) VALUE 0.
       01  WS-ACCEPTED-COUNT PIC 9(8) VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(8) VALUE 0.
       01  WS-UNMATCHED-COUNT PIC 9(8) VALUE 0.
       01  WS-DUPLICATE-COUNT PIC 9(8) VALUE 0.
       01  WS-INVALID-COUNT PIC 9(8) VALUE 0.
       01  WS-UNACKED-COUNT PIC 9(8) VALUE 0.
       01  WS-MISMATCH-COUNT PIC 9(4) VALUE 0.
       01  WS-OVERDUE-COUNT PIC 9(4) VALUE 0.
       01  WS-MASTER-POSTED PIC 9(8) VALUE 0.
       01  WS-MASTER-MISSING PIC 9(8) VALUE 0.

      * Date arithmetic for the follow-up check - YYYY-MM-DD squeezed
      * to YYYYMMDD for INTEGER-OF-DATE, as the aging report does.
       01  WS-CURRENT-RUN-DATE PIC X(10).
       01  WS-AGE-DATE PIC X(10).
       01  WS-DATE-TEXT PIC X(8).
       01  WS-DATE-DIGITS PIC 9(8).
       01  WS-TODAY-INTEGER PIC 9(8).
       01  WS-HANDOFF-INTEGER PIC 9(8).
       01  WS-AGE-DAYS PIC S9(5).

       01  WS-AGE-EDIT PIC ZZZZ9.
       01  WS-ACK-COUNT-EDIT PIC ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT-2 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-LINE-AMOUNT-EDIT PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN

           PERFORM OPEN-ACK-REPORT
           PERFORM LOAD-HANDOFF-LEDGER

           OPEN INPUT ACK-FILE
           IF ACK-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ACK-PRESENT
               PERFORM POST-ACKNOWLEDGMENT
               PERFORM RETIRE-POSTED-ACK
           ELSE
               CLOSE ACK-FILE
               DISPLAY 'No acknowledgment file at '
                   FUNCTION TRIM(WS-ACK-PATH)
                   ' - follow-up check only'
               MOVE SPACES TO ACK-REPORT-LINE
               MOVE 'NO ACKNOWLEDGMENT FILE RECEIVED - FOLLOW-UP CHECK '
                   & 'ONLY' TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF

           PERFORM CHECK-OVERDUE-HANDOFFS
           PERFORM PRUNE-ANSWERED-HANDOFFS
           IF WS-LEDGER-CHANGED = 'Y'
               PERFORM REWRITE-HANDOFF-LEDGER
           END-IF

           PERFORM WRITE-ACK-SUMMARY
           CLOSE ACK-REPORT

           IF WS-REJECTED-COUNT > 0 OR WS-UNACKED-COUNT > 0
                   OR WS-UNMATCHED-COUNT > 0
                   OR WS-DUPLICATE-COUNT > 0
                   OR WS-INVALID-COUNT > 0
                   OR WS-MISMATCH-COUNT > 0
                   OR WS-OVERDUE-COUNT > 0
                   OR WS-ACK-RETIRE-FAILED = 'Y'
               DISPLAY 'Billing acknowledgment needs attention - see '
                   'advent-24-1.ack-report'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'Billing acknowledgment clean'
           END-IF

           STOP RUN.

       INITIALIZE-RUN.
           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-DIGITS
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)

           ACCEPT WS-ACK-PATH-ENV FROM ENVIRONMENT
               'ADVENT24-ACK-INPUT'
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ACK-PATH-ENV)) > 0
               MOVE WS-ACK-PATH-ENV TO WS-ACK-PATH
           END-IF
           ACCEPT WS-PRICED-PATH-ENV FROM ENVIRONMENT
               'ADVENT24-ACK-PRICED'
           ACCEPT WS-FOLLOWUP-DAYS-ENV FROM ENVIRONMENT
               'ADVENT24-ACK-DAYS'
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-FOLLOWUP-DAYS-ENV)) > 0
               IF FUNCTION TRIM(WS-FOLLOWUP-DAYS-ENV) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-FOLLOWUP-DAYS-ENV)
                       TO WS-FOLLOWUP-DAYS
               ELSE
                   DISPLAY 'ERROR: ADVENT24-ACK-DAYS must be a whole '
                       'number of days - got '
                       FUNCTION TRIM(WS-FOLLOWUP-DAYS-ENV)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       OPEN-ACK-REPORT.
           OPEN OUTPUT ACK-REPORT
           IF ACK-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening acknowledgment report: '
                   ACK-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ACK-REPORT-LINE
           STRING 'BILLING ACKNOWLEDGMENT REPORT - ' DELIMITED BY SIZE
               WS-CURRENT-RUN-DATE DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
           END-STRING
           WRITE ACK-REPORT-LINE.

       LOAD-HANDOFF-LEDGER.
           OPEN INPUT HANDOFF-LEDGER
           IF HANDOFF-LEDGER-STATUS NOT = '00'
               IF HANDOFF-LEDGER-STATUS NOT = '05'
                   DISPLAY 'WARNING: cannot open billing-handoff '
                       'ledger - status=' HANDOFF-LEDGER-STATUS
               END-IF
               CLOSE HANDOFF-LEDGER
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ HANDOFF-LEDGER INTO HANDOFF-LEDGER-LINE
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF WS-LEDGER-COUNT >= 1000
                           DISPLAY 'ERROR: more than 1000 billing '
                               'handoffs on the ledger - raise the '
                               'table'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-LEDGER-COUNT
                       MOVE HANDOFF-LEDGER-LINE
                           TO LEDGER-ENTRY(WS-LEDGER-COUNT)
               END-READ
           END-PERFORM
           CLOSE HANDOFF-LEDGER.

      * Matches the acknowledgment to its priced file, posts every
      * line, balances the trailers and lists what billing skipped.
       POST-ACKNOWLEDGMENT.
           READ ACK-FILE INTO ACK-LINE
               AT END MOVE 'Y' TO WS-ACK-EOF
           END-READ
           IF WS-ACK-EOF = 'Y' OR ACK-LINE(1:4) NOT = 'HDR '
               DISPLAY 'ERROR: acknowledgment file does not start '
                   'with an HDR - nothing says which priced file it '
                   'answers'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ACK-LINE TO ADVENT24-ACK-HEADER-RECORD
           MOVE ADVENT24-ACK-HDR-FILE-TYPE TO WS-ACK-FILE-TYPE
           MOVE ADVENT24-ACK-HDR-RUN-DATE TO WS-ACK-RUN-DATE

           PERFORM LOCATE-PRICED-FILE
           PERFORM LOAD-PRICED-FILE

           MOVE SPACES TO ACK-REPORT-LINE
           STRING 'ACKNOWLEDGMENT OF ' DELIMITED BY SIZE
               WS-ACK-FILE-TYPE DELIMITED BY SIZE
               ' PRICED FILE OF ' DELIMITED BY SIZE
               WS-ACK-RUN-DATE DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-PRICED-PATH) DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE ACK-REPORT-LINE

           OPEN I-O RESULTS-MASTER
           IF RESULTS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-ACTIVE
           ELSE
               DISPLAY 'WARNING: results master unavailable - '
                   'status=' RESULTS-MASTER-STATUS
                   ' - dispositions will not be posted to the master'
           END-IF
           IF WS-MASTER-ACTIVE = 'Y'
               OPEN EXTEND CHANGE-JOURNAL
               IF CHANGE-JOURNAL-STATUS = '00'
                       OR CHANGE-JOURNAL-STATUS = '05'
                   MOVE 'Y' TO WS-JOURNAL-ACTIVE
               ELSE
                   DISPLAY 'WARNING: change journal unavailable - '
                       'status=' CHANGE-JOURNAL-STATUS
                       ' - dispositions will not be journaled'
               END-IF
           END-IF

           PERFORM UNTIL WS-ACK-EOF = 'Y'
               READ ACK-FILE INTO ACK-LINE
                   AT END MOVE 'Y' TO WS-ACK-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ACK-LINE(1:4) = 'ACK '
                               MOVE ACK-LINE
                                   TO ADVENT24-ACK-DETAIL-RECORD
                               PERFORM POST-ONE-ACK
                           WHEN ACK-LINE(1:4) = 'TRL '
                               PERFORM TAKE-ACK-TRAILER
                           WHEN OTHER
                               DISPLAY 'ERROR: unrecognized '
                                   'acknowledgment line: '
                                   ACK-LINE(1:60)
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ACK-FILE
           IF WS-MASTER-ACTIVE = 'Y'
               CLOSE RESULTS-MASTER
           END-IF
           IF WS-JOURNAL-ACTIVE = 'Y'
               CLOSE CHANGE-JOURNAL
               MOVE 'N' TO WS-JOURNAL-ACTIVE
           END-IF

           PERFORM CHECK-ACK-TRAILER
           PERFORM LIST-UNACKNOWLEDGED-LINES
           PERFORM STAMP-LEDGER-ENTRY.

      * The newest ledger entry for the file type and run date the
      * acknowledgment quotes names the priced file to match against.
      * ADVENT24-ACK-PRICED wins when set; with neither, the standard
      * priced file for the file type is tried.
       LOCATE-PRICED-FILE.
           PERFORM VARYING WS-LEDGER-INDEX FROM 1 BY 1
                   UNTIL WS-LEDGER-INDEX > WS-LEDGER-COUNT
               MOVE LEDGER-ENTRY(WS-LEDGER-INDEX)
                   TO ADVENT24-HOFF-RECORD
               IF ADVENT24-HOFF-FILE-TYPE = WS-ACK-FILE-TYPE
                       AND ADVENT24-HOFF-RUN-DATE = WS-ACK-RUN-DATE
                   MOVE WS-LEDGER-INDEX TO WS-LEDGER-MATCH
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-PRICED-PATH-ENV))
                       > 0
                   MOVE WS-PRICED-PATH-ENV TO WS-PRICED-PATH
               WHEN WS-LEDGER-MATCH > 0
                   MOVE LEDGER-ENTRY(WS-LEDGER-MATCH)
                       TO ADVENT24-HOFF-RECORD
                   MOVE ADVENT24-HOFF-PRICED-PATH TO WS-PRICED-PATH
               WHEN WS-ACK-FILE-TYPE = 'ADJ'
                   MOVE '../advent-storage/advent-24-1.priced-adjust'
                       TO WS-PRICED-PATH
               WHEN OTHER
                   MOVE '../advent-storage/advent-24-1.priced'
                       TO WS-PRICED-PATH
           END-EVALUATE
           IF WS-LEDGER-MATCH = 0
               DISPLAY 'WARNING: no billing handoff on the ledger for '
                   WS-ACK-FILE-TYPE ' ' WS-ACK-RUN-DATE
                   ' - matching against '
                   FUNCTION TRIM(WS-PRICED-PATH)
           END-IF.

      * Loads the priced file's DTLs. Its HDR must carry the same file
      * type and run date the acknowledgment quotes - a priced file
      * rewritten by a later run is not the one billing answered, and
      * matching against it would post dispositions to the wrong
      * figures.
       LOAD-PRICED-FILE.
           OPEN INPUT PRICED-FILE
           IF PRICED-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open priced file '
                   FUNCTION TRIM(WS-PRICED-PATH)
                   ' - status=' PRICED-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PRICED-EOF = 'Y'
               READ PRICED-FILE INTO PRICED-LINE
                   AT END MOVE 'Y' TO WS-PRICED-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PRICED-LINE(1:4) = 'HDR '
                               MOVE PRICED-LINE
                                   TO ADVENT24-PRC-HEADER-RECORD
                               MOVE 'Y' TO WS-PRICED-HDR-FOUND
                           WHEN PRICED-LINE(1:4) = 'DTL '
                               PERFORM LOAD-ONE-PRICED-LINE
                           WHEN PRICED-LINE(1:4) = 'TRL '
                               MOVE PRICED-LINE
                                   TO ADVENT24-PRC-TRAILER-RECORD
                               MOVE 'Y' TO WS-PRICED-TRL-FOUND
                               MOVE ADVENT24-PRC-TRL-DETAIL-COUNT
                                   TO WS-PRICED-TRL-COUNT
                               MOVE ADVENT24-PRC-TRL-AMOUNT-HASH
                                   TO WS-PRICED-TRL-HASH
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PRICED-FILE

           IF WS-PRICED-HDR-FOUND = 'N' OR WS-PRICED-TRL-FOUND = 'N'
               DISPLAY 'ERROR: priced file '
                   FUNCTION TRIM(WS-PRICED-PATH)
                   ' is missing its HDR or TRL - it is incomplete'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ADVENT24-PRC-HDR-RUN-DATE NOT = WS-ACK-RUN-DATE
                   OR ADVENT24-PRC-HDR-FILE-TYPE NOT = WS-ACK-FILE-TYPE
               DISPLAY 'ERROR: priced file '
                   FUNCTION TRIM(WS-PRICED-PATH) ' is the '
                   ADVENT24-PRC-HDR-FILE-TYPE ' file of '
                   ADVENT24-PRC-HDR-RUN-DATE
                   ' but the acknowledgment answers the '
                   WS-ACK-FILE-TYPE ' file of ' WS-ACK-RUN-DATE
               DISPLAY 'ABEND: point ADVENT24-ACK-PRICED at the priced '
                   'file billing answered and resubmit'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-PRICED-LINE.
           IF WS-PRICED-COUNT >= 20000
               DISPLAY 'ERROR: more than 20000 priced lines - raise '
                   'the table'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRICED-LINE TO ADVENT24-PRC-DETAIL-RECORD
           ADD 1 TO WS-PRICED-COUNT
           MOVE ADVENT24-PRC-SOURCE-FILE
               TO PT-SOURCE-FILE(WS-PRICED-COUNT)
           MOVE ADVENT24-PRC-SEQUENCE TO PT-SEQUENCE(WS-PRICED-COUNT)
           MOVE ADVENT24-PRC-AMOUNT TO PT-AMOUNT(WS-PRICED-COUNT)
           MOVE 'N' TO PT-ACKED(WS-PRICED-COUNT).

      * One acknowledgment line: matched to its priced line, checked,
      * posted to the master, and reported when rejected.
       POST-ONE-ACK.
           ADD 1 TO WS-ACK-LINE-COUNT
           PERFORM FIND-PRICED-LINE
           IF WS-PRICED-MATCH = 0
               ADD 1 TO WS-UNMATCHED-COUNT
               PERFORM WRITE-ACK-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           IF PT-ACKED(WS-PRICED-MATCH) = 'Y'
               ADD 1 TO WS-DUPLICATE-COUNT
               PERFORM WRITE-ACK-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           IF ADVENT24-ACK-DISPOSITION NOT = 'ACCEPTED'
                   AND ADVENT24-ACK-DISPOSITION NOT = 'REJECTED'
               ADD 1 TO WS-INVALID-COUNT
               PERFORM WRITE-ACK-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO PT-ACKED(WS-PRICED-MATCH)
           IF ADVENT24-ACK-DISPOSITION = 'REJECTED'
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-REJECTED-LINE
           ELSE
               ADD 1 TO WS-ACCEPTED-COUNT
           END-IF
           IF WS-MASTER-ACTIVE = 'Y'
               PERFORM POST-DISPOSITION-TO-MASTER
           END-IF.

       FIND-PRICED-LINE.
           MOVE 0 TO WS-PRICED-INDEX
           IF WS-PRICED-MATCH < WS-PRICED-COUNT
               COMPUTE WS-PRICED-INDEX = WS-PRICED-MATCH + 1
               IF PT-SEQUENCE(WS-PRICED-INDEX) = ADVENT24-ACK-SEQUENCE
                       AND PT-SOURCE-FILE(WS-PRICED-INDEX) =
                           ADVENT24-ACK-SOURCE-FILE
                   MOVE WS-PRICED-INDEX TO WS-PRICED-MATCH
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO WS-PRICED-MATCH
           PERFORM VARYING WS-PRICED-INDEX FROM 1 BY 1
                   UNTIL WS-PRICED-INDEX > WS-PRICED-COUNT
                       OR WS-PRICED-MATCH > 0
               IF PT-SEQUENCE(WS-PRICED-INDEX) = ADVENT24-ACK-SEQUENCE
                       AND PT-SOURCE-FILE(WS-PRICED-INDEX) =
                           ADVENT24-ACK-SOURCE-FILE
                   MOVE WS-PRICED-INDEX TO WS-PRICED-MATCH
               END-IF
           END-PERFORM.

      * Stamps billing's disposition onto the line's master row. A
      * line with no row (purged since it was priced) is counted, not
      * fatal - the report still carries the disposition.
       POST-DISPOSITION-TO-MASTER.
           MOVE ADVENT24-ACK-SOURCE-FILE TO ADVENT24-RSLT-SOURCE-FILE
           MOVE ADVENT24-ACK-SEQUENCE TO ADVENT24-RSLT-SEQUENCE
           READ RESULTS-MASTER
               INVALID KEY
                   ADD 1 TO WS-MASTER-MISSING
               NOT INVALID KEY
                   MOVE ADVENT24-RSLT-RECORD TO WS-JOURNAL-BEFORE-IMAGE
                   MOVE ADVENT24-ACK-DISPOSITION
                       TO ADVENT24-RSLT-BILL-STATUS
                   MOVE ADVENT24-ACK-REASON
                       TO ADVENT24-RSLT-BILL-REASON
                   MOVE WS-CURRENT-RUN-DATE TO ADVENT24-RSLT-BILL-DATE
                   MOVE WS-ACK-FILE-TYPE
                       TO ADVENT24-RSLT-BILL-FILE-TYPE
                   REWRITE ADVENT24-RSLT-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: could not post billing '
                               'disposition for sequence '
                               ADVENT24-ACK-SEQUENCE ' - status='
                               RESULTS-MASTER-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-MASTER-POSTED
                           PERFORM JOURNAL-DISPOSITION-POSTING
                   END-REWRITE
           END-READ.

       JOURNAL-DISPOSITION-POSTING.
           IF WS-JOURNAL-ACTIVE = 'Y'
               MOVE SPACES TO ADVENT24-JRNL-RECORD
               MOVE 'Advent-24-1-Billack' TO ADVENT24-JRNL-PROGRAM
               MOVE WS-RUN-START-STAMP TO ADVENT24-JRNL-RUN-STAMP
               MOVE 'MASTER' TO ADVENT24-JRNL-FILE
               MOVE 'REWRITE' TO ADVENT24-JRNL-ACTION
               MOVE ADVENT24-RSLT-KEY TO ADVENT24-JRNL-KEY
               MOVE WS-JOURNAL-BEFORE-IMAGE
                   TO ADVENT24-JRNL-BEFORE-IMAGE
               MOVE ADVENT24-RSLT-RECORD TO ADVENT24-JRNL-AFTER-IMAGE
               WRITE CHANGE-JOURNAL-LINE FROM ADVENT24-JRNL-RECORD
               IF CHANGE-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'WARNING: change journal write failed - '
                       'status=' CHANGE-JOURNAL-STATUS
               END-IF
           END-IF.

       WRITE-REJECTED-LINE.
           MOVE PT-AMOUNT(WS-PRICED-MATCH) TO WS-LINE-AMOUNT-EDIT
           MOVE SPACES TO ACK-REPORT-LINE
           STRING 'REJECTED  SEQ: ' DELIMITED BY SIZE
               ADVENT24-ACK-SEQUENCE DELIMITED BY SIZE
               '  REASON: ' DELIMITED BY SIZE
               ADVENT24-ACK-REASON DELIMITED BY SIZE
               '  AMOUNT: ' DELIMITED BY SIZE
               WS-LINE-AMOUNT-EDIT DELIMITED BY SIZE
               '  FILE: ' DELIMITED BY SIZE
               FUNCTION TRIM(ADVENT24-ACK-SOURCE-FILE)
                   DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE ACK-REPORT-LINE.

      * Acknowledgment lines that cannot be posted - unknown line,
      * second answer for one line, or a disposition billing's
      * contract does not have.
       WRITE-ACK-EXCEPTION-LINE.
           MOVE SPACES TO ACK-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-PRICED-MATCH = 0
                   MOVE 'UNMATCHED ' TO ACK-REPORT-LINE
               WHEN PT-ACKED(WS-PRICED-MATCH) = 'Y'
                   MOVE 'DUPLICATE ' TO ACK-REPORT-LINE
               WHEN OTHER
                   MOVE 'INVALID   ' TO ACK-REPORT-LINE
           END-EVALUATE
           STRING 'SEQ: ' DELIMITED BY SIZE
               ADVENT24-ACK-SEQUENCE DELIMITED BY SIZE
               '  DISPOSITION: ' DELIMITED BY SIZE
               ADVENT24-ACK-DISPOSITION DELIMITED BY SIZE
               '  FILE: ' DELIMITED BY SIZE
               FUNCTION TRIM(ADVENT24-ACK-SOURCE-FILE)
                   DELIMITED BY SIZE
               INTO ACK-REPORT-LINE(11:)
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE ACK-REPORT-LINE.

       TAKE-ACK-TRAILER.
           MOVE ACK-LINE TO ADVENT24-ACK-TRAILER-RECORD
           MOVE 'Y' TO WS-ACK-TRL-FOUND
           IF ADVENT24-ACK-TRL-DETAIL-COUNT IS NUMERIC
                   AND ADVENT24-ACK-TRL-REJECT-COUNT IS NUMERIC
                   AND ADVENT24-ACK-TRL-AMOUNT-HASH IS NUMERIC
               MOVE ADVENT24-ACK-TRL-DETAIL-COUNT TO WS-ACK-TRL-COUNT
               MOVE ADVENT24-ACK-TRL-REJECT-COUNT
                   TO WS-ACK-TRL-REJECTS
               MOVE ADVENT24-ACK-TRL-AMOUNT-HASH TO WS-ACK-TRL-HASH
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE SPACES TO ACK-REPORT-LINE
               MOVE 'TRAILER MISMATCH: ACKNOWLEDGMENT TRL IS NOT '
                   & 'NUMERIC' TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF.

      * Billing's trailer against what was read and against the
      * priced file's own trailer: the lines it claims to answer, the
      * rejects it claims, and the amount total it received.
       CHECK-ACK-TRAILER.
           IF WS-ACK-TRL-FOUND = 'N'
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE SPACES TO ACK-REPORT-LINE
               MOVE 'TRAILER MISMATCH: ACKNOWLEDGMENT HAS NO TRL - IT '
                   & 'MAY BE INCOMPLETE' TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-ACK-TRL-COUNT NOT = WS-ACK-LINE-COUNT
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE SPACES TO ACK-REPORT-LINE
               STRING 'TRAILER MISMATCH: TRL CLAIMS ' DELIMITED BY SIZE
                   WS-ACK-TRL-COUNT DELIMITED BY SIZE
                   ' ACK LINES, FILE HOLDS ' DELIMITED BY SIZE
                   WS-ACK-LINE-COUNT DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
               END-STRING
               WRITE ACK-REPORT-LINE
           END-IF
           IF WS-ACK-TRL-REJECTS NOT = WS-REJECTED-COUNT
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE SPACES TO ACK-REPORT-LINE
               STRING 'TRAILER MISMATCH: TRL CLAIMS ' DELIMITED BY SIZE
                   WS-ACK-TRL-REJECTS DELIMITED BY SIZE
                   ' REJECTS, FILE HOLDS ' DELIMITED BY SIZE
                   WS-REJECTED-COUNT DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
               END-STRING
               WRITE ACK-REPORT-LINE
           END-IF
           IF WS-ACK-TRL-HASH NOT = WS-PRICED-TRL-HASH
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE WS-ACK-TRL-HASH TO WS-AMOUNT-EDIT
               MOVE WS-PRICED-TRL-HASH TO WS-AMOUNT-EDIT-2
               MOVE SPACES TO ACK-REPORT-LINE
               STRING 'TRAILER MISMATCH: BILLING AMOUNT '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
                   ' VS PRICED TRL AMOUNT ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-EDIT-2) DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
               END-STRING
               WRITE ACK-REPORT-LINE
           END-IF.

       LIST-UNACKNOWLEDGED-LINES.
           PERFORM VARYING WS-PRICED-INDEX FROM 1 BY 1
                   UNTIL WS-PRICED-INDEX > WS-PRICED-COUNT
               IF PT-ACKED(WS-PRICED-INDEX) = 'N'
                   ADD 1 TO WS-UNACKED-COUNT
                   MOVE PT-AMOUNT(WS-PRICED-INDEX)
                       TO WS-LINE-AMOUNT-EDIT
                   MOVE SPACES TO ACK-REPORT-LINE
                   STRING 'UNACKNOWLEDGED  SEQ: ' DELIMITED BY SIZE
                       PT-SEQUENCE(WS-PRICED-INDEX) DELIMITED BY SIZE
                       '  AMOUNT: ' DELIMITED BY SIZE
                       WS-LINE-AMOUNT-EDIT DELIMITED BY SIZE
                       '  FILE: ' DELIMITED BY SIZE
                       FUNCTION TRIM(PT-SOURCE-FILE(WS-PRICED-INDEX))
                           DELIMITED BY SIZE
                       INTO ACK-REPORT-LINE
                       ON OVERFLOW CONTINUE
                   END-STRING
                   WRITE ACK-REPORT-LINE
               END-IF
           END-PERFORM.

      * Marks the handoff answered so the follow-up stops chasing it,
      * noting whether billing's trailer agreed with ours. Every entry
      * for the file type and run date is stamped - a rerun that
      * priced the day again to different figures logged its own
      * entry, and billing answers the day, not one attempt at it.
       STAMP-LEDGER-ENTRY.
           IF WS-LEDGER-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LEDGER-INDEX FROM 1 BY 1
                   UNTIL WS-LEDGER-INDEX > WS-LEDGER-COUNT
               MOVE LEDGER-ENTRY(WS-LEDGER-INDEX)
                   TO ADVENT24-HOFF-RECORD
               IF ADVENT24-HOFF-FILE-TYPE = WS-ACK-FILE-TYPE
                       AND ADVENT24-HOFF-RUN-DATE = WS-ACK-RUN-DATE
                   MOVE WS-CURRENT-RUN-DATE TO ADVENT24-HOFF-ACK-DATE
                   IF WS-MISMATCH-COUNT > 0
                       MOVE 'VARIANCE' TO ADVENT24-HOFF-ACK-RESULT
                   ELSE
                       MOVE 'BALANCED' TO ADVENT24-HOFF-ACK-RESULT
                   END-IF
                   MOVE ADVENT24-HOFF-RECORD
                       TO LEDGER-ENTRY(WS-LEDGER-INDEX)
                   MOVE 'Y' TO WS-LEDGER-CHANGED
               END-IF
           END-PERFORM.

      * Renames the posted acknowledgment out of the way so the next
      * run, finding no acknowledgment file, does only the follow-up
      * check. The new name carries this run's start stamp, so a
      * second acknowledgment posted the same day keeps its own copy.
       RETIRE-POSTED-ACK.
           MOVE SPACES TO WS-ACK-POSTED-PATH
           STRING FUNCTION TRIM(WS-ACK-PATH) DELIMITED BY SIZE
               '.posted.' DELIMITED BY SIZE
               WS-RUN-START-STAMP(1:4) DELIMITED BY SIZE
               WS-RUN-START-STAMP(6:2) DELIMITED BY SIZE
               WS-RUN-START-STAMP(9:2) DELIMITED BY SIZE
               WS-RUN-START-STAMP(12:2) DELIMITED BY SIZE
               WS-RUN-START-STAMP(15:2) DELIMITED BY SIZE
               WS-RUN-START-STAMP(18:2) DELIMITED BY SIZE
               INTO WS-ACK-POSTED-PATH
           END-STRING
           MOVE SPACES TO WS-ACK-COMMAND
           STRING 'mv ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACK-PATH) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACK-POSTED-PATH) DELIMITED BY SIZE
               INTO WS-ACK-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-ACK-COMMAND

           MOVE SPACES TO ACK-REPORT-LINE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE 'Y' TO WS-ACK-RETIRE-FAILED
               DISPLAY 'WARNING: could not rename the posted '
                   'acknowledgment ' FUNCTION TRIM(WS-ACK-PATH)
                   ' - remove it before the next run or it will be '
                   'posted again'
               STRING 'POSTED ACKNOWLEDGMENT NOT RENAMED - REMOVE '
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ACK-PATH) DELIMITED BY SIZE
                   ' BEFORE THE NEXT RUN' DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
                   ON OVERFLOW CONTINUE
               END-STRING
           ELSE
               DISPLAY 'Posted acknowledgment renamed to '
                   FUNCTION TRIM(WS-ACK-POSTED-PATH)
               STRING 'POSTED ACKNOWLEDGMENT RENAMED TO '
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ACK-POSTED-PATH) DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           WRITE ACK-REPORT-LINE.

      * Lists every handoff billing has not answered within the
      * follow-up period. A handoff date that does not parse is
      * treated as overdue - the aging report's rule for corrupt dates.
       CHECK-OVERDUE-HANDOFFS.
           PERFORM VARYING WS-LEDGER-INDEX FROM 1 BY 1
                   UNTIL WS-LEDGER-INDEX > WS-LEDGER-COUNT
               MOVE LEDGER-ENTRY(WS-LEDGER-INDEX)
                   TO ADVENT24-HOFF-RECORD
               IF ADVENT24-HOFF-ACK-DATE = SPACES
                   MOVE ADVENT24-HOFF-HANDOFF-DATE TO WS-AGE-DATE
                   PERFORM AGE-LEDGER-DATE
                   IF WS-AGE-DAYS > WS-FOLLOWUP-DAYS
                       ADD 1 TO WS-OVERDUE-COUNT
                       PERFORM WRITE-OVERDUE-LINE
                   END-IF
               END-IF
           END-PERFORM.

      * Age in days of the ledger date in WS-AGE-DATE - the handoff
      * date for the follow-up, the answer date for the pruning.
       AGE-LEDGER-DATE.
           IF WS-AGE-DATE(1:4) NUMERIC
                   AND WS-AGE-DATE(6:2) NUMERIC
                   AND WS-AGE-DATE(9:2) NUMERIC
               MOVE SPACES TO WS-DATE-TEXT
               STRING WS-AGE-DATE(1:4) DELIMITED BY SIZE
                   WS-AGE-DATE(6:2) DELIMITED BY SIZE
                   WS-AGE-DATE(9:2) DELIMITED BY SIZE
                   INTO WS-DATE-TEXT
               END-STRING
               MOVE WS-DATE-TEXT TO WS-DATE-DIGITS
               COMPUTE WS-HANDOFF-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-HANDOFF-INTEGER
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF.

       WRITE-OVERDUE-LINE.
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT
           MOVE ADVENT24-HOFF-AMOUNT-HASH TO WS-AMOUNT-EDIT
           MOVE SPACES TO ACK-REPORT-LINE
           STRING 'OVERDUE  ' DELIMITED BY SIZE
               ADVENT24-HOFF-FILE-TYPE DELIMITED BY SIZE
               ' PRICED FILE OF ' DELIMITED BY SIZE
               ADVENT24-HOFF-RUN-DATE DELIMITED BY SIZE
               '  HANDED OFF: ' DELIMITED BY SIZE
               ADVENT24-HOFF-HANDOFF-DATE DELIMITED BY SIZE
               '  DAYS UNANSWERED: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AGE-EDIT) DELIMITED BY SIZE
               '  AMOUNT: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE ACK-REPORT-LINE.

      * Drops answered handoffs the ledger no longer needs, keeping
      * the table short of its limit: an entry goes once billing's
      * answer is more than the follow-up period old and a newer
      * handoff of the same file type is on the ledger. The newest
      * entry of each type stays even when answered - its extract may
      * be priced again (the ADJ extract lingers until the next
      * repair), and the rating step must still see it as handed off.
      * A dropped entry's priced-file generation goes with it; a path
      * that is not a generation name is never removed.
       PRUNE-ANSWERED-HANDOFFS.
           MOVE 0 TO WS-LEDGER-KEPT
           PERFORM VARYING WS-LEDGER-INDEX FROM 1 BY 1
                   UNTIL WS-LEDGER-INDEX > WS-LEDGER-COUNT
               MOVE LEDGER-ENTRY(WS-LEDGER-INDEX)
                   TO ADVENT24-HOFF-RECORD
               MOVE 'N' TO WS-SUPERSEDED
               IF ADVENT24-HOFF-ACK-DATE NOT = SPACES
                   MOVE ADVENT24-HOFF-ACK-DATE TO WS-AGE-DATE
                   PERFORM AGE-LEDGER-DATE
                   IF WS-AGE-DAYS > WS-FOLLOWUP-DAYS
                       PERFORM FIND-LATER-HANDOFF
                   END-IF
               END-IF
               IF WS-SUPERSEDED = 'Y'
                   PERFORM DROP-ONE-HANDOFF
               ELSE
                   ADD 1 TO WS-LEDGER-KEPT
                   MOVE LEDGER-ENTRY(WS-LEDGER-INDEX)
                       TO LEDGER-ENTRY(WS-LEDGER-KEPT)
               END-IF
           END-PERFORM
           IF WS-PRUNED-COUNT > 0
               MOVE WS-LEDGER-KEPT TO WS-LEDGER-COUNT
               MOVE 'Y' TO WS-LEDGER-CHANGED
               DISPLAY 'Answered handoffs closed off the ledger: '
                   WS-PRUNED-COUNT
           END-IF.

       FIND-LATER-HANDOFF.
           PERFORM VARYING WS-LATER-INDEX FROM WS-LEDGER-INDEX BY 1
                   UNTIL WS-LATER-INDEX >= WS-LEDGER-COUNT
                   OR WS-SUPERSEDED = 'Y'
               IF LEDGER-ENTRY(WS-LATER-INDEX + 1)(1:3) =
                       ADVENT24-HOFF-FILE-TYPE
                   MOVE 'Y' TO WS-SUPERSEDED
               END-IF
           END-PERFORM.

       DROP-ONE-HANDOFF.
           ADD 1 TO WS-PRUNED-COUNT
           MOVE SPACES TO ACK-REPORT-LINE
           STRING 'CLOSED   ' DELIMITED BY SIZE
               ADVENT24-HOFF-FILE-TYPE DELIMITED BY SIZE
               ' PRICED FILE OF ' DELIMITED BY SIZE
               ADVENT24-HOFF-RUN-DATE DELIMITED BY SIZE
               '  ANSWERED: ' DELIMITED BY SIZE
               ADVENT24-HOFF-ACK-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ADVENT24-HOFF-ACK-RESULT DELIMITED BY SIZE
               INTO ACK-REPORT-LINE
           END-STRING
           WRITE ACK-REPORT-LINE

           COMPUTE WS-GEN-PATH-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(ADVENT24-HOFF-PRICED-PATH))
           IF WS-GEN-PATH-LENGTH < 17
               EXIT PARAGRAPH
           END-IF
           IF ADVENT24-HOFF-PRICED-PATH(WS-GEN-PATH-LENGTH - 15:2)
                   NOT = '.g'
                   OR ADVENT24-HOFF-PRICED-PATH(
                       WS-GEN-PATH-LENGTH - 13:14) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GEN-COMMAND
           STRING 'rm -f ' DELIMITED BY SIZE
               FUNCTION TRIM(ADVENT24-HOFF-PRICED-PATH)
                   DELIMITED BY SIZE
               INTO WS-GEN-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-GEN-COMMAND
           MOVE 0 TO RETURN-CODE.

       REWRITE-HANDOFF-LEDGER.
           OPEN OUTPUT HANDOFF-LEDGER
           IF HANDOFF-LEDGER-STATUS NOT = '00'
                   AND HANDOFF-LEDGER-STATUS NOT = '05'
               DISPLAY 'WARNING: could not rewrite billing-handoff '
                   'ledger - status=' HANDOFF-LEDGER-STATUS
                   ' - this acknowledgment will be chased again'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LEDGER-INDEX FROM 1 BY 1
                   UNTIL WS-LEDGER-INDEX > WS-LEDGER-COUNT
               WRITE HANDOFF-LEDGER-LINE
                   FROM LEDGER-ENTRY(WS-LEDGER-INDEX)
           END-PERFORM
           CLOSE HANDOFF-LEDGER.

       WRITE-ACK-SUMMARY.
           IF WS-ACK-PRESENT = 'Y'
               MOVE SPACES TO ACK-REPORT-LINE
               MOVE WS-ACCEPTED-COUNT TO WS-ACK-COUNT-EDIT
               STRING 'ACCEPTED:       ' DELIMITED BY SIZE
                   WS-ACK-COUNT-EDIT DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
               END-STRING
               WRITE ACK-REPORT-LINE

               MOVE SPACES TO ACK-REPORT-LINE
               MOVE WS-REJECTED-COUNT TO WS-ACK-COUNT-EDIT
               STRING 'REJECTED:       ' DELIMITED BY SIZE
                   WS-ACK-COUNT-EDIT DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
               END-STRING
               WRITE ACK-REPORT-LINE

               MOVE SPACES TO ACK-REPORT-LINE
               MOVE WS-UNACKED-COUNT TO WS-ACK-COUNT-EDIT
               STRING 'UNACKNOWLEDGED: ' DELIMITED BY SIZE
                   WS-ACK-COUNT-EDIT DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
               END-STRING
               WRITE ACK-REPORT-LINE

               MOVE SPACES TO ACK-REPORT-LINE
               COMPUTE WS-ACK-COUNT-EDIT = WS-UNMATCHED-COUNT
                   + WS-DUPLICATE-COUNT + WS-INVALID-COUNT
               STRING 'NOT POSTABLE:   ' DELIMITED BY SIZE
                   WS-ACK-COUNT-EDIT DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
               END-STRING
               WRITE ACK-REPORT-LINE

               DISPLAY 'Acknowledgment lines read: ' WS-ACK-LINE-COUNT
                   ' accepted ' WS-ACCEPTED-COUNT ' rejected '
                   WS-REJECTED-COUNT ' unacknowledged '
                   WS-UNACKED-COUNT
               DISPLAY 'Dispositions posted to master: '
                   WS-MASTER-POSTED ' (no master row: '
                   WS-MASTER-MISSING ')'
           END-IF

           MOVE SPACES TO ACK-REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-ACK-COUNT-EDIT
           IF WS-OVERDUE-COUNT > 0
               STRING 'OVERDUE HANDOFFS: ' DELIMITED BY SIZE
                   WS-ACK-COUNT-EDIT DELIMITED BY SIZE
                   ' - CHASE BILLING FOR THEIR ACKNOWLEDGMENT'
                   DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
               END-STRING
           ELSE
               STRING 'NO OVERDUE HANDOFFS' DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
               END-STRING
           END-IF
           WRITE ACK-REPORT-LINE.
