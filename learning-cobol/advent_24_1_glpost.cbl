       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-24-1-Glpost.

      * General-ledger journal from the priced billing files. Finance
      * used to post revenue by hand as one lump sum off the priced
      * file's TRL amount hash, with no split by fleet. This step
      * reads the main priced file (advent-24-1.priced) and the ADJ
      * priced file (advent-24-1.priced-adjust, when the repair pass
      * left one), totals each file's amounts by feed group - the
      * advent-24-1.feedgroups rules directory mode uses, first rule
      * wins on the source file's bare name, UNASSIGNED for no match -
      * and writes advent-24-1.gl-journal for the ledger upload: per
      * group and priced file, one entry debiting the group's
      * receivable account and crediting its revenue account, as
      * advent-24-1.glaccounts maps them. ADJ amounts post as separate
      * adjusting entries (entry type ADJ). Groups whose lines all
      * priced to zero post nothing. advent-24-1.gl-report lists the
      * entries and the proof.
      *
      * The journal is built in storage and proved before a byte of it
      * is written: each priced file must foot to its own trailer, the
      * debits must equal the credits, and the journal total must
      * equal the posted files' TRL amount hashes. Any failure - or a
      * group with no accounts mapped - ends with RETURN-CODE 8 and no
      * journal written.
      *
      * Each priced file posted is recorded in advent-24-1.gl-posted
      * by type, run date, count and hash. The ADJ extract stays on
      * file until the next repair pass, so the same ADJ priced file
      * comes round again night after night; a file already on the
      * ledger is left out and noted on the report. When nothing new
      * is left to post the previous journal is left as it stands and
      * the step ends with RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Pointed at the ORG and then the ADJ priced file. Optional: an
      * ADJ priced file that is not there just means no adjustments.
           SELECT OPTIONAL PRICED-FILE
           ASSIGN TO DYNAMIC WS-PRICED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRICED-FILE-STATUS.

      * The main run's feed-group rules - absent means every line is
      * in the UNASSIGNED group, as in the main run.
           SELECT OPTIONAL FEED-GROUP-FILE
           ASSIGN TO '../advent-storage/advent-24-1.feedgroups'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-GROUP-STATUS.

           SELECT GL-ACCOUNT-FILE
           ASSIGN TO '../advent-storage/advent-24-1.glaccounts'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-ACCOUNT-STATUS.

           SELECT OPTIONAL GL-POSTED-FILE
           ASSIGN TO '../advent-storage/advent-24-1.gl-posted'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-POSTED-STATUS.

           SELECT GL-JOURNAL-FILE
           ASSIGN TO '../advent-storage/advent-24-1.gl-journal'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-JOURNAL-STATUS.

           SELECT GL-REPORT
           ASSIGN TO '../advent-storage/advent-24-1.gl-report'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICED-FILE.
       01  PRICED-LINE PIC X(132).

       FD  FEED-GROUP-FILE.
       01  FEED-GROUP-RECORD PIC X(250).

       FD  GL-ACCOUNT-FILE.
       01  GL-ACCOUNT-LINE PIC X(250).

       FD  GL-POSTED-FILE.
       01  GL-POSTED-LINE PIC X(64).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-LINE PIC X(130).

       FD  GL-REPORT.
       01  GL-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "advent24-priced-layout.cpy".
       COPY "advent24-gl-account.cpy".
       COPY "advent24-gl-journal.cpy".
       COPY "advent24-gl-posted.cpy".

       01  PRICED-FILE-STATUS PIC XX.
       01  FEED-GROUP-STATUS PIC XX.
       01  GL-ACCOUNT-STATUS PIC XX.
       01  GL-POSTED-STATUS PIC XX.
       01  GL-JOURNAL-STATUS PIC XX.
       01  GL-REPORT-STATUS PIC XX.

       01  WS-PRICED-PATH PIC X(200).
       01  WS-PRICED-EOF PIC X.
       01  WS-FEEDGROUP-EOF PIC X VALUE 'N'.
       01  WS-ACCOUNT-EOF PIC X VALUE 'N'.
       01  WS-POSTED-EOF PIC X VALUE 'N'.
       01  WS-CURRENT-RUN-DATE PIC X(10).
       01  WS-BATCH-STAMP PIC X(14).

      * The two priced files - 1 is ORG, 2 is ADJ - with what each
      * holds, what its trailer claims, and whether it posts tonight.
       01  PRICED-FILE-TABLE.
           05  PRICED-FILE-ENTRY OCCURS 2 TIMES.
               10  PF-FILE-TYPE PIC X(3).
               10  PF-PATH PIC X(200).
               10  PF-PRESENT PIC X.
               10  PF-HDR-FOUND PIC X.
               10  PF-TRL-FOUND PIC X.
               10  PF-RUN-DATE PIC X(10).
               10  PF-DETAIL-COUNT PIC 9(8).
               10  PF-AMOUNT-HASH PIC 9(11)V99.
               10  PF-TRL-DETAIL-COUNT PIC 9(8).
               10  PF-TRL-AMOUNT-HASH PIC 9(11)V99.
               10  PF-GROUP-AMOUNT PIC 9(11)V99.
               10  PF-POSTS PIC X.
               10  PF-POSTED-BEFORE PIC X(10).
       01  WS-FILE-INDEX PIC 9.

      * Feed-group rules, loaded and matched as the main run does.
       01  WS-PARM-KEYWORD PIC X(30).
       01  WS-PARM-VALUE PIC X(200).
       01  WS-PARM-EQUALS-COUNT PIC 9(4).
       01  WS-PARM-SCAN-POINTER PIC 9(4).
       01  WS-GROUP-RULE-COUNT PIC 9(4) VALUE 0.
       01  GROUP-RULE-TABLE.
           05  GROUP-RULE-ENTRY OCCURS 50 TIMES.
               10  GR-GROUP-NAME PIC X(20).
               10  GR-PATTERN PIC X(100).
               10  GR-PATTERN-LENGTH PIC 9(4).
               10  GR-PREFIX-MATCH PIC X.
       01  WS-GROUP-INDEX PIC 9(4).
       01  WS-ASSIGNED-GROUP PIC X(20).
       01  WS-RULE-SLOT PIC 9(4).
       01  WS-BARE-NAME PIC X(100).
       01  WS-CHAR-INDEX PIC 9(4).
       01  WS-LAST-SLASH PIC 9(4).

      * GL accounts per group, from advent-24-1.glaccounts.
       01  WS-MAPPING-COUNT PIC 9(4) VALUE 0.
       01  GL-MAPPING-TABLE.
           05  GL-MAPPING-ENTRY OCCURS 51 TIMES.
               10  GM-GROUP PIC X(20).
               10  GM-REVENUE-ACCOUNT PIC X(12).
               10  GM-RECEIVABLE-ACCOUNT PIC X(12).
       01  WS-MAPPING-INDEX PIC 9(4).
       01  WS-MAPPING-SLOT PIC 9(4).
       01  WS-UNMAPPED-FOUND PIC X.

      * Group subtotals per priced file - 51 groups (50 rules and
      * UNASSIGNED) for each of the two files.
       01  WS-GROUP-TOTALS-COUNT PIC 9(4) VALUE 0.
       01  GROUP-TOTALS-TABLE.
           05  GROUP-TOTALS-ENTRY OCCURS 102 TIMES.
               10  GT-FILE-INDEX PIC 9.
               10  GT-GROUP-NAME PIC X(20).
               10  GT-LINE-COUNT PIC 9(8).
               10  GT-EXCEPTION-COUNT PIC 9(8).
               10  GT-AMOUNT PIC 9(11)V99.
               10  GT-MAPPING-SLOT PIC 9(4).
       01  WS-TOTALS-INDEX PIC 9(4).
       01  WS-TOTALS-SLOT PIC 9(4).

      * Prior postings, from advent-24-1.gl-posted.
       01  WS-POSTED-COUNT PIC 9(4) VALUE 0.
       01  GL-POSTED-TABLE.
           05  GL-POSTED-ENTRY OCCURS 2000 TIMES.
               10  GP-FILE-TYPE PIC X(3).
               10  GP-RUN-DATE PIC X(10).
               10  GP-DETAIL-COUNT PIC 9(8).
               10  GP-AMOUNT-HASH PIC 9(11)V99.
               10  GP-POSTED-DATE PIC X(10).
       01  WS-POSTED-INDEX PIC 9(4).
       01  WS-FILES-TO-POST PIC 9 VALUE 0.

      * The journal as built in storage - two lines per entry - and
      * the proof run over it before it is let out.
       01  WS-JOURNAL-LINE-COUNT PIC 9(4) VALUE 0.
       01  JOURNAL-LINE-TABLE.
           05  JOURNAL-LINE-IMAGE PIC X(130) OCCURS 204 TIMES.
       01  WS-JOURNAL-INDEX PIC 9(4).
       01  WS-ENTRY-COUNT PIC 9(6) VALUE 0.
       01  WS-DEBIT-TOTAL PIC 9(13)V99 VALUE 0.
       01  WS-CREDIT-TOTAL PIC 9(13)V99 VALUE 0.
       01  WS-POSTING-HASH PIC 9(13)V99 VALUE 0.
       01  WS-ENTRY-DESCRIPTION PIC X(40).

       01  WS-COUNT-EDIT PIC ZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT-2 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN

           PERFORM LOAD-FEED-GROUPS
           PERFORM LOAD-GL-ACCOUNTS
           PERFORM LOAD-POSTED-LEDGER

           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
                   UNTIL WS-FILE-INDEX > 2
               PERFORM TOTAL-PRICED-FILE
               PERFORM CHECK-PRICED-TOTALS
           END-PERFORM

           PERFORM CHECK-ALREADY-POSTED
           IF WS-FILES-TO-POST = 0
               PERFORM OPEN-GL-REPORT
               PERFORM WRITE-FILE-LINES
               MOVE SPACES TO GL-REPORT-LINE
               MOVE 'NOTHING NEW TO POST - EVERY PRICED FILE IS '
                   & 'ALREADY IN THE GENERAL LEDGER; JOURNAL NOT '
                   & 'REWRITTEN' TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
               CLOSE GL-REPORT
               DISPLAY 'WARNING: every priced file is already posted '
                   '- the previous GL journal is left as it stands'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM MAP-GROUP-ACCOUNTS
           PERFORM BUILD-JOURNAL-ENTRIES
           PERFORM PROVE-JOURNAL

           PERFORM WRITE-GL-JOURNAL
           PERFORM RECORD-POSTED-FILES

           PERFORM OPEN-GL-REPORT
           PERFORM WRITE-FILE-LINES
           PERFORM WRITE-ENTRY-LINES
           PERFORM WRITE-PROOF-LINES
           CLOSE GL-REPORT

           MOVE WS-ENTRY-COUNT TO WS-COUNT-EDIT
           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY 'GL journal batch ' WS-BATCH-STAMP ': '
               FUNCTION TRIM(WS-COUNT-EDIT) ' entries, '
               FUNCTION TRIM(WS-AMOUNT-EDIT) ' debits = credits'
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-STAMP
           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-CURRENT-RUN-DATE
           END-STRING
           INITIALIZE PRICED-FILE-TABLE
           MOVE 'ORG' TO PF-FILE-TYPE(1)
           MOVE '../advent-storage/advent-24-1.priced' TO PF-PATH(1)
           MOVE 'ADJ' TO PF-FILE-TYPE(2)
           MOVE '../advent-storage/advent-24-1.priced-adjust'
               TO PF-PATH(2).

      * Same rules file and same parse as the main run's
      * LOAD-FEED-GROUPS, and the same hard stop on a malformed rule -
      * revenue must not quietly land in UNASSIGNED on a typo.
       LOAD-FEED-GROUPS.
           OPEN INPUT FEED-GROUP-FILE
           IF FEED-GROUP-STATUS = '00'
                   OR FEED-GROUP-STATUS = '05'
               PERFORM UNTIL WS-FEEDGROUP-EOF = 'Y'
                   READ FEED-GROUP-FILE INTO FEED-GROUP-RECORD
                       AT END MOVE 'Y' TO WS-FEEDGROUP-EOF
                       NOT AT END
                           PERFORM PARSE-FEED-GROUP-LINE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FEED-GROUP-FILE.

       PARSE-FEED-GROUP-LINE.
           IF FUNCTION LENGTH(FUNCTION TRIM(FEED-GROUP-RECORD)) = 0
                   OR FEED-GROUP-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PARM-EQUALS-COUNT
           INSPECT FEED-GROUP-RECORD TALLYING WS-PARM-EQUALS-COUNT
               FOR ALL '='
           IF WS-PARM-EQUALS-COUNT = 0
               CLOSE FEED-GROUP-FILE
               DISPLAY 'ERROR: feed-group line has no '
                   'group=pattern form: '
                   FUNCTION TRIM(FEED-GROUP-RECORD)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-GROUP-RULE-COUNT >= 50
               CLOSE FEED-GROUP-FILE
               DISPLAY 'ERROR: more than 50 feed-group rules - raise '
                   'the table before adding more'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           MOVE 1 TO WS-PARM-SCAN-POINTER
           UNSTRING FEED-GROUP-RECORD DELIMITED BY '='
               INTO WS-PARM-KEYWORD
               WITH POINTER WS-PARM-SCAN-POINTER
           END-UNSTRING
           MOVE FEED-GROUP-RECORD(WS-PARM-SCAN-POINTER:)
               TO WS-PARM-VALUE
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-KEYWORD)) = 0
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-VALUE))
                       = 0
               CLOSE FEED-GROUP-FILE
               DISPLAY 'ERROR: feed-group line needs both a group '
                   'name and a pattern: '
                   FUNCTION TRIM(FEED-GROUP-RECORD)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GROUP-RULE-COUNT
           MOVE FUNCTION TRIM(WS-PARM-KEYWORD)
               TO GR-GROUP-NAME(WS-GROUP-RULE-COUNT)
           MOVE FUNCTION TRIM(WS-PARM-VALUE)
               TO GR-PATTERN(WS-GROUP-RULE-COUNT)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-VALUE))
               TO GR-PATTERN-LENGTH(WS-GROUP-RULE-COUNT)
           IF GR-PATTERN(WS-GROUP-RULE-COUNT)
                   (GR-PATTERN-LENGTH(WS-GROUP-RULE-COUNT):1) = '*'
               MOVE 'Y' TO GR-PREFIX-MATCH(WS-GROUP-RULE-COUNT)
               SUBTRACT 1
                   FROM GR-PATTERN-LENGTH(WS-GROUP-RULE-COUNT)
           ELSE
               MOVE 'N' TO GR-PREFIX-MATCH(WS-GROUP-RULE-COUNT)
           END-IF.

      * The account mapping is required - a journal cannot be cut
      * without knowing where revenue goes.
       LOAD-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE
           IF GL-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open GL account mapping '
                   'advent-24-1.glaccounts - status=' GL-ACCOUNT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ACCOUNT-EOF = 'Y'
               READ GL-ACCOUNT-FILE INTO GL-ACCOUNT-LINE
                   AT END MOVE 'Y' TO WS-ACCOUNT-EOF
                   NOT AT END
                       PERFORM PARSE-GL-ACCOUNT-LINE
               END-READ
           END-PERFORM
           CLOSE GL-ACCOUNT-FILE.

       PARSE-GL-ACCOUNT-LINE.
           IF FUNCTION LENGTH(FUNCTION TRIM(GL-ACCOUNT-LINE)) = 0
                   OR GL-ACCOUNT-LINE(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE GL-ACCOUNT-LINE TO ADVENT24-GLA-RECORD
           IF ADVENT24-GLA-GROUP(1:1) = SPACE
                   OR ADVENT24-GLA-REVENUE-ACCOUNT = SPACES
                   OR ADVENT24-GLA-RECEIVABLE-ACCOUNT = SPACES
               CLOSE GL-ACCOUNT-FILE
               DISPLAY 'ERROR: GL account line needs a group in '
                   'column 1 and both accounts: '
                   FUNCTION TRIM(GL-ACCOUNT-LINE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ADVENT24-GLA-REVENUE-ACCOUNT
                   = ADVENT24-GLA-RECEIVABLE-ACCOUNT
               CLOSE GL-ACCOUNT-FILE
               DISPLAY 'ERROR: GL account line posts both sides to '
                   'one account: ' FUNCTION TRIM(GL-ACCOUNT-LINE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-MAPPING-INDEX FROM 1 BY 1
                   UNTIL WS-MAPPING-INDEX > WS-MAPPING-COUNT
               IF GM-GROUP(WS-MAPPING-INDEX) = ADVENT24-GLA-GROUP
                   CLOSE GL-ACCOUNT-FILE
                   DISPLAY 'ERROR: GL accounts mapped twice for group '
                       FUNCTION TRIM(ADVENT24-GLA-GROUP)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           IF WS-MAPPING-COUNT >= 51
               CLOSE GL-ACCOUNT-FILE
               DISPLAY 'ERROR: more than 51 GL account lines - one per '
                   'feed group and UNASSIGNED is the most there can be'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MAPPING-COUNT
           MOVE ADVENT24-GLA-GROUP TO GM-GROUP(WS-MAPPING-COUNT)
           MOVE ADVENT24-GLA-REVENUE-ACCOUNT
               TO GM-REVENUE-ACCOUNT(WS-MAPPING-COUNT)
           MOVE ADVENT24-GLA-RECEIVABLE-ACCOUNT
               TO GM-RECEIVABLE-ACCOUNT(WS-MAPPING-COUNT).

      * A damaged ledger could let a file post twice, so a malformed
      * line stops the step, as a damaged invoice-number file does.
       LOAD-POSTED-LEDGER.
           OPEN INPUT GL-POSTED-FILE
           IF GL-POSTED-STATUS NOT = '00'
                   AND GL-POSTED-STATUS NOT = '05'
               DISPLAY 'ERROR: cannot open GL posting ledger - '
                   'status=' GL-POSTED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-POSTED-EOF = 'Y'
               READ GL-POSTED-FILE INTO ADVENT24-GLP-RECORD
                   AT END MOVE 'Y' TO WS-POSTED-EOF
                   NOT AT END
                       PERFORM TAKE-POSTED-ENTRY
               END-READ
           END-PERFORM
           CLOSE GL-POSTED-FILE.

       TAKE-POSTED-ENTRY.
           IF ADVENT24-GLP-DETAIL-COUNT NOT NUMERIC
                   OR ADVENT24-GLP-AMOUNT-HASH NOT NUMERIC
                   OR ADVENT24-GLP-FILE-TYPE = SPACES
               CLOSE GL-POSTED-FILE
               DISPLAY 'ERROR: GL posting ledger line '
                   WS-POSTED-COUNT ' is followed by a malformed line'
               DISPLAY 'ABEND: fix advent-24-1.gl-posted and resubmit'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-POSTED-COUNT >= 2000
               CLOSE GL-POSTED-FILE
               DISPLAY 'ERROR: more than 2000 postings on the GL '
                   'posting ledger - raise the table'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           MOVE ADVENT24-GLP-FILE-TYPE TO GP-FILE-TYPE(WS-POSTED-COUNT)
           MOVE ADVENT24-GLP-RUN-DATE TO GP-RUN-DATE(WS-POSTED-COUNT)
           MOVE ADVENT24-GLP-DETAIL-COUNT
               TO GP-DETAIL-COUNT(WS-POSTED-COUNT)
           MOVE ADVENT24-GLP-AMOUNT-HASH
               TO GP-AMOUNT-HASH(WS-POSTED-COUNT)
           MOVE ADVENT24-GLP-POSTED-DATE
               TO GP-POSTED-DATE(WS-POSTED-COUNT).

      * Reads one priced file, footing it and splitting its amounts by
      * feed group. Only the ADJ priced file may be absent.
       TOTAL-PRICED-FILE.
           MOVE PF-PATH(WS-FILE-INDEX) TO WS-PRICED-PATH
           MOVE 'N' TO WS-PRICED-EOF
           OPEN INPUT PRICED-FILE
           EVALUATE TRUE
               WHEN PRICED-FILE-STATUS = '00'
                   MOVE 'Y' TO PF-PRESENT(WS-FILE-INDEX)
               WHEN PRICED-FILE-STATUS = '05'
                       AND WS-FILE-INDEX = 2
                   MOVE 'N' TO PF-PRESENT(WS-FILE-INDEX)
                   CLOSE PRICED-FILE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'ERROR: cannot open priced file '
                       FUNCTION TRIM(WS-PRICED-PATH)
                       ' - status=' PRICED-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM TOTAL-NEXT-PRICED-LINE
               UNTIL WS-PRICED-EOF = 'Y'
           CLOSE PRICED-FILE.

       TOTAL-NEXT-PRICED-LINE.
           READ PRICED-FILE INTO PRICED-LINE
               AT END MOVE 'Y' TO WS-PRICED-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN PRICED-LINE(1:4) = 'HDR '
                           PERFORM TAKE-PRICED-HEADER
                       WHEN PRICED-LINE(1:4) = 'TRL '
                           MOVE PRICED-LINE
                               TO ADVENT24-PRC-TRAILER-RECORD
                           MOVE ADVENT24-PRC-TRL-DETAIL-COUNT
                               TO PF-TRL-DETAIL-COUNT(WS-FILE-INDEX)
                           MOVE ADVENT24-PRC-TRL-AMOUNT-HASH
                               TO PF-TRL-AMOUNT-HASH(WS-FILE-INDEX)
                           MOVE 'Y' TO PF-TRL-FOUND(WS-FILE-INDEX)
                       WHEN PRICED-LINE(1:4) = 'DTL '
                           MOVE PRICED-LINE
                               TO ADVENT24-PRC-DETAIL-RECORD
                           PERFORM TOTAL-ONE-DETAIL
                       WHEN OTHER
                           CLOSE PRICED-FILE
                           DISPLAY 'ERROR: unrecognized priced '
                               'line: ' PRICED-LINE(1:60)
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
           END-READ.

      * The header dates the entries and must say it is the file it
      * was opened as - an ORG file in the ADJ slot would post the
      * day's revenue a second time as an adjustment.
       TAKE-PRICED-HEADER.
           MOVE PRICED-LINE TO ADVENT24-PRC-HEADER-RECORD
           IF ADVENT24-PRC-HDR-FILE-TYPE NOT = SPACES
                   AND ADVENT24-PRC-HDR-FILE-TYPE
                       NOT = PF-FILE-TYPE(WS-FILE-INDEX)
               CLOSE PRICED-FILE
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-PRICED-PATH)
                   ' is marked ' ADVENT24-PRC-HDR-FILE-TYPE
                   ' in its HDR, not ' PF-FILE-TYPE(WS-FILE-INDEX)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ADVENT24-PRC-HDR-RUN-DATE TO PF-RUN-DATE(WS-FILE-INDEX)
           MOVE 'Y' TO PF-HDR-FOUND(WS-FILE-INDEX).

       TOTAL-ONE-DETAIL.
           IF PF-HDR-FOUND(WS-FILE-INDEX) NOT = 'Y'
               CLOSE PRICED-FILE
               DISPLAY 'ERROR: priced DTL before its HDR in '
                   FUNCTION TRIM(WS-PRICED-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO PF-DETAIL-COUNT(WS-FILE-INDEX)
           ADD ADVENT24-PRC-AMOUNT TO PF-AMOUNT-HASH(WS-FILE-INDEX)

           PERFORM ASSIGN-FEED-GROUP
           MOVE 0 TO WS-TOTALS-SLOT
           PERFORM VARYING WS-TOTALS-INDEX FROM 1 BY 1
                   UNTIL WS-TOTALS-INDEX > WS-GROUP-TOTALS-COUNT
                      OR WS-TOTALS-SLOT > 0
               IF GT-FILE-INDEX(WS-TOTALS-INDEX) = WS-FILE-INDEX
                       AND GT-GROUP-NAME(WS-TOTALS-INDEX)
                           = WS-ASSIGNED-GROUP
                   MOVE WS-TOTALS-INDEX TO WS-TOTALS-SLOT
               END-IF
           END-PERFORM
           IF WS-TOTALS-SLOT = 0
               ADD 1 TO WS-GROUP-TOTALS-COUNT
               MOVE WS-GROUP-TOTALS-COUNT TO WS-TOTALS-SLOT
               MOVE WS-FILE-INDEX TO GT-FILE-INDEX(WS-TOTALS-SLOT)
               MOVE WS-ASSIGNED-GROUP TO GT-GROUP-NAME(WS-TOTALS-SLOT)
               MOVE 0 TO GT-LINE-COUNT(WS-TOTALS-SLOT)
               MOVE 0 TO GT-EXCEPTION-COUNT(WS-TOTALS-SLOT)
               MOVE 0 TO GT-AMOUNT(WS-TOTALS-SLOT)
               MOVE 0 TO GT-MAPPING-SLOT(WS-TOTALS-SLOT)
           END-IF
           ADD 1 TO GT-LINE-COUNT(WS-TOTALS-SLOT)
           IF ADVENT24-PRC-EXCEPTION-FLAG = 'Y'
               ADD 1 TO GT-EXCEPTION-COUNT(WS-TOTALS-SLOT)
           END-IF
           ADD ADVENT24-PRC-AMOUNT TO GT-AMOUNT(WS-TOTALS-SLOT)
           ADD ADVENT24-PRC-AMOUNT TO PF-GROUP-AMOUNT(WS-FILE-INDEX).

      * First rule wins on the bare file name (after the last '/'),
      * as the main run matches manifest names; no match lands the
      * line in UNASSIGNED.
       ASSIGN-FEED-GROUP.
           MOVE 0 TO WS-LAST-SLASH
           PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
                   UNTIL WS-CHAR-INDEX > 100
               IF ADVENT24-PRC-SOURCE-FILE(WS-CHAR-INDEX:1) = '/'
                   MOVE WS-CHAR-INDEX TO WS-LAST-SLASH
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-BARE-NAME
           IF WS-LAST-SLASH < 100
               MOVE ADVENT24-PRC-SOURCE-FILE(WS-LAST-SLASH + 1:)
                   TO WS-BARE-NAME
           END-IF

           MOVE 'UNASSIGNED' TO WS-ASSIGNED-GROUP
           MOVE 0 TO WS-RULE-SLOT
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                   UNTIL WS-GROUP-INDEX > WS-GROUP-RULE-COUNT
                      OR WS-RULE-SLOT > 0
               IF GR-PREFIX-MATCH(WS-GROUP-INDEX) = 'Y'
                   IF GR-PATTERN-LENGTH(WS-GROUP-INDEX) = 0
                           OR WS-BARE-NAME
                               (1:GR-PATTERN-LENGTH(WS-GROUP-INDEX))
                               = GR-PATTERN(WS-GROUP-INDEX)
                               (1:GR-PATTERN-LENGTH(WS-GROUP-INDEX))
                       MOVE GR-GROUP-NAME(WS-GROUP-INDEX)
                           TO WS-ASSIGNED-GROUP
                       MOVE WS-GROUP-INDEX TO WS-RULE-SLOT
                   END-IF
               ELSE
                   IF WS-BARE-NAME =
                           FUNCTION TRIM(GR-PATTERN(WS-GROUP-INDEX))
                       MOVE GR-GROUP-NAME(WS-GROUP-INDEX)
                           TO WS-ASSIGNED-GROUP
                       MOVE WS-GROUP-INDEX TO WS-RULE-SLOT
                   END-IF
               END-IF
           END-PERFORM.

      * A priced file that is cut off or does not foot to its own
      * trailer - in total or across its groups - is refused, and with
      * it the whole journal.
       CHECK-PRICED-TOTALS.
           IF PF-PRESENT(WS-FILE-INDEX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF PF-HDR-FOUND(WS-FILE-INDEX) NOT = 'Y'
                   OR PF-TRL-FOUND(WS-FILE-INDEX) NOT = 'Y'
               DISPLAY 'ERROR: ' FUNCTION TRIM(PF-PATH(WS-FILE-INDEX))
                   ' lacks its HDR or TRL - it is incomplete'
               DISPLAY 'ABEND: no GL journal written'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PF-DETAIL-COUNT(WS-FILE-INDEX)
                   NOT = PF-TRL-DETAIL-COUNT(WS-FILE-INDEX)
                   OR PF-AMOUNT-HASH(WS-FILE-INDEX)
                       NOT = PF-TRL-AMOUNT-HASH(WS-FILE-INDEX)
                   OR PF-GROUP-AMOUNT(WS-FILE-INDEX)
                       NOT = PF-TRL-AMOUNT-HASH(WS-FILE-INDEX)
               MOVE PF-AMOUNT-HASH(WS-FILE-INDEX) TO WS-AMOUNT-EDIT
               DISPLAY 'ERROR: ' FUNCTION TRIM(PF-PATH(WS-FILE-INDEX))
                   ' holds ' PF-DETAIL-COUNT(WS-FILE-INDEX)
                   ' DTLs totalling ' FUNCTION TRIM(WS-AMOUNT-EDIT)
               MOVE PF-TRL-AMOUNT-HASH(WS-FILE-INDEX) TO WS-AMOUNT-EDIT
               DISPLAY '       but its TRL claims '
                   PF-TRL-DETAIL-COUNT(WS-FILE-INDEX) ' totalling '
                   FUNCTION TRIM(WS-AMOUNT-EDIT)
               DISPLAY 'ABEND: priced file does not balance - no GL '
                   'journal written'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A file posts unless the ledger already has it - same type,
      * run date, count and hash.
       CHECK-ALREADY-POSTED.
           MOVE 0 TO WS-FILES-TO-POST
           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
                   UNTIL WS-FILE-INDEX > 2
               MOVE PF-PRESENT(WS-FILE-INDEX) TO PF-POSTS(WS-FILE-INDEX)
               PERFORM VARYING WS-POSTED-INDEX FROM 1 BY 1
                       UNTIL WS-POSTED-INDEX > WS-POSTED-COUNT
                   IF GP-FILE-TYPE(WS-POSTED-INDEX)
                           = PF-FILE-TYPE(WS-FILE-INDEX)
                           AND GP-RUN-DATE(WS-POSTED-INDEX)
                               = PF-RUN-DATE(WS-FILE-INDEX)
                           AND GP-DETAIL-COUNT(WS-POSTED-INDEX)
                               = PF-DETAIL-COUNT(WS-FILE-INDEX)
                           AND GP-AMOUNT-HASH(WS-POSTED-INDEX)
                               = PF-AMOUNT-HASH(WS-FILE-INDEX)
                       MOVE 'N' TO PF-POSTS(WS-FILE-INDEX)
                       MOVE GP-POSTED-DATE(WS-POSTED-INDEX)
                           TO PF-POSTED-BEFORE(WS-FILE-INDEX)
                   END-IF
               END-PERFORM
               IF PF-POSTS(WS-FILE-INDEX) = 'Y'
                   ADD 1 TO WS-FILES-TO-POST
               END-IF
           END-PERFORM.

      * Every group with an amount to post needs its accounts; a
      * missing mapping names every group lacking one, then stops.
       MAP-GROUP-ACCOUNTS.
           MOVE 'N' TO WS-UNMAPPED-FOUND
           PERFORM VARYING WS-TOTALS-INDEX FROM 1 BY 1
                   UNTIL WS-TOTALS-INDEX > WS-GROUP-TOTALS-COUNT
               MOVE 0 TO WS-MAPPING-SLOT
               PERFORM VARYING WS-MAPPING-INDEX FROM 1 BY 1
                       UNTIL WS-MAPPING-INDEX > WS-MAPPING-COUNT
                          OR WS-MAPPING-SLOT > 0
                   IF GM-GROUP(WS-MAPPING-INDEX)
                           = GT-GROUP-NAME(WS-TOTALS-INDEX)
                       MOVE WS-MAPPING-INDEX TO WS-MAPPING-SLOT
                   END-IF
               END-PERFORM
               MOVE WS-MAPPING-SLOT TO GT-MAPPING-SLOT(WS-TOTALS-INDEX)
               IF WS-MAPPING-SLOT = 0
                       AND GT-AMOUNT(WS-TOTALS-INDEX) > 0
                       AND PF-POSTS(GT-FILE-INDEX(WS-TOTALS-INDEX))
                           = 'Y'
                   DISPLAY 'ERROR: no GL accounts mapped for feed '
                       'group ' FUNCTION TRIM(
                           GT-GROUP-NAME(WS-TOTALS-INDEX))
                   MOVE 'Y' TO WS-UNMAPPED-FOUND
               END-IF
           END-PERFORM
           IF WS-UNMAPPED-FOUND = 'Y'
               DISPLAY 'ABEND: add the group(s) to '
                   'advent-24-1.glaccounts - no GL journal written'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ORG entries first, then the ADJ adjusting entries, groups in
      * the order they were first seen. Each entry is a debit to the
      * group's receivable and a credit to its revenue, and the totals
      * are taken from the lines themselves for the proof.
       BUILD-JOURNAL-ENTRIES.
           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
                   UNTIL WS-FILE-INDEX > 2
               IF PF-POSTS(WS-FILE-INDEX) = 'Y'
                   ADD PF-TRL-AMOUNT-HASH(WS-FILE-INDEX)
                       TO WS-POSTING-HASH
                   PERFORM VARYING WS-TOTALS-INDEX FROM 1 BY 1
                           UNTIL WS-TOTALS-INDEX > WS-GROUP-TOTALS-COUNT
                       IF GT-FILE-INDEX(WS-TOTALS-INDEX)
                               = WS-FILE-INDEX
                               AND GT-AMOUNT(WS-TOTALS-INDEX) > 0
                           PERFORM BUILD-ONE-ENTRY
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       BUILD-ONE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE GT-MAPPING-SLOT(WS-TOTALS-INDEX) TO WS-MAPPING-SLOT
           MOVE SPACES TO WS-ENTRY-DESCRIPTION
           IF WS-FILE-INDEX = 1
               STRING 'CALIBRATION REVENUE ' DELIMITED BY SIZE
                   PF-RUN-DATE(WS-FILE-INDEX) DELIMITED BY SIZE
                   INTO WS-ENTRY-DESCRIPTION
               END-STRING
           ELSE
               STRING 'CALIBRATION ADJUSTMENT ' DELIMITED BY SIZE
                   PF-RUN-DATE(WS-FILE-INDEX) DELIMITED BY SIZE
                   INTO WS-ENTRY-DESCRIPTION
               END-STRING
           END-IF

           MOVE SPACES TO ADVENT24-GLJ-DETAIL-RECORD
           MOVE 'DTL' TO ADVENT24-GLJ-DET-TAG
           MOVE WS-ENTRY-COUNT TO ADVENT24-GLJ-ENTRY-NUMBER
           MOVE 1 TO ADVENT24-GLJ-LINE-NUMBER
           MOVE PF-FILE-TYPE(WS-FILE-INDEX) TO ADVENT24-GLJ-ENTRY-TYPE
           MOVE PF-RUN-DATE(WS-FILE-INDEX)
               TO ADVENT24-GLJ-EFFECTIVE-DATE
           MOVE GM-RECEIVABLE-ACCOUNT(WS-MAPPING-SLOT)
               TO ADVENT24-GLJ-ACCOUNT
           MOVE 'D' TO ADVENT24-GLJ-DEBIT-CREDIT
           MOVE GT-AMOUNT(WS-TOTALS-INDEX) TO ADVENT24-GLJ-AMOUNT
           MOVE GT-GROUP-NAME(WS-TOTALS-INDEX) TO ADVENT24-GLJ-GROUP
           MOVE WS-ENTRY-DESCRIPTION TO ADVENT24-GLJ-DESCRIPTION
           PERFORM STORE-JOURNAL-LINE

           MOVE 2 TO ADVENT24-GLJ-LINE-NUMBER
           MOVE GM-REVENUE-ACCOUNT(WS-MAPPING-SLOT)
               TO ADVENT24-GLJ-ACCOUNT
           MOVE 'C' TO ADVENT24-GLJ-DEBIT-CREDIT
           PERFORM STORE-JOURNAL-LINE.

       STORE-JOURNAL-LINE.
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           MOVE ADVENT24-GLJ-DETAIL-RECORD
               TO JOURNAL-LINE-IMAGE(WS-JOURNAL-LINE-COUNT)
           IF ADVENT24-GLJ-DEBIT-CREDIT = 'D'
               ADD ADVENT24-GLJ-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD ADVENT24-GLJ-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

      * The journal is let out only if its debits and credits net to
      * zero and it carries exactly what the posted files' trailers
      * say was priced.
       PROVE-JOURNAL.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-EDIT
               MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-EDIT-2
               DISPLAY 'ERROR: GL journal debits '
                   FUNCTION TRIM(WS-AMOUNT-EDIT)
                   ' do not equal credits '
                   FUNCTION TRIM(WS-AMOUNT-EDIT-2)
               DISPLAY 'ABEND: unbalanced journal - no GL journal '
                   'written'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DEBIT-TOTAL NOT = WS-POSTING-HASH
               MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-EDIT
               MOVE WS-POSTING-HASH TO WS-AMOUNT-EDIT-2
               DISPLAY 'ERROR: GL journal total '
                   FUNCTION TRIM(WS-AMOUNT-EDIT)
                   ' does not tie to the priced TRL amount hashes '
                   FUNCTION TRIM(WS-AMOUNT-EDIT-2)
               DISPLAY 'ABEND: journal does not tie - no GL journal '
                   'written'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open GL journal - status='
                   GL-JOURNAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ADVENT24-GLJ-HEADER-RECORD
           MOVE 'HDR' TO ADVENT24-GLJ-HDR-TAG
           MOVE WS-CURRENT-RUN-DATE TO ADVENT24-GLJ-HDR-JOURNAL-DATE
           MOVE WS-BATCH-STAMP TO ADVENT24-GLJ-HDR-BATCH
           MOVE 'ADVENT24' TO ADVENT24-GLJ-HDR-SOURCE
           WRITE GL-JOURNAL-LINE FROM ADVENT24-GLJ-HEADER-RECORD
           PERFORM VARYING WS-JOURNAL-INDEX FROM 1 BY 1
                   UNTIL WS-JOURNAL-INDEX > WS-JOURNAL-LINE-COUNT
               WRITE GL-JOURNAL-LINE
                   FROM JOURNAL-LINE-IMAGE(WS-JOURNAL-INDEX)
           END-PERFORM
           MOVE SPACES TO ADVENT24-GLJ-TRAILER-RECORD
           MOVE 'TRL' TO ADVENT24-GLJ-TRL-TAG
           MOVE WS-ENTRY-COUNT TO ADVENT24-GLJ-TRL-ENTRY-COUNT
           MOVE WS-JOURNAL-LINE-COUNT TO ADVENT24-GLJ-TRL-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO ADVENT24-GLJ-TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO ADVENT24-GLJ-TRL-CREDIT-TOTAL
           WRITE GL-JOURNAL-LINE FROM ADVENT24-GLJ-TRAILER-RECORD
           CLOSE GL-JOURNAL-FILE.

      * Recorded only once the journal is on disk, so a failed step
      * is simply rerun.
       RECORD-POSTED-FILES.
           OPEN EXTEND GL-POSTED-FILE
           IF GL-POSTED-STATUS NOT = '00'
                   AND GL-POSTED-STATUS NOT = '05'
               DISPLAY 'ERROR: cannot extend GL posting ledger - '
                   'status=' GL-POSTED-STATUS
               DISPLAY 'ABEND: the journal is written but not recorded '
                   '- record it by hand before the next run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
                   UNTIL WS-FILE-INDEX > 2
               IF PF-POSTS(WS-FILE-INDEX) = 'Y'
                   MOVE SPACES TO ADVENT24-GLP-RECORD
                   MOVE PF-FILE-TYPE(WS-FILE-INDEX)
                       TO ADVENT24-GLP-FILE-TYPE
                   MOVE PF-RUN-DATE(WS-FILE-INDEX)
                       TO ADVENT24-GLP-RUN-DATE
                   MOVE PF-DETAIL-COUNT(WS-FILE-INDEX)
                       TO ADVENT24-GLP-DETAIL-COUNT
                   MOVE PF-AMOUNT-HASH(WS-FILE-INDEX)
                       TO ADVENT24-GLP-AMOUNT-HASH
                   MOVE WS-CURRENT-RUN-DATE TO ADVENT24-GLP-POSTED-DATE
                   MOVE WS-BATCH-STAMP TO ADVENT24-GLP-BATCH
                   WRITE GL-POSTED-LINE FROM ADVENT24-GLP-RECORD
               END-IF
           END-PERFORM
           CLOSE GL-POSTED-FILE.

       OPEN-GL-REPORT.
           OPEN OUTPUT GL-REPORT
           IF GL-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open GL report - status='
                   GL-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO GL-REPORT-LINE
           STRING 'GENERAL LEDGER JOURNAL - BATCH ' DELIMITED BY SIZE
               WS-BATCH-STAMP DELIMITED BY SIZE
               ' - PRODUCED ' DELIMITED BY SIZE
               WS-CURRENT-RUN-DATE DELIMITED BY SIZE
               INTO GL-REPORT-LINE
           END-STRING
           WRITE GL-REPORT-LINE
           MOVE SPACES TO GL-REPORT-LINE
           WRITE GL-REPORT-LINE.

      * One line per priced file: what it holds and whether it posts.
       WRITE-FILE-LINES.
           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
                   UNTIL WS-FILE-INDEX > 2
               MOVE SPACES TO GL-REPORT-LINE
               IF PF-PRESENT(WS-FILE-INDEX) NOT = 'Y'
                   STRING PF-FILE-TYPE(WS-FILE-INDEX) DELIMITED BY SIZE
                       ' PRICED FILE: NONE ON FILE' DELIMITED BY SIZE
                       INTO GL-REPORT-LINE
                   END-STRING
               ELSE
                   MOVE PF-DETAIL-COUNT(WS-FILE-INDEX) TO WS-COUNT-EDIT
                   MOVE PF-TRL-AMOUNT-HASH(WS-FILE-INDEX)
                       TO WS-AMOUNT-EDIT
                   STRING PF-FILE-TYPE(WS-FILE-INDEX) DELIMITED BY SIZE
                       ' PRICED FILE OF ' DELIMITED BY SIZE
                       PF-RUN-DATE(WS-FILE-INDEX) DELIMITED BY SIZE
                       '  DTLS ' DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       '  TRL AMOUNT HASH ' DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       '  TIED' DELIMITED BY SIZE
                       INTO GL-REPORT-LINE
                   END-STRING
                   IF PF-POSTS(WS-FILE-INDEX) = 'N'
                       STRING '  ALREADY POSTED ' DELIMITED BY SIZE
                           PF-POSTED-BEFORE(WS-FILE-INDEX)
                           DELIMITED BY SIZE
                           ' - LEFT OUT' DELIMITED BY SIZE
                           INTO GL-REPORT-LINE(91:)
                       END-STRING
                   END-IF
               END-IF
               WRITE GL-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO GL-REPORT-LINE
           WRITE GL-REPORT-LINE.

      * The journal's lines as written, then any group whose lines all
      * priced to zero, which posts nothing.
       WRITE-ENTRY-LINES.
           MOVE SPACES TO GL-REPORT-LINE
           STRING 'ENTRY  LN TYP EFFECTIVE  ACCOUNT      D/C'
               DELIMITED BY SIZE
               '            AMOUNT  GROUP' DELIMITED BY SIZE
               INTO GL-REPORT-LINE
           END-STRING
           WRITE GL-REPORT-LINE
           PERFORM VARYING WS-JOURNAL-INDEX FROM 1 BY 1
                   UNTIL WS-JOURNAL-INDEX > WS-JOURNAL-LINE-COUNT
               MOVE JOURNAL-LINE-IMAGE(WS-JOURNAL-INDEX)
                   TO ADVENT24-GLJ-DETAIL-RECORD
               MOVE ADVENT24-GLJ-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO GL-REPORT-LINE
               STRING ADVENT24-GLJ-ENTRY-NUMBER DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ADVENT24-GLJ-LINE-NUMBER DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ADVENT24-GLJ-ENTRY-TYPE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ADVENT24-GLJ-EFFECTIVE-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ADVENT24-GLJ-ACCOUNT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   ADVENT24-GLJ-DEBIT-CREDIT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   ADVENT24-GLJ-GROUP DELIMITED BY SIZE
                   INTO GL-REPORT-LINE
               END-STRING
               WRITE GL-REPORT-LINE
           END-PERFORM
           IF WS-JOURNAL-LINE-COUNT = 0
               MOVE SPACES TO GL-REPORT-LINE
               MOVE '  (no amounts to post - every line priced to '
                   & 'zero)' TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF
           PERFORM VARYING WS-TOTALS-INDEX FROM 1 BY 1
                   UNTIL WS-TOTALS-INDEX > WS-GROUP-TOTALS-COUNT
               IF GT-AMOUNT(WS-TOTALS-INDEX) = 0
                       AND PF-POSTS(GT-FILE-INDEX(WS-TOTALS-INDEX))
                           = 'Y'
                   MOVE GT-LINE-COUNT(WS-TOTALS-INDEX)
                       TO WS-COUNT-EDIT
                   MOVE SPACES TO GL-REPORT-LINE
                   STRING '  NO ENTRY: ' DELIMITED BY SIZE
                       PF-FILE-TYPE(GT-FILE-INDEX(WS-TOTALS-INDEX))
                       DELIMITED BY SIZE
                       ' GROUP ' DELIMITED BY SIZE
                       FUNCTION TRIM(GT-GROUP-NAME(WS-TOTALS-INDEX))
                       DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       ' LINE(S) ALL PRICED TO ZERO' DELIMITED BY SIZE
                       INTO GL-REPORT-LINE
                   END-STRING
                   WRITE GL-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO GL-REPORT-LINE
           WRITE GL-REPORT-LINE.

       WRITE-PROOF-LINES.
           MOVE WS-ENTRY-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO GL-REPORT-LINE
           STRING 'ENTRIES:                   ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               INTO GL-REPORT-LINE
           END-STRING
           WRITE GL-REPORT-LINE
           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO GL-REPORT-LINE
           STRING 'TOTAL DEBITS:          ' DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO GL-REPORT-LINE
           END-STRING
           WRITE GL-REPORT-LINE
           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO GL-REPORT-LINE
           STRING 'TOTAL CREDITS:         ' DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               '  BALANCED' DELIMITED BY SIZE
               INTO GL-REPORT-LINE
           END-STRING
           WRITE GL-REPORT-LINE
           MOVE WS-POSTING-HASH TO WS-AMOUNT-EDIT
           MOVE SPACES TO GL-REPORT-LINE
           STRING 'PRICED TRL HASHES:     ' DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               '  TIED' DELIMITED BY SIZE
               INTO GL-REPORT-LINE
           END-STRING
           WRITE GL-REPORT-LINE.
