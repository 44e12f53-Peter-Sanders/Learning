       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-24-1-Invoice.

      * Per-account invoice register from a priced billing file.
      * Billing used to roll priced lines up to customer accounts from
      * a spreadsheet of source file to account, and a feed nobody had
      * mapped was simply never invoiced. The mapping now lives in the
      * account cross-reference master advent-24-1.accounts (kept
      * through the Advent-24-1-Acctmaint session), and this step:
      *   - matches every priced DTL's source file to its ACTIVE
      *     mapping - an exact file name wins over a '*' prefix, and a
      *     longer prefix over a shorter one;
      *   - totals lines, exception lines and amount per account for
      *     the billing period the priced file's run date falls in
      *     under the account's cycle (monthly, quarterly, weekly);
      *   - gives each account one invoice number per period, kept in
      *     advent-24-1.invoice-numbers - the ADJ priced file, or a
      *     rerun, for a period already numbered bills under the same
      *     number, and only a new account/period draws the next one;
      *   - lists every priced line whose source file maps to no
      *     account, so it is billed on purpose or mapped, not lost;
      *   - ties invoiced plus unmapped amounts to the priced file's
      *     own trailer hash.
      *
      * The register goes to advent-24-1.invoice-register. The priced
      * file and register paths are overridable via the
      * ADVENT24-INVOICE-INPUT/ADVENT24-INVOICE-REPORT environment
      * variables, so the ADJ priced file is registered by a second
      * invocation the way it is rated by a second invocation.
      *
      * Ends with RETURN-CODE 4 when any priced line is unmapped, and
      * with 8 - before any invoice number is drawn - when the priced
      * file is incomplete or does not balance to its own trailer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICED-FILE
           ASSIGN TO DYNAMIC WS-INVOICE-INPUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRICED-FILE-STATUS.

           SELECT ACCOUNT-XREF
           ASSIGN TO '../advent-storage/advent-24-1.accounts'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADVENT24-ACCT-PATTERN
           FILE STATUS IS ACCOUNT-XREF-STATUS.

           SELECT OPTIONAL INVOICE-NUMBER-FILE
           ASSIGN TO '../advent-storage/advent-24-1.invoice-numbers'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-NUMBER-STATUS.

           SELECT INVOICE-REGISTER
           ASSIGN TO DYNAMIC WS-INVOICE-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICED-FILE.
       01  PRICED-LINE PIC X(132).

       FD  ACCOUNT-XREF.
       COPY "advent24-account-xref.cpy".

       FD  INVOICE-NUMBER-FILE.
       01  INVOICE-NUMBER-LINE PIC X(56).

       FD  INVOICE-REGISTER.
       01  INVOICE-REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "advent24-priced-layout.cpy".
       COPY "advent24-invoice-number.cpy".

       01  PRICED-FILE-STATUS PIC XX.
       01  ACCOUNT-XREF-STATUS PIC XX.
       01  INVOICE-NUMBER-STATUS PIC XX.
       01  INVOICE-REGISTER-STATUS PIC XX.

       01  WS-PRICED-EOF PIC X VALUE 'N'.
       01  WS-ACCOUNT-EOF PIC X VALUE 'N'.
       01  WS-NUMBER-EOF PIC X VALUE 'N'.
       01  WS-CURRENT-RUN-DATE PIC X(10).

      * Input/output paths - the defaults register the main priced
      * file; the environment overrides point a second invocation at
      * the ADJ priced file and its own register.
       01  WS-INVOICE-INPUT-PATH PIC X(200)
               VALUE '../advent-storage/advent-24-1.priced'.
       01  WS-INVOICE-REPORT-PATH PIC X(200)
               VALUE '../advent-storage/advent-24-1.invoice-register'.
       01  WS-INVOICE-INPUT-ENV PIC X(200) VALUE SPACES.
       01  WS-INVOICE-REPORT-ENV PIC X(200) VALUE SPACES.

      * Active mappings from the cross-reference, in pattern order.
       01  WS-ACCOUNT-COUNT PIC 9(4) VALUE 0.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 500 TIMES.
               10  AT-PATTERN PIC X(100).
               10  AT-PATTERN-LENGTH PIC 9(4).
               10  AT-PREFIX-MATCH PIC X.
               10  AT-NUMBER PIC X(10).
               10  AT-BILL-TO-NAME PIC X(40).
               10  AT-CYCLE PIC X.
       01  WS-ACCOUNT-INDEX PIC 9(4).
       01  WS-ACCOUNT-SLOT PIC 9(4).
       01  WS-BEST-LENGTH PIC 9(4).

      * Matching work - the bare file name after the last '/' of the
      * priced line's source file.
       01  WS-BARE-NAME PIC X(100).
       01  WS-CHAR-INDEX PIC 9(4).
       01  WS-LAST-SLASH PIC 9(4).

      * Invoice numbers already drawn, from advent-24-1.invoice-numbers.
       01  WS-HISTORY-COUNT PIC 9(4) VALUE 0.
       01  WS-HISTORY-LINE-NUMBER PIC 9(8) VALUE 0.
       01  INVOICE-HISTORY-TABLE.
           05  INVOICE-HISTORY-ENTRY OCCURS 5000 TIMES.
               10  IH-ACCOUNT PIC X(10).
               10  IH-PERIOD PIC X(10).
               10  IH-NUMBER PIC 9(8).
       01  WS-HISTORY-INDEX PIC 9(4).
       01  WS-LAST-INVOICE-NUMBER PIC 9(8) VALUE 0.

      * This run's invoices - one per account and billing period.
       01  WS-INVOICE-COUNT PIC 9(4) VALUE 0.
       01  INVOICE-TABLE.
           05  INVOICE-ENTRY OCCURS 500 TIMES.
               10  IV-ACCOUNT PIC X(10).
               10  IV-BILL-TO-NAME PIC X(40).
               10  IV-CYCLE PIC X.
               10  IV-PERIOD PIC X(10).
               10  IV-LINE-COUNT PIC 9(8).
               10  IV-EXCEPTION-COUNT PIC 9(8).
               10  IV-AMOUNT PIC 9(11)V99.
               10  IV-NUMBER PIC 9(8).
               10  IV-NUMBER-NEW PIC X.
       01  WS-INVOICE-INDEX PIC 9(4).
       01  WS-INVOICE-SLOT PIC 9(4).
       01  WS-NEW-NUMBER-COUNT PIC 9(4) VALUE 0.

      * Billing periods for the priced file's run date, one per cycle.
       01  WS-PRICED-RUN-DATE PIC X(10) VALUE SPACES.
       01  WS-PRICED-FILE-TYPE PIC X(3) VALUE SPACES.
       01  WS-PERIOD-MONTHLY PIC X(10).
       01  WS-PERIOD-QUARTERLY PIC X(10).
       01  WS-PERIOD-WEEKLY PIC X(10).
       01  WS-LINE-PERIOD PIC X(10).
       01  WS-DATE-TEXT PIC X(8).
       01  WS-DATE-DIGITS PIC 9(8).
       01  WS-DAY-INTEGER PIC 9(8).
       01  WS-RUN-MONTH PIC 99.
       01  WS-RUN-QUARTER PIC 9.

      * Priced-file accounting, tied to its trailer.
       01  WS-HDR-FOUND PIC X VALUE 'N'.
       01  WS-TRL-FOUND PIC X VALUE 'N'.
       01  WS-TRL-DETAIL-COUNT PIC 9(8) VALUE 0.
       01  WS-TRL-AMOUNT-HASH PIC 9(11)V99 VALUE 0.
       01  WS-DETAIL-COUNT PIC 9(8) VALUE 0.
       01  WS-AMOUNT-HASH PIC 9(11)V99 VALUE 0.
       01  WS-INVOICED-AMOUNT PIC 9(11)V99 VALUE 0.
       01  WS-UNMAPPED-COUNT PIC 9(8) VALUE 0.
       01  WS-UNMAPPED-AMOUNT PIC 9(11)V99 VALUE 0.

       01  WS-COUNT-EDIT PIC ZZ,ZZZ,ZZ9.
       01  WS-COUNT-EDIT-2 PIC ZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-LINE-AMOUNT-EDIT PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN

           PERFORM LOAD-ACCOUNT-TABLE

           PERFORM LOAD-INVOICE-HISTORY

           OPEN INPUT PRICED-FILE
           IF PRICED-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open priced file '
                   FUNCTION TRIM(WS-INVOICE-INPUT-PATH)
                   ' - status=' PRICED-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TOTAL-NEXT-PRICED-LINE
               UNTIL WS-PRICED-EOF = 'Y'
           CLOSE PRICED-FILE

           PERFORM CHECK-PRICED-TOTALS

           PERFORM ASSIGN-INVOICE-NUMBERS

           PERFORM OPEN-INVOICE-REGISTER
           PERFORM WRITE-INVOICE-LINES
           IF WS-UNMAPPED-COUNT > 0
               PERFORM LIST-UNMAPPED-LINES
           END-IF
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE INVOICE-REGISTER

           MOVE WS-INVOICE-COUNT TO WS-COUNT-EDIT
           MOVE WS-NEW-NUMBER-COUNT TO WS-COUNT-EDIT-2
           DISPLAY 'Invoices registered: ' FUNCTION TRIM(WS-COUNT-EDIT)
               ' (new numbers: ' FUNCTION TRIM(WS-COUNT-EDIT-2) ')'
           IF WS-UNMAPPED-COUNT > 0
               MOVE WS-UNMAPPED-COUNT TO WS-COUNT-EDIT
               DISPLAY 'WARNING: ' FUNCTION TRIM(WS-COUNT-EDIT)
                   ' priced lines map to no account - see '
                   FUNCTION TRIM(WS-INVOICE-REPORT-PATH)
               MOVE 4 TO RETURN-CODE
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
           ACCEPT WS-INVOICE-INPUT-ENV FROM ENVIRONMENT
               'ADVENT24-INVOICE-INPUT'
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-INVOICE-INPUT-ENV)) > 0
               MOVE WS-INVOICE-INPUT-ENV TO WS-INVOICE-INPUT-PATH
           END-IF
           ACCEPT WS-INVOICE-REPORT-ENV FROM ENVIRONMENT
               'ADVENT24-INVOICE-REPORT'
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-INVOICE-REPORT-ENV))
                   > 0
               MOVE WS-INVOICE-REPORT-ENV TO WS-INVOICE-REPORT-PATH
           END-IF.

      * Loads the ACTIVE mappings. With no cross-reference at all
      * (status 35) every line is unmapped and says so on the
      * register; any other open failure stops the run, since a
      * register against a master that could not be read would
      * report every line unmapped for the wrong reason.
       LOAD-ACCOUNT-TABLE.
           OPEN INPUT ACCOUNT-XREF
           IF ACCOUNT-XREF-STATUS = '35'
               DISPLAY 'WARNING: no account cross-reference on file - '
                   'every priced line will be unmapped'
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-XREF-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open account cross-reference - '
                   'status=' ACCOUNT-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ACCOUNT-EOF = 'Y'
               READ ACCOUNT-XREF NEXT RECORD
                   AT END MOVE 'Y' TO WS-ACCOUNT-EOF
                   NOT AT END
                       IF ADVENT24-ACCT-STATUS = 'ACTIVE'
                           PERFORM TAKE-ACCOUNT-MAPPING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-XREF
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-EDIT
           DISPLAY 'Active account mappings loaded: '
               FUNCTION TRIM(WS-COUNT-EDIT).

       TAKE-ACCOUNT-MAPPING.
           IF WS-ACCOUNT-COUNT >= 500
               DISPLAY 'ERROR: more than 500 active account mappings - '
                   'raise the table before adding more'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE ADVENT24-ACCT-PATTERN TO AT-PATTERN(WS-ACCOUNT-COUNT)
           MOVE ADVENT24-ACCT-NUMBER TO AT-NUMBER(WS-ACCOUNT-COUNT)
           MOVE ADVENT24-ACCT-BILL-TO-NAME
               TO AT-BILL-TO-NAME(WS-ACCOUNT-COUNT)
           MOVE ADVENT24-ACCT-CYCLE TO AT-CYCLE(WS-ACCOUNT-COUNT)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ADVENT24-ACCT-PATTERN))
               TO AT-PATTERN-LENGTH(WS-ACCOUNT-COUNT)
           IF ADVENT24-ACCT-PATTERN
                   (AT-PATTERN-LENGTH(WS-ACCOUNT-COUNT):1) = '*'
               MOVE 'Y' TO AT-PREFIX-MATCH(WS-ACCOUNT-COUNT)
               SUBTRACT 1 FROM AT-PATTERN-LENGTH(WS-ACCOUNT-COUNT)
           ELSE
               MOVE 'N' TO AT-PREFIX-MATCH(WS-ACCOUNT-COUNT)
           END-IF.

      * Loads every invoice number already drawn, and the highest one,
      * so the next new account/period continues the sequence.
       LOAD-INVOICE-HISTORY.
           OPEN INPUT INVOICE-NUMBER-FILE
           IF INVOICE-NUMBER-STATUS = '35'
                   OR INVOICE-NUMBER-STATUS = '05'
               CLOSE INVOICE-NUMBER-FILE
               EXIT PARAGRAPH
           END-IF
           IF INVOICE-NUMBER-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open invoice-number file - '
                   'status=' INVOICE-NUMBER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-NUMBER-EOF = 'Y'
               READ INVOICE-NUMBER-FILE INTO ADVENT24-INVN-RECORD
                   AT END MOVE 'Y' TO WS-NUMBER-EOF
                   NOT AT END
                       ADD 1 TO WS-HISTORY-LINE-NUMBER
                       PERFORM TAKE-INVOICE-HISTORY
               END-READ
           END-PERFORM
           CLOSE INVOICE-NUMBER-FILE.

      * A damaged number file could hand out a number twice, so any
      * malformed line stops the run.
       TAKE-INVOICE-HISTORY.
           IF ADVENT24-INVN-NUMBER NOT NUMERIC
                   OR ADVENT24-INVN-ACCOUNT = SPACES
                   OR ADVENT24-INVN-PERIOD = SPACES
               DISPLAY 'ERROR: invoice-number file line '
                   WS-HISTORY-LINE-NUMBER ' is malformed'
               DISPLAY 'ABEND: fix advent-24-1.invoice-numbers and '
                   'resubmit'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HISTORY-COUNT >= 5000
               DISPLAY 'ERROR: more than 5000 invoice numbers on file '
                   '- raise the table'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HISTORY-COUNT
           MOVE ADVENT24-INVN-ACCOUNT TO IH-ACCOUNT(WS-HISTORY-COUNT)
           MOVE ADVENT24-INVN-PERIOD TO IH-PERIOD(WS-HISTORY-COUNT)
           MOVE ADVENT24-INVN-NUMBER TO IH-NUMBER(WS-HISTORY-COUNT)
           IF ADVENT24-INVN-NUMBER > WS-LAST-INVOICE-NUMBER
               MOVE ADVENT24-INVN-NUMBER TO WS-LAST-INVOICE-NUMBER
           END-IF.

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
                               TO WS-TRL-DETAIL-COUNT
                           MOVE ADVENT24-PRC-TRL-AMOUNT-HASH
                               TO WS-TRL-AMOUNT-HASH
                           MOVE 'Y' TO WS-TRL-FOUND
                       WHEN PRICED-LINE(1:4) = 'DTL '
                           MOVE PRICED-LINE
                               TO ADVENT24-PRC-DETAIL-RECORD
                           PERFORM TOTAL-ONE-DETAIL
                       WHEN OTHER
                           DISPLAY 'ERROR: unrecognized priced '
                               'line: ' PRICED-LINE(1:60)
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
           END-READ.

      * The priced file's run date places it in a billing period for
      * each cycle: YYYY-MM, YYYY-Qn, and the Monday starting the week
      * (INTEGER-OF-DATE day 1, 1601-01-01, was a Monday).
       TAKE-PRICED-HEADER.
           MOVE PRICED-LINE TO ADVENT24-PRC-HEADER-RECORD
           MOVE ADVENT24-PRC-HDR-RUN-DATE TO WS-PRICED-RUN-DATE
           MOVE ADVENT24-PRC-HDR-FILE-TYPE TO WS-PRICED-FILE-TYPE
           IF WS-PRICED-RUN-DATE(1:4) NOT NUMERIC
                   OR WS-PRICED-RUN-DATE(5:1) NOT = '-'
                   OR WS-PRICED-RUN-DATE(6:2) NOT NUMERIC
                   OR WS-PRICED-RUN-DATE(8:1) NOT = '-'
                   OR WS-PRICED-RUN-DATE(9:2) NOT NUMERIC
               DISPLAY 'ERROR: priced HDR run date is not a date: '
                   WS-PRICED-RUN-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-HDR-FOUND

           MOVE WS-PRICED-RUN-DATE(1:7) TO WS-PERIOD-MONTHLY

           MOVE WS-PRICED-RUN-DATE(6:2) TO WS-RUN-MONTH
           COMPUTE WS-RUN-QUARTER = (WS-RUN-MONTH - 1) / 3 + 1
           MOVE SPACES TO WS-PERIOD-QUARTERLY
           STRING WS-PRICED-RUN-DATE(1:4) DELIMITED BY SIZE
               '-Q' DELIMITED BY SIZE
               WS-RUN-QUARTER DELIMITED BY SIZE
               INTO WS-PERIOD-QUARTERLY
           END-STRING

           MOVE SPACES TO WS-DATE-TEXT
           STRING WS-PRICED-RUN-DATE(1:4) DELIMITED BY SIZE
               WS-PRICED-RUN-DATE(6:2) DELIMITED BY SIZE
               WS-PRICED-RUN-DATE(9:2) DELIMITED BY SIZE
               INTO WS-DATE-TEXT
           END-STRING
           MOVE WS-DATE-TEXT TO WS-DATE-DIGITS
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           COMPUTE WS-DAY-INTEGER = WS-DAY-INTEGER
               - FUNCTION MOD(WS-DAY-INTEGER - 1, 7)
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           MOVE SPACES TO WS-PERIOD-WEEKLY
           STRING WS-DATE-DIGITS(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-DATE-DIGITS(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-DATE-DIGITS(7:2) DELIMITED BY SIZE
               INTO WS-PERIOD-WEEKLY
           END-STRING.

      * One priced line rolled up to its account's invoice for the
      * period, or counted unmapped.
       TOTAL-ONE-DETAIL.
           IF WS-HDR-FOUND = 'N'
               DISPLAY 'ERROR: priced DTL before its HDR - nothing '
                   'dates the billing period'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           ADD ADVENT24-PRC-AMOUNT TO WS-AMOUNT-HASH

           PERFORM FIND-ACCOUNT-FOR-SOURCE
           IF WS-ACCOUNT-SLOT = 0
               ADD 1 TO WS-UNMAPPED-COUNT
               ADD ADVENT24-PRC-AMOUNT TO WS-UNMAPPED-AMOUNT
               EXIT PARAGRAPH
           END-IF

           EVALUATE AT-CYCLE(WS-ACCOUNT-SLOT)
               WHEN 'Q'
                   MOVE WS-PERIOD-QUARTERLY TO WS-LINE-PERIOD
               WHEN 'W'
                   MOVE WS-PERIOD-WEEKLY TO WS-LINE-PERIOD
               WHEN OTHER
                   MOVE WS-PERIOD-MONTHLY TO WS-LINE-PERIOD
           END-EVALUATE

           MOVE 0 TO WS-INVOICE-SLOT
           PERFORM VARYING WS-INVOICE-INDEX FROM 1 BY 1
                   UNTIL WS-INVOICE-INDEX > WS-INVOICE-COUNT
                      OR WS-INVOICE-SLOT > 0
               IF IV-ACCOUNT(WS-INVOICE-INDEX) =
                       AT-NUMBER(WS-ACCOUNT-SLOT)
                       AND IV-PERIOD(WS-INVOICE-INDEX) = WS-LINE-PERIOD
                   MOVE WS-INVOICE-INDEX TO WS-INVOICE-SLOT
               END-IF
           END-PERFORM
           IF WS-INVOICE-SLOT = 0
               IF WS-INVOICE-COUNT >= 500
                   DISPLAY 'ERROR: more than 500 invoices in one '
                       'priced file - raise the table'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-INVOICE-COUNT
               MOVE WS-INVOICE-COUNT TO WS-INVOICE-SLOT
               MOVE AT-NUMBER(WS-ACCOUNT-SLOT)
                   TO IV-ACCOUNT(WS-INVOICE-SLOT)
               MOVE AT-BILL-TO-NAME(WS-ACCOUNT-SLOT)
                   TO IV-BILL-TO-NAME(WS-INVOICE-SLOT)
               MOVE AT-CYCLE(WS-ACCOUNT-SLOT)
                   TO IV-CYCLE(WS-INVOICE-SLOT)
               MOVE WS-LINE-PERIOD TO IV-PERIOD(WS-INVOICE-SLOT)
               MOVE 0 TO IV-LINE-COUNT(WS-INVOICE-SLOT)
               MOVE 0 TO IV-EXCEPTION-COUNT(WS-INVOICE-SLOT)
               MOVE 0 TO IV-AMOUNT(WS-INVOICE-SLOT)
               MOVE 0 TO IV-NUMBER(WS-INVOICE-SLOT)
               MOVE 'N' TO IV-NUMBER-NEW(WS-INVOICE-SLOT)
           END-IF
           ADD 1 TO IV-LINE-COUNT(WS-INVOICE-SLOT)
           IF ADVENT24-PRC-EXCEPTION-FLAG = 'Y'
               ADD 1 TO IV-EXCEPTION-COUNT(WS-INVOICE-SLOT)
           END-IF
           ADD ADVENT24-PRC-AMOUNT TO IV-AMOUNT(WS-INVOICE-SLOT)
           ADD ADVENT24-PRC-AMOUNT TO WS-INVOICED-AMOUNT.

      * Matches the bare file name (after the last '/') against the
      * active mappings: an exact name beats any prefix, and a longer
      * prefix beats a shorter one. WS-ACCOUNT-SLOT is 0 for no match.
       FIND-ACCOUNT-FOR-SOURCE.
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

           MOVE 0 TO WS-ACCOUNT-SLOT
           MOVE 0 TO WS-BEST-LENGTH
           PERFORM VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
                   UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
               IF AT-PREFIX-MATCH(WS-ACCOUNT-INDEX) = 'Y'
                   IF AT-PATTERN-LENGTH(WS-ACCOUNT-INDEX) = 0
                           OR WS-BARE-NAME
                               (1:AT-PATTERN-LENGTH(WS-ACCOUNT-INDEX))
                               = AT-PATTERN(WS-ACCOUNT-INDEX)
                               (1:AT-PATTERN-LENGTH(WS-ACCOUNT-INDEX))
                       IF WS-ACCOUNT-SLOT = 0
                               OR AT-PATTERN-LENGTH(WS-ACCOUNT-INDEX)
                                   > WS-BEST-LENGTH
                           MOVE WS-ACCOUNT-INDEX TO WS-ACCOUNT-SLOT
                           MOVE AT-PATTERN-LENGTH(WS-ACCOUNT-INDEX)
                               TO WS-BEST-LENGTH
                       END-IF
                   END-IF
               ELSE
                   IF WS-BARE-NAME = AT-PATTERN(WS-ACCOUNT-INDEX)
                       MOVE WS-ACCOUNT-INDEX TO WS-ACCOUNT-SLOT
                       MOVE 9999 TO WS-BEST-LENGTH
                   END-IF
               END-IF
           END-PERFORM.

      * A priced file that is cut off or does not add up to its own
      * trailer is refused before any invoice number is drawn.
       CHECK-PRICED-TOTALS.
           IF WS-HDR-FOUND = 'N'
               DISPLAY 'ERROR: priced file has no HDR record - '
                   'nothing dates the billing period'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRL-FOUND = 'N'
               DISPLAY 'ERROR: priced file has no TRL record - it is '
                   'incomplete and must not be invoiced'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DETAIL-COUNT NOT = WS-TRL-DETAIL-COUNT
                   OR WS-AMOUNT-HASH NOT = WS-TRL-AMOUNT-HASH
               MOVE WS-AMOUNT-HASH TO WS-AMOUNT-EDIT
               DISPLAY 'ERROR: priced file holds ' WS-DETAIL-COUNT
                   ' DTLs totalling ' FUNCTION TRIM(WS-AMOUNT-EDIT)
               MOVE WS-TRL-AMOUNT-HASH TO WS-AMOUNT-EDIT
               DISPLAY '       but its TRL claims '
                   WS-TRL-DETAIL-COUNT ' totalling '
                   FUNCTION TRIM(WS-AMOUNT-EDIT)
               DISPLAY 'ABEND: priced file does not balance - no '
                   'invoices registered'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Reuses the number already drawn for an account/period, and
      * draws the next in sequence for a new one. New numbers are
      * recorded before the register is written, so a number printed
      * on a register is never handed out again.
       ASSIGN-INVOICE-NUMBERS.
           PERFORM VARYING WS-INVOICE-INDEX FROM 1 BY 1
                   UNTIL WS-INVOICE-INDEX > WS-INVOICE-COUNT
               PERFORM VARYING WS-HISTORY-INDEX FROM 1 BY 1
                       UNTIL WS-HISTORY-INDEX > WS-HISTORY-COUNT
                          OR IV-NUMBER(WS-INVOICE-INDEX) > 0
                   IF IH-ACCOUNT(WS-HISTORY-INDEX) =
                           IV-ACCOUNT(WS-INVOICE-INDEX)
                           AND IH-PERIOD(WS-HISTORY-INDEX) =
                               IV-PERIOD(WS-INVOICE-INDEX)
                       MOVE IH-NUMBER(WS-HISTORY-INDEX)
                           TO IV-NUMBER(WS-INVOICE-INDEX)
                   END-IF
               END-PERFORM
               IF IV-NUMBER(WS-INVOICE-INDEX) = 0
                   ADD 1 TO WS-LAST-INVOICE-NUMBER
                   MOVE WS-LAST-INVOICE-NUMBER
                       TO IV-NUMBER(WS-INVOICE-INDEX)
                   MOVE 'Y' TO IV-NUMBER-NEW(WS-INVOICE-INDEX)
                   ADD 1 TO WS-NEW-NUMBER-COUNT
               END-IF
           END-PERFORM

           IF WS-NEW-NUMBER-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND INVOICE-NUMBER-FILE
           IF INVOICE-NUMBER-STATUS NOT = '00'
                   AND INVOICE-NUMBER-STATUS NOT = '05'
               DISPLAY 'ERROR: cannot extend invoice-number file - '
                   'status=' INVOICE-NUMBER-STATUS
               DISPLAY 'ABEND: no invoices registered - new numbers '
                   'could not be recorded'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-INVOICE-INDEX FROM 1 BY 1
                   UNTIL WS-INVOICE-INDEX > WS-INVOICE-COUNT
               IF IV-NUMBER-NEW(WS-INVOICE-INDEX) = 'Y'
                   MOVE SPACES TO ADVENT24-INVN-RECORD
                   MOVE IV-ACCOUNT(WS-INVOICE-INDEX)
                       TO ADVENT24-INVN-ACCOUNT
                   MOVE IV-PERIOD(WS-INVOICE-INDEX)
                       TO ADVENT24-INVN-PERIOD
                   MOVE IV-NUMBER(WS-INVOICE-INDEX)
                       TO ADVENT24-INVN-NUMBER
                   MOVE WS-CURRENT-RUN-DATE
                       TO ADVENT24-INVN-ASSIGNED-DATE
                   MOVE WS-PRICED-FILE-TYPE TO ADVENT24-INVN-FILE-TYPE
                   MOVE WS-PRICED-RUN-DATE TO ADVENT24-INVN-RUN-DATE
                   WRITE INVOICE-NUMBER-LINE FROM ADVENT24-INVN-RECORD
               END-IF
           END-PERFORM
           CLOSE INVOICE-NUMBER-FILE.

       OPEN-INVOICE-REGISTER.
           OPEN OUTPUT INVOICE-REGISTER
           IF INVOICE-REGISTER-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open invoice register '
                   FUNCTION TRIM(WS-INVOICE-REPORT-PATH)
                   ' - status=' INVOICE-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO INVOICE-REGISTER-LINE
           STRING 'INVOICE REGISTER - ' DELIMITED BY SIZE
               WS-PRICED-FILE-TYPE DELIMITED BY SIZE
               ' PRICED FILE OF ' DELIMITED BY SIZE
               WS-PRICED-RUN-DATE DELIMITED BY SIZE
               ' - PRODUCED ' DELIMITED BY SIZE
               WS-CURRENT-RUN-DATE DELIMITED BY SIZE
               INTO INVOICE-REGISTER-LINE
           END-STRING
           WRITE INVOICE-REGISTER-LINE
           MOVE SPACES TO INVOICE-REGISTER-LINE
           STRING 'PRICED FILE: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-INVOICE-INPUT-PATH) DELIMITED BY SIZE
               INTO INVOICE-REGISTER-LINE
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE INVOICE-REGISTER-LINE
           MOVE SPACES TO INVOICE-REGISTER-LINE
           WRITE INVOICE-REGISTER-LINE.

      * One line per invoice, NEW marking a number drawn by this run.
       WRITE-INVOICE-LINES.
           MOVE SPACES TO INVOICE-REGISTER-LINE
           STRING 'INVOICE  ACCOUNT    PERIOD     C      LINES '
               DELIMITED BY SIZE
               '    EXCEPT             AMOUNT' DELIMITED BY SIZE
               INTO INVOICE-REGISTER-LINE
           END-STRING
           MOVE 'NEW' TO INVOICE-REGISTER-LINE(80:3)
           MOVE 'BILL TO' TO INVOICE-REGISTER-LINE(85:7)
           WRITE INVOICE-REGISTER-LINE
           PERFORM VARYING WS-INVOICE-INDEX FROM 1 BY 1
                   UNTIL WS-INVOICE-INDEX > WS-INVOICE-COUNT
               MOVE IV-LINE-COUNT(WS-INVOICE-INDEX) TO WS-COUNT-EDIT
               MOVE IV-EXCEPTION-COUNT(WS-INVOICE-INDEX)
                   TO WS-COUNT-EDIT-2
               MOVE IV-AMOUNT(WS-INVOICE-INDEX) TO WS-AMOUNT-EDIT
               MOVE SPACES TO INVOICE-REGISTER-LINE
               STRING IV-NUMBER(WS-INVOICE-INDEX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   IV-ACCOUNT(WS-INVOICE-INDEX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   IV-PERIOD(WS-INVOICE-INDEX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   IV-CYCLE(WS-INVOICE-INDEX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-COUNT-EDIT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   INTO INVOICE-REGISTER-LINE
               END-STRING
               IF IV-NUMBER-NEW(WS-INVOICE-INDEX) = 'Y'
                   MOVE 'NEW' TO INVOICE-REGISTER-LINE(80:3)
               END-IF
               MOVE IV-BILL-TO-NAME(WS-INVOICE-INDEX)
                   TO INVOICE-REGISTER-LINE(85:40)
               WRITE INVOICE-REGISTER-LINE
           END-PERFORM
           IF WS-INVOICE-COUNT = 0
               MOVE SPACES TO INVOICE-REGISTER-LINE
               MOVE '  (no priced line maps to an account)'
                   TO INVOICE-REGISTER-LINE
               WRITE INVOICE-REGISTER-LINE
           END-IF
           MOVE SPACES TO INVOICE-REGISTER-LINE
           WRITE INVOICE-REGISTER-LINE.

      * A second pass over the priced file names each unmapped line;
      * the first pass only counted them.
       LIST-UNMAPPED-LINES.
           MOVE SPACES TO INVOICE-REGISTER-LINE
           MOVE 'UNMAPPED PRICED LINES - no active account matches '
               & 'the source file' TO INVOICE-REGISTER-LINE
           WRITE INVOICE-REGISTER-LINE
           MOVE 'N' TO WS-PRICED-EOF
           OPEN INPUT PRICED-FILE
           IF PRICED-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot reopen priced file - status='
                   PRICED-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PRICED-EOF = 'Y'
               READ PRICED-FILE INTO PRICED-LINE
                   AT END MOVE 'Y' TO WS-PRICED-EOF
                   NOT AT END
                       IF PRICED-LINE(1:4) = 'DTL '
                           MOVE PRICED-LINE
                               TO ADVENT24-PRC-DETAIL-RECORD
                           PERFORM FIND-ACCOUNT-FOR-SOURCE
                           IF WS-ACCOUNT-SLOT = 0
                               PERFORM WRITE-UNMAPPED-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRICED-FILE
           MOVE SPACES TO INVOICE-REGISTER-LINE
           WRITE INVOICE-REGISTER-LINE.

       WRITE-UNMAPPED-LINE.
           MOVE ADVENT24-PRC-AMOUNT TO WS-LINE-AMOUNT-EDIT
           MOVE SPACES TO INVOICE-REGISTER-LINE
           STRING '  SEQUENCE ' DELIMITED BY SIZE
               ADVENT24-PRC-SEQUENCE DELIMITED BY SIZE
               '  AMOUNT ' DELIMITED BY SIZE
               WS-LINE-AMOUNT-EDIT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               FUNCTION TRIM(ADVENT24-PRC-SOURCE-FILE)
                   DELIMITED BY SIZE
               INTO INVOICE-REGISTER-LINE
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE INVOICE-REGISTER-LINE.

      * Invoiced plus unmapped must equal the priced trailer's hash -
      * already checked line by line, shown here for the reader.
       WRITE-REGISTER-TOTALS.
           MOVE WS-INVOICE-COUNT TO WS-COUNT-EDIT
           MOVE WS-NEW-NUMBER-COUNT TO WS-COUNT-EDIT-2
           MOVE SPACES TO INVOICE-REGISTER-LINE
           STRING 'INVOICES: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               '  (NEW NUMBERS DRAWN: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO INVOICE-REGISTER-LINE
           END-STRING
           WRITE INVOICE-REGISTER-LINE
           MOVE WS-INVOICED-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO INVOICE-REGISTER-LINE
           STRING 'INVOICED AMOUNT:        ' DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO INVOICE-REGISTER-LINE
           END-STRING
           WRITE INVOICE-REGISTER-LINE
           MOVE WS-UNMAPPED-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-UNMAPPED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO INVOICE-REGISTER-LINE
           STRING 'UNMAPPED AMOUNT:        ' DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               '  (' DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               ' LINES)' DELIMITED BY SIZE
               INTO INVOICE-REGISTER-LINE
           END-STRING
           WRITE INVOICE-REGISTER-LINE
           MOVE WS-TRL-AMOUNT-HASH TO WS-AMOUNT-EDIT
           MOVE SPACES TO INVOICE-REGISTER-LINE
           STRING 'PRICED TRL AMOUNT HASH: ' DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               '  TIED' DELIMITED BY SIZE
               INTO INVOICE-REGISTER-LINE
           END-STRING
           WRITE INVOICE-REGISTER-LINE.
