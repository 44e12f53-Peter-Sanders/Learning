       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-24-1-Acctmaint.

      * Operator maintenance session over the account cross-reference
      * master advent-24-1.accounts, which maps source files (or
      * name patterns) to the customer account, bill-to name and
      * billing cycle the invoice register bills them under. Finance
      * used to keep this mapping in a spreadsheet; this is now the
      * only place it lives, so every change goes through here.
      *
      * The session works the way the inquiry session does - console
      * prompts, a blank answer backs out:
      *   A  add a mapping for a new pattern;
      *   C  change the account, bill-to name or cycle of a mapping
      *      (a retired mapping can be reinstated here);
      *   R  retire a mapping - it stays on file, dated, but the
      *      invoice register no longer matches it;
      *   L  list every mapping in pattern order.
      * The master is created on first use.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-XREF
           ASSIGN TO '../advent-storage/advent-24-1.accounts'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADVENT24-ACCT-PATTERN
           FILE STATUS IS ACCOUNT-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-XREF.
       COPY "advent24-account-xref.cpy".

       WORKING-STORAGE SECTION.
       01  ACCOUNT-XREF-STATUS PIC XX.
       01  WS-CURRENT-RUN-DATE PIC X(10).

      * Session working storage - every answer is keyed into a reply
      * field and validated before it touches the record.
       01  WS-SESSION-DONE PIC X VALUE 'N'.
       01  WS-FUNCTION-REPLY PIC X(10).
       01  WS-PATTERN-REPLY PIC X(100).
       01  WS-ACCOUNT-REPLY PIC X(40).
       01  WS-NAME-REPLY PIC X(60).
       01  WS-CYCLE-REPLY PIC X(10).
       01  WS-CONFIRM-REPLY PIC X(10).
       01  WS-PAGE-REPLY PIC X(10).
       01  WS-RECORD-FOUND PIC X.
       01  WS-REPLY-VALID PIC X.
       01  WS-PATTERN-LENGTH PIC 9(4).
       01  WS-STAR-COUNT PIC 9(4).
       01  WS-SLASH-COUNT PIC 9(4).

      * Listing working storage.
       01  WS-LIST-DONE PIC X.
       01  WS-PAGE-SIZE PIC 9(4) VALUE 0015.
       01  WS-PAGE-COUNT PIC 9(4).
       01  WS-LIST-COUNT PIC 9(8).
       01  WS-LIST-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-CURRENT-RUN-DATE
           END-STRING

           PERFORM OPEN-ACCOUNT-XREF
           PERFORM RUN-MAINTENANCE-SESSION
           CLOSE ACCOUNT-XREF
           STOP RUN.

      * Opens the cross-reference for update, creating it on first use
      * (status 35 = not there yet) - the open-or-create sequence the
      * main run uses for its master. Unlike the main run, this
      * session has nothing to do without the file, so any other
      * failure ends it.
       OPEN-ACCOUNT-XREF.
           OPEN I-O ACCOUNT-XREF
           IF ACCOUNT-XREF-STATUS = '35'
               OPEN OUTPUT ACCOUNT-XREF
               IF ACCOUNT-XREF-STATUS = '00'
                   CLOSE ACCOUNT-XREF
                   OPEN I-O ACCOUNT-XREF
               END-IF
           END-IF
           IF ACCOUNT-XREF-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open account cross-reference - '
                   'status=' ACCOUNT-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RUN-MAINTENANCE-SESSION.
           PERFORM UNTIL WS-SESSION-DONE = 'Y'
               DISPLAY ' '
               DISPLAY 'ACCOUNT CROSS-REFERENCE - A=ADD C=CHANGE '
                   'R=RETIRE L=LIST (blank to quit):'
               MOVE SPACES TO WS-FUNCTION-REPLY
               ACCEPT WS-FUNCTION-REPLY
               MOVE FUNCTION UPPER-CASE(WS-FUNCTION-REPLY)
                   TO WS-FUNCTION-REPLY
               EVALUATE FUNCTION TRIM(WS-FUNCTION-REPLY)
                   WHEN SPACES
                       MOVE 'Y' TO WS-SESSION-DONE
                   WHEN 'A'
                       PERFORM ADD-MAPPING
                   WHEN 'C'
                       PERFORM CHANGE-MAPPING
                   WHEN 'R'
                       PERFORM RETIRE-MAPPING
                   WHEN 'L'
                       PERFORM LIST-MAPPINGS
                   WHEN OTHER
                       DISPLAY 'UNKNOWN FUNCTION - key A, C, R or L'
               END-EVALUATE
           END-PERFORM.

      * Prompts for a pattern and reads its mapping. A pattern is a
      * bare file name, optionally ending in '*' - never a path, since
      * the register matches on the name after the last '/'.
       ASK-PATTERN.
           MOVE 'N' TO WS-REPLY-VALID
           MOVE 'N' TO WS-RECORD-FOUND
           DISPLAY 'SOURCE FILE NAME OR PATTERN (name or prefix*, '
               'blank to cancel):'
           MOVE SPACES TO WS-PATTERN-REPLY
           ACCEPT WS-PATTERN-REPLY
           MOVE FUNCTION TRIM(WS-PATTERN-REPLY) TO WS-PATTERN-REPLY
           IF WS-PATTERN-REPLY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PATTERN-REPLY))
               TO WS-PATTERN-LENGTH
           MOVE 0 TO WS-STAR-COUNT
           MOVE 0 TO WS-SLASH-COUNT
           INSPECT WS-PATTERN-REPLY TALLYING WS-STAR-COUNT FOR ALL '*'
               WS-SLASH-COUNT FOR ALL '/'
           IF WS-SLASH-COUNT > 0
               DISPLAY 'A PATTERN IS A FILE NAME, NOT A PATH - '
                   'drop the directory'
               EXIT PARAGRAPH
           END-IF
           IF WS-STAR-COUNT > 1
                   OR (WS-STAR-COUNT = 1
                       AND WS-PATTERN-REPLY(WS-PATTERN-LENGTH:1)
                           NOT = '*')
               DISPLAY 'ONLY ONE * IS ALLOWED, AT THE END OF THE '
                   'PATTERN'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-REPLY-VALID
           MOVE WS-PATTERN-REPLY TO ADVENT24-ACCT-PATTERN
           READ ACCOUNT-XREF
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ.

       ADD-MAPPING.
           PERFORM ASK-PATTERN
           IF WS-REPLY-VALID = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-RECORD-FOUND = 'Y'
               DISPLAY 'ALREADY ON FILE:'
               PERFORM DISPLAY-MAPPING
               DISPLAY 'use C to change it'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ADVENT24-ACCT-RECORD
           MOVE WS-PATTERN-REPLY TO ADVENT24-ACCT-PATTERN
           PERFORM ASK-ACCOUNT-NUMBER
           IF WS-REPLY-VALID = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-BILL-TO-NAME
           IF WS-REPLY-VALID = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-BILLING-CYCLE
           IF WS-REPLY-VALID = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'ACTIVE' TO ADVENT24-ACCT-STATUS
           MOVE WS-CURRENT-RUN-DATE TO ADVENT24-ACCT-ADDED-DATE
           MOVE WS-CURRENT-RUN-DATE TO ADVENT24-ACCT-CHANGED-DATE

           WRITE ADVENT24-ACCT-RECORD
               INVALID KEY
                   DISPLAY 'ADD FAILED - status=' ACCOUNT-XREF-STATUS
               NOT INVALID KEY
                   DISPLAY 'ADDED:'
                   PERFORM DISPLAY-MAPPING
           END-WRITE.

      * A blank answer to any prompt keeps the value on file.
       CHANGE-MAPPING.
           PERFORM ASK-PATTERN
           IF WS-REPLY-VALID = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-RECORD-FOUND = 'N'
               DISPLAY 'NOT ON FILE: ' FUNCTION TRIM(WS-PATTERN-REPLY)
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-MAPPING
           DISPLAY '(blank keeps the value shown)'
           PERFORM ASK-ACCOUNT-NUMBER
           IF WS-REPLY-VALID = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-BILL-TO-NAME
           IF WS-REPLY-VALID = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-BILLING-CYCLE
           IF WS-REPLY-VALID = 'N'
               EXIT PARAGRAPH
           END-IF
           IF ADVENT24-ACCT-STATUS = 'RETIRED'
               DISPLAY 'MAPPING IS RETIRED - REINSTATE IT? (Y/N):'
               MOVE SPACES TO WS-CONFIRM-REPLY
               ACCEPT WS-CONFIRM-REPLY
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONFIRM-REPLY))
                       = 'Y'
                   MOVE 'ACTIVE' TO ADVENT24-ACCT-STATUS
                   MOVE SPACES TO ADVENT24-ACCT-RETIRED-DATE
               END-IF
           END-IF
           MOVE WS-CURRENT-RUN-DATE TO ADVENT24-ACCT-CHANGED-DATE

           REWRITE ADVENT24-ACCT-RECORD
               INVALID KEY
                   DISPLAY 'CHANGE FAILED - status='
                       ACCOUNT-XREF-STATUS
               NOT INVALID KEY
                   DISPLAY 'CHANGED:'
                   PERFORM DISPLAY-MAPPING
           END-REWRITE.

      * Retiring keeps the row - the invoice register stops matching
      * it, but the mapping a past invoice was billed under stays
      * answerable.
       RETIRE-MAPPING.
           PERFORM ASK-PATTERN
           IF WS-REPLY-VALID = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-RECORD-FOUND = 'N'
               DISPLAY 'NOT ON FILE: ' FUNCTION TRIM(WS-PATTERN-REPLY)
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-MAPPING
           IF ADVENT24-ACCT-STATUS = 'RETIRED'
               DISPLAY 'ALREADY RETIRED'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'RETIRE THIS MAPPING? (Y/N):'
           MOVE SPACES TO WS-CONFIRM-REPLY
           ACCEPT WS-CONFIRM-REPLY
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONFIRM-REPLY))
                   NOT = 'Y'
               DISPLAY 'NOT RETIRED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'RETIRED' TO ADVENT24-ACCT-STATUS
           MOVE WS-CURRENT-RUN-DATE TO ADVENT24-ACCT-RETIRED-DATE
           MOVE WS-CURRENT-RUN-DATE TO ADVENT24-ACCT-CHANGED-DATE
           REWRITE ADVENT24-ACCT-RECORD
               INVALID KEY
                   DISPLAY 'RETIRE FAILED - status='
                       ACCOUNT-XREF-STATUS
               NOT INVALID KEY
                   DISPLAY 'RETIRED:'
                   PERFORM DISPLAY-MAPPING
           END-REWRITE.

       ASK-ACCOUNT-NUMBER.
           MOVE 'N' TO WS-REPLY-VALID
           DISPLAY 'ACCOUNT NUMBER (up to 10 characters):'
           MOVE SPACES TO WS-ACCOUNT-REPLY
           ACCEPT WS-ACCOUNT-REPLY
           MOVE FUNCTION TRIM(WS-ACCOUNT-REPLY) TO WS-ACCOUNT-REPLY
           IF WS-ACCOUNT-REPLY = SPACES
               IF ADVENT24-ACCT-NUMBER = SPACES
                   DISPLAY 'AN ACCOUNT NUMBER IS REQUIRED'
               ELSE
                   MOVE 'Y' TO WS-REPLY-VALID
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ACCOUNT-REPLY)) > 10
               DISPLAY 'ACCOUNT NUMBER IS LONGER THAN 10 CHARACTERS'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ACCOUNT-REPLY)
               TO ADVENT24-ACCT-NUMBER
           MOVE 'Y' TO WS-REPLY-VALID.

       ASK-BILL-TO-NAME.
           MOVE 'N' TO WS-REPLY-VALID
           DISPLAY 'BILL-TO NAME (up to 40 characters):'
           MOVE SPACES TO WS-NAME-REPLY
           ACCEPT WS-NAME-REPLY
           MOVE FUNCTION TRIM(WS-NAME-REPLY) TO WS-NAME-REPLY
           IF WS-NAME-REPLY = SPACES
               IF ADVENT24-ACCT-BILL-TO-NAME = SPACES
                   DISPLAY 'A BILL-TO NAME IS REQUIRED'
               ELSE
                   MOVE 'Y' TO WS-REPLY-VALID
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-NAME-REPLY)) > 40
               DISPLAY 'BILL-TO NAME IS LONGER THAN 40 CHARACTERS'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NAME-REPLY TO ADVENT24-ACCT-BILL-TO-NAME
           MOVE 'Y' TO WS-REPLY-VALID.

       ASK-BILLING-CYCLE.
           MOVE 'N' TO WS-REPLY-VALID
           DISPLAY 'BILLING CYCLE (M=MONTHLY Q=QUARTERLY W=WEEKLY):'
           MOVE SPACES TO WS-CYCLE-REPLY
           ACCEPT WS-CYCLE-REPLY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CYCLE-REPLY))
               TO WS-CYCLE-REPLY
           IF WS-CYCLE-REPLY = SPACES
               IF ADVENT24-ACCT-CYCLE = SPACES
                   DISPLAY 'A BILLING CYCLE IS REQUIRED'
               ELSE
                   MOVE 'Y' TO WS-REPLY-VALID
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CYCLE-REPLY NOT = 'M' AND WS-CYCLE-REPLY NOT = 'Q'
                   AND WS-CYCLE-REPLY NOT = 'W'
               DISPLAY 'BILLING CYCLE MUST BE M, Q OR W'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CYCLE-REPLY TO ADVENT24-ACCT-CYCLE
           MOVE 'Y' TO WS-REPLY-VALID.

       DISPLAY-MAPPING.
           DISPLAY '  PATTERN:  ' FUNCTION TRIM(ADVENT24-ACCT-PATTERN)
           DISPLAY '  ACCOUNT:  ' ADVENT24-ACCT-NUMBER
               '  CYCLE: ' ADVENT24-ACCT-CYCLE
               '  STATUS: ' ADVENT24-ACCT-STATUS
           DISPLAY '  BILL TO:  '
               FUNCTION TRIM(ADVENT24-ACCT-BILL-TO-NAME)
           DISPLAY '  ADDED: ' ADVENT24-ACCT-ADDED-DATE
               '  CHANGED: ' ADVENT24-ACCT-CHANGED-DATE
               '  RETIRED: ' ADVENT24-ACCT-RETIRED-DATE.

      * Walks the whole cross-reference in pattern order, paging every
      * WS-PAGE-SIZE mappings the way the inquiry browse pages.
       LIST-MAPPINGS.
           MOVE 'N' TO WS-LIST-DONE
           MOVE 0 TO WS-PAGE-COUNT
           MOVE 0 TO WS-LIST-COUNT
           MOVE LOW-VALUES TO ADVENT24-ACCT-PATTERN
           START ACCOUNT-XREF KEY NOT < ADVENT24-ACCT-PATTERN
               INVALID KEY MOVE 'Y' TO WS-LIST-DONE
           END-START
           PERFORM UNTIL WS-LIST-DONE = 'Y'
               READ ACCOUNT-XREF NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-DONE
                   NOT AT END
                       PERFORM SHOW-LIST-LINE
               END-READ
           END-PERFORM
           MOVE WS-LIST-COUNT TO WS-LIST-EDIT
           DISPLAY 'MAPPINGS ON FILE: ' FUNCTION TRIM(WS-LIST-EDIT).

       SHOW-LIST-LINE.
           DISPLAY ADVENT24-ACCT-NUMBER ' ' ADVENT24-ACCT-CYCLE ' '
               ADVENT24-ACCT-STATUS ' '
               ADVENT24-ACCT-PATTERN(1:30) ' '
               FUNCTION TRIM(ADVENT24-ACCT-BILL-TO-NAME)
           ADD 1 TO WS-LIST-COUNT
           ADD 1 TO WS-PAGE-COUNT
           IF WS-PAGE-COUNT >= WS-PAGE-SIZE
               MOVE 0 TO WS-PAGE-COUNT
               DISPLAY '-- ENTER FOR MORE, Q TO END THE LIST --'
               MOVE SPACES TO WS-PAGE-REPLY
               ACCEPT WS-PAGE-REPLY
               IF FUNCTION TRIM(WS-PAGE-REPLY) = 'Q'
                       OR FUNCTION TRIM(WS-PAGE-REPLY) = 'q'
                   MOVE 'Y' TO WS-LIST-DONE
               END-IF
           END-IF.
