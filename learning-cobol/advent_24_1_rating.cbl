      * (advent-24-1.extract-adjust, identical layout) is priced by a
      * second invocation to its own priced file instead of shipping
      * raw values on the adjustment path.
      *
      * Every priced file closed is logged to the billing-handoff
      * ledger advent-24-1.billing-handoff - file type, run date, its
      * trailer figures and where it was written - so the billing
      * acknowledgment program can tell which handoffs billing has
      * answered and chase the ones it has not. The priced file is
      * rewritten every night, so what the ledger records is a
      * generation copy of it (<output path>.g<stamp>) that stays put
      * until billing's answer has been posted. A rerun that prices
      * the same file type and run date to the same count and amount
      * total is already on the ledger and is not logged or copied a
      * second time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRICED-BILLING-STATUS.

           SELECT OPTIONAL HANDOFF-LEDGER
           ASSIGN TO '../advent-storage/advent-24-1.billing-handoff'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HANDOFF-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       FD  PRICED-BILLING-FILE.
       01  PRICED-BILLING-LINE PIC X(132).

       FD  HANDOFF-LEDGER.
       01  HANDOFF-LEDGER-LINE PIC X(170).

       WORKING-STORAGE SECTION.
       COPY "advent24-extract-layout.cpy".
       COPY "advent24-rate-layout.cpy".
       COPY "advent24-priced-layout.cpy".
       COPY "advent24-handoff.cpy".

       01  RATE-FILE-STATUS PIC XX.
       01  EXTRACT-FILE-STATUS PIC XX.
       01  PRICED-BILLING-STATUS PIC XX.
       01  HANDOFF-LEDGER-STATUS PIC XX.

       01  WS-RATE-EOF PIC X VALUE 'N'.
       01  WS-EXTRACT-EOF PIC X VALUE 'N'.

      * Pricing-date and per-run accounting.
       01  WS-PRICING-DATE PIC X(10) VALUE SPACES.
       01  WS-PRICING-FILE-TYPE PIC X(3) VALUE SPACES.
       01  WS-CURRENT-RUN-DATE PIC X(10).
       01  WS-EXT-HDR-FOUND PIC X VALUE 'N'.
       01  WS-EXT-TRL-COUNT PIC 9(8) VALUE 0.
       01  WS-EXT-TRL-FOUND PIC X VALUE 'N'.
       01  WS-PRICED-EXCEPTIONS PIC 9(8) VALUE 0.
       01  WS-AMOUNT-HASH PIC 9(11)V99 VALUE 0.

      * The handoff ledger check and the priced file's generation
      * copy - the stamp is this run's start, like the ADJ extract
      * generations the repair pass keeps.
       01  WS-LEDGER-EOF PIC X VALUE 'N'.
       01  WS-HANDOFF-FOUND PIC X VALUE 'N'.
       01  WS-GEN-STAMP PIC X(14).
       01  WS-GEN-PATH PIC X(100) VALUE SPACES.
       01  WS-GEN-COMMAND PIC X(250).
       01  WS-OUTPUT-PATH-LENGTH PIC 9(4).

       01  WS-RATE-COUNT-EDIT PIC ZZZ9.
       01  WS-AMOUNT-EDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

           CLOSE EXTRACT-FILE
           CLOSE PRICED-BILLING-FILE

           PERFORM RECORD-BILLING-HANDOFF

           MOVE WS-AMOUNT-HASH TO WS-AMOUNT-EDIT
           DISPLAY 'DTL records priced: ' WS-PRICED-COUNT
           DISPLAY 'Invoice amount total: '
           STOP RUN.

       INITIALIZE-RUN.
           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-CURRENT-RUN-DATE
           END-STRING
           ACCEPT WS-RATING-INPUT-ENV FROM ENVIRONMENT
               'ADVENT24-RATING-INPUT'
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-RATING-INPUT-ENV)) > 0
       TAKE-EXTRACT-HEADER.
           MOVE EXTRACT-LINE TO ADVENT24-EXT-HEADER-RECORD
           MOVE ADVENT24-EXT-HDR-RUN-DATE TO WS-PRICING-DATE
           MOVE ADVENT24-EXT-HDR-FILE-TYPE TO WS-PRICING-FILE-TYPE
           MOVE 'Y' TO WS-EXT-HDR-FOUND
           MOVE SPACES TO ADVENT24-PRC-HEADER-RECORD
           MOVE 'HDR' TO ADVENT24-PRC-HDR-TAG
           MOVE WS-PRICING-DATE TO ADVENT24-PRC-HDR-RUN-DATE
           MOVE ADVENT24-EXT-HDR-SOURCE TO ADVENT24-PRC-HDR-SOURCE
           MOVE WS-PRICING-FILE-TYPE TO ADVENT24-PRC-HDR-FILE-TYPE
           WRITE PRICED-BILLING-LINE
               FROM ADVENT24-PRC-HEADER-RECORD.

               TO ADVENT24-PRC-TRL-EXCEPTION-COUNT
           WRITE PRICED-BILLING-LINE
               FROM ADVENT24-PRC-TRAILER-RECORD.

      * Logs the handoff for the acknowledgment follow-up. A ledger
      * that cannot be written is a warning only - the priced file
      * itself is complete and balanced. A handoff already on the
      * ledger with the same file type, run date, count and amount
      * total - a rerun, or the ADJ extract priced again on a later
      * night - is the same file billing already has, and logging it
      * again would leave a twin the acknowledgment never clears.
       RECORD-BILLING-HANDOFF.
           PERFORM FIND-EXISTING-HANDOFF
           IF WS-HANDOFF-FOUND = 'Y'
               DISPLAY 'Billing handoff for ' WS-PRICING-FILE-TYPE
                   ' ' WS-PRICING-DATE ' is already on the ledger '
                   'with these figures - not logged again'
               EXIT PARAGRAPH
           END-IF

           PERFORM KEEP-PRICED-GENERATION

           MOVE SPACES TO ADVENT24-HOFF-RECORD
           MOVE WS-PRICING-FILE-TYPE TO ADVENT24-HOFF-FILE-TYPE
           MOVE WS-PRICING-DATE TO ADVENT24-HOFF-RUN-DATE
           MOVE WS-CURRENT-RUN-DATE TO ADVENT24-HOFF-HANDOFF-DATE
           MOVE WS-PRICED-COUNT TO ADVENT24-HOFF-DETAIL-COUNT
           MOVE WS-AMOUNT-HASH TO ADVENT24-HOFF-AMOUNT-HASH
           MOVE WS-GEN-PATH TO ADVENT24-HOFF-PRICED-PATH
           OPEN EXTEND HANDOFF-LEDGER
           IF HANDOFF-LEDGER-STATUS NOT = '00'
                   AND HANDOFF-LEDGER-STATUS NOT = '05'
               DISPLAY 'WARNING: could not open billing-handoff '
                   'ledger - status=' HANDOFF-LEDGER-STATUS
                   ' - this handoff will not be followed up'
           ELSE
               WRITE HANDOFF-LEDGER-LINE FROM ADVENT24-HOFF-RECORD
               CLOSE HANDOFF-LEDGER
           END-IF.

      * Reads the ledger for a handoff this run would only repeat. An
      * absent or unreadable ledger holds nothing to repeat.
       FIND-EXISTING-HANDOFF.
           MOVE 'N' TO WS-HANDOFF-FOUND
           OPEN INPUT HANDOFF-LEDGER
           IF HANDOFF-LEDGER-STATUS NOT = '00'
               CLOSE HANDOFF-LEDGER
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LEDGER-EOF
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ HANDOFF-LEDGER INTO HANDOFF-LEDGER-LINE
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       MOVE HANDOFF-LEDGER-LINE TO ADVENT24-HOFF-RECORD
                       IF ADVENT24-HOFF-FILE-TYPE = WS-PRICING-FILE-TYPE
                               AND ADVENT24-HOFF-RUN-DATE =
                                   WS-PRICING-DATE
                               AND ADVENT24-HOFF-DETAIL-COUNT =
                                   WS-PRICED-COUNT
                               AND ADVENT24-HOFF-AMOUNT-HASH =
                                   WS-AMOUNT-HASH
                           MOVE 'Y' TO WS-HANDOFF-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HANDOFF-LEDGER.

      * Copies the closed priced file to its generation name, the
      * file the ledger points the acknowledgment at. If the copy
      * cannot be made, or the name would not fit the ledger's path
      * field, the ledger records the priced file itself with a
      * warning - billing's answer then has to come in before the
      * next rating run rewrites it.
       KEEP-PRICED-GENERATION.
           MOVE WS-RATING-OUTPUT-PATH TO WS-GEN-PATH
           COMPUTE WS-OUTPUT-PATH-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-RATING-OUTPUT-PATH))
           IF WS-OUTPUT-PATH-LENGTH > 84
               DISPLAY 'WARNING: priced file path too long for a '
                   'generation name on the billing-handoff ledger - '
                   'the ledger points at '
                   FUNCTION TRIM(WS-RATING-OUTPUT-PATH)
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-GEN-STAMP
           MOVE SPACES TO WS-GEN-PATH
           STRING FUNCTION TRIM(WS-RATING-OUTPUT-PATH)
                   DELIMITED BY SIZE
               '.g' DELIMITED BY SIZE
               WS-GEN-STAMP DELIMITED BY SIZE
               INTO WS-GEN-PATH
           END-STRING

           MOVE SPACES TO WS-GEN-COMMAND
           STRING 'cp ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RATING-OUTPUT-PATH) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PATH) DELIMITED BY SIZE
               INTO WS-GEN-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-GEN-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY 'WARNING: could not copy the priced file to '
                   FUNCTION TRIM(WS-GEN-PATH)
                   ' - the ledger points at '
                   FUNCTION TRIM(WS-RATING-OUTPUT-PATH)
               MOVE WS-RATING-OUTPUT-PATH TO WS-GEN-PATH
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Priced file generation kept: '
               FUNCTION TRIM(WS-GEN-PATH).
