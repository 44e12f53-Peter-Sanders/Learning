      * One record per invoice number ever assigned, appended to
      * advent-24-1.invoice-numbers by the invoice register. An
      * account is invoiced once per billing period, so a priced file
      * (ORG or ADJ) that bills an account inside a period already
      * numbered reuses that number, and only a new account/period
      * pair draws the next number in sequence. The period is text
      * whose form follows the account's cycle - YYYY-MM monthly,
      * YYYY-Qn quarterly, and the YYYY-MM-DD Monday that starts the
      * week for weekly accounts. The file type and run date name the
      * priced file that first drew the number.
       01  ADVENT24-INVN-RECORD.
           05  ADVENT24-INVN-ACCOUNT PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-INVN-PERIOD PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-INVN-NUMBER PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-INVN-ASSIGNED-DATE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-INVN-FILE-TYPE PIC X(3).
           05  FILLER PIC X VALUE SPACE.
           05  ADVENT24-INVN-RUN-DATE PIC X(10).
