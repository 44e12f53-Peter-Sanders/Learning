           05  ADVENT24-RSLT-VALUE PIC 99.
           05  ADVENT24-RSLT-EXCEPTION-FLAG PIC X.
           05  ADVENT24-RSLT-RUN-DATE PIC X(10).
      * Billing's disposition of the line, posted by the
      * acknowledgment program from billing's return file: ACCEPTED
      * or REJECTED with billing's reason code, the date the
      * acknowledgment was posted, and which priced file (ORG or ADJ)
      * it answered. Spaces until billing has answered - and cleared
      * again when a rerun changes what the line computes to, since
      * billing has not seen the new figures yet.
           05  ADVENT24-RSLT-BILL-STATUS PIC X(8).
           05  ADVENT24-RSLT-BILL-REASON PIC X(4).
           05  ADVENT24-RSLT-BILL-DATE PIC X(10).
           05  ADVENT24-RSLT-BILL-FILE-TYPE PIC X(3).
