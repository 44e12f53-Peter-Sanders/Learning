      * Record layout of the indexed account cross-reference master,
      * advent-24-1.accounts - which customer account a calibration
      * feed bills to. Keyed by the source-file pattern: a bare file
      * name matches exactly, and a name ending in '*' matches any
      * file name starting with the part before it, the same pattern
      * rules advent-24-1.feedgroups uses. When several patterns fit a
      * file, an exact name wins over any prefix and a longer prefix
      * wins over a shorter one. Retired mappings stay on file for the
      * record but no longer match. The billing cycle is M (monthly),
      * Q (quarterly) or W (weekly) and decides the period an invoice
      * number covers. Used under the FD in the maintenance session
      * and the invoice register - the RECORD KEY clause names
      * ADVENT24-ACCT-PATTERN.
       01  ADVENT24-ACCT-RECORD.
           05  ADVENT24-ACCT-PATTERN PIC X(100).
           05  ADVENT24-ACCT-NUMBER PIC X(10).
           05  ADVENT24-ACCT-BILL-TO-NAME PIC X(40).
           05  ADVENT24-ACCT-CYCLE PIC X.
           05  ADVENT24-ACCT-STATUS PIC X(8).
           05  ADVENT24-ACCT-ADDED-DATE PIC X(10).
           05  ADVENT24-ACCT-CHANGED-DATE PIC X(10).
           05  ADVENT24-ACCT-RETIRED-DATE PIC X(10).
