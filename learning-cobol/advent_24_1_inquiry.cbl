               DISPLAY 'LAST DIGIT:  ' ADVENT24-RSLT-LAST-DIGIT
               DISPLAY 'VALUE:       ' ADVENT24-RSLT-VALUE
           END-IF
           DISPLAY 'COMPUTED ON: ' ADVENT24-RSLT-RUN-DATE
           IF ADVENT24-RSLT-BILL-STATUS = SPACES
               DISPLAY 'BILLING:     NOT YET ACKNOWLEDGED'
           ELSE
               DISPLAY 'BILLING:     '
                   FUNCTION TRIM(ADVENT24-RSLT-BILL-STATUS) ' '
                   ADVENT24-RSLT-BILL-REASON ' ('
                   ADVENT24-RSLT-BILL-FILE-TYPE ' FILE, POSTED '
                   ADVENT24-RSLT-BILL-DATE ')'
           END-IF.
