           05 CUST-PHONE             PIC X(10).
           05 CUST-CREDIT-LIMIT      PIC 9(7)V99.
           05 CUST-BALANCE           PIC S9(7)V99.
           05 CUST-CREDIT-HOLD       PIC X.
               88 CUST-ON-HOLD                 VALUE 'H'.
               88 CUST-CREDIT-OK               VALUE 'N' ' '.
           05 CUST-HOLD-DATE         PIC 9(6).

       WORKING-STORAGE SECTION.

               END-IF
               MOVE WS-ENTRY-LIMIT-NUM TO CUST-CREDIT-LIMIT
               MOVE ZERO TO CUST-BALANCE
      *        Credit hold is set by the collections run, not keyed.
               SET CUST-CREDIT-OK TO TRUE
               MOVE ZERO TO CUST-HOLD-DATE
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "ADD FAILED, STATUS: " WS-CUST-STATUS
                   "  " CUST-ADDRESS "  " CUST-PHONE
               DISPLAY "Credit limit: " CUST-CREDIT-LIMIT
                   "  Balance: " WS-BALANCE-DISPLAY
               IF CUST-ON-HOLD
                   DISPLAY "** ON CREDIT HOLD SINCE " CUST-HOLD-DATE
               END-IF
               PERFORM 0270-ACCEPT-CUSTOMER-FIELDS
               MOVE WS-ENTRY-LASTNAME TO CUST-LASTNAME
               MOVE WS-ENTRY-FIRSTNAME TO CUST-FIRSTNAME
