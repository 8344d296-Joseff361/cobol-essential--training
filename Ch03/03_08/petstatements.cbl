           05 AR-STATUS              PIC X.
               88 AR-OPEN-ITEM                 VALUE 'O'.
               88 AR-CLOSED-ITEM               VALUE 'C'.
           05 AR-ITEM-TYPE           PIC X.
               88 AR-SALE-CHARGE               VALUE 'S' ' '.
               88 AR-FINANCE-CHARGE            VALUE 'F'.

       FD PETCUSTOMER.
       01 CUSTOMER-RECORD.
           05 CUST-PHONE             PIC X(10).
           05 CUST-CREDIT-LIMIT      PIC 9(7)V99.
           05 CUST-BALANCE           PIC S9(7)V99.
           05 CUST-CREDIT-HOLD       PIC X.
               88 CUST-ON-HOLD                 VALUE 'H'.
               88 CUST-CREDIT-OK               VALUE 'N' ' '.
           05 CUST-HOLD-DATE         PIC 9(6).

       FD PRINTFILE.
       01 PRINT-RECORD               PIC X(132).
           05 FILLER           PIC X(10) VALUE 'ADDRESS:  '.
           05 CA-ADDRESS       PIC X(30).

       01  CUST-HOLD-LINE.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(50) VALUE
              '** ACCOUNT ON CREDIT HOLD - NO FURTHER CHARGES **'.

       01  STMT-HEADING-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(10) VALUE 'DATE'.
           05 SD-OPEN          PIC $$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SD-AGE-DAYS      PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SD-ITEM-TYPE     PIC X(14).

       01  CUST-AGING-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM CUST-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-CUST-FOUND AND CUST-ON-HOLD
               WRITE PRINT-RECORD FROM CUST-HOLD-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE PRINT-RECORD FROM STMT-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           MOVE AR-AMOUNT-PAID TO SD-PAID.
           MOVE WS-ITEM-OPEN-AMT TO SD-OPEN.
           MOVE WS-AGE-DAYS TO SD-AGE-DAYS.
           IF AR-FINANCE-CHARGE
               MOVE 'FINANCE CHARGE' TO SD-ITEM-TYPE
           ELSE
               MOVE SPACES TO SD-ITEM-TYPE
           END-IF.
           WRITE PRINT-RECORD FROM STMT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

