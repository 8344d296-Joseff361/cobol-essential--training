           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-RECORD-KEY
           FILE STATUS IS WS-AR-STATUS.
       SELECT GLJOURNAL ASSIGN TO "PETGLJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.
       SELECT PRINTFILE ASSIGN TO "PETARPOST.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

           05 CUST-PHONE             PIC X(10).
           05 CUST-CREDIT-LIMIT      PIC 9(7)V99.
           05 CUST-BALANCE           PIC S9(7)V99.
           05 CUST-CREDIT-HOLD       PIC X.
               88 CUST-ON-HOLD                 VALUE 'H'.
               88 CUST-CREDIT-OK               VALUE 'N' ' '.
           05 CUST-HOLD-DATE         PIC 9(6).

       FD AROPEN.
       01 AR-OPEN-RECORD.
           05 AR-STATUS              PIC X.
               88 AR-OPEN-ITEM                 VALUE 'O'.
               88 AR-CLOSED-ITEM               VALUE 'C'.
           05 AR-ITEM-TYPE           PIC X.
               88 AR-SALE-CHARGE               VALUE 'S' ' '.
               88 AR-FINANCE-CHARGE            VALUE 'F'.

       FD GLJOURNAL.
       01 JOURNAL-RECORD.
           05 GLJ-DATE               PIC 9(6).
           05 GLJ-STORE-NUMBER       PIC 99.
           05 GLJ-ACCOUNT            PIC 9(4).
           05 GLJ-DR-CR              PIC X.
               88 GLJ-DEBIT                    VALUE 'D'.
               88 GLJ-CREDIT                   VALUE 'C'.
           05 GLJ-AMOUNT             PIC 9(7)V99.
           05 GLJ-SOURCE             PIC X(8).

       FD PRINTFILE.
       01 PRINT-RECORD               PIC X(132).
           05  WS-UNAPPLIED       PIC 9(7)V99.
           05  WS-ITEM-OPEN-AMT   PIC S9(7)V99.
           05  WS-APPLY-AMT       PIC 9(7)V99.
           05  WS-RELEASED-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-AGE-DAYS        PIC S9(5).
           05  WS-TODAY-INT       PIC 9(7).
           05  WS-CHARGE-INT      PIC 9(7).
           05  WS-CHARGE-CCYYMMDD PIC 9(8).
           05  WS-TODAY-CCYYMMDD  PIC 9(8).
           05  WS-TODAY-YYMMDD    PIC 9(6).

      *    An item is past due once it is older than this; a held
      *    customer stays on hold while any such item is still open.
       01  WS-PAST-DUE-DAYS       PIC 999 VALUE 30.
       01  WS-PAST-DUE-SW         PIC X.
           88  WS-STILL-PAST-DUE           VALUE 'Y'.

       01  WS-PAY-STATUS          PIC XX.
           88  WS-PAY-FILE-OK               VALUE '00'.
           88  WS-AR-STATUS-OK              VALUE '00'.
           88  WS-AR-FILE-MISSING           VALUE '35'.

       01  WS-JRN-STATUS          PIC XX.
           88  WS-JRN-FILE-OK               VALUE '00'.
           88  WS-JRN-FILE-MISSING          VALUE '35'.

      *    Payments are received at the office, not a store, so the
      *    ledger entries carry store 00.
       01  WS-JOURNAL-FIELDS.
           05  WS-JRN-STORE       PIC 99 VALUE ZERO.
           05  WS-JRN-ACCOUNT     PIC 9(4).
           05  WS-JRN-SIDE        PIC X.
               88  WS-JRN-DEBIT             VALUE 'D'.
               88  WS-JRN-CREDIT            VALUE 'C'.
           05  WS-JRN-AMOUNT      PIC S9(8)V99.
           05  WS-JRN-COUNT       PIC 9(5) VALUE ZERO.

       01  WS-GL-ACCOUNTS.
           05  WS-GL-CASH         PIC 9(4) VALUE 1000.
           05  WS-GL-RECEIVABLE   PIC 9(4) VALUE 1200.

       01  WS-AR-SCAN-FIELDS.
           05  WS-AR-EOF-SW       PIC X.
               88  WS-END-OF-AR-ITEMS      VALUE 'Y'.
            05 FILLER           PIC X(8)  VALUE 'AMOUNT: '.
            05 EXC-AMOUNT       PIC $$,$$$,$$9.99.

       01  HOLD-RELEASED-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(26) VALUE
               '** CREDIT HOLD RELEASED: '.
            05 HR-CUST-ID       PIC 9(7).

       01  HOLD-RELEASED-TOTAL-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(23) VALUE
               'CREDIT HOLDS RELEASED: '.
            05 HRT-COUNT        PIC ZZ,ZZ9.

       01  PAYMENT-TOTAL-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(16) VALUE 'PAYMENTS READ: '.
           IF NOT WS-PAY-FILE-OK
               DISPLAY "UNABLE TO OPEN PETARPAYMENTS, STATUS: "
                   WS-PAY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PETCUSTOMER.
           IF NOT WS-CUST-STATUS-OK
               DISPLAY "UNABLE TO OPEN PETCUSTOMER, STATUS: "
                   WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-STOP-RUN
           END-IF.
           OPEN I-O AROPEN.
               DISPLAY "UNABLE TO OPEN PETAROPEN, STATUS: "
                   WS-AR-STATUS
               CLOSE PETCUSTOMER
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-STOP-RUN
           END-IF.
           OPEN EXTEND GLJOURNAL.
           IF WS-JRN-FILE-MISSING
               OPEN OUTPUT GLJOURNAL
           END-IF.
           IF NOT WS-JRN-FILE-OK
               DISPLAY "UNABLE TO OPEN PETGLJRNL, STATUS: "
                   WS-JRN-STATUS
               CLOSE AROPEN
               CLOSE PETCUSTOMER
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-STOP-RUN
           END-IF.
           OPEN OUTPUT PRINTFILE.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YYMMDD.
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY-YYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
           PERFORM 0150-PRINT-PAGE-HEADER.

           READ PAYMENTSFILE
               UNTIL ENDOFPAYMENTS.

           PERFORM 0290-PRINT-TOTAL.
           CLOSE GLJOURNAL.
           CLOSE AROPEN.
           CLOSE PETCUSTOMER.
           CLOSE PRINTFILE.

           MOVE PAY-AMOUNT TO WS-UNAPPLIED.
           PERFORM 0220-APPLY-TO-OPEN-ITEMS.
           PERFORM 0250-JOURNAL-PAYMENT.

           MOVE PAY-CUST-ID TO DET-CUST-ID.
           MOVE PAY-DATE(3:2) TO DET-MONTH.
               AFTER ADVANCING 1 LINE.
           PERFORM 0238-COUNT-PRINT-LINE.

           IF CUST-ON-HOLD
               PERFORM 0240-CHECK-HOLD-RELEASE
           END-IF.

       0210-END.

       0220-APPLY-TO-OPEN-ITEMS.

       0230-END.

       0240-CHECK-HOLD-RELEASE.

      *    The collections run set the hold; it comes off as soon as
      *    nothing past due is left open on the account.
           MOVE 'N' TO WS-PAST-DUE-SW.
           MOVE 'N' TO WS-AR-EOF-SW.
           MOVE PAY-CUST-ID TO AR-CUST-ID.
           MOVE ZEROS TO AR-CHARGE-DATE.
           MOVE ZEROS TO AR-REFERENCE.
           START AROPEN KEY NOT LESS THAN AR-RECORD-KEY
               INVALID KEY MOVE 'Y' TO WS-AR-EOF-SW
           END-START.
           PERFORM UNTIL WS-END-OF-AR-ITEMS OR WS-STILL-PAST-DUE
               READ AROPEN NEXT RECORD
                   AT END MOVE 'Y' TO WS-AR-EOF-SW
               END-READ
               IF NOT WS-END-OF-AR-ITEMS
                   IF AR-CUST-ID NOT = PAY-CUST-ID
                       MOVE 'Y' TO WS-AR-EOF-SW
                   ELSE
                       IF AR-OPEN-ITEM
                           PERFORM 0245-CHECK-ITEM-PAST-DUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT WS-STILL-PAST-DUE
               SET CUST-CREDIT-OK TO TRUE
               MOVE ZERO TO CUST-HOLD-DATE
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "** CUSTOMER HOLD REWRITE FAILED, "
                           "STATUS: " WS-CUST-STATUS
               END-REWRITE
               ADD 1 TO WS-RELEASED-COUNT
               MOVE PAY-CUST-ID TO HR-CUST-ID
               WRITE PRINT-RECORD FROM HOLD-RELEASED-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 0238-COUNT-PRINT-LINE
           END-IF.

       0240-END.

       0245-CHECK-ITEM-PAST-DUE.

           COMPUTE WS-ITEM-OPEN-AMT = AR-AMOUNT - AR-AMOUNT-PAID.
           IF WS-ITEM-OPEN-AMT > ZERO
               COMPUTE WS-CHARGE-CCYYMMDD = 20000000 + AR-CHARGE-DATE
               COMPUTE WS-CHARGE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CHARGE-CCYYMMDD)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CHARGE-INT
               IF WS-AGE-DAYS > WS-PAST-DUE-DAYS
                   MOVE 'Y' TO WS-PAST-DUE-SW
               END-IF
           END-IF.

       0245-END.

       0250-JOURNAL-PAYMENT.

           MOVE PAY-AMOUNT TO WS-JRN-AMOUNT.
           MOVE WS-GL-CASH TO WS-JRN-ACCOUNT.
           SET WS-JRN-DEBIT TO TRUE.
           PERFORM 0255-WRITE-JOURNAL-ENTRY.
           MOVE WS-GL-RECEIVABLE TO WS-JRN-ACCOUNT.
           SET WS-JRN-CREDIT TO TRUE.
           PERFORM 0255-WRITE-JOURNAL-ENTRY.

       0250-END.

       0255-WRITE-JOURNAL-ENTRY.

      *    A negative amount is booked as a positive on the other side.
           IF WS-JRN-AMOUNT NOT = ZERO
               MOVE WS-DATE TO GLJ-DATE
               MOVE WS-JRN-STORE TO GLJ-STORE-NUMBER
               MOVE WS-JRN-ACCOUNT TO GLJ-ACCOUNT
               MOVE WS-JRN-SIDE TO GLJ-DR-CR
               IF WS-JRN-AMOUNT < ZERO
                   IF WS-JRN-DEBIT
                       SET GLJ-CREDIT TO TRUE
                   ELSE
                       SET GLJ-DEBIT TO TRUE
                   END-IF
                   COMPUTE GLJ-AMOUNT = 0 - WS-JRN-AMOUNT
               ELSE
                   MOVE WS-JRN-AMOUNT TO GLJ-AMOUNT
               END-IF
               MOVE 'ARPOST' TO GLJ-SOURCE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-JRN-COUNT
           END-IF.

       0255-END.

       0238-COUNT-PRINT-LINE.

           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-TOTAL-APPLIED TO PT-APPLIED.
           WRITE PRINT-RECORD FROM PAYMENT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-RELEASED-COUNT TO HRT-COUNT.
           WRITE PRINT-RECORD FROM HOLD-RELEASED-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       0290-END.

