       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETCOLLECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AROPEN ASSIGN TO "PETAROPEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-RECORD-KEY
           FILE STATUS IS WS-AR-STATUS.
       SELECT PETCUSTOMER ASSIGN TO "PETCUSTOMER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
       SELECT GLJOURNAL ASSIGN TO "PETGLJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.
       SELECT PRINTFILE ASSIGN TO "PETCOLLECT.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AROPEN.
       01 AR-OPEN-RECORD.
           05 AR-RECORD-KEY.
               10 AR-CUST-ID         PIC 9(7).
               10 AR-CHARGE-DATE     PIC 9(6).
               10 AR-REFERENCE       PIC 9(6).
           05 AR-STORE-NUMBER        PIC 99.
           05 AR-AMOUNT              PIC S9(7)V99.
           05 AR-AMOUNT-PAID         PIC 9(7)V99.
           05 AR-STATUS              PIC X.
               88 AR-OPEN-ITEM                 VALUE 'O'.
               88 AR-CLOSED-ITEM               VALUE 'C'.
           05 AR-ITEM-TYPE           PIC X.
               88 AR-SALE-CHARGE               VALUE 'S' ' '.
               88 AR-FINANCE-CHARGE            VALUE 'F'.

       FD PETCUSTOMER.
       01 CUSTOMER-RECORD.
           05 CUST-ID                PIC 9(7).
           05 CUST-LASTNAME          PIC X(15).
           05 CUST-FIRSTNAME         PIC X(15).
           05 CUST-ADDRESS           PIC X(30).
           05 CUST-PHONE             PIC X(10).
           05 CUST-CREDIT-LIMIT      PIC 9(7)V99.
           05 CUST-BALANCE           PIC S9(7)V99.
           05 CUST-CREDIT-HOLD       PIC X.
               88 CUST-ON-HOLD                 VALUE 'H'.
               88 CUST-CREDIT-OK               VALUE 'N' ' '.
           05 CUST-HOLD-DATE         PIC 9(6).

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

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-ITEM-OPEN-AMT   PIC S9(7)V99.
           05  WS-AGE-DAYS        PIC S9(5).
           05  WS-TODAY-INT       PIC 9(7).
           05  WS-CHARGE-INT      PIC 9(7).
           05  WS-CHARGE-CCYYMMDD PIC 9(8).
           05  WS-TODAY-CCYYMMDD  PIC 9(8).
           05  WS-TODAY-YYMMDD    PIC 9(6).
           05  WS-TIME-NOW        PIC 9(8).
           05  WS-AR-REFERENCE    PIC 9(6).
           05  WS-FINANCE-CHARGE  PIC 9(7)V99.
           05  WS-CUSTOMER-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-CHARGED-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-CHARGED-TOTAL   PIC 9(8)V99 VALUE ZERO.
           05  WS-HOLD-SET-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-RELEASED-COUNT  PIC 9(5) VALUE ZERO.

      *    Collection terms: a monthly finance charge on balances past
      *    due, with a floor so small balances still carry a charge,
      *    and credit hold once any item is older than the hold age.
       01  WS-COLLECTION-TERMS.
           05  WS-FINANCE-RATE    PIC 9V9999 VALUE .0150.
           05  WS-MIN-CHARGE      PIC 9V99   VALUE 0.50.
           05  WS-PAST-DUE-DAYS   PIC 999    VALUE 30.
           05  WS-HOLD-DAYS       PIC 999    VALUE 60.

       01  WS-AR-STATUS           PIC XX.
           88  WS-AR-STATUS-OK              VALUE '00'.
           88  WS-AR-FILE-MISSING           VALUE '35'.

       01  WS-CUST-STATUS         PIC XX.
           88  WS-CUST-STATUS-OK            VALUE '00'.
           88  WS-CUST-FOUND                VALUE '00'.
           88  WS-CUST-NOT-FOUND            VALUE '23'.

       01  WS-JRN-STATUS          PIC XX.
           88  WS-JRN-FILE-OK               VALUE '00'.
           88  WS-JRN-FILE-MISSING          VALUE '35'.

       01  WS-JOURNAL-FIELDS.
           05  WS-JRN-STORE       PIC 99.
           05  WS-JRN-ACCOUNT     PIC 9(4).
           05  WS-JRN-SIDE        PIC X.
               88  WS-JRN-DEBIT             VALUE 'D'.
               88  WS-JRN-CREDIT            VALUE 'C'.
           05  WS-JRN-AMOUNT      PIC S9(8)V99.
           05  WS-JRN-COUNT       PIC 9(5) VALUE ZERO.

       01  WS-GL-ACCOUNTS.
           05  WS-GL-RECEIVABLE   PIC 9(4) VALUE 1200.
           05  WS-GL-FINANCE-INC  PIC 9(4) VALUE 4200.

       01  WS-AR-EOF-SW           PIC X VALUE 'N'.
           88  WS-END-OF-AR-ITEMS          VALUE 'Y'.

       01  WS-CUST-BREAK-FIELDS.
           05  WS-PREV-CUST-ID    PIC 9(7).
           05  WS-FIRST-CUST-SW   PIC X VALUE 'Y'.
               88  WS-FIRST-CUST           VALUE 'Y'.
           05  WS-CUST-PAST-DUE   PIC S9(8)V99.
           05  WS-CUST-OLDEST     PIC S9(5).
           05  WS-CUST-STORE      PIC 99.
           05  WS-CUST-CHARGED-SW PIC X.
               88  WS-CUST-ALREADY-CHARGED VALUE 'Y'.
           05  WS-CUST-ACTION     PIC X(16).

      *    Charges are gathered during the open-item browse and
      *    written afterwards, so the new items never land in the
      *    path of the browse that is assessing them.
       01  WS-PENDING-CHARGE-TABLE.
           05  WS-PENDING-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-PENDING-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-PENDING-COUNT
               INDEXED BY WS-PND-IDX.
               10  WS-PND-CUST-ID     PIC 9(7).
               10  WS-PND-STORE       PIC 99.
               10  WS-PND-AMOUNT      PIC 9(7)V99.
       01  WS-PENDING-MAX         PIC 9(4) VALUE 2000.

       01  WS-DATE.
           05  WS-YEAR PIC 99.
           05  WS-MONTH PIC 99.
           05  WS-DAY   PIC 99.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM        PIC 999 VALUE ZERO.
           05  WS-LINE-COUNT      PIC 99  VALUE ZERO.
           05  WS-MAX-LINES       PIC 99  VALUE 60.

       01  REPORT-HEADER-LINE.
           05 FILLER           PIC X(10) VALUE 'RUN DATE: '.
           05 RH-MONTH         PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 RH-DAY           PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 RH-YEAR          PIC 99.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(25) VALUE
              'MONTH-END COLLECTIONS RUN'.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(6)  VALUE 'PAGE: '.
           05 RH-PAGE          PIC ZZ9.

       01  HEADING-LINE.
            05 FILLER           PIC X(10) VALUE 'CUSTOMER'.
            05 FILLER           PIC X(33) VALUE 'NAME'.
            05 FILLER           PIC X(15) VALUE 'PAST DUE'.
            05 FILLER           PIC X(8)  VALUE 'OLDEST'.
            05 FILLER           PIC X(12) VALUE 'FIN CHARGE'.
            05 FILLER           PIC X(16) VALUE 'ACTION'.

       01  DETAIL-LINE.
           05 DET-CUST-ID      PIC 9(7).
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DET-LASTNAME     PIC X(15).
           05 FILLER           PIC X     VALUE ','.
           05 FILLER           PIC X     VALUE SPACES.
           05 DET-FIRSTNAME    PIC X(15).
           05 FILLER           PIC X     VALUE SPACES.
           05 DET-PAST-DUE     PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-OLDEST       PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-CHARGE       PIC $$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-ACTION       PIC X(16).

       01  COLLECT-TOTAL-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(11) VALUE 'ACCOUNTS: '.
            05 CT-CUSTOMERS     PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(9)  VALUE 'CHARGED: '.
            05 CT-CHARGED       PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(17) VALUE 'FINANCE CHARGES: '.
            05 CT-AMOUNT        PIC $$,$$$,$$9.99.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(11) VALUE 'HOLDS SET: '.
            05 CT-HOLDS-SET     PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(10) VALUE 'RELEASED: '.
            05 CT-RELEASED      PIC ZZ,ZZ9.

       01  TERMS-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(14) VALUE 'MONTHLY RATE: '.
            05 TL-RATE-PCT      PIC Z9.99.
            05 FILLER           PIC X(10) VALUE ' PERCENT  '.
            05 FILLER           PIC X(10) VALUE 'PAST DUE: '.
            05 TL-PAST-DUE      PIC ZZ9.
            05 FILLER           PIC X(7)  VALUE ' DAYS  '.
            05 FILLER           PIC X(11) VALUE 'HOLD AFTER '.
            05 TL-HOLD-DAYS     PIC ZZ9.
            05 FILLER           PIC X(5)  VALUE ' DAYS'.

       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YYMMDD.
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY-YYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
           ACCEPT WS-TIME-NOW FROM TIME.
           COMPUTE WS-AR-REFERENCE = WS-TIME-NOW / 100.

           OPEN I-O AROPEN.
           IF NOT WS-AR-STATUS-OK
               DISPLAY "UNABLE TO OPEN PETAROPEN, STATUS: "
                   WS-AR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PETCUSTOMER.
           IF NOT WS-CUST-STATUS-OK
               DISPLAY "UNABLE TO OPEN PETCUSTOMER, STATUS: "
                   WS-CUST-STATUS
               CLOSE AROPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND GLJOURNAL.
           IF WS-JRN-FILE-MISSING
               OPEN OUTPUT GLJOURNAL
           END-IF.
           IF NOT WS-JRN-FILE-OK
               DISPLAY "UNABLE TO OPEN PETGLJRNL, STATUS: "
                   WS-JRN-STATUS
               CLOSE PETCUSTOMER
               CLOSE AROPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINTFILE.
           PERFORM 0150-PRINT-PAGE-HEADER.

           PERFORM 0210-READ-AR-ITEM.
           PERFORM 0200-ASSESS-ONE-ITEM
               UNTIL WS-END-OF-AR-ITEMS.
           IF NOT WS-FIRST-CUST
               PERFORM 0250-FINISH-CUSTOMER
           END-IF.

           PERFORM 0400-POST-FINANCE-CHARGE
               VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PENDING-COUNT.

           PERFORM 0290-PRINT-TOTAL.
           CLOSE PRINTFILE.
           CLOSE GLJOURNAL.
           CLOSE PETCUSTOMER.
           CLOSE AROPEN.
           STOP RUN.
       0100-END.

       0150-PRINT-PAGE-HEADER.

           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-MONTH TO RH-MONTH.
           MOVE WS-DAY TO RH-DAY.
           MOVE WS-YEAR TO RH-YEAR.
           MOVE WS-PAGE-NUM TO RH-PAGE.
           WRITE PRINT-RECORD FROM REPORT-HEADER-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM HEADING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       0150-END.

       0200-ASSESS-ONE-ITEM.

      *    The open-item key is customer, charge date, reference, so a
      *    sequential browse delivers each customer's items together
      *    and oldest first.
           IF WS-FIRST-CUST
               MOVE 'N' TO WS-FIRST-CUST-SW
               MOVE AR-CUST-ID TO WS-PREV-CUST-ID
               PERFORM 0240-START-CUSTOMER
           ELSE
               IF AR-CUST-ID NOT = WS-PREV-CUST-ID
                   PERFORM 0250-FINISH-CUSTOMER
                   MOVE AR-CUST-ID TO WS-PREV-CUST-ID
                   PERFORM 0240-START-CUSTOMER
               END-IF
           END-IF.
           PERFORM 0220-AGE-ONE-ITEM.
           PERFORM 0210-READ-AR-ITEM.

       0200-END.

       0210-READ-AR-ITEM.

           READ AROPEN NEXT RECORD
               AT END SET WS-END-OF-AR-ITEMS TO TRUE
           END-READ.

       0210-END.

       0220-AGE-ONE-ITEM.

      *    One finance charge a month: a charge already dated this
      *    month means the run has been made for this customer.
           IF AR-FINANCE-CHARGE
               AND AR-CHARGE-DATE(1:4) = WS-TODAY-YYMMDD(1:4)
               MOVE 'Y' TO WS-CUST-CHARGED-SW
           END-IF.
           IF AR-OPEN-ITEM
               COMPUTE WS-ITEM-OPEN-AMT = AR-AMOUNT - AR-AMOUNT-PAID
               IF WS-ITEM-OPEN-AMT > ZERO
                   COMPUTE WS-CHARGE-CCYYMMDD =
                       20000000 + AR-CHARGE-DATE
                   COMPUTE WS-CHARGE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CHARGE-CCYYMMDD)
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CHARGE-INT
                   IF WS-AGE-DAYS > WS-CUST-OLDEST
                       MOVE WS-AGE-DAYS TO WS-CUST-OLDEST
                   END-IF
      *            Finance charges are not themselves charged interest.
                   IF WS-AGE-DAYS > WS-PAST-DUE-DAYS
                       AND NOT AR-FINANCE-CHARGE
                       ADD WS-ITEM-OPEN-AMT TO WS-CUST-PAST-DUE
                       IF WS-CUST-STORE = ZERO
                           MOVE AR-STORE-NUMBER TO WS-CUST-STORE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0220-END.

       0240-START-CUSTOMER.

           MOVE ZERO TO WS-CUST-PAST-DUE.
           MOVE ZERO TO WS-CUST-OLDEST.
           MOVE ZERO TO WS-CUST-STORE.
           MOVE 'N' TO WS-CUST-CHARGED-SW.
           ADD 1 TO WS-CUSTOMER-COUNT.

       0240-END.

       0250-FINISH-CUSTOMER.

           MOVE SPACES TO WS-CUST-ACTION.
           MOVE ZERO TO WS-FINANCE-CHARGE.
           MOVE WS-PREV-CUST-ID TO CUST-ID.
           READ PETCUSTOMER
               INVALID KEY SET WS-CUST-NOT-FOUND TO TRUE
               NOT INVALID KEY SET WS-CUST-FOUND TO TRUE
           END-READ.
           IF WS-CUST-NOT-FOUND
               IF WS-CUST-PAST-DUE > ZERO
                   MOVE '** NOT ON FILE' TO WS-CUST-ACTION
                   PERFORM 0260-PRINT-CUSTOMER-LINE
               END-IF
           ELSE
               IF WS-CUST-PAST-DUE > ZERO
                   IF WS-CUST-ALREADY-CHARGED
                       MOVE 'ALREADY CHARGED' TO WS-CUST-ACTION
                   ELSE
                       PERFORM 0255-QUEUE-FINANCE-CHARGE
                   END-IF
               END-IF
               PERFORM 0257-SET-CREDIT-HOLD
               IF WS-CUST-PAST-DUE > ZERO
                   OR WS-CUST-ACTION NOT = SPACES
                   PERFORM 0260-PRINT-CUSTOMER-LINE
               END-IF
           END-IF.

       0250-END.

       0255-QUEUE-FINANCE-CHARGE.

           COMPUTE WS-FINANCE-CHARGE ROUNDED =
               WS-CUST-PAST-DUE * WS-FINANCE-RATE.
           IF WS-FINANCE-CHARGE < WS-MIN-CHARGE
               MOVE WS-MIN-CHARGE TO WS-FINANCE-CHARGE
           END-IF.
           IF WS-PENDING-COUNT < WS-PENDING-MAX
               ADD 1 TO WS-PENDING-COUNT
               SET WS-PND-IDX TO WS-PENDING-COUNT
               MOVE WS-PREV-CUST-ID TO WS-PND-CUST-ID(WS-PND-IDX)
               MOVE WS-CUST-STORE TO WS-PND-STORE(WS-PND-IDX)
               MOVE WS-FINANCE-CHARGE TO WS-PND-AMOUNT(WS-PND-IDX)
               ADD 1 TO WS-CHARGED-COUNT
               ADD WS-FINANCE-CHARGE TO WS-CHARGED-TOTAL
           ELSE
               DISPLAY "** WARNING: CHARGE TABLE FULL, NOT CHARGED: "
                   WS-PREV-CUST-ID
               MOVE ZERO TO WS-FINANCE-CHARGE
               MOVE '** NOT CHARGED' TO WS-CUST-ACTION
           END-IF.

       0255-END.

       0257-SET-CREDIT-HOLD.

           IF WS-CUST-OLDEST > WS-HOLD-DAYS
               IF NOT CUST-ON-HOLD
                   SET CUST-ON-HOLD TO TRUE
                   MOVE WS-TODAY-YYMMDD TO CUST-HOLD-DATE
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "** CUSTOMER HOLD REWRITE FAILED, "
                               "STATUS: " WS-CUST-STATUS
                   END-REWRITE
                   ADD 1 TO WS-HOLD-SET-COUNT
                   MOVE 'HOLD SET' TO WS-CUST-ACTION
               ELSE
                   IF WS-CUST-ACTION = SPACES
                       MOVE 'ON HOLD' TO WS-CUST-ACTION
                   END-IF
               END-IF
           ELSE
      *        Paid down by other means since the hold went on.
               IF CUST-ON-HOLD
                   AND WS-CUST-OLDEST NOT > WS-PAST-DUE-DAYS
                   SET CUST-CREDIT-OK TO TRUE
                   MOVE ZERO TO CUST-HOLD-DATE
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "** CUSTOMER HOLD REWRITE FAILED, "
                               "STATUS: " WS-CUST-STATUS
                   END-REWRITE
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE 'HOLD RELEASED' TO WS-CUST-ACTION
               END-IF
           END-IF.

       0257-END.

       0260-PRINT-CUSTOMER-LINE.

           MOVE WS-PREV-CUST-ID TO DET-CUST-ID.
           IF WS-CUST-FOUND
               MOVE CUST-LASTNAME TO DET-LASTNAME
               MOVE CUST-FIRSTNAME TO DET-FIRSTNAME
           ELSE
               MOVE SPACES TO DET-LASTNAME
               MOVE SPACES TO DET-FIRSTNAME
           END-IF.
           MOVE WS-CUST-PAST-DUE TO DET-PAST-DUE.
           MOVE WS-CUST-OLDEST TO DET-OLDEST.
           MOVE WS-FINANCE-CHARGE TO DET-CHARGE.
           MOVE WS-CUST-ACTION TO DET-ACTION.
           WRITE PRINT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0238-COUNT-PRINT-LINE.

       0260-END.

       0238-COUNT-PRINT-LINE.

           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 0150-PRINT-PAGE-HEADER
           END-IF.

       0238-END.

       0290-PRINT-TOTAL.

           MOVE WS-CUSTOMER-COUNT TO CT-CUSTOMERS.
           MOVE WS-CHARGED-COUNT TO CT-CHARGED.
           MOVE WS-CHARGED-TOTAL TO CT-AMOUNT.
           MOVE WS-HOLD-SET-COUNT TO CT-HOLDS-SET.
           MOVE WS-RELEASED-COUNT TO CT-RELEASED.
           WRITE PRINT-RECORD FROM COLLECT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           COMPUTE TL-RATE-PCT = WS-FINANCE-RATE * 100.
           MOVE WS-PAST-DUE-DAYS TO TL-PAST-DUE.
           MOVE WS-HOLD-DAYS TO TL-HOLD-DAYS.
           WRITE PRINT-RECORD FROM TERMS-LINE
               AFTER ADVANCING 1 LINE.

       0290-END.

       0400-POST-FINANCE-CHARGE.

           ADD 1 TO WS-AR-REFERENCE.
           MOVE WS-PND-CUST-ID(WS-PND-IDX) TO AR-CUST-ID.
           MOVE WS-TODAY-YYMMDD TO AR-CHARGE-DATE.
           MOVE WS-AR-REFERENCE TO AR-REFERENCE.
           MOVE WS-PND-STORE(WS-PND-IDX) TO AR-STORE-NUMBER.
           MOVE WS-PND-AMOUNT(WS-PND-IDX) TO AR-AMOUNT.
           MOVE ZERO TO AR-AMOUNT-PAID.
           SET AR-OPEN-ITEM TO TRUE.
           SET AR-FINANCE-CHARGE TO TRUE.
           WRITE AR-OPEN-RECORD
               INVALID KEY
                   DISPLAY "** FINANCE CHARGE WRITE FAILED, CUSTOMER: "
                       AR-CUST-ID " STATUS: " WS-AR-STATUS
               NOT INVALID KEY
                   PERFORM 0410-UPDATE-CUST-BALANCE
                   PERFORM 0420-JOURNAL-FINANCE-CHARGE
           END-WRITE.

       0400-END.

       0410-UPDATE-CUST-BALANCE.

           MOVE WS-PND-CUST-ID(WS-PND-IDX) TO CUST-ID.
           READ PETCUSTOMER
               INVALID KEY SET WS-CUST-NOT-FOUND TO TRUE
               NOT INVALID KEY SET WS-CUST-FOUND TO TRUE
           END-READ.
           IF WS-CUST-FOUND
               ADD WS-PND-AMOUNT(WS-PND-IDX) TO CUST-BALANCE
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "** CUSTOMER BALANCE REWRITE FAILED, "
                           "STATUS: " WS-CUST-STATUS
               END-REWRITE
           END-IF.

       0410-END.

       0420-JOURNAL-FINANCE-CHARGE.

           MOVE WS-PND-STORE(WS-PND-IDX) TO WS-JRN-STORE.
           MOVE WS-PND-AMOUNT(WS-PND-IDX) TO WS-JRN-AMOUNT.
           MOVE WS-GL-RECEIVABLE TO WS-JRN-ACCOUNT.
           SET WS-JRN-DEBIT TO TRUE.
           PERFORM 0425-WRITE-JOURNAL-ENTRY.
           MOVE WS-GL-FINANCE-INC TO WS-JRN-ACCOUNT.
           SET WS-JRN-CREDIT TO TRUE.
           PERFORM 0425-WRITE-JOURNAL-ENTRY.

       0420-END.

       0425-WRITE-JOURNAL-ENTRY.

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
               MOVE 'FINCHG' TO GLJ-SOURCE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-JRN-COUNT
           END-IF.

       0425-END.

          END PROGRAM PETCOLLECT.
