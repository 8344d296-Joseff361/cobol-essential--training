       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETCUSTINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PETCUSTOMER ASSIGN TO "PETCUSTOMER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
       SELECT AROPEN ASSIGN TO "PETAROPEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-RECORD-KEY
           FILE STATUS IS WS-AR-STATUS.
       SELECT PETSALESHIST ASSIGN TO "PETSALESHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD PETSALESHIST.
       01 HISTORY-RECORD.
            88 ENDOFHISTORY VALUE HIGH-VALUES.
            02 HST-STORE-NUMBER       PIC 99.
            02 HST-SALE-DATE          PIC 9(6).
            02 HST-CUSTOMER-ID        PIC 9(7).
            02 HST-DESCRIPTION        PIC X(20).
            02 HST-PRICE              PIC S999999V99.
            02 HST-QUANTITY           PIC S99999.
            02 HST-COGS               PIC S9(7)V99.

       WORKING-STORAGE SECTION.

      *    Every file is opened INPUT; nothing here can change an
      *    account, so the program is safe for the front desk.
       01  WS-CUST-STATUS         PIC XX.
           88  WS-CUST-STATUS-OK            VALUE '00'.
           88  WS-CUST-FOUND                VALUE '00'.
           88  WS-CUST-NOT-FOUND            VALUE '23'.

       01  WS-AR-STATUS           PIC XX.
           88  WS-AR-STATUS-OK              VALUE '00'.
           88  WS-AR-FILE-MISSING           VALUE '35'.

       01  WS-HIST-STATUS         PIC XX.
           88  WS-HIST-FILE-OK              VALUE '00'.

       01  WS-MENU-FIELDS.
           05  WS-MENU-CHOICE     PIC X     VALUE SPACE.
               88  WS-CHOICE-BY-ID          VALUE 'I' 'i'.
               88  WS-CHOICE-BY-NAME        VALUE 'N' 'n'.
               88  WS-CHOICE-EXIT           VALUE 'X' 'x'.
           05  WS-DONE-SW         PIC X     VALUE 'N'.
               88  WS-DONE                  VALUE 'Y'.
           05  WS-AR-AVAILABLE-SW PIC X     VALUE 'N'.
               88  WS-AR-AVAILABLE          VALUE 'Y'.

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-ID        PIC 9(7).
           05  WS-ENTRY-LASTNAME  PIC X(15).
           05  WS-SEARCH-LENGTH   PIC 99.
           05  WS-MATCH-COUNT     PIC 9(5).

      *    How far back closed items and purchases are shown, and the
      *    most purchase lines shown for one customer.
       01  WS-INQUIRY-TERMS.
           05  WS-RECENT-DAYS     PIC 999 VALUE 90.
           05  WS-MAX-PURCHASES   PIC 99  VALUE 20.

       01  WS-FIELDS.
           05  WS-TODAY-INT       PIC 9(7).
           05  WS-TODAY-CCYYMMDD  PIC 9(8).
           05  WS-ITEM-INT        PIC 9(7).
           05  WS-ITEM-CCYYMMDD   PIC 9(8).
           05  WS-AGE-DAYS        PIC S9(5).
           05  WS-ITEM-OPEN-AMT   PIC S9(7)V99.
           05  WS-AVAILABLE       PIC S9(8)V99.
           05  WS-EXTENDED        PIC S9(8)V99.
           05  WS-OPEN-TOTAL      PIC S9(8)V99.
           05  WS-PAID-TOTAL      PIC 9(8)V99.
           05  WS-OPEN-COUNT      PIC 9(5).
           05  WS-CLOSED-COUNT    PIC 9(5).
           05  WS-PURCHASE-COUNT  PIC 9(5).
           05  WS-PURCHASE-TOTAL  PIC S9(8)V99.

       01  WS-SCAN-FIELDS.
           05  WS-CUST-EOF-SW     PIC X.
               88  WS-END-OF-CUSTOMERS     VALUE 'Y'.
           05  WS-AR-EOF-SW       PIC X.
               88  WS-END-OF-AR-ITEMS      VALUE 'Y'.

       01  WS-DATE.
           05  WS-YEAR PIC 99.
           05  WS-MONTH PIC 99.
           05  WS-DAY   PIC 99.

       01  WS-SHOW-DATE.
           05  WS-SHOW-MONTH      PIC 99.
           05  FILLER             PIC X     VALUE '/'.
           05  WS-SHOW-DAY        PIC 99.
           05  FILLER             PIC X     VALUE '/'.
           05  WS-SHOW-YEAR       PIC 99.

       01  WS-AMOUNT-DISPLAY      PIC -,---,--9.99.
       01  WS-AMOUNT-DISPLAY-2    PIC -,---,--9.99.
       01  WS-AMOUNT-DISPLAY-3    PIC -,---,--9.99.
       01  WS-AGE-DISPLAY         PIC ZZ,ZZ9.
       01  WS-QTY-DISPLAY         PIC -ZZ,ZZ9.
       01  WS-COUNT-DISPLAY       PIC ZZ,ZZ9.

       01  WS-ITEM-TYPE-DISPLAY   PIC X(7).
       01  WS-ITEM-STATUS-DISPLAY PIC X(6).

       PROCEDURE DIVISION.
       0100-START.
           OPEN INPUT PETCUSTOMER.
           IF NOT WS-CUST-STATUS-OK
               DISPLAY "UNABLE TO OPEN PETCUSTOMER, STATUS: "
                   WS-CUST-STATUS
               STOP RUN
           END-IF.
      *    A shop with no house charges yet has no PETAROPEN; the
      *    inquiry still shows the customer.
           OPEN INPUT AROPEN.
           IF WS-AR-STATUS-OK
               MOVE 'Y' TO WS-AR-AVAILABLE-SW
           ELSE
               IF NOT WS-AR-FILE-MISSING
                   DISPLAY "UNABLE TO OPEN PETAROPEN, STATUS: "
                       WS-AR-STATUS
                   CLOSE PETCUSTOMER
                   STOP RUN
               END-IF
           END-IF.
           ACCEPT WS-DATE FROM DATE.
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-YEAR * 10000
               + WS-MONTH * 100 + WS-DAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).

           DISPLAY "Pet Supplies and More - Customer Account Inquiry".
           PERFORM 0200-MAIN-MENU
               UNTIL WS-DONE.

           IF WS-AR-AVAILABLE
               CLOSE AROPEN
           END-IF.
           CLOSE PETCUSTOMER.
           STOP RUN.
       0100-END.

       0200-MAIN-MENU.

           DISPLAY " ".
           DISPLAY "I = Inquire by customer ID".
           DISPLAY "N = Search by last name".
           DISPLAY "X = Exit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.
           IF WS-CHOICE-BY-ID
               PERFORM 0250-READ-BY-ID
               PERFORM 0300-SHOW-ACCOUNT
           ELSE
               IF WS-CHOICE-BY-NAME
                   PERFORM 0260-SEARCH-BY-NAME
               ELSE
                   IF WS-CHOICE-EXIT
                       MOVE 'Y' TO WS-DONE-SW
                   ELSE
                       DISPLAY "Please enter I, N, or X."
                   END-IF
               END-IF
           END-IF.

       0200-END.

       0250-READ-BY-ID.

           DISPLAY "Enter customer ID (7 digits): ".
           ACCEPT WS-ENTRY-ID.
           MOVE WS-ENTRY-ID TO CUST-ID.
           READ PETCUSTOMER
               INVALID KEY SET WS-CUST-NOT-FOUND TO TRUE
               NOT INVALID KEY SET WS-CUST-FOUND TO TRUE
           END-READ.

       0250-END.

       0260-SEARCH-BY-NAME.

      *    The customer file is keyed by ID only, so a name search
      *    browses the whole file for last names that start with
      *    what was keyed.
           DISPLAY "Last name (or leading letters): ".
           ACCEPT WS-ENTRY-LASTNAME.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-LASTNAME)
               TO WS-ENTRY-LASTNAME.
           MOVE 15 TO WS-SEARCH-LENGTH.
           PERFORM UNTIL WS-SEARCH-LENGTH = ZERO
                   OR WS-ENTRY-LASTNAME(WS-SEARCH-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SEARCH-LENGTH
           END-PERFORM.
           IF WS-SEARCH-LENGTH = ZERO
               DISPLAY "No name entered."
           ELSE
               MOVE ZERO TO WS-MATCH-COUNT
               MOVE 'N' TO WS-CUST-EOF-SW
               MOVE ZEROS TO CUST-ID
               START PETCUSTOMER KEY NOT LESS THAN CUST-ID
                   INVALID KEY MOVE 'Y' TO WS-CUST-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-CUSTOMERS
                   READ PETCUSTOMER NEXT RECORD
                       AT END MOVE 'Y' TO WS-CUST-EOF-SW
                   END-READ
                   IF NOT WS-END-OF-CUSTOMERS
                       PERFORM 0265-CHECK-NAME-MATCH
                   END-IF
               END-PERFORM
               IF WS-MATCH-COUNT = ZERO
                   DISPLAY "No customers found with that last name."
               ELSE
                   DISPLAY "Enter customer ID to inquire "
                       "(0 to return to menu): "
                   ACCEPT WS-ENTRY-ID
                   IF WS-ENTRY-ID NOT = ZERO
                       MOVE WS-ENTRY-ID TO CUST-ID
                       READ PETCUSTOMER
                           INVALID KEY SET WS-CUST-NOT-FOUND TO TRUE
                           NOT INVALID KEY SET WS-CUST-FOUND TO TRUE
                       END-READ
                       PERFORM 0300-SHOW-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       0260-END.

       0265-CHECK-NAME-MATCH.

           IF FUNCTION UPPER-CASE(CUST-LASTNAME(1:WS-SEARCH-LENGTH))
                   = WS-ENTRY-LASTNAME(1:WS-SEARCH-LENGTH)
               ADD 1 TO WS-MATCH-COUNT
               MOVE CUST-BALANCE TO WS-AMOUNT-DISPLAY
               DISPLAY "  " CUST-ID "  " CUST-LASTNAME ", "
                   CUST-FIRSTNAME "  " CUST-PHONE
                   "  Balance: " WS-AMOUNT-DISPLAY
           END-IF.

       0265-END.

       0300-SHOW-ACCOUNT.

           IF WS-CUST-FOUND
               PERFORM 0310-SHOW-CUSTOMER
               PERFORM 0400-SHOW-AR-ITEMS
               PERFORM 0500-SHOW-PURCHASES
           ELSE
               DISPLAY "Customer " CUST-ID " is not on file."
           END-IF.

       0300-END.

       0310-SHOW-CUSTOMER.

           DISPLAY " ".
           DISPLAY "Customer: " CUST-ID "  " CUST-LASTNAME ", "
               CUST-FIRSTNAME.
           DISPLAY "Address:  " CUST-ADDRESS "  Phone: " CUST-PHONE.
           COMPUTE WS-AVAILABLE = CUST-CREDIT-LIMIT - CUST-BALANCE.
           MOVE CUST-CREDIT-LIMIT TO WS-AMOUNT-DISPLAY.
           MOVE CUST-BALANCE TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-AVAILABLE TO WS-AMOUNT-DISPLAY-3.
           DISPLAY "Credit limit: " WS-AMOUNT-DISPLAY
               "  Balance: " WS-AMOUNT-DISPLAY-2
               "  Available: " WS-AMOUNT-DISPLAY-3.
           IF CUST-ON-HOLD
               MOVE CUST-HOLD-DATE(3:2) TO WS-SHOW-MONTH
               MOVE CUST-HOLD-DATE(5:2) TO WS-SHOW-DAY
               MOVE CUST-HOLD-DATE(1:2) TO WS-SHOW-YEAR
               DISPLAY "** ON CREDIT HOLD SINCE " WS-SHOW-DATE
                   " - NO FURTHER CHARGES"
           END-IF.

       0310-END.

       0400-SHOW-AR-ITEMS.

      *    Open items always show; closed ones only if charged
      *    within the recent window, so an old account stays short.
           MOVE ZERO TO WS-OPEN-COUNT.
           MOVE ZERO TO WS-CLOSED-COUNT.
           MOVE ZERO TO WS-OPEN-TOTAL.
           MOVE ZERO TO WS-PAID-TOTAL.
           DISPLAY " ".
           DISPLAY "Account items:".
           DISPLAY "  Date      Ref     St  Type     Charged"
               "        Paid        Open   Age  Status".
           IF WS-AR-AVAILABLE
               MOVE 'N' TO WS-AR-EOF-SW
               MOVE CUST-ID TO AR-CUST-ID
               MOVE ZEROS TO AR-CHARGE-DATE
               MOVE ZEROS TO AR-REFERENCE
               START AROPEN KEY NOT LESS THAN AR-RECORD-KEY
                   INVALID KEY MOVE 'Y' TO WS-AR-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-AR-ITEMS
                   READ AROPEN NEXT RECORD
                       AT END MOVE 'Y' TO WS-AR-EOF-SW
                   END-READ
                   IF NOT WS-END-OF-AR-ITEMS
                       IF AR-CUST-ID NOT = CUST-ID
                           MOVE 'Y' TO WS-AR-EOF-SW
                       ELSE
                           PERFORM 0410-SHOW-ONE-ITEM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-OPEN-COUNT = ZERO AND WS-CLOSED-COUNT = ZERO
               DISPLAY "  No open or recently closed items."
           END-IF.
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-OPEN-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE WS-PAID-TOTAL TO WS-AMOUNT-DISPLAY-2.
           DISPLAY "  Open items: " WS-COUNT-DISPLAY
               "  Open amount: " WS-AMOUNT-DISPLAY
               "  Payments applied: " WS-AMOUNT-DISPLAY-2.

       0400-END.

       0410-SHOW-ONE-ITEM.

           COMPUTE WS-ITEM-CCYYMMDD = 20000000 + AR-CHARGE-DATE.
           COMPUTE WS-ITEM-INT =
               FUNCTION INTEGER-OF-DATE(WS-ITEM-CCYYMMDD).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ITEM-INT.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           COMPUTE WS-ITEM-OPEN-AMT = AR-AMOUNT - AR-AMOUNT-PAID.
           IF AR-OPEN-ITEM
               OR WS-AGE-DAYS NOT > WS-RECENT-DAYS
               IF AR-OPEN-ITEM
                   ADD 1 TO WS-OPEN-COUNT
                   ADD WS-ITEM-OPEN-AMT TO WS-OPEN-TOTAL
                   MOVE 'OPEN' TO WS-ITEM-STATUS-DISPLAY
               ELSE
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE 'CLOSED' TO WS-ITEM-STATUS-DISPLAY
               END-IF
               ADD AR-AMOUNT-PAID TO WS-PAID-TOTAL
               IF AR-FINANCE-CHARGE
                   MOVE 'FINCHG' TO WS-ITEM-TYPE-DISPLAY
               ELSE
                   MOVE 'SALE' TO WS-ITEM-TYPE-DISPLAY
               END-IF
               MOVE AR-CHARGE-DATE(3:2) TO WS-SHOW-MONTH
               MOVE AR-CHARGE-DATE(5:2) TO WS-SHOW-DAY
               MOVE AR-CHARGE-DATE(1:2) TO WS-SHOW-YEAR
               MOVE AR-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE AR-AMOUNT-PAID TO WS-AMOUNT-DISPLAY-2
               MOVE WS-ITEM-OPEN-AMT TO WS-AMOUNT-DISPLAY-3
               MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
               DISPLAY "  " WS-SHOW-DATE "  " AR-REFERENCE "  "
                   AR-STORE-NUMBER "  " WS-ITEM-TYPE-DISPLAY
                   WS-AMOUNT-DISPLAY WS-AMOUNT-DISPLAY-2
                   WS-AMOUNT-DISPLAY-3 WS-AGE-DISPLAY "  "
                   WS-ITEM-STATUS-DISPLAY
           END-IF.

       0410-END.

       0500-SHOW-PURCHASES.

      *    The sales history is a plain sequential file, so it is
      *    opened and read through for each inquiry.
           MOVE ZERO TO WS-PURCHASE-COUNT.
           MOVE ZERO TO WS-PURCHASE-TOTAL.
           DISPLAY " ".
           DISPLAY "Recent purchases:".
           DISPLAY "  Date      St  Item                     Qty"
               "       Amount".
           OPEN INPUT PETSALESHIST.
           IF WS-HIST-FILE-OK
               READ PETSALESHIST
                   AT END SET ENDOFHISTORY TO TRUE
                   END-READ
               PERFORM UNTIL ENDOFHISTORY
                   IF HST-CUSTOMER-ID = CUST-ID
                       AND HST-SALE-DATE NUMERIC
                       AND HST-SALE-DATE > ZERO
                       PERFORM 0510-SHOW-ONE-PURCHASE
                   END-IF
                   READ PETSALESHIST
                       AT END SET ENDOFHISTORY TO TRUE
                       END-READ
               END-PERFORM
               CLOSE PETSALESHIST
           ELSE
               DISPLAY "  Sales history not available, STATUS: "
                   WS-HIST-STATUS
           END-IF.
           IF WS-PURCHASE-COUNT = ZERO
               DISPLAY "  No purchases in the last " WS-RECENT-DAYS
                   " days."
           ELSE
               IF WS-PURCHASE-COUNT > WS-MAX-PURCHASES
                   DISPLAY "  (only the first " WS-MAX-PURCHASES
                       " lines are shown)"
               END-IF
               MOVE WS-PURCHASE-COUNT TO WS-COUNT-DISPLAY
               MOVE WS-PURCHASE-TOTAL TO WS-AMOUNT-DISPLAY
               DISPLAY "  Purchase lines: " WS-COUNT-DISPLAY
                   "  Total: " WS-AMOUNT-DISPLAY
           END-IF.

       0500-END.

       0510-SHOW-ONE-PURCHASE.

           COMPUTE WS-ITEM-CCYYMMDD = 20000000 + HST-SALE-DATE.
           COMPUTE WS-ITEM-INT =
               FUNCTION INTEGER-OF-DATE(WS-ITEM-CCYYMMDD).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ITEM-INT.
           IF WS-AGE-DAYS NOT > WS-RECENT-DAYS
               ADD 1 TO WS-PURCHASE-COUNT
               COMPUTE WS-EXTENDED = HST-PRICE * HST-QUANTITY
               ADD WS-EXTENDED TO WS-PURCHASE-TOTAL
               IF WS-PURCHASE-COUNT NOT > WS-MAX-PURCHASES
                   MOVE HST-SALE-DATE(3:2) TO WS-SHOW-MONTH
                   MOVE HST-SALE-DATE(5:2) TO WS-SHOW-DAY
                   MOVE HST-SALE-DATE(1:2) TO WS-SHOW-YEAR
                   MOVE HST-QUANTITY TO WS-QTY-DISPLAY
                   MOVE WS-EXTENDED TO WS-AMOUNT-DISPLAY
                   DISPLAY "  " WS-SHOW-DATE "  " HST-STORE-NUMBER
                       "  " HST-DESCRIPTION "  " WS-QTY-DISPLAY
                       "  " WS-AMOUNT-DISPLAY
               END-IF
           END-IF.

       0510-END.

          END PROGRAM PETCUSTINQ.
