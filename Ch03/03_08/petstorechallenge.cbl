       SELECT TAXRATEFILE ASSIGN TO "PETTAXRATE.DAT"
		   ORGANIZATION IS LINE SEQUENTIAL
		   FILE STATUS IS WS-TAXRATE-STATUS.
       SELECT GLJOURNAL ASSIGN TO "PETGLJRNL.DAT"
		   ORGANIZATION IS LINE SEQUENTIAL
		   FILE STATUS IS WS-JRN-STATUS.
       SELECT REFUSEDFILE ASSIGN TO "PETSALESREFUSED.DAT"
		   ORGANIZATION IS LINE SEQUENTIAL
		   FILE STATUS IS WS-RFS-STATUS.
       SELECT PRINTFILE ASSIGN TO "PETSTORESALES.PRT"
		   ORGANIZATION IS LINE SEQUENTIAL.

	       05 INV-TAXABLE-FLAG       PIC X.
	           88 INV-TAXABLE                  VALUE 'T'.
	           88 INV-EXEMPT                   VALUE 'E'.
	       05 INV-AVERAGE-COST       PIC 9(6)V99.

       FD PETCUSTOMER.
	   01 CUSTOMER-RECORD.
	       05 CUST-PHONE             PIC X(10).
	       05 CUST-CREDIT-LIMIT      PIC 9(7)V99.
	       05 CUST-BALANCE           PIC S9(7)V99.
	       05 CUST-CREDIT-HOLD       PIC X.
	           88 CUST-ON-HOLD                 VALUE 'H'.
	           88 CUST-CREDIT-OK               VALUE 'N' ' '.
	       05 CUST-HOLD-DATE         PIC 9(6).

       FD RESTARTFILE.
	   01 RESTART-RECORD.
	       05 RST-AR-REFERENCE       PIC 9(6).
	       05 RST-CHARGE-COUNT       PIC 9(5).
	       05 RST-CHARGE-TOTAL       PIC S9(8)V99.
	       05 RST-COGS-TOTAL         PIC S9(8)V99.
	       05 RST-HOLD-REFUSED-COUNT PIC 9(5).

       FD PETSALESHIST.
	   01 HISTORY-RECORD.
	       05 HST-DESCRIPTION        PIC X(20).
	       05 HST-PRICE              PIC S999999V99.
	       05 HST-QUANTITY           PIC S99999.
	       05 HST-COGS               PIC S9(7)V99.

       FD RUNLOGFILE.
	   01 RUNLOG-RECORD.
	       05 AR-STATUS              PIC X.
	           88 AR-OPEN-ITEM                 VALUE 'O'.
	           88 AR-CLOSED-ITEM               VALUE 'C'.
	       05 AR-ITEM-TYPE           PIC X.
	           88 AR-SALE-CHARGE               VALUE 'S' ' '.
	           88 AR-FINANCE-CHARGE            VALUE 'F'.

       FD RUNCTLFILE.
	   01 RUNCTL-RECORD.
	   01 TAX-RATE-RECORD.
	       05 TR-RATE                PIC 9V9999.

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

      *    Tickets turned away for credit hold, kept in the sales
      *    record layout so the reconcile can back them out.
       FD REFUSEDFILE.
	   01 REFUSED-RECORD             PIC X(139).

       FD PRINTFILE.
	   01 PRINT-RECORD               PIC X(132).

		   05  WS-ITEMS-POSTED  PIC 9(7) VALUE ZEROS.
		   05  WS-UNITS-DECREMENTED PIC S9(7) VALUE ZEROS.
		   05  WS-LINE-TAX      PIC 9(5)V99.
		   05  WS-LINE-COGS     PIC S9(7)V99.
		   05  WS-COGS-TOTAL    PIC S9(8)V99 VALUE ZEROS.

	   01  WS-TAX-FIELDS.
		   05  WS-TAX-RATE      PIC 9V9999 VALUE .0725.
		   05  WS-AR-REFERENCE  PIC 9(6) VALUE ZEROS.
		   05  WS-CUST-ON-FILE-SW PIC X VALUE 'N'.
			   88  WS-CUST-ON-FILE             VALUE 'Y'.
		   05  WS-CUST-ON-HOLD-SW PIC X VALUE 'N'.
			   88  WS-CUST-ON-HOLD             VALUE 'Y'.
		   05  WS-HOLD-REFUSED-COUNT PIC 9(5) VALUE ZEROS.
		   05  WS-ON-ACCOUNT-SW  PIC X VALUE 'N'.
			   88  WS-ON-ACCOUNT               VALUE 'Y'.

	   01  WS-TICKET-FIELDS.
		   05  WS-TKT-SALES     PIC S9(7)V99.
		   05  WS-TKT-RETURNS   PIC S9(7)V99.
		   05  WS-TKT-TAX       PIC S9(7)V99.
		   05  WS-TKT-TAX-REV   PIC S9(7)V99.
		   05  WS-TKT-COGS      PIC S9(7)V99.

	   01  WS-JRN-STATUS          PIC XX.
		   88  WS-JRN-FILE-OK               VALUE '00'.
		   88  WS-JRN-FILE-MISSING          VALUE '35'.

	   01  WS-JOURNAL-FIELDS.
		   05  WS-JRN-STORE     PIC 99.
		   05  WS-JRN-ACCOUNT   PIC 9(4).
		   05  WS-JRN-SIDE      PIC X.
			   88  WS-JRN-DEBIT                VALUE 'D'.
			   88  WS-JRN-CREDIT               VALUE 'C'.
		   05  WS-JRN-AMOUNT    PIC S9(8)V99.
		   05  WS-JRN-COUNT     PIC 9(5) VALUE ZEROS.

	   01  WS-GL-ACCOUNTS.
		   05  WS-GL-CASH       PIC 9(4) VALUE 1000.
		   05  WS-GL-RECEIVABLE PIC 9(4) VALUE 1200.
		   05  WS-GL-INVENTORY  PIC 9(4) VALUE 1300.
		   05  WS-GL-SALES-TAX  PIC 9(4) VALUE 2200.
		   05  WS-GL-SALES      PIC 9(4) VALUE 4000.
		   05  WS-GL-RETURNS    PIC 9(4) VALUE 4100.
		   05  WS-GL-COGS       PIC 9(4) VALUE 5000.

	   01  WS-AR-STATUS           PIC XX.
		   88  WS-AR-STATUS-OK              VALUE '00'.
		   88  WS-HIST-FILE-OK              VALUE '00'.
		   88  WS-HIST-FILE-MISSING         VALUE '35'.

	   01  WS-RFS-STATUS          PIC XX.
		   88  WS-RFS-FILE-OK               VALUE '00'.
		   88  WS-RFS-FILE-MISSING          VALUE '35'.

	   01  WS-RUNLOG-STATUS       PIC XX.
		   88  WS-RUNLOG-FILE-OK            VALUE '00'.
		   88  WS-RUNLOG-FILE-MISSING       VALUE '35'.
               '** CHARGE REFUSED, NOT ON FILE: '.
            05 NC-CUSTOMER-ID   PIC 9(7).

		01  HOLD-REFUSED-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(33) VALUE
               '** CHARGE REFUSED, CREDIT HOLD: '.
            05 HR-CUSTOMER-ID   PIC 9(7).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(16) VALUE 'ITEMS NOT POSTED'.

		01  HOLD-REFUSED-TOTAL-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(33) VALUE
               'CHARGES REFUSED ON CREDIT HOLD: '.
            05 HRT-COUNT        PIC ZZ,ZZ9.

		01  CHARGE-TOTAL-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(22) VALUE
            05 FILLER           PIC X(9)  VALUE 'REORDER: '.
            05 SE-REORDER       PIC Z,ZZZ,ZZ9.

		01  COGS-TOTAL-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(20) VALUE
               'COST OF GOODS SOLD: '.
            05 CGT-AMOUNT       PIC $$,$$$,$$9.99-.

		01  DETAIL-TOTAL-LINE.
            05 FILLER           PIC X(7) VALUE SPACES.
			05 FILLER           PIC X(19)  VALUE 
               IF NOT WS-INV-STATUS-OK
                   DISPLAY "UNABLE TO OPEN PETINVENTORY, STATUS: "
                       WS-INV-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0300-STOP-RUN
               END-IF
               OPEN I-O PETCUSTOMER
               IF NOT WS-CUST-STATUS-OK
                   DISPLAY "UNABLE TO OPEN PETCUSTOMER, STATUS: "
                       WS-CUST-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0300-STOP-RUN
               END-IF
               OPEN I-O AROPEN
               IF NOT WS-AR-STATUS-OK
                   DISPLAY "UNABLE TO OPEN PETAROPEN, STATUS: "
                       WS-AR-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0300-STOP-RUN
               END-IF
               OPEN EXTEND PETSALESHIST
               IF NOT WS-HIST-FILE-OK
                   DISPLAY "UNABLE TO OPEN PETSALESHIST, STATUS: "
                       WS-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0300-STOP-RUN
               END-IF
               OPEN EXTEND GLJOURNAL
               IF WS-JRN-FILE-MISSING
                   OPEN OUTPUT GLJOURNAL
               END-IF
               IF NOT WS-JRN-FILE-OK
                   DISPLAY "UNABLE TO OPEN PETGLJRNL, STATUS: "
                       WS-JRN-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0300-STOP-RUN
               END-IF
               OPEN EXTEND REFUSEDFILE
               IF WS-RFS-FILE-MISSING
                   OPEN OUTPUT REFUSEDFILE
               END-IF
               IF NOT WS-RFS-FILE-OK
                   DISPLAY "UNABLE TO OPEN PETSALESREFUSED, STATUS: "
                       WS-RFS-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0300-STOP-RUN
               END-IF
               PERFORM 0130-LOAD-TAX-RATE
               PERFORM 0294-PRINT-RETURN-TOTALS
               PERFORM 0295-PRINT-REJECTED-COUNT
               PERFORM 0296-PRINT-UNDERPRICE-TOTAL
               PERFORM 0292-PRINT-COGS-TOTAL
               PERFORM 0298-PRINT-TAX-SUMMARY
               PERFORM 0293-PRINT-ROLLUP-PAGE
               PERFORM 0297-WRITE-RUN-LOG
               PERFORM 0299-WRITE-RUN-CONTROL
               PERFORM 0265-CLEAR-CHECKPOINT
               CLOSE PETSALESHIST
               CLOSE GLJOURNAL
               CLOSE REFUSEDFILE
               CLOSE AROPEN
               CLOSE PETCUSTOMER
               CLOSE PETINVENTORY
                           "HAS NOT RUN SINCE THE LAST POSTING"
                       DISPLAY "** RUN THE SNAPSHOT FIRST, OR ADD F TO "
                           "THE COMMAND LINE TO FORCE"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
                   DISPLAY "** RUN REFUSED: THIS SALES FILE HAS "
                       "ALREADY BEEN POSTED"
                   DISPLAY "** ADD F TO THE COMMAND LINE TO FORCE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
                       MOVE RST-AR-REFERENCE TO WS-AR-REFERENCE
                       MOVE RST-CHARGE-COUNT TO WS-CHARGE-COUNT
                       MOVE RST-CHARGE-TOTAL TO WS-CHARGE-TOTAL
                       MOVE RST-COGS-TOTAL TO WS-COGS-TOTAL
                       IF RST-HOLD-REFUSED-COUNT NUMERIC
                           MOVE RST-HOLD-REFUSED-COUNT
                               TO WS-HOLD-REFUSED-COUNT
                       END-IF
                       SET WS-RESUMING TO TRUE
               END-READ
               CLOSE RESTARTFILE
		   PERFORM 0205-LOOKUP-CUSTOMER.

           MOVE ZERO TO WS-CHARGE-AMOUNT.
           MOVE ZERO TO WS-TICKET-FIELDS.
           MOVE 'N' TO WS-ON-ACCOUNT-SW.
      *    A customer on credit hold may not charge to the house
      *    account; the whole ticket is turned away, nothing posts.
           IF TENDER-HOUSE-CHARGE AND WS-CUST-ON-HOLD
               PERFORM 0207-REFUSE-HELD-CHARGE
           ELSE
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > 3
                   IF DESCRIPTION(WS-ITEM-IDX) NOT = SPACES
                       OR PRICE(WS-ITEM-IDX) NOT = ZERO
                       OR QUANTITY(WS-ITEM-IDX) NOT = ZERO
                       PERFORM 0210-PROCESS-ONE-ITEM
                   END-IF
               END-PERFORM
               IF TENDER-HOUSE-CHARGE
                   PERFORM 0240-POST-HOUSE-CHARGE
               END-IF
               PERFORM 0246-JOURNAL-TICKET
           END-IF.

           ADD 1 TO WS-RECORD-COUNT.
               END-READ
               IF WS-CUST-FOUND
                   MOVE 'Y' TO WS-CUST-ON-FILE-SW
                   IF CUST-ON-HOLD
                       MOVE 'Y' TO WS-CUST-ON-HOLD-SW
                   ELSE
                       MOVE 'N' TO WS-CUST-ON-HOLD-SW
                   END-IF
                   MOVE CUST-LASTNAME TO WS-MST-LASTNAME
                   MOVE CUST-FIRSTNAME TO WS-MST-FIRSTNAME
                   MOVE WS-MASTER-NAME TO WS-PREV-CUSTNAME
               ELSE
                   MOVE 'N' TO WS-CUST-ON-FILE-SW
                   MOVE 'N' TO WS-CUST-ON-HOLD-SW
                   MOVE CUSTOMERNAME TO WS-PREV-CUSTNAME
                   MOVE CUSTOMER-ID TO UC-CUSTOMER-ID
                   MOVE CUSTOMERNAME TO UC-CUSTNAME

       0205-END.

       0207-REFUSE-HELD-CHARGE.

           ADD 1 TO WS-HOLD-REFUSED-COUNT.
           MOVE CUSTOMER-ID TO HR-CUSTOMER-ID.
           WRITE PRINT-RECORD FROM HOLD-REFUSED-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0238-COUNT-PRINT-LINE.
           WRITE REFUSED-RECORD FROM SALESDETAILS.

       0207-END.

       0210-PROCESS-ONE-ITEM.

           PERFORM 0215-VALIDATE-ITEM.
               PERFORM 0238-COUNT-PRINT-LINE
               ADD 1 TO WS-ITEMS-POSTED
               PERFORM 0230-UPDATE-INVENTORY
               ADD WS-ITEM-TOTAL TO WS-TKT-SALES
               ADD WS-LINE-TAX TO WS-TKT-TAX
               ADD WS-LINE-COGS TO WS-TKT-COGS
               PERFORM 0234-WRITE-HISTORY.

       0211-END.
               NOT INVALID KEY SET WS-INV-FOUND TO TRUE
           END-READ.
           MOVE ZERO TO WS-RETURN-LINE-TAX.
           MOVE ZERO TO WS-LINE-COGS.
           IF WS-INV-FOUND
      *        Returned units go back into stock at the current
      *        average cost, reversing the cost of the sale.
               IF INV-AVERAGE-COST NUMERIC
                   COMPUTE WS-LINE-COGS ROUNDED =
                       QUANTITY(WS-ITEM-IDX) * INV-AVERAGE-COST
                   ADD WS-LINE-COGS TO WS-COGS-TOTAL
               END-IF
               IF INV-TAXABLE
                   COMPUTE WS-RETURN-LINE-TAX ROUNDED =
                       WS-RETURN-ITEM-TOTAL * WS-TAX-RATE
           ADD WS-RETURN-ITEM-TOTAL TO WS-RETURN-AMOUNT.
           COMPUTE WS-CHARGE-AMOUNT = WS-CHARGE-AMOUNT
               - WS-RETURN-ITEM-TOTAL - WS-RETURN-LINE-TAX.
           ADD WS-RETURN-ITEM-TOTAL TO WS-TKT-RETURNS.
           ADD WS-RETURN-LINE-TAX TO WS-TKT-TAX-REV.
           ADD WS-LINE-COGS TO WS-TKT-COGS.

           MOVE DESCRIPTION(WS-ITEM-IDX) TO RTN-DESCRIPTION.
           MOVE PRICE(WS-ITEM-IDX) TO RTN-PRICE.

       0230-UPDATE-INVENTORY.

           MOVE ZERO TO WS-LINE-COGS.
           IF WS-INV-FOUND
               IF INV-AVERAGE-COST NUMERIC
                   COMPUTE WS-LINE-COGS ROUNDED =
                       QUANTITY(WS-ITEM-IDX) * INV-AVERAGE-COST
                   ADD WS-LINE-COGS TO WS-COGS-TOTAL
               END-IF
               PERFORM 0232-CHECK-PRICE
               IF QUANTITY(WS-ITEM-IDX) > INV-QUANTITY-ON-HAND
                   PERFORM 0237-PRINT-OVERSOLD
           MOVE DESCRIPTION(WS-ITEM-IDX) TO HST-DESCRIPTION.
           MOVE PRICE(WS-ITEM-IDX) TO HST-PRICE.
           MOVE QUANTITY(WS-ITEM-IDX) TO HST-QUANTITY.
           MOVE WS-LINE-COGS TO HST-COGS.
           WRITE HISTORY-RECORD.

       0234-END.
               IF WS-CUST-ON-FILE
                   PERFORM 0242-WRITE-AR-OPEN-ITEM
                   PERFORM 0244-UPDATE-CUST-BALANCE
                   MOVE 'Y' TO WS-ON-ACCOUNT-SW
                   ADD 1 TO WS-CHARGE-COUNT
                   ADD WS-CHARGE-AMOUNT TO WS-CHARGE-TOTAL
                   MOVE CUSTOMER-ID TO CHG-CUSTOMER-ID
           MOVE WS-CHARGE-AMOUNT TO AR-AMOUNT.
           MOVE ZERO TO AR-AMOUNT-PAID.
           SET AR-OPEN-ITEM TO TRUE.
           SET AR-SALE-CHARGE TO TRUE.
           WRITE AR-OPEN-RECORD
               INVALID KEY
                   DISPLAY "** AR OPEN ITEM WRITE FAILED, STATUS: "

       0244-END.

       0246-JOURNAL-TICKET.

      *    One set of ledger entries per ticket. The tender side is
      *    the net the customer owes: receivable when the charge went
      *    to a house account, otherwise cash. Return cost comes back
      *    as a negative COGS and so posts to the opposite sides.
           MOVE STORE-NUMBER TO WS-JRN-STORE.
           MOVE WS-GL-SALES TO WS-JRN-ACCOUNT.
           SET WS-JRN-CREDIT TO TRUE.
           MOVE WS-TKT-SALES TO WS-JRN-AMOUNT.
           PERFORM 0248-WRITE-JOURNAL-ENTRY.
           MOVE WS-GL-RETURNS TO WS-JRN-ACCOUNT.
           SET WS-JRN-DEBIT TO TRUE.
           MOVE WS-TKT-RETURNS TO WS-JRN-AMOUNT.
           PERFORM 0248-WRITE-JOURNAL-ENTRY.
           MOVE WS-GL-SALES-TAX TO WS-JRN-ACCOUNT.
           SET WS-JRN-CREDIT TO TRUE.
           MOVE WS-TKT-TAX TO WS-JRN-AMOUNT.
           PERFORM 0248-WRITE-JOURNAL-ENTRY.
           SET WS-JRN-DEBIT TO TRUE.
           MOVE WS-TKT-TAX-REV TO WS-JRN-AMOUNT.
           PERFORM 0248-WRITE-JOURNAL-ENTRY.
           MOVE WS-GL-COGS TO WS-JRN-ACCOUNT.
           SET WS-JRN-DEBIT TO TRUE.
           MOVE WS-TKT-COGS TO WS-JRN-AMOUNT.
           PERFORM 0248-WRITE-JOURNAL-ENTRY.
           MOVE WS-GL-INVENTORY TO WS-JRN-ACCOUNT.
           SET WS-JRN-CREDIT TO TRUE.
           PERFORM 0248-WRITE-JOURNAL-ENTRY.
           IF WS-ON-ACCOUNT
               MOVE WS-GL-RECEIVABLE TO WS-JRN-ACCOUNT
           ELSE
               MOVE WS-GL-CASH TO WS-JRN-ACCOUNT
           END-IF.
           SET WS-JRN-DEBIT TO TRUE.
           MOVE WS-CHARGE-AMOUNT TO WS-JRN-AMOUNT.
           PERFORM 0248-WRITE-JOURNAL-ENTRY.

       0246-END.

       0248-WRITE-JOURNAL-ENTRY.

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
               MOVE 'SALES' TO GLJ-SOURCE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-JRN-COUNT
           END-IF.

       0248-END.

       0260-WRITE-CHECKPOINT.

           MOVE WS-RECORD-COUNT TO RST-RECORD-COUNT.
           MOVE WS-AR-REFERENCE TO RST-AR-REFERENCE.
           MOVE WS-CHARGE-COUNT TO RST-CHARGE-COUNT.
           MOVE WS-CHARGE-TOTAL TO RST-CHARGE-TOTAL.
           MOVE WS-COGS-TOTAL TO RST-COGS-TOTAL.
           MOVE WS-HOLD-REFUSED-COUNT TO RST-HOLD-REFUSED-COUNT.
           OPEN OUTPUT RESTARTFILE.
           IF NOT WS-RESTART-FILE-OK
               DISPLAY "** WARNING: CHECKPOINT OPEN FAILED, STATUS: "
           MOVE WS-CHARGE-TOTAL TO CHT-AMOUNT.
           WRITE PRINT-RECORD FROM CHARGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-HOLD-REFUSED-COUNT > ZERO
               MOVE WS-HOLD-REFUSED-COUNT TO HRT-COUNT
               WRITE PRINT-RECORD FROM HOLD-REFUSED-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       0291-END.


       0298-END.

       0292-PRINT-COGS-TOTAL.

           MOVE WS-COGS-TOTAL TO CGT-AMOUNT.
           WRITE PRINT-RECORD FROM COGS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       0292-END.

       0296-PRINT-UNDERPRICE-TOTAL.

           MOVE WS-UNDERPRICE-LOSS TO UP-LOSS.
