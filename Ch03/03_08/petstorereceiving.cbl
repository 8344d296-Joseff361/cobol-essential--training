           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POM-RECORD-KEY
           FILE STATUS IS WS-POM-STATUS.
       SELECT GLJOURNAL ASSIGN TO "PETGLJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.
       SELECT PRINTFILE ASSIGN TO "PETRECEIVING.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

            02 RCT-QUANTITY         PIC 9(5).
            02 RCT-VENDOR           PIC X(20).
            02 RCT-RECEIPT-DATE     PIC 9(6).
            02 RCT-UNIT-COST        PIC 9(6)V99.

       FD PETINVENTORY.
       01 INVENTORY-RECORD.
           05 INV-ORDER-QUANTITY     PIC 9(7).
           05 INV-UNIT-PRICE         PIC 9(6)V99.
           05 INV-TAXABLE-FLAG       PIC X.
           05 INV-AVERAGE-COST       PIC 9(6)V99.

       FD POMASTER.
       01 PO-MASTER-RECORD.
               88 POM-OPEN                     VALUE 'O'.
               88 POM-PARTIAL                  VALUE 'P'.
               88 POM-CLOSED                   VALUE 'C'.
           05 POM-UNIT-COST          PIC 9(6)V99.
           05 POM-QTY-INVOICED       PIC 9(7).

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
           05  WS-POSTED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-REJECTED-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-UNITS     PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-COST      PIC 9(9)V99 VALUE ZERO.
           05  WS-RECEIPT-COST    PIC 9(9)V99.
           05  WS-NO-COST-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-NEW-ON-HAND     PIC 9(8).

       01  WS-INV-STATUS          PIC XX.
           88  WS-INV-STATUS-OK             VALUE '00'.
           88  WS-POM-STATUS-OK             VALUE '00'.
           88  WS-POM-FILE-MISSING          VALUE '35'.

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
           05  WS-GL-INVENTORY    PIC 9(4) VALUE 1300.
           05  WS-GL-PAYABLE      PIC 9(4) VALUE 2000.

       01  WS-PO-MATCH-FIELDS.
           05  WS-PO-FOUND-SW     PIC X.
               88  WS-PO-FOUND             VALUE 'Y'.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(16) VALUE 'UNITS RECEIVED: '.
            05 RT-UNITS         PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(6)  VALUE 'COST: '.
            05 RT-COST          PIC $$$,$$$,$$9.99.

       01  PO-EXCEPTION-TOTAL-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(14) VALUE 'OVER-SHIPPED: '.
            05 PT-OVERSHIPPED   PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(14) VALUE 'NO UNIT COST: '.
            05 PT-NO-COST       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-START.
           IF NOT WS-INV-STATUS-OK
               DISPLAY "UNABLE TO OPEN PETINVENTORY, STATUS: "
                   WS-INV-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-STOP-RUN
           END-IF.
           OPEN I-O POMASTER.
               DISPLAY "UNABLE TO OPEN PETPOMASTER, STATUS: "
                   WS-POM-STATUS
               CLOSE PETINVENTORY
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
               CLOSE POMASTER
               CLOSE PETINVENTORY
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-STOP-RUN
           END-IF.
           OPEN OUTPUT PRINTFILE.
               UNTIL ENDOFRECEIPTS.

           PERFORM 0290-PRINT-TOTAL.
           CLOSE GLJOURNAL.
           CLOSE POMASTER.
           CLOSE PETINVENTORY.
           CLOSE PRINTFILE.
       0210-UPDATE-INVENTORY.

           MOVE INV-QUANTITY-ON-HAND TO WS-BEFORE-ON-HAND.
           PERFORM 0212-UPDATE-AVERAGE-COST.
           ADD RCT-QUANTITY TO INV-QUANTITY-ON-HAND.
           REWRITE INVENTORY-RECORD.
           ADD 1 TO WS-POSTED-COUNT.

       0210-END.

       0212-UPDATE-AVERAGE-COST.

      *    Moving average: units already on hand keep their average
      *    cost and the received units come in at the vendor's cost.
      *    Receipts keyed without a cost leave the average unchanged.
           IF RCT-UNIT-COST NOT NUMERIC
               OR RCT-UNIT-COST = ZERO
               ADD 1 TO WS-NO-COST-COUNT
           ELSE
               COMPUTE WS-RECEIPT-COST = RCT-QUANTITY * RCT-UNIT-COST
               ADD WS-RECEIPT-COST TO WS-TOTAL-COST
               PERFORM 0216-JOURNAL-RECEIPT
               COMPUTE WS-NEW-ON-HAND =
                   INV-QUANTITY-ON-HAND + RCT-QUANTITY
               IF INV-QUANTITY-ON-HAND = ZERO
                   OR INV-AVERAGE-COST NOT NUMERIC
                   OR INV-AVERAGE-COST = ZERO
                   MOVE RCT-UNIT-COST TO INV-AVERAGE-COST
               ELSE
                   COMPUTE INV-AVERAGE-COST ROUNDED =
                       (INV-QUANTITY-ON-HAND * INV-AVERAGE-COST
                        + WS-RECEIPT-COST) / WS-NEW-ON-HAND
               END-IF
           END-IF.

       0212-END.

       0215-MATCH-OPEN-PO.

           MOVE SPACES TO DET-PO-FLAG.
           IF WS-PO-FOUND
               MOVE POM-PO-NUMBER TO DET-PO-NUMBER
               ADD RCT-QUANTITY TO POM-QTY-RECEIVED
      *        A PO raised before the item had a cost takes its price
      *        from the first costed receipt against it.
               IF POM-UNIT-COST NOT NUMERIC
                   OR POM-UNIT-COST = ZERO
                   IF RCT-UNIT-COST NUMERIC
                       MOVE RCT-UNIT-COST TO POM-UNIT-COST
                   END-IF
               END-IF
               IF POM-QTY-INVOICED NOT NUMERIC
                   MOVE ZERO TO POM-QTY-INVOICED
               END-IF
               IF POM-QTY-RECEIVED > POM-QTY-ORDERED
                   MOVE '** OVER-SHIPPED' TO DET-PO-FLAG
                   ADD 1 TO WS-OVERSHIP-COUNT

       0215-END.

       0216-JOURNAL-RECEIPT.

      *    Goods received are owed to the vendor at receipt cost; the
      *    invoice match later settles against the same liability.
           MOVE RCT-STORE-NUMBER TO WS-JRN-STORE.
           MOVE WS-RECEIPT-COST TO WS-JRN-AMOUNT.
           MOVE WS-GL-INVENTORY TO WS-JRN-ACCOUNT.
           SET WS-JRN-DEBIT TO TRUE.
           PERFORM 0217-WRITE-JOURNAL-ENTRY.
           MOVE WS-GL-PAYABLE TO WS-JRN-ACCOUNT.
           SET WS-JRN-CREDIT TO TRUE.
           PERFORM 0217-WRITE-JOURNAL-ENTRY.

       0216-END.

       0217-WRITE-JOURNAL-ENTRY.

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
               MOVE 'RECEIPTS' TO GLJ-SOURCE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-JRN-COUNT
           END-IF.

       0217-END.

       0220-WRITE-EXCEPTION.

           ADD 1 TO WS-REJECTED-COUNT.
           MOVE WS-POSTED-COUNT TO RT-POSTED.
           MOVE WS-REJECTED-COUNT TO RT-REJECTED.
           MOVE WS-TOTAL-UNITS TO RT-UNITS.
           MOVE WS-TOTAL-COST TO RT-COST.
           WRITE PRINT-RECORD FROM RECEIPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-UNORDERED-COUNT TO PT-UNORDERED.
           MOVE WS-OVERSHIP-COUNT TO PT-OVERSHIPPED.
           MOVE WS-NO-COST-COUNT TO PT-NO-COST.
           WRITE PRINT-RECORD FROM PO-EXCEPTION-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

