           05 INV-ORDER-QUANTITY     PIC 9(7).
           05 INV-UNIT-PRICE         PIC 9(6)V99.
           05 INV-TAXABLE-FLAG       PIC X.
           05 INV-AVERAGE-COST       PIC 9(6)V99.

       FD PETREORDER.
       01 REORDER-RECORD.
               88 POM-OPEN                     VALUE 'O'.
               88 POM-PARTIAL                  VALUE 'P'.
               88 POM-CLOSED                   VALUE 'C'.
           05 POM-UNIT-COST          PIC 9(6)V99.
           05 POM-QTY-INVOICED       PIC 9(7).

       FD PONUMBERFILE.
       01 PO-NUMBER-RECORD.
           05 SRT-ON-HAND            PIC 9(7).
           05 SRT-REORDER-POINT      PIC 9(7).
           05 SRT-ORDER-QUANTITY     PIC 9(7).
           05 SRT-UNIT-COST          PIC 9(6)V99.

       FD PRINTFILE.
       01 PRINT-RECORD               PIC X(132).
           IF NOT WS-INV-STATUS-OK
               DISPLAY "UNABLE TO OPEN PETINVENTORY, STATUS: "
                   WS-INV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0210-READ-INVENTORY.
                   INV-REORDER-POINT - INV-QUANTITY-ON-HAND
           END-IF.
           MOVE WS-ORDER-QUANTITY TO SRT-ORDER-QUANTITY.
           IF INV-AVERAGE-COST NUMERIC
               MOVE INV-AVERAGE-COST TO SRT-UNIT-COST
           ELSE
               MOVE ZERO TO SRT-UNIT-COST
           END-IF.
           RELEASE RDR-SORT-RECORD.

       0220-END.
           IF NOT WS-POM-STATUS-OK
               DISPLAY "UNABLE TO OPEN PETPOMASTER, STATUS: "
                   WS-POM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PETREORDER.
           MOVE WS-DATE TO POM-ORDER-DATE.
           MOVE SRT-ORDER-QUANTITY TO POM-QTY-ORDERED.
           MOVE ZERO TO POM-QTY-RECEIVED.
      *    The PO is priced at the item's average cost; the invoice
      *    match holds any vendor bill that strays from it.
           MOVE SRT-UNIT-COST TO POM-UNIT-COST.
           MOVE ZERO TO POM-QTY-INVOICED.
           SET POM-OPEN TO TRUE.
           WRITE PO-MASTER-RECORD
               INVALID KEY
