           05 INV-TAXABLE-FLAG       PIC X.
               88 INV-TAXABLE                  VALUE 'T'.
               88 INV-EXEMPT                   VALUE 'E'.
           05 INV-AVERAGE-COST       PIC 9(6)V99.

       FD AUDITFILE.
       01 AUDIT-RECORD               PIC X(132).
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM 0280-MOVE-ENTRY-TO-RECORD
      *            Average cost is built up by receiving, not keyed.
                   MOVE ZERO TO INV-AVERAGE-COST
                   WRITE INVENTORY-RECORD
                       INVALID KEY
                           DISPLAY "ADD FAILED, STATUS: " WS-INV-STATUS
                   "  ORDER QTY: " INV-ORDER-QUANTITY
                   "  PRICE: " INV-UNIT-PRICE
                   "  TAXABLE: " INV-TAXABLE-FLAG
                   "  AVG COST: " INV-AVERAGE-COST
               PERFORM 0270-ACCEPT-ITEM-FIELDS
               IF WS-ENTRY-VALID
                   MOVE 'CHANGE' TO AUD-ACTION
