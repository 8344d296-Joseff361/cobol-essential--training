           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRN-RECORD-KEY
           FILE STATUS IS WS-TRN-STATUS.
       SELECT GLJOURNAL ASSIGN TO "PETGLJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.
       SELECT PRINTFILE ASSIGN TO "PETXFER.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

           05 INV-ORDER-QUANTITY     PIC 9(7).
           05 INV-UNIT-PRICE         PIC 9(6)V99.
           05 INV-TAXABLE-FLAG       PIC X.
           05 INV-AVERAGE-COST       PIC 9(6)V99.

       FD INTRANSIT.
       01 IN-TRANSIT-RECORD.
               10 TRN-DESCRIPTION    PIC X(20).
           05 TRN-QUANTITY           PIC 9(7).
           05 TRN-LAST-SHIP-DATE     PIC 9(6).
           05 TRN-EXTENDED-COST      PIC 9(8)V99.

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
           05  WS-SHIPPED-UNITS   PIC 9(7) VALUE ZERO.
           05  WS-RECEIVED-UNITS  PIC 9(7) VALUE ZERO.
           05  WS-REJECT-REASON   PIC X(22).
           05  WS-XFER-VALUE      PIC 9(8)V99.
           05  WS-NEW-ON-HAND     PIC 9(8).

       01  WS-XFR-STATUS          PIC XX.
           88  WS-XFR-FILE-OK               VALUE '00'.
           88  WS-TRN-NOT-FOUND             VALUE '23'.
           88  WS-TRN-FILE-MISSING          VALUE '35'.

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
           05  WS-GL-IN-TRANSIT   PIC 9(4) VALUE 1350.
           05  WS-GL-CLEARING     PIC 9(4) VALUE 1900.

       01  WS-DATE.
           05  WS-YEAR PIC 99.
           05  WS-MONTH PIC 99.
           IF NOT WS-XFR-FILE-OK
               DISPLAY "UNABLE TO OPEN PETXFER, STATUS: "
                   WS-XFR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PETINVENTORY.
           IF NOT WS-INV-STATUS-OK
               DISPLAY "UNABLE TO OPEN PETINVENTORY, STATUS: "
                   WS-INV-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-STOP-RUN
           END-IF.
           OPEN I-O INTRANSIT.
               DISPLAY "UNABLE TO OPEN PETINTRANSIT, STATUS: "
                   WS-TRN-STATUS
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
               CLOSE INTRANSIT
               CLOSE PETINVENTORY
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-STOP-RUN
           END-IF.
           OPEN OUTPUT PRINTFILE.
               UNTIL ENDOFTRANSFERS.

           PERFORM 0290-PRINT-TOTAL.
           CLOSE GLJOURNAL.
           CLOSE INTRANSIT.
           CLOSE PETINVENTORY.
           CLOSE PRINTFILE.
                   MOVE INV-QUANTITY-ON-HAND TO WS-BEFORE-ON-HAND
                   SUBTRACT XFR-QUANTITY FROM INV-QUANTITY-ON-HAND
                   REWRITE INVENTORY-RECORD
      *            Goods travel at the shipping store's average cost.
                   IF INV-AVERAGE-COST NUMERIC
                       COMPUTE WS-XFER-VALUE =
                           XFR-QUANTITY * INV-AVERAGE-COST
                   ELSE
                       MOVE ZERO TO WS-XFER-VALUE
                   END-IF
                   PERFORM 0220-ADD-TO-IN-TRANSIT
                   PERFORM 0240-JOURNAL-SHIPMENT
                   ADD 1 TO WS-SHIPPED-COUNT
                   ADD XFR-QUANTITY TO WS-SHIPPED-UNITS
                   MOVE 'SHIP' TO DET-TYPE
           IF WS-TRN-FOUND
               ADD XFR-QUANTITY TO TRN-QUANTITY
               MOVE XFR-DATE TO TRN-LAST-SHIP-DATE
               IF TRN-EXTENDED-COST NOT NUMERIC
                   MOVE ZERO TO TRN-EXTENDED-COST
               END-IF
               ADD WS-XFER-VALUE TO TRN-EXTENDED-COST
               REWRITE IN-TRANSIT-RECORD
           ELSE
               MOVE XFR-FROM-STORE TO TRN-FROM-STORE
               MOVE XFR-DESCRIPTION TO TRN-DESCRIPTION
               MOVE XFR-QUANTITY TO TRN-QUANTITY
               MOVE XFR-DATE TO TRN-LAST-SHIP-DATE
               MOVE WS-XFER-VALUE TO TRN-EXTENDED-COST
               WRITE IN-TRANSIT-RECORD
                   INVALID KEY
                       DISPLAY "** IN-TRANSIT WRITE FAILED, STATUS: "
                       MOVE 'NOT AT TO STORE' TO WS-REJECT-REASON
                   ELSE
                       MOVE INV-QUANTITY-ON-HAND TO WS-BEFORE-ON-HAND
                       PERFORM 0235-RELIEVE-TRANSIT-COST
                       ADD XFR-QUANTITY TO INV-QUANTITY-ON-HAND
                       REWRITE INVENTORY-RECORD
                       SUBTRACT XFR-QUANTITY FROM TRN-QUANTITY
                       REWRITE IN-TRANSIT-RECORD
                       PERFORM 0245-JOURNAL-RECEIPT
                       ADD 1 TO WS-RECEIVED-COUNT
                       ADD XFR-QUANTITY TO WS-RECEIVED-UNITS
                       MOVE 'RECV' TO DET-TYPE

       0230-END.

       0235-RELIEVE-TRANSIT-COST.

      *    The units received take their share of the cost carried in
      *    transit, and the receiving store's average cost absorbs it
      *    the same way a vendor receipt would.
           IF TRN-EXTENDED-COST NOT NUMERIC
               MOVE ZERO TO TRN-EXTENDED-COST
           END-IF.
           IF XFR-QUANTITY = TRN-QUANTITY
               MOVE TRN-EXTENDED-COST TO WS-XFER-VALUE
           ELSE
               COMPUTE WS-XFER-VALUE ROUNDED =
                   TRN-EXTENDED-COST * XFR-QUANTITY / TRN-QUANTITY
           END-IF.
           SUBTRACT WS-XFER-VALUE FROM TRN-EXTENDED-COST.
           IF WS-XFER-VALUE > ZERO
               COMPUTE WS-NEW-ON-HAND =
                   INV-QUANTITY-ON-HAND + XFR-QUANTITY
               IF INV-QUANTITY-ON-HAND = ZERO
                   OR INV-AVERAGE-COST NOT NUMERIC
                   OR INV-AVERAGE-COST = ZERO
                   COMPUTE INV-AVERAGE-COST ROUNDED =
                       WS-XFER-VALUE / XFR-QUANTITY
               ELSE
                   COMPUTE INV-AVERAGE-COST ROUNDED =
                       (INV-QUANTITY-ON-HAND * INV-AVERAGE-COST
                        + WS-XFER-VALUE) / WS-NEW-ON-HAND
               END-IF
           END-IF.

       0235-END.

       0240-JOURNAL-SHIPMENT.

           MOVE XFR-FROM-STORE TO WS-JRN-STORE.
           MOVE WS-XFER-VALUE TO WS-JRN-AMOUNT.
           MOVE WS-GL-IN-TRANSIT TO WS-JRN-ACCOUNT.
           SET WS-JRN-DEBIT TO TRUE.
           PERFORM 0250-WRITE-JOURNAL-ENTRY.
           MOVE WS-GL-INVENTORY TO WS-JRN-ACCOUNT.
           SET WS-JRN-CREDIT TO TRUE.
           PERFORM 0250-WRITE-JOURNAL-ENTRY.

       0240-END.

       0245-JOURNAL-RECEIPT.

      *    Each store balances on its own: the receiving store takes
      *    the stock against interstore clearing and the shipping
      *    store clears its in-transit balance against the same.
           MOVE WS-XFER-VALUE TO WS-JRN-AMOUNT.
           MOVE XFR-TO-STORE TO WS-JRN-STORE.
           MOVE WS-GL-INVENTORY TO WS-JRN-ACCOUNT.
           SET WS-JRN-DEBIT TO TRUE.
           PERFORM 0250-WRITE-JOURNAL-ENTRY.
           MOVE WS-GL-CLEARING TO WS-JRN-ACCOUNT.
           SET WS-JRN-CREDIT TO TRUE.
           PERFORM 0250-WRITE-JOURNAL-ENTRY.
           MOVE XFR-FROM-STORE TO WS-JRN-STORE.
           MOVE WS-GL-CLEARING TO WS-JRN-ACCOUNT.
           SET WS-JRN-DEBIT TO TRUE.
           PERFORM 0250-WRITE-JOURNAL-ENTRY.
           MOVE WS-GL-IN-TRANSIT TO WS-JRN-ACCOUNT.
           SET WS-JRN-CREDIT TO TRUE.
           PERFORM 0250-WRITE-JOURNAL-ENTRY.

       0245-END.

       0250-WRITE-JOURNAL-ENTRY.

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
               MOVE 'TRANSFER' TO GLJ-SOURCE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-JRN-COUNT
           END-IF.

       0250-END.

       0260-WRITE-DETAIL-LINE.

           MOVE XFR-FROM-STORE TO DET-FROM-STORE.
