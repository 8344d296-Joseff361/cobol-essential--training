           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-RECORD-KEY
           FILE STATUS IS WS-INV-STATUS.
       SELECT GLJOURNAL ASSIGN TO "PETGLJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.
       SELECT PRINTFILE ASSIGN TO "PETPRICECHG.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

           05 INV-TAXABLE-FLAG       PIC X.
               88 INV-TAXABLE                  VALUE 'T'.
               88 INV-EXEMPT                   VALUE 'E'.
           05 INV-AVERAGE-COST       PIC 9(6)V99.

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
           88  WS-INV-FOUND                 VALUE '00'.
           88  WS-INV-NOT-FOUND             VALUE '23'.

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

      *    Inventory is carried at cost, so a retail price change does
      *    not move the inventory account itself; the change in retail
      *    value of the stock on hand goes to markdowns against the
      *    retail reserve.
       01  WS-GL-ACCOUNTS.
           05  WS-GL-RETAIL-RESERVE PIC 9(4) VALUE 1310.
           05  WS-GL-MARKDOWNS    PIC 9(4) VALUE 5200.

       01  WS-DATE.
           05  WS-YEAR PIC 99.
           05  WS-MONTH PIC 99.
           IF NOT WS-PCH-FILE-OK
               DISPLAY "UNABLE TO OPEN PETPRICECHG, STATUS: "
                   WS-PCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PETINVENTORY.
               DISPLAY "UNABLE TO OPEN PETINVENTORY, STATUS: "
                   WS-INV-STATUS
               CLOSE PRICECHGFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PENDINGFILE.
                   WS-PND-STATUS
               CLOSE PETINVENTORY
               CLOSE PRICECHGFILE
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
               CLOSE PENDINGFILE
               CLOSE PETINVENTORY
               CLOSE PRICECHGFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINTFILE.
               UNTIL ENDOFPRICECHANGES.

           PERFORM 0290-PRINT-TOTAL.
           CLOSE GLJOURNAL.
           CLOSE PRINTFILE.
           CLOSE PENDINGFILE.
           CLOSE PETINVENTORY.
           MOVE PCH-NEW-TAXABLE TO INV-TAXABLE-FLAG.
           REWRITE INVENTORY-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.
           IF WS-OLD-PRICE > ZERO
               PERFORM 0240-JOURNAL-REVALUATION
           END-IF.

           IF WS-OLD-PRICE > ZERO
               COMPUTE WS-PCT-CHANGE ROUNDED =

       0220-END.

       0240-JOURNAL-REVALUATION.

      *    A markdown debits markdowns; a markup comes through as a
      *    negative amount and so reverses both sides.
           MOVE PCH-STORE-NUMBER TO WS-JRN-STORE.
           COMPUTE WS-JRN-AMOUNT =
               (WS-OLD-PRICE - PCH-NEW-PRICE) * INV-QUANTITY-ON-HAND.
           MOVE WS-GL-MARKDOWNS TO WS-JRN-ACCOUNT.
           SET WS-JRN-DEBIT TO TRUE.
           PERFORM 0245-WRITE-JOURNAL-ENTRY.
           MOVE WS-GL-RETAIL-RESERVE TO WS-JRN-ACCOUNT.
           SET WS-JRN-CREDIT TO TRUE.
           PERFORM 0245-WRITE-JOURNAL-ENTRY.

       0240-END.

       0245-WRITE-JOURNAL-ENTRY.

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
               MOVE 'PRICECHG' TO GLJ-SOURCE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-JRN-COUNT
           END-IF.

       0245-END.

       0230-HOLD-PENDING.

           ADD 1 TO WS-PENDING-COUNT.
           IF NOT WS-PND-FILE-OK
               DISPLAY "UNABLE TO REOPEN PETPRICEPEND, STATUS: "
                   WS-PND-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRICECHGFILE.
               DISPLAY "UNABLE TO REWRITE PETPRICECHG, STATUS: "
                   WS-PCH-STATUS
               CLOSE PENDINGFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PENDINGFILE
