       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETAPMATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VENDINVFILE ASSIGN TO "PETVENDINV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIN-STATUS.
       SELECT POMASTER ASSIGN TO "PETPOMASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POM-RECORD-KEY
           FILE STATUS IS WS-POM-STATUS.
       SELECT APOPEN ASSIGN TO "PETAPOPEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-RECORD-KEY
           FILE STATUS IS WS-AP-STATUS.
       SELECT PRINTFILE ASSIGN TO "PETAPMATCH.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT HOLDFILE ASSIGN TO "PETAPHOLD.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VENDINVFILE.
       01 VENDOR-INVOICE-RECORD.
            88 ENDOFINVOICES VALUE HIGH-VALUES.
            02 VIN-VENDOR           PIC X(20).
            02 VIN-INVOICE-NUMBER   PIC X(10).
            02 VIN-LINE-NUMBER      PIC 999.
            02 VIN-INVOICE-DATE     PIC 9(6).
            02 VIN-PO-NUMBER        PIC 9(6).
            02 VIN-STORE-NUMBER     PIC 99.
            02 VIN-DESCRIPTION      PIC X(20).
            02 VIN-QUANTITY         PIC 9(7).
            02 VIN-UNIT-COST        PIC 9(6)V99.
            02 VIN-TERMS-DAYS       PIC 999.

       FD POMASTER.
       01 PO-MASTER-RECORD.
           05 POM-RECORD-KEY.
               10 POM-STORE-NUMBER   PIC 99.
               10 POM-DESCRIPTION    PIC X(20).
               10 POM-PO-NUMBER      PIC 9(6).
           05 POM-VENDOR             PIC X(20).
           05 POM-ORDER-DATE         PIC 9(6).
           05 POM-QTY-ORDERED        PIC 9(7).
           05 POM-QTY-RECEIVED       PIC 9(7).
           05 POM-STATUS             PIC X.
               88 POM-OPEN                     VALUE 'O'.
               88 POM-PARTIAL                  VALUE 'P'.
               88 POM-CLOSED                   VALUE 'C'.
           05 POM-UNIT-COST          PIC 9(6)V99.
           05 POM-QTY-INVOICED       PIC 9(7).

       FD APOPEN.
       01 AP-OPEN-RECORD.
           05 AP-RECORD-KEY.
               10 AP-VENDOR          PIC X(20).
               10 AP-INVOICE-NUMBER  PIC X(10).
               10 AP-LINE-NUMBER     PIC 999.
           05 AP-INVOICE-DATE        PIC 9(6).
           05 AP-DUE-DATE            PIC 9(6).
           05 AP-PO-NUMBER           PIC 9(6).
           05 AP-STORE-NUMBER        PIC 99.
           05 AP-DESCRIPTION         PIC X(20).
           05 AP-QUANTITY            PIC 9(7).
           05 AP-UNIT-COST           PIC 9(6)V99.
           05 AP-AMOUNT              PIC 9(7)V99.
           05 AP-AMOUNT-PAID         PIC 9(7)V99.
           05 AP-STATUS              PIC X.
               88 AP-OPEN-ITEM                 VALUE 'O'.
               88 AP-CLOSED-ITEM               VALUE 'C'.

       FD PRINTFILE.
       01 PRINT-RECORD               PIC X(132).

       FD HOLDFILE.
       01 HOLD-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-LINE-READ-COUNT PIC 9(5) VALUE ZERO.
           05  WS-MATCHED-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-HELD-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-MATCHED-AMOUNT  PIC 9(8)V99 VALUE ZERO.
           05  WS-HELD-AMOUNT     PIC 9(8)V99 VALUE ZERO.
           05  WS-LINE-AMOUNT     PIC 9(7)V99.
           05  WS-OPEN-TO-INVOICE PIC S9(7).
           05  WS-PRICE-VARIANCE  PIC S9(6)V99.
           05  WS-PRICE-LIMIT     PIC 9(6)V99.
           05  WS-TERMS-DAYS      PIC 999.
           05  WS-INVOICE-CCYYMMDD PIC 9(8).
           05  WS-DUE-CCYYMMDD    PIC 9(8).
           05  WS-DUE-INT         PIC 9(7).

      *    Invoice price may stray this far, in percent, from the PO
      *    price before the line is held for the buyer.
       01  WS-PRICE-TOLERANCE-PCT PIC 99 VALUE 2.
       01  WS-DEFAULT-TERMS-DAYS  PIC 999 VALUE 30.

       01  WS-HOLD-REASON         PIC X(16).
           88  WS-LINE-MATCHED              VALUE SPACES.

       01  WS-VIN-STATUS          PIC XX.
           88  WS-VIN-FILE-OK               VALUE '00'.

       01  WS-POM-STATUS          PIC XX.
           88  WS-POM-STATUS-OK             VALUE '00'.
           88  WS-POM-FOUND                 VALUE '00'.
           88  WS-POM-NOT-FOUND             VALUE '23'.

       01  WS-AP-STATUS           PIC XX.
           88  WS-AP-STATUS-OK              VALUE '00'.
           88  WS-AP-FILE-MISSING           VALUE '35'.

       01  WS-DATE.
           05  WS-YEAR PIC 99.
           05  WS-MONTH PIC 99.
           05  WS-DAY   PIC 99.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM        PIC 999 VALUE ZERO.
           05  WS-LINE-COUNT      PIC 99  VALUE ZERO.
           05  WS-MAX-LINES       PIC 99  VALUE 60.

       01  WS-HOLD-PAGE-FIELDS.
           05  WS-HOLD-PAGE-NUM   PIC 999 VALUE ZERO.
           05  WS-HOLD-LINE-COUNT PIC 99  VALUE ZERO.

       01  REPORT-HEADER-LINE.
           05 FILLER           PIC X(10) VALUE 'RUN DATE: '.
           05 RH-MONTH         PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 RH-DAY           PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 RH-YEAR          PIC 99.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 RH-TITLE         PIC X(25) VALUE
              'AP INVOICE MATCH REGISTER'.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(6)  VALUE 'PAGE: '.
           05 RH-PAGE          PIC ZZ9.

       01  HEADING-LINE.
            05 FILLER           PIC X(22) VALUE 'VENDOR'.
            05 FILLER           PIC X(16) VALUE 'INVOICE-LINE'.
            05 FILLER           PIC X(8)  VALUE 'PO'.
            05 FILLER           PIC X(4)  VALUE 'ST'.
            05 FILLER           PIC X(22) VALUE 'ITEM DESCRIPTION'.
            05 FILLER           PIC X(11) VALUE 'QUANTITY'.
            05 FILLER           PIC X(13) VALUE 'UNIT COST'.
            05 FILLER           PIC X(15) VALUE 'AMOUNT'.
            05 FILLER           PIC X(8)  VALUE 'DUE DATE'.

       01  DETAIL-LINE.
           05 DET-VENDOR       PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-INVOICE      PIC X(10).
           05 FILLER           PIC X     VALUE '-'.
           05 DET-LINE-NUMBER  PIC 999.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-PO-NUMBER    PIC 9(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-STORE        PIC 99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-DESCRIPTION  PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-QUANTITY     PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-UNIT-COST    PIC $$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-AMOUNT       PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-DUE-MONTH    PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 DET-DUE-DAY      PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 DET-DUE-YEAR     PIC 99.

       01  HOLD-HEADING-LINE.
            05 FILLER           PIC X(22) VALUE 'VENDOR'.
            05 FILLER           PIC X(16) VALUE 'INVOICE-LINE'.
            05 FILLER           PIC X(8)  VALUE 'PO'.
            05 FILLER           PIC X(4)  VALUE 'ST'.
            05 FILLER           PIC X(22) VALUE 'ITEM DESCRIPTION'.
            05 FILLER           PIC X(9)  VALUE 'INVOICED'.
            05 FILLER           PIC X(9)  VALUE 'RECEIVED'.
            05 FILLER           PIC X(12) VALUE 'INV COST'.
            05 FILLER           PIC X(12) VALUE 'PO COST'.
            05 FILLER           PIC X(16) VALUE 'HOLD REASON'.

       01  HOLD-DETAIL-LINE.
           05 HLD-VENDOR       PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLD-INVOICE      PIC X(10).
           05 FILLER           PIC X     VALUE '-'.
           05 HLD-LINE-NUMBER  PIC 999.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLD-PO-NUMBER    PIC 9(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLD-STORE        PIC 99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLD-DESCRIPTION  PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLD-INVOICED     PIC ZZZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLD-RECEIVED     PIC ZZZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLD-INV-COST     PIC ZZZ,ZZ9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLD-PO-COST      PIC ZZZ,ZZ9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLD-REASON       PIC X(16).

       01  MATCH-TOTAL-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(12) VALUE 'LINES READ: '.
            05 MT-READ          PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(9)  VALUE 'MATCHED: '.
            05 MT-MATCHED       PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(6)  VALUE 'HELD: '.
            05 MT-HELD          PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(14) VALUE 'TO PAYABLES: '.
            05 MT-AMOUNT        PIC $$,$$$,$$9.99.

       01  HOLD-TOTAL-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(12) VALUE 'LINES HELD: '.
            05 HT-HELD          PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(13) VALUE 'AMOUNT HELD: '.
            05 HT-AMOUNT        PIC $$,$$$,$$9.99.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(12) VALUE 'TOLERANCE: '.
            05 HT-TOLERANCE     PIC Z9.
            05 FILLER           PIC X     VALUE '%'.

       PROCEDURE DIVISION.
       0100-START.
           OPEN INPUT VENDINVFILE.
           IF NOT WS-VIN-FILE-OK
               DISPLAY "UNABLE TO OPEN PETVENDINV, STATUS: "
                   WS-VIN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O POMASTER.
           IF NOT WS-POM-STATUS-OK
               DISPLAY "UNABLE TO OPEN PETPOMASTER, STATUS: "
                   WS-POM-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-STOP-RUN
           END-IF.
           OPEN I-O APOPEN.
           IF WS-AP-FILE-MISSING
               OPEN OUTPUT APOPEN
               CLOSE APOPEN
               OPEN I-O APOPEN
           END-IF.
           IF NOT WS-AP-STATUS-OK
               DISPLAY "UNABLE TO OPEN PETAPOPEN, STATUS: "
                   WS-AP-STATUS
               CLOSE POMASTER
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-STOP-RUN
           END-IF.
           OPEN OUTPUT PRINTFILE.
           OPEN OUTPUT HOLDFILE.
           ACCEPT WS-DATE FROM DATE.
           PERFORM 0150-PRINT-PAGE-HEADER.
           PERFORM 0160-PRINT-HOLD-HEADER.

           READ VENDINVFILE
               AT END SET ENDOFINVOICES TO TRUE
               END-READ.
           PERFORM 0200-MATCH-ONE-LINE
               UNTIL ENDOFINVOICES.

           PERFORM 0290-PRINT-TOTAL.
           CLOSE APOPEN.
           CLOSE POMASTER.
           CLOSE PRINTFILE.
           CLOSE HOLDFILE.
           PERFORM 0300-STOP-RUN.
       0100-END.

       0150-PRINT-PAGE-HEADER.

           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-MONTH TO RH-MONTH.
           MOVE WS-DAY TO RH-DAY.
           MOVE WS-YEAR TO RH-YEAR.
           MOVE 'AP INVOICE MATCH REGISTER' TO RH-TITLE.
           MOVE WS-PAGE-NUM TO RH-PAGE.
           WRITE PRINT-RECORD FROM REPORT-HEADER-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM HEADING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       0150-END.

       0160-PRINT-HOLD-HEADER.

           ADD 1 TO WS-HOLD-PAGE-NUM.
           MOVE WS-MONTH TO RH-MONTH.
           MOVE WS-DAY TO RH-DAY.
           MOVE WS-YEAR TO RH-YEAR.
           MOVE 'AP INVOICE HOLD REPORT' TO RH-TITLE.
           MOVE WS-HOLD-PAGE-NUM TO RH-PAGE.
           WRITE HOLD-RECORD FROM REPORT-HEADER-LINE
               AFTER ADVANCING PAGE.
           WRITE HOLD-RECORD FROM HOLD-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-HOLD-LINE-COUNT.

       0160-END.

       0200-MATCH-ONE-LINE.

           ADD 1 TO WS-LINE-READ-COUNT.
           MOVE SPACES TO WS-HOLD-REASON.
           IF VIN-UNIT-COST NOT NUMERIC
               MOVE ZERO TO VIN-UNIT-COST
           END-IF.
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               VIN-QUANTITY * VIN-UNIT-COST.

           MOVE VIN-STORE-NUMBER TO POM-STORE-NUMBER.
           MOVE VIN-DESCRIPTION TO POM-DESCRIPTION.
           MOVE VIN-PO-NUMBER TO POM-PO-NUMBER.
           READ POMASTER
               INVALID KEY SET WS-POM-NOT-FOUND TO TRUE
               NOT INVALID KEY SET WS-POM-FOUND TO TRUE
           END-READ.
           IF WS-POM-NOT-FOUND
               MOVE 'NO PO ON FILE' TO WS-HOLD-REASON
           ELSE
               PERFORM 0210-CHECK-AGAINST-PO
           END-IF.

           IF WS-LINE-MATCHED
               PERFORM 0220-POST-TO-PAYABLES
           END-IF.
           IF NOT WS-LINE-MATCHED
               PERFORM 0240-PRINT-HOLD-LINE
           END-IF.

           READ VENDINVFILE
               AT END SET ENDOFINVOICES TO TRUE
               END-READ.

       0200-END.

       0210-CHECK-AGAINST-PO.

           IF POM-UNIT-COST NOT NUMERIC
               MOVE ZERO TO POM-UNIT-COST
           END-IF.
           IF POM-QTY-INVOICED NOT NUMERIC
               MOVE ZERO TO POM-QTY-INVOICED
           END-IF.

      *    Only goods already received and not yet billed may be paid.
           COMPUTE WS-OPEN-TO-INVOICE =
               POM-QTY-RECEIVED - POM-QTY-INVOICED.

           IF POM-VENDOR NOT = VIN-VENDOR
               MOVE 'VENDOR MISMATCH' TO WS-HOLD-REASON
           ELSE
               IF VIN-QUANTITY > WS-OPEN-TO-INVOICE
                   MOVE 'QTY NOT RECEIVED' TO WS-HOLD-REASON
               ELSE
                   IF POM-UNIT-COST = ZERO
                       MOVE 'NO PO PRICE' TO WS-HOLD-REASON
                   ELSE
                       PERFORM 0215-CHECK-PRICE
                   END-IF
               END-IF
           END-IF.

       0210-END.

       0215-CHECK-PRICE.

           COMPUTE WS-PRICE-VARIANCE = VIN-UNIT-COST - POM-UNIT-COST.
           IF WS-PRICE-VARIANCE < ZERO
               COMPUTE WS-PRICE-VARIANCE = WS-PRICE-VARIANCE * -1
           END-IF.
           COMPUTE WS-PRICE-LIMIT ROUNDED =
               POM-UNIT-COST * WS-PRICE-TOLERANCE-PCT / 100.
           IF WS-PRICE-VARIANCE > WS-PRICE-LIMIT
               MOVE 'PRICE VARIANCE' TO WS-HOLD-REASON
           END-IF.

       0215-END.

       0220-POST-TO-PAYABLES.

           IF VIN-TERMS-DAYS NUMERIC AND VIN-TERMS-DAYS > ZERO
               MOVE VIN-TERMS-DAYS TO WS-TERMS-DAYS
           ELSE
               MOVE WS-DEFAULT-TERMS-DAYS TO WS-TERMS-DAYS
           END-IF.
           COMPUTE WS-INVOICE-CCYYMMDD = 20000000 + VIN-INVOICE-DATE.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-INVOICE-CCYYMMDD)
               + WS-TERMS-DAYS.
           COMPUTE WS-DUE-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT).

           MOVE VIN-VENDOR TO AP-VENDOR.
           MOVE VIN-INVOICE-NUMBER TO AP-INVOICE-NUMBER.
           MOVE VIN-LINE-NUMBER TO AP-LINE-NUMBER.
           MOVE VIN-INVOICE-DATE TO AP-INVOICE-DATE.
           MOVE WS-DUE-CCYYMMDD(3:6) TO AP-DUE-DATE.
           MOVE VIN-PO-NUMBER TO AP-PO-NUMBER.
           MOVE VIN-STORE-NUMBER TO AP-STORE-NUMBER.
           MOVE VIN-DESCRIPTION TO AP-DESCRIPTION.
           MOVE VIN-QUANTITY TO AP-QUANTITY.
           MOVE VIN-UNIT-COST TO AP-UNIT-COST.
           MOVE WS-LINE-AMOUNT TO AP-AMOUNT.
           MOVE ZERO TO AP-AMOUNT-PAID.
           SET AP-OPEN-ITEM TO TRUE.
           WRITE AP-OPEN-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE LINE' TO WS-HOLD-REASON
           END-WRITE.

           IF WS-LINE-MATCHED
               ADD VIN-QUANTITY TO POM-QTY-INVOICED
               REWRITE PO-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "** PO MASTER REWRITE FAILED, STATUS: "
                           WS-POM-STATUS
               END-REWRITE
               PERFORM 0230-PRINT-MATCH-LINE
           END-IF.

       0220-END.

       0230-PRINT-MATCH-LINE.

           ADD 1 TO WS-MATCHED-COUNT.
           ADD WS-LINE-AMOUNT TO WS-MATCHED-AMOUNT.
           MOVE VIN-VENDOR TO DET-VENDOR.
           MOVE VIN-INVOICE-NUMBER TO DET-INVOICE.
           MOVE VIN-LINE-NUMBER TO DET-LINE-NUMBER.
           MOVE VIN-PO-NUMBER TO DET-PO-NUMBER.
           MOVE VIN-STORE-NUMBER TO DET-STORE.
           MOVE VIN-DESCRIPTION TO DET-DESCRIPTION.
           MOVE VIN-QUANTITY TO DET-QUANTITY.
           MOVE VIN-UNIT-COST TO DET-UNIT-COST.
           MOVE WS-LINE-AMOUNT TO DET-AMOUNT.
           MOVE AP-DUE-DATE(3:2) TO DET-DUE-MONTH.
           MOVE AP-DUE-DATE(5:2) TO DET-DUE-DAY.
           MOVE AP-DUE-DATE(1:2) TO DET-DUE-YEAR.
           WRITE PRINT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0238-COUNT-PRINT-LINE.

       0230-END.

       0240-PRINT-HOLD-LINE.

           ADD 1 TO WS-HELD-COUNT.
           ADD WS-LINE-AMOUNT TO WS-HELD-AMOUNT.
           MOVE VIN-VENDOR TO HLD-VENDOR.
           MOVE VIN-INVOICE-NUMBER TO HLD-INVOICE.
           MOVE VIN-LINE-NUMBER TO HLD-LINE-NUMBER.
           MOVE VIN-PO-NUMBER TO HLD-PO-NUMBER.
           MOVE VIN-STORE-NUMBER TO HLD-STORE.
           MOVE VIN-DESCRIPTION TO HLD-DESCRIPTION.
           MOVE VIN-QUANTITY TO HLD-INVOICED.
           MOVE VIN-UNIT-COST TO HLD-INV-COST.
           IF WS-POM-FOUND
               MOVE POM-QTY-RECEIVED TO HLD-RECEIVED
               MOVE POM-UNIT-COST TO HLD-PO-COST
           ELSE
               MOVE ZERO TO HLD-RECEIVED
               MOVE ZERO TO HLD-PO-COST
           END-IF.
           MOVE WS-HOLD-REASON TO HLD-REASON.
           WRITE HOLD-RECORD FROM HOLD-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0239-COUNT-HOLD-LINE.

       0240-END.

       0238-COUNT-PRINT-LINE.

           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 0150-PRINT-PAGE-HEADER
           END-IF.

       0238-END.

       0239-COUNT-HOLD-LINE.

           ADD 1 TO WS-HOLD-LINE-COUNT.
           IF WS-HOLD-LINE-COUNT >= WS-MAX-LINES
               PERFORM 0160-PRINT-HOLD-HEADER
           END-IF.

       0239-END.

       0290-PRINT-TOTAL.

           MOVE WS-LINE-READ-COUNT TO MT-READ.
           MOVE WS-MATCHED-COUNT TO MT-MATCHED.
           MOVE WS-HELD-COUNT TO MT-HELD.
           MOVE WS-MATCHED-AMOUNT TO MT-AMOUNT.
           WRITE PRINT-RECORD FROM MATCH-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-HELD-COUNT TO HT-HELD.
           MOVE WS-HELD-AMOUNT TO HT-AMOUNT.
           MOVE WS-PRICE-TOLERANCE-PCT TO HT-TOLERANCE.
           WRITE HOLD-RECORD FROM HOLD-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       0290-END.

       0300-STOP-RUN.
           CLOSE VENDINVFILE.
           STOP RUN.

          END PROGRAM PETAPMATCH.
