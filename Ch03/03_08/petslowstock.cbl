       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETSLOWSTOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PETINVENTORY ASSIGN TO "PETINVENTORY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-RECORD-KEY
           FILE STATUS IS WS-INV-STATUS.
       SELECT PETSALESHIST ASSIGN TO "PETSALESHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
       SELECT SUMMARYFILE ASSIGN TO "PETSALESSUMM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMM-STATUS.
       SELECT PRICECHGFILE ASSIGN TO "PETPRICECHG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCH-STATUS.
       SELECT SLOWSORT ASSIGN TO "PETSLOWSTOCK.TMP".
       SELECT PRINTFILE ASSIGN TO "PETSLOWSTOCK.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PETINVENTORY.
       01 INVENTORY-RECORD.
           05 INV-RECORD-KEY.
               10 INV-STORE-NUMBER   PIC 99.
               10 INV-DESCRIPTION    PIC X(20).
           05 INV-QUANTITY-ON-HAND   PIC 9(7).
           05 INV-REORDER-POINT      PIC 9(7).
           05 INV-VENDOR             PIC X(20).
           05 INV-ORDER-QUANTITY     PIC 9(7).
           05 INV-UNIT-PRICE         PIC 9(6)V99.
           05 INV-TAXABLE-FLAG       PIC X.
               88 INV-TAXABLE                  VALUE 'T'.
               88 INV-EXEMPT                   VALUE 'E'.
           05 INV-AVERAGE-COST       PIC 9(6)V99.

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

       FD SUMMARYFILE.
       01 SUMMARY-RECORD.
           88 ENDOFSUMMARY VALUE HIGH-VALUES.
           05 SUM-STORE-NUMBER       PIC 99.
           05 SUM-DESCRIPTION        PIC X(20).
           05 SUM-SALE-YEAR          PIC 99.
           05 SUM-SALE-MONTH         PIC 99.
           05 SUM-QUANTITY           PIC S9(7).
           05 SUM-REVENUE            PIC S9(9)V99.

       FD PRICECHGFILE.
       01 PRICE-CHANGE-RECORD.
            02 PCH-STORE-NUMBER     PIC 99.
            02 PCH-DESCRIPTION      PIC X(20).
            02 PCH-NEW-PRICE        PIC 9(6)V99.
            02 PCH-NEW-TAXABLE      PIC X.
            02 PCH-EFFECTIVE-DATE   PIC 9(6).

      *    Stock and sales meet in one sort by store and item: an 'I'
      *    row carries the inventory master, an 'S' row one sale.
       SD SLOWSORT.
       01 SLOW-SORT-RECORD.
           05 SLS-STORE-NUMBER       PIC 99.
           05 SLS-DESCRIPTION        PIC X(20).
           05 SLS-RECORD-TYPE        PIC X.
               88 SLS-INVENTORY                VALUE 'I'.
               88 SLS-SALE                     VALUE 'S'.
           05 SLS-SALE-INT           PIC 9(7).
           05 SLS-QUANTITY           PIC S9(7).
           05 SLS-ON-HAND            PIC 9(7).
           05 SLS-AVERAGE-COST       PIC 9(6)V99.
           05 SLS-UNIT-PRICE         PIC 9(6)V99.
           05 SLS-TAXABLE-FLAG       PIC X.

       FD PRINTFILE.
       01 PRINT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-INV-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-HIST-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-SUMM-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-PROPOSED-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-TODAY-INT       PIC 9(7).
           05  WS-TODAY-CCYYMMDD  PIC 9(8).
           05  WS-SALE-CCYYMMDD   PIC 9(8).
           05  WS-NEXT-YEAR       PIC 99.
           05  WS-NEXT-MONTH      PIC 99.
           05  WS-EFFECTIVE-INT   PIC 9(7).
           05  WS-EFFECTIVE-CCYYMMDD PIC 9(8).
           05  WS-EFFECTIVE-YYMMDD PIC 9(6).
           05  WS-DAYS-UNSOLD     PIC 9(5).
           05  WS-ON-HAND-VALUE   PIC 9(9)V99.
           05  WS-WEEKS-SUPPLY    PIC 9(5)V9.
           05  WS-WEEKS-EDIT      PIC Z,ZZ9.9.
           05  WS-MARKDOWN-PCT    PIC 99.
           05  WS-PROPOSED-PRICE  PIC 9(6)V99.

      *    Aging bands, markdown depth for each band, the window over
      *    which the weekly sales rate is taken, and how far ahead the
      *    proposals are dated so the buyer can review them before
      *    PETPRICEAPPLY picks them up.
       01  WS-SLOW-STOCK-TERMS.
           05  WS-SLOW-DAYS       PIC 999 VALUE 60.
           05  WS-STALE-DAYS      PIC 999 VALUE 90.
           05  WS-DEAD-DAYS       PIC 999 VALUE 180.
           05  WS-SLOW-PCT        PIC 99  VALUE 10.
           05  WS-STALE-PCT       PIC 99  VALUE 25.
           05  WS-DEAD-PCT        PIC 99  VALUE 40.
           05  WS-RATE-WEEKS      PIC 99  VALUE 13.
           05  WS-LEAD-DAYS       PIC 99  VALUE 14.
           05  WS-RATE-DAYS       PIC 999.

       01  WS-INV-STATUS          PIC XX.
           88  WS-INV-STATUS-OK             VALUE '00'.

       01  WS-HIST-STATUS         PIC XX.
           88  WS-HIST-FILE-OK              VALUE '00'.

       01  WS-SUMM-STATUS         PIC XX.
           88  WS-SUMM-FILE-OK              VALUE '00'.

       01  WS-PCH-STATUS          PIC XX.
           88  WS-PCH-FILE-OK               VALUE '00'.
           88  WS-PCH-FILE-MISSING          VALUE '35'.

       01  WS-INV-EOF-SW          PIC X VALUE 'N'.
           88  WS-END-OF-INVENTORY         VALUE 'Y'.

       01  WS-BREAK-FIELDS.
           05  WS-SORT-EOF-SW     PIC X VALUE 'N'.
               88  WS-END-OF-SORTED         VALUE 'Y'.
           05  WS-FIRST-ITEM-SW   PIC X VALUE 'Y'.
               88  WS-FIRST-ITEM            VALUE 'Y'.
           05  WS-PREV-STORE      PIC 99.
           05  WS-PREV-DESCRIPTION PIC X(20).

       01  WS-ITEM-FIELDS.
           05  WS-ITM-ON-FILE-SW  PIC X.
               88  WS-ITM-ON-FILE           VALUE 'Y'.
           05  WS-ITM-ON-HAND     PIC 9(7).
           05  WS-ITM-AVERAGE-COST PIC 9(6)V99.
           05  WS-ITM-UNIT-PRICE  PIC 9(6)V99.
           05  WS-ITM-TAXABLE-FLAG PIC X.
           05  WS-ITM-LAST-SALE-INT PIC 9(7).
           05  WS-ITM-RECENT-UNITS PIC S9(7).
           05  WS-ITM-BAND        PIC X(6).

       01  WS-BAND-TOTALS.
           05  WS-SLOW-COUNT      PIC 9(5)    VALUE ZERO.
           05  WS-SLOW-VALUE      PIC 9(9)V99 VALUE ZERO.
           05  WS-STALE-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-STALE-VALUE     PIC 9(9)V99 VALUE ZERO.
           05  WS-DEAD-COUNT      PIC 9(5)    VALUE ZERO.
           05  WS-DEAD-VALUE      PIC 9(9)V99 VALUE ZERO.

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
           05 FILLER           PIC X(26) VALUE
              'SLOW-MOVING AND DEAD STOCK'.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(6)  VALUE 'PAGE: '.
           05 RH-PAGE          PIC ZZ9.

       01  HEADING-LINE.
            05 FILLER           PIC X(4)  VALUE 'ST'.
            05 FILLER           PIC X(22) VALUE 'ITEM DESCRIPTION'.
            05 FILLER           PIC X(11) VALUE '   ON HAND'.
            05 FILLER           PIC X(16) VALUE '  ON-HAND VALUE'.
            05 FILLER           PIC X(11) VALUE ' LAST SOLD'.
            05 FILLER           PIC X(7)  VALUE '  DAYS'.
            05 FILLER           PIC X(10) VALUE 'WKS SUPPLY'.
            05 FILLER           PIC X(8)  VALUE ' BAND'.
            05 FILLER           PIC X(12) VALUE '   PRICE'.
            05 FILLER           PIC X(12) VALUE '  PROPOSED'.

       01  DETAIL-LINE.
           05 DET-STORE        PIC 99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-DESCRIPTION  PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-ON-HAND      PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-VALUE        PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DET-LAST-SOLD    PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-DAYS         PIC X(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-WEEKS        PIC X(7).
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DET-BAND         PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-PRICE        PIC $$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-PROPOSED     PIC $$$,$$9.99 BLANK WHEN ZERO.

       01  LAST-SOLD-DATE.
           05 LSD-MONTH        PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 LSD-DAY          PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 LSD-YEAR         PIC 99.

       01  WS-LAST-SALE-CCYYMMDD  PIC 9(8).
       01  WS-LAST-SALE-PARTS REDEFINES WS-LAST-SALE-CCYYMMDD.
           05  WS-LSP-CENTURY     PIC 99.
           05  WS-LSP-YEAR        PIC 99.
           05  WS-LSP-MONTH       PIC 99.
           05  WS-LSP-DAY         PIC 99.

       01  WS-DAYS-EDIT           PIC ZZZZ9.

       01  BAND-TOTAL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 BT-LABEL         PIC X(26).
           05 BT-COUNT         PIC ZZ,ZZ9.
           05 FILLER           PIC X(8)  VALUE ' ITEMS  '.
           05 FILLER           PIC X(15) VALUE 'ON-HAND VALUE: '.
           05 BT-VALUE         PIC $$$,$$$,$$9.99.

       01  PROPOSAL-TOTAL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(26) VALUE
              'MARKDOWNS PROPOSED:'.
           05 PR-COUNT         PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'EFFECTIVE DATE: '.
           05 PR-MONTH         PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 PR-DAY           PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 PR-YEAR          PIC 99.

       01  INPUT-COUNT-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(17) VALUE 'INVENTORY ITEMS: '.
           05 IC-INVENTORY     PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(17) VALUE 'HISTORY RECORDS: '.
           05 IC-HISTORY       PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(17) VALUE 'SUMMARY RECORDS: '.
           05 IC-SUMMARY       PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-DATE FROM DATE.
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-YEAR * 10000
               + WS-MONTH * 100 + WS-DAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
           COMPUTE WS-RATE-DAYS = WS-RATE-WEEKS * 7.
           COMPUTE WS-EFFECTIVE-INT = WS-TODAY-INT + WS-LEAD-DAYS.
           COMPUTE WS-EFFECTIVE-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-EFFECTIVE-INT).
           COMPUTE WS-EFFECTIVE-YYMMDD =
               FUNCTION MOD(WS-EFFECTIVE-CCYYMMDD, 1000000).

      *    Proposals join whatever changes are already pending; the
      *    future date keeps PETPRICEAPPLY holding them until then.
           OPEN EXTEND PRICECHGFILE.
           IF WS-PCH-FILE-MISSING
               OPEN OUTPUT PRICECHGFILE
           END-IF.
           IF NOT WS-PCH-FILE-OK
               DISPLAY "UNABLE TO OPEN PETPRICECHG, STATUS: "
                   WS-PCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINTFILE.
           PERFORM 0150-PRINT-PAGE-HEADER.

           SORT SLOWSORT
               ON ASCENDING KEY SLS-STORE-NUMBER
                                SLS-DESCRIPTION
               INPUT PROCEDURE IS 0200-RELEASE-STOCK-AND-SALES
               OUTPUT PROCEDURE IS 0400-PRINT-SLOW-STOCK.

           PERFORM 0290-PRINT-TOTAL.
           CLOSE PRINTFILE.
           CLOSE PRICECHGFILE.
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

       0200-RELEASE-STOCK-AND-SALES.

           OPEN INPUT PETINVENTORY.
           IF NOT WS-INV-STATUS-OK
               DISPLAY "UNABLE TO OPEN PETINVENTORY, STATUS: "
                   WS-INV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0210-READ-INVENTORY.
           PERFORM UNTIL WS-END-OF-INVENTORY
               ADD 1 TO WS-INV-COUNT
               PERFORM 0215-RELEASE-INVENTORY
               PERFORM 0210-READ-INVENTORY
           END-PERFORM.
           CLOSE PETINVENTORY.

      *    Returns come back as negative quantities; only sales count
      *    toward the last-sold date and the sales rate.
           OPEN INPUT PETSALESHIST.
           IF NOT WS-HIST-FILE-OK
               DISPLAY "UNABLE TO OPEN PETSALESHIST, STATUS: "
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PETSALESHIST
               AT END SET ENDOFHISTORY TO TRUE
               END-READ.
           PERFORM UNTIL ENDOFHISTORY
               ADD 1 TO WS-HIST-COUNT
               IF HST-QUANTITY > ZERO
                   AND HST-SALE-DATE NUMERIC
                   AND HST-SALE-DATE > ZERO
                   PERFORM 0220-RELEASE-HISTORY-SALE
               END-IF
               READ PETSALESHIST
                   AT END SET ENDOFHISTORY TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE PETSALESHIST.

      *    Archived months survive only as monthly totals; a month
      *    with sales counts as sold on its last day.
           OPEN INPUT SUMMARYFILE.
           IF WS-SUMM-FILE-OK
               READ SUMMARYFILE
                   AT END SET ENDOFSUMMARY TO TRUE
                   END-READ
               PERFORM UNTIL ENDOFSUMMARY
                   ADD 1 TO WS-SUMM-COUNT
                   IF SUM-QUANTITY > ZERO
                       AND SUM-SALE-MONTH >= 1
                       AND SUM-SALE-MONTH <= 12
                       PERFORM 0230-RELEASE-SUMMARY-SALE
                   END-IF
                   READ SUMMARYFILE
                       AT END SET ENDOFSUMMARY TO TRUE
                       END-READ
               END-PERFORM
               CLOSE SUMMARYFILE
           END-IF.

       0200-END.

       0210-READ-INVENTORY.

           READ PETINVENTORY NEXT RECORD
               AT END SET WS-END-OF-INVENTORY TO TRUE
           END-READ.

       0210-END.

       0215-RELEASE-INVENTORY.

           MOVE INV-STORE-NUMBER TO SLS-STORE-NUMBER.
           MOVE INV-DESCRIPTION TO SLS-DESCRIPTION.
           SET SLS-INVENTORY TO TRUE.
           MOVE ZERO TO SLS-SALE-INT.
           MOVE ZERO TO SLS-QUANTITY.
           MOVE INV-QUANTITY-ON-HAND TO SLS-ON-HAND.
           IF INV-AVERAGE-COST NUMERIC
               MOVE INV-AVERAGE-COST TO SLS-AVERAGE-COST
           ELSE
               MOVE ZERO TO SLS-AVERAGE-COST
           END-IF.
           MOVE INV-UNIT-PRICE TO SLS-UNIT-PRICE.
           MOVE INV-TAXABLE-FLAG TO SLS-TAXABLE-FLAG.
           RELEASE SLOW-SORT-RECORD.

       0215-END.

       0220-RELEASE-HISTORY-SALE.

           MOVE HST-STORE-NUMBER TO SLS-STORE-NUMBER.
           MOVE HST-DESCRIPTION TO SLS-DESCRIPTION.
           SET SLS-SALE TO TRUE.
           COMPUTE WS-SALE-CCYYMMDD = 20000000 + HST-SALE-DATE.
           COMPUTE SLS-SALE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SALE-CCYYMMDD).
           MOVE HST-QUANTITY TO SLS-QUANTITY.
           MOVE ZERO TO SLS-ON-HAND.
           MOVE ZERO TO SLS-AVERAGE-COST.
           MOVE ZERO TO SLS-UNIT-PRICE.
           MOVE SPACE TO SLS-TAXABLE-FLAG.
           RELEASE SLOW-SORT-RECORD.

       0220-END.

       0230-RELEASE-SUMMARY-SALE.

           IF SUM-SALE-MONTH = 12
               COMPUTE WS-NEXT-YEAR = SUM-SALE-YEAR + 1
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               MOVE SUM-SALE-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = SUM-SALE-MONTH + 1
           END-IF.
           COMPUTE WS-SALE-CCYYMMDD = 20000000 + WS-NEXT-YEAR * 10000
               + WS-NEXT-MONTH * 100 + 1.
           MOVE SUM-STORE-NUMBER TO SLS-STORE-NUMBER.
           MOVE SUM-DESCRIPTION TO SLS-DESCRIPTION.
           SET SLS-SALE TO TRUE.
           COMPUTE SLS-SALE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SALE-CCYYMMDD) - 1.
           MOVE SUM-QUANTITY TO SLS-QUANTITY.
           MOVE ZERO TO SLS-ON-HAND.
           MOVE ZERO TO SLS-AVERAGE-COST.
           MOVE ZERO TO SLS-UNIT-PRICE.
           MOVE SPACE TO SLS-TAXABLE-FLAG.
           RELEASE SLOW-SORT-RECORD.

       0230-END.

       0400-PRINT-SLOW-STOCK.

           PERFORM 0410-RETURN-SORTED-RECORD.
           PERFORM 0420-ACCUMULATE-ONE-RECORD
               UNTIL WS-END-OF-SORTED.
           IF NOT WS-FIRST-ITEM
               PERFORM 0430-EVALUATE-ITEM
           END-IF.

       0400-END.

       0410-RETURN-SORTED-RECORD.

           RETURN SLOWSORT
               AT END SET WS-END-OF-SORTED TO TRUE
           END-RETURN.

       0410-END.

       0420-ACCUMULATE-ONE-RECORD.

           IF WS-FIRST-ITEM
               MOVE 'N' TO WS-FIRST-ITEM-SW
               PERFORM 0425-START-ITEM
           ELSE
               IF SLS-STORE-NUMBER NOT = WS-PREV-STORE
                   OR SLS-DESCRIPTION NOT = WS-PREV-DESCRIPTION
                   PERFORM 0430-EVALUATE-ITEM
                   PERFORM 0425-START-ITEM
               END-IF
           END-IF.

           IF SLS-INVENTORY
               MOVE 'Y' TO WS-ITM-ON-FILE-SW
               MOVE SLS-ON-HAND TO WS-ITM-ON-HAND
               MOVE SLS-AVERAGE-COST TO WS-ITM-AVERAGE-COST
               MOVE SLS-UNIT-PRICE TO WS-ITM-UNIT-PRICE
               MOVE SLS-TAXABLE-FLAG TO WS-ITM-TAXABLE-FLAG
           ELSE
               IF SLS-SALE-INT > WS-ITM-LAST-SALE-INT
                   MOVE SLS-SALE-INT TO WS-ITM-LAST-SALE-INT
               END-IF
               IF SLS-SALE-INT <= WS-TODAY-INT
                   AND WS-TODAY-INT - SLS-SALE-INT < WS-RATE-DAYS
                   ADD SLS-QUANTITY TO WS-ITM-RECENT-UNITS
               END-IF
           END-IF.

           PERFORM 0410-RETURN-SORTED-RECORD.

       0420-END.

       0425-START-ITEM.

           MOVE SLS-STORE-NUMBER TO WS-PREV-STORE.
           MOVE SLS-DESCRIPTION TO WS-PREV-DESCRIPTION.
           MOVE 'N' TO WS-ITM-ON-FILE-SW.
           MOVE ZERO TO WS-ITM-ON-HAND.
           MOVE ZERO TO WS-ITM-AVERAGE-COST.
           MOVE ZERO TO WS-ITM-UNIT-PRICE.
           MOVE SPACE TO WS-ITM-TAXABLE-FLAG.
           MOVE ZERO TO WS-ITM-LAST-SALE-INT.
           MOVE ZERO TO WS-ITM-RECENT-UNITS.

       0425-END.

       0430-EVALUATE-ITEM.

      *    Only stock still on the shelf is of interest; sales of an
      *    item no longer in the master are passed over.
           IF WS-ITM-ON-FILE AND WS-ITM-ON-HAND > ZERO
               IF WS-ITM-LAST-SALE-INT = ZERO
                   MOVE 99999 TO WS-DAYS-UNSOLD
               ELSE
                   IF WS-ITM-LAST-SALE-INT > WS-TODAY-INT
                       MOVE ZERO TO WS-DAYS-UNSOLD
                   ELSE
                       COMPUTE WS-DAYS-UNSOLD =
                           WS-TODAY-INT - WS-ITM-LAST-SALE-INT
                   END-IF
               END-IF
               MOVE SPACES TO WS-ITM-BAND
               MOVE ZERO TO WS-MARKDOWN-PCT
               IF WS-DAYS-UNSOLD >= WS-DEAD-DAYS
                   MOVE '180+' TO WS-ITM-BAND
                   MOVE WS-DEAD-PCT TO WS-MARKDOWN-PCT
               ELSE
                   IF WS-DAYS-UNSOLD >= WS-STALE-DAYS
                       MOVE '90+' TO WS-ITM-BAND
                       MOVE WS-STALE-PCT TO WS-MARKDOWN-PCT
                   ELSE
                       IF WS-DAYS-UNSOLD >= WS-SLOW-DAYS
                           MOVE '60+' TO WS-ITM-BAND
                           MOVE WS-SLOW-PCT TO WS-MARKDOWN-PCT
                       END-IF
                   END-IF
               END-IF
               IF WS-ITM-BAND NOT = SPACES
                   PERFORM 0440-PRINT-SLOW-ITEM
               END-IF
           END-IF.

       0430-END.

       0440-PRINT-SLOW-ITEM.

           COMPUTE WS-ON-HAND-VALUE =
               WS-ITM-ON-HAND * WS-ITM-AVERAGE-COST.
           EVALUATE WS-ITM-BAND
               WHEN '180+'
                   ADD 1 TO WS-DEAD-COUNT
                   ADD WS-ON-HAND-VALUE TO WS-DEAD-VALUE
               WHEN '90+'
                   ADD 1 TO WS-STALE-COUNT
                   ADD WS-ON-HAND-VALUE TO WS-STALE-VALUE
               WHEN OTHER
                   ADD 1 TO WS-SLOW-COUNT
                   ADD WS-ON-HAND-VALUE TO WS-SLOW-VALUE
           END-EVALUATE.

           MOVE WS-PREV-STORE TO DET-STORE.
           MOVE WS-PREV-DESCRIPTION TO DET-DESCRIPTION.
           MOVE WS-ITM-ON-HAND TO DET-ON-HAND.
           MOVE WS-ON-HAND-VALUE TO DET-VALUE.
           IF WS-ITM-LAST-SALE-INT = ZERO
               MOVE 'NEVER' TO DET-LAST-SOLD
               MOVE SPACES TO DET-DAYS
           ELSE
               COMPUTE WS-LAST-SALE-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-ITM-LAST-SALE-INT)
               MOVE WS-LSP-MONTH TO LSD-MONTH
               MOVE WS-LSP-DAY TO LSD-DAY
               MOVE WS-LSP-YEAR TO LSD-YEAR
               MOVE LAST-SOLD-DATE TO DET-LAST-SOLD
               MOVE WS-DAYS-UNSOLD TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO DET-DAYS
           END-IF.

      *    Weeks of supply at the recent weekly sales rate; with no
      *    sales in the rate window there is no rate to measure by.
           IF WS-ITM-RECENT-UNITS > ZERO
               COMPUTE WS-WEEKS-SUPPLY ROUNDED =
                   WS-ITM-ON-HAND * WS-RATE-WEEKS / WS-ITM-RECENT-UNITS
                   ON SIZE ERROR MOVE 9999.9 TO WS-WEEKS-SUPPLY
               END-COMPUTE
               MOVE WS-WEEKS-SUPPLY TO WS-WEEKS-EDIT
               MOVE WS-WEEKS-EDIT TO DET-WEEKS
           ELSE
               MOVE 'NO SALE' TO DET-WEEKS
           END-IF.
           MOVE WS-ITM-BAND TO DET-BAND.
           MOVE WS-ITM-UNIT-PRICE TO DET-PRICE.

           PERFORM 0450-PROPOSE-MARKDOWN.
           MOVE WS-PROPOSED-PRICE TO DET-PROPOSED.
           WRITE PRINT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0238-COUNT-PRINT-LINE.

       0440-END.

       0450-PROPOSE-MARKDOWN.

      *    Mark down by the band's percentage but never below average
      *    cost; if cost leaves no room, no change is proposed.
           COMPUTE WS-PROPOSED-PRICE ROUNDED =
               WS-ITM-UNIT-PRICE * (100 - WS-MARKDOWN-PCT) / 100.
           IF WS-PROPOSED-PRICE < WS-ITM-AVERAGE-COST
               MOVE WS-ITM-AVERAGE-COST TO WS-PROPOSED-PRICE
           END-IF.
           IF WS-PROPOSED-PRICE >= WS-ITM-UNIT-PRICE
               OR WS-PROPOSED-PRICE = ZERO
               MOVE ZERO TO WS-PROPOSED-PRICE
           ELSE
               MOVE WS-PREV-STORE TO PCH-STORE-NUMBER
               MOVE WS-PREV-DESCRIPTION TO PCH-DESCRIPTION
               MOVE WS-PROPOSED-PRICE TO PCH-NEW-PRICE
      *        The sale programs tax only items flagged taxable, so
      *        anything else carries forward as exempt.
               IF WS-ITM-TAXABLE-FLAG = 'T'
                   MOVE 'T' TO PCH-NEW-TAXABLE
               ELSE
                   MOVE 'E' TO PCH-NEW-TAXABLE
               END-IF
               MOVE WS-EFFECTIVE-YYMMDD TO PCH-EFFECTIVE-DATE
               WRITE PRICE-CHANGE-RECORD
               ADD 1 TO WS-PROPOSED-COUNT
           END-IF.

       0450-END.

       0238-COUNT-PRINT-LINE.

           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 0150-PRINT-PAGE-HEADER
           END-IF.

       0238-END.

       0290-PRINT-TOTAL.

           MOVE 'NO SALES IN 60-89 DAYS:' TO BT-LABEL.
           MOVE WS-SLOW-COUNT TO BT-COUNT.
           MOVE WS-SLOW-VALUE TO BT-VALUE.
           WRITE PRINT-RECORD FROM BAND-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'NO SALES IN 90-179 DAYS:' TO BT-LABEL.
           MOVE WS-STALE-COUNT TO BT-COUNT.
           MOVE WS-STALE-VALUE TO BT-VALUE.
           WRITE PRINT-RECORD FROM BAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NO SALES IN 180+ DAYS:' TO BT-LABEL.
           MOVE WS-DEAD-COUNT TO BT-COUNT.
           MOVE WS-DEAD-VALUE TO BT-VALUE.
           WRITE PRINT-RECORD FROM BAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-PROPOSED-COUNT TO PR-COUNT.
           MOVE WS-EFFECTIVE-YYMMDD(3:2) TO PR-MONTH.
           MOVE WS-EFFECTIVE-YYMMDD(5:2) TO PR-DAY.
           MOVE WS-EFFECTIVE-YYMMDD(1:2) TO PR-YEAR.
           WRITE PRINT-RECORD FROM PROPOSAL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-INV-COUNT TO IC-INVENTORY.
           MOVE WS-HIST-COUNT TO IC-HISTORY.
           MOVE WS-SUMM-COUNT TO IC-SUMMARY.
           WRITE PRINT-RECORD FROM INPUT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       0290-END.

          END PROGRAM PETSLOWSTOCK.
