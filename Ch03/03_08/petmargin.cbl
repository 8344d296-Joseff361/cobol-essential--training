       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETMARGIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PETSALESHIST ASSIGN TO "PETSALESHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
       SELECT MARGINSORT ASSIGN TO "PETMARGIN.TMP".
       SELECT PRINTFILE ASSIGN TO "PETMARGIN.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       SD MARGINSORT.
       01 MARGIN-SORT-RECORD.
           05 MSR-STORE-NUMBER       PIC 99.
           05 MSR-DESCRIPTION        PIC X(20).
           05 MSR-QUANTITY           PIC S99999.
           05 MSR-SALES              PIC S9(8)V99.
           05 MSR-COST               PIC S9(8)V99.
           05 MSR-BELOW-COST-SW      PIC X.
               88 MSR-BELOW-COST               VALUE 'Y'.

       FD PRINTFILE.
       01 PRINT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-HIST-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-SKIPPED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-BELOW-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-NO-COST-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-MARGIN          PIC S9(9)V99.
           05  WS-MARGIN-PCT      PIC S9(5)V9.

       01  WS-CMD-ARGS            PIC X(4) VALUE SPACES.
       01  WS-FROM-YYMM           PIC 9(4) VALUE ZERO.

       01  WS-HIST-STATUS         PIC XX.
           88  WS-HIST-FILE-OK              VALUE '00'.

       01  WS-BREAK-FIELDS.
           05  WS-SORT-EOF-SW     PIC X VALUE 'N'.
               88  WS-END-OF-SORTED         VALUE 'Y'.
           05  WS-FIRST-ITEM-SW   PIC X VALUE 'Y'.
               88  WS-FIRST-ITEM            VALUE 'Y'.
           05  WS-PREV-STORE      PIC 99.
           05  WS-PREV-DESCRIPTION PIC X(20).
           05  WS-ITEM-BELOW-SW   PIC X.
               88  WS-ITEM-BELOW-COST       VALUE 'Y'.

       01  WS-ITEM-TOTALS.
           05  WS-ITM-QUANTITY    PIC S9(7)     VALUE ZERO.
           05  WS-ITM-SALES       PIC S9(9)V99  VALUE ZERO.
           05  WS-ITM-COST        PIC S9(9)V99  VALUE ZERO.

       01  WS-STORE-TOTALS.
           05  WS-STR-QUANTITY    PIC S9(7)     VALUE ZERO.
           05  WS-STR-SALES       PIC S9(9)V99  VALUE ZERO.
           05  WS-STR-COST        PIC S9(9)V99  VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-GRD-QUANTITY    PIC S9(7)     VALUE ZERO.
           05  WS-GRD-SALES       PIC S9(9)V99  VALUE ZERO.
           05  WS-GRD-COST        PIC S9(9)V99  VALUE ZERO.

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
           05 FILLER           PIC X(22) VALUE 'GROSS MARGIN BY ITEM '.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(6)  VALUE 'PAGE: '.
           05 RH-PAGE          PIC ZZ9.

       01  FROM-MONTH-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(25) VALUE
              'SALES FROM MONTH:        '.
           05 FM-MONTH         PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 FM-YEAR          PIC 99.

       01  HEADING-LINE.
            05 FILLER           PIC X(4)  VALUE 'ST'.
            05 FILLER           PIC X(16) VALUE 'ITEM DESCRIPTION'.
            05 FILLER           PIC X(6)  VALUE SPACES.
            05 FILLER           PIC X(10) VALUE '     UNITS'.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(15) VALUE '          SALES'.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(15) VALUE '           COST'.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(15) VALUE '      MARGIN $ '.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(8)  VALUE 'MARGIN %'.

       01  DETAIL-LINE.
           05 DET-STORE        PIC 99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-DESCRIPTION  PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-QUANTITY     PIC Z,ZZZ,ZZ9-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-SALES        PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-COST         PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-MARGIN       PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-MARGIN-PCT   PIC ZZZZ9.9-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-FLAG         PIC X(20).

       01  STORE-TOTAL-LINE.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 FILLER           PIC X(13) VALUE 'STORE TOTAL: '.
           05 STT-STORE        PIC 99.
           05 FILLER           PIC X(7)  VALUE SPACES.
           05 STT-QUANTITY     PIC Z,ZZZ,ZZ9-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 STT-SALES        PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 STT-COST         PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 STT-MARGIN       PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 STT-MARGIN-PCT   PIC ZZZZ9.9-.

       01  GRAND-TOTAL-LINE.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 FILLER           PIC X(22) VALUE 'ALL STORES:'.
           05 GT-QUANTITY      PIC Z,ZZZ,ZZ9-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 GT-SALES         PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 GT-COST          PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 GT-MARGIN        PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 GT-MARGIN-PCT    PIC ZZZZ9.9-.

       01  COUNT-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(22) VALUE 'HISTORY RECORDS READ: '.
           05 CL-READ          PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(22) VALUE 'ITEMS BELOW AVG COST: '.
           05 CL-BELOW         PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(15) VALUE 'ITEMS NO COST: '.
           05 CL-NO-COST       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-DATE FROM DATE.
      *    An optional YYMM on the command line limits the report to
      *    sales from that month forward; default is the whole file.
           ACCEPT WS-CMD-ARGS FROM COMMAND-LINE.
           IF WS-CMD-ARGS NUMERIC
               MOVE WS-CMD-ARGS TO WS-FROM-YYMM
           END-IF.

           OPEN OUTPUT PRINTFILE.
           PERFORM 0150-PRINT-PAGE-HEADER.
           IF WS-FROM-YYMM > ZERO
               MOVE WS-FROM-YYMM(3:2) TO FM-MONTH
               MOVE WS-FROM-YYMM(1:2) TO FM-YEAR
               WRITE PRINT-RECORD FROM FROM-MONTH-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 0238-COUNT-PRINT-LINE
           END-IF.

           SORT MARGINSORT
               ON ASCENDING KEY MSR-STORE-NUMBER
                                MSR-DESCRIPTION
               INPUT PROCEDURE IS 0200-LOAD-HISTORY
               OUTPUT PROCEDURE IS 0300-PRINT-MARGIN-REPORT.

           PERFORM 0290-PRINT-TOTAL.
           CLOSE PRINTFILE.
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

       0200-LOAD-HISTORY.

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
               IF HST-SALE-DATE(1:4) < WS-FROM-YYMM
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM 0210-RELEASE-ONE-LINE
               END-IF
               READ PETSALESHIST
                   AT END SET ENDOFHISTORY TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE PETSALESHIST.

       0200-END.

       0210-RELEASE-ONE-LINE.

           MOVE HST-STORE-NUMBER TO MSR-STORE-NUMBER.
           MOVE HST-DESCRIPTION TO MSR-DESCRIPTION.
           MOVE HST-QUANTITY TO MSR-QUANTITY.
           COMPUTE MSR-SALES = HST-PRICE * HST-QUANTITY.
      *    History written before costing began carries no cost.
           IF HST-COGS NUMERIC
               MOVE HST-COGS TO MSR-COST
           ELSE
               MOVE ZERO TO MSR-COST
           END-IF.
           MOVE 'N' TO MSR-BELOW-COST-SW.
           IF HST-QUANTITY > ZERO
               AND MSR-SALES < MSR-COST
               SET MSR-BELOW-COST TO TRUE
           END-IF.
           RELEASE MARGIN-SORT-RECORD.

       0210-END.

       0238-COUNT-PRINT-LINE.

           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 0150-PRINT-PAGE-HEADER
           END-IF.

       0238-END.

       0290-PRINT-TOTAL.

           MOVE WS-GRD-QUANTITY TO GT-QUANTITY.
           MOVE WS-GRD-SALES TO GT-SALES.
           MOVE WS-GRD-COST TO GT-COST.
           COMPUTE WS-MARGIN = WS-GRD-SALES - WS-GRD-COST.
           MOVE WS-MARGIN TO GT-MARGIN.
           MOVE WS-GRD-SALES TO WS-ITM-SALES.
           PERFORM 0340-COMPUTE-MARGIN-PCT.
           MOVE WS-MARGIN-PCT TO GT-MARGIN-PCT.
           WRITE PRINT-RECORD FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-HIST-COUNT TO CL-READ.
           MOVE WS-BELOW-COUNT TO CL-BELOW.
           MOVE WS-NO-COST-COUNT TO CL-NO-COST.
           WRITE PRINT-RECORD FROM COUNT-LINE
               AFTER ADVANCING 2 LINES.

       0290-END.

       0300-PRINT-MARGIN-REPORT.

           PERFORM 0310-RETURN-SORTED-RECORD.
           PERFORM 0320-ACCUMULATE-ONE-LINE
               UNTIL WS-END-OF-SORTED.
           IF NOT WS-FIRST-ITEM
               PERFORM 0330-PRINT-ITEM-LINE
               PERFORM 0350-PRINT-STORE-TOTAL
           END-IF.

       0300-END.

       0310-RETURN-SORTED-RECORD.

           RETURN MARGINSORT
               AT END SET WS-END-OF-SORTED TO TRUE
           END-RETURN.

       0310-END.

       0320-ACCUMULATE-ONE-LINE.

           IF WS-FIRST-ITEM
               MOVE 'N' TO WS-FIRST-ITEM-SW
               MOVE MSR-STORE-NUMBER TO WS-PREV-STORE
               MOVE MSR-DESCRIPTION TO WS-PREV-DESCRIPTION
               MOVE 'N' TO WS-ITEM-BELOW-SW
           ELSE
               IF MSR-STORE-NUMBER NOT = WS-PREV-STORE
                   PERFORM 0330-PRINT-ITEM-LINE
                   PERFORM 0350-PRINT-STORE-TOTAL
                   MOVE MSR-STORE-NUMBER TO WS-PREV-STORE
                   MOVE MSR-DESCRIPTION TO WS-PREV-DESCRIPTION
               ELSE
                   IF MSR-DESCRIPTION NOT = WS-PREV-DESCRIPTION
                       PERFORM 0330-PRINT-ITEM-LINE
                       MOVE MSR-DESCRIPTION TO WS-PREV-DESCRIPTION
                   END-IF
               END-IF
           END-IF.
           ADD MSR-QUANTITY TO WS-ITM-QUANTITY.
           ADD MSR-SALES TO WS-ITM-SALES.
           ADD MSR-COST TO WS-ITM-COST.
           IF MSR-BELOW-COST
               MOVE 'Y' TO WS-ITEM-BELOW-SW
           END-IF.
           PERFORM 0310-RETURN-SORTED-RECORD.

       0320-END.

       0330-PRINT-ITEM-LINE.

           MOVE WS-PREV-STORE TO DET-STORE.
           MOVE WS-PREV-DESCRIPTION TO DET-DESCRIPTION.
           MOVE WS-ITM-QUANTITY TO DET-QUANTITY.
           MOVE WS-ITM-SALES TO DET-SALES.
           MOVE WS-ITM-COST TO DET-COST.
           COMPUTE WS-MARGIN = WS-ITM-SALES - WS-ITM-COST.
           MOVE WS-MARGIN TO DET-MARGIN.
           PERFORM 0340-COMPUTE-MARGIN-PCT.
           MOVE WS-MARGIN-PCT TO DET-MARGIN-PCT.
           MOVE SPACES TO DET-FLAG.
           IF WS-ITEM-BELOW-COST OR WS-MARGIN < ZERO
               MOVE '** BELOW AVG COST' TO DET-FLAG
               ADD 1 TO WS-BELOW-COUNT
           ELSE
               IF WS-ITM-COST = ZERO AND WS-ITM-SALES NOT = ZERO
                   MOVE '** NO COST ON FILE' TO DET-FLAG
                   ADD 1 TO WS-NO-COST-COUNT
               END-IF
           END-IF.
           WRITE PRINT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0238-COUNT-PRINT-LINE.

           ADD WS-ITM-QUANTITY TO WS-STR-QUANTITY.
           ADD WS-ITM-SALES TO WS-STR-SALES.
           ADD WS-ITM-COST TO WS-STR-COST.
           INITIALIZE WS-ITEM-TOTALS.
           MOVE 'N' TO WS-ITEM-BELOW-SW.

       0330-END.

       0340-COMPUTE-MARGIN-PCT.

      *    Margin percent is on sales; WS-ITM-SALES holds the sales
      *    figure for whichever level is being printed.
           IF WS-ITM-SALES = ZERO
               MOVE ZERO TO WS-MARGIN-PCT
           ELSE
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-ITM-SALES
                   ON SIZE ERROR MOVE ZERO TO WS-MARGIN-PCT
               END-COMPUTE
           END-IF.

       0340-END.

       0350-PRINT-STORE-TOTAL.

           MOVE WS-PREV-STORE TO STT-STORE.
           MOVE WS-STR-QUANTITY TO STT-QUANTITY.
           MOVE WS-STR-SALES TO STT-SALES.
           MOVE WS-STR-COST TO STT-COST.
           COMPUTE WS-MARGIN = WS-STR-SALES - WS-STR-COST.
           MOVE WS-MARGIN TO STT-MARGIN.
           MOVE WS-STR-SALES TO WS-ITM-SALES.
           PERFORM 0340-COMPUTE-MARGIN-PCT.
           MOVE ZERO TO WS-ITM-SALES.
           MOVE WS-MARGIN-PCT TO STT-MARGIN-PCT.
           WRITE PRINT-RECORD FROM STORE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 0238-COUNT-PRINT-LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 0238-COUNT-PRINT-LINE.

           ADD WS-STR-QUANTITY TO WS-GRD-QUANTITY.
           ADD WS-STR-SALES TO WS-GRD-SALES.
           ADD WS-STR-COST TO WS-GRD-COST.
           INITIALIZE WS-STORE-TOTALS.

       0350-END.

          END PROGRAM PETMARGIN.
