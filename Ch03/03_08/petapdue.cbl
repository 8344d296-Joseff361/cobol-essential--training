       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETAPDUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT APOPEN ASSIGN TO "PETAPOPEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-RECORD-KEY
           FILE STATUS IS WS-AP-STATUS.
       SELECT SORTFILE ASSIGN TO "PETAPDUE.TMP".
       SELECT PRINTFILE ASSIGN TO "PETAPDUE.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       SD SORTFILE.
       01 SORT-RECORD.
           05 SRT-VENDOR             PIC X(20).
           05 SRT-DUE-DATE           PIC 9(6).
           05 SRT-INVOICE-NUMBER     PIC X(10).
           05 SRT-LINE-NUMBER        PIC 999.
           05 SRT-INVOICE-DATE       PIC 9(6).
           05 SRT-PO-NUMBER          PIC 9(6).
           05 SRT-STORE-NUMBER       PIC 99.
           05 SRT-OPEN-AMOUNT        PIC 9(7)V99.

       FD PRINTFILE.
       01 PRINT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-TOTAL-LINES     PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-AMOUNT    PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-PAST-DUE  PIC 9(9)V99 VALUE ZERO.
           05  WS-VENDOR-LINES    PIC 9(5) VALUE ZERO.
           05  WS-VENDOR-AMOUNT   PIC 9(9)V99 VALUE ZERO.
           05  WS-VENDOR-PAST-DUE PIC 9(9)V99 VALUE ZERO.
           05  WS-OPEN-AMOUNT     PIC S9(7)V99.
           05  WS-DAYS-TO-DUE     PIC S9(5).
           05  WS-TODAY-INT       PIC 9(7).
           05  WS-DUE-INT         PIC 9(7).
           05  WS-DUE-CCYYMMDD    PIC 9(8).
           05  WS-TODAY-CCYYMMDD  PIC 9(8).
           05  WS-TODAY-YYMMDD    PIC 9(6).

       01  WS-AP-STATUS           PIC XX.
           88  WS-AP-STATUS-OK              VALUE '00'.

       01  WS-EOF-SW              PIC X VALUE 'N'.
           88  WS-END-OF-AP-OPEN        VALUE 'Y'.

       01  WS-SORT-EOF-SW         PIC X VALUE 'N'.
           88  WS-END-OF-SORTED-AP      VALUE 'Y'.

       01  WS-PREV-VENDOR         PIC X(20).
       01  WS-FIRST-VENDOR-SW     PIC X VALUE 'Y'.
           88  WS-FIRST-VENDOR             VALUE 'Y'.

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
           05 FILLER           PIC X(21) VALUE 'PAYABLES DUE LIST    '.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(6)  VALUE 'PAGE: '.
           05 RH-PAGE          PIC ZZ9.

       01  VENDOR-HEADER-LINE.
           05 FILLER           PIC X(8)  VALUE 'VENDOR: '.
           05 VH-VENDOR        PIC X(20).

       01  HEADING-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(16) VALUE 'INVOICE-LINE'.
            05 FILLER           PIC X(8)  VALUE 'PO'.
            05 FILLER           PIC X(4)  VALUE 'ST'.
            05 FILLER           PIC X(12) VALUE 'INVOICED'.
            05 FILLER           PIC X(12) VALUE 'DUE DATE'.
            05 FILLER           PIC X(10) VALUE 'DAYS'.
            05 FILLER           PIC X(15) VALUE 'OPEN AMOUNT'.

       01  DETAIL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 DET-INVOICE      PIC X(10).
           05 FILLER           PIC X     VALUE '-'.
           05 DET-LINE-NUMBER  PIC 999.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-PO-NUMBER    PIC 9(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-STORE        PIC 99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-INV-MONTH    PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 DET-INV-DAY      PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 DET-INV-YEAR     PIC 99.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 DET-DUE-MONTH    PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 DET-DUE-DAY      PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 DET-DUE-YEAR     PIC 99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-DAYS         PIC ZZ,ZZ9-.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DET-AMOUNT       PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-PAST-DUE-FLAG PIC X(11).

       01  VENDOR-TOTAL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'VENDOR TOTAL: '.
           05 VT-LINES         PIC ZZ,ZZ9.
           05 FILLER           PIC X(7)  VALUE ' LINES '.
           05 VT-AMOUNT        PIC $$$$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'PAST DUE: '.
           05 VT-PAST-DUE      PIC $$$$,$$$,$$9.99.

       01  DUE-TOTAL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'REPORT TOTAL: '.
           05 DT-LINES         PIC ZZ,ZZ9.
           05 FILLER           PIC X(7)  VALUE ' LINES '.
           05 DT-AMOUNT        PIC $$$$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'PAST DUE: '.
           05 DT-PAST-DUE      PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YYMMDD.
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY-YYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).

           SORT SORTFILE
               ON ASCENDING KEY SRT-VENDOR
                                SRT-DUE-DATE
                                SRT-INVOICE-NUMBER
                                SRT-LINE-NUMBER
               INPUT PROCEDURE IS 0200-RELEASE-OPEN-ITEMS
               OUTPUT PROCEDURE IS 0400-PRINT-DUE-LIST.
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

       0200-RELEASE-OPEN-ITEMS.

           OPEN INPUT APOPEN.
           IF NOT WS-AP-STATUS-OK
               DISPLAY "UNABLE TO OPEN PETAPOPEN, STATUS: "
                   WS-AP-STATUS
               STOP RUN
           END-IF.
           PERFORM 0210-READ-AP-OPEN.
           PERFORM UNTIL WS-END-OF-AP-OPEN
               IF AP-OPEN-ITEM
                   COMPUTE WS-OPEN-AMOUNT =
                       AP-AMOUNT - AP-AMOUNT-PAID
                   IF WS-OPEN-AMOUNT > ZERO
                       MOVE AP-VENDOR TO SRT-VENDOR
                       MOVE AP-DUE-DATE TO SRT-DUE-DATE
                       MOVE AP-INVOICE-NUMBER TO SRT-INVOICE-NUMBER
                       MOVE AP-LINE-NUMBER TO SRT-LINE-NUMBER
                       MOVE AP-INVOICE-DATE TO SRT-INVOICE-DATE
                       MOVE AP-PO-NUMBER TO SRT-PO-NUMBER
                       MOVE AP-STORE-NUMBER TO SRT-STORE-NUMBER
                       MOVE WS-OPEN-AMOUNT TO SRT-OPEN-AMOUNT
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
               PERFORM 0210-READ-AP-OPEN
           END-PERFORM.
           CLOSE APOPEN.

       0200-END.

       0210-READ-AP-OPEN.

           READ APOPEN NEXT RECORD
               AT END SET WS-END-OF-AP-OPEN TO TRUE
           END-READ.

       0210-END.

       0400-PRINT-DUE-LIST.

           OPEN OUTPUT PRINTFILE.
           PERFORM 0150-PRINT-PAGE-HEADER.
           MOVE SPACES TO WS-PREV-VENDOR.
           PERFORM 0410-RETURN-SORTED-ITEM.
           PERFORM 0420-PRINT-ONE-ITEM
               UNTIL WS-END-OF-SORTED-AP.
           IF NOT WS-FIRST-VENDOR
               PERFORM 0480-PRINT-VENDOR-TOTAL
           END-IF.
           MOVE WS-TOTAL-LINES TO DT-LINES.
           MOVE WS-TOTAL-AMOUNT TO DT-AMOUNT.
           MOVE WS-TOTAL-PAST-DUE TO DT-PAST-DUE.
           WRITE PRINT-RECORD FROM DUE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE PRINTFILE.

       0400-END.

       0410-RETURN-SORTED-ITEM.

           RETURN SORTFILE
               AT END SET WS-END-OF-SORTED-AP TO TRUE
           END-RETURN.

       0410-END.

       0420-PRINT-ONE-ITEM.

           IF SRT-VENDOR NOT = WS-PREV-VENDOR
               IF NOT WS-FIRST-VENDOR
                   PERFORM 0480-PRINT-VENDOR-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-VENDOR-SW
               MOVE SRT-VENDOR TO WS-PREV-VENDOR
               MOVE SRT-VENDOR TO VH-VENDOR
               WRITE PRINT-RECORD FROM VENDOR-HEADER-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM 0238-COUNT-PRINT-LINE
               PERFORM 0238-COUNT-PRINT-LINE
           END-IF.

      *    Days to due goes negative once the invoice is past due.
           COMPUTE WS-DUE-CCYYMMDD = 20000000 + SRT-DUE-DATE.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-CCYYMMDD).
           COMPUTE WS-DAYS-TO-DUE = WS-DUE-INT - WS-TODAY-INT.

           MOVE SRT-INVOICE-NUMBER TO DET-INVOICE.
           MOVE SRT-LINE-NUMBER TO DET-LINE-NUMBER.
           MOVE SRT-PO-NUMBER TO DET-PO-NUMBER.
           MOVE SRT-STORE-NUMBER TO DET-STORE.
           MOVE SRT-INVOICE-DATE(3:2) TO DET-INV-MONTH.
           MOVE SRT-INVOICE-DATE(5:2) TO DET-INV-DAY.
           MOVE SRT-INVOICE-DATE(1:2) TO DET-INV-YEAR.
           MOVE SRT-DUE-DATE(3:2) TO DET-DUE-MONTH.
           MOVE SRT-DUE-DATE(5:2) TO DET-DUE-DAY.
           MOVE SRT-DUE-DATE(1:2) TO DET-DUE-YEAR.
           MOVE WS-DAYS-TO-DUE TO DET-DAYS.
           MOVE SRT-OPEN-AMOUNT TO DET-AMOUNT.
           IF WS-DAYS-TO-DUE < ZERO
               MOVE '** PAST DUE' TO DET-PAST-DUE-FLAG
               ADD SRT-OPEN-AMOUNT TO WS-VENDOR-PAST-DUE
               ADD SRT-OPEN-AMOUNT TO WS-TOTAL-PAST-DUE
           ELSE
               MOVE SPACES TO DET-PAST-DUE-FLAG
           END-IF.
           WRITE PRINT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0238-COUNT-PRINT-LINE.

           ADD 1 TO WS-VENDOR-LINES.
           ADD 1 TO WS-TOTAL-LINES.
           ADD SRT-OPEN-AMOUNT TO WS-VENDOR-AMOUNT.
           ADD SRT-OPEN-AMOUNT TO WS-TOTAL-AMOUNT.

           PERFORM 0410-RETURN-SORTED-ITEM.

       0420-END.

       0480-PRINT-VENDOR-TOTAL.

           MOVE WS-VENDOR-LINES TO VT-LINES.
           MOVE WS-VENDOR-AMOUNT TO VT-AMOUNT.
           MOVE WS-VENDOR-PAST-DUE TO VT-PAST-DUE.
           WRITE PRINT-RECORD FROM VENDOR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0238-COUNT-PRINT-LINE.
           MOVE ZERO TO WS-VENDOR-LINES.
           MOVE ZERO TO WS-VENDOR-AMOUNT.
           MOVE ZERO TO WS-VENDOR-PAST-DUE.

       0480-END.

       0238-COUNT-PRINT-LINE.

           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 0150-PRINT-PAGE-HEADER
           END-IF.

       0238-END.

          END PROGRAM PETAPDUE.
