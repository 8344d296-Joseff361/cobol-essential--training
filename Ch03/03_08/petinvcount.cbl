       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETINVCOUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PETINVCOUNT ASSIGN TO "PETINVCOUNT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-STATUS.
       SELECT PETINVENTORY ASSIGN TO "PETINVENTORY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-RECORD-KEY
           FILE STATUS IS WS-INV-STATUS.
       SELECT PETCOUNTADJ ASSIGN TO "PETCOUNTADJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJ-STATUS.
       SELECT GLJOURNAL ASSIGN TO "PETGLJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.
       SELECT PRINTFILE ASSIGN TO "PETINVCOUNT.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PETINVCOUNT.
       01 COUNT-RECORD.
            88 ENDOFCOUNTS VALUE HIGH-VALUES.
            02 CNT-STORE-NUMBER     PIC 99.
            02 CNT-DESCRIPTION      PIC X(20).
            02 CNT-COUNTED-QTY      PIC 9(7).

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
           05 INV-AVERAGE-COST       PIC 9(6)V99.

      *    One record per posted count adjustment.  PETSTORERECON
      *    reads this file as its own movement type; taking a new
      *    snapshot there starts the file over.
       FD PETCOUNTADJ.
       01 COUNT-ADJ-RECORD.
            02 CAJ-STORE-NUMBER     PIC 99.
            02 CAJ-DESCRIPTION      PIC X(20).
            02 CAJ-BOOK-QTY         PIC 9(7).
            02 CAJ-COUNTED-QTY      PIC 9(7).
            02 CAJ-ADJUST-QTY       PIC S9(7).
            02 CAJ-UNIT-PRICE       PIC 9(6)V99.
            02 CAJ-COUNT-DATE       PIC 9(6).

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

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-COUNTS-READ     PIC 9(5) VALUE ZERO.
           05  WS-COUNTS-REJECTED PIC 9(5) VALUE ZERO.
           05  WS-ITEMS-POSTED    PIC 9(5) VALUE ZERO.
           05  WS-NOT-COUNTED     PIC 9(5) VALUE ZERO.
           05  WS-NO-MASTER       PIC 9(5) VALUE ZERO.
           05  WS-BOOK-QTY        PIC 9(7).
           05  WS-VARIANCE        PIC S9(7).
           05  WS-VARIANCE-VALUE  PIC S9(9)V99.
           05  WS-VARIANCE-COST   PIC S9(9)V99.
           05  WS-CURRENT-STORE   PIC 99 VALUE ZERO.

       01  WS-STORE-TOTALS.
           05  WS-ST-SHRINK-UNITS    PIC 9(7)     VALUE ZERO.
           05  WS-ST-SHRINK-VALUE    PIC 9(9)V99  VALUE ZERO.
           05  WS-ST-OVERAGE-UNITS   PIC 9(7)     VALUE ZERO.
           05  WS-ST-OVERAGE-VALUE   PIC 9(9)V99  VALUE ZERO.
           05  WS-ST-ITEMS           PIC 9(5)     VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-GT-SHRINK-UNITS    PIC 9(7)     VALUE ZERO.
           05  WS-GT-SHRINK-VALUE    PIC 9(9)V99  VALUE ZERO.
           05  WS-GT-OVERAGE-UNITS   PIC 9(7)     VALUE ZERO.
           05  WS-GT-OVERAGE-VALUE   PIC 9(9)V99  VALUE ZERO.

       01  WS-NET-VALUE           PIC S9(9)V99.

       01  WS-CNT-STATUS          PIC XX.
           88  WS-CNT-FILE-OK               VALUE '00'.

       01  WS-INV-STATUS          PIC XX.
           88  WS-INV-STATUS-OK             VALUE '00'.
           88  WS-INV-FOUND                 VALUE '00'.
           88  WS-INV-NOT-FOUND             VALUE '23'.

       01  WS-ADJ-STATUS          PIC XX.
           88  WS-ADJ-FILE-OK               VALUE '00'.
           88  WS-ADJ-FILE-MISSING          VALUE '35'.

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
           05  WS-GL-SHRINKAGE    PIC 9(4) VALUE 5100.

       01  WS-EOF-SW              PIC X VALUE 'N'.
           88  WS-END-OF-INVENTORY      VALUE 'Y'.

      *    Counts are loaded first so that duplicate count sheets for
      *    the same item are added together before anything is posted.
       01  WS-COUNT-TABLE.
           05  WS-COUNT-COUNT     PIC 999 VALUE ZERO.
           05  WS-COUNT-ENTRY
               OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-COUNT-COUNT
               INDEXED BY WS-CNT-IDX.
               10  WS-CNT-KEY.
                   15  WS-CNT-STORE-NUMBER PIC 99.
                   15  WS-CNT-DESCRIPTION  PIC X(20).
               10  WS-CNT-QUANTITY     PIC 9(7).
               10  WS-CNT-MATCHED-SW   PIC X.
                   88  WS-CNT-MATCHED          VALUE 'Y'.
       01  WS-CNT-FOUND-SW        PIC X.
           88  WS-CNT-FOUND                VALUE 'Y'.

      *    Stores that sent in a count.  Master items are only listed
      *    as not counted for stores that took part in the count.
       01  WS-STORE-COUNTED-TABLE.
           05  WS-STORE-COUNTED-SW PIC X OCCURS 99 TIMES.
               88  WS-STORE-COUNTED        VALUE 'Y'.

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
           05 FILLER           PIC X(25) VALUE
              'COUNT VARIANCE REGISTER  '.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(6)  VALUE 'PAGE: '.
           05 RH-PAGE          PIC ZZ9.

       01  HEADING-LINE.
            05 FILLER           PIC X(4)  VALUE 'ST'.
            05 FILLER           PIC X(16) VALUE 'ITEM DESCRIPTION'.
            05 FILLER           PIC X(6)  VALUE SPACES.
            05 FILLER           PIC X(10) VALUE 'BOOK QTY'.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(10) VALUE 'COUNTED'.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(10) VALUE 'VARIANCE'.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 FILLER           PIC X(10) VALUE 'UNIT PRICE'.
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 FILLER           PIC X(14) VALUE 'VARIANCE VALUE'.

       01  DETAIL-LINE.
           05 DET-STORE        PIC 99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-DESCRIPTION  PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-BOOK-QTY     PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DET-COUNTED      PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DET-VARIANCE     PIC Z,ZZZ,ZZ9-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-UNIT-PRICE   PIC ZZZ,ZZ9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-VALUE        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-FLAG         PIC X(10).

       01  STORE-TOTAL-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(6)  VALUE 'STORE '.
            05 STT-STORE        PIC 99.
            05 FILLER           PIC X(10) VALUE ' SHRINK: '.
            05 STT-SHRINK-UNITS PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 STT-SHRINK-VALUE PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER           PIC X(11) VALUE '  OVERAGE: '.
            05 STT-OVER-UNITS   PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 STT-OVER-VALUE   PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER           PIC X(7)  VALUE '  NET: '.
            05 STT-NET-VALUE    PIC ZZZ,ZZZ,ZZ9.99-.

       01  NOT-COUNTED-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(20) VALUE '** NOT COUNTED: '.
            05 NC-STORE         PIC 99.
            05 FILLER           PIC X     VALUE '/'.
            05 NC-DESCRIPTION   PIC X(20).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(10) VALUE 'ON HAND: '.
            05 NC-ON-HAND       PIC Z,ZZZ,ZZ9.

       01  NO-MASTER-HEADING-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(30) VALUE
               'COUNTS WITH NO INVENTORY ITEM'.

       01  NO-MASTER-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(20) VALUE '** NO MASTER: '.
            05 NM-STORE         PIC 99.
            05 FILLER           PIC X     VALUE '/'.
            05 NM-DESCRIPTION   PIC X(20).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(10) VALUE 'COUNTED: '.
            05 NM-COUNTED       PIC Z,ZZZ,ZZ9.

       01  REJECT-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(20) VALUE '** INVALID COUNT: '.
            05 RJ-RECORD        PIC X(29).

       01  GRAND-TOTAL-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(8)  VALUE 'TOTAL   '.
            05 FILLER           PIC X(10) VALUE ' SHRINK: '.
            05 GT-SHRINK-UNITS  PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 GT-SHRINK-VALUE  PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER           PIC X(11) VALUE '  OVERAGE: '.
            05 GT-OVER-UNITS    PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 GT-OVER-VALUE    PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER           PIC X(7)  VALUE '  NET: '.
            05 GT-NET-VALUE     PIC ZZZ,ZZZ,ZZ9.99-.

       01  COUNT-TOTAL-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(14) VALUE 'COUNTS READ: '.
            05 CT-READ          PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(8)  VALUE 'POSTED: '.
            05 CT-POSTED        PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(10) VALUE 'REJECTED: '.
            05 CT-REJECTED      PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(13) VALUE 'NOT COUNTED: '.
            05 CT-NOT-COUNTED   PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(11) VALUE 'NO MASTER: '.
            05 CT-NO-MASTER     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-START.
           OPEN INPUT PETINVCOUNT.
           IF NOT WS-CNT-FILE-OK
               DISPLAY "UNABLE TO OPEN PETINVCOUNT, STATUS: "
                   WS-CNT-STATUS
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
           OPEN EXTEND PETCOUNTADJ.
           IF WS-ADJ-FILE-MISSING
               OPEN OUTPUT PETCOUNTADJ
           END-IF.
           IF NOT WS-ADJ-FILE-OK
               DISPLAY "UNABLE TO OPEN PETCOUNTADJ, STATUS: "
                   WS-ADJ-STATUS
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
               CLOSE PETCOUNTADJ
               CLOSE PETINVENTORY
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-STOP-RUN
           END-IF.
           OPEN OUTPUT PRINTFILE.
           ACCEPT WS-DATE FROM DATE.
           MOVE ALL 'N' TO WS-STORE-COUNTED-TABLE.
           PERFORM 0150-PRINT-PAGE-HEADER.

           READ PETINVCOUNT
               AT END SET ENDOFCOUNTS TO TRUE
               END-READ.
           PERFORM 0200-LOAD-ONE-COUNT
               UNTIL ENDOFCOUNTS.

      *    Walk the master in key order so store totals fall out on
      *    the change of store number.
           PERFORM 0400-READ-INVENTORY.
           PERFORM 0410-CHECK-ONE-ITEM
               UNTIL WS-END-OF-INVENTORY.
           IF WS-ST-ITEMS > ZERO
               PERFORM 0440-PRINT-STORE-TOTAL
           END-IF.

           PERFORM 0450-LIST-NO-MASTER.
           PERFORM 0290-PRINT-TOTAL.
           CLOSE GLJOURNAL.
           CLOSE PETCOUNTADJ.
           CLOSE PETINVENTORY.
           CLOSE PRINTFILE.
           PERFORM 0300-STOP-RUN.
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

       0200-LOAD-ONE-COUNT.

           ADD 1 TO WS-COUNTS-READ.
           IF CNT-STORE-NUMBER NOT NUMERIC
               OR CNT-STORE-NUMBER = ZERO
               OR CNT-DESCRIPTION = SPACES
               OR CNT-COUNTED-QTY NOT NUMERIC
               PERFORM 0220-WRITE-REJECT
           ELSE
               PERFORM 0210-ACCUMULATE-COUNT
           END-IF.

           READ PETINVCOUNT
               AT END SET ENDOFCOUNTS TO TRUE
               END-READ.

       0200-END.

       0210-ACCUMULATE-COUNT.

           MOVE 'N' TO WS-CNT-FOUND-SW.
           SET WS-CNT-IDX TO 1.
           SEARCH WS-COUNT-ENTRY
               VARYING WS-CNT-IDX
               AT END CONTINUE
               WHEN WS-CNT-STORE-NUMBER(WS-CNT-IDX) = CNT-STORE-NUMBER
                   AND WS-CNT-DESCRIPTION(WS-CNT-IDX) = CNT-DESCRIPTION
                   MOVE 'Y' TO WS-CNT-FOUND-SW
           END-SEARCH.

           IF WS-CNT-FOUND
               ADD CNT-COUNTED-QTY TO WS-CNT-QUANTITY(WS-CNT-IDX)
           ELSE
               IF WS-COUNT-COUNT < 500
                   ADD 1 TO WS-COUNT-COUNT
                   SET WS-CNT-IDX TO WS-COUNT-COUNT
                   MOVE CNT-STORE-NUMBER
                       TO WS-CNT-STORE-NUMBER(WS-CNT-IDX)
                   MOVE CNT-DESCRIPTION
                       TO WS-CNT-DESCRIPTION(WS-CNT-IDX)
                   MOVE CNT-COUNTED-QTY TO WS-CNT-QUANTITY(WS-CNT-IDX)
                   MOVE 'N' TO WS-CNT-MATCHED-SW(WS-CNT-IDX)
                   MOVE 'Y' TO WS-STORE-COUNTED-SW(CNT-STORE-NUMBER)
               ELSE
                   DISPLAY "** COUNT TABLE FULL, SKIPPING: "
                       CNT-DESCRIPTION
                   ADD 1 TO WS-COUNTS-REJECTED
               END-IF
           END-IF.

       0210-END.

       0220-WRITE-REJECT.

           ADD 1 TO WS-COUNTS-REJECTED.
           MOVE COUNT-RECORD TO RJ-RECORD.
           WRITE PRINT-RECORD FROM REJECT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0238-COUNT-PRINT-LINE.

       0220-END.

       0238-COUNT-PRINT-LINE.

           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 0150-PRINT-PAGE-HEADER
           END-IF.

       0238-END.

       0290-PRINT-TOTAL.

           MOVE WS-GT-SHRINK-UNITS TO GT-SHRINK-UNITS.
           MOVE WS-GT-SHRINK-VALUE TO GT-SHRINK-VALUE.
           MOVE WS-GT-OVERAGE-UNITS TO GT-OVER-UNITS.
           MOVE WS-GT-OVERAGE-VALUE TO GT-OVER-VALUE.
           COMPUTE WS-NET-VALUE =
               WS-GT-OVERAGE-VALUE - WS-GT-SHRINK-VALUE.
           MOVE WS-NET-VALUE TO GT-NET-VALUE.
           WRITE PRINT-RECORD FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-COUNTS-READ TO CT-READ.
           MOVE WS-ITEMS-POSTED TO CT-POSTED.
           MOVE WS-COUNTS-REJECTED TO CT-REJECTED.
           MOVE WS-NOT-COUNTED TO CT-NOT-COUNTED.
           MOVE WS-NO-MASTER TO CT-NO-MASTER.
           WRITE PRINT-RECORD FROM COUNT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       0290-END.

       0300-STOP-RUN.
           CLOSE PETINVCOUNT.
           STOP RUN.

       0400-READ-INVENTORY.

           READ PETINVENTORY NEXT RECORD
               AT END SET WS-END-OF-INVENTORY TO TRUE
           END-READ.

       0400-END.

       0410-CHECK-ONE-ITEM.

           IF INV-STORE-NUMBER NOT = WS-CURRENT-STORE
               IF WS-ST-ITEMS > ZERO
                   PERFORM 0440-PRINT-STORE-TOTAL
               END-IF
               MOVE INV-STORE-NUMBER TO WS-CURRENT-STORE
           END-IF.

           MOVE 'N' TO WS-CNT-FOUND-SW.
           SET WS-CNT-IDX TO 1.
           SEARCH WS-COUNT-ENTRY
               VARYING WS-CNT-IDX
               AT END CONTINUE
               WHEN WS-CNT-KEY(WS-CNT-IDX) = INV-RECORD-KEY
                   MOVE 'Y' TO WS-CNT-FOUND-SW
           END-SEARCH.

           IF WS-CNT-FOUND
               MOVE 'Y' TO WS-CNT-MATCHED-SW(WS-CNT-IDX)
               PERFORM 0420-POST-ADJUSTMENT
           ELSE
               IF INV-STORE-NUMBER > ZERO
                   AND WS-STORE-COUNTED(INV-STORE-NUMBER)
                   PERFORM 0430-WRITE-NOT-COUNTED
               END-IF
           END-IF.

           PERFORM 0400-READ-INVENTORY.

       0410-END.

       0420-POST-ADJUSTMENT.

           MOVE INV-QUANTITY-ON-HAND TO WS-BOOK-QTY.
           COMPUTE WS-VARIANCE =
               WS-CNT-QUANTITY(WS-CNT-IDX) - INV-QUANTITY-ON-HAND.
           COMPUTE WS-VARIANCE-VALUE ROUNDED =
               WS-VARIANCE * INV-UNIT-PRICE.
           ADD 1 TO WS-ST-ITEMS.

           MOVE INV-STORE-NUMBER TO DET-STORE.
           MOVE INV-DESCRIPTION TO DET-DESCRIPTION.
           MOVE WS-BOOK-QTY TO DET-BOOK-QTY.
           MOVE WS-CNT-QUANTITY(WS-CNT-IDX) TO DET-COUNTED.
           MOVE WS-VARIANCE TO DET-VARIANCE.
           MOVE INV-UNIT-PRICE TO DET-UNIT-PRICE.
           MOVE WS-VARIANCE-VALUE TO DET-VALUE.

           EVALUATE TRUE
               WHEN WS-VARIANCE < ZERO
                   MOVE 'SHRINK' TO DET-FLAG
                   SUBTRACT WS-VARIANCE FROM WS-ST-SHRINK-UNITS
                   SUBTRACT WS-VARIANCE-VALUE FROM WS-ST-SHRINK-VALUE
               WHEN WS-VARIANCE > ZERO
                   MOVE 'OVERAGE' TO DET-FLAG
                   ADD WS-VARIANCE TO WS-ST-OVERAGE-UNITS
                   ADD WS-VARIANCE-VALUE TO WS-ST-OVERAGE-VALUE
               WHEN OTHER
                   MOVE SPACES TO DET-FLAG
           END-EVALUATE.

           IF WS-VARIANCE NOT = ZERO
               MOVE WS-CNT-QUANTITY(WS-CNT-IDX) TO INV-QUANTITY-ON-HAND
               REWRITE INVENTORY-RECORD
                   INVALID KEY
                       DISPLAY "** INVENTORY REWRITE FAILED, STATUS: "
                           WS-INV-STATUS
               END-REWRITE
               PERFORM 0425-WRITE-ADJUSTMENT-LOG
               PERFORM 0426-JOURNAL-ADJUSTMENT
               ADD 1 TO WS-ITEMS-POSTED
           END-IF.

           WRITE PRINT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0238-COUNT-PRINT-LINE.

       0420-END.

       0425-WRITE-ADJUSTMENT-LOG.

           MOVE INV-STORE-NUMBER TO CAJ-STORE-NUMBER.
           MOVE INV-DESCRIPTION TO CAJ-DESCRIPTION.
           MOVE WS-BOOK-QTY TO CAJ-BOOK-QTY.
           MOVE INV-QUANTITY-ON-HAND TO CAJ-COUNTED-QTY.
           MOVE WS-VARIANCE TO CAJ-ADJUST-QTY.
           MOVE INV-UNIT-PRICE TO CAJ-UNIT-PRICE.
           MOVE WS-DATE TO CAJ-COUNT-DATE.
           WRITE COUNT-ADJ-RECORD.

       0425-END.

       0426-JOURNAL-ADJUSTMENT.

      *    Inventory is carried at average cost, so the variance is
      *    booked at cost: a shrink debits shrinkage and credits
      *    inventory, an overage the reverse.
           COMPUTE WS-VARIANCE-COST ROUNDED =
               WS-VARIANCE * INV-AVERAGE-COST.
           MOVE INV-STORE-NUMBER TO WS-JRN-STORE.
           MOVE WS-VARIANCE-COST TO WS-JRN-AMOUNT.
           MOVE WS-GL-INVENTORY TO WS-JRN-ACCOUNT.
           SET WS-JRN-DEBIT TO TRUE.
           PERFORM 0427-WRITE-JOURNAL-ENTRY.
           MOVE WS-GL-SHRINKAGE TO WS-JRN-ACCOUNT.
           SET WS-JRN-CREDIT TO TRUE.
           PERFORM 0427-WRITE-JOURNAL-ENTRY.

       0426-END.

       0427-WRITE-JOURNAL-ENTRY.

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
               MOVE 'INVCOUNT' TO GLJ-SOURCE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-JRN-COUNT
           END-IF.

       0427-END.

       0430-WRITE-NOT-COUNTED.

           ADD 1 TO WS-NOT-COUNTED.
           MOVE INV-STORE-NUMBER TO NC-STORE.
           MOVE INV-DESCRIPTION TO NC-DESCRIPTION.
           MOVE INV-QUANTITY-ON-HAND TO NC-ON-HAND.
           WRITE PRINT-RECORD FROM NOT-COUNTED-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0238-COUNT-PRINT-LINE.

       0430-END.

       0440-PRINT-STORE-TOTAL.

           MOVE WS-CURRENT-STORE TO STT-STORE.
           MOVE WS-ST-SHRINK-UNITS TO STT-SHRINK-UNITS.
           MOVE WS-ST-SHRINK-VALUE TO STT-SHRINK-VALUE.
           MOVE WS-ST-OVERAGE-UNITS TO STT-OVER-UNITS.
           MOVE WS-ST-OVERAGE-VALUE TO STT-OVER-VALUE.
           COMPUTE WS-NET-VALUE =
               WS-ST-OVERAGE-VALUE - WS-ST-SHRINK-VALUE.
           MOVE WS-NET-VALUE TO STT-NET-VALUE.
           WRITE PRINT-RECORD FROM STORE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 0238-COUNT-PRINT-LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 0238-COUNT-PRINT-LINE.

           ADD WS-ST-SHRINK-UNITS TO WS-GT-SHRINK-UNITS.
           ADD WS-ST-SHRINK-VALUE TO WS-GT-SHRINK-VALUE.
           ADD WS-ST-OVERAGE-UNITS TO WS-GT-OVERAGE-UNITS.
           ADD WS-ST-OVERAGE-VALUE TO WS-GT-OVERAGE-VALUE.
           INITIALIZE WS-STORE-TOTALS.

       0440-END.

       0450-LIST-NO-MASTER.

           IF WS-COUNT-COUNT > ZERO
               PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                       UNTIL WS-CNT-IDX > WS-COUNT-COUNT
                   IF NOT WS-CNT-MATCHED(WS-CNT-IDX)
                       IF WS-NO-MASTER = ZERO
                           WRITE PRINT-RECORD
                               FROM NO-MASTER-HEADING-LINE
                               AFTER ADVANCING 2 LINES
                           PERFORM 0238-COUNT-PRINT-LINE
                       END-IF
                       ADD 1 TO WS-NO-MASTER
                       MOVE WS-CNT-STORE-NUMBER(WS-CNT-IDX) TO NM-STORE
                       MOVE WS-CNT-DESCRIPTION(WS-CNT-IDX)
                           TO NM-DESCRIPTION
                       MOVE WS-CNT-QUANTITY(WS-CNT-IDX) TO NM-COUNTED
                       WRITE PRINT-RECORD FROM NO-MASTER-LINE
                           AFTER ADVANCING 1 LINE
                       PERFORM 0238-COUNT-PRINT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       0450-END.

          END PROGRAM PETINVCOUNT.
