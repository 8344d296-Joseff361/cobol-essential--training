       SELECT PETXFER ASSIGN TO "PETXFER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XFR-STATUS.
       SELECT PETCOUNTADJ ASSIGN TO "PETCOUNTADJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJ-STATUS.
       SELECT PETREFUSED ASSIGN TO "PETSALESREFUSED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RFS-STATUS.
       SELECT PRINTFILE ASSIGN TO "PETRECON.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

           05 INV-ORDER-QUANTITY     PIC 9(7).
           05 INV-UNIT-PRICE         PIC 9(6)V99.
           05 INV-TAXABLE-FLAG       PIC X.
           05 INV-AVERAGE-COST       PIC 9(6)V99.

       FD PETINVSNAP.
       01 SNAPSHOT-RECORD.
            02 SNP-ORDER-QUANTITY     PIC 9(7).
            02 SNP-UNIT-PRICE         PIC 9(6)V99.
            02 SNP-TAXABLE-FLAG       PIC X.
            02 SNP-AVERAGE-COST       PIC 9(6)V99.

       FD RUNLOGFILE.
       01 RUNLOG-RECORD.
            02 XFR-QUANTITY         PIC 9(5).
            02 XFR-DATE             PIC 9(6).

       FD PETCOUNTADJ.
       01 COUNT-ADJ-RECORD.
            88 ENDOFCOUNTADJ VALUE HIGH-VALUES.
            02 CAJ-STORE-NUMBER     PIC 99.
            02 CAJ-DESCRIPTION      PIC X(20).
            02 CAJ-BOOK-QTY         PIC 9(7).
            02 CAJ-COUNTED-QTY      PIC 9(7).
            02 CAJ-ADJUST-QTY       PIC S9(7).
            02 CAJ-UNIT-PRICE       PIC 9(6)V99.
            02 CAJ-COUNT-DATE       PIC 9(6).

       FD PETREFUSED.
       01 REFUSED-RECORD.
            88 ENDOFREFUSED VALUE HIGH-VALUES.
            02 RFS-STORE-NUMBER     PIC 99.
            02 RFS-CUSTOMER-ID      PIC 9(7).
            02 RFS-CUSTOMERNAME     PIC X(30).
            02 RFS-PETITEM OCCURS 3 TIMES.
               05 RFS-DESCRIPTION      PIC X(20).
               05 RFS-PRICE            PIC S999999V99.
               05 RFS-QUANTITY         PIC S99999.
            02 RFS-TENDER-CODE      PIC X.

       FD PRINTFILE.
       01 PRINT-RECORD               PIC X(132).

           05  WS-ITEM-DIFF       PIC S9(7).
           05  WS-TOTAL-SOLD      PIC S9(7) VALUE ZERO.
           05  WS-TOTAL-DECR      PIC S9(7) VALUE ZERO.
           05  WS-UNITS-ADJ       PIC S9(7).
           05  WS-TOTAL-ADJ       PIC S9(7) VALUE ZERO.
           05  WS-OOB-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-LOG-UNITS-DECR  PIC S9(7) VALUE ZERO.

                   15  WS-SLD-STORE-NUMBER PIC 99.
                   15  WS-SLD-DESCRIPTION  PIC X(20).
               10  WS-SLD-QUANTITY     PIC S9(7).
               10  WS-SLD-COUNT-ADJ    PIC S9(7).
       01  WS-SLD-FOUND-SW        PIC X.
           88  WS-SLD-FOUND                VALUE 'Y'.
       01  WS-SLD-WORK-KEY.
           05  WS-WRK-STORE-NUMBER PIC 99.
           05  WS-WRK-DESCRIPTION PIC X(20).
       01  WS-WRK-QUANTITY        PIC S9(7).
       01  WS-WRK-MOVE-TYPE       PIC X.
           88  WS-WRK-SALE-XFER            VALUE 'M'.
           88  WS-WRK-COUNT-ADJ            VALUE 'C'.

       01  WS-XFR-STATUS          PIC XX.
           88  WS-XFR-FILE-OK               VALUE '00'.

       01  WS-ADJ-STATUS          PIC XX.
           88  WS-ADJ-FILE-OK               VALUE '00'.

       01  WS-RFS-STATUS          PIC XX.
           88  WS-RFS-FILE-OK               VALUE '00'.

       01  WS-DATE.
           05  WS-YEAR PIC 99.
           05  WS-MONTH PIC 99.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(10) VALUE 'MOVEMENT'.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(10) VALUE 'COUNT ADJ'.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(11) VALUE 'DECREMENTED'.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(10) VALUE 'DIFFERENCE'.
           05 DET-AFTER        PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DET-SOLD         PIC Z,ZZZ,ZZ9-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-COUNT-ADJ    PIC Z,ZZZ,ZZ9-.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 DET-DECREMENTED  PIC Z,ZZZ,ZZ9-.
           05 FILLER           PIC X(3)  VALUE SPACES.
            05 FILLER           PIC X(16) VALUE 'TOTAL MOVEMENT: '.
            05 RT-SOLD          PIC Z,ZZZ,ZZ9-.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(11) VALUE 'COUNT ADJ: '.
            05 RT-COUNT-ADJ     PIC Z,ZZZ,ZZ9-.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(19) VALUE 'TOTAL DECREMENTED: '.
            05 RT-DECREMENTED   PIC Z,ZZZ,ZZ9-.
            05 FILLER           PIC X(2)  VALUE SPACES.
           IF NOT WS-INV-STATUS-OK
               DISPLAY "UNABLE TO OPEN PETINVENTORY, STATUS: "
                   WS-INV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PETINVSNAP.
           END-PERFORM.
           CLOSE PETINVSNAP.
           CLOSE PETINVENTORY.
      *    Count adjustments are measured from the snapshot forward,
      *    so a new snapshot starts the adjustment file over.
           OPEN OUTPUT PETCOUNTADJ.
           CLOSE PETCOUNTADJ.
      *    Likewise the tickets refused by sales posting.
           OPEN OUTPUT PETREFUSED.
           CLOSE PETREFUSED.
           MOVE 'S' TO WS-CTL-STATE-SAVE.
           PERFORM 0230-WRITE-RUN-CONTROL.
           DISPLAY "SNAPSHOT COMPLETE, RECORDS: " WS-SNAP-COUNT.
           IF NOT WS-SNAP-FILE-OK
               DISPLAY "UNABLE TO OPEN PETINVSNAP, STATUS: "
                   WS-SNAP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PETINVENTORY.
           IF NOT WS-INV-STATUS-OK
               DISPLAY "UNABLE TO OPEN PETINVENTORY, STATUS: "
                   WS-INV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINTFILE.

           PERFORM 0410-LOAD-SOLD-UNITS.
           PERFORM 0412-REMOVE-REFUSED-UNITS.
           PERFORM 0415-LOAD-TRANSFER-UNITS.
           PERFORM 0417-LOAD-COUNT-ADJUSTMENTS.
           PERFORM 0430-READ-RUN-LOG.
           PERFORM 0150-PRINT-PAGE-HEADER.


       0410-END.

       0412-REMOVE-REFUSED-UNITS.

      *    A ticket refused for credit hold is still in the sales file
      *    but posted nothing, so its lines are taken back out of the
      *    expected movement.
           OPEN INPUT PETREFUSED.
           IF WS-RFS-FILE-OK
               READ PETREFUSED
                   AT END SET ENDOFREFUSED TO TRUE
                   END-READ
               PERFORM UNTIL ENDOFREFUSED
                   PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                           UNTIL WS-ITEM-IDX > 3
                       IF RFS-DESCRIPTION(WS-ITEM-IDX) NOT = SPACES
                           AND RFS-PRICE(WS-ITEM-IDX) > ZERO
                           AND RFS-QUANTITY(WS-ITEM-IDX) NOT = ZERO
                           SET WS-WRK-SALE-XFER TO TRUE
                           MOVE RFS-STORE-NUMBER TO WS-WRK-STORE-NUMBER
                           MOVE RFS-DESCRIPTION(WS-ITEM-IDX)
                               TO WS-WRK-DESCRIPTION
                           COMPUTE WS-WRK-QUANTITY =
                               0 - RFS-QUANTITY(WS-ITEM-IDX)
                           PERFORM 0425-ACCUMULATE-MOVEMENT
                       END-IF
                   END-PERFORM
                   READ PETREFUSED
                       AT END SET ENDOFREFUSED TO TRUE
                       END-READ
               END-PERFORM
               CLOSE PETREFUSED
           END-IF.

       0412-END.

       0415-LOAD-TRANSFER-UNITS.

      *    Transfers are an explained movement: units shipped out count
                   AT END SET ENDOFTRANSFERS TO TRUE
                   END-READ
               PERFORM UNTIL ENDOFTRANSFERS
                   SET WS-WRK-SALE-XFER TO TRUE
                   IF XFR-SHIP
                       MOVE XFR-FROM-STORE TO WS-WRK-STORE-NUMBER
                       MOVE XFR-DESCRIPTION TO WS-WRK-DESCRIPTION

       0415-END.

       0417-LOAD-COUNT-ADJUSTMENTS.

      *    Physical count adjustments are carried as their own movement
      *    type.  An overage raises on-hand and a shrink lowers it, so
      *    the adjustment is the opposite of an expected decrement.
           OPEN INPUT PETCOUNTADJ.
           IF WS-ADJ-FILE-OK
               READ PETCOUNTADJ
                   AT END SET ENDOFCOUNTADJ TO TRUE
                   END-READ
               PERFORM UNTIL ENDOFCOUNTADJ
                   SET WS-WRK-COUNT-ADJ TO TRUE
                   MOVE CAJ-STORE-NUMBER TO WS-WRK-STORE-NUMBER
                   MOVE CAJ-DESCRIPTION TO WS-WRK-DESCRIPTION
                   MOVE CAJ-ADJUST-QTY TO WS-WRK-QUANTITY
                   PERFORM 0425-ACCUMULATE-MOVEMENT
                   READ PETCOUNTADJ
                       AT END SET ENDOFCOUNTADJ TO TRUE
                       END-READ
               END-PERFORM
               CLOSE PETCOUNTADJ
           END-IF.

       0417-END.

       0420-ACCUMULATE-SOLD.

           SET WS-WRK-SALE-XFER TO TRUE.
           MOVE STORE-NUMBER TO WS-WRK-STORE-NUMBER.
           MOVE DESCRIPTION(WS-ITEM-IDX) TO WS-WRK-DESCRIPTION.
           MOVE QUANTITY(WS-ITEM-IDX) TO WS-WRK-QUANTITY.
                   MOVE 'Y' TO WS-SLD-FOUND-SW
           END-SEARCH.

           IF NOT WS-SLD-FOUND
               IF WS-SOLD-COUNT < 200
                   ADD 1 TO WS-SOLD-COUNT
                   SET WS-SLD-SRCH-IDX TO WS-SOLD-COUNT
                   MOVE WS-SLD-WORK-KEY
                       TO WS-SLD-KEY(WS-SLD-SRCH-IDX)
                   MOVE ZERO TO WS-SLD-QUANTITY(WS-SLD-SRCH-IDX)
                   MOVE ZERO TO WS-SLD-COUNT-ADJ(WS-SLD-SRCH-IDX)
                   MOVE 'Y' TO WS-SLD-FOUND-SW
               ELSE
                   DISPLAY "** SOLD TABLE FULL, SKIPPING: "
                       WS-WRK-DESCRIPTION
               END-IF
           END-IF.

           IF WS-SLD-FOUND
               IF WS-WRK-COUNT-ADJ
                   ADD WS-WRK-QUANTITY
                       TO WS-SLD-COUNT-ADJ(WS-SLD-SRCH-IDX)
               ELSE
                   ADD WS-WRK-QUANTITY
                       TO WS-SLD-QUANTITY(WS-SLD-SRCH-IDX)
               END-IF
           END-IF.

       0425-END.

       0430-READ-RUN-LOG.
           PERFORM 0460-FIND-SOLD-UNITS.
           COMPUTE WS-UNITS-DECR =
               SNP-QUANTITY-ON-HAND - INV-QUANTITY-ON-HAND.
           COMPUTE WS-ITEM-DIFF =
               WS-UNITS-SOLD - WS-UNITS-ADJ - WS-UNITS-DECR.
           ADD WS-UNITS-SOLD TO WS-TOTAL-SOLD.
           ADD WS-UNITS-ADJ TO WS-TOTAL-ADJ.
           ADD WS-UNITS-DECR TO WS-TOTAL-DECR.

           MOVE SNP-STORE-NUMBER TO DET-STORE.
           MOVE SNP-QUANTITY-ON-HAND TO DET-BEFORE.
           MOVE INV-QUANTITY-ON-HAND TO DET-AFTER.
           MOVE WS-UNITS-SOLD TO DET-SOLD.
           MOVE WS-UNITS-ADJ TO DET-COUNT-ADJ.
           MOVE WS-UNITS-DECR TO DET-DECREMENTED.
           MOVE WS-ITEM-DIFF TO DET-DIFFERENCE.
           IF WS-ITEM-DIFF = ZERO
       0460-FIND-SOLD-UNITS.

           MOVE ZERO TO WS-UNITS-SOLD.
           MOVE ZERO TO WS-UNITS-ADJ.
           MOVE 'N' TO WS-SLD-FOUND-SW.
           SET WS-SLD-SRCH-IDX TO 1.
           SEARCH WS-SOLD-ENTRY
           END-SEARCH.
           IF WS-SLD-FOUND
               MOVE WS-SLD-QUANTITY(WS-SLD-SRCH-IDX) TO WS-UNITS-SOLD
               MOVE WS-SLD-COUNT-ADJ(WS-SLD-SRCH-IDX) TO WS-UNITS-ADJ
           END-IF.

       0460-END.
       0490-PRINT-RECON-TOTAL.

           MOVE WS-TOTAL-SOLD TO RT-SOLD.
           MOVE WS-TOTAL-ADJ TO RT-COUNT-ADJ.
           MOVE WS-TOTAL-DECR TO RT-DECREMENTED.
           MOVE WS-LOG-UNITS-DECR TO RT-LOG-UNITS.
           WRITE PRINT-RECORD FROM RECON-TOTAL-LINE
      *    printed for information; transfers make it diverge from
      *    total movement whenever units are still in transit.
           IF WS-OOB-COUNT = ZERO
               AND WS-TOTAL-DECR = WS-TOTAL-SOLD - WS-TOTAL-ADJ
               MOVE 'ALL ITEMS IN BALANCE' TO VD-TEXT
           ELSE
               MOVE 'OUT OF BALANCE - SEE FLAGGED ITEMS ABOVE'
