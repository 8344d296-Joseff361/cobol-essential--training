       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETGLPROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GLJOURNAL ASSIGN TO "PETGLJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.
       SELECT UPLOADFILE ASSIGN TO "PETGLUPLOAD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UPL-STATUS.
       SELECT SORTFILE ASSIGN TO "PETGLPROOF.TMP".
       SELECT PRINTFILE ASSIGN TO "PETGLPROOF.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GLJOURNAL.
       01 JOURNAL-RECORD.
           88 ENDOFJOURNAL VALUE HIGH-VALUES.
           05 GLJ-DATE               PIC 9(6).
           05 GLJ-STORE-NUMBER       PIC 99.
           05 GLJ-ACCOUNT            PIC 9(4).
           05 GLJ-DR-CR              PIC X.
               88 GLJ-DEBIT                    VALUE 'D'.
               88 GLJ-CREDIT                   VALUE 'C'.
           05 GLJ-AMOUNT             PIC 9(7)V99.
           05 GLJ-SOURCE             PIC X(8).

      *    One summarized line per date, store and account, netted to
      *    a single debit or credit.
       FD UPLOADFILE.
       01 UPLOAD-RECORD.
           05 UPL-DATE               PIC 9(6).
           05 UPL-STORE-NUMBER       PIC 99.
           05 UPL-ACCOUNT            PIC 9(4).
           05 UPL-DR-CR              PIC X.
           05 UPL-AMOUNT             PIC 9(9)V99.

       SD SORTFILE.
       01 SORT-RECORD.
           05 SRT-DATE               PIC 9(6).
           05 SRT-STORE-NUMBER       PIC 99.
           05 SRT-ACCOUNT            PIC 9(4).
           05 SRT-DR-CR              PIC X.
               88 SRT-DEBIT                    VALUE 'D'.
               88 SRT-CREDIT                   VALUE 'C'.
           05 SRT-AMOUNT             PIC 9(7)V99.
           05 SRT-SOURCE             PIC X(8).

       FD PRINTFILE.
       01 PRINT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-ENTRY-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-DEBITS    PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-CREDITS   PIC 9(9)V99 VALUE ZERO.
           05  WS-ACCT-DEBITS     PIC 9(9)V99 VALUE ZERO.
           05  WS-ACCT-CREDITS    PIC 9(9)V99 VALUE ZERO.
           05  WS-GROUP-DEBITS    PIC 9(9)V99 VALUE ZERO.
           05  WS-GROUP-CREDITS   PIC 9(9)V99 VALUE ZERO.
           05  WS-NET-AMOUNT      PIC S9(9)V99.
           05  WS-GROUP-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-UNBALANCED-COUNT PIC 9(5) VALUE ZERO.
           05  WS-ERROR-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-UPLOAD-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-JRN-STATUS          PIC XX.
           88  WS-JRN-FILE-OK               VALUE '00'.
           88  WS-JRN-FILE-MISSING          VALUE '35'.

       01  WS-UPL-STATUS          PIC XX.
           88  WS-UPL-FILE-OK               VALUE '00'.

       01  WS-SORT-EOF-SW         PIC X VALUE 'N'.
           88  WS-END-OF-SORTED-JOURNAL    VALUE 'Y'.

       01  WS-BREAK-FIELDS.
           05  WS-FIRST-GROUP-SW  PIC X VALUE 'Y'.
               88  WS-FIRST-GROUP          VALUE 'Y'.
           05  WS-PREV-DATE       PIC 9(6).
           05  WS-PREV-STORE      PIC 99.
           05  WS-PREV-ACCOUNT    PIC 9(4).

      *    Chart of accounts the store systems post to. An entry to
      *    any other account stops the upload.
       01  WS-ACCOUNT-NAMES.
           05  FILLER PIC X(29) VALUE '1000CASH                     '.
           05  FILLER PIC X(29) VALUE '1200ACCOUNTS RECEIVABLE      '.
           05  FILLER PIC X(29) VALUE '1300INVENTORY                '.
           05  FILLER PIC X(29) VALUE '1310INVENTORY RETAIL RESERVE '.
           05  FILLER PIC X(29) VALUE '1350INVENTORY IN TRANSIT     '.
           05  FILLER PIC X(29) VALUE '1900INTERSTORE CLEARING      '.
           05  FILLER PIC X(29) VALUE '2000ACCOUNTS PAYABLE         '.
           05  FILLER PIC X(29) VALUE '2200SALES TAX PAYABLE        '.
           05  FILLER PIC X(29) VALUE '4000SALES                    '.
           05  FILLER PIC X(29) VALUE '4100SALES RETURNS            '.
           05  FILLER PIC X(29) VALUE '4200FINANCE CHARGE INCOME    '.
           05  FILLER PIC X(29) VALUE '5000COST OF GOODS SOLD       '.
           05  FILLER PIC X(29) VALUE '5100INVENTORY SHRINKAGE      '.
           05  FILLER PIC X(29) VALUE '5200MARKDOWNS                '.
       01  WS-ACCOUNT-TABLE REDEFINES WS-ACCOUNT-NAMES.
           05  WS-ACCT-ENTRY OCCURS 14 TIMES
               INDEXED BY WS-ACCT-IDX.
               10  WS-ACCT-CODE   PIC 9(4).
               10  WS-ACCT-NAME   PIC X(25).

      *    Account totals are kept for the upload, which is written
      *    only once every store and date has proved.
       01  WS-SUMMARY-TABLE.
           05  WS-SUMMARY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-SUMMARY-ENTRY
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-SUMMARY-COUNT
               INDEXED BY WS-SUM-IDX.
               10  WS-SUM-DATE        PIC 9(6).
               10  WS-SUM-STORE       PIC 99.
               10  WS-SUM-ACCOUNT     PIC 9(4).
               10  WS-SUM-DEBITS      PIC 9(9)V99.
               10  WS-SUM-CREDITS     PIC 9(9)V99.
       01  WS-SUMMARY-MAX         PIC 9(4) VALUE 1000.

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
           05 FILLER           PIC X(21) VALUE 'GL JOURNAL PROOF     '.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(6)  VALUE 'PAGE: '.
           05 RH-PAGE          PIC ZZ9.

       01  HEADING-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(9)  VALUE 'ACCOUNT'.
            05 FILLER           PIC X(27) VALUE 'ACCOUNT NAME'.
            05 FILLER           PIC X(10) VALUE 'SOURCE'.
            05 FILLER           PIC X(16) VALUE '         DEBIT'.
            05 FILLER           PIC X(16) VALUE '        CREDIT'.

       01  GROUP-HEADER-LINE.
           05 FILLER           PIC X(6)  VALUE 'DATE: '.
           05 GH-MONTH         PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 GH-DAY           PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 GH-YEAR          PIC 99.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 FILLER           PIC X(7)  VALUE 'STORE: '.
           05 GH-STORE         PIC 99.

       01  DETAIL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 DET-ACCOUNT      PIC 9(4).
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 DET-ACCOUNT-NAME PIC X(25).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-SOURCE       PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-DEBIT        PIC $$,$$$,$$9.99 BLANK WHEN ZERO.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DET-CREDIT       PIC $$,$$$,$$9.99 BLANK WHEN ZERO.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-FLAG         PIC X(20).

       01  ACCOUNT-TOTAL-LINE.
           05 FILLER           PIC X(14) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE 'ACCOUNT TOTAL: '.
           05 AT-ACCOUNT       PIC 9(4).
           05 FILLER           PIC X(17) VALUE SPACES.
           05 AT-DEBITS        PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AT-CREDITS       PIC $$$,$$$,$$9.99.

       01  GROUP-TOTAL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(18) VALUE 'STORE/DATE TOTAL: '.
           05 GT-STORE         PIC 99.
           05 FILLER           PIC X     VALUE SPACES.
           05 GT-MONTH         PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 GT-DAY           PIC 99.
           05 FILLER           PIC X     VALUE '/'.
           05 GT-YEAR          PIC 99.
           05 FILLER           PIC X(16) VALUE SPACES.
           05 GT-DEBITS        PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 GT-CREDITS       PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 GT-STATUS        PIC X(20).

       01  PROOF-TOTAL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(17) VALUE 'JOURNAL ENTRIES: '.
           05 PT-ENTRIES       PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(8)  VALUE 'DEBITS: '.
           05 PT-DEBITS        PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(9)  VALUE 'CREDITS: '.
           05 PT-CREDITS       PIC $$$,$$$,$$9.99.

       01  PROOF-EXCEPTION-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(28) VALUE
              'STORE/DATES OUT OF BALANCE: '.
           05 PE-UNBALANCED    PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(17) VALUE 'INVALID ENTRIES: '.
           05 PE-ERRORS        PIC ZZ,ZZ9.

       01  UPLOAD-RESULT-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 UR-MESSAGE       PIC X(40).
           05 UR-COUNT         PIC ZZ,ZZ9 BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-DATE FROM DATE.
           OPEN OUTPUT PRINTFILE.
           PERFORM 0150-PRINT-PAGE-HEADER.

           SORT SORTFILE
               ON ASCENDING KEY SRT-DATE
                                SRT-STORE-NUMBER
                                SRT-ACCOUNT
               INPUT PROCEDURE IS 0200-RELEASE-JOURNAL
               OUTPUT PROCEDURE IS 0400-PRINT-PROOF.

           PERFORM 0290-PRINT-TOTAL.
           IF WS-ENTRY-COUNT = ZERO
               MOVE 'NO JOURNAL ENTRIES TO PROVE' TO UR-MESSAGE
               MOVE ZERO TO UR-COUNT
           ELSE
               IF WS-UNBALANCED-COUNT = ZERO
                   AND WS-ERROR-COUNT = ZERO
                   PERFORM 0500-WRITE-UPLOAD
                   MOVE 'JOURNAL PROVED, UPLOAD ENTRIES WRITTEN: '
                       TO UR-MESSAGE
                   MOVE WS-UPLOAD-COUNT TO UR-COUNT
               ELSE
                   DISPLAY "** JOURNAL OUT OF BALANCE, "
                       "NO UPLOAD WRITTEN"
                   MOVE '** JOURNAL NOT PROVED, NO UPLOAD WRITTEN'
                       TO UR-MESSAGE
                   MOVE ZERO TO UR-COUNT
               END-IF
           END-IF.
           WRITE PRINT-RECORD FROM UPLOAD-RESULT-LINE
               AFTER ADVANCING 2 LINES.
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

       0200-RELEASE-JOURNAL.

           OPEN INPUT GLJOURNAL.
           IF WS-JRN-FILE-MISSING
               CONTINUE
           ELSE
               IF NOT WS-JRN-FILE-OK
                   DISPLAY "UNABLE TO OPEN PETGLJRNL, STATUS: "
                       WS-JRN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ GLJOURNAL
                   AT END SET ENDOFJOURNAL TO TRUE
               END-READ
               PERFORM UNTIL ENDOFJOURNAL
                   MOVE JOURNAL-RECORD TO SORT-RECORD
                   RELEASE SORT-RECORD
                   READ GLJOURNAL
                       AT END SET ENDOFJOURNAL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GLJOURNAL
           END-IF.

       0200-END.

       0400-PRINT-PROOF.

           PERFORM 0410-RETURN-SORTED-ENTRY.
           PERFORM 0420-PRINT-ONE-ENTRY
               UNTIL WS-END-OF-SORTED-JOURNAL.
           IF NOT WS-FIRST-GROUP
               PERFORM 0470-PRINT-ACCOUNT-TOTAL
               PERFORM 0480-PRINT-GROUP-TOTAL
           END-IF.

       0400-END.

       0410-RETURN-SORTED-ENTRY.

           RETURN SORTFILE
               AT END SET WS-END-OF-SORTED-JOURNAL TO TRUE
           END-RETURN.

       0410-END.

       0420-PRINT-ONE-ENTRY.

           IF WS-FIRST-GROUP
               MOVE 'N' TO WS-FIRST-GROUP-SW
               PERFORM 0430-START-GROUP
           ELSE
               IF SRT-DATE NOT = WS-PREV-DATE
                   OR SRT-STORE-NUMBER NOT = WS-PREV-STORE
                   PERFORM 0470-PRINT-ACCOUNT-TOTAL
                   PERFORM 0480-PRINT-GROUP-TOTAL
                   PERFORM 0430-START-GROUP
               ELSE
                   IF SRT-ACCOUNT NOT = WS-PREV-ACCOUNT
                       PERFORM 0470-PRINT-ACCOUNT-TOTAL
                   END-IF
               END-IF
           END-IF.
           MOVE SRT-ACCOUNT TO WS-PREV-ACCOUNT.

           MOVE SRT-ACCOUNT TO DET-ACCOUNT.
           MOVE SRT-SOURCE TO DET-SOURCE.
           MOVE SPACES TO DET-FLAG.
           SET WS-ACCT-IDX TO 1.
           SEARCH WS-ACCT-ENTRY
               AT END
                   MOVE SPACES TO DET-ACCOUNT-NAME
                   MOVE '** UNKNOWN ACCOUNT' TO DET-FLAG
                   ADD 1 TO WS-ERROR-COUNT
               WHEN WS-ACCT-CODE(WS-ACCT-IDX) = SRT-ACCOUNT
                   MOVE WS-ACCT-NAME(WS-ACCT-IDX) TO DET-ACCOUNT-NAME
           END-SEARCH.
           MOVE ZERO TO DET-DEBIT.
           MOVE ZERO TO DET-CREDIT.
           IF SRT-DEBIT
               MOVE SRT-AMOUNT TO DET-DEBIT
               ADD SRT-AMOUNT TO WS-ACCT-DEBITS
               ADD SRT-AMOUNT TO WS-GROUP-DEBITS
               ADD SRT-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               IF SRT-CREDIT
                   MOVE SRT-AMOUNT TO DET-CREDIT
                   ADD SRT-AMOUNT TO WS-ACCT-CREDITS
                   ADD SRT-AMOUNT TO WS-GROUP-CREDITS
                   ADD SRT-AMOUNT TO WS-TOTAL-CREDITS
               ELSE
                   MOVE '** INVALID DR/CR' TO DET-FLAG
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.
           WRITE PRINT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0238-COUNT-PRINT-LINE.
           ADD 1 TO WS-ENTRY-COUNT.

           PERFORM 0410-RETURN-SORTED-ENTRY.

       0420-END.

       0430-START-GROUP.

           MOVE SRT-DATE TO WS-PREV-DATE.
           MOVE SRT-STORE-NUMBER TO WS-PREV-STORE.
           MOVE SRT-DATE(3:2) TO GH-MONTH.
           MOVE SRT-DATE(5:2) TO GH-DAY.
           MOVE SRT-DATE(1:2) TO GH-YEAR.
           MOVE SRT-STORE-NUMBER TO GH-STORE.
           WRITE PRINT-RECORD FROM GROUP-HEADER-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 0238-COUNT-PRINT-LINE.
           PERFORM 0238-COUNT-PRINT-LINE.

       0430-END.

       0470-PRINT-ACCOUNT-TOTAL.

           MOVE WS-PREV-ACCOUNT TO AT-ACCOUNT.
           MOVE WS-ACCT-DEBITS TO AT-DEBITS.
           MOVE WS-ACCT-CREDITS TO AT-CREDITS.
           WRITE PRINT-RECORD FROM ACCOUNT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0238-COUNT-PRINT-LINE.

           IF WS-SUMMARY-COUNT < WS-SUMMARY-MAX
               ADD 1 TO WS-SUMMARY-COUNT
               SET WS-SUM-IDX TO WS-SUMMARY-COUNT
               MOVE WS-PREV-DATE TO WS-SUM-DATE(WS-SUM-IDX)
               MOVE WS-PREV-STORE TO WS-SUM-STORE(WS-SUM-IDX)
               MOVE WS-PREV-ACCOUNT TO WS-SUM-ACCOUNT(WS-SUM-IDX)
               MOVE WS-ACCT-DEBITS TO WS-SUM-DEBITS(WS-SUM-IDX)
               MOVE WS-ACCT-CREDITS TO WS-SUM-CREDITS(WS-SUM-IDX)
           ELSE
               DISPLAY "** WARNING: UPLOAD TABLE FULL AT "
                   WS-SUMMARY-MAX " ACCOUNT TOTALS"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           MOVE ZERO TO WS-ACCT-DEBITS.
           MOVE ZERO TO WS-ACCT-CREDITS.

       0470-END.

       0480-PRINT-GROUP-TOTAL.

           ADD 1 TO WS-GROUP-COUNT.
           MOVE WS-PREV-STORE TO GT-STORE.
           MOVE WS-PREV-DATE(3:2) TO GT-MONTH.
           MOVE WS-PREV-DATE(5:2) TO GT-DAY.
           MOVE WS-PREV-DATE(1:2) TO GT-YEAR.
           MOVE WS-GROUP-DEBITS TO GT-DEBITS.
           MOVE WS-GROUP-CREDITS TO GT-CREDITS.
           IF WS-GROUP-DEBITS = WS-GROUP-CREDITS
               MOVE 'BALANCED' TO GT-STATUS
           ELSE
               MOVE '** OUT OF BALANCE' TO GT-STATUS
               ADD 1 TO WS-UNBALANCED-COUNT
           END-IF.
           WRITE PRINT-RECORD FROM GROUP-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0238-COUNT-PRINT-LINE.
           MOVE ZERO TO WS-GROUP-DEBITS.
           MOVE ZERO TO WS-GROUP-CREDITS.

       0480-END.

       0238-COUNT-PRINT-LINE.

           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 0150-PRINT-PAGE-HEADER
           END-IF.

       0238-END.

       0290-PRINT-TOTAL.

           MOVE WS-ENTRY-COUNT TO PT-ENTRIES.
           MOVE WS-TOTAL-DEBITS TO PT-DEBITS.
           MOVE WS-TOTAL-CREDITS TO PT-CREDITS.
           WRITE PRINT-RECORD FROM PROOF-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-UNBALANCED-COUNT TO PE-UNBALANCED.
           MOVE WS-ERROR-COUNT TO PE-ERRORS.
           WRITE PRINT-RECORD FROM PROOF-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.

       0290-END.

       0500-WRITE-UPLOAD.

           OPEN OUTPUT UPLOADFILE.
           IF NOT WS-UPL-FILE-OK
               DISPLAY "UNABLE TO OPEN PETGLUPLOAD, STATUS: "
                   WS-UPL-STATUS
               CLOSE PRINTFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0510-WRITE-UPLOAD-ENTRY
               VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUMMARY-COUNT.
           CLOSE UPLOADFILE.

      *    The proved entries are now in the upload; empty the
      *    journal so tomorrow's postings start clean.
           OPEN OUTPUT GLJOURNAL.
           CLOSE GLJOURNAL.

       0500-END.

       0510-WRITE-UPLOAD-ENTRY.

           COMPUTE WS-NET-AMOUNT =
               WS-SUM-DEBITS(WS-SUM-IDX) - WS-SUM-CREDITS(WS-SUM-IDX).
           IF WS-NET-AMOUNT NOT = ZERO
               MOVE WS-SUM-DATE(WS-SUM-IDX) TO UPL-DATE
               MOVE WS-SUM-STORE(WS-SUM-IDX) TO UPL-STORE-NUMBER
               MOVE WS-SUM-ACCOUNT(WS-SUM-IDX) TO UPL-ACCOUNT
               IF WS-NET-AMOUNT > ZERO
                   MOVE 'D' TO UPL-DR-CR
                   MOVE WS-NET-AMOUNT TO UPL-AMOUNT
               ELSE
                   MOVE 'C' TO UPL-DR-CR
                   COMPUTE UPL-AMOUNT = 0 - WS-NET-AMOUNT
               END-IF
               WRITE UPLOAD-RECORD
               ADD 1 TO WS-UPLOAD-COUNT
           END-IF.

       0510-END.

          END PROGRAM PETGLPROOF.
