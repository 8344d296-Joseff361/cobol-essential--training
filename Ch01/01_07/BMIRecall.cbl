       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BMIRECALL".
       AUTHOR. JOSEFF361.
      *This program lists patients who are due to be called back
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMIPATIENT ASSIGN TO "BMIPATIENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-PATIENT-ID
               FILE STATUS IS WS-PATIENT-STATUS.
           SELECT BMIHISTORY ASSIGN TO "BMIHISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-PATIENT-ID
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RECALLSORT ASSIGN TO "BMIRECALL.TMP".
           SELECT RECALLMAIL ASSIGN TO "BMIRECALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.
           SELECT PRINTFILE ASSIGN TO "BMIRECALL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BMIPATIENT.
       01 PATIENT-RECORD.
           05 PAT-PATIENT-ID       PIC 9(5).
           05 PAT-LASTNAME         PIC X(15).
           05 PAT-FIRSTNAME        PIC X(15).
           05 PAT-BIRTH-DATE       PIC 9(8).
           05 PAT-SEX              PIC X.

       FD BMIHISTORY.
       01 HISTORY-RECORD.
           05 HIS-PATIENT-ID       PIC 9(5).
           05 HIS-VISIT-DATE       PIC 9(6).
           05 HIS-BMI              PIC 999V99.
           05 HIS-CATEGORY         PIC X(11).
               88 HIS-OBESE                 VALUE 'OBESE'.
           05 HIS-PERCENTILE       PIC 99V9.
           05 HIS-PRIOR-CATEGORY   PIC X(11).

      *Priority 1 to 3 are recalls, most urgent first; priority 9
      *holds the patients with no visit on file, listed on their own.
       SD RECALLSORT.
       01 RECALL-SORT-RECORD.
           05 RSR-PRIORITY         PIC 9.
               88 RSR-NEVER-VISITED         VALUE 9.
           05 RSR-LASTNAME         PIC X(15).
           05 RSR-FIRSTNAME        PIC X(15).
           05 RSR-PATIENT-ID       PIC 9(5).
           05 RSR-VISIT-DATE       PIC 9(6).
           05 RSR-BMI              PIC 999V99.
           05 RSR-CATEGORY         PIC X(11).
           05 RSR-PRIOR-CATEGORY   PIC X(11).
           05 RSR-DAYS-SINCE       PIC 9(5).
           05 RSR-REASON           PIC X(40).

      *One line per patient to be sent a reminder letter.
       FD RECALLMAIL.
       01 RECALL-MAIL-RECORD.
           05 MAIL-PATIENT-ID      PIC 9(5).
           05 MAIL-LASTNAME        PIC X(15).
           05 MAIL-FIRSTNAME       PIC X(15).
           05 MAIL-PRIORITY        PIC 9.
           05 MAIL-REASON          PIC X(40).

       FD PRINTFILE.
       01 PRINT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-CMD-ARGS              PIC X(4).
       01 WS-CMD-SHIFT             PIC X(4).

      *A visit older than this many days makes the patient overdue.
       01 WS-RECALL-FIELDS.
           05 WS-RECALL-DAYS       PIC 9(4)  VALUE 365.
           05 WS-TODAY-INT         PIC 9(7).
           05 WS-TODAY-CCYYMMDD    PIC 9(8).
           05 WS-VISIT-CCYYMMDD    PIC 9(8).
           05 WS-VISIT-INT         PIC 9(7).
           05 WS-DAYS-SINCE        PIC S9(5).
           05 WS-CURRENT-RANK      PIC 9.
           05 WS-PRIOR-RANK        PIC 9.
           05 WS-RANK-CATEGORY     PIC X(11).
           05 WS-RANK              PIC 9.

       01 WS-PATIENT-STATUS        PIC XX.
           88 WS-PATIENT-FILE-OK            VALUE '00'.

       01 WS-HISTORY-STATUS        PIC XX.
           88 WS-HISTORY-FILE-OK            VALUE '00'.
           88 WS-HISTORY-FOUND              VALUE '00'.
           88 WS-HISTORY-NOT-FOUND          VALUE '23'.
           88 WS-HISTORY-FILE-MISSING       VALUE '35'.

       01 WS-MAIL-STATUS           PIC XX.
           88 WS-MAIL-FILE-OK               VALUE '00'.

       01 WS-PATIENT-EOF-SW        PIC X     VALUE 'N'.
           88 WS-END-OF-PATIENTS            VALUE 'Y'.

       01 WS-SORT-EOF-SW           PIC X     VALUE 'N'.
           88 WS-END-OF-SORTED              VALUE 'Y'.

       01 WS-PREV-PRIORITY         PIC 9     VALUE ZERO.

       01 WS-RECALL-COUNTS.
           05 WS-PATIENT-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-WORSENED-COUNT    PIC 9(5)  VALUE ZERO.
           05 WS-OBESE-COUNT       PIC 9(5)  VALUE ZERO.
           05 WS-OVERDUE-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-NEVER-COUNT       PIC 9(5)  VALUE ZERO.
           05 WS-MAIL-COUNT        PIC 9(5)  VALUE ZERO.

       01 WS-DATE.
           05 WS-YEAR              PIC 99.
           05 WS-MONTH             PIC 99.
           05 WS-DAY               PIC 99.

       01 WS-SHOW-DATE.
           05 WS-SHOW-MONTH        PIC 99.
           05 FILLER               PIC X     VALUE '/'.
           05 WS-SHOW-DAY          PIC 99.
           05 FILLER               PIC X     VALUE '/'.
           05 WS-SHOW-YEAR         PIC 99.

       01 RECALL-HEADER-LINE.
           05 FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05 RHL-MONTH            PIC 99.
           05 FILLER               PIC X     VALUE '/'.
           05 RHL-DAY              PIC 99.
           05 FILLER               PIC X     VALUE '/'.
           05 RHL-YEAR             PIC 99.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 FILLER               PIC X(24) VALUE
              'PATIENT RECALL CALL LIST'.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 FILLER               PIC X(17) VALUE 'RECALL INTERVAL: '.
           05 RHL-DAYS             PIC ZZZ9.
           05 FILLER               PIC X(5)  VALUE ' DAYS'.

       01 SECTION-HEADING-LINE.
           05 SHL-TITLE            PIC X(40).

       01 RECALL-HEADING-LINE.
           05 FILLER               PIC X(7)  VALUE 'ID'.
           05 FILLER               PIC X(17) VALUE 'LAST NAME'.
           05 FILLER               PIC X(17) VALUE 'FIRST NAME'.
           05 FILLER               PIC X(12) VALUE 'LAST VISIT'.
           05 FILLER               PIC X(7)  VALUE 'DAYS'.
           05 FILLER               PIC X(8)  VALUE 'BMI'.
           05 FILLER               PIC X(13) VALUE 'CATEGORY'.
           05 FILLER               PIC X(40) VALUE 'REASON'.

       01 RECALL-DETAIL-LINE.
           05 RDL-PATIENT-ID       PIC 9(5).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RDL-LASTNAME         PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RDL-FIRSTNAME        PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RDL-VISIT-DATE       PIC X(8).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 RDL-DAYS             PIC ZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RDL-BMI              PIC ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RDL-CATEGORY         PIC X(11).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RDL-REASON           PIC X(40).

       01 NEVER-VISITED-LINE.
           05 NVL-PATIENT-ID       PIC 9(5).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 NVL-LASTNAME         PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 NVL-FIRSTNAME        PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(9)  VALUE 'NO VISITS'.

       01 RECALL-TOTAL-LINE.
           05 RTL-LABEL            PIC X(30).
           05 RTL-COUNT            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-START.
      *    The recall interval in days may be given on the command
      *    line; without one the clinic's yearly recall applies.
           ACCEPT WS-CMD-ARGS FROM COMMAND-LINE.
           IF WS-CMD-ARGS NOT = SPACES
               PERFORM 0110-EDIT-RECALL-DAYS
           END-IF.

           OPEN INPUT BMIPATIENT.
           IF NOT WS-PATIENT-FILE-OK
               DISPLAY "UNABLE TO OPEN BMIPATIENT.DAT, STATUS: "
                   WS-PATIENT-STATUS
               DISPLAY "RUN BMIPATMAINT TO BUILD THE PATIENT MASTER."
               STOP RUN
           END-IF.
           OPEN INPUT BMIHISTORY.
           IF WS-HISTORY-FILE-MISSING
               DISPLAY "NO BMIHISTORY.DAT, ALL PATIENTS SHOW NO VISITS"
           ELSE
               IF NOT WS-HISTORY-FILE-OK
                   DISPLAY "UNABLE TO OPEN BMIHISTORY.DAT, STATUS: "
                       WS-HISTORY-STATUS
                   CLOSE BMIPATIENT
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT RECALLMAIL.
           IF NOT WS-MAIL-FILE-OK
               DISPLAY "UNABLE TO OPEN BMIRECALL.DAT, STATUS: "
                   WS-MAIL-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINTFILE.
           ACCEPT WS-DATE FROM DATE.
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-YEAR * 10000
               + WS-MONTH * 100 + WS-DAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).

           MOVE WS-MONTH TO RHL-MONTH.
           MOVE WS-DAY TO RHL-DAY.
           MOVE WS-YEAR TO RHL-YEAR.
           MOVE WS-RECALL-DAYS TO RHL-DAYS.
           WRITE PRINT-RECORD FROM RECALL-HEADER-LINE
               AFTER ADVANCING PAGE.

           SORT RECALLSORT
               ON ASCENDING KEY RSR-PRIORITY
                                RSR-LASTNAME
                                RSR-FIRSTNAME
               INPUT PROCEDURE IS 0200-SELECT-PATIENTS
               OUTPUT PROCEDURE IS 0400-PRINT-CALL-LIST.

           PERFORM 0290-PRINT-TOTALS.

           IF NOT WS-HISTORY-FILE-MISSING
               CLOSE BMIHISTORY
           END-IF.
           CLOSE BMIPATIENT.
           CLOSE RECALLMAIL.
           CLOSE PRINTFILE.
           STOP RUN.
       0100-END.

       0110-EDIT-RECALL-DAYS.

      *    Keyed as digits only; slide them right and zero-fill so
      *    "90" reads 0090.
           PERFORM UNTIL WS-CMD-ARGS(4:1) NOT = SPACE
               MOVE WS-CMD-ARGS TO WS-CMD-SHIFT
               MOVE SPACES TO WS-CMD-ARGS
               MOVE WS-CMD-SHIFT(1:3) TO WS-CMD-ARGS(2:3)
           END-PERFORM.
           INSPECT WS-CMD-ARGS REPLACING LEADING SPACES BY ZEROS.
           IF WS-CMD-ARGS NUMERIC AND WS-CMD-ARGS NOT = '0000'
               MOVE WS-CMD-ARGS TO WS-RECALL-DAYS
           ELSE
               DISPLAY "** RECALL INTERVAL MUST BE 1-9999 DAYS, "
                   "USING " WS-RECALL-DAYS
           END-IF.

       0110-END.

       0200-SELECT-PATIENTS.

           PERFORM 0210-READ-PATIENT.
           PERFORM UNTIL WS-END-OF-PATIENTS
               ADD 1 TO WS-PATIENT-COUNT
               PERFORM 0220-CHECK-ONE-PATIENT
               PERFORM 0210-READ-PATIENT
           END-PERFORM.

       0200-END.

       0210-READ-PATIENT.

           READ BMIPATIENT NEXT RECORD
               AT END SET WS-END-OF-PATIENTS TO TRUE
           END-READ.

       0210-END.

       0220-CHECK-ONE-PATIENT.

           IF WS-HISTORY-FILE-MISSING
               SET WS-HISTORY-NOT-FOUND TO TRUE
           ELSE
               MOVE PAT-PATIENT-ID TO HIS-PATIENT-ID
               READ BMIHISTORY
                   INVALID KEY SET WS-HISTORY-NOT-FOUND TO TRUE
                   NOT INVALID KEY SET WS-HISTORY-FOUND TO TRUE
               END-READ
           END-IF.

           MOVE PAT-PATIENT-ID TO RSR-PATIENT-ID.
           MOVE PAT-LASTNAME TO RSR-LASTNAME.
           MOVE PAT-FIRSTNAME TO RSR-FIRSTNAME.
           MOVE ZERO TO RSR-PRIORITY.
           MOVE SPACES TO RSR-REASON.
           IF WS-HISTORY-NOT-FOUND
               MOVE 9 TO RSR-PRIORITY
               MOVE ZERO TO RSR-VISIT-DATE
               MOVE ZERO TO RSR-BMI
               MOVE SPACES TO RSR-CATEGORY
               MOVE SPACES TO RSR-PRIOR-CATEGORY
               MOVE ZERO TO RSR-DAYS-SINCE
               ADD 1 TO WS-NEVER-COUNT
           ELSE
               PERFORM 0230-CHECK-LAST-VISIT
           END-IF.
           IF RSR-PRIORITY NOT = ZERO
               RELEASE RECALL-SORT-RECORD
           END-IF.

       0220-END.

       0230-CHECK-LAST-VISIT.

           MOVE HIS-VISIT-DATE TO RSR-VISIT-DATE.
           MOVE HIS-BMI TO RSR-BMI.
           MOVE HIS-CATEGORY TO RSR-CATEGORY.
           MOVE HIS-PRIOR-CATEGORY TO RSR-PRIOR-CATEGORY.
           COMPUTE WS-VISIT-CCYYMMDD = 20000000 + HIS-VISIT-DATE.
           COMPUTE WS-VISIT-INT =
               FUNCTION INTEGER-OF-DATE(WS-VISIT-CCYYMMDD).
           COMPUTE WS-DAYS-SINCE = WS-TODAY-INT - WS-VISIT-INT.
           IF WS-DAYS-SINCE < ZERO
               MOVE ZERO TO WS-DAYS-SINCE
           END-IF.
           MOVE WS-DAYS-SINCE TO RSR-DAYS-SINCE.

      *    A patient may qualify more than one way; the most urgent
      *    reason sets the priority and goes on the letter.
           MOVE HIS-CATEGORY TO WS-RANK-CATEGORY.
           PERFORM 0240-RANK-CATEGORY.
           MOVE WS-RANK TO WS-CURRENT-RANK.
           MOVE HIS-PRIOR-CATEGORY TO WS-RANK-CATEGORY.
           PERFORM 0240-RANK-CATEGORY.
           MOVE WS-RANK TO WS-PRIOR-RANK.
           IF WS-CURRENT-RANK NOT = 9 AND WS-PRIOR-RANK NOT = 9
               AND WS-CURRENT-RANK > WS-PRIOR-RANK
               MOVE 1 TO RSR-PRIORITY
               STRING 'WORSENED FROM ' DELIMITED BY SIZE
                      HIS-PRIOR-CATEGORY DELIMITED BY SPACE
                      ' TO ' DELIMITED BY SIZE
                      HIS-CATEGORY DELIMITED BY SPACE
                   INTO RSR-REASON
               END-STRING
               ADD 1 TO WS-WORSENED-COUNT
           ELSE
               IF HIS-OBESE
                   MOVE 2 TO RSR-PRIORITY
                   MOVE 'CLASSIFIED OBESE' TO RSR-REASON
                   ADD 1 TO WS-OBESE-COUNT
               ELSE
                   IF WS-DAYS-SINCE > WS-RECALL-DAYS
                       MOVE 3 TO RSR-PRIORITY
                       MOVE HIS-VISIT-DATE(3:2) TO WS-SHOW-MONTH
                       MOVE HIS-VISIT-DATE(5:2) TO WS-SHOW-DAY
                       MOVE HIS-VISIT-DATE(1:2) TO WS-SHOW-YEAR
                       STRING 'OVERDUE, LAST VISIT ' DELIMITED BY SIZE
                              WS-SHOW-DATE DELIMITED BY SIZE
                           INTO RSR-REASON
                       END-STRING
                       ADD 1 TO WS-OVERDUE-COUNT
                   END-IF
               END-IF
           END-IF.

       0230-END.

       0240-RANK-CATEGORY.

      *    Healthy weight ranks best, then each step away from it.
      *    A visit that could not be rated is not compared.
           EVALUATE WS-RANK-CATEGORY
               WHEN 'NORMAL'
               WHEN 'HEALTHY'
                   MOVE 0 TO WS-RANK
               WHEN 'UNDERWEIGHT'
                   MOVE 1 TO WS-RANK
               WHEN 'OVERWEIGHT'
                   MOVE 2 TO WS-RANK
               WHEN 'OBESE'
                   MOVE 3 TO WS-RANK
               WHEN OTHER
                   MOVE 9 TO WS-RANK
           END-EVALUATE.

       0240-END.

       0400-PRINT-CALL-LIST.

           PERFORM 0410-RETURN-SORTED-RECORD.
           PERFORM UNTIL WS-END-OF-SORTED
               IF RSR-PRIORITY NOT = WS-PREV-PRIORITY
                   PERFORM 0420-PRINT-SECTION-HEADING
               END-IF
               IF RSR-NEVER-VISITED
                   PERFORM 0440-PRINT-NEVER-VISITED
               ELSE
                   PERFORM 0430-PRINT-RECALL
               END-IF
               PERFORM 0410-RETURN-SORTED-RECORD
           END-PERFORM.

       0400-END.

       0410-RETURN-SORTED-RECORD.

           RETURN RECALLSORT
               AT END SET WS-END-OF-SORTED TO TRUE
           END-RETURN.

       0410-END.

       0420-PRINT-SECTION-HEADING.

           MOVE RSR-PRIORITY TO WS-PREV-PRIORITY.
           EVALUATE RSR-PRIORITY
               WHEN 1
                   MOVE 'PRIORITY 1 - CATEGORY WORSENED'
                       TO SHL-TITLE
               WHEN 2
                   MOVE 'PRIORITY 2 - OBESE' TO SHL-TITLE
               WHEN 3
                   MOVE 'PRIORITY 3 - OVERDUE FOR A VISIT'
                       TO SHL-TITLE
               WHEN OTHER
                   MOVE 'PATIENTS WITH NO VISITS ON FILE'
                       TO SHL-TITLE
           END-EVALUATE.
           WRITE PRINT-RECORD FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM RECALL-HEADING-LINE
               AFTER ADVANCING 1 LINE.

       0420-END.

       0430-PRINT-RECALL.

           MOVE RSR-PATIENT-ID TO RDL-PATIENT-ID.
           MOVE RSR-LASTNAME TO RDL-LASTNAME.
           MOVE RSR-FIRSTNAME TO RDL-FIRSTNAME.
           MOVE RSR-VISIT-DATE(3:2) TO WS-SHOW-MONTH.
           MOVE RSR-VISIT-DATE(5:2) TO WS-SHOW-DAY.
           MOVE RSR-VISIT-DATE(1:2) TO WS-SHOW-YEAR.
           MOVE WS-SHOW-DATE TO RDL-VISIT-DATE.
           MOVE RSR-DAYS-SINCE TO RDL-DAYS.
           MOVE RSR-BMI TO RDL-BMI.
           MOVE RSR-CATEGORY TO RDL-CATEGORY.
           MOVE RSR-REASON TO RDL-REASON.
           WRITE PRINT-RECORD FROM RECALL-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE RSR-PATIENT-ID TO MAIL-PATIENT-ID.
           MOVE RSR-LASTNAME TO MAIL-LASTNAME.
           MOVE RSR-FIRSTNAME TO MAIL-FIRSTNAME.
           MOVE RSR-PRIORITY TO MAIL-PRIORITY.
           MOVE RSR-REASON TO MAIL-REASON.
           WRITE RECALL-MAIL-RECORD.
           ADD 1 TO WS-MAIL-COUNT.

       0430-END.

       0440-PRINT-NEVER-VISITED.

           MOVE RSR-PATIENT-ID TO NVL-PATIENT-ID.
           MOVE RSR-LASTNAME TO NVL-LASTNAME.
           MOVE RSR-FIRSTNAME TO NVL-FIRSTNAME.
           WRITE PRINT-RECORD FROM NEVER-VISITED-LINE
               AFTER ADVANCING 1 LINE.

       0440-END.

       0290-PRINT-TOTALS.

           MOVE 'PATIENTS ON MASTER:' TO RTL-LABEL.
           MOVE WS-PATIENT-COUNT TO RTL-COUNT.
           WRITE PRINT-RECORD FROM RECALL-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           DISPLAY RECALL-TOTAL-LINE.
           MOVE 'CATEGORY WORSENED:' TO RTL-LABEL.
           MOVE WS-WORSENED-COUNT TO RTL-COUNT.
           WRITE PRINT-RECORD FROM RECALL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           DISPLAY RECALL-TOTAL-LINE.
           MOVE 'OBESE:' TO RTL-LABEL.
           MOVE WS-OBESE-COUNT TO RTL-COUNT.
           WRITE PRINT-RECORD FROM RECALL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           DISPLAY RECALL-TOTAL-LINE.
           MOVE 'OVERDUE:' TO RTL-LABEL.
           MOVE WS-OVERDUE-COUNT TO RTL-COUNT.
           WRITE PRINT-RECORD FROM RECALL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           DISPLAY RECALL-TOTAL-LINE.
           MOVE 'NO VISITS ON FILE:' TO RTL-LABEL.
           MOVE WS-NEVER-COUNT TO RTL-COUNT.
           WRITE PRINT-RECORD FROM RECALL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           DISPLAY RECALL-TOTAL-LINE.
           MOVE 'REMINDER LETTERS EXTRACTED:' TO RTL-LABEL.
           MOVE WS-MAIL-COUNT TO RTL-COUNT.
           WRITE PRINT-RECORD FROM RECALL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           DISPLAY RECALL-TOTAL-LINE.

       0290-END.

       END PROGRAM BMIRECALL.
