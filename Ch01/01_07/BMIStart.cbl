               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-PATIENT-ID
               FILE STATUS IS WS-PATIENT-STATUS.
           SELECT BMIAGEREF ASSIGN TO "BMIAGEREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGEREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 HIS-VISIT-DATE       PIC 9(6).
           05 HIS-BMI              PIC 999V99.
           05 HIS-CATEGORY         PIC X(11).
           05 HIS-PERCENTILE       PIC 99V9.
           05 HIS-PRIOR-CATEGORY   PIC X(11).

       FD BMIPATIENT.
       01 PATIENT-RECORD.
           05 PAT-BIRTH-DATE       PIC 9(8).
           05 PAT-SEX              PIC X.

      *BMI-for-age reference, one row per sex and age in months, holding
      *the L (power), M (median) and S (variation) values published with
      *the growth charts. A patient's BMI gives a z-score from these.
       FD BMIAGEREF.
       01 AGEREF-RECORD.
           05 REF-SEX              PIC X.
           05 REF-AGE-MONTHS       PIC 999.
           05 REF-L                PIC S9V9(6) SIGN LEADING SEPARATE.
           05 REF-M                PIC 99V9(6).
           05 REF-S                PIC 9V9(6).

       WORKING-STORAGE SECTION.
       01 WEIGHT PIC 999.
       01 HEIGHT_INCHES PIC 999.
           88 WS-PATIENT-NOT-FOUND          VALUE '23'.
           88 WS-PATIENT-FILE-MISSING       VALUE '35'.

       01 WS-AGEREF-STATUS         PIC XX.
           88 WS-AGEREF-FILE-OK             VALUE '00'.
           88 WS-AGEREF-FILE-MISSING        VALUE '35'.

       01 WS-AGEREF-EOF-SW         PIC X     VALUE 'N'.
           88 WS-END-OF-AGEREF              VALUE 'Y'.

      *Reference rows by sex (1 = M, 2 = F) and age in months plus one.
      *The charts run from 24 months up to the 20th birthday.
       01 WS-AGEREF-TABLE.
           05 WS-REF-SEX-ENTRY     OCCURS 2 TIMES.
               10 WS-REF-MONTH-ENTRY OCCURS 240 TIMES.
                   15 WS-REF-LOADED-SW PIC X.
                       88 WS-REF-LOADED         VALUE 'Y'.
                   15 WS-REF-L     PIC S9V9(6).
                   15 WS-REF-M     PIC 99V9(6).
                   15 WS-REF-S     PIC 9V9(6).

       01 WS-AGEREF-FIELDS.
           05 WS-REF-SEX-SUB       PIC 9.
           05 WS-REF-MONTH-SUB     PIC 999.
           05 WS-AGEREF-COUNT      PIC 999   VALUE ZERO.
           05 WS-AGEREF-BAD-COUNT  PIC 999   VALUE ZERO.
           05 WS-PEDIATRIC-MONTHS  PIC 999   VALUE 240.
           05 WS-CHART-MIN-MONTHS  PIC 999   VALUE 24.

       01 WS-PERCENTILE-FIELDS.
           05 WS-LMS-L             PIC S9V9(6).
           05 WS-LMS-M             PIC 99V9(6).
           05 WS-LMS-S             PIC 9V9(6).
           05 WS-Z-RATIO           PIC 9(3)V9(9).
           05 WS-Z-POWER           PIC 9(5)V9(9).
           05 WS-Z-SCORE           PIC S99V9(6).
           05 WS-Z-ABS             PIC 99V9(6).
           05 WS-Z-T               PIC 9V9(9).
           05 WS-Z-HALF-SQUARE     PIC 9(4)V9(9).
           05 WS-Z-DENSITY         PIC 9V9(9).
           05 WS-Z-POLY            PIC S9V9(9).
           05 WS-Z-TAIL            PIC 9V9(9).
           05 WS-Z-CUMULATIVE      PIC 9V9(9).
           05 WS-PERCENTILE        PIC 999V9(4).
           05 WS-PERCENTILE-STORE  PIC 99V9.

       01 WS-AGE-FIELDS.
           05 WS-AGE-MONTHS        PIC S9(5).
           05 WS-AGE-GROUP-SW      PIC X     VALUE 'A'.
               88 WS-PEDIATRIC              VALUE 'P'.
               88 WS-ADULT                  VALUE 'A'.
           05 WS-BIRTH-CCYYMMDD    PIC 9(8).
           05 WS-BIRTH-PARTS REDEFINES WS-BIRTH-CCYYMMDD.
               10 WS-BIRTH-CCYY    PIC 9(4).
               10 WS-BIRTH-MM      PIC 99.
               10 WS-BIRTH-DD      PIC 99.
           05 WS-AGE-ON-CCYYMMDD   PIC 9(8).
           05 WS-AGE-ON-PARTS REDEFINES WS-AGE-ON-CCYYMMDD.
               10 WS-AGE-ON-CCYY   PIC 9(4).
               10 WS-AGE-ON-MM     PIC 99.
               10 WS-AGE-ON-DD     PIC 99.

       01 WS-PATIENT-FIELDS.
           05 WS-PATIENT-AGE       PIC 999.
           05 WS-TODAY-CCYYMMDD    PIC 9(8).
       01 WS-HISTORY-FIELDS.
           05 WS-PRIOR-BMI         PIC 999V99.
           05 WS-PRIOR-CATEGORY    PIC X(11).
               88 WS-PRIOR-HEALTHY-RANGE    VALUE 'NORMAL' 'HEALTHY'.
           05 WS-BMI-CHANGE        PIC S999V99.
           05 WS-PRIOR-SW          PIC X.
               88 WS-HAS-PRIOR              VALUE 'Y'.
       01 WS-CATEGORY              PIC X(11).
           88 WS-UNDERWEIGHT                 VALUE 'UNDERWEIGHT'.
           88 WS-NORMAL                      VALUE 'NORMAL'.
           88 WS-HEALTHY                     VALUE 'HEALTHY'.
           88 WS-HEALTHY-RANGE               VALUE 'NORMAL' 'HEALTHY'.
           88 WS-NOT-RATED                   VALUE 'NOT RATED'.
           88 WS-OVERWEIGHT                  VALUE 'OVERWEIGHT'.
           88 WS-OBESE                       VALUE 'OBESE'.

           05 WS-OVERWEIGHT-COUNT  PIC 999   VALUE ZERO.
           05 WS-OBESE-COUNT       PIC 999   VALUE ZERO.
           05 WS-PATIENT-COUNT     PIC 999   VALUE ZERO.
           05 WS-PEDIATRIC-COUNT   PIC 999   VALUE ZERO.
           05 WS-ADULT-COUNT       PIC 999   VALUE ZERO.
           05 WS-NOT-RATED-COUNT   PIC 999   VALUE ZERO.

       01 BATCH-DETAIL-LINE.
           05 BDL-PATIENT-NUM      PIC ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 BDL-CATEGORY         PIC X(11).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 BDL-PERCENTILE       PIC Z9.9 BLANK WHEN ZERO.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 BDL-PRIOR-BMI        PIC ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 BDL-CHANGE           PIC ZZ9.99-.
           05 FILLER               PIC X(20) VALUE 'UNDERWEIGHT: '.
           05 BSL-UNDERWEIGHT      PIC ZZ9.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 FILLER               PIC X(17) VALUE 'NORMAL/HEALTHY: '.
           05 BSL-NORMAL           PIC ZZ9.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 FILLER               PIC X(13) VALUE 'OVERWEIGHT: '.
           05 FILLER               PIC X(8)  VALUE 'OBESE: '.
           05 BSL-OBESE            PIC ZZ9.

       01 AGE-GROUP-SUMMARY-LINE.
           05 FILLER               PIC X(22) VALUE
              'PEDIATRIC (UNDER 20): '.
           05 BGL-PEDIATRIC        PIC ZZ9.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 FILLER               PIC X(9)  VALUE 'ADULT: '.
           05 BGL-ADULT            PIC ZZ9.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 FILLER               PIC X(13) VALUE 'NOT RATED: '.
           05 BGL-NOT-RATED        PIC ZZ9.

       01 BATCH-EXCEPTION-LINE.
           05 FILLER               PIC X(23) VALUE
              '** UNKNOWN PATIENT ID: '.
           05 FILLER               PIC X(5)  VALUE 'SEX'.
           05 FILLER               PIC X(12) VALUE 'LAST VISIT'.
           05 FILLER               PIC X(8)  VALUE 'BMI'.
           05 FILLER               PIC X(13) VALUE 'CATEGORY'.
           05 FILLER               PIC X(10) VALUE 'PCTILE'.

       01 ROSTER-DETAIL-LINE.
           05 RDL-PATIENT-ID       PIC 9(5).
           05 RDL-BMI              PIC ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RDL-CATEGORY         PIC X(11).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RDL-PERCENTILE       PIC Z9.9 BLANK WHEN ZERO.

       01 ROSTER-NO-VISIT-LINE.
           05 RNV-PATIENT-ID       PIC 9(5).

       0200-RUN-INTERACTIVE.

           SET WS-ADULT TO TRUE.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM UNTIL WS-INPUT-VALID
               DISPLAY "Enter your weight (in pounds): "
      *    Bounds are chosen so no accepted WEIGHT/HEIGHT_INCHES pair
      *    can drive BMI (PIC 999V99, max 999.99) past its capacity:
      *    worst case is 700 lbs at 48 inches, BMI 213.58.
      *    Patients under 20 may be smaller; their floor of 30 inches
      *    and 15 lbs still holds BMI to 546.78 at 700 lbs.
           MOVE 'Y' TO WS-VALID-SW.
           IF HEIGHT_INCHES = ZERO
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "Height cannot be zero."
           ELSE
               IF WS-PEDIATRIC
                   IF HEIGHT_INCHES < 30 OR HEIGHT_INCHES > 96
                       MOVE 'N' TO WS-VALID-SW
                       DISPLAY "Height must be between 30 and 96 "
                           "inches."
                   END-IF
               ELSE
                   IF HEIGHT_INCHES < 48 OR HEIGHT_INCHES > 96
                       MOVE 'N' TO WS-VALID-SW
                       DISPLAY "Height must be between 48 and 96 "
                           "inches."
                   END-IF
               END-IF
           END-IF.
           IF WEIGHT = ZERO
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "Weight cannot be zero."
           ELSE
               IF WS-PEDIATRIC
                   IF WEIGHT < 15 OR WEIGHT > 700
                       MOVE 'N' TO WS-VALID-SW
                       DISPLAY "Weight must be between 15 and 700 "
                           "pounds."
                   END-IF
               ELSE
                   IF WEIGHT < 50 OR WEIGHT > 700
                       MOVE 'N' TO WS-VALID-SW
                       DISPLAY "Weight must be between 50 and 700 "
                           "pounds."
                   END-IF
               END-IF
           END-IF.

      *    Metric bounds mirror 0250: no accepted kilogram/centimetre
      *    pair can push BMI (PIC 999V99, max 999.99) past capacity:
      *    worst case is 350 kg at 120 cm, BMI 243.06.
      *    Patients under 20 may be smaller; their floor of 75 cm and
      *    7 kg still holds BMI to 622.22 at 350 kg.
           MOVE 'Y' TO WS-VALID-SW.
           IF HEIGHT_INCHES = ZERO
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "Height cannot be zero."
           ELSE
               IF WS-PEDIATRIC
                   IF HEIGHT_INCHES < 75 OR HEIGHT_INCHES > 245
                       MOVE 'N' TO WS-VALID-SW
                       DISPLAY "Height must be between 75 and 245 cm."
                   END-IF
               ELSE
                   IF HEIGHT_INCHES < 120 OR HEIGHT_INCHES > 245
                       MOVE 'N' TO WS-VALID-SW
                       DISPLAY "Height must be between 120 and 245 cm."
                   END-IF
               END-IF
           END-IF.
           IF WEIGHT = ZERO
               MOVE 'N' TO WS-VALID-SW
               DISPLAY "Weight cannot be zero."
           ELSE
               IF WS-PEDIATRIC
                   IF WEIGHT < 7 OR WEIGHT > 350
                       MOVE 'N' TO WS-VALID-SW
                       DISPLAY "Weight must be between 7 and 350 kg."
                   END-IF
               ELSE
                   IF WEIGHT < 20 OR WEIGHT > 350
                       MOVE 'N' TO WS-VALID-SW
                       DISPLAY "Weight must be between 20 and 350 kg."
                   END-IF
               END-IF
           END-IF.

               CLOSE BMIHISTORY
               STOP RUN
           END-IF.
           PERFORM 0405-LOAD-AGE-REFERENCE.
           ACCEPT WS-VISIT-DATE FROM DATE.
           MOVE WS-VISIT-DATE TO WS-TODAY-YYMMDD.
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY-YYMMDD.
           PERFORM UNTIL WS-END-OF-BATCH
               PERFORM 0415-LOOKUP-PATIENT
               IF WS-PATIENT-FOUND
                   PERFORM 0425-COMPUTE-AGE
                   MOVE BATCH-WEIGHT TO WEIGHT
                   MOVE BATCH-HEIGHT TO HEIGHT_INCHES
                   IF BATCH-METRIC
           MOVE WS-OVERWEIGHT-COUNT TO BSL-OVERWEIGHT.
           MOVE WS-OBESE-COUNT TO BSL-OBESE.
           DISPLAY BATCH-SUMMARY-LINE.
           MOVE WS-PEDIATRIC-COUNT TO BGL-PEDIATRIC.
           MOVE WS-ADULT-COUNT TO BGL-ADULT.
           MOVE WS-NOT-RATED-COUNT TO BGL-NOT-RATED.
           DISPLAY AGE-GROUP-SUMMARY-LINE.
           MOVE WS-REJECTED-COUNT TO RCL-COUNT.
           DISPLAY REJECTED-COUNT-LINE.

       0400-END.

       0405-LOAD-AGE-REFERENCE.

      *    Without the reference the run goes on; patients under 20
      *    are then listed as NOT RATED rather than held to adult
      *    cut-offs.
           INITIALIZE WS-AGEREF-TABLE.
           OPEN INPUT BMIAGEREF.
           IF NOT WS-AGEREF-FILE-OK
               DISPLAY "** NO BMIAGEREF.DAT, STATUS: " WS-AGEREF-STATUS
                   ", PATIENTS UNDER 20 WILL NOT BE RATED"
           ELSE
               PERFORM 0406-READ-AGE-REFERENCE
               PERFORM UNTIL WS-END-OF-AGEREF
                   PERFORM 0407-STORE-AGE-REFERENCE
                   PERFORM 0406-READ-AGE-REFERENCE
               END-PERFORM
               CLOSE BMIAGEREF
               DISPLAY "BMI-FOR-AGE REFERENCE ROWS LOADED: "
                   WS-AGEREF-COUNT "  REJECTED: " WS-AGEREF-BAD-COUNT
           END-IF.

       0405-END.

       0406-READ-AGE-REFERENCE.

           READ BMIAGEREF
               AT END SET WS-END-OF-AGEREF TO TRUE
           END-READ.

       0406-END.

       0407-STORE-AGE-REFERENCE.

           IF (REF-SEX = 'M' OR REF-SEX = 'F')
               AND REF-AGE-MONTHS NUMERIC
               AND REF-AGE-MONTHS >= WS-CHART-MIN-MONTHS
               AND REF-AGE-MONTHS < WS-PEDIATRIC-MONTHS
               AND REF-L NUMERIC
               AND REF-M NUMERIC AND REF-M > ZERO
               AND REF-S NUMERIC AND REF-S > ZERO
               IF REF-SEX = 'M'
                   MOVE 1 TO WS-REF-SEX-SUB
               ELSE
                   MOVE 2 TO WS-REF-SEX-SUB
               END-IF
               COMPUTE WS-REF-MONTH-SUB = REF-AGE-MONTHS + 1
               MOVE 'Y' TO
                   WS-REF-LOADED-SW(WS-REF-SEX-SUB, WS-REF-MONTH-SUB)
               MOVE REF-L TO WS-REF-L(WS-REF-SEX-SUB, WS-REF-MONTH-SUB)
               MOVE REF-M TO WS-REF-M(WS-REF-SEX-SUB, WS-REF-MONTH-SUB)
               MOVE REF-S TO WS-REF-S(WS-REF-SEX-SUB, WS-REF-MONTH-SUB)
               ADD 1 TO WS-AGEREF-COUNT
           ELSE
               ADD 1 TO WS-AGEREF-BAD-COUNT
               DISPLAY "** BAD BMIAGEREF ROW: " AGEREF-RECORD
           END-IF.

       0407-END.

       0410-READ-BATCH-RECORD.

           READ BMIBATCHFILE
           MOVE WS-PATIENT-COUNT TO BDL-PATIENT-NUM.
           MOVE BATCH-PATIENT-ID TO BDL-PATIENT-ID.
           MOVE PAT-LASTNAME TO BDL-LASTNAME.
           MOVE WS-PATIENT-AGE TO BDL-AGE.
           MOVE WEIGHT TO BDL-WEIGHT.
           MOVE HEIGHT_INCHES TO BDL-HEIGHT.
           MOVE BMI TO BDL-BMI.
           MOVE WS-CATEGORY TO BDL-CATEGORY.
           MOVE WS-PERCENTILE-STORE TO BDL-PERCENTILE.
           IF WS-HAS-PRIOR
               MOVE WS-PRIOR-BMI TO BDL-PRIOR-BMI
               COMPUTE WS-BMI-CHANGE = BMI - WS-PRIOR-BMI
               MOVE WS-BMI-CHANGE TO BDL-CHANGE
      *        Turning 20 moves HEALTHY to NORMAL; that is the same
      *        band under the adult name, not a change.
               IF WS-PRIOR-CATEGORY NOT = WS-CATEGORY
                   AND NOT (WS-PRIOR-HEALTHY-RANGE
                            AND WS-HEALTHY-RANGE)
                   MOVE '** CATEGORY CHANGE' TO BDL-TREND-NOTE
               ELSE
                   MOVE SPACES TO BDL-TREND-NOTE

       0420-END.

       0425-COMPUTE-AGE.

      *    Age in whole months on the visit date; the month is not
      *    complete until the day of the month of birth is reached.
           MOVE PAT-BIRTH-DATE TO WS-BIRTH-CCYYMMDD.
           MOVE WS-TODAY-CCYYMMDD TO WS-AGE-ON-CCYYMMDD.
           COMPUTE WS-AGE-MONTHS =
               (WS-AGE-ON-CCYY - WS-BIRTH-CCYY) * 12
               + WS-AGE-ON-MM - WS-BIRTH-MM.
           IF WS-AGE-ON-DD < WS-BIRTH-DD
               SUBTRACT 1 FROM WS-AGE-MONTHS
           END-IF.
           IF WS-AGE-MONTHS < ZERO
               MOVE ZERO TO WS-AGE-MONTHS
           END-IF.
           COMPUTE WS-PATIENT-AGE = WS-AGE-MONTHS / 12.
           IF WS-AGE-MONTHS < WS-PEDIATRIC-MONTHS
               SET WS-PEDIATRIC TO TRUE
           ELSE
               SET WS-ADULT TO TRUE
           END-IF.

       0425-END.

       0440-READ-PATIENT-HISTORY.

           MOVE 'N' TO WS-PRIOR-SW.
           MOVE WS-VISIT-DATE TO HIS-VISIT-DATE.
           MOVE BMI TO HIS-BMI.
           MOVE WS-CATEGORY TO HIS-CATEGORY.
           MOVE WS-PERCENTILE-STORE TO HIS-PERCENTILE.
           IF WS-HAS-PRIOR
               MOVE WS-PRIOR-CATEGORY TO HIS-PRIOR-CATEGORY
           ELSE
               MOVE SPACES TO HIS-PRIOR-CATEGORY
           END-IF.
           IF WS-HAS-PRIOR
               REWRITE HISTORY-RECORD
                   INVALID KEY

       0430-CLASSIFY-BMI.

           MOVE ZERO TO WS-PERCENTILE-STORE.
           IF WS-PEDIATRIC
               ADD 1 TO WS-PEDIATRIC-COUNT
               PERFORM 0432-CLASSIFY-BMI-FOR-AGE
           ELSE
               ADD 1 TO WS-ADULT-COUNT
               PERFORM 0431-CLASSIFY-ADULT-BMI
           END-IF.

       0430-END.

       0431-CLASSIFY-ADULT-BMI.

           IF BMI < 18.5
               SET WS-UNDERWEIGHT TO TRUE
               ADD 1 TO WS-UNDERWEIGHT-COUNT
               END-IF
           END-IF.

       0431-END.

       0432-CLASSIFY-BMI-FOR-AGE.

      *    The charts cover boys and girls from 24 months; a patient
      *    outside them, or with no row loaded, is not rated.
           MOVE ZERO TO WS-REF-SEX-SUB.
           IF PAT-SEX = 'M'
               MOVE 1 TO WS-REF-SEX-SUB
           END-IF.
           IF PAT-SEX = 'F'
               MOVE 2 TO WS-REF-SEX-SUB
           END-IF.
           COMPUTE WS-REF-MONTH-SUB = WS-AGE-MONTHS + 1.
           IF WS-REF-SEX-SUB = ZERO
               OR WS-AGE-MONTHS < WS-CHART-MIN-MONTHS
               SET WS-NOT-RATED TO TRUE
           ELSE
               IF NOT WS-REF-LOADED(WS-REF-SEX-SUB, WS-REF-MONTH-SUB)
                   SET WS-NOT-RATED TO TRUE
               ELSE
                   PERFORM 0433-COMPUTE-PERCENTILE
               END-IF
           END-IF.
           IF WS-NOT-RATED
               ADD 1 TO WS-NOT-RATED-COUNT
           ELSE
               IF WS-PERCENTILE < 5
                   SET WS-UNDERWEIGHT TO TRUE
                   ADD 1 TO WS-UNDERWEIGHT-COUNT
               ELSE
                   IF WS-PERCENTILE < 85
                       SET WS-HEALTHY TO TRUE
                       ADD 1 TO WS-NORMAL-COUNT
                   ELSE
                       IF WS-PERCENTILE < 95
                           SET WS-OVERWEIGHT TO TRUE
                           ADD 1 TO WS-OVERWEIGHT-COUNT
                       ELSE
                           SET WS-OBESE TO TRUE
                           ADD 1 TO WS-OBESE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0432-END.

       0433-COMPUTE-PERCENTILE.

      *    z = ((BMI / M) ** L - 1) / (L * S), or ln(BMI / M) / S
      *    when L is zero. The percentile is the normal distribution
      *    at z, by the usual five-term polynomial approximation.
      *    Each step is kept to one operation so no intermediate
      *    result loses its decimal places.
           MOVE WS-REF-L(WS-REF-SEX-SUB, WS-REF-MONTH-SUB) TO WS-LMS-L.
           MOVE WS-REF-M(WS-REF-SEX-SUB, WS-REF-MONTH-SUB) TO WS-LMS-M.
           MOVE WS-REF-S(WS-REF-SEX-SUB, WS-REF-MONTH-SUB) TO WS-LMS-S.
           DIVIDE BMI BY WS-LMS-M GIVING WS-Z-RATIO ROUNDED.
           IF WS-LMS-L = ZERO
               COMPUTE WS-Z-SCORE ROUNDED = FUNCTION LOG(WS-Z-RATIO)
           ELSE
               COMPUTE WS-Z-POWER ROUNDED = WS-Z-RATIO ** WS-LMS-L
               SUBTRACT 1 FROM WS-Z-POWER GIVING WS-Z-POLY ROUNDED
               DIVIDE WS-Z-POLY BY WS-LMS-L GIVING WS-Z-SCORE ROUNDED
           END-IF.
           DIVIDE WS-LMS-S INTO WS-Z-SCORE ROUNDED.
           IF WS-Z-SCORE < ZERO
               COMPUTE WS-Z-ABS = 0 - WS-Z-SCORE
           ELSE
               MOVE WS-Z-SCORE TO WS-Z-ABS
           END-IF.
           COMPUTE WS-Z-T ROUNDED = 0.2316419 * WS-Z-ABS.
           ADD 1 TO WS-Z-T.
           DIVIDE WS-Z-T INTO 1 GIVING WS-Z-T ROUNDED.
           COMPUTE WS-Z-HALF-SQUARE ROUNDED =
               WS-Z-ABS * WS-Z-ABS / 2.
           COMPUTE WS-Z-DENSITY ROUNDED =
               FUNCTION EXP(0 - WS-Z-HALF-SQUARE) * 0.3989422804.
           COMPUTE WS-Z-POLY ROUNDED = WS-Z-T * 1.330274429
               - 1.821255978.
           COMPUTE WS-Z-POLY ROUNDED = WS-Z-POLY * WS-Z-T
               + 1.781477937.
           COMPUTE WS-Z-POLY ROUNDED = WS-Z-POLY * WS-Z-T
               - 0.356563782.
           COMPUTE WS-Z-POLY ROUNDED = WS-Z-POLY * WS-Z-T
               + 0.319381530.
           COMPUTE WS-Z-TAIL ROUNDED = WS-Z-POLY * WS-Z-T.
           COMPUTE WS-Z-TAIL ROUNDED = WS-Z-TAIL * WS-Z-DENSITY.
           IF WS-Z-SCORE < ZERO
               MOVE WS-Z-TAIL TO WS-Z-CUMULATIVE
           ELSE
               COMPUTE WS-Z-CUMULATIVE = 1 - WS-Z-TAIL
           END-IF.
           COMPUTE WS-PERCENTILE = WS-Z-CUMULATIVE * 100.
      *    Stored to one place, kept off 0 and 100 so a stored zero
      *    always means an adult visit.
           COMPUTE WS-PERCENTILE-STORE ROUNDED = WS-PERCENTILE
               ON SIZE ERROR MOVE 99.9 TO WS-PERCENTILE-STORE
           END-COMPUTE.
           IF WS-PERCENTILE-STORE < 0.1
               MOVE 0.1 TO WS-PERCENTILE-STORE
           END-IF.
           IF WS-PERCENTILE-STORE > 99.9
               MOVE 99.9 TO WS-PERCENTILE-STORE
           END-IF.

       0433-END.

       0500-RUN-ROSTER.

       0520-ROSTER-ONE-PATIENT.

           ADD 1 TO WS-ROSTER-COUNT.
           PERFORM 0425-COMPUTE-AGE.
           MOVE 'N' TO WS-PRIOR-SW.
           IF NOT WS-HISTORY-FILE-MISSING
               MOVE PAT-PATIENT-ID TO HIS-PATIENT-ID
               MOVE HIS-VISIT-DATE(5:2) TO RDL-VISIT-DAY
               MOVE HIS-BMI TO RDL-BMI
               MOVE HIS-CATEGORY TO RDL-CATEGORY
               MOVE HIS-PERCENTILE TO RDL-PERCENTILE
               DISPLAY ROSTER-DETAIL-LINE
           ELSE
               MOVE PAT-PATIENT-ID TO RNV-PATIENT-ID
