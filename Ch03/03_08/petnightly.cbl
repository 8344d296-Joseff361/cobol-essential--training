       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETNIGHTLY.

      *    Nightly batch driver. Runs the store batch stream in a
      *    fixed order, checks each step's completion code and the
      *    PETRUNCTL.DAT state it should leave behind, and logs every
      *    step to PETBATCHLOG.DAT. PETBATCHCTL.DAT remembers the last
      *    step completed, so rerunning after a failure skips the
      *    steps that finished and restarts at the one that failed.
      *    Pass NEW on the command line to start a fresh run anyway.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BATCHCTLFILE ASSIGN TO "PETBATCHCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BCT-STATUS.
       SELECT BATCHLOGFILE ASSIGN TO "PETBATCHLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       SELECT RUNCTLFILE ASSIGN TO "PETRUNCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
       SELECT PETSALESFILE ASSIGN TO "PETSTORESALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-STATUS.
       SELECT PETXFER ASSIGN TO "PETXFER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-STATUS.
       SELECT PETRECEIPTS ASSIGN TO "PETRECEIPTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-STATUS.
       SELECT PRICECHGFILE ASSIGN TO "PETPRICECHG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-STATUS.
       SELECT PAYMENTSFILE ASSIGN TO "PETARPAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-STATUS.
       SELECT PETINVSNAP ASSIGN TO "PETINVSNAP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-STATUS.
       SELECT PETREORDER ASSIGN TO "PETREORDER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-STATUS.
       SELECT PRINTFILE ASSIGN TO "PETNIGHTLY.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BATCHCTLFILE.
       01 BATCHCTL-RECORD.
           05 BCT-RUN-ID             PIC 9(12).
           05 BCT-ATTEMPT            PIC 99.
           05 BCT-LAST-STEP          PIC 99.
           05 BCT-STATUS             PIC X.
               88 BCT-RUN-ACTIVE               VALUE 'A'.
               88 BCT-RUN-FAILED               VALUE 'F'.
               88 BCT-RUN-COMPLETE             VALUE 'C'.

      *    One record per step per attempt. Steps skipped on a
      *    restart are logged with result S so the log shows every
      *    attempt in full.
       FD BATCHLOGFILE.
       01 BATCHLOG-RECORD.
           88 ENDOFBATCHLOG VALUE HIGH-VALUES.
           05 LOG-RUN-ID             PIC 9(12).
           05 LOG-ATTEMPT            PIC 99.
           05 LOG-STEP               PIC 99.
           05 LOG-PROGRAM            PIC X(18).
           05 LOG-START-DATE         PIC 9(6).
           05 LOG-START-TIME         PIC 9(6).
           05 LOG-END-DATE           PIC 9(6).
           05 LOG-END-TIME           PIC 9(6).
           05 LOG-COUNT              PIC 9(7).
           05 LOG-COUNT-STATUS       PIC XX.
           05 LOG-COMPLETION-CODE    PIC 9(4).
           05 LOG-CTL-STATE          PIC X.
           05 LOG-RESULT             PIC X.
               88 LOG-STEP-COMPLETED           VALUE 'C'.
               88 LOG-STEP-FAILED              VALUE 'F'.
               88 LOG-STEP-SKIPPED             VALUE 'S'.

       FD RUNCTLFILE.
       01 RUNCTL-RECORD.
           05 CTL-STATE              PIC X.

      *    The step transaction files are only counted here, so each
      *    is read as a plain line.
       FD PETSALESFILE.
       01 SALES-LINE                 PIC X(300).
       FD PETXFER.
       01 XFER-LINE                  PIC X(300).
       FD PETRECEIPTS.
       01 RECEIPT-LINE               PIC X(300).
       FD PRICECHGFILE.
       01 PRICECHG-LINE              PIC X(300).
       FD PAYMENTSFILE.
       01 PAYMENT-LINE               PIC X(300).
       FD PETINVSNAP.
       01 SNAPSHOT-LINE              PIC X(300).
       FD PETREORDER.
       01 REORDER-LINE               PIC X(300).

       FD PRINTFILE.
       01 PRINT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      *    The nightly stream. The snapshot has to come before sales
      *    posting, and the reconcile has to follow sales and
      *    transfers but come before receiving, because the reconcile
      *    accounts for sales, transfers and count adjustments only.
      *    Each entry: step, program, description, command, the
      *    PETRUNCTL state required before the step, the state it must
      *    leave behind, the file counted (1 sales, 2 transfers,
      *    3 receipts, 4 price changes, 5 payments, 6 snapshot,
      *    7 reorders) and whether it is counted before or after.
       01  WS-STEP-VALUES.
           05  FILLER PIC 99     VALUE 01.
           05  FILLER PIC X(18)  VALUE 'PETSTORERECON'.
           05  FILLER PIC X(20)  VALUE 'INVENTORY SNAPSHOT'.
           05  FILLER PIC X(24)  VALUE './petstorerecon 1'.
           05  FILLER PIC X(4)   VALUE ' S6A'.
           05  FILLER PIC 99     VALUE 02.
           05  FILLER PIC X(18)  VALUE 'PETSTORECHALLENGE'.
           05  FILLER PIC X(20)  VALUE 'SALES POSTING'.
           05  FILLER PIC X(24)  VALUE './petstorechallenge'.
           05  FILLER PIC X(4)   VALUE 'SP1B'.
           05  FILLER PIC 99     VALUE 03.
           05  FILLER PIC X(18)  VALUE 'PETSTOREXFER'.
           05  FILLER PIC X(20)  VALUE 'STORE TRANSFERS'.
           05  FILLER PIC X(24)  VALUE './petstorexfer'.
           05  FILLER PIC X(4)   VALUE '  2B'.
           05  FILLER PIC 99     VALUE 04.
           05  FILLER PIC X(18)  VALUE 'PETSTORERECON'.
           05  FILLER PIC X(20)  VALUE 'INVENTORY RECONCILE'.
           05  FILLER PIC X(24)  VALUE './petstorerecon 2'.
           05  FILLER PIC X(4)   VALUE 'PR6A'.
           05  FILLER PIC 99     VALUE 05.
           05  FILLER PIC X(18)  VALUE 'PETSTORERECEIVING'.
           05  FILLER PIC X(20)  VALUE 'VENDOR RECEIPTS'.
           05  FILLER PIC X(24)  VALUE './petstorereceiving'.
           05  FILLER PIC X(4)   VALUE '  3B'.
           05  FILLER PIC 99     VALUE 06.
           05  FILLER PIC X(18)  VALUE 'PETPRICEAPPLY'.
           05  FILLER PIC X(20)  VALUE 'PRICE CHANGES'.
           05  FILLER PIC X(24)  VALUE './petpriceapply'.
           05  FILLER PIC X(4)   VALUE '  4B'.
           05  FILLER PIC 99     VALUE 07.
           05  FILLER PIC X(18)  VALUE 'PETSTOREREORDER'.
           05  FILLER PIC X(20)  VALUE 'REORDER'.
           05  FILLER PIC X(24)  VALUE './petstorereorder'.
           05  FILLER PIC X(4)   VALUE '  7A'.
           05  FILLER PIC 99     VALUE 08.
           05  FILLER PIC X(18)  VALUE 'PETARPOST'.
           05  FILLER PIC X(20)  VALUE 'AR PAYMENTS'.
           05  FILLER PIC X(24)  VALUE './petarpost'.
           05  FILLER PIC X(4)   VALUE '  5B'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
           05  WS-STEP-ENTRY OCCURS 8 TIMES
               INDEXED BY WS-STEP-IDX.
               10  WS-STEP-NUMBER     PIC 99.
               10  WS-STEP-PROGRAM    PIC X(18).
               10  WS-STEP-DESC       PIC X(20).
               10  WS-STEP-COMMAND    PIC X(24).
               10  WS-STEP-STATE-BEFORE PIC X.
               10  WS-STEP-STATE-AFTER PIC X.
               10  WS-STEP-COUNT-FILE PIC 9.
               10  WS-STEP-COUNT-WHEN PIC X.
                   88  WS-COUNT-BEFORE         VALUE 'B'.
                   88  WS-COUNT-AFTER          VALUE 'A'.
       01  WS-STEP-MAX            PIC 99 VALUE 8.

       01  WS-FIELDS.
           05  WS-RUN-ID          PIC 9(12) VALUE ZEROS.
           05  WS-ATTEMPT         PIC 99 VALUE ZERO.
           05  WS-LAST-STEP       PIC 99 VALUE ZERO.
           05  WS-TIME-NOW        PIC 9(8).
           05  WS-TODAY-YYMMDD    PIC 9(6).
           05  WS-STEP-START-DATE PIC 9(6).
           05  WS-STEP-START-TIME PIC 9(6).
           05  WS-STEP-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-STEP-CC         PIC 9(4) VALUE ZERO.
           05  WS-SYSTEM-RC       PIC S9(9) COMP VALUE ZERO.
           05  WS-FAILED-STEP     PIC 99 VALUE ZERO.
           05  WS-RUN-COUNT       PIC 99 VALUE ZERO.
           05  WS-SKIP-COUNT      PIC 99 VALUE ZERO.
           05  WS-DONE-COUNT      PIC 99 VALUE ZERO.
           05  WS-SUB             PIC 99 VALUE ZERO.

       01  WS-CMD-ARGS            PIC X(20) VALUE SPACES.
           88  WS-CMD-NEW-RUN               VALUE 'NEW' 'new'.

       01  WS-STEP-FAILED-SW      PIC X VALUE 'N'.
           88  WS-STEP-FAILED               VALUE 'Y'.

       01  WS-RUN-STATE           PIC X VALUE SPACE.

      *    Completion codes set by the driver itself when a step is
      *    failed without, or in spite of, the program's own code.
       01  WS-CC-STATE-AFTER      PIC 9(4) VALUE 12.
       01  WS-CC-STATE-BEFORE     PIC 9(4) VALUE 16.
       01  WS-CC-NOT-STARTED      PIC 9(4) VALUE 9999.

       01  WS-STEP-DONE-TABLE.
           05  WS-STEP-DONE       PIC X OCCURS 8 TIMES.

       01  WS-BCT-STATUS          PIC XX.
           88  WS-BCT-FILE-OK               VALUE '00'.
           88  WS-BCT-FILE-MISSING          VALUE '35'.

       01  WS-LOG-STATUS          PIC XX.
           88  WS-LOG-FILE-OK               VALUE '00'.
           88  WS-LOG-FILE-MISSING          VALUE '35'.

       01  WS-RUNCTL-STATUS       PIC XX.
           88  WS-RUNCTL-FILE-OK            VALUE '00'.

       01  WS-CNT-STATUS          PIC XX.
           88  WS-CNT-FILE-OK               VALUE '00'.
           88  WS-CNT-FILE-MISSING          VALUE '35'.

       01  WS-CNT-EOF-SW          PIC X VALUE 'N'.
           88  WS-END-OF-COUNT-FILE         VALUE 'Y'.

       01  WS-DATE.
           05  WS-YEAR PIC 99.
           05  WS-MONTH PIC 99.
           05  WS-DAY   PIC 99.

       01  WS-PRINT-DATE.
           05  WS-PRINT-MONTH     PIC 99.
           05  WS-PRINT-DAY       PIC 99.
           05  WS-PRINT-YEAR      PIC 99.
       01  WS-PRINT-MMDDYY REDEFINES WS-PRINT-DATE PIC 9(6).

       01  WS-PRINT-TIME.
           05  WS-PRINT-HOUR      PIC 99.
           05  FILLER             PIC X VALUE ':'.
           05  WS-PRINT-MINUTE    PIC 99.
           05  FILLER             PIC X VALUE ':'.
           05  WS-PRINT-SECOND    PIC 99.

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
           05 FILLER           PIC X(21) VALUE 'NIGHTLY BATCH SUMMARY'.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(6)  VALUE 'PAGE: '.
           05 RH-PAGE          PIC ZZ9.

       01  RUN-ID-LINE.
           05 FILLER           PIC X(8)  VALUE 'RUN ID: '.
           05 RI-RUN-ID        PIC 9(12).
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'ATTEMPTS: '.
           05 RI-ATTEMPTS      PIC Z9.

       01  HEADING-LINE.
            05 FILLER           PIC X(5)  VALUE 'STEP'.
            05 FILLER           PIC X(19) VALUE 'PROGRAM'.
            05 FILLER           PIC X(21) VALUE 'DESCRIPTION'.
            05 FILLER           PIC X(5)  VALUE 'TRY'.
            05 FILLER           PIC X(15) VALUE 'STARTED'.
            05 FILLER           PIC X(15) VALUE 'ENDED'.
            05 FILLER           PIC X(10) VALUE '    COUNT'.
            05 FILLER           PIC X(5)  VALUE 'FS'.
            05 FILLER           PIC X(6)  VALUE '  CC'.
            05 FILLER           PIC X(4)  VALUE 'CTL'.
            05 FILLER           PIC X(9)  VALUE 'RESULT'.

       01  DETAIL-LINE.
           05 DET-STEP         PIC Z9.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DET-PROGRAM      PIC X(18).
           05 FILLER           PIC X     VALUE SPACES.
           05 DET-DESC         PIC X(20).
           05 FILLER           PIC X     VALUE SPACES.
           05 DET-ATTEMPT      PIC Z9.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DET-START-DATE   PIC 99/99/99.
           05 FILLER           PIC X     VALUE SPACES.
           05 DET-START-TIME   PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-END-DATE     PIC 99/99/99 BLANK WHEN ZERO.
           05 FILLER           PIC X     VALUE SPACES.
           05 DET-END-TIME     PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-COUNT        PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-COUNT-STATUS PIC XX.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-CC           PIC ZZZ9.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DET-CTL-STATE    PIC X.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-RESULT       PIC X(9).

       01  SUMMARY-COUNT-LINE.
           05 FILLER           PIC X(17) VALUE 'STEPS COMPLETED: '.
           05 SC-DONE          PIC Z9.
           05 FILLER           PIC X(4)  VALUE ' OF '.
           05 SC-MAX           PIC Z9.

       01  SUMMARY-RESULT-LINE.
           05 FILLER           PIC X(12) VALUE 'RUN STATUS: '.
           05 SR-MESSAGE       PIC X(60).

       01  SUMMARY-FAILED-MESSAGE.
           05 FILLER           PIC X(23) VALUE
              '** FAILED, RESTART AT '.
           05 SF-STEP          PIC Z9.
           05 FILLER           PIC X     VALUE SPACES.
           05 SF-PROGRAM       PIC X(18).

       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-CMD-ARGS FROM COMMAND-LINE.
           ACCEPT WS-DATE FROM DATE.
           PERFORM 0200-LOAD-BATCH-CONTROL.

           OPEN EXTEND BATCHLOGFILE.
           IF WS-LOG-FILE-MISSING
               OPEN OUTPUT BATCHLOGFILE
           END-IF.
           IF NOT WS-LOG-FILE-OK
               DISPLAY "UNABLE TO OPEN PETBATCHLOG, STATUS: "
                   WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0300-RUN-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-MAX
                  OR WS-STEP-FAILED.
           CLOSE BATCHLOGFILE.

           IF WS-STEP-FAILED
               MOVE 'F' TO WS-RUN-STATE
           ELSE
               MOVE 'C' TO WS-RUN-STATE
           END-IF.
           PERFORM 0290-SAVE-BATCH-CONTROL.

           PERFORM 0600-PRINT-SUMMARY.

           IF WS-STEP-FAILED
               DISPLAY "** NIGHTLY RUN " WS-RUN-ID " FAILED AT STEP "
                   WS-FAILED-STEP ", RERUN PETNIGHTLY TO RESTART"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "NIGHTLY RUN " WS-RUN-ID " COMPLETE, STEPS RUN: "
                   WS-RUN-COUNT " SKIPPED: " WS-SKIP-COUNT
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.
       0100-END.

      *    A run that did not complete is picked up where it stopped,
      *    under the same run id. Anything else starts a new run.
       0200-LOAD-BATCH-CONTROL.

           OPEN INPUT BATCHCTLFILE.
           IF WS-BCT-FILE-OK
               READ BATCHCTLFILE
                   AT END MOVE 'C' TO BCT-STATUS
               END-READ
               CLOSE BATCHCTLFILE
           ELSE
               IF NOT WS-BCT-FILE-MISSING
                   DISPLAY "UNABLE TO OPEN PETBATCHCTL, STATUS: "
                       WS-BCT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'C' TO BCT-STATUS
           END-IF.

           IF NOT BCT-RUN-COMPLETE AND NOT WS-CMD-NEW-RUN
               MOVE BCT-RUN-ID TO WS-RUN-ID
               MOVE BCT-LAST-STEP TO WS-LAST-STEP
               COMPUTE WS-ATTEMPT = BCT-ATTEMPT + 1
               DISPLAY "RESTARTING NIGHTLY RUN " WS-RUN-ID
                   " AFTER STEP " WS-LAST-STEP
                   ", ATTEMPT " WS-ATTEMPT
           ELSE
               IF NOT BCT-RUN-COMPLETE
                   DISPLAY "** NEW RUN REQUESTED, INCOMPLETE RUN "
                       BCT-RUN-ID " ABANDONED AFTER STEP "
                       BCT-LAST-STEP
               END-IF
               ACCEPT WS-TODAY-YYMMDD FROM DATE
               ACCEPT WS-TIME-NOW FROM TIME
               COMPUTE WS-RUN-ID =
                   WS-TODAY-YYMMDD * 1000000 + WS-TIME-NOW / 100
               MOVE ZERO TO WS-LAST-STEP
               MOVE 1 TO WS-ATTEMPT
               DISPLAY "STARTING NIGHTLY RUN " WS-RUN-ID
           END-IF.
           MOVE 'A' TO WS-RUN-STATE.
           PERFORM 0290-SAVE-BATCH-CONTROL.

       0200-END.

      *    Rewritten after every step so an interrupted driver still
      *    knows how far the stream got.
       0290-SAVE-BATCH-CONTROL.

           OPEN OUTPUT BATCHCTLFILE.
           IF NOT WS-BCT-FILE-OK
               DISPLAY "UNABLE TO WRITE PETBATCHCTL, STATUS: "
                   WS-BCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-ID TO BCT-RUN-ID.
           MOVE WS-ATTEMPT TO BCT-ATTEMPT.
           MOVE WS-LAST-STEP TO BCT-LAST-STEP.
           MOVE WS-RUN-STATE TO BCT-STATUS.
           WRITE BATCHCTL-RECORD.
           CLOSE BATCHCTLFILE.

       0290-END.

       0300-RUN-STEP.

           ACCEPT WS-STEP-START-DATE FROM DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-STEP-START-TIME.
           MOVE ZERO TO WS-STEP-COUNT.
           MOVE ZERO TO WS-STEP-CC.
           MOVE SPACES TO WS-CNT-STATUS.

           IF WS-STEP-NUMBER(WS-STEP-IDX) NOT > WS-LAST-STEP
               PERFORM 0450-READ-RUN-CONTROL
               MOVE 'S' TO LOG-RESULT
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "STEP " WS-STEP-NUMBER(WS-STEP-IDX) " "
                   WS-STEP-PROGRAM(WS-STEP-IDX)
                   " ALREADY COMPLETE, SKIPPED"
           ELSE
               PERFORM 0400-EXECUTE-STEP
           END-IF.

           MOVE WS-RUN-ID TO LOG-RUN-ID.
           MOVE WS-ATTEMPT TO LOG-ATTEMPT.
           MOVE WS-STEP-NUMBER(WS-STEP-IDX) TO LOG-STEP.
           MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO LOG-PROGRAM.
           MOVE WS-STEP-START-DATE TO LOG-START-DATE.
           MOVE WS-STEP-START-TIME TO LOG-START-TIME.
           IF LOG-STEP-SKIPPED
               MOVE ZERO TO LOG-END-DATE
               MOVE ZERO TO LOG-END-TIME
           ELSE
               ACCEPT LOG-END-DATE FROM DATE
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-NOW(1:6) TO LOG-END-TIME
           END-IF.
           MOVE WS-STEP-COUNT TO LOG-COUNT.
           MOVE WS-CNT-STATUS TO LOG-COUNT-STATUS.
           MOVE WS-STEP-CC TO LOG-COMPLETION-CODE.
           MOVE CTL-STATE TO LOG-CTL-STATE.
           WRITE BATCHLOG-RECORD.
           IF NOT WS-LOG-FILE-OK
               DISPLAY "** UNABLE TO WRITE PETBATCHLOG, STATUS: "
                   WS-LOG-STATUS
           END-IF.

           IF LOG-STEP-COMPLETED
               MOVE WS-STEP-NUMBER(WS-STEP-IDX) TO WS-LAST-STEP
               PERFORM 0290-SAVE-BATCH-CONTROL
           END-IF.

       0300-END.

       0400-EXECUTE-STEP.

           DISPLAY "STEP " WS-STEP-NUMBER(WS-STEP-IDX) " "
               WS-STEP-PROGRAM(WS-STEP-IDX) " "
               WS-STEP-DESC(WS-STEP-IDX) " STARTED".
           MOVE 'C' TO LOG-RESULT.
           IF WS-COUNT-BEFORE(WS-STEP-IDX)
               PERFORM 0500-COUNT-STEP-FILE
           END-IF.

           IF WS-STEP-STATE-BEFORE(WS-STEP-IDX) NOT = SPACE
               PERFORM 0450-READ-RUN-CONTROL
               IF CTL-STATE NOT = WS-STEP-STATE-BEFORE(WS-STEP-IDX)
                   DISPLAY "** PETRUNCTL STATE IS '" CTL-STATE
                       "', STEP NEEDS '"
                       WS-STEP-STATE-BEFORE(WS-STEP-IDX)
                       "', STEP NOT STARTED"
                   MOVE WS-CC-STATE-BEFORE TO WS-STEP-CC
                   MOVE 'F' TO LOG-RESULT
               END-IF
           END-IF.

      *    The shell hands back the program's exit status in the
      *    high-order byte of the wait status, so the completion code
      *    is the return code divided by 256.
           IF LOG-STEP-COMPLETED
               CALL "SYSTEM" USING WS-STEP-COMMAND(WS-STEP-IDX)
               MOVE RETURN-CODE TO WS-SYSTEM-RC
               MOVE ZERO TO RETURN-CODE
               IF WS-SYSTEM-RC < ZERO
                   MOVE WS-CC-NOT-STARTED TO WS-STEP-CC
               ELSE
                   DIVIDE WS-SYSTEM-RC BY 256 GIVING WS-STEP-CC
                   IF WS-STEP-CC = ZERO AND WS-SYSTEM-RC NOT = ZERO
                       MOVE WS-CC-NOT-STARTED TO WS-STEP-CC
                   END-IF
               END-IF
               IF WS-STEP-CC NOT = ZERO
                   DISPLAY "** STEP " WS-STEP-NUMBER(WS-STEP-IDX)
                       " ENDED WITH COMPLETION CODE " WS-STEP-CC
                   MOVE 'F' TO LOG-RESULT
               END-IF
           END-IF.

           PERFORM 0450-READ-RUN-CONTROL.
           IF LOG-STEP-COMPLETED
               AND WS-STEP-STATE-AFTER(WS-STEP-IDX) NOT = SPACE
               AND CTL-STATE NOT = WS-STEP-STATE-AFTER(WS-STEP-IDX)
               DISPLAY "** PETRUNCTL STATE IS '" CTL-STATE
                   "', EXPECTED '" WS-STEP-STATE-AFTER(WS-STEP-IDX)
                   "' AFTER STEP"
               MOVE WS-CC-STATE-AFTER TO WS-STEP-CC
               MOVE 'F' TO LOG-RESULT
           END-IF.

           IF WS-COUNT-AFTER(WS-STEP-IDX)
               PERFORM 0500-COUNT-STEP-FILE
           END-IF.

           IF LOG-STEP-COMPLETED
               ADD 1 TO WS-RUN-COUNT
               DISPLAY "STEP " WS-STEP-NUMBER(WS-STEP-IDX)
                   " COMPLETE, RECORDS: " WS-STEP-COUNT
           ELSE
               MOVE 'Y' TO WS-STEP-FAILED-SW
               MOVE WS-STEP-NUMBER(WS-STEP-IDX) TO WS-FAILED-STEP
               MOVE 'F' TO WS-RUN-STATE
           END-IF.

       0400-END.

       0450-READ-RUN-CONTROL.

           OPEN INPUT RUNCTLFILE.
           IF WS-RUNCTL-FILE-OK
               READ RUNCTLFILE
                   AT END MOVE SPACE TO CTL-STATE
               END-READ
               CLOSE RUNCTLFILE
           ELSE
               MOVE SPACE TO CTL-STATE
           END-IF.

       0450-END.

      *    A transaction file that is not there counts as zero and
      *    its status is logged; the step itself decides whether that
      *    is an error.
       0500-COUNT-STEP-FILE.

           MOVE ZERO TO WS-STEP-COUNT.
           MOVE 'N' TO WS-CNT-EOF-SW.
           EVALUATE WS-STEP-COUNT-FILE(WS-STEP-IDX)
               WHEN 1
                   PERFORM 0510-COUNT-SALES
               WHEN 2
                   PERFORM 0520-COUNT-TRANSFERS
               WHEN 3
                   PERFORM 0530-COUNT-RECEIPTS
               WHEN 4
                   PERFORM 0540-COUNT-PRICE-CHANGES
               WHEN 5
                   PERFORM 0550-COUNT-PAYMENTS
               WHEN 6
                   PERFORM 0560-COUNT-SNAPSHOT
               WHEN 7
                   PERFORM 0570-COUNT-REORDERS
           END-EVALUATE.

       0500-END.

       0510-COUNT-SALES.

           OPEN INPUT PETSALESFILE.
           IF WS-CNT-FILE-OK
               PERFORM UNTIL WS-END-OF-COUNT-FILE
                   READ PETSALESFILE
                       AT END MOVE 'Y' TO WS-CNT-EOF-SW
                       NOT AT END ADD 1 TO WS-STEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE PETSALESFILE
               MOVE '00' TO WS-CNT-STATUS
           END-IF.

       0510-END.

       0520-COUNT-TRANSFERS.

           OPEN INPUT PETXFER.
           IF WS-CNT-FILE-OK
               PERFORM UNTIL WS-END-OF-COUNT-FILE
                   READ PETXFER
                       AT END MOVE 'Y' TO WS-CNT-EOF-SW
                       NOT AT END ADD 1 TO WS-STEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE PETXFER
               MOVE '00' TO WS-CNT-STATUS
           END-IF.

       0520-END.

       0530-COUNT-RECEIPTS.

           OPEN INPUT PETRECEIPTS.
           IF WS-CNT-FILE-OK
               PERFORM UNTIL WS-END-OF-COUNT-FILE
                   READ PETRECEIPTS
                       AT END MOVE 'Y' TO WS-CNT-EOF-SW
                       NOT AT END ADD 1 TO WS-STEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE PETRECEIPTS
               MOVE '00' TO WS-CNT-STATUS
           END-IF.

       0530-END.

       0540-COUNT-PRICE-CHANGES.

           OPEN INPUT PRICECHGFILE.
           IF WS-CNT-FILE-OK
               PERFORM UNTIL WS-END-OF-COUNT-FILE
                   READ PRICECHGFILE
                       AT END MOVE 'Y' TO WS-CNT-EOF-SW
                       NOT AT END ADD 1 TO WS-STEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE PRICECHGFILE
               MOVE '00' TO WS-CNT-STATUS
           END-IF.

       0540-END.

       0550-COUNT-PAYMENTS.

           OPEN INPUT PAYMENTSFILE.
           IF WS-CNT-FILE-OK
               PERFORM UNTIL WS-END-OF-COUNT-FILE
                   READ PAYMENTSFILE
                       AT END MOVE 'Y' TO WS-CNT-EOF-SW
                       NOT AT END ADD 1 TO WS-STEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE PAYMENTSFILE
               MOVE '00' TO WS-CNT-STATUS
           END-IF.

       0550-END.

       0560-COUNT-SNAPSHOT.

           OPEN INPUT PETINVSNAP.
           IF WS-CNT-FILE-OK
               PERFORM UNTIL WS-END-OF-COUNT-FILE
                   READ PETINVSNAP
                       AT END MOVE 'Y' TO WS-CNT-EOF-SW
                       NOT AT END ADD 1 TO WS-STEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE PETINVSNAP
               MOVE '00' TO WS-CNT-STATUS
           END-IF.

       0560-END.

       0570-COUNT-REORDERS.

           OPEN INPUT PETREORDER.
           IF WS-CNT-FILE-OK
               PERFORM UNTIL WS-END-OF-COUNT-FILE
                   READ PETREORDER
                       AT END MOVE 'Y' TO WS-CNT-EOF-SW
                       NOT AT END ADD 1 TO WS-STEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE PETREORDER
               MOVE '00' TO WS-CNT-STATUS
           END-IF.

       0570-END.

      *    The morning summary lists every log record for this run,
      *    all attempts, and says whether the night finished.
       0600-PRINT-SUMMARY.

           OPEN OUTPUT PRINTFILE.
           PERFORM 0650-PRINT-PAGE-HEADER.
           MOVE SPACES TO WS-STEP-DONE-TABLE.

           OPEN INPUT BATCHLOGFILE.
           IF NOT WS-LOG-FILE-OK
               DISPLAY "UNABLE TO READ PETBATCHLOG, STATUS: "
                   WS-LOG-STATUS
           ELSE
               READ BATCHLOGFILE
                   AT END SET ENDOFBATCHLOG TO TRUE
               END-READ
               PERFORM UNTIL ENDOFBATCHLOG
                   IF LOG-RUN-ID = WS-RUN-ID
                       PERFORM 0620-PRINT-LOG-LINE
                   END-IF
                   READ BATCHLOGFILE
                       AT END SET ENDOFBATCHLOG TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BATCHLOGFILE
           END-IF.

           MOVE ZERO TO WS-DONE-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-MAX
               IF WS-STEP-DONE(WS-SUB) = 'Y'
                   ADD 1 TO WS-DONE-COUNT
               END-IF
           END-PERFORM.
           MOVE WS-DONE-COUNT TO SC-DONE.
           MOVE WS-STEP-MAX TO SC-MAX.
           WRITE PRINT-RECORD FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           IF WS-STEP-FAILED
               MOVE WS-FAILED-STEP TO SF-STEP
               MOVE WS-STEP-PROGRAM(WS-FAILED-STEP) TO SF-PROGRAM
               MOVE SUMMARY-FAILED-MESSAGE TO SR-MESSAGE
           ELSE
               MOVE 'COMPLETE, ALL STEPS ENDED NORMALLY' TO SR-MESSAGE
           END-IF.
           WRITE PRINT-RECORD FROM SUMMARY-RESULT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE PRINTFILE.

       0600-END.

       0620-PRINT-LOG-LINE.

           IF WS-LINE-COUNT > WS-MAX-LINES
               PERFORM 0650-PRINT-PAGE-HEADER
           END-IF.
           MOVE LOG-STEP TO DET-STEP.
           MOVE LOG-PROGRAM TO DET-PROGRAM.
           MOVE SPACES TO DET-DESC.
           IF LOG-STEP > ZERO AND LOG-STEP NOT > WS-STEP-MAX
               MOVE WS-STEP-DESC(LOG-STEP) TO DET-DESC
           END-IF.
           MOVE LOG-ATTEMPT TO DET-ATTEMPT.
           MOVE LOG-START-DATE(3:2) TO WS-PRINT-MONTH.
           MOVE LOG-START-DATE(5:2) TO WS-PRINT-DAY.
           MOVE LOG-START-DATE(1:2) TO WS-PRINT-YEAR.
           MOVE WS-PRINT-MMDDYY TO DET-START-DATE.
           MOVE LOG-START-TIME(1:2) TO WS-PRINT-HOUR.
           MOVE LOG-START-TIME(3:2) TO WS-PRINT-MINUTE.
           MOVE LOG-START-TIME(5:2) TO WS-PRINT-SECOND.
           MOVE WS-PRINT-TIME TO DET-START-TIME.
           IF LOG-END-DATE = ZERO
               MOVE ZERO TO DET-END-DATE
               MOVE SPACES TO DET-END-TIME
           ELSE
               MOVE LOG-END-DATE(3:2) TO WS-PRINT-MONTH
               MOVE LOG-END-DATE(5:2) TO WS-PRINT-DAY
               MOVE LOG-END-DATE(1:2) TO WS-PRINT-YEAR
               MOVE WS-PRINT-MMDDYY TO DET-END-DATE
               MOVE LOG-END-TIME(1:2) TO WS-PRINT-HOUR
               MOVE LOG-END-TIME(3:2) TO WS-PRINT-MINUTE
               MOVE LOG-END-TIME(5:2) TO WS-PRINT-SECOND
               MOVE WS-PRINT-TIME TO DET-END-TIME
           END-IF.
           MOVE LOG-COUNT TO DET-COUNT.
           MOVE LOG-COUNT-STATUS TO DET-COUNT-STATUS.
           MOVE LOG-COMPLETION-CODE TO DET-CC.
           MOVE LOG-CTL-STATE TO DET-CTL-STATE.
           EVALUATE TRUE
               WHEN LOG-STEP-COMPLETED
                   MOVE 'COMPLETED' TO DET-RESULT
                   IF LOG-STEP > ZERO AND LOG-STEP NOT > WS-STEP-MAX
                       MOVE 'Y' TO WS-STEP-DONE(LOG-STEP)
                   END-IF
               WHEN LOG-STEP-FAILED
                   MOVE '** FAILED' TO DET-RESULT
               WHEN LOG-STEP-SKIPPED
                   MOVE 'SKIPPED' TO DET-RESULT
               WHEN OTHER
                   MOVE LOG-RESULT TO DET-RESULT
           END-EVALUATE.
           WRITE PRINT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       0620-END.

       0650-PRINT-PAGE-HEADER.

           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-MONTH TO RH-MONTH.
           MOVE WS-DAY TO RH-DAY.
           MOVE WS-YEAR TO RH-YEAR.
           MOVE WS-PAGE-NUM TO RH-PAGE.
           WRITE PRINT-RECORD FROM REPORT-HEADER-LINE
               AFTER ADVANCING PAGE.
           MOVE WS-RUN-ID TO RI-RUN-ID.
           MOVE WS-ATTEMPT TO RI-ATTEMPTS.
           WRITE PRINT-RECORD FROM RUN-ID-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO WS-LINE-COUNT.

       0650-END.

          END PROGRAM PETNIGHTLY.
