       IDENTIFICATION DIVISION.
       PROGRAM-ID. QAMNT.
      *----------------------------------------------------------------*
      * PROGRAM:  QAMNT                                                *
      * PURPOSE:  APPLY REVIEWER SIGN-OFF TRANSACTIONS AGAINST THE QA  *
      *           FILE, THE SAME TRANSACTION-DRIVEN CYCLE APPRMNT RUNS *
      *           FOR AWARD APPROVALS. EVERY AWARD THE RECALCULATION   *
      *           SAMPLE (CALCQA) DREW IS SIGNED OFF BY A REVIEWER AS  *
      *           CONFIRMED CORRECT, AN ERROR CONFIRMED (WITH ITS      *
      *           DOLLAR AMOUNT) OR A DIFFERENCE EXPLAINED. THE        *
      *           REVIEWER MUST BE ACTIVE ON THE ADJUSTER MASTER AND   *
      *           MAY NOT BE THE ADJUSTER WHO HANDLED THE CLAIM. A     *
      *           LATER SIGN-OFF REPLACES AN EARLIER ONE AND THE LOG   *
      *           SHOWS WHAT IT REPLACED.                              *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. TRANSACTION PROCESSING (MODELED ON APPRMNT)                 *
      * 5. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - TRANSACTION-FILE: One sign-off per line:                     *
      *     R,CYCLE,SOURCE,CLAIM-ID,REVIEWER-ID,OUTCOME,AMOUNT,NOTE    *
      *   SOURCE C calculated / R restated, as on the QA report;       *
      *   OUTCOME C confirmed correct, E error confirmed, X            *
      *   difference explained; AMOUNT (10 digits, 2 implied           *
      *   decimals) is the confirmed dollar error, for E only, and     *
      *   defaults to the present-value difference the sample found;   *
      *   NOTE is free text, required for X                            *
      * - QA-FILE: The sampled awards, keyed by cycle/source/claim     *
      * - ADJUSTER-FILE: The adjuster master, for the reviewer's       *
      *                  status                                        *
      * - MAINT-LOG-FILE: One line per transaction recording what was  *
      *                   applied or why it was rejected               *
      *----------------------------------------------------------------*
           SELECT TRANSACTION-FILE ASSIGN TO "data/QAMNT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT QA-FILE ASSIGN TO "data/QAFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS QA-KEY
           FILE STATUS IS QAFILE-STATUS.

           SELECT ADJUSTER-FILE ASSIGN TO "data/ADJFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADJ-ID
           FILE STATUS IS ADJFILE-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "data/QAMNT_LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD       PIC X(120).

      * One record per sampled award, keyed by cycle, source (C from
      * the calculated results, R a restatement) and claim. Result A
      * agrees within tolerance / D differs. Review status P pending,
      * C confirmed correct, E error confirmed, X difference explained
      * (not an error). QA-ERROR-AMOUNT is the dollar error the
      * reviewer confirms.
       FD QA-FILE.
       01 QA-RECORD.
          05 QA-KEY.
             10 QA-CYCLE           PIC 9(6).
             10 QA-SOURCE          PIC X(1).
             10 QA-CLAIM-ID        PIC X(12).
          05 QA-RUN-DATE           PIC 9(8).
          05 QA-STRATUM            PIC X(1).
          05 QA-ADJUSTER-ID        PIC X(4).
          05 QA-STORED-TOTAL       PIC 9(7)V99.
          05 QA-STORED-MONTHLY     PIC 9(7)V99.
          05 QA-STORED-PV          PIC 9(8)V99.
          05 QA-RECALC-TOTAL       PIC 9(7)V99.
          05 QA-RECALC-MONTHLY     PIC 9(7)V99.
          05 QA-RECALC-PV          PIC 9(8)V99.
          05 QA-RECALC-RESULT      PIC X(1).
          05 QA-DIFF-REASON        PIC X(30).
          05 QA-REVIEW-STATUS      PIC X(1).
          05 QA-REVIEWER-ID        PIC X(4).
          05 QA-REVIEW-DATE        PIC 9(8).
          05 QA-ERROR-AMOUNT       PIC 9(8)V99.
          05 QA-REVIEW-NOTE        PIC X(40).
          05 FILLER                PIC X(10).

       FD ADJUSTER-FILE.
       01 ADJUSTER-RECORD.
          05 ADJ-ID                PIC X(4).
          05 ADJ-NAME              PIC X(30).
          05 ADJ-REGIONS           PIC X(15).
          05 ADJ-CLAIM-TYPES       PIC X(10).
          05 ADJ-AUTHORITY-LEVEL   PIC 9(1).
          05 ADJ-CAPACITY          PIC 9(4).
          05 ADJ-STATUS            PIC X(1).

       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-TRAN-FIELDS: One transaction parsed off its input line    *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 TRAN-STATUS           PIC X(2).
          05 QAFILE-STATUS         PIC X(2).
          05 ADJFILE-STATUS        PIC X(2).
          05 LOG-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-TRAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 TRAN-END-OF-FILE   VALUE 'Y'.
          05 WS-TRAN-REJECT-SW     PIC X(1) VALUE 'N'.
             88 TRAN-REJECTED      VALUE 'Y'.
             88 TRAN-NOT-REJECTED  VALUE 'N'.

       01 WS-TRAN-FIELDS.
          05 WS-TRAN-ACTION        PIC X(1).
             88 TRAN-REVIEW        VALUE 'R'.
          05 WS-TRAN-CYCLE-CHARS   PIC X(6).
          05 WS-TRAN-CYCLE REDEFINES WS-TRAN-CYCLE-CHARS PIC 9(6).
          05 WS-TRAN-SOURCE        PIC X(1).
             88 TRAN-SOURCE-VALID  VALUE 'C' 'R'.
          05 WS-TRAN-CLAIM-ID      PIC X(12).
          05 WS-TRAN-REVIEWER-ID   PIC X(4).
          05 WS-TRAN-OUTCOME       PIC X(1).
             88 OUTCOME-CORRECT    VALUE 'C'.
             88 OUTCOME-ERROR      VALUE 'E'.
             88 OUTCOME-EXPLAINED  VALUE 'X'.
          05 WS-TRAN-AMOUNT-CHARS  PIC X(10).
          05 WS-TRAN-AMOUNT REDEFINES WS-TRAN-AMOUNT-CHARS
                                   PIC 9(8)V99.
          05 WS-TRAN-NOTE          PIC X(40).

       01 WS-PRIOR-REVIEW.
          05 WS-PRIOR-STATUS       PIC X(1).
          05 WS-PRIOR-REVIEWER-ID  PIC X(4).
       01 WS-PV-DIFFERENCE         PIC S9(9)V99.

       01 WS-RUN-DATE              PIC 9(8).

       01 WS-LOG-DETAIL.
          05 WS-LOG-ACTION         PIC X(1).
          05 WS-LOG-KEY            PIC X(12).
          05 WS-LOG-TEXT           PIC X(60).
       01 WS-LOG-OUTCOME-TEXT      PIC X(60).

       01 WS-CONTROL-TOTALS.
          05 WS-TRANS-READ         PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-APPLIED      PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-REJECTED     PIC 9(5) COMP VALUE ZERO.
          05 WS-CONFIRMED-CORRECT  PIC 9(5) COMP VALUE ZERO.
          05 WS-CONFIRMED-ERRORS   PIC 9(5) COMP VALUE ZERO.
          05 WS-DIFFS-EXPLAINED    PIC 9(5) COMP VALUE ZERO.
          05 WS-REVIEWS-REPLACED   PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files                                              *
      * 2. Apply every transaction                                     *
      * 3. Report run totals and close down                            *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-TRANSACTIONS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS. THERE IS NOTHING TO SIGN  *
      * OFF UNTIL THE RECALCULATION SAMPLE HAS RUN, SO A MISSING QA    *
      * FILE IS AN ERROR HERE, NOT A FIRST RUN.                        *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT TRANSACTION-FILE.
           IF TRAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSACTION FILE: ' TRAN-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT MAINT-LOG-FILE.
           IF LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINTENANCE LOG FILE: ' LOG-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O QA-FILE.
           IF QAFILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING QA FILE: ' QAFILE-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT ADJUSTER-FILE.
           IF ADJFILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ADJUSTER FILE: ' ADJFILE-STATUS
              PERFORM 900-TERMINATION
           END-IF.

       200-PROCESS-TRANSACTIONS.
      *----------------------------------------------------------------*
      * READ AND APPLY EVERY TRANSACTION IN THE FILE                   *
      *----------------------------------------------------------------*
           PERFORM UNTIL TRAN-END-OF-FILE
               READ TRANSACTION-FILE
                   AT END
                       SET TRAN-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM 210-PROCESS-TRANSACTION-RECORD
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL TRANSACTIONS IN QAMNT FILE'.

       210-PROCESS-TRANSACTION-RECORD.
      *----------------------------------------------------------------*
      * PARSE AND APPLY ONE TRANSACTION RECORD:                        *
      * 1. Parse the action, sample key, reviewer, outcome, amount     *
      *    and note                                                    *
      * 2. The sampled award must be on the QA file                    *
      * 3. The reviewer must be active on the adjuster master and      *
      *    must not be the claim's own adjuster                        *
      * 4. The outcome must be valid, with its amount or note          *
      * 5. Record the sign-off, replacing any earlier one              *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TRAN-REJECT-SW.
           MOVE SPACES TO WS-TRAN-FIELDS.
           UNSTRING TRANSACTION-RECORD DELIMITED BY ','
               INTO WS-TRAN-ACTION
                    WS-TRAN-CYCLE-CHARS
                    WS-TRAN-SOURCE
                    WS-TRAN-CLAIM-ID
                    WS-TRAN-REVIEWER-ID
                    WS-TRAN-OUTCOME
                    WS-TRAN-AMOUNT-CHARS
                    WS-TRAN-NOTE
           END-UNSTRING.

           MOVE WS-TRAN-ACTION   TO WS-LOG-ACTION.
           MOVE WS-TRAN-CLAIM-ID TO WS-LOG-KEY.

           EVALUATE TRUE
               WHEN NOT TRAN-REVIEW
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - UNKNOWN ACTION CODE' TO WS-LOG-TEXT
               WHEN WS-TRAN-CYCLE IS NOT NUMERIC
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - CYCLE NOT NUMERIC' TO WS-LOG-TEXT
               WHEN NOT TRAN-SOURCE-VALID
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - SOURCE MUST BE C OR R'
                        TO WS-LOG-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF TRAN-NOT-REJECTED
               PERFORM 220-READ-SAMPLED-AWARD
           END-IF.
           IF TRAN-NOT-REJECTED
               PERFORM 230-CHECK-REVIEWER
           END-IF.
           IF TRAN-NOT-REJECTED
               PERFORM 240-CHECK-OUTCOME
           END-IF.
           IF TRAN-NOT-REJECTED
               PERFORM 250-RECORD-SIGN-OFF
           END-IF.

           PERFORM 290-WRITE-LOG-RECORD.

       220-READ-SAMPLED-AWARD.
      *----------------------------------------------------------------*
      * READ THE SAMPLED AWARD AND KEEP ANY EARLIER SIGN-OFF           *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-CYCLE    TO QA-CYCLE.
           MOVE WS-TRAN-SOURCE   TO QA-SOURCE.
           MOVE WS-TRAN-CLAIM-ID TO QA-CLAIM-ID.
           READ QA-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - AWARD NOT IN THE QA SAMPLE'
                        TO WS-LOG-TEXT
               NOT INVALID KEY
                   MOVE QA-REVIEW-STATUS TO WS-PRIOR-STATUS
                   MOVE QA-REVIEWER-ID   TO WS-PRIOR-REVIEWER-ID
           END-READ.

       230-CHECK-REVIEWER.
      *----------------------------------------------------------------*
      * THE REVIEWER MUST BE ACTIVE AND INDEPENDENT OF THE CLAIM: NOT  *
      * THE ADJUSTER WHO HANDLED IT                                    *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-REVIEWER-ID TO ADJ-ID.
           READ ADJUSTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - REVIEWER NOT ON ADJUSTER MASTER'
                        TO WS-LOG-TEXT
           END-READ.

           IF TRAN-NOT-REJECTED
               EVALUATE TRUE
                   WHEN ADJ-STATUS NOT = 'A'
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - REVIEWER NOT ACTIVE'
                            TO WS-LOG-TEXT
                   WHEN WS-TRAN-REVIEWER-ID = QA-ADJUSTER-ID
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - REVIEWER IS THE CLAIM ADJUSTER'
                            TO WS-LOG-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       240-CHECK-OUTCOME.
      *----------------------------------------------------------------*
      * AN ERROR CARRIES ITS DOLLAR AMOUNT (THE PRESENT-VALUE          *
      * DIFFERENCE THE SAMPLE FOUND WHEN NONE IS KEYED); AN            *
      * EXPLANATION CARRIES ITS NOTE; NEITHER OF THE OTHERS CARRIES AN *
      * AMOUNT                                                         *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN OUTCOME-ERROR
                   IF WS-TRAN-AMOUNT-CHARS = SPACES
                       COMPUTE WS-PV-DIFFERENCE =
                               QA-STORED-PV - QA-RECALC-PV
                       IF WS-PV-DIFFERENCE < 0
                           COMPUTE WS-PV-DIFFERENCE =
                                   0 - WS-PV-DIFFERENCE
                       END-IF
                       MOVE WS-PV-DIFFERENCE TO WS-TRAN-AMOUNT
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-TRAN-AMOUNT IS NOT NUMERIC
                           MOVE 'Y' TO WS-TRAN-REJECT-SW
                           MOVE 'REJECTED - ERROR AMOUNT NOT NUMERIC'
                                TO WS-LOG-TEXT
                       WHEN WS-TRAN-AMOUNT = ZERO
                           MOVE 'Y' TO WS-TRAN-REJECT-SW
                           MOVE 'REJECTED - ERROR AMOUNT REQUIRED'
                                TO WS-LOG-TEXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OUTCOME-CORRECT OR OUTCOME-EXPLAINED
                   IF WS-TRAN-AMOUNT-CHARS NOT = SPACES
                      AND WS-TRAN-AMOUNT-CHARS NOT = ZERO
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - AMOUNT ONLY ON AN ERROR'
                            TO WS-LOG-TEXT
                   END-IF
                   IF OUTCOME-EXPLAINED AND WS-TRAN-NOTE = SPACES
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - EXPLANATION NOTE REQUIRED'
                            TO WS-LOG-TEXT
                   END-IF
                   MOVE ZERO TO WS-TRAN-AMOUNT
               WHEN OTHER
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - OUTCOME MUST BE C, E OR X'
                        TO WS-LOG-TEXT
           END-EVALUATE.

       250-RECORD-SIGN-OFF.
      *----------------------------------------------------------------*
      * RECORD THE SIGN-OFF. ONE OVER AN EARLIER SIGN-OFF REPLACES IT, *
      * AND THE LOG SAYS WHAT AND WHOSE IT REPLACED.                   *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-OUTCOME     TO QA-REVIEW-STATUS.
           MOVE WS-TRAN-REVIEWER-ID TO QA-REVIEWER-ID.
           MOVE WS-RUN-DATE         TO QA-REVIEW-DATE.
           MOVE WS-TRAN-AMOUNT      TO QA-ERROR-AMOUNT.
           MOVE WS-TRAN-NOTE        TO QA-REVIEW-NOTE.

           REWRITE QA-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - QA REWRITE FAILED'
                        TO WS-LOG-TEXT
           END-REWRITE.

           IF TRAN-NOT-REJECTED
               EVALUATE TRUE
                   WHEN OUTCOME-CORRECT
                       ADD 1 TO WS-CONFIRMED-CORRECT
                       MOVE 'SIGNED OFF - CONFIRMED CORRECT'
                            TO WS-LOG-TEXT
                   WHEN OUTCOME-ERROR
                       ADD 1 TO WS-CONFIRMED-ERRORS
                       MOVE 'SIGNED OFF - ERROR CONFIRMED'
                            TO WS-LOG-TEXT
                   WHEN OTHER
                       ADD 1 TO WS-DIFFS-EXPLAINED
                       MOVE 'SIGNED OFF - DIFFERENCE EXPLAINED'
                            TO WS-LOG-TEXT
               END-EVALUATE
               IF WS-PRIOR-STATUS NOT = 'P'
                   ADD 1 TO WS-REVIEWS-REPLACED
                   MOVE WS-LOG-TEXT TO WS-LOG-OUTCOME-TEXT
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING WS-LOG-OUTCOME-TEXT DELIMITED BY '  '
                          ', REPLACES ' DELIMITED BY SIZE
                          WS-PRIOR-STATUS DELIMITED BY SIZE
                          ' BY ' DELIMITED BY SIZE
                          WS-PRIOR-REVIEWER-ID DELIMITED BY SIZE
                          INTO WS-LOG-TEXT
                   END-STRING
               END-IF
           END-IF.

       290-WRITE-LOG-RECORD.
      *----------------------------------------------------------------*
      * WRITE ONE LINE TO THE MAINTENANCE LOG AND ROLL THE RUN         *
      * TOTALS, BASED ON WHETHER THIS TRANSACTION WAS REJECTED         *
      *----------------------------------------------------------------*
           IF TRAN-REJECTED
               ADD 1 TO WS-TRANS-REJECTED
           ELSE
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

           MOVE SPACES TO MAINT-LOG-LINE.
           STRING WS-LOG-ACTION DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-TRAN-CYCLE-CHARS DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-TRAN-SOURCE DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-LOG-KEY    DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-TRAN-REVIEWER-ID DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-LOG-TEXT   DELIMITED BY SIZE
                  INTO MAINT-LOG-LINE
           END-STRING.
           WRITE MAINT-LOG-LINE.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'QAMNT RUN CONTROL TOTALS'.
           DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ.
           DISPLAY 'TRANSACTIONS APPLIED:  ' WS-TRANS-APPLIED.
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED.
           DISPLAY 'CONFIRMED CORRECT:     ' WS-CONFIRMED-CORRECT.
           DISPLAY 'ERRORS CONFIRMED:      ' WS-CONFIRMED-ERRORS.
           DISPLAY 'DIFFERENCES EXPLAINED: ' WS-DIFFS-EXPLAINED.
           DISPLAY 'SIGN-OFFS REPLACED:    ' WS-REVIEWS-REPLACED.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                          *
      *----------------------------------------------------------------*
           CLOSE TRANSACTION-FILE
                 QA-FILE
                 ADJUSTER-FILE
                 MAINT-LOG-FILE.

           IF WS-TRANS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
