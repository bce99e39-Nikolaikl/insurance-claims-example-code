       IDENTIFICATION DIVISION.
       PROGRAM-ID. REHABMNT.
      *----------------------------------------------------------------*
      * PROGRAM:  REHABMNT                                             *
      * PURPOSE:  MAINTAIN THE VOCATIONAL REHABILITATION PLAN FILE --  *
      *           ONE RETRAINING OR RETURN-TO-WORK PLAN PER CLAIM --   *
      *           FROM A TRANSACTION FILE, THE SAME TRANSACTION-DRIVEN *
      *           CYCLE SUBRMNT RUNS FOR THE SUBROGATION FILE. A PLAN  *
      *           NAMES ITS PROVIDER, PLAN TYPE, START AND END DATES,  *
      *           APPROVED BUDGET AND WEEKLY MAINTENANCE ALLOWANCE.    *
      *           THE PROVIDER'S COSTS ARE CHARGED AGAINST THE BUDGET  *
      *           BY THE INVOICE INTAKE RUN (PROVINV). THE ALLOWANCE   *
      *           IS SCHEDULED ONTO THE PAYMENT SCHEDULE AS ONE LINE   *
      *           PER WEEK OF THE PLAN, SO THE DISBURSEMENT RUN PAYS   *
      *           IT LIKE ANY OTHER BENEFIT. CLOSING A PLAN RECORDS    *
      *           ITS OUTCOME AND STOPS THE ALLOWANCE; A RETURN TO     *
      *           WORK WRITES THE MATCHING SUSPENSION (PENSTERM) OR    *
      *           RESTATEMENT (BENRSTMT) INPUT FOR THE CLAIM.          *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. TRANSACTION PROCESSING (MODELED ON SUBRMNT)                 *
      * 5. MAINTENANCE ALLOWANCE SCHEDULING                            *
      * 6. RETURN-TO-WORK INPUT FOR PENSTERM AND BENRSTMT              *
      * 7. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - TRANSACTION-FILE: One transaction per line. BUDGET is 9      *
      *   digits and ALLOWANCE (weekly) 7 digits, both with two        *
      *   implied decimals; dates are CCYYMMDD:                        *
      *     O,CLAIM-ID,PROVIDER,TYPE,START,END,BUDGET,ALLOWANCE  OPEN  *
      *     U,CLAIM-ID,PROVIDER,TYPE,START,END,BUDGET,ALLOWANCE  UPDATE*
      *     C,CLAIM-ID,OUTCOME,DATE[,RATING,CLAIM-TYPE]          CLOSE *
      *   Outcome F returned to work full duty, P returned to work at  *
      *   reduced capacity (RATING required), N completed without a    *
      *   return to work, W withdrawn from the plan                    *
      * - REHAB-PLAN-FILE: The rehabilitation plan master, by claim    *
      * - CLAIM-FILE: The claim master, to validate a plan's claim     *
      * - SCHEDULE-MASTER: The payment schedule the weekly allowance   *
      *                    lines are kept on                           *
      * - RTW-TERM-FILE: This run's suspensions for claimants back at  *
      *                  full duty, in PENSTERM transaction format     *
      * - RTW-EVAL-FILE: This run's restatements for claimants back at *
      *                  reduced capacity, in BENRSTMT evaluation      *
      *                  format                                        *
      * - MAINT-LOG-FILE: One line per transaction recording what was  *
      *                   applied or why it was rejected               *
      *----------------------------------------------------------------*
           SELECT TRANSACTION-FILE ASSIGN TO "data/REHABMNT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT REHAB-PLAN-FILE ASSIGN TO "data/REHABFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REHAB-CLAIM-ID
           FILE STATUS IS REHAB-FILE-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIM-ID
           FILE STATUS IS CLM-STATUS.

           SELECT SCHEDULE-MASTER ASSIGN TO "data/PAYSCHEDM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHED-KEY
           FILE STATUS IS SCHEDM-STATUS.

           SELECT RTW-TERM-FILE ASSIGN TO "data/REHABTERM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RTWTERM-STATUS.

           SELECT RTW-EVAL-FILE ASSIGN TO "data/REHABEVAL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RTWEVAL-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "data/REHABMNT_LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD       PIC X(120).

      * One record per claim with a rehabilitation plan. Status A
      * active, C closed. Plan type RT retraining, ED formal
      * education, JP job placement, WH work hardening, SE self-
      * employment. The cost to date is what PROVINV has accepted
      * from the plan provider against the budget. The allowance
      * lines for the plan run from the base sequence plus one; the
      * last sequence is the highest ever scheduled for the claim,
      * so a later plan on the same claim schedules past it. The
      * outcome is set when the plan is closed; the new rating is
      * the one sent to the restatement run for outcome P.
       FD REHAB-PLAN-FILE.
       01 REHAB-PLAN-RECORD.
          05 REHAB-CLAIM-ID           PIC X(12).
          05 REHAB-STATUS             PIC X(1).
          05 REHAB-PROVIDER-ID        PIC X(8).
          05 REHAB-PLAN-TYPE          PIC X(2).
          05 REHAB-START-DATE         PIC 9(8).
          05 REHAB-END-DATE           PIC 9(8).
          05 REHAB-BUDGET             PIC 9(7)V99.
          05 REHAB-COST-TO-DATE       PIC 9(7)V99.
          05 REHAB-WEEKLY-ALLOWANCE   PIC 9(5)V99.
          05 REHAB-ALLOWANCE-WEEKS    PIC 9(3).
          05 REHAB-ALLOW-BASE-SEQ     PIC 9(4).
          05 REHAB-LAST-ALLOW-SEQ     PIC 9(4).
          05 REHAB-OUTCOME            PIC X(1).
          05 REHAB-OUTCOME-DATE       PIC 9(8).
          05 REHAB-NEW-RATING         PIC 9(3).
          05 REHAB-OPENED-DATE        PIC 9(8).
          05 REHAB-CLOSED-DATE        PIC 9(8).
          05 REHAB-LAST-INVOICE-DATE  PIC 9(8).
          05 FILLER                   PIC X(20).

       FD CLAIM-FILE.
       01 CLAIM-RECORD.
          05 CLAIM-ID              PIC X(12).
          05 POLICY-NUMBER         PIC X(10).
          05 CLAIM-DATE            PIC 9(8).
          05 CLAIM-TYPE            PIC X(2).
          05 CLAIM-STATUS          PIC X(1).
          05 FILLER                PIC X(194).

       FD SCHEDULE-MASTER.
       01 SCHEDULE-RECORD.
          05 SCHED-KEY.
             10 SCHED-CLAIM-ID     PIC X(12).
             10 SCHED-SEQ          PIC 9(4).
             10 SCHED-DEP-SEQ      PIC 9(2).
          05 SCHED-PAY-DATE        PIC 9(8).
          05 SCHED-AMOUNT          PIC 9(8)V99.
          05 SCHED-DEP-REL         PIC X(10).
          05 SCHED-STAT            PIC X(1).

      * ACTION,CLAIM-ID,EFFECTIVE-DATE -- the PENSTERM transaction.
       FD RTW-TERM-FILE.
       01 RTW-TERM-LINE            PIC X(80).

      * CLAIM-ID,RATING,CLAIM-TYPE,EFFECTIVE-DATE -- the BENRSTMT
      * medical evaluation.
       FD RTW-EVAL-FILE.
       01 RTW-EVAL-LINE            PIC X(80).

       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-TRAN-FIELDS: One transaction parsed off its input line    *
      * - WS-WEEK-FIELDS: The allowance week being scheduled and the   *
      *   date arithmetic that steps it                                *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *                                                                *
      * ALLOWANCE LINES TAKE SCHEDULE SEQUENCES 9801-9994, CLEAR OF    *
      * THE MONTHLY BENEFIT LINES BELOW THEM AND THE ONE-TIME RECORDS  *
      * ABOVE (9995 ARREARS, 9996 PROVIDER, 9997 INTEREST, 9998 COST,  *
      * 9999 SETTLEMENT). EACH WEEK'S LINE IS DATED THE LAST DAY OF    *
      * ITS WEEK; A WEEK ENDING IN OR BEFORE THE CURRENT MONTH, WHICH  *
      * MAY ALREADY BE DISBURSED, IS DATED THE FIRST OF NEXT MONTH.    *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 TRAN-STATUS           PIC X(2).
          05 REHAB-FILE-STATUS     PIC X(2).
          05 CLM-STATUS            PIC X(2).
          05 SCHEDM-STATUS         PIC X(2).
          05 RTWTERM-STATUS        PIC X(2).
          05 RTWEVAL-STATUS        PIC X(2).
          05 LOG-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-TRAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 TRAN-END-OF-FILE   VALUE 'Y'.
          05 WS-TRAN-REJECT-SW     PIC X(1) VALUE 'N'.
             88 TRAN-REJECTED      VALUE 'Y'.
             88 TRAN-NOT-REJECTED  VALUE 'N'.
          05 WS-WEEK-DUE-SW        PIC X(1) VALUE 'N'.
             88 WEEK-DUE           VALUE 'Y'.
          05 WS-DN-LEAP-SW         PIC X(1) VALUE 'N'.
             88 DN-LEAP-YEAR       VALUE 'Y'.

       01 WS-TRAN-FIELDS.
          05 WS-TRAN-ACTION        PIC X(1).
             88 TRAN-OPEN          VALUE 'O'.
             88 TRAN-UPDATE        VALUE 'U'.
             88 TRAN-CLOSE         VALUE 'C'.
          05 WS-TRAN-CLAIM-ID      PIC X(12).
          05 WS-TRAN-FIELD-3       PIC X(8).
          05 WS-TRAN-FIELD-4       PIC X(8).
          05 WS-TRAN-FIELD-5       PIC X(8).
          05 WS-TRAN-FIELD-6       PIC X(8).
          05 WS-TRAN-BUDGET-CHARS  PIC X(9).
          05 WS-TRAN-BUDGET REDEFINES WS-TRAN-BUDGET-CHARS
                                   PIC 9(7)V99.
          05 WS-TRAN-ALLOWANCE-CHARS PIC X(7).
          05 WS-TRAN-ALLOWANCE REDEFINES WS-TRAN-ALLOWANCE-CHARS
                                   PIC 9(5)V99.

      * The open and update fields, and the close fields, edited out
      * of the generic fields above.
       01 WS-PLAN-FIELDS.
          05 WS-TRAN-PLAN-TYPE     PIC X(2).
             88 PLAN-TYPE-VALID    VALUES 'RT' 'ED' 'JP' 'WH' 'SE'.
          05 WS-TRAN-START-DATE    PIC 9(8).
          05 WS-TRAN-END-DATE      PIC 9(8).
          05 WS-TRAN-OUTCOME       PIC X(1).
             88 OUTCOME-VALID      VALUES 'F' 'P' 'N' 'W'.
             88 OUTCOME-FULL-DUTY  VALUE 'F'.
             88 OUTCOME-REDUCED    VALUE 'P'.
          05 WS-TRAN-OUTCOME-DATE  PIC 9(8).
          05 WS-TRAN-RATING        PIC 9(3).
          05 WS-TRAN-CLAIM-TYPE    PIC X(2).

      * The highest disability rating the restatement run accepts.
       01 WS-MAX-RATING            PIC 9(3) VALUE 100.

      * The allowance band on the payment schedule.
       01 WS-ALLOW-FIRST-BASE      PIC 9(4) VALUE 9800.
       01 WS-ALLOW-LAST-SEQ        PIC 9(4) VALUE 9994.

       01 WS-RUN-DATE.
          05 WS-RUN-CCYY           PIC 9(4).
          05 WS-RUN-MM             PIC 9(2).
          05 WS-RUN-DD             PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-CCYYMM            PIC 9(6).

      * The first of the month after this run, where a week already
      * due is caught up.
       01 WS-CATCHUP-DATE.
          05 WS-CATCHUP-CCYY       PIC 9(4).
          05 WS-CATCHUP-MM         PIC 9(2).
          05 WS-CATCHUP-DD         PIC 9(2).
       01 WS-CATCHUP-DATE-N REDEFINES WS-CATCHUP-DATE PIC 9(8).

       01 WS-WEEK-FIELDS.
          05 WS-WEEK-NO            PIC 9(4) COMP.
          05 WS-WEEK-LIMIT         PIC 9(4) COMP.
          05 WS-WEEK-COUNT         PIC 9(4) COMP.
          05 WS-DAY-SUB            PIC 9(1) COMP.
          05 WS-ALLOW-LIMIT-DATE   PIC 9(8).
          05 WS-LINE-PAY-DATE      PIC 9(8).
          05 WS-LINE-STAT          PIC X(1).
          05 WS-SCHED-CCYYMM       PIC 9(6).
          05 WS-WEEK-DATE.
             10 WS-WEEK-CCYY       PIC 9(4).
             10 WS-WEEK-MM         PIC 9(2).
             10 WS-WEEK-DD         PIC 9(2).
          05 WS-WEEK-DATE-N REDEFINES WS-WEEK-DATE PIC 9(8).
          05 WS-WEEK-CCYYMM REDEFINES WS-WEEK-DATE PIC 9(6).
          05 WS-DAYS-IN-MONTH      PIC 9(2).
          05 WS-MONTH-DAYS-TABLE   PIC X(24) VALUE
             '312831303130313130313031'.
          05 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE
                                   PIC 9(2) OCCURS 12 TIMES.
          05 WS-DN-CCYY            PIC 9(4).
          05 WS-DN-QUOTIENT        PIC 9(4) COMP.
          05 WS-DN-REMAINDER       PIC 9(4) COMP.

       01 WS-LOG-DETAIL.
          05 WS-LOG-ACTION         PIC X(1).
          05 WS-LOG-KEY            PIC X(12).
          05 WS-LOG-TEXT           PIC X(60).

       01 WS-F-WEEKS               PIC ZZ9.
       01 WS-F-RATING              PIC 9(3).

       01 WS-CONTROL-TOTALS.
          05 WS-TRANS-READ         PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-APPLIED      PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-REJECTED     PIC 9(5) COMP VALUE ZERO.
          05 WS-PLANS-OPENED       PIC 9(5) COMP VALUE ZERO.
          05 WS-PLANS-CLOSED       PIC 9(5) COMP VALUE ZERO.
          05 WS-ALLOW-WRITTEN      PIC 9(7) COMP VALUE ZERO.
          05 WS-ALLOW-CHANGED      PIC 9(7) COMP VALUE ZERO.
          05 WS-ALLOW-CANCELLED    PIC 9(7) COMP VALUE ZERO.
          05 WS-SUSPENSIONS-WRITTEN PIC 9(5) COMP VALUE ZERO.
          05 WS-RESTATEMENTS-WRITTEN PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files                                             *
      * 2. Apply every transaction, keeping each plan's allowance     *
      *    lines on the schedule in step with the plan                *
      * 3. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-TRANSACTIONS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS. A FIRST-EVER RUN HAS NO   *
      * PLAN FILE YET, SO FALL BACK TO CREATING IT.                    *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-N (1:6) TO WS-RUN-CCYYMM.
           MOVE WS-RUN-CCYY TO WS-CATCHUP-CCYY.
           MOVE WS-RUN-MM   TO WS-CATCHUP-MM.
           MOVE 01          TO WS-CATCHUP-DD.
           ADD 1 TO WS-CATCHUP-MM.
           IF WS-CATCHUP-MM > 12
               MOVE 01 TO WS-CATCHUP-MM
               ADD 1 TO WS-CATCHUP-CCYY
           END-IF.

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

           OPEN I-O REHAB-PLAN-FILE.
           IF REHAB-FILE-STATUS NOT = '00'
              DISPLAY 'REHAB PLAN FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT REHAB-PLAN-FILE
              CLOSE REHAB-PLAN-FILE
              OPEN I-O REHAB-PLAN-FILE
           END-IF.
           IF REHAB-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REHAB PLAN FILE: '
                      REHAB-FILE-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT CLAIM-FILE.
           IF CLM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIM FILE: ' CLM-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O SCHEDULE-MASTER.
           IF SCHEDM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SCHEDULE MASTER: ' SCHEDM-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT RTW-TERM-FILE.
           IF RTWTERM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RETURN-TO-WORK SUSPENSION FILE: '
                      RTWTERM-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT RTW-EVAL-FILE.
           IF RTWEVAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RETURN-TO-WORK EVALUATION FILE: '
                      RTWEVAL-STATUS
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
           DISPLAY 'PROCESSED ALL TRANSACTIONS IN REHABMNT FILE'.

       210-PROCESS-TRANSACTION-RECORD.
      *----------------------------------------------------------------*
      * PARSE AND APPLY ONE TRANSACTION RECORD:                        *
      * 1. Parse the action, claim and the action's own fields        *
      * 2. Route to open, update or close                             *
      * 3. Log what was applied or why it was rejected                *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TRAN-REJECT-SW.
           MOVE SPACES TO WS-TRAN-FIELDS.
           MOVE SPACES TO WS-PLAN-FIELDS.
           UNSTRING TRANSACTION-RECORD DELIMITED BY ','
               INTO WS-TRAN-ACTION
                    WS-TRAN-CLAIM-ID
                    WS-TRAN-FIELD-3
                    WS-TRAN-FIELD-4
                    WS-TRAN-FIELD-5
                    WS-TRAN-FIELD-6
                    WS-TRAN-BUDGET-CHARS
                    WS-TRAN-ALLOWANCE-CHARS
           END-UNSTRING.

           MOVE WS-TRAN-ACTION   TO WS-LOG-ACTION.
           MOVE WS-TRAN-CLAIM-ID TO WS-LOG-KEY.

           EVALUATE TRUE
               WHEN TRAN-OPEN
                   PERFORM 220-OPEN-PLAN
               WHEN TRAN-UPDATE
                   PERFORM 230-UPDATE-PLAN
               WHEN TRAN-CLOSE
                   PERFORM 240-CLOSE-PLAN
               WHEN OTHER
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - UNKNOWN ACTION CODE'
                        TO WS-LOG-TEXT
           END-EVALUATE.

           PERFORM 290-WRITE-LOG-RECORD.

       220-OPEN-PLAN.
      *----------------------------------------------------------------*
      * OPEN A PLAN AGAINST A CLAIM ON THE CLAIM MASTER THAT IS NOT    *
      * TERMINATED, AND SCHEDULE ITS WEEKLY ALLOWANCE. A CLAIM CARRIES *
      * ONE PLAN; A CLOSED PLAN IS REPLACED IN PLACE BY THE NEW ONE,   *
      * WHOSE ALLOWANCE LINES FOLLOW THE EARLIER PLAN'S.               *
      *----------------------------------------------------------------*
           IF WS-TRAN-FIELD-3 = SPACES
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - PROVIDER MISSING' TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 250-EDIT-PLAN-FIELDS
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 260-READ-CLAIM
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE WS-TRAN-CLAIM-ID TO REHAB-CLAIM-ID
               READ REHAB-PLAN-FILE
                   INVALID KEY
                       INITIALIZE REHAB-PLAN-RECORD
                       MOVE WS-TRAN-CLAIM-ID TO REHAB-CLAIM-ID
                       MOVE WS-ALLOW-FIRST-BASE
                            TO REHAB-ALLOW-BASE-SEQ
                       MOVE WS-ALLOW-FIRST-BASE
                            TO REHAB-LAST-ALLOW-SEQ
                       PERFORM 225-MOVE-PLAN-DETAILS
                       IF TRAN-NOT-REJECTED
                           WRITE REHAB-PLAN-RECORD
                               INVALID KEY
                                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                                   MOVE 'REJECTED - PLAN WRITE FAILED'
                                        TO WS-LOG-TEXT
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       IF REHAB-STATUS = 'A'
                           MOVE 'Y' TO WS-TRAN-REJECT-SW
                           MOVE 'REJECTED - PLAN ALREADY ACTIVE'
                                TO WS-LOG-TEXT
                       ELSE
                           MOVE REHAB-LAST-ALLOW-SEQ
                                TO REHAB-ALLOW-BASE-SEQ
                           MOVE ZERO   TO REHAB-COST-TO-DATE
                                          REHAB-OUTCOME-DATE
                                          REHAB-NEW-RATING
                                          REHAB-CLOSED-DATE
                                          REHAB-LAST-INVOICE-DATE
                           MOVE SPACES TO REHAB-OUTCOME
                           PERFORM 225-MOVE-PLAN-DETAILS
                           IF TRAN-NOT-REJECTED
                               REWRITE REHAB-PLAN-RECORD
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE WS-RUN-DATE-N  TO REHAB-OPENED-DATE
               MOVE REHAB-END-DATE TO WS-ALLOW-LIMIT-DATE
               PERFORM 300-SCHEDULE-ALLOWANCE
               REWRITE REHAB-PLAN-RECORD
               END-REWRITE
               ADD 1 TO WS-PLANS-OPENED
               MOVE REHAB-ALLOWANCE-WEEKS TO WS-F-WEEKS
               MOVE SPACES TO WS-LOG-TEXT
               STRING 'PLAN OPENED - '    DELIMITED BY SIZE
                      WS-F-WEEKS          DELIMITED BY SIZE
                      ' ALLOWANCE WEEKS'  DELIMITED BY SIZE
                      INTO WS-LOG-TEXT
               END-STRING
           END-IF.

       225-MOVE-PLAN-DETAILS.
      *----------------------------------------------------------------*
      * MOVE THE OPENING DETAILS ONTO THE PLAN RECORD, ONCE THE PLAN'S *
      * WEEKS ARE KNOWN TO FIT THE ALLOWANCE BAND                      *
      *----------------------------------------------------------------*
           COMPUTE WS-WEEK-LIMIT = WS-ALLOW-LAST-SEQ
                                 - REHAB-ALLOW-BASE-SEQ.
           IF WS-WEEK-COUNT > WS-WEEK-LIMIT
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - PLAN TOO LONG FOR ALLOWANCE SCHEDULE'
                    TO WS-LOG-TEXT
           ELSE
               MOVE 'A'                 TO REHAB-STATUS
               MOVE WS-TRAN-FIELD-3     TO REHAB-PROVIDER-ID
               MOVE WS-TRAN-PLAN-TYPE   TO REHAB-PLAN-TYPE
               MOVE WS-TRAN-START-DATE  TO REHAB-START-DATE
               MOVE WS-TRAN-END-DATE    TO REHAB-END-DATE
               MOVE WS-TRAN-BUDGET      TO REHAB-BUDGET
               MOVE WS-TRAN-ALLOWANCE   TO REHAB-WEEKLY-ALLOWANCE
           END-IF.

       230-UPDATE-PLAN.
      *----------------------------------------------------------------*
      * UPDATE AN ACTIVE PLAN'S PROVIDER, TYPE, DATES, BUDGET AND      *
      * ALLOWANCE, AND RESCHEDULE THE ALLOWANCE LINES STILL AHEAD. A   *
      * BLANK PROVIDER OR TYPE LEAVES THE ONE ON FILE; THE BUDGET MAY  *
      * NOT DROP BELOW WHAT HAS ALREADY BEEN SPENT.                    *
      *----------------------------------------------------------------*
           PERFORM 270-READ-ACTIVE-PLAN.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-FIELD-4 = SPACES
                   MOVE REHAB-PLAN-TYPE TO WS-TRAN-FIELD-4
               END-IF
               PERFORM 250-EDIT-PLAN-FIELDS
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-BUDGET < REHAB-COST-TO-DATE
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - BUDGET BELOW COST TO DATE'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 260-READ-CLAIM
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-FIELD-3 = SPACES
                   MOVE REHAB-PROVIDER-ID TO WS-TRAN-FIELD-3
               END-IF
               PERFORM 225-MOVE-PLAN-DETAILS
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE REHAB-END-DATE TO WS-ALLOW-LIMIT-DATE
               PERFORM 300-SCHEDULE-ALLOWANCE
               REWRITE REHAB-PLAN-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - PLAN REWRITE FAILED'
                            TO WS-LOG-TEXT
               END-REWRITE
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE REHAB-ALLOWANCE-WEEKS TO WS-F-WEEKS
               MOVE SPACES TO WS-LOG-TEXT
               STRING 'PLAN UPDATED - '   DELIMITED BY SIZE
                      WS-F-WEEKS          DELIMITED BY SIZE
                      ' ALLOWANCE WEEKS'  DELIMITED BY SIZE
                      INTO WS-LOG-TEXT
               END-STRING
           END-IF.

       240-CLOSE-PLAN.
      *----------------------------------------------------------------*
      * CLOSE AN ACTIVE PLAN WITH ITS OUTCOME:                         *
      * 1. The outcome must be F, P, N or W and dated no earlier than *
      *    the plan's start; outcome P needs the new rating           *
      * 2. The allowance stops at the outcome date -- lines for later *
      *    weeks still ahead are cancelled                            *
      * 3. A return to work writes its input for the benefit runs:    *
      *    F a suspension for PENSTERM from the outcome date, P a     *
      *    restatement for BENRSTMT at the new rating                 *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-FIELD-3 (1:1) TO WS-TRAN-OUTCOME.
           IF NOT OUTCOME-VALID
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - OUTCOME MUST BE F, P, N OR W'
                    TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-FIELD-4 IS NUMERIC
                  AND WS-TRAN-FIELD-4 NOT = ZERO
                   MOVE WS-TRAN-FIELD-4 TO WS-TRAN-OUTCOME-DATE
               ELSE
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - OUTCOME DATE NOT VALID'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED AND OUTCOME-REDUCED
               IF WS-TRAN-FIELD-5 (1:3) IS NUMERIC
                  AND WS-TRAN-FIELD-5 (4:5) = SPACES
                  AND WS-TRAN-FIELD-5 (1:3) NOT > WS-MAX-RATING
                   MOVE WS-TRAN-FIELD-5 (1:3) TO WS-TRAN-RATING
               ELSE
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - NEW RATING MISSING OR NOT VALID'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 270-READ-ACTIVE-PLAN
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-OUTCOME-DATE < REHAB-START-DATE
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - OUTCOME DATED BEFORE PLAN START'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 260-READ-CLAIM
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE 'C'                  TO REHAB-STATUS
               MOVE WS-TRAN-OUTCOME      TO REHAB-OUTCOME
               MOVE WS-TRAN-OUTCOME-DATE TO REHAB-OUTCOME-DATE
               MOVE WS-TRAN-RATING       TO REHAB-NEW-RATING
               MOVE WS-RUN-DATE-N        TO REHAB-CLOSED-DATE
               IF WS-TRAN-OUTCOME-DATE < REHAB-END-DATE
                   MOVE WS-TRAN-OUTCOME-DATE TO WS-ALLOW-LIMIT-DATE
               ELSE
                   MOVE REHAB-END-DATE       TO WS-ALLOW-LIMIT-DATE
               END-IF
               PERFORM 300-SCHEDULE-ALLOWANCE
               REWRITE REHAB-PLAN-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - PLAN REWRITE FAILED'
                            TO WS-LOG-TEXT
               END-REWRITE
           END-IF.

           IF TRAN-NOT-REJECTED
               ADD 1 TO WS-PLANS-CLOSED
               MOVE REHAB-ALLOWANCE-WEEKS TO WS-F-WEEKS
               MOVE SPACES TO WS-LOG-TEXT
               STRING 'PLAN CLOSED - OUTCOME ' DELIMITED BY SIZE
                      WS-TRAN-OUTCOME          DELIMITED BY SIZE
                      ', '                     DELIMITED BY SIZE
                      WS-F-WEEKS               DELIMITED BY SIZE
                      ' ALLOWANCE WEEKS'       DELIMITED BY SIZE
                      INTO WS-LOG-TEXT
               END-STRING
               PERFORM 245-WRITE-RETURN-TO-WORK
           END-IF.

       245-WRITE-RETURN-TO-WORK.
      *----------------------------------------------------------------*
      * WRITE THE BENEFIT-RUN INPUT FOR A RETURN TO WORK. FULL DUTY    *
      * SUSPENDS THE CLAIM'S PAYMENTS FROM THE RETURN DATE; REDUCED    *
      * CAPACITY RESTATES THE BENEFIT AT THE NEW RATING, KEEPING THE   *
      * CLAIM TYPE UNLESS THE TRANSACTION NAMES A NEW ONE.             *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN OUTCOME-FULL-DUTY
                   MOVE SPACES TO RTW-TERM-LINE
                   STRING 'S,'                 DELIMITED BY SIZE
                          WS-TRAN-CLAIM-ID     DELIMITED BY SPACE
                          ','                  DELIMITED BY SIZE
                          WS-TRAN-OUTCOME-DATE DELIMITED BY SIZE
                          INTO RTW-TERM-LINE
                   END-STRING
                   WRITE RTW-TERM-LINE
                   ADD 1 TO WS-SUSPENSIONS-WRITTEN
               WHEN OUTCOME-REDUCED
                   MOVE WS-TRAN-FIELD-6 (1:2) TO WS-TRAN-CLAIM-TYPE
                   IF WS-TRAN-CLAIM-TYPE = SPACES
                       MOVE CLAIM-TYPE TO WS-TRAN-CLAIM-TYPE
                   END-IF
                   MOVE WS-TRAN-RATING TO WS-F-RATING
                   MOVE SPACES TO RTW-EVAL-LINE
                   STRING WS-TRAN-CLAIM-ID     DELIMITED BY SPACE
                          ','                  DELIMITED BY SIZE
                          WS-F-RATING          DELIMITED BY SIZE
                          ','                  DELIMITED BY SIZE
                          WS-TRAN-CLAIM-TYPE   DELIMITED BY SIZE
                          ','                  DELIMITED BY SIZE
                          WS-TRAN-OUTCOME-DATE DELIMITED BY SIZE
                          INTO RTW-EVAL-LINE
                   END-STRING
                   WRITE RTW-EVAL-LINE
                   ADD 1 TO WS-RESTATEMENTS-WRITTEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       250-EDIT-PLAN-FIELDS.
      *----------------------------------------------------------------*
      * EDIT THE PLAN TYPE, DATES, BUDGET AND ALLOWANCE OF AN OPEN OR  *
      * UPDATE, AND COUNT THE WHOLE WEEKS THE PLAN RUNS                *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-FIELD-4 (1:2) TO WS-TRAN-PLAN-TYPE.
           IF NOT PLAN-TYPE-VALID
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - PLAN TYPE NOT VALID' TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-FIELD-5 IS NUMERIC
                  AND WS-TRAN-FIELD-5 NOT = ZERO
                  AND WS-TRAN-FIELD-6 IS NUMERIC
                  AND WS-TRAN-FIELD-6 > WS-TRAN-FIELD-5
                  AND WS-TRAN-FIELD-5 (5:2) > '00'
                  AND WS-TRAN-FIELD-5 (5:2) < '13'
                  AND WS-TRAN-FIELD-6 (5:2) > '00'
                  AND WS-TRAN-FIELD-6 (5:2) < '13'
                   MOVE WS-TRAN-FIELD-5 TO WS-TRAN-START-DATE
                   MOVE WS-TRAN-FIELD-6 TO WS-TRAN-END-DATE
               ELSE
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - PLAN DATES NOT VALID'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-BUDGET NOT NUMERIC
                  OR WS-TRAN-ALLOWANCE NOT NUMERIC
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - BUDGET OR ALLOWANCE NOT NUMERIC'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE ZERO TO WS-WEEK-COUNT
               MOVE WS-TRAN-START-DATE TO WS-WEEK-DATE-N
               PERFORM 320-ADVANCE-ONE-WEEK
               PERFORM UNTIL WS-WEEK-DATE-N > WS-TRAN-END-DATE
                          OR WS-WEEK-COUNT > 999
                   ADD 1 TO WS-WEEK-COUNT
                   PERFORM 320-ADVANCE-ONE-WEEK
               END-PERFORM
           END-IF.

       260-READ-CLAIM.
      *----------------------------------------------------------------*
      * READ THE PLAN'S CLAIM; IT MUST BE ON FILE AND NOT TERMINATED.  *
      * A SUSPENDED CLAIM'S NEW ALLOWANCE LINES ARE WRITTEN HELD.      *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-CLAIM-ID TO CLAIM-ID.
           READ CLAIM-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - CLAIM NOT ON FILE' TO WS-LOG-TEXT
               NOT INVALID KEY
                   IF CLAIM-STATUS = 'T' AND NOT TRAN-CLOSE
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - CLAIM IS TERMINATED'
                            TO WS-LOG-TEXT
                   END-IF
           END-READ.

           IF CLAIM-STATUS = 'S'
               MOVE 'H' TO WS-LINE-STAT
           ELSE
               MOVE 'A' TO WS-LINE-STAT
           END-IF.

       270-READ-ACTIVE-PLAN.
      *----------------------------------------------------------------*
      * READ THE CLAIM'S PLAN; IT MUST BE ACTIVE                       *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-CLAIM-ID TO REHAB-CLAIM-ID.
           READ REHAB-PLAN-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - NO REHAB PLAN FOR CLAIM'
                        TO WS-LOG-TEXT
               NOT INVALID KEY
                   IF REHAB-STATUS NOT = 'A'
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - REHAB PLAN NOT ACTIVE'
                            TO WS-LOG-TEXT
                   END-IF
           END-READ.

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
                  WS-LOG-KEY    DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-LOG-TEXT   DELIMITED BY SIZE
                  INTO MAINT-LOG-LINE
           END-STRING.
           WRITE MAINT-LOG-LINE.

       300-SCHEDULE-ALLOWANCE.
      *----------------------------------------------------------------*
      * BRING THE PLAN'S ALLOWANCE LINES INTO STEP WITH THE PLAN. WEEK *
      * N OF THE PLAN ENDS N WEEKS AFTER THE START DATE AND IS PAID    *
      * ON SEQUENCE BASE+N WHEN IT ENDS BY THE ALLOWANCE LIMIT DATE    *
      * (THE PLAN END, OR THE OUTCOME DATE OF A CLOSING PLAN). EVERY   *
      * SEQUENCE OF THE PLAN'S BAND IS VISITED SO A SHORTENED PLAN'S   *
      * SURPLUS WEEKS ARE CANCELLED TOO.                               *
      *----------------------------------------------------------------*
           COMPUTE WS-WEEK-LIMIT = WS-ALLOW-LAST-SEQ
                                 - REHAB-ALLOW-BASE-SEQ.
           MOVE ZERO TO REHAB-ALLOWANCE-WEEKS.
           MOVE ZERO TO WS-WEEK-NO.
           MOVE REHAB-START-DATE TO WS-WEEK-DATE-N.
           PERFORM UNTIL WS-WEEK-NO >= WS-WEEK-LIMIT
               ADD 1 TO WS-WEEK-NO
               PERFORM 320-ADVANCE-ONE-WEEK
               PERFORM 310-SET-ONE-WEEK
           END-PERFORM.

       310-SET-ONE-WEEK.
      *----------------------------------------------------------------*
      * WRITE, CHANGE OR CANCEL ONE WEEK'S ALLOWANCE LINE. A LINE DUE  *
      * IN OR BEFORE THE CURRENT MONTH MAY ALREADY BE PAID AND IS LEFT *
      * AS IT STANDS; ONLY LINES STILL AHEAD ARE CHANGED.              *
      *----------------------------------------------------------------*
           IF WS-WEEK-DATE-N NOT > WS-ALLOW-LIMIT-DATE
              AND REHAB-WEEKLY-ALLOWANCE > 0
               SET WEEK-DUE TO TRUE
               ADD 1 TO REHAB-ALLOWANCE-WEEKS
           ELSE
               MOVE 'N' TO WS-WEEK-DUE-SW
           END-IF.

           IF WS-WEEK-CCYYMM > WS-RUN-CCYYMM
               MOVE WS-WEEK-DATE-N    TO WS-LINE-PAY-DATE
           ELSE
               MOVE WS-CATCHUP-DATE-N TO WS-LINE-PAY-DATE
           END-IF.

           MOVE REHAB-CLAIM-ID TO SCHED-CLAIM-ID.
           COMPUTE SCHED-SEQ = REHAB-ALLOW-BASE-SEQ + WS-WEEK-NO.
           MOVE ZERO TO SCHED-DEP-SEQ.
           READ SCHEDULE-MASTER
               INVALID KEY
                   IF WEEK-DUE
                       MOVE REHAB-CLAIM-ID   TO SCHED-CLAIM-ID
                       COMPUTE SCHED-SEQ = REHAB-ALLOW-BASE-SEQ
                                         + WS-WEEK-NO
                       MOVE ZERO             TO SCHED-DEP-SEQ
                       MOVE WS-LINE-PAY-DATE TO SCHED-PAY-DATE
                       MOVE REHAB-WEEKLY-ALLOWANCE TO SCHED-AMOUNT
                       MOVE SPACES           TO SCHED-DEP-REL
                       MOVE WS-LINE-STAT     TO SCHED-STAT
                       WRITE SCHEDULE-RECORD
                           INVALID KEY
                               DISPLAY 'UNABLE TO WRITE ALLOWANCE '
                                       'LINE: ' REHAB-CLAIM-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-ALLOW-WRITTEN
                       END-WRITE
                       IF SCHED-SEQ > REHAB-LAST-ALLOW-SEQ
                           MOVE SCHED-SEQ TO REHAB-LAST-ALLOW-SEQ
                       END-IF
                   END-IF
               NOT INVALID KEY
                   MOVE SCHED-PAY-DATE (1:6) TO WS-SCHED-CCYYMM
                   IF WS-SCHED-CCYYMM > WS-RUN-CCYYMM
                       PERFORM 315-CHANGE-FUTURE-LINE
                   END-IF
           END-READ.

       315-CHANGE-FUTURE-LINE.
      *----------------------------------------------------------------*
      * RESTATE ONE ALLOWANCE LINE STILL AHEAD: A WEEK STILL IN THE    *
      * PLAN TAKES THE CURRENT DATE AND AMOUNT (A CANCELLED LINE IS    *
      * REINSTATED, A HELD ONE STAYS HELD); A WEEK NO LONGER IN THE    *
      * PLAN IS CANCELLED                                              *
      *----------------------------------------------------------------*
           IF WEEK-DUE
               IF SCHED-PAY-DATE NOT = WS-LINE-PAY-DATE
                  OR SCHED-AMOUNT NOT = REHAB-WEEKLY-ALLOWANCE
                  OR SCHED-STAT = 'C'
                   MOVE WS-LINE-PAY-DATE TO SCHED-PAY-DATE
                   MOVE REHAB-WEEKLY-ALLOWANCE TO SCHED-AMOUNT
                   IF SCHED-STAT = 'C'
                       MOVE WS-LINE-STAT TO SCHED-STAT
                   END-IF
                   REWRITE SCHEDULE-RECORD
                   END-REWRITE
                   ADD 1 TO WS-ALLOW-CHANGED
               END-IF
           ELSE
               IF SCHED-STAT NOT = 'C'
                   MOVE 'C' TO SCHED-STAT
                   REWRITE SCHEDULE-RECORD
                   END-REWRITE
                   ADD 1 TO WS-ALLOW-CANCELLED
               END-IF
           END-IF.

       320-ADVANCE-ONE-WEEK.
      *----------------------------------------------------------------*
      * MOVE WS-WEEK-DATE FORWARD SEVEN DAYS                           *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-DAY-SUB.
           PERFORM UNTIL WS-DAY-SUB > 7
               PERFORM 330-ADVANCE-ONE-DAY
               ADD 1 TO WS-DAY-SUB
           END-PERFORM.

       330-ADVANCE-ONE-DAY.
      *----------------------------------------------------------------*
      * MOVE WS-WEEK-DATE FORWARD ONE DAY, ROLLING THROUGH MONTH AND   *
      * YEAR ENDS                                                      *
      *----------------------------------------------------------------*
           MOVE WS-MONTH-DAYS (WS-WEEK-MM) TO WS-DAYS-IN-MONTH.
           IF WS-WEEK-MM = 2
               MOVE WS-WEEK-CCYY TO WS-DN-CCYY
               PERFORM 335-SET-LEAP-YEAR
               IF DN-LEAP-YEAR
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.
           IF WS-WEEK-DD < WS-DAYS-IN-MONTH
               ADD 1 TO WS-WEEK-DD
           ELSE
               MOVE 01 TO WS-WEEK-DD
               IF WS-WEEK-MM = 12
                   MOVE 01 TO WS-WEEK-MM
                   ADD 1 TO WS-WEEK-CCYY
               ELSE
                   ADD 1 TO WS-WEEK-MM
               END-IF
           END-IF.

       335-SET-LEAP-YEAR.
      *----------------------------------------------------------------*
      * SET DN-LEAP-YEAR FOR THE YEAR IN WS-DN-CCYY                    *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-DN-LEAP-SW.
           DIVIDE WS-DN-CCYY BY 4 GIVING WS-DN-QUOTIENT
                  REMAINDER WS-DN-REMAINDER.
           IF WS-DN-REMAINDER = 0
               MOVE 'Y' TO WS-DN-LEAP-SW
               DIVIDE WS-DN-CCYY BY 100 GIVING WS-DN-QUOTIENT
                      REMAINDER WS-DN-REMAINDER
               IF WS-DN-REMAINDER = 0
                   MOVE 'N' TO WS-DN-LEAP-SW
                   DIVIDE WS-DN-CCYY BY 400 GIVING WS-DN-QUOTIENT
                          REMAINDER WS-DN-REMAINDER
                   IF WS-DN-REMAINDER = 0
                       MOVE 'Y' TO WS-DN-LEAP-SW
                   END-IF
               END-IF
           END-IF.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'REHABMNT RUN CONTROL TOTALS'.
           DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ.
           DISPLAY 'TRANSACTIONS APPLIED:  ' WS-TRANS-APPLIED.
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED.
           DISPLAY 'PLANS OPENED:          ' WS-PLANS-OPENED.
           DISPLAY 'PLANS CLOSED:          ' WS-PLANS-CLOSED.
           DISPLAY 'ALLOWANCE LINES ADDED: ' WS-ALLOW-WRITTEN.
           DISPLAY 'ALLOWANCE LINES CHANGED: ' WS-ALLOW-CHANGED.
           DISPLAY 'ALLOWANCE LINES CANCELLED: ' WS-ALLOW-CANCELLED.
           DISPLAY 'SUSPENSIONS WRITTEN:   ' WS-SUSPENSIONS-WRITTEN.
           DISPLAY 'RESTATEMENTS WRITTEN:  ' WS-RESTATEMENTS-WRITTEN.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE TRANSACTION-FILE
                 REHAB-PLAN-FILE
                 CLAIM-FILE
                 SCHEDULE-MASTER
                 RTW-TERM-FILE
                 RTW-EVAL-FILE
                 MAINT-LOG-FILE.

           IF WS-TRANS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
