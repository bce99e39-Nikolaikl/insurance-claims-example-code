       IDENTIFICATION DIVISION.
       PROGRAM-ID. REHABRPT.
      *----------------------------------------------------------------*
      * PROGRAM:  REHABRPT                                             *
      * PURPOSE:  VOCATIONAL REHABILITATION PLAN REPORT. READS THE     *
      *           PLAN FILE REHABMNT MAINTAINS AND PRINTS EVERY ACTIVE *
      *           PLAN WITH ITS SPENDING AGAINST BUDGET, THE SPENDING  *
      *           TOTALS FOR ACTIVE AND CLOSED PLANS, AND THE RETURN-  *
      *           TO-WORK RATE OF CLOSED PLANS BY INDUSTRY CODE AND BY *
      *           GEOGRAPHIC REGION OF THE CLAIM'S POLICY, THE SAME    *
      *           BREAKDOWN THE EXPERIENCE REPORT (EXPRPT) USES. A     *
      *           PLAN COUNTS AS A RETURN TO WORK WHEN IT CLOSED WITH  *
      *           THE CLAIMANT BACK AT FULL DUTY OR REDUCED CAPACITY.  *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. PLAN PASS (ACTIVE PLAN DETAIL AND OUTCOME ACCUMULATION)     *
      * 5. SPENDING AND RETURN-TO-WORK SUMMARY                         *
      * 6. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - REHAB-PLAN-FILE: The rehabilitation plans, read front to     *
      *                    back                                        *
      * - CLAIM-FILE: The claim master, by key for a closed plan's     *
      *               policy                                           *
      * - POLICY-FILE: The policy, by key for its industry and region  *
      * - REHAB-REPORT: The printed rehabilitation plan report         *
      *----------------------------------------------------------------*
           SELECT REHAB-PLAN-FILE ASSIGN TO "data/REHABFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REHAB-CLAIM-ID
           FILE STATUS IS REHAB-FILE-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIM-ID OF CLAIM-RECORD
           FILE STATUS IS CLM-STATUS.

           SELECT POLICY-FILE ASSIGN TO "data/POLFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POLICY-NUMBER OF POLICY-RECORD
           FILE STATUS IS POL-STATUS.

           SELECT REHAB-REPORT ASSIGN TO 'data/REHABRPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD POLICY-FILE.
       01 POLICY-RECORD.
          05 POLICY-NUMBER         PIC X(10).
          05 CUSTOMER-ID           PIC X(8).
          05 POLICY-TYPE           PIC X(2).
          05 POLICY-STATUS         PIC X(1).
          05 START-DATE            PIC 9(8).
          05 END-DATE              PIC 9(8).
          05 MONTHLY-PREMIUM       PIC 9(6)V99.
          05 COVERAGE-AMOUNT       PIC 9(8)V99.
          05 INDUSTRY-CODE         PIC X(4).
          05 GEO-REGION-CODE       PIC X(3).
          05 EMR-VALUE             PIC 9V999.
          05 SAFETY-PROG-RATING    PIC 9(1).
          05 PAYROLL-CLASS-ENTRY OCCURS 4 TIMES.
             10 PAYROLL-CLASS-CODE PIC X(4).
             10 EST-ANNUAL-PAYROLL PIC 9(9)V99.
             10 RATE-PER-100       PIC 9(2)V9999.
          05 PREM-AUDIT-STATUS     PIC X(1).
          05 PREM-AUDIT-DATE       PIC 9(8).
          05 AUDITED-PREMIUM       PIC 9(8)V99.
          05 AUDIT-SURCHARGE       PIC 9(7)V99.
          05 LAST-BILLED-PERIOD    PIC 9(6).
          05 TERM-PREMIUM-BILLED   PIC 9(8)V99.
          05 PER-CLAIM-DEDUCTIBLE  PIC 9(7)V99.
          05 AGG-DEDUCTIBLE-CAP    PIC 9(9)V99.
          05 FILLER                PIC X(14).

       FD REHAB-REPORT.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-INDUSTRY-RTW-TABLE / WS-REGION-RTW-TABLE: Closed-plan     *
      *   outcomes accumulated per code (50 codes of headroom, the     *
      *   same sizing as EXPRPT's experience tables)                   *
      * - WS-CONTROL-TOTALS: Run reconciliation counters and the       *
      *   spending and outcome totals                                  *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 REHAB-FILE-STATUS     PIC X(2).
          05 CLM-STATUS            PIC X(2).
          05 POL-STATUS            PIC X(2).
          05 RPT-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-REHAB-EOF-SW       PIC X(1) VALUE 'N'.
             88 REHAB-END-OF-FILE  VALUE 'Y'.

      * Outcome counts per industry and region: closed plans, then
      * F full duty, P reduced capacity, N no return, W withdrawn.
       01 WS-INDUSTRY-RTW-TABLE.
          05 WS-IR-COUNT           PIC 9(3) COMP VALUE ZERO.
          05 WS-IR-ENTRY OCCURS 50 TIMES INDEXED BY WS-IR-IDX.
             10 WS-IR-CODE         PIC X(4).
             10 WS-IR-CLOSED       PIC 9(5) COMP.
             10 WS-IR-FULL         PIC 9(5) COMP.
             10 WS-IR-PARTIAL      PIC 9(5) COMP.
             10 WS-IR-NONE         PIC 9(5) COMP.
             10 WS-IR-WITHDRAWN    PIC 9(5) COMP.

       01 WS-REGION-RTW-TABLE.
          05 WS-RR-COUNT           PIC 9(3) COMP VALUE ZERO.
          05 WS-RR-ENTRY OCCURS 50 TIMES INDEXED BY WS-RR-IDX.
             10 WS-RR-CODE         PIC X(3).
             10 WS-RR-CLOSED       PIC 9(5) COMP.
             10 WS-RR-FULL         PIC 9(5) COMP.
             10 WS-RR-PARTIAL      PIC 9(5) COMP.
             10 WS-RR-NONE         PIC 9(5) COMP.
             10 WS-RR-WITHDRAWN    PIC 9(5) COMP.

      * One plan's outcome as counts, added to its industry and
      * region entries and the totals.
       01 WS-OUTCOME-COUNTS.
          05 WS-OC-FULL            PIC 9(1).
          05 WS-OC-PARTIAL         PIC 9(1).
          05 WS-OC-NONE            PIC 9(1).
          05 WS-OC-WITHDRAWN       PIC 9(1).

       01 WS-WORK-FIELDS.
          05 WS-REMAINING          PIC 9(7)V99.
          05 WS-PCT-USED           PIC 9(5)V99.
          05 WS-RTW-RATE           PIC 9(3)V99.
          05 WS-RATE-CLOSED        PIC 9(5) COMP.
          05 WS-RATE-RETURNED      PIC 9(5) COMP.
          05 WS-SPEND-BUDGET       PIC 9(9)V99.
          05 WS-SPEND-SPENT        PIC 9(9)V99.
          05 WS-SPEND-REMAINING    PIC 9(9)V99.

       01 WS-CONTROL-TOTALS.
          05 WS-PLANS-READ         PIC 9(7) COMP VALUE ZERO.
          05 WS-PLANS-UNMATCHED    PIC 9(7) COMP VALUE ZERO.
          05 WS-ACTIVE-PLANS       PIC 9(7) COMP VALUE ZERO.
          05 WS-ACTIVE-BUDGET      PIC 9(9)V99 VALUE ZERO.
          05 WS-ACTIVE-SPENT       PIC 9(9)V99 VALUE ZERO.
          05 WS-ACTIVE-WEEKLY      PIC 9(9)V99 VALUE ZERO.
          05 WS-CLOSED-PLANS       PIC 9(7) COMP VALUE ZERO.
          05 WS-CLOSED-BUDGET      PIC 9(9)V99 VALUE ZERO.
          05 WS-CLOSED-SPENT       PIC 9(9)V99 VALUE ZERO.
          05 WS-TOTAL-FULL         PIC 9(5) COMP VALUE ZERO.
          05 WS-TOTAL-PARTIAL      PIC 9(5) COMP VALUE ZERO.
          05 WS-TOTAL-NONE         PIC 9(5) COMP VALUE ZERO.
          05 WS-TOTAL-WITHDRAWN    PIC 9(5) COMP VALUE ZERO.
          05 WS-TOTAL-RTW-CLOSED   PIC 9(5) COMP VALUE ZERO.

       01 WS-REPORT-HEADING.
          05 FILLER                PIC X(38) VALUE
             'VOCATIONAL REHABILITATION PLAN REPORT'.

       01 WS-ACTIVE-HEADING.
          05 FILLER                PIC X(40) VALUE
             'ACTIVE PLANS -- SPENDING AGAINST BUDGET'.

       01 WS-ACTIVE-COLUMNS.
          05 FILLER                PIC X(42) VALUE
             'CLAIM        PROVIDER TY START    END     '.
          05 FILLER                PIC X(45) VALUE
             '         BUDGET          SPENT      REMAINING'.
          05 FILLER                PIC X(28) VALUE
             '   USED%    WEEKLY ALLOWANCE'.

       01 WS-ACTIVE-DETAIL-LINE.
          05 WS-AD-CLAIM-ID        PIC X(12).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-PROVIDER        PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-PLAN-TYPE       PIC X(2).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-START-DATE      PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-END-DATE        PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-BUDGET          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-SPENT           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-REMAINING       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-PCT-USED        PIC ZZ,ZZ9.99.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 WS-AD-WEEKLY          PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-SPEND-LINE.
          05 WS-SL-LABEL           PIC X(14).
          05 FILLER                PIC X(8) VALUE ' PLANS: '.
          05 WS-SL-PLANS           PIC ZZZZ9.
          05 FILLER                PIC X(10) VALUE '  BUDGET: '.
          05 WS-SL-BUDGET          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(9) VALUE '  SPENT: '.
          05 WS-SL-SPENT           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(13) VALUE '  REMAINING: '.
          05 WS-SL-REMAINING       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(9) VALUE '  USED%: '.
          05 WS-SL-PCT-USED        PIC ZZ,ZZ9.99.

       01 WS-WEEKLY-LINE.
          05 FILLER                PIC X(36) VALUE
             'WEEKLY ALLOWANCE ON ACTIVE PLANS:   '.
          05 WS-WL-WEEKLY          PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-RTW-HEADING.
          05 FILLER                PIC X(51) VALUE
             'RETURN TO WORK ON CLOSED PLANS BY INDUSTRY / REGION'.

       01 WS-RTW-DETAIL-LINE.
          05 WS-RD-LABEL           PIC X(10).
          05 WS-RD-CODE            PIC X(4).
          05 FILLER                PIC X(10) VALUE '  CLOSED: '.
          05 WS-RD-CLOSED          PIC ZZZZ9.
          05 FILLER                PIC X(8) VALUE '  FULL: '.
          05 WS-RD-FULL            PIC ZZZZ9.
          05 FILLER                PIC X(11) VALUE '  PARTIAL: '.
          05 WS-RD-PARTIAL         PIC ZZZZ9.
          05 FILLER                PIC X(8) VALUE '  NONE: '.
          05 WS-RD-NONE            PIC ZZZZ9.
          05 FILLER                PIC X(13) VALUE '  WITHDRAWN: '.
          05 WS-RD-WITHDRAWN       PIC ZZZZ9.
          05 FILLER                PIC X(12) VALUE '  RTW RATE: '.
          05 WS-RD-RTW-RATE        PIC ZZ9.99.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files                                             *
      * 2. Print every active plan and accumulate the spending and    *
      *    each closed plan's outcome                                 *
      * 3. Print the spending and return-to-work summary and close    *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-PLANS.
           PERFORM 400-GENERATE-SUMMARY.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * CLEAR THE OUTCOME TABLES, OPEN ALL FILES AND CHECK FOR ERRORS, *
      * THEN START THE REPORT WITH THE ACTIVE PLAN HEADINGS            *
      *----------------------------------------------------------------*
           INITIALIZE WS-INDUSTRY-RTW-TABLE
                      WS-REGION-RTW-TABLE.

           OPEN INPUT REHAB-PLAN-FILE.
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

           OPEN INPUT POLICY-FILE.
           IF POL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POLICY FILE: ' POL-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT REHAB-REPORT.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REHAB PLAN REPORT: ' RPT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACTIVE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACTIVE-COLUMNS TO REPORT-LINE.
           WRITE REPORT-LINE.

       200-PROCESS-PLANS.
      *----------------------------------------------------------------*
      * PLAN PASS:                                                     *
      * Read the plan file front to back. An active plan prints its    *
      * detail line and adds to the active spending totals; a closed   *
      * plan adds to the closed spending totals and its outcome to     *
      * its policy's industry and region entries.                      *
      *----------------------------------------------------------------*
           PERFORM UNTIL REHAB-END-OF-FILE
               READ REHAB-PLAN-FILE NEXT RECORD
                   AT END
                       SET REHAB-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PLANS-READ
                       IF REHAB-STATUS = 'A'
                           PERFORM 210-PRINT-ACTIVE-PLAN
                       ELSE
                           PERFORM 300-ADD-CLOSED-PLAN
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL PLANS ON REHAB PLAN FILE'.

       210-PRINT-ACTIVE-PLAN.
      *----------------------------------------------------------------*
      * PRINT ONE ACTIVE PLAN WITH WHAT IS LEFT OF ITS BUDGET AND THE  *
      * SHARE ALREADY SPENT                                            *
      *----------------------------------------------------------------*
           ADD 1 TO WS-ACTIVE-PLANS.
           ADD REHAB-BUDGET           TO WS-ACTIVE-BUDGET.
           ADD REHAB-COST-TO-DATE     TO WS-ACTIVE-SPENT.
           ADD REHAB-WEEKLY-ALLOWANCE TO WS-ACTIVE-WEEKLY.

           IF REHAB-COST-TO-DATE < REHAB-BUDGET
               COMPUTE WS-REMAINING = REHAB-BUDGET - REHAB-COST-TO-DATE
           ELSE
               MOVE ZERO TO WS-REMAINING
           END-IF.
           IF REHAB-BUDGET > 0
               COMPUTE WS-PCT-USED ROUNDED =
                       REHAB-COST-TO-DATE * 100 / REHAB-BUDGET
           ELSE
               MOVE ZERO TO WS-PCT-USED
           END-IF.

           MOVE REHAB-CLAIM-ID         TO WS-AD-CLAIM-ID.
           MOVE REHAB-PROVIDER-ID      TO WS-AD-PROVIDER.
           MOVE REHAB-PLAN-TYPE        TO WS-AD-PLAN-TYPE.
           MOVE REHAB-START-DATE       TO WS-AD-START-DATE.
           MOVE REHAB-END-DATE         TO WS-AD-END-DATE.
           MOVE REHAB-BUDGET           TO WS-AD-BUDGET.
           MOVE REHAB-COST-TO-DATE     TO WS-AD-SPENT.
           MOVE WS-REMAINING           TO WS-AD-REMAINING.
           MOVE WS-PCT-USED            TO WS-AD-PCT-USED.
           MOVE REHAB-WEEKLY-ALLOWANCE TO WS-AD-WEEKLY.
           MOVE WS-ACTIVE-DETAIL-LINE  TO REPORT-LINE.
           WRITE REPORT-LINE.

       300-ADD-CLOSED-PLAN.
      *----------------------------------------------------------------*
      * LOOK UP ONE CLOSED PLAN'S CLAIM AND POLICY AND ROLL ITS        *
      * OUTCOME INTO THE POLICY'S INDUSTRY AND REGION ENTRIES. PLANS   *
      * WHOSE CLAIM OR POLICY IS GONE ARE COUNTED AND REPORTED RATHER  *
      * THAN SILENTLY DROPPED.                                         *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CLOSED-PLANS.
           ADD REHAB-BUDGET       TO WS-CLOSED-BUDGET.
           ADD REHAB-COST-TO-DATE TO WS-CLOSED-SPENT.

           MOVE ZERO TO WS-OC-FULL WS-OC-PARTIAL
                        WS-OC-NONE WS-OC-WITHDRAWN.
           EVALUATE REHAB-OUTCOME
               WHEN 'F'
                   MOVE 1 TO WS-OC-FULL
               WHEN 'P'
                   MOVE 1 TO WS-OC-PARTIAL
               WHEN 'N'
                   MOVE 1 TO WS-OC-NONE
               WHEN OTHER
                   MOVE 1 TO WS-OC-WITHDRAWN
           END-EVALUATE.
           ADD 1               TO WS-TOTAL-RTW-CLOSED.
           ADD WS-OC-FULL      TO WS-TOTAL-FULL.
           ADD WS-OC-PARTIAL   TO WS-TOTAL-PARTIAL.
           ADD WS-OC-NONE      TO WS-TOTAL-NONE.
           ADD WS-OC-WITHDRAWN TO WS-TOTAL-WITHDRAWN.

           MOVE REHAB-CLAIM-ID TO CLAIM-ID OF CLAIM-RECORD.
           READ CLAIM-FILE
               INVALID KEY
                   ADD 1 TO WS-PLANS-UNMATCHED
                   DISPLAY 'PLAN CLAIM NOT ON CLMFILE: '
                           REHAB-CLAIM-ID
               NOT INVALID KEY
                   MOVE POLICY-NUMBER OF CLAIM-RECORD
                        TO POLICY-NUMBER OF POLICY-RECORD
                   READ POLICY-FILE
                       INVALID KEY
                           ADD 1 TO WS-PLANS-UNMATCHED
                           DISPLAY 'PLAN POLICY NOT ON POLFILE: '
                                   REHAB-CLAIM-ID
                       NOT INVALID KEY
                           PERFORM 310-ADD-INDUSTRY-OUTCOME
                           PERFORM 320-ADD-REGION-OUTCOME
                   END-READ
           END-READ.

       310-ADD-INDUSTRY-OUTCOME.
      *----------------------------------------------------------------*
      * ROLL ONE CLOSED PLAN'S OUTCOME INTO ITS INDUSTRY ENTRY,        *
      * OPENING THE ENTRY IF THIS IS THE FIRST PLAN FOR THE CODE       *
      *----------------------------------------------------------------*
           SET WS-IR-IDX TO 1.
           SEARCH WS-IR-ENTRY
               AT END
                   IF WS-IR-COUNT >= 50
                       DISPLAY 'INDUSTRY TABLE FULL, CODE DROPPED: '
                               INDUSTRY-CODE OF POLICY-RECORD
                       SET WS-IR-IDX TO ZERO
                   ELSE
                       ADD 1 TO WS-IR-COUNT
                       SET WS-IR-IDX TO WS-IR-COUNT
                       MOVE INDUSTRY-CODE OF POLICY-RECORD
                            TO WS-IR-CODE (WS-IR-IDX)
                   END-IF
               WHEN WS-IR-CODE (WS-IR-IDX)
                            = INDUSTRY-CODE OF POLICY-RECORD
                   CONTINUE
           END-SEARCH.
           IF WS-IR-IDX > ZERO
               ADD 1               TO WS-IR-CLOSED (WS-IR-IDX)
               ADD WS-OC-FULL      TO WS-IR-FULL (WS-IR-IDX)
               ADD WS-OC-PARTIAL   TO WS-IR-PARTIAL (WS-IR-IDX)
               ADD WS-OC-NONE      TO WS-IR-NONE (WS-IR-IDX)
               ADD WS-OC-WITHDRAWN TO WS-IR-WITHDRAWN (WS-IR-IDX)
           END-IF.

       320-ADD-REGION-OUTCOME.
      *----------------------------------------------------------------*
      * ROLL ONE CLOSED PLAN'S OUTCOME INTO ITS REGION ENTRY,          *
      * OPENING THE ENTRY IF THIS IS THE FIRST PLAN FOR THE CODE       *
      *----------------------------------------------------------------*
           SET WS-RR-IDX TO 1.
           SEARCH WS-RR-ENTRY
               AT END
                   IF WS-RR-COUNT >= 50
                       DISPLAY 'REGION TABLE FULL, CODE DROPPED: '
                               GEO-REGION-CODE OF POLICY-RECORD
                       SET WS-RR-IDX TO ZERO
                   ELSE
                       ADD 1 TO WS-RR-COUNT
                       SET WS-RR-IDX TO WS-RR-COUNT
                       MOVE GEO-REGION-CODE OF POLICY-RECORD
                            TO WS-RR-CODE (WS-RR-IDX)
                   END-IF
               WHEN WS-RR-CODE (WS-RR-IDX)
                            = GEO-REGION-CODE OF POLICY-RECORD
                   CONTINUE
           END-SEARCH.
           IF WS-RR-IDX > ZERO
               ADD 1               TO WS-RR-CLOSED (WS-RR-IDX)
               ADD WS-OC-FULL      TO WS-RR-FULL (WS-RR-IDX)
               ADD WS-OC-PARTIAL   TO WS-RR-PARTIAL (WS-RR-IDX)
               ADD WS-OC-NONE      TO WS-RR-NONE (WS-RR-IDX)
               ADD WS-OC-WITHDRAWN TO WS-RR-WITHDRAWN (WS-RR-IDX)
           END-IF.

       400-GENERATE-SUMMARY.
      *----------------------------------------------------------------*
      * PRINT THE SPENDING TOTALS FOR ACTIVE AND CLOSED PLANS, THEN    *
      * THE RETURN-TO-WORK RATE PER INDUSTRY, PER REGION AND OVERALL.  *
      * THE RATE IS THE SHARE OF CLOSED PLANS THAT ENDED WITH THE      *
      * CLAIMANT BACK AT WORK, AT FULL DUTY OR REDUCED CAPACITY.       *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'ACTIVE PLANS: '  TO WS-SL-LABEL.
           MOVE WS-ACTIVE-PLANS   TO WS-SL-PLANS.
           MOVE WS-ACTIVE-BUDGET  TO WS-SPEND-BUDGET.
           MOVE WS-ACTIVE-SPENT   TO WS-SPEND-SPENT.
           PERFORM 410-WRITE-SPEND-LINE.

           MOVE 'CLOSED PLANS: '  TO WS-SL-LABEL.
           MOVE WS-CLOSED-PLANS   TO WS-SL-PLANS.
           MOVE WS-CLOSED-BUDGET  TO WS-SPEND-BUDGET.
           MOVE WS-CLOSED-SPENT   TO WS-SPEND-SPENT.
           PERFORM 410-WRITE-SPEND-LINE.

           MOVE WS-ACTIVE-WEEKLY TO WS-WL-WEEKLY.
           MOVE WS-WEEKLY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RTW-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

           SET WS-IR-IDX TO 1.
           PERFORM UNTIL WS-IR-IDX > WS-IR-COUNT
               MOVE 'INDUSTRY: '               TO WS-RD-LABEL
               MOVE WS-IR-CODE (WS-IR-IDX)     TO WS-RD-CODE
               MOVE WS-IR-CLOSED (WS-IR-IDX)   TO WS-RD-CLOSED
               MOVE WS-IR-FULL (WS-IR-IDX)     TO WS-RD-FULL
               MOVE WS-IR-PARTIAL (WS-IR-IDX)  TO WS-RD-PARTIAL
               MOVE WS-IR-NONE (WS-IR-IDX)     TO WS-RD-NONE
               MOVE WS-IR-WITHDRAWN (WS-IR-IDX) TO WS-RD-WITHDRAWN
               MOVE WS-IR-CLOSED (WS-IR-IDX)   TO WS-RATE-CLOSED
               COMPUTE WS-RATE-RETURNED = WS-IR-FULL (WS-IR-IDX)
                                        + WS-IR-PARTIAL (WS-IR-IDX)
               PERFORM 420-WRITE-RTW-LINE
               SET WS-IR-IDX UP BY 1
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           SET WS-RR-IDX TO 1.
           PERFORM UNTIL WS-RR-IDX > WS-RR-COUNT
               MOVE 'REGION:   '               TO WS-RD-LABEL
               MOVE SPACES                     TO WS-RD-CODE
               MOVE WS-RR-CODE (WS-RR-IDX)     TO WS-RD-CODE
               MOVE WS-RR-CLOSED (WS-RR-IDX)   TO WS-RD-CLOSED
               MOVE WS-RR-FULL (WS-RR-IDX)     TO WS-RD-FULL
               MOVE WS-RR-PARTIAL (WS-RR-IDX)  TO WS-RD-PARTIAL
               MOVE WS-RR-NONE (WS-RR-IDX)     TO WS-RD-NONE
               MOVE WS-RR-WITHDRAWN (WS-RR-IDX) TO WS-RD-WITHDRAWN
               MOVE WS-RR-CLOSED (WS-RR-IDX)   TO WS-RATE-CLOSED
               COMPUTE WS-RATE-RETURNED = WS-RR-FULL (WS-RR-IDX)
                                        + WS-RR-PARTIAL (WS-RR-IDX)
               PERFORM 420-WRITE-RTW-LINE
               SET WS-RR-IDX UP BY 1
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'TOTAL:    '          TO WS-RD-LABEL.
           MOVE SPACES                TO WS-RD-CODE.
           MOVE WS-TOTAL-RTW-CLOSED   TO WS-RD-CLOSED.
           MOVE WS-TOTAL-FULL         TO WS-RD-FULL.
           MOVE WS-TOTAL-PARTIAL      TO WS-RD-PARTIAL.
           MOVE WS-TOTAL-NONE         TO WS-RD-NONE.
           MOVE WS-TOTAL-WITHDRAWN    TO WS-RD-WITHDRAWN.
           MOVE WS-TOTAL-RTW-CLOSED   TO WS-RATE-CLOSED.
           COMPUTE WS-RATE-RETURNED = WS-TOTAL-FULL + WS-TOTAL-PARTIAL.
           PERFORM 420-WRITE-RTW-LINE.

           DISPLAY 'PLANS READ:      ' WS-PLANS-READ.
           DISPLAY 'ACTIVE PLANS:    ' WS-ACTIVE-PLANS.
           DISPLAY 'CLOSED PLANS:    ' WS-CLOSED-PLANS.
           DISPLAY 'PLANS UNMATCHED: ' WS-PLANS-UNMATCHED.

       410-WRITE-SPEND-LINE.
      *----------------------------------------------------------------*
      * FINISH AND PRINT ONE SPENDING LINE FROM ITS BUDGET AND SPENT   *
      *----------------------------------------------------------------*
           IF WS-SPEND-SPENT < WS-SPEND-BUDGET
               COMPUTE WS-SPEND-REMAINING =
                       WS-SPEND-BUDGET - WS-SPEND-SPENT
           ELSE
               MOVE ZERO TO WS-SPEND-REMAINING
           END-IF.
           IF WS-SPEND-BUDGET > 0
               COMPUTE WS-PCT-USED ROUNDED =
                       WS-SPEND-SPENT * 100 / WS-SPEND-BUDGET
           ELSE
               MOVE ZERO TO WS-PCT-USED
           END-IF.
           MOVE WS-SPEND-BUDGET    TO WS-SL-BUDGET.
           MOVE WS-SPEND-SPENT     TO WS-SL-SPENT.
           MOVE WS-SPEND-REMAINING TO WS-SL-REMAINING.
           MOVE WS-PCT-USED        TO WS-SL-PCT-USED.
           MOVE WS-SPEND-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       420-WRITE-RTW-LINE.
      *----------------------------------------------------------------*
      * PRINT ONE RETURN-TO-WORK LINE. A CODE WITH NO CLOSED PLANS HAS *
      * NO RATE AND SHOWS ZERO RATHER THAN DIVIDING BY ZERO.           *
      *----------------------------------------------------------------*
           IF WS-RATE-CLOSED > 0
               COMPUTE WS-RTW-RATE ROUNDED =
                       WS-RATE-RETURNED * 100 / WS-RATE-CLOSED
           ELSE
               MOVE ZERO TO WS-RTW-RATE
           END-IF.
           MOVE WS-RTW-RATE TO WS-RD-RTW-RATE.
           MOVE WS-RTW-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE REHAB-PLAN-FILE
                 CLAIM-FILE
                 POLICY-FILE
                 REHAB-REPORT.

           IF WS-PLANS-UNMATCHED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
