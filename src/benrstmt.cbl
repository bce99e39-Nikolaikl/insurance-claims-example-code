       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENRSTMT.
      *----------------------------------------------------------------*
      * PROGRAM:  BENRSTMT                                             *
      * PURPOSE:  BENEFIT RESTATEMENT RUN FOR DISABILITY RE-RATINGS    *
      *           AND TEMPORARY-TO-PERMANENT CONVERSIONS. A CLAIM IS   *
      *           RATED ONCE, AT ADJUDICATION, BUT A LATER MEDICAL     *
      *           EVALUATION CAN RAISE OR LOWER THE DISABILITY         *
      *           PERCENTAGE OR CONVERT A TEMPORARY CLAIM (TP/TT) TO   *
      *           A PERMANENT ONE (PP/PT). EACH EVALUATION NAMES A     *
      *           CLAIM-ID, THE NEW RATING, THE NEW CLAIM TYPE AND AN  *
      *           EFFECTIVE DATE, AND THE RUN RE-DERIVES THE BENEFIT   *
      *           OFF THE CLAIM'S STORED FACTORS, RESTATES THE CLAIM   *
      *           MASTER, REBUILDS THE KEYED PAYMENT SCHEDULE FROM     *
      *           THE EFFECTIVE DATE FORWARD, PAYS ANY ARREARS AS A    *
      *           LUMP SUM AND BOOKS ANY STEP-DOWN OVERPAYMENT TO THE  *
      *           RECOVERY LEDGER. TEMPORARY CLAIMS PAST THEIR REVIEW  *
      *           DATE WITH NO EVALUATION ON FILE ARE LISTED FOR THE   *
      *           ADJUSTERS. A RESTATED AWARD PAST THE AUTHORITY       *
      *           ALREADY APPROVED FOR THE CLAIM IS HELD FOR SIGN-OFF  *
      *           AND THE EVALUATION DEFERRED UNTIL IT IS RELEASED     *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. EVALUATION PROCESSING (MODELED ON PENSTERM)                 *
      * 5. BENEFIT RECALCULATION (MIRRORS THE CALCULATION RUN)         *
      * 6. SCHEDULE REBUILD PASS (KEYED, IN PLACE)                     *
      * 7. OVERDUE REVIEW LIST (SEQUENTIAL SWEEP OF CLMFILE)           *
      * 8. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - EVALUATION-FILE: One medical evaluation per line:            *
      *                    CLAIM-ID,RATING,CLAIM-TYPE,EFFECTIVE-DATE   *
      * - CLAIM-FILE: The claim master; restated by key, then swept    *
      *               sequentially for the overdue review list, so     *
      *               access is DYNAMIC                                *
      * - POLICY-FILE / GEO-FACTOR-FILE: The policy's coverage amount  *
      *               and its region's statutory cap                   *
      * - CLAIMANT-FILE: Date of birth, for the attained age that      *
      *               drives the mortality lookup                      *
      * - ASSUMPTIONS-FILE / MORTALITY-FILE: The discount rate in      *
      *               force on the accident date and the remaining     *
      *               life expectancy, exactly as the calculation run  *
      *               looks them up                                    *
      * - SCHEDULE-MASTER: The keyed payment schedule, rebuilt in      *
      *               place by key from the effective date forward     *
      * - RECOVERY-LEDGER-FILE: Per-claim booked/recovered balances;   *
      *               a step-down overpayment is booked here           *
      * - RESTATEMENT-REPORT: One line per evaluation (applied,        *
      *               deferred or rejected) and the overdue review     *
      *               list                                             *
      * - APPROVAL-FILE: The award authority sign-offs the calculation *
      *               run holds awards on; a restated award past its   *
      *               approved tier is held here the same way          *
      * - CREDIT-LINE-FILE / SUBROGATION-FILE: The subrogation credit  *
      *               taken off each schedule line; a rebuilt line is  *
      *               written at full amount, so its credit is handed  *
      *               back to the subrogation file to be taken again   *
      *----------------------------------------------------------------*
           SELECT EVALUATION-FILE ASSIGN TO "data/MEDEVAL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVAL-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-ID OF CLAIM-RECORD
           FILE STATUS IS WS-CLAIM-STATUS.

           SELECT POLICY-FILE ASSIGN TO "data/POLFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POLICY-NUMBER OF POLICY-RECORD
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT GEO-FACTOR-FILE ASSIGN TO "data/GEOFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GEO-REGION-CODE OF GEO-FACTOR-RECORD
           FILE STATUS IS WS-GEO-STATUS.

           SELECT CLAIMANT-FILE ASSIGN TO "data/CLNTFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIMANT-ID OF CLAIMANT-RECORD
           FILE STATUS IS WS-CLAIMANT-STATUS.

           SELECT ASSUMPTIONS-FILE ASSIGN TO "data/ASSUMEFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EFFECTIVE-DATE OF ASSUMPTIONS-RECORD
           FILE STATUS IS WS-ASSUMPTIONS-STATUS.

           SELECT MORTALITY-FILE ASSIGN TO "data/MORTFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MORT-AGE OF MORTALITY-RECORD
           FILE STATUS IS WS-MORTALITY-STATUS.

      * OFFSET-FILE: The same optional benefit-offset file the
      * calculation run reads (CLAIM-ID,TYPE,MONTHLY-AMOUNT), so a
      * restated benefit carries the same offsets as the original.
           SELECT OFFSET-FILE ASSIGN TO 'data/OFFSETS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OFFSET-STATUS.

           SELECT SCHEDULE-MASTER ASSIGN TO "data/PAYSCHEDM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHED-KEY
           FILE STATUS IS WS-SCHEDM-STATUS.

           SELECT RECOVERY-LEDGER-FILE ASSIGN TO "data/RECOVLEDG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECOV-CLAIM-ID
           FILE STATUS IS WS-RECOV-STATUS.

           SELECT RESTATEMENT-REPORT ASSIGN TO 'data/BENRSTMT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

      * EVALUATION-HISTORY-FILE: Every evaluation this run applies,
      * extended run after run. Loaded at the start of the run so
      * the overdue review list only names temporary claims that
      * have never been re-evaluated.
           SELECT EVALUATION-HISTORY-FILE ASSIGN TO 'data/MEDEVHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVHIST-STATUS.

      * CLAIM-HISTORY-FILE: Dated before/after image of every claim
      * master record this run restates, extended run after run --
      * the same trail the calculation run appends to.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO 'data/CLMHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMHIST-STATUS.

      * LIABILITY-SUMMARY-FILE: The running liability totals the
      * calculation run posts; a restatement moves its claim's
      * posting by the difference between the old and new benefit.
           SELECT LIABILITY-SUMMARY-FILE ASSIGN TO "data/LIABSUM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LIAB-KEY
           FILE STATUS IS WS-LIABSUM-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "data/APPRFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS APPR-CLAIM-ID
           FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT CREDIT-LINE-FILE ASSIGN TO "data/SUBRCRLN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRLN-KEY
           FILE STATUS IS WS-CRLN-STATUS.

           SELECT SUBROGATION-FILE ASSIGN TO "data/SUBRFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUBR-CLAIM-ID
           FILE STATUS IS WS-SUBR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EVALUATION-FILE.
       01 EVALUATION-RECORD        PIC X(80).

       FD CLAIM-FILE.
       01 CLAIM-RECORD.
          05 CLAIM-ID              PIC X(12).
          05 POLICY-NUMBER         PIC X(10).
          05 CLAIM-DATE            PIC 9(8).
          05 CLAIM-TYPE            PIC X(2).
          05 CLAIM-STATUS          PIC X(1).
          05 BASE-PCT              PIC 9(3)V99.
          05 BASE-PENSION          PIC 9(7)V99.
          05 INDUSTRY-ADJ          PIC 9(7)V99.
          05 GEO-ADJ               PIC 9(7)V99.
          05 TREND-ADJ             PIC 9(7)V99.
          05 TOTAL-PENSION         PIC 9(7)V99.
          05 MONTHLY-PENSION       PIC 9(7)V99.
          05 PRESENT-VALUE         PIC 9(8)V99.
          05 AGE-FACTOR            PIC 9(1)V999.
          05 SERVICE-FACTOR        PIC 9(1)V999.
          05 SEVERITY-FACTOR       PIC 9(1)V999.
          05 IND-RISK-FACTOR       PIC 9(1)V999.
          05 JOB-RISK-FACTOR       PIC 9(1)V999.
          05 EMR-FACTOR            PIC 9(1)V999.
          05 SAFETY-FACTOR         PIC 9(1)V999.
          05 CF-GEO-FACTOR         PIC 9(1)V999.
          05 REG-FACTOR            PIC 9(1)V999.
          05 MARKET-FACTOR         PIC 9(1)V999.
          05 FREQ-TREND-FACTOR     PIC 9(1)V999.
          05 SEV-TREND-FACTOR      PIC 9(1)V999.
          05 FINAL-FACTOR          PIC 9(1)V999.
          05 CLAIM-TYPE-FACTOR     PIC 9(1)V999.
          05 CLAIM-RUN-DATE        PIC 9(8).
          05 PRE-CAP-TOTAL-PENSION PIC 9(7)V99.
          05 CAP-APPLIED-SW        PIC X(01).
          05 VARIANCE-FLAG         PIC X(01).
          05 BENEFIT-DURATION-MONTHS PIC 9(4).
          05 REVIEW-DATE           PIC 9(8).
          05 SETTLEMENT-PCT        PIC 9(3).
          05 SETTLEMENT-AMOUNT     PIC 9(8)V99.
          05 CLAIMANT-ID           PIC X(8).
          05 DISABILITY-PCT        PIC 9(3).
          05 TOTAL-ACCIDENT-COSTS  PIC 9(8)V99.
          05 FILLER                PIC X(04).

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

       FD GEO-FACTOR-FILE.
       01 GEO-FACTOR-RECORD.
          05 GEO-REGION-CODE       PIC X(3).
          05 GEO-REGION-NAME       PIC X(20).
          05 REGIONAL-FACTOR       PIC 9V999.
          05 REGULATORY-FACTOR     PIC 9V999.
          05 WAGE-INDEX            PIC 9V999.
          05 STATUTORY-ANNUAL-CAP  PIC 9(7)V99.
          05 STATUTORY-WEEKLY-MIN  PIC 9(5)V99.
          05 STATUTORY-WEEKLY-MAX  PIC 9(5)V99.

       FD CLAIMANT-FILE.
       01 CLAIMANT-RECORD.
          05 CLAIMANT-ID           PIC X(8).
          05 CLAIMANT-NAME         PIC X(30).
          05 CLAIMANT-DOB          PIC 9(8).
          05 CLAIMANT-ADDR-LINE-1  PIC X(30).
          05 CLAIMANT-ADDR-LINE-2  PIC X(30).
          05 CLAIMANT-CITY         PIC X(20).
          05 CLAIMANT-POSTAL-CODE  PIC X(10).

       FD ASSUMPTIONS-FILE.
       01 ASSUMPTIONS-RECORD.
          05 EFFECTIVE-DATE           PIC 9(8).
          05 ASSUMP-DISCOUNT-RATE     PIC 9V9999.
          05 ASSUMP-FREQ-DECLINE-RATE PIC 9V9999.
          05 ASSUMP-SEV-INCREASE-RATE PIC 9V9999.
          05 ASSUMP-LIFE-EXPECTANCY   PIC 99V9.

       FD MORTALITY-FILE.
       01 MORTALITY-RECORD.
          05 MORT-AGE              PIC 9(3).
          05 MORT-LIFE-EXPECTANCY  PIC 99V9.

       FD OFFSET-FILE.
       01 OFFSET-LINE              PIC X(30).

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

       FD RECOVERY-LEDGER-FILE.
       01 RECOVERY-RECORD.
          05 RECOV-CLAIM-ID        PIC X(12).
          05 RECOV-BOOKED          PIC 9(9)V99.
          05 RECOV-RECOVERED       PIC 9(9)V99.
          05 RECOV-LAST-DATE       PIC 9(8).

       FD RESTATEMENT-REPORT.
       01 REPORT-LINE              PIC X(132).

      * The evaluation-history line is fixed-format: cols 1-12
      * claim id, 13-17 ' EFF=', 18-25 effective date, 26-33
      * ' RATING=', 34-36 rating, 37-42 ' TYPE=', 43-44 claim type,
      * 45-49 ' RUN=', 50-57 run date.
       FD EVALUATION-HISTORY-FILE.
       01 EVALUATION-HISTORY-LINE  PIC X(60).

      * The claim-history line is fixed-format: cols 1-5 'DATE=',
      * 6-13 run date, 14-18 ' PGM=', 19-26 program id, 27-31
      * ' KEY=', 32-43 claim id, 44-51 the image tag (' BEFORE=' or
      * ' AFTER ='), 52-278 the full 227-byte claim record image.
       FD CLAIM-HISTORY-FILE.
       01 CLAIM-HISTORY-LINE       PIC X(280).

       FD LIABILITY-SUMMARY-FILE.
       01 LIABILITY-RECORD.
          05 LIAB-KEY.
             10 LIAB-TYPE          PIC X(1).
             10 LIAB-ID            PIC X(12).
          05 LIAB-ANNUAL-TOTAL     PIC 9(11)V99.
          05 LIAB-MONTHLY-TOTAL    PIC 9(11)V99.
          05 LIAB-DISAB-TOTAL      PIC 9(5).
          05 LIAB-CLAIM-COUNT      PIC 9(5).

      * One record per award that needed sign-off. Status P pending,
      * R released (approved, schedule not yet built), S scheduled,
      * N no longer required.
       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
          05 APPR-CLAIM-ID            PIC X(12).
          05 APPR-STATUS              PIC X(1).
          05 APPR-REQUIRED-TIER       PIC 9(1).
          05 APPR-APPROVALS-NEEDED    PIC 9(1).
          05 APPR-PRESENT-VALUE       PIC 9(8)V99.
          05 APPR-SETTLEMENT-AMOUNT   PIC 9(8)V99.
          05 APPR-RETRO-ESTIMATE      PIC 9(8)V99.
          05 APPR-HELD-DATE           PIC 9(8).
          05 APPR-ADJUSTER-ID         PIC X(4).
          05 APPR-APPROVER-1          PIC X(4).
          05 APPR-APPROVED-DATE-1     PIC 9(8).
          05 APPR-APPROVER-2          PIC X(4).
          05 APPR-APPROVED-DATE-2     PIC 9(8).
          05 APPR-RELEASED-DATE       PIC 9(8).
          05 APPR-SCHEDULED-DATE      PIC 9(8).
          05 FILLER                   PIC X(3).

      * The credit the subrogation run took off one schedule line,
      * keyed as the line.
       FD CREDIT-LINE-FILE.
       01 CREDIT-LINE-RECORD.
          05 CRLN-KEY.
             10 CRLN-CLAIM-ID      PIC X(12).
             10 CRLN-SEQ           PIC 9(4).
             10 CRLN-DEP-SEQ       PIC 9(2).
          05 CRLN-AMOUNT           PIC 9(8)V99.
          05 CRLN-TAKEN-DATE       PIC 9(8).
          05 FILLER                PIC X(10).

       FD SUBROGATION-FILE.
       01 SUBROGATION-RECORD.
          05 SUBR-CLAIM-ID            PIC X(12).
          05 SUBR-STATUS              PIC X(1).
          05 SUBR-PARTY-NAME          PIC X(30).
          05 SUBR-CARRIER             PIC X(30).
          05 SUBR-DEMAND              PIC 9(9)V99.
          05 SUBR-ANTICIPATED         PIC 9(9)V99.
          05 SUBR-OPENED-DATE         PIC 9(8).
          05 SUBR-GROSS-RECOVERED     PIC 9(9)V99.
          05 SUBR-LIEN-RECOVERED      PIC 9(9)V99.
          05 SUBR-CREDIT-BOOKED       PIC 9(9)V99.
          05 SUBR-CREDIT-TAKEN        PIC 9(9)V99.
          05 SUBR-LAST-RECEIPT-DATE   PIC 9(8).
          05 SUBR-CLOSED-DATE         PIC 9(8).
          05 FILLER                   PIC X(7).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-EVAL-FIELDS: One evaluation parsed off its input line     *
      * - WS-EVALUATED-TABLE: Every claim with an evaluation on file,  *
      *                       for the overdue review list              *
      * - WS-RECALC-FIELDS: The re-derived benefit                     *
      * - WS-OLD-SCHED-TABLE: The claim's monthly records from the     *
      *                       effective date on, as they stood         *
      * - WS-AUTHORITY-FIELDS: The tier the restated award needs and   *
      *                       the tier already approved for the claim  *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 WS-EVAL-STATUS        PIC X(2).
          05 WS-CLAIM-STATUS       PIC X(2).
          05 WS-POLICY-STATUS      PIC X(2).
          05 WS-GEO-STATUS         PIC X(2).
          05 WS-CLAIMANT-STATUS    PIC X(2).
          05 WS-ASSUMPTIONS-STATUS PIC X(2).
          05 WS-MORTALITY-STATUS   PIC X(2).
          05 WS-OFFSET-STATUS      PIC X(2).
          05 WS-SCHEDM-STATUS      PIC X(2).
          05 WS-RECOV-STATUS       PIC X(2).
          05 WS-REPORT-STATUS      PIC X(2).
          05 WS-EVHIST-STATUS      PIC X(2).
          05 WS-CLMHIST-STATUS     PIC X(2).
          05 WS-LIABSUM-STATUS     PIC X(2).
          05 WS-APPROVAL-STATUS    PIC X(2).
          05 WS-CRLN-STATUS        PIC X(2).
          05 WS-SUBR-STATUS        PIC X(2).

       01 WS-SWITCHES.
          05 WS-EVAL-EOF-SW        PIC X(1) VALUE 'N'.
             88 EVAL-END-OF-FILE   VALUE 'Y'.
          05 WS-EVHIST-EOF-SW      PIC X(1) VALUE 'N'.
             88 EVHIST-END-OF-FILE VALUE 'Y'.
          05 WS-OFFSET-EOF-SW      PIC X(1) VALUE 'N'.
             88 OFFSET-END-OF-FILE VALUE 'Y'.
          05 WS-SCHED-EOF-SW       PIC X(1) VALUE 'N'.
             88 SCHED-END-OF-FILE  VALUE 'Y'.
          05 WS-SCAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 SCAN-END-OF-FILE   VALUE 'Y'.
          05 WS-EVAL-REJECT-SW     PIC X(1) VALUE 'N'.
             88 EVAL-REJECTED      VALUE 'Y'.
             88 EVAL-NOT-REJECTED  VALUE 'N'.
             88 EVAL-DEFERRED      VALUE 'D'.
          05 WS-LIABSUM-AVAIL-SW   PIC X(1) VALUE 'N'.
             88 LIABILITY-SUMMARY-AVAILABLE VALUE 'Y'.
          05 WS-APPROVAL-AVAIL-SW  PIC X(1) VALUE 'N'.
             88 APPROVAL-FILE-AVAILABLE VALUE 'Y'.
          05 WS-CRLN-AVAIL-SW      PIC X(1) VALUE 'N'.
             88 LINE-CREDIT-AVAILABLE VALUE 'Y'.
          05 WS-OLD-FOUND-SW       PIC X(1) VALUE 'N'.
             88 OLD-MONTH-FOUND    VALUE 'Y'.
          05 WS-EVALUATED-SW       PIC X(1) VALUE 'N'.
             88 CLAIM-EVALUATED    VALUE 'Y'.

       01 WS-EVAL-FIELDS.
          05 WS-EVAL-CLAIM-ID      PIC X(12).
          05 WS-EVAL-RATING        PIC 9(3).
          05 WS-EVAL-CLAIM-TYPE    PIC X(2).
             88 EVAL-TYPE-TEMP-PARTIAL VALUE 'TP'.
             88 EVAL-TYPE-TEMP-TOTAL   VALUE 'TT'.
             88 EVAL-TYPE-PERM-PARTIAL VALUE 'PP'.
             88 EVAL-TYPE-PERM-TOTAL   VALUE 'PT'.
          05 WS-EVAL-EFF-DATE      PIC 9(8).

      * Every claim with an evaluation on file -- last run's history
      * plus this run's applied evaluations. A claim evaluated twice
      * in the same run is rejected the second time so the schedule
      * rebuild works from one consistent before picture.
       01 WS-EVALUATED-COUNT       PIC 9(4) COMP VALUE ZERO.
       01 WS-EVALUATED-TABLE.
          05 WS-EV-ENTRY OCCURS 5000 TIMES INDEXED BY WS-EV-IDX.
             10 WS-EV-CLAIM-ID     PIC X(12).
             10 WS-EV-RUN-DATE     PIC 9(8).

       01 WS-OFFSET-TABLE-COUNT    PIC 9(4) COMP VALUE ZERO.
       01 WS-OFFSET-TABLE.
          05 WS-OFFSET-ENTRY OCCURS 500 TIMES.
             10 WS-OFFSET-CLAIM-ID PIC X(12).
             10 WS-OFFSET-TYPE     PIC X(2).
             10 WS-OFFSET-AMOUNT   PIC 9(7)V99.
       01 WS-OFFSET-SUB            PIC 9(4) COMP.
       01 WS-OFFSET-PARSE.
          05 WS-OP-CLAIM-ID        PIC X(12).
          05 WS-OP-TYPE            PIC X(2).
          05 WS-OP-AMOUNT          PIC 9(7)V99.

      * The calculation run's constants; the rates are fallbacks,
      * replaced by the dated assumption set and the mortality table
      * whenever those have an entry.
       01 WS-ACTUARIAL-CONSTANTS.
          05 WS-MIN-PENSION-PCT    PIC 9(2)V99 VALUE 30.00.
          05 WS-MAX-PENSION-PCT    PIC 9(2)V99 VALUE 80.00.
          05 WS-MONTHS-IN-YEAR     PIC 9(2)    VALUE 12.
          05 WS-DISCOUNT-RATE      PIC 9V9999  VALUE 0.0350.
          05 WS-LIFE-EXPECTANCY    PIC 99V9    VALUE 20.5.
          05 WS-DEFAULT-DISCOUNT   PIC 9V9999  VALUE 0.0350.
          05 WS-DEFAULT-LIFE-EXP   PIC 99V9    VALUE 20.5.
          05 WS-TP-MAX-WEEKS       PIC 9(3)    VALUE 104.
          05 WS-TT-MAX-WEEKS       PIC 9(3)    VALUE 156.
          05 WS-WEEKS-IN-YEAR      PIC 9(2)    VALUE 52.
          05 WS-REVIEW-LEAD-MONTHS PIC 9(2)    VALUE 3.
          05 WS-SS-OFFSET-PCT      PIC 9(3)    VALUE 050.
          05 WS-FULL-OFFSET-PCT    PIC 9(3)    VALUE 100.
          05 WS-MAX-COMBINED-DISAB PIC 9(3)    VALUE 100.
          05 WS-MAX-RATING         PIC 9(3)    VALUE 100.
          05 WS-COLA-RATE          PIC 9V9999  VALUE 0.0250.

      *----------------------------------------------------------------*
      * WS-RECALC-FIELDS: THE BENEFIT RE-DERIVED FOR THE NEW RATING    *
      * AND CLAIM TYPE. SALARY IS NOT KEPT ON THE CLAIM MASTER, BUT    *
      * THE BASE PENSION IS A STRAIGHT PERCENTAGE OF IT, SO THE NEW    *
      * BASE IS THE STORED BASE SCALED BY NEW PCT / OLD PCT. THE       *
      * ADJUSTMENTS ARE THEN RE-DERIVED OFF THE STORED FACTORS WITH    *
      * THE CALCULATION RUN'S OWN FORMULAS.                            *
      *----------------------------------------------------------------*
       01 WS-RECALC-FIELDS.
          05 WS-NEW-TYPE-FACTOR    PIC 9V999.
          05 WS-NEW-BASE-PCT       PIC 9(3)V99.
          05 WS-NEW-BASE-PENSION   PIC 9(7)V99.
          05 WS-NEW-INDUSTRY-ADJ   PIC S9(7)V99.
          05 WS-NEW-GEO-ADJ        PIC S9(7)V99.
          05 WS-NEW-TREND-ADJ      PIC S9(7)V99.
          05 WS-NEW-TOTAL-PENSION  PIC 9(7)V99.
          05 WS-NEW-MONTHLY        PIC 9(7)V99.
          05 WS-NEW-PRE-CAP        PIC 9(7)V99.
          05 WS-NEW-CAP-SW         PIC X(1).
          05 WS-NEW-PRESENT-VALUE  PIC 9(8)V99.
          05 WS-NEW-BENEFIT-MONTHS PIC 9(4) COMP.
          05 WS-MAX-BENEFIT-MONTHS PIC 9(4) COMP.
          05 WS-NEW-BENEFIT-YEARS  PIC 99V9.
          05 WS-NEW-REVIEW-DATE    PIC 9(8).
          05 WS-OFFSET-MONTHLY-TOTAL PIC 9(7)V99.
          05 WS-OFFSET-ONE-AMOUNT  PIC 9(7)V99.
          05 WS-STATUTORY-CAP      PIC 9(7)V99.
          05 WS-COVERAGE-AMOUNT    PIC 9(8)V99.
          05 WS-POLICY-AGGREGATE   PIC S9(11)V99.
          05 WS-COVERAGE-REMAINING PIC S9(11)V99.
          05 WS-CLAIMANT-DISAB-TOTAL PIC S9(5).
          05 WS-INSURED-AGE        PIC 9(3).
          05 WS-AGE-CLAIM-DATE.
             10 WS-AGE-CLAIM-CCYY  PIC 9(4).
             10 WS-AGE-CLAIM-MMDD  PIC 9(4).
          05 WS-AGE-DOB-DATE.
             10 WS-AGE-DOB-CCYY    PIC 9(4).
             10 WS-AGE-DOB-MMDD    PIC 9(4).

       01 WS-REVIEW-DATE-FIELDS.
          05 WS-REVIEW-DATE-WORK.
             10 WS-REV-CCYY        PIC 9(4).
             10 WS-REV-MM          PIC 9(2).
             10 WS-REV-DD          PIC 9(2).
          05 WS-REV-WORK-MM        PIC 9(2).
          05 WS-REV-TOTAL-MONTHS   PIC 9(5).
          05 WS-REV-YEAR-OFFSET    PIC 9(4).
          05 WS-REV-MONTH-REM      PIC 9(2).

      *----------------------------------------------------------------*
      * WS-ROLL-FIELDS: THE OLD AND NEW MONTHLY STREAMS ARE ROLLED     *
      * FORWARD SIDE BY SIDE FROM THE ACCIDENT MONTH, EACH WITH ITS    *
      * OWN HORIZON AND COLA STEPS, WITH THE SAME PRORATION AND COLA   *
      * THE REPORT STEP BUILDS A SCHEDULE WITH. MONTHS THE REPORT      *
      * STEP FOLDED INTO THE RETRO LUMP SUM HAVE NO RECORD OF THEIR    *
      * OWN, SO THE OLD STREAM STANDS IN FOR WHAT WAS PAID ON THEM.    *
      *----------------------------------------------------------------*
       01 WS-ROLL-FIELDS.
          05 WS-PAYMENT-SEQ        PIC 9(4).
          05 WS-PAYMENT-YEAR-MONTH PIC 9(2).
          05 WS-ROLL-MONTHS        PIC 9(4) COMP.
          05 WS-NEW-SCHED-MONTHS   PIC 9(4) COMP.
          05 WS-OLD-SCHED-MONTHS   PIC 9(4) COMP.
          05 WS-OLD-DURATION       PIC 9(4) COMP.
          05 WS-NEW-PAY-AMOUNT     PIC 9(8)V99.
          05 WS-OLD-PAY-AMOUNT     PIC 9(8)V99.
          05 WS-NEW-MONTH-AMOUNT   PIC 9(8)V99.
          05 WS-OLD-MONTH-AMOUNT   PIC 9(8)V99.
          05 WS-WRITE-STAT         PIC X(1).
          05 WS-DEFAULT-STAT       PIC X(1).
          05 WS-PAYMENT-DATE.
             10 WS-PAY-CCYY        PIC 9(4).
             10 WS-PAY-MM          PIC 9(2).
             10 WS-PAY-DD          PIC 9(2).
          05 WS-ARREARS-DATE.
             10 WS-ARR-CCYY        PIC 9(4).
             10 WS-ARR-MM          PIC 9(2).
             10 WS-ARR-DD          PIC 9(2).
          05 WS-NET-DIFFERENCE     PIC S9(9)V99.
          05 WS-OVERPAID-AMOUNT    PIC 9(9)V99.
          05 WS-ARREARS-AMOUNT     PIC 9(8)V99.

       01 WS-PRORATION-FIELDS.
          05 WS-ACC-DAY            PIC 9(2).
          05 WS-ACC-MONTH          PIC 9(2).
          05 WS-ACC-YEAR           PIC 9(4).
          05 WS-DAYS-IN-MONTH      PIC 9(2).
          05 WS-FIRST-FRACTION     PIC 9V9999.
          05 WS-LAST-FRACTION      PIC 9V9999.
          05 WS-YEAR-REM           PIC 9(4).
          05 WS-MONTH-DAYS-TABLE.
             10 FILLER             PIC X(24) VALUE
                '312831303130313130313031'.
          05 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE
                                   PIC 9(2) OCCURS 12 TIMES.

      * The claim's monthly records dated on or after the effective
      * date, collected on the walk and deleted by key afterwards so
      * the walk is never disturbed by its own deletes. The rebuild
      * matches each regenerated month back to its old record here.
       01 WS-OLD-SCHED-COUNT       PIC 9(4) COMP VALUE ZERO.
       01 WS-OLD-SCHED-TABLE.
          05 WS-OS-ENTRY OCCURS 2000 TIMES INDEXED BY WS-OS-IDX.
             10 WS-OS-SEQ          PIC 9(4).
             10 WS-OS-DEP          PIC 9(2).
             10 WS-OS-PAY-DATE     PIC 9(8).
             10 WS-OS-AMOUNT       PIC 9(8)V99.
             10 WS-OS-STAT         PIC X(1).
             10 WS-OS-MATCHED      PIC X(1).
       01 WS-OLD-SCHED-SUB         PIC 9(4) COMP.

      * Subrogation credit on the old records, handed back as they are
      * deleted so the subrogation run takes it again off the rebuilt
      * schedule. A month already due is netted on the cash paid on
      * it, so its credit goes back too and is paid in the arrears.
       01 WS-CREDIT-RELEASED       PIC 9(9)V99.

      *----------------------------------------------------------------*
      * WS-AUTHORITY-TIERS: The calculation run's award authority      *
      * limits, one row per tier, present value first and the largest  *
      * single lump sum second -- for a restatement, the arrears the   *
      * increase runs up from the effective date to this run. Past     *
      * tier 4 needs two different tier-4 approvers.                   *
      *----------------------------------------------------------------*
       01 WS-AUTHORITY-TIER-VALUES.
          05 FILLER                PIC X(20)
                                   VALUE '00100000000002500000'.
          05 FILLER                PIC X(20)
                                   VALUE '00250000000007500000'.
          05 FILLER                PIC X(20)
                                   VALUE '00500000000015000000'.
          05 FILLER                PIC X(20)
                                   VALUE '01000000000030000000'.
       01 WS-AUTHORITY-TIERS REDEFINES WS-AUTHORITY-TIER-VALUES.
          05 WS-AUTH-TIER OCCURS 4 TIMES.
             10 WS-AUTH-PV-LIMIT   PIC 9(8)V99.
             10 WS-AUTH-LUMP-LIMIT PIC 9(8)V99.

       01 WS-AUTHORITY-FIELDS.
          05 WS-AUTH-SUB           PIC 9(2) COMP.
          05 WS-AUTH-TOP-TIER      PIC 9(1) VALUE 4.
          05 WS-AUTH-REQUIRED-TIER PIC 9(1).
          05 WS-AUTH-APPROVED-TIER PIC 9(1).
          05 WS-AUTH-INCREASE      PIC S9(7)V99.
          05 WS-AUTH-LUMP-SUM      PIC 9(8)V99.
          05 WS-AUTH-RETRO-MONTHS  PIC S9(5) COMP.
          05 WS-AUTH-RUN-DATE      PIC 9(8).
          05 WS-AUTH-RUN-PARTS REDEFINES WS-AUTH-RUN-DATE.
             10 WS-AUTH-RUN-CCYY   PIC 9(4).
             10 WS-AUTH-RUN-MM     PIC 9(2).
             10 WS-AUTH-RUN-DD     PIC 9(2).
          05 WS-AUTH-EFF-DATE      PIC 9(8).
          05 WS-AUTH-EFF-PARTS REDEFINES WS-AUTH-EFF-DATE.
             10 WS-AUTH-EFF-CCYY   PIC 9(4).
             10 WS-AUTH-EFF-MM     PIC 9(2).
             10 WS-AUTH-EFF-DD     PIC 9(2).
          05 WS-APPR-FOUND-SW      PIC X(1) VALUE 'N'.
             88 APPROVAL-ON-FILE   VALUE 'Y'.
          05 WS-RELEASE-SW         PIC X(1) VALUE 'N'.
             88 RELEASED-AWARD-TAKEN-UP VALUE 'Y'.

       01 WS-RUN-DATE              PIC 9(8).

      * Before/after claim images for the claim-history trail. The
      * before image's stored amounts are overlaid at their fixed
      * offsets in the claim record so the liability summaries move
      * by exactly the difference the restatement made.
       01 WS-CLAIM-HISTORY-FIELDS.
          05 WS-CH-BEFORE-IMAGE    PIC X(227).
          05 WS-CH-BEFORE-FIELDS REDEFINES WS-CH-BEFORE-IMAGE.
             10 FILLER                PIC X(12).
             10 WS-CHB-POLICY-NUMBER  PIC X(10).
             10 FILLER                PIC X(10).
             10 WS-CHB-CLAIM-STATUS   PIC X(1).
             10 FILLER                PIC X(41).
             10 WS-CHB-TOTAL-PENSION  PIC 9(7)V99.
             10 WS-CHB-MONTHLY-PENSION PIC 9(7)V99.
             10 FILLER                PIC X(110).
             10 WS-CHB-CLAIMANT-ID    PIC X(8).
             10 WS-CHB-DISAB-PCT      PIC 9(3).
             10 FILLER                PIC X(14).
          05 WS-CH-AFTER-IMAGE     PIC X(227).

       01 WS-OLD-CLAIM-FIELDS.
          05 WS-OLD-CLAIM-TYPE     PIC X(2).
          05 WS-OLD-DISAB-PCT      PIC 9(3).
          05 WS-OLD-MONTHLY        PIC 9(7)V99.

       01 WS-LOG-DETAIL.
          05 WS-LOG-KEY            PIC X(12).
          05 WS-LOG-TEXT           PIC X(60).

       01 WS-RESTATE-DETAIL.
          05 WS-RS-CLAIM-ID        PIC X(12).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-RS-OLD-TYPE        PIC X(2).
          05 FILLER                PIC X(1)  VALUE '/'.
          05 WS-RS-OLD-PCT         PIC ZZ9.
          05 FILLER                PIC X(4)  VALUE ' TO '.
          05 WS-RS-NEW-TYPE        PIC X(2).
          05 FILLER                PIC X(1)  VALUE '/'.
          05 WS-RS-NEW-PCT         PIC ZZ9.
          05 FILLER                PIC X(6)  VALUE ' EFF: '.
          05 WS-RS-EFF-DATE        PIC 9(8).
          05 FILLER                PIC X(6)  VALUE ' OLD: '.
          05 WS-RS-OLD-MONTHLY     PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(6)  VALUE ' NEW: '.
          05 WS-RS-NEW-MONTHLY     PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(10) VALUE ' ARREARS: '.
          05 WS-RS-ARREARS         PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(10) VALUE ' OVERPAY: '.
          05 WS-RS-OVERPAID        PIC ZZ,ZZZ,ZZ9.99.

       01 WS-OVERDUE-DETAIL.
          05 WS-OD-CLAIM-ID        PIC X(12).
          05 FILLER                PIC X(7)  VALUE ' TYPE: '.
          05 WS-OD-CLAIM-TYPE      PIC X(2).
          05 FILLER                PIC X(11) VALUE ' CLAIMANT: '.
          05 WS-OD-CLAIMANT-ID     PIC X(8).
          05 FILLER                PIC X(9)  VALUE ' REVIEW: '.
          05 WS-OD-REVIEW-DATE     PIC 9(8).
          05 FILLER                PIC X(10) VALUE ' MONTHLY: '.
          05 WS-OD-MONTHLY         PIC Z,ZZZ,ZZ9.99.

       01 WS-CONTROL-TOTALS.
          05 WS-EVALS-READ         PIC 9(5) COMP VALUE ZERO.
          05 WS-EVALS-APPLIED      PIC 9(5) COMP VALUE ZERO.
          05 WS-EVALS-REJECTED     PIC 9(5) COMP VALUE ZERO.
          05 WS-EVALS-DEFERRED     PIC 9(5) COMP VALUE ZERO.
          05 WS-CONVERSIONS        PIC 9(5) COMP VALUE ZERO.
          05 WS-SCHED-DELETED      PIC 9(7) COMP VALUE ZERO.
          05 WS-SCHED-WRITTEN      PIC 9(7) COMP VALUE ZERO.
          05 WS-ARREARS-LINES      PIC 9(5) COMP VALUE ZERO.
          05 WS-OVERPAYMENTS-BOOKED PIC 9(5) COMP VALUE ZERO.
          05 WS-TOTAL-ARREARS      PIC 9(9)V99 VALUE ZERO.
          05 WS-TOTAL-OVERPAID     PIC 9(9)V99 VALUE ZERO.
          05 WS-CLAIMS-SCANNED     PIC 9(7) COMP VALUE ZERO.
          05 WS-REVIEWS-OVERDUE    PIC 9(5) COMP VALUE ZERO.
          05 WS-TOTAL-CREDIT-BACK  PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files, load the evaluation history and offsets    *
      * 2. Restate every evaluated claim and rebuild its schedule     *
      * 3. List temporary claims past review with no evaluation       *
      * 4. Report run totals, close down                              *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-EVALUATIONS.
           PERFORM 500-LIST-OVERDUE-REVIEWS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * CLEAR THE TABLES, OPEN ALL FILES AND CHECK FOR ERRORS          *
      *----------------------------------------------------------------*
           INITIALIZE WS-EVALUATED-TABLE
                      WS-OFFSET-TABLE
                      WS-OLD-SCHED-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT EVALUATION-FILE.
           IF WS-EVAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EVALUATION FILE: ' WS-EVAL-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT RESTATEMENT-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RESTATEMENT REPORT: '
                      WS-REPORT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O CLAIM-FILE.
           IF WS-CLAIM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIM FILE: ' WS-CLAIM-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT POLICY-FILE
                      GEO-FACTOR-FILE
                      CLAIMANT-FILE
                      ASSUMPTIONS-FILE
                      MORTALITY-FILE.
           IF WS-POLICY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POLICY FILE: ' WS-POLICY-STATUS
              PERFORM 900-TERMINATION
           END-IF.
           IF WS-GEO-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING GEO FACTOR FILE: ' WS-GEO-STATUS
              PERFORM 900-TERMINATION
           END-IF.
           IF WS-CLAIMANT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIMANT FILE: '
                      WS-CLAIMANT-STATUS
              PERFORM 900-TERMINATION
           END-IF.
           IF WS-ASSUMPTIONS-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ASSUMPTIONS FILE: '
                      WS-ASSUMPTIONS-STATUS
              PERFORM 900-TERMINATION
           END-IF.
           IF WS-MORTALITY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MORTALITY FILE: '
                      WS-MORTALITY-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O SCHEDULE-MASTER.
           IF WS-SCHEDM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SCHEDULE MASTER: '
                      WS-SCHEDM-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O RECOVERY-LEDGER-FILE.
           IF WS-RECOV-STATUS NOT = '00'
              DISPLAY 'RECOVERY LEDGER NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT RECOVERY-LEDGER-FILE
              CLOSE RECOVERY-LEDGER-FILE
              OPEN I-O RECOVERY-LEDGER-FILE
           END-IF.
           IF WS-RECOV-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RECOVERY LEDGER: '
                      WS-RECOV-STATUS
              PERFORM 900-TERMINATION
           END-IF.

      * The liability summaries must move with the restated benefit;
      * a shop not yet on the summary file runs without it
           OPEN I-O LIABILITY-SUMMARY-FILE.
           IF WS-LIABSUM-STATUS = '00'
               SET LIABILITY-SUMMARY-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'LIABILITY SUMMARY NOT ON FILE, NO ADJUSTMENT '
                       'POSTED: ' WS-LIABSUM-STATUS
           END-IF.

      * A restated award is held for sign-off on the approval file the
      * calculation run keeps; with no approval file, an award past
      * the entry tier cannot be held and its evaluation is rejected
           OPEN I-O APPROVAL-FILE.
           IF WS-APPROVAL-STATUS = '00'
               SET APPROVAL-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'APPROVAL FILE NOT ON FILE, ENTRY TIER ONLY: '
                       WS-APPROVAL-STATUS
           END-IF.

      * The line credits and the subrogation file are kept by the
      * subrogation run; a shop with neither has no credit to hand
      * back when a schedule is rebuilt
           OPEN I-O CREDIT-LINE-FILE.
           IF WS-CRLN-STATUS = '00'
               OPEN I-O SUBROGATION-FILE
               IF WS-SUBR-STATUS = '00'
                   SET LINE-CREDIT-AVAILABLE TO TRUE
               ELSE
                   CLOSE CREDIT-LINE-FILE
               END-IF
           END-IF.
           IF NOT LINE-CREDIT-AVAILABLE
               DISPLAY 'NO SUBROGATION LINE CREDITS ON FILE: '
                       WS-CRLN-STATUS ' ' WS-SUBR-STATUS
           END-IF.

           OPEN EXTEND CLAIM-HISTORY-FILE.
           IF WS-CLMHIST-STATUS NOT = '00'
              OPEN OUTPUT CLAIM-HISTORY-FILE
           END-IF.
           IF WS-CLMHIST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIM HISTORY FILE: '
                      WS-CLMHIST-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           PERFORM 110-LOAD-EVALUATION-HISTORY.
           PERFORM 120-LOAD-OFFSETS.

           OPEN EXTEND EVALUATION-HISTORY-FILE.
           IF WS-EVHIST-STATUS NOT = '00'
              OPEN OUTPUT EVALUATION-HISTORY-FILE
           END-IF.
           IF WS-EVHIST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EVALUATION HISTORY FILE: '
                      WS-EVHIST-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'BENEFIT RESTATEMENT RUN OF ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       110-LOAD-EVALUATION-HISTORY.
      *----------------------------------------------------------------*
      * LOAD EVERY CLAIM WITH AN EVALUATION ON FILE. A FIRST-EVER RUN  *
      * HAS NO HISTORY YET; EVERY PAST-REVIEW TEMPORARY CLAIM IS THEN  *
      * LISTED.                                                        *
      *----------------------------------------------------------------*
           OPEN INPUT EVALUATION-HISTORY-FILE.
           IF WS-EVHIST-STATUS NOT = '00'
               DISPLAY 'NO EVALUATION HISTORY ON FILE'
           ELSE
               PERFORM UNTIL EVHIST-END-OF-FILE
                   READ EVALUATION-HISTORY-FILE
                       AT END
                           SET EVHIST-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE EVALUATION-HISTORY-LINE (1:12)
                                TO WS-EVAL-CLAIM-ID
                           PERFORM 115-REMEMBER-EVALUATED-CLAIM
                   END-READ
               END-PERFORM
               CLOSE EVALUATION-HISTORY-FILE
           END-IF.

       115-REMEMBER-EVALUATED-CLAIM.
      *----------------------------------------------------------------*
      * ADD ONE CLAIM TO THE EVALUATED TABLE UNLESS ALREADY THERE      *
      *----------------------------------------------------------------*
           SET WS-EV-IDX TO 1.
           SEARCH WS-EV-ENTRY
               AT END
                   IF WS-EVALUATED-COUNT >= 5000
                       DISPLAY 'EVALUATED TABLE FULL, OVERDUE LIST '
                               'OVERSTATED: ' WS-EVAL-CLAIM-ID
                   ELSE
                       ADD 1 TO WS-EVALUATED-COUNT
                       MOVE WS-EVAL-CLAIM-ID
                            TO WS-EV-CLAIM-ID (WS-EVALUATED-COUNT)
                       MOVE ZERO
                            TO WS-EV-RUN-DATE (WS-EVALUATED-COUNT)
                   END-IF
               WHEN WS-EV-CLAIM-ID (WS-EV-IDX) = WS-EVAL-CLAIM-ID
                   CONTINUE
           END-SEARCH.

       120-LOAD-OFFSETS.
      *----------------------------------------------------------------*
      * LOAD THE OPTIONAL BENEFIT-OFFSET FILE, AS THE CALCULATION RUN  *
      * DOES                                                           *
      *----------------------------------------------------------------*
           OPEN INPUT OFFSET-FILE.
           IF WS-OFFSET-STATUS = '00'
               PERFORM UNTIL OFFSET-END-OF-FILE
                   READ OFFSET-FILE
                       AT END
                           SET OFFSET-END-OF-FILE TO TRUE
                       NOT AT END
                           UNSTRING OFFSET-LINE DELIMITED BY ','
                               INTO WS-OP-CLAIM-ID
                                    WS-OP-TYPE
                                    WS-OP-AMOUNT
                           END-UNSTRING
                           IF WS-OFFSET-TABLE-COUNT < 500
                               ADD 1 TO WS-OFFSET-TABLE-COUNT
                               MOVE WS-OP-CLAIM-ID TO
                                    WS-OFFSET-CLAIM-ID
                                    (WS-OFFSET-TABLE-COUNT)
                               MOVE WS-OP-TYPE TO
                                    WS-OFFSET-TYPE
                                    (WS-OFFSET-TABLE-COUNT)
                               MOVE WS-OP-AMOUNT TO
                                    WS-OFFSET-AMOUNT
                                    (WS-OFFSET-TABLE-COUNT)
                           ELSE
                               DISPLAY 'OFFSET TABLE FULL, IGNORED: '
                                       WS-OP-CLAIM-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFSET-FILE
           END-IF.

       200-PROCESS-EVALUATIONS.
      *----------------------------------------------------------------*
      * READ AND APPLY EVERY EVALUATION IN THE FILE                    *
      *----------------------------------------------------------------*
           PERFORM UNTIL EVAL-END-OF-FILE
               READ EVALUATION-FILE
                   AT END
                       SET EVAL-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EVALS-READ
                       PERFORM 210-PROCESS-EVALUATION-RECORD
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL MEDICAL EVALUATIONS'.

       210-PROCESS-EVALUATION-RECORD.
      *----------------------------------------------------------------*
      * PARSE AND VALIDATE ONE EVALUATION:                             *
      * 1. Parse the claim id, new rating, new type and effective date *
      * 2. Reject an unknown claim type (fatality claims are restated *
      *    by the survivor recertification, not here), a rating over  *
      *    100, and a second evaluation for a claim this run          *
      * 3. Look the claim up; reject a claim not on file, terminated, *
      *    a fatality, with no stored rating or duration to scale     *
      *    from, or an effective date before the accident             *
      * 4. Check the restated award against the approval authority:   *
      *    one past the tier approved for the claim is held for       *
      *    sign-off and the evaluation deferred, unapplied            *
      * 5. Restate the claim, rebuild its schedule and log it         *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-EVAL-REJECT-SW.
           MOVE ZERO TO WS-EVAL-RATING WS-EVAL-EFF-DATE.
           MOVE ZERO TO WS-ARREARS-AMOUNT WS-OVERPAID-AMOUNT.
           UNSTRING EVALUATION-RECORD DELIMITED BY ','
               INTO WS-EVAL-CLAIM-ID
                    WS-EVAL-RATING
                    WS-EVAL-CLAIM-TYPE
                    WS-EVAL-EFF-DATE
           END-UNSTRING.

           MOVE WS-EVAL-CLAIM-ID TO WS-LOG-KEY.

           IF NOT EVAL-TYPE-TEMP-PARTIAL AND NOT EVAL-TYPE-TEMP-TOTAL
              AND NOT EVAL-TYPE-PERM-PARTIAL
              AND NOT EVAL-TYPE-PERM-TOTAL
               MOVE 'Y' TO WS-EVAL-REJECT-SW
               MOVE 'REJECTED - INVALID NEW CLAIM TYPE' TO WS-LOG-TEXT
           END-IF.

           IF EVAL-NOT-REJECTED
               IF WS-EVAL-RATING NOT NUMERIC
                  OR WS-EVAL-RATING > WS-MAX-RATING
                   MOVE 'Y' TO WS-EVAL-REJECT-SW
                   MOVE 'REJECTED - RATING NOT 000-100' TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF EVAL-NOT-REJECTED
               IF WS-EVAL-EFF-DATE NOT NUMERIC
                  OR WS-EVAL-EFF-DATE = ZERO
                   MOVE 'Y' TO WS-EVAL-REJECT-SW
                   MOVE 'REJECTED - INVALID EFFECTIVE DATE'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF EVAL-NOT-REJECTED
               SET WS-EV-IDX TO 1
               SEARCH WS-EV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EV-CLAIM-ID (WS-EV-IDX) = WS-EVAL-CLAIM-ID
                        AND WS-EV-RUN-DATE (WS-EV-IDX) = WS-RUN-DATE
                       MOVE 'Y' TO WS-EVAL-REJECT-SW
                       MOVE 'REJECTED - DUPLICATE CLAIM THIS RUN'
                            TO WS-LOG-TEXT
               END-SEARCH
           END-IF.

           IF EVAL-NOT-REJECTED
               MOVE WS-EVAL-CLAIM-ID TO CLAIM-ID OF CLAIM-RECORD
               READ CLAIM-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-EVAL-REJECT-SW
                       MOVE 'REJECTED - CLAIM NOT ON FILE'
                            TO WS-LOG-TEXT
                   NOT INVALID KEY
                       MOVE CLAIM-RECORD TO WS-CH-BEFORE-IMAGE
               END-READ
           END-IF.

           IF EVAL-NOT-REJECTED
               EVALUATE TRUE
                   WHEN CLAIM-STATUS OF CLAIM-RECORD = 'T'
                       MOVE 'Y' TO WS-EVAL-REJECT-SW
                       MOVE 'REJECTED - CLAIM TERMINATED'
                            TO WS-LOG-TEXT
                   WHEN CLAIM-TYPE OF CLAIM-RECORD = 'FA'
                       MOVE 'Y' TO WS-EVAL-REJECT-SW
                       MOVE 'REJECTED - FATALITY CLAIM NOT RE-RATED'
                            TO WS-LOG-TEXT
                   WHEN BASE-PCT OF CLAIM-RECORD = ZERO
                       MOVE 'Y' TO WS-EVAL-REJECT-SW
                       MOVE 'REJECTED - NO STORED BASE PCT TO SCALE'
                            TO WS-LOG-TEXT
                   WHEN BENEFIT-DURATION-MONTHS OF CLAIM-RECORD = ZERO
                       MOVE 'Y' TO WS-EVAL-REJECT-SW
                       MOVE 'REJECTED - NO STORED DURATION, MANUAL '
                            TO WS-LOG-TEXT
                       MOVE 'RE-CUT' TO WS-LOG-TEXT (39:6)
                   WHEN WS-EVAL-EFF-DATE < CLAIM-DATE OF CLAIM-RECORD
                       MOVE 'Y' TO WS-EVAL-REJECT-SW
                       MOVE 'REJECTED - EFFECTIVE BEFORE ACCIDENT DATE'
                            TO WS-LOG-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF EVAL-NOT-REJECTED
               MOVE CLAIM-TYPE OF CLAIM-RECORD TO WS-OLD-CLAIM-TYPE
               MOVE DISABILITY-PCT OF CLAIM-RECORD TO WS-OLD-DISAB-PCT
               MOVE MONTHLY-PENSION OF CLAIM-RECORD TO WS-OLD-MONTHLY
               MOVE BENEFIT-DURATION-MONTHS OF CLAIM-RECORD
                    TO WS-OLD-DURATION
               PERFORM 220-LOAD-REFERENCE-DATA
           END-IF.

           IF EVAL-NOT-REJECTED
               PERFORM 230-RECALCULATE-BENEFIT
           END-IF.

           IF EVAL-NOT-REJECTED
               PERFORM 270-CHECK-AWARD-AUTHORITY
           END-IF.

           IF EVAL-NOT-REJECTED
               PERFORM 260-APPLY-RESTATEMENT
           END-IF.

           IF EVAL-NOT-REJECTED
               PERFORM 300-REBUILD-SCHEDULE
               PERFORM 285-WRITE-EVALUATION-HISTORY
               IF RELEASED-AWARD-TAKEN-UP
                   PERFORM 280-MARK-RELEASE-SCHEDULED
               END-IF
           END-IF.

           PERFORM 290-WRITE-LOG-RECORD.

       220-LOAD-REFERENCE-DATA.
      *----------------------------------------------------------------*
      * LOAD THE POLICY'S COVERAGE AND REGION CAP, THE CLAIMANT'S      *
      * AGE AT THE ACCIDENT, AND THE RATES IN FORCE ON THE ACCIDENT    *
      * DATE. A MISSING POLICY OR REGION IS A REJECTION; A MISSING     *
      * CLAIMANT, ASSUMPTION SET OR MORTALITY ENTRY FALLS BACK TO THE  *
      * COMPILED-IN DEFAULTS, AS IN THE CALCULATION RUN.               *
      *----------------------------------------------------------------*
           MOVE POLICY-NUMBER OF CLAIM-RECORD
                TO POLICY-NUMBER OF POLICY-RECORD.
           READ POLICY-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-EVAL-REJECT-SW
                   MOVE 'REJECTED - POLICY NOT ON FILE' TO WS-LOG-TEXT
               NOT INVALID KEY
                   MOVE COVERAGE-AMOUNT OF POLICY-RECORD
                        TO WS-COVERAGE-AMOUNT
           END-READ.

           IF EVAL-NOT-REJECTED
               MOVE GEO-REGION-CODE OF POLICY-RECORD
                    TO GEO-REGION-CODE OF GEO-FACTOR-RECORD
               READ GEO-FACTOR-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-EVAL-REJECT-SW
                       MOVE 'REJECTED - REGION NOT ON FILE'
                            TO WS-LOG-TEXT
                   NOT INVALID KEY
                       MOVE STATUTORY-ANNUAL-CAP TO WS-STATUTORY-CAP
               END-READ
           END-IF.

           MOVE WS-DEFAULT-LIFE-EXP TO WS-LIFE-EXPECTANCY.
           MOVE WS-DEFAULT-DISCOUNT TO WS-DISCOUNT-RATE.
           MOVE ZERO TO WS-INSURED-AGE.

           MOVE CLAIMANT-ID OF CLAIM-RECORD
                TO CLAIMANT-ID OF CLAIMANT-RECORD.
           READ CLAIMANT-FILE
               INVALID KEY
                   DISPLAY 'CLAIMANT NOT ON FILE, USING DEFAULT LIFE '
                           'EXPECTANCY: ' CLAIMANT-ID OF CLAIM-RECORD
               NOT INVALID KEY
                   IF CLAIMANT-DOB NOT = ZERO
                      AND CLAIMANT-DOB < CLAIM-DATE OF CLAIM-RECORD
                       MOVE CLAIM-DATE OF CLAIM-RECORD
                            TO WS-AGE-CLAIM-DATE
                       MOVE CLAIMANT-DOB TO WS-AGE-DOB-DATE
                       COMPUTE WS-INSURED-AGE =
                               WS-AGE-CLAIM-CCYY - WS-AGE-DOB-CCYY
                       IF WS-AGE-CLAIM-MMDD < WS-AGE-DOB-MMDD
                           SUBTRACT 1 FROM WS-INSURED-AGE
                       END-IF
                       MOVE WS-INSURED-AGE TO MORT-AGE
                       READ MORTALITY-FILE
                           INVALID KEY
                               DISPLAY 'NO MORTALITY TABLE ENTRY FOR '
                                       'AGE: ' WS-INSURED-AGE
                           NOT INVALID KEY
                               MOVE MORT-LIFE-EXPECTANCY
                                    TO WS-LIFE-EXPECTANCY
                       END-READ
                   END-IF
           END-READ.

           MOVE CLAIM-DATE OF CLAIM-RECORD TO EFFECTIVE-DATE.
           START ASSUMPTIONS-FILE KEY IS LESS THAN OR EQUAL TO
                 EFFECTIVE-DATE
               INVALID KEY
                   DISPLAY 'NO ACTUARIAL ASSUMPTIONS ON OR BEFORE: '
                           CLAIM-DATE OF CLAIM-RECORD
           END-START.
           IF WS-ASSUMPTIONS-STATUS = '00'
               READ ASSUMPTIONS-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ASSUMP-DISCOUNT-RATE TO WS-DISCOUNT-RATE
               END-READ
           END-IF.

       230-RECALCULATE-BENEFIT.
      *----------------------------------------------------------------*
      * RE-DERIVE THE BENEFIT FOR THE NEW RATING AND TYPE, IN THE      *
      * CALCULATION RUN'S ORDER:                                       *
      * 1. Claim-type factor and base percentage (capped at maximum)   *
      * 2. Base pension scaled off the stored base; adjustments off    *
      *    the stored factors; total and monthly                      *
      * 3. Statutory cap, benefit offsets, remaining policy coverage   *
      * 4. Combined disability for the claimant must stay within the  *
      *    statutory maximum -- an over-limit re-rating is referred    *
      * 5. Duration, review date, present value, settlement scaling    *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN EVAL-TYPE-TEMP-PARTIAL
                   MOVE 0.750 TO WS-NEW-TYPE-FACTOR
               WHEN EVAL-TYPE-TEMP-TOTAL
                   MOVE 1.000 TO WS-NEW-TYPE-FACTOR
               WHEN EVAL-TYPE-PERM-PARTIAL
                   MOVE 1.100 TO WS-NEW-TYPE-FACTOR
               WHEN EVAL-TYPE-PERM-TOTAL
                   MOVE 1.250 TO WS-NEW-TYPE-FACTOR
           END-EVALUATE.

           COMPUTE WS-NEW-BASE-PCT = (WS-MIN-PENSION-PCT
                    + (WS-EVAL-RATING * 0.5)
                    + (WS-EVAL-RATING * (WS-EVAL-RATING / 200)))
                    * WS-NEW-TYPE-FACTOR
           END-COMPUTE.
           IF WS-NEW-BASE-PCT > WS-MAX-PENSION-PCT
               MOVE WS-MAX-PENSION-PCT TO WS-NEW-BASE-PCT
           END-IF.

           COMPUTE WS-NEW-BASE-PENSION ROUNDED =
                   BASE-PENSION OF CLAIM-RECORD * WS-NEW-BASE-PCT
                   / BASE-PCT OF CLAIM-RECORD.

           COMPUTE WS-NEW-INDUSTRY-ADJ = WS-NEW-BASE-PENSION *
                   (IND-RISK-FACTOR OF CLAIM-RECORD - 1) *
                   (JOB-RISK-FACTOR OF CLAIM-RECORD - 1) *
                   EMR-FACTOR OF CLAIM-RECORD *
                   SAFETY-FACTOR OF CLAIM-RECORD.

           COMPUTE WS-NEW-GEO-ADJ = WS-NEW-BASE-PENSION *
                   (CF-GEO-FACTOR OF CLAIM-RECORD - 1) *
                   (REG-FACTOR OF CLAIM-RECORD - 1) *
                   MARKET-FACTOR OF CLAIM-RECORD.

           COMPUTE WS-NEW-TREND-ADJ = WS-NEW-BASE-PENSION *
                   (SEV-TREND-FACTOR OF CLAIM-RECORD - 1) *
                   (1.00 - (FREQ-TREND-FACTOR OF CLAIM-RECORD - 1)).

           COMPUTE WS-NEW-TOTAL-PENSION = WS-NEW-BASE-PENSION +
                   WS-NEW-INDUSTRY-ADJ + WS-NEW-GEO-ADJ +
                   WS-NEW-TREND-ADJ.
           COMPUTE WS-NEW-MONTHLY = WS-NEW-TOTAL-PENSION /
                   WS-MONTHS-IN-YEAR.

           PERFORM 240-APPLY-CAPS-AND-OFFSETS.

           IF EVAL-NOT-REJECTED
               PERFORM 250-SET-DURATION-AND-VALUE
           END-IF.

       240-APPLY-CAPS-AND-OFFSETS.
      *----------------------------------------------------------------*
      * STATUTORY CAP, OFFSETS AND REMAINING POLICY COVERAGE, AS THE   *
      * CALCULATION RUN APPLIES THEM. THE CLAIM'S OWN CURRENT POSTING  *
      * IS BACKED OUT OF THE POLICY AND CLAIMANT TOTALS SO IT IS       *
      * NEVER COUNTED AGAINST ITSELF.                                  *
      *----------------------------------------------------------------*
           MOVE WS-NEW-TOTAL-PENSION TO WS-NEW-PRE-CAP.
           MOVE 'N' TO WS-NEW-CAP-SW.
           IF WS-NEW-TOTAL-PENSION > WS-STATUTORY-CAP
               MOVE WS-STATUTORY-CAP TO WS-NEW-TOTAL-PENSION
               COMPUTE WS-NEW-MONTHLY = WS-NEW-TOTAL-PENSION /
                       WS-MONTHS-IN-YEAR
               MOVE 'Y' TO WS-NEW-CAP-SW
           END-IF.

           MOVE ZERO TO WS-OFFSET-MONTHLY-TOTAL.
           MOVE 1 TO WS-OFFSET-SUB.
           PERFORM UNTIL WS-OFFSET-SUB > WS-OFFSET-TABLE-COUNT
               IF WS-OFFSET-CLAIM-ID (WS-OFFSET-SUB) = WS-EVAL-CLAIM-ID
                   IF WS-OFFSET-TYPE (WS-OFFSET-SUB) = 'SS'
                       COMPUTE WS-OFFSET-ONE-AMOUNT ROUNDED =
                               WS-OFFSET-AMOUNT (WS-OFFSET-SUB) *
                               WS-SS-OFFSET-PCT / 100
                   ELSE
                       COMPUTE WS-OFFSET-ONE-AMOUNT ROUNDED =
                               WS-OFFSET-AMOUNT (WS-OFFSET-SUB) *
                               WS-FULL-OFFSET-PCT / 100
                   END-IF
                   ADD WS-OFFSET-ONE-AMOUNT TO WS-OFFSET-MONTHLY-TOTAL
               END-IF
               ADD 1 TO WS-OFFSET-SUB
           END-PERFORM.
           IF WS-OFFSET-MONTHLY-TOTAL > 0
               IF WS-OFFSET-MONTHLY-TOTAL > WS-NEW-MONTHLY
                   MOVE WS-NEW-MONTHLY TO WS-OFFSET-MONTHLY-TOTAL
               END-IF
               SUBTRACT WS-OFFSET-MONTHLY-TOTAL FROM WS-NEW-MONTHLY
               COMPUTE WS-NEW-TOTAL-PENSION = WS-NEW-MONTHLY *
                       WS-MONTHS-IN-YEAR
           END-IF.

           MOVE ZERO TO WS-POLICY-AGGREGATE.
           MOVE ZERO TO WS-CLAIMANT-DISAB-TOTAL.
           IF LIABILITY-SUMMARY-AVAILABLE
               MOVE 'P' TO LIAB-TYPE
               MOVE SPACES TO LIAB-ID
               MOVE POLICY-NUMBER OF CLAIM-RECORD TO LIAB-ID
               READ LIABILITY-SUMMARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LIAB-ANNUAL-TOTAL TO WS-POLICY-AGGREGATE
               END-READ
               MOVE 'C' TO LIAB-TYPE
               MOVE SPACES TO LIAB-ID
               MOVE CLAIMANT-ID OF CLAIM-RECORD TO LIAB-ID
               READ LIABILITY-SUMMARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LIAB-DISAB-TOTAL
                            TO WS-CLAIMANT-DISAB-TOTAL
               END-READ
           END-IF.
           SUBTRACT TOTAL-PENSION OF CLAIM-RECORD
               FROM WS-POLICY-AGGREGATE.
           SUBTRACT DISABILITY-PCT OF CLAIM-RECORD
               FROM WS-CLAIMANT-DISAB-TOTAL.
           IF WS-POLICY-AGGREGATE < 0
               MOVE ZERO TO WS-POLICY-AGGREGATE
           END-IF.
           IF WS-CLAIMANT-DISAB-TOTAL < 0
               MOVE ZERO TO WS-CLAIMANT-DISAB-TOTAL
           END-IF.

           COMPUTE WS-COVERAGE-REMAINING =
                   WS-COVERAGE-AMOUNT - WS-POLICY-AGGREGATE.
           IF WS-COVERAGE-REMAINING < 0
               MOVE ZERO TO WS-COVERAGE-REMAINING
           END-IF.
           IF WS-NEW-TOTAL-PENSION > WS-COVERAGE-REMAINING
               MOVE WS-COVERAGE-REMAINING TO WS-NEW-TOTAL-PENSION
               COMPUTE WS-NEW-MONTHLY ROUNDED =
                       WS-NEW-TOTAL-PENSION / WS-MONTHS-IN-YEAR
           END-IF.

           IF WS-CLAIMANT-DISAB-TOTAL + WS-EVAL-RATING
                    > WS-MAX-COMBINED-DISAB
               MOVE 'Y' TO WS-EVAL-REJECT-SW
               MOVE 'REFERRED - COMBINED DISABILITY OVER STATUTORY MAX'
                    TO WS-LOG-TEXT
           END-IF.

       250-SET-DURATION-AND-VALUE.
      *----------------------------------------------------------------*
      * BENEFIT HORIZON FOR THE NEW TYPE (LIFE EXPECTANCY, CAPPED AT   *
      * THE STATUTORY WEEKS FOR A TEMPORARY TYPE), A REVIEW DATE FOR   *
      * A TEMPORARY TYPE ONLY, THE PRESENT VALUE OVER THE HORIZON,     *
      * AND THE MONTHLY SCALED BACK FOR ANY SETTLEMENT ALREADY TAKEN   *
      *----------------------------------------------------------------*
           COMPUTE WS-NEW-BENEFIT-MONTHS =
                   WS-LIFE-EXPECTANCY * WS-MONTHS-IN-YEAR.
           MOVE WS-NEW-BENEFIT-MONTHS TO WS-MAX-BENEFIT-MONTHS.
           MOVE ZERO TO WS-NEW-REVIEW-DATE.

           EVALUATE TRUE
               WHEN EVAL-TYPE-TEMP-PARTIAL
                   COMPUTE WS-MAX-BENEFIT-MONTHS =
                           WS-TP-MAX-WEEKS * WS-MONTHS-IN-YEAR
                           / WS-WEEKS-IN-YEAR
               WHEN EVAL-TYPE-TEMP-TOTAL
                   COMPUTE WS-MAX-BENEFIT-MONTHS =
                           WS-TT-MAX-WEEKS * WS-MONTHS-IN-YEAR
                           / WS-WEEKS-IN-YEAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-NEW-BENEFIT-MONTHS > WS-MAX-BENEFIT-MONTHS
               MOVE WS-MAX-BENEFIT-MONTHS TO WS-NEW-BENEFIT-MONTHS
           END-IF.

           IF EVAL-TYPE-TEMP-PARTIAL OR EVAL-TYPE-TEMP-TOTAL
               PERFORM 255-SET-REVIEW-DATE
           END-IF.

           COMPUTE WS-NEW-BENEFIT-YEARS ROUNDED =
                   WS-NEW-BENEFIT-MONTHS / WS-MONTHS-IN-YEAR.

           COMPUTE WS-NEW-PRESENT-VALUE = WS-NEW-TOTAL-PENSION *
                   (1 - (1 / (1 + WS-DISCOUNT-RATE) **
                         WS-NEW-BENEFIT-YEARS)) /
                   WS-DISCOUNT-RATE.

           IF SETTLEMENT-PCT OF CLAIM-RECORD > 0
               COMPUTE WS-NEW-MONTHLY ROUNDED =
                       WS-NEW-MONTHLY *
                       (100 - SETTLEMENT-PCT OF CLAIM-RECORD) / 100
           END-IF.

       255-SET-REVIEW-DATE.
      *----------------------------------------------------------------*
      * REVIEW DATE: THE ACCIDENT MONTH PLUS THE HORIZON, LESS THE     *
      * REVIEW LEAD, ON THE FIRST OF THE MONTH -- AS THE CALCULATION   *
      * RUN SETS IT                                                    *
      *----------------------------------------------------------------*
           MOVE CLAIM-DATE OF CLAIM-RECORD (1:4) TO WS-REV-CCYY.
           MOVE CLAIM-DATE OF CLAIM-RECORD (5:2) TO WS-REV-WORK-MM.
           COMPUTE WS-REV-TOTAL-MONTHS =
                   WS-REV-WORK-MM
                   + WS-NEW-BENEFIT-MONTHS - WS-REVIEW-LEAD-MONTHS.
           IF WS-REV-TOTAL-MONTHS < WS-REV-WORK-MM
               MOVE WS-REV-WORK-MM TO WS-REV-TOTAL-MONTHS
           END-IF.
           SUBTRACT 1 FROM WS-REV-TOTAL-MONTHS.
           DIVIDE WS-REV-TOTAL-MONTHS BY 12
                  GIVING WS-REV-YEAR-OFFSET
                  REMAINDER WS-REV-MONTH-REM.
           ADD WS-REV-YEAR-OFFSET TO WS-REV-CCYY.
           COMPUTE WS-REV-MM = WS-REV-MONTH-REM + 1.
           MOVE 01 TO WS-REV-DD.
           MOVE WS-REVIEW-DATE-WORK TO WS-NEW-REVIEW-DATE.

       260-APPLY-RESTATEMENT.
      *----------------------------------------------------------------*
      * RESTATE THE CLAIM MASTER, WRITE THE BEFORE/AFTER IMAGES AND    *
      * MOVE THE LIABILITY SUMMARIES BY THE DIFFERENCE                 *
      *----------------------------------------------------------------*
           MOVE WS-EVAL-CLAIM-TYPE    TO CLAIM-TYPE OF CLAIM-RECORD.
           MOVE WS-EVAL-RATING        TO DISABILITY-PCT OF CLAIM-RECORD.
           MOVE WS-NEW-TYPE-FACTOR
                TO CLAIM-TYPE-FACTOR OF CLAIM-RECORD.
           MOVE WS-NEW-BASE-PCT       TO BASE-PCT OF CLAIM-RECORD.
           MOVE WS-NEW-BASE-PENSION   TO BASE-PENSION OF CLAIM-RECORD.
           MOVE WS-NEW-INDUSTRY-ADJ   TO INDUSTRY-ADJ OF CLAIM-RECORD.
           MOVE WS-NEW-GEO-ADJ        TO GEO-ADJ OF CLAIM-RECORD.
           MOVE WS-NEW-TREND-ADJ      TO TREND-ADJ OF CLAIM-RECORD.
           MOVE WS-NEW-TOTAL-PENSION  TO TOTAL-PENSION OF CLAIM-RECORD.
           MOVE WS-NEW-MONTHLY
                TO MONTHLY-PENSION OF CLAIM-RECORD.
           MOVE WS-NEW-PRESENT-VALUE
                TO PRESENT-VALUE OF CLAIM-RECORD.
           MOVE WS-NEW-PRE-CAP
                TO PRE-CAP-TOTAL-PENSION OF CLAIM-RECORD.
           MOVE WS-NEW-CAP-SW         TO CAP-APPLIED-SW OF CLAIM-RECORD.
           MOVE WS-NEW-BENEFIT-MONTHS
                TO BENEFIT-DURATION-MONTHS OF CLAIM-RECORD.
           MOVE WS-NEW-REVIEW-DATE    TO REVIEW-DATE OF CLAIM-RECORD.

           REWRITE CLAIM-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-EVAL-REJECT-SW
                   MOVE 'REJECTED - CLAIM MASTER REWRITE FAILED'
                        TO WS-LOG-TEXT
               NOT INVALID KEY
                   MOVE CLAIM-RECORD TO WS-CH-AFTER-IMAGE
                   PERFORM 295-WRITE-CLAIM-HISTORY
                   PERFORM 296-ADJUST-LIABILITY-SUMMARY
                   IF WS-OLD-CLAIM-TYPE (1:1) = 'T'
                      AND WS-EVAL-CLAIM-TYPE (1:1) = 'P'
                       ADD 1 TO WS-CONVERSIONS
                       MOVE 'RESTATED - CONVERTED TO PERMANENT'
                            TO WS-LOG-TEXT
                   ELSE
                       MOVE 'RESTATED' TO WS-LOG-TEXT
                   END-IF
           END-REWRITE.

       270-CHECK-AWARD-AUTHORITY.
      *----------------------------------------------------------------*
      * CHECK AWARD AUTHORITY SECTION:                                 *
      * 1. The tier already approved for the claim: a scheduled award  *
      *    its sign-off tier, a released award its sign-off tier if    *
      *    this is the restatement it was held on (same present        *
      *    value), otherwise the entry tier. An award still pending,   *
      *    or released for another workup, stops the evaluation.       *
      * 2. Estimate the arrears lump sum: the monthly increase times   *
      *    the payment months (first of each month) from the effective *
      *    date to this run, capped at the new horizon                 *
      * 3. Find the lowest tier covering the restated present value    *
      *    and the arrears, as the calculation run does; past the top  *
      *    tier is tier 5                                              *
      * 4. Past the approved tier, hold the award for sign-off         *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-RELEASE-SW.
           MOVE 'N' TO WS-APPR-FOUND-SW.
           MOVE 1 TO WS-AUTH-APPROVED-TIER.
           IF APPROVAL-FILE-AVAILABLE
               MOVE WS-EVAL-CLAIM-ID TO APPR-CLAIM-ID
               READ APPROVAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET APPROVAL-ON-FILE TO TRUE
               END-READ
           END-IF.

           IF APPROVAL-ON-FILE
               EVALUATE APPR-STATUS
                   WHEN 'P'
                       MOVE 'Y' TO WS-EVAL-REJECT-SW
                       MOVE 'REJECTED - AWARD AWAITING APPROVAL'
                            TO WS-LOG-TEXT
                   WHEN 'R'
                       IF APPR-PRESENT-VALUE = WS-NEW-PRESENT-VALUE
                           MOVE APPR-REQUIRED-TIER
                                TO WS-AUTH-APPROVED-TIER
                           SET RELEASED-AWARD-TAKEN-UP TO TRUE
                       ELSE
                           MOVE 'Y' TO WS-EVAL-REJECT-SW
                           MOVE 'REJECTED - RELEASED AWARD AWAITING '
                                TO WS-LOG-TEXT
                           MOVE 'SCHEDULING' TO WS-LOG-TEXT (36:10)
                       END-IF
                   WHEN 'S'
                       MOVE APPR-REQUIRED-TIER TO WS-AUTH-APPROVED-TIER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF EVAL-NOT-REJECTED
               MOVE WS-RUN-DATE      TO WS-AUTH-RUN-DATE
               MOVE WS-EVAL-EFF-DATE TO WS-AUTH-EFF-DATE
               COMPUTE WS-AUTH-RETRO-MONTHS =
                       ((WS-AUTH-RUN-CCYY - WS-AUTH-EFF-CCYY) * 12)
                       + (WS-AUTH-RUN-MM - WS-AUTH-EFF-MM)
               IF WS-AUTH-EFF-DD = 01
                   ADD 1 TO WS-AUTH-RETRO-MONTHS
               END-IF
               IF WS-AUTH-RETRO-MONTHS < 0
                   MOVE ZERO TO WS-AUTH-RETRO-MONTHS
               END-IF
               IF WS-AUTH-RETRO-MONTHS > WS-NEW-BENEFIT-MONTHS
                   MOVE WS-NEW-BENEFIT-MONTHS TO WS-AUTH-RETRO-MONTHS
               END-IF
               COMPUTE WS-AUTH-INCREASE =
                       WS-NEW-MONTHLY - WS-OLD-MONTHLY
               IF WS-AUTH-INCREASE < 0
                   MOVE ZERO TO WS-AUTH-INCREASE
               END-IF
               COMPUTE WS-AUTH-LUMP-SUM ROUNDED =
                       WS-AUTH-INCREASE * WS-AUTH-RETRO-MONTHS
                   ON SIZE ERROR
                       MOVE 99999999.99 TO WS-AUTH-LUMP-SUM
               END-COMPUTE

               MOVE 5 TO WS-AUTH-REQUIRED-TIER
               MOVE 1 TO WS-AUTH-SUB
               PERFORM UNTIL WS-AUTH-SUB > WS-AUTH-TOP-TIER
                          OR WS-AUTH-REQUIRED-TIER
                                 NOT > WS-AUTH-TOP-TIER
                   IF WS-NEW-PRESENT-VALUE
                          NOT > WS-AUTH-PV-LIMIT (WS-AUTH-SUB)
                      AND WS-AUTH-LUMP-SUM NOT >
                          WS-AUTH-LUMP-LIMIT (WS-AUTH-SUB)
                       MOVE WS-AUTH-SUB TO WS-AUTH-REQUIRED-TIER
                   END-IF
                   ADD 1 TO WS-AUTH-SUB
               END-PERFORM

               IF WS-AUTH-REQUIRED-TIER > WS-AUTH-APPROVED-TIER
                   MOVE 'N' TO WS-RELEASE-SW
                   PERFORM 275-HOLD-FOR-APPROVAL
               END-IF
           END-IF.

       275-HOLD-FOR-APPROVAL.
      *----------------------------------------------------------------*
      * HOLD THE RESTATED AWARD PENDING APPROVAL AND DEFER THE         *
      * EVALUATION: NOTHING IS RESTATED OR REBUILT. ONCE THE AWARD IS  *
      * RELEASED THE EVALUATION IS RESUBMITTED, AND THE SAME PRESENT   *
      * VALUE TAKES UP THE RELEASE. ANY APPROVALS GIVEN AGAINST OLDER  *
      * FIGURES ARE CLEARED, AS THE CALCULATION RUN CLEARS THEM.       *
      *----------------------------------------------------------------*
           IF NOT APPROVAL-FILE-AVAILABLE
               MOVE 'Y' TO WS-EVAL-REJECT-SW
               MOVE 'REJECTED - PAST ENTRY TIER, NO APPROVAL FILE'
                    TO WS-LOG-TEXT
           ELSE
               MOVE SPACES TO APPROVAL-RECORD
               MOVE WS-EVAL-CLAIM-ID       TO APPR-CLAIM-ID
               MOVE 'P'                    TO APPR-STATUS
               MOVE WS-AUTH-REQUIRED-TIER  TO APPR-REQUIRED-TIER
               IF WS-AUTH-REQUIRED-TIER > WS-AUTH-TOP-TIER
                   MOVE 2 TO APPR-APPROVALS-NEEDED
               ELSE
                   MOVE 1 TO APPR-APPROVALS-NEEDED
               END-IF
               MOVE WS-NEW-PRESENT-VALUE   TO APPR-PRESENT-VALUE
               MOVE ZERO                   TO APPR-SETTLEMENT-AMOUNT
               MOVE WS-AUTH-LUMP-SUM       TO APPR-RETRO-ESTIMATE
               MOVE WS-RUN-DATE            TO APPR-HELD-DATE
               MOVE ZERO                   TO APPR-APPROVED-DATE-1
                                              APPR-APPROVED-DATE-2
                                              APPR-RELEASED-DATE
                                              APPR-SCHEDULED-DATE

               MOVE 'D' TO WS-EVAL-REJECT-SW
               MOVE 'DEFERRED - HELD FOR TIER X APPROVAL'
                    TO WS-LOG-TEXT
               MOVE WS-AUTH-REQUIRED-TIER TO WS-LOG-TEXT (26:1)

               IF APPROVAL-ON-FILE
                   REWRITE APPROVAL-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-EVAL-REJECT-SW
                           MOVE 'REJECTED - APPROVAL HOLD NOT RECORDED'
                                TO WS-LOG-TEXT
                   END-REWRITE
               ELSE
                   WRITE APPROVAL-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-EVAL-REJECT-SW
                           MOVE 'REJECTED - APPROVAL HOLD NOT RECORDED'
                                TO WS-LOG-TEXT
                   END-WRITE
               END-IF
           END-IF.

       280-MARK-RELEASE-SCHEDULED.
      *----------------------------------------------------------------*
      * THE RELEASED AWARD'S SCHEDULE IS BUILT: MARK IT SCHEDULED      *
      *----------------------------------------------------------------*
           MOVE WS-EVAL-CLAIM-ID TO APPR-CLAIM-ID.
           READ APPROVAL-FILE
               INVALID KEY
                   DISPLAY 'RELEASED AWARD NO LONGER ON FILE: '
                           WS-EVAL-CLAIM-ID
               NOT INVALID KEY
                   MOVE 'S' TO APPR-STATUS
                   MOVE WS-RUN-DATE TO APPR-SCHEDULED-DATE
                   REWRITE APPROVAL-RECORD
                       INVALID KEY
                           DISPLAY 'APPROVAL REWRITE FAILED: '
                                   WS-EVAL-CLAIM-ID
                   END-REWRITE
           END-READ.

       285-WRITE-EVALUATION-HISTORY.
      *----------------------------------------------------------------*
      * APPEND THE APPLIED EVALUATION TO THE EVALUATION HISTORY AND    *
      * REMEMBER THE CLAIM AS EVALUATED THIS RUN                       *
      *----------------------------------------------------------------*
           MOVE SPACES TO EVALUATION-HISTORY-LINE.
           MOVE WS-EVAL-CLAIM-ID   TO EVALUATION-HISTORY-LINE (1:12).
           MOVE ' EFF='            TO EVALUATION-HISTORY-LINE (13:5).
           MOVE WS-EVAL-EFF-DATE   TO EVALUATION-HISTORY-LINE (18:8).
           MOVE ' RATING='         TO EVALUATION-HISTORY-LINE (26:8).
           MOVE WS-EVAL-RATING     TO EVALUATION-HISTORY-LINE (34:3).
           MOVE ' TYPE='           TO EVALUATION-HISTORY-LINE (37:6).
           MOVE WS-EVAL-CLAIM-TYPE TO EVALUATION-HISTORY-LINE (43:2).
           MOVE ' RUN='            TO EVALUATION-HISTORY-LINE (45:5).
           MOVE WS-RUN-DATE        TO EVALUATION-HISTORY-LINE (50:8).
           WRITE EVALUATION-HISTORY-LINE.

           PERFORM 115-REMEMBER-EVALUATED-CLAIM.
           SET WS-EV-IDX TO 1.
           SEARCH WS-EV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EV-CLAIM-ID (WS-EV-IDX) = WS-EVAL-CLAIM-ID
                   MOVE WS-RUN-DATE TO WS-EV-RUN-DATE (WS-EV-IDX)
           END-SEARCH.

       290-WRITE-LOG-RECORD.
      *----------------------------------------------------------------*
      * WRITE ONE REPORT LINE PER EVALUATION AND ROLL THE RUN TOTALS.  *
      * AN APPLIED EVALUATION SHOWS THE OLD AND NEW BENEFIT AND WHAT   *
      * THE SCHEDULE REBUILD PAID OR BOOKED; A REJECTED OR DEFERRED    *
      * ONE SHOWS WHY.                                                 *
      *----------------------------------------------------------------*
           IF EVAL-REJECTED OR EVAL-DEFERRED
               IF EVAL-DEFERRED
                   ADD 1 TO WS-EVALS-DEFERRED
               ELSE
                   ADD 1 TO WS-EVALS-REJECTED
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING WS-LOG-KEY    DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      WS-LOG-TEXT   DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-EVALS-APPLIED
               MOVE WS-EVAL-CLAIM-ID   TO WS-RS-CLAIM-ID
               MOVE WS-OLD-CLAIM-TYPE  TO WS-RS-OLD-TYPE
               MOVE WS-OLD-DISAB-PCT   TO WS-RS-OLD-PCT
               MOVE WS-EVAL-CLAIM-TYPE TO WS-RS-NEW-TYPE
               MOVE WS-EVAL-RATING     TO WS-RS-NEW-PCT
               MOVE WS-EVAL-EFF-DATE   TO WS-RS-EFF-DATE
               MOVE WS-OLD-MONTHLY     TO WS-RS-OLD-MONTHLY
               MOVE WS-NEW-MONTHLY     TO WS-RS-NEW-MONTHLY
               MOVE WS-ARREARS-AMOUNT  TO WS-RS-ARREARS
               MOVE WS-OVERPAID-AMOUNT TO WS-RS-OVERPAID
               MOVE WS-RESTATE-DETAIL  TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING WS-LOG-KEY    DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      WS-LOG-TEXT   DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       295-WRITE-CLAIM-HISTORY.
      *----------------------------------------------------------------*
      * APPEND THE BEFORE AND AFTER IMAGES OF ONE CLAIM MASTER         *
      * REWRITE TO THE DATED CLAIM HISTORY TRAIL                       *
      *----------------------------------------------------------------*
           MOVE SPACES TO CLAIM-HISTORY-LINE.
           MOVE 'DATE='          TO CLAIM-HISTORY-LINE (1:5).
           MOVE WS-RUN-DATE      TO CLAIM-HISTORY-LINE (6:8).
           MOVE ' PGM='          TO CLAIM-HISTORY-LINE (14:5).
           MOVE 'BENRSTMT'       TO CLAIM-HISTORY-LINE (19:8).
           MOVE ' KEY='          TO CLAIM-HISTORY-LINE (27:5).
           MOVE WS-EVAL-CLAIM-ID TO CLAIM-HISTORY-LINE (32:12).
           MOVE ' BEFORE='       TO CLAIM-HISTORY-LINE (44:8).
           MOVE WS-CH-BEFORE-IMAGE TO CLAIM-HISTORY-LINE (52:227).
           WRITE CLAIM-HISTORY-LINE.

           MOVE SPACES TO CLAIM-HISTORY-LINE.
           MOVE 'DATE='          TO CLAIM-HISTORY-LINE (1:5).
           MOVE WS-RUN-DATE      TO CLAIM-HISTORY-LINE (6:8).
           MOVE ' PGM='          TO CLAIM-HISTORY-LINE (14:5).
           MOVE 'BENRSTMT'       TO CLAIM-HISTORY-LINE (19:8).
           MOVE ' KEY='          TO CLAIM-HISTORY-LINE (27:5).
           MOVE WS-EVAL-CLAIM-ID TO CLAIM-HISTORY-LINE (32:12).
           MOVE ' AFTER ='       TO CLAIM-HISTORY-LINE (44:8).
           MOVE WS-CH-AFTER-IMAGE TO CLAIM-HISTORY-LINE (52:227).
           WRITE CLAIM-HISTORY-LINE.

       296-ADJUST-LIABILITY-SUMMARY.
      *----------------------------------------------------------------*
      * MOVE THE POLICY AND CLAIMANT SUMMARIES BY THE DIFFERENCE       *
      * BETWEEN THE BEFORE IMAGE'S STORED AMOUNTS AND THE RESTATED     *
      * ONES. THE CLAIM COUNTS DO NOT CHANGE.                          *
      *----------------------------------------------------------------*
           IF LIABILITY-SUMMARY-AVAILABLE
               MOVE 'P' TO LIAB-TYPE
               MOVE SPACES TO LIAB-ID
               MOVE WS-CHB-POLICY-NUMBER TO LIAB-ID
               READ LIABILITY-SUMMARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-CHB-TOTAL-PENSION
                           FROM LIAB-ANNUAL-TOTAL
                       ADD WS-NEW-TOTAL-PENSION TO LIAB-ANNUAL-TOTAL
                       REWRITE LIABILITY-RECORD
                       END-REWRITE
               END-READ
               MOVE 'C' TO LIAB-TYPE
               MOVE SPACES TO LIAB-ID
               MOVE WS-CHB-CLAIMANT-ID TO LIAB-ID
               READ LIABILITY-SUMMARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-CHB-MONTHLY-PENSION
                           FROM LIAB-MONTHLY-TOTAL
                       ADD WS-NEW-MONTHLY TO LIAB-MONTHLY-TOTAL
                       SUBTRACT WS-CHB-DISAB-PCT
                           FROM LIAB-DISAB-TOTAL
                       ADD WS-EVAL-RATING TO LIAB-DISAB-TOTAL
                       REWRITE LIABILITY-RECORD
                       END-REWRITE
               END-READ
           END-IF.

       300-REBUILD-SCHEDULE.
      *----------------------------------------------------------------*
      * SCHEDULE REBUILD PASS FOR ONE RESTATED CLAIM:                  *
      * 1. Collect and delete the claim's monthly records dated on or  *
      *    after the effective date. The one-time retro (0000),        *
      *    arrears (9995), interest (9997), cost (9998) and            *
      *    settlement (9999) records, and the weekly rehabilitation    *
      *    allowance (9801-9994), are never touched. Subrogation       *
      *    credit taken off a deleted record is handed back to the     *
      *    subrogation file for the subrogation run to take again off  *
      *    the rebuilt schedule; a month the credit cancelled outright *
      *    is rebuilt as an ordinary month                             *
      * 2. Roll the old and new streams forward side by side and       *
      *    rewrite every month on or after the effective date at the   *
      *    new amount -- a month already due keeps its old status and *
      *    the difference over what was paid on it is netted; a month  *
      *    still ahead inherits a cancelled or held status, and is     *
      *    otherwise held for a suspended claim, active for the rest   *
      * 3. A due month the new horizon no longer reaches is netted     *
      *    off in full                                                 *
      * 4. A net underpayment is paid as one arrears lump sum          *
      *    (SEQ=9995) next month; a net overpayment is booked to the   *
      *    recovery ledger for the disbursement run to withhold        *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-NET-DIFFERENCE.
           PERFORM 310-COLLECT-OLD-SCHEDULE.
           IF WS-CREDIT-RELEASED > 0
               PERFORM 370-HAND-BACK-LINE-CREDIT
           END-IF.
           PERFORM 320-SET-PRORATION-FRACTIONS.
           PERFORM 330-ROLL-FORWARD-MONTHS.

           MOVE 1 TO WS-OLD-SCHED-SUB.
           PERFORM UNTIL WS-OLD-SCHED-SUB > WS-OLD-SCHED-COUNT
               IF WS-OS-MATCHED (WS-OLD-SCHED-SUB) = 'N'
                  AND WS-OS-PAY-DATE (WS-OLD-SCHED-SUB)
                          NOT > WS-RUN-DATE
                  AND (WS-OS-STAT (WS-OLD-SCHED-SUB) = 'A'
                       OR WS-OS-STAT (WS-OLD-SCHED-SUB) = ' ')
                   SUBTRACT WS-OS-AMOUNT (WS-OLD-SCHED-SUB)
                       FROM WS-NET-DIFFERENCE
               END-IF
               ADD 1 TO WS-OLD-SCHED-SUB
           END-PERFORM.

           IF WS-NET-DIFFERENCE > 0
               MOVE WS-NET-DIFFERENCE TO WS-ARREARS-AMOUNT
               PERFORM 350-WRITE-ARREARS-LINE
           END-IF.
           IF WS-NET-DIFFERENCE < 0
               COMPUTE WS-OVERPAID-AMOUNT = 0 - WS-NET-DIFFERENCE
               PERFORM 360-BOOK-OVERPAYMENT
           END-IF.

       310-COLLECT-OLD-SCHEDULE.
      *----------------------------------------------------------------*
      * WALK THE CLAIM'S RECORDS BY KEY, TABLE EVERY MONTHLY RECORD    *
      * DATED ON OR AFTER THE EFFECTIVE DATE, THEN DELETE THEM BY KEY  *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-OLD-SCHED-COUNT.
           MOVE ZERO TO WS-CREDIT-RELEASED.
           MOVE 'N'  TO WS-SCHED-EOF-SW.
           MOVE WS-EVAL-CLAIM-ID TO SCHED-CLAIM-ID.
           MOVE ZERO TO SCHED-SEQ.
           MOVE ZERO TO SCHED-DEP-SEQ.
           START SCHEDULE-MASTER KEY IS GREATER THAN OR EQUAL TO
                 SCHED-KEY
               INVALID KEY
                   SET SCHED-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL SCHED-END-OF-FILE
               READ SCHEDULE-MASTER NEXT RECORD
                   AT END
                       SET SCHED-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SCHED-CLAIM-ID NOT = WS-EVAL-CLAIM-ID
                           SET SCHED-END-OF-FILE TO TRUE
                       ELSE
                           IF SCHED-SEQ NOT = 0 AND SCHED-SEQ < 9801
                              AND SCHED-PAY-DATE
                                      NOT < WS-EVAL-EFF-DATE
                               PERFORM 315-TABLE-OLD-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 1 TO WS-OLD-SCHED-SUB.
           PERFORM UNTIL WS-OLD-SCHED-SUB > WS-OLD-SCHED-COUNT
               MOVE WS-EVAL-CLAIM-ID TO SCHED-CLAIM-ID
               MOVE WS-OS-SEQ (WS-OLD-SCHED-SUB) TO SCHED-SEQ
               MOVE WS-OS-DEP (WS-OLD-SCHED-SUB) TO SCHED-DEP-SEQ
               DELETE SCHEDULE-MASTER
                   INVALID KEY
                       DISPLAY 'SCHEDULE DELETE FAILED: '
                               WS-EVAL-CLAIM-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-SCHED-DELETED
               END-DELETE
               ADD 1 TO WS-OLD-SCHED-SUB
           END-PERFORM.

       315-TABLE-OLD-RECORD.
      *----------------------------------------------------------------*
      * REMEMBER ONE OLD MONTHLY RECORD FOR THE REBUILD, RELEASING ANY *
      * SUBROGATION CREDIT TAKEN OFF IT                                *
      *----------------------------------------------------------------*
           IF WS-OLD-SCHED-COUNT >= 2000
               DISPLAY 'SCHEDULE REBUILD TABLE FULL - REVIEW CLAIM: '
                       SCHED-CLAIM-ID
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-OLD-SCHED-COUNT
               MOVE SCHED-SEQ      TO WS-OS-SEQ (WS-OLD-SCHED-COUNT)
               MOVE SCHED-DEP-SEQ  TO WS-OS-DEP (WS-OLD-SCHED-COUNT)
               MOVE SCHED-PAY-DATE
                    TO WS-OS-PAY-DATE (WS-OLD-SCHED-COUNT)
               MOVE SCHED-AMOUNT   TO WS-OS-AMOUNT (WS-OLD-SCHED-COUNT)
               MOVE SCHED-STAT     TO WS-OS-STAT (WS-OLD-SCHED-COUNT)
               MOVE 'N'            TO WS-OS-MATCHED (WS-OLD-SCHED-COUNT)
               IF LINE-CREDIT-AVAILABLE
                   PERFORM 318-RELEASE-LINE-CREDIT
               END-IF
           END-IF.

       318-RELEASE-LINE-CREDIT.
      *----------------------------------------------------------------*
      * PICK UP THE SUBROGATION CREDIT TAKEN OFF ONE OLD RECORD AND    *
      * DROP ITS ENTRY. A RECORD THE CREDIT CANCELLED OUTRIGHT IS      *
      * TABLED AS AN ORDINARY MONTH WITH NOTHING PAID ON IT.           *
      *----------------------------------------------------------------*
           MOVE SCHED-KEY TO CRLN-KEY.
           READ CREDIT-LINE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD CRLN-AMOUNT TO WS-CREDIT-RELEASED
                   IF SCHED-STAT = 'C' AND SCHED-AMOUNT = ZERO
                       MOVE SPACE TO WS-OS-STAT (WS-OLD-SCHED-COUNT)
                   END-IF
                   DELETE CREDIT-LINE-FILE
                       INVALID KEY
                           DISPLAY 'UNABLE TO DROP LINE CREDIT: '
                                   WS-EVAL-CLAIM-ID
                   END-DELETE
           END-READ.

       320-SET-PRORATION-FRACTIONS.
      *----------------------------------------------------------------*
      * SET THE FIRST/LAST-MONTH PRORATION FRACTIONS FROM THE          *
      * ACCIDENT DAY, EXACTLY AS THE REPORT STEP SETS THEM, AND THE    *
      * OLD AND NEW SCHEDULE LENGTHS                                   *
      *----------------------------------------------------------------*
           MOVE CLAIM-DATE OF CLAIM-RECORD (1:4) TO WS-ACC-YEAR.
           MOVE CLAIM-DATE OF CLAIM-RECORD (5:2) TO WS-ACC-MONTH.
           MOVE CLAIM-DATE OF CLAIM-RECORD (7:2) TO WS-ACC-DAY.

           MOVE WS-MONTH-DAYS (WS-ACC-MONTH) TO WS-DAYS-IN-MONTH.
           IF WS-ACC-MONTH = 2
               DIVIDE WS-ACC-YEAR BY 4 GIVING WS-YEAR-REM
                      REMAINDER WS-YEAR-REM
               IF WS-YEAR-REM = 0
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

           IF WS-ACC-DAY > 1
               COMPUTE WS-FIRST-FRACTION ROUNDED =
                       (WS-DAYS-IN-MONTH - WS-ACC-DAY + 1)
                       / WS-DAYS-IN-MONTH
               COMPUTE WS-LAST-FRACTION =
                       1 - WS-FIRST-FRACTION
               COMPUTE WS-NEW-SCHED-MONTHS = WS-NEW-BENEFIT-MONTHS + 1
               COMPUTE WS-OLD-SCHED-MONTHS = WS-OLD-DURATION + 1
           ELSE
               MOVE 1.0000 TO WS-FIRST-FRACTION
               MOVE ZERO   TO WS-LAST-FRACTION
               MOVE WS-NEW-BENEFIT-MONTHS TO WS-NEW-SCHED-MONTHS
               MOVE WS-OLD-DURATION       TO WS-OLD-SCHED-MONTHS
           END-IF.

           MOVE WS-NEW-SCHED-MONTHS TO WS-ROLL-MONTHS.
           IF WS-OLD-SCHED-MONTHS > WS-ROLL-MONTHS
               MOVE WS-OLD-SCHED-MONTHS TO WS-ROLL-MONTHS
           END-IF.

           IF CLAIM-STATUS OF CLAIM-RECORD = 'S'
               MOVE 'H' TO WS-DEFAULT-STAT
           ELSE
               MOVE 'A' TO WS-DEFAULT-STAT
           END-IF.

       330-ROLL-FORWARD-MONTHS.
      *----------------------------------------------------------------*
      * ROLL THE OLD AND NEW MONTHLY STREAMS FORWARD FROM THE MONTH    *
      * AFTER THE ACCIDENT, COMPOUNDING EACH STREAM'S COLA ON ITS OWN  *
      * ANNIVERSARIES WHILE INSIDE ITS OWN HORIZON                     *
      *----------------------------------------------------------------*
           MOVE CLAIM-DATE OF CLAIM-RECORD TO WS-PAYMENT-DATE.
           MOVE WS-NEW-MONTHLY TO WS-NEW-PAY-AMOUNT.
           MOVE WS-OLD-MONTHLY TO WS-OLD-PAY-AMOUNT.
           MOVE 01 TO WS-PAY-DD.
           ADD 1 TO WS-PAY-MM.
           IF WS-PAY-MM > 12
               MOVE 01 TO WS-PAY-MM
               ADD 1 TO WS-PAY-CCYY
           END-IF.

           MOVE 1 TO WS-PAYMENT-SEQ.
           MOVE 1 TO WS-PAYMENT-YEAR-MONTH.
           PERFORM UNTIL WS-PAYMENT-SEQ > WS-ROLL-MONTHS
               MOVE ZERO TO WS-NEW-MONTH-AMOUNT
               IF WS-PAYMENT-SEQ NOT > WS-NEW-SCHED-MONTHS
                   MOVE WS-NEW-PAY-AMOUNT TO WS-NEW-MONTH-AMOUNT
                   IF WS-PAYMENT-SEQ = 1 AND WS-LAST-FRACTION > 0
                       COMPUTE WS-NEW-MONTH-AMOUNT ROUNDED =
                               WS-NEW-PAY-AMOUNT * WS-FIRST-FRACTION
                   END-IF
                   IF WS-PAYMENT-SEQ > WS-NEW-BENEFIT-MONTHS
                       COMPUTE WS-NEW-MONTH-AMOUNT ROUNDED =
                               WS-NEW-PAY-AMOUNT * WS-LAST-FRACTION
                   END-IF
               END-IF
               MOVE ZERO TO WS-OLD-MONTH-AMOUNT
               IF WS-PAYMENT-SEQ NOT > WS-OLD-SCHED-MONTHS
                   MOVE WS-OLD-PAY-AMOUNT TO WS-OLD-MONTH-AMOUNT
                   IF WS-PAYMENT-SEQ = 1 AND WS-LAST-FRACTION > 0
                       COMPUTE WS-OLD-MONTH-AMOUNT ROUNDED =
                               WS-OLD-PAY-AMOUNT * WS-FIRST-FRACTION
                   END-IF
                   IF WS-PAYMENT-SEQ > WS-OLD-DURATION
                       COMPUTE WS-OLD-MONTH-AMOUNT ROUNDED =
                               WS-OLD-PAY-AMOUNT * WS-LAST-FRACTION
                   END-IF
               END-IF

               IF WS-PAYMENT-DATE NOT < WS-EVAL-EFF-DATE
                   PERFORM 340-REBUILD-ONE-MONTH
               END-IF

               IF WS-PAYMENT-YEAR-MONTH = WS-MONTHS-IN-YEAR
                   MOVE 0 TO WS-PAYMENT-YEAR-MONTH
                   IF WS-PAYMENT-SEQ < WS-NEW-BENEFIT-MONTHS
                       COMPUTE WS-NEW-PAY-AMOUNT ROUNDED =
                               WS-NEW-PAY-AMOUNT * (1 + WS-COLA-RATE)
                   END-IF
                   IF WS-PAYMENT-SEQ < WS-OLD-DURATION
                       COMPUTE WS-OLD-PAY-AMOUNT ROUNDED =
                               WS-OLD-PAY-AMOUNT * (1 + WS-COLA-RATE)
                   END-IF
               END-IF
               ADD 1 TO WS-PAYMENT-YEAR-MONTH

               ADD 1 TO WS-PAYMENT-SEQ
               ADD 1 TO WS-PAY-MM
               IF WS-PAY-MM > 12
                   MOVE 01 TO WS-PAY-MM
                   ADD 1 TO WS-PAY-CCYY
               END-IF
           END-PERFORM.

       340-REBUILD-ONE-MONTH.
      *----------------------------------------------------------------*
      * REBUILD ONE MONTH ON OR AFTER THE EFFECTIVE DATE:              *
      * - A MONTH WITH AN OLD RECORD IS REWRITTEN AT THE NEW AMOUNT;   *
      *   IF IT WAS ALREADY DUE AND PAYABLE, WHAT WAS PAID ON IT IS    *
      *   NETTED AGAINST WHAT IS NOW OWED                              *
      * - A DUE MONTH WITH NO RECORD WAS EITHER FOLDED INTO THE RETRO  *
      *   LUMP SUM (PAID AT THE OLD STREAM'S AMOUNT) OR NEVER PAID;    *
      *   THE DIFFERENCE IS NETTED AND NO RECORD IS WRITTEN            *
      * - A MONTH STILL AHEAD IS WRITTEN FRESH                         *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-OLD-FOUND-SW.
           SET WS-OS-IDX TO 1.
           SEARCH WS-OS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OS-IDX > WS-OLD-SCHED-COUNT
                   CONTINUE
               WHEN WS-OS-SEQ (WS-OS-IDX) = WS-PAYMENT-SEQ
                    AND WS-OS-DEP (WS-OS-IDX) = ZERO
                   SET OLD-MONTH-FOUND TO TRUE
                   MOVE 'Y' TO WS-OS-MATCHED (WS-OS-IDX)
           END-SEARCH.

           IF WS-NEW-MONTH-AMOUNT = 0
      * Past the new horizon: nothing is owed for this month, so a
      * matched old record stays deleted and what was paid on it
      * comes back
               IF OLD-MONTH-FOUND
                   MOVE 'N' TO WS-OS-MATCHED (WS-OS-IDX)
               ELSE
                   IF WS-PAYMENT-DATE NOT > WS-RUN-DATE
                      AND WS-PAYMENT-DATE
                              NOT > CLAIM-RUN-DATE OF CLAIM-RECORD
                       SUBTRACT WS-OLD-MONTH-AMOUNT
                           FROM WS-NET-DIFFERENCE
                   END-IF
               END-IF
           ELSE
               IF OLD-MONTH-FOUND
                   MOVE WS-OS-STAT (WS-OS-IDX) TO WS-WRITE-STAT
                   IF WS-PAYMENT-DATE NOT > WS-RUN-DATE
                       IF WS-WRITE-STAT = 'A' OR WS-WRITE-STAT = ' '
                           COMPUTE WS-NET-DIFFERENCE =
                                   WS-NET-DIFFERENCE
                                   + WS-NEW-MONTH-AMOUNT
                                   - WS-OS-AMOUNT (WS-OS-IDX)
                       END-IF
                   ELSE
                       IF WS-WRITE-STAT NOT = 'C'
                          AND WS-WRITE-STAT NOT = 'H'
                           MOVE WS-DEFAULT-STAT TO WS-WRITE-STAT
                       END-IF
                   END-IF
                   PERFORM 345-WRITE-REBUILT-RECORD
               ELSE
                   IF WS-PAYMENT-DATE NOT > WS-RUN-DATE
                       IF WS-PAYMENT-DATE
                               NOT > CLAIM-RUN-DATE OF CLAIM-RECORD
                           COMPUTE WS-NET-DIFFERENCE =
                                   WS-NET-DIFFERENCE
                                   + WS-NEW-MONTH-AMOUNT
                                   - WS-OLD-MONTH-AMOUNT
                       ELSE
                           ADD WS-NEW-MONTH-AMOUNT
                               TO WS-NET-DIFFERENCE
                       END-IF
                   ELSE
                       MOVE WS-DEFAULT-STAT TO WS-WRITE-STAT
                       PERFORM 345-WRITE-REBUILT-RECORD
                   END-IF
               END-IF
           END-IF.

       345-WRITE-REBUILT-RECORD.
      *----------------------------------------------------------------*
      * BUILD AND WRITE ONE REBUILT MONTHLY RECORD BY KEY              *
      *----------------------------------------------------------------*
           MOVE WS-EVAL-CLAIM-ID    TO SCHED-CLAIM-ID.
           MOVE WS-PAYMENT-SEQ      TO SCHED-SEQ.
           MOVE ZERO                TO SCHED-DEP-SEQ.
           MOVE WS-PAYMENT-DATE     TO SCHED-PAY-DATE.
           MOVE WS-NEW-MONTH-AMOUNT TO SCHED-AMOUNT.
           MOVE SPACES              TO SCHED-DEP-REL.
           MOVE WS-WRITE-STAT       TO SCHED-STAT.
           WRITE SCHEDULE-RECORD
               INVALID KEY
                   REWRITE SCHEDULE-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO SAVE SCHEDULE '
                                   'RECORD: ' SCHED-CLAIM-ID
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-SCHED-WRITTEN.

       350-WRITE-ARREARS-LINE.
      *----------------------------------------------------------------*
      * PAY THE NET UNDERPAYMENT AS ONE ARREARS LUMP SUM (SEQ=9995)    *
      * DATED THE FIRST OF NEXT MONTH. AN ARREARS LINE STILL UNPAID    *
      * FROM AN EARLIER RESTATEMENT IS ADDED TO; ONE ALREADY PAID IS   *
      * REPLACED (ITS PAYMENT STANDS ON THE PAYMENT HISTORY). A        *
      * SUSPENDED CLAIM'S ARREARS ARE HELD WITH THE REST OF ITS        *
      * SCHEDULE.                                                      *
      *----------------------------------------------------------------*
           MOVE WS-RUN-DATE TO WS-ARREARS-DATE.
           MOVE 01 TO WS-ARR-DD.
           ADD 1 TO WS-ARR-MM.
           IF WS-ARR-MM > 12
               MOVE 01 TO WS-ARR-MM
               ADD 1 TO WS-ARR-CCYY
           END-IF.

           MOVE WS-EVAL-CLAIM-ID TO SCHED-CLAIM-ID.
           MOVE 9995 TO SCHED-SEQ.
           MOVE ZERO TO SCHED-DEP-SEQ.
           READ SCHEDULE-MASTER
               INVALID KEY
                   MOVE WS-EVAL-CLAIM-ID  TO SCHED-CLAIM-ID
                   MOVE 9995              TO SCHED-SEQ
                   MOVE ZERO              TO SCHED-DEP-SEQ
                   MOVE WS-ARREARS-DATE   TO SCHED-PAY-DATE
                   MOVE WS-ARREARS-AMOUNT TO SCHED-AMOUNT
                   MOVE SPACES            TO SCHED-DEP-REL
                   MOVE WS-DEFAULT-STAT   TO SCHED-STAT
                   WRITE SCHEDULE-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO WRITE ARREARS RECORD: '
                                   WS-EVAL-CLAIM-ID
                   END-WRITE
               NOT INVALID KEY
                   IF SCHED-PAY-DATE > WS-RUN-DATE
                      AND SCHED-STAT NOT = 'C'
                       ADD WS-ARREARS-AMOUNT TO SCHED-AMOUNT
                   ELSE
                       MOVE WS-ARREARS-AMOUNT TO SCHED-AMOUNT
                       MOVE WS-DEFAULT-STAT   TO SCHED-STAT
                   END-IF
                   MOVE WS-ARREARS-DATE TO SCHED-PAY-DATE
                   REWRITE SCHEDULE-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO REWRITE ARREARS RECORD: '
                                   WS-EVAL-CLAIM-ID
                   END-REWRITE
           END-READ.

           ADD 1 TO WS-ARREARS-LINES.
           ADD WS-ARREARS-AMOUNT TO WS-TOTAL-ARREARS.

       360-BOOK-OVERPAYMENT.
      *----------------------------------------------------------------*
      * BOOK THE NET OVERPAYMENT TO THE CLAIM'S LEDGER ENTRY, OPENING  *
      * THE ENTRY FOR A CLAIM NOT YET ON THE LEDGER, EXACTLY AS THE    *
      * OVERPAYMENT RECOVERY RUN BOOKS                                 *
      *----------------------------------------------------------------*
           MOVE WS-EVAL-CLAIM-ID TO RECOV-CLAIM-ID.
           READ RECOVERY-LEDGER-FILE
               INVALID KEY
                   MOVE WS-EVAL-CLAIM-ID TO RECOV-CLAIM-ID
                   MOVE WS-OVERPAID-AMOUNT TO RECOV-BOOKED
                   MOVE ZERO TO RECOV-RECOVERED
                   MOVE WS-RUN-DATE TO RECOV-LAST-DATE
                   WRITE RECOVERY-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO OPEN LEDGER ENTRY: '
                                   WS-EVAL-CLAIM-ID
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-OVERPAID-AMOUNT TO RECOV-BOOKED
                   MOVE WS-RUN-DATE TO RECOV-LAST-DATE
                   REWRITE RECOVERY-RECORD
                   END-REWRITE
           END-READ.

           ADD 1 TO WS-OVERPAYMENTS-BOOKED.
           ADD WS-OVERPAID-AMOUNT TO WS-TOTAL-OVERPAID.

       370-HAND-BACK-LINE-CREDIT.
      *----------------------------------------------------------------*
      * TAKE THE RELEASED CREDIT BACK OFF THE FILE'S CREDIT TAKEN, SO  *
      * THE SUBROGATION RUN'S SWEEP OF CREDIT BOOKED PAST CREDIT TAKEN *
      * TAKES IT AGAIN OFF THE REBUILT SCHEDULE                        *
      *----------------------------------------------------------------*
           MOVE WS-EVAL-CLAIM-ID TO SUBR-CLAIM-ID.
           READ SUBROGATION-FILE
               INVALID KEY
                   DISPLAY 'LINE CREDIT WITH NO SUBROGATION FILE: '
                           WS-EVAL-CLAIM-ID
               NOT INVALID KEY
                   IF WS-CREDIT-RELEASED > SUBR-CREDIT-TAKEN
                       MOVE SUBR-CREDIT-TAKEN TO WS-CREDIT-RELEASED
                   END-IF
                   SUBTRACT WS-CREDIT-RELEASED FROM SUBR-CREDIT-TAKEN
                   REWRITE SUBROGATION-RECORD
                       INVALID KEY
                           DISPLAY 'SUBROGATION REWRITE FAILED: '
                                   WS-EVAL-CLAIM-ID
                       NOT INVALID KEY
                           ADD WS-CREDIT-RELEASED
                               TO WS-TOTAL-CREDIT-BACK
                   END-REWRITE
           END-READ.

       500-LIST-OVERDUE-REVIEWS.
      *----------------------------------------------------------------*
      * OVERDUE REVIEW LIST:                                           *
      * Read the claim master front to back; every temporary claim     *
      * (TP/TT) still in force whose review date has passed and that   *
      * has no medical evaluation on file is listed, so the adjusters  *
      * can order one before the statutory cap runs the benefit out.   *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TEMPORARY CLAIMS PAST REVIEW DATE WITH NO EVALUATION '
                TO REPORT-LINE.
           MOVE 'ON FILE' TO REPORT-LINE (54:7).
           WRITE REPORT-LINE.

           MOVE LOW-VALUES TO CLAIM-ID OF CLAIM-RECORD.
           START CLAIM-FILE KEY IS GREATER THAN
                 CLAIM-ID OF CLAIM-RECORD
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-END-OF-FILE
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       SET SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLAIMS-SCANNED
                       IF (CLAIM-TYPE OF CLAIM-RECORD = 'TP'
                           OR CLAIM-TYPE OF CLAIM-RECORD = 'TT')
                          AND CLAIM-STATUS OF CLAIM-RECORD NOT = 'T'
                          AND REVIEW-DATE OF CLAIM-RECORD > ZERO
                          AND REVIEW-DATE OF CLAIM-RECORD
                                   < WS-RUN-DATE
                           PERFORM 510-CHECK-EVALUATION-ON-FILE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL CLAIMS ON CLAIM FILE'.

       510-CHECK-EVALUATION-ON-FILE.
      *----------------------------------------------------------------*
      * LIST ONE PAST-REVIEW TEMPORARY CLAIM UNLESS AN EVALUATION IS   *
      * ON FILE FOR IT                                                 *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-EVALUATED-SW.
           SET WS-EV-IDX TO 1.
           SEARCH WS-EV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EV-CLAIM-ID (WS-EV-IDX)
                        = CLAIM-ID OF CLAIM-RECORD
                   SET CLAIM-EVALUATED TO TRUE
           END-SEARCH.

           IF NOT CLAIM-EVALUATED
               ADD 1 TO WS-REVIEWS-OVERDUE
               MOVE CLAIM-ID OF CLAIM-RECORD    TO WS-OD-CLAIM-ID
               MOVE CLAIM-TYPE OF CLAIM-RECORD  TO WS-OD-CLAIM-TYPE
               MOVE CLAIMANT-ID OF CLAIM-RECORD TO WS-OD-CLAIMANT-ID
               MOVE REVIEW-DATE OF CLAIM-RECORD TO WS-OD-REVIEW-DATE
               MOVE MONTHLY-PENSION OF CLAIM-RECORD TO WS-OD-MONTHLY
               MOVE WS-OVERDUE-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'BENRSTMT RUN CONTROL TOTALS'.
           DISPLAY 'EVALUATIONS READ:      ' WS-EVALS-READ.
           DISPLAY 'EVALUATIONS APPLIED:   ' WS-EVALS-APPLIED.
           DISPLAY 'EVALUATIONS REJECTED:  ' WS-EVALS-REJECTED.
           DISPLAY 'EVALUATIONS DEFERRED:  ' WS-EVALS-DEFERRED.
           DISPLAY 'CONVERTED TO PERMANENT:' WS-CONVERSIONS.
           DISPLAY 'SCHEDULE RECS DELETED: ' WS-SCHED-DELETED.
           DISPLAY 'SCHEDULE RECS WRITTEN: ' WS-SCHED-WRITTEN.
           DISPLAY 'ARREARS LINES WRITTEN: ' WS-ARREARS-LINES.
           DISPLAY 'ARREARS AMOUNT:        ' WS-TOTAL-ARREARS.
           DISPLAY 'OVERPAYMENTS BOOKED:   ' WS-OVERPAYMENTS-BOOKED.
           DISPLAY 'OVERPAYMENT AMOUNT:    ' WS-TOTAL-OVERPAID.
           DISPLAY 'CLAIMS SCANNED:        ' WS-CLAIMS-SCANNED.
           DISPLAY 'REVIEWS OVERDUE:       ' WS-REVIEWS-OVERDUE.
           DISPLAY 'CREDIT HANDED BACK:    ' WS-TOTAL-CREDIT-BACK.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE EVALUATION-FILE
                 CLAIM-FILE
                 POLICY-FILE
                 GEO-FACTOR-FILE
                 CLAIMANT-FILE
                 ASSUMPTIONS-FILE
                 MORTALITY-FILE
                 SCHEDULE-MASTER
                 RECOVERY-LEDGER-FILE
                 RESTATEMENT-REPORT
                 EVALUATION-HISTORY-FILE
                 CLAIM-HISTORY-FILE.

           IF LIABILITY-SUMMARY-AVAILABLE
               CLOSE LIABILITY-SUMMARY-FILE
           END-IF.
           IF APPROVAL-FILE-AVAILABLE
               CLOSE APPROVAL-FILE
           END-IF.
           IF LINE-CREDIT-AVAILABLE
               CLOSE CREDIT-LINE-FILE
                     SUBROGATION-FILE
           END-IF.

           IF WS-EVALS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
