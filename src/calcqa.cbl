       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCQA.
      *----------------------------------------------------------------*
      * PROGRAM:  CALCQA                                               *
      * PURPOSE:  INDEPENDENT RECALCULATION QA SAMPLE. THE CLAIM       *
      *           MASTER STORES EVERY FACTOR THAT WENT INTO AN AWARD,  *
      *           AND THIS RUN CHECKS THAT THE STORED ANNUAL PENSION,  *
      *           MONTHLY PENSION AND PRESENT VALUE ACTUALLY FOLLOW    *
      *           FROM THEM. IT DRAWS A STRATIFIED RANDOM SAMPLE OF    *
      *           THE CYCLE'S NEW AND RECALCULATED AWARDS (THE         *
      *           CALCULATED-RESULTS HAND-OFF) AND OF THE AWARDS THE   *
      *           RESTATEMENT RUN HAS RESTATED SINCE THE LAST QA RUN   *
      *           (ITS AFTER IMAGES ON THE CLAIM HISTORY TRAIL),       *
      *           WEIGHTED TOWARD FATALITY, CAPPED AND HIGH PRESENT-   *
      *           VALUE AWARDS. EACH SAMPLED AWARD IS RECOMPUTED HERE, *
      *           WITHOUT REFERENCE TO THE CALCULATION PROGRAM, FROM   *
      *           ITS STORED FACTORS, THE ASSUMPTION SET AND           *
      *           MORTALITY ENTRY IN FORCE AND THE REGION'S STATUTORY  *
      *           CAP, AND ANY DIFFERENCE BEYOND THE TOLERANCE IS      *
      *           REPORTED. EVERY SAMPLED AWARD GOES ON THE QA FILE    *
      *           PENDING REVIEWER SIGN-OFF (QAMNT); THE QUARTERLY     *
      *           SUMMARY (QARPT) IS TAKEN FROM THE SAME FILE.         *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. PARAMETERS, RUN-CONTROL GATE AND SAMPLE SEED                *
      * 5. SAMPLE DRAW FROM THE CALCULATED RESULTS AND RESTATEMENTS    *
      * 6. INDEPENDENT RECALCULATION AND COMPARISON                    *
      * 7. QA FILE, REPORT AND TRAILER                                 *
      * 8. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - CALC-RESULT-FILE: The cycle's calculated-results hand-off;   *
      *   its C records are the new and recalculated awards            *
      * - CLAIM-HISTORY-FILE: The dated before/after image trail; the  *
      *   restatement run's AFTER images are the restated awards       *
      * - CLAIM-FILE: The claim master, to confirm it holds the award  *
      *   the hand-off shows and for the claim's adjuster              *
      * - POLICY-FILE / LIABILITY-SUMMARY-FILE: A restated award's     *
      *   region and the policy coverage left for it                   *
      * - CLAIMANT-FILE: Date of birth, for a restated award's age     *
      * - GEO-FACTOR-FILE: The region's statutory annual cap           *
      * - ASSUMPTIONS-FILE / MORTALITY-FILE: The rates in force on the *
      *   accident date and the remaining life expectancy              *
      * - OFFSET-FILE: The standing benefit-offset file                *
      * - QA-FILE: Every sampled award, its recalculation and its      *
      *   reviewer sign-off                                            *
      * - QA-PARM-FILE: Optional sampling intervals and tolerance      *
      * - QA-REPORT: The sample and its differences                    *
      * - RUN-CONTROL-FILE: The batch run-control master               *
      *----------------------------------------------------------------*
           SELECT CALC-RESULT-FILE ASSIGN TO 'data/CALCRSLT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALC-STATUS.

           SELECT CLAIM-HISTORY-FILE ASSIGN TO 'data/CLMHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMHIST-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIM-ID OF CLAIM-RECORD
           FILE STATUS IS WS-CLAIM-STATUS.

           SELECT POLICY-FILE ASSIGN TO "data/POLFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POLICY-NUMBER OF POLICY-RECORD
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT LIABILITY-SUMMARY-FILE ASSIGN TO "data/LIABSUM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LIAB-KEY
           FILE STATUS IS WS-LIABSUM-STATUS.

           SELECT CLAIMANT-FILE ASSIGN TO "data/CLNTFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIMANT-ID OF CLAIMANT-RECORD
           FILE STATUS IS WS-CLAIMANT-STATUS.

           SELECT GEO-FACTOR-FILE ASSIGN TO "data/GEOFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GEO-REGION-CODE OF GEO-FACTOR-RECORD
           FILE STATUS IS WS-GEO-STATUS.

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

           SELECT OFFSET-FILE ASSIGN TO 'data/OFFSETS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OFFSET-STATUS.

           SELECT QA-FILE ASSIGN TO "data/QAFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS QA-KEY
           FILE STATUS IS WS-QAFILE-STATUS.

           SELECT QA-PARM-FILE ASSIGN TO 'data/QAPARM.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT QA-REPORT ASSIGN TO 'data/CALCQA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'data/RUNCTL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * CALC-RESULT-RECORD: The calculation step's interface record.   *
      * Only the fields the recalculation needs are named.             *
      *----------------------------------------------------------------*
       FD CALC-RESULT-FILE.
       01 CALC-RESULT-RECORD.
          05 CR-RECORD-TYPE        PIC X(1).
          05 CR-CLAIM-ID           PIC X(12).
          05 CR-REST               PIC X(322).
       01 CALC-HEADER-RECORD REDEFINES CALC-RESULT-RECORD.
          05 FILLER                PIC X(1).
          05 CH-RUN-DATE           PIC 9(8).
          05 CH-CYCLE-NUMBER       PIC 9(6).
          05 FILLER                PIC X(320).
       01 CALC-CLAIM-RECORD REDEFINES CALC-RESULT-RECORD.
          05 FILLER                PIC X(1).
          05 CC-CLAIM-ID           PIC X(12).
          05 CC-POLICY-NUMBER      PIC X(10).
          05 CC-CLAIM-DATE         PIC 9(8).
          05 CC-CLAIM-TYPE         PIC X(2).
          05 CC-CLAIM-STATUS       PIC X(1).
          05 CC-INDUSTRY-CODE      PIC X(4).
          05 CC-GEO-REGION-CODE    PIC X(3).
          05 CC-INSURED-AGE        PIC 9(3).
          05 CC-YEARS-EMPLOYED     PIC 9(2).
          05 CC-ANNUAL-SALARY      PIC 9(7)V99.
          05 CC-DISABILITY-PCT     PIC 9(3).
          05 CC-SEVERITY           PIC X(1).
          05 CC-INDUSTRY-DESC      PIC X(30).
          05 CC-DIRECT-COSTS       PIC 9(7)V99.
          05 CC-INDIRECT-COSTS     PIC 9(7)V99.
          05 CC-TOTAL-COSTS        PIC 9(8)V99.
          05 CC-AGE-FACTOR         PIC 9V999.
          05 CC-SERVICE-FACTOR     PIC 9V999.
          05 CC-SEVERITY-FACTOR    PIC 9V999.
          05 CC-INDUSTRY-FACTOR    PIC 9V999.
          05 CC-JOB-RISK-FACTOR    PIC 9V999.
          05 CC-EMR-FACTOR         PIC 9V999.
          05 CC-SAFETY-FACTOR      PIC 9V999.
          05 CC-GEO-FACTOR         PIC 9V999.
          05 CC-REG-FACTOR         PIC 9V999.
          05 CC-MARKET-FACTOR      PIC 9V999.
          05 CC-FREQ-TREND-FACTOR  PIC 9V999.
          05 CC-SEV-TREND-FACTOR   PIC 9V999.
          05 CC-FINAL-FACTOR       PIC 9V999.
          05 CC-CLAIM-TYPE-FACTOR  PIC 9V999.
          05 CC-BASE-PENSION       PIC 9(7)V99.
          05 CC-INDUSTRY-ADJ       PIC 9(7)V99.
          05 CC-GEO-ADJ            PIC 9(7)V99.
          05 CC-TREND-ADJ          PIC 9(7)V99.
          05 CC-TOTAL-PENSION      PIC 9(7)V99.
          05 CC-MONTHLY-PENSION    PIC 9(8)V99.
          05 CC-PRESENT-VALUE      PIC 9(8)V99.
          05 CC-PRE-CAP-PENSION    PIC 9(7)V99.
          05 CC-CAP-APPLIED-SW     PIC X(1).
          05 CC-VARIANCE-SW        PIC X(1).
          05 CC-COVERAGE-CAP-SW    PIC X(1).
          05 CC-PRIOR-CLAIMS       PIC 9(9)V99.
          05 CC-COVERAGE-REMAIN    PIC 9(9)V99.
          05 CC-OFFSET-APPLIED-SW  PIC X(1).
          05 CC-GROSS-MONTHLY      PIC 9(8)V99.
          05 CC-OFFSET-TOTAL       PIC 9(8)V99.
          05 CC-SETTLE-SW          PIC X(1).
          05 CC-SETTLE-PCT         PIC 9(3).
          05 CC-SETTLE-AMOUNT      PIC 9(8)V99.
          05 CC-BENEFIT-MONTHS     PIC 9(4).
          05 CC-REVIEW-DATE        PIC 9(8).
          05 CC-DEPENDENT-COUNT    PIC 9(2).
          05 CC-SURVIVOR-PCT       PIC 9(3)V99.
          05 CC-WAGE-BASIS-SW      PIC X(1).
          05 CC-DERIVED-AWW        PIC 9(5)V99.
          05 CC-APPROVAL-HOLD-SW   PIC X(1).
       01 CALC-DEP-RECORD REDEFINES CALC-RESULT-RECORD.
          05 FILLER                PIC X(1).
          05 CD-CLAIM-ID           PIC X(12).
          05 CD-SEQ-NO             PIC 9(2).
          05 CD-RELATIONSHIP       PIC X(10).
          05 CD-BENEFIT-SHARE      PIC 9V999.
          05 FILLER                PIC X(306).

      * The claim-history line is fixed-format: cols 1-5 'DATE=',
      * 6-13 run date, 14-18 ' PGM=', 19-26 program id, 27-31
      * ' KEY=', 32-43 claim id, 44-51 the image tag (' BEFORE=' or
      * ' AFTER ='), 52-278 the full 227-byte claim record image.
       FD CLAIM-HISTORY-FILE.
       01 CLAIM-HISTORY-LINE       PIC X(280).

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
          05 ADJUSTER-ID           PIC X(04).

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

       FD LIABILITY-SUMMARY-FILE.
       01 LIABILITY-RECORD.
          05 LIAB-KEY.
             10 LIAB-TYPE          PIC X(1).
             10 LIAB-ID            PIC X(12).
          05 LIAB-ANNUAL-TOTAL     PIC 9(11)V99.
          05 LIAB-MONTHLY-TOTAL    PIC 9(11)V99.
          05 LIAB-DISAB-TOTAL      PIC 9(5).
          05 LIAB-CLAIM-COUNT      PIC 9(5).

       FD CLAIMANT-FILE.
       01 CLAIMANT-RECORD.
          05 CLAIMANT-ID           PIC X(8).
          05 CLAIMANT-NAME         PIC X(30).
          05 CLAIMANT-DOB          PIC 9(8).
          05 CLAIMANT-ADDR-LINE-1  PIC X(30).
          05 CLAIMANT-ADDR-LINE-2  PIC X(30).
          05 CLAIMANT-CITY         PIC X(20).
          05 CLAIMANT-POSTAL-CODE  PIC X(10).

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

       FD QA-PARM-FILE.
       01 QA-PARM-LINE             PIC X(80).

       FD QA-REPORT.
       01 REPORT-LINE              PIC X(132).

      * The run-control line is fixed-format: cols 1-4 'PGM=', 5-12
      * program id, 13-19 ' CYCLE=', 20-25 cycle number, 26-31
      * ' STAT=', 32 S started / C completed, 33-38 ' DATE=', 39-46
      * run date.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-LINE         PIC X(50).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-STRATUM-TABLE: Sampling interval, next pick and counts    *
      *   per stratum                                                  *
      * - WS-SEED-FIELDS: The reproducible pseudo-random sample seed   *
      * - WS-AWARD-FIELDS: The award under review, as stored           *
      * - WS-RECALC-FIELDS: The award as recomputed here               *
      * - WS-COMPARE-FIELDS: Differences, tolerance test and result    *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 WS-CALC-STATUS        PIC X(2).
          05 WS-CLMHIST-STATUS     PIC X(2).
          05 WS-CLAIM-STATUS       PIC X(2).
          05 WS-POLICY-STATUS      PIC X(2).
          05 WS-LIABSUM-STATUS     PIC X(2).
          05 WS-CLAIMANT-STATUS    PIC X(2).
          05 WS-GEO-STATUS         PIC X(2).
          05 WS-ASSUMPTIONS-STATUS PIC X(2).
          05 WS-MORTALITY-STATUS   PIC X(2).
          05 WS-OFFSET-STATUS      PIC X(2).
          05 WS-QAFILE-STATUS      PIC X(2).
          05 WS-PARM-STATUS        PIC X(2).
          05 WS-REPORT-STATUS      PIC X(2).
          05 WS-RUNCTL-STATUS      PIC X(2).

       01 WS-SWITCHES.
          05 WS-CALC-EOF-SW        PIC X(1) VALUE 'N'.
             88 CALC-END-OF-FILE   VALUE 'Y'.
          05 WS-CLMHIST-EOF-SW     PIC X(1) VALUE 'N'.
             88 CLMHIST-END-OF-FILE VALUE 'Y'.
          05 WS-OFFSET-EOF-SW      PIC X(1) VALUE 'N'.
             88 OFFSET-END-OF-FILE VALUE 'Y'.
          05 WS-RC-EOF-SW          PIC X(1) VALUE 'N'.
             88 RC-END-OF-FILE     VALUE 'Y'.
          05 WS-LIABSUM-AVAIL-SW   PIC X(1) VALUE 'N'.
             88 LIABILITY-SUMMARY-AVAILABLE VALUE 'Y'.
          05 WS-PENDING-SW         PIC X(1) VALUE 'N'.
             88 AWARD-PENDING      VALUE 'Y'.
          05 WS-SELECTED-SW        PIC X(1) VALUE 'N'.
             88 AWARD-SELECTED     VALUE 'Y'.
          05 WS-TRAILER-SW         PIC X(1) VALUE 'N'.
             88 TRAILER-FOUND      VALUE 'Y'.
          05 WS-SUPERSEDED-SW      PIC X(1) VALUE 'N'.
             88 MASTER-SUPERSEDED  VALUE 'Y'.
          05 WS-OVER-TOL-SW        PIC X(1) VALUE 'N'.
             88 OVER-TOLERANCE     VALUE 'Y'.

      *----------------------------------------------------------------*
      * WS-QA-PARAMETERS: SAMPLING INTERVALS (EVERY NTH AWARD OF A     *
      * STRATUM, FROM A RANDOM START), THE PRESENT VALUE FROM WHICH AN *
      * AWARD COUNTS AS HIGH VALUE AND THE DOLLAR TOLERANCE. DEFAULTS  *
      * ARE OVERRIDDEN BY data/QAPARM.txt:                             *
      *   FATALITY,CAPPED,HIGH-PV,OTHER,HIGH-PV-FROM,TOLERANCE         *
      * E.G. 002,002,003,020,000250000,00100 (INTERVALS 3 DIGITS,      *
      * HIGH-PV-FROM WHOLE DOLLARS, TOLERANCE 2 IMPLIED DECIMALS).     *
      *----------------------------------------------------------------*
       01 WS-QA-PARAMETERS.
          05 WS-HIGH-PV-FROM       PIC 9(9)    VALUE 250000.
          05 WS-TOLERANCE          PIC 9(3)V99 VALUE 1.00.

       01 WS-PARM-FIELDS.
          05 WS-PM-INTERVAL-CHARS  PIC X(3) OCCURS 4 TIMES.
          05 WS-PM-HIGH-PV-CHARS   PIC X(9).
          05 WS-PM-HIGH-PV REDEFINES WS-PM-HIGH-PV-CHARS PIC 9(9).
          05 WS-PM-TOL-CHARS       PIC X(5).
          05 WS-PM-TOL REDEFINES WS-PM-TOL-CHARS PIC 9(3)V99.
       01 WS-PM-INTERVAL-WORK      PIC X(3).
       01 WS-PM-INTERVAL REDEFINES WS-PM-INTERVAL-WORK PIC 9(3).

      * Strata in priority order: an award falls in the first that
      * fits -- fatality, then capped (statutory or coverage), then
      * high present value, then every other award.
       01 WS-STRATUM-NAMES-TABLE.
          05 FILLER                PIC X(12) VALUE 'F002FATALITY'.
          05 FILLER                PIC X(12) VALUE 'C002CAPPED  '.
          05 FILLER                PIC X(12) VALUE 'H003HIGH PV '.
          05 FILLER                PIC X(12) VALUE 'O020OTHER   '.
       01 WS-STRATUM-NAMES REDEFINES WS-STRATUM-NAMES-TABLE.
          05 WS-SN-ENTRY OCCURS 4 TIMES.
             10 WS-SN-CODE         PIC X(1).
             10 WS-SN-DEFAULT      PIC 9(3).
             10 WS-SN-NAME         PIC X(8).

       01 WS-STRATUM-TABLE.
          05 WS-ST-ENTRY OCCURS 4 TIMES.
             10 WS-ST-INTERVAL     PIC 9(3).
             10 WS-ST-START        PIC 9(3).
             10 WS-ST-NEXT-PICK    PIC 9(7) COMP.
             10 WS-ST-POPULATION   PIC 9(7) COMP.
             10 WS-ST-SAMPLED      PIC 9(5) COMP.
             10 WS-ST-DIFFERENCES  PIC 9(5) COMP.
       01 WS-ST-SUB                PIC 9(2) COMP.

      *----------------------------------------------------------------*
      * WS-SEED-FIELDS: EACH STRATUM'S RANDOM START IS DRAWN FROM A    *
      * MULTIPLICATIVE CONGRUENTIAL GENERATOR (MULTIPLIER 16807,       *
      * MODULUS 2147483647) SEEDED FROM THE CYCLE NUMBER AND RUN DATE, *
      * SO AN AUDITOR CAN REDRAW EXACTLY THE SAME SAMPLE FOR A CYCLE.  *
      *----------------------------------------------------------------*
       01 WS-SEED-FIELDS.
          05 WS-QA-SEED            PIC 9(10).
          05 WS-QA-FIRST-SEED      PIC 9(10).
          05 WS-QA-PRODUCT         PIC 9(15).
          05 WS-QA-QUOTIENT        PIC 9(15).
          05 WS-QA-MULTIPLIER      PIC 9(5)  VALUE 16807.
          05 WS-QA-MODULUS         PIC 9(10) VALUE 2147483647.

       01 WS-RUN-DATE              PIC 9(8).
       01 WS-CYCLE-NUMBER          PIC 9(6) VALUE ZERO.
       01 WS-CYCLE-RUN-DATE        PIC 9(8) VALUE ZERO.
       01 WS-WINDOW-START          PIC 9(8) VALUE ZERO.

       01 WS-RUN-CONTROL-FIELDS.
          05 WS-RC-PGM-ID          PIC X(8) VALUE 'CALCQA  '.
          05 WS-RC-CLM-CYCLE       PIC X(6) VALUE SPACES.
          05 WS-RC-CLM-STAT        PIC X(1) VALUE SPACE.
          05 WS-RC-QA-CYCLE        PIC X(6) VALUE SPACES.
          05 WS-RC-QA-DATE         PIC X(8) VALUE SPACES.
          05 WS-RC-WRITE-STAT      PIC X(1).
          05 WS-CYCLE-NUMBER-X     PIC X(6).

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

      * The calculation rules' published constants; the rates and the
      * life expectancy are fallbacks, used only when the assumption
      * set or the mortality table has no entry.
       01 WS-ACTUARIAL-CONSTANTS.
          05 WS-MIN-PENSION-PCT    PIC 9(2)V99 VALUE 30.00.
          05 WS-MAX-PENSION-PCT    PIC 9(2)V99 VALUE 80.00.
          05 WS-MONTHS-IN-YEAR     PIC 9(2)    VALUE 12.
          05 WS-DEFAULT-DISCOUNT   PIC 9V9999  VALUE 0.0350.
          05 WS-DEFAULT-FREQ-DECLINE PIC 9V9999 VALUE 0.0510.
          05 WS-DEFAULT-SEV-INCREASE PIC 9V9999 VALUE 0.0440.
          05 WS-DEFAULT-LIFE-EXP   PIC 99V9    VALUE 20.5.
          05 WS-TP-MAX-WEEKS       PIC 9(3)    VALUE 104.
          05 WS-TT-MAX-WEEKS       PIC 9(3)    VALUE 156.
          05 WS-WEEKS-IN-YEAR      PIC 9(2)    VALUE 52.
          05 WS-SS-OFFSET-PCT      PIC 9(3)    VALUE 050.
          05 WS-FULL-OFFSET-PCT    PIC 9(3)    VALUE 100.

      * A restated award's claim master image, as the restatement run
      * wrote it to the claim history trail.
       01 WS-HIST-IMAGE            PIC X(227).
       01 WS-HIST-FIELDS REDEFINES WS-HIST-IMAGE.
          05 HI-CLAIM-ID           PIC X(12).
          05 HI-POLICY-NUMBER      PIC X(10).
          05 HI-CLAIM-DATE         PIC 9(8).
          05 HI-CLAIM-TYPE         PIC X(2).
          05 HI-CLAIM-STATUS       PIC X(1).
          05 HI-BASE-PCT           PIC 9(3)V99.
          05 HI-BASE-PENSION       PIC 9(7)V99.
          05 HI-INDUSTRY-ADJ       PIC 9(7)V99.
          05 HI-GEO-ADJ            PIC 9(7)V99.
          05 HI-TREND-ADJ          PIC 9(7)V99.
          05 HI-TOTAL-PENSION      PIC 9(7)V99.
          05 HI-MONTHLY-PENSION    PIC 9(7)V99.
          05 HI-PRESENT-VALUE      PIC 9(8)V99.
          05 HI-AGE-FACTOR         PIC 9(1)V999.
          05 HI-SERVICE-FACTOR     PIC 9(1)V999.
          05 HI-SEVERITY-FACTOR    PIC 9(1)V999.
          05 HI-IND-RISK-FACTOR    PIC 9(1)V999.
          05 HI-JOB-RISK-FACTOR    PIC 9(1)V999.
          05 HI-EMR-FACTOR         PIC 9(1)V999.
          05 HI-SAFETY-FACTOR      PIC 9(1)V999.
          05 HI-GEO-FACTOR         PIC 9(1)V999.
          05 HI-REG-FACTOR         PIC 9(1)V999.
          05 HI-MARKET-FACTOR      PIC 9(1)V999.
          05 HI-FREQ-TREND-FACTOR  PIC 9(1)V999.
          05 HI-SEV-TREND-FACTOR   PIC 9(1)V999.
          05 HI-FINAL-FACTOR       PIC 9(1)V999.
          05 HI-CLAIM-TYPE-FACTOR  PIC 9(1)V999.
          05 HI-CLAIM-RUN-DATE     PIC 9(8).
          05 HI-PRE-CAP-PENSION    PIC 9(7)V99.
          05 HI-CAP-APPLIED-SW     PIC X(01).
          05 HI-VARIANCE-FLAG      PIC X(01).
          05 HI-BENEFIT-MONTHS     PIC 9(4).
          05 HI-REVIEW-DATE        PIC 9(8).
          05 HI-SETTLEMENT-PCT     PIC 9(3).
          05 HI-SETTLEMENT-AMOUNT  PIC 9(8)V99.
          05 HI-CLAIMANT-ID        PIC X(8).
          05 HI-DISABILITY-PCT     PIC 9(3).
          05 HI-ACCIDENT-COSTS     PIC 9(8)V99.
          05 HI-ADJUSTER-ID        PIC X(04).

      *----------------------------------------------------------------*
      * WS-AWARD-FIELDS: THE AWARD UNDER REVIEW, LOADED FROM EITHER    *
      * SOURCE, WITH THE INPUTS THE CLAIM MASTER DOES NOT KEEP         *
      * (SALARY, DEPENDENTS, COVERAGE LEFT) WHERE THE SOURCE HAS THEM. *
      * A RESTATED AWARD HAS NO SALARY, SO ITS STORED BASE PENSION     *
      * STANDS AND ITS STORED BASE PERCENTAGE IS CHECKED INSTEAD.      *
      *----------------------------------------------------------------*
       01 WS-AWARD-FIELDS.
          05 WS-AW-SOURCE          PIC X(1).
             88 AW-FROM-CALC       VALUE 'C'.
             88 AW-FROM-RESTATEMENT VALUE 'R'.
          05 WS-AW-CLAIM-ID        PIC X(12).
          05 WS-AW-POLICY-NUMBER   PIC X(10).
          05 WS-AW-CLAIMANT-ID     PIC X(8).
          05 WS-AW-CLAIM-DATE      PIC 9(8).
          05 WS-AW-CLAIM-TYPE      PIC X(2).
             88 AW-TYPE-TEMP-PARTIAL VALUE 'TP'.
             88 AW-TYPE-TEMP-TOTAL   VALUE 'TT'.
             88 AW-TYPE-PERM-PARTIAL VALUE 'PP'.
             88 AW-TYPE-PERM-TOTAL   VALUE 'PT'.
             88 AW-TYPE-FATALITY     VALUE 'FA'.
          05 WS-AW-REGION          PIC X(3).
          05 WS-AW-AGE             PIC 9(3).
          05 WS-AW-AGE-SW          PIC X(1).
             88 AW-AGE-KNOWN       VALUE 'Y'.
          05 WS-AW-DISAB-PCT       PIC 9(3).
          05 WS-AW-SALARY          PIC 9(7)V99.
          05 WS-AW-DEP-COUNT       PIC 9(2).
          05 WS-AW-DEP-SHARE-TOTAL PIC 9(2)V999.
          05 WS-AW-COVERAGE-CAP-SW PIC X(1).
          05 WS-AW-COVERAGE-BEFORE PIC S9(11)V99.
          05 WS-AW-COVERAGE-SW     PIC X(1).
             88 AW-COVERAGE-KNOWN  VALUE 'Y'.
          05 WS-AW-SETTLE-PCT      PIC 9(3).
          05 WS-AW-ADJUSTER-ID     PIC X(4).
          05 WS-AW-STRATUM         PIC X(1).
          05 WS-AW-TYPE-FACTOR     PIC 9V999.
          05 WS-AW-BASE-PCT        PIC 9(3)V99.
          05 WS-AW-BASE-PENSION    PIC 9(7)V99.
          05 WS-AW-IND-FACTOR      PIC 9V999.
          05 WS-AW-JOB-RISK-FACTOR PIC 9V999.
          05 WS-AW-EMR-FACTOR      PIC 9V999.
          05 WS-AW-SAFETY-FACTOR   PIC 9V999.
          05 WS-AW-GEO-FACTOR      PIC 9V999.
          05 WS-AW-REG-FACTOR      PIC 9V999.
          05 WS-AW-MARKET-FACTOR   PIC 9V999.
          05 WS-AW-FREQ-TREND      PIC 9V999.
          05 WS-AW-SEV-TREND       PIC 9V999.
          05 WS-AW-PRE-CAP         PIC 9(7)V99.
          05 WS-AW-CAP-SW          PIC X(1).
          05 WS-AW-TOTAL           PIC 9(7)V99.
          05 WS-AW-MONTHLY         PIC 9(7)V99.
          05 WS-AW-PV              PIC 9(8)V99.
          05 WS-AW-MONTHS          PIC 9(4).

       01 WS-RECALC-FIELDS.
          05 WS-QR-TYPE-FACTOR     PIC 9V999.
          05 WS-QR-DISCOUNT-RATE   PIC 9V9999.
          05 WS-QR-FREQ-DECLINE    PIC 9V9999.
          05 WS-QR-SEV-INCREASE    PIC 9V9999.
          05 WS-QR-FREQ-TREND      PIC 9V999.
          05 WS-QR-SEV-TREND       PIC 9V999.
          05 WS-QR-SURVIVOR-PCT    PIC 9(3)V99.
          05 WS-QR-BASE-PCT        PIC 9(3)V99.
          05 WS-QR-BASE-PENSION    PIC 9(7)V99.
          05 WS-QR-INDUSTRY-ADJ    PIC S9(7)V99.
          05 WS-QR-GEO-ADJ         PIC S9(7)V99.
          05 WS-QR-TREND-ADJ       PIC S9(7)V99.
          05 WS-QR-PRE-CAP         PIC 9(7)V99.
          05 WS-QR-TOTAL           PIC 9(7)V99.
          05 WS-QR-MONTHLY         PIC 9(7)V99.
          05 WS-QR-CAP-SW          PIC X(1).
          05 WS-QR-STATUTORY-CAP   PIC 9(7)V99.
          05 WS-QR-OFFSET-TOTAL    PIC 9(7)V99.
          05 WS-QR-OFFSET-ONE      PIC 9(7)V99.
          05 WS-QR-LIFE-EXPECTANCY PIC 99V9.
          05 WS-QR-MONTHS          PIC 9(4) COMP.
          05 WS-QR-MAX-MONTHS      PIC 9(4) COMP.
          05 WS-QR-YEARS           PIC 99V9.
          05 WS-QR-PV              PIC 9(8)V99.
          05 WS-QR-POLICY-AGGREGATE PIC S9(11)V99.
          05 WS-QR-AGE-CLAIM-DATE.
             10 WS-QR-AGE-CLAIM-CCYY PIC 9(4).
             10 WS-QR-AGE-CLAIM-MMDD PIC 9(4).
          05 WS-QR-AGE-DOB-DATE.
             10 WS-QR-AGE-DOB-CCYY PIC 9(4).
             10 WS-QR-AGE-DOB-MMDD PIC 9(4).

       01 WS-COMPARE-FIELDS.
          05 WS-QA-DIFF            PIC S9(9)V99.
          05 WS-QA-DIFF-TOTAL      PIC S9(9)V99.
          05 WS-QA-DIFF-MONTHLY    PIC S9(9)V99.
          05 WS-QA-DIFF-PV         PIC S9(9)V99.
          05 WS-QA-RESULT          PIC X(1).
             88 RECALC-AGREES      VALUE 'A'.
             88 RECALC-DIFFERS     VALUE 'D'.
          05 WS-QA-REASON          PIC X(30).
          05 WS-QA-CANDIDATE       PIC X(30).

       01 WS-REPORT-FIELDS.
          05 WS-HEADING-1.
             10 FILLER             PIC X(41) VALUE
                'INDEPENDENT RECALCULATION QA - CYCLE '.
             10 WS-H1-CYCLE        PIC 9(6).
             10 FILLER             PIC X(12) VALUE '  RUN DATE: '.
             10 WS-H1-RUN-DATE     PIC 9(8).
             10 FILLER             PIC X(22) VALUE
                '  RESTATEMENTS AFTER: '.
             10 WS-H1-WINDOW       PIC 9(8).
          05 WS-HEADING-2.
             10 FILLER             PIC X(11) VALUE 'INTERVALS: '.
             10 WS-H2-INTERVAL OCCURS 4 TIMES.
                15 WS-H2-NAME      PIC X(8).
                15 FILLER          PIC X(1)  VALUE '='.
                15 WS-H2-EVERY     PIC ZZ9.
                15 FILLER          PIC X(2)  VALUE SPACES.
             10 FILLER             PIC X(14) VALUE 'HIGH PV FROM: '.
             10 WS-H2-HIGH-PV      PIC ZZZ,ZZZ,ZZ9.
             10 FILLER             PIC X(13) VALUE '  TOLERANCE: '.
             10 WS-H2-TOLERANCE    PIC ZZ9.99.
             10 FILLER             PIC X(8)  VALUE '  SEED: '.
             10 WS-H2-SEED         PIC 9(10).
          05 WS-HEADING-3.
             10 FILLER             PIC X(12) VALUE 'CLAIM'.
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 FILLER             PIC X(10) VALUE 'SOURCE'.
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 FILLER             PIC X(8)  VALUE 'STRATUM'.
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 FILLER             PIC X(11) VALUE SPACES.
             10 FILLER             PIC X(14) VALUE '  ANNUAL'.
             10 FILLER             PIC X(14) VALUE '  MONTHLY'.
             10 FILLER             PIC X(14) VALUE '  PRESENT VAL'.
             10 FILLER             PIC X(8)  VALUE ' RESULT'.
             10 FILLER             PIC X(30) VALUE 'FIRST DIVERGENCE'.
          05 WS-DETAIL-LINE.
             10 WS-DL-CLAIM-ID     PIC X(12).
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-DL-SOURCE       PIC X(10).
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-DL-STRATUM      PIC X(8).
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-DL-LABEL        PIC X(11).
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-DL-TOTAL        PIC -ZZ,ZZZ,ZZ9.99.
             10 WS-DL-MONTHLY      PIC -ZZ,ZZZ,ZZ9.99.
             10 WS-DL-PV           PIC -ZZ,ZZZ,ZZ9.99.
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-DL-RESULT       PIC X(7).
             10 WS-DL-REASON       PIC X(30).
          05 WS-STRATUM-LINE.
             10 WS-SL-NAME         PIC X(8).
             10 FILLER             PIC X(14) VALUE '  POPULATION: '.
             10 WS-SL-POPULATION   PIC Z,ZZZ,ZZ9.
             10 FILLER             PIC X(11) VALUE '  SAMPLED: '.
             10 WS-SL-SAMPLED      PIC ZZ,ZZ9.
             10 FILLER             PIC X(15) VALUE '  DIFFERENCES: '.
             10 WS-SL-DIFFERENCES  PIC ZZ,ZZ9.

       01 WS-CONTROL-TOTALS.
          05 WS-CALC-AWARDS-READ   PIC 9(7) COMP VALUE ZERO.
          05 WS-RESTATEMENTS-READ  PIC 9(7) COMP VALUE ZERO.
          05 WS-AWARDS-SAMPLED     PIC 9(5) COMP VALUE ZERO.
          05 WS-AWARDS-AGREEING    PIC 9(5) COMP VALUE ZERO.
          05 WS-AWARDS-DIFFERING   PIC 9(5) COMP VALUE ZERO.
          05 WS-AWARDS-SUPERSEDED  PIC 9(5) COMP VALUE ZERO.
          05 WS-QA-REWRITES        PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Load the parameters, open the files, read the cycle header, *
      *    pass the run-control gate and seed the sample               *
      * 2. Draw and recalculate the sample of calculated awards        *
      * 3. Draw and recalculate the sample of restated awards          *
      * 4. Report the strata and run totals, close down                *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-SAMPLE-CALC-RESULTS.
           PERFORM 300-SAMPLE-RESTATEMENTS.
           PERFORM 800-GENERATE-TRAILER.
           MOVE 'C' TO WS-RC-WRITE-STAT.
           PERFORM 160-WRITE-RUN-CONTROL.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * LOAD THE PARAMETERS AND OFFSETS, OPEN ALL FILES AND CHECK FOR  *
      * ERRORS. THE QA FILE IS CREATED ON THE FIRST RUN.               *
      *----------------------------------------------------------------*
           INITIALIZE WS-OFFSET-TABLE
                      WS-STRATUM-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 110-LOAD-PARAMETERS.
           PERFORM 120-LOAD-OFFSETS.

           OPEN INPUT CALC-RESULT-FILE.
           IF WS-CALC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CALC RESULT FILE: '
                      WS-CALC-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           READ CALC-RESULT-FILE
               AT END
                   SET CALC-END-OF-FILE TO TRUE
           END-READ.
           IF CALC-END-OF-FILE OR CR-RECORD-TYPE NOT = 'H'
              DISPLAY 'CALC RESULT FILE HAS NO RUN HEADER - QA REFUSED'
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.
           MOVE CH-CYCLE-NUMBER TO WS-CYCLE-NUMBER.
           MOVE CH-RUN-DATE     TO WS-CYCLE-RUN-DATE.
           MOVE WS-CYCLE-NUMBER TO WS-CYCLE-NUMBER-X.

           PERFORM 150-CHECK-RUN-CONTROL.

           OPEN INPUT CLAIM-FILE.
           IF WS-CLAIM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIM FILE: ' WS-CLAIM-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT POLICY-FILE
                      CLAIMANT-FILE
                      GEO-FACTOR-FILE
                      ASSUMPTIONS-FILE
                      MORTALITY-FILE.
           IF WS-POLICY-STATUS NOT = '00'
              OR WS-CLAIMANT-STATUS NOT = '00'
              OR WS-GEO-STATUS NOT = '00'
              OR WS-ASSUMPTIONS-STATUS NOT = '00'
              OR WS-MORTALITY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REFERENCE FILES: '
                      WS-POLICY-STATUS ' ' WS-CLAIMANT-STATUS ' '
                      WS-GEO-STATUS ' ' WS-ASSUMPTIONS-STATUS ' '
                      WS-MORTALITY-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

      * Without the liability summaries a restated award's coverage
      * left cannot be rebuilt; its coverage limit is then not tested
           OPEN INPUT LIABILITY-SUMMARY-FILE.
           IF WS-LIABSUM-STATUS = '00'
               SET LIABILITY-SUMMARY-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'LIABILITY SUMMARY NOT ON FILE - COVERAGE LIMIT '
                       'NOT TESTED ON RESTATEMENTS'
           END-IF.

           OPEN I-O QA-FILE.
           IF WS-QAFILE-STATUS NOT = '00'
              DISPLAY 'QA FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT QA-FILE
              CLOSE QA-FILE
              OPEN I-O QA-FILE
           END-IF.
           IF WS-QAFILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING QA FILE: ' WS-QAFILE-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT QA-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING QA REPORT: ' WS-REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           PERFORM 170-SEED-SAMPLE.
           PERFORM 180-WRITE-REPORT-HEADINGS.

           MOVE 'S' TO WS-RC-WRITE-STAT.
           PERFORM 160-WRITE-RUN-CONTROL.

       110-LOAD-PARAMETERS.
      *----------------------------------------------------------------*
      * TAKE THE DEFAULT INTERVALS, THEN ANY OVERRIDES ON THE OPTIONAL *
      * PARAMETER LINE. A FIELD THAT IS BLANK OR NOT NUMERIC KEEPS ITS *
      * DEFAULT; AN INTERVAL OF ZERO IS TAKEN AS ONE (EVERY AWARD).    *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-ST-SUB.
           PERFORM UNTIL WS-ST-SUB > 4
               MOVE WS-SN-DEFAULT (WS-ST-SUB)
                    TO WS-ST-INTERVAL (WS-ST-SUB)
               ADD 1 TO WS-ST-SUB
           END-PERFORM.

           OPEN INPUT QA-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ QA-PARM-FILE
                   AT END
                       DISPLAY 'QA PARAMETER FILE EMPTY, USING '
                               'DEFAULTS'
                   NOT AT END
                       MOVE SPACES TO WS-PARM-FIELDS
                       UNSTRING QA-PARM-LINE DELIMITED BY ','
                           INTO WS-PM-INTERVAL-CHARS (1)
                                WS-PM-INTERVAL-CHARS (2)
                                WS-PM-INTERVAL-CHARS (3)
                                WS-PM-INTERVAL-CHARS (4)
                                WS-PM-HIGH-PV-CHARS
                                WS-PM-TOL-CHARS
                       END-UNSTRING
                       PERFORM 115-APPLY-PARAMETERS
               END-READ
               CLOSE QA-PARM-FILE
           END-IF.

       115-APPLY-PARAMETERS.
      *----------------------------------------------------------------*
      * APPLY EACH VALID OVERRIDE OFF THE PARAMETER LINE               *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-ST-SUB.
           PERFORM UNTIL WS-ST-SUB > 4
               MOVE WS-PM-INTERVAL-CHARS (WS-ST-SUB)
                    TO WS-PM-INTERVAL-WORK
               IF WS-PM-INTERVAL IS NUMERIC
                   MOVE WS-PM-INTERVAL TO WS-ST-INTERVAL (WS-ST-SUB)
                   IF WS-ST-INTERVAL (WS-ST-SUB) = ZERO
                       MOVE 1 TO WS-ST-INTERVAL (WS-ST-SUB)
                   END-IF
               ELSE
                   DISPLAY 'SAMPLING INTERVAL NOT VALID, USING '
                           'DEFAULT: ' WS-SN-NAME (WS-ST-SUB)
               END-IF
               ADD 1 TO WS-ST-SUB
           END-PERFORM.

           IF WS-PM-HIGH-PV IS NUMERIC
               MOVE WS-PM-HIGH-PV TO WS-HIGH-PV-FROM
           ELSE
               DISPLAY 'HIGH PV THRESHOLD NOT VALID, USING DEFAULT: '
                       WS-PM-HIGH-PV-CHARS
           END-IF.
           IF WS-PM-TOL IS NUMERIC
               MOVE WS-PM-TOL TO WS-TOLERANCE
           ELSE
               DISPLAY 'TOLERANCE NOT VALID, USING DEFAULT: '
                       WS-PM-TOL-CHARS
           END-IF.

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

       150-CHECK-RUN-CONTROL.
      *----------------------------------------------------------------*
      * BATCH-SEQUENCE GATE:                                           *
      * 1. The calculation run's latest run-control record must show   *
      *    it completed (STAT=C) the cycle on the hand-off, or the     *
      *    results may be partial                                      *
      * 2. A cycle this program has already completed has had its      *
      *    sample drawn and may carry sign-offs; it is not redrawn     *
      * 3. Restatements are sampled from the day after the last        *
      *    completed QA run; a first run takes them from the cycle's   *
      *    run date                                                    *
      * A shop without the run-control master yet runs unenforced.     *
      *----------------------------------------------------------------*
      * One less than the cycle's run date sorts below every date on
      * or after it, even where that leaves day 00
           COMPUTE WS-WINDOW-START = WS-CYCLE-RUN-DATE - 1.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'RUN CONTROL MASTER NOT ON FILE - SEQUENCE '
                       'NOT ENFORCED'
           ELSE
               PERFORM UNTIL RC-END-OF-FILE
                   READ RUN-CONTROL-FILE
                       AT END
                           SET RC-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 155-NOTE-RUN-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               IF WS-RC-CLM-STAT NOT = 'C'
                  OR WS-RC-CLM-CYCLE NOT = WS-CYCLE-NUMBER-X
                   DISPLAY 'PREDECESSOR PENSCLM HAS NOT COMPLETED '
                           'CYCLE ' WS-CYCLE-NUMBER ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 900-TERMINATION
               END-IF
               IF WS-RC-QA-CYCLE = WS-CYCLE-NUMBER-X
                   DISPLAY 'CYCLE ' WS-CYCLE-NUMBER
                           ' ALREADY SAMPLED - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 900-TERMINATION
               END-IF
               IF WS-RC-QA-DATE IS NUMERIC
                   MOVE WS-RC-QA-DATE TO WS-WINDOW-START
               END-IF
           END-IF.

       155-NOTE-RUN-CONTROL-RECORD.
      *----------------------------------------------------------------*
      * KEEP THE CALCULATION RUN'S LATEST RECORD AND THIS PROGRAM'S    *
      * LATEST COMPLETION                                              *
      *----------------------------------------------------------------*
           IF RUN-CONTROL-LINE (5:8) = 'PENSCLM '
               MOVE RUN-CONTROL-LINE (20:6) TO WS-RC-CLM-CYCLE
               MOVE RUN-CONTROL-LINE (32:1) TO WS-RC-CLM-STAT
           END-IF.
           IF RUN-CONTROL-LINE (5:8) = WS-RC-PGM-ID
              AND RUN-CONTROL-LINE (32:1) = 'C'
               MOVE RUN-CONTROL-LINE (20:6) TO WS-RC-QA-CYCLE
               MOVE RUN-CONTROL-LINE (39:8) TO WS-RC-QA-DATE
           END-IF.

       160-WRITE-RUN-CONTROL.
      *----------------------------------------------------------------*
      * APPEND ONE RUN-CONTROL RECORD; THE MASTER EXTENDS RUN AFTER    *
      * RUN AND A FIRST-EVER RUN CREATES IT                            *
      *----------------------------------------------------------------*
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE SPACES TO RUN-CONTROL-LINE
               MOVE 'PGM='          TO RUN-CONTROL-LINE (1:4)
               MOVE WS-RC-PGM-ID    TO RUN-CONTROL-LINE (5:8)
               MOVE ' CYCLE='       TO RUN-CONTROL-LINE (13:7)
               MOVE WS-CYCLE-NUMBER TO RUN-CONTROL-LINE (20:6)
               MOVE ' STAT='        TO RUN-CONTROL-LINE (26:6)
               MOVE WS-RC-WRITE-STAT TO RUN-CONTROL-LINE (32:1)
               MOVE ' DATE='        TO RUN-CONTROL-LINE (33:6)
               MOVE WS-RUN-DATE     TO RUN-CONTROL-LINE (39:8)
               WRITE RUN-CONTROL-LINE
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'UNABLE TO WRITE RUN CONTROL RECORD: '
                       WS-RUNCTL-STATUS
           END-IF.

       170-SEED-SAMPLE.
      *----------------------------------------------------------------*
      * SEED THE GENERATOR FROM THE CYCLE AND ITS RUN DATE AND DRAW    *
      * EACH STRATUM'S RANDOM START BETWEEN 1 AND ITS INTERVAL; THE    *
      * STRATUM'S AWARDS ARE THEN TAKEN AT THAT START AND EVERY        *
      * INTERVAL AFTER IT, SO EVERY STRATUM WITH AT LEAST AS MANY      *
      * AWARDS AS ITS START IS REPRESENTED                             *
      *----------------------------------------------------------------*
           COMPUTE WS-QA-PRODUCT =
                   WS-CYCLE-NUMBER * 7919 + WS-CYCLE-RUN-DATE.
           DIVIDE WS-QA-PRODUCT BY WS-QA-MODULUS
                  GIVING WS-QA-QUOTIENT
                  REMAINDER WS-QA-SEED.
           IF WS-QA-SEED = ZERO
               MOVE 1 TO WS-QA-SEED
           END-IF.
           MOVE WS-QA-SEED TO WS-QA-FIRST-SEED.

           MOVE 1 TO WS-ST-SUB.
           PERFORM UNTIL WS-ST-SUB > 4
               COMPUTE WS-QA-PRODUCT = WS-QA-SEED * WS-QA-MULTIPLIER
               DIVIDE WS-QA-PRODUCT BY WS-QA-MODULUS
                      GIVING WS-QA-QUOTIENT
                      REMAINDER WS-QA-SEED
               DIVIDE WS-QA-SEED BY WS-ST-INTERVAL (WS-ST-SUB)
                      GIVING WS-QA-QUOTIENT
                      REMAINDER WS-ST-START (WS-ST-SUB)
               ADD 1 TO WS-ST-START (WS-ST-SUB)
               MOVE WS-ST-START (WS-ST-SUB)
                    TO WS-ST-NEXT-PICK (WS-ST-SUB)
               ADD 1 TO WS-ST-SUB
           END-PERFORM.

       180-WRITE-REPORT-HEADINGS.
      *----------------------------------------------------------------*
      * TITLE, THE PARAMETERS AND SEED IN FORCE, COLUMN HEADINGS       *
      *----------------------------------------------------------------*
           MOVE WS-CYCLE-NUMBER   TO WS-H1-CYCLE.
           MOVE WS-RUN-DATE       TO WS-H1-RUN-DATE.
           MOVE WS-WINDOW-START   TO WS-H1-WINDOW.
           MOVE WS-HEADING-1      TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 1 TO WS-ST-SUB.
           PERFORM UNTIL WS-ST-SUB > 4
               MOVE WS-SN-NAME (WS-ST-SUB)
                    TO WS-H2-NAME (WS-ST-SUB)
               MOVE WS-ST-INTERVAL (WS-ST-SUB)
                    TO WS-H2-EVERY (WS-ST-SUB)
               ADD 1 TO WS-ST-SUB
           END-PERFORM.
           MOVE WS-HIGH-PV-FROM   TO WS-H2-HIGH-PV.
           MOVE WS-TOLERANCE      TO WS-H2-TOLERANCE.
           MOVE WS-QA-FIRST-SEED  TO WS-H2-SEED.
           MOVE WS-HEADING-2      TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-3      TO REPORT-LINE.
           WRITE REPORT-LINE.

       200-SAMPLE-CALC-RESULTS.
      *----------------------------------------------------------------*
      * WALK THE CYCLE'S CALCULATED RESULTS. A C RECORD IS PLACED IN   *
      * ITS STRATUM AND DRAWN OR NOT AT ONCE, BUT ITS RECALCULATION    *
      * WAITS FOR THE NEXT NON-D RECORD, SINCE A SURVIVOR BENEFIT      *
      * NEEDS THE SHARES ON THE D RECORDS THAT FOLLOW IT.              *
      *----------------------------------------------------------------*
           PERFORM UNTIL CALC-END-OF-FILE
               READ CALC-RESULT-FILE
                   AT END
                       SET CALC-END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE CR-RECORD-TYPE
                           WHEN 'C'
                               PERFORM 220-FINISH-PENDING-AWARD
                               PERFORM 210-LOAD-CALC-AWARD
                           WHEN 'D'
                               IF AWARD-PENDING
                                  AND CD-CLAIM-ID = WS-AW-CLAIM-ID
                                   ADD CD-BENEFIT-SHARE
                                       TO WS-AW-DEP-SHARE-TOTAL
                               END-IF
                           WHEN 'T'
                               PERFORM 220-FINISH-PENDING-AWARD
                               SET TRAILER-FOUND TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           PERFORM 220-FINISH-PENDING-AWARD.

           IF NOT TRAILER-FOUND
               DISPLAY 'CALC RESULT FILE HAS NO TRAILER - SAMPLE MAY '
                       'BE INCOMPLETE'
           END-IF.
           DISPLAY 'SAMPLED CALCULATED AWARDS FOR CYCLE '
                   WS-CYCLE-NUMBER.

       210-LOAD-CALC-AWARD.
      *----------------------------------------------------------------*
      * LOAD ONE CALCULATED AWARD AS THE AWARD UNDER REVIEW, PLACE IT  *
      * IN ITS STRATUM AND DECIDE WHETHER IT IS DRAWN. COVERAGE LEFT   *
      * BEFORE A COVERAGE-CAPPED AWARD IS WHAT IS LEFT AFTER IT PLUS   *
      * THE AWARD ITSELF.                                              *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CALC-AWARDS-READ.
           INITIALIZE WS-AWARD-FIELDS.
           MOVE SPACES               TO WS-QA-CANDIDATE.
           SET AW-FROM-CALC          TO TRUE.
           MOVE CC-CLAIM-ID          TO WS-AW-CLAIM-ID.
           MOVE CC-POLICY-NUMBER     TO WS-AW-POLICY-NUMBER.
           MOVE CC-CLAIM-DATE        TO WS-AW-CLAIM-DATE.
           MOVE CC-CLAIM-TYPE        TO WS-AW-CLAIM-TYPE.
           MOVE CC-GEO-REGION-CODE   TO WS-AW-REGION.
           MOVE CC-INSURED-AGE       TO WS-AW-AGE.
           SET AW-AGE-KNOWN          TO TRUE.
           MOVE CC-DISABILITY-PCT    TO WS-AW-DISAB-PCT.
           MOVE CC-ANNUAL-SALARY     TO WS-AW-SALARY.
           MOVE CC-DEPENDENT-COUNT   TO WS-AW-DEP-COUNT.
           MOVE ZERO                 TO WS-AW-DEP-SHARE-TOTAL.
           MOVE CC-COVERAGE-CAP-SW   TO WS-AW-COVERAGE-CAP-SW.
           IF CC-COVERAGE-CAP-SW = 'Y'
               COMPUTE WS-AW-COVERAGE-BEFORE =
                       CC-COVERAGE-REMAIN + CC-TOTAL-PENSION
               SET AW-COVERAGE-KNOWN TO TRUE
           END-IF.
           MOVE CC-SETTLE-PCT        TO WS-AW-SETTLE-PCT.
           MOVE CC-CLAIM-TYPE-FACTOR TO WS-AW-TYPE-FACTOR.
           MOVE ZERO                 TO WS-AW-BASE-PCT.
           MOVE CC-BASE-PENSION      TO WS-AW-BASE-PENSION.
           MOVE CC-INDUSTRY-FACTOR   TO WS-AW-IND-FACTOR.
           MOVE CC-JOB-RISK-FACTOR   TO WS-AW-JOB-RISK-FACTOR.
           MOVE CC-EMR-FACTOR        TO WS-AW-EMR-FACTOR.
           MOVE CC-SAFETY-FACTOR     TO WS-AW-SAFETY-FACTOR.
           MOVE CC-GEO-FACTOR        TO WS-AW-GEO-FACTOR.
           MOVE CC-REG-FACTOR        TO WS-AW-REG-FACTOR.
           MOVE CC-MARKET-FACTOR     TO WS-AW-MARKET-FACTOR.
           MOVE CC-FREQ-TREND-FACTOR TO WS-AW-FREQ-TREND.
           MOVE CC-SEV-TREND-FACTOR  TO WS-AW-SEV-TREND.
           MOVE CC-PRE-CAP-PENSION   TO WS-AW-PRE-CAP.
           MOVE CC-CAP-APPLIED-SW    TO WS-AW-CAP-SW.
           MOVE CC-TOTAL-PENSION     TO WS-AW-TOTAL.
           MOVE CC-MONTHLY-PENSION   TO WS-AW-MONTHLY.
           MOVE CC-PRESENT-VALUE     TO WS-AW-PV.
           MOVE CC-BENEFIT-MONTHS    TO WS-AW-MONTHS.

           SET AWARD-PENDING TO TRUE.
           PERFORM 250-DRAW-AWARD.

       220-FINISH-PENDING-AWARD.
      *----------------------------------------------------------------*
      * RECALCULATE THE PENDING CALCULATED AWARD IF IT WAS DRAWN, NOW  *
      * THAT ITS DEPENDENTS' SHARES ARE IN. THE CLAIM MASTER MUST      *
      * STILL HOLD WHAT THE HAND-OFF SHOWS, UNLESS A LATER RUN HAS     *
      * SINCE RECALCULATED THE CLAIM.                                  *
      *----------------------------------------------------------------*
           IF AWARD-PENDING
               MOVE 'N' TO WS-PENDING-SW
               IF AWARD-SELECTED
                   PERFORM 400-RECALCULATE-AWARD
                   PERFORM 230-CHECK-CLAIM-MASTER
                   PERFORM 480-SET-RESULT
                   PERFORM 500-RECORD-SAMPLED-AWARD
               END-IF
           END-IF.

       230-CHECK-CLAIM-MASTER.
      *----------------------------------------------------------------*
      * READ THE CLAIM MASTER FOR THE AWARD: IT MUST BE ON FILE, AND   *
      * IF IT STILL CARRIES THIS CYCLE'S RUN DATE ITS STORED FIGURES   *
      * MUST BE THE HAND-OFF'S. THE CLAIM'S ADJUSTER IS KEPT SO THE    *
      * SIGN-OFF CAN BE HELD INDEPENDENT OF THEM.                      *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-SUPERSEDED-SW.
           MOVE WS-AW-CLAIM-ID TO CLAIM-ID OF CLAIM-RECORD.
           READ CLAIM-FILE
               INVALID KEY
                   MOVE 'CLAIM NOT ON MASTER' TO WS-QA-CANDIDATE
                   PERFORM 495-NOTE-REASON
               NOT INVALID KEY
                   MOVE ADJUSTER-ID OF CLAIM-RECORD
                        TO WS-AW-ADJUSTER-ID
                   IF CLAIM-RUN-DATE OF CLAIM-RECORD
                                NOT = WS-CYCLE-RUN-DATE
                       SET MASTER-SUPERSEDED TO TRUE
                       ADD 1 TO WS-AWARDS-SUPERSEDED
                   ELSE
                       IF TOTAL-PENSION OF CLAIM-RECORD
                                    NOT = WS-AW-TOTAL
                          OR MONTHLY-PENSION OF CLAIM-RECORD
                                    NOT = WS-AW-MONTHLY
                          OR PRESENT-VALUE OF CLAIM-RECORD
                                    NOT = WS-AW-PV
                           MOVE 'MASTER DIFFERS FROM HAND-OFF'
                                TO WS-QA-CANDIDATE
                           PERFORM 495-NOTE-REASON
                       END-IF
                   END-IF
           END-READ.

       250-DRAW-AWARD.
      *----------------------------------------------------------------*
      * PLACE THE AWARD UNDER REVIEW IN THE FIRST STRATUM IT FITS,     *
      * COUNT IT, AND DRAW IT WHEN ITS STRATUM REACHES THE NEXT PICK   *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN AW-TYPE-FATALITY
                   MOVE 1 TO WS-ST-SUB
               WHEN WS-AW-CAP-SW = 'Y'
                    OR WS-AW-COVERAGE-CAP-SW = 'Y'
                   MOVE 2 TO WS-ST-SUB
               WHEN WS-AW-PV NOT < WS-HIGH-PV-FROM
                   MOVE 3 TO WS-ST-SUB
               WHEN OTHER
                   MOVE 4 TO WS-ST-SUB
           END-EVALUATE.
           MOVE WS-SN-CODE (WS-ST-SUB) TO WS-AW-STRATUM.

           MOVE 'N' TO WS-SELECTED-SW.
           ADD 1 TO WS-ST-POPULATION (WS-ST-SUB).
           IF WS-ST-POPULATION (WS-ST-SUB)
                        = WS-ST-NEXT-PICK (WS-ST-SUB)
               SET AWARD-SELECTED TO TRUE
               ADD WS-ST-INTERVAL (WS-ST-SUB)
                   TO WS-ST-NEXT-PICK (WS-ST-SUB)
               ADD 1 TO WS-ST-SAMPLED (WS-ST-SUB)
               ADD 1 TO WS-AWARDS-SAMPLED
           END-IF.

       300-SAMPLE-RESTATEMENTS.
      *----------------------------------------------------------------*
      * WALK THE CLAIM HISTORY TRAIL FOR THE RESTATEMENT RUN'S AFTER   *
      * IMAGES DATED AFTER THE WINDOW START, AND DRAW FROM THEM INTO   *
      * THE SAME STRATA. A SHOP WITH NO TRAIL HAS NOTHING RESTATED.    *
      *----------------------------------------------------------------*
           OPEN INPUT CLAIM-HISTORY-FILE.
           IF WS-CLMHIST-STATUS NOT = '00'
               DISPLAY 'CLAIM HISTORY NOT ON FILE - NO RESTATEMENTS '
                       'SAMPLED'
           ELSE
               PERFORM UNTIL CLMHIST-END-OF-FILE
                   READ CLAIM-HISTORY-FILE
                       AT END
                           SET CLMHIST-END-OF-FILE TO TRUE
                       NOT AT END
                           IF CLAIM-HISTORY-LINE (19:8) = 'BENRSTMT'
                              AND CLAIM-HISTORY-LINE (44:8)
                                                  = ' AFTER ='
                              AND CLAIM-HISTORY-LINE (6:8)
                                                  > WS-WINDOW-START
                               PERFORM 310-LOAD-RESTATED-AWARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-HISTORY-FILE
               DISPLAY 'SAMPLED RESTATED AWARDS AFTER '
                       WS-WINDOW-START
           END-IF.

       310-LOAD-RESTATED-AWARD.
      *----------------------------------------------------------------*
      * LOAD ONE RESTATED AWARD OFF ITS AFTER IMAGE, PLACE IT IN ITS   *
      * STRATUM AND, IF DRAWN, RECALCULATE IT. ITS REGION AND COVERAGE *
      * COME FROM THE POLICY AND ITS AGE FROM THE CLAIMANT'S BIRTH     *
      * DATE, AS THE RESTATEMENT RUN TOOK THEM.                        *
      *----------------------------------------------------------------*
           ADD 1 TO WS-RESTATEMENTS-READ.
           MOVE CLAIM-HISTORY-LINE (52:227) TO WS-HIST-IMAGE.
           INITIALIZE WS-AWARD-FIELDS.
           MOVE SPACES                TO WS-QA-CANDIDATE.
           SET AW-FROM-RESTATEMENT    TO TRUE.
           MOVE HI-CLAIM-ID           TO WS-AW-CLAIM-ID.
           MOVE HI-POLICY-NUMBER      TO WS-AW-POLICY-NUMBER.
           MOVE HI-CLAIMANT-ID        TO WS-AW-CLAIMANT-ID.
           MOVE HI-CLAIM-DATE         TO WS-AW-CLAIM-DATE.
           MOVE HI-CLAIM-TYPE         TO WS-AW-CLAIM-TYPE.
           MOVE HI-DISABILITY-PCT     TO WS-AW-DISAB-PCT.
           MOVE ZERO                  TO WS-AW-SALARY.
           MOVE ZERO                  TO WS-AW-DEP-COUNT.
           MOVE 'N'                   TO WS-AW-COVERAGE-CAP-SW.
           MOVE HI-SETTLEMENT-PCT     TO WS-AW-SETTLE-PCT.
           MOVE HI-ADJUSTER-ID        TO WS-AW-ADJUSTER-ID.
           MOVE HI-CLAIM-TYPE-FACTOR  TO WS-AW-TYPE-FACTOR.
           MOVE HI-BASE-PCT           TO WS-AW-BASE-PCT.
           MOVE HI-BASE-PENSION       TO WS-AW-BASE-PENSION.
           MOVE HI-IND-RISK-FACTOR    TO WS-AW-IND-FACTOR.
           MOVE HI-JOB-RISK-FACTOR    TO WS-AW-JOB-RISK-FACTOR.
           MOVE HI-EMR-FACTOR         TO WS-AW-EMR-FACTOR.
           MOVE HI-SAFETY-FACTOR      TO WS-AW-SAFETY-FACTOR.
           MOVE HI-GEO-FACTOR         TO WS-AW-GEO-FACTOR.
           MOVE HI-REG-FACTOR         TO WS-AW-REG-FACTOR.
           MOVE HI-MARKET-FACTOR      TO WS-AW-MARKET-FACTOR.
           MOVE HI-FREQ-TREND-FACTOR  TO WS-AW-FREQ-TREND.
           MOVE HI-SEV-TREND-FACTOR   TO WS-AW-SEV-TREND.
           MOVE HI-PRE-CAP-PENSION    TO WS-AW-PRE-CAP.
           MOVE HI-CAP-APPLIED-SW     TO WS-AW-CAP-SW.
           MOVE HI-TOTAL-PENSION      TO WS-AW-TOTAL.
           MOVE HI-MONTHLY-PENSION    TO WS-AW-MONTHLY.
           MOVE HI-PRESENT-VALUE      TO WS-AW-PV.
           MOVE HI-BENEFIT-MONTHS     TO WS-AW-MONTHS.

           PERFORM 250-DRAW-AWARD.
           IF AWARD-SELECTED
               MOVE 'N' TO WS-SUPERSEDED-SW
               PERFORM 320-LOAD-RESTATEMENT-INPUTS
               PERFORM 400-RECALCULATE-AWARD
               PERFORM 480-SET-RESULT
               PERFORM 500-RECORD-SAMPLED-AWARD
           END-IF.

       320-LOAD-RESTATEMENT-INPUTS.
      *----------------------------------------------------------------*
      * REGION AND COVERAGE LEFT FROM THE POLICY AND ITS SUMMARY (THE  *
      * POLICY TOTAL ALREADY CARRIES THIS AWARD, SO IT IS BACKED OUT), *
      * AND THE CLAIMANT'S AGE AT THE ACCIDENT FROM THE BIRTH DATE     *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-AW-REGION.
           MOVE WS-AW-POLICY-NUMBER TO POLICY-NUMBER OF POLICY-RECORD.
           READ POLICY-FILE
               INVALID KEY
                   MOVE 'POLICY NOT ON FILE' TO WS-QA-CANDIDATE
               NOT INVALID KEY
                   MOVE GEO-REGION-CODE OF POLICY-RECORD
                        TO WS-AW-REGION
                   IF LIABILITY-SUMMARY-AVAILABLE
                       MOVE ZERO TO WS-QR-POLICY-AGGREGATE
                       MOVE 'P' TO LIAB-TYPE
                       MOVE SPACES TO LIAB-ID
                       MOVE WS-AW-POLICY-NUMBER TO LIAB-ID
                       READ LIABILITY-SUMMARY-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE LIAB-ANNUAL-TOTAL
                                    TO WS-QR-POLICY-AGGREGATE
                       END-READ
                       SUBTRACT WS-AW-TOTAL
                           FROM WS-QR-POLICY-AGGREGATE
                       IF WS-QR-POLICY-AGGREGATE < 0
                           MOVE ZERO TO WS-QR-POLICY-AGGREGATE
                       END-IF
                       COMPUTE WS-AW-COVERAGE-BEFORE =
                               COVERAGE-AMOUNT OF POLICY-RECORD
                               - WS-QR-POLICY-AGGREGATE
                       IF WS-AW-COVERAGE-BEFORE < 0
                           MOVE ZERO TO WS-AW-COVERAGE-BEFORE
                       END-IF
                       SET AW-COVERAGE-KNOWN TO TRUE
                   END-IF
           END-READ.

           MOVE WS-AW-CLAIMANT-ID TO CLAIMANT-ID OF CLAIMANT-RECORD.
           READ CLAIMANT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLAIMANT-DOB NOT = ZERO
                      AND CLAIMANT-DOB < WS-AW-CLAIM-DATE
                       MOVE WS-AW-CLAIM-DATE TO WS-QR-AGE-CLAIM-DATE
                       MOVE CLAIMANT-DOB     TO WS-QR-AGE-DOB-DATE
                       COMPUTE WS-AW-AGE =
                               WS-QR-AGE-CLAIM-CCYY
                               - WS-QR-AGE-DOB-CCYY
                       IF WS-QR-AGE-CLAIM-MMDD < WS-QR-AGE-DOB-MMDD
                           SUBTRACT 1 FROM WS-AW-AGE
                       END-IF
                       SET AW-AGE-KNOWN TO TRUE
                   END-IF
           END-READ.

       400-RECALCULATE-AWARD.
      *----------------------------------------------------------------*
      * RECOMPUTE THE AWARD UNDER REVIEW FROM ITS STORED FACTORS, IN   *
      * THE ORDER THE CALCULATION RULES APPLY THEM, NOTING THE FIRST   *
      * STEP WHERE THE STORED AWARD PARTS COMPANY WITH THE RECOMPUTE:  *
      * 1. Rates in force on the accident date and life expectancy     *
      * 2. Claim-type factor, trend factors, base percentage, base     *
      * 3. Adjustments, pre-cap total and the statutory cap            *
      * 4. Benefit offsets and the policy coverage limit               *
      * 5. Benefit horizon, present value and settlement scaling       *
      * A reason already noted while loading the award (a policy not   *
      * on file) is kept as the first divergence.                      *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-QA-REASON.
           IF WS-QA-CANDIDATE NOT = SPACES
               PERFORM 495-NOTE-REASON
           END-IF.
           INITIALIZE WS-RECALC-FIELDS.
           PERFORM 410-LOOKUP-RATES-IN-FORCE.
           PERFORM 420-RECALC-FACTORS-AND-BASE.
           PERFORM 430-RECALC-ADJUSTMENTS.
           PERFORM 440-RECALC-OFFSETS-AND-COVERAGE.
           PERFORM 450-RECALC-DURATION-AND-VALUE.

       410-LOOKUP-RATES-IN-FORCE.
      *----------------------------------------------------------------*
      * THE LATEST ASSUMPTION SET EFFECTIVE ON OR BEFORE THE ACCIDENT  *
      * DATE, AND THE MORTALITY ENTRY FOR THE AGE AT THE ACCIDENT;     *
      * EITHER MISSING FALLS BACK TO THE PUBLISHED DEFAULTS            *
      *----------------------------------------------------------------*
           MOVE WS-DEFAULT-DISCOUNT     TO WS-QR-DISCOUNT-RATE.
           MOVE WS-DEFAULT-FREQ-DECLINE TO WS-QR-FREQ-DECLINE.
           MOVE WS-DEFAULT-SEV-INCREASE TO WS-QR-SEV-INCREASE.
           MOVE WS-DEFAULT-LIFE-EXP     TO WS-QR-LIFE-EXPECTANCY.

           MOVE WS-AW-CLAIM-DATE
                TO EFFECTIVE-DATE OF ASSUMPTIONS-RECORD.
           START ASSUMPTIONS-FILE KEY IS LESS THAN OR EQUAL TO
                 EFFECTIVE-DATE OF ASSUMPTIONS-RECORD
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-ASSUMPTIONS-STATUS = '00'
               READ ASSUMPTIONS-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ASSUMP-DISCOUNT-RATE
                            TO WS-QR-DISCOUNT-RATE
                       MOVE ASSUMP-FREQ-DECLINE-RATE
                            TO WS-QR-FREQ-DECLINE
                       MOVE ASSUMP-SEV-INCREASE-RATE
                            TO WS-QR-SEV-INCREASE
               END-READ
           END-IF.

           IF AW-AGE-KNOWN
               MOVE WS-AW-AGE TO MORT-AGE OF MORTALITY-RECORD
               READ MORTALITY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MORT-LIFE-EXPECTANCY
                            TO WS-QR-LIFE-EXPECTANCY
               END-READ
           END-IF.

       420-RECALC-FACTORS-AND-BASE.
      *----------------------------------------------------------------*
      * CLAIM-TYPE FACTOR AND TREND FACTORS MUST MATCH WHAT IS STORED. *
      * THE BASE PERCENTAGE IS THE SURVIVOR SCHEDULE FOR A FATALITY    *
      * WITH DEPENDENTS (WEIGHTED BY THE CLAIM-TYPE FACTOR AND THE     *
      * DEPENDENTS' SHARES), OTHERWISE THE DISABILITY FORMULA, AND IS  *
      * HELD AT THE MAXIMUM. WITH A SALARY THE BASE PENSION IS         *
      * RECOMPUTED; WITHOUT ONE THE STORED BASE PERCENTAGE IS CHECKED  *
      * AND THE STORED BASE PENSION STANDS.                            *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN AW-TYPE-TEMP-PARTIAL
                   MOVE 0.750 TO WS-QR-TYPE-FACTOR
               WHEN AW-TYPE-TEMP-TOTAL
                   MOVE 1.000 TO WS-QR-TYPE-FACTOR
               WHEN AW-TYPE-PERM-PARTIAL
                   MOVE 1.100 TO WS-QR-TYPE-FACTOR
               WHEN AW-TYPE-PERM-TOTAL
                   MOVE 1.250 TO WS-QR-TYPE-FACTOR
               WHEN AW-TYPE-FATALITY
                   MOVE 1.250 TO WS-QR-TYPE-FACTOR
               WHEN OTHER
                   MOVE 1.000 TO WS-QR-TYPE-FACTOR
           END-EVALUATE.
           IF WS-QR-TYPE-FACTOR NOT = WS-AW-TYPE-FACTOR
               MOVE 'CLAIM-TYPE FACTOR' TO WS-QA-CANDIDATE
               PERFORM 495-NOTE-REASON
           END-IF.

           COMPUTE WS-QR-FREQ-TREND = 1.000 - WS-QR-FREQ-DECLINE.
           COMPUTE WS-QR-SEV-TREND  = 1.000 + WS-QR-SEV-INCREASE.
           IF WS-QR-FREQ-TREND NOT = WS-AW-FREQ-TREND
              OR WS-QR-SEV-TREND NOT = WS-AW-SEV-TREND
               MOVE 'TREND FACTOR NOT RATES IN FORCE'
                    TO WS-QA-CANDIDATE
               PERFORM 495-NOTE-REASON
           END-IF.

           IF AW-TYPE-FATALITY AND WS-AW-DEP-COUNT > 0
               EVALUATE TRUE
                   WHEN WS-AW-DEP-COUNT = 1
                       MOVE 050.00 TO WS-QR-SURVIVOR-PCT
                   WHEN WS-AW-DEP-COUNT = 2
                       MOVE 060.00 TO WS-QR-SURVIVOR-PCT
                   WHEN OTHER
                       MOVE 066.67 TO WS-QR-SURVIVOR-PCT
               END-EVALUATE
               COMPUTE WS-QR-BASE-PCT = WS-QR-SURVIVOR-PCT *
                       WS-QR-TYPE-FACTOR * WS-AW-DEP-SHARE-TOTAL
           ELSE
               COMPUTE WS-QR-BASE-PCT = (WS-MIN-PENSION-PCT
                        + (WS-AW-DISAB-PCT * 0.5)
                        + (WS-AW-DISAB-PCT * (WS-AW-DISAB-PCT / 200)))
                        * WS-QR-TYPE-FACTOR
               END-COMPUTE
           END-IF.
           IF WS-QR-BASE-PCT > WS-MAX-PENSION-PCT
               MOVE WS-MAX-PENSION-PCT TO WS-QR-BASE-PCT
           END-IF.

           IF WS-AW-SALARY > 0
               COMPUTE WS-QR-BASE-PENSION =
                       (WS-QR-BASE-PCT / 100) * WS-AW-SALARY
               MOVE WS-AW-BASE-PENSION TO WS-QA-DIFF
               SUBTRACT WS-QR-BASE-PENSION FROM WS-QA-DIFF
               PERFORM 490-TEST-TOLERANCE
               IF OVER-TOLERANCE
                   MOVE 'BASE PENSION' TO WS-QA-CANDIDATE
                   PERFORM 495-NOTE-REASON
               END-IF
           ELSE
               MOVE WS-AW-BASE-PENSION TO WS-QR-BASE-PENSION
               IF WS-QR-BASE-PCT NOT = WS-AW-BASE-PCT
                   MOVE 'BASE PERCENTAGE' TO WS-QA-CANDIDATE
                   PERFORM 495-NOTE-REASON
               END-IF
           END-IF.

       430-RECALC-ADJUSTMENTS.
      *----------------------------------------------------------------*
      * INDUSTRY, GEOGRAPHIC AND TREND ADJUSTMENTS OFF THE STORED      *
      * FACTORS, THE PRE-CAP TOTAL, AND THE REGION'S STATUTORY ANNUAL  *
      * CAP FROM GEOFILE                                               *
      *----------------------------------------------------------------*
           COMPUTE WS-QR-INDUSTRY-ADJ = WS-QR-BASE-PENSION *
                   (WS-AW-IND-FACTOR - 1) *
                   (WS-AW-JOB-RISK-FACTOR - 1) *
                   WS-AW-EMR-FACTOR *
                   WS-AW-SAFETY-FACTOR.
           COMPUTE WS-QR-GEO-ADJ = WS-QR-BASE-PENSION *
                   (WS-AW-GEO-FACTOR - 1) *
                   (WS-AW-REG-FACTOR - 1) *
                   WS-AW-MARKET-FACTOR.
           COMPUTE WS-QR-TREND-ADJ = WS-QR-BASE-PENSION *
                   (WS-AW-SEV-TREND - 1) *
                   (1.00 - (WS-AW-FREQ-TREND - 1)).
           COMPUTE WS-QR-PRE-CAP = WS-QR-BASE-PENSION +
                   WS-QR-INDUSTRY-ADJ + WS-QR-GEO-ADJ +
                   WS-QR-TREND-ADJ.

           MOVE WS-AW-PRE-CAP TO WS-QA-DIFF.
           SUBTRACT WS-QR-PRE-CAP FROM WS-QA-DIFF.
           PERFORM 490-TEST-TOLERANCE.
           IF OVER-TOLERANCE
               MOVE 'PRE-CAP ANNUAL PENSION' TO WS-QA-CANDIDATE
               PERFORM 495-NOTE-REASON
           END-IF.

           MOVE WS-QR-PRE-CAP TO WS-QR-TOTAL.
           COMPUTE WS-QR-MONTHLY = WS-QR-TOTAL / WS-MONTHS-IN-YEAR.
           MOVE 'N' TO WS-QR-CAP-SW.
           MOVE WS-AW-REGION TO GEO-REGION-CODE OF GEO-FACTOR-RECORD.
           READ GEO-FACTOR-FILE
               INVALID KEY
                   MOVE 'REGION NOT ON GEOFILE' TO WS-QA-CANDIDATE
                   PERFORM 495-NOTE-REASON
               NOT INVALID KEY
                   MOVE STATUTORY-ANNUAL-CAP OF GEO-FACTOR-RECORD
                        TO WS-QR-STATUTORY-CAP
                   IF WS-QR-TOTAL > WS-QR-STATUTORY-CAP
                       MOVE WS-QR-STATUTORY-CAP TO WS-QR-TOTAL
                       COMPUTE WS-QR-MONTHLY =
                               WS-QR-TOTAL / WS-MONTHS-IN-YEAR
                       MOVE 'Y' TO WS-QR-CAP-SW
                   END-IF
           END-READ.
           IF WS-QR-CAP-SW NOT = WS-AW-CAP-SW
               MOVE 'STATUTORY CAP APPLICATION' TO WS-QA-CANDIDATE
               PERFORM 495-NOTE-REASON
           END-IF.

       440-RECALC-OFFSETS-AND-COVERAGE.
      *----------------------------------------------------------------*
      * TAKE THE ALLOWED PART OF EVERY OFFSET ON FILE FOR THE CLAIM    *
      * OFF THE MONTHLY (SOCIAL SECURITY AT ITS PERCENTAGE, OTHERS IN  *
      * FULL, NEVER BELOW ZERO) AND RESTATE THE ANNUAL FROM IT, THEN   *
      * HOLD THE ANNUAL TO THE POLICY COVERAGE LEFT WHERE THAT IS      *
      * KNOWN                                                          *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-QR-OFFSET-TOTAL.
           MOVE 1 TO WS-OFFSET-SUB.
           PERFORM UNTIL WS-OFFSET-SUB > WS-OFFSET-TABLE-COUNT
               IF WS-OFFSET-CLAIM-ID (WS-OFFSET-SUB) = WS-AW-CLAIM-ID
                   IF WS-OFFSET-TYPE (WS-OFFSET-SUB) = 'SS'
                       COMPUTE WS-QR-OFFSET-ONE ROUNDED =
                               WS-OFFSET-AMOUNT (WS-OFFSET-SUB) *
                               WS-SS-OFFSET-PCT / 100
                   ELSE
                       COMPUTE WS-QR-OFFSET-ONE ROUNDED =
                               WS-OFFSET-AMOUNT (WS-OFFSET-SUB) *
                               WS-FULL-OFFSET-PCT / 100
                   END-IF
                   ADD WS-QR-OFFSET-ONE TO WS-QR-OFFSET-TOTAL
               END-IF
               ADD 1 TO WS-OFFSET-SUB
           END-PERFORM.
           IF WS-QR-OFFSET-TOTAL > 0
               IF WS-QR-OFFSET-TOTAL > WS-QR-MONTHLY
                   MOVE WS-QR-MONTHLY TO WS-QR-OFFSET-TOTAL
               END-IF
               SUBTRACT WS-QR-OFFSET-TOTAL FROM WS-QR-MONTHLY
               COMPUTE WS-QR-TOTAL = WS-QR-MONTHLY * WS-MONTHS-IN-YEAR
           END-IF.

           IF AW-COVERAGE-KNOWN
              AND WS-QR-TOTAL > WS-AW-COVERAGE-BEFORE
               MOVE WS-AW-COVERAGE-BEFORE TO WS-QR-TOTAL
               COMPUTE WS-QR-MONTHLY ROUNDED =
                       WS-QR-TOTAL / WS-MONTHS-IN-YEAR
           END-IF.

           MOVE WS-AW-TOTAL TO WS-QA-DIFF.
           SUBTRACT WS-QR-TOTAL FROM WS-QA-DIFF.
           PERFORM 490-TEST-TOLERANCE.
           IF OVER-TOLERANCE
               MOVE 'OFFSETS OR COVERAGE LIMIT' TO WS-QA-CANDIDATE
               PERFORM 495-NOTE-REASON
           END-IF.

       450-RECALC-DURATION-AND-VALUE.
      *----------------------------------------------------------------*
      * BENEFIT HORIZON (LIFE EXPECTANCY, CAPPED AT THE STATUTORY      *
      * WEEKS FOR A TEMPORARY CLAIM), THE PRESENT VALUE OF THE ANNUAL  *
      * OVER IT AT THE DISCOUNT RATE IN FORCE, AND THE MONTHLY SCALED  *
      * BACK FOR ANY SETTLEMENT ELECTED                                *
      *   PV = ANNUAL * (1 - (1 + r) ** -n) / r                        *
      *----------------------------------------------------------------*
           COMPUTE WS-QR-MONTHS =
                   WS-QR-LIFE-EXPECTANCY * WS-MONTHS-IN-YEAR.
           MOVE WS-QR-MONTHS TO WS-QR-MAX-MONTHS.
           EVALUATE TRUE
               WHEN AW-TYPE-TEMP-PARTIAL
                   COMPUTE WS-QR-MAX-MONTHS =
                           WS-TP-MAX-WEEKS * WS-MONTHS-IN-YEAR
                           / WS-WEEKS-IN-YEAR
               WHEN AW-TYPE-TEMP-TOTAL
                   COMPUTE WS-QR-MAX-MONTHS =
                           WS-TT-MAX-WEEKS * WS-MONTHS-IN-YEAR
                           / WS-WEEKS-IN-YEAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-QR-MONTHS > WS-QR-MAX-MONTHS
               MOVE WS-QR-MAX-MONTHS TO WS-QR-MONTHS
           END-IF.
           IF WS-QR-MONTHS NOT = WS-AW-MONTHS
               MOVE 'BENEFIT DURATION' TO WS-QA-CANDIDATE
               PERFORM 495-NOTE-REASON
           END-IF.

           COMPUTE WS-QR-YEARS ROUNDED =
                   WS-QR-MONTHS / WS-MONTHS-IN-YEAR.
           COMPUTE WS-QR-PV = WS-QR-TOTAL *
                   (1 - (1 / (1 + WS-QR-DISCOUNT-RATE) **
                         WS-QR-YEARS)) /
                   WS-QR-DISCOUNT-RATE.

           IF WS-AW-SETTLE-PCT > 0
               COMPUTE WS-QR-MONTHLY ROUNDED =
                       WS-QR-MONTHLY * (100 - WS-AW-SETTLE-PCT) / 100
           END-IF.

       480-SET-RESULT.
      *----------------------------------------------------------------*
      * DIFFERENCES STORED LESS RECOMPUTED ON THE ANNUAL, MONTHLY AND  *
      * PRESENT VALUE. THE AWARD DIFFERS IF ANY IS BEYOND THE          *
      * TOLERANCE OR ANY STEP PARTED COMPANY ON THE WAY.               *
      *----------------------------------------------------------------*
           MOVE 'A' TO WS-QA-RESULT.

           COMPUTE WS-QA-DIFF-TOTAL = WS-AW-TOTAL - WS-QR-TOTAL.
           MOVE WS-QA-DIFF-TOTAL TO WS-QA-DIFF.
           PERFORM 490-TEST-TOLERANCE.
           IF OVER-TOLERANCE
               MOVE 'D' TO WS-QA-RESULT
           END-IF.

           COMPUTE WS-QA-DIFF-MONTHLY = WS-AW-MONTHLY - WS-QR-MONTHLY.
           MOVE WS-QA-DIFF-MONTHLY TO WS-QA-DIFF.
           PERFORM 490-TEST-TOLERANCE.
           IF OVER-TOLERANCE
               MOVE 'MONTHLY PENSION' TO WS-QA-CANDIDATE
               PERFORM 495-NOTE-REASON
               MOVE 'D' TO WS-QA-RESULT
           END-IF.

           COMPUTE WS-QA-DIFF-PV = WS-AW-PV - WS-QR-PV.
           MOVE WS-QA-DIFF-PV TO WS-QA-DIFF.
           PERFORM 490-TEST-TOLERANCE.
           IF OVER-TOLERANCE
               MOVE 'PRESENT VALUE' TO WS-QA-CANDIDATE
               PERFORM 495-NOTE-REASON
               MOVE 'D' TO WS-QA-RESULT
           END-IF.

           IF WS-QA-REASON NOT = SPACES
               MOVE 'D' TO WS-QA-RESULT
           END-IF.

       490-TEST-TOLERANCE.
      *----------------------------------------------------------------*
      * SET OVER-TOLERANCE WHEN WS-QA-DIFF, EITHER WAY, IS BEYOND THE  *
      * DOLLAR TOLERANCE                                               *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-OVER-TOL-SW.
           IF WS-QA-DIFF > WS-TOLERANCE
              OR WS-QA-DIFF < 0 - WS-TOLERANCE
               SET OVER-TOLERANCE TO TRUE
           END-IF.

       495-NOTE-REASON.
      *----------------------------------------------------------------*
      * KEEP ONLY THE FIRST DIVERGENCE AS THE REASON                   *
      *----------------------------------------------------------------*
           IF WS-QA-REASON = SPACES
               MOVE WS-QA-CANDIDATE TO WS-QA-REASON
           END-IF.
           MOVE SPACES TO WS-QA-CANDIDATE.

       500-RECORD-SAMPLED-AWARD.
      *----------------------------------------------------------------*
      * PUT THE SAMPLED AWARD ON THE QA FILE PENDING SIGN-OFF AND      *
      * REPORT IT. A CLAIM RESTATED TWICE IN ONE WINDOW KEEPS ITS      *
      * LATEST IMAGE.                                                  *
      *----------------------------------------------------------------*
           IF RECALC-DIFFERS
               ADD 1 TO WS-AWARDS-DIFFERING
               ADD 1 TO WS-ST-DIFFERENCES (WS-ST-SUB)
           ELSE
               ADD 1 TO WS-AWARDS-AGREEING
           END-IF.

           MOVE SPACES             TO QA-RECORD.
           MOVE WS-CYCLE-NUMBER    TO QA-CYCLE.
           MOVE WS-AW-SOURCE       TO QA-SOURCE.
           MOVE WS-AW-CLAIM-ID     TO QA-CLAIM-ID.
           MOVE WS-RUN-DATE        TO QA-RUN-DATE.
           MOVE WS-AW-STRATUM      TO QA-STRATUM.
           MOVE WS-AW-ADJUSTER-ID  TO QA-ADJUSTER-ID.
           MOVE WS-AW-TOTAL        TO QA-STORED-TOTAL.
           MOVE WS-AW-MONTHLY      TO QA-STORED-MONTHLY.
           MOVE WS-AW-PV           TO QA-STORED-PV.
           MOVE WS-QR-TOTAL        TO QA-RECALC-TOTAL.
           MOVE WS-QR-MONTHLY      TO QA-RECALC-MONTHLY.
           MOVE WS-QR-PV           TO QA-RECALC-PV.
           MOVE WS-QA-RESULT       TO QA-RECALC-RESULT.
           MOVE WS-QA-REASON       TO QA-DIFF-REASON.
           MOVE 'P'                TO QA-REVIEW-STATUS.
           MOVE ZERO               TO QA-REVIEW-DATE.
           MOVE ZERO               TO QA-ERROR-AMOUNT.
           WRITE QA-RECORD
               INVALID KEY
                   REWRITE QA-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO SAVE QA RECORD: '
                                   WS-AW-CLAIM-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-QA-REWRITES
                   END-REWRITE
           END-WRITE.

           PERFORM 510-WRITE-DETAIL-LINES.

       510-WRITE-DETAIL-LINES.
      *----------------------------------------------------------------*
      * STORED, RECOMPUTED AND DIFFERENCE LINES FOR ONE SAMPLED AWARD  *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-AW-CLAIM-ID TO WS-DL-CLAIM-ID.
           IF AW-FROM-CALC
               MOVE 'CALCULATED' TO WS-DL-SOURCE
           ELSE
               MOVE 'RESTATED'   TO WS-DL-SOURCE
           END-IF.
           MOVE WS-SN-NAME (WS-ST-SUB) TO WS-DL-STRATUM.
           MOVE 'STORED'       TO WS-DL-LABEL.
           MOVE WS-AW-TOTAL    TO WS-DL-TOTAL.
           MOVE WS-AW-MONTHLY  TO WS-DL-MONTHLY.
           MOVE WS-AW-PV       TO WS-DL-PV.
           IF RECALC-DIFFERS
               MOVE 'DIFFERS' TO WS-DL-RESULT
           ELSE
               MOVE 'AGREES'  TO WS-DL-RESULT
           END-IF.
           MOVE WS-QA-REASON   TO WS-DL-REASON.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'RECOMPUTED'   TO WS-DL-LABEL.
           MOVE WS-QR-TOTAL    TO WS-DL-TOTAL.
           MOVE WS-QR-MONTHLY  TO WS-DL-MONTHLY.
           MOVE WS-QR-PV       TO WS-DL-PV.
           IF MASTER-SUPERSEDED
               MOVE 'MASTER SINCE RECALCULATED' TO WS-DL-REASON
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF RECALC-DIFFERS
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'DIFFERENCE'       TO WS-DL-LABEL
               MOVE WS-QA-DIFF-TOTAL   TO WS-DL-TOTAL
               MOVE WS-QA-DIFF-MONTHLY TO WS-DL-MONTHLY
               MOVE WS-QA-DIFF-PV      TO WS-DL-PV
               MOVE WS-DETAIL-LINE     TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * STRATUM SUMMARY ON THE REPORT, RUN CONTROL TOTALS ON THE LOG   *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-ST-SUB.
           PERFORM UNTIL WS-ST-SUB > 4
               MOVE WS-SN-NAME (WS-ST-SUB) TO WS-SL-NAME
               MOVE WS-ST-POPULATION (WS-ST-SUB) TO WS-SL-POPULATION
               MOVE WS-ST-SAMPLED (WS-ST-SUB) TO WS-SL-SAMPLED
               MOVE WS-ST-DIFFERENCES (WS-ST-SUB)
                    TO WS-SL-DIFFERENCES
               MOVE WS-STRATUM-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-ST-SUB
           END-PERFORM.

           DISPLAY '===================================='.
           DISPLAY 'CALCQA RUN CONTROL TOTALS'.
           DISPLAY 'CYCLE SAMPLED:         ' WS-CYCLE-NUMBER.
           DISPLAY 'CALCULATED AWARDS:     ' WS-CALC-AWARDS-READ.
           DISPLAY 'RESTATED AWARDS:       ' WS-RESTATEMENTS-READ.
           DISPLAY 'AWARDS SAMPLED:        ' WS-AWARDS-SAMPLED.
           DISPLAY 'AGREEING:              ' WS-AWARDS-AGREEING.
           DISPLAY 'DIFFERING:             ' WS-AWARDS-DIFFERING.
           DISPLAY 'MASTER SINCE RECALC:   ' WS-AWARDS-SUPERSEDED.
           DISPLAY 'QA RECORDS REPLACED:   ' WS-QA-REWRITES.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                          *
      *----------------------------------------------------------------*
           CLOSE CALC-RESULT-FILE
                 CLAIM-FILE
                 POLICY-FILE
                 LIABILITY-SUMMARY-FILE
                 CLAIMANT-FILE
                 GEO-FACTOR-FILE
                 ASSUMPTIONS-FILE
                 MORTALITY-FILE
                 QA-FILE
                 QA-REPORT.

           IF WS-AWARDS-DIFFERING > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
