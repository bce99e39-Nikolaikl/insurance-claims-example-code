       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFPROJ.
      *----------------------------------------------------------------*
      * PROGRAM:  CFPROJ                                               *
      * PURPOSE:  BENEFIT CASH-FLOW PROJECTION FOR TREASURY. EVERY     *
      *           FUTURE BENEFIT PAYMENT ALREADY SITS ON THE PAYMENT   *
      *           SCHEDULE MASTER WITH COLA APPLIED, AND PROVIDER      *
      *           INVOICES AND RE-QUEUED BANK RETURNS WAIT ON THEIR    *
      *           QUEUES. THIS RUN READS THEM ALL AND PROJECTS THE     *
      *           GROSS DISBURSEMENTS BY WEEK FOR THE NEXT 13 WEEKS    *
      *           AND BY MONTH FOR THE NEXT 24, WITH THE TAX           *
      *           WITHHOLDING, OVERPAYMENT RECOVERY OFFSETS AND CEDED  *
      *           REINSURANCE RECOVERIES THE DISBURSEMENT RUN          *
      *           (PAYDISB) WILL TAKE OFF THEM, SO THE NET FUNDING     *
      *           REQUIREMENT OF THE BENEFIT ACCOUNT IS VISIBLE. A     *
      *           PAYMENT IN A MONTH ALREADY ON THE PAYMENT HISTORY    *
      *           HAS GONE OUT AND IS NOT PROJECTED.                   *
      *                                                                *
      *           EACH RUN'S PROJECTION IS KEPT ON THE PROJECTION      *
      *           HISTORY FILE. THE NEXT RUN SETS THE PERIODS OF THE   *
      *           LAST PROJECTION THAT HAVE SINCE ENDED AGAINST WHAT   *
      *           THE PAYMENT HISTORY SHOWS WAS ACTUALLY DISBURSED IN  *
      *           THEM, SO THE PROJECTION'S ACCURACY CAN BE SEEN.      *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. INITIALIZATION AND PERIOD SET-UP                            *
      * 5. PROJECTION OF THE SCHEDULE AND THE QUEUES                   *
      * 6. PRIOR PROJECTION AGAINST ACTUAL                             *
      * 7. REPORT AND PROJECTION HISTORY                               *
      * 8. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - SCHEDULE-MASTER: The keyed payment schedule written by      *
      *                    PENSCLM, COLA already applied              *
      * - RETRY-FILE: Optional; returned payments BANKRTN re-queued   *
      * - PROV-PAY-QUEUE: Optional; approved provider invoices        *
      *                   PROVINV queued                              *
      * - PAYMENT-HISTORY-FILE: Every payment disbursed; names the    *
      *                         months already paid and gives the     *
      *                         actuals for the accuracy comparison   *
      * - CLAIM-FILE: Names the claimant behind a payment for the     *
      *               withholding election                            *
      * - RECOVERY-LEDGER-FILE: Optional; outstanding overpayment     *
      *                         balances to be recovered              *
      * - RECOV-PCT-FILE: Optional; the recovery percentage, as in    *
      *                   PAYDISB                                     *
      * - CEDE-FILE: Optional; the cession ratio of each ceded claim  *
      * - WITHHOLD-FILE: Optional; tax withholding elections          *
      * - PROJ-HISTORY-FILE: Every run's projection, extended run     *
      *                      after run                                *
      * - PROJECTION-REPORT: The weekly and monthly projection and    *
      *                      the accuracy of the last one             *
      *----------------------------------------------------------------*
           SELECT SCHEDULE-MASTER ASSIGN TO "data/PAYSCHEDM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SCHED-KEY
           FILE STATUS IS WS-SCHEDM-STATUS.

           SELECT RETRY-FILE ASSIGN TO 'data/PAYRETRY.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETRY-STATUS.

           SELECT PROV-PAY-QUEUE ASSIGN TO 'data/PROVPAY.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROVPAY-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'data/PAYHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIM-ID OF CLAIM-RECORD
           FILE STATUS IS WS-CLAIM-STATUS.

           SELECT RECOVERY-LEDGER-FILE ASSIGN TO "data/RECOVLEDG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RECOV-CLAIM-ID
           FILE STATUS IS WS-RECOV-STATUS.

           SELECT RECOV-PCT-FILE ASSIGN TO 'data/RECOVPCT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECOVPCT-STATUS.

           SELECT CEDE-FILE ASSIGN TO "data/CEDEFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CEDE-CLAIM-ID
           FILE STATUS IS WS-CEDE-STATUS.

           SELECT WITHHOLD-FILE ASSIGN TO 'data/WITHHOLD.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WITHHOLD-STATUS.

           SELECT PROJ-HISTORY-FILE ASSIGN TO 'data/CFPHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFPHIST-STATUS.

           SELECT PROJECTION-REPORT ASSIGN TO 'data/CFPROJ.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD RETRY-FILE.
       01 RETRY-LINE               PIC X(90).

       FD PROV-PAY-QUEUE.
       01 PROV-PAY-LINE            PIC X(90).

       FD PAYMENT-HISTORY-FILE.
       01 PAYMENT-HISTORY-LINE     PIC X(140).

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

       FD RECOVERY-LEDGER-FILE.
       01 RECOVERY-RECORD.
          05 RECOV-CLAIM-ID        PIC X(12).
          05 RECOV-BOOKED          PIC 9(9)V99.
          05 RECOV-RECOVERED       PIC 9(9)V99.
          05 RECOV-LAST-DATE       PIC 9(8).

       FD RECOV-PCT-FILE.
       01 RECOV-PCT-LINE           PIC X(3).

       FD CEDE-FILE.
       01 CEDE-RECORD.
          05 CEDE-CLAIM-ID         PIC X(12).
          05 CEDE-RATIO            PIC 9V9999.
          05 CEDE-PV               PIC 9(9)V99.
          05 CEDE-MONTHLY          PIC 9(7)V99.
          05 CEDE-RUN-DATE         PIC 9(8).

       FD WITHHOLD-FILE.
       01 WITHHOLD-LINE            PIC X(20).

      * The projection history line is fixed-format: cols 1-8 run
      * date, 9 period type (W week, M month), 10-11 period number,
      * 12-19 period start, 20-27 period end, 30-42 projected gross
      * with implied two decimals, 43-56 projected net funding with
      * a leading sign and implied two decimals.
       FD PROJ-HISTORY-FILE.
       01 PROJ-HISTORY-LINE        PIC X(80).

       FD PROJECTION-REPORT.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-PAYMENT-FIELDS: The payment being projected and what      *
      *   comes off it                                                 *
      * - WS-WEEK-TABLE / WS-MONTH-TABLE: The projection periods       *
      * - WS-PAID-MONTH-TABLE: Months already on the payment history   *
      * - WS-RECOVERY-TABLE: Recovery balances run down payment by     *
      *   payment                                                      *
      * - WS-WITHHOLD-TABLE: Tax withholding elections                 *
      * - WS-COMPARE-TABLE: The last projection against actual         *
      * - WS-REPORT-LINES: Report layout                               *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 WS-SCHEDM-STATUS      PIC X(2).
          05 WS-RETRY-STATUS       PIC X(2).
          05 WS-PROVPAY-STATUS     PIC X(2).
          05 WS-PAYHIST-STATUS     PIC X(2).
          05 WS-CLAIM-STATUS       PIC X(2).
          05 WS-RECOV-STATUS       PIC X(2).
          05 WS-RECOVPCT-STATUS    PIC X(2).
          05 WS-CEDE-STATUS        PIC X(2).
          05 WS-WITHHOLD-STATUS    PIC X(2).
          05 WS-CFPHIST-STATUS     PIC X(2).
          05 WS-REPORT-STATUS      PIC X(2).

       01 WS-SWITCHES.
          05 WS-SCHED-EOF-SW       PIC X(1) VALUE 'N'.
             88 SCHED-END-OF-FILE  VALUE 'Y'.
          05 WS-RETRY-EOF-SW       PIC X(1) VALUE 'N'.
             88 RETRY-END-OF-FILE  VALUE 'Y'.
          05 WS-PROVPAY-EOF-SW     PIC X(1) VALUE 'N'.
             88 PROVPAY-END-OF-FILE VALUE 'Y'.
          05 WS-HIST-EOF-SW        PIC X(1) VALUE 'N'.
             88 HIST-END-OF-FILE   VALUE 'Y'.
          05 WS-WHD-EOF-SW         PIC X(1) VALUE 'N'.
             88 WHD-END-OF-FILE    VALUE 'Y'.
          05 WS-CFPHIST-EOF-SW     PIC X(1) VALUE 'N'.
             88 CFPHIST-END-OF-FILE VALUE 'Y'.
          05 WS-CLAIM-AVAIL-SW     PIC X(1) VALUE 'N'.
             88 CLAIM-MASTER-AVAILABLE VALUE 'Y'.
          05 WS-RECOV-AVAIL-SW     PIC X(1) VALUE 'N'.
             88 RECOVERY-LEDGER-AVAILABLE VALUE 'Y'.
          05 WS-CEDE-AVAIL-SW      PIC X(1) VALUE 'N'.
             88 CESSION-MASTER-AVAILABLE VALUE 'Y'.
          05 WS-MONTH-PAID-SW      PIC X(1) VALUE 'N'.
             88 MONTH-ALREADY-PAID VALUE 'Y'.
          05 WS-RCV-FOUND-SW       PIC X(1) VALUE 'N'.
             88 RECOVERY-ENTRY-FOUND VALUE 'Y'.
          05 WS-RCV-FULL-SW        PIC X(1) VALUE 'N'.
             88 RECOVERY-TABLE-FULL VALUE 'Y'.
          05 WS-CMP-FOUND-SW       PIC X(1) VALUE 'N'.
             88 COMPARE-PERIOD-FOUND VALUE 'Y'.

       01 WS-RUN-DATE.
          05 WS-RUN-CCYY           PIC 9(4).
          05 WS-RUN-MM             PIC 9(2).
          05 WS-RUN-DD             PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-MONTH REDEFINES WS-RUN-DATE PIC X(6).
       01 WS-RUN-DAY-NUMBER        PIC 9(7) COMP.

      *----------------------------------------------------------------*
      * WS-PAYMENT-FIELDS: The payment in hand, moved off a schedule   *
      * master record or parsed by position off a queue line (the      *
      * old fixed-format schedule line PAYDISB parses), and the        *
      * recovery offset, tax and ceded share PAYDISB will take off it  *
      *----------------------------------------------------------------*
       01 WS-PAYMENT-FIELDS.
          05 WS-PAY-CLAIM-ID       PIC X(12).
          05 WS-PAY-DATE.
             10 WS-PAY-CCYY        PIC 9(4).
             10 WS-PAY-MM          PIC 9(2).
             10 WS-PAY-DD          PIC 9(2).
          05 WS-PAY-DATE-N REDEFINES WS-PAY-DATE PIC 9(8).
          05 WS-PAY-MONTH REDEFINES WS-PAY-DATE PIC X(6).
          05 WS-PAY-DEP-SEQ        PIC X(2).
             88 PAY-ATTORNEY-FEE   VALUE 'AF'.
          05 WS-PAY-STAT           PIC X(1).
             88 PAY-PAYABLE        VALUES 'A' ' '.
          05 WS-PAY-AMOUNT-EDIT    PIC X(13).
          05 WS-PAY-GROSS          PIC 9(8)V99.
          05 WS-PAY-RECOV          PIC 9(8)V99.
          05 WS-PAY-TAX            PIC 9(8)V99.
          05 WS-PAY-CEDED          PIC 9(8)V99.
          05 WS-PAY-NET            PIC 9(8)V99.
          05 WS-PAY-CLAIMANT-ID    PIC X(8).
          05 WS-PAY-WEEK           PIC S9(5) COMP.
          05 WS-PAY-MONTH-NO       PIC S9(5) COMP.

       01 WS-AMOUNT-DEEDIT.
          05 WS-AD-MILLIONS        PIC X(2).
          05 WS-AD-THOUSANDS       PIC X(3).
          05 WS-AD-UNITS           PIC X(3).
          05 WS-AD-CENTS           PIC X(2).
       01 WS-AMOUNT-NUMERIC REDEFINES WS-AMOUNT-DEEDIT
                                   PIC 9(8)V99.

      * The queues keep the old flat schedule-line format
       01 WS-QUEUE-LINE            PIC X(90).

      *----------------------------------------------------------------*
      * WS-WEEK-TABLE / WS-MONTH-TABLE: Week 1 starts on the run date; *
      * month 1 is the run month. A payment dated before the run date  *
      * in a month not yet disbursed is still to go out and falls in   *
      * week 1 and month 1.                                            *
      *----------------------------------------------------------------*
       01 WS-WEEK-TABLE.
          05 WS-WK-ENTRY OCCURS 13 TIMES.
             10 WS-WK-START        PIC 9(8).
             10 WS-WK-END          PIC 9(8).
             10 WS-WK-COUNT        PIC 9(7) COMP.
             10 WS-WK-GROSS        PIC 9(11)V99.
             10 WS-WK-TAX          PIC 9(11)V99.
             10 WS-WK-RECOV        PIC 9(11)V99.
             10 WS-WK-CEDED        PIC 9(11)V99.

       01 WS-MONTH-TABLE.
          05 WS-MO-ENTRY OCCURS 24 TIMES.
             10 WS-MO-START        PIC 9(8).
             10 WS-MO-END          PIC 9(8).
             10 WS-MO-COUNT        PIC 9(7) COMP.
             10 WS-MO-GROSS        PIC 9(11)V99.
             10 WS-MO-TAX          PIC 9(11)V99.
             10 WS-MO-RECOV        PIC 9(11)V99.
             10 WS-MO-CEDED        PIC 9(11)V99.

       01 WS-PERIOD-FIELDS.
          05 WS-PX                 PIC 9(3) COMP.
          05 WS-PERIOD-DATE.
             10 WS-PD-CCYY         PIC 9(4).
             10 WS-PD-MM           PIC 9(2).
             10 WS-PD-DD           PIC 9(2).
          05 WS-PERIOD-DATE-N REDEFINES WS-PERIOD-DATE PIC 9(8).
          05 WS-DAYS-IN-MONTH      PIC 9(2).
          05 WS-MONTH-DAYS-TABLE   PIC X(24) VALUE
             '312831303130313130313031'.
          05 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE
                                   PIC 9(2) OCCURS 12 TIMES.

       01 WS-DAY-NUMBER-FIELDS.
          05 WS-DN-DATE            PIC 9(8).
          05 WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
             10 WS-DN-CCYY         PIC 9(4).
             10 WS-DN-MM           PIC 9(2).
             10 WS-DN-DD           PIC 9(2).
          05 WS-DN-PRIOR-YEARS     PIC 9(4) COMP.
          05 WS-DN-QUOTIENT        PIC 9(4) COMP.
          05 WS-DN-REMAINDER       PIC 9(4) COMP.
          05 WS-DN-LEAP-SW         PIC X(1).
             88 DN-LEAP-YEAR       VALUE 'Y'.
          05 WS-DN-DAY-NUMBER      PIC 9(7) COMP.
          05 WS-CUM-DAYS-TABLE     PIC X(36) VALUE
             '000031059090120151181212243273304334'.
          05 WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE
                                   PIC 9(3) OCCURS 12 TIMES.

      * Beyond the 24th month the schedule is totalled, not spread
       01 WS-BEYOND-FIELDS.
          05 WS-BEYOND-COUNT       PIC 9(7) COMP VALUE ZERO.
          05 WS-BEYOND-GROSS       PIC 9(11)V99 VALUE ZERO.
          05 WS-BEYOND-TAX         PIC 9(11)V99 VALUE ZERO.
          05 WS-BEYOND-RECOV       PIC 9(11)V99 VALUE ZERO.
          05 WS-BEYOND-CEDED       PIC 9(11)V99 VALUE ZERO.

      * Months the payment history shows were disbursed -- the same
      * test PAYDISB uses to refuse paying a month twice
       01 WS-PAID-MONTH-COUNT      PIC 9(4) COMP VALUE ZERO.
       01 WS-PAID-MONTH-TABLE.
          05 WS-PAID-MONTH OCCURS 600 TIMES INDEXED BY WS-PM-IDX
                                   PIC X(6).
       01 WS-HIST-MONTH            PIC X(6).

      *----------------------------------------------------------------*
      * WS-RECOVERY-FIELDS: An outstanding overpayment balance has     *
      * WS-RECOV-OFFSET-PCT of each payment withheld, never more than  *
      * what is left of it; the balance is run down here payment by    *
      * payment so a claim stops being offset once it would be clear.  *
      *----------------------------------------------------------------*
       01 WS-RECOVERY-FIELDS.
          05 WS-RECOV-OFFSET-PCT   PIC 9(3) VALUE 025.
          05 WS-RCV-COUNT          PIC 9(4) COMP VALUE ZERO.
          05 WS-RCV-OUTSTANDING    PIC S9(9)V99.
       01 WS-RECOVERY-TABLE.
          05 WS-RCV-ENTRY OCCURS 1000 TIMES INDEXED BY WS-RCV-IDX.
             10 WS-RCV-CLAIM-ID    PIC X(12).
             10 WS-RCV-BALANCE     PIC S9(9)V99.

       01 WS-WITHHOLD-FIELDS.
          05 WS-WHD-TABLE-COUNT    PIC 9(4) COMP VALUE ZERO.
          05 WS-WHD-IN-CLAIMANT    PIC X(8).
          05 WS-WHD-IN-PCT         PIC 9(3).
       01 WS-WITHHOLD-TABLE.
          05 WS-WHD-ENTRY OCCURS 200 TIMES INDEXED BY WS-WHD-IDX.
             10 WS-WHD-CLAIMANT-ID PIC X(8).
             10 WS-WHD-PCT         PIC 9(3).

      *----------------------------------------------------------------*
      * WS-COMPARE-TABLE: The periods of the last projection before    *
      * this run, as read back off the projection history, and what    *
      * the payment history shows was disbursed in each                *
      *----------------------------------------------------------------*
       01 WS-PRIOR-RUN-DATE        PIC 9(8) VALUE ZERO.
       01 WS-CMP-COUNT             PIC 9(3) COMP VALUE ZERO.
       01 WS-CMP-X                 PIC 9(3) COMP.
       01 WS-COMPARE-TABLE.
          05 WS-CMP-ENTRY OCCURS 37 TIMES.
             10 WS-CMP-TYPE        PIC X(1).
             10 WS-CMP-PERIOD      PIC 9(2).
             10 WS-CMP-START       PIC 9(8).
             10 WS-CMP-END         PIC 9(8).
             10 WS-CMP-PROJECTED   PIC 9(11)V99.
             10 WS-CMP-ACTUAL      PIC 9(11)V99.

       01 WS-PROJ-HISTORY-RECORD.
          05 WS-PH-RUN-DATE        PIC 9(8).
          05 WS-PH-TYPE            PIC X(1).
          05 WS-PH-PERIOD          PIC 9(2).
          05 WS-PH-START           PIC 9(8).
          05 WS-PH-END             PIC 9(8).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-PH-GROSS           PIC 9(11)V99.
          05 WS-PH-NET             PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
          05 FILLER                PIC X(24) VALUE SPACES.

       01 WS-HIST-DATE             PIC 9(8).
       01 WS-HIST-AMOUNT-EDIT      PIC X(13).

      * Period totals staged for printing
       01 WS-LINE-AMOUNTS.
          05 WS-LN-COUNT           PIC 9(7) COMP.
          05 WS-LN-GROSS           PIC 9(11)V99.
          05 WS-LN-TAX             PIC 9(11)V99.
          05 WS-LN-RECOV           PIC 9(11)V99.
          05 WS-LN-CEDED           PIC 9(11)V99.
          05 WS-LN-NET             PIC S9(11)V99.
       01 WS-SECTION-TOTALS.
          05 WS-ST-COUNT           PIC 9(7) COMP.
          05 WS-ST-GROSS           PIC 9(11)V99.
          05 WS-ST-TAX             PIC 9(11)V99.
          05 WS-ST-RECOV           PIC 9(11)V99.
          05 WS-ST-CEDED           PIC 9(11)V99.
       01 WS-VARIANCE              PIC S9(11)V99.
       01 WS-VARIANCE-PCT          PIC S9(5)V9.

       01 WS-REPORT-HEADING.
          05 FILLER                PIC X(42) VALUE
             'BENEFIT CASH-FLOW PROJECTION - RUN DATE: '.
          05 WS-RH-RUN-DATE        PIC 9(8).

       01 WS-SECTION-HEADING       PIC X(60).

       01 WS-PERIOD-COLUMNS.
          05 FILLER                PIC X(18) VALUE 'PERIOD START-END'.
          05 FILLER                PIC X(9)  VALUE ' PAYMENTS'.
          05 FILLER                PIC X(17) VALUE '            GROSS'.
          05 FILLER                PIC X(17) VALUE '     TAX WITHHELD'.
          05 FILLER                PIC X(17) VALUE ' RECOVERY OFFSETS'.
          05 FILLER                PIC X(17) VALUE '   CEDED RECOVERY'.
          05 FILLER                PIC X(18) VALUE '      NET FUNDING'.

       01 WS-PERIOD-DETAIL.
          05 WS-PL-PERIOD.
             10 WS-PL-START        PIC 9(8).
             10 WS-PL-DASH         PIC X(1).
             10 WS-PL-END          PIC 9(8).
          05 WS-PL-LABEL REDEFINES WS-PL-PERIOD PIC X(17).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-PL-COUNT           PIC ZZZ,ZZ9.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-PL-GROSS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-PL-TAX             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-PL-RECOV           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-PL-CEDED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-PL-NET             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-COMPARE-HEADING.
          05 FILLER                PIC X(45) VALUE
             'LAST PROJECTION AGAINST ACTUAL - PROJECTED ON'.
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-CH-PRIOR-DATE      PIC 9(8).

       01 WS-COMPARE-COLUMNS.
          05 FILLER                PIC X(21) VALUE 'PERIOD START-END'.
          05 FILLER                PIC X(17) VALUE '  PROJECTED GROSS'.
          05 FILLER                PIC X(17) VALUE '     ACTUAL GROSS'.
          05 FILLER                PIC X(18) VALUE '         VARIANCE'.
          05 FILLER                PIC X(10) VALUE '    VAR %'.

       01 WS-COMPARE-DETAIL.
          05 WS-CL-TYPE            PIC X(1).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-CL-START           PIC 9(8).
          05 FILLER                PIC X(1)  VALUE '-'.
          05 WS-CL-END             PIC 9(8).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-CL-PROJECTED       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-CL-ACTUAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-CL-VARIANCE        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-CL-VARIANCE-PCT    PIC ZZZZ9.9-.

       01 WS-CONTROL-TOTALS.
          05 WS-SCHED-READ         PIC 9(7) COMP VALUE ZERO.
          05 WS-RETRY-READ         PIC 9(7) COMP VALUE ZERO.
          05 WS-PROVPAY-READ       PIC 9(7) COMP VALUE ZERO.
          05 WS-PAYMENTS-PROJECTED PIC 9(7) COMP VALUE ZERO.
          05 WS-ALREADY-PAID       PIC 9(7) COMP VALUE ZERO.
          05 WS-NOT-PAYABLE        PIC 9(7) COMP VALUE ZERO.
          05 WS-HIST-READ          PIC 9(7) COMP VALUE ZERO.
          05 WS-PERIODS-COMPARED   PIC 9(7) COMP VALUE ZERO.
          05 WS-RCV-NOT-TRACKED    PIC 9(7) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files, load the elections and set up the periods  *
      * 2. Note the months already disbursed                          *
      * 3. Project the schedule master and both queues                *
      * 4. Set the last projection against what actually went out     *
      * 5. Print the report, keep this projection and close down      *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-LOAD-PAID-MONTHS.
           PERFORM 300-PROJECT-SCHEDULE.
           PERFORM 320-PROJECT-RETRY-QUEUE.
           PERFORM 330-PROJECT-PROVIDER-QUEUE.
           PERFORM 500-LOAD-PRIOR-PROJECTION.
           PERFORM 550-ACCUMULATE-ACTUALS.
           PERFORM 600-WRITE-REPORT.
           PERFORM 700-SAVE-PROJECTION.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES. THE SCHEDULE MASTER MUST BE THERE; A BOOK WITH *
      * NO RECOVERY LEDGER, CESSION MASTER OR ELECTIONS SIMPLY HAS     *
      * NOTHING OF THAT KIND TO PROJECT, AS IN PAYDISB.                *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-N TO WS-DN-DATE.
           PERFORM 720-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER.

           OPEN INPUT SCHEDULE-MASTER.
           IF WS-SCHEDM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SCHEDULE MASTER: '
                      WS-SCHEDM-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT PROJECTION-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PROJECTION REPORT: '
                      WS-REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT CLAIM-FILE.
           IF WS-CLAIM-STATUS = '00'
               SET CLAIM-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'CLAIM FILE NOT ON FILE, NO TAX PROJECTED: '
                       WS-CLAIM-STATUS
           END-IF.

           OPEN INPUT RECOVERY-LEDGER-FILE.
           IF WS-RECOV-STATUS = '00'
               SET RECOVERY-LEDGER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'RECOVERY LEDGER NOT ON FILE, NO OFFSETS '
                       'PROJECTED: ' WS-RECOV-STATUS
           END-IF.

           OPEN INPUT RECOV-PCT-FILE.
           IF WS-RECOVPCT-STATUS = '00'
               READ RECOV-PCT-FILE
                   AT END
                       DISPLAY 'RECOVERY PCT FILE EMPTY, USING '
                               'DEFAULT: ' WS-RECOV-OFFSET-PCT
                   NOT AT END
                       IF RECOV-PCT-LINE IS NUMERIC
                           MOVE RECOV-PCT-LINE TO WS-RECOV-OFFSET-PCT
                       ELSE
                           DISPLAY 'RECOVERY PCT NOT NUMERIC, USING '
                                   'DEFAULT: ' RECOV-PCT-LINE
                       END-IF
               END-READ
               CLOSE RECOV-PCT-FILE
           END-IF.

           OPEN INPUT CEDE-FILE.
           IF WS-CEDE-STATUS = '00'
               SET CESSION-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'CESSION MASTER NOT ON FILE, NO RECOVERIES '
                       'PROJECTED: ' WS-CEDE-STATUS
           END-IF.

           PERFORM 160-LOAD-WITHHOLD-ELECTIONS.
           PERFORM 170-SET-UP-PERIODS.

       160-LOAD-WITHHOLD-ELECTIONS.
      *----------------------------------------------------------------*
      * LOAD THE TAX WITHHOLDING ELECTIONS THE WAY PAYDISB DOES: A     *
      * PERCENTAGE OUTSIDE 1-50 OR A LINE PAST A FULL TABLE IS SKIPPED *
      *----------------------------------------------------------------*
           OPEN INPUT WITHHOLD-FILE.
           IF WS-WITHHOLD-STATUS = '00'
               PERFORM UNTIL WHD-END-OF-FILE
                   READ WITHHOLD-FILE
                       AT END
                           SET WHD-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 165-LOAD-ONE-ELECTION
                   END-READ
               END-PERFORM
               CLOSE WITHHOLD-FILE
           END-IF.

       165-LOAD-ONE-ELECTION.
      *----------------------------------------------------------------*
      * LOAD ONE WITHHOLDING ELECTION INTO THE TABLE                   *
      *----------------------------------------------------------------*
           UNSTRING WITHHOLD-LINE DELIMITED BY ','
               INTO WS-WHD-IN-CLAIMANT
                    WS-WHD-IN-PCT
           END-UNSTRING.

           IF WS-WHD-IN-PCT >= 1 AND WS-WHD-IN-PCT <= 50
              AND WS-WHD-TABLE-COUNT < 200
               ADD 1 TO WS-WHD-TABLE-COUNT
               MOVE WS-WHD-IN-CLAIMANT TO
                    WS-WHD-CLAIMANT-ID (WS-WHD-TABLE-COUNT)
               MOVE WS-WHD-IN-PCT TO
                    WS-WHD-PCT (WS-WHD-TABLE-COUNT)
           END-IF.

       170-SET-UP-PERIODS.
      *----------------------------------------------------------------*
      * CLEAR THE PERIOD TABLES AND SET EACH PERIOD'S START AND END:   *
      * SEVEN-DAY WEEKS FROM THE RUN DATE, CALENDAR MONTHS FROM THE    *
      * RUN MONTH                                                      *
      *----------------------------------------------------------------*
           INITIALIZE WS-WEEK-TABLE.
           INITIALIZE WS-MONTH-TABLE.

           MOVE WS-RUN-DATE-N TO WS-PERIOD-DATE-N.
           MOVE 1 TO WS-PX.
           PERFORM UNTIL WS-PX > 13
               MOVE WS-PERIOD-DATE-N TO WS-WK-START (WS-PX)
               PERFORM 730-ADVANCE-ONE-DAY 6 TIMES
               MOVE WS-PERIOD-DATE-N TO WS-WK-END (WS-PX)
               PERFORM 730-ADVANCE-ONE-DAY
               ADD 1 TO WS-PX
           END-PERFORM.

           MOVE WS-RUN-CCYY TO WS-PD-CCYY.
           MOVE WS-RUN-MM   TO WS-PD-MM.
           MOVE 1 TO WS-PX.
           PERFORM UNTIL WS-PX > 24
               MOVE 01 TO WS-PD-DD
               MOVE WS-PERIOD-DATE-N TO WS-MO-START (WS-PX)
               PERFORM 735-SET-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-PD-DD
               MOVE WS-PERIOD-DATE-N TO WS-MO-END (WS-PX)
               IF WS-PD-MM = 12
                   MOVE 01 TO WS-PD-MM
                   ADD 1 TO WS-PD-CCYY
               ELSE
                   ADD 1 TO WS-PD-MM
               END-IF
               ADD 1 TO WS-PX
           END-PERFORM.

       200-LOAD-PAID-MONTHS.
      *----------------------------------------------------------------*
      * NOTE EVERY MONTH THE PAYMENT HISTORY SHOWS WAS DISBURSED; A    *
      * SCHEDULE OR QUEUE LINE DATED IN ONE OF THEM HAS ALREADY GONE   *
      * OUT. NO HISTORY MEANS NOTHING HAS BEEN PAID YET.               *
      *----------------------------------------------------------------*
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF WS-PAYHIST-STATUS = '00'
               PERFORM UNTIL HIST-END-OF-FILE
                   READ PAYMENT-HISTORY-FILE
                       AT END
                           SET HIST-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 210-NOTE-PAID-MONTH
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       210-NOTE-PAID-MONTH.
      *----------------------------------------------------------------*
      * ADD THE HISTORY LINE'S MONTH TO THE TABLE IF IT IS NOT THERE   *
      *----------------------------------------------------------------*
           MOVE PAYMENT-HISTORY-LINE (28:6) TO WS-HIST-MONTH.
           MOVE 'N' TO WS-MONTH-PAID-SW.
           IF WS-PAID-MONTH-COUNT > 0
               SET WS-PM-IDX TO 1
               SEARCH WS-PAID-MONTH
                   AT END
                       CONTINUE
                   WHEN WS-PAID-MONTH (WS-PM-IDX) = WS-HIST-MONTH
                       SET MONTH-ALREADY-PAID TO TRUE
               END-SEARCH
           END-IF.
           IF NOT MONTH-ALREADY-PAID
              AND WS-PAID-MONTH-COUNT < 600
               ADD 1 TO WS-PAID-MONTH-COUNT
               MOVE WS-HIST-MONTH
                    TO WS-PAID-MONTH (WS-PAID-MONTH-COUNT)
           END-IF.

       300-PROJECT-SCHEDULE.
      *----------------------------------------------------------------*
      * PROJECT EVERY PAYABLE SCHEDULE MASTER LINE NOT YET DISBURSED   *
      *----------------------------------------------------------------*
           PERFORM UNTIL SCHED-END-OF-FILE
               READ SCHEDULE-MASTER NEXT RECORD
                   AT END
                       SET SCHED-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCHED-READ
                       MOVE SCHED-CLAIM-ID TO WS-PAY-CLAIM-ID
                       MOVE SCHED-PAY-DATE TO WS-PAY-DATE-N
                       MOVE SCHED-DEP-SEQ  TO WS-PAY-DEP-SEQ
                       MOVE SCHED-STAT     TO WS-PAY-STAT
                       MOVE SCHED-AMOUNT   TO WS-PAY-GROSS
                       PERFORM 400-PROJECT-PAYMENT
               END-READ
           END-PERFORM.

       310-PARSE-QUEUE-LINE.
      *----------------------------------------------------------------*
      * PARSE ONE QUEUE LINE BY POSITION, AS PAYDISB DOES: CLAIM 1-12, *
      * DATE 28-35, EDITED AMOUNT 44-56, DEPENDENT SEQ 62-63, STATUS   *
      * 85; THE AMOUNT IS DE-EDITED BY LIFTING ITS DIGIT GROUPS        *
      *----------------------------------------------------------------*
           MOVE WS-QUEUE-LINE (1:12)  TO WS-PAY-CLAIM-ID.
           MOVE WS-QUEUE-LINE (28:8)  TO WS-PAY-DATE.
           MOVE WS-QUEUE-LINE (44:13) TO WS-PAY-AMOUNT-EDIT.
           MOVE WS-QUEUE-LINE (62:2)  TO WS-PAY-DEP-SEQ.
           MOVE WS-QUEUE-LINE (85:1)  TO WS-PAY-STAT.

           MOVE WS-PAY-AMOUNT-EDIT (1:2)   TO WS-AD-MILLIONS.
           MOVE WS-PAY-AMOUNT-EDIT (4:3)   TO WS-AD-THOUSANDS.
           MOVE WS-PAY-AMOUNT-EDIT (8:3)   TO WS-AD-UNITS.
           MOVE WS-PAY-AMOUNT-EDIT (12:2)  TO WS-AD-CENTS.
           INSPECT WS-AMOUNT-DEEDIT REPLACING ALL ' ' BY '0'.
           MOVE WS-AMOUNT-NUMERIC TO WS-PAY-GROSS.

       320-PROJECT-RETRY-QUEUE.
      *----------------------------------------------------------------*
      * PROJECT THE RE-QUEUED BANK RETURNS. NO QUEUE, NONE PENDING.    *
      *----------------------------------------------------------------*
           OPEN INPUT RETRY-FILE.
           IF WS-RETRY-STATUS = '00'
               PERFORM UNTIL RETRY-END-OF-FILE
                   READ RETRY-FILE
                       AT END
                           SET RETRY-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RETRY-READ
                           MOVE RETRY-LINE TO WS-QUEUE-LINE
                           PERFORM 310-PARSE-QUEUE-LINE
                           PERFORM 400-PROJECT-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE RETRY-FILE
           END-IF.

       330-PROJECT-PROVIDER-QUEUE.
      *----------------------------------------------------------------*
      * PROJECT THE QUEUED PROVIDER INVOICES. NO QUEUE, NONE PENDING.  *
      *----------------------------------------------------------------*
           OPEN INPUT PROV-PAY-QUEUE.
           IF WS-PROVPAY-STATUS = '00'
               PERFORM UNTIL PROVPAY-END-OF-FILE
                   READ PROV-PAY-QUEUE
                       AT END
                           SET PROVPAY-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PROVPAY-READ
                           MOVE PROV-PAY-LINE TO WS-QUEUE-LINE
                           PERFORM 310-PARSE-QUEUE-LINE
                           PERFORM 400-PROJECT-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE PROV-PAY-QUEUE
           END-IF.

       400-PROJECT-PAYMENT.
      *----------------------------------------------------------------*
      * PROJECT ONE PAYMENT: SKIP IT IF IT IS NOT PAYABLE OR ITS MONTH *
      * HAS BEEN DISBURSED, TAKE OFF WHAT PAYDISB WILL TAKE OFF, AND   *
      * ADD IT TO ITS WEEK AND MONTH                                   *
      *----------------------------------------------------------------*
           IF NOT PAY-PAYABLE
               ADD 1 TO WS-NOT-PAYABLE
           ELSE
               MOVE 'N' TO WS-MONTH-PAID-SW
               IF WS-PAID-MONTH-COUNT > 0
                   SET WS-PM-IDX TO 1
                   SEARCH WS-PAID-MONTH
                       AT END
                           CONTINUE
                       WHEN WS-PAID-MONTH (WS-PM-IDX) = WS-PAY-MONTH
                           SET MONTH-ALREADY-PAID TO TRUE
                   END-SEARCH
               END-IF
               IF MONTH-ALREADY-PAID
                   ADD 1 TO WS-ALREADY-PAID
               ELSE
                   ADD 1 TO WS-PAYMENTS-PROJECTED
                   MOVE WS-PAY-GROSS TO WS-PAY-NET
                   PERFORM 410-PROJECT-RECOVERY
                   PERFORM 420-PROJECT-TAX
                   PERFORM 430-PROJECT-CEDED
                   PERFORM 440-ADD-TO-PERIODS
               END-IF
           END-IF.

       410-PROJECT-RECOVERY.
      *----------------------------------------------------------------*
      * THE RECOVERY OFFSET PAYDISB WILL WITHHOLD, RUNNING THE CLAIM'S *
      * BALANCE DOWN AS IT GOES. AN ATTORNEY FEE IS NEVER OFFSET.      *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-PAY-RECOV.
           IF RECOVERY-LEDGER-AVAILABLE AND NOT PAY-ATTORNEY-FEE
               MOVE 'N' TO WS-RCV-FOUND-SW
               IF WS-RCV-COUNT > 0
                   SET WS-RCV-IDX TO 1
                   SEARCH WS-RCV-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-RCV-CLAIM-ID (WS-RCV-IDX)
                                = WS-PAY-CLAIM-ID
                           SET RECOVERY-ENTRY-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF NOT RECOVERY-ENTRY-FOUND
                   PERFORM 415-LOAD-RECOVERY-BALANCE
               END-IF
               IF RECOVERY-ENTRY-FOUND
                  AND WS-RCV-BALANCE (WS-RCV-IDX) > 0
                   COMPUTE WS-PAY-RECOV ROUNDED =
                           WS-PAY-GROSS * WS-RECOV-OFFSET-PCT / 100
                   IF WS-PAY-RECOV > WS-RCV-BALANCE (WS-RCV-IDX)
                       MOVE WS-RCV-BALANCE (WS-RCV-IDX)
                            TO WS-PAY-RECOV
                   END-IF
                   SUBTRACT WS-PAY-RECOV
                       FROM WS-RCV-BALANCE (WS-RCV-IDX)
                   SUBTRACT WS-PAY-RECOV FROM WS-PAY-NET
               END-IF
           END-IF.

       415-LOAD-RECOVERY-BALANCE.
      *----------------------------------------------------------------*
      * FIRST PAYMENT SEEN FOR THE CLAIM: TAKE ITS OUTSTANDING BALANCE *
      * OFF THE LEDGER INTO THE TABLE. ONCE THE TABLE IS FULL FURTHER  *
      * CLAIMS ARE PROJECTED WITH NO OFFSET AND COUNTED.               *
      *----------------------------------------------------------------*
           MOVE WS-PAY-CLAIM-ID TO RECOV-CLAIM-ID.
           READ RECOVERY-LEDGER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-RCV-OUTSTANDING
               NOT INVALID KEY
                   COMPUTE WS-RCV-OUTSTANDING =
                           RECOV-BOOKED - RECOV-RECOVERED
           END-READ.

           IF WS-RCV-OUTSTANDING > 0
               IF WS-RCV-COUNT < 1000
                   ADD 1 TO WS-RCV-COUNT
                   SET WS-RCV-IDX TO WS-RCV-COUNT
                   MOVE WS-PAY-CLAIM-ID
                        TO WS-RCV-CLAIM-ID (WS-RCV-IDX)
                   MOVE WS-RCV-OUTSTANDING
                        TO WS-RCV-BALANCE (WS-RCV-IDX)
                   SET RECOVERY-ENTRY-FOUND TO TRUE
               ELSE
                   IF NOT RECOVERY-TABLE-FULL
                       DISPLAY 'RECOVERY TABLE FULL, FURTHER CLAIMS '
                               'PROJECTED WITHOUT OFFSET'
                       SET RECOVERY-TABLE-FULL TO TRUE
                   END-IF
                   ADD 1 TO WS-RCV-NOT-TRACKED
               END-IF
           END-IF.

       420-PROJECT-TAX.
      *----------------------------------------------------------------*
      * THE CLAIMANT'S ELECTED TAX PERCENTAGE OF THE GROSS, NEVER MORE *
      * THAN THE NET LEFT AFTER THE RECOVERY OFFSET. AN ATTORNEY FEE   *
      * IS THE ATTORNEY'S MONEY AND CARRIES NO CLAIMANT ELECTION.      *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-PAY-TAX.
           MOVE SPACES TO WS-PAY-CLAIMANT-ID.
           IF CLAIM-MASTER-AVAILABLE
              AND WS-WHD-TABLE-COUNT > 0
              AND NOT PAY-ATTORNEY-FEE
               MOVE WS-PAY-CLAIM-ID TO CLAIM-ID
               READ CLAIM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLAIMANT-ID TO WS-PAY-CLAIMANT-ID
               END-READ
           END-IF.

           IF WS-PAY-CLAIMANT-ID NOT = SPACES
               SET WS-WHD-IDX TO 1
               SEARCH WS-WHD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-WHD-CLAIMANT-ID (WS-WHD-IDX)
                            = WS-PAY-CLAIMANT-ID
                       COMPUTE WS-PAY-TAX ROUNDED =
                               WS-PAY-GROSS *
                               WS-WHD-PCT (WS-WHD-IDX) / 100
               END-SEARCH
           END-IF.

           IF WS-PAY-TAX > WS-PAY-NET
               MOVE WS-PAY-NET TO WS-PAY-TAX
           END-IF.
           SUBTRACT WS-PAY-TAX FROM WS-PAY-NET.

       430-PROJECT-CEDED.
      *----------------------------------------------------------------*
      * THE CEDED SHARE OF THE GROSS ON A CEDED CLAIM, AT THE RATIO    *
      * THE CESSION RUN RECORDED                                       *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-PAY-CEDED.
           IF CESSION-MASTER-AVAILABLE AND WS-PAY-GROSS > 0
               MOVE WS-PAY-CLAIM-ID TO CEDE-CLAIM-ID
               READ CEDE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-PAY-CEDED ROUNDED =
                               WS-PAY-GROSS * CEDE-RATIO
               END-READ
           END-IF.

       440-ADD-TO-PERIODS.
      *----------------------------------------------------------------*
      * ADD THE PAYMENT TO ITS WEEK, IF WITHIN 13 WEEKS, AND ITS       *
      * MONTH, OR TO THE TOTAL BEYOND THE 24TH MONTH                   *
      *----------------------------------------------------------------*
           MOVE WS-PAY-DATE-N TO WS-DN-DATE.
           PERFORM 720-COMPUTE-DAY-NUMBER.
           IF WS-DN-DAY-NUMBER < WS-RUN-DAY-NUMBER
               MOVE 1 TO WS-PAY-WEEK
           ELSE
               COMPUTE WS-PAY-WEEK =
                       (WS-DN-DAY-NUMBER - WS-RUN-DAY-NUMBER) / 7 + 1
           END-IF.
           IF WS-PAY-WEEK <= 13
               ADD 1            TO WS-WK-COUNT (WS-PAY-WEEK)
               ADD WS-PAY-GROSS TO WS-WK-GROSS (WS-PAY-WEEK)
               ADD WS-PAY-TAX   TO WS-WK-TAX (WS-PAY-WEEK)
               ADD WS-PAY-RECOV TO WS-WK-RECOV (WS-PAY-WEEK)
               ADD WS-PAY-CEDED TO WS-WK-CEDED (WS-PAY-WEEK)
           END-IF.

           COMPUTE WS-PAY-MONTH-NO =
                   (WS-PAY-CCYY - WS-RUN-CCYY) * 12
                   + WS-PAY-MM - WS-RUN-MM + 1.
           IF WS-PAY-MONTH-NO < 1
               MOVE 1 TO WS-PAY-MONTH-NO
           END-IF.
           IF WS-PAY-MONTH-NO <= 24
               ADD 1            TO WS-MO-COUNT (WS-PAY-MONTH-NO)
               ADD WS-PAY-GROSS TO WS-MO-GROSS (WS-PAY-MONTH-NO)
               ADD WS-PAY-TAX   TO WS-MO-TAX (WS-PAY-MONTH-NO)
               ADD WS-PAY-RECOV TO WS-MO-RECOV (WS-PAY-MONTH-NO)
               ADD WS-PAY-CEDED TO WS-MO-CEDED (WS-PAY-MONTH-NO)
           ELSE
               ADD 1            TO WS-BEYOND-COUNT
               ADD WS-PAY-GROSS TO WS-BEYOND-GROSS
               ADD WS-PAY-TAX   TO WS-BEYOND-TAX
               ADD WS-PAY-RECOV TO WS-BEYOND-RECOV
               ADD WS-PAY-CEDED TO WS-BEYOND-CEDED
           END-IF.

       500-LOAD-PRIOR-PROJECTION.
      *----------------------------------------------------------------*
      * FIND THE LAST PROJECTION MADE BEFORE TODAY ON THE PROJECTION   *
      * HISTORY AND LOAD THOSE OF ITS PERIODS THAT HAVE SINCE ENDED.   *
      * NO HISTORY MEANS THIS IS THE FIRST PROJECTION.                 *
      *----------------------------------------------------------------*
           OPEN INPUT PROJ-HISTORY-FILE.
           IF WS-CFPHIST-STATUS = '00'
               PERFORM UNTIL CFPHIST-END-OF-FILE
                   READ PROJ-HISTORY-FILE
                       AT END
                           SET CFPHIST-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE PROJ-HISTORY-LINE
                                TO WS-PROJ-HISTORY-RECORD
                           IF WS-PH-RUN-DATE < WS-RUN-DATE-N
                              AND WS-PH-RUN-DATE > WS-PRIOR-RUN-DATE
                               MOVE WS-PH-RUN-DATE
                                    TO WS-PRIOR-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROJ-HISTORY-FILE
           END-IF.

           IF WS-PRIOR-RUN-DATE > 0
               MOVE 'N' TO WS-CFPHIST-EOF-SW
               OPEN INPUT PROJ-HISTORY-FILE
               PERFORM UNTIL CFPHIST-END-OF-FILE
                   READ PROJ-HISTORY-FILE
                       AT END
                           SET CFPHIST-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE PROJ-HISTORY-LINE
                                TO WS-PROJ-HISTORY-RECORD
                           IF WS-PH-RUN-DATE = WS-PRIOR-RUN-DATE
                              AND WS-PH-END < WS-RUN-DATE-N
                               PERFORM 510-LOAD-PRIOR-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROJ-HISTORY-FILE
           END-IF.

       510-LOAD-PRIOR-PERIOD.
      *----------------------------------------------------------------*
      * ONE ENDED PERIOD OF THE LAST PROJECTION INTO THE COMPARISON;   *
      * A PERIOD WRITTEN TWICE BY A RERUN THAT DAY IS TAKEN ONCE       *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CMP-FOUND-SW.
           MOVE 1 TO WS-CMP-X.
           PERFORM UNTIL WS-CMP-X > WS-CMP-COUNT
                   OR COMPARE-PERIOD-FOUND
               IF WS-CMP-TYPE (WS-CMP-X) = WS-PH-TYPE
                  AND WS-CMP-PERIOD (WS-CMP-X) = WS-PH-PERIOD
                   SET COMPARE-PERIOD-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CMP-X
               END-IF
           END-PERFORM.
           IF NOT COMPARE-PERIOD-FOUND
               IF WS-CMP-COUNT < 37
                   ADD 1 TO WS-CMP-COUNT
                   MOVE WS-CMP-COUNT TO WS-CMP-X
               END-IF
           END-IF.
           IF WS-CMP-X <= WS-CMP-COUNT
               MOVE WS-PH-TYPE   TO WS-CMP-TYPE (WS-CMP-X)
               MOVE WS-PH-PERIOD TO WS-CMP-PERIOD (WS-CMP-X)
               MOVE WS-PH-START  TO WS-CMP-START (WS-CMP-X)
               MOVE WS-PH-END    TO WS-CMP-END (WS-CMP-X)
               MOVE WS-PH-GROSS  TO WS-CMP-PROJECTED (WS-CMP-X)
               MOVE ZERO         TO WS-CMP-ACTUAL (WS-CMP-X)
           END-IF.

       550-ACCUMULATE-ACTUALS.
      *----------------------------------------------------------------*
      * ADD EVERY PAYMENT HISTORY LINE INTO EACH COMPARED PERIOD ITS   *
      * DATE FALLS IN. THE LINES OF A PAYMENT -- CLAIMANT, ATTORNEY    *
      * FEE, ORDER DEDUCTIONS -- ADD BACK TO ITS GROSS; A PAYMENT THE  *
      * BANK RETURNED NEVER LEFT AND IS NOT COUNTED.                   *
      *----------------------------------------------------------------*
           IF WS-CMP-COUNT > 0
               MOVE 'N' TO WS-HIST-EOF-SW
               OPEN INPUT PAYMENT-HISTORY-FILE
               IF WS-PAYHIST-STATUS = '00'
                   PERFORM UNTIL HIST-END-OF-FILE
                       READ PAYMENT-HISTORY-FILE
                           AT END
                               SET HIST-END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-HIST-READ
                               IF PAYMENT-HISTORY-LINE (93:5)
                                      NOT = ' RTN='
                                   PERFORM 560-ADD-ACTUAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAYMENT-HISTORY-FILE
               END-IF
           END-IF.

       560-ADD-ACTUAL.
      *----------------------------------------------------------------*
      * DE-EDIT THE HISTORY AMOUNT AND ADD IT TO EVERY COMPARED PERIOD *
      * COVERING ITS DATE                                              *
      *----------------------------------------------------------------*
           MOVE PAYMENT-HISTORY-LINE (28:8) TO WS-HIST-DATE.
           MOVE PAYMENT-HISTORY-LINE (44:13) TO WS-HIST-AMOUNT-EDIT.
           MOVE WS-HIST-AMOUNT-EDIT (1:2)   TO WS-AD-MILLIONS.
           MOVE WS-HIST-AMOUNT-EDIT (4:3)   TO WS-AD-THOUSANDS.
           MOVE WS-HIST-AMOUNT-EDIT (8:3)   TO WS-AD-UNITS.
           MOVE WS-HIST-AMOUNT-EDIT (12:2)  TO WS-AD-CENTS.
           INSPECT WS-AMOUNT-DEEDIT REPLACING ALL ' ' BY '0'.

           IF WS-AMOUNT-NUMERIC IS NUMERIC
               MOVE 1 TO WS-CMP-X
               PERFORM UNTIL WS-CMP-X > WS-CMP-COUNT
                   IF WS-HIST-DATE >= WS-CMP-START (WS-CMP-X)
                      AND WS-HIST-DATE <= WS-CMP-END (WS-CMP-X)
                       ADD WS-AMOUNT-NUMERIC
                           TO WS-CMP-ACTUAL (WS-CMP-X)
                   END-IF
                   ADD 1 TO WS-CMP-X
               END-PERFORM
           END-IF.

       600-WRITE-REPORT.
      *----------------------------------------------------------------*
      * PRINT THE WEEKLY AND MONTHLY PROJECTION, WHAT LIES BEYOND THE  *
      * 24TH MONTH, AND THE LAST PROJECTION AGAINST ACTUAL             *
      *----------------------------------------------------------------*
           MOVE WS-RUN-DATE-N TO WS-RH-RUN-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'WEEKLY - NEXT 13 WEEKS' TO WS-SECTION-HEADING.
           PERFORM 605-WRITE-SECTION-HEADING.
           INITIALIZE WS-SECTION-TOTALS.
           MOVE 1 TO WS-PX.
           PERFORM UNTIL WS-PX > 13
               MOVE WS-WK-COUNT (WS-PX) TO WS-LN-COUNT
               MOVE WS-WK-GROSS (WS-PX) TO WS-LN-GROSS
               MOVE WS-WK-TAX (WS-PX)   TO WS-LN-TAX
               MOVE WS-WK-RECOV (WS-PX) TO WS-LN-RECOV
               MOVE WS-WK-CEDED (WS-PX) TO WS-LN-CEDED
               MOVE WS-WK-START (WS-PX) TO WS-PL-START
               MOVE '-'                 TO WS-PL-DASH
               MOVE WS-WK-END (WS-PX)   TO WS-PL-END
               PERFORM 610-WRITE-PERIOD-LINE
               ADD 1 TO WS-PX
           END-PERFORM.
           PERFORM 620-WRITE-SECTION-TOTAL.

           MOVE 'MONTHLY - NEXT 24 MONTHS' TO WS-SECTION-HEADING.
           PERFORM 605-WRITE-SECTION-HEADING.
           INITIALIZE WS-SECTION-TOTALS.
           MOVE 1 TO WS-PX.
           PERFORM UNTIL WS-PX > 24
               MOVE WS-MO-COUNT (WS-PX) TO WS-LN-COUNT
               MOVE WS-MO-GROSS (WS-PX) TO WS-LN-GROSS
               MOVE WS-MO-TAX (WS-PX)   TO WS-LN-TAX
               MOVE WS-MO-RECOV (WS-PX) TO WS-LN-RECOV
               MOVE WS-MO-CEDED (WS-PX) TO WS-LN-CEDED
               MOVE WS-MO-START (WS-PX) TO WS-PL-START
               MOVE '-'                 TO WS-PL-DASH
               MOVE WS-MO-END (WS-PX)   TO WS-PL-END
               PERFORM 610-WRITE-PERIOD-LINE
               ADD 1 TO WS-PX
           END-PERFORM.
           PERFORM 620-WRITE-SECTION-TOTAL.

           MOVE WS-BEYOND-COUNT TO WS-LN-COUNT.
           MOVE WS-BEYOND-GROSS TO WS-LN-GROSS.
           MOVE WS-BEYOND-TAX   TO WS-LN-TAX.
           MOVE WS-BEYOND-RECOV TO WS-LN-RECOV.
           MOVE WS-BEYOND-CEDED TO WS-LN-CEDED.
           MOVE 'AFTER MONTH 24' TO WS-PL-LABEL.
           PERFORM 610-WRITE-PERIOD-LINE.

           PERFORM 630-WRITE-COMPARISON.

       605-WRITE-SECTION-HEADING.
      *----------------------------------------------------------------*
      * A BLANK LINE, THE SECTION NAME AND THE COLUMN HEADINGS         *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PERIOD-COLUMNS TO REPORT-LINE.
           WRITE REPORT-LINE.

       610-WRITE-PERIOD-LINE.
      *----------------------------------------------------------------*
      * ONE PERIOD'S LINE: NET FUNDING IS THE GROSS LESS THE TAX AND   *
      * RECOVERY WITHHELD AND THE CEDED SHARE THE REINSURER RETURNS    *
      *----------------------------------------------------------------*
           COMPUTE WS-LN-NET = WS-LN-GROSS - WS-LN-TAX
                             - WS-LN-RECOV - WS-LN-CEDED.
           MOVE WS-LN-COUNT TO WS-PL-COUNT.
           MOVE WS-LN-GROSS TO WS-PL-GROSS.
           MOVE WS-LN-TAX   TO WS-PL-TAX.
           MOVE WS-LN-RECOV TO WS-PL-RECOV.
           MOVE WS-LN-CEDED TO WS-PL-CEDED.
           MOVE WS-LN-NET   TO WS-PL-NET.
           MOVE WS-PERIOD-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           ADD WS-LN-COUNT TO WS-ST-COUNT.
           ADD WS-LN-GROSS TO WS-ST-GROSS.
           ADD WS-LN-TAX   TO WS-ST-TAX.
           ADD WS-LN-RECOV TO WS-ST-RECOV.
           ADD WS-LN-CEDED TO WS-ST-CEDED.

       620-WRITE-SECTION-TOTAL.
      *----------------------------------------------------------------*
      * THE SECTION'S TOTAL LINE                                       *
      *----------------------------------------------------------------*
           MOVE WS-ST-COUNT TO WS-LN-COUNT.
           MOVE WS-ST-GROSS TO WS-LN-GROSS.
           MOVE WS-ST-TAX   TO WS-LN-TAX.
           MOVE WS-ST-RECOV TO WS-LN-RECOV.
           MOVE WS-ST-CEDED TO WS-LN-CEDED.
           MOVE 'TOTAL' TO WS-PL-LABEL.
           PERFORM 610-WRITE-PERIOD-LINE.

       630-WRITE-COMPARISON.
      *----------------------------------------------------------------*
      * EACH ENDED PERIOD OF THE LAST PROJECTION AGAINST WHAT WENT OUT *
      * IN IT; THE VARIANCE IS ACTUAL LESS PROJECTED, AS A PERCENTAGE  *
      * OF THE PROJECTION                                              *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-CMP-COUNT = 0
               MOVE 'NO ENDED PERIOD OF AN EARLIER PROJECTION'
                    TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-PRIOR-RUN-DATE TO WS-CH-PRIOR-DATE
               MOVE WS-COMPARE-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-COMPARE-COLUMNS TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 1 TO WS-CMP-X
               PERFORM UNTIL WS-CMP-X > WS-CMP-COUNT
                   PERFORM 635-WRITE-COMPARE-LINE
                   ADD 1 TO WS-CMP-X
               END-PERFORM
           END-IF.

       635-WRITE-COMPARE-LINE.
      *----------------------------------------------------------------*
      * ONE COMPARED PERIOD                                            *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PERIODS-COMPARED.
           COMPUTE WS-VARIANCE = WS-CMP-ACTUAL (WS-CMP-X)
                               - WS-CMP-PROJECTED (WS-CMP-X).
           IF WS-CMP-PROJECTED (WS-CMP-X) > 0
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                       WS-VARIANCE * 100 / WS-CMP-PROJECTED (WS-CMP-X)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VARIANCE-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-VARIANCE-PCT
           END-IF.
           MOVE WS-CMP-TYPE (WS-CMP-X)      TO WS-CL-TYPE.
           MOVE WS-CMP-START (WS-CMP-X)     TO WS-CL-START.
           MOVE WS-CMP-END (WS-CMP-X)       TO WS-CL-END.
           MOVE WS-CMP-PROJECTED (WS-CMP-X) TO WS-CL-PROJECTED.
           MOVE WS-CMP-ACTUAL (WS-CMP-X)    TO WS-CL-ACTUAL.
           MOVE WS-VARIANCE                 TO WS-CL-VARIANCE.
           MOVE WS-VARIANCE-PCT             TO WS-CL-VARIANCE-PCT.
           MOVE WS-COMPARE-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       700-SAVE-PROJECTION.
      *----------------------------------------------------------------*
      * ADD THIS RUN'S WEEKS AND MONTHS TO THE PROJECTION HISTORY FOR  *
      * THE NEXT RUN TO SET AGAINST ACTUAL                             *
      *----------------------------------------------------------------*
           OPEN EXTEND PROJ-HISTORY-FILE.
           IF WS-CFPHIST-STATUS NOT = '00'
               OPEN OUTPUT PROJ-HISTORY-FILE
           END-IF.
           IF WS-CFPHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PROJECTION HISTORY FILE: '
                       WS-CFPHIST-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-RUN-DATE-N TO WS-PH-RUN-DATE
               MOVE 'W' TO WS-PH-TYPE
               MOVE 1 TO WS-PX
               PERFORM UNTIL WS-PX > 13
                   MOVE WS-PX               TO WS-PH-PERIOD
                   MOVE WS-WK-START (WS-PX) TO WS-PH-START
                   MOVE WS-WK-END (WS-PX)   TO WS-PH-END
                   MOVE WS-WK-GROSS (WS-PX) TO WS-PH-GROSS
                   COMPUTE WS-PH-NET = WS-WK-GROSS (WS-PX)
                           - WS-WK-TAX (WS-PX) - WS-WK-RECOV (WS-PX)
                           - WS-WK-CEDED (WS-PX)
                   MOVE WS-PROJ-HISTORY-RECORD TO PROJ-HISTORY-LINE
                   WRITE PROJ-HISTORY-LINE
                   ADD 1 TO WS-PX
               END-PERFORM
               MOVE 'M' TO WS-PH-TYPE
               MOVE 1 TO WS-PX
               PERFORM UNTIL WS-PX > 24
                   MOVE WS-PX               TO WS-PH-PERIOD
                   MOVE WS-MO-START (WS-PX) TO WS-PH-START
                   MOVE WS-MO-END (WS-PX)   TO WS-PH-END
                   MOVE WS-MO-GROSS (WS-PX) TO WS-PH-GROSS
                   COMPUTE WS-PH-NET = WS-MO-GROSS (WS-PX)
                           - WS-MO-TAX (WS-PX) - WS-MO-RECOV (WS-PX)
                           - WS-MO-CEDED (WS-PX)
                   MOVE WS-PROJ-HISTORY-RECORD TO PROJ-HISTORY-LINE
                   WRITE PROJ-HISTORY-LINE
                   ADD 1 TO WS-PX
               END-PERFORM
               CLOSE PROJ-HISTORY-FILE
           END-IF.

       720-COMPUTE-DAY-NUMBER.
      *----------------------------------------------------------------*
      * CONVERT WS-DN-DATE (CCYYMMDD) TO A DAY COUNT: 365 DAYS PER     *
      * PRIOR YEAR PLUS ONE PER PRIOR LEAP YEAR (EVERY 4TH, NOT        *
      * CENTURIES, BUT EVERY 400TH), THE DAYS IN THE MONTHS BEFORE     *
      * THIS ONE, LEAP DAY INCLUDED PAST FEBRUARY, AND THE DAY         *
      *----------------------------------------------------------------*
           IF WS-DN-MM < 1 OR WS-DN-MM > 12 OR WS-DN-CCYY = 0
               MOVE ZERO TO WS-DN-DAY-NUMBER
           ELSE
               COMPUTE WS-DN-PRIOR-YEARS = WS-DN-CCYY - 1
               COMPUTE WS-DN-DAY-NUMBER = WS-DN-PRIOR-YEARS * 365
               DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT
               ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER
               DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT
               SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAY-NUMBER
               DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT
               ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER
               ADD WS-CUM-DAYS (WS-DN-MM) TO WS-DN-DAY-NUMBER
               ADD WS-DN-DD TO WS-DN-DAY-NUMBER
               PERFORM 725-SET-LEAP-YEAR
               IF DN-LEAP-YEAR AND WS-DN-MM > 2
                   ADD 1 TO WS-DN-DAY-NUMBER
               END-IF
           END-IF.

       725-SET-LEAP-YEAR.
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

       730-ADVANCE-ONE-DAY.
      *----------------------------------------------------------------*
      * MOVE WS-PERIOD-DATE FORWARD ONE DAY, ROLLING THROUGH MONTH AND *
      * YEAR ENDS                                                      *
      *----------------------------------------------------------------*
           PERFORM 735-SET-DAYS-IN-MONTH.
           IF WS-PD-DD < WS-DAYS-IN-MONTH
               ADD 1 TO WS-PD-DD
           ELSE
               MOVE 01 TO WS-PD-DD
               IF WS-PD-MM = 12
                   MOVE 01 TO WS-PD-MM
                   ADD 1 TO WS-PD-CCYY
               ELSE
                   ADD 1 TO WS-PD-MM
               END-IF
           END-IF.

       735-SET-DAYS-IN-MONTH.
      *----------------------------------------------------------------*
      * THE NUMBER OF DAYS IN WS-PERIOD-DATE'S MONTH                   *
      *----------------------------------------------------------------*
           MOVE WS-MONTH-DAYS (WS-PD-MM) TO WS-DAYS-IN-MONTH.
           IF WS-PD-MM = 2
               MOVE WS-PD-CCYY TO WS-DN-CCYY
               PERFORM 725-SET-LEAP-YEAR
               IF DN-LEAP-YEAR
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'CFPROJ RUN CONTROL TOTALS'.
           DISPLAY 'SCHEDULE LINES READ:   ' WS-SCHED-READ.
           DISPLAY 'RETRY LINES READ:      ' WS-RETRY-READ.
           DISPLAY 'PROVIDER LINES READ:   ' WS-PROVPAY-READ.
           DISPLAY 'PAYMENTS PROJECTED:    ' WS-PAYMENTS-PROJECTED.
           DISPLAY 'ALREADY DISBURSED:     ' WS-ALREADY-PAID.
           DISPLAY 'NOT PAYABLE:           ' WS-NOT-PAYABLE.
           DISPLAY 'MONTHS DISBURSED:      ' WS-PAID-MONTH-COUNT.
           DISPLAY 'CLAIMS WITH RECOVERY:  ' WS-RCV-COUNT.
           DISPLAY 'RECOVERY NOT TRACKED:  ' WS-RCV-NOT-TRACKED.
           DISPLAY 'PRIOR PROJECTION DATE: ' WS-PRIOR-RUN-DATE.
           DISPLAY 'PERIODS COMPARED:      ' WS-PERIODS-COMPARED.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN. A RECOVERY TABLE THAT   *
      * FILLED UP LEAVES THE OFFSETS UNDERSTATED AND ENDS THE RUN WITH *
      * A WARNING.                                                     *
      *----------------------------------------------------------------*
           CLOSE SCHEDULE-MASTER
                 PROJECTION-REPORT.
           IF CLAIM-MASTER-AVAILABLE
               CLOSE CLAIM-FILE
           END-IF.
           IF RECOVERY-LEDGER-AVAILABLE
               CLOSE RECOVERY-LEDGER-FILE
           END-IF.
           IF CESSION-MASTER-AVAILABLE
               CLOSE CEDE-FILE
           END-IF.

           IF RETURN-CODE = 0
              AND WS-RCV-NOT-TRACKED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
