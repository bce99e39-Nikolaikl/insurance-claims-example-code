       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDBILL.
      *----------------------------------------------------------------*
      * PROGRAM:  DEDBILL                                              *
      * PURPOSE:  MONTHLY DEDUCTIBLE REIMBURSEMENT BILLING. AN         *
      *           EMPLOYER WHO BUYS A DEDUCTIBLE POLICY OWES BACK THE  *
      *           FIRST DOLLARS OF EVERY CLAIM UP TO THE POLICY'S      *
      *           PER-CLAIM DEDUCTIBLE, AND NEVER MORE ACROSS ALL ITS  *
      *           CLAIMS THAN THE AGGREGATE DEDUCTIBLE CAP. WE PAY     *
      *           EVERY BENEFIT DOLLAR AND PROVIDER INVOICE IN FULL;   *
      *           THIS RUN BILLS THE DEDUCTIBLE BACK. FOR EVERY CLAIM  *
      *           PAID THIS MONTH -- BENEFIT PAYMENTS OFF THE PAYMENT  *
      *           HISTORY, PROVIDER INVOICES OFF THE PROVIDER PAYMENT  *
      *           QUEUE -- IT TAKES THE CLAIM'S PAID-TO-DATE, WORKS    *
      *           OUT HOW MUCH OF IT FALLS INSIDE THE DEDUCTIBLE, AND  *
      *           BILLS WHATEVER OF THAT HAS NOT BEEN BILLED BEFORE.   *
      *           ONE REIMBURSEMENT INVOICE PER POLICY GOES TO THE     *
      *           INVOICE FILE FOR CASH APPLICATION, AND THE           *
      *           DEDUCTIBLE LEDGER CARRIES BILLED, COLLECTED AND      *
      *           REMAINING BY POLICY AND CLAIM.                       *
      *                                                                *
      *           RUNS AFTER THE MONTH'S DISBURSEMENT RUN, FOR THE     *
      *           SAME MONTH. PROVIDER INVOICES ARE COUNTED OFF THE    *
      *           QUEUE, SO THEIR SEQ 9996 LINES IN THE PAYMENT        *
      *           HISTORY ARE PASSED OVER RATHER THAN COUNTED TWICE.   *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. PAID-TO-DATE LOADS (PAYHIST, PROVPAY)                       *
      * 5. DEDUCTIBLE BILLING PASS (CLMFILE, POLFILE, DEDLEDG)         *
      * 6. INVOICES, COLLECTIONS AND THE LEDGER REPORT                 *
      * 7. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - BILL-MONTH-FILE: Optional; the disbursement run's month      *
      *                    (CCYYMM), so both runs work the same month; *
      *                    absent, the current month                   *
      * - PAYMENT-HISTORY-FILE: Benefit payments actually disbursed    *
      * - PROV-PAY-QUEUE: Provider invoices queued for disbursement    *
      * - CLAIM-FILE: Read by key for each claim's policy              *
      * - POLICY-FILE: Read by key for the deductible terms            *
      * - AR-OPEN-FILE: Cash application's standing open items, for    *
      *                 what has been collected on earlier bills       *
      * - DEDUCT-LEDGER-FILE: One record per policy and one per claim  *
      *                       billed; read through in key order for    *
      *                       the report, so access is DYNAMIC         *
      * - INVOICE-FILE: The billing run's invoice file, extended with  *
      *                 each policy's reimbursement invoice            *
      * - LEDGER-REPORT: The deductible ledger as it stands            *
      *----------------------------------------------------------------*
           SELECT BILL-MONTH-FILE ASSIGN TO 'data/DISBMONTH.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MONTH-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'data/PAYHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIST-STATUS.

           SELECT PROV-PAY-QUEUE ASSIGN TO 'data/PROVPAY.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUEUE-STATUS.

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

           SELECT AR-OPEN-FILE ASSIGN TO 'data/AROPEN.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AROPEN-STATUS.

           SELECT DEDUCT-LEDGER-FILE ASSIGN TO "data/DEDLEDG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DL-KEY
           FILE STATUS IS DL-STATUS.

           SELECT INVOICE-FILE ASSIGN TO 'data/INVOICE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-STATUS.

           SELECT LEDGER-REPORT ASSIGN TO 'data/DEDLEDG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

      * CONTROL-TOTALS-FILE: One control-total record per run,
      * extended run after run, for the month-end cross-program
      * balancing run (BALRPT) to tie the chain's legs together.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO 'data/CTLTOTS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTLTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BILL-MONTH-FILE.
       01 BILL-MONTH-LINE          PIC X(6).

      * The payment history line: claim 1-12, sequence 18-21 (9996 a
      * provider invoice), payment date 28-35, edited amount 44-56,
      * ' RTN=' at 93 on a payment the bank returned.
       FD PAYMENT-HISTORY-FILE.
       01 PAYMENT-HISTORY-LINE     PIC X(140).

      * The queue keeps the schedule-line layout: claim 1-12, date
      * 28-35, edited amount 44-56, status 85.
       FD PROV-PAY-QUEUE.
       01 PROV-PAY-LINE            PIC X(90).

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

      * The open-item line as cash application writes it: customer
      * 6-13, policy 19-28, period 34-39, billed 48-56 and applied
      * 66-74 (two implied decimals), status 81, type 87.
       FD AR-OPEN-FILE.
       01 AR-OPEN-LINE             PIC X(90).

      * The deductible ledger. The policy's own record carries spaces
      * for the claim and holds the aggregate cap as its deductible;
      * each claim billed has a record under it holding the
      * per-claim deductible. Billed is everything invoiced to date,
      * collected what cash application has applied against it, and
      * remaining the deductible still to be billed.
       FD DEDUCT-LEDGER-FILE.
       01 DEDUCT-LEDGER-RECORD.
          05 DL-KEY.
             10 DL-POLICY-NUMBER   PIC X(10).
             10 DL-CLAIM-ID        PIC X(12).
          05 DL-CUSTOMER-ID        PIC X(8).
          05 DL-DEDUCTIBLE         PIC 9(9)V99.
          05 DL-PAID-TO-DATE       PIC 9(9)V99.
          05 DL-BILLED             PIC 9(9)V99.
          05 DL-COLLECTED          PIC 9(9)V99.
          05 DL-REMAINING          PIC 9(9)V99.
          05 DL-LAST-BILLED-MONTH  PIC 9(6).
          05 FILLER                PIC X(20).

      * The invoice detail line is the billing run's layout (cols
      * 1-64) followed by ' TYPE=' in cols 65-70 and the type in col
      * 71: D deductible reimbursement.
       FD INVOICE-FILE.
       01 INVOICE-LINE             PIC X(80).

       FD LEDGER-REPORT.
       01 REPORT-LINE              PIC X(132).

      * The control-total line is fixed-format: cols 1-4 'PGM=',
      * 5-12 program id, 13-19 ' CYCLE=', 20-25 cycle, 26-31
      * ' DATE=', 32-39 run date, then three counters (' C1=' 44-50,
      * ' C2=' 55-61, ' C3=' 66-72) and two amounts with implied two
      * decimals (' A1=' 77-89, ' A2=' 94-106).
       FD CONTROL-TOTALS-FILE.
       01 CONTROL-TOTALS-LINE      PIC X(110).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-PAID-TABLE: Every claim paid through the billing month    *
      *   with its paid-to-date and what was paid in the month         *
      * - WS-INVOICE-TABLE: This run's reimbursement per policy        *
      * - WS-COLLECTED-TABLE: Cash applied to reimbursement invoices   *
      *   per policy                                                   *
      * - WS-BILLING-FIELDS: One claim's deductible computation        *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 MONTH-STATUS          PIC X(2).
          05 HIST-STATUS           PIC X(2).
          05 QUEUE-STATUS          PIC X(2).
          05 CLM-STATUS            PIC X(2).
          05 POL-STATUS            PIC X(2).
          05 AROPEN-STATUS         PIC X(2).
          05 DL-STATUS             PIC X(2).
          05 INVOICE-STATUS        PIC X(2).
          05 RPT-STATUS            PIC X(2).
          05 CTLTOT-STATUS         PIC X(2).

       01 WS-SWITCHES.
          05 WS-HIST-EOF-SW        PIC X(1) VALUE 'N'.
             88 HIST-END-OF-FILE   VALUE 'Y'.
          05 WS-QUEUE-EOF-SW       PIC X(1) VALUE 'N'.
             88 QUEUE-END-OF-FILE  VALUE 'Y'.
          05 WS-AROPEN-EOF-SW      PIC X(1) VALUE 'N'.
             88 AROPEN-END-OF-FILE VALUE 'Y'.
          05 WS-DL-EOF-SW          PIC X(1) VALUE 'N'.
             88 DL-END-OF-FILE     VALUE 'Y'.
          05 WS-CLAIM-FOUND-SW     PIC X(1) VALUE 'N'.
             88 CLAIM-ON-LEDGER    VALUE 'Y'.
          05 WS-AGG-FOUND-SW       PIC X(1) VALUE 'N'.
             88 AGG-ON-LEDGER      VALUE 'Y'.

       01 WS-RUN-DATE.
          05 WS-RUN-CCYY           PIC 9(4).
          05 WS-RUN-MM             PIC 9(2).
          05 WS-RUN-DD             PIC 9(2).

      * The month billed, normally the disbursement run's own month
      * off its parameter file; absent, the current month.
       01 WS-BILL-MONTH.
          05 WS-BILL-CCYY          PIC 9(4).
          05 WS-BILL-MM            PIC 9(2).
       01 WS-BILL-MONTH-X REDEFINES WS-BILL-MONTH PIC X(6).

       01 WS-PAYMENT-MONTH         PIC X(6).

      *----------------------------------------------------------------*
      * WS-PAID-TABLE: EVERY CLAIM WITH A PAYMENT DATED IN OR BEFORE   *
      * THE BILLING MONTH. ONLY A CLAIM PAID IN THE MONTH ITSELF IS    *
      * BILLED; ITS EARLIER PAYMENTS COUNT TOWARD ITS PAID-TO-DATE.    *
      *----------------------------------------------------------------*
       01 WS-PAID-TABLE-COUNT      PIC 9(4) COMP VALUE ZERO.
       01 WS-PAID-TABLE.
          05 WS-PD-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PD-IDX.
             10 WS-PD-CLAIM-ID     PIC X(12).
             10 WS-PD-PAID-TO-DATE PIC 9(9)V99.
             10 WS-PD-MONTH-PAID   PIC 9(9)V99.

       01 WS-HIST-FIELDS.
          05 WS-HIST-CLAIM-ID      PIC X(12).
          05 WS-HIST-AMOUNT-EDIT   PIC X(13).

       01 WS-AMOUNT-DEEDIT.
          05 WS-AD-MILLIONS        PIC X(2).
          05 WS-AD-THOUSANDS       PIC X(3).
          05 WS-AD-UNITS           PIC X(3).
          05 WS-AD-CENTS           PIC X(2).
       01 WS-AMOUNT-NUMERIC REDEFINES WS-AMOUNT-DEEDIT
                                   PIC 9(8)V99.

      * This run's reimbursement, one invoice per policy.
       01 WS-INVOICE-TABLE-COUNT   PIC 9(4) COMP VALUE ZERO.
       01 WS-INVOICE-TABLE.
          05 WS-IV-ENTRY OCCURS 1000 TIMES INDEXED BY WS-IV-IDX.
             10 WS-IV-POLICY       PIC X(10).
             10 WS-IV-CUSTOMER     PIC X(8).
             10 WS-IV-AMOUNT       PIC 9(9)V99.

      * Cash applied to reimbursement invoices, per policy.
       01 WS-COLLECTED-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-COLLECTED-TABLE.
          05 WS-CO-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CO-IDX.
             10 WS-CO-POLICY       PIC X(10).
             10 WS-CO-APPLIED      PIC 9(9)V99.

       01 WS-AR-AMOUNT-FIELDS.
          05 WS-AR-AMOUNT-DIGITS   PIC X(9).
          05 WS-AR-AMOUNT-NUM REDEFINES WS-AR-AMOUNT-DIGITS
                                   PIC 9(7)V99.

      *----------------------------------------------------------------*
      * WS-BILLING-FIELDS: ONE CLAIM'S DEDUCTIBLE. THE PART OF PAID-   *
      * TO-DATE INSIDE THE DEDUCTIBLE IS PAID-TO-DATE UP TO THE PER-   *
      * CLAIM DEDUCTIBLE; WHAT OF IT HAS NOT BEEN BILLED BEFORE IS     *
      * BILLABLE, AS FAR AS THE AGGREGATE CAP STILL ALLOWS. A POLICY   *
      * WITH NO CAP (ZERO) IS LIMITED ONLY CLAIM BY CLAIM.             *
      *----------------------------------------------------------------*
       01 WS-BILLING-FIELDS.
          05 WS-CLAIM-DEDUCTIBLE   PIC 9(9)V99.
          05 WS-AGG-CAP            PIC 9(9)V99.
          05 WS-INSIDE-DEDUCTIBLE  PIC 9(9)V99.
          05 WS-BILLABLE           PIC S9(9)V99.
          05 WS-AGG-ROOM           PIC S9(9)V99.
          05 WS-PRIOR-PAID         PIC 9(9)V99.
          05 WS-CUSTOMER-ID        PIC X(8).

      * The policy's aggregate ledger record, held while its claim
      * record is read and updated through the same record area.
       01 WS-AGG-LEDGER-RECORD.
          05 WA-KEY                PIC X(22).
          05 WA-CUSTOMER-ID        PIC X(8).
          05 WA-DEDUCTIBLE         PIC 9(9)V99.
          05 WA-PAID-TO-DATE       PIC 9(9)V99.
          05 WA-BILLED             PIC 9(9)V99.
          05 WA-COLLECTED          PIC 9(9)V99.
          05 WA-REMAINING          PIC 9(9)V99.
          05 WA-LAST-BILLED-MONTH  PIC 9(6).
          05 FILLER                PIC X(20).

      * Walks one policy's ledger records in key order, spreading the
      * cash collected on its reimbursement invoices over its claims
      * in claim order.
       01 WS-LEDGER-WALK.
          05 WS-COLLECT-LEFT       PIC 9(9)V99.
          05 WS-WALK-AGG-REMAIN    PIC 9(9)V99.
          05 WS-WALK-CAPPED-SW     PIC X(1).
             88 WALK-POLICY-CAPPED VALUE 'Y'.
          05 WS-CLAIM-REMAINING    PIC S9(9)V99.

       01 WS-EDIT-FIELDS.
          05 WS-F-AMOUNT           PIC ZZZ,ZZ9.99.
          05 WS-F-DEDUCTIBLE       PIC Z,ZZZ,ZZ9.99.
          05 WS-F-PAID             PIC Z,ZZZ,ZZ9.99.
          05 WS-F-BILLED           PIC Z,ZZZ,ZZ9.99.
          05 WS-F-COLLECTED        PIC Z,ZZZ,ZZ9.99.
          05 WS-F-REMAINING        PIC Z,ZZZ,ZZ9.99.

       01 WS-CONTROL-TOTALS.
          05 WS-CLAIMS-PAID        PIC 9(5) COMP VALUE ZERO.
          05 WS-CLAIMS-BILLED      PIC 9(5) COMP VALUE ZERO.
          05 WS-CLAIMS-NO-DEDUCT   PIC 9(5) COMP VALUE ZERO.
          05 WS-CLAIMS-EXHAUSTED   PIC 9(5) COMP VALUE ZERO.
          05 WS-CLAIMS-UNMATCHED   PIC 9(5) COMP VALUE ZERO.
          05 WS-INVOICES-WRITTEN   PIC 9(5) COMP VALUE ZERO.
          05 WS-MANUAL-INVOICES    PIC 9(5) COMP VALUE ZERO.
          05 WS-LEDGER-LINES       PIC 9(5) COMP VALUE ZERO.
          05 WS-AMOUNT-BILLED      PIC 9(9)V99 VALUE ZERO.
          05 WS-AMOUNT-COLLECTED   PIC 9(9)V99 VALUE ZERO.

      * Staging fields for this run's control-total record.
       01 WS-CTL-FIELDS.
          05 WS-CTL-C1             PIC 9(7).
          05 WS-CTL-C2             PIC 9(7).
          05 WS-CTL-C3             PIC 9(7).
          05 WS-CTL-A1             PIC 9(11)V99.
          05 WS-CTL-A1-X REDEFINES WS-CTL-A1 PIC X(13).
          05 WS-CTL-A2             PIC 9(11)V99.
          05 WS-CTL-A2-X REDEFINES WS-CTL-A2 PIC X(13).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Establish the billing month and open all files             *
      * 2. Build each claim's paid-to-date from the payment history   *
      *    and the provider payment queue                             *
      * 3. Bill the deductible on every claim paid this month         *
      * 4. Invoice each policy's reimbursement                        *
      * 5. Bring collections onto the ledger and report it            *
      * 6. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-LOAD-BENEFIT-PAYMENTS.
           PERFORM 220-LOAD-PROVIDER-PAYMENTS.
           PERFORM 300-BILL-DEDUCTIBLES.
           PERFORM 400-WRITE-INVOICES.
           PERFORM 500-LOAD-COLLECTIONS.
           PERFORM 600-WRITE-LEDGER-REPORT.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 850-WRITE-CONTROL-TOTALS.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * ESTABLISH THE BILLING MONTH AND OPEN ALL FILES. A FIRST-EVER   *
      * RUN HAS NO LEDGER YET, SO FALL BACK TO CREATING IT.            *
      *----------------------------------------------------------------*
           INITIALIZE WS-PAID-TABLE
                      WS-INVOICE-TABLE
                      WS-COLLECTED-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-CCYY TO WS-BILL-CCYY.
           MOVE WS-RUN-MM   TO WS-BILL-MM.

           OPEN INPUT BILL-MONTH-FILE.
           IF MONTH-STATUS = '00'
               READ BILL-MONTH-FILE
                   AT END
                       DISPLAY 'BILLING MONTH FILE EMPTY, USING '
                               'CURRENT MONTH'
                   NOT AT END
                       IF BILL-MONTH-LINE IS NUMERIC
                           MOVE BILL-MONTH-LINE TO WS-BILL-MONTH-X
                       ELSE
                           DISPLAY 'BILLING MONTH NOT VALID, USING '
                                   'CURRENT MONTH: ' BILL-MONTH-LINE
                       END-IF
               END-READ
               CLOSE BILL-MONTH-FILE
           END-IF.
           DISPLAY 'BILLING DEDUCTIBLES FOR MONTH: ' WS-BILL-MONTH-X.

           OPEN INPUT CLAIM-FILE.
           IF CLM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIM FILE: ' CLM-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT POLICY-FILE.
           IF POL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POLICY FILE: ' POL-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O DEDUCT-LEDGER-FILE.
           IF DL-STATUS NOT = '00'
              DISPLAY 'DEDUCTIBLE LEDGER NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT DEDUCT-LEDGER-FILE
              CLOSE DEDUCT-LEDGER-FILE
              OPEN I-O DEDUCT-LEDGER-FILE
           END-IF.
           IF DL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DEDUCTIBLE LEDGER: ' DL-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT LEDGER-REPORT.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LEDGER REPORT: ' RPT-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

      * The billing run writes the invoice file fresh each month and
      * this run follows it; run alone, the file is started here.
           OPEN EXTEND INVOICE-FILE.
           IF INVOICE-STATUS NOT = '00'
               OPEN OUTPUT INVOICE-FILE
           END-IF.
           IF INVOICE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INVOICE FILE: ' INVOICE-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

       200-LOAD-BENEFIT-PAYMENTS.
      *----------------------------------------------------------------*
      * ROLL EVERY BENEFIT PAYMENT DATED IN OR BEFORE THE BILLING      *
      * MONTH INTO ITS CLAIM'S PAID-TO-DATE -- EXCEPT RETURNED CREDITS *
      * THAT NEVER REACHED THE CLAIMANT, AND PROVIDER INVOICES, WHICH  *
      * ARE TAKEN OFF THEIR OWN QUEUE                                  *
      *----------------------------------------------------------------*
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF HIST-STATUS = '00'
               PERFORM UNTIL HIST-END-OF-FILE
                   READ PAYMENT-HISTORY-FILE
                       AT END
                           SET HIST-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE PAYMENT-HISTORY-LINE (28:6)
                                TO WS-PAYMENT-MONTH
                           IF PAYMENT-HISTORY-LINE (93:5) NOT = ' RTN='
                              AND PAYMENT-HISTORY-LINE (18:4)
                                      NOT = '9996'
                              AND WS-PAYMENT-MONTH
                                      NOT > WS-BILL-MONTH-X
                               MOVE PAYMENT-HISTORY-LINE (1:12)
                                    TO WS-HIST-CLAIM-ID
                               MOVE PAYMENT-HISTORY-LINE (44:13)
                                    TO WS-HIST-AMOUNT-EDIT
                               PERFORM 210-ROLL-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-HISTORY-FILE
           ELSE
               DISPLAY 'NO PAYMENT HISTORY ON FILE: ' HIST-STATUS
           END-IF.

       210-ROLL-ONE-PAYMENT.
      *----------------------------------------------------------------*
      * DE-EDIT ONE PAYMENT AND ROLL IT INTO ITS CLAIM'S PAID-TO-DATE, *
      * AND INTO THE MONTH'S PAYMENTS WHEN IT FALLS IN THE BILLING     *
      * MONTH, OPENING THE CLAIM'S ENTRY ON ITS FIRST PAYMENT          *
      *----------------------------------------------------------------*
           MOVE WS-HIST-AMOUNT-EDIT (1:2)  TO WS-AD-MILLIONS.
           MOVE WS-HIST-AMOUNT-EDIT (4:3)  TO WS-AD-THOUSANDS.
           MOVE WS-HIST-AMOUNT-EDIT (8:3)  TO WS-AD-UNITS.
           MOVE WS-HIST-AMOUNT-EDIT (12:2) TO WS-AD-CENTS.
           INSPECT WS-AMOUNT-DEEDIT REPLACING ALL ' ' BY '0'.

           SET WS-PD-IDX TO 1.
           SEARCH WS-PD-ENTRY
               AT END
                   IF WS-PAID-TABLE-COUNT >= 2000
                       DISPLAY 'PAID-TO-DATE TABLE FULL, CLAIM '
                               'DROPPED: ' WS-HIST-CLAIM-ID
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-PAID-TABLE-COUNT
                       SET WS-PD-IDX TO WS-PAID-TABLE-COUNT
                       MOVE WS-HIST-CLAIM-ID
                            TO WS-PD-CLAIM-ID (WS-PD-IDX)
                       MOVE ZERO TO WS-PD-PAID-TO-DATE (WS-PD-IDX)
                       MOVE ZERO TO WS-PD-MONTH-PAID (WS-PD-IDX)
                       PERFORM 215-ADD-TO-CLAIM
                   END-IF
               WHEN WS-PD-CLAIM-ID (WS-PD-IDX) = WS-HIST-CLAIM-ID
                   PERFORM 215-ADD-TO-CLAIM
           END-SEARCH.

       215-ADD-TO-CLAIM.
      *----------------------------------------------------------------*
      * ADD THE PAYMENT IN HAND TO THE CLAIM ENTRY IN HAND             *
      *----------------------------------------------------------------*
           ADD WS-AMOUNT-NUMERIC TO WS-PD-PAID-TO-DATE (WS-PD-IDX).
           IF WS-PAYMENT-MONTH = WS-BILL-MONTH-X
               ADD WS-AMOUNT-NUMERIC TO WS-PD-MONTH-PAID (WS-PD-IDX)
           END-IF.

       220-LOAD-PROVIDER-PAYMENTS.
      *----------------------------------------------------------------*
      * ROLL EVERY PAYABLE PROVIDER INVOICE QUEUED FOR DISBURSEMENT IN *
      * OR BEFORE THE BILLING MONTH INTO ITS CLAIM'S PAID-TO-DATE. A   *
      * MISSING QUEUE MEANS NO INVOICES WERE EVER QUEUED.              *
      *----------------------------------------------------------------*
           OPEN INPUT PROV-PAY-QUEUE.
           IF QUEUE-STATUS = '00'
               PERFORM UNTIL QUEUE-END-OF-FILE
                   READ PROV-PAY-QUEUE
                       AT END
                           SET QUEUE-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE PROV-PAY-LINE (28:6)
                                TO WS-PAYMENT-MONTH
                           IF (PROV-PAY-LINE (85:1) = 'A'
                               OR PROV-PAY-LINE (85:1) = SPACE)
                              AND WS-PAYMENT-MONTH
                                      NOT > WS-BILL-MONTH-X
                               MOVE PROV-PAY-LINE (1:12)
                                    TO WS-HIST-CLAIM-ID
                               MOVE PROV-PAY-LINE (44:13)
                                    TO WS-HIST-AMOUNT-EDIT
                               PERFORM 210-ROLL-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROV-PAY-QUEUE
           ELSE
               DISPLAY 'NO PROVIDER PAYMENT QUEUE ON FILE: '
                       QUEUE-STATUS
           END-IF.
           DISPLAY 'CLAIMS WITH PAYMENTS TO DATE: ' WS-PAID-TABLE-COUNT.

       300-BILL-DEDUCTIBLES.
      *----------------------------------------------------------------*
      * BILL THE DEDUCTIBLE ON EVERY CLAIM PAID IN THE BILLING MONTH   *
      *----------------------------------------------------------------*
           SET WS-PD-IDX TO 1.
           PERFORM UNTIL WS-PD-IDX > WS-PAID-TABLE-COUNT
               IF WS-PD-MONTH-PAID (WS-PD-IDX) > 0
                   ADD 1 TO WS-CLAIMS-PAID
                   PERFORM 310-BILL-ONE-CLAIM
               END-IF
               SET WS-PD-IDX UP BY 1
           END-PERFORM.
           DISPLAY 'CLAIMS PAID THIS MONTH: ' WS-CLAIMS-PAID.

       310-BILL-ONE-CLAIM.
      *----------------------------------------------------------------*
      * FIND THE CLAIM'S POLICY AND ITS DEDUCTIBLE TERMS. A POLICY     *
      * WRITTEN WITHOUT A DEDUCTIBLE HAS NOTHING TO BILL. DEDUCTIBLE   *
      * TERMS NEVER SET READ AS NONE.                                  *
      *----------------------------------------------------------------*
           MOVE WS-PD-CLAIM-ID (WS-PD-IDX) TO CLAIM-ID OF CLAIM-RECORD.
           READ CLAIM-FILE
               INVALID KEY
                   ADD 1 TO WS-CLAIMS-UNMATCHED
                   DISPLAY 'PAID CLAIM NOT ON CLAIM FILE: '
                           WS-PD-CLAIM-ID (WS-PD-IDX)
               NOT INVALID KEY
                   MOVE POLICY-NUMBER OF CLAIM-RECORD
                        TO POLICY-NUMBER OF POLICY-RECORD
                   READ POLICY-FILE
                       INVALID KEY
                           ADD 1 TO WS-CLAIMS-UNMATCHED
                           DISPLAY 'CLAIM POLICY NOT ON POLFILE: '
                                   WS-PD-CLAIM-ID (WS-PD-IDX)
                       NOT INVALID KEY
                           IF PER-CLAIM-DEDUCTIBLE IS NUMERIC
                               MOVE PER-CLAIM-DEDUCTIBLE
                                    TO WS-CLAIM-DEDUCTIBLE
                           ELSE
                               MOVE ZERO TO WS-CLAIM-DEDUCTIBLE
                           END-IF
                           IF AGG-DEDUCTIBLE-CAP IS NUMERIC
                               MOVE AGG-DEDUCTIBLE-CAP TO WS-AGG-CAP
                           ELSE
                               MOVE ZERO TO WS-AGG-CAP
                           END-IF
                           IF WS-CLAIM-DEDUCTIBLE = 0
                               ADD 1 TO WS-CLAIMS-NO-DEDUCT
                           ELSE
                               MOVE CUSTOMER-ID OF POLICY-RECORD
                                    TO WS-CUSTOMER-ID
                               PERFORM 320-APPLY-DEDUCTIBLE
                           END-IF
                   END-READ
           END-READ.


       320-APPLY-DEDUCTIBLE.
      *----------------------------------------------------------------*
      * PRICE THE CLAIM'S REIMBURSEMENT AGAINST THE LEDGER:            *
      * 1. Read (or start) the policy's aggregate record and hold it  *
      * 2. Read (or start) the claim's record                         *
      * 3. The part of paid-to-date inside the deductible, less what  *
      *    is already billed, is billable as far as the cap allows    *
      * 4. Write both records back and add the amount to the          *
      *    policy's invoice                                           *
      *----------------------------------------------------------------*
           MOVE POLICY-NUMBER OF POLICY-RECORD TO DL-POLICY-NUMBER.
           MOVE SPACES TO DL-CLAIM-ID.
           MOVE 'Y' TO WS-AGG-FOUND-SW.
           READ DEDUCT-LEDGER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-AGG-FOUND-SW
                   INITIALIZE DEDUCT-LEDGER-RECORD
                   MOVE POLICY-NUMBER OF POLICY-RECORD
                        TO DL-POLICY-NUMBER
                   MOVE SPACES TO DL-CLAIM-ID
           END-READ.
           MOVE DEDUCT-LEDGER-RECORD TO WS-AGG-LEDGER-RECORD.
           MOVE WS-CUSTOMER-ID TO WA-CUSTOMER-ID.
           MOVE WS-AGG-CAP     TO WA-DEDUCTIBLE.

           MOVE POLICY-NUMBER OF POLICY-RECORD TO DL-POLICY-NUMBER.
           MOVE WS-PD-CLAIM-ID (WS-PD-IDX) TO DL-CLAIM-ID.
           MOVE 'Y' TO WS-CLAIM-FOUND-SW.
           READ DEDUCT-LEDGER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CLAIM-FOUND-SW
                   INITIALIZE DEDUCT-LEDGER-RECORD
                   MOVE POLICY-NUMBER OF POLICY-RECORD
                        TO DL-POLICY-NUMBER
                   MOVE WS-PD-CLAIM-ID (WS-PD-IDX) TO DL-CLAIM-ID
           END-READ.
           MOVE WS-CUSTOMER-ID      TO DL-CUSTOMER-ID.
           MOVE WS-CLAIM-DEDUCTIBLE TO DL-DEDUCTIBLE.
           MOVE DL-PAID-TO-DATE     TO WS-PRIOR-PAID.
           MOVE WS-PD-PAID-TO-DATE (WS-PD-IDX) TO DL-PAID-TO-DATE.

           IF DL-PAID-TO-DATE > WS-CLAIM-DEDUCTIBLE
               MOVE WS-CLAIM-DEDUCTIBLE TO WS-INSIDE-DEDUCTIBLE
           ELSE
               MOVE DL-PAID-TO-DATE TO WS-INSIDE-DEDUCTIBLE
           END-IF.
           COMPUTE WS-BILLABLE = WS-INSIDE-DEDUCTIBLE - DL-BILLED.
           IF WS-BILLABLE < 0
               MOVE ZERO TO WS-BILLABLE
           END-IF.
           PERFORM 330-LIMIT-TO-AGGREGATE.

           ADD WS-BILLABLE TO DL-BILLED.
           IF WS-BILLABLE > 0
               MOVE WS-BILL-MONTH TO DL-LAST-BILLED-MONTH
           END-IF.
           IF DL-DEDUCTIBLE > DL-BILLED
               COMPUTE DL-REMAINING = DL-DEDUCTIBLE - DL-BILLED
           ELSE
               MOVE ZERO TO DL-REMAINING
           END-IF.
           IF CLAIM-ON-LEDGER
               REWRITE DEDUCT-LEDGER-RECORD
           ELSE
               WRITE DEDUCT-LEDGER-RECORD
           END-IF.
           IF DL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DEDUCTIBLE LEDGER: '
                       DL-KEY ' ' DL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 340-UPDATE-AGGREGATE.

           IF WS-BILLABLE > 0
               ADD 1 TO WS-CLAIMS-BILLED
               PERFORM 350-ADD-TO-INVOICE
           END-IF.

       330-LIMIT-TO-AGGREGATE.
      *----------------------------------------------------------------*
      * HOLD THE BILLABLE AMOUNT TO WHAT IS LEFT UNDER THE POLICY'S    *
      * AGGREGATE CAP. A CLAIM STOPPED SHORT BY THE CAP IS COUNTED.    *
      *----------------------------------------------------------------*
           IF WS-AGG-CAP > 0
               COMPUTE WS-AGG-ROOM = WS-AGG-CAP - WA-BILLED
               IF WS-AGG-ROOM < 0
                   MOVE ZERO TO WS-AGG-ROOM
               END-IF
               IF WS-BILLABLE > WS-AGG-ROOM
                   MOVE WS-AGG-ROOM TO WS-BILLABLE
                   ADD 1 TO WS-CLAIMS-EXHAUSTED
               END-IF
           END-IF.

       340-UPDATE-AGGREGATE.
      *----------------------------------------------------------------*
      * CARRY THE CLAIM'S NEW BILLING AND PAID-TO-DATE ONTO THE        *
      * POLICY'S AGGREGATE RECORD AND WRITE IT BACK. WITHOUT A CAP     *
      * NOTHING REMAINS AGAINST THE AGGREGATE.                         *
      *----------------------------------------------------------------*
           COMPUTE WA-PAID-TO-DATE = WA-PAID-TO-DATE - WS-PRIOR-PAID
                                   + WS-PD-PAID-TO-DATE (WS-PD-IDX).
           ADD WS-BILLABLE TO WA-BILLED.
           IF WS-BILLABLE > 0
               MOVE WS-BILL-MONTH TO WA-LAST-BILLED-MONTH
           END-IF.
           IF WA-DEDUCTIBLE > WA-BILLED
               COMPUTE WA-REMAINING = WA-DEDUCTIBLE - WA-BILLED
           ELSE
               MOVE ZERO TO WA-REMAINING
           END-IF.
           MOVE WS-AGG-LEDGER-RECORD TO DEDUCT-LEDGER-RECORD.
           IF AGG-ON-LEDGER
               REWRITE DEDUCT-LEDGER-RECORD
           ELSE
               WRITE DEDUCT-LEDGER-RECORD
           END-IF.
           IF DL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DEDUCTIBLE LEDGER: '
                       DL-KEY ' ' DL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       350-ADD-TO-INVOICE.
      *----------------------------------------------------------------*
      * ADD THE CLAIM'S REIMBURSEMENT TO ITS POLICY'S INVOICE FOR THE  *
      * MONTH, OPENING THE POLICY'S ENTRY ON ITS FIRST CLAIM           *
      *----------------------------------------------------------------*
           SET WS-IV-IDX TO 1.
           SEARCH WS-IV-ENTRY
               AT END
                   IF WS-INVOICE-TABLE-COUNT >= 1000
                       DISPLAY 'INVOICE TABLE FULL, REIMBURSEMENT '
                               'NOT INVOICED: ' DL-POLICY-NUMBER
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-INVOICE-TABLE-COUNT
                       SET WS-IV-IDX TO WS-INVOICE-TABLE-COUNT
                       MOVE DL-POLICY-NUMBER
                            TO WS-IV-POLICY (WS-IV-IDX)
                       MOVE WS-CUSTOMER-ID
                            TO WS-IV-CUSTOMER (WS-IV-IDX)
                       MOVE WS-BILLABLE TO WS-IV-AMOUNT (WS-IV-IDX)
                   END-IF
               WHEN WS-IV-POLICY (WS-IV-IDX) = DL-POLICY-NUMBER
                   ADD WS-BILLABLE TO WS-IV-AMOUNT (WS-IV-IDX)
           END-SEARCH.

       400-WRITE-INVOICES.
      *----------------------------------------------------------------*
      * INVOICE EACH POLICY'S REIMBURSEMENT FOR CASH APPLICATION, ONE  *
      * LINE PER POLICY FOR THE BILLING MONTH. AN AMOUNT TOO WIDE FOR  *
      * THE INVOICE LINE IS LEFT FOR BILLING TO RAISE BY HAND.         *
      *----------------------------------------------------------------*
           SET WS-IV-IDX TO 1.
           PERFORM UNTIL WS-IV-IDX > WS-INVOICE-TABLE-COUNT
               IF WS-IV-AMOUNT (WS-IV-IDX) > 999999.99
                   ADD 1 TO WS-MANUAL-INVOICES
                   DISPLAY 'REIMBURSEMENT EXCEEDS INVOICE LIMIT - '
                           'RAISE MANUALLY: ' WS-IV-POLICY (WS-IV-IDX)
               ELSE
                   ADD 1 TO WS-INVOICES-WRITTEN
                   ADD WS-IV-AMOUNT (WS-IV-IDX) TO WS-AMOUNT-BILLED
                   MOVE WS-IV-AMOUNT (WS-IV-IDX) TO WS-F-AMOUNT
                   MOVE SPACES TO INVOICE-LINE
                   STRING 'CUST='          DELIMITED BY SIZE
                          WS-IV-CUSTOMER (WS-IV-IDX)
                                           DELIMITED BY SIZE
                          ' POLICY='       DELIMITED BY SIZE
                          WS-IV-POLICY (WS-IV-IDX)
                                           DELIMITED BY SIZE
                          ' PERIOD='       DELIMITED BY SIZE
                          WS-BILL-MONTH-X  DELIMITED BY SIZE
                          ' PREMIUM='      DELIMITED BY SIZE
                          WS-F-AMOUNT      DELIMITED BY SIZE
                          ' TYPE=D'        DELIMITED BY SIZE
                          INTO INVOICE-LINE
                   END-STRING
                   WRITE INVOICE-LINE
               END-IF
               SET WS-IV-IDX UP BY 1
           END-PERFORM.

       500-LOAD-COLLECTIONS.
      *----------------------------------------------------------------*
      * TOTAL THE CASH APPLIED TO EACH POLICY'S REIMBURSEMENT          *
      * INVOICES (TYPE D) ON CASH APPLICATION'S OPEN ITEMS, PAID ITEMS *
      * INCLUDED. WITHOUT THE FILE NOTHING HAS BEEN COLLECTED.         *
      *----------------------------------------------------------------*
           OPEN INPUT AR-OPEN-FILE.
           IF AROPEN-STATUS = '00'
               PERFORM UNTIL AROPEN-END-OF-FILE
                   READ AR-OPEN-FILE
                       AT END
                           SET AROPEN-END-OF-FILE TO TRUE
                       NOT AT END
                           IF AR-OPEN-LINE (87:1) = 'D'
                               PERFORM 510-ADD-COLLECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-OPEN-FILE
           ELSE
               DISPLAY 'NO OPEN-ITEM FILE ON FILE: ' AROPEN-STATUS
           END-IF.

       510-ADD-COLLECTION.
      *----------------------------------------------------------------*
      * ADD ONE REIMBURSEMENT ITEM'S APPLIED CASH TO ITS POLICY        *
      *----------------------------------------------------------------*
           MOVE AR-OPEN-LINE (66:9) TO WS-AR-AMOUNT-DIGITS.
           SET WS-CO-IDX TO 1.
           SEARCH WS-CO-ENTRY
               AT END
                   IF WS-COLLECTED-TABLE-COUNT >= 1000
                       DISPLAY 'COLLECTION TABLE FULL, ITEM DROPPED: '
                               AR-OPEN-LINE (1:40)
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-COLLECTED-TABLE-COUNT
                       SET WS-CO-IDX TO WS-COLLECTED-TABLE-COUNT
                       MOVE AR-OPEN-LINE (19:10)
                            TO WS-CO-POLICY (WS-CO-IDX)
                       MOVE WS-AR-AMOUNT-NUM
                            TO WS-CO-APPLIED (WS-CO-IDX)
                   END-IF
               WHEN WS-CO-POLICY (WS-CO-IDX) = AR-OPEN-LINE (19:10)
                   ADD WS-AR-AMOUNT-NUM TO WS-CO-APPLIED (WS-CO-IDX)
           END-SEARCH.

       600-WRITE-LEDGER-REPORT.
      *----------------------------------------------------------------*
      * READ THE LEDGER THROUGH IN KEY ORDER -- EACH POLICY'S          *
      * AGGREGATE RECORD AHEAD OF ITS CLAIMS -- BRINGING COLLECTIONS   *
      * UP TO DATE AND REPORTING BILLED, COLLECTED AND REMAINING       *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE.
           STRING 'DEDUCTIBLE LEDGER FOR MONTH ' DELIMITED BY SIZE
                  WS-BILL-MONTH-X             DELIMITED BY SIZE
                  '   RUN DATE: '             DELIMITED BY SIZE
                  WS-RUN-DATE                 DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE LOW-VALUES TO DL-KEY.
           START DEDUCT-LEDGER-FILE KEY IS NOT LESS THAN DL-KEY
               INVALID KEY
                   SET DL-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL DL-END-OF-FILE
               READ DEDUCT-LEDGER-FILE NEXT RECORD
                   AT END
                       SET DL-END-OF-FILE TO TRUE
                   NOT AT END
                       IF DL-CLAIM-ID = SPACES
                           PERFORM 610-REPORT-POLICY
                       ELSE
                           PERFORM 620-REPORT-CLAIM
                       END-IF
               END-READ
           END-PERFORM.

       610-REPORT-POLICY.
      *----------------------------------------------------------------*
      * THE POLICY'S AGGREGATE RECORD: COLLECTED IS THE CASH APPLIED   *
      * TO ITS REIMBURSEMENT INVOICES, NEVER MORE THAN BILLED. THE     *
      * SAME CASH IS THEN SPREAD OVER ITS CLAIMS IN CLAIM ORDER.       *
      *----------------------------------------------------------------*
           MOVE ZERO TO DL-COLLECTED.
           SET WS-CO-IDX TO 1.
           SEARCH WS-CO-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CO-POLICY (WS-CO-IDX) = DL-POLICY-NUMBER
                   MOVE WS-CO-APPLIED (WS-CO-IDX) TO DL-COLLECTED
           END-SEARCH.
           IF DL-COLLECTED > DL-BILLED
               MOVE DL-BILLED TO DL-COLLECTED
           END-IF.
           MOVE DL-COLLECTED TO WS-COLLECT-LEFT.
           ADD DL-COLLECTED TO WS-AMOUNT-COLLECTED.
           IF DL-DEDUCTIBLE > DL-BILLED
               COMPUTE DL-REMAINING = DL-DEDUCTIBLE - DL-BILLED
           ELSE
               MOVE ZERO TO DL-REMAINING
           END-IF.
           IF DL-DEDUCTIBLE > 0
               MOVE 'Y' TO WS-WALK-CAPPED-SW
               MOVE DL-REMAINING TO WS-WALK-AGG-REMAIN
           ELSE
               MOVE 'N' TO WS-WALK-CAPPED-SW
           END-IF.
           REWRITE DEDUCT-LEDGER-RECORD.

           MOVE DL-BILLED    TO WS-F-BILLED.
           MOVE DL-COLLECTED TO WS-F-COLLECTED.
           MOVE DL-REMAINING TO WS-F-REMAINING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'POLICY='          TO REPORT-LINE (1:7).
           MOVE DL-POLICY-NUMBER   TO REPORT-LINE (8:10).
           MOVE ' CUST='           TO REPORT-LINE (18:6).
           MOVE DL-CUSTOMER-ID     TO REPORT-LINE (24:8).
           IF WALK-POLICY-CAPPED
               MOVE DL-DEDUCTIBLE  TO WS-F-DEDUCTIBLE
               MOVE ' AGG CAP '    TO REPORT-LINE (32:9)
               MOVE WS-F-DEDUCTIBLE TO REPORT-LINE (41:12)
           ELSE
               MOVE ' NO AGGREGATE CAP' TO REPORT-LINE (32:17)
           END-IF.
           MOVE ' BILLED '         TO REPORT-LINE (53:8).
           MOVE WS-F-BILLED        TO REPORT-LINE (61:12).
           MOVE ' COLL '           TO REPORT-LINE (73:6).
           MOVE WS-F-COLLECTED     TO REPORT-LINE (79:12).
           IF WALK-POLICY-CAPPED
               MOVE ' REMAIN '     TO REPORT-LINE (91:8)
               MOVE WS-F-REMAINING TO REPORT-LINE (99:12)
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LEDGER-LINES.

       620-REPORT-CLAIM.
      *----------------------------------------------------------------*
      * ONE CLAIM UNDER THE POLICY IN HAND: ITS SHARE OF THE CASH      *
      * COLLECTED, AND WHAT IS LEFT OF ITS DEDUCTIBLE -- NEVER MORE    *
      * THAN IS LEFT UNDER THE POLICY'S AGGREGATE CAP                  *
      *----------------------------------------------------------------*
           IF WS-COLLECT-LEFT > DL-BILLED
               MOVE DL-BILLED TO DL-COLLECTED
           ELSE
               MOVE WS-COLLECT-LEFT TO DL-COLLECTED
           END-IF.
           SUBTRACT DL-COLLECTED FROM WS-COLLECT-LEFT.
           COMPUTE WS-CLAIM-REMAINING = DL-DEDUCTIBLE - DL-BILLED.
           IF WS-CLAIM-REMAINING < 0
               MOVE ZERO TO WS-CLAIM-REMAINING
           END-IF.
           IF WALK-POLICY-CAPPED
              AND WS-CLAIM-REMAINING > WS-WALK-AGG-REMAIN
               MOVE WS-WALK-AGG-REMAIN TO WS-CLAIM-REMAINING
           END-IF.
           MOVE WS-CLAIM-REMAINING TO DL-REMAINING.
           REWRITE DEDUCT-LEDGER-RECORD.

           MOVE DL-DEDUCTIBLE   TO WS-F-DEDUCTIBLE.
           MOVE DL-PAID-TO-DATE TO WS-F-PAID.
           MOVE DL-BILLED       TO WS-F-BILLED.
           MOVE DL-COLLECTED    TO WS-F-COLLECTED.
           MOVE DL-REMAINING    TO WS-F-REMAINING.
           MOVE SPACES TO REPORT-LINE.
           MOVE '  CLAIM='      TO REPORT-LINE (1:8).
           MOVE DL-CLAIM-ID     TO REPORT-LINE (9:12).
           MOVE ' DED '         TO REPORT-LINE (21:5).
           MOVE WS-F-DEDUCTIBLE TO REPORT-LINE (26:12).
           MOVE ' PAID '        TO REPORT-LINE (38:6).
           MOVE WS-F-PAID       TO REPORT-LINE (44:12).
           MOVE ' BILLED '      TO REPORT-LINE (56:8).
           MOVE WS-F-BILLED     TO REPORT-LINE (64:12).
           MOVE ' COLL '        TO REPORT-LINE (76:6).
           MOVE WS-F-COLLECTED  TO REPORT-LINE (82:12).
           MOVE ' REMAIN '      TO REPORT-LINE (94:8).
           MOVE WS-F-REMAINING  TO REPORT-LINE (102:12).
           WRITE REPORT-LINE.
           ADD 1 TO WS-LEDGER-LINES.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'DEDBILL RUN CONTROL TOTALS'.
           DISPLAY 'CLAIMS PAID IN MONTH:  ' WS-CLAIMS-PAID.
           DISPLAY 'CLAIMS BILLED:         ' WS-CLAIMS-BILLED.
           DISPLAY 'CLAIMS NO DEDUCTIBLE:  ' WS-CLAIMS-NO-DEDUCT.
           DISPLAY 'CLAIMS HELD BY CAP:    ' WS-CLAIMS-EXHAUSTED.
           DISPLAY 'CLAIMS UNMATCHED:      ' WS-CLAIMS-UNMATCHED.
           DISPLAY 'INVOICES WRITTEN:      ' WS-INVOICES-WRITTEN.
           DISPLAY 'MANUAL INVOICES:       ' WS-MANUAL-INVOICES.
           DISPLAY 'LEDGER LINES:          ' WS-LEDGER-LINES.
           DISPLAY 'AMOUNT BILLED:         ' WS-AMOUNT-BILLED.
           DISPLAY 'COLLECTED TO DATE:     ' WS-AMOUNT-COLLECTED.
           DISPLAY '===================================='.

       850-WRITE-CONTROL-TOTALS.
      *----------------------------------------------------------------*
      * APPEND THIS RUN'S CONTROL TOTALS TO THE BALANCING FILE THE     *
      * MONTH-END CROSS-PROGRAM BALANCING RUN TIES TOGETHER. A1 IS     *
      * THE REIMBURSEMENT THIS RUN ADDED TO RECEIVABLES, A2 THE CASH   *
      * COLLECTED ON REIMBURSEMENT INVOICES TO DATE.                   *
      *----------------------------------------------------------------*
           MOVE WS-CLAIMS-BILLED     TO WS-CTL-C1.
           MOVE WS-INVOICES-WRITTEN  TO WS-CTL-C2.
           MOVE WS-CLAIMS-UNMATCHED  TO WS-CTL-C3.
           MOVE WS-AMOUNT-BILLED     TO WS-CTL-A1.
           MOVE WS-AMOUNT-COLLECTED  TO WS-CTL-A2.
           OPEN EXTEND CONTROL-TOTALS-FILE.
           IF CTLTOT-STATUS NOT = '00'
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           IF CTLTOT-STATUS = '00'
               MOVE SPACES TO CONTROL-TOTALS-LINE
               MOVE 'PGM='     TO CONTROL-TOTALS-LINE (1:4)
               MOVE 'DEDBILL ' TO CONTROL-TOTALS-LINE (5:8)
               MOVE ' CYCLE='  TO CONTROL-TOTALS-LINE (13:7)
               MOVE ZERO TO CONTROL-TOTALS-LINE (20:6)
               MOVE ' DATE='   TO CONTROL-TOTALS-LINE (26:6)
               MOVE WS-RUN-DATE TO CONTROL-TOTALS-LINE (32:8)
               MOVE ' C1='     TO CONTROL-TOTALS-LINE (40:4)
               MOVE WS-CTL-C1  TO CONTROL-TOTALS-LINE (44:7)
               MOVE ' C2='     TO CONTROL-TOTALS-LINE (51:4)
               MOVE WS-CTL-C2  TO CONTROL-TOTALS-LINE (55:7)
               MOVE ' C3='     TO CONTROL-TOTALS-LINE (62:4)
               MOVE WS-CTL-C3  TO CONTROL-TOTALS-LINE (66:7)
               MOVE ' A1='     TO CONTROL-TOTALS-LINE (73:4)
               MOVE WS-CTL-A1-X TO CONTROL-TOTALS-LINE (77:13)
               MOVE ' A2='     TO CONTROL-TOTALS-LINE (90:4)
               MOVE WS-CTL-A2-X TO CONTROL-TOTALS-LINE (94:13)
               WRITE CONTROL-TOTALS-LINE
               CLOSE CONTROL-TOTALS-FILE
           ELSE
               DISPLAY 'UNABLE TO WRITE CONTROL TOTALS: '
                       CTLTOT-STATUS
           END-IF.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN. AN UNMATCHED CLAIM OR   *
      * A MANUAL INVOICE ENDS THE RUN WITH A WARNING.                  *
      *----------------------------------------------------------------*
           CLOSE CLAIM-FILE
                 POLICY-FILE
                 DEDUCT-LEDGER-FILE
                 INVOICE-FILE
                 LEDGER-REPORT.

           IF RETURN-CODE = 0
              AND (WS-CLAIMS-UNMATCHED > 0 OR WS-MANUAL-INVOICES > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
