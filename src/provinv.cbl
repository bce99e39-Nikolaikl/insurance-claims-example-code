      *           BEFORE/AFTER IMAGES ON THE CLAIM HISTORY TRAIL),     *
      *           QUEUES APPROVED INVOICES FOR PAYMENT THROUGH THE     *
      *           DISBURSEMENT CYCLE, AND PRINTS THE PER-CLAIM         *
      *           COST-TO-DATE REPORT. EACH INVOICE CARRIES ITS        *
      *           PROCEDURE-CODE LINES; EVERY LINE IS REPRICED AT THE  *
      *           LESSER OF BILLED AND THE FEE-SCHEDULE ALLOWANCE FOR  *
      *           THE POLICY'S REGION ON THE SERVICE DATE, SO ONLY THE *
      *           STATUTORY AMOUNT IS PAID AND COSTED. AN INVOICE WITH *
      *           A CODE NOT ON THE SCHEDULE IS HELD FOR MANUAL REVIEW *
      *           AND EVERY INVOICE GETS AN EXPLANATION OF REVIEW FOR  *
      *           THE PROVIDER. AN INVOICE FROM THE PROVIDER OF THE    *
      *           CLAIM'S VOCATIONAL REHABILITATION PLAN (REHABMNT) IS *
      *           A PLAN COST: IT MUST FALL WITHIN THE PLAN'S DATES    *
      *           AND BUDGET, AND IS CHARGED TO THE PLAN'S COST TO     *
      *           DATE                                                 *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. REGISTER READ-BACK (DUPLICATE GUARD)                        *
      * 5. INVOICE INTAKE PASS                                         *
      * 6. FEE-SCHEDULE REPRICING AND EXPLANATION OF REVIEW            *
      * 7. REHABILITATION PLAN BUDGET CHECK                            *
      * 8. SAVINGS SUMMARY                                             *
      * 9. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - PROV-INVOICE-FILE: The arriving invoices, each a header      *
      *     line followed by its procedure-code lines. AMOUNT, BILLED  *
      *     and ALLOWED are 9 digits with two implied decimals, UNITS  *
      *     3 digits; ALLOWED is given only by the reviewer releasing  *
      *     a held line, and replaces the fee-schedule allowance:      *
      *     CLAIM-ID,PROVIDER-ID,INVOICE-NO,DATE,AMOUNT                *
      *     L,PROCEDURE-CODE,UNITS,BILLED[,ALLOWED]                    *
      * - PROV-REGISTER: Cumulative register of every accepted         *
      *     invoice, read back first so a re-sent invoice is caught,   *
      *     then extended with this run's accepted ones                *
      *     format for the next disbursement cycle                     *
      * - COST-REPORT: Per-claim cost-to-date report                   *
      * - REJECT-FILE: Duplicates and unknown claims, with reasons     *
      * - POLICY-FILE: The claim's policy, for its GEO-REGION-CODE     *
      * - FEE-SCHEDULE-FILE: Allowance per unit by procedure code,     *
      *     region and effective date (maintained by FEESMNT); when    *
      *     it is not there every line is paid as billed               *
      * - REVIEW-QUEUE: Invoices held for a code not on the fee        *
      *     schedule, in intake format, for the reviewer to add the    *
      *     ALLOWED field and send back through this run               *
      * - EOR-FILE: Explanation of review per invoice for the provider *
      * - REHAB-PLAN-FILE: Rehabilitation plans by claim (maintained   *
      *     by REHABMNT); when it is not there no invoice is charged   *
      *     to a plan                                                  *
      *----------------------------------------------------------------*
           SELECT PROV-INVOICE-FILE ASSIGN TO 'data/PROVINV.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJ-STATUS.

           SELECT POLICY-FILE ASSIGN TO "data/POLFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POLICY-NUMBER OF POLICY-RECORD
           FILE STATUS IS POL-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "data/FEESCHED"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-KEY
           FILE STATUS IS FEE-STATUS.

           SELECT REVIEW-QUEUE ASSIGN TO 'data/PROVREVW.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REVW-STATUS.

           SELECT EOR-FILE ASSIGN TO 'data/PROVEOR.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EOR-STATUS.

           SELECT REHAB-PLAN-FILE ASSIGN TO "data/REHABFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REHAB-CLAIM-ID
           FILE STATUS IS REHAB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROV-INVOICE-FILE.
      *   COLS 33-37  ' INV='      COLS 38-47  INVOICE-NO              *
      *   COLS 48-53  ' DATE='     COLS 54-61  INVOICE DATE            *
      *   COLS 62-66  ' AMT='      COLS 67-75  AMOUNT (IMPLIED 2 DEC)  *
      *   COLS 76-83  ' BILLED='   COLS 84-92  BILLED (IMPLIED 2 DEC)  *
      * AMT IS THE REPRICED AMOUNT PAID; BILLED IS THE INVOICE'S FACE  *
      *----------------------------------------------------------------*
       FD PROV-REGISTER.
       01 PROV-REGISTER-LINE       PIC X(100).

       FD CLAIM-FILE.
       01 CLAIM-RECORD.
       01 PROV-PAY-LINE            PIC X(90).

       FD COST-REPORT.
       01 REPORT-LINE              PIC X(132).

       FD REJECT-FILE.
       01 REJECT-LINE              PIC X(100).

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

       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
          05 FS-KEY.
             10 FS-PROC-CODE          PIC X(5).
             10 FS-REGION-CODE        PIC X(3).
             10 FS-EFF-DATE           PIC 9(8).
          05 FS-END-DATE              PIC 9(8).
          05 FS-ALLOWED-AMOUNT        PIC 9(7)V99.
          05 FS-DESCRIPTION           PIC X(30).
          05 FS-LOADED-DATE           PIC 9(8).
          05 FILLER                   PIC X(09).

       FD REVIEW-QUEUE.
       01 REVIEW-LINE              PIC X(60).

       FD EOR-FILE.
       01 EOR-LINE                 PIC X(132).

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

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-DUP-TABLE: Every provider/invoice pair ever accepted,     *
      *   off the register read-back                                   *
      * - WS-INVOICE-FIELDS: One invoice parsed off its header line    *
      * - WS-LINE-TABLE: The invoice's procedure lines and repricing   *
      * - WS-SAVINGS TABLES: Repricing savings by claim and provider   *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 QUEUE-STATUS          PIC X(2).
          05 RPT-STATUS            PIC X(2).
          05 REJ-STATUS            PIC X(2).
          05 POL-STATUS            PIC X(2).
          05 FEE-STATUS            PIC X(2).
          05 REVW-STATUS           PIC X(2).
          05 EOR-STATUS            PIC X(2).
          05 REHAB-FILE-STATUS     PIC X(2).

       01 WS-SWITCHES.
          05 WS-INV-EOF-SW         PIC X(1) VALUE 'N'.
          05 WS-INV-REJECT-SW      PIC X(1) VALUE 'N'.
             88 INVOICE-REJECTED   VALUE 'Y'.
             88 INVOICE-NOT-REJECTED VALUE 'N'.
          05 WS-INV-PENDING-SW     PIC X(1) VALUE 'N'.
             88 INVOICE-PENDING    VALUE 'Y'.
          05 WS-INV-HELD-SW        PIC X(1) VALUE 'N'.
             88 INVOICE-HELD       VALUE 'Y'.
          05 WS-LINE-ERROR-SW      PIC X(1) VALUE 'N'.
             88 LINE-IN-ERROR      VALUE 'Y'.
          05 WS-FEE-SCHEDULE-SW    PIC X(1) VALUE 'N'.
             88 FEE-SCHEDULE-AVAILABLE VALUE 'Y'.
          05 WS-FEE-FOUND-SW       PIC X(1) VALUE 'N'.
             88 FEE-FOUND          VALUE 'Y'.
          05 WS-SAVINGS-FULL-SW    PIC X(1) VALUE 'N'.
             88 SAVINGS-TABLE-FULL VALUE 'Y'.
          05 WS-REHAB-FILE-SW      PIC X(1) VALUE 'N'.
             88 REHAB-FILE-AVAILABLE VALUE 'Y'.
          05 WS-REHAB-COST-SW      PIC X(1) VALUE 'N'.
             88 REHAB-PLAN-COST    VALUE 'Y'.

       01 WS-RUN-DATE.
          05 WS-RUN-CCYY           PIC 9(4).
             10 WS-DUP-PROVIDER    PIC X(8).
             10 WS-DUP-INVOICE-NO  PIC X(10).

      * The header amount is parsed as characters and read through
      * its redefinition so the implied decimals land correctly.
       01 WS-INVOICE-FIELDS.
          05 WS-INV-HEADER-LINE    PIC X(60).
          05 WS-INV-CLAIM-ID       PIC X(12).
          05 WS-INV-PROVIDER       PIC X(8).
          05 WS-INV-INVOICE-NO     PIC X(10).
          05 WS-INV-AMOUNT         PIC 9(7)V99.
          05 WS-INV-AMOUNT-CHARS REDEFINES WS-INV-AMOUNT
                                   PIC X(9).
          05 WS-INV-REGION         PIC X(3).
          05 WS-INV-BILLED-TOTAL   PIC 9(9)V99.
          05 WS-INV-ALLOWED-TOTAL  PIC 9(7)V99.
          05 WS-INV-ALLOWED-CHARS REDEFINES WS-INV-ALLOWED-TOTAL
                                   PIC X(9).
          05 WS-INV-SAVED          PIC 9(7)V99.
          05 WS-REJ-REASON         PIC X(40).
          05 WS-LINE-REASON        PIC X(40).
          05 WS-F-INV-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
          05 WS-F-COST-TO-DATE     PIC ZZ,ZZZ,ZZ9.99.
          05 WS-F-BILLED           PIC ZZ,ZZZ,ZZ9.99.
          05 WS-F-ALLOWED          PIC ZZ,ZZZ,ZZ9.99.
          05 WS-F-SAVED            PIC ZZ,ZZZ,ZZ9.99.
          05 WS-F-COUNT            PIC ZZZZ9.
          05 WS-EOR-STATUS-TEXT    PIC X(15).

      * One procedure line as it arrives, parsed as characters and
      * read through the redefinitions.
       01 WS-LINE-INPUT.
          05 WS-LI-TAG             PIC X(1).
          05 WS-LI-PROC-CODE       PIC X(5).
          05 WS-LI-UNITS-CHARS     PIC X(3).
          05 WS-LI-UNITS REDEFINES WS-LI-UNITS-CHARS
                                   PIC 9(3).
          05 WS-LI-BILLED-CHARS    PIC X(9).
          05 WS-LI-BILLED REDEFINES WS-LI-BILLED-CHARS
                                   PIC 9(7)V99.
          05 WS-LI-REVIEWED-CHARS  PIC X(9).
          05 WS-LI-REVIEWED REDEFINES WS-LI-REVIEWED-CHARS
                                   PIC 9(7)V99.

      * The procedure lines of the invoice in hand. 20 lines covers
      * the longest itemized bill the medical unit sees.
       01 WS-LINE-COUNT            PIC 9(2) COMP VALUE ZERO.
       01 WS-LINE-SUB              PIC 9(2) COMP VALUE ZERO.
       01 WS-LINE-TABLE.
          05 WS-LINE-ENTRY OCCURS 20 TIMES.
             10 WS-LN-INPUT        PIC X(60).
             10 WS-LN-PROC-CODE    PIC X(5).
             10 WS-LN-UNITS        PIC 9(3).
             10 WS-LN-BILLED       PIC 9(7)V99.
             10 WS-LN-REVIEWED-SW  PIC X(1).
             10 WS-LN-REVIEWED     PIC 9(7)V99.
             10 WS-LN-ALLOWED      PIC 9(7)V99.
             10 WS-LN-REASON       PIC X(35).

      * The fee-schedule allowance for the whole line (per-unit
      * allowance times units).
       01 WS-LN-SCHEDULE-AMOUNT    PIC 9(9)V99.

      * Repricing savings on accepted invoices, by claim and by
      * provider, for the totals at the end of the cost report. 500
      * entries covers a run's invoices several times over.
       01 WS-CLM-SAV-COUNT         PIC 9(4) COMP VALUE ZERO.
       01 WS-CLM-SAV-TABLE.
          05 WS-CLM-SAV-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-CS-IDX.
             10 WS-CS-CLAIM-ID     PIC X(12).
             10 WS-CS-INVOICES     PIC 9(5) COMP.
             10 WS-CS-BILLED       PIC 9(9)V99.
             10 WS-CS-PAID         PIC 9(9)V99.
             10 WS-CS-SAVED        PIC 9(9)V99.
       01 WS-PRV-SAV-COUNT         PIC 9(4) COMP VALUE ZERO.
       01 WS-PRV-SAV-TABLE.
          05 WS-PRV-SAV-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-PS-IDX.
             10 WS-PS-PROVIDER     PIC X(8).
             10 WS-PS-INVOICES     PIC 9(5) COMP.
             10 WS-PS-BILLED       PIC 9(9)V99.
             10 WS-PS-PAID         PIC 9(9)V99.
             10 WS-PS-SAVED        PIC 9(9)V99.
       01 WS-SAV-SUB               PIC 9(4) COMP VALUE ZERO.

      * Before/after claim images for the claim-history trail.
       01 WS-CLAIM-HISTORY-FIELDS.
          05 WS-INVOICES-ACCEPTED  PIC 9(5) COMP VALUE ZERO.
          05 WS-INVOICES-REJECTED  PIC 9(5) COMP VALUE ZERO.
          05 WS-AMOUNT-ACCEPTED    PIC 9(9)V99 VALUE ZERO.
          05 WS-INVOICES-HELD      PIC 9(5) COMP VALUE ZERO.
          05 WS-LINES-READ         PIC 9(5) COMP VALUE ZERO.
          05 WS-LINES-REDUCED      PIC 9(5) COMP VALUE ZERO.
          05 WS-AMOUNT-BILLED      PIC 9(9)V99 VALUE ZERO.
          05 WS-AMOUNT-SAVED       PIC 9(9)V99 VALUE ZERO.
          05 WS-AMOUNT-HELD        PIC 9(9)V99 VALUE ZERO.
          05 WS-REHAB-INVOICES     PIC 9(5) COMP VALUE ZERO.
          05 WS-REHAB-AMOUNT       PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Read the register back for the duplicate guard             *
      * 2. Intake every invoice: edit, reprice its lines against the  *
      *    fee schedule, accumulate on the claim, register, queue for *
      *    payment, report cost-to-date -- or hold it for review      *
      * 3. Total the repricing savings by claim and by provider       *
      * 4. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-LOAD-REGISTER.
           PERFORM 300-PROCESS-INVOICES.
           PERFORM 400-WRITE-SAVINGS-SUMMARY.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

      * ALL FILES                                                      *
      *----------------------------------------------------------------*
           INITIALIZE WS-DUP-TABLE.
           INITIALIZE WS-CLM-SAV-TABLE.
           INITIALIZE WS-PRV-SAV-TABLE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-CCYY TO WS-QUEUE-CCYY.
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT POLICY-FILE.
           IF POL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POLICY FILE: ' POL-STATUS
              PERFORM 900-TERMINATION
           END-IF.

      * Without a fee schedule every line is paid as billed, as
      * before the schedule was loaded.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF FEE-STATUS = '00'
               SET FEE-SCHEDULE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'FEE SCHEDULE NOT AVAILABLE - '
                       'INVOICES PAID AS BILLED'
           END-IF.

      * Without a plan file no invoice is a plan cost, as before
      * rehabilitation plans were kept.
           OPEN I-O REHAB-PLAN-FILE.
           IF REHAB-FILE-STATUS = '00'
               SET REHAB-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'REHAB PLAN FILE NOT AVAILABLE - '
                       'NO PLAN BUDGET CHECK'
           END-IF.

      * Held invoices wait on the review queue until the reviewer
      * works them, so it extends run after run.
           OPEN EXTEND REVIEW-QUEUE.
           IF REVW-STATUS NOT = '00'
              OPEN OUTPUT REVIEW-QUEUE
           END-IF.
           IF REVW-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REVIEW QUEUE: ' REVW-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT EOR-FILE.
           IF EOR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EXPLANATION OF REVIEW FILE: '
                      EOR-STATUS
              PERFORM 900-TERMINATION
           END-IF.

       200-LOAD-REGISTER.
      *----------------------------------------------------------------*
      * READ THE CUMULATIVE REGISTER BACK INTO THE DUPLICATE TABLE,    *

       300-PROCESS-INVOICES.
      *----------------------------------------------------------------*
      * INVOICE INTAKE PASS. A HEADER LINE STARTS AN INVOICE AND THE   *
      * PROCEDURE LINES BEHIND IT ARE COLLECTED; THE INVOICE IS        *
      * PROCESSED WHEN THE NEXT HEADER (OR THE END OF THE FILE)        *
      * SHOWS ALL ITS LINES ARE IN                                     *
      *----------------------------------------------------------------*
           PERFORM UNTIL INV-END-OF-FILE
               READ PROV-INVOICE-FILE
                   AT END
                       SET INV-END-OF-FILE TO TRUE
                   NOT AT END
                       IF PROV-INVOICE-LINE (1:2) = 'L,'
                           ADD 1 TO WS-LINES-READ
                           PERFORM 304-COLLECT-PROCEDURE-LINE
                       ELSE
                           IF INVOICE-PENDING
                               PERFORM 310-PROCESS-ONE-INVOICE
                           END-IF
                           ADD 1 TO WS-INVOICES-READ
                           PERFORM 302-START-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           IF INVOICE-PENDING
               PERFORM 310-PROCESS-ONE-INVOICE
           END-IF
           DISPLAY 'PROCESSED ALL PROVIDER INVOICES'.

       302-START-INVOICE.
      *----------------------------------------------------------------*
      * PARSE AN INVOICE HEADER AND CLEAR THE LINE TABLE FOR ITS       *
      * PROCEDURE LINES                                                *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-INVOICE-FIELDS.
           MOVE PROV-INVOICE-LINE TO WS-INV-HEADER-LINE.
           UNSTRING PROV-INVOICE-LINE DELIMITED BY ','
               INTO WS-INV-CLAIM-ID
                    WS-INV-PROVIDER
                    WS-INV-INVOICE-NO
                    WS-INV-DATE
                    WS-INV-AMOUNT-CHARS
           END-UNSTRING.

           INITIALIZE WS-LINE-TABLE.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE 'N'  TO WS-LINE-ERROR-SW.
           MOVE SPACES TO WS-LINE-REASON.
           SET INVOICE-PENDING TO TRUE.

       304-COLLECT-PROCEDURE-LINE.
      *----------------------------------------------------------------*
      * PARSE ONE PROCEDURE LINE ONTO THE INVOICE IN HAND. A BAD LINE  *
      * MARKS THE WHOLE INVOICE FOR REJECTION WHEN IT IS PROCESSED     *
      *----------------------------------------------------------------*
           IF NOT INVOICE-PENDING
               PERFORM 306-WRITE-ORPHAN-REJECT
           ELSE
               IF WS-LINE-COUNT >= 20
                   IF NOT LINE-IN-ERROR
                       SET LINE-IN-ERROR TO TRUE
                       MOVE 'MORE THAN 20 PROCEDURE LINES'
                            TO WS-LINE-REASON
                   END-IF
               ELSE
                   MOVE SPACES TO WS-LINE-INPUT
                   UNSTRING PROV-INVOICE-LINE DELIMITED BY ','
                       INTO WS-LI-TAG
                            WS-LI-PROC-CODE
                            WS-LI-UNITS-CHARS
                            WS-LI-BILLED-CHARS
                            WS-LI-REVIEWED-CHARS
                   END-UNSTRING
                   ADD 1 TO WS-LINE-COUNT
                   MOVE PROV-INVOICE-LINE
                        TO WS-LN-INPUT (WS-LINE-COUNT)
                   IF WS-LI-PROC-CODE = SPACES
                      OR WS-LI-UNITS NOT NUMERIC
                      OR WS-LI-BILLED NOT NUMERIC
                      OR (WS-LI-REVIEWED-CHARS NOT = SPACES
                          AND WS-LI-REVIEWED NOT NUMERIC)
                       IF NOT LINE-IN-ERROR
                           SET LINE-IN-ERROR TO TRUE
                           MOVE 'PROCEDURE LINE NOT VALID'
                                TO WS-LINE-REASON
                       END-IF
                   ELSE
                       IF WS-LI-UNITS = 0
                           IF NOT LINE-IN-ERROR
                               SET LINE-IN-ERROR TO TRUE
                               MOVE 'PROCEDURE LINE WITH ZERO UNITS'
                                    TO WS-LINE-REASON
                           END-IF
                       ELSE
                           MOVE WS-LI-PROC-CODE
                                TO WS-LN-PROC-CODE (WS-LINE-COUNT)
                           MOVE WS-LI-UNITS
                                TO WS-LN-UNITS (WS-LINE-COUNT)
                           MOVE WS-LI-BILLED
                                TO WS-LN-BILLED (WS-LINE-COUNT)
                           IF WS-LI-REVIEWED-CHARS = SPACES
                               MOVE 'N' TO
                                    WS-LN-REVIEWED-SW (WS-LINE-COUNT)
                           ELSE
                               MOVE 'Y' TO
                                    WS-LN-REVIEWED-SW (WS-LINE-COUNT)
                               MOVE WS-LI-REVIEWED
                                    TO WS-LN-REVIEWED (WS-LINE-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       306-WRITE-ORPHAN-REJECT.
      *----------------------------------------------------------------*
      * A PROCEDURE LINE WITH NO INVOICE HEADER AHEAD OF IT CANNOT BE  *
      * PLACED; REJECT THE LINE ITSELF                                 *
      *----------------------------------------------------------------*
           ADD 1 TO WS-INVOICES-REJECTED.
           MOVE SPACES TO REJECT-LINE.
           STRING PROV-INVOICE-LINE DELIMITED BY '  '
                  ' REASON='        DELIMITED BY SIZE
                  'PROCEDURE LINE WITH NO INVOICE HEADER'
                                    DELIMITED BY SIZE
                  INTO REJECT-LINE
           END-STRING.
           WRITE REJECT-LINE.

       310-PROCESS-ONE-INVOICE.
      *----------------------------------------------------------------*
      * EDIT AND APPLY ONE INVOICE:                                    *
      * 1. Reject an invoice with a bad or zero amount, a bad          *
      *    procedure line, no lines, or lines that do not add up to   *
      *    the amount billed                                          *
      * 2. Reject a duplicate provider/invoice-number pair            *
      * 3. Reject an invoice whose claim is not on the master, or     *
      *    whose claim is terminated                                  *
      * 4. Reprice every line against the fee schedule; an invoice    *
      *    with a code not on the schedule is held for review         *
      * 5. Reject a rehabilitation plan cost outside the plan's dates *
      *    or budget, or against a closed plan                        *
      * 6. Otherwise accumulate the claim's cost-to-date (before/     *
      *    after images to the history trail), register the invoice,  *
      *    queue the payment, and report the new cost-to-date         *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-INV-REJECT-SW.
           MOVE 'N' TO WS-INV-PENDING-SW.
           MOVE 'N' TO WS-INV-HELD-SW.
           MOVE 'N' TO WS-REHAB-COST-SW.

           IF WS-INV-AMOUNT NOT NUMERIC
               MOVE 'INVOICE AMOUNT NOT NUMERIC' TO WS-REJ-REASON
               SET INVOICE-REJECTED TO TRUE
           END-IF.

           IF INVOICE-NOT-REJECTED AND WS-INV-AMOUNT = 0
               MOVE 'ZERO INVOICE AMOUNT' TO WS-REJ-REASON
               SET INVOICE-REJECTED TO TRUE
           END-IF.

           IF INVOICE-NOT-REJECTED AND LINE-IN-ERROR
               MOVE WS-LINE-REASON TO WS-REJ-REASON
               SET INVOICE-REJECTED TO TRUE
           END-IF.

           IF INVOICE-NOT-REJECTED AND WS-LINE-COUNT = 0
               MOVE 'NO PROCEDURE LINES ON INVOICE' TO WS-REJ-REASON
               SET INVOICE-REJECTED TO TRUE
           END-IF.

           IF INVOICE-NOT-REJECTED
               MOVE ZERO TO WS-INV-BILLED-TOTAL
               MOVE 1 TO WS-LINE-SUB
               PERFORM UNTIL WS-LINE-SUB > WS-LINE-COUNT
                   ADD WS-LN-BILLED (WS-LINE-SUB)
                       TO WS-INV-BILLED-TOTAL
                   ADD 1 TO WS-LINE-SUB
               END-PERFORM
               IF WS-INV-BILLED-TOTAL NOT = WS-INV-AMOUNT
                   MOVE 'LINES DO NOT ADD UP TO INVOICE AMOUNT'
                        TO WS-REJ-REASON
                   SET INVOICE-REJECTED TO TRUE
               END-IF
           END-IF.

           IF INVOICE-NOT-REJECTED
               SET WS-DUP-IDX TO 1
               SEARCH WS-DUP-ENTRY
           IF INVOICE-REJECTED
               PERFORM 320-WRITE-REJECT-RECORD
           ELSE
               PERFORM 350-REPRICE-INVOICE
               IF NOT INVOICE-HELD AND REHAB-FILE-AVAILABLE
                   PERFORM 390-CHECK-REHAB-PLAN
               END-IF
               EVALUATE TRUE
                   WHEN INVOICE-REJECTED
                       PERFORM 320-WRITE-REJECT-RECORD
                   WHEN INVOICE-HELD
                       PERFORM 360-HOLD-FOR-REVIEW
                       PERFORM 370-WRITE-EOR
                   WHEN OTHER
                       PERFORM 330-APPLY-ONE-INVOICE
                       PERFORM 370-WRITE-EOR
               END-EVALUATE
           END-IF.

       320-WRITE-REJECT-RECORD.

       330-APPLY-ONE-INVOICE.
      *----------------------------------------------------------------*
      * APPLY ONE ACCEPTED INVOICE AT ITS REPRICED AMOUNT: COST-TO-    *
      * DATE ON THE CLAIM MASTER, REGISTER ENTRY, PAYMENT QUEUE RECORD *
      * AND REPORT LINE, AND A PLAN COST'S CHARGE TO ITS PLAN          *
      *----------------------------------------------------------------*
           ADD 1 TO WS-INVOICES-ACCEPTED.
           ADD WS-INV-ALLOWED-TOTAL TO WS-AMOUNT-ACCEPTED.
           ADD WS-INV-AMOUNT        TO WS-AMOUNT-BILLED.
           ADD WS-INV-SAVED         TO WS-AMOUNT-SAVED.
           IF WS-DUP-TABLE-COUNT < 2000
               ADD 1 TO WS-DUP-TABLE-COUNT
               MOVE WS-INV-PROVIDER
           END-IF.

           MOVE CLAIM-RECORD TO WS-CH-BEFORE-IMAGE.
           ADD WS-INV-ALLOWED-TOTAL TO TOTAL-ACCIDENT-COSTS.
           REWRITE CLAIM-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO SAVE CLAIM MASTER: '
                   PERFORM 340-WRITE-CLAIM-HISTORY
           END-REWRITE.

           IF REHAB-PLAN-COST
               ADD 1 TO WS-REHAB-INVOICES
               ADD WS-INV-ALLOWED-TOTAL TO WS-REHAB-AMOUNT
               ADD WS-INV-ALLOWED-TOTAL TO REHAB-COST-TO-DATE
               IF WS-INV-DATE > REHAB-LAST-INVOICE-DATE
                   MOVE WS-INV-DATE TO REHAB-LAST-INVOICE-DATE
               END-IF
               REWRITE REHAB-PLAN-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO SAVE REHAB PLAN: '
                               WS-INV-CLAIM-ID
               END-REWRITE
           END-IF.

           MOVE SPACES TO PROV-REGISTER-LINE.
           MOVE 'CLAIM='           TO PROV-REGISTER-LINE (1:6).
           MOVE WS-INV-CLAIM-ID    TO PROV-REGISTER-LINE (7:12).
           MOVE ' DATE='           TO PROV-REGISTER-LINE (48:6).
           MOVE WS-INV-DATE        TO PROV-REGISTER-LINE (54:8).
           MOVE ' AMT='            TO PROV-REGISTER-LINE (62:5).
           MOVE WS-INV-ALLOWED-CHARS TO PROV-REGISTER-LINE (67:9).
           MOVE ' BILLED='         TO PROV-REGISTER-LINE (76:8).
           MOVE WS-INV-AMOUNT-CHARS TO PROV-REGISTER-LINE (84:9).
           WRITE PROV-REGISTER-LINE.

      * Queue the invoice for payment in schedule-line format, dated
      * the month after this run; SEQ=9996 marks a provider invoice
      * reimbursement, alongside the 9998 cost and 9999 settlement
      * one-time records. An invoice repriced to nothing pays nothing.
           MOVE WS-INV-ALLOWED-TOTAL TO WS-F-INV-AMOUNT.
           IF WS-INV-ALLOWED-TOTAL > 0
               MOVE SPACES TO PROV-PAY-LINE
               STRING WS-INV-CLAIM-ID  DELIMITED BY SIZE
                      ' SEQ=9996'      DELIMITED BY SIZE
                      ' DATE='         DELIMITED BY SIZE
                      WS-QUEUE-CCYY    DELIMITED BY SIZE
                      WS-QUEUE-MM      DELIMITED BY SIZE
                      WS-QUEUE-DD      DELIMITED BY SIZE
                      ' AMOUNT='       DELIMITED BY SIZE
                      WS-F-INV-AMOUNT  DELIMITED BY SIZE
                      ' DEP=00'        DELIMITED BY SIZE
                      ' REL='          DELIMITED BY SIZE
                      WS-INV-PROVIDER  DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      ' STAT=A'        DELIMITED BY SIZE
                      INTO PROV-PAY-LINE
               END-STRING
               WRITE PROV-PAY-LINE
           END-IF.

           MOVE WS-INV-AMOUNT        TO WS-F-BILLED.
           MOVE WS-INV-SAVED         TO WS-F-SAVED.
           MOVE TOTAL-ACCIDENT-COSTS TO WS-F-COST-TO-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-INV-CLAIM-ID   DELIMITED BY SIZE
                  WS-INV-PROVIDER   DELIMITED BY SIZE
                  ' INV='           DELIMITED BY SIZE
                  WS-INV-INVOICE-NO DELIMITED BY SIZE
                  ' BILLED='        DELIMITED BY SIZE
                  WS-F-BILLED       DELIMITED BY SIZE
                  ' PAID='          DELIMITED BY SIZE
                  WS-F-INV-AMOUNT   DELIMITED BY SIZE
                  ' SAVED='         DELIMITED BY SIZE
                  WS-F-SAVED        DELIMITED BY SIZE
                  ' COST-TO-DATE='  DELIMITED BY SIZE
                  WS-F-COST-TO-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           PERFORM 380-ACCUMULATE-SAVINGS.

       340-WRITE-CLAIM-HISTORY.
      *----------------------------------------------------------------*
      * APPEND THE BEFORE AND AFTER IMAGES OF ONE CLAIM MASTER         *
           MOVE WS-CH-AFTER-IMAGE TO CLAIM-HISTORY-LINE (52:227).
           WRITE CLAIM-HISTORY-LINE.

       350-REPRICE-INVOICE.
      *----------------------------------------------------------------*
      * REPRICE EVERY LINE OF THE INVOICE AGAINST THE FEE SCHEDULE FOR *
      * THE REGION OF THE CLAIM'S POLICY, AND TOTAL WHAT IS ALLOWED    *
      * AND WHAT REPRICING SAVED                                       *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-INV-REGION.
           MOVE POLICY-NUMBER OF CLAIM-RECORD
                TO POLICY-NUMBER OF POLICY-RECORD.
           READ POLICY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GEO-REGION-CODE OF POLICY-RECORD
                        TO WS-INV-REGION
           END-READ.

           MOVE ZERO TO WS-INV-ALLOWED-TOTAL.
           MOVE 1 TO WS-LINE-SUB.
           PERFORM UNTIL WS-LINE-SUB > WS-LINE-COUNT
               PERFORM 352-REPRICE-ONE-LINE
               ADD WS-LN-ALLOWED (WS-LINE-SUB) TO WS-INV-ALLOWED-TOTAL
               ADD 1 TO WS-LINE-SUB
           END-PERFORM.
           SUBTRACT WS-INV-ALLOWED-TOTAL FROM WS-INV-AMOUNT
               GIVING WS-INV-SAVED.

       352-REPRICE-ONE-LINE.
      *----------------------------------------------------------------*
      * ALLOW ONE LINE AT THE LESSER OF BILLED AND:                    *
      * - THE REVIEWER'S ALLOWANCE, WHEN THE LINE CARRIES ONE          *
      * - OTHERWISE THE FEE-SCHEDULE ALLOWANCE TIMES UNITS; A CODE NOT *
      *   ON THE SCHEDULE ALLOWS NOTHING AND HOLDS THE INVOICE         *
      * - WITH NO FEE SCHEDULE AT ALL, THE LINE IS ALLOWED AS BILLED   *
      *----------------------------------------------------------------*
           IF WS-LN-REVIEWED-SW (WS-LINE-SUB) = 'Y'
               IF WS-LN-BILLED (WS-LINE-SUB)
                  > WS-LN-REVIEWED (WS-LINE-SUB)
                   MOVE WS-LN-REVIEWED (WS-LINE-SUB)
                        TO WS-LN-ALLOWED (WS-LINE-SUB)
                   MOVE 'REDUCED TO REVIEWED ALLOWANCE'
                        TO WS-LN-REASON (WS-LINE-SUB)
                   ADD 1 TO WS-LINES-REDUCED
               ELSE
                   MOVE WS-LN-BILLED (WS-LINE-SUB)
                        TO WS-LN-ALLOWED (WS-LINE-SUB)
                   MOVE 'BILLED AT OR BELOW REVIEWED AMOUNT'
                        TO WS-LN-REASON (WS-LINE-SUB)
               END-IF
           ELSE
               IF NOT FEE-SCHEDULE-AVAILABLE
                   MOVE WS-LN-BILLED (WS-LINE-SUB)
                        TO WS-LN-ALLOWED (WS-LINE-SUB)
                   MOVE 'NO FEE SCHEDULE - PAID AS BILLED'
                        TO WS-LN-REASON (WS-LINE-SUB)
               ELSE
                   PERFORM 354-LOOKUP-FEE-SCHEDULE
                   IF NOT FEE-FOUND
                       MOVE ZERO TO WS-LN-ALLOWED (WS-LINE-SUB)
                       MOVE 'CODE NOT ON FEE SCHEDULE - REVIEW'
                            TO WS-LN-REASON (WS-LINE-SUB)
                       SET INVOICE-HELD TO TRUE
                   ELSE
                       COMPUTE WS-LN-SCHEDULE-AMOUNT =
                               FS-ALLOWED-AMOUNT
                             * WS-LN-UNITS (WS-LINE-SUB)
                       IF WS-LN-BILLED (WS-LINE-SUB)
                          > WS-LN-SCHEDULE-AMOUNT
                           MOVE WS-LN-SCHEDULE-AMOUNT
                                TO WS-LN-ALLOWED (WS-LINE-SUB)
                           MOVE 'REDUCED TO FEE SCHEDULE ALLOWANCE'
                                TO WS-LN-REASON (WS-LINE-SUB)
                           ADD 1 TO WS-LINES-REDUCED
                       ELSE
                           MOVE WS-LN-BILLED (WS-LINE-SUB)
                                TO WS-LN-ALLOWED (WS-LINE-SUB)
                           MOVE 'BILLED AT OR BELOW FEE SCHEDULE'
                                TO WS-LN-REASON (WS-LINE-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       354-LOOKUP-FEE-SCHEDULE.
      *----------------------------------------------------------------*
      * FIND THE ALLOWANCE IN FORCE FOR THE LINE'S CODE IN THE         *
      * INVOICE'S REGION ON THE SERVICE DATE -- THE LATEST ENTRY       *
      * EFFECTIVE ON OR BEFORE IT, PROVIDED THAT ENTRY HAS NOT ENDED   *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-FEE-FOUND-SW.
           IF WS-INV-REGION NOT = SPACES
               MOVE WS-LN-PROC-CODE (WS-LINE-SUB) TO FS-PROC-CODE
               MOVE WS-INV-REGION                 TO FS-REGION-CODE
               MOVE WS-INV-DATE                   TO FS-EFF-DATE
               START FEE-SCHEDULE-FILE KEY IS LESS THAN OR EQUAL TO
                     FS-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF FEE-STATUS = '00'
                   READ FEE-SCHEDULE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FS-PROC-CODE
                              = WS-LN-PROC-CODE (WS-LINE-SUB)
                              AND FS-REGION-CODE = WS-INV-REGION
                              AND (FS-END-DATE = ZERO
                                   OR FS-END-DATE >= WS-INV-DATE)
                               SET FEE-FOUND TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

       360-HOLD-FOR-REVIEW.
      *----------------------------------------------------------------*
      * PUT A HELD INVOICE ON THE REVIEW QUEUE, HEADER AND LINES AS    *
      * THEY ARRIVED. IT IS NOT REGISTERED, SO ONCE THE REVIEWER HAS   *
      * ADDED THE ALLOWED FIELD TO THE UNLISTED LINES THE SAME INVOICE *
      * CAN BE SENT BACK THROUGH INTAKE                                *
      *----------------------------------------------------------------*
           ADD 1 TO WS-INVOICES-HELD.
           ADD WS-INV-AMOUNT TO WS-AMOUNT-HELD.
           MOVE WS-INV-HEADER-LINE TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE 1 TO WS-LINE-SUB.
           PERFORM UNTIL WS-LINE-SUB > WS-LINE-COUNT
               MOVE WS-LN-INPUT (WS-LINE-SUB) TO REVIEW-LINE
               WRITE REVIEW-LINE
               ADD 1 TO WS-LINE-SUB
           END-PERFORM.

       370-WRITE-EOR.
      *----------------------------------------------------------------*
      * WRITE THE EXPLANATION OF REVIEW FOR THE PROVIDER: THE INVOICE  *
      * AND ITS DISPOSITION, EACH LINE BILLED / ALLOWED / REDUCED WITH *
      * THE REASON, AND THE INVOICE TOTALS                             *
      *----------------------------------------------------------------*
           IF INVOICE-HELD
               MOVE 'HELD FOR REVIEW' TO WS-EOR-STATUS-TEXT
           ELSE
               MOVE 'ACCEPTED'        TO WS-EOR-STATUS-TEXT
           END-IF.
           MOVE SPACES TO EOR-LINE.
           STRING 'EOR PROV='        DELIMITED BY SIZE
                  WS-INV-PROVIDER    DELIMITED BY SIZE
                  ' INV='            DELIMITED BY SIZE
                  WS-INV-INVOICE-NO  DELIMITED BY SIZE
                  ' CLAIM='          DELIMITED BY SIZE
                  WS-INV-CLAIM-ID    DELIMITED BY SIZE
                  ' DATE='           DELIMITED BY SIZE
                  WS-INV-DATE        DELIMITED BY SIZE
                  ' STATUS='         DELIMITED BY SIZE
                  WS-EOR-STATUS-TEXT DELIMITED BY SIZE
                  INTO EOR-LINE
           END-STRING.
           WRITE EOR-LINE.

           MOVE 1 TO WS-LINE-SUB.
           PERFORM UNTIL WS-LINE-SUB > WS-LINE-COUNT
               PERFORM 372-WRITE-EOR-LINE
               ADD 1 TO WS-LINE-SUB
           END-PERFORM.

           MOVE WS-INV-AMOUNT        TO WS-F-BILLED.
           MOVE WS-INV-ALLOWED-TOTAL TO WS-F-ALLOWED.
           MOVE WS-INV-SAVED         TO WS-F-SAVED.
           MOVE SPACES TO EOR-LINE.
           STRING '    TOTAL               ' DELIMITED BY SIZE
                  ' BILLED='         DELIMITED BY SIZE
                  WS-F-BILLED        DELIMITED BY SIZE
                  ' ALLOWED='        DELIMITED BY SIZE
                  WS-F-ALLOWED       DELIMITED BY SIZE
                  ' REDUCED='        DELIMITED BY SIZE
                  WS-F-SAVED         DELIMITED BY SIZE
                  INTO EOR-LINE
           END-STRING.
           WRITE EOR-LINE.

       372-WRITE-EOR-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE PROCEDURE LINE OF THE EXPLANATION OF REVIEW          *
      *----------------------------------------------------------------*
           MOVE WS-LN-BILLED (WS-LINE-SUB)  TO WS-F-BILLED.
           MOVE WS-LN-ALLOWED (WS-LINE-SUB) TO WS-F-ALLOWED.
           SUBTRACT WS-LN-ALLOWED (WS-LINE-SUB)
               FROM WS-LN-BILLED (WS-LINE-SUB)
               GIVING WS-F-SAVED.
           MOVE SPACES TO EOR-LINE.
           STRING '    CODE='        DELIMITED BY SIZE
                  WS-LN-PROC-CODE (WS-LINE-SUB) DELIMITED BY SIZE
                  ' UNITS='          DELIMITED BY SIZE
                  WS-LN-UNITS (WS-LINE-SUB)     DELIMITED BY SIZE
                  ' BILLED='         DELIMITED BY SIZE
                  WS-F-BILLED        DELIMITED BY SIZE
                  ' ALLOWED='        DELIMITED BY SIZE
                  WS-F-ALLOWED       DELIMITED BY SIZE
                  ' REDUCED='        DELIMITED BY SIZE
                  WS-F-SAVED         DELIMITED BY SIZE
                  ' REASON='         DELIMITED BY SIZE
                  WS-LN-REASON (WS-LINE-SUB)    DELIMITED BY SIZE
                  INTO EOR-LINE
           END-STRING.
           WRITE EOR-LINE.

       380-ACCUMULATE-SAVINGS.
      *----------------------------------------------------------------*
      * ADD AN ACCEPTED INVOICE'S BILLED, PAID AND SAVED AMOUNTS TO    *
      * ITS CLAIM'S AND ITS PROVIDER'S SAVINGS TOTALS                  *
      *----------------------------------------------------------------*
           SET WS-CS-IDX TO 1.
           SEARCH WS-CLM-SAV-ENTRY
               AT END
                   IF WS-CLM-SAV-COUNT < 500
                       ADD 1 TO WS-CLM-SAV-COUNT
                       SET WS-CS-IDX TO WS-CLM-SAV-COUNT
                       MOVE WS-INV-CLAIM-ID
                            TO WS-CS-CLAIM-ID (WS-CS-IDX)
                   ELSE
                       SET SAVINGS-TABLE-FULL TO TRUE
                       SET WS-CS-IDX TO ZERO
                   END-IF
               WHEN WS-CS-CLAIM-ID (WS-CS-IDX) = WS-INV-CLAIM-ID
                   CONTINUE
           END-SEARCH.
           IF WS-CS-IDX > ZERO
               ADD 1                    TO WS-CS-INVOICES (WS-CS-IDX)
               ADD WS-INV-AMOUNT        TO WS-CS-BILLED (WS-CS-IDX)
               ADD WS-INV-ALLOWED-TOTAL TO WS-CS-PAID (WS-CS-IDX)
               ADD WS-INV-SAVED         TO WS-CS-SAVED (WS-CS-IDX)
           END-IF.

           SET WS-PS-IDX TO 1.
           SEARCH WS-PRV-SAV-ENTRY
               AT END
                   IF WS-PRV-SAV-COUNT < 500
                       ADD 1 TO WS-PRV-SAV-COUNT
                       SET WS-PS-IDX TO WS-PRV-SAV-COUNT
                       MOVE WS-INV-PROVIDER
                            TO WS-PS-PROVIDER (WS-PS-IDX)
                   ELSE
                       SET SAVINGS-TABLE-FULL TO TRUE
                       SET WS-PS-IDX TO ZERO
                   END-IF
               WHEN WS-PS-PROVIDER (WS-PS-IDX) = WS-INV-PROVIDER
                   CONTINUE
           END-SEARCH.
           IF WS-PS-IDX > ZERO
               ADD 1                    TO WS-PS-INVOICES (WS-PS-IDX)
               ADD WS-INV-AMOUNT        TO WS-PS-BILLED (WS-PS-IDX)
               ADD WS-INV-ALLOWED-TOTAL TO WS-PS-PAID (WS-PS-IDX)
               ADD WS-INV-SAVED         TO WS-PS-SAVED (WS-PS-IDX)
           END-IF.

       390-CHECK-REHAB-PLAN.
      *----------------------------------------------------------------*
      * AN INVOICE FROM THE PROVIDER NAMED ON THE CLAIM'S              *
      * REHABILITATION PLAN IS A PLAN COST. IT IS REJECTED IF THE PLAN *
      * IS CLOSED, IF ITS SERVICE DATE FALLS OUTSIDE THE PLAN'S DATES, *
      * OR IF ITS REPRICED AMOUNT WOULD TAKE THE PLAN OVER BUDGET      *
      *----------------------------------------------------------------*
           MOVE WS-INV-CLAIM-ID TO REHAB-CLAIM-ID.
           READ REHAB-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REHAB-PROVIDER-ID = WS-INV-PROVIDER
                       SET REHAB-PLAN-COST TO TRUE
                   END-IF
           END-READ.

           IF REHAB-PLAN-COST AND REHAB-STATUS NOT = 'A'
               MOVE 'REHAB PLAN NOT ACTIVE' TO WS-REJ-REASON
               SET INVOICE-REJECTED TO TRUE
           END-IF.

           IF REHAB-PLAN-COST AND INVOICE-NOT-REJECTED
               IF WS-INV-DATE < REHAB-START-DATE
                  OR WS-INV-DATE > REHAB-END-DATE
                   MOVE 'SERVICE DATE OUTSIDE REHAB PLAN'
                        TO WS-REJ-REASON
                   SET INVOICE-REJECTED TO TRUE
               END-IF
           END-IF.

           IF REHAB-PLAN-COST AND INVOICE-NOT-REJECTED
               IF REHAB-COST-TO-DATE + WS-INV-ALLOWED-TOTAL
                  > REHAB-BUDGET
                   MOVE 'EXCEEDS REHAB PLAN BUDGET' TO WS-REJ-REASON
                   SET INVOICE-REJECTED TO TRUE
               END-IF
           END-IF.

       400-WRITE-SAVINGS-SUMMARY.
      *----------------------------------------------------------------*
      * CLOSE THE COST REPORT WITH THE FEE-SCHEDULE SAVINGS ON THIS    *
      * RUN'S ACCEPTED INVOICES, TOTALLED BY CLAIM AND BY PROVIDER     *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'FEE SCHEDULE SAVINGS BY CLAIM' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-SAV-SUB.
           PERFORM UNTIL WS-SAV-SUB > WS-CLM-SAV-COUNT
               MOVE WS-CS-INVOICES (WS-SAV-SUB) TO WS-F-COUNT
               MOVE WS-CS-BILLED (WS-SAV-SUB)   TO WS-F-BILLED
               MOVE WS-CS-PAID (WS-SAV-SUB)     TO WS-F-ALLOWED
               MOVE WS-CS-SAVED (WS-SAV-SUB)    TO WS-F-SAVED
               MOVE SPACES TO REPORT-LINE
               STRING WS-CS-CLAIM-ID (WS-SAV-SUB) DELIMITED BY SIZE
                      ' INVOICES='      DELIMITED BY SIZE
                      WS-F-COUNT        DELIMITED BY SIZE
                      ' BILLED='        DELIMITED BY SIZE
                      WS-F-BILLED       DELIMITED BY SIZE
                      ' PAID='          DELIMITED BY SIZE
                      WS-F-ALLOWED      DELIMITED BY SIZE
                      ' SAVED='         DELIMITED BY SIZE
                      WS-F-SAVED        DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-SAV-SUB
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'FEE SCHEDULE SAVINGS BY PROVIDER' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-SAV-SUB.
           PERFORM UNTIL WS-SAV-SUB > WS-PRV-SAV-COUNT
               MOVE WS-PS-INVOICES (WS-SAV-SUB) TO WS-F-COUNT
               MOVE WS-PS-BILLED (WS-SAV-SUB)   TO WS-F-BILLED
               MOVE WS-PS-PAID (WS-SAV-SUB)     TO WS-F-ALLOWED
               MOVE WS-PS-SAVED (WS-SAV-SUB)    TO WS-F-SAVED
               MOVE SPACES TO REPORT-LINE
               STRING WS-PS-PROVIDER (WS-SAV-SUB) DELIMITED BY SIZE
                      '     INVOICES='  DELIMITED BY SIZE
                      WS-F-COUNT        DELIMITED BY SIZE
                      ' BILLED='        DELIMITED BY SIZE
                      WS-F-BILLED       DELIMITED BY SIZE
                      ' PAID='          DELIMITED BY SIZE
                      WS-F-ALLOWED      DELIMITED BY SIZE
                      ' SAVED='         DELIMITED BY SIZE
                      WS-F-SAVED        DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-SAV-SUB
           END-PERFORM.

           MOVE WS-AMOUNT-BILLED   TO WS-F-BILLED.
           MOVE WS-AMOUNT-ACCEPTED TO WS-F-ALLOWED.
           MOVE WS-AMOUNT-SAVED    TO WS-F-SAVED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RUN TOTAL   '    DELIMITED BY SIZE
                  '                ' DELIMITED BY SIZE
                  ' BILLED='        DELIMITED BY SIZE
                  WS-F-BILLED       DELIMITED BY SIZE
                  ' PAID='          DELIMITED BY SIZE
                  WS-F-ALLOWED      DELIMITED BY SIZE
                  ' SAVED='         DELIMITED BY SIZE
                  WS-F-SAVED        DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           IF SAVINGS-TABLE-FULL
               DISPLAY 'SAVINGS TABLE FULL - SAVINGS BY CLAIM OR '
                       'PROVIDER INCOMPLETE'
           END-IF.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
           DISPLAY 'INVOICES READ:     ' WS-INVOICES-READ.
           DISPLAY 'INVOICES ACCEPTED: ' WS-INVOICES-ACCEPTED.
           DISPLAY 'INVOICES REJECTED: ' WS-INVOICES-REJECTED.
           DISPLAY 'INVOICES HELD:     ' WS-INVOICES-HELD.
           DISPLAY 'PROCEDURE LINES:   ' WS-LINES-READ.
           DISPLAY 'LINES REDUCED:     ' WS-LINES-REDUCED.
           DISPLAY 'AMOUNT BILLED:     ' WS-AMOUNT-BILLED.
           DISPLAY 'AMOUNT ACCEPTED:   ' WS-AMOUNT-ACCEPTED.
           DISPLAY 'AMOUNT SAVED:      ' WS-AMOUNT-SAVED.
           DISPLAY 'AMOUNT HELD:       ' WS-AMOUNT-HELD.
           DISPLAY 'REHAB PLAN COSTS:  ' WS-REHAB-INVOICES.
           DISPLAY 'REHAB PLAN AMOUNT: ' WS-REHAB-AMOUNT.
           DISPLAY '===================================='.

       900-TERMINATION.
                 CLAIM-HISTORY-FILE
                 PROV-PAY-QUEUE
                 COST-REPORT
                 REJECT-FILE
                 POLICY-FILE
                 REVIEW-QUEUE
                 EOR-FILE.

           IF FEE-SCHEDULE-AVAILABLE
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

           IF REHAB-FILE-AVAILABLE
               CLOSE REHAB-PLAN-FILE
           END-IF.

           IF WS-INVOICES-REJECTED > 0
              MOVE 4 TO RETURN-CODE
