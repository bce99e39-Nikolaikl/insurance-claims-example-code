       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMAUDT.
      *----------------------------------------------------------------*
      * PROGRAM:  PREMAUDT                                             *
      * PURPOSE:  YEAR-END PREMIUM PAYROLL AUDIT. THE BILLING RUN      *
      *           BILLS MONTHLY-PREMIUM ALL TERM OFF THE EMPLOYER'S    *
      *           ESTIMATED PAYROLL AND NOTHING EVER TRUED IT UP, SO   *
      *           AN EMPLOYER WHO UNDERSTATED PAYROLL KEPT THE         *
      *           DIFFERENCE. THIS RUN TAKES EVERY EXPIRED POLICY      *
      *           WITH PAYROLL CLASSES ON FILE, PRICES THE AUDITED     *
      *           PAYROLL RETURNED FOR EACH CLASS AT THE CLASS RATE    *
      *           PER 100, APPLIES THE SAME EMR AND SAFETY PROGRAM     *
      *           SCHEDULES THE CALCULATION STEP USES, AND WRITES THE  *
      *           DIFFERENCE AGAINST THE PREMIUM BILLED FOR THE TERM   *
      *           ONTO THE INVOICE FILE AS AN ADDITIONAL-PREMIUM       *
      *           INVOICE OR A RETURN-PREMIUM CREDIT FOR CASH          *
      *           APPLICATION TO PICK UP. AN EMPLOYER WHOSE AUDIT IS   *
      *           STILL NOT IN WHEN THE GRACE PERIOD RUNS OUT IS       *
      *           BILLED A NON-COMPLIANCE SURCHARGE, CREDITED BACK IF  *
      *           THE AUDIT COMES IN LATER. AN AUDIT REGISTER SHOWS    *
      *           ESTIMATED AGAINST AUDITED EXPOSURE BY POLICY         *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. AUDIT RETURN LOAD                                           *
      * 5. POLICY AUDIT PASS (POLFILE)                                 *
      * 6. UNMATCHED RETURN REPORT                                     *
      * 7. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - POLICY-FILE: Scanned front to back and rewritten in place    *
      *                with each audit result, so access is DYNAMIC    *
      * - AUDIT-RETURN-FILE: Audited payroll returned by employers,    *
      *                      one line per policy and class:            *
      *                      POLICY-NUMBER,CLASS-CODE,PAYROLL          *
      *                      (the class's audited term payroll)        *
      * - AUDIT-PARM-FILE: Optional run-control file: cols 1-2 grace   *
      *                    months after expiry, cols 3-5 surcharge     *
      *                    percent; absent, the compiled-in defaults   *
      *                    stand                                       *
      * - INVOICE-FILE: The billing run's invoice file, extended with  *
      *                 one typed detail line per adjustment           *
      * - AUDIT-REGISTER: Estimated against audited exposure by policy *
      *----------------------------------------------------------------*
           SELECT POLICY-FILE ASSIGN TO "data/POLFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLICY-NUMBER OF POLICY-RECORD
           FILE STATUS IS POL-STATUS.

           SELECT AUDIT-RETURN-FILE ASSIGN TO 'data/PREMAUDIT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETURN-STATUS.

           SELECT AUDIT-PARM-FILE ASSIGN TO 'data/AUDITPARM.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT INVOICE-FILE ASSIGN TO 'data/INVOICE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-STATUS.

      * CONTROL-TOTALS-FILE: One control-total record per run,
      * extended run after run, for the month-end cross-program
      * balancing run (BALRPT) to tie the chain's legs together.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO 'data/CTLTOTS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTLTOT-STATUS.

           SELECT AUDIT-REGISTER ASSIGN TO 'data/AUDITREG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD AUDIT-RETURN-FILE.
       01 AUDIT-RETURN-LINE        PIC X(50).

       FD AUDIT-PARM-FILE.
       01 AUDIT-PARM-LINE.
          05 AUDIT-PARM-GRACE      PIC X(2).
          05 AUDIT-PARM-PCT        PIC X(3).

      * The invoice detail line is the billing run's layout (cols
      * 1-64) followed by ' TYPE=' in cols 65-70 and the adjustment
      * type in col 71: A additional premium, R return-premium
      * credit, S non-compliance surcharge.
       FD INVOICE-FILE.
       01 INVOICE-LINE             PIC X(80).

      * The control-total line is fixed-format: cols 1-4 'PGM=',
      * 5-12 program id, 13-19 ' CYCLE=', 20-25 cycle, 26-31
      * ' DATE=', 32-39 run date, then three counters (' C1=' 44-50,
      * ' C2=' 55-61, ' C3=' 66-72) and two amounts with implied two
      * decimals (' A1=' 77-89, ' A2=' 94-106).
       FD CONTROL-TOTALS-FILE.
       01 CONTROL-TOTALS-LINE      PIC X(110).

       FD AUDIT-REGISTER.
       01 REGISTER-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-RETURN-TABLE: Audited payroll returns by policy and class *
      * - WS-CLASS-TABLE: The policy in hand's audited payroll by      *
      *   class slot                                                   *
      * - WS-AUDIT-FIELDS: Premium, factor and adjustment figures for  *
      *   the policy in hand                                           *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 POL-STATUS            PIC X(2).
          05 RETURN-STATUS         PIC X(2).
          05 PARM-STATUS           PIC X(2).
          05 INVOICE-STATUS        PIC X(2).
          05 REGISTER-STATUS       PIC X(2).
          05 CTLTOT-STATUS         PIC X(2).

       01 WS-SWITCHES.
          05 WS-POL-EOF-SW         PIC X(1) VALUE 'N'.
             88 POL-END-OF-FILE    VALUE 'Y'.
          05 WS-RETURN-EOF-SW      PIC X(1) VALUE 'N'.
             88 RETURN-END-OF-FILE VALUE 'Y'.
          05 WS-UNKNOWN-CLASS-SW   PIC X(1) VALUE 'N'.
             88 UNKNOWN-CLASS-FOUND VALUE 'Y'.
          05 WS-CLASS-FOUND-SW     PIC X(1) VALUE 'N'.
             88 CLASS-FOUND        VALUE 'Y'.

       01 WS-RUN-DATE               PIC 9(8).

      * Grace period: an audit not returned within this many months
      * of expiry draws the non-compliance surcharge, this percent of
      * the premium billed for the term.
       01 WS-GRACE-MONTHS          PIC 9(2) VALUE 03.
       01 WS-SURCHARGE-PCT         PIC 9(3) VALUE 025.
       01 WS-GRACE-DATE             PIC 9(8).
       01 WS-GRACE-DATE-PARTS REDEFINES WS-GRACE-DATE.
          05 WS-GRACE-CCYY          PIC 9(4).
          05 WS-GRACE-MM            PIC 9(2).
          05 WS-GRACE-DD            PIC 9(2).

      * Walks the term a month at a time, on the first of each month,
      * the date the billing run tests a policy's window against.
       01 WS-MONTH-DATE             PIC 9(8).
       01 WS-MONTH-DATE-PARTS REDEFINES WS-MONTH-DATE.
          05 WS-MONTH-CCYY          PIC 9(4).
          05 WS-MONTH-MM            PIC 9(2).
          05 WS-MONTH-DD            PIC 9(2).

       01 WS-EXPIRY-DATE            PIC 9(8).
       01 WS-EXPIRY-DATE-PARTS REDEFINES WS-EXPIRY-DATE.
          05 WS-EXPIRY-CCYYMM       PIC X(6).
          05 WS-EXPIRY-DD           PIC X(2).

      * Audited payroll returns. A later return for the same policy
      * and class replaces an earlier one, so an employer's corrected
      * figures can be sent in without backing out the first.
       01 WS-RETURN-TABLE-COUNT    PIC 9(4) COMP VALUE ZERO.
       01 WS-RETURN-TABLE.
          05 WS-RT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RT-IDX.
             10 WS-RT-POLICY       PIC X(10).
             10 WS-RT-CLASS        PIC X(4).
             10 WS-RT-PAYROLL      PIC 9(9)V99.
             10 WS-RT-USED-SW      PIC X(1).

       01 WS-RETURN-FIELDS.
          05 WS-RI-POLICY          PIC X(10).
          05 WS-RI-CLASS           PIC X(4).
          05 WS-RI-PAYROLL         PIC 9(9)V99.

       01 WS-CLASS-TABLE.
          05 WS-CL-ENTRY OCCURS 4 TIMES.
             10 WS-CL-AUD-PAYROLL  PIC 9(9)V99.
             10 WS-CL-RETURNED-SW  PIC X(1).

       01 WS-SUBSCRIPTS.
          05 WS-RT-SUB             PIC 9(4) COMP.
          05 WS-CL-SUB             PIC 9(1) COMP.

       01 WS-AUDIT-FIELDS.
          05 WS-CLASSES-ON-POLICY  PIC 9(1) COMP.
          05 WS-CLASSES-RETURNED   PIC 9(1) COMP.
          05 WS-UNKNOWN-CLASS      PIC X(4).
          05 WS-MISSING-CLASS      PIC X(4).
          05 WS-CLASS-PREMIUM      PIC 9(9)V99.
          05 WS-EST-MANUAL         PIC 9(9)V99.
          05 WS-AUD-MANUAL         PIC 9(9)V99.
          05 WS-EMR-FACTOR         PIC 9V999.
          05 WS-SAFETY-FACTOR      PIC 9V999.
          05 WS-EST-PREMIUM        PIC 9(8)V99.
          05 WS-EARNED-PREMIUM     PIC 9(8)V99.
          05 WS-TERM-MONTHS        PIC 9(3) COMP.
          05 WS-BILLED-PREMIUM     PIC 9(8)V99.
          05 WS-SURCHARGE          PIC 9(7)V99.
          05 WS-PAYROLL-VARIANCE   PIC S9(9)V99.
          05 WS-ADJUSTMENT         PIC S9(8)V99.
          05 WS-INV-AMOUNT         PIC 9(8)V99.
          05 WS-INV-TYPE           PIC X(1).
             88 INV-ADDITIONAL     VALUE 'A'.
             88 INV-RETURN-CREDIT  VALUE 'R'.
             88 INV-SURCHARGE      VALUE 'S'.

       01 WS-CONTROL-TOTALS.
          05 WS-POLICIES-READ      PIC 9(7) COMP VALUE ZERO.
          05 WS-POLICIES-DUE       PIC 9(5) COMP VALUE ZERO.
          05 WS-RETURNS-READ       PIC 9(5) COMP VALUE ZERO.
          05 WS-RETURNS-REJECTED   PIC 9(5) COMP VALUE ZERO.
          05 WS-RETURNS-UNMATCHED  PIC 9(5) COMP VALUE ZERO.
          05 WS-AUDITS-COMPLETED   PIC 9(5) COMP VALUE ZERO.
          05 WS-AUDITS-HELD        PIC 9(5) COMP VALUE ZERO.
          05 WS-AUDITS-OUTSTANDING PIC 9(5) COMP VALUE ZERO.
          05 WS-SURCHARGES-BILLED  PIC 9(5) COMP VALUE ZERO.
          05 WS-CREDITS-ISSUED     PIC 9(5) COMP VALUE ZERO.
          05 WS-MANUAL-INVOICES    PIC 9(5) COMP VALUE ZERO.
          05 WS-PREMIUM-INVOICED   PIC 9(9)V99 VALUE ZERO.
          05 WS-PREMIUM-CREDITED   PIC 9(9)V99 VALUE ZERO.

      * Staging fields for this run's control-total record.
       01 WS-CTL-FIELDS.
          05 WS-CTL-C1             PIC 9(7).
          05 WS-CTL-C2             PIC 9(7).
          05 WS-CTL-C3             PIC 9(7).
          05 WS-CTL-A1             PIC 9(11)V99.
          05 WS-CTL-A1-X REDEFINES WS-CTL-A1 PIC X(13).
          05 WS-CTL-A2             PIC 9(11)V99.
          05 WS-CTL-A2-X REDEFINES WS-CTL-A2 PIC X(13).

       01 WS-EDIT-FIELDS.
          05 WS-F-RATE             PIC Z9.9999.
          05 WS-F-EST-PAYROLL      PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-F-AUD-PAYROLL      PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-F-VARIANCE         PIC -ZZZ,ZZZ,ZZ9.99.
          05 WS-F-EST-PREMIUM      PIC ZZ,ZZZ,ZZ9.99.
          05 WS-F-EARNED           PIC ZZ,ZZZ,ZZ9.99.
          05 WS-F-BILLED           PIC ZZ,ZZZ,ZZ9.99.
          05 WS-F-SURCHARGE        PIC Z,ZZZ,ZZ9.99.
          05 WS-F-ADJUSTMENT       PIC -ZZ,ZZZ,ZZ9.99.
          05 WS-F-EMR              PIC 9.999.
          05 WS-F-SAFETY           PIC 9.999.
          05 WS-F-MONTHS           PIC ZZ9.
          05 WS-F-PCT              PIC ZZ9.
          05 WS-F-INV-AMOUNT       PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Establish the grace period and surcharge, open all files   *
      * 2. Load the audited payroll returns                           *
      * 3. Walk the policy file: complete each expired policy's audit *
      *    whose returns are in, surcharge those past the grace       *
      *    period without one                                         *
      * 4. Report returns that matched no policy due for audit        *
      * 5. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-LOAD-AUDIT-RETURNS.
           PERFORM 300-AUDIT-POLICIES.
           PERFORM 400-REPORT-UNMATCHED-RETURNS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 850-WRITE-CONTROL-TOTALS.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * ESTABLISH THE GRACE PERIOD AND SURCHARGE AND OPEN ALL FILES    *
      *----------------------------------------------------------------*
           INITIALIZE WS-RETURN-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT AUDIT-PARM-FILE.
           IF PARM-STATUS = '00'
               READ AUDIT-PARM-FILE
                   AT END
                       DISPLAY 'AUDIT PARAMETER FILE EMPTY, USING '
                               'DEFAULTS'
                   NOT AT END
                       IF AUDIT-PARM-GRACE IS NUMERIC
                           MOVE AUDIT-PARM-GRACE TO WS-GRACE-MONTHS
                       ELSE
                           DISPLAY 'AUDIT GRACE MONTHS NOT NUMERIC, '
                                   'USING DEFAULT: ' AUDIT-PARM-GRACE
                       END-IF
                       IF AUDIT-PARM-PCT IS NUMERIC
                           MOVE AUDIT-PARM-PCT TO WS-SURCHARGE-PCT
                       ELSE
                           DISPLAY 'AUDIT SURCHARGE PCT NOT NUMERIC, '
                                   'USING DEFAULT: ' AUDIT-PARM-PCT
                       END-IF
               END-READ
               CLOSE AUDIT-PARM-FILE
           END-IF.
           DISPLAY 'AUDIT GRACE MONTHS: ' WS-GRACE-MONTHS
                   '  SURCHARGE PERCENT: ' WS-SURCHARGE-PCT.

           OPEN I-O POLICY-FILE.
           IF POL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POLICY FILE: ' POL-STATUS
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

           OPEN OUTPUT AUDIT-REGISTER.
           IF REGISTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AUDIT REGISTER: ' REGISTER-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           MOVE SPACES TO REGISTER-LINE.
           STRING 'PREMIUM AUDIT REGISTER - RUN DATE: '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       200-LOAD-AUDIT-RETURNS.
      *----------------------------------------------------------------*
      * LOAD THE AUDITED PAYROLL RETURNS. NO FILE MEANS NO RETURNS     *
      * CAME IN; THE POLICY PASS STILL RUNS SO OVERDUE AUDITS ARE      *
      * SURCHARGED.                                                    *
      *----------------------------------------------------------------*
           OPEN INPUT AUDIT-RETURN-FILE.
           IF RETURN-STATUS = '00'
               PERFORM UNTIL RETURN-END-OF-FILE
                   READ AUDIT-RETURN-FILE
                       AT END
                           SET RETURN-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RETURNS-READ
                           PERFORM 210-TABLE-AUDIT-RETURN
                   END-READ
               END-PERFORM
               CLOSE AUDIT-RETURN-FILE
           ELSE
               DISPLAY 'NO AUDIT RETURNS THIS RUN: ' RETURN-STATUS
           END-IF.
           DISPLAY 'AUDIT RETURNS READ: ' WS-RETURNS-READ.

       210-TABLE-AUDIT-RETURN.
      *----------------------------------------------------------------*
      * PARSE ONE AUDIT RETURN INTO THE TABLE, REPLACING ANY EARLIER   *
      * RETURN FOR THE SAME POLICY AND CLASS                           *
      *----------------------------------------------------------------*
           INITIALIZE WS-RETURN-FIELDS.
           UNSTRING AUDIT-RETURN-LINE DELIMITED BY ','
               INTO WS-RI-POLICY
                    WS-RI-CLASS
                    WS-RI-PAYROLL
           END-UNSTRING.

           IF WS-RI-POLICY = SPACES
              OR WS-RI-CLASS = SPACES
              OR WS-RI-PAYROLL IS NOT NUMERIC
               DISPLAY 'AUDIT RETURN REJECTED: ' AUDIT-RETURN-LINE
               ADD 1 TO WS-RETURNS-REJECTED
           ELSE
               SET WS-RT-IDX TO 1
               SEARCH WS-RT-ENTRY
                   AT END
                       PERFORM 215-ADD-RETURN-ENTRY
                   WHEN WS-RT-POLICY (WS-RT-IDX) = WS-RI-POLICY
                    AND WS-RT-CLASS (WS-RT-IDX) = WS-RI-CLASS
                       MOVE WS-RI-PAYROLL
                            TO WS-RT-PAYROLL (WS-RT-IDX)
               END-SEARCH
           END-IF.

       215-ADD-RETURN-ENTRY.
      *----------------------------------------------------------------*
      * ADD ONE NEW POLICY/CLASS RETURN TO THE TABLE                   *
      *----------------------------------------------------------------*
           IF WS-RETURN-TABLE-COUNT >= 2000
               DISPLAY 'AUDIT RETURN TABLE FULL, RETURN DROPPED: '
                       WS-RI-POLICY ' ' WS-RI-CLASS
               ADD 1 TO WS-RETURNS-REJECTED
           ELSE
               ADD 1 TO WS-RETURN-TABLE-COUNT
               MOVE WS-RI-POLICY
                    TO WS-RT-POLICY (WS-RETURN-TABLE-COUNT)
               MOVE WS-RI-CLASS
                    TO WS-RT-CLASS (WS-RETURN-TABLE-COUNT)
               MOVE WS-RI-PAYROLL
                    TO WS-RT-PAYROLL (WS-RETURN-TABLE-COUNT)
               MOVE 'N' TO WS-RT-USED-SW (WS-RETURN-TABLE-COUNT)
           END-IF.

       300-AUDIT-POLICIES.
      *----------------------------------------------------------------*
      * POLICY AUDIT PASS:                                             *
      * Every policy past its END-DATE that carries payroll classes    *
      * and has no completed audit on record is due. Flat-rated        *
      * policies (no classes keyed) are not payroll-audited.           *
      *----------------------------------------------------------------*
           MOVE LOW-VALUES TO POLICY-NUMBER OF POLICY-RECORD.
           START POLICY-FILE KEY IS GREATER THAN
                 POLICY-NUMBER OF POLICY-RECORD
               INVALID KEY
                   SET POL-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL POL-END-OF-FILE
               READ POLICY-FILE NEXT RECORD
                   AT END
                       SET POL-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POLICIES-READ
                       IF END-DATE < WS-RUN-DATE
                          AND PAYROLL-CLASS-CODE (1) NOT = SPACES
                          AND PREM-AUDIT-STATUS NOT = 'A'
                           PERFORM 310-AUDIT-ONE-POLICY
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL POLICIES ON POLICY FILE'.

       310-AUDIT-ONE-POLICY.
      *----------------------------------------------------------------*
      * DECIDE ONE DUE POLICY'S AUDIT:                                 *
      * 1. Price the term as estimated and as billed                  *
      * 2. Gather its returns against its class slots                 *
      * 3. Complete the audit when every class is returned; hold it   *
      *    when a return names a class the policy does not carry or   *
      *    leaves one of its classes out; otherwise it is outstanding *
      *    and draws the surcharge once past the grace period         *
      *----------------------------------------------------------------*
           ADD 1 TO WS-POLICIES-DUE.
           PERFORM 320-PRICE-ESTIMATED-TERM.
           PERFORM 330-GATHER-CLASS-RETURNS.
           PERFORM 340-WRITE-POLICY-HEADING.

           EVALUATE TRUE
               WHEN UNKNOWN-CLASS-FOUND
                   PERFORM 345-WRITE-CLASS-LINES
                   ADD 1 TO WS-AUDITS-HELD
                   MOVE SPACES TO REGISTER-LINE
                   STRING '    AUDIT HELD - RETURN CLASS '
                          DELIMITED BY SIZE
                          WS-UNKNOWN-CLASS DELIMITED BY SIZE
                          ' NOT ON POLICY, REFER TO UNDERWRITING'
                          DELIMITED BY SIZE
                          INTO REGISTER-LINE
                   END-STRING
                   WRITE REGISTER-LINE
               WHEN WS-CLASSES-RETURNED = WS-CLASSES-ON-POLICY
                   PERFORM 350-COMPLETE-AUDIT
               WHEN WS-CLASSES-RETURNED > 0
                   PERFORM 345-WRITE-CLASS-LINES
                   ADD 1 TO WS-AUDITS-HELD
                   MOVE SPACES TO REGISTER-LINE
                   STRING '    AUDIT HELD - INCOMPLETE RETURN, CLASS '
                          DELIMITED BY SIZE
                          WS-MISSING-CLASS DELIMITED BY SIZE
                          ' NOT RETURNED' DELIMITED BY SIZE
                          INTO REGISTER-LINE
                   END-STRING
                   WRITE REGISTER-LINE
               WHEN PREM-AUDIT-STATUS = 'N'
                   PERFORM 345-WRITE-CLASS-LINES
                   ADD 1 TO WS-AUDITS-OUTSTANDING
                   MOVE SPACES TO REGISTER-LINE
                   STRING '    SURCHARGED ' DELIMITED BY SIZE
                          PREM-AUDIT-DATE   DELIMITED BY SIZE
                          ' - AUDIT STILL NOT RETURNED'
                          DELIMITED BY SIZE
                          INTO REGISTER-LINE
                   END-STRING
                   WRITE REGISTER-LINE
               WHEN WS-RUN-DATE > WS-GRACE-DATE
                   PERFORM 345-WRITE-CLASS-LINES
                   PERFORM 370-APPLY-SURCHARGE
               WHEN OTHER
                   PERFORM 345-WRITE-CLASS-LINES
                   ADD 1 TO WS-AUDITS-OUTSTANDING
                   MOVE SPACES TO REGISTER-LINE
                   STRING '    AUDIT NOT YET RETURNED - GRACE THROUGH '
                          DELIMITED BY SIZE
                          WS-GRACE-DATE DELIMITED BY SIZE
                          INTO REGISTER-LINE
                   END-STRING
                   WRITE REGISTER-LINE
           END-EVALUATE.

           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       320-PRICE-ESTIMATED-TERM.
      *----------------------------------------------------------------*
      * PRICE THE TERM AS UNDERWRITTEN: EACH CLASS'S ESTIMATED         *
      * PAYROLL AT ITS RATE PER 100, THROUGH THE EMR AND SAFETY        *
      * PROGRAM SCHEDULES; AND AS BILLED: THE TERM'S BILLED-TO-DATE    *
      * FIGURE THE BILLING AND ENDORSEMENT RUNS KEEP ON THE POLICY,    *
      * OR FOR A TERM THEY NEVER TRACKED, MONTHLY-PREMIUM FOR EVERY    *
      * MONTH THE BILLING RUN FOUND THE POLICY IN FORCE                *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-CLASSES-ON-POLICY.
           MOVE ZERO TO WS-EST-MANUAL.
           MOVE 1 TO WS-CL-SUB.
           PERFORM UNTIL WS-CL-SUB > 4
               IF PAYROLL-CLASS-CODE (WS-CL-SUB) NOT = SPACES
                   ADD 1 TO WS-CLASSES-ON-POLICY
                   COMPUTE WS-CLASS-PREMIUM ROUNDED =
                           EST-ANNUAL-PAYROLL (WS-CL-SUB) / 100
                           * RATE-PER-100 (WS-CL-SUB)
                   ADD WS-CLASS-PREMIUM TO WS-EST-MANUAL
               END-IF
               ADD 1 TO WS-CL-SUB
           END-PERFORM.

      * EMR tier and safety program schedules, as published for the
      * calculation step: the raw values band into credit/debit
      * factors rather than being used as multipliers themselves.
           EVALUATE TRUE
               WHEN EMR-VALUE < 0.750
                   MOVE 0.850 TO WS-EMR-FACTOR
               WHEN EMR-VALUE < 0.900
                   MOVE 0.925 TO WS-EMR-FACTOR
               WHEN EMR-VALUE < 1.100
                   MOVE 1.000 TO WS-EMR-FACTOR
               WHEN EMR-VALUE < 1.250
                   MOVE 1.100 TO WS-EMR-FACTOR
               WHEN EMR-VALUE < 1.500
                   MOVE 1.250 TO WS-EMR-FACTOR
               WHEN OTHER
                   MOVE 1.500 TO WS-EMR-FACTOR
           END-EVALUATE.

           EVALUATE SAFETY-PROG-RATING
               WHEN 1
                   MOVE 1.150 TO WS-SAFETY-FACTOR
               WHEN 2
                   MOVE 1.075 TO WS-SAFETY-FACTOR
               WHEN 3
                   MOVE 1.000 TO WS-SAFETY-FACTOR
               WHEN 4
                   MOVE 0.950 TO WS-SAFETY-FACTOR
               WHEN 5
                   MOVE 0.900 TO WS-SAFETY-FACTOR
               WHEN OTHER
                   MOVE 1.000 TO WS-SAFETY-FACTOR
           END-EVALUATE.

           COMPUTE WS-EST-PREMIUM ROUNDED =
                   WS-EST-MANUAL * WS-EMR-FACTOR * WS-SAFETY-FACTOR.

           PERFORM 325-COUNT-BILLED-MONTHS.
           IF LAST-BILLED-PERIOD IS NUMERIC
              AND TERM-PREMIUM-BILLED IS NUMERIC
              AND LAST-BILLED-PERIOD > 0
               MOVE TERM-PREMIUM-BILLED TO WS-BILLED-PREMIUM
           ELSE
               COMPUTE WS-BILLED-PREMIUM =
                       MONTHLY-PREMIUM * WS-TERM-MONTHS
           END-IF.

           MOVE END-DATE TO WS-EXPIRY-DATE.
           MOVE END-DATE TO WS-GRACE-DATE.
           ADD WS-GRACE-MONTHS TO WS-GRACE-MM.
           PERFORM UNTIL WS-GRACE-MM NOT > 12
               SUBTRACT 12 FROM WS-GRACE-MM
               ADD 1 TO WS-GRACE-CCYY
           END-PERFORM.

       325-COUNT-BILLED-MONTHS.
      *----------------------------------------------------------------*
      * COUNT THE MONTHS WHOSE FIRST FALLS INSIDE THE START-DATE/      *
      * END-DATE WINDOW -- THE SAME IN-FORCE TEST THE BILLING RUN      *
      * APPLIES, SO THE COUNT IS THE NUMBER OF MONTHS BILLED           *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-TERM-MONTHS.
           MOVE START-DATE TO WS-MONTH-DATE.
           MOVE 01 TO WS-MONTH-DD.
           PERFORM UNTIL WS-MONTH-DATE > END-DATE
                      OR WS-TERM-MONTHS > 99
               IF WS-MONTH-DATE NOT < START-DATE
                   ADD 1 TO WS-TERM-MONTHS
               END-IF
               ADD 1 TO WS-MONTH-MM
               IF WS-MONTH-MM > 12
                   MOVE 01 TO WS-MONTH-MM
                   ADD 1 TO WS-MONTH-CCYY
               END-IF
           END-PERFORM.

       330-GATHER-CLASS-RETURNS.
      *----------------------------------------------------------------*
      * MATCH THIS POLICY'S RETURNS TO ITS CLASS SLOTS, NOTING ANY     *
      * RETURNED CLASS THE POLICY DOES NOT CARRY AND ANY CARRIED       *
      * CLASS LEFT OFF THE RETURN                                      *
      *----------------------------------------------------------------*
           INITIALIZE WS-CLASS-TABLE.
           MOVE 'N' TO WS-UNKNOWN-CLASS-SW.
           MOVE ZERO TO WS-CLASSES-RETURNED.
           MOVE SPACES TO WS-UNKNOWN-CLASS.
           MOVE SPACES TO WS-MISSING-CLASS.

           MOVE 1 TO WS-RT-SUB.
           PERFORM UNTIL WS-RT-SUB > WS-RETURN-TABLE-COUNT
               IF WS-RT-POLICY (WS-RT-SUB)
                        = POLICY-NUMBER OF POLICY-RECORD
                   MOVE 'Y' TO WS-RT-USED-SW (WS-RT-SUB)
                   PERFORM 335-MATCH-RETURN-CLASS
               END-IF
               ADD 1 TO WS-RT-SUB
           END-PERFORM.

           MOVE 1 TO WS-CL-SUB.
           PERFORM UNTIL WS-CL-SUB > 4
               IF PAYROLL-CLASS-CODE (WS-CL-SUB) NOT = SPACES
                  AND WS-CL-RETURNED-SW (WS-CL-SUB) NOT = 'Y'
                  AND WS-MISSING-CLASS = SPACES
                   MOVE PAYROLL-CLASS-CODE (WS-CL-SUB)
                        TO WS-MISSING-CLASS
               END-IF
               ADD 1 TO WS-CL-SUB
           END-PERFORM.

       335-MATCH-RETURN-CLASS.
      *----------------------------------------------------------------*
      * FIND THE CLASS SLOT ONE RETURN BELONGS TO                      *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CLASS-FOUND-SW.
           MOVE 1 TO WS-CL-SUB.
           PERFORM UNTIL WS-CL-SUB > 4 OR CLASS-FOUND
               IF PAYROLL-CLASS-CODE (WS-CL-SUB)
                        = WS-RT-CLASS (WS-RT-SUB)
                   SET CLASS-FOUND TO TRUE
                   MOVE WS-RT-PAYROLL (WS-RT-SUB)
                        TO WS-CL-AUD-PAYROLL (WS-CL-SUB)
                   IF WS-CL-RETURNED-SW (WS-CL-SUB) NOT = 'Y'
                       MOVE 'Y' TO WS-CL-RETURNED-SW (WS-CL-SUB)
                       ADD 1 TO WS-CLASSES-RETURNED
                   END-IF
               END-IF
               ADD 1 TO WS-CL-SUB
           END-PERFORM.

           IF NOT CLASS-FOUND
               SET UNKNOWN-CLASS-FOUND TO TRUE
               MOVE WS-RT-CLASS (WS-RT-SUB) TO WS-UNKNOWN-CLASS
           END-IF.

       340-WRITE-POLICY-HEADING.
      *----------------------------------------------------------------*
      * WRITE THE REGISTER HEADING LINE FOR ONE DUE POLICY             *
      *----------------------------------------------------------------*
           MOVE EMR-VALUE TO WS-F-EMR.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'POLICY '        DELIMITED BY SIZE
                  POLICY-NUMBER OF POLICY-RECORD DELIMITED BY SIZE
                  '  CUSTOMER '    DELIMITED BY SIZE
                  CUSTOMER-ID      DELIMITED BY SIZE
                  '  TERM '        DELIMITED BY SIZE
                  START-DATE       DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
                  END-DATE         DELIMITED BY SIZE
                  '  EMR '         DELIMITED BY SIZE
                  WS-F-EMR         DELIMITED BY SIZE
                  '  SAFETY RATING ' DELIMITED BY SIZE
                  SAFETY-PROG-RATING DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.

       345-WRITE-CLASS-LINES.
      *----------------------------------------------------------------*
      * WRITE ONE REGISTER LINE PER CLASS: ESTIMATED PAYROLL AGAINST   *
      * AUDITED PAYROLL WHERE THE CLASS HAS BEEN RETURNED              *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-CL-SUB.
           PERFORM UNTIL WS-CL-SUB > 4
               IF PAYROLL-CLASS-CODE (WS-CL-SUB) NOT = SPACES
                   MOVE RATE-PER-100 (WS-CL-SUB) TO WS-F-RATE
                   MOVE EST-ANNUAL-PAYROLL (WS-CL-SUB)
                        TO WS-F-EST-PAYROLL
                   MOVE SPACES TO REGISTER-LINE
                   IF WS-CL-RETURNED-SW (WS-CL-SUB) = 'Y'
                       MOVE WS-CL-AUD-PAYROLL (WS-CL-SUB)
                            TO WS-F-AUD-PAYROLL
                       COMPUTE WS-PAYROLL-VARIANCE =
                               WS-CL-AUD-PAYROLL (WS-CL-SUB)
                               - EST-ANNUAL-PAYROLL (WS-CL-SUB)
                       MOVE WS-PAYROLL-VARIANCE TO WS-F-VARIANCE
                       STRING '    CLASS '   DELIMITED BY SIZE
                              PAYROLL-CLASS-CODE (WS-CL-SUB)
                                             DELIMITED BY SIZE
                              '  RATE '      DELIMITED BY SIZE
                              WS-F-RATE      DELIMITED BY SIZE
                              '  ESTIMATED ' DELIMITED BY SIZE
                              WS-F-EST-PAYROLL DELIMITED BY SIZE
                              '  AUDITED '   DELIMITED BY SIZE
                              WS-F-AUD-PAYROLL DELIMITED BY SIZE
                              '  VARIANCE '  DELIMITED BY SIZE
                              WS-F-VARIANCE  DELIMITED BY SIZE
                              INTO REGISTER-LINE
                       END-STRING
                   ELSE
                       STRING '    CLASS '   DELIMITED BY SIZE
                              PAYROLL-CLASS-CODE (WS-CL-SUB)
                                             DELIMITED BY SIZE
                              '  RATE '      DELIMITED BY SIZE
                              WS-F-RATE      DELIMITED BY SIZE
                              '  ESTIMATED ' DELIMITED BY SIZE
                              WS-F-EST-PAYROLL DELIMITED BY SIZE
                              '  AUDITED   NOT RETURNED'
                                             DELIMITED BY SIZE
                              INTO REGISTER-LINE
                       END-STRING
                   END-IF
                   WRITE REGISTER-LINE
               END-IF
               ADD 1 TO WS-CL-SUB
           END-PERFORM.

       350-COMPLETE-AUDIT.
      *----------------------------------------------------------------*
      * COMPLETE ONE AUDIT:                                            *
      * 1. Price the audited payroll class by class and through the   *
      *    EMR and safety schedules to the earned premium             *
      * 2. The adjustment is earned less billed; a surcharge billed   *
      *    earlier for a late audit is credited back within it        *
      * 3. A positive adjustment is invoiced as additional premium,   *
      *    a negative one as a return-premium credit                  *
      * 4. Record the audit on the policy so it is not audited again  *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-AUD-MANUAL.
           MOVE 1 TO WS-CL-SUB.
           PERFORM UNTIL WS-CL-SUB > 4
               IF PAYROLL-CLASS-CODE (WS-CL-SUB) NOT = SPACES
                   COMPUTE WS-CLASS-PREMIUM ROUNDED =
                           WS-CL-AUD-PAYROLL (WS-CL-SUB) / 100
                           * RATE-PER-100 (WS-CL-SUB)
                   ADD WS-CLASS-PREMIUM TO WS-AUD-MANUAL
               END-IF
               ADD 1 TO WS-CL-SUB
           END-PERFORM.
           PERFORM 345-WRITE-CLASS-LINES.

           COMPUTE WS-EARNED-PREMIUM ROUNDED =
                   WS-AUD-MANUAL * WS-EMR-FACTOR * WS-SAFETY-FACTOR.
           COMPUTE WS-ADJUSTMENT =
                   WS-EARNED-PREMIUM - WS-BILLED-PREMIUM.
           IF PREM-AUDIT-STATUS = 'N'
               SUBTRACT AUDIT-SURCHARGE FROM WS-ADJUSTMENT
           END-IF.

           IF WS-ADJUSTMENT < 0
               SET INV-RETURN-CREDIT TO TRUE
               COMPUTE WS-INV-AMOUNT = 0 - WS-ADJUSTMENT
           ELSE
               SET INV-ADDITIONAL TO TRUE
               MOVE WS-ADJUSTMENT TO WS-INV-AMOUNT
           END-IF.

           MOVE WS-EST-PREMIUM    TO WS-F-EST-PREMIUM.
           MOVE WS-EARNED-PREMIUM TO WS-F-EARNED.
           MOVE WS-EMR-FACTOR     TO WS-F-EMR.
           MOVE WS-SAFETY-FACTOR  TO WS-F-SAFETY.
           MOVE SPACES TO REGISTER-LINE.
           STRING '    ESTIMATED PREMIUM ' DELIMITED BY SIZE
                  WS-F-EST-PREMIUM         DELIMITED BY SIZE
                  '  EARNED PREMIUM '      DELIMITED BY SIZE
                  WS-F-EARNED              DELIMITED BY SIZE
                  '  EMR FACTOR '          DELIMITED BY SIZE
                  WS-F-EMR                 DELIMITED BY SIZE
                  '  SAFETY FACTOR '       DELIMITED BY SIZE
                  WS-F-SAFETY              DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.

           MOVE WS-BILLED-PREMIUM TO WS-F-BILLED.
           MOVE WS-TERM-MONTHS    TO WS-F-MONTHS.
           MOVE WS-ADJUSTMENT     TO WS-F-ADJUSTMENT.
           MOVE SPACES TO REGISTER-LINE.
           IF PREM-AUDIT-STATUS = 'N'
               MOVE AUDIT-SURCHARGE TO WS-F-SURCHARGE
               STRING '    BILLED '          DELIMITED BY SIZE
                      WS-F-BILLED            DELIMITED BY SIZE
                      ' ('                   DELIMITED BY SIZE
                      WS-F-MONTHS            DELIMITED BY SIZE
                      ' MONTHS)  SURCHARGE CREDITED ' DELIMITED BY SIZE
                      WS-F-SURCHARGE         DELIMITED BY SIZE
                      '  ADJUSTMENT '        DELIMITED BY SIZE
                      WS-F-ADJUSTMENT        DELIMITED BY SIZE
                      INTO REGISTER-LINE
               END-STRING
           ELSE
               STRING '    BILLED '          DELIMITED BY SIZE
                      WS-F-BILLED            DELIMITED BY SIZE
                      ' ('                   DELIMITED BY SIZE
                      WS-F-MONTHS            DELIMITED BY SIZE
                      ' MONTHS)  ADJUSTMENT ' DELIMITED BY SIZE
                      WS-F-ADJUSTMENT        DELIMITED BY SIZE
                      INTO REGISTER-LINE
               END-STRING
           END-IF.
           WRITE REGISTER-LINE.

           EVALUATE TRUE
               WHEN WS-INV-AMOUNT = 0
                   MOVE '    AUDIT COMPLETE - NO ADJUSTMENT'
                        TO REGISTER-LINE
                   WRITE REGISTER-LINE
               WHEN WS-INV-AMOUNT > 999999.99
                   PERFORM 380-FLAG-MANUAL-INVOICE
               WHEN INV-RETURN-CREDIT
                   PERFORM 390-WRITE-AUDIT-INVOICE
                   ADD 1 TO WS-CREDITS-ISSUED
                   ADD WS-INV-AMOUNT TO WS-PREMIUM-CREDITED
                   MOVE '    AUDIT COMPLETE - RETURN PREMIUM CREDITED'
                        TO REGISTER-LINE
                   WRITE REGISTER-LINE
               WHEN OTHER
                   PERFORM 390-WRITE-AUDIT-INVOICE
                   ADD WS-INV-AMOUNT TO WS-PREMIUM-INVOICED
                   MOVE
                      '    AUDIT COMPLETE - ADDITIONAL PREMIUM INVOICED'
                        TO REGISTER-LINE
                   WRITE REGISTER-LINE
           END-EVALUATE.

           MOVE 'A'               TO PREM-AUDIT-STATUS.
           MOVE WS-RUN-DATE       TO PREM-AUDIT-DATE.
           MOVE WS-EARNED-PREMIUM TO AUDITED-PREMIUM.
           MOVE ZERO              TO AUDIT-SURCHARGE.
           REWRITE POLICY-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO RECORD AUDIT: ' POLICY-NUMBER
                           OF POLICY-RECORD
           END-REWRITE.
           ADD 1 TO WS-AUDITS-COMPLETED.

       370-APPLY-SURCHARGE.
      *----------------------------------------------------------------*
      * BILL THE NON-COMPLIANCE SURCHARGE ON AN AUDIT STILL NOT        *
      * RETURNED PAST THE GRACE PERIOD, AND RECORD IT ON THE POLICY SO *
      * IT IS BILLED ONCE AND CREDITED BACK IF THE AUDIT COMES IN      *
      *----------------------------------------------------------------*
           COMPUTE WS-SURCHARGE ROUNDED =
                   WS-BILLED-PREMIUM * WS-SURCHARGE-PCT / 100.
           SET INV-SURCHARGE TO TRUE.
           MOVE WS-SURCHARGE TO WS-INV-AMOUNT.

           MOVE WS-BILLED-PREMIUM TO WS-F-BILLED.
           MOVE WS-SURCHARGE-PCT  TO WS-F-PCT.
           MOVE WS-SURCHARGE      TO WS-F-SURCHARGE.
           MOVE SPACES TO REGISTER-LINE.
           STRING '    AUDIT NOT RETURNED BY ' DELIMITED BY SIZE
                  WS-GRACE-DATE                DELIMITED BY SIZE
                  ' - SURCHARGE '              DELIMITED BY SIZE
                  WS-F-PCT                     DELIMITED BY SIZE
                  '% OF BILLED '               DELIMITED BY SIZE
                  WS-F-BILLED                  DELIMITED BY SIZE
                  ' = '                        DELIMITED BY SIZE
                  WS-F-SURCHARGE               DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.

           EVALUATE TRUE
               WHEN WS-INV-AMOUNT = 0
                   CONTINUE
               WHEN WS-INV-AMOUNT > 999999.99
                   PERFORM 380-FLAG-MANUAL-INVOICE
               WHEN OTHER
                   PERFORM 390-WRITE-AUDIT-INVOICE
                   ADD WS-INV-AMOUNT TO WS-PREMIUM-INVOICED
           END-EVALUATE.

           MOVE 'N'          TO PREM-AUDIT-STATUS.
           MOVE WS-RUN-DATE  TO PREM-AUDIT-DATE.
           MOVE WS-SURCHARGE TO AUDIT-SURCHARGE.
           REWRITE POLICY-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO RECORD SURCHARGE: '
                           POLICY-NUMBER OF POLICY-RECORD
           END-REWRITE.
           ADD 1 TO WS-SURCHARGES-BILLED.

       380-FLAG-MANUAL-INVOICE.
      *----------------------------------------------------------------*
      * AN AMOUNT TOO WIDE FOR THE INVOICE LINE'S PREMIUM FIELD IS     *
      * LEFT FOR BILLING TO RAISE BY HAND RATHER THAN TRUNCATED        *
      *----------------------------------------------------------------*
           ADD 1 TO WS-MANUAL-INVOICES.
           MOVE SPACES TO REGISTER-LINE.
           STRING '    *** TYPE ' DELIMITED BY SIZE
                  WS-INV-TYPE     DELIMITED BY SIZE
                  ' AMOUNT EXCEEDS INVOICE LIMIT - RAISE MANUALLY ***'
                  DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.

       390-WRITE-AUDIT-INVOICE.
      *----------------------------------------------------------------*
      * WRITE ONE TYPED INVOICE DETAIL LINE FOR CASH APPLICATION. THE  *
      * PERIOD IS THE EXPIRY MONTH, SO EACH TYPE OPENS ONE ITEM PER    *
      * POLICY TERM HOWEVER OFTEN THE INVOICE FILE IS RE-READ.         *
      *----------------------------------------------------------------*
           MOVE WS-INV-AMOUNT TO WS-F-INV-AMOUNT.
           MOVE SPACES TO INVOICE-LINE.
           STRING 'CUST='          DELIMITED BY SIZE
                  CUSTOMER-ID      DELIMITED BY SIZE
                  ' POLICY='       DELIMITED BY SIZE
                  POLICY-NUMBER OF POLICY-RECORD DELIMITED BY SIZE
                  ' PERIOD='       DELIMITED BY SIZE
                  WS-EXPIRY-CCYYMM DELIMITED BY SIZE
                  ' PREMIUM='      DELIMITED BY SIZE
                  WS-F-INV-AMOUNT  DELIMITED BY SIZE
                  ' TYPE='         DELIMITED BY SIZE
                  WS-INV-TYPE      DELIMITED BY SIZE
                  INTO INVOICE-LINE
           END-STRING.
           WRITE INVOICE-LINE.

       400-REPORT-UNMATCHED-RETURNS.
      *----------------------------------------------------------------*
      * UNMATCHED RETURN REPORT:                                       *
      * A return that matched no policy due for audit -- not on file,  *
      * not yet expired, flat-rated, or already audited -- is listed   *
      * so it is chased rather than silently ignored.                  *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-RT-SUB.
           PERFORM UNTIL WS-RT-SUB > WS-RETURN-TABLE-COUNT
               IF WS-RT-USED-SW (WS-RT-SUB) NOT = 'Y'
                   ADD 1 TO WS-RETURNS-UNMATCHED
                   MOVE WS-RT-PAYROLL (WS-RT-SUB) TO WS-F-AUD-PAYROLL
                   MOVE SPACES TO REGISTER-LINE
                   STRING 'RETURN NOT MATCHED TO A POLICY DUE FOR '
                          DELIMITED BY SIZE
                          'AUDIT: POLICY ' DELIMITED BY SIZE
                          WS-RT-POLICY (WS-RT-SUB) DELIMITED BY SIZE
                          '  CLASS '       DELIMITED BY SIZE
                          WS-RT-CLASS (WS-RT-SUB) DELIMITED BY SIZE
                          '  PAYROLL '     DELIMITED BY SIZE
                          WS-F-AUD-PAYROLL DELIMITED BY SIZE
                          INTO REGISTER-LINE
                   END-STRING
                   WRITE REGISTER-LINE
               END-IF
               ADD 1 TO WS-RT-SUB
           END-PERFORM.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'PREMAUDT RUN CONTROL TOTALS'.
           DISPLAY 'POLICIES READ:        ' WS-POLICIES-READ.
           DISPLAY 'POLICIES DUE:         ' WS-POLICIES-DUE.
           DISPLAY 'RETURNS READ:         ' WS-RETURNS-READ.
           DISPLAY 'RETURNS REJECTED:     ' WS-RETURNS-REJECTED.
           DISPLAY 'RETURNS UNMATCHED:    ' WS-RETURNS-UNMATCHED.
           DISPLAY 'AUDITS COMPLETED:     ' WS-AUDITS-COMPLETED.
           DISPLAY 'AUDITS HELD:          ' WS-AUDITS-HELD.
           DISPLAY 'AUDITS OUTSTANDING:   ' WS-AUDITS-OUTSTANDING.
           DISPLAY 'SURCHARGES BILLED:    ' WS-SURCHARGES-BILLED.
           DISPLAY 'CREDITS ISSUED:       ' WS-CREDITS-ISSUED.
           DISPLAY 'MANUAL INVOICES:      ' WS-MANUAL-INVOICES.
           DISPLAY 'PREMIUM INVOICED:     ' WS-PREMIUM-INVOICED.
           DISPLAY 'PREMIUM CREDITED:     ' WS-PREMIUM-CREDITED.
           DISPLAY '===================================='.

       850-WRITE-CONTROL-TOTALS.
      *----------------------------------------------------------------*
      * APPEND THIS RUN'S CONTROL TOTALS TO THE BALANCING FILE THE     *
      * MONTH-END CROSS-PROGRAM BALANCING RUN TIES TOGETHER. A1 IS     *
      * THE PREMIUM THIS RUN ADDED TO RECEIVABLES (ADDITIONAL PREMIUM  *
      * AND SURCHARGES), A2 THE RETURN PREMIUM CREDITED.               *
      *----------------------------------------------------------------*
           MOVE WS-AUDITS-COMPLETED  TO WS-CTL-C1.
           MOVE WS-SURCHARGES-BILLED TO WS-CTL-C2.
           MOVE WS-CREDITS-ISSUED    TO WS-CTL-C3.
           MOVE WS-PREMIUM-INVOICED  TO WS-CTL-A1.
           MOVE WS-PREMIUM-CREDITED  TO WS-CTL-A2.
           OPEN EXTEND CONTROL-TOTALS-FILE.
           IF CTLTOT-STATUS NOT = '00'
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           IF CTLTOT-STATUS = '00'
               MOVE SPACES TO CONTROL-TOTALS-LINE
               MOVE 'PGM='     TO CONTROL-TOTALS-LINE (1:4)
               MOVE 'PREMAUDT'  TO CONTROL-TOTALS-LINE (5:8)
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
      * CLOSE ALL OPEN FILES AND STOP THE RUN. HELD AUDITS, REJECTED   *
      * OR UNMATCHED RETURNS AND MANUAL INVOICES END THE RUN WITH A    *
      * WARNING SO BILLING FOLLOWS THEM UP.                            *
      *----------------------------------------------------------------*
           IF RETURN-CODE = 0
              AND (WS-AUDITS-HELD > 0
                   OR WS-RETURNS-REJECTED > 0
                   OR WS-RETURNS-UNMATCHED > 0
                   OR WS-MANUAL-INVOICES > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE POLICY-FILE
                 INVOICE-FILE
                 AUDIT-REGISTER.

           STOP RUN.
