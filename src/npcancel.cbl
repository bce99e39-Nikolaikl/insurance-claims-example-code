       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPCANCEL.
      *----------------------------------------------------------------*
      * PROGRAM:  NPCANCEL                                             *
      * PURPOSE:  CANCELLATION FOR NON-PAYMENT OFF RECEIVABLES AGING.  *
      *           THE AGING REPORT SHOWS WHO IS 60 AND 90 DAYS PAST    *
      *           DUE, BUT THE POLICY STAYED ACTIVE AND CLAIMS KEPT    *
      *           BEING ACCEPTED AGAINST IT. THIS RUN READS THE OPEN   *
      *           RECEIVABLES AND, FOR EVERY ACTIVE POLICY PAST THE    *
      *           DELINQUENCY THRESHOLD, ISSUES A NOTICE OF INTENT TO  *
      *           CANCEL GIVING THE AMOUNT TO CURE AND THE STATUTORY   *
      *           NOTICE PERIOD OF THE POLICY'S JURISDICTION. A NOTICE *
      *           CURED BY PAYMENT RECEIVED BEFORE ITS EFFECTIVE DATE  *
      *           IS RESCINDED. ONE STILL UNPAID ON ITS EFFECTIVE DATE *
      *           CANCELS THE POLICY FROM THAT DATE: THE CANCELLATION  *
      *           IS FILED AS A DATED POLICY VERSION THE WAY AN        *
      *           ENDORSEMENT IS, SO CLAIMS WITH LATER ACCIDENT DATES  *
      *           FAIL PENSCLM'S ELIGIBILITY CHECK WHILE EARLIER ONES  *
      *           STILL PRICE ON THE TERMS THEY HAPPENED UNDER. THE    *
      *           PREMIUM EARNED TO THE CANCELLATION DATE IS SET       *
      *           AGAINST THE PREMIUM BILLED FOR THE TERM AND THE      *
      *           DIFFERENCE INVOICED AS A FINAL BILL OR REFUND, AND   *
      *           THE POLICY GOES ON THE CANCELLATION REGISTER.        *
      *                                                                *
      *           RUNS BEFORE CASH APPLICATION, SO REMITTANCES NOT YET *
      *           APPLIED ARE READ HERE AND COUNT TOWARD THE CURE WHEN *
      *           DATED BEFORE THE NOTICE'S EFFECTIVE DATE.            *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. PARAMETER, RECEIVABLES AND REMITTANCE LOADS                 *
      * 5. NOTICE, RESCISSION AND CANCELLATION PASS (POLFILE)          *
      * 6. PRO-RATA PRICING AND DATE ARITHMETIC                        *
      * 7. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - THRESHOLD-FILE: Optional; months past due (NN) an open item  *
      *                   must reach before its policy is noticed;     *
      *                   default 02, the aging report's 60-day column *
      * - NOTICE-DAYS-FILE: Optional statutory notice period by        *
      *                     jurisdiction, one REGION,DDD per line;     *
      *                     a region not listed takes the default      *
      * - AR-OPEN-FILE: Cash application's standing open items         *
      * - REMIT-FILE: Remittances waiting for this cycle's cash        *
      *               application run                                  *
      * - POLICY-FILE: Scanned front to back and rewritten in place    *
      *                where a policy cancels, so access is DYNAMIC    *
      * - NONPAY-FILE: One record per policy noticed, carrying the     *
      *                notice from issue to rescission or cancellation *
      * - POLICY-VERSION-FILE: The dated policy versions; a            *
      *                        cancellation files one                  *
      * - NOTICE-FILE: Notices of intent to cancel and of rescission   *
      * - CANCEL-REGISTER: One line per notice acted on this run       *
      * - INVOICE-FILE: The billing run's invoice file, extended with  *
      *                 each cancellation's final bill or refund       *
      *----------------------------------------------------------------*
           SELECT THRESHOLD-FILE ASSIGN TO 'data/NPCTHRSH.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS THRSH-STATUS.

           SELECT NOTICE-DAYS-FILE ASSIGN TO 'data/NPCDAYS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DAYS-STATUS.

           SELECT AR-OPEN-FILE ASSIGN TO 'data/AROPEN.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AROPEN-STATUS.

           SELECT REMIT-FILE ASSIGN TO 'data/REMIT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REMIT-STATUS.

           SELECT POLICY-FILE ASSIGN TO "data/POLFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLICY-NUMBER
           FILE STATUS IS POL-STATUS.

           SELECT NONPAY-FILE ASSIGN TO "data/NPCFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NPC-POLICY-NUMBER
           FILE STATUS IS NPC-STATUS.

           SELECT POLICY-VERSION-FILE ASSIGN TO "data/POLVERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PV-KEY
           FILE STATUS IS PV-STATUS.

           SELECT NOTICE-FILE ASSIGN TO 'data/NPCNOTICE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTICE-STATUS.

           SELECT CANCEL-REGISTER ASSIGN TO 'data/NPCREG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REG-STATUS.

           SELECT INVOICE-FILE ASSIGN TO 'data/INVOICE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-STATUS.

      * CONTROL-TOTALS-FILE: One control-total record per run,
      * extended run after run, for the month-end cross-program
      * balancing run (BALRPT) to tie the chain's legs together.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO 'data/CTLTOTS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTLTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD THRESHOLD-FILE.
       01 THRESHOLD-LINE           PIC X(2).

       FD NOTICE-DAYS-FILE.
       01 NOTICE-DAYS-LINE         PIC X(20).

      * The open-item line as cash application writes it: customer
      * 6-13, policy 19-28, period 34-39, billed 48-56 and applied
      * 66-74 (two implied decimals), status 81, type 87.
       FD AR-OPEN-FILE.
       01 AR-OPEN-LINE             PIC X(90).

       FD REMIT-FILE.
       01 REMIT-LINE               PIC X(50).

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

      * One notice of intent to cancel. Status P pending, R rescinded
      * (cured before the effective date), C cancelled, W withdrawn
      * (the policy left active status some other way first). The
      * cure period is the last billing period the cure amount
      * covers; the final amount is the cancellation's bill (type F)
      * or refund (type Q).
       FD NONPAY-FILE.
       01 NONPAY-RECORD.
          05 NPC-POLICY-NUMBER     PIC X(10).
          05 NPC-CUSTOMER-ID       PIC X(8).
          05 NPC-STATUS-CODE       PIC X(1).
             88 NPC-PENDING        VALUE 'P'.
          05 NPC-NOTICE-DATE       PIC 9(8).
          05 NPC-NOTICE-DAYS       PIC 9(3).
          05 NPC-EFF-DATE          PIC 9(8).
          05 NPC-CURE-PERIOD       PIC X(6).
          05 NPC-CURE-AMOUNT       PIC 9(7)V99.
          05 NPC-RESOLVED-DATE     PIC 9(8).
          05 NPC-EARNED-PREMIUM    PIC 9(8)V99.
          05 NPC-BILLED-PREMIUM    PIC 9(8)V99.
          05 NPC-FINAL-AMOUNT      PIC 9(8)V99.
          05 NPC-FINAL-TYPE        PIC X(1).
          05 FILLER                PIC X(20).

      * One set of policy terms and the date it took effect, as
      * ENDTMNT files it. A non-payment cancellation is type N.
       FD POLICY-VERSION-FILE.
       01 POLICY-VERSION-RECORD.
          05 PV-KEY.
             10 PV-POLICY-NUMBER   PIC X(10).
             10 PV-EFF-DATE        PIC 9(8).
             10 PV-SEQ             PIC 9(2).
          05 PV-ENDT-TYPE          PIC X(1).
          05 PV-ENTRY-DATE         PIC 9(8).
          05 PV-POLICY-STATUS      PIC X(1).
          05 PV-END-DATE           PIC 9(8).
          05 PV-MONTHLY-PREMIUM    PIC 9(6)V99.
          05 PV-COVERAGE-AMOUNT    PIC 9(8)V99.
          05 PV-INDUSTRY-CODE      PIC X(4).
          05 PV-GEO-REGION-CODE    PIC X(3).
          05 PV-EMR-VALUE          PIC 9V999.
          05 PV-SAFETY-PROG-RATING PIC 9(1).
          05 PV-PRORATA-DAYS       PIC S9(5).
          05 PV-PREMIUM-EFFECT     PIC 9(8)V99.
          05 PV-EFFECT-TYPE        PIC X(1).
          05 FILLER                PIC X(20).

       FD NOTICE-FILE.
       01 NOTICE-LINE              PIC X(100).

       FD CANCEL-REGISTER.
       01 REGISTER-LINE            PIC X(132).

      * The invoice detail line is the billing run's layout (cols
      * 1-64) followed by ' TYPE=' in cols 65-70 and the type in col
      * 71: F non-payment cancellation final bill, Q non-payment
      * cancellation refund.
       FD INVOICE-FILE.
       01 INVOICE-LINE             PIC X(80).

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
      * - WS-NOTICE-DAYS-TABLE: Statutory notice period by region      *
      * - WS-AR-TABLE: Every standing open item                        *
      * - WS-REMIT-TABLE: Remittances not yet applied                  *
      * - WS-POLICY-POSITION: One policy's past-due position           *
      * - WS-PRICING-FIELDS: Earned premium and final bill or refund   *
      * - WS-DAY-NUMBER-FIELDS: Date to day-count conversion           *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 THRSH-STATUS          PIC X(2).
          05 DAYS-STATUS           PIC X(2).
          05 AROPEN-STATUS         PIC X(2).
          05 REMIT-STATUS          PIC X(2).
          05 POL-STATUS            PIC X(2).
          05 NPC-STATUS            PIC X(2).
          05 PV-STATUS             PIC X(2).
          05 NOTICE-STATUS         PIC X(2).
          05 REG-STATUS            PIC X(2).
          05 INVOICE-STATUS        PIC X(2).
          05 CTLTOT-STATUS         PIC X(2).

       01 WS-SWITCHES.
          05 WS-DAYS-EOF-SW        PIC X(1) VALUE 'N'.
             88 DAYS-END-OF-FILE   VALUE 'Y'.
          05 WS-AROPEN-EOF-SW      PIC X(1) VALUE 'N'.
             88 AROPEN-END-OF-FILE VALUE 'Y'.
          05 WS-REMIT-EOF-SW       PIC X(1) VALUE 'N'.
             88 REMIT-END-OF-FILE  VALUE 'Y'.
          05 WS-POL-EOF-SW         PIC X(1) VALUE 'N'.
             88 POL-END-OF-FILE    VALUE 'Y'.
          05 WS-PV-EOF-SW          PIC X(1) VALUE 'N'.
             88 PV-END-OF-POLICY   VALUE 'Y'.
          05 WS-NPC-FOUND-SW       PIC X(1) VALUE 'N'.
             88 NPC-ON-FILE        VALUE 'Y'.
          05 WS-HOLD-SW            PIC X(1) VALUE 'N'.
             88 CANCEL-HELD        VALUE 'Y'.

       01 WS-RUN-DATE.
          05 WS-RUN-CCYY           PIC 9(4).
          05 WS-RUN-MM             PIC 9(2).
          05 WS-RUN-DD             PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).

      * The last billing period a new notice's cure amount covers:
      * the month before the run month, the oldest the aging report
      * still shows as current being the run month itself.
       01 WS-PRIOR-PERIOD.
          05 WS-PRIOR-CCYY         PIC 9(4).
          05 WS-PRIOR-MM           PIC 9(2).

       01 WS-THRESHOLD-MONTHS      PIC 9(2) VALUE 02.

       01 WS-DEFAULT-NOTICE-DAYS   PIC 9(3) VALUE 010.
       01 WS-NOTICE-DAYS-COUNT     PIC 9(2) COMP VALUE ZERO.
       01 WS-NOTICE-DAYS-TABLE.
          05 WS-NDY-ENTRY OCCURS 50 TIMES INDEXED BY WS-NDY-IDX.
             10 WS-NDY-REGION      PIC X(3).
             10 WS-NDY-DAYS        PIC 9(3).

       01 WS-NOTICE-DAYS-IN-FIELDS.
          05 WS-NI-REGION          PIC X(3).
          05 WS-NI-DAYS-CHARS      PIC X(3).
          05 WS-NI-DAYS REDEFINES WS-NI-DAYS-CHARS PIC 9(3).

      * Cash application's own table sizing.
       01 WS-AR-TABLE-COUNT        PIC 9(4) COMP VALUE ZERO.
       01 WS-AR-TABLE.
          05 WS-AR-ENTRY OCCURS 2000 TIMES.
             10 WS-AR-POLICY       PIC X(10).
             10 WS-AR-PERIOD       PIC X(6).
             10 WS-AR-BILLED       PIC 9(7)V99.
             10 WS-AR-APPLIED      PIC 9(7)V99.
             10 WS-AR-STAT         PIC X(1).

       01 WS-REMIT-TABLE-COUNT     PIC 9(4) COMP VALUE ZERO.
       01 WS-REMIT-TABLE.
          05 WS-RT-ENTRY OCCURS 1000 TIMES.
             10 WS-RT-POLICY       PIC X(10).
             10 WS-RT-DATE         PIC 9(8).
             10 WS-RT-AMOUNT       PIC 9(7)V99.

       01 WS-AMOUNT-FIELDS.
          05 WS-AMOUNT-DIGITS      PIC X(9).
          05 WS-AMOUNT-NUM REDEFINES WS-AMOUNT-DIGITS
                                   PIC 9(7)V99.

       01 WS-REMIT-FIELDS.
          05 WS-RM-CUSTOMER        PIC X(8).
          05 WS-RM-POLICY          PIC X(10).
          05 WS-RM-DATE            PIC 9(8).
          05 WS-RM-AMOUNT          PIC 9(7)V99.

      *----------------------------------------------------------------*
      * WS-POLICY-POSITION: ONE POLICY'S POSITION ON THE RECEIVABLES.  *
      * THE PAST-DUE AMOUNT IS WHAT IS STILL OWED ON OPEN ITEMS BILLED *
      * UP TO THE CURE PERIOD; CREDITS HELD FOR THE POLICY (UNAPPLIED  *
      * CASH, RETURN-PREMIUM CREDITS) AND REMITTANCES WAITING TO BE    *
      * APPLIED THAT ARRIVED BEFORE THE CUTOFF DATE COME OFF IT TO     *
      * GIVE THE AMOUNT STILL NEEDED TO CURE.                          *
      *----------------------------------------------------------------*
       01 WS-POLICY-POSITION.
          05 WS-CURE-PERIOD        PIC X(6).
          05 WS-REMIT-CUTOFF       PIC 9(8).
          05 WS-POS-PAST-DUE       PIC 9(9)V99.
          05 WS-POS-OUTSTANDING    PIC 9(9)V99.
          05 WS-POS-CREDITS        PIC 9(9)V99.
          05 WS-POS-REMITS         PIC 9(9)V99.
          05 WS-POS-OLDEST-AGE     PIC S9(5) COMP.
          05 WS-CURE-AMOUNT        PIC S9(9)V99.
          05 WS-ITEM-OUTSTANDING   PIC S9(8)V99.
          05 WS-AGE-MONTHS         PIC S9(5) COMP.
          05 WS-PER-CCYY           PIC 9(4).
          05 WS-PER-MM             PIC 9(2).
          05 WS-AR-SUB             PIC 9(4) COMP.
          05 WS-RT-SUB             PIC 9(4) COMP.

       01 WS-NOTICE-DAYS           PIC 9(3).
       01 WS-DAYS-ADDED            PIC 9(3) COMP.

      * Walks forward a day at a time to the notice's effective date.
       01 WS-EFF-DATE               PIC 9(8).
       01 WS-EFF-DATE-PARTS REDEFINES WS-EFF-DATE.
          05 WS-EFF-CCYY            PIC 9(4).
          05 WS-EFF-MM              PIC 9(2).
          05 WS-EFF-DD              PIC 9(2).

      * The day before the cancellation takes effect: the last day
      * the policy is in force.
       01 WS-PREV-DATE              PIC 9(8).
       01 WS-PREV-DATE-PARTS REDEFINES WS-PREV-DATE.
          05 WS-PREV-CCYY           PIC 9(4).
          05 WS-PREV-MM             PIC 9(2).
          05 WS-PREV-DD             PIC 9(2).
       01 WS-MONTH-DAYS-TABLE       PIC X(24) VALUE
          '312831303130313130313031'.
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE
                                   PIC 9(2) OCCURS 12 TIMES.
       01 WS-DAYS-IN-MONTH          PIC 9(2).

      * Walks the term a month at a time, on the first of each month,
      * the date the billing run tests a policy's window against.
       01 WS-MONTH-DATE             PIC 9(8).
       01 WS-MONTH-DATE-PARTS REDEFINES WS-MONTH-DATE.
          05 WS-MONTH-CCYY          PIC 9(4).
          05 WS-MONTH-MM            PIC 9(2).
          05 WS-MONTH-DD            PIC 9(2).

       01 WS-VERSION-SCAN.
          05 WS-VERSIONS-FOUND     PIC 9(3) COMP.
          05 WS-LATEST-EFF-DATE    PIC 9(8).
          05 WS-LATEST-SEQ         PIC 9(2).
          05 WS-NEW-SEQ            PIC 9(2).

      * The cancellation is priced the way an endorsement is: the
      * premium for each day from the effective date to the end of
      * the last month billed comes back (a cancellation dated after
      * that bills the days the billing run will no longer reach).
      * Earned premium is the term's billed premium plus that effect.
       01 WS-PRICING-FIELDS.
          05 WS-MONTHS-BILLED      PIC 9(3) COMP.
          05 WS-EFF-DAY-NUMBER     PIC 9(7) COMP.
          05 WS-END-DAY-NUMBER     PIC 9(7) COMP.
          05 WS-BILLED-THRU-DAY    PIC 9(7) COMP.
          05 WS-PRORATA-DAYS       PIC S9(5) COMP.
          05 WS-PREMIUM-EFFECT     PIC S9(8)V99.
          05 WS-EARNED-PREMIUM     PIC S9(9)V99.
          05 WS-FINAL-AMOUNT       PIC 9(8)V99.
          05 WS-FINAL-TYPE         PIC X(1).
             88 FINAL-BILL         VALUE 'F'.
             88 FINAL-REFUND       VALUE 'Q'.
             88 FINAL-NONE         VALUE ' '.

      * Date to day-count conversion: days since 0001-01-01 on the
      * Gregorian calendar, so two dates subtract to a day count.
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

       01 WS-REGISTER-FIELDS.
          05 WS-REG-ACTION         PIC X(10).
          05 WS-REG-TEXT           PIC X(40).

       01 WS-EDIT-FIELDS.
          05 WS-F-AMOUNT           PIC ZZZ,ZZ9.99.
          05 WS-F-CURE             PIC Z,ZZZ,ZZ9.99.
          05 WS-F-EARNED           PIC Z,ZZZ,ZZ9.99.
          05 WS-F-BILLED           PIC Z,ZZZ,ZZ9.99.
          05 WS-F-FINAL            PIC Z,ZZZ,ZZ9.99.
          05 WS-F-OUTSTANDING      PIC Z,ZZZ,ZZ9.99.

       01 WS-CONTROL-TOTALS.
          05 WS-POLICIES-READ      PIC 9(7) COMP VALUE ZERO.
          05 WS-NOTICES-ISSUED     PIC 9(5) COMP VALUE ZERO.
          05 WS-NOTICES-PENDING    PIC 9(5) COMP VALUE ZERO.
          05 WS-RESCISSIONS        PIC 9(5) COMP VALUE ZERO.
          05 WS-CANCELLATIONS      PIC 9(5) COMP VALUE ZERO.
          05 WS-WITHDRAWALS        PIC 9(5) COMP VALUE ZERO.
          05 WS-CANCELS-HELD       PIC 9(5) COMP VALUE ZERO.
          05 WS-MANUAL-INVOICES    PIC 9(5) COMP VALUE ZERO.
          05 WS-FINAL-BILLED       PIC 9(9)V99 VALUE ZERO.
          05 WS-FINAL-REFUNDED     PIC 9(9)V99 VALUE ZERO.

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
      * 1. Load the threshold and notice periods and open all files   *
      * 2. Load the open receivables and the remittances waiting to   *
      *    be applied                                                 *
      * 3. Walk the policy file: notice, rescind or cancel            *
      * 4. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 150-LOAD-NOTICE-PERIODS.
           PERFORM 200-LOAD-OPEN-ITEMS.
           PERFORM 250-LOAD-REMITTANCES.
           PERFORM 300-PROCESS-POLICIES.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 850-WRITE-CONTROL-TOTALS.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * LOAD THE DELINQUENCY THRESHOLD AND OPEN ALL FILES. A FIRST-    *
      * EVER RUN HAS NO NOTICE FILE YET, AND NO POLICY VERSION FILE    *
      * IF NO POLICY WAS EVER ENDORSED, SO FALL BACK TO CREATING THEM. *
      *----------------------------------------------------------------*
           INITIALIZE WS-NOTICE-DAYS-TABLE
                      WS-AR-TABLE
                      WS-REMIT-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT THRESHOLD-FILE.
           IF THRSH-STATUS = '00'
               READ THRESHOLD-FILE
                   AT END
                       DISPLAY 'DELINQUENCY THRESHOLD FILE EMPTY, '
                               'USING DEFAULT: ' WS-THRESHOLD-MONTHS
                   NOT AT END
                       IF THRESHOLD-LINE IS NUMERIC
                          AND THRESHOLD-LINE > '00'
                           MOVE THRESHOLD-LINE TO WS-THRESHOLD-MONTHS
                       ELSE
                           DISPLAY 'DELINQUENCY THRESHOLD NOT VALID, '
                                   'USING DEFAULT: ' THRESHOLD-LINE
                       END-IF
               END-READ
               CLOSE THRESHOLD-FILE
           END-IF.
           DISPLAY 'DELINQUENCY THRESHOLD MONTHS: ' WS-THRESHOLD-MONTHS.

           MOVE WS-RUN-CCYY TO WS-PRIOR-CCYY.
           MOVE WS-RUN-MM   TO WS-PRIOR-MM.
           IF WS-PRIOR-MM = 1
               MOVE 12 TO WS-PRIOR-MM
               SUBTRACT 1 FROM WS-PRIOR-CCYY
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF.

           OPEN I-O POLICY-FILE.
           IF POL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POLICY FILE: ' POL-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O NONPAY-FILE.
           IF NPC-STATUS NOT = '00'
              DISPLAY 'NON-PAYMENT NOTICE FILE NOT FOUND, CREATING '
                      'NEW FILE'
              OPEN OUTPUT NONPAY-FILE
              CLOSE NONPAY-FILE
              OPEN I-O NONPAY-FILE
           END-IF.
           IF NPC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NON-PAYMENT NOTICE FILE: '
                      NPC-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O POLICY-VERSION-FILE.
           IF PV-STATUS NOT = '00'
              DISPLAY 'POLICY VERSION FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT POLICY-VERSION-FILE
              CLOSE POLICY-VERSION-FILE
              OPEN I-O POLICY-VERSION-FILE
           END-IF.
           IF PV-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POLICY VERSION FILE: ' PV-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT NOTICE-FILE.
           IF NOTICE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NOTICE FILE: ' NOTICE-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT CANCEL-REGISTER.
           IF REG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CANCELLATION REGISTER: '
                      REG-STATUS
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

       150-LOAD-NOTICE-PERIODS.
      *----------------------------------------------------------------*
      * LOAD THE STATUTORY NOTICE PERIOD OF EACH JURISDICTION. WITHOUT *
      * THE FILE EVERY JURISDICTION TAKES THE DEFAULT PERIOD.          *
      *----------------------------------------------------------------*
           OPEN INPUT NOTICE-DAYS-FILE.
           IF DAYS-STATUS NOT = '00'
               DISPLAY 'NO NOTICE PERIOD FILE, USING DEFAULT DAYS: '
                       WS-DEFAULT-NOTICE-DAYS
           ELSE
               PERFORM UNTIL DAYS-END-OF-FILE
                   READ NOTICE-DAYS-FILE
                       AT END
                           SET DAYS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-NOTICE-DAYS-IN-FIELDS
                           UNSTRING NOTICE-DAYS-LINE DELIMITED BY ','
                               INTO WS-NI-REGION
                                    WS-NI-DAYS-CHARS
                           END-UNSTRING
                           IF WS-NI-DAYS NOT NUMERIC
                              OR WS-NI-DAYS = ZERO
                               DISPLAY 'NOTICE PERIOD LINE NOT VALID, '
                                       'IGNORED: ' NOTICE-DAYS-LINE
                           ELSE
                               IF WS-NOTICE-DAYS-COUNT >= 50
                                   DISPLAY 'NOTICE PERIOD TABLE FULL, '
                                           'LINE IGNORED: '
                                           NOTICE-DAYS-LINE
                               ELSE
                                   ADD 1 TO WS-NOTICE-DAYS-COUNT
                                   MOVE WS-NI-REGION TO WS-NDY-REGION
                                                 (WS-NOTICE-DAYS-COUNT)
                                   MOVE WS-NI-DAYS TO WS-NDY-DAYS
                                                 (WS-NOTICE-DAYS-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-DAYS-FILE
               DISPLAY 'NOTICE PERIODS LOADED: ' WS-NOTICE-DAYS-COUNT
           END-IF.

       200-LOAD-OPEN-ITEMS.
      *----------------------------------------------------------------*
      * LOAD CASH APPLICATION'S STANDING OPEN ITEMS. WITHOUT THE FILE  *
      * NOTHING IS PAST DUE, BUT PENDING NOTICES STILL COME DUE.       *
      *----------------------------------------------------------------*
           OPEN INPUT AR-OPEN-FILE.
           IF AROPEN-STATUS = '00'
               PERFORM UNTIL AROPEN-END-OF-FILE
                   READ AR-OPEN-FILE
                       AT END
                           SET AROPEN-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 210-TABLE-OPEN-ITEM
                   END-READ
               END-PERFORM
               CLOSE AR-OPEN-FILE
           ELSE
               DISPLAY 'NO OPEN-ITEM FILE ON FILE: ' AROPEN-STATUS
           END-IF.
           DISPLAY 'OPEN ITEMS LOADED: ' WS-AR-TABLE-COUNT.

       210-TABLE-OPEN-ITEM.
      *----------------------------------------------------------------*
      * PARSE ONE OPEN-ITEM LINE INTO THE TABLE                        *
      *----------------------------------------------------------------*
           IF WS-AR-TABLE-COUNT >= 2000
               DISPLAY 'OPEN-ITEM TABLE FULL, ITEM DROPPED: '
                       AR-OPEN-LINE (1:40)
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-AR-TABLE-COUNT
               MOVE AR-OPEN-LINE (19:10)
                    TO WS-AR-POLICY (WS-AR-TABLE-COUNT)
               MOVE AR-OPEN-LINE (34:6)
                    TO WS-AR-PERIOD (WS-AR-TABLE-COUNT)
               MOVE AR-OPEN-LINE (48:9) TO WS-AMOUNT-DIGITS
               MOVE WS-AMOUNT-NUM
                    TO WS-AR-BILLED (WS-AR-TABLE-COUNT)
               MOVE AR-OPEN-LINE (66:9) TO WS-AMOUNT-DIGITS
               MOVE WS-AMOUNT-NUM
                    TO WS-AR-APPLIED (WS-AR-TABLE-COUNT)
               MOVE AR-OPEN-LINE (81:1)
                    TO WS-AR-STAT (WS-AR-TABLE-COUNT)
           END-IF.

       250-LOAD-REMITTANCES.
      *----------------------------------------------------------------*
      * LOAD THE REMITTANCES WAITING FOR THIS CYCLE'S CASH APPLICATION *
      * RUN, SO A CUSTOMER WHO HAS PAID IS NOT CANCELLED BECAUSE THE   *
      * MONEY IS NOT YET ON THE OPEN ITEMS                             *
      *----------------------------------------------------------------*
           OPEN INPUT REMIT-FILE.
           IF REMIT-STATUS = '00'
               PERFORM UNTIL REMIT-END-OF-FILE
                   READ REMIT-FILE
                       AT END
                           SET REMIT-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 260-TABLE-REMITTANCE
                   END-READ
               END-PERFORM
               CLOSE REMIT-FILE
           ELSE
               DISPLAY 'NO REMITTANCE FILE THIS RUN: ' REMIT-STATUS
           END-IF.
           DISPLAY 'REMITTANCES LOADED: ' WS-REMIT-TABLE-COUNT.

       260-TABLE-REMITTANCE.
      *----------------------------------------------------------------*
      * PARSE ONE REMITTANCE THE WAY CASH APPLICATION DOES             *
      *----------------------------------------------------------------*
           UNSTRING REMIT-LINE DELIMITED BY ','
               INTO WS-RM-CUSTOMER
                    WS-RM-POLICY
                    WS-RM-DATE
                    WS-RM-AMOUNT
           END-UNSTRING.
           IF WS-REMIT-TABLE-COUNT >= 1000
               DISPLAY 'REMITTANCE TABLE FULL, REMITTANCE NOT COUNTED: '
                       WS-RM-CUSTOMER ' ' WS-RM-POLICY
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-REMIT-TABLE-COUNT
               MOVE WS-RM-POLICY TO WS-RT-POLICY (WS-REMIT-TABLE-COUNT)
               MOVE WS-RM-DATE   TO WS-RT-DATE (WS-REMIT-TABLE-COUNT)
               MOVE WS-RM-AMOUNT TO WS-RT-AMOUNT (WS-REMIT-TABLE-COUNT)
           END-IF.

       300-PROCESS-POLICIES.
      *----------------------------------------------------------------*
      * NOTICE, RESCISSION AND CANCELLATION PASS:                      *
      * 1. A pending notice on a policy no longer active is withdrawn *
      * 2. A pending notice whose cure amount is paid is rescinded    *
      * 3. A pending notice unpaid on its effective date cancels      *
      * 4. An active policy with no pending notice whose oldest open  *
      *    item has reached the threshold is noticed                  *
      *----------------------------------------------------------------*
           MOVE LOW-VALUES TO POLICY-NUMBER.
           START POLICY-FILE KEY IS GREATER THAN POLICY-NUMBER
               INVALID KEY
                   SET POL-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL POL-END-OF-FILE
               READ POLICY-FILE NEXT RECORD
                   AT END
                       SET POL-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POLICIES-READ
                       PERFORM 310-PROCESS-ONE-POLICY
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL POLICIES ON POLICY FILE'.

       310-PROCESS-ONE-POLICY.
      *----------------------------------------------------------------*
      * PICK UP ANY NOTICE ON FILE FOR THE POLICY AND ACT ON IT, OR    *
      * TEST THE POLICY FOR A NEW ONE                                  *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-NPC-FOUND-SW.
           MOVE POLICY-NUMBER TO NPC-POLICY-NUMBER.
           READ NONPAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NPC-ON-FILE TO TRUE
           END-READ.

           IF NPC-ON-FILE AND NPC-PENDING
               IF POLICY-STATUS NOT = 'A'
                   PERFORM 360-WITHDRAW-NOTICE
               ELSE
                   MOVE NPC-CURE-PERIOD TO WS-CURE-PERIOD
                   MOVE NPC-EFF-DATE    TO WS-REMIT-CUTOFF
                   PERFORM 320-MEASURE-POSITION
                   EVALUATE TRUE
                       WHEN WS-CURE-AMOUNT NOT > 0
                           PERFORM 340-RESCIND-NOTICE
                       WHEN WS-RUN-DATE-N NOT < NPC-EFF-DATE
                           PERFORM 350-CANCEL-POLICY
                       WHEN OTHER
                           ADD 1 TO WS-NOTICES-PENDING
                   END-EVALUATE
               END-IF
           ELSE
               IF POLICY-STATUS = 'A'
                   MOVE WS-PRIOR-PERIOD TO WS-CURE-PERIOD
                   MOVE 99999999        TO WS-REMIT-CUTOFF
                   PERFORM 320-MEASURE-POSITION
                   IF WS-POS-OLDEST-AGE NOT < WS-THRESHOLD-MONTHS
                      AND WS-CURE-AMOUNT > 0
                       PERFORM 330-ISSUE-NOTICE
                   END-IF
               END-IF
           END-IF.

       320-MEASURE-POSITION.
      *----------------------------------------------------------------*
      * SUM THE POLICY'S PAST-DUE OPEN ITEMS, CREDITS HELD AND WAITING *
      * REMITTANCES, AGING EACH OPEN ITEM IN MONTHS AGAINST THE RUN    *
      * DATE AS THE AGING REPORT DOES                                  *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-POS-PAST-DUE.
           MOVE ZERO TO WS-POS-OUTSTANDING.
           MOVE ZERO TO WS-POS-CREDITS.
           MOVE ZERO TO WS-POS-REMITS.
           MOVE ZERO TO WS-POS-OLDEST-AGE.

           MOVE 1 TO WS-AR-SUB.
           PERFORM UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT
               IF WS-AR-POLICY (WS-AR-SUB) = POLICY-NUMBER
                   EVALUATE WS-AR-STAT (WS-AR-SUB)
                       WHEN 'O'
                           PERFORM 325-AGE-ONE-ITEM
                       WHEN 'U'
                           ADD WS-AR-APPLIED (WS-AR-SUB)
                               TO WS-POS-CREDITS
                           SUBTRACT WS-AR-BILLED (WS-AR-SUB)
                               FROM WS-POS-CREDITS
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-AR-SUB
           END-PERFORM.

           MOVE 1 TO WS-RT-SUB.
           PERFORM UNTIL WS-RT-SUB > WS-REMIT-TABLE-COUNT
               IF WS-RT-POLICY (WS-RT-SUB) = POLICY-NUMBER
                  AND WS-RT-DATE (WS-RT-SUB) < WS-REMIT-CUTOFF
                   ADD WS-RT-AMOUNT (WS-RT-SUB) TO WS-POS-REMITS
               END-IF
               ADD 1 TO WS-RT-SUB
           END-PERFORM.

           COMPUTE WS-CURE-AMOUNT =
                   WS-POS-PAST-DUE - WS-POS-CREDITS - WS-POS-REMITS.

       325-AGE-ONE-ITEM.
      *----------------------------------------------------------------*
      * AGE ONE OPEN ITEM AND ROLL ITS OUTSTANDING BALANCE             *
      *----------------------------------------------------------------*
           COMPUTE WS-ITEM-OUTSTANDING =
                   WS-AR-BILLED (WS-AR-SUB)
                   - WS-AR-APPLIED (WS-AR-SUB).
           IF WS-ITEM-OUTSTANDING > 0
               ADD WS-ITEM-OUTSTANDING TO WS-POS-OUTSTANDING
               IF WS-AR-PERIOD (WS-AR-SUB) NOT > WS-CURE-PERIOD
                   ADD WS-ITEM-OUTSTANDING TO WS-POS-PAST-DUE
               END-IF
               MOVE WS-AR-PERIOD (WS-AR-SUB) (1:4) TO WS-PER-CCYY
               MOVE WS-AR-PERIOD (WS-AR-SUB) (5:2) TO WS-PER-MM
               COMPUTE WS-AGE-MONTHS =
                       ((WS-RUN-CCYY - WS-PER-CCYY) * 12)
                       + (WS-RUN-MM - WS-PER-MM)
               IF WS-AGE-MONTHS > WS-POS-OLDEST-AGE
                   MOVE WS-AGE-MONTHS TO WS-POS-OLDEST-AGE
               END-IF
           END-IF.

       330-ISSUE-NOTICE.
      *----------------------------------------------------------------*
      * ISSUE A NOTICE OF INTENT TO CANCEL: THE EFFECTIVE DATE IS THE  *
      * RUN DATE PLUS THE STATUTORY NOTICE PERIOD OF THE POLICY'S      *
      * JURISDICTION, AND THE CURE AMOUNT IS WHAT IS PAST DUE NOW      *
      *----------------------------------------------------------------*
           MOVE WS-DEFAULT-NOTICE-DAYS TO WS-NOTICE-DAYS.
           SET WS-NDY-IDX TO 1.
           SEARCH WS-NDY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-NDY-REGION (WS-NDY-IDX) = GEO-REGION-CODE
                   MOVE WS-NDY-DAYS (WS-NDY-IDX) TO WS-NOTICE-DAYS
           END-SEARCH.

           MOVE WS-RUN-DATE-N TO WS-EFF-DATE.
           MOVE ZERO TO WS-DAYS-ADDED.
           PERFORM UNTIL WS-DAYS-ADDED >= WS-NOTICE-DAYS
               PERFORM 430-ADVANCE-ONE-DAY
               ADD 1 TO WS-DAYS-ADDED
           END-PERFORM.

           MOVE SPACES TO NONPAY-RECORD.
           MOVE POLICY-NUMBER   TO NPC-POLICY-NUMBER.
           MOVE CUSTOMER-ID     TO NPC-CUSTOMER-ID.
           MOVE 'P'             TO NPC-STATUS-CODE.
           MOVE WS-RUN-DATE-N   TO NPC-NOTICE-DATE.
           MOVE WS-NOTICE-DAYS  TO NPC-NOTICE-DAYS.
           MOVE WS-EFF-DATE     TO NPC-EFF-DATE.
           MOVE WS-CURE-PERIOD  TO NPC-CURE-PERIOD.
           MOVE WS-CURE-AMOUNT  TO NPC-CURE-AMOUNT.
           MOVE ZERO            TO NPC-RESOLVED-DATE.
           MOVE ZERO            TO NPC-EARNED-PREMIUM.
           MOVE ZERO            TO NPC-BILLED-PREMIUM.
           MOVE ZERO            TO NPC-FINAL-AMOUNT.
           MOVE SPACE           TO NPC-FINAL-TYPE.
           IF NPC-ON-FILE
               REWRITE NONPAY-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO RECORD NOTICE: '
                               POLICY-NUMBER
               END-REWRITE
           ELSE
               WRITE NONPAY-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO RECORD NOTICE: '
                               POLICY-NUMBER
               END-WRITE
           END-IF.
           ADD 1 TO WS-NOTICES-ISSUED.

           MOVE WS-CURE-AMOUNT TO WS-F-CURE.
           MOVE SPACES TO NOTICE-LINE.
           MOVE 'NOTICE OF INTENT TO CANCEL FOR NON-PAYMENT OF PREMIUM'
                TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           PERFORM 335-WRITE-NOTICE-PARTIES.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'PREMIUM PAST DUE AND REQUIRED TO CURE: '
                                        DELIMITED BY SIZE
                  WS-F-CURE             DELIMITED BY SIZE
                  INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'STATUTORY NOTICE PERIOD: ' DELIMITED BY SIZE
                  WS-NOTICE-DAYS        DELIMITED BY SIZE
                  ' DAYS'               DELIMITED BY SIZE
                  INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'UNLESS PAYMENT IN FULL IS RECEIVED BEFORE '
                                        DELIMITED BY SIZE
                  WS-EFF-DATE           DELIMITED BY SIZE
                  ' THIS POLICY IS CANCELLED EFFECTIVE '
                                        DELIMITED BY SIZE
                  WS-EFF-DATE           DELIMITED BY SIZE
                  INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.

           MOVE 'NOTICED' TO WS-REG-ACTION.
           MOVE SPACES    TO WS-REG-TEXT.
           PERFORM 390-WRITE-REGISTER-LINE.

       335-WRITE-NOTICE-PARTIES.
      *----------------------------------------------------------------*
      * THE POLICY, INSURED AND NOTICE DATE LINE COMMON TO NOTICES     *
      *----------------------------------------------------------------*
           MOVE SPACES TO NOTICE-LINE.
           STRING 'POLICY: '           DELIMITED BY SIZE
                  POLICY-NUMBER        DELIMITED BY SIZE
                  '  INSURED: '        DELIMITED BY SIZE
                  CUSTOMER-ID          DELIMITED BY SIZE
                  '  REGION: '         DELIMITED BY SIZE
                  GEO-REGION-CODE      DELIMITED BY SIZE
                  '  DATE: '           DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
                  INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.

       340-RESCIND-NOTICE.
      *----------------------------------------------------------------*
      * THE CURE AMOUNT HAS BEEN PAID BEFORE THE EFFECTIVE DATE:       *
      * RESCIND THE NOTICE AND TELL THE INSURED THE POLICY STANDS.     *
      * CASH APPLICATION RUNS AFTER THIS RUN EVERY CYCLE, SO CASH ON   *
      * THE OPEN ITEMS WAS RECEIVED BEFORE ANY EFFECTIVE DATE ALREADY  *
      * REACHED, AND REMITTANCES NOT YET APPLIED COUNT ONLY WHEN DATED *
      * BEFORE IT.                                                     *
      *----------------------------------------------------------------*
           MOVE 'R'           TO NPC-STATUS-CODE.
           MOVE WS-RUN-DATE-N TO NPC-RESOLVED-DATE.
           REWRITE NONPAY-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO RESCIND NOTICE: ' POLICY-NUMBER
           END-REWRITE.
           ADD 1 TO WS-RESCISSIONS.

           MOVE SPACES TO NOTICE-LINE.
           MOVE 'RESCISSION OF NOTICE OF INTENT TO CANCEL'
                TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           PERFORM 335-WRITE-NOTICE-PARTIES.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'PAYMENT RECEIVED. THE NOTICE DATED '
                                        DELIMITED BY SIZE
                  NPC-NOTICE-DATE       DELIMITED BY SIZE
                  ' IS WITHDRAWN AND THE POLICY REMAINS IN FORCE'
                                        DELIMITED BY SIZE
                  INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.

           MOVE 'RESCINDED' TO WS-REG-ACTION.
           MOVE 'CURE AMOUNT PAID BEFORE EFFECTIVE DATE'
                TO WS-REG-TEXT.
           PERFORM 390-WRITE-REGISTER-LINE.

       350-CANCEL-POLICY.
      *----------------------------------------------------------------*
      * THE NOTICE HAS COME DUE UNPAID: CANCEL THE POLICY FROM ITS     *
      * EFFECTIVE DATE.                                                *
      * 1. Check the policy's versions this term: a later-dated       *
      *    endorsement already on file holds the cancellation for     *
      *    underwriting; a term that ended first withdraws it         *
      * 2. Price the cancellation and the term's earned premium       *
      * 3. File the cancellation as a policy version, bring POLFILE   *
      *    up to date, invoice the final bill or refund and register  *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-HOLD-SW.
           IF NPC-EFF-DATE > END-DATE
               PERFORM 360-WITHDRAW-NOTICE
           ELSE
               PERFORM 370-SCAN-VERSIONS
               IF CANCEL-HELD
                   ADD 1 TO WS-CANCELS-HELD
                   MOVE 'HELD' TO WS-REG-ACTION
                   MOVE 'LATER ENDORSEMENT ON FILE - REFER UW'
                        TO WS-REG-TEXT
                   PERFORM 390-WRITE-REGISTER-LINE
               ELSE
                   PERFORM 400-PRICE-CANCELLATION
                   IF WS-VERSIONS-FOUND = 0
                       PERFORM 375-WRITE-BASE-VERSION
                   END-IF
                   PERFORM 380-WRITE-CANCEL-VERSION
                   PERFORM 385-UPDATE-POLICY
                   PERFORM 387-INVOICE-FINAL-AMOUNT
                   MOVE 'C'               TO NPC-STATUS-CODE
                   MOVE WS-RUN-DATE-N     TO NPC-RESOLVED-DATE
                   MOVE WS-EARNED-PREMIUM TO NPC-EARNED-PREMIUM
                   MOVE WS-FINAL-AMOUNT   TO NPC-FINAL-AMOUNT
                   MOVE WS-FINAL-TYPE     TO NPC-FINAL-TYPE
                   REWRITE NONPAY-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO CLOSE NOTICE: '
                                   POLICY-NUMBER
                   END-REWRITE
                   ADD 1 TO WS-CANCELLATIONS
                   MOVE 'CANCELLED' TO WS-REG-ACTION
                   MOVE SPACES      TO WS-REG-TEXT
                   PERFORM 390-WRITE-REGISTER-LINE
               END-IF
           END-IF.

       360-WITHDRAW-NOTICE.
      *----------------------------------------------------------------*
      * THE POLICY LEFT ACTIVE STATUS SOME OTHER WAY (LAPSED, OR       *
      * CANCELLED BY ENDORSEMENT), OR ITS TERM ENDS BEFORE THE         *
      * NOTICE WOULD TAKE EFFECT: CLOSE THE NOTICE WITHOUT CANCELLING  *
      *----------------------------------------------------------------*
           MOVE 'W'           TO NPC-STATUS-CODE.
           MOVE WS-RUN-DATE-N TO NPC-RESOLVED-DATE.
           REWRITE NONPAY-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO WITHDRAW NOTICE: ' POLICY-NUMBER
           END-REWRITE.
           ADD 1 TO WS-WITHDRAWALS.
           MOVE 'WITHDRAWN' TO WS-REG-ACTION.
           IF POLICY-STATUS NOT = 'A'
               MOVE 'POLICY NO LONGER ACTIVE' TO WS-REG-TEXT
           ELSE
               MOVE 'TERM ENDS BEFORE EFFECTIVE DATE' TO WS-REG-TEXT
           END-IF.
           PERFORM 390-WRITE-REGISTER-LINE.

       370-SCAN-VERSIONS.
      *----------------------------------------------------------------*
      * READ THE POLICY'S VERSIONS FOR THE CURRENT TERM: THE LATEST    *
      * EFFECTIVE DATE AND SEQUENCE SET THE CANCELLATION'S KEY, AND    *
      * ONE DATED AFTER THE CANCELLATION HOLDS IT                      *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-VERSIONS-FOUND.
           MOVE ZERO TO WS-LATEST-EFF-DATE.
           MOVE ZERO TO WS-LATEST-SEQ.
           MOVE 'N' TO WS-PV-EOF-SW.

           MOVE POLICY-NUMBER TO PV-POLICY-NUMBER.
           MOVE ZERO TO PV-EFF-DATE.
           MOVE ZERO TO PV-SEQ.
           START POLICY-VERSION-FILE KEY IS NOT LESS THAN PV-KEY
               INVALID KEY
                   SET PV-END-OF-POLICY TO TRUE
           END-START.

           PERFORM UNTIL PV-END-OF-POLICY
               READ POLICY-VERSION-FILE NEXT RECORD
                   AT END
                       SET PV-END-OF-POLICY TO TRUE
                   NOT AT END
                       IF PV-POLICY-NUMBER NOT = POLICY-NUMBER
                           SET PV-END-OF-POLICY TO TRUE
                       END-IF
                       IF NOT PV-END-OF-POLICY
                          AND PV-EFF-DATE NOT < START-DATE
                           ADD 1 TO WS-VERSIONS-FOUND
                           MOVE PV-EFF-DATE TO WS-LATEST-EFF-DATE
                           MOVE PV-SEQ      TO WS-LATEST-SEQ
                       END-IF
               END-READ
           END-PERFORM.

           EVALUATE TRUE
               WHEN NPC-EFF-DATE < WS-LATEST-EFF-DATE
                   SET CANCEL-HELD TO TRUE
               WHEN NPC-EFF-DATE = WS-LATEST-EFF-DATE
                   IF WS-LATEST-SEQ >= 99
                       SET CANCEL-HELD TO TRUE
                   ELSE
                       COMPUTE WS-NEW-SEQ = WS-LATEST-SEQ + 1
                   END-IF
               WHEN OTHER
                   MOVE 1 TO WS-NEW-SEQ
           END-EVALUATE.

       375-WRITE-BASE-VERSION.
      *----------------------------------------------------------------*
      * NO VERSION ON FILE THIS TERM: FILE THE TERMS THE POLICY IS ON, *
      * EFFECTIVE FROM THE START OF THE TERM, SO CLAIMS BEFORE THE     *
      * CANCELLATION STILL PRICE ON THEM                               *
      *----------------------------------------------------------------*
           MOVE SPACES TO POLICY-VERSION-RECORD.
           MOVE POLICY-NUMBER      TO PV-POLICY-NUMBER.
           MOVE START-DATE         TO PV-EFF-DATE.
           MOVE ZERO               TO PV-SEQ.
           MOVE 'B'                TO PV-ENDT-TYPE.
           MOVE WS-RUN-DATE-N      TO PV-ENTRY-DATE.
           MOVE POLICY-STATUS      TO PV-POLICY-STATUS.
           MOVE END-DATE           TO PV-END-DATE.
           MOVE MONTHLY-PREMIUM    TO PV-MONTHLY-PREMIUM.
           MOVE COVERAGE-AMOUNT    TO PV-COVERAGE-AMOUNT.
           MOVE INDUSTRY-CODE      TO PV-INDUSTRY-CODE.
           MOVE GEO-REGION-CODE    TO PV-GEO-REGION-CODE.
           MOVE EMR-VALUE          TO PV-EMR-VALUE.
           MOVE SAFETY-PROG-RATING TO PV-SAFETY-PROG-RATING.
           MOVE ZERO               TO PV-PRORATA-DAYS.
           MOVE ZERO               TO PV-PREMIUM-EFFECT.
           MOVE SPACE              TO PV-EFFECT-TYPE.
           WRITE POLICY-VERSION-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO FILE BASE VERSION: '
                           POLICY-NUMBER
           END-WRITE.

       380-WRITE-CANCEL-VERSION.
      *----------------------------------------------------------------*
      * FILE THE CANCELLATION UNDER ITS EFFECTIVE DATE: STATUS C, THE  *
      * TERM ENDING THE DAY BEFORE, WITH ITS PREMIUM EFFECT            *
      *----------------------------------------------------------------*
           MOVE SPACES TO POLICY-VERSION-RECORD.
           MOVE POLICY-NUMBER      TO PV-POLICY-NUMBER.
           MOVE NPC-EFF-DATE       TO PV-EFF-DATE.
           MOVE WS-NEW-SEQ         TO PV-SEQ.
           MOVE 'N'                TO PV-ENDT-TYPE.
           MOVE WS-RUN-DATE-N      TO PV-ENTRY-DATE.
           MOVE 'C'                TO PV-POLICY-STATUS.
           MOVE WS-PREV-DATE       TO PV-END-DATE.
           MOVE MONTHLY-PREMIUM    TO PV-MONTHLY-PREMIUM.
           MOVE COVERAGE-AMOUNT    TO PV-COVERAGE-AMOUNT.
           MOVE INDUSTRY-CODE      TO PV-INDUSTRY-CODE.
           MOVE GEO-REGION-CODE    TO PV-GEO-REGION-CODE.
           MOVE EMR-VALUE          TO PV-EMR-VALUE.
           MOVE SAFETY-PROG-RATING TO PV-SAFETY-PROG-RATING.
           MOVE WS-PRORATA-DAYS    TO PV-PRORATA-DAYS.
           MOVE WS-FINAL-AMOUNT    TO PV-PREMIUM-EFFECT.
           EVALUATE TRUE
               WHEN FINAL-BILL
                   MOVE 'E'   TO PV-EFFECT-TYPE
               WHEN FINAL-REFUND
                   MOVE 'C'   TO PV-EFFECT-TYPE
               WHEN OTHER
                   MOVE SPACE TO PV-EFFECT-TYPE
           END-EVALUATE.
           WRITE POLICY-VERSION-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO FILE CANCELLATION VERSION: '
                           POLICY-NUMBER
           END-WRITE.

       385-UPDATE-POLICY.
      *----------------------------------------------------------------*
      * CANCEL THE POLICY ON POLFILE AND MOVE THE TERM'S BILLED-TO-    *
      * DATE FIGURE BY THE FINAL BILL OR REFUND, SO IT NOW HOLDS THE   *
      * PREMIUM EARNED                                                 *
      *----------------------------------------------------------------*
           MOVE 'C'          TO POLICY-STATUS.
           MOVE WS-PREV-DATE TO END-DATE.
           EVALUATE TRUE
               WHEN FINAL-BILL
                   ADD WS-FINAL-AMOUNT TO TERM-PREMIUM-BILLED
               WHEN FINAL-REFUND
                   IF WS-FINAL-AMOUNT > TERM-PREMIUM-BILLED
                       MOVE ZERO TO TERM-PREMIUM-BILLED
                   ELSE
                       SUBTRACT WS-FINAL-AMOUNT
                           FROM TERM-PREMIUM-BILLED
                   END-IF
           END-EVALUATE.
           REWRITE POLICY-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO CANCEL POLICY: ' POLICY-NUMBER
           END-REWRITE.

       387-INVOICE-FINAL-AMOUNT.
      *----------------------------------------------------------------*
      * INVOICE THE FINAL BILL OR REFUND FOR CASH APPLICATION. THE     *
      * PERIOD IS THE CANCELLATION MONTH. AN AMOUNT TOO WIDE FOR THE   *
      * INVOICE LINE IS LEFT FOR BILLING TO RAISE BY HAND.             *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN FINAL-NONE
                   CONTINUE
               WHEN WS-FINAL-AMOUNT > 999999.99
                   ADD 1 TO WS-MANUAL-INVOICES
                   DISPLAY 'FINAL AMOUNT EXCEEDS INVOICE LIMIT - RAISE '
                           'MANUALLY: ' POLICY-NUMBER
               WHEN OTHER
                   IF FINAL-BILL
                       ADD WS-FINAL-AMOUNT TO WS-FINAL-BILLED
                   ELSE
                       ADD WS-FINAL-AMOUNT TO WS-FINAL-REFUNDED
                   END-IF
                   MOVE WS-FINAL-AMOUNT TO WS-F-AMOUNT
                   MOVE SPACES TO INVOICE-LINE
                   STRING 'CUST='          DELIMITED BY SIZE
                          CUSTOMER-ID      DELIMITED BY SIZE
                          ' POLICY='       DELIMITED BY SIZE
                          POLICY-NUMBER    DELIMITED BY SIZE
                          ' PERIOD='       DELIMITED BY SIZE
                          NPC-EFF-DATE (1:6) DELIMITED BY SIZE
                          ' PREMIUM='      DELIMITED BY SIZE
                          WS-F-AMOUNT      DELIMITED BY SIZE
                          ' TYPE='         DELIMITED BY SIZE
                          WS-FINAL-TYPE    DELIMITED BY SIZE
                          INTO INVOICE-LINE
                   END-STRING
                   WRITE INVOICE-LINE
           END-EVALUATE.

       390-WRITE-REGISTER-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE CANCELLATION REGISTER LINE. A CANCELLATION SHOWS THE *
      * EARNED AND BILLED PREMIUM, THE FINAL BILL (F) OR REFUND (Q)    *
      * AND WHAT IS STILL OWED ON THE OPEN ITEMS.                      *
      *----------------------------------------------------------------*
           MOVE NPC-CURE-AMOUNT    TO WS-F-CURE.
           MOVE SPACES TO REGISTER-LINE.
           IF WS-REG-ACTION = 'CANCELLED'
               MOVE WS-EARNED-PREMIUM   TO WS-F-EARNED
               MOVE NPC-BILLED-PREMIUM  TO WS-F-BILLED
               MOVE WS-FINAL-AMOUNT     TO WS-F-FINAL
               MOVE WS-POS-OUTSTANDING  TO WS-F-OUTSTANDING
               STRING POLICY-NUMBER     DELIMITED BY SIZE
                      ' CUST='          DELIMITED BY SIZE
                      CUSTOMER-ID       DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-REG-ACTION     DELIMITED BY SIZE
                      ' NOTICE='        DELIMITED BY SIZE
                      NPC-NOTICE-DATE   DELIMITED BY SIZE
                      ' EFF='           DELIMITED BY SIZE
                      NPC-EFF-DATE      DELIMITED BY SIZE
                      ' EARNED='        DELIMITED BY SIZE
                      WS-F-EARNED       DELIMITED BY SIZE
                      ' BILLED='        DELIMITED BY SIZE
                      WS-F-BILLED       DELIMITED BY SIZE
                      ' FINAL='         DELIMITED BY SIZE
                      WS-F-FINAL        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-FINAL-TYPE     DELIMITED BY SIZE
                      ' OWED='          DELIMITED BY SIZE
                      WS-F-OUTSTANDING  DELIMITED BY SIZE
                      INTO REGISTER-LINE
               END-STRING
           ELSE
               STRING POLICY-NUMBER     DELIMITED BY SIZE
                      ' CUST='          DELIMITED BY SIZE
                      CUSTOMER-ID       DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-REG-ACTION     DELIMITED BY SIZE
                      ' NOTICE='        DELIMITED BY SIZE
                      NPC-NOTICE-DATE   DELIMITED BY SIZE
                      ' EFF='           DELIMITED BY SIZE
                      NPC-EFF-DATE      DELIMITED BY SIZE
                      ' CURE='          DELIMITED BY SIZE
                      WS-F-CURE         DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-REG-TEXT       DELIMITED BY SIZE
                      INTO REGISTER-LINE
               END-STRING
           END-IF.
           WRITE REGISTER-LINE.

       400-PRICE-CANCELLATION.
      *----------------------------------------------------------------*
      * PRICE THE CANCELLATION:                                        *
      * 1. The last day in force is the day before the effective date *
      * 2. Bring the term's billed-to-date figure up the way the      *
      *    billing and endorsement runs do                            *
      * 3. The premium for each day from the effective date to the    *
      *    last day billed comes back; negative days (a cancellation  *
      *    dated past it) bill the days the billing run will miss     *
      * 4. Earned premium is what was billed plus that effect; a      *
      *    positive effect is the final bill, a negative one the      *
      *    refund                                                     *
      *----------------------------------------------------------------*
           PERFORM 420-COMPUTE-PREVIOUS-DAY.
           PERFORM 405-ESTABLISH-BILLED-TO-DATE.
           MOVE TERM-PREMIUM-BILLED TO NPC-BILLED-PREMIUM.

           MOVE END-DATE TO WS-DN-DATE.
           PERFORM 410-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAY-NUMBER TO WS-END-DAY-NUMBER.

           IF LAST-BILLED-PERIOD = 0
               MOVE START-DATE TO WS-DN-DATE
               PERFORM 410-COMPUTE-DAY-NUMBER
               COMPUTE WS-BILLED-THRU-DAY = WS-DN-DAY-NUMBER - 1
           ELSE
               MOVE LAST-BILLED-PERIOD TO WS-MONTH-DATE (1:6)
               MOVE 01 TO WS-MONTH-DD
               ADD 1 TO WS-MONTH-MM
               IF WS-MONTH-MM > 12
                   MOVE 01 TO WS-MONTH-MM
                   ADD 1 TO WS-MONTH-CCYY
               END-IF
               MOVE WS-MONTH-DATE TO WS-DN-DATE
               PERFORM 410-COMPUTE-DAY-NUMBER
               COMPUTE WS-BILLED-THRU-DAY = WS-DN-DAY-NUMBER - 1
               IF WS-BILLED-THRU-DAY > WS-END-DAY-NUMBER
                   MOVE WS-END-DAY-NUMBER TO WS-BILLED-THRU-DAY
               END-IF
           END-IF.

           MOVE NPC-EFF-DATE TO WS-DN-DATE.
           PERFORM 410-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAY-NUMBER TO WS-EFF-DAY-NUMBER.
           COMPUTE WS-PRORATA-DAYS =
                   WS-BILLED-THRU-DAY - WS-EFF-DAY-NUMBER + 1.

           COMPUTE WS-PREMIUM-EFFECT ROUNDED =
                   (0 - MONTHLY-PREMIUM) * 12 * WS-PRORATA-DAYS / 365.
           COMPUTE WS-EARNED-PREMIUM =
                   TERM-PREMIUM-BILLED + WS-PREMIUM-EFFECT.
           IF WS-EARNED-PREMIUM < 0
               MOVE ZERO TO WS-EARNED-PREMIUM
           END-IF.

           EVALUATE TRUE
               WHEN WS-PREMIUM-EFFECT > 0
                   SET FINAL-BILL TO TRUE
                   MOVE WS-PREMIUM-EFFECT TO WS-FINAL-AMOUNT
               WHEN WS-PREMIUM-EFFECT < 0
                   SET FINAL-REFUND TO TRUE
                   COMPUTE WS-FINAL-AMOUNT = 0 - WS-PREMIUM-EFFECT
               WHEN OTHER
                   SET FINAL-NONE TO TRUE
                   MOVE ZERO TO WS-FINAL-AMOUNT
           END-EVALUATE.

       405-ESTABLISH-BILLED-TO-DATE.
      *----------------------------------------------------------------*
      * A POLICY NEVER TRACKED IS CREDITED WITH EVERY MONTH OF THE     *
      * TERM BEFORE THIS ONE THE BILLING RUN WOULD HAVE FOUND IT IN    *
      * FORCE, AND A LAST MONTH BILLED BEFORE THE TERM STARTED MEANS   *
      * NOTHING IS BILLED YET THIS TERM                                *
      *----------------------------------------------------------------*
           IF LAST-BILLED-PERIOD NOT NUMERIC
              OR TERM-PREMIUM-BILLED NOT NUMERIC
               MOVE ZERO TO LAST-BILLED-PERIOD
               MOVE ZERO TO WS-MONTHS-BILLED
               MOVE START-DATE TO WS-MONTH-DATE
               MOVE 01 TO WS-MONTH-DD
               PERFORM UNTIL WS-MONTH-DATE > END-DATE
                          OR WS-MONTH-DATE (1:6) NOT < WS-RUN-DATE (1:6)
                   IF WS-MONTH-DATE NOT < START-DATE
                       ADD 1 TO WS-MONTHS-BILLED
                       MOVE WS-MONTH-DATE (1:6) TO LAST-BILLED-PERIOD
                   END-IF
                   ADD 1 TO WS-MONTH-MM
                   IF WS-MONTH-MM > 12
                       MOVE 01 TO WS-MONTH-MM
                       ADD 1 TO WS-MONTH-CCYY
                   END-IF
               END-PERFORM
               COMPUTE TERM-PREMIUM-BILLED =
                       MONTHLY-PREMIUM * WS-MONTHS-BILLED
           ELSE
               MOVE START-DATE TO WS-MONTH-DATE
               IF LAST-BILLED-PERIOD > 0
                  AND LAST-BILLED-PERIOD < WS-MONTH-DATE (1:6)
                   MOVE ZERO TO TERM-PREMIUM-BILLED
                   MOVE ZERO TO LAST-BILLED-PERIOD
               END-IF
           END-IF.

       410-COMPUTE-DAY-NUMBER.
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
               PERFORM 415-SET-LEAP-YEAR
               IF DN-LEAP-YEAR AND WS-DN-MM > 2
                   ADD 1 TO WS-DN-DAY-NUMBER
               END-IF
           END-IF.

       415-SET-LEAP-YEAR.
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

       420-COMPUTE-PREVIOUS-DAY.
      *----------------------------------------------------------------*
      * SET WS-PREV-DATE TO THE DAY BEFORE THE EFFECTIVE DATE, ROLLING *
      * BACK THROUGH MONTH AND YEAR ENDS                               *
      *----------------------------------------------------------------*
           MOVE NPC-EFF-DATE TO WS-PREV-DATE.
           IF WS-PREV-DD > 1
               SUBTRACT 1 FROM WS-PREV-DD
           ELSE
               IF WS-PREV-MM = 1
                   MOVE 12 TO WS-PREV-MM
                   SUBTRACT 1 FROM WS-PREV-CCYY
               ELSE
                   SUBTRACT 1 FROM WS-PREV-MM
               END-IF
               MOVE WS-MONTH-DAYS (WS-PREV-MM) TO WS-PREV-DD
               IF WS-PREV-MM = 2
                   MOVE WS-PREV-CCYY TO WS-DN-CCYY
                   PERFORM 415-SET-LEAP-YEAR
                   IF DN-LEAP-YEAR
                       MOVE 29 TO WS-PREV-DD
                   END-IF
               END-IF
           END-IF.

       430-ADVANCE-ONE-DAY.
      *----------------------------------------------------------------*
      * MOVE WS-EFF-DATE FORWARD ONE DAY, ROLLING THROUGH MONTH AND    *
      * YEAR ENDS                                                      *
      *----------------------------------------------------------------*
           MOVE WS-MONTH-DAYS (WS-EFF-MM) TO WS-DAYS-IN-MONTH.
           IF WS-EFF-MM = 2
               MOVE WS-EFF-CCYY TO WS-DN-CCYY
               PERFORM 415-SET-LEAP-YEAR
               IF DN-LEAP-YEAR
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.
           IF WS-EFF-DD < WS-DAYS-IN-MONTH
               ADD 1 TO WS-EFF-DD
           ELSE
               MOVE 01 TO WS-EFF-DD
               IF WS-EFF-MM = 12
                   MOVE 01 TO WS-EFF-MM
                   ADD 1 TO WS-EFF-CCYY
               ELSE
                   ADD 1 TO WS-EFF-MM
               END-IF
           END-IF.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'NPCANCEL RUN CONTROL TOTALS'.
           DISPLAY 'POLICIES READ:       ' WS-POLICIES-READ.
           DISPLAY 'NOTICES ISSUED:      ' WS-NOTICES-ISSUED.
           DISPLAY 'NOTICES PENDING:     ' WS-NOTICES-PENDING.
           DISPLAY 'NOTICES RESCINDED:   ' WS-RESCISSIONS.
           DISPLAY 'POLICIES CANCELLED:  ' WS-CANCELLATIONS.
           DISPLAY 'NOTICES WITHDRAWN:   ' WS-WITHDRAWALS.
           DISPLAY 'CANCELLATIONS HELD:  ' WS-CANCELS-HELD.
           DISPLAY 'MANUAL INVOICES:     ' WS-MANUAL-INVOICES.
           DISPLAY 'FINAL BILLS:         ' WS-FINAL-BILLED.
           DISPLAY 'REFUNDS:             ' WS-FINAL-REFUNDED.
           DISPLAY '===================================='.

       850-WRITE-CONTROL-TOTALS.
      *----------------------------------------------------------------*
      * APPEND THIS RUN'S CONTROL TOTALS TO THE BALANCING FILE THE     *
      * MONTH-END CROSS-PROGRAM BALANCING RUN TIES TOGETHER. A1 IS     *
      * THE FINAL BILLING THIS RUN ADDED TO RECEIVABLES, A2 THE        *
      * REFUNDS CREDITED.                                              *
      *----------------------------------------------------------------*
           MOVE WS-NOTICES-ISSUED    TO WS-CTL-C1.
           MOVE WS-CANCELLATIONS     TO WS-CTL-C2.
           MOVE WS-RESCISSIONS       TO WS-CTL-C3.
           MOVE WS-FINAL-BILLED      TO WS-CTL-A1.
           MOVE WS-FINAL-REFUNDED    TO WS-CTL-A2.
           OPEN EXTEND CONTROL-TOTALS-FILE.
           IF CTLTOT-STATUS NOT = '00'
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           IF CTLTOT-STATUS = '00'
               MOVE SPACES TO CONTROL-TOTALS-LINE
               MOVE 'PGM='     TO CONTROL-TOTALS-LINE (1:4)
               MOVE 'NPCANCEL' TO CONTROL-TOTALS-LINE (5:8)
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
      * CLOSE ALL OPEN FILES AND STOP THE RUN. A HELD CANCELLATION OR  *
      * A MANUAL INVOICE ENDS THE RUN WITH A WARNING.                  *
      *----------------------------------------------------------------*
           CLOSE POLICY-FILE
                 NONPAY-FILE
                 POLICY-VERSION-FILE
                 NOTICE-FILE
                 CANCEL-REGISTER
                 INVOICE-FILE.

           IF RETURN-CODE = 0
              AND (WS-CANCELS-HELD > 0 OR WS-MANUAL-INVOICES > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
