       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDTMNT.
      *----------------------------------------------------------------*
      * PROGRAM:  ENDTMNT                                              *
      * PURPOSE:  MID-TERM POLICY ENDORSEMENTS. REFMAINT CHANGES A     *
      *           POLFILE RECORD IN PLACE, SO A MID-TERM CHANGE TO     *
      *           COVERAGE, REGION OR PREMIUM OVERWROTE THE TERMS IN   *
      *           FORCE WHEN EARLIER ACCIDENTS HAPPENED. THIS RUN      *
      *           APPLIES DATED ENDORSEMENTS -- COVERAGE CHANGE,       *
      *           REGION CHANGE, PREMIUM CHANGE AND MID-TERM           *
      *           CANCELLATION -- AND KEEPS EVERY SET OF TERMS ON THE  *
      *           POLICY VERSION FILE UNDER THE DATE IT TOOK EFFECT,   *
      *           SO PENSCLM PRICES A CLAIM ON THE TERMS IN FORCE ON   *
      *           ITS ACCIDENT DATE. THE FIRST ENDORSEMENT ON A POLICY *
      *           ALSO FILES THE TERMS IT WAS WRITTEN ON, EFFECTIVE    *
      *           FROM THE START OF THE TERM. POLFILE ALWAYS CARRIES   *
      *           THE LATEST TERMS.                                    *
      *                                                                *
      *           EACH ENDORSEMENT THAT CHANGES THE PREMIUM IS PRICED  *
      *           PRO RATA BY DAY AND WRITTEN TO THE INVOICE FILE AS   *
      *           AN ADDITIONAL-PREMIUM INVOICE OR A RETURN-PREMIUM    *
      *           CREDIT. THE MONTHLY BILLING RUN BILLS THE NEW        *
      *           PREMIUM FROM THE FIRST MONTH IT HAS NOT YET BILLED,  *
      *           SO THE PRO-RATA CHARGE COVERS THE DAYS FROM THE      *
      *           EFFECTIVE DATE TO THE END OF THE LAST MONTH ALREADY  *
      *           BILLED (A FUTURE EFFECTIVE DATE GIVES BACK THE DAYS  *
      *           THE BILLING RUN WILL BILL EARLY) -- TOGETHER, THE    *
      *           REMAINDER OF THE TERM AT THE ENDORSED PREMIUM. A     *
      *           CANCELLATION ENDS BILLING AND RETURNS THE PREMIUM    *
      *           BILLED PAST THE CANCELLATION DATE.                   *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. TRANSACTION PROCESSING (MODELED ON ORDMNT)                  *
      * 5. PRO-RATA PRICING AND DATE ARITHMETIC                        *
      * 6. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - TRANSACTION-FILE: One endorsement per line. EFF-DATE is      *
      *   CCYYMMDD, COVERAGE 10 digits and PREMIUM (the new monthly    *
      *   premium) 8 digits, both with two implied decimals; a field   *
      *   the endorsement does not change is left empty:               *
      *     C,POLICY,EFF-DATE,COVERAGE,,[PREMIUM]    COVERAGE CHANGE   *
      *     G,POLICY,EFF-DATE,,REGION,[PREMIUM]      REGION CHANGE     *
      *     P,POLICY,EFF-DATE,,,PREMIUM              PREMIUM CHANGE    *
      *     X,POLICY,EFF-DATE                        CANCELLATION      *
      * - POLICY-FILE: Brought up to the latest terms, with the term's *
      *                billed-to-date figure moved by the premium      *
      *                effect                                          *
      * - POLICY-VERSION-FILE: Every set of terms a policy has carried *
      *                        this term, keyed by policy, effective   *
      *                        date and sequence within the date       *
      * - INVOICE-FILE: The billing run's invoice file, extended with  *
      *                 one typed detail line per priced endorsement   *
      * - MAINT-LOG-FILE: One line per transaction recording what was  *
      *                   applied or why it was rejected               *
      *----------------------------------------------------------------*
           SELECT TRANSACTION-FILE ASSIGN TO "data/ENDTMNT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT POLICY-FILE ASSIGN TO "data/POLFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POLICY-NUMBER
           FILE STATUS IS POL-STATUS.

           SELECT POLICY-VERSION-FILE ASSIGN TO "data/POLVERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PV-KEY
           FILE STATUS IS PV-STATUS.

           SELECT INVOICE-FILE ASSIGN TO 'data/INVOICE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-STATUS.

      * CONTROL-TOTALS-FILE: One control-total record per run,
      * extended run after run, for the month-end cross-program
      * balancing run (BALRPT) to tie the chain's legs together.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO 'data/CTLTOTS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTLTOT-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "data/ENDTMNT_LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD       PIC X(100).

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

      * One set of policy terms and the date it took effect. Type B
      * is the terms the policy was written on, filed with the first
      * endorsement; C coverage, G region, P premium, X cancellation.
      * The premium effect is the pro-rata charge the endorsement
      * raised: effect type E additional premium, C return-premium
      * credit, blank none.
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

      * The invoice detail line is the billing run's layout (cols
      * 1-64) followed by ' TYPE=' in cols 65-70 and the endorsement
      * type in col 71: E additional premium, C return-premium
      * credit.
       FD INVOICE-FILE.
       01 INVOICE-LINE             PIC X(80).

      * The control-total line is fixed-format: cols 1-4 'PGM=',
      * 5-12 program id, 13-19 ' CYCLE=', 20-25 cycle, 26-31
      * ' DATE=', 32-39 run date, then three counters (' C1=' 44-50,
      * ' C2=' 55-61, ' C3=' 66-72) and two amounts with implied two
      * decimals (' A1=' 77-89, ' A2=' 94-106).
       FD CONTROL-TOTALS-FILE.
       01 CONTROL-TOTALS-LINE      PIC X(110).

       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-TRAN-FIELDS: One endorsement parsed off its input line    *
      * - WS-NEW-TERMS: The policy's terms once endorsed               *
      * - WS-VERSION-SCAN: What the version file already holds for     *
      *   the policy                                                   *
      * - WS-PRICING-FIELDS: Pro-rata days and premium effect          *
      * - WS-DAY-NUMBER-FIELDS: Date to day-count conversion           *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 TRAN-STATUS           PIC X(2).
          05 POL-STATUS            PIC X(2).
          05 PV-STATUS             PIC X(2).
          05 INVOICE-STATUS        PIC X(2).
          05 CTLTOT-STATUS         PIC X(2).
          05 LOG-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-TRAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 TRAN-END-OF-FILE   VALUE 'Y'.
          05 WS-TRAN-REJECT-SW     PIC X(1) VALUE 'N'.
             88 TRAN-REJECTED      VALUE 'Y'.
             88 TRAN-NOT-REJECTED  VALUE 'N'.
          05 WS-PV-EOF-SW          PIC X(1) VALUE 'N'.
             88 PV-END-OF-POLICY   VALUE 'Y'.

      * The numeric fields are parsed as characters and read through
      * their redefinitions so the implied decimals land correctly.
       01 WS-TRAN-FIELDS.
          05 WS-TRAN-ENDT-TYPE     PIC X(1).
             88 TRAN-COVERAGE      VALUE 'C'.
             88 TRAN-REGION        VALUE 'G'.
             88 TRAN-PREMIUM       VALUE 'P'.
             88 TRAN-CANCEL        VALUE 'X'.
          05 WS-TRAN-POLICY        PIC X(10).
          05 WS-TRAN-EFF-CHARS     PIC X(8).
          05 WS-TRAN-EFF-DATE REDEFINES WS-TRAN-EFF-CHARS
                                   PIC 9(8).
          05 WS-TRAN-COVERAGE-CHARS PIC X(10).
          05 WS-TRAN-COVERAGE REDEFINES WS-TRAN-COVERAGE-CHARS
                                   PIC 9(8)V99.
          05 WS-TRAN-REGION        PIC X(3).
          05 WS-TRAN-PREMIUM-CHARS PIC X(8).
          05 WS-TRAN-PREMIUM REDEFINES WS-TRAN-PREMIUM-CHARS
                                   PIC 9(6)V99.

       01 WS-NEW-TERMS.
          05 WS-NEW-STATUS         PIC X(1).
          05 WS-NEW-END-DATE       PIC 9(8).
          05 WS-NEW-PREMIUM        PIC 9(6)V99.
          05 WS-NEW-COVERAGE       PIC 9(8)V99.
          05 WS-NEW-REGION         PIC X(3).

       01 WS-VERSION-SCAN.
          05 WS-VERSIONS-FOUND     PIC 9(3) COMP.
          05 WS-LATEST-EFF-DATE    PIC 9(8).
          05 WS-LATEST-SEQ         PIC 9(2).
          05 WS-NEW-SEQ            PIC 9(2).

       01 WS-RUN-DATE              PIC 9(8).

      * Walks the term a month at a time, on the first of each month,
      * the date the billing run tests a policy's window against.
       01 WS-MONTH-DATE             PIC 9(8).
       01 WS-MONTH-DATE-PARTS REDEFINES WS-MONTH-DATE.
          05 WS-MONTH-CCYY          PIC 9(4).
          05 WS-MONTH-MM            PIC 9(2).
          05 WS-MONTH-DD            PIC 9(2).

      * The day before a cancellation takes effect: the last day the
      * policy is in force.
       01 WS-PREV-DATE              PIC 9(8).
       01 WS-PREV-DATE-PARTS REDEFINES WS-PREV-DATE.
          05 WS-PREV-CCYY           PIC 9(4).
          05 WS-PREV-MM             PIC 9(2).
          05 WS-PREV-DD             PIC 9(2).
       01 WS-MONTH-DAYS-TABLE       PIC X(24) VALUE
          '312831303130313130313031'.
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE
                                   PIC 9(2) OCCURS 12 TIMES.

      * An endorsement's premium effect is the change in annual
      * premium (twelve months of the monthly premium) for each day
      * between the effective date and the end of the last month
      * billed, at 365 days to the year.
       01 WS-PRICING-FIELDS.
          05 WS-MONTHS-BILLED      PIC 9(3) COMP.
          05 WS-EFF-DAY-NUMBER     PIC 9(7) COMP.
          05 WS-END-DAY-NUMBER     PIC 9(7) COMP.
          05 WS-BILLED-THRU-DAY    PIC 9(7) COMP.
          05 WS-PRORATA-DAYS       PIC S9(5) COMP.
          05 WS-OLD-PREMIUM        PIC 9(6)V99.
          05 WS-PREMIUM-EFFECT     PIC S9(8)V99.
          05 WS-INV-AMOUNT         PIC 9(8)V99.
          05 WS-INV-TYPE           PIC X(1).
             88 INV-ADDITIONAL     VALUE 'E'.
             88 INV-RETURN-CREDIT  VALUE 'C'.
             88 INV-NONE           VALUE ' '.

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

       01 WS-LOG-DETAIL.
          05 WS-LOG-ACTION         PIC X(1).
          05 WS-LOG-KEY.
             10 WS-LOG-POLICY      PIC X(10).
             10 WS-LOG-SEPARATOR   PIC X(1).
             10 WS-LOG-EFF-DATE    PIC X(8).
          05 WS-LOG-TEXT           PIC X(60).

       01 WS-CONTROL-TOTALS.
          05 WS-TRANS-READ         PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-APPLIED      PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-REJECTED     PIC 9(5) COMP VALUE ZERO.
          05 WS-BASE-VERSIONS      PIC 9(5) COMP VALUE ZERO.
          05 WS-CANCELLATIONS      PIC 9(5) COMP VALUE ZERO.
          05 WS-INVOICES-WRITTEN   PIC 9(5) COMP VALUE ZERO.
          05 WS-CREDITS-WRITTEN    PIC 9(5) COMP VALUE ZERO.
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
          05 WS-F-INV-AMOUNT       PIC ZZZ,ZZ9.99.
          05 WS-F-EFFECT           PIC Z,ZZZ,ZZ9.99.
          05 WS-F-DAYS             PIC -ZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files                                             *
      * 2. Apply every endorsement against the policy and version     *
      *    files, invoicing each premium effect                       *
      * 3. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-TRANSACTIONS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 850-WRITE-CONTROL-TOTALS.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS. A FIRST-EVER RUN HAS NO   *
      * POLICY VERSION FILE YET, SO FALL BACK TO CREATING IT.          *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT TRANSACTION-FILE.
           IF TRAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSACTION FILE: ' TRAN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT MAINT-LOG-FILE.
           IF LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINTENANCE LOG FILE: ' LOG-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O POLICY-FILE.
           IF POL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POLICY FILE: ' POL-STATUS
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

       200-PROCESS-TRANSACTIONS.
      *----------------------------------------------------------------*
      * READ AND APPLY EVERY ENDORSEMENT IN THE FILE                   *
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
           DISPLAY 'PROCESSED ALL TRANSACTIONS IN ENDTMNT FILE'.

       210-PROCESS-TRANSACTION-RECORD.
      *----------------------------------------------------------------*
      * PARSE AND APPLY ONE ENDORSEMENT:                               *
      * 1. Parse and validate the endorsement's own fields            *
      * 2. Read the policy and check the date falls in its term       *
      * 3. Price the premium effect                                   *
      * 4. Check it against the versions already on file              *
      * 5. File the versions, bring the policy up to date and invoice *
      *    the premium effect                                         *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TRAN-REJECT-SW.
           MOVE SPACES TO WS-TRAN-FIELDS.
           UNSTRING TRANSACTION-RECORD DELIMITED BY ','
               INTO WS-TRAN-ENDT-TYPE
                    WS-TRAN-POLICY
                    WS-TRAN-EFF-CHARS
                    WS-TRAN-COVERAGE-CHARS
                    WS-TRAN-REGION
                    WS-TRAN-PREMIUM-CHARS
           END-UNSTRING.

           MOVE WS-TRAN-ENDT-TYPE  TO WS-LOG-ACTION.
           MOVE WS-TRAN-POLICY     TO WS-LOG-POLICY.
           MOVE '-'                TO WS-LOG-SEPARATOR.
           MOVE WS-TRAN-EFF-CHARS  TO WS-LOG-EFF-DATE.

           PERFORM 215-VALIDATE-ENDORSEMENT.

           IF TRAN-NOT-REJECTED
               PERFORM 220-READ-POLICY
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 230-PRICE-ENDORSEMENT
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 240-SCAN-VERSIONS
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-VERSIONS-FOUND = 0
                   PERFORM 250-WRITE-BASE-VERSION
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 260-WRITE-ENDT-VERSION
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 270-UPDATE-POLICY
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 280-INVOICE-PREMIUM-EFFECT
           END-IF.

           PERFORM 290-WRITE-LOG-RECORD.

       215-VALIDATE-ENDORSEMENT.
      *----------------------------------------------------------------*
      * THE TYPE IS KNOWN, THE POLICY AND A VALID EFFECTIVE DATE ARE   *
      * GIVEN, AND THE FIELD THE TYPE CHANGES IS PRESENT. A PREMIUM    *
      * GIVEN ON A COVERAGE OR REGION CHANGE MUST BE NUMERIC.          *
      *----------------------------------------------------------------*
           IF NOT TRAN-COVERAGE AND NOT TRAN-REGION
              AND NOT TRAN-PREMIUM AND NOT TRAN-CANCEL
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - UNKNOWN ENDORSEMENT TYPE' TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-POLICY = SPACES
                  OR WS-TRAN-EFF-DATE NOT NUMERIC
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - POLICY OR EFFECTIVE DATE MISSING'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE WS-TRAN-EFF-DATE TO WS-DN-DATE
               IF WS-DN-MM < 1 OR WS-DN-MM > 12
                  OR WS-DN-DD < 1 OR WS-DN-DD > 31
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - EFFECTIVE DATE NOT VALID'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               EVALUATE TRUE
                   WHEN TRAN-COVERAGE
                       IF WS-TRAN-COVERAGE NOT NUMERIC
                          OR WS-TRAN-COVERAGE = 0
                           MOVE 'Y' TO WS-TRAN-REJECT-SW
                           MOVE 'REJECTED - COVERAGE AMOUNT NOT VALID'
                                TO WS-LOG-TEXT
                       END-IF
                   WHEN TRAN-REGION
                       IF WS-TRAN-REGION = SPACES
                           MOVE 'Y' TO WS-TRAN-REJECT-SW
                           MOVE 'REJECTED - REGION CODE MISSING'
                                TO WS-LOG-TEXT
                       END-IF
                   WHEN TRAN-PREMIUM
                       IF WS-TRAN-PREMIUM NOT NUMERIC
                           MOVE 'Y' TO WS-TRAN-REJECT-SW
                           MOVE 'REJECTED - PREMIUM NOT VALID'
                                TO WS-LOG-TEXT
                       END-IF
               END-EVALUATE
           END-IF.

           IF TRAN-NOT-REJECTED
              AND (TRAN-COVERAGE OR TRAN-REGION)
              AND WS-TRAN-PREMIUM-CHARS NOT = SPACES
              AND WS-TRAN-PREMIUM NOT NUMERIC
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - PREMIUM NOT VALID' TO WS-LOG-TEXT
           END-IF.

       220-READ-POLICY.
      *----------------------------------------------------------------*
      * THE POLICY MUST BE ON FILE AND ACTIVE -- A CANCELLED OR LAPSED *
      * POLICY TAKES NO FURTHER ENDORSEMENTS -- AND THE EFFECTIVE DATE *
      * MUST FALL INSIDE ITS TERM                                      *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-POLICY TO POLICY-NUMBER.
           READ POLICY-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - POLICY NOT ON FILE' TO WS-LOG-TEXT
           END-READ.

           IF TRAN-NOT-REJECTED
               IF POLICY-STATUS NOT = 'A'
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - POLICY NOT ACTIVE' TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-EFF-DATE < START-DATE
                  OR WS-TRAN-EFF-DATE > END-DATE
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - EFFECTIVE DATE OUTSIDE POLICY TERM'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

       230-PRICE-ENDORSEMENT.
      *----------------------------------------------------------------*
      * WORK OUT THE ENDORSED TERMS AND PRICE THE PREMIUM EFFECT:      *
      * 1. The new terms are the current ones with the endorsement's  *
      *    change applied; a cancellation ends the term the day       *
      *    before it takes effect and bills nothing further           *
      * 2. Find the last day billed this term                         *
      * 3. The effect is the change in annual premium for each day    *
      *    from the effective date to that day -- negative days (an   *
      *    effective date past it) turn the charge around             *
      *----------------------------------------------------------------*
           MOVE POLICY-STATUS    TO WS-NEW-STATUS.
           MOVE END-DATE         TO WS-NEW-END-DATE.
           MOVE MONTHLY-PREMIUM  TO WS-NEW-PREMIUM.
           MOVE MONTHLY-PREMIUM  TO WS-OLD-PREMIUM.
           MOVE COVERAGE-AMOUNT  TO WS-NEW-COVERAGE.
           MOVE GEO-REGION-CODE  TO WS-NEW-REGION.

           EVALUATE TRUE
               WHEN TRAN-COVERAGE
                   MOVE WS-TRAN-COVERAGE TO WS-NEW-COVERAGE
               WHEN TRAN-REGION
                   MOVE WS-TRAN-REGION TO WS-NEW-REGION
               WHEN TRAN-CANCEL
                   MOVE 'C' TO WS-NEW-STATUS
                   PERFORM 420-COMPUTE-PREVIOUS-DAY
                   MOVE WS-PREV-DATE TO WS-NEW-END-DATE
           END-EVALUATE.
           IF TRAN-PREMIUM
              OR ((TRAN-COVERAGE OR TRAN-REGION)
                  AND WS-TRAN-PREMIUM-CHARS NOT = SPACES)
               MOVE WS-TRAN-PREMIUM TO WS-NEW-PREMIUM
           END-IF.

           PERFORM 235-ESTABLISH-BILLED-TO-DATE.

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

           MOVE WS-TRAN-EFF-DATE TO WS-DN-DATE.
           PERFORM 410-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAY-NUMBER TO WS-EFF-DAY-NUMBER.
           COMPUTE WS-PRORATA-DAYS =
                   WS-BILLED-THRU-DAY - WS-EFF-DAY-NUMBER + 1.

           IF TRAN-CANCEL
               COMPUTE WS-PREMIUM-EFFECT ROUNDED =
                       (0 - WS-OLD-PREMIUM) * 12 * WS-PRORATA-DAYS
                       / 365
           ELSE
               COMPUTE WS-PREMIUM-EFFECT ROUNDED =
                       (WS-NEW-PREMIUM - WS-OLD-PREMIUM) * 12
                       * WS-PRORATA-DAYS / 365
           END-IF.

           EVALUATE TRUE
               WHEN WS-PREMIUM-EFFECT > 0
                   SET INV-ADDITIONAL TO TRUE
                   MOVE WS-PREMIUM-EFFECT TO WS-INV-AMOUNT
               WHEN WS-PREMIUM-EFFECT < 0
                   SET INV-RETURN-CREDIT TO TRUE
                   COMPUTE WS-INV-AMOUNT = 0 - WS-PREMIUM-EFFECT
               WHEN OTHER
                   SET INV-NONE TO TRUE
                   MOVE ZERO TO WS-INV-AMOUNT
           END-EVALUATE.

       235-ESTABLISH-BILLED-TO-DATE.
      *----------------------------------------------------------------*
      * BRING THE TERM'S BILLED-TO-DATE FIGURE UP THE SAME WAY THE     *
      * BILLING RUN DOES: A POLICY NEVER TRACKED IS CREDITED WITH      *
      * EVERY MONTH OF THE TERM BEFORE THIS ONE THE BILLING RUN WOULD  *
      * HAVE FOUND IT IN FORCE, AND A LAST MONTH BILLED BEFORE THE     *
      * TERM STARTED MEANS NOTHING IS BILLED YET THIS TERM             *
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

       240-SCAN-VERSIONS.
      *----------------------------------------------------------------*
      * READ THE POLICY'S VERSIONS FOR THE CURRENT TERM IN             *
      * EFFECTIVE-DATE ORDER; A PRIOR TERM'S VERSIONS ARE HISTORY:     *
      * 1. An endorsement dated before the latest one on file would    *
      *    rewrite terms already superseded -- rejected, to be keyed   *
      *    again after the later one is reversed                      *
      * 2. A second priced endorsement of the same kind in the same    *
      *    effective month would repeat an invoice cash application   *
      *    already holds for that month -- rejected, to be combined   *
      *    with the first                                             *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-VERSIONS-FOUND.
           MOVE ZERO TO WS-LATEST-EFF-DATE.
           MOVE ZERO TO WS-LATEST-SEQ.
           MOVE 'N' TO WS-PV-EOF-SW.

           MOVE WS-TRAN-POLICY TO PV-POLICY-NUMBER.
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
                       IF PV-POLICY-NUMBER NOT = WS-TRAN-POLICY
                           SET PV-END-OF-POLICY TO TRUE
                       END-IF
                       IF NOT PV-END-OF-POLICY
                          AND PV-EFF-DATE NOT < START-DATE
                           ADD 1 TO WS-VERSIONS-FOUND
                           MOVE PV-EFF-DATE TO WS-LATEST-EFF-DATE
                           MOVE PV-SEQ      TO WS-LATEST-SEQ
                           IF NOT INV-NONE
                              AND PV-EFFECT-TYPE = WS-INV-TYPE
                              AND PV-EFF-DATE (1:6)
                                  = WS-TRAN-EFF-CHARS (1:6)
                               MOVE 'Y' TO WS-TRAN-REJECT-SW
                               MOVE
                            'REJECTED - SAME-MONTH ENDORSEMENT ON FILE'
                                    TO WS-LOG-TEXT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-EFF-DATE < WS-LATEST-EFF-DATE
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - LATER ENDORSEMENT ALREADY ON FILE'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-EFF-DATE = WS-LATEST-EFF-DATE
                   IF WS-LATEST-SEQ >= 99
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - TOO MANY ENDORSEMENTS ON DATE'
                            TO WS-LOG-TEXT
                   ELSE
                       COMPUTE WS-NEW-SEQ = WS-LATEST-SEQ + 1
                   END-IF
               ELSE
                   MOVE 1 TO WS-NEW-SEQ
               END-IF
           END-IF.

       250-WRITE-BASE-VERSION.
      *----------------------------------------------------------------*
      * THE POLICY'S FIRST ENDORSEMENT: FILE THE TERMS IT WAS WRITTEN  *
      * ON, EFFECTIVE FROM THE START OF THE TERM, SO CLAIMS BEFORE THE *
      * ENDORSEMENT STILL PRICE ON THEM                                *
      *----------------------------------------------------------------*
           MOVE SPACES TO POLICY-VERSION-RECORD.
           MOVE POLICY-NUMBER      TO PV-POLICY-NUMBER.
           MOVE START-DATE         TO PV-EFF-DATE.
           MOVE ZERO               TO PV-SEQ.
           MOVE 'B'                TO PV-ENDT-TYPE.
           MOVE WS-RUN-DATE        TO PV-ENTRY-DATE.
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
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - BASE VERSION WRITE FAILED'
                        TO WS-LOG-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-BASE-VERSIONS
           END-WRITE.

       260-WRITE-ENDT-VERSION.
      *----------------------------------------------------------------*
      * FILE THE ENDORSED TERMS UNDER THE EFFECTIVE DATE WITH THE      *
      * PREMIUM EFFECT THEY RAISED                                     *
      *----------------------------------------------------------------*
           MOVE SPACES TO POLICY-VERSION-RECORD.
           MOVE POLICY-NUMBER      TO PV-POLICY-NUMBER.
           MOVE WS-TRAN-EFF-DATE   TO PV-EFF-DATE.
           MOVE WS-NEW-SEQ         TO PV-SEQ.
           MOVE WS-TRAN-ENDT-TYPE  TO PV-ENDT-TYPE.
           MOVE WS-RUN-DATE        TO PV-ENTRY-DATE.
           MOVE WS-NEW-STATUS      TO PV-POLICY-STATUS.
           MOVE WS-NEW-END-DATE    TO PV-END-DATE.
           MOVE WS-NEW-PREMIUM     TO PV-MONTHLY-PREMIUM.
           MOVE WS-NEW-COVERAGE    TO PV-COVERAGE-AMOUNT.
           MOVE INDUSTRY-CODE      TO PV-INDUSTRY-CODE.
           MOVE WS-NEW-REGION      TO PV-GEO-REGION-CODE.
           MOVE EMR-VALUE          TO PV-EMR-VALUE.
           MOVE SAFETY-PROG-RATING TO PV-SAFETY-PROG-RATING.
           MOVE WS-PRORATA-DAYS    TO PV-PRORATA-DAYS.
           MOVE WS-INV-AMOUNT      TO PV-PREMIUM-EFFECT.
           MOVE WS-INV-TYPE        TO PV-EFFECT-TYPE.
           WRITE POLICY-VERSION-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - VERSION WRITE FAILED'
                        TO WS-LOG-TEXT
           END-WRITE.

       270-UPDATE-POLICY.
      *----------------------------------------------------------------*
      * BRING POLFILE UP TO THE ENDORSED TERMS AND MOVE THE TERM'S     *
      * BILLED-TO-DATE FIGURE BY THE PREMIUM EFFECT, SO THE PREMIUM    *
      * AUDIT TRUES UP AGAINST WHAT WAS ACTUALLY BILLED                *
      *----------------------------------------------------------------*
           MOVE WS-NEW-STATUS   TO POLICY-STATUS.
           MOVE WS-NEW-END-DATE TO END-DATE.
           MOVE WS-NEW-PREMIUM  TO MONTHLY-PREMIUM.
           MOVE WS-NEW-COVERAGE TO COVERAGE-AMOUNT.
           MOVE WS-NEW-REGION   TO GEO-REGION-CODE.
           EVALUATE TRUE
               WHEN INV-ADDITIONAL
                   ADD WS-INV-AMOUNT TO TERM-PREMIUM-BILLED
               WHEN INV-RETURN-CREDIT
                   IF WS-INV-AMOUNT > TERM-PREMIUM-BILLED
                       MOVE ZERO TO TERM-PREMIUM-BILLED
                   ELSE
                       SUBTRACT WS-INV-AMOUNT FROM TERM-PREMIUM-BILLED
                   END-IF
           END-EVALUATE.
           REWRITE POLICY-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - POLICY REWRITE FAILED'
                        TO WS-LOG-TEXT
           END-REWRITE.

       280-INVOICE-PREMIUM-EFFECT.
      *----------------------------------------------------------------*
      * INVOICE THE PREMIUM EFFECT FOR CASH APPLICATION TO PICK UP.    *
      * THE PERIOD IS THE EFFECTIVE MONTH. AN AMOUNT TOO WIDE FOR THE  *
      * INVOICE LINE IS LEFT FOR BILLING TO RAISE BY HAND.             *
      *----------------------------------------------------------------*
           IF TRAN-CANCEL
               ADD 1 TO WS-CANCELLATIONS
           END-IF.
           MOVE WS-PRORATA-DAYS TO WS-F-DAYS.
           MOVE WS-INV-AMOUNT   TO WS-F-EFFECT.
           EVALUATE TRUE
               WHEN INV-NONE
                   MOVE 'ENDORSED - NO PREMIUM EFFECT' TO WS-LOG-TEXT
               WHEN WS-INV-AMOUNT > 999999.99
                   ADD 1 TO WS-MANUAL-INVOICES
                   STRING 'ENDORSED - '      DELIMITED BY SIZE
                          WS-INV-TYPE        DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          WS-F-EFFECT        DELIMITED BY SIZE
                          ' RAISE MANUALLY - OVER LIMIT'
                                             DELIMITED BY SIZE
                          INTO WS-LOG-TEXT
                   END-STRING
               WHEN INV-ADDITIONAL
                   PERFORM 285-WRITE-ENDT-INVOICE
                   ADD 1 TO WS-INVOICES-WRITTEN
                   ADD WS-INV-AMOUNT TO WS-PREMIUM-INVOICED
                   STRING 'ENDORSED - ADDITIONAL PREMIUM ' DELIMITED
                          BY SIZE
                          WS-F-EFFECT   DELIMITED BY SIZE
                          ' FOR '       DELIMITED BY SIZE
                          WS-F-DAYS     DELIMITED BY SIZE
                          ' DAYS'       DELIMITED BY SIZE
                          INTO WS-LOG-TEXT
                   END-STRING
               WHEN OTHER
                   PERFORM 285-WRITE-ENDT-INVOICE
                   ADD 1 TO WS-CREDITS-WRITTEN
                   ADD WS-INV-AMOUNT TO WS-PREMIUM-CREDITED
                   STRING 'ENDORSED - RETURN PREMIUM ' DELIMITED
                          BY SIZE
                          WS-F-EFFECT   DELIMITED BY SIZE
                          ' FOR '       DELIMITED BY SIZE
                          WS-F-DAYS     DELIMITED BY SIZE
                          ' DAYS'       DELIMITED BY SIZE
                          INTO WS-LOG-TEXT
                   END-STRING
           END-EVALUATE.

       285-WRITE-ENDT-INVOICE.
      *----------------------------------------------------------------*
      * WRITE ONE TYPED INVOICE DETAIL LINE                            *
      *----------------------------------------------------------------*
           MOVE WS-INV-AMOUNT TO WS-F-INV-AMOUNT.
           MOVE SPACES TO INVOICE-LINE.
           STRING 'CUST='          DELIMITED BY SIZE
                  CUSTOMER-ID      DELIMITED BY SIZE
                  ' POLICY='       DELIMITED BY SIZE
                  POLICY-NUMBER    DELIMITED BY SIZE
                  ' PERIOD='       DELIMITED BY SIZE
                  WS-TRAN-EFF-CHARS (1:6) DELIMITED BY SIZE
                  ' PREMIUM='      DELIMITED BY SIZE
                  WS-F-INV-AMOUNT  DELIMITED BY SIZE
                  ' TYPE='         DELIMITED BY SIZE
                  WS-INV-TYPE      DELIMITED BY SIZE
                  INTO INVOICE-LINE
           END-STRING.
           WRITE INVOICE-LINE.

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
           MOVE SPACES TO WS-LOG-TEXT.

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
           MOVE WS-TRAN-EFF-DATE TO WS-PREV-DATE.
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

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'ENDTMNT RUN CONTROL TOTALS'.
           DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ.
           DISPLAY 'TRANSACTIONS APPLIED:  ' WS-TRANS-APPLIED.
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED.
           DISPLAY 'BASE VERSIONS FILED:   ' WS-BASE-VERSIONS.
           DISPLAY 'CANCELLATIONS:         ' WS-CANCELLATIONS.
           DISPLAY 'INVOICES WRITTEN:      ' WS-INVOICES-WRITTEN.
           DISPLAY 'CREDITS WRITTEN:       ' WS-CREDITS-WRITTEN.
           DISPLAY 'MANUAL INVOICES:       ' WS-MANUAL-INVOICES.
           DISPLAY 'PREMIUM INVOICED:      ' WS-PREMIUM-INVOICED.
           DISPLAY 'PREMIUM CREDITED:      ' WS-PREMIUM-CREDITED.
           DISPLAY '===================================='.

       850-WRITE-CONTROL-TOTALS.
      *----------------------------------------------------------------*
      * APPEND THIS RUN'S CONTROL TOTALS TO THE BALANCING FILE THE     *
      * MONTH-END CROSS-PROGRAM BALANCING RUN TIES TOGETHER. A1 IS     *
      * THE ADDITIONAL PREMIUM THIS RUN ADDED TO RECEIVABLES, A2 THE   *
      * RETURN PREMIUM CREDITED.                                       *
      *----------------------------------------------------------------*
           MOVE WS-TRANS-APPLIED     TO WS-CTL-C1.
           MOVE WS-INVOICES-WRITTEN  TO WS-CTL-C2.
           MOVE WS-CREDITS-WRITTEN   TO WS-CTL-C3.
           MOVE WS-PREMIUM-INVOICED  TO WS-CTL-A1.
           MOVE WS-PREMIUM-CREDITED  TO WS-CTL-A2.
           OPEN EXTEND CONTROL-TOTALS-FILE.
           IF CTLTOT-STATUS NOT = '00'
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           IF CTLTOT-STATUS = '00'
               MOVE SPACES TO CONTROL-TOTALS-LINE
               MOVE 'PGM='     TO CONTROL-TOTALS-LINE (1:4)
               MOVE 'ENDTMNT ' TO CONTROL-TOTALS-LINE (5:8)
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
      * CLOSE ALL OPEN FILES AND STOP THE RUN. REJECTED ENDORSEMENTS   *
      * AND MANUAL INVOICES END THE RUN WITH A WARNING.                *
      *----------------------------------------------------------------*
           CLOSE TRANSACTION-FILE
                 POLICY-FILE
                 POLICY-VERSION-FILE
                 INVOICE-FILE
                 MAINT-LOG-FILE.

           IF RETURN-CODE = 0
              AND (WS-TRANS-REJECTED > 0 OR WS-MANUAL-INVOICES > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
