       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKSTALE.
      *----------------------------------------------------------------*
      * PROGRAM:  CHKSTALE                                             *
      * PURPOSE:  STALE-DATED CHECK RUN. A BENEFIT CHECK NEVER CASHED  *
      *           STAYS OUTSTANDING ON THE CHECK REGISTER AND PAID ON  *
      *           THE PAYMENT HISTORY, THOUGH THE MONEY IS STILL OURS  *
      *           AND UNCLAIMED PROPERTY LAW APPLIES TO IT. THIS RUN   *
      *           VOIDS EVERY CHECK STILL OUTSTANDING PAST THE STALE-  *
      *           DATE PERIOD: THE BANK IS TOLD ON A POSITIVE PAY      *
      *           VOID, THE AMOUNT MOVES TO THE UNCLAIMED FUNDS        *
      *           LEDGER (AND TO THE GL AS AN UNCLAIMED FUNDS          *
      *           LIABILITY), THE PAYMENT HISTORY LINE IS REVERSED     *
      *           WITH A STALE-DATE RETURN MARKER, AND A DUE-          *
      *           DILIGENCE LETTER IS QUEUED FOR CLMLETTR. ITEMS STILL *
      *           UNCLAIMED AT THE DORMANCY DEADLINE ARE REPORTED TO   *
      *           THE STATE BY ESCHRPT.                                *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. RUN PARAMETER LOAD                                          *
      * 5. REGISTER PASS (STALE-DATE VOIDS)                            *
      * 6. HISTORY MARKING PASS (COPY-AND-SWAP, LIKE BANKRTN)          *
      * 7. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - STALE-PARM-FILE: Optional run-control file naming the stale- *
      *   date period in months (NN, default 06)                       *
      * - DORMANCY-FILE: Optional dormancy periods by jurisdiction     *
      *   (REGION,YY years from issue; default 03 for any region not   *
      *   listed)                                                      *
      * - CHECK-REGISTER: Every check issued, keyed by serial          *
      * - CLAIM-FILE: Read by key for the claimant and policy          *
      * - POLICY-FILE: Read by key for the jurisdiction (region)       *
      * - UNCLAIMED-FILE: Unclaimed funds ledger, one item per stale-  *
      *   dated check, keyed by serial                                 *
      * - PAYMENT-HISTORY-FILE: The history PAYDISB extends each run   *
      * - NEW-HISTORY-FILE: The history carried forward with stale-    *
      *   date markers patched on; the scheduler swaps it over the old *
      *   file when the run ends clean, as for BANKRTN                 *
      * - POSITIVE-PAY-FILE: Stale-date voids for the bank's positive  *
      *   pay service, in the PAYDISB item layout                      *
      * - UNCLAIMED-EVENT-FILE: One GL event per stale-dated check,    *
      *   moving the amount to the unclaimed funds liability           *
      * - DUE-DILIGENCE-FILE: One line per check the claimant is to    *
      *   be written to about, for CLMLETTR                            *
      * - STALE-REPORT: The checks stale-dated this run, with totals   *
      *----------------------------------------------------------------*
           SELECT STALE-PARM-FILE ASSIGN TO 'data/STALEMTH.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT DORMANCY-FILE ASSIGN TO 'data/DORMANCY.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DORM-STATUS.

           SELECT CHECK-REGISTER ASSIGN TO "data/CHKREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHK-SERIAL
           FILE STATUS IS CHK-FILE-STATUS.

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

           SELECT UNCLAIMED-FILE ASSIGN TO "data/UNCLFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UNC-SERIAL
           FILE STATUS IS UNC-FILE-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'data/PAYHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYHIST-STATUS.

           SELECT NEW-HISTORY-FILE ASSIGN TO 'data/PAYHIST_NEW.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NEWHIST-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "data/POSPAYSTL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSPAY-STATUS.

           SELECT UNCLAIMED-EVENT-FILE ASSIGN TO 'data/UNCLEVT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVENT-STATUS.

           SELECT DUE-DILIGENCE-FILE ASSIGN TO 'data/DUEDILIG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DILIG-STATUS.

           SELECT STALE-REPORT ASSIGN TO 'data/CHKSTALE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STALE-PARM-FILE.
       01 STALE-PARM-LINE          PIC X(2).

       FD DORMANCY-FILE.
       01 DORMANCY-LINE            PIC X(20).

      * Status O outstanding, C cleared, V voided, S stop payment,
      * R reissued (REISSUED-AS names the replacement), U unclaimed
      * (voided stale-dated, funds held for the owner). PAY-SEQ and
      * PAY-DATE are the schedule seq and payment date the payment
      * history line carries.
       FD CHECK-REGISTER.
       01 CHECK-REGISTER-RECORD.
          05 CHK-SERIAL               PIC 9(10).
          05 CHK-ISSUE-DATE           PIC 9(8).
          05 CHK-CLAIM-ID             PIC X(12).
          05 CHK-DEP-SEQ              PIC X(2).
          05 CHK-DEP-REL              PIC X(10).
          05 CHK-PAYEE-ID             PIC X(8).
          05 CHK-AMOUNT               PIC 9(8)V99.
          05 CHK-STATUS               PIC X(1).
          05 CHK-STATUS-DATE          PIC 9(8).
          05 CHK-PAID-DATE            PIC 9(8).
          05 CHK-PAID-AMOUNT          PIC 9(8)V99.
          05 CHK-PAID-COUNT           PIC 9(2).
          05 CHK-REISSUE-OF           PIC 9(10).
          05 CHK-REISSUED-AS          PIC 9(10).
          05 CHK-CYCLE                PIC 9(6).
          05 CHK-RUN-DATE             PIC 9(8).
          05 CHK-PAY-SEQ              PIC 9(4).
          05 CHK-PAY-DATE             PIC 9(8).
          05 FILLER                   PIC X(5).

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

      * Status H held for the owner, E escheated (reported to the
      * jurisdiction on the holder report dated REPORT-DATE). The
      * jurisdiction is the region of the claim's policy; the
      * dormancy date is the issue date plus that region's dormancy
      * period.
       FD UNCLAIMED-FILE.
       01 UNCLAIMED-RECORD.
          05 UNC-SERIAL               PIC 9(10).
          05 UNC-CLAIM-ID             PIC X(12).
          05 UNC-DEP-SEQ              PIC X(2).
          05 UNC-PAYEE-ID             PIC X(8).
          05 UNC-CLAIMANT-ID          PIC X(8).
          05 UNC-JURISDICTION         PIC X(3).
          05 UNC-AMOUNT               PIC 9(8)V99.
          05 UNC-ISSUE-DATE           PIC 9(8).
          05 UNC-STALE-DATE           PIC 9(8).
          05 UNC-DORMANCY-DATE        PIC 9(8).
          05 UNC-STATUS               PIC X(1).
          05 UNC-LETTER-DATE          PIC 9(8).
          05 UNC-REPORT-DATE          PIC 9(8).
          05 FILLER                   PIC X(26).

       FD PAYMENT-HISTORY-FILE.
       01 PAYMENT-HISTORY-LINE     PIC X(140).

       FD NEW-HISTORY-FILE.
       01 NEW-HISTORY-LINE         PIC X(140).

       FD POSITIVE-PAY-FILE.
       01 POSITIVE-PAY-LINE        PIC X(80).

      * The unclaimed funds event line is fixed-format, in the shape
      * of the subrogation recovery event: cols 1-12 claim id, 21-31
      * the amount digits (implied two decimals), 38-45 the run date,
      * 51-60 the check serial.
       FD UNCLAIMED-EVENT-FILE.
       01 UNCLAIMED-EVENT-LINE     PIC X(60).

      * The due-diligence line is comma-delimited: CLAIM-ID,SERIAL,
      * ISSUE-DATE,AMOUNT (10 digits, implied two decimals),
      * DORMANCY-DATE.
       FD DUE-DILIGENCE-FILE.
       01 DUE-DILIGENCE-LINE       PIC X(60).

       FD STALE-REPORT.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-DORMANCY-TABLE: Dormancy period by jurisdiction           *
      * - WS-STALE-TABLE: Checks stale-dated this run, for the         *
      *                   history marking pass                         *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *                                                                *
      * THE PAYMENT HISTORY LINE IS FIXED-FORMAT AS PAYDISB WRITES     *
      * IT: COLS 1-12 CLAIM-ID, 18-21 SEQ, 28-35 PAYMENT DATE,         *
      * 62-63 DEP; COLS 93-100 ARE THE RETURN MARKER (' RTN=STL' FOR   *
      * A STALE-DATED CHECK).                                          *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 PARM-STATUS           PIC X(2).
          05 DORM-STATUS           PIC X(2).
          05 CHK-FILE-STATUS       PIC X(2).
          05 CLM-STATUS            PIC X(2).
          05 POL-STATUS            PIC X(2).
          05 UNC-FILE-STATUS       PIC X(2).
          05 PAYHIST-STATUS        PIC X(2).
          05 NEWHIST-STATUS        PIC X(2).
          05 POSPAY-STATUS         PIC X(2).
          05 EVENT-STATUS          PIC X(2).
          05 DILIG-STATUS          PIC X(2).
          05 RPT-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-DORM-EOF-SW        PIC X(1) VALUE 'N'.
             88 DORM-END-OF-FILE   VALUE 'Y'.
          05 WS-SCAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 SCAN-END-OF-FILE   VALUE 'Y'.
          05 WS-HIST-EOF-SW        PIC X(1) VALUE 'N'.
             88 HIST-END-OF-FILE   VALUE 'Y'.
          05 WS-TABLE-FULL-SW      PIC X(1) VALUE 'N'.
             88 STALE-TABLE-FULL   VALUE 'Y'.
          05 WS-LETTER-SW          PIC X(1) VALUE 'N'.
             88 LETTER-QUEUED      VALUE 'Y'.

       01 WS-RUN-DATE.
          05 WS-RUN-CCYY           PIC 9(4).
          05 WS-RUN-MM             PIC 9(2).
          05 WS-RUN-DD             PIC 9(2).

      * A check issued before the cutoff (the run date less the
      * stale-date period) is stale
       01 WS-STALE-MONTHS          PIC 9(2) VALUE 06.
       01 WS-CUTOFF-DATE.
          05 WS-CUTOFF-CCYY        PIC 9(4).
          05 WS-CUTOFF-MM          PIC 9(2).
          05 WS-CUTOFF-DD          PIC 9(2).
       01 WS-CUTOFF-DATE-N REDEFINES WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUTOFF-MONTHS         PIC 9(6).

       01 WS-DEFAULT-DORMANCY      PIC 9(2) VALUE 03.
       01 WS-DORMANCY-COUNT        PIC 9(2) COMP VALUE ZERO.
       01 WS-DORMANCY-TABLE.
          05 WS-DRM-ENTRY OCCURS 50 TIMES INDEXED BY WS-DRM-IDX.
             10 WS-DRM-REGION      PIC X(3).
             10 WS-DRM-YEARS       PIC 9(2).

       01 WS-DORMANCY-IN-FIELDS.
          05 WS-DI-REGION          PIC X(3).
          05 WS-DI-YEARS-CHARS     PIC X(2).
          05 WS-DI-YEARS REDEFINES WS-DI-YEARS-CHARS PIC 9(2).

      * 1000 stale checks in one run is far beyond a normal month;
      * past that the rest are left outstanding for the next run so
      * every check voided here has its history line marked
       01 WS-STALE-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-STALE-TABLE.
          05 WS-STL-ENTRY OCCURS 1000 TIMES INDEXED BY WS-STL-IDX.
             10 WS-STL-CLAIM-ID    PIC X(12).
             10 WS-STL-SEQ         PIC 9(4).
             10 WS-STL-PAY-DATE    PIC 9(8).
             10 WS-STL-DEP-SEQ     PIC X(2).
             10 WS-STL-SERIAL      PIC 9(10).
             10 WS-STL-MATCHED-SW  PIC X(1).

       01 WS-HIST-FIELDS.
          05 WS-HIST-CLAIM-ID      PIC X(12).
          05 WS-HIST-SEQ           PIC X(4).
          05 WS-HIST-SEQ-N REDEFINES WS-HIST-SEQ PIC 9(4).
          05 WS-HIST-PAY-DATE      PIC X(8).
          05 WS-HIST-PAY-DATE-N REDEFINES WS-HIST-PAY-DATE PIC 9(8).
          05 WS-HIST-DEP-SEQ       PIC X(2).

       01 WS-DORMANCY-DATE.
          05 WS-DORM-CCYY          PIC 9(4).
          05 WS-DORM-MMDD          PIC 9(4).
       01 WS-DORMANCY-DATE-N REDEFINES WS-DORMANCY-DATE PIC 9(8).

       01 WS-JURISDICTION          PIC X(3).
       01 WS-CLAIMANT-ID           PIC X(8).

       01 WS-OUTPUT-FIELDS.
          05 WS-PP-AMOUNT          PIC 9(8)V99.
          05 WS-PP-AMOUNT-X REDEFINES WS-PP-AMOUNT
                                   PIC X(10).
          05 WS-PP-COUNT           PIC 9(10) VALUE ZERO.
          05 WS-EVENT-AMOUNT       PIC 9(9)V99.
          05 WS-EVENT-AMOUNT-X REDEFINES WS-EVENT-AMOUNT
                                   PIC X(11).
          05 WS-SERIAL-X           PIC X(10).
          05 WS-SERIAL-N REDEFINES WS-SERIAL-X PIC 9(10).

       01 WS-REPORT-FIELDS.
          05 WS-F-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
          05 WS-F-TOTAL            PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 WS-F-COUNT            PIC ZZ,ZZ9.
          05 WS-F-LETTER           PIC X(9).

       01 WS-CONTROL-TOTALS.
          05 WS-CHECKS-SCANNED     PIC 9(7) COMP VALUE ZERO.
          05 WS-CHECKS-STALE       PIC 9(5) COMP VALUE ZERO.
          05 WS-STALE-AMOUNT       PIC 9(10)V99 VALUE ZERO.
          05 WS-LETTERS-QUEUED     PIC 9(5) COMP VALUE ZERO.
          05 WS-HIST-READ          PIC 9(7) COMP VALUE ZERO.
          05 WS-HIST-MARKED        PIC 9(5) COMP VALUE ZERO.
          05 WS-HIST-UNMATCHED     PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Load the run parameters and open all files                 *
      * 2. Void every check outstanding past the stale-date period    *
      *    onto the unclaimed funds ledger                            *
      * 3. Stream the payment history, marking each voided check's    *
      *    payment as reversed                                        *
      * 4. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 150-LOAD-DORMANCY-PERIODS.
           PERFORM 200-STALE-DATE-CHECKS.
           PERFORM 300-MARK-HISTORY.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * LOAD THE STALE-DATE PERIOD, DERIVE THE CUTOFF DATE AND OPEN    *
      * ALL FILES                                                      *
      *----------------------------------------------------------------*
           INITIALIZE WS-DORMANCY-TABLE
                      WS-STALE-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT STALE-PARM-FILE.
           IF PARM-STATUS = '00'
               READ STALE-PARM-FILE
                   AT END
                       DISPLAY 'STALE-DATE PERIOD FILE EMPTY, USING '
                               'DEFAULT: ' WS-STALE-MONTHS
                   NOT AT END
                       IF STALE-PARM-LINE IS NUMERIC
                          AND STALE-PARM-LINE > '00'
                           MOVE STALE-PARM-LINE TO WS-STALE-MONTHS
                       ELSE
                           DISPLAY 'STALE-DATE PERIOD NOT VALID, USING '
                                   'DEFAULT: ' STALE-PARM-LINE
                       END-IF
               END-READ
               CLOSE STALE-PARM-FILE
           END-IF.
           DISPLAY 'STALE-DATE PERIOD MONTHS: ' WS-STALE-MONTHS.

      * Count back in whole months from the run date, keeping the day
           MOVE WS-RUN-DD TO WS-CUTOFF-DD.
           COMPUTE WS-CUTOFF-MONTHS =
                   WS-RUN-CCYY * 12 + WS-RUN-MM - 1 - WS-STALE-MONTHS.
           DIVIDE WS-CUTOFF-MONTHS BY 12
               GIVING WS-CUTOFF-CCYY
               REMAINDER WS-CUTOFF-MM.
           ADD 1 TO WS-CUTOFF-MM.
           DISPLAY 'CHECKS ISSUED BEFORE ' WS-CUTOFF-DATE-N
                   ' ARE STALE'.

           OPEN I-O CHECK-REGISTER.
           IF CHK-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CHECK REGISTER: ' CHK-FILE-STATUS
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

      * A first-ever run has no unclaimed funds ledger yet, so fall
      * back to creating it
           OPEN I-O UNCLAIMED-FILE.
           IF UNC-FILE-STATUS NOT = '00'
              DISPLAY 'UNCLAIMED FUNDS LEDGER NOT FOUND, CREATING NEW '
                      'FILE'
              OPEN OUTPUT UNCLAIMED-FILE
              CLOSE UNCLAIMED-FILE
              OPEN I-O UNCLAIMED-FILE
           END-IF.
           IF UNC-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING UNCLAIMED FUNDS LEDGER: '
                      UNC-FILE-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF PAYHIST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PAYMENT HISTORY FILE: '
                      PAYHIST-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT NEW-HISTORY-FILE.
           IF NEWHIST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEW HISTORY FILE: '
                      NEWHIST-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT POSITIVE-PAY-FILE.
           IF POSPAY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POSITIVE PAY FILE: ' POSPAY-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT UNCLAIMED-EVENT-FILE.
           IF EVENT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING UNCLAIMED EVENT FILE: '
                      EVENT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT DUE-DILIGENCE-FILE.
           IF DILIG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DUE-DILIGENCE FILE: '
                      DILIG-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT STALE-REPORT.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING STALE CHECK REPORT: ' RPT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'STALE-DATED CHECKS VOIDED TO UNCLAIMED FUNDS - RUN '
                                  DELIMITED BY SIZE
                  'DATE '         DELIMITED BY SIZE
                  WS-RUN-DATE     DELIMITED BY SIZE
                  ' ISSUED BEFORE ' DELIMITED BY SIZE
                  WS-CUTOFF-DATE  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SERIAL'       TO REPORT-LINE (1:6).
           MOVE 'CLAIM'        TO REPORT-LINE (12:5).
           MOVE 'DEP'          TO REPORT-LINE (25:3).
           MOVE 'PAYEE'        TO REPORT-LINE (28:5).
           MOVE 'ISSUED'       TO REPORT-LINE (37:6).
           MOVE 'AMOUNT'       TO REPORT-LINE (53:6).
           MOVE 'JUR'          TO REPORT-LINE (60:3).
           MOVE 'DORMANT'      TO REPORT-LINE (64:7).
           MOVE 'LETTER'       TO REPORT-LINE (73:6).
           WRITE REPORT-LINE.

       150-LOAD-DORMANCY-PERIODS.
      *----------------------------------------------------------------*
      * LOAD THE DORMANCY PERIOD OF EACH JURISDICTION. WITHOUT THE     *
      * FILE EVERY JURISDICTION TAKES THE DEFAULT PERIOD.              *
      *----------------------------------------------------------------*
           OPEN INPUT DORMANCY-FILE.
           IF DORM-STATUS NOT = '00'
               DISPLAY 'NO DORMANCY FILE, USING DEFAULT YEARS: '
                       WS-DEFAULT-DORMANCY
           ELSE
               PERFORM UNTIL DORM-END-OF-FILE
                   READ DORMANCY-FILE
                       AT END
                           SET DORM-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-DORMANCY-IN-FIELDS
                           UNSTRING DORMANCY-LINE DELIMITED BY ','
                               INTO WS-DI-REGION
                                    WS-DI-YEARS-CHARS
                           END-UNSTRING
                           IF WS-DI-YEARS NOT NUMERIC
                              OR WS-DI-YEARS = ZERO
                               DISPLAY 'DORMANCY LINE NOT VALID, '
                                       'IGNORED: ' DORMANCY-LINE
                           ELSE
                               IF WS-DORMANCY-COUNT >= 50
                                   DISPLAY 'DORMANCY TABLE FULL, LINE '
                                           'IGNORED: ' DORMANCY-LINE
                               ELSE
                                   ADD 1 TO WS-DORMANCY-COUNT
                                   MOVE WS-DI-REGION TO WS-DRM-REGION
                                                   (WS-DORMANCY-COUNT)
                                   MOVE WS-DI-YEARS TO WS-DRM-YEARS
                                                   (WS-DORMANCY-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DORMANCY-FILE
               DISPLAY 'DORMANCY PERIODS LOADED: ' WS-DORMANCY-COUNT
           END-IF.

       200-STALE-DATE-CHECKS.
      *----------------------------------------------------------------*
      * READ THE WHOLE REGISTER AND STALE-DATE EVERY CHECK STILL       *
      * OUTSTANDING THAT WAS ISSUED BEFORE THE CUTOFF                  *
      *----------------------------------------------------------------*
           MOVE ZERO TO CHK-SERIAL.
           START CHECK-REGISTER KEY IS GREATER THAN CHK-SERIAL
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-END-OF-FILE
               READ CHECK-REGISTER NEXT RECORD
                   AT END
                       SET SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CHECKS-SCANNED
                       IF CHK-STATUS = 'O'
                          AND CHK-ISSUE-DATE < WS-CUTOFF-DATE-N
                           PERFORM 210-STALE-DATE-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL CHECKS ON CHECK REGISTER'.

       210-STALE-DATE-ONE-CHECK.
      *----------------------------------------------------------------*
      * VOID ONE STALE CHECK: FIND ITS JURISDICTION AND DORMANCY DATE, *
      * PUT IT ON THE UNCLAIMED FUNDS LEDGER, MARK IT UNCLAIMED ON THE *
      * REGISTER, AND WRITE ITS BANK VOID, GL EVENT, DUE-DILIGENCE     *
      * LETTER REQUEST AND REPORT LINE                                 *
      *----------------------------------------------------------------*
           IF WS-STALE-COUNT >= 1000
               IF NOT STALE-TABLE-FULL
                   DISPLAY 'STALE TABLE FULL, LEFT FOR NEXT RUN FROM '
                           'SERIAL ' CHK-SERIAL
                   SET STALE-TABLE-FULL TO TRUE
               END-IF
           ELSE
               PERFORM 220-FIND-JURISDICTION
               PERFORM 230-WRITE-UNCLAIMED-ITEM
           END-IF.

       220-FIND-JURISDICTION.
      *----------------------------------------------------------------*
      * THE JURISDICTION IS THE REGION OF THE CLAIM'S POLICY; ITS      *
      * DORMANCY PERIOD RUNS FROM THE ISSUE DATE                       *
      *----------------------------------------------------------------*
           MOVE 'UNK'  TO WS-JURISDICTION.
           MOVE SPACES TO WS-CLAIMANT-ID.
           MOVE CHK-CLAIM-ID TO CLAIM-ID OF CLAIM-RECORD.
           READ CLAIM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLAIMANT-ID TO WS-CLAIMANT-ID
                   MOVE POLICY-NUMBER OF CLAIM-RECORD
                        TO POLICY-NUMBER OF POLICY-RECORD
                   READ POLICY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE GEO-REGION-CODE TO WS-JURISDICTION
                   END-READ
           END-READ.

           MOVE CHK-ISSUE-DATE TO WS-DORMANCY-DATE-N.
           SET WS-DRM-IDX TO 1.
           SEARCH WS-DRM-ENTRY
               AT END
                   ADD WS-DEFAULT-DORMANCY TO WS-DORM-CCYY
               WHEN WS-DRM-IDX > WS-DORMANCY-COUNT
                   ADD WS-DEFAULT-DORMANCY TO WS-DORM-CCYY
               WHEN WS-DRM-REGION (WS-DRM-IDX) = WS-JURISDICTION
                   ADD WS-DRM-YEARS (WS-DRM-IDX) TO WS-DORM-CCYY
           END-SEARCH.

       230-WRITE-UNCLAIMED-ITEM.
      *----------------------------------------------------------------*
      * LEDGER THE STALE CHECK AND VOID IT ON THE REGISTER. A SERIAL   *
      * ALREADY ON THE LEDGER (A RUN RESTARTED AFTER THE LEDGER WRITE) *
      * IS STILL VOIDED BUT NOT LEDGERED OR POSTED TWICE               *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-LETTER-SW.
           IF CHK-DEP-SEQ NOT = 'AF' AND CHK-PAY-SEQ NOT = 9996
              AND WS-CLAIMANT-ID NOT = SPACES
               SET LETTER-QUEUED TO TRUE
           END-IF.

           MOVE SPACES              TO UNCLAIMED-RECORD.
           MOVE CHK-SERIAL          TO UNC-SERIAL.
           MOVE CHK-CLAIM-ID        TO UNC-CLAIM-ID.
           MOVE CHK-DEP-SEQ         TO UNC-DEP-SEQ.
           MOVE CHK-PAYEE-ID        TO UNC-PAYEE-ID.
           MOVE WS-CLAIMANT-ID      TO UNC-CLAIMANT-ID.
           MOVE WS-JURISDICTION     TO UNC-JURISDICTION.
           MOVE CHK-AMOUNT          TO UNC-AMOUNT.
           MOVE CHK-ISSUE-DATE      TO UNC-ISSUE-DATE.
           MOVE WS-RUN-DATE         TO UNC-STALE-DATE.
           MOVE WS-DORMANCY-DATE-N  TO UNC-DORMANCY-DATE.
           MOVE 'H'                 TO UNC-STATUS.
           MOVE ZERO                TO UNC-LETTER-DATE.
           IF LETTER-QUEUED
               MOVE WS-RUN-DATE     TO UNC-LETTER-DATE
           END-IF.
           MOVE ZERO                TO UNC-REPORT-DATE.
           WRITE UNCLAIMED-RECORD
               INVALID KEY
                   DISPLAY 'CHECK ALREADY ON UNCLAIMED FUNDS LEDGER: '
                           CHK-SERIAL
                   MOVE 'N' TO WS-LETTER-SW
               NOT INVALID KEY
                   ADD 1 TO WS-CHECKS-STALE
                   ADD CHK-AMOUNT TO WS-STALE-AMOUNT
                   PERFORM 240-WRITE-UNCLAIMED-EVENT
                   IF LETTER-QUEUED
                       PERFORM 250-WRITE-DUE-DILIGENCE
                   END-IF
           END-WRITE.

           MOVE 'U'         TO CHK-STATUS.
           MOVE WS-RUN-DATE TO CHK-STATUS-DATE.
           REWRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING CHECK REGISTER: '
                           CHK-FILE-STATUS ' SERIAL ' CHK-SERIAL
               NOT INVALID KEY
                   PERFORM 260-WRITE-POSITIVE-PAY-VOID
                   ADD 1 TO WS-STALE-COUNT
                   MOVE CHK-CLAIM-ID
                        TO WS-STL-CLAIM-ID (WS-STALE-COUNT)
                   MOVE CHK-PAY-SEQ
                        TO WS-STL-SEQ (WS-STALE-COUNT)
                   MOVE CHK-PAY-DATE
                        TO WS-STL-PAY-DATE (WS-STALE-COUNT)
                   MOVE CHK-DEP-SEQ
                        TO WS-STL-DEP-SEQ (WS-STALE-COUNT)
                   MOVE CHK-SERIAL
                        TO WS-STL-SERIAL (WS-STALE-COUNT)
                   MOVE 'N'
                        TO WS-STL-MATCHED-SW (WS-STALE-COUNT)
                   PERFORM 270-WRITE-REPORT-LINE
           END-REWRITE.

       240-WRITE-UNCLAIMED-EVENT.
      *----------------------------------------------------------------*
      * WRITE THE STALE CHECK AS ONE GL UNCLAIMED FUNDS EVENT          *
      *----------------------------------------------------------------*
           MOVE CHK-AMOUNT TO WS-EVENT-AMOUNT.
           MOVE CHK-SERIAL TO WS-SERIAL-N.
           MOVE SPACES TO UNCLAIMED-EVENT-LINE.
           MOVE CHK-CLAIM-ID      TO UNCLAIMED-EVENT-LINE (1:12).
           MOVE ' AMOUNT='        TO UNCLAIMED-EVENT-LINE (13:8).
           MOVE WS-EVENT-AMOUNT-X TO UNCLAIMED-EVENT-LINE (21:11).
           MOVE ' DATE='          TO UNCLAIMED-EVENT-LINE (32:6).
           MOVE WS-RUN-DATE       TO UNCLAIMED-EVENT-LINE (38:8).
           MOVE ' CHK='           TO UNCLAIMED-EVENT-LINE (46:5).
           MOVE WS-SERIAL-X       TO UNCLAIMED-EVENT-LINE (51:10).
           WRITE UNCLAIMED-EVENT-LINE.

       250-WRITE-DUE-DILIGENCE.
      *----------------------------------------------------------------*
      * QUEUE THE DUE-DILIGENCE LETTER FOR CLMLETTR. ONLY A CHECK TO   *
      * THE CLAIMANT OR A DEPENDENT IS LETTERED: AN ATTORNEY FEE OR    *
      * PROVIDER CHECK HAS NO ADDRESS ON THE CLAIMANT MASTER           *
      *----------------------------------------------------------------*
           ADD 1 TO WS-LETTERS-QUEUED.
           MOVE CHK-AMOUNT TO WS-PP-AMOUNT.
           MOVE CHK-SERIAL TO WS-SERIAL-N.
           MOVE SPACES TO DUE-DILIGENCE-LINE.
           STRING CHK-CLAIM-ID        DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  WS-SERIAL-X         DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  CHK-ISSUE-DATE      DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  WS-PP-AMOUNT-X      DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  WS-DORMANCY-DATE    DELIMITED BY SIZE
                  INTO DUE-DILIGENCE-LINE
           END-STRING.
           WRITE DUE-DILIGENCE-LINE.

       260-WRITE-POSITIVE-PAY-VOID.
      *----------------------------------------------------------------*
      * TELL THE BANK THE STALE CHECK IS VOID, IN THE POSITIVE PAY     *
      * ITEM LAYOUT PAYDISB WRITES                                     *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PP-COUNT.
           MOVE CHK-AMOUNT TO WS-PP-AMOUNT.
           MOVE SPACES TO POSITIVE-PAY-LINE.
           MOVE 'V'                TO POSITIVE-PAY-LINE (1:1).
           MOVE CHK-SERIAL         TO POSITIVE-PAY-LINE (2:10).
           MOVE CHK-ISSUE-DATE     TO POSITIVE-PAY-LINE (12:8).
           MOVE WS-PP-AMOUNT-X     TO POSITIVE-PAY-LINE (20:10).
           MOVE CHK-PAYEE-ID       TO POSITIVE-PAY-LINE (30:8).
           MOVE CHK-CLAIM-ID       TO POSITIVE-PAY-LINE (38:12).
           MOVE WS-RUN-DATE        TO POSITIVE-PAY-LINE (50:8).
           WRITE POSITIVE-PAY-LINE.

       270-WRITE-REPORT-LINE.
      *----------------------------------------------------------------*
      * LIST ONE STALE-DATED CHECK                                     *
      *----------------------------------------------------------------*
           MOVE CHK-AMOUNT TO WS-F-AMOUNT.
           IF LETTER-QUEUED
               MOVE 'QUEUED'    TO WS-F-LETTER
           ELSE
               MOVE 'NO LETTER' TO WS-F-LETTER
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE CHK-SERIAL          TO REPORT-LINE (1:10).
           MOVE CHK-CLAIM-ID        TO REPORT-LINE (12:12).
           MOVE CHK-DEP-SEQ         TO REPORT-LINE (25:2).
           MOVE CHK-PAYEE-ID        TO REPORT-LINE (28:8).
           MOVE CHK-ISSUE-DATE      TO REPORT-LINE (37:8).
           MOVE WS-F-AMOUNT         TO REPORT-LINE (46:13).
           MOVE WS-JURISDICTION     TO REPORT-LINE (60:3).
           MOVE WS-DORMANCY-DATE    TO REPORT-LINE (64:8).
           MOVE WS-F-LETTER         TO REPORT-LINE (73:9).
           WRITE REPORT-LINE.

       300-MARK-HISTORY.
      *----------------------------------------------------------------*
      * HISTORY MARKING PASS:                                          *
      * Carry every history record forward to the new file. The line   *
      * recording a check voided this run -- same claim, seq, payment  *
      * date and dependent, not already marked -- gets the stale-date  *
      * return marker patched into cols 93-100, which takes it out of  *
      * paid-to-date the same way a bank return does.                  *
      *----------------------------------------------------------------*
           PERFORM UNTIL HIST-END-OF-FILE
               READ PAYMENT-HISTORY-FILE
                   AT END
                       SET HIST-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       IF WS-STALE-COUNT > 0
                          AND PAYMENT-HISTORY-LINE (93:5) NOT = ' RTN='
                           PERFORM 310-MATCH-HISTORY-LINE
                       END-IF
                       MOVE PAYMENT-HISTORY-LINE TO NEW-HISTORY-LINE
                       WRITE NEW-HISTORY-LINE
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL PAYMENT HISTORY RECORDS'.

           SET WS-STL-IDX TO 1.
           PERFORM UNTIL WS-STL-IDX > WS-STALE-COUNT
               IF WS-STL-MATCHED-SW (WS-STL-IDX) = 'N'
                   ADD 1 TO WS-HIST-UNMATCHED
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-STL-SERIAL (WS-STL-IDX) DELIMITED BY SIZE
                          ' '          DELIMITED BY SIZE
                          WS-STL-CLAIM-ID (WS-STL-IDX)
                                       DELIMITED BY SIZE
                          ' NO PAYMENT HISTORY LINE FOUND TO REVERSE'
                                       DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
               SET WS-STL-IDX UP BY 1
           END-PERFORM.

       310-MATCH-HISTORY-LINE.
      *----------------------------------------------------------------*
      * MATCH ONE UNMARKED HISTORY RECORD AGAINST THE STALE TABLE AND  *
      * PATCH THE STALE-DATE MARKER ONTO IT                            *
      *----------------------------------------------------------------*
           MOVE PAYMENT-HISTORY-LINE (1:12)  TO WS-HIST-CLAIM-ID.
           MOVE PAYMENT-HISTORY-LINE (18:4)  TO WS-HIST-SEQ.
           MOVE PAYMENT-HISTORY-LINE (28:8)  TO WS-HIST-PAY-DATE.
           MOVE PAYMENT-HISTORY-LINE (62:2)  TO WS-HIST-DEP-SEQ.

           IF WS-HIST-SEQ-N NUMERIC AND WS-HIST-PAY-DATE-N NUMERIC
               SET WS-STL-IDX TO 1
               SEARCH WS-STL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-STL-IDX > WS-STALE-COUNT
                       CONTINUE
                   WHEN WS-STL-CLAIM-ID (WS-STL-IDX)
                                = WS-HIST-CLAIM-ID
                    AND WS-STL-SEQ (WS-STL-IDX) = WS-HIST-SEQ-N
                    AND WS-STL-PAY-DATE (WS-STL-IDX)
                                = WS-HIST-PAY-DATE-N
                    AND WS-STL-DEP-SEQ (WS-STL-IDX)
                                = WS-HIST-DEP-SEQ
                    AND WS-STL-MATCHED-SW (WS-STL-IDX) = 'N'
                       MOVE 'Y' TO WS-STL-MATCHED-SW (WS-STL-IDX)
                       MOVE ' RTN=STL' TO PAYMENT-HISTORY-LINE (93:8)
                       ADD 1 TO WS-HIST-MARKED
               END-SEARCH
           END-IF.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * CLOSE THE POSITIVE PAY FILE WITH ITS TRAILER AND THE REPORT    *
      * WITH THE RUN TOTALS, AND DISPLAY RUN CONTROL TOTALS            *
      *----------------------------------------------------------------*
           MOVE SPACES TO POSITIVE-PAY-LINE.
           MOVE 'T'               TO POSITIVE-PAY-LINE (1:1).
           MOVE WS-PP-COUNT       TO POSITIVE-PAY-LINE (2:10).
           MOVE ZERO              TO WS-PP-AMOUNT.
           MOVE WS-PP-AMOUNT-X    TO POSITIVE-PAY-LINE (20:10).
           WRITE POSITIVE-PAY-LINE.

           MOVE WS-CHECKS-STALE TO WS-F-COUNT.
           MOVE WS-STALE-AMOUNT TO WS-F-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING 'MOVED TO UNCLAIMED FUNDS  CHECKS=' DELIMITED BY SIZE
                  WS-F-COUNT                         DELIMITED BY SIZE
                  ' AMOUNT='                         DELIMITED BY SIZE
                  WS-F-TOTAL                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           DISPLAY '===================================='.
           DISPLAY 'CHKSTALE RUN CONTROL TOTALS'.
           DISPLAY 'CHECKS SCANNED:        ' WS-CHECKS-SCANNED.
           DISPLAY 'CHECKS STALE-DATED:    ' WS-CHECKS-STALE.
           DISPLAY 'AMOUNT UNCLAIMED:      ' WS-F-TOTAL.
           DISPLAY 'LETTERS QUEUED:        ' WS-LETTERS-QUEUED.
           DISPLAY 'HISTORY RECORDS:       ' WS-HIST-READ.
           DISPLAY 'HISTORY LINES REVERSED:' WS-HIST-MARKED.
           DISPLAY 'NO HISTORY LINE FOUND: ' WS-HIST-UNMATCHED.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND SET THE RETURN CODE -- A VOIDED CHECK *
      * WITH NO HISTORY LINE, OR CHECKS LEFT FOR THE NEXT RUN, NEED A  *
      * LOOK BEFORE THE HISTORY SWAP GOES AHEAD                        *
      *----------------------------------------------------------------*
           CLOSE CHECK-REGISTER
                 CLAIM-FILE
                 POLICY-FILE
                 UNCLAIMED-FILE
                 PAYMENT-HISTORY-FILE
                 NEW-HISTORY-FILE
                 POSITIVE-PAY-FILE
                 UNCLAIMED-EVENT-FILE
                 DUE-DILIGENCE-FILE
                 STALE-REPORT.

           IF (WS-HIST-UNMATCHED > 0 OR STALE-TABLE-FULL)
              AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
