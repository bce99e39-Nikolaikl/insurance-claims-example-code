       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMRCALC.
      *----------------------------------------------------------------*
      * PROGRAM:  EMRCALC                                              *
      * PURPOSE:  ANNUAL EXPERIENCE MODIFICATION CALCULATION. EMR-     *
      *           VALUE ON THE POLICY FILE HAS BEEN KEYED BY HAND FROM *
      *           WHATEVER FIGURE UNDERWRITING HAD, THOUGH THE CLAIM   *
      *           HISTORY AND PAYMENT HISTORY ALREADY HOLD THE LOSSES  *
      *           A MOD IS CALCULATED FROM. FOR EVERY ACTIVE POLICY    *
      *           THIS RUN BUILDS THE EXPERIENCE PERIOD (THE THREE     *
      *           CALENDAR YEARS BEFORE THE RUN YEAR) FROM ITS CLAIMS, *
      *           SPLITS EACH CLAIM'S INCURRED LOSS INTO PRIMARY AND   *
      *           EXCESS AT THE SPLIT POINT, SETS ACTUAL AGAINST       *
      *           EXPECTED LOSSES FROM THE EXPECTED-LOSS-RATE TABLE    *
      *           FOR THE POLICY'S INDUSTRY, APPLIES THE WEIGHTING     *
      *           AND BALLAST VALUES FOR THE EMPLOYER'S SIZE, AND      *
      *           PRINTS A RATING WORKSHEET. EACH MOD THAT DIFFERS     *
      *           FROM THE ONE ON FILE GOES OUT AS A REFMAINT POLICY   *
      *           CHANGE TRANSACTION, SO THE UPDATE PASSES THROUGH THE *
      *           NORMAL MAINTENANCE LOG AND AUDIT TRAIL.              *
      *                                                                *
      *           MOD = (AP + W X AE + (1 - W) X EE + B) / (E + B)     *
      *             AP / AE  ACTUAL PRIMARY / EXCESS LOSSES            *
      *             E        EXPECTED LOSSES, EP + EE, SPLIT BY THE    *
      *                      INDUSTRY'S D-RATIO (PRIMARY SHARE)        *
      *             W / B    WEIGHTING VALUE AND BALLAST FOR THE SIZE  *
      *                      BAND THE EXPECTED LOSSES FALL IN          *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. PARAMETER AND RATE TABLE LOADS                              *
      * 5. EXPERIENCE-PERIOD CLAIM AND PAYMENT LOADS                   *
      * 6. PER-POLICY RATING AND WORKSHEET                             *
      * 7. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - SPLIT-POINT-FILE: Optional; the primary/excess split point   *
      *                     in whole dollars (NNNNNN); default 015000  *
      * - EXPECTED-RATE-FILE: Expected losses per dollar of annual     *
      *                       premium and the primary share (D-ratio)  *
      *                       by industry, INDUSTRY,ELR,DRATIO with    *
      *                       three implied decimals on each rate      *
      * - BALLAST-FILE: Optional size bands, UPTO,WEIGHT,BALLAST in    *
      *                 ascending expected-loss order (whole dollars;  *
      *                 weight with two implied decimals); absent, the *
      *                 compiled-in bands stand                        *
      * - POLICY-FILE: Every policy, front to back                     *
      * - CLAIM-FILE: The claim history                                *
      * - PAYMENT-HISTORY-FILE: Amounts actually paid per claim        *
      * - WORKSHEET-FILE: One rating worksheet per policy rated        *
      * - REFMAINT-TRAN-FILE: One REFMAINT policy change per mod that  *
      *                       moved, in REFMAINT's transaction layout  *
      *----------------------------------------------------------------*
           SELECT SPLIT-POINT-FILE ASSIGN TO 'data/EMRSPLIT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPLIT-STATUS.

           SELECT EXPECTED-RATE-FILE ASSIGN TO 'data/EMRELR.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ELR-STATUS.

           SELECT BALLAST-FILE ASSIGN TO 'data/EMRBAL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BAL-STATUS.

           SELECT POLICY-FILE ASSIGN TO "data/POLFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS POLICY-NUMBER OF POLICY-RECORD
           FILE STATUS IS POL-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAIM-ID OF CLAIM-RECORD
           FILE STATUS IS CLM-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'data/PAYHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIST-STATUS.

           SELECT WORKSHEET-FILE ASSIGN TO 'data/EMRWKSHT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WKS-STATUS.

      * Operations feeds this file to REFMAINT as its transaction
      * file once underwriting has reviewed the worksheets.
           SELECT REFMAINT-TRAN-FILE ASSIGN TO 'data/EMRTRAN.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SPLIT-POINT-FILE.
       01 SPLIT-POINT-LINE         PIC X(6).

       FD EXPECTED-RATE-FILE.
       01 EXPECTED-RATE-LINE       PIC X(20).

       FD BALLAST-FILE.
       01 BALLAST-LINE             PIC X(30).

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

       FD PAYMENT-HISTORY-FILE.
       01 PAYMENT-HISTORY-LINE     PIC X(140).

       FD WORKSHEET-FILE.
       01 WORKSHEET-LINE           PIC X(132).

       FD REFMAINT-TRAN-FILE.
       01 REFMAINT-TRAN-LINE       PIC X(200).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-ELR-TABLE: Expected loss rate and D-ratio by industry     *
      * - WS-BALLAST-TABLE: Weighting value and ballast by size band   *
      * - WS-CLAIM-TABLE: Every experience-period claim with its       *
      *   paid-to-date off the history pass                            *
      * - WS-RATING-FIELDS: The mod calculation for the policy in hand *
      * - WS-TRAN-FIELDS: REFMAINT change transaction staging          *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 SPLIT-STATUS          PIC X(2).
          05 ELR-STATUS            PIC X(2).
          05 BAL-STATUS            PIC X(2).
          05 POL-STATUS            PIC X(2).
          05 CLM-STATUS            PIC X(2).
          05 HIST-STATUS           PIC X(2).
          05 WKS-STATUS            PIC X(2).
          05 TRAN-STATUS           PIC X(2).

       01 WS-SWITCHES.
          05 WS-ELR-EOF-SW         PIC X(1) VALUE 'N'.
             88 ELR-END-OF-FILE    VALUE 'Y'.
          05 WS-BAL-EOF-SW         PIC X(1) VALUE 'N'.
             88 BAL-END-OF-FILE    VALUE 'Y'.
          05 WS-POL-EOF-SW         PIC X(1) VALUE 'N'.
             88 POL-END-OF-FILE    VALUE 'Y'.
          05 WS-CLM-EOF-SW         PIC X(1) VALUE 'N'.
             88 CLM-END-OF-FILE    VALUE 'Y'.
          05 WS-HIST-EOF-SW        PIC X(1) VALUE 'N'.
             88 HIST-END-OF-FILE   VALUE 'Y'.
          05 WS-ELR-FOUND-SW       PIC X(1) VALUE 'N'.
             88 ELR-FOUND          VALUE 'Y'.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
          05 WS-RUN-CCYY            PIC 9(4).
          05 WS-RUN-MM              PIC 9(2).
          05 WS-RUN-DD              PIC 9(2).

      * The experience period: the three calendar years before the
      * run year, so the annual run in the first months of a year
      * rates off three complete years of accidents.
       01 WS-EXPERIENCE-PERIOD.
          05 WS-EXP-FROM-DATE      PIC 9(8).
          05 WS-EXP-FROM-PARTS REDEFINES WS-EXP-FROM-DATE.
             10 WS-EXP-FROM-CCYY   PIC 9(4).
             10 WS-EXP-FROM-MMDD   PIC 9(4).
          05 WS-EXP-TO-DATE        PIC 9(8).
          05 WS-EXP-TO-PARTS REDEFINES WS-EXP-TO-DATE.
             10 WS-EXP-TO-CCYY     PIC 9(4).
             10 WS-EXP-TO-MMDD     PIC 9(4).
          05 WS-EXP-YEARS          PIC 9(1) VALUE 3.

       01 WS-SPLIT-POINT           PIC 9(6) VALUE 015000.

       01 WS-ELR-COUNT             PIC 9(3) COMP VALUE ZERO.
       01 WS-ELR-TABLE.
          05 WS-ELR-ENTRY OCCURS 100 TIMES INDEXED BY WS-ELR-IDX.
             10 WS-ELR-INDUSTRY    PIC X(4).
             10 WS-ELR-RATE        PIC 9V999.
             10 WS-ELR-D-RATIO     PIC 9V999.

       01 WS-ELR-IN-FIELDS.
          05 WS-EI-INDUSTRY        PIC X(4).
          05 WS-EI-RATE-CHARS      PIC X(4).
          05 WS-EI-RATE REDEFINES WS-EI-RATE-CHARS PIC 9V999.
          05 WS-EI-D-RATIO-CHARS   PIC X(4).
          05 WS-EI-D-RATIO REDEFINES WS-EI-D-RATIO-CHARS PIC 9V999.

      *----------------------------------------------------------------*
      * WS-BALLAST-TABLE: SIZE BANDS BY EXPECTED LOSSES. THE FIRST     *
      * BAND WHOSE UPPER LIMIT REACHES THE POLICY'S EXPECTED LOSSES    *
      * GIVES ITS WEIGHTING VALUE (THE CREDIBILITY GIVEN TO ACTUAL     *
      * EXCESS LOSSES) AND BALLAST (THE STABILISING VALUE ADDED TO     *
      * BOTH SIDES). COMPILED-IN BANDS, REPLACED WHOLE BY THE FILE:    *
      *   UP TO     5,000 ... W 0.05  B  30,000                        *
      *   UP TO    25,000 ... W 0.10  B  40,000                        *
      *   UP TO   100,000 ... W 0.20  B  60,000                        *
      *   UP TO   500,000 ... W 0.40  B 100,000                        *
      *   ABOVE   500,000 ... W 0.70  B 200,000                        *
      *----------------------------------------------------------------*
       01 WS-BALLAST-DEFAULTS.
          05 FILLER                PIC X(19)
                                   VALUE '0000050000050030000'.
          05 FILLER                PIC X(19)
                                   VALUE '0000250000100040000'.
          05 FILLER                PIC X(19)
                                   VALUE '0001000000200060000'.
          05 FILLER                PIC X(19)
                                   VALUE '0005000000400100000'.
          05 FILLER                PIC X(19)
                                   VALUE '9999999990700200000'.
       01 WS-BALLAST-COUNT          PIC 9(2) COMP VALUE 5.
       01 WS-BALLAST-TABLE.
          05 WS-BAL-ENTRY OCCURS 20 TIMES.
             10 WS-BAL-UPTO         PIC 9(9).
             10 WS-BAL-WEIGHT       PIC 9V99.
             10 WS-BAL-BALLAST      PIC 9(7).

       01 WS-BALLAST-IN-FIELDS.
          05 WS-BI-UPTO-CHARS      PIC X(9).
          05 WS-BI-UPTO REDEFINES WS-BI-UPTO-CHARS PIC 9(9).
          05 WS-BI-WEIGHT-CHARS    PIC X(3).
          05 WS-BI-WEIGHT REDEFINES WS-BI-WEIGHT-CHARS PIC 9V99.
          05 WS-BI-BALLAST-CHARS   PIC X(7).
          05 WS-BI-BALLAST REDEFINES WS-BI-BALLAST-CHARS PIC 9(7).
       01 WS-BALLAST-LOADED        PIC 9(2) COMP VALUE ZERO.

      * The loss run's claim-table sizing.
       01 WS-CLAIM-TABLE-COUNT     PIC 9(4) COMP VALUE ZERO.
       01 WS-CLAIM-TABLE.
          05 WS-CL-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CL-IDX.
             10 WS-CL-CLAIM-ID     PIC X(12).
             10 WS-CL-POLICY       PIC X(10).
             10 WS-CL-DATE         PIC 9(8).
             10 WS-CL-STATUS       PIC X(1).
             10 WS-CL-PV           PIC 9(8)V99.
             10 WS-CL-PAID         PIC 9(9)V99.

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

      *----------------------------------------------------------------*
      * WS-RATING-FIELDS: ONE POLICY'S MOD. A CLAIM'S INCURRED LOSS IS *
      * WHAT THE LOSS RUN SHOWS: PAID TO DATE PLUS THE OUTSTANDING     *
      * RESERVE (PRESENT VALUE LESS PAID, NONE ON A TERMINATED CLAIM). *
      * EXPECTED LOSSES ARE THE INDUSTRY'S RATE ON THE ANNUAL PREMIUM  *
      * FOR EACH YEAR OF THE EXPERIENCE PERIOD.                        *
      *----------------------------------------------------------------*
       01 WS-RATING-FIELDS.
          05 WS-CLM-SUB            PIC 9(4) COMP.
          05 WS-BAL-SUB            PIC 9(2) COMP.
          05 WS-POLICY-CLAIMS      PIC 9(5) COMP.
          05 WS-ANNUAL-PREMIUM     PIC 9(9)V99.
          05 WS-EXP-LOSS-RATE      PIC 9V999.
          05 WS-D-RATIO            PIC 9V999.
          05 WS-CLAIM-OUTSTANDING  PIC 9(9)V99.
          05 WS-CLAIM-INCURRED     PIC 9(9)V99.
          05 WS-CLAIM-PRIMARY      PIC 9(9)V99.
          05 WS-CLAIM-EXCESS       PIC 9(9)V99.
          05 WS-ACTUAL-INCURRED    PIC 9(11)V99.
          05 WS-ACTUAL-PRIMARY     PIC 9(11)V99.
          05 WS-ACTUAL-EXCESS      PIC 9(11)V99.
          05 WS-EXPECTED-LOSSES    PIC 9(11)V99.
          05 WS-EXPECTED-PRIMARY   PIC 9(11)V99.
          05 WS-EXPECTED-EXCESS    PIC 9(11)V99.
          05 WS-WEIGHT             PIC 9V99.
          05 WS-BALLAST            PIC 9(7).
          05 WS-MOD-NUMERATOR      PIC 9(11)V99.
          05 WS-MOD-DENOMINATOR    PIC 9(11)V99.
          05 WS-COMPUTED-MOD       PIC 9(3)V999.
          05 WS-NEW-EMR            PIC 9V999.

      *----------------------------------------------------------------*
      * WS-TRAN-FIELDS: A REFMAINT POLICY CHANGE RESUPPLIES EVERY      *
      * FIELD, SO THE TRANSACTION CARRIES THE POLICY AS IT STANDS WITH *
      * ONLY THE EMR REPLACED. NO PAYROLL CLASSES ARE SENT, WHICH      *
      * LEAVES THE POLICY'S CLASSES AS THEY STAND.                     *
      *----------------------------------------------------------------*
       01 WS-TRAN-FIELDS.
          05 WS-TR-PREMIUM         PIC 9(6).99.
          05 WS-TR-COVERAGE        PIC 9(8).99.
          05 WS-TR-EMR             PIC 9.999.

       01 WS-EDIT-FIELDS.
          05 WS-F-AMOUNT-1         PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-F-AMOUNT-2         PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-F-AMOUNT-3         PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-F-SPLIT            PIC ZZZ,ZZ9.
          05 WS-F-BALLAST          PIC Z,ZZZ,ZZ9.
          05 WS-F-WEIGHT           PIC 9.99.
          05 WS-F-RATE             PIC 9.999.
          05 WS-F-D-RATIO          PIC 9.999.
          05 WS-F-OLD-EMR          PIC 9.999.
          05 WS-F-NEW-EMR          PIC 9.999.
          05 WS-F-CLAIMS           PIC ZZZZ9.

       01 WS-CONTROL-TOTALS.
          05 WS-POLICIES-READ      PIC 9(7) COMP VALUE ZERO.
          05 WS-POLICIES-RATED     PIC 9(5) COMP VALUE ZERO.
          05 WS-POLICIES-NO-RATE   PIC 9(5) COMP VALUE ZERO.
          05 WS-MODS-CAPPED        PIC 9(5) COMP VALUE ZERO.
          05 WS-CHANGES-WRITTEN    PIC 9(5) COMP VALUE ZERO.
          05 WS-CLAIMS-IN-PERIOD   PIC 9(7) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Set the experience period, load the split point, the       *
      *    expected-loss rates and the size bands, and open all files *
      * 2. Load the experience period's claims and their payments     *
      * 3. Rate every active policy: worksheet, and a change          *
      *    transaction where the mod moved                            *
      * 4. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 150-LOAD-EXPECTED-RATES.
           PERFORM 160-LOAD-BALLAST-BANDS.
           PERFORM 200-LOAD-CLAIMS.
           PERFORM 240-LOAD-PAYMENTS.
           PERFORM 300-RATE-POLICIES.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * SET THE EXPERIENCE PERIOD, LOAD THE SPLIT POINT AND OPEN ALL   *
      * FILES                                                          *
      *----------------------------------------------------------------*
           INITIALIZE WS-ELR-TABLE
                      WS-CLAIM-TABLE.
           MOVE WS-BALLAST-DEFAULTS TO WS-BALLAST-TABLE (1:95).
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           COMPUTE WS-EXP-FROM-CCYY = WS-RUN-CCYY - WS-EXP-YEARS.
           MOVE 0101 TO WS-EXP-FROM-MMDD.
           COMPUTE WS-EXP-TO-CCYY = WS-RUN-CCYY - 1.
           MOVE 1231 TO WS-EXP-TO-MMDD.
           DISPLAY 'EXPERIENCE PERIOD: ' WS-EXP-FROM-DATE ' - '
                   WS-EXP-TO-DATE.

           OPEN INPUT SPLIT-POINT-FILE.
           IF SPLIT-STATUS = '00'
               READ SPLIT-POINT-FILE
                   AT END
                       DISPLAY 'SPLIT POINT FILE EMPTY, USING '
                               'DEFAULT: ' WS-SPLIT-POINT
                   NOT AT END
                       IF SPLIT-POINT-LINE IS NUMERIC
                          AND SPLIT-POINT-LINE > '000000'
                           MOVE SPLIT-POINT-LINE TO WS-SPLIT-POINT
                       ELSE
                           DISPLAY 'SPLIT POINT NOT VALID, USING '
                                   'DEFAULT: ' SPLIT-POINT-LINE
                       END-IF
               END-READ
               CLOSE SPLIT-POINT-FILE
           END-IF.
           DISPLAY 'PRIMARY/EXCESS SPLIT POINT: ' WS-SPLIT-POINT.

           OPEN INPUT POLICY-FILE.
           IF POL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POLICY FILE: ' POL-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT CLAIM-FILE.
           IF CLM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIM FILE: ' CLM-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF HIST-STATUS NOT = '00'
              DISPLAY 'NO PAYMENT HISTORY ON FILE, PAID-TO-DATE '
                      'TAKEN AS ZERO: ' HIST-STATUS
           END-IF.

           OPEN OUTPUT WORKSHEET-FILE.
           IF WKS-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RATING WORKSHEET: ' WKS-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT REFMAINT-TRAN-FILE.
           IF TRAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EMR TRANSACTION FILE: '
                      TRAN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

       150-LOAD-EXPECTED-RATES.
      *----------------------------------------------------------------*
      * LOAD THE EXPECTED LOSS RATE AND D-RATIO FOR EACH INDUSTRY.     *
      * WITHOUT THE TABLE NO POLICY CAN BE RATED.                      *
      *----------------------------------------------------------------*
           OPEN INPUT EXPECTED-RATE-FILE.
           IF ELR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXPECTED LOSS RATE FILE: '
                       ELR-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.

           PERFORM UNTIL ELR-END-OF-FILE
               READ EXPECTED-RATE-FILE
                   AT END
                       SET ELR-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-ELR-IN-FIELDS
                       UNSTRING EXPECTED-RATE-LINE DELIMITED BY ','
                           INTO WS-EI-INDUSTRY
                                WS-EI-RATE-CHARS
                                WS-EI-D-RATIO-CHARS
                       END-UNSTRING
                       IF WS-EI-RATE NOT NUMERIC
                          OR WS-EI-D-RATIO NOT NUMERIC
                          OR WS-EI-D-RATIO > 1
                           DISPLAY 'EXPECTED LOSS RATE LINE NOT VALID, '
                                   'IGNORED: ' EXPECTED-RATE-LINE
                       ELSE
                           IF WS-ELR-COUNT >= 100
                               DISPLAY 'EXPECTED LOSS RATE TABLE FULL, '
                                       'LINE IGNORED: '
                                       EXPECTED-RATE-LINE
                           ELSE
                               ADD 1 TO WS-ELR-COUNT
                               MOVE WS-EI-INDUSTRY
                                    TO WS-ELR-INDUSTRY (WS-ELR-COUNT)
                               MOVE WS-EI-RATE
                                    TO WS-ELR-RATE (WS-ELR-COUNT)
                               MOVE WS-EI-D-RATIO
                                    TO WS-ELR-D-RATIO (WS-ELR-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXPECTED-RATE-FILE.
           DISPLAY 'EXPECTED LOSS RATES LOADED: ' WS-ELR-COUNT.

       160-LOAD-BALLAST-BANDS.
      *----------------------------------------------------------------*
      * LOAD THE SIZE BANDS. A FILE WITH ANY VALID BAND REPLACES THE   *
      * COMPILED-IN BANDS WHOLE; THE LAST BAND CATCHES EVERYTHING      *
      * ABOVE THE BANDS BEFORE IT.                                     *
      *----------------------------------------------------------------*
           OPEN INPUT BALLAST-FILE.
           IF BAL-STATUS NOT = '00'
               DISPLAY 'NO SIZE BAND FILE, USING COMPILED-IN BANDS'
           ELSE
               PERFORM UNTIL BAL-END-OF-FILE
                   READ BALLAST-FILE
                       AT END
                           SET BAL-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 165-TABLE-BALLAST-BAND
                   END-READ
               END-PERFORM
               CLOSE BALLAST-FILE
               IF WS-BALLAST-LOADED > 0
                   MOVE WS-BALLAST-LOADED TO WS-BALLAST-COUNT
               ELSE
                   MOVE WS-BALLAST-DEFAULTS
                        TO WS-BALLAST-TABLE (1:95)
                   DISPLAY 'NO VALID SIZE BANDS, USING COMPILED-IN '
                           'BANDS'
               END-IF
           END-IF.
           DISPLAY 'SIZE BANDS IN USE: ' WS-BALLAST-COUNT.

       165-TABLE-BALLAST-BAND.
      *----------------------------------------------------------------*
      * PARSE ONE SIZE BAND; A BAND OUT OF ASCENDING ORDER IS IGNORED  *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-BALLAST-IN-FIELDS.
           UNSTRING BALLAST-LINE DELIMITED BY ','
               INTO WS-BI-UPTO-CHARS
                    WS-BI-WEIGHT-CHARS
                    WS-BI-BALLAST-CHARS
           END-UNSTRING.
           EVALUATE TRUE
               WHEN WS-BI-UPTO NOT NUMERIC
                 OR WS-BI-WEIGHT NOT NUMERIC
                 OR WS-BI-BALLAST NOT NUMERIC
                 OR WS-BI-WEIGHT > 1
                   DISPLAY 'SIZE BAND LINE NOT VALID, IGNORED: '
                           BALLAST-LINE
               WHEN WS-BALLAST-LOADED >= 20
                   DISPLAY 'SIZE BAND TABLE FULL, LINE IGNORED: '
                           BALLAST-LINE
               WHEN WS-BALLAST-LOADED > 0
                AND WS-BI-UPTO NOT > WS-BAL-UPTO (WS-BALLAST-LOADED)
                   DISPLAY 'SIZE BAND OUT OF ORDER, IGNORED: '
                           BALLAST-LINE
               WHEN OTHER
                   ADD 1 TO WS-BALLAST-LOADED
                   MOVE WS-BI-UPTO
                        TO WS-BAL-UPTO (WS-BALLAST-LOADED)
                   MOVE WS-BI-WEIGHT
                        TO WS-BAL-WEIGHT (WS-BALLAST-LOADED)
                   MOVE WS-BI-BALLAST
                        TO WS-BAL-BALLAST (WS-BALLAST-LOADED)
           END-EVALUATE.

       200-LOAD-CLAIMS.
      *----------------------------------------------------------------*
      * LOAD EVERY CLAIM WHOSE ACCIDENT DATE FALLS IN THE EXPERIENCE   *
      * PERIOD                                                         *
      *----------------------------------------------------------------*
           PERFORM UNTIL CLM-END-OF-FILE
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       SET CLM-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CLAIM-DATE NOT < WS-EXP-FROM-DATE
                          AND CLAIM-DATE NOT > WS-EXP-TO-DATE
                           PERFORM 210-TABLE-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'EXPERIENCE-PERIOD CLAIMS LOADED: '
                   WS-CLAIM-TABLE-COUNT.

       210-TABLE-CLAIM.
      *----------------------------------------------------------------*
      * TABLE ONE EXPERIENCE-PERIOD CLAIM                              *
      *----------------------------------------------------------------*
           IF WS-CLAIM-TABLE-COUNT >= 1000
               DISPLAY 'CLAIM TABLE FULL, EXPERIENCE INCOMPLETE: '
                       CLAIM-ID
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CLAIM-TABLE-COUNT
               ADD 1 TO WS-CLAIMS-IN-PERIOD
               MOVE CLAIM-ID TO
                    WS-CL-CLAIM-ID (WS-CLAIM-TABLE-COUNT)
               MOVE POLICY-NUMBER OF CLAIM-RECORD TO
                    WS-CL-POLICY (WS-CLAIM-TABLE-COUNT)
               MOVE CLAIM-DATE TO
                    WS-CL-DATE (WS-CLAIM-TABLE-COUNT)
               MOVE CLAIM-STATUS TO
                    WS-CL-STATUS (WS-CLAIM-TABLE-COUNT)
               MOVE PRESENT-VALUE TO
                    WS-CL-PV (WS-CLAIM-TABLE-COUNT)
               MOVE ZERO TO
                    WS-CL-PAID (WS-CLAIM-TABLE-COUNT)
           END-IF.

       240-LOAD-PAYMENTS.
      *----------------------------------------------------------------*
      * ROLL EVERY PAYMENT -- EXCEPT RETURNED CREDITS THAT NEVER       *
      * REACHED THE CLAIMANT -- INTO ITS CLAIM'S PAID-TO-DATE, AS THE  *
      * LOSS RUN DOES                                                  *
      *----------------------------------------------------------------*
           IF HIST-STATUS = '00'
               PERFORM UNTIL HIST-END-OF-FILE
                   READ PAYMENT-HISTORY-FILE
                       AT END
                           SET HIST-END-OF-FILE TO TRUE
                       NOT AT END
                           IF PAYMENT-HISTORY-LINE (93:5) NOT = ' RTN='
                               PERFORM 250-ROLL-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       250-ROLL-ONE-PAYMENT.
      *----------------------------------------------------------------*
      * ROLL ONE PAYMENT INTO ITS CLAIM'S PAID-TO-DATE                 *
      *----------------------------------------------------------------*
           MOVE PAYMENT-HISTORY-LINE (1:12)  TO WS-HIST-CLAIM-ID.
           MOVE PAYMENT-HISTORY-LINE (44:13) TO WS-HIST-AMOUNT-EDIT.
           MOVE WS-HIST-AMOUNT-EDIT (1:2)  TO WS-AD-MILLIONS.
           MOVE WS-HIST-AMOUNT-EDIT (4:3)  TO WS-AD-THOUSANDS.
           MOVE WS-HIST-AMOUNT-EDIT (8:3)  TO WS-AD-UNITS.
           MOVE WS-HIST-AMOUNT-EDIT (12:2) TO WS-AD-CENTS.
           INSPECT WS-AMOUNT-DEEDIT REPLACING ALL ' ' BY '0'.

           SET WS-CL-IDX TO 1.
           SEARCH WS-CL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CL-CLAIM-ID (WS-CL-IDX) = WS-HIST-CLAIM-ID
                   ADD WS-AMOUNT-NUMERIC TO WS-CL-PAID (WS-CL-IDX)
           END-SEARCH.

       300-RATE-POLICIES.
      *----------------------------------------------------------------*
      * RATE EVERY ACTIVE POLICY ON THE POLICY FILE                    *
      *----------------------------------------------------------------*
           PERFORM UNTIL POL-END-OF-FILE
               READ POLICY-FILE NEXT RECORD
                   AT END
                       SET POL-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POLICIES-READ
                       IF POLICY-STATUS = 'A'
                           PERFORM 310-RATE-ONE-POLICY
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL POLICIES ON POLICY FILE'.

       310-RATE-ONE-POLICY.
      *----------------------------------------------------------------*
      * RATE ONE POLICY:                                               *
      * 1. Find its industry's expected loss rate; a policy whose      *
      *    industry is not on the table is listed and left alone       *
      * 2. List its experience-period claims, split at the split point *
      * 3. Price expected losses, pick the size band, compute the mod  *
      * 4. Finish the worksheet and send the change if the mod moved   *
      *----------------------------------------------------------------*
           PERFORM 320-WRITE-WORKSHEET-HEADING.

           MOVE 'N' TO WS-ELR-FOUND-SW.
           SET WS-ELR-IDX TO 1.
           SEARCH WS-ELR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ELR-INDUSTRY (WS-ELR-IDX) = INDUSTRY-CODE
                                                   OF POLICY-RECORD
                   SET ELR-FOUND TO TRUE
                   MOVE WS-ELR-RATE (WS-ELR-IDX)    TO WS-EXP-LOSS-RATE
                   MOVE WS-ELR-D-RATIO (WS-ELR-IDX) TO WS-D-RATIO
           END-SEARCH.

           IF NOT ELR-FOUND
               ADD 1 TO WS-POLICIES-NO-RATE
               MOVE SPACES TO WORKSHEET-LINE
               MOVE '  NOT RATED - NO EXPECTED LOSS RATE FOR INDUSTRY'
                    TO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
           ELSE
               ADD 1 TO WS-POLICIES-RATED
               PERFORM 330-LIST-CLAIMS
               PERFORM 340-COMPUTE-MOD
               PERFORM 350-WRITE-WORKSHEET-TOTALS
               IF WS-NEW-EMR NOT = EMR-VALUE
                   PERFORM 360-WRITE-CHANGE-TRANSACTION
               END-IF
           END-IF.

       320-WRITE-WORKSHEET-HEADING.
      *----------------------------------------------------------------*
      * OPEN ONE POLICY'S WORKSHEET                                    *
      *----------------------------------------------------------------*
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING 'EXPERIENCE RATING WORKSHEET  POLICY: '
                                          DELIMITED BY SIZE
                  POLICY-NUMBER OF POLICY-RECORD DELIMITED BY SIZE
                  '  INSURED: '           DELIMITED BY SIZE
                  CUSTOMER-ID             DELIMITED BY SIZE
                  '  RUN DATE: '          DELIMITED BY SIZE
                  WS-RUN-DATE             DELIMITED BY SIZE
                  INTO WORKSHEET-LINE
           END-STRING.
           WRITE WORKSHEET-LINE.

           COMPUTE WS-ANNUAL-PREMIUM = MONTHLY-PREMIUM * 12.
           MOVE WS-ANNUAL-PREMIUM TO WS-F-AMOUNT-1.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING '  INDUSTRY: '          DELIMITED BY SIZE
                  INDUSTRY-CODE OF POLICY-RECORD DELIMITED BY SIZE
                  '  REGION: '            DELIMITED BY SIZE
                  GEO-REGION-CODE         DELIMITED BY SIZE
                  '  EXPERIENCE PERIOD: ' DELIMITED BY SIZE
                  WS-EXP-FROM-DATE        DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  WS-EXP-TO-DATE          DELIMITED BY SIZE
                  '  ANNUAL PREMIUM: '    DELIMITED BY SIZE
                  WS-F-AMOUNT-1           DELIMITED BY SIZE
                  INTO WORKSHEET-LINE
           END-STRING.
           WRITE WORKSHEET-LINE.

       330-LIST-CLAIMS.
      *----------------------------------------------------------------*
      * LIST THE POLICY'S EXPERIENCE-PERIOD CLAIMS, EACH SPLIT INTO    *
      * PRIMARY (UP TO THE SPLIT POINT) AND EXCESS (THE REST)          *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-POLICY-CLAIMS.
           MOVE ZERO TO WS-ACTUAL-INCURRED.
           MOVE ZERO TO WS-ACTUAL-PRIMARY.
           MOVE ZERO TO WS-ACTUAL-EXCESS.

           MOVE WS-SPLIT-POINT TO WS-F-SPLIT.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING '  CLAIM         ACCIDENT ST        INCURRED'
                                          DELIMITED BY SIZE
                  '         PRIMARY          EXCESS   SPLIT AT '
                                          DELIMITED BY SIZE
                  WS-F-SPLIT              DELIMITED BY SIZE
                  INTO WORKSHEET-LINE
           END-STRING.
           WRITE WORKSHEET-LINE.

           MOVE 1 TO WS-CLM-SUB.
           PERFORM UNTIL WS-CLM-SUB > WS-CLAIM-TABLE-COUNT
               IF WS-CL-POLICY (WS-CLM-SUB)
                        = POLICY-NUMBER OF POLICY-RECORD
                   PERFORM 335-SPLIT-ONE-CLAIM
               END-IF
               ADD 1 TO WS-CLM-SUB
           END-PERFORM.

           IF WS-POLICY-CLAIMS = 0
               MOVE SPACES TO WORKSHEET-LINE
               MOVE '  NO CLAIMS IN THE EXPERIENCE PERIOD'
                    TO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
           END-IF.

       335-SPLIT-ONE-CLAIM.
      *----------------------------------------------------------------*
      * SPLIT ONE CLAIM'S INCURRED LOSS AND WRITE ITS WORKSHEET LINE   *
      *----------------------------------------------------------------*
           ADD 1 TO WS-POLICY-CLAIMS.
           IF WS-CL-STATUS (WS-CLM-SUB) = 'T'
              OR WS-CL-PAID (WS-CLM-SUB) > WS-CL-PV (WS-CLM-SUB)
               MOVE ZERO TO WS-CLAIM-OUTSTANDING
           ELSE
               COMPUTE WS-CLAIM-OUTSTANDING =
                       WS-CL-PV (WS-CLM-SUB) - WS-CL-PAID (WS-CLM-SUB)
           END-IF.
           COMPUTE WS-CLAIM-INCURRED =
                   WS-CL-PAID (WS-CLM-SUB) + WS-CLAIM-OUTSTANDING.

           IF WS-CLAIM-INCURRED > WS-SPLIT-POINT
               MOVE WS-SPLIT-POINT TO WS-CLAIM-PRIMARY
               COMPUTE WS-CLAIM-EXCESS =
                       WS-CLAIM-INCURRED - WS-SPLIT-POINT
           ELSE
               MOVE WS-CLAIM-INCURRED TO WS-CLAIM-PRIMARY
               MOVE ZERO TO WS-CLAIM-EXCESS
           END-IF.
           ADD WS-CLAIM-INCURRED TO WS-ACTUAL-INCURRED.
           ADD WS-CLAIM-PRIMARY  TO WS-ACTUAL-PRIMARY.
           ADD WS-CLAIM-EXCESS   TO WS-ACTUAL-EXCESS.

           MOVE WS-CLAIM-INCURRED TO WS-F-AMOUNT-1.
           MOVE WS-CLAIM-PRIMARY  TO WS-F-AMOUNT-2.
           MOVE WS-CLAIM-EXCESS   TO WS-F-AMOUNT-3.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING '  '                    DELIMITED BY SIZE
                  WS-CL-CLAIM-ID (WS-CLM-SUB) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-CL-DATE (WS-CLM-SUB) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-CL-STATUS (WS-CLM-SUB) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-F-AMOUNT-1           DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-F-AMOUNT-2           DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-F-AMOUNT-3           DELIMITED BY SIZE
                  INTO WORKSHEET-LINE
           END-STRING.
           WRITE WORKSHEET-LINE.

       340-COMPUTE-MOD.
      *----------------------------------------------------------------*
      * PRICE THE EXPECTED LOSSES, PICK THE SIZE BAND THEY FALL IN AND *
      * COMPUTE THE MOD, ROUNDED TO THREE PLACES. A MOD BEYOND WHAT    *
      * THE POLICY RECORD HOLDS IS CAPPED AT 9.999 FOR UNDERWRITING.   *
      *----------------------------------------------------------------*
           COMPUTE WS-EXPECTED-LOSSES ROUNDED =
                   WS-ANNUAL-PREMIUM * WS-EXP-YEARS * WS-EXP-LOSS-RATE.
           COMPUTE WS-EXPECTED-PRIMARY ROUNDED =
                   WS-EXPECTED-LOSSES * WS-D-RATIO.
           COMPUTE WS-EXPECTED-EXCESS =
                   WS-EXPECTED-LOSSES - WS-EXPECTED-PRIMARY.

           MOVE 1 TO WS-BAL-SUB.
           PERFORM UNTIL WS-BAL-SUB >= WS-BALLAST-COUNT
                      OR WS-EXPECTED-LOSSES
                             NOT > WS-BAL-UPTO (WS-BAL-SUB)
               ADD 1 TO WS-BAL-SUB
           END-PERFORM.
           MOVE WS-BAL-WEIGHT (WS-BAL-SUB)  TO WS-WEIGHT.
           MOVE WS-BAL-BALLAST (WS-BAL-SUB) TO WS-BALLAST.

           COMPUTE WS-MOD-NUMERATOR ROUNDED =
                   WS-ACTUAL-PRIMARY
                   + (WS-WEIGHT * WS-ACTUAL-EXCESS)
                   + ((1 - WS-WEIGHT) * WS-EXPECTED-EXCESS)
                   + WS-BALLAST.
           COMPUTE WS-MOD-DENOMINATOR =
                   WS-EXPECTED-LOSSES + WS-BALLAST.

           IF WS-MOD-DENOMINATOR = 0
               MOVE 1 TO WS-COMPUTED-MOD
           ELSE
               COMPUTE WS-COMPUTED-MOD ROUNDED =
                       WS-MOD-NUMERATOR / WS-MOD-DENOMINATOR
           END-IF.
           IF WS-COMPUTED-MOD > 9.999
               ADD 1 TO WS-MODS-CAPPED
               MOVE 9.999 TO WS-NEW-EMR
           ELSE
               MOVE WS-COMPUTED-MOD TO WS-NEW-EMR
           END-IF.

       350-WRITE-WORKSHEET-TOTALS.
      *----------------------------------------------------------------*
      * FINISH THE WORKSHEET: ACTUAL AND EXPECTED LOSSES, THE SIZE     *
      * BAND VALUES, THE FORMULA WORKED THROUGH AND THE MOD AGAINST    *
      * THE ONE ON FILE                                                *
      *----------------------------------------------------------------*
           MOVE WS-ACTUAL-INCURRED TO WS-F-AMOUNT-1.
           MOVE WS-ACTUAL-PRIMARY  TO WS-F-AMOUNT-2.
           MOVE WS-ACTUAL-EXCESS   TO WS-F-AMOUNT-3.
           MOVE WS-POLICY-CLAIMS   TO WS-F-CLAIMS.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING '  ACTUAL   CLAIMS '    DELIMITED BY SIZE
                  WS-F-CLAIMS             DELIMITED BY SIZE
                  '  INCURRED '           DELIMITED BY SIZE
                  WS-F-AMOUNT-1           DELIMITED BY SIZE
                  '  PRIMARY (AP) '       DELIMITED BY SIZE
                  WS-F-AMOUNT-2           DELIMITED BY SIZE
                  '  EXCESS (AE) '        DELIMITED BY SIZE
                  WS-F-AMOUNT-3           DELIMITED BY SIZE
                  INTO WORKSHEET-LINE
           END-STRING.
           WRITE WORKSHEET-LINE.

           MOVE WS-EXP-LOSS-RATE    TO WS-F-RATE.
           MOVE WS-D-RATIO          TO WS-F-D-RATIO.
           MOVE WS-EXPECTED-LOSSES  TO WS-F-AMOUNT-1.
           MOVE WS-EXPECTED-PRIMARY TO WS-F-AMOUNT-2.
           MOVE WS-EXPECTED-EXCESS  TO WS-F-AMOUNT-3.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING '  EXPECTED RATE '      DELIMITED BY SIZE
                  WS-F-RATE               DELIMITED BY SIZE
                  ' D-RATIO '             DELIMITED BY SIZE
                  WS-F-D-RATIO            DELIMITED BY SIZE
                  '  (E) '                DELIMITED BY SIZE
                  WS-F-AMOUNT-1           DELIMITED BY SIZE
                  '  PRIMARY (EP) '       DELIMITED BY SIZE
                  WS-F-AMOUNT-2           DELIMITED BY SIZE
                  '  EXCESS (EE) '        DELIMITED BY SIZE
                  WS-F-AMOUNT-3           DELIMITED BY SIZE
                  INTO WORKSHEET-LINE
           END-STRING.
           WRITE WORKSHEET-LINE.

           MOVE WS-WEIGHT  TO WS-F-WEIGHT.
           MOVE WS-BALLAST TO WS-F-BALLAST.
           MOVE WS-MOD-NUMERATOR   TO WS-F-AMOUNT-1.
           MOVE WS-MOD-DENOMINATOR TO WS-F-AMOUNT-2.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING '  WEIGHT (W) '         DELIMITED BY SIZE
                  WS-F-WEIGHT             DELIMITED BY SIZE
                  '  BALLAST (B) '        DELIMITED BY SIZE
                  WS-F-BALLAST            DELIMITED BY SIZE
                  '  AP + W X AE + (1-W) X EE + B '
                                          DELIMITED BY SIZE
                  WS-F-AMOUNT-1           DELIMITED BY SIZE
                  '  E + B '              DELIMITED BY SIZE
                  WS-F-AMOUNT-2           DELIMITED BY SIZE
                  INTO WORKSHEET-LINE
           END-STRING.
           WRITE WORKSHEET-LINE.

           MOVE EMR-VALUE  TO WS-F-OLD-EMR.
           MOVE WS-NEW-EMR TO WS-F-NEW-EMR.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING '  EXPERIENCE MOD '     DELIMITED BY SIZE
                  WS-F-NEW-EMR            DELIMITED BY SIZE
                  '  ON FILE '            DELIMITED BY SIZE
                  WS-F-OLD-EMR            DELIMITED BY SIZE
                  INTO WORKSHEET-LINE
           END-STRING.
           EVALUATE TRUE
               WHEN WS-COMPUTED-MOD > 9.999
                   MOVE '  CAPPED AT 9.999 - REFER TO UNDERWRITING'
                        TO WORKSHEET-LINE (40:42)
               WHEN WS-NEW-EMR = EMR-VALUE
                   MOVE '  NO CHANGE' TO WORKSHEET-LINE (40:11)
               WHEN OTHER
                   MOVE '  CHANGE SENT TO MAINTENANCE'
                        TO WORKSHEET-LINE (40:28)
           END-EVALUATE.
           WRITE WORKSHEET-LINE.

       360-WRITE-CHANGE-TRANSACTION.
      *----------------------------------------------------------------*
      * WRITE ONE REFMAINT POLICY CHANGE CARRYING THE NEW MOD:         *
      * P,C,POLICY,CUSTOMER,TYPE,STATUS,START,END,PREMIUM,COVERAGE,    *
      * INDUSTRY,REGION,EMR,SAFETY RATING                              *
      *----------------------------------------------------------------*
           MOVE MONTHLY-PREMIUM TO WS-TR-PREMIUM.
           MOVE COVERAGE-AMOUNT TO WS-TR-COVERAGE.
           MOVE WS-NEW-EMR      TO WS-TR-EMR.
           MOVE SPACES TO REFMAINT-TRAN-LINE.
           STRING 'P,C,'                  DELIMITED BY SIZE
                  POLICY-NUMBER OF POLICY-RECORD DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  CUSTOMER-ID             DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  POLICY-TYPE             DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  POLICY-STATUS           DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  START-DATE              DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  END-DATE                DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WS-TR-PREMIUM           DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WS-TR-COVERAGE          DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  INDUSTRY-CODE OF POLICY-RECORD DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  GEO-REGION-CODE         DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WS-TR-EMR               DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  SAFETY-PROG-RATING      DELIMITED BY SIZE
                  INTO REFMAINT-TRAN-LINE
           END-STRING.
           WRITE REFMAINT-TRAN-LINE.
           ADD 1 TO WS-CHANGES-WRITTEN.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'EMRCALC RUN CONTROL TOTALS'.
           DISPLAY 'POLICIES READ:       ' WS-POLICIES-READ.
           DISPLAY 'POLICIES RATED:      ' WS-POLICIES-RATED.
           DISPLAY 'POLICIES NOT RATED:  ' WS-POLICIES-NO-RATE.
           DISPLAY 'CLAIMS IN PERIOD:    ' WS-CLAIMS-IN-PERIOD.
           DISPLAY 'MODS CAPPED:         ' WS-MODS-CAPPED.
           DISPLAY 'CHANGES WRITTEN:     ' WS-CHANGES-WRITTEN.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN. A POLICY LEFT UNRATED   *
      * OR A CAPPED MOD ENDS THE RUN WITH A WARNING.                   *
      *----------------------------------------------------------------*
           CLOSE POLICY-FILE
                 CLAIM-FILE
                 PAYMENT-HISTORY-FILE
                 WORKSHEET-FILE
                 REFMAINT-TRAN-FILE.

           IF RETURN-CODE = 0
              AND (WS-POLICIES-NO-RATE > 0 OR WS-MODS-CAPPED > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
