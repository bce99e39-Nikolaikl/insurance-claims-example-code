       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIFSCAN.
      *----------------------------------------------------------------*
      * PROGRAM:  SIFSCAN                                              *
      * PURPOSE:  SECOND-INJURY FUND SCAN. WHEN A CLAIMANT WHO ALREADY *
      *           CARRIES A PERMANENT IMPAIRMENT FROM AN EARLIER CLAIM *
      *           IS INJURED AGAIN, THE STATE'S SPECIAL FUND           *
      *           REIMBURSES THE BENEFITS WE PAY ON THE NEW CLAIM      *
      *           BEYOND THE STATUTORY PERIOD. THIS RUN LINKS EVERY    *
      *           IN-FORCE CLAIM TO THE CLAIMANT'S EARLIER PERMANENT   *
      *           CLAIMS ON THE CLAIM MASTER, TESTS THE FUND'S RULES   *
      *           -- THE COMBINED IMPAIRMENT THRESHOLD AND THE WEEKS   *
      *           OF BENEFITS ALREADY PAID OFF THE PAYMENT HISTORY --  *
      *           AND KEEPS ONE FUND RECORD PER QUALIFYING CLAIM.      *
      *                                                                *
      *           A QUALIFYING CLAIM STILL INSIDE THE STATUTORY PERIOD *
      *           IS HELD PENDING. ONCE ITS WEEKS PAID REACH THE       *
      *           PERIOD, ITS APPLICATION GOES TO THE FUND ON THE      *
      *           APPLICATION FILE; ONCE THE FUND HAS ACCEPTED IT,     *
      *           EVERY LATER RUN REQUESTS WHATEVER HAS BECOME         *
      *           REIMBURSABLE SINCE. THE FUND'S DECISIONS AND ITS     *
      *           PAYMENTS ARE POSTED BY SIFMNT. THE INVENTORY REPORT  *
      *           SHOWS EVERY FUND RECORD WITH WHAT HAS BEEN CLAIMED,  *
      *           RECEIVED AND IS STILL DUE.                           *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. CLAIM AND BENEFITS-PAID LOADS                               *
      * 5. PRIOR-IMPAIRMENT MATCH AND FUND RULES                       *
      * 6. APPLICATIONS AND THE INVENTORY REPORT                       *
      * 7. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - RULES-FILE: Optional run-control file naming the fund's      *
      *               combined impairment threshold percentage and    *
      *               statutory period in weeks (NNNWWW)               *
      * - CLAIM-FILE: The claim master, read front to back             *
      * - PAYMENT-HISTORY-FILE: Benefits actually paid, for the weeks  *
      *                         paid on each claim                     *
      * - SIF-FILE: The fund record master, one record per claim;     *
      *             read through in key order for the report, so      *
      *             access is DYNAMIC                                  *
      * - APPLICATION-FILE: This run's applications and reimbursement  *
      *                     requests for the fund                      *
      * - SIF-REPORT: The fund inventory as it stands                  *
      *----------------------------------------------------------------*
           SELECT RULES-FILE ASSIGN TO 'data/SIFRULES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RULES-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAIM-ID OF CLAIM-RECORD
           FILE STATUS IS CLM-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'data/PAYHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIST-STATUS.

           SELECT SIF-FILE ASSIGN TO "data/SIFFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIF-CLAIM-ID
           FILE STATUS IS SIF-STATUS-CODE.

           SELECT APPLICATION-FILE ASSIGN TO 'data/SIFAPPL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPL-STATUS.

           SELECT SIF-REPORT ASSIGN TO 'data/SIFRPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RULES-FILE.
       01 RULES-LINE.
          05 RULES-THRESHOLD-PCT   PIC X(3).
          05 RULES-STATUTORY-WEEKS PIC X(3).

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

      * The payment history line: claim 1-12, sequence 18-21 (9996 a
      * provider invoice, 9997 late-payment interest, 9998 a cost
      * reimbursement), edited amount 44-56, ' RTN=' at 93 on a
      * payment the bank returned.
       FD PAYMENT-HISTORY-FILE.
       01 PAYMENT-HISTORY-LINE     PIC X(140).

      * One record per claim found to qualify for the fund. Status P
      * pending (inside the statutory period), F filed with the fund,
      * A accepted, D denied, W withdrawn, C closed. Reimbursable is
      * the benefits paid beyond the statutory period to date;
      * claimed what has been applied for, received what the fund
      * has paid. The weekly rate, weeks paid and statutory weeks are
      * kept for the reserve valuation's anticipated recovery.
       FD SIF-FILE.
       01 SIF-RECORD.
          05 SIF-CLAIM-ID          PIC X(12).
          05 SIF-STATUS            PIC X(1).
          05 SIF-CLAIMANT-ID       PIC X(8).
          05 SIF-PRIOR-CLAIM-ID    PIC X(12).
          05 SIF-PRIOR-PCT         PIC 9(3).
          05 SIF-CURRENT-PCT       PIC 9(3).
          05 SIF-COMBINED-PCT      PIC 9(3).
          05 SIF-STATUTORY-WEEKS   PIC 9(3).
          05 SIF-WEEKLY-RATE       PIC 9(7)V99.
          05 SIF-WEEKS-PAID        PIC 9(5).
          05 SIF-PAID-TO-DATE      PIC 9(9)V99.
          05 SIF-REIMBURSABLE      PIC 9(9)V99.
          05 SIF-CLAIMED           PIC 9(9)V99.
          05 SIF-RECEIVED          PIC 9(9)V99.
          05 SIF-IDENTIFIED-DATE   PIC 9(8).
          05 SIF-FILED-DATE        PIC 9(8).
          05 SIF-DECISION-DATE     PIC 9(8).
          05 SIF-LAST-RECEIPT-DATE PIC 9(8).
          05 SIF-FUND-REFERENCE    PIC X(15).
          05 FILLER                PIC X(10).

       FD APPLICATION-FILE.
       01 APPLICATION-LINE         PIC X(200).

       FD SIF-REPORT.
       01 REPORT-LINE              PIC X(160).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-FUND-RULES: The fund's threshold and statutory period     *
      * - WS-CLAIM-TABLE: The claim master in memory, so each claim    *
      *   can be matched to the claimant's earlier claims, with the    *
      *   benefits paid on it to date                                  *
      * - WS-MATCH-FIELDS: One claim's prior impairment and the fund   *
      *   figures derived from its benefits paid                       *
      * - WS-APPLICATION-DETAIL: The application line layout           *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 RULES-STATUS          PIC X(2).
          05 CLM-STATUS            PIC X(2).
          05 HIST-STATUS           PIC X(2).
          05 SIF-STATUS-CODE       PIC X(2).
          05 APPL-STATUS           PIC X(2).
          05 RPT-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-CLM-EOF-SW         PIC X(1) VALUE 'N'.
             88 CLM-END-OF-FILE    VALUE 'Y'.
          05 WS-HIST-EOF-SW        PIC X(1) VALUE 'N'.
             88 HIST-END-OF-FILE   VALUE 'Y'.
          05 WS-SIF-EOF-SW         PIC X(1) VALUE 'N'.
             88 SIF-END-OF-FILE    VALUE 'Y'.

       01 WS-RUN-DATE              PIC 9(8).

      * The fund's rules, overridable from the run-control file: the
      * prior and current impairments together must reach the
      * threshold, and the fund pays only benefits past the period.
       01 WS-FUND-RULES.
          05 WS-THRESHOLD-PCT      PIC 9(3) VALUE 050.
          05 WS-STATUTORY-WEEKS    PIC 9(3) VALUE 104.
          05 WS-WEEKS-IN-YEAR      PIC 9(2) VALUE 52.

       01 WS-CLAIM-TABLE-COUNT     PIC 9(4) COMP VALUE ZERO.
       01 WS-CLAIM-TABLE.
          05 WS-CT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CT-IDX.
             10 WS-CT-CLAIM-ID     PIC X(12).
             10 WS-CT-CLAIMANT     PIC X(8).
             10 WS-CT-CLAIM-DATE   PIC 9(8).
             10 WS-CT-TYPE         PIC X(2).
                88 WS-CT-PERMANENT VALUES 'PP' 'PT'.
             10 WS-CT-STATUS       PIC X(1).
             10 WS-CT-DISAB        PIC 9(3).
             10 WS-CT-PENSION      PIC 9(7)V99.
             10 WS-CT-PAID         PIC 9(9)V99.

       01 WS-HIST-FIELDS.
          05 WS-HIST-CLAIM-ID      PIC X(12).
          05 WS-HIST-SEQ           PIC X(4).
          05 WS-HIST-AMOUNT-EDIT   PIC X(13).

       01 WS-AMOUNT-DEEDIT.
          05 WS-AD-MILLIONS        PIC X(2).
          05 WS-AD-THOUSANDS       PIC X(3).
          05 WS-AD-UNITS           PIC X(3).
          05 WS-AD-CENTS           PIC X(2).
       01 WS-AMOUNT-NUMERIC REDEFINES WS-AMOUNT-DEEDIT
                                   PIC 9(8)V99.

       01 WS-MATCH-FIELDS.
          05 WS-SUB-1              PIC 9(4) COMP.
          05 WS-SUB-2              PIC 9(4) COMP.
          05 WS-PRIOR-SUB          PIC 9(4) COMP.
          05 WS-COMBINED-PCT       PIC 9(3).
          05 WS-WEEKLY-RATE        PIC 9(7)V99.
          05 WS-WEEKS-PAID         PIC 9(5).
          05 WS-STATUTORY-AMOUNT   PIC 9(9)V99.
          05 WS-REIMBURSABLE       PIC S9(9)V99.
          05 WS-REQUEST-AMOUNT     PIC 9(9)V99.
          05 WS-DUE-AMOUNT         PIC S9(9)V99.

      * The application line is fixed-format, one line per request:
      * type I the first application on a claim, S a supplemental
      * request for benefits paid past the period since the last one.
      * Amounts are 11 digits with two implied decimals.
       01 WS-APPLICATION-DETAIL.
          05 FILLER                PIC X(5)  VALUE 'TYPE='.
          05 WS-AP-TYPE            PIC X(1).
          05 FILLER                PIC X(7)  VALUE ' CLAIM='.
          05 WS-AP-CLAIM-ID        PIC X(12).
          05 FILLER                PIC X(10) VALUE ' CLAIMANT='.
          05 WS-AP-CLAIMANT        PIC X(8).
          05 FILLER                PIC X(7)  VALUE ' PRIOR='.
          05 WS-AP-PRIOR-CLAIM     PIC X(12).
          05 FILLER                PIC X(11) VALUE ' PRIOR-PCT='.
          05 WS-AP-PRIOR-PCT       PIC 9(3).
          05 FILLER                PIC X(13) VALUE ' CURRENT-PCT='.
          05 WS-AP-CURRENT-PCT     PIC 9(3).
          05 FILLER                PIC X(14) VALUE ' COMBINED-PCT='.
          05 WS-AP-COMBINED-PCT    PIC 9(3).
          05 FILLER                PIC X(12) VALUE ' WEEKS-PAID='.
          05 WS-AP-WEEKS-PAID      PIC 9(5).
          05 FILLER                PIC X(17) VALUE
             ' STATUTORY-WEEKS='.
          05 WS-AP-STATUTORY-WEEKS PIC 9(3).
          05 FILLER                PIC X(6)  VALUE ' PAID='.
          05 WS-AP-PAID            PIC 9(9)V99.
          05 FILLER                PIC X(9)  VALUE ' REQUEST='.
          05 WS-AP-REQUEST         PIC 9(9)V99.
          05 FILLER                PIC X(6)  VALUE ' DATE='.
          05 WS-AP-DATE            PIC 9(8).

       01 WS-REPORT-HEADING.
          05 FILLER                PIC X(35) VALUE
             'SECOND-INJURY FUND INVENTORY - RUN '.
          05 FILLER                PIC X(6)  VALUE 'DATE: '.
          05 WS-H-RUN-DATE         PIC 9(8).

       01 WS-REPORT-COLUMNS.
          05 FILLER                PIC X(13) VALUE 'CLAIM'.
          05 FILLER                PIC X(2)  VALUE 'S'.
          05 FILLER                PIC X(14) VALUE 'PRIOR CLAIM'.
          05 FILLER                PIC X(5)  VALUE 'COMB'.
          05 FILLER                PIC X(6)  VALUE ' WEEKS'.
          05 FILLER                PIC X(13) VALUE '     STAT WKS'.
          05 FILLER                PIC X(15) VALUE '   REIMBURSABLE'.
          05 FILLER                PIC X(15) VALUE '        CLAIMED'.
          05 FILLER                PIC X(15) VALUE '       RECEIVED'.
          05 FILLER                PIC X(15) VALUE '            DUE'.

       01 WS-REPORT-DETAIL.
          05 WS-RD-CLAIM-ID        PIC X(12).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-RD-STATUS          PIC X(1).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-RD-PRIOR-CLAIM     PIC X(12).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-RD-COMBINED-PCT    PIC ZZ9.
          05 FILLER                PIC X(1)  VALUE '%'.
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-RD-WEEKS-PAID      PIC ZZ,ZZ9.
          05 FILLER                PIC X(9)  VALUE SPACES.
          05 WS-RD-STATUTORY-WEEKS PIC ZZ9.
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-RD-REIMBURSABLE    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-RD-CLAIMED         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-RD-RECEIVED        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-RD-DUE             PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-REPORT-TOTAL-LINE.
          05 FILLER                PIC X(53) VALUE
             'INVENTORY TOTALS'.
          05 WS-RT-REIMBURSABLE    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-RT-CLAIMED         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-RT-RECEIVED        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-RT-DUE             PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-CONTROL-TOTALS.
          05 WS-CLAIMS-READ        PIC 9(7) COMP VALUE ZERO.
          05 WS-PRIOR-MATCHES      PIC 9(7) COMP VALUE ZERO.
          05 WS-BELOW-THRESHOLD    PIC 9(7) COMP VALUE ZERO.
          05 WS-NEWLY-IDENTIFIED   PIC 9(7) COMP VALUE ZERO.
          05 WS-RECORDS-REFRESHED  PIC 9(7) COMP VALUE ZERO.
          05 WS-APPLICATIONS-FILED PIC 9(7) COMP VALUE ZERO.
          05 WS-SUPPLEMENTALS      PIC 9(7) COMP VALUE ZERO.
          05 WS-TOTAL-REQUESTED    PIC 9(11)V99 VALUE ZERO.
          05 WS-RECORDS-REPORTED   PIC 9(7) COMP VALUE ZERO.
          05 WS-INV-REIMBURSABLE   PIC 9(11)V99 VALUE ZERO.
          05 WS-INV-CLAIMED        PIC 9(11)V99 VALUE ZERO.
          05 WS-INV-RECEIVED       PIC 9(11)V99 VALUE ZERO.
          05 WS-INV-DUE            PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files and pick up the fund's rules                *
      * 2. Load the claim master and the benefits paid on each claim  *
      * 3. Match every in-force claim to the claimant's earlier       *
      *    permanent claims and keep the fund records current         *
      * 4. Print the fund inventory and close down                    *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-LOAD-CLAIMS.
           PERFORM 250-LOAD-BENEFITS-PAID.
           PERFORM 300-SCAN-CLAIMS.
           PERFORM 600-WRITE-INVENTORY-REPORT.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS. A FIRST-EVER RUN HAS NO   *
      * FUND FILE YET, SO FALL BACK TO CREATING IT.                    *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CLAIM-FILE.
           IF CLM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIM FILE: ' CLM-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O SIF-FILE.
           IF SIF-STATUS-CODE NOT = '00'
              DISPLAY 'FUND FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT SIF-FILE
              CLOSE SIF-FILE
              OPEN I-O SIF-FILE
           END-IF.
           IF SIF-STATUS-CODE NOT = '00'
              DISPLAY 'ERROR OPENING FUND FILE: ' SIF-STATUS-CODE
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT APPLICATION-FILE.
           IF APPL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING APPLICATION FILE: ' APPL-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT SIF-REPORT.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FUND REPORT: ' RPT-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT RULES-FILE.
           IF RULES-STATUS = '00'
               READ RULES-FILE
                   AT END
                       DISPLAY 'FUND RULES FILE EMPTY, USING DEFAULTS'
                   NOT AT END
                       IF RULES-THRESHOLD-PCT IS NUMERIC
                          AND RULES-THRESHOLD-PCT NOT > '100'
                           MOVE RULES-THRESHOLD-PCT
                                TO WS-THRESHOLD-PCT
                       ELSE
                           DISPLAY 'THRESHOLD PCT NOT VALID, USING '
                                   'DEFAULT: ' RULES-THRESHOLD-PCT
                       END-IF
                       IF RULES-STATUTORY-WEEKS IS NUMERIC
                           MOVE RULES-STATUTORY-WEEKS
                                TO WS-STATUTORY-WEEKS
                       ELSE
                           DISPLAY 'STATUTORY WEEKS NOT VALID, USING '
                                   'DEFAULT: ' RULES-STATUTORY-WEEKS
                       END-IF
               END-READ
               CLOSE RULES-FILE
           END-IF.
           DISPLAY 'COMBINED IMPAIRMENT THRESHOLD PCT: '
                   WS-THRESHOLD-PCT.
           DISPLAY 'STATUTORY PERIOD WEEKS:            '
                   WS-STATUTORY-WEEKS.

           MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-COLUMNS TO REPORT-LINE.
           WRITE REPORT-LINE.

       200-LOAD-CLAIMS.
      *----------------------------------------------------------------*
      * LOAD THE CLAIM MASTER INTO THE MATCH TABLE                     *
      *----------------------------------------------------------------*
           PERFORM UNTIL CLM-END-OF-FILE
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       SET CLM-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLAIMS-READ
                       IF WS-CLAIM-TABLE-COUNT >= 1000
                           DISPLAY 'CLAIM TABLE FULL, SCAN '
                                   'INCOMPLETE: ' CLAIM-ID
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           PERFORM 210-LOAD-ONE-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'CLAIMS LOADED: ' WS-CLAIM-TABLE-COUNT.

       210-LOAD-ONE-CLAIM.
      *----------------------------------------------------------------*
      * LOAD ONE CLAIM INTO THE MATCH TABLE                            *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CLAIM-TABLE-COUNT.
           MOVE CLAIM-ID    TO WS-CT-CLAIM-ID (WS-CLAIM-TABLE-COUNT).
           MOVE CLAIMANT-ID TO WS-CT-CLAIMANT (WS-CLAIM-TABLE-COUNT).
           MOVE CLAIM-DATE  TO WS-CT-CLAIM-DATE
                               (WS-CLAIM-TABLE-COUNT).
           MOVE CLAIM-TYPE  TO WS-CT-TYPE (WS-CLAIM-TABLE-COUNT).
           MOVE CLAIM-STATUS
                            TO WS-CT-STATUS (WS-CLAIM-TABLE-COUNT).
           MOVE DISABILITY-PCT
                            TO WS-CT-DISAB (WS-CLAIM-TABLE-COUNT).
           MOVE TOTAL-PENSION
                            TO WS-CT-PENSION (WS-CLAIM-TABLE-COUNT).
           MOVE ZERO        TO WS-CT-PAID (WS-CLAIM-TABLE-COUNT).

       250-LOAD-BENEFITS-PAID.
      *----------------------------------------------------------------*
      * ADD EVERY BENEFIT PAYMENT ON THE PAYMENT HISTORY TO ITS CLAIM. *
      * THE FUND REIMBURSES BENEFITS ONLY: PROVIDER INVOICES (9996),   *
      * LATE-PAYMENT INTEREST (9997) AND COST REIMBURSEMENTS (9998)    *
      * ARE PASSED OVER, AND A PAYMENT THE BANK RETURNED NEVER         *
      * REACHED THE CLAIMANT. NO HISTORY MEANS NOTHING PAID YET.       *
      *----------------------------------------------------------------*
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF HIST-STATUS NOT = '00'
               DISPLAY 'NO PAYMENT HISTORY, NO BENEFITS PAID: '
                       HIST-STATUS
           ELSE
               PERFORM UNTIL HIST-END-OF-FILE
                   READ PAYMENT-HISTORY-FILE
                       AT END
                           SET HIST-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE PAYMENT-HISTORY-LINE (18:4)
                                TO WS-HIST-SEQ
                           IF PAYMENT-HISTORY-LINE (93:5) NOT = ' RTN='
                              AND WS-HIST-SEQ NOT = '9996'
                              AND WS-HIST-SEQ NOT = '9997'
                              AND WS-HIST-SEQ NOT = '9998'
                               PERFORM 260-ADD-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       260-ADD-ONE-PAYMENT.
      *----------------------------------------------------------------*
      * DE-EDIT ONE PAYMENT AND ADD IT TO ITS CLAIM IN THE TABLE       *
      *----------------------------------------------------------------*
           MOVE PAYMENT-HISTORY-LINE (1:12)  TO WS-HIST-CLAIM-ID.
           MOVE PAYMENT-HISTORY-LINE (44:13) TO WS-HIST-AMOUNT-EDIT.
           MOVE WS-HIST-AMOUNT-EDIT (1:2)  TO WS-AD-MILLIONS.
           MOVE WS-HIST-AMOUNT-EDIT (4:3)  TO WS-AD-THOUSANDS.
           MOVE WS-HIST-AMOUNT-EDIT (8:3)  TO WS-AD-UNITS.
           MOVE WS-HIST-AMOUNT-EDIT (12:2) TO WS-AD-CENTS.
           INSPECT WS-AMOUNT-DEEDIT REPLACING ALL ' ' BY '0'.

           SET WS-CT-IDX TO 1.
           SEARCH WS-CT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CT-IDX > WS-CLAIM-TABLE-COUNT
                   CONTINUE
               WHEN WS-CT-CLAIM-ID (WS-CT-IDX) = WS-HIST-CLAIM-ID
                   ADD WS-AMOUNT-NUMERIC TO WS-CT-PAID (WS-CT-IDX)
           END-SEARCH.

       300-SCAN-CLAIMS.
      *----------------------------------------------------------------*
      * MATCH EVERY IN-FORCE CLAIM WITH A KNOWN CLAIMANT               *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-SUB-1.
           PERFORM UNTIL WS-SUB-1 > WS-CLAIM-TABLE-COUNT
               IF WS-CT-STATUS (WS-SUB-1) NOT = 'T'
                  AND WS-CT-CLAIMANT (WS-SUB-1) NOT = SPACES
                   PERFORM 310-MATCH-PRIOR-IMPAIRMENT
               END-IF
               ADD 1 TO WS-SUB-1
           END-PERFORM.

       310-MATCH-PRIOR-IMPAIRMENT.
      *----------------------------------------------------------------*
      * FIND THE CLAIMANT'S EARLIER PERMANENT CLAIM (PP OR PT) WITH A  *
      * DISABILITY PERCENTAGE -- THE LARGEST, WHERE THERE ARE SEVERAL  *
      * -- AND TEST THE COMBINED IMPAIRMENT AGAINST THE THRESHOLD.     *
      * THE COMBINED FIGURE NEVER EXCEEDS A WHOLE PERSON (100%).       *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-PRIOR-SUB.
           MOVE 1 TO WS-SUB-2.
           PERFORM UNTIL WS-SUB-2 > WS-CLAIM-TABLE-COUNT
               IF WS-SUB-2 NOT = WS-SUB-1
                  AND WS-CT-CLAIMANT (WS-SUB-2)
                          = WS-CT-CLAIMANT (WS-SUB-1)
                  AND WS-CT-CLAIM-DATE (WS-SUB-2)
                          < WS-CT-CLAIM-DATE (WS-SUB-1)
                  AND WS-CT-PERMANENT (WS-SUB-2)
                  AND WS-CT-DISAB (WS-SUB-2) > 0
                   IF WS-PRIOR-SUB = ZERO
                       MOVE WS-SUB-2 TO WS-PRIOR-SUB
                   ELSE
                       IF WS-CT-DISAB (WS-SUB-2)
                              > WS-CT-DISAB (WS-PRIOR-SUB)
                           MOVE WS-SUB-2 TO WS-PRIOR-SUB
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-SUB-2
           END-PERFORM.

           IF WS-PRIOR-SUB > ZERO
               ADD 1 TO WS-PRIOR-MATCHES
               IF WS-CT-DISAB (WS-PRIOR-SUB) + WS-CT-DISAB (WS-SUB-1)
                      > 100
                   MOVE 100 TO WS-COMBINED-PCT
               ELSE
                   COMPUTE WS-COMBINED-PCT =
                           WS-CT-DISAB (WS-PRIOR-SUB)
                         + WS-CT-DISAB (WS-SUB-1)
               END-IF
               IF WS-COMBINED-PCT < WS-THRESHOLD-PCT
                   ADD 1 TO WS-BELOW-THRESHOLD
               ELSE
                   PERFORM 320-DERIVE-FUND-FIGURES
                   PERFORM 330-UPDATE-FUND-RECORD
               END-IF
           END-IF.

       320-DERIVE-FUND-FIGURES.
      *----------------------------------------------------------------*
      * DERIVE THE WEEKS PAID AND THE AMOUNT REIMBURSABLE. THE WEEKLY  *
      * RATE IS THE CLAIM'S ANNUAL PENSION OVER 52 WEEKS; WEEKS PAID   *
      * IS THE BENEFITS PAID TO DATE AT THAT RATE, AND WHATEVER HAS    *
      * BEEN PAID PAST THE STATUTORY PERIOD IS REIMBURSABLE.           *
      *----------------------------------------------------------------*
           COMPUTE WS-WEEKLY-RATE ROUNDED =
                   WS-CT-PENSION (WS-SUB-1) / WS-WEEKS-IN-YEAR.
           IF WS-WEEKLY-RATE > 0
               COMPUTE WS-WEEKS-PAID =
                       WS-CT-PAID (WS-SUB-1) / WS-WEEKLY-RATE
           ELSE
               MOVE ZERO TO WS-WEEKS-PAID
           END-IF.
           COMPUTE WS-STATUTORY-AMOUNT =
                   WS-STATUTORY-WEEKS * WS-WEEKLY-RATE.
           COMPUTE WS-REIMBURSABLE =
                   WS-CT-PAID (WS-SUB-1) - WS-STATUTORY-AMOUNT.
           IF WS-REIMBURSABLE < 0
               MOVE ZERO TO WS-REIMBURSABLE
           END-IF.

       330-UPDATE-FUND-RECORD.
      *----------------------------------------------------------------*
      * ADD A NEWLY QUALIFYING CLAIM TO THE FUND FILE AS PENDING, OR   *
      * REFRESH THE FIGURES ON A RECORD THE FUND STILL HAS OPEN. A     *
      * DENIED, WITHDRAWN OR CLOSED RECORD IS LEFT AS IT STANDS.       *
      *----------------------------------------------------------------*
           MOVE WS-CT-CLAIM-ID (WS-SUB-1) TO SIF-CLAIM-ID.
           READ SIF-FILE
               INVALID KEY
                   INITIALIZE SIF-RECORD
                   MOVE WS-CT-CLAIM-ID (WS-SUB-1) TO SIF-CLAIM-ID
                   MOVE 'P' TO SIF-STATUS
                   MOVE WS-CT-CLAIMANT (WS-SUB-1) TO SIF-CLAIMANT-ID
                   MOVE WS-CT-CLAIM-ID (WS-PRIOR-SUB)
                        TO SIF-PRIOR-CLAIM-ID
                   MOVE WS-CT-DISAB (WS-PRIOR-SUB) TO SIF-PRIOR-PCT
                   MOVE WS-RUN-DATE TO SIF-IDENTIFIED-DATE
                   PERFORM 340-REFRESH-FUND-FIGURES
                   WRITE SIF-RECORD
                       INVALID KEY
                           DISPLAY 'FUND RECORD WRITE FAILED: '
                                   SIF-CLAIM-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-NEWLY-IDENTIFIED
                   END-WRITE
               NOT INVALID KEY
                   IF SIF-STATUS = 'P' OR 'F' OR 'A'
                       PERFORM 340-REFRESH-FUND-FIGURES
                       REWRITE SIF-RECORD
                           INVALID KEY
                               DISPLAY 'FUND RECORD REWRITE FAILED: '
                                       SIF-CLAIM-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-RECORDS-REFRESHED
                       END-REWRITE
                   END-IF
           END-READ.

       340-REFRESH-FUND-FIGURES.
      *----------------------------------------------------------------*
      * CARRY THIS RUN'S FIGURES ONTO THE FUND RECORD, THEN:           *
      * - A PENDING CLAIM WHOSE WEEKS PAID HAVE REACHED THE STATUTORY  *
      *   PERIOD IS FILED WITH THE FUND, FOR EVERYTHING REIMBURSABLE   *
      *   SO FAR                                                       *
      * - AN ACCEPTED CLAIM IS BILLED FOR WHATEVER HAS BECOME          *
      *   REIMBURSABLE SINCE ITS LAST REQUEST                          *
      * A FILED CLAIM WAITS FOR THE FUND'S DECISION.                   *
      *----------------------------------------------------------------*
           MOVE WS-CT-DISAB (WS-SUB-1) TO SIF-CURRENT-PCT.
           MOVE WS-COMBINED-PCT        TO SIF-COMBINED-PCT.
           MOVE WS-STATUTORY-WEEKS     TO SIF-STATUTORY-WEEKS.
           MOVE WS-WEEKLY-RATE         TO SIF-WEEKLY-RATE.
           MOVE WS-WEEKS-PAID          TO SIF-WEEKS-PAID.
           MOVE WS-CT-PAID (WS-SUB-1)  TO SIF-PAID-TO-DATE.
           MOVE WS-REIMBURSABLE        TO SIF-REIMBURSABLE.

           IF SIF-STATUS = 'P'
              AND SIF-WEEKS-PAID >= SIF-STATUTORY-WEEKS
               MOVE 'I' TO WS-AP-TYPE
               MOVE SIF-REIMBURSABLE TO WS-REQUEST-AMOUNT
               PERFORM 350-WRITE-APPLICATION
               MOVE 'F' TO SIF-STATUS
               MOVE WS-RUN-DATE TO SIF-FILED-DATE
               MOVE SIF-REIMBURSABLE TO SIF-CLAIMED
               ADD 1 TO WS-APPLICATIONS-FILED
           END-IF.

           IF SIF-STATUS = 'A'
              AND SIF-REIMBURSABLE > SIF-CLAIMED
               MOVE 'S' TO WS-AP-TYPE
               COMPUTE WS-REQUEST-AMOUNT =
                       SIF-REIMBURSABLE - SIF-CLAIMED
               PERFORM 350-WRITE-APPLICATION
               MOVE SIF-REIMBURSABLE TO SIF-CLAIMED
               ADD 1 TO WS-SUPPLEMENTALS
           END-IF.

       350-WRITE-APPLICATION.
      *----------------------------------------------------------------*
      * WRITE ONE APPLICATION OR REIMBURSEMENT REQUEST FOR THE FUND    *
      *----------------------------------------------------------------*
           MOVE SIF-CLAIM-ID        TO WS-AP-CLAIM-ID.
           MOVE SIF-CLAIMANT-ID     TO WS-AP-CLAIMANT.
           MOVE SIF-PRIOR-CLAIM-ID  TO WS-AP-PRIOR-CLAIM.
           MOVE SIF-PRIOR-PCT       TO WS-AP-PRIOR-PCT.
           MOVE SIF-CURRENT-PCT     TO WS-AP-CURRENT-PCT.
           MOVE SIF-COMBINED-PCT    TO WS-AP-COMBINED-PCT.
           MOVE SIF-WEEKS-PAID      TO WS-AP-WEEKS-PAID.
           MOVE SIF-STATUTORY-WEEKS TO WS-AP-STATUTORY-WEEKS.
           MOVE SIF-PAID-TO-DATE    TO WS-AP-PAID.
           MOVE WS-REQUEST-AMOUNT   TO WS-AP-REQUEST.
           MOVE WS-RUN-DATE         TO WS-AP-DATE.
           MOVE WS-APPLICATION-DETAIL TO APPLICATION-LINE.
           WRITE APPLICATION-LINE.
           ADD WS-REQUEST-AMOUNT TO WS-TOTAL-REQUESTED.

       600-WRITE-INVENTORY-REPORT.
      *----------------------------------------------------------------*
      * PRINT EVERY FUND RECORD IN CLAIM ORDER WITH WHAT IS STILL DUE  *
      * FROM THE FUND -- CLAIMED LESS RECEIVED -- AND THE TOTALS       *
      *----------------------------------------------------------------*
           MOVE LOW-VALUES TO SIF-CLAIM-ID.
           START SIF-FILE KEY IS GREATER THAN SIF-CLAIM-ID
               INVALID KEY
                   SET SIF-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL SIF-END-OF-FILE
               READ SIF-FILE NEXT RECORD
                   AT END
                       SET SIF-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 610-REPORT-ONE-RECORD
               END-READ
           END-PERFORM.

           MOVE WS-INV-REIMBURSABLE TO WS-RT-REIMBURSABLE.
           MOVE WS-INV-CLAIMED      TO WS-RT-CLAIMED.
           MOVE WS-INV-RECEIVED     TO WS-RT-RECEIVED.
           MOVE WS-INV-DUE          TO WS-RT-DUE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       610-REPORT-ONE-RECORD.
      *----------------------------------------------------------------*
      * PRINT ONE FUND RECORD. NOTHING MORE IS DUE ON A DENIED,        *
      * WITHDRAWN OR CLOSED RECORD.                                    *
      *----------------------------------------------------------------*
           ADD 1 TO WS-RECORDS-REPORTED.
           COMPUTE WS-DUE-AMOUNT = SIF-CLAIMED - SIF-RECEIVED.
           IF WS-DUE-AMOUNT < 0
              OR SIF-STATUS = 'D' OR 'W' OR 'C'
               MOVE ZERO TO WS-DUE-AMOUNT
           END-IF.

           MOVE SIF-CLAIM-ID        TO WS-RD-CLAIM-ID.
           MOVE SIF-STATUS          TO WS-RD-STATUS.
           MOVE SIF-PRIOR-CLAIM-ID  TO WS-RD-PRIOR-CLAIM.
           MOVE SIF-COMBINED-PCT    TO WS-RD-COMBINED-PCT.
           MOVE SIF-WEEKS-PAID      TO WS-RD-WEEKS-PAID.
           MOVE SIF-STATUTORY-WEEKS TO WS-RD-STATUTORY-WEEKS.
           MOVE SIF-REIMBURSABLE    TO WS-RD-REIMBURSABLE.
           MOVE SIF-CLAIMED         TO WS-RD-CLAIMED.
           MOVE SIF-RECEIVED        TO WS-RD-RECEIVED.
           MOVE WS-DUE-AMOUNT       TO WS-RD-DUE.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           ADD SIF-REIMBURSABLE TO WS-INV-REIMBURSABLE.
           ADD SIF-CLAIMED      TO WS-INV-CLAIMED.
           ADD SIF-RECEIVED     TO WS-INV-RECEIVED.
           ADD WS-DUE-AMOUNT    TO WS-INV-DUE.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'SIFSCAN RUN CONTROL TOTALS'.
           DISPLAY 'CLAIMS READ:           ' WS-CLAIMS-READ.
           DISPLAY 'PRIOR IMPAIRMENTS:     ' WS-PRIOR-MATCHES.
           DISPLAY 'BELOW THRESHOLD:       ' WS-BELOW-THRESHOLD.
           DISPLAY 'NEWLY IDENTIFIED:      ' WS-NEWLY-IDENTIFIED.
           DISPLAY 'RECORDS REFRESHED:     ' WS-RECORDS-REFRESHED.
           DISPLAY 'APPLICATIONS FILED:    ' WS-APPLICATIONS-FILED.
           DISPLAY 'SUPPLEMENTAL REQUESTS: ' WS-SUPPLEMENTALS.
           DISPLAY 'AMOUNT REQUESTED:      ' WS-TOTAL-REQUESTED.
           DISPLAY 'FUND RECORDS REPORTED: ' WS-RECORDS-REPORTED.
           DISPLAY 'DUE FROM FUND:         ' WS-INV-DUE.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE CLAIM-FILE
                 SIF-FILE
                 APPLICATION-FILE
                 SIF-REPORT.

           STOP RUN.
