      * FILE DEFINITIONS:                                              *
      * - POLICY-FILE: The same reference file PENSCLM reads and       *
      *                REFMAINT maintains, read front to back here     *
      *                and rewritten with the last month billed and    *
      *                the premium billed for the term so far          *
      * - BILL-MONTH-FILE: Optional run-control file naming the        *
      *                    billing month (CCYYMM); absent, the         *
      *                    current system month is billed              *
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

       FD BILL-MONTH-FILE.
       01 BILL-MONTH-LINE          PIC X(6).
       01 WS-BILL-MONTH.
          05 WS-BILL-CCYY          PIC 9(4).
          05 WS-BILL-MM            PIC 9(2).
       01 WS-BILL-PERIOD REDEFINES WS-BILL-MONTH PIC 9(6).
       01 WS-BILL-DATE.
          05 WS-BD-CCYY            PIC 9(4).
          05 WS-BD-MM              PIC 9(2).
             10 WS-BE-PREMIUM      PIC 9(6)V99.
             10 WS-BE-BILLED-SW    PIC X(1).

      * Billed-to-date tracking. A policy never billed since the
      * tracking fields were carved from the record's reserve is
      * credited with every month of its term before this one, as
      * the billing run would have found it in force.
       01 WS-TERM-START             PIC 9(8).
       01 WS-TERM-START-PARTS REDEFINES WS-TERM-START.
          05 WS-TS-CCYY             PIC 9(4).
          05 WS-TS-MM               PIC 9(2).
          05 WS-TS-DD               PIC 9(2).
       01 WS-PRIOR-MONTHS           PIC S9(5) COMP.

       01 WS-GROUPING-FIELDS.
          05 WS-BILL-SUB           PIC 9(4) COMP.
          05 WS-GROUP-SUB          PIC 9(4) COMP.
           MOVE WS-BILL-MM   TO WS-BD-MM.
           MOVE 01           TO WS-BD-DD.

           OPEN I-O POLICY-FILE.
           IF POL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POLICY FILE: ' POL-STATUS
              PERFORM 900-TERMINATION
               MOVE MONTHLY-PREMIUM TO
                    WS-BE-PREMIUM (WS-BILLING-TABLE-COUNT)
               MOVE 'N' TO WS-BE-BILLED-SW (WS-BILLING-TABLE-COUNT)
               PERFORM 215-RECORD-BILLED-MONTH
           END-IF.

       215-RECORD-BILLED-MONTH.
      *----------------------------------------------------------------*
      * RECORD THE MONTH ON THE POLICY AND ADD ITS PREMIUM TO THE      *
      * TERM'S BILLED-TO-DATE FIGURE, WHICH THE ENDORSEMENT RUN PRO-   *
      * RATES AGAINST AND THE PREMIUM AUDIT TRUES UP. A LAST MONTH     *
      * BILLED BEFORE THE TERM STARTED MEANS A NEW TERM, SO THE FIGURE *
      * STARTS AGAIN. A RERUN FOR A MONTH ALREADY RECORDED CHANGES     *
      * NOTHING.                                                       *
      *----------------------------------------------------------------*
           MOVE START-DATE TO WS-TERM-START.
           IF LAST-BILLED-PERIOD NOT NUMERIC
              OR TERM-PREMIUM-BILLED NOT NUMERIC
               COMPUTE WS-PRIOR-MONTHS =
                       (WS-BILL-CCYY * 12 + WS-BILL-MM)
                     - (WS-TS-CCYY * 12 + WS-TS-MM)
               IF WS-TS-DD > 1
                   SUBTRACT 1 FROM WS-PRIOR-MONTHS
               END-IF
               IF WS-PRIOR-MONTHS < 0
                   MOVE ZERO TO WS-PRIOR-MONTHS
               END-IF
               COMPUTE TERM-PREMIUM-BILLED =
                       MONTHLY-PREMIUM * WS-PRIOR-MONTHS
               MOVE ZERO TO LAST-BILLED-PERIOD
           ELSE
               IF LAST-BILLED-PERIOD > 0
                  AND LAST-BILLED-PERIOD < WS-TERM-START (1:6)
                   MOVE ZERO TO TERM-PREMIUM-BILLED
                   MOVE ZERO TO LAST-BILLED-PERIOD
               END-IF
           END-IF.

           IF WS-BILL-PERIOD > LAST-BILLED-PERIOD
               ADD MONTHLY-PREMIUM TO TERM-PREMIUM-BILLED
               MOVE WS-BILL-PERIOD TO LAST-BILLED-PERIOD
               REWRITE POLICY-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO RECORD MONTH BILLED: '
                               POLICY-NUMBER
               END-REWRITE
           END-IF.

       300-GENERATE-INVOICES.
