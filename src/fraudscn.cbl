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

       FD PAYEE-FILE.
       01 PAYEE-RECORD.
       250-COUNT-BANK-RETURNS.
      *----------------------------------------------------------------*
      * COUNT THE BANK-RETURN MARKERS ON EACH CLAIM'S PAYMENT          *
      * HISTORY (A STALE-DATE MARKER IS NOT A BANK RETURN)             *
      *----------------------------------------------------------------*
           IF HIST-STATUS NOT = '00'
               CONTINUE
                           SET HIST-END-OF-FILE TO TRUE
                       NOT AT END
                           IF PAYMENT-HISTORY-LINE (93:5) = ' RTN='
                            AND PAYMENT-HISTORY-LINE (98:3) NOT = 'STL'
                               MOVE PAYMENT-HISTORY-LINE (1:12)
                                    TO WS-HIST-CLAIM-ID
                               PERFORM 260-ROLL-ONE-RETURN
