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
       
       WORKING-STORAGE SECTION.
       01 POL-STATUS               PIC X(2).
      * ADD SAMPLE POLICY RECORDS
           
      * Policy 1 - Construction industry with high risk
           MOVE SPACES TO POLICY-RECORD.
           INITIALIZE POLICY-RECORD.
           MOVE 'POL7890123' TO POLICY-NUMBER.
           MOVE 'CUST1234' TO CUSTOMER-ID.
           MOVE 'WC' TO POLICY-TYPE.
           MOVE 'NE1' TO GEO-REGION-CODE.
           MOVE 1.145 TO EMR-VALUE.
           MOVE 3 TO SAFETY-PROG-RATING.
           MOVE 'CONS' TO PAYROLL-CLASS-CODE (1).
           MOVE 001500000.00 TO EST-ANNUAL-PAYROLL (1).
           MOVE 2.0000 TO RATE-PER-100 (1).
           MOVE 'OFFI' TO PAYROLL-CLASS-CODE (2).
           MOVE 000200000.00 TO EST-ANNUAL-PAYROLL (2).
           MOVE 0.2500 TO RATE-PER-100 (2).
           
           WRITE POLICY-RECORD.
           DISPLAY 'POLICY RECORD 1 WRITTEN: ' POLICY-NUMBER.
           
      * Policy 2 - Manufacturing industry with medium risk
           MOVE SPACES TO POLICY-RECORD.
           INITIALIZE POLICY-RECORD.
           MOVE 'POL7890124' TO POLICY-NUMBER.
           MOVE 'CUST1235' TO CUSTOMER-ID.
           MOVE 'WC' TO POLICY-TYPE.
           MOVE 'MW2' TO GEO-REGION-CODE.
           MOVE 1.050 TO EMR-VALUE.
           MOVE 4 TO SAFETY-PROG-RATING.
           MOVE 'MANU' TO PAYROLL-CLASS-CODE (1).
           MOVE 001200000.00 TO EST-ANNUAL-PAYROLL (1).
           MOVE 1.6500 TO RATE-PER-100 (1).
           
           WRITE POLICY-RECORD.
           DISPLAY 'POLICY RECORD 2 WRITTEN: ' POLICY-NUMBER.
           
      * Policy 3 - Office work with low risk
           MOVE SPACES TO POLICY-RECORD.
           INITIALIZE POLICY-RECORD.
           MOVE 'POL7890125' TO POLICY-NUMBER.
           MOVE 'CUST1236' TO CUSTOMER-ID.
           MOVE 'WC' TO POLICY-TYPE.
           MOVE 'SE3' TO GEO-REGION-CODE.
           MOVE 0.925 TO EMR-VALUE.
           MOVE 5 TO SAFETY-PROG-RATING.
           MOVE 'OFFI' TO PAYROLL-CLASS-CODE (1).
           MOVE 004000000.00 TO EST-ANNUAL-PAYROLL (1).
           MOVE 0.2500 TO RATE-PER-100 (1).
           
           WRITE POLICY-RECORD.
           DISPLAY 'POLICY RECORD 3 WRITTEN: ' POLICY-NUMBER.
