       01 MAINT-LOG-LINE           PIC X(120).

       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-LINE         PIC X(300).

       FD POLICY-FILE.
       01 POLICY-RECORD.
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

       FD INDUSTRY-RISK-FILE.
       01 INDUSTRY-RISK-RECORD.
          05 WS-PT-GEO-REGION-CODE PIC X(3).
          05 WS-PT-EMR-VALUE       PIC 9V999.
          05 WS-PT-SAFETY-RATING   PIC 9(1).
      * Up to four payroll classes may follow the safety rating, each
      * as class code, estimated annual payroll, rate per 100. A
      * change carrying no classes leaves the policy's classes as
      * they stand.
          05 WS-PT-CLASS-ENTRY OCCURS 4 TIMES.
             10 WS-PT-CLASS-CODE   PIC X(4).
             10 WS-PT-EST-PAYROLL  PIC 9(9)V99.
             10 WS-PT-RATE-PER-100 PIC 9(2)V9999.
      * The per-claim deductible and aggregate deductible cap follow
      * the fourth class group. A change that stops short of them
      * leaves the policy's deductible terms as they stand.
          05 WS-PT-CLAIM-DEDUCTIBLE PIC 9(7)V99.
          05 WS-PT-AGG-DEDUCT-CAP  PIC 9(9)V99.

       01 WS-DEDUCT-COUNT          PIC 9(3) COMP.

       01 WS-CLASS-SUB             PIC 9(1) COMP.

       01 WS-INDUSTRY-TRAN-FIELDS.
          05 WS-IT-INDUSTRY-CODE   PIC X(4).
          05 WS-LOG-TEXT           PIC X(60).

      * Before/after record images for the audit trail. The widest
      * record under maintenance (POLICY-RECORD) is 229 bytes, so 240
      * covers all three with headroom. An ADD has no before image
      * and a DELETE no after image; those sides carry a marker.
       01 WS-AUDIT-DETAIL.
          05 WS-AUD-RUN-DATE       PIC 9(8).
          05 WS-BEFORE-IMAGE       PIC X(240).
          05 WS-AFTER-IMAGE        PIC X(240).

       01 WS-CONTROL-TOTALS.
          05 WS-TRANS-READ         PIC 9(5) COMP VALUE ZERO.

           EVALUATE TRUE
               WHEN TRAN-POLICY
                   INITIALIZE WS-POLICY-TRAN-FIELDS
                   MOVE ZERO TO WS-DEDUCT-COUNT
                   UNSTRING TRANSACTION-RECORD DELIMITED BY ','
                       INTO WS-PT-POLICY-NUMBER
                            WS-PT-CUSTOMER-ID
                            WS-PT-GEO-REGION-CODE
                            WS-PT-EMR-VALUE
                            WS-PT-SAFETY-RATING
                            WS-PT-CLASS-CODE (1)
                            WS-PT-EST-PAYROLL (1)
                            WS-PT-RATE-PER-100 (1)
                            WS-PT-CLASS-CODE (2)
                            WS-PT-EST-PAYROLL (2)
                            WS-PT-RATE-PER-100 (2)
                            WS-PT-CLASS-CODE (3)
                            WS-PT-EST-PAYROLL (3)
                            WS-PT-RATE-PER-100 (3)
                            WS-PT-CLASS-CODE (4)
                            WS-PT-EST-PAYROLL (4)
                            WS-PT-RATE-PER-100 (4)
                            WS-PT-CLAIM-DEDUCTIBLE
                                COUNT IN WS-DEDUCT-COUNT
                            WS-PT-AGG-DEDUCT-CAP
                       WITH POINTER WS-TRAN-PTR
                   END-UNSTRING
                   PERFORM 500-MAINTAIN-POLICY

           EVALUATE TRUE
               WHEN TRAN-ADD
                   MOVE SPACES TO POLICY-RECORD
                   MOVE WS-PT-POLICY-NUMBER TO POLICY-NUMBER
                   MOVE WS-PT-CUSTOMER-ID   TO CUSTOMER-ID
                   MOVE WS-PT-POLICY-TYPE   TO POLICY-TYPE
                                    TO GEO-REGION-CODE OF POLICY-RECORD
                   MOVE WS-PT-EMR-VALUE     TO EMR-VALUE
                   MOVE WS-PT-SAFETY-RATING TO SAFETY-PROG-RATING
                   PERFORM 510-MOVE-PAYROLL-CLASSES
                   MOVE ZERO TO PREM-AUDIT-DATE
                   MOVE ZERO TO AUDITED-PREMIUM
                   MOVE ZERO TO AUDIT-SURCHARGE
                   MOVE ZERO TO LAST-BILLED-PERIOD
                   MOVE ZERO TO TERM-PREMIUM-BILLED
                   MOVE WS-PT-CLAIM-DEDUCTIBLE TO PER-CLAIM-DEDUCTIBLE
                   MOVE WS-PT-AGG-DEDUCT-CAP   TO AGG-DEDUCTIBLE-CAP
                   WRITE POLICY-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-TRAN-REJECT-SW
                                    TO GEO-REGION-CODE OF POLICY-RECORD
                       MOVE WS-PT-EMR-VALUE     TO EMR-VALUE
                       MOVE WS-PT-SAFETY-RATING TO SAFETY-PROG-RATING
                       IF WS-PT-CLASS-CODE (1) NOT = SPACES
                           PERFORM 510-MOVE-PAYROLL-CLASSES
                       END-IF
                       IF WS-DEDUCT-COUNT > ZERO
                           MOVE WS-PT-CLAIM-DEDUCTIBLE
                                TO PER-CLAIM-DEDUCTIBLE
                           MOVE WS-PT-AGG-DEDUCT-CAP
                                TO AGG-DEDUCTIBLE-CAP
                       END-IF
                       REWRITE POLICY-RECORD
                       MOVE 'CHANGED' TO WS-LOG-TEXT
                       MOVE POLICY-RECORD TO WS-AFTER-IMAGE

           PERFORM 290-WRITE-LOG-RECORD.

       510-MOVE-PAYROLL-CLASSES.
      *----------------------------------------------------------------*
      * CARRY THE TRANSACTION'S PAYROLL CLASSES ONTO THE POLICY. THE   *
      * PREMIUM AUDIT PRICES EACH CLASS'S AUDITED PAYROLL AT THE RATE  *
      * PER 100 HELD HERE. UNUSED CLASS SLOTS ARE CLEARED.             *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-CLASS-SUB.
           PERFORM UNTIL WS-CLASS-SUB > 4
               MOVE WS-PT-CLASS-CODE (WS-CLASS-SUB)
                    TO PAYROLL-CLASS-CODE (WS-CLASS-SUB)
               MOVE WS-PT-EST-PAYROLL (WS-CLASS-SUB)
                    TO EST-ANNUAL-PAYROLL (WS-CLASS-SUB)
               MOVE WS-PT-RATE-PER-100 (WS-CLASS-SUB)
                    TO RATE-PER-100 (WS-CLASS-SUB)
               ADD 1 TO WS-CLASS-SUB
           END-PERFORM.

       600-MAINTAIN-INDUSTRY.
      *----------------------------------------------------------------*
      * APPLY AN ADD/CHANGE/DELETE TRANSACTION AGAINST INDFILE         *
