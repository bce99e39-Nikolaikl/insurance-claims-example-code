      *                 run; absent on a first-ever run               *
      * - INVOICE-FILE: The billing run's invoice file; each detail   *
      *                 line not yet on the open-item file opens one  *
      *                 (premium audit adjustments carry a type: a    *
      *                 return-premium credit is held, not opened)    *
      * - REMIT-FILE: Incoming remittances, one per line:             *
      *               CUSTOMER-ID,POLICY-NUMBER,DATE,AMOUNT           *
      * - AR-NEW-FILE: The revised open-item file, swapped in by the  *
      *   COLS 40-47  ' BILLED='   COLS 48-56  BILLED (IMPLIED 2 DEC)  *
      *   COLS 57-65  ' APPLIED='  COLS 66-74  APPLIED (IMPLIED 2 DEC) *
      *   COLS 75-80  ' STAT='     COL  81     O OPEN / P PAID /       *
      *                                        U UNAPPLIED CASH OR     *
      *                                          CREDIT HELD           *
      *   COLS 82-86  ' TYP='      COL  87     BLANK MONTHLY BILLING / *
      *                                        A ADDITIONAL PREMIUM /  *
      *                                        R RETURN-PREMIUM CREDIT *
      *                                        S AUDIT SURCHARGE /     *
      *                                        E ENDORSEMENT PREMIUM / *
      *                                        C ENDORSEMENT RETURN    *
      *                                          CREDIT /              *
      *                                        F CANCELLATION FINAL    *
      *                                          BILL /                *
      *                                        Q CANCELLATION REFUND / *
      *                                        D DEDUCTIBLE            *
      *                                          REIMBURSEMENT         *
      *----------------------------------------------------------------*
       FD AR-OPEN-FILE.
       01 AR-OPEN-LINE             PIC X(90).
             10 WS-AR-BILLED       PIC 9(7)V99.
             10 WS-AR-APPLIED      PIC 9(7)V99.
             10 WS-AR-STAT         PIC X(1).
             10 WS-AR-TYPE         PIC X(1).

      * Aging buckets per customer for the report.
       01 WS-AGE-TABLE-COUNT       PIC 9(4) COMP VALUE ZERO.
          05 WS-IN-POLICY          PIC X(10).
          05 WS-IN-PERIOD          PIC X(6).
          05 WS-IN-PREMIUM-EDIT    PIC X(10).
          05 WS-IN-TYPE            PIC X(1).
             88 IN-RETURN-CREDIT   VALUE 'R' 'C' 'Q'.
          05 WS-AMOUNT-DIGITS      PIC X(9).
          05 WS-AMOUNT-NUM REDEFINES WS-AMOUNT-DIGITS
                                   PIC 9(7)V99.
          05 WS-REMITS-APPLIED     PIC 9(5) COMP VALUE ZERO.
          05 WS-CASH-APPLIED       PIC 9(9)V99 VALUE ZERO.
          05 WS-CASH-UNAPPLIED     PIC 9(9)V99 VALUE ZERO.
          05 WS-CREDITS-HELD       PIC 9(5) COMP VALUE ZERO.
          05 WS-CREDIT-AMOUNT-HELD PIC 9(9)V99 VALUE ZERO.
          05 WS-TOTAL-OUTSTANDING  PIC 9(11)V99 VALUE ZERO.


                    TO WS-AR-APPLIED (WS-AR-TABLE-COUNT)
               MOVE AR-OPEN-LINE (81:1)
                    TO WS-AR-STAT (WS-AR-TABLE-COUNT)
               MOVE AR-OPEN-LINE (87:1)
                    TO WS-AR-TYPE (WS-AR-TABLE-COUNT)
           END-IF.

       250-INTAKE-INVOICES.
      *----------------------------------------------------------------*
      * INVOICE INTAKE PASS:                                           *
      * Every detail line on the billing run's invoice file that is    *
      * not already an open item (by customer, policy, period and      *
      * type) opens one. Customer total lines carry no policy and      *
      * pass by.                                                       *
      *----------------------------------------------------------------*
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS = '00'
           MOVE INVOICE-LINE (22:10) TO WS-IN-POLICY.
           MOVE INVOICE-LINE (40:6)  TO WS-IN-PERIOD.
           MOVE INVOICE-LINE (55:10) TO WS-IN-PREMIUM-EDIT.
           IF INVOICE-LINE (65:6) = ' TYPE='
               MOVE INVOICE-LINE (71:1) TO WS-IN-TYPE
           ELSE
               MOVE SPACE TO WS-IN-TYPE
           END-IF.

           SET WS-AR-IDX TO 1.
           SEARCH WS-AR-ENTRY
               WHEN WS-AR-CUSTOMER (WS-AR-IDX) = WS-IN-CUSTOMER
                AND WS-AR-POLICY (WS-AR-IDX) = WS-IN-POLICY
                AND WS-AR-PERIOD (WS-AR-IDX) = WS-IN-PERIOD
                AND WS-AR-TYPE (WS-AR-IDX) = WS-IN-TYPE
                   CONTINUE
           END-SEARCH.

       270-OPEN-NEW-ITEM.
      *----------------------------------------------------------------*
      * ADD ONE NEW OPEN ITEM, DE-EDITING THE INVOICE PREMIUM. A       *
      * RETURN-PREMIUM CREDIT OFF THE PREMIUM AUDIT OR AN ENDORSEMENT  *
      * IS MONEY OWED TO THE CUSTOMER, SO LIKE UNAPPLIED CASH IT IS    *
      * HELD VISIBLE RATHER THAN OPENED AS A RECEIVABLE.               *
      *----------------------------------------------------------------*
           IF WS-AR-TABLE-COUNT >= 2000
               DISPLAY 'OPEN-ITEM TABLE FULL, INVOICE DROPPED: '
                    TO WS-AR-POLICY (WS-AR-TABLE-COUNT)
               MOVE WS-IN-PERIOD
                    TO WS-AR-PERIOD (WS-AR-TABLE-COUNT)
               MOVE WS-IN-TYPE
                    TO WS-AR-TYPE (WS-AR-TABLE-COUNT)
               IF IN-RETURN-CREDIT
                   ADD 1 TO WS-CREDITS-HELD
                   ADD WS-PREMIUM-NUMERIC TO WS-CREDIT-AMOUNT-HELD
                   MOVE ZERO TO WS-AR-BILLED (WS-AR-TABLE-COUNT)
                   MOVE WS-PREMIUM-NUMERIC
                        TO WS-AR-APPLIED (WS-AR-TABLE-COUNT)
                   MOVE 'U'  TO WS-AR-STAT (WS-AR-TABLE-COUNT)
               ELSE
                   MOVE WS-PREMIUM-NUMERIC
                        TO WS-AR-BILLED (WS-AR-TABLE-COUNT)
                   MOVE ZERO TO WS-AR-APPLIED (WS-AR-TABLE-COUNT)
                   MOVE 'O'  TO WS-AR-STAT (WS-AR-TABLE-COUNT)
               END-IF
           END-IF.

       300-APPLY-REMITTANCES.
               MOVE WS-RM-REMAINING
                    TO WS-AR-APPLIED (WS-AR-TABLE-COUNT)
               MOVE 'U'  TO WS-AR-STAT (WS-AR-TABLE-COUNT)
               MOVE SPACE TO WS-AR-TYPE (WS-AR-TABLE-COUNT)
           END-IF.

       400-REWRITE-OPEN-ITEMS.
               MOVE WS-AMOUNT-DIGITS TO AR-NEW-LINE (66:9)
               MOVE ' STAT='  TO AR-NEW-LINE (75:6)
               MOVE WS-AR-STAT (WS-AR-SUB) TO AR-NEW-LINE (81:1)
               MOVE ' TYP='   TO AR-NEW-LINE (82:5)
               MOVE WS-AR-TYPE (WS-AR-SUB) TO AR-NEW-LINE (87:1)
               WRITE AR-NEW-LINE
               ADD 1 TO WS-AR-SUB
           END-PERFORM.
           DISPLAY 'REMITTANCES APPLIED: ' WS-REMITS-APPLIED.
           DISPLAY 'CASH APPLIED:        ' WS-CASH-APPLIED.
           DISPLAY 'CASH UNAPPLIED:      ' WS-CASH-UNAPPLIED.
           DISPLAY 'CREDITS HELD:        ' WS-CREDITS-HELD.
           DISPLAY 'CREDIT AMOUNT HELD:  ' WS-CREDIT-AMOUNT-HELD.
           DISPLAY 'TOTAL OUTSTANDING:   ' WS-TOTAL-OUTSTANDING.
           DISPLAY '===================================='.

