       310-MATCH-HISTORY-LINE.
      *----------------------------------------------------------------*
      * MATCH ONE HISTORY RECORD AGAINST THE CANCEL TABLE BY CLAIM,    *
      * SEQUENCE AND DEPENDENT. AN ATTORNEY FEE (DEP=AF) OR ORDER      *
      * DEDUCTION (DEP=WO) LINE IS PART OF THE CLAIMANT'S PAYMENT.     *
      *----------------------------------------------------------------*
           IF PAYMENT-HISTORY-LINE (129:6) = ' OVP=Y'
              OR PAYMENT-HISTORY-LINE (93:5) = ' RTN='
               MOVE PAYMENT-HISTORY-LINE (62:2)  TO WS-HIST-DEP-SEQ
               MOVE PAYMENT-HISTORY-LINE (44:13)
                    TO WS-HIST-AMOUNT-EDIT
               IF WS-HIST-DEP-SEQ = 'AF' OR WS-HIST-DEP-SEQ = 'WO'
                   MOVE '00' TO WS-HIST-DEP-SEQ
               END-IF
               SET WS-CAN-IDX TO 1
               SEARCH WS-CAN-ENTRY
                   AT END
