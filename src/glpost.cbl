      * PURPOSE:  GENERAL-LEDGER POSTING EXTRACT. FINANCE RE-KEYS      *
      *           OUR OUTPUTS INTO THE GL BY HAND: BENEFIT PAYMENTS    *
      *           FROM THE BANK FILE, PREMIUM BILLING FROM THE         *
      *           INVOICE FILE, RESERVE MOVEMENTS FROM THE VALUATION,  *
      *           THIRD-PARTY RECOVERIES FROM THE SUBROGATION RUN,     *
      *           STALE-DATED CHECKS MOVED TO UNCLAIMED FUNDS AND      *
      *           UNCLAIMED FUNDS REMITTED TO THE STATE.               *
      *           THIS RUN APPLIES A POSTING RULES FILE (ONE DEBIT     *
      *           AND CREDIT ACCOUNT PER EVENT TYPE) TO THE DAY'S      *
      *           ACTIVITY AND PRODUCES A BALANCED JOURNAL FILE --     *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. POSTING RULES LOAD                                          *
      * 5. EVENT PASSES (PAYMENTS, BILLING, RESERVE MOVEMENTS,         *
      *    SUBROGATION RECOVERIES, UNCLAIMED FUNDS, ESCHEATMENTS)      *
      * 6. JOURNAL BALANCE AND POSTING REGISTER                        *
      * 7. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*
      * - RULES-FILE: Posting rules, one line per event type:          *
      *   EVENT,DEBIT-ACCOUNT,CREDIT-ACCOUNT. EVENT TYPES: BENPAY      *
      *   (BENEFIT PAYMENT), PREMBILL (PREMIUM BILLED), RESINCR /      *
      *   RESDECR (RESERVE MOVEMENT UP / DOWN), SUBRREC (THIRD-PARTY   *
      *   RECOVERY RETAINED AGAINST OUR LIEN), UNCLAIM (STALE-DATED    *
      *   CHECK VOIDED TO THE UNCLAIMED FUNDS LIABILITY), ESCHEAT      *
      *   (UNCLAIMED FUNDS REMITTED TO THE STATE)                      *
      * - BANK-PAYMENT-FILE: The day's disbursements                   *
      * - INVOICE-FILE: The day's billing                              *
      * - MOVEMENT-FILE: The valuation's reserve movements             *
      * - RECOVERY-EVENT-FILE: The day's retained subrogation          *
      *   recoveries (SUBRMNT)                                         *
      * - UNCLAIMED-EVENT-FILE: The run's stale-dated checks           *
      *   (CHKSTALE)                                                   *
      * - ESCHEAT-EVENT-FILE: The unclaimed funds reported and         *
      *   remitted on the holder report (ESCHRPT)                      *
      * - JOURNAL-FILE: The balanced journal, one debit and one        *
      *   credit line per event                                        *
      * - POSTING-REGISTER: Per-event-type totals and the batch        *
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVE-STATUS.

           SELECT RECOVERY-EVENT-FILE ASSIGN TO 'data/SUBREVT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECOV-STATUS.

           SELECT UNCLAIMED-EVENT-FILE ASSIGN TO 'data/UNCLEVT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UNCL-STATUS.

           SELECT ESCHEAT-EVENT-FILE ASSIGN TO 'data/ESCHEVT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESCH-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'data/GLJOURNAL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.
       01 RULES-LINE               PIC X(30).

       FD BANK-PAYMENT-FILE.
       01 BANK-PAYMENT-LINE        PIC X(100).

       FD INVOICE-FILE.
       01 INVOICE-LINE             PIC X(80).
       FD MOVEMENT-FILE.
       01 MOVEMENT-LINE            PIC X(40).

      * The recovery event line is fixed-format: cols 1-12 claim id,
      * cols 21-31 the retained amount digits (implied two decimals).
       FD RECOVERY-EVENT-FILE.
       01 RECOVERY-EVENT-LINE      PIC X(50).

      * The unclaimed funds and escheat event lines have the same
      * shape: cols 1-12 claim id, cols 21-31 the amount digits
      * (implied two decimals), cols 51-60 the check serial.
       FD UNCLAIMED-EVENT-FILE.
       01 UNCLAIMED-EVENT-LINE     PIC X(60).

       FD ESCHEAT-EVENT-FILE.
       01 ESCHEAT-EVENT-LINE       PIC X(60).

       FD JOURNAL-FILE.
       01 JOURNAL-LINE             PIC X(80).

          05 BANK-STATUS           PIC X(2).
          05 INVOICE-STATUS        PIC X(2).
          05 MOVE-STATUS           PIC X(2).
          05 RECOV-STATUS          PIC X(2).
          05 UNCL-STATUS           PIC X(2).
          05 ESCH-STATUS           PIC X(2).
          05 JOURNAL-STATUS        PIC X(2).
          05 REG-STATUS            PIC X(2).
          05 REJ-STATUS            PIC X(2).
             88 INV-END-OF-FILE    VALUE 'Y'.
          05 WS-MOVE-EOF-SW        PIC X(1) VALUE 'N'.
             88 MOVE-END-OF-FILE   VALUE 'Y'.
          05 WS-RECOV-EOF-SW       PIC X(1) VALUE 'N'.
             88 RECOV-END-OF-FILE  VALUE 'Y'.
          05 WS-UNCL-EOF-SW        PIC X(1) VALUE 'N'.
             88 UNCL-END-OF-FILE   VALUE 'Y'.
          05 WS-ESCH-EOF-SW        PIC X(1) VALUE 'N'.
             88 ESCH-END-OF-FILE   VALUE 'Y'.

       01 WS-RUN-DATE              PIC 9(8).

          05 WS-MV-AMOUNT-NUM REDEFINES WS-MV-AMOUNT
                                   PIC 9(9)V99.

       01 WS-RECOV-PARSE-FIELDS.
          05 WS-RV-AMOUNT          PIC X(11).
          05 WS-RV-AMOUNT-NUM REDEFINES WS-RV-AMOUNT
                                   PIC 9(9)V99.

       01 WS-EVENT-TOTALS.
          05 WS-ET-ENTRY OCCURS 20 TIMES.
             10 WS-ET-COUNT        PIC 9(7).
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Load the posting rules and open all files                  *
      * 2. Post the day's payments, billing, reserve movements and    *
      *    subrogation recoveries, unclaimed funds and escheatments   *
      * 3. Prove the batch balances and print the posting register    *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 300-POST-BANK-PAYMENTS.
           PERFORM 320-POST-BILLING.
           PERFORM 340-POST-RESERVE-MOVEMENTS.
           PERFORM 360-POST-RECOVERIES.
           PERFORM 370-POST-UNCLAIMED-FUNDS.
           PERFORM 380-POST-ESCHEATMENTS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

               CLOSE MOVEMENT-FILE
           END-IF.

       360-POST-RECOVERIES.
      *----------------------------------------------------------------*
      * POST THE DAY'S RETAINED SUBROGATION RECOVERIES AS SUBRREC      *
      * EVENTS. THE CREDIT A RECOVERY BOOKS AGAINST FUTURE BENEFITS    *
      * MOVES NO MONEY AND IS NOT ON THE FILE.                         *
      *----------------------------------------------------------------*
           OPEN INPUT RECOVERY-EVENT-FILE.
           IF RECOV-STATUS NOT = '00'
               DISPLAY 'NO RECOVERY EVENT FILE THIS RUN: '
                       RECOV-STATUS
           ELSE
               PERFORM UNTIL RECOV-END-OF-FILE
                   READ RECOVERY-EVENT-FILE
                       AT END
                           SET RECOV-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE RECOVERY-EVENT-LINE (21:11)
                                TO WS-RV-AMOUNT
                           IF WS-RV-AMOUNT IS NUMERIC
                              AND WS-RV-AMOUNT-NUM > 0
                               MOVE 'SUBRREC '   TO WS-EVENT-TYPE
                               MOVE WS-RV-AMOUNT-NUM
                                    TO WS-EVENT-AMOUNT
                               MOVE RECOVERY-EVENT-LINE (1:12)
                                    TO WS-EVENT-REF
                               PERFORM 500-POST-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECOVERY-EVENT-FILE
           END-IF.

       370-POST-UNCLAIMED-FUNDS.
      *----------------------------------------------------------------*
      * POST THE RUN'S STALE-DATED CHECKS AS UNCLAIM EVENTS: THE CHECK *
      * NO LONGER CLEARS AGAINST CASH, AND THE AMOUNT IS OWED TO THE   *
      * OWNER (OR THE STATE) AS AN UNCLAIMED FUNDS LIABILITY           *
      *----------------------------------------------------------------*
           OPEN INPUT UNCLAIMED-EVENT-FILE.
           IF UNCL-STATUS NOT = '00'
               DISPLAY 'NO UNCLAIMED FUNDS EVENT FILE THIS RUN: '
                       UNCL-STATUS
           ELSE
               PERFORM UNTIL UNCL-END-OF-FILE
                   READ UNCLAIMED-EVENT-FILE
                       AT END
                           SET UNCL-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE UNCLAIMED-EVENT-LINE (21:11)
                                TO WS-RV-AMOUNT
                           IF WS-RV-AMOUNT IS NUMERIC
                              AND WS-RV-AMOUNT-NUM > 0
                               MOVE 'UNCLAIM '   TO WS-EVENT-TYPE
                               MOVE WS-RV-AMOUNT-NUM
                                    TO WS-EVENT-AMOUNT
                               MOVE UNCLAIMED-EVENT-LINE (1:12)
                                    TO WS-EVENT-REF
                               PERFORM 500-POST-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNCLAIMED-EVENT-FILE
           END-IF.

       380-POST-ESCHEATMENTS.
      *----------------------------------------------------------------*
      * POST THE UNCLAIMED FUNDS REMITTED ON THE HOLDER REPORT AS      *
      * ESCHEAT EVENTS, CLEARING THE LIABILITY AGAINST CASH            *
      *----------------------------------------------------------------*
           OPEN INPUT ESCHEAT-EVENT-FILE.
           IF ESCH-STATUS NOT = '00'
               DISPLAY 'NO ESCHEAT EVENT FILE THIS RUN: '
                       ESCH-STATUS
           ELSE
               PERFORM UNTIL ESCH-END-OF-FILE
                   READ ESCHEAT-EVENT-FILE
                       AT END
                           SET ESCH-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE ESCHEAT-EVENT-LINE (21:11)
                                TO WS-RV-AMOUNT
                           IF WS-RV-AMOUNT IS NUMERIC
                              AND WS-RV-AMOUNT-NUM > 0
                               MOVE 'ESCHEAT '   TO WS-EVENT-TYPE
                               MOVE WS-RV-AMOUNT-NUM
                                    TO WS-EVENT-AMOUNT
                               MOVE ESCHEAT-EVENT-LINE (1:12)
                                    TO WS-EVENT-REF
                               PERFORM 500-POST-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESCHEAT-EVENT-FILE
           END-IF.

       500-POST-ONE-EVENT.
      *----------------------------------------------------------------*
      * POST ONE EVENT: FIND ITS RULE, WRITE THE DEBIT AND CREDIT      *
