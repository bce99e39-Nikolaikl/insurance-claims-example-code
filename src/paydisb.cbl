      *           WRITES A BANK-READY PAYMENT FILE FOR TRANSMISSION,   *
      *           AND RECORDS EACH PAYMENT ON THE PAYMENT HISTORY      *
      *           FILE SO PAID AND SCHEDULED PAYMENTS CAN BE TOLD      *
      *           APART ON LATER RUNS. WHERE AN ATTORNEY REPRESENTS    *
      *           THE CLAIMANT UNDER AN APPROVED FEE, THE FEE IS       *
      *           SPLIT OUT OF THE ELIGIBLE PAYMENTS AND PAID TO THE   *
      *           ATTORNEY AS ITS OWN PAYMENT; INCOME WITHHOLDING      *
      *           ORDERS SERVED ON THE CLAIMANT ARE DEDUCTED AND       *
      *           REMITTED TO THEIR AGENCIES. EVERY CHECK IS NUMBERED  *
      *           FROM THE CONTROLLED CHECK-STOCK RANGE, RECORDED ON   *
      *           THE CHECK REGISTER AND REPORTED TO THE BANK ON THE   *
      *           ISSUED-ITEMS POSITIVE PAY FILE                       *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAXREMIT-STATUS.

      * REPRESENTATION-FILE: Attorney on record and approved fee per
      * claim, maintained by REPMNT. Opened I-O so the fee paid and
      * the ongoing payments taken step as each fee is split out.
           SELECT REPRESENTATION-FILE ASSIGN TO "data/REPFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REP-CLAIM-ID
           FILE STATUS IS WS-REP-STATUS.

      * ORDER-FILE: Income withholding orders per claimant, maintained
      * by ORDMNT. Read by claimant and opened I-O so each order's
      * arrears and amount deducted step as it is withheld.
           SELECT ORDER-FILE ASSIGN TO "data/ORDERFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORD-KEY
           FILE STATUS IS WS-ORDER-STATUS.

      * ORDER-REMIT-FILE: This run's withholding remittance, one line
      * per deduction followed by one total line per agency, for the
      * remittance to each issuing agency.
           SELECT ORDER-REMIT-FILE ASSIGN TO 'data/ORDREMIT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDREMIT-STATUS.

      * CHECK-STOCK-FILE: The controlled check-stock range loaded by
      * CHKMNT and the last serial issued from it. Absent, checks go
      * out unnumbered as they always did.
           SELECT CHECK-STOCK-FILE ASSIGN TO 'data/CHKSTOCK.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHKSTOCK-STATUS.

      * CHECK-REGISTER: Every check issued, keyed by serial, cleared
      * by CHKRECON off the bank's paid items and voided, stopped or
      * reissued by CHKMNT.
           SELECT CHECK-REGISTER ASSIGN TO "data/CHKREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHK-SERIAL
           FILE STATUS IS WS-CHKREG-STATUS.

      * POSITIVE-PAY-FILE: This run's issued items for the bank's
      * positive pay service, one per check, with a trailer.
           SELECT POSITIVE-PAY-FILE ASSIGN TO 'data/POSPAY.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-MASTER.
       01 DISB-MONTH-LINE             PIC X(6).

      * The bank line carries the scheduled (reference) date in its
      * DATE field and the business-day value date as its next
      * field; the bank dates the credit off the value date, while
      * returns and the payment history cite the reference date. A
      * check carries its serial number as the last field.
       FD BANK-PAYMENT-FILE.
       01 BANK-PAYMENT-LINE           PIC X(100).

       FD HOLIDAY-FILE.
       01 HOLIDAY-LINE                PIC X(8).
      * amount withheld (' RCV=' in the same shape); cols 129-134
      * are the booked-
      * overpayment marker the recovery run patches on (' OVP=Y');
      * the rest is reserved extension space. An attorney fee split
      * out of a payment is recorded as its own line, DEP=AF and
      * REL=ATTY FEE, carrying the fee, and each withholding order
      * deduction likewise as a line with DEP=WO and REL=the agency
      * id; the claimant's line then carries the payment less the
      * fee and deductions, so the lines still add up to the
      * scheduled amount.
       FD PAYMENT-HISTORY-FILE.
       01 PAYMENT-HISTORY-LINE        PIC X(140).

       FD TAX-REMIT-FILE.
       01 TAX-REMIT-LINE           PIC X(80).

      * Status P approval pending, A approved, W attorney withdrawn;
      * fee type P percentage, F flat amount
       FD REPRESENTATION-FILE.
       01 REPRESENTATION-RECORD.
          05 REP-CLAIM-ID             PIC X(12).
          05 REP-STATUS               PIC X(1).
          05 REP-ATTORNEY-ID          PIC X(8).
          05 REP-FIRM-NAME            PIC X(30).
          05 REP-FEE-TYPE             PIC X(1).
          05 REP-FEE-PCT              PIC 9(3)V99.
          05 REP-FEE-FLAT             PIC 9(9)V99.
          05 REP-FEE-CAP              PIC 9(9)V99.
          05 REP-ONGOING-LIMIT        PIC 9(3).
          05 REP-ONGOING-TAKEN        PIC 9(3).
          05 REP-OPENED-DATE          PIC 9(8).
          05 REP-APPROVED-DATE        PIC 9(8).
          05 REP-FEE-PAID             PIC 9(9)V99.
          05 REP-LAST-FEE-DATE        PIC 9(8).
          05 FILLER                   PIC X(20).

      * Order type C child support, T tax levy, J court judgment;
      * status A active, R released, S satisfied
       FD ORDER-FILE.
       01 ORDER-RECORD.
          05 ORD-KEY.
             10 ORD-CLAIMANT-ID       PIC X(8).
             10 ORD-NUMBER            PIC 9(3).
          05 ORD-AGENCY-ID            PIC X(8).
          05 ORD-AGENCY-NAME          PIC X(30).
          05 ORD-CASE-NUMBER          PIC X(15).
          05 ORD-TYPE                 PIC X(1).
          05 ORD-PRIORITY             PIC 9(2).
          05 ORD-AMOUNT               PIC 9(7)V99.
          05 ORD-PCT                  PIC 9(3)V99.
          05 ORD-MAX-PCT              PIC 9(3)V99.
          05 ORD-START-DATE           PIC 9(8).
          05 ORD-END-DATE             PIC 9(8).
          05 ORD-STATUS               PIC X(1).
          05 ORD-BALANCE-LIMIT        PIC 9(9)V99.
          05 ORD-ARREARS              PIC 9(9)V99.
          05 ORD-DEDUCTED             PIC 9(9)V99.
          05 ORD-LAST-DEDUCT-DATE     PIC 9(8).
          05 ORD-RECEIVED-DATE        PIC 9(8).
          05 FILLER                   PIC X(8).

       FD ORDER-REMIT-FILE.
       01 ORDER-REMIT-LINE         PIC X(120).

      * Cols 1-10 first serial of the stock range, 11-20 last serial,
      * 21-30 last serial issued.
       FD CHECK-STOCK-FILE.
       01 CHECK-STOCK-LINE         PIC X(30).

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

      * Positive pay item, fixed-format: col 1 type (I issued, V void,
      * S stop payment, T trailer), 2-11 serial, 12-19 issue date,
      * 20-29 amount (implied 2 decimals), 30-37 payee id, 38-49
      * claim id, 50-57 void/stop date. The trailer carries the item
      * count in 2-11 and the amount total in 20-29.
       FD POSITIVE-PAY-FILE.
       01 POSITIVE-PAY-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
          05 WS-CYCLEFILE-STATUS   PIC X(2).
          05 WS-RUNCTL-STATUS      PIC X(2).
          05 WS-CTLTOT-STATUS PIC X(2).
          05 WS-REP-STATUS         PIC X(2).
          05 WS-ORDER-STATUS       PIC X(2).
          05 WS-ORDREMIT-STATUS    PIC X(2).
          05 WS-CHKSTOCK-STATUS    PIC X(2).
          05 WS-CHKREG-STATUS      PIC X(2).
          05 WS-POSPAY-STATUS      PIC X(2).

       01 WS-SWITCHES.
          05 WS-SCHED-EOF-SW       PIC X(1) VALUE 'N'.
             88 WHD-END-OF-FILE    VALUE 'Y'.
          05 WS-CEDE-AVAIL-SW      PIC X(1) VALUE 'N'.
             88 CESSION-MASTER-AVAILABLE VALUE 'Y'.
          05 WS-REP-AVAIL-SW       PIC X(1) VALUE 'N'.
             88 REPRESENTATION-AVAILABLE VALUE 'Y'.
          05 WS-PAY-SOURCE-SW      PIC X(1) VALUE 'S'.
             88 PAYING-FROM-SCHEDULE VALUE 'S'.
             88 PAYING-FROM-QUEUE  VALUE 'Q'.
          05 WS-ORDER-AVAIL-SW     PIC X(1) VALUE 'N'.
             88 ORDER-MASTER-AVAILABLE VALUE 'Y'.
          05 WS-ORD-EOF-SW         PIC X(1) VALUE 'N'.
             88 ORD-END-OF-CLAIMANT VALUE 'Y'.
          05 WS-CHK-NUMBERING-SW   PIC X(1) VALUE 'N'.
             88 CHECK-NUMBERING-ACTIVE VALUE 'Y'.
          05 WS-CHK-ASSIGNED-SW    PIC X(1) VALUE 'N'.
             88 CHECK-SERIAL-ASSIGNED VALUE 'Y'.
          05 WS-CHK-EXHAUSTED-SW   PIC X(1) VALUE 'N'.
             88 CHECK-STOCK-EXHAUSTED VALUE 'Y'.

      * The date this run executed, and the month being disbursed.
      * The disbursement month normally comes off DISB-MONTH-FILE so
             10 WS-SCHED-DD        PIC 9(2).
          05 WS-SCHED-AMOUNT-EDIT  PIC X(13).
          05 WS-SCHED-DEP-SEQ      PIC X(2).
             88 SCHED-ATTORNEY-FEE VALUE 'AF'.
          05 WS-SCHED-DEP-REL      PIC X(10).
          05 WS-SCHED-STAT         PIC X(1).
             88 SCHED-PAYMENT-PAYABLE VALUES 'A' ' '.
          05 WS-TAX-WITHHELD-TOTAL PIC 9(9)V99 VALUE ZERO.
          05 WS-TAXED-PAYMENTS     PIC 9(7)    COMP VALUE ZERO.
          05 WS-CEDED-RECOV-TOTAL  PIC 9(9)V99 VALUE ZERO.
          05 WS-FEES-PAID          PIC 9(7)    COMP VALUE ZERO.
          05 WS-FEE-TOTAL          PIC 9(9)V99 VALUE ZERO.
          05 WS-ORD-DEDUCTIONS     PIC 9(7)    COMP VALUE ZERO.
          05 WS-ORD-WITHHELD-TOTAL PIC 9(9)V99 VALUE ZERO.
          05 WS-CHECKS-NUMBERED    PIC 9(7)    COMP VALUE ZERO.
          05 WS-CHECKS-UNNUMBERED  PIC 9(7)    COMP VALUE ZERO.
          05 WS-CHECK-TOTAL        PIC 9(10)V99 VALUE ZERO.

      * The expected reinsurance recovery on the payment in hand.
       01 WS-CESSION-FIELDS.
             10 WS-WHD-CLAIMANT-ID PIC X(8).
             10 WS-WHD-PCT         PIC 9(3).

      *----------------------------------------------------------------*
      * WS-FEE-FIELDS: The attorney fee split out of the payment in    *
      * hand. Only payments off the schedule master are eligible --    *
      * the retro lump sum (SEQ=0000), restatement arrears (9995),     *
      * the settlement (9999) and, while the representation's ongoing  *
      * count lasts, the regular monthly payments. Interest, cost and  *
      * provider payments, and the retry queue, never carry a fee. A   *
      * percentage fee is taken off the gross, a flat fee is taken     *
      * whole until paid; either way the fee never passes what the cap *
      * leaves, nor the net still due the claimant after recovery and  *
      * tax.                                                           *
      *----------------------------------------------------------------*
       01 WS-FEE-FIELDS.
          05 WS-FEE-AMOUNT         PIC 9(8)V99.
          05 WS-FEE-CAP-LEFT       PIC S9(9)V99.
          05 WS-FEE-ELIGIBLE-SW    PIC X(1).
             88 FEE-LUMP-SUM       VALUE 'L'.
             88 FEE-ONGOING        VALUE 'O'.
             88 FEE-NOT-ELIGIBLE   VALUE 'N'.
          05 WS-CLAIMANT-AMOUNT    PIC 9(8)V99.

      *----------------------------------------------------------------*
      * WS-ORDER-FIELDS: The income withholding orders deducted from   *
      * the payment in hand. Only the claimant's own payments off the  *
      * schedule master are subject to orders -- not dependents'       *
      * lines, not interest, cost or provider payments, not the retry  *
      * queue. The claimant's active orders in force on the payment    *
      * date are loaded and taken in priority order (01 first). An     *
      * order is due its percentage of the gross, or on a regular      *
      * monthly payment its fixed amount, plus its arrears, held to    *
      * what it is still owed. What it takes is held so that the       *
      * orders taken so far stay within its maximum percentage of the  *
      * gross, and to the net still due the claimant; whatever is due  *
      * and not taken is carried forward as the order's arrears. A     *
      * lump sum pays down arrears only on a fixed-amount order. A     *
      * weekly rehabilitation maintenance allowance is subject to      *
      * percentage orders only; a fixed-amount order takes neither     *
      * its instalment nor its arrears from it.                        *
      *----------------------------------------------------------------*
       01 WS-ORDER-FIELDS.
          05 WS-ORD-PAYMENT-SW     PIC X(1).
             88 ORD-REGULAR-PAYMENT VALUE 'R'.
             88 ORD-LUMP-SUM       VALUE 'L'.
             88 ORD-ALLOWANCE-PAYMENT VALUE 'W'.
             88 ORD-NOT-SUBJECT    VALUE 'N'.
          05 WS-ORD-COUNT          PIC 9(3) COMP VALUE ZERO.
          05 WS-ORD-SUB            PIC 9(3) COMP.
          05 WS-ORD-PICK           PIC 9(3) COMP.
          05 WS-ORD-DUE            PIC 9(9)V99.
          05 WS-ORD-ROOM           PIC S9(9)V99.
          05 WS-ORD-TAKE           PIC 9(8)V99.
          05 WS-ORD-DEDUCT-TOTAL   PIC 9(8)V99.
          05 WS-F-ORD-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
          05 WS-F-ORD-COUNT        PIC ZZZ,ZZ9.

      *----------------------------------------------------------------*
      * WS-CHECK-FIELDS: The check-stock range and the serial given    *
      * the check in hand. Serials are issued upward from the last     *
      * one used; a serial found already on the register (a run that   *
      * stopped before saving the stock record) is passed over. Once   *
      * the range runs out, checks go out unnumbered and are listed    *
      * for treasury until CHKMNT loads new stock.                     *
      *----------------------------------------------------------------*
       01 WS-CHECK-FIELDS.
          05 WS-CHECK-STOCK.
             10 WS-STK-FIRST-SERIAL PIC 9(10).
             10 WS-STK-LAST-SERIAL  PIC 9(10).
             10 WS-STK-LAST-ISSUED  PIC 9(10).
          05 WS-CHECK-SERIAL       PIC 9(10).
          05 WS-CHECK-SERIAL-X REDEFINES WS-CHECK-SERIAL
                                   PIC X(10).
          05 WS-CHECK-PAYEE-ID     PIC X(8).
          05 WS-ATTORNEY-ID        PIC X(8).
          05 WS-PP-AMOUNT          PIC 9(8)V99.
          05 WS-PP-AMOUNT-X REDEFINES WS-PP-AMOUNT
                                   PIC X(10).
          05 WS-PP-COUNT           PIC 9(10).
          05 WS-PP-TOTAL           PIC 9(8)V99.
          05 WS-PP-TOTAL-X REDEFINES WS-PP-TOTAL
                                   PIC X(10).

      * A claimant rarely has more than two or three orders at once
       01 WS-ORDER-TABLE.
          05 WS-ORD-ENTRY OCCURS 20 TIMES.
             10 WS-ORD-KEY         PIC X(11).
             10 WS-ORD-AGENCY-ID   PIC X(8).
             10 WS-ORD-AGENCY-NAME PIC X(30).
             10 WS-ORD-CASE-NUMBER PIC X(15).
             10 WS-ORD-PRIORITY    PIC 9(2).
             10 WS-ORD-DONE-SW     PIC X(1).
             10 WS-ORD-DEDUCTED    PIC 9(8)V99.

      * The run's deductions totalled by agency for the remittance
       01 WS-AGENCY-COUNT          PIC 9(3) COMP VALUE ZERO.
       01 WS-AGENCY-TABLE.
          05 WS-AGY-ENTRY OCCURS 100 TIMES INDEXED BY WS-AGY-IDX.
             10 WS-AGY-ID          PIC X(8).
             10 WS-AGY-NAME        PIC X(30).
             10 WS-AGY-ITEMS       PIC 9(7) COMP.
             10 WS-AGY-AMOUNT      PIC 9(9)V99.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
                       'TRACKED: ' WS-CEDE-STATUS
           END-IF.

      * No representation master means no attorney fees are split
      * out and every claimant is paid whole
           OPEN I-O REPRESENTATION-FILE.
           IF WS-REP-STATUS = '00'
               SET REPRESENTATION-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'REPRESENTATION FILE NOT ON FILE, NO FEES '
                       'SPLIT: ' WS-REP-STATUS
           END-IF.

      * No order master means no withholding orders are on file and
      * every claimant is paid without deduction
           OPEN I-O ORDER-FILE.
           IF WS-ORDER-STATUS = '00'
               SET ORDER-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'ORDER FILE NOT ON FILE, NO ORDERS '
                       'DEDUCTED: ' WS-ORDER-STATUS
           END-IF.

           PERFORM 160-LOAD-WITHHOLD-ELECTIONS.
           PERFORM 170-LOAD-HOLIDAY-CALENDAR.
           PERFORM 180-LOAD-CHECK-STOCK.

       160-LOAD-WITHHOLD-ELECTIONS.
      *----------------------------------------------------------------*
               DISPLAY 'HOLIDAYS LOADED: ' WS-HOLIDAY-COUNT
           END-IF.

       180-LOAD-CHECK-STOCK.
      *----------------------------------------------------------------*
      * PICK UP THE CHECK-STOCK RANGE AND OPEN THE CHECK REGISTER. NO  *
      * STOCK ON FILE MEANS CHECKS ARE NOT NUMBERED, THE LEGACY        *
      * BEHAVIOR; A FIRST NUMBERED RUN CREATES THE REGISTER            *
      *----------------------------------------------------------------*
           OPEN INPUT CHECK-STOCK-FILE.
           IF WS-CHKSTOCK-STATUS = '00'
               READ CHECK-STOCK-FILE
                   AT END
                       DISPLAY 'CHECK STOCK FILE EMPTY, CHECKS NOT '
                               'NUMBERED'
                   NOT AT END
                       MOVE CHECK-STOCK-LINE TO WS-CHECK-STOCK
                       IF WS-CHECK-STOCK IS NUMERIC
                           SET CHECK-NUMBERING-ACTIVE TO TRUE
                       ELSE
                           DISPLAY 'CHECK STOCK RECORD NOT NUMERIC, '
                                   'CHECKS NOT NUMBERED'
                       END-IF
               END-READ
               CLOSE CHECK-STOCK-FILE
           ELSE
               DISPLAY 'CHECK STOCK FILE NOT ON FILE, CHECKS NOT '
                       'NUMBERED: ' WS-CHKSTOCK-STATUS
           END-IF.

           IF CHECK-NUMBERING-ACTIVE
               OPEN I-O CHECK-REGISTER
               IF WS-CHKREG-STATUS NOT = '00'
                   OPEN OUTPUT CHECK-REGISTER
                   CLOSE CHECK-REGISTER
                   OPEN I-O CHECK-REGISTER
               END-IF
               IF WS-CHKREG-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING CHECK REGISTER: '
                           WS-CHKREG-STATUS
                   MOVE 'N' TO WS-CHK-NUMBERING-SW
                   PERFORM 900-TERMINATION
               END-IF
           END-IF.

       130-CHECK-RUN-CONTROL.
      *----------------------------------------------------------------*
      * BATCH-SEQUENCE GATE:                                           *
              PERFORM 900-TERMINATION
           END-IF.

           IF ORDER-MASTER-AVAILABLE
               OPEN OUTPUT ORDER-REMIT-FILE
               IF WS-ORDREMIT-STATUS NOT = '00'
                  DISPLAY 'ERROR OPENING ORDER REMITTANCE FILE: '
                          WS-ORDREMIT-STATUS
                  PERFORM 900-TERMINATION
               END-IF
           END-IF.

           IF CHECK-NUMBERING-ACTIVE
               OPEN OUTPUT POSITIVE-PAY-FILE
               IF WS-POSPAY-STATUS NOT = '00'
                  DISPLAY 'ERROR OPENING POSITIVE PAY FILE: '
                          WS-POSPAY-STATUS
                  PERFORM 900-TERMINATION
               END-IF
           END-IF.

           PERFORM UNTIL SCHED-END-OF-FILE
               READ SCHEDULE-MASTER NEXT RECORD
                   AT END
           MOVE SCHED-DEP-REL  TO WS-SCHED-DEP-REL.
           MOVE SCHED-STAT     TO WS-SCHED-STAT.
           MOVE SCHED-AMOUNT   TO WS-AMOUNT-NUMERIC.
           SET PAYING-FROM-SCHEDULE TO TRUE.

       230-PROCESS-RETRY-QUEUE.
      *----------------------------------------------------------------*
           MOVE WS-SCHED-AMOUNT-EDIT (8:3)   TO WS-AD-UNITS.
           MOVE WS-SCHED-AMOUNT-EDIT (12:2)  TO WS-AD-CENTS.
           INSPECT WS-AMOUNT-DEEDIT REPLACING ALL ' ' BY '0'.
           SET PAYING-FROM-QUEUE TO TRUE.

       215-RESOLVE-PAYEE.
      *----------------------------------------------------------------*
      * PAYEE BANKING MASTER. THE DEFAULT IS ALWAYS A CHECK -- A       *
      * MISSING CLAIM, A MISSING PAYEE RECORD OR AN UNVERIFIED EFT     *
      * ACCOUNT NEVER STOPS THE MONEY, IT JUST KEEPS IT OFF THE WIRE.  *
      * A RE-QUEUED ATTORNEY FEE GOES BACK TO THE ATTORNEY.            *
      *----------------------------------------------------------------*
           MOVE 'C'    TO WS-PAY-METHOD.
           MOVE SPACES TO WS-PAY-ROUTING.
           MOVE SPACES TO WS-PAY-ACCOUNT.
           MOVE SPACES TO WS-CUR-CLAIMANT-ID.
           MOVE SPACES TO WS-ATTORNEY-ID.

           IF SCHED-ATTORNEY-FEE
               PERFORM 228-RESOLVE-ATTORNEY-PAYEE
           ELSE
               MOVE WS-SCHED-CLAIM-ID TO CLAIM-ID
               READ CLAIM-FILE
                   INVALID KEY
                       DISPLAY 'CLAIM NOT ON MASTER, PAYING BY '
                               'CHECK: ' WS-SCHED-CLAIM-ID
                   NOT INVALID KEY
                       MOVE CLAIMANT-ID TO WS-CUR-CLAIMANT-ID
                       IF PAYEE-MASTER-AVAILABLE
                           MOVE CLAIMANT-ID TO PAYEE-CLAIMANT-ID
                           READ PAYEE-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF PAYEE-PAY-METHOD = 'E'
                                       PERFORM 217-CHECK-PRENOTE-CYCLE
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-IF.

       217-CHECK-PRENOTE-CYCLE.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * WITHHOLD THE AGREED PERCENTAGE OF THE PAYMENT WHEN ITS CLAIM   *
      * CARRIES AN OUTSTANDING OVERPAYMENT BALANCE, NEVER MORE THAN    *
      * THE BALANCE ITSELF, AND STEP THE LEDGER'S RECOVERED AMOUNT.    *
      * A RE-QUEUED ATTORNEY FEE IS THE ATTORNEY'S MONEY AND IS NEVER  *
      * OFFSET.                                                        *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-RECOV-OFFSET.
           MOVE WS-AMOUNT-NUMERIC TO WS-NET-AMOUNT.

           IF RECOVERY-LEDGER-AVAILABLE AND NOT SCHED-ATTORNEY-FEE
               MOVE WS-SCHED-CLAIM-ID TO RECOV-CLAIM-ID
               READ RECOVERY-LEDGER-FILE
                   INVALID KEY
      * THE ROUTING AND ACCOUNT NUMBERS OFF THE PAYEE MASTER, AND      *
      * GOES OUT NET OF ANY OVERPAYMENT-RECOVERY WITHHOLDING; THE      *
      * HISTORY RECORD CARRIES THE GROSS WITH THE WITHHELD AMOUNT      *
      * ALONGSIDE SO THE TWO ALWAYS RECONCILE. AN ATTORNEY FEE SPLIT   *
      * OUT OF THE PAYMENT GOES OUT AS ITS OWN BANK AND HISTORY        *
      * RECORD, AND EACH WITHHOLDING ORDER DEDUCTION AS ITS OWN        *
      * HISTORY AND REMITTANCE RECORD; THE CLAIMANT'S HISTORY RECORD   *
      * CARRIES THE GROSS LESS THE FEE AND DEDUCTIONS.                 *
      *----------------------------------------------------------------*
           PERFORM 223-SET-VALUE-DATE.
           PERFORM 215-RESOLVE-PAYEE.
           PERFORM 219-APPLY-RECOVERY-OFFSET.
           PERFORM 221-APPLY-TAX-WITHHOLDING.
           PERFORM 225-APPLY-ATTORNEY-FEE.
           PERFORM 250-APPLY-WITHHOLDING-ORDERS.

           ADD 1 TO WS-PAYMENTS-SELECTED.
           MOVE WS-NET-AMOUNT TO WS-F-PAYMENT-AMOUNT.
           PERFORM 240-WRITE-BANK-LINE.

      * The history record carries the gross scheduled amount; the
      * recovery withholding sits in its own field so gross, net and
      * ledger movement tie together
           COMPUTE WS-CLAIMANT-AMOUNT =
                   WS-AMOUNT-NUMERIC - WS-FEE-AMOUNT
                                     - WS-ORD-DEDUCT-TOTAL.
           MOVE WS-CLAIMANT-AMOUNT TO WS-F-PAYMENT-AMOUNT.
           PERFORM 245-BUILD-HISTORY-LINE.
           IF WS-TAX-AMOUNT > 0
               MOVE WS-TAX-AMOUNT TO WS-TAX-DIGITS
               MOVE ' TAX=' TO PAYMENT-HISTORY-LINE (101:5)
               MOVE WS-TAX-CHARS TO PAYMENT-HISTORY-LINE (106:9)
           END-IF.
           IF WS-RECOV-OFFSET > 0
               MOVE WS-RECOV-OFFSET TO WS-RECOV-OFFSET-DIGITS
               MOVE ' RCV=' TO PAYMENT-HISTORY-LINE (115:5)
               MOVE WS-RECOV-OFFSET-CHARS
                    TO PAYMENT-HISTORY-LINE (120:9)
           END-IF.
           WRITE PAYMENT-HISTORY-LINE.

           MOVE WS-AMOUNT-NUMERIC TO WS-F-PAYMENT-AMOUNT.
           PERFORM 222-TRACK-CEDED-RECOVERY.

           IF WS-FEE-AMOUNT > 0
               PERFORM 227-PAY-ATTORNEY-FEE
           END-IF.

           IF WS-ORD-DEDUCT-TOTAL > 0
               PERFORM 255-REMIT-ORDER-DEDUCTIONS
           END-IF.

       225-APPLY-ATTORNEY-FEE.
      *----------------------------------------------------------------*
      * SPLIT THE APPROVED ATTORNEY FEE OUT OF AN ELIGIBLE PAYMENT     *
      * AND STEP THE REPRESENTATION'S FEE PAID (AND, FOR A MONTHLY     *
      * PAYMENT, ITS ONGOING PAYMENTS TAKEN). THE WEEKLY               *
      * REHABILITATION MAINTENANCE ALLOWANCE CARRIES NO FEE.           *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-FEE-AMOUNT.
           SET FEE-NOT-ELIGIBLE TO TRUE.

           IF REPRESENTATION-AVAILABLE AND PAYING-FROM-SCHEDULE
              AND WS-NET-AMOUNT > 0
               EVALUATE WS-SCHED-SEQ
                   WHEN 0
                   WHEN 9995
                   WHEN 9999
                       SET FEE-LUMP-SUM TO TRUE
                   WHEN 9996 THRU 9998
                   WHEN 9801 THRU 9994
                       CONTINUE
                   WHEN OTHER
                       SET FEE-ONGOING TO TRUE
               END-EVALUATE
           END-IF.

           IF NOT FEE-NOT-ELIGIBLE
               MOVE WS-SCHED-CLAIM-ID TO REP-CLAIM-ID
               READ REPRESENTATION-FILE
                   INVALID KEY
                       SET FEE-NOT-ELIGIBLE TO TRUE
               END-READ
           END-IF.

           IF NOT FEE-NOT-ELIGIBLE
               IF REP-STATUS NOT = 'A'
                  OR (FEE-ONGOING
                      AND REP-ONGOING-TAKEN NOT < REP-ONGOING-LIMIT)
                   SET FEE-NOT-ELIGIBLE TO TRUE
               END-IF
           END-IF.

           IF NOT FEE-NOT-ELIGIBLE
               COMPUTE WS-FEE-CAP-LEFT = REP-FEE-CAP - REP-FEE-PAID
               IF WS-FEE-CAP-LEFT > 0
                   IF REP-FEE-TYPE = 'P'
                       COMPUTE WS-FEE-AMOUNT ROUNDED =
                               WS-AMOUNT-NUMERIC * REP-FEE-PCT / 100
                   ELSE
                       MOVE WS-FEE-CAP-LEFT TO WS-FEE-AMOUNT
                   END-IF
                   IF WS-FEE-AMOUNT > WS-FEE-CAP-LEFT
                       MOVE WS-FEE-CAP-LEFT TO WS-FEE-AMOUNT
                   END-IF
                   IF WS-FEE-AMOUNT > WS-NET-AMOUNT
                       MOVE WS-NET-AMOUNT TO WS-FEE-AMOUNT
                   END-IF
               END-IF
           END-IF.

           IF WS-FEE-AMOUNT > 0
               SUBTRACT WS-FEE-AMOUNT FROM WS-NET-AMOUNT
               ADD WS-FEE-AMOUNT TO REP-FEE-PAID
               IF FEE-ONGOING
                   ADD 1 TO REP-ONGOING-TAKEN
               END-IF
               MOVE WS-RUN-DATE TO REP-LAST-FEE-DATE
               REWRITE REPRESENTATION-RECORD
               END-REWRITE
           END-IF.

       227-PAY-ATTORNEY-FEE.
      *----------------------------------------------------------------*
      * PAY THE FEE SPLIT OUT OF THE PAYMENT IN HAND TO THE ATTORNEY:  *
      * ITS OWN BANK RECORD TO THE ATTORNEY'S PAYEE RECORD AND ITS OWN *
      * HISTORY RECORD, BOTH UNDER THE CLAIM WITH DEP=AF SO A BANK     *
      * RETURN ON THE FEE RE-QUEUES TO THE ATTORNEY, NOT THE CLAIMANT  *
      *----------------------------------------------------------------*
           MOVE 'AF'       TO WS-SCHED-DEP-SEQ.
           MOVE 'ATTY FEE' TO WS-SCHED-DEP-REL.
           MOVE 'C'        TO WS-PAY-METHOD.
           MOVE SPACES     TO WS-PAY-ROUTING.
           MOVE SPACES     TO WS-PAY-ACCOUNT.
           PERFORM 229-RESOLVE-ATTORNEY-BANKING.

           ADD 1 TO WS-FEES-PAID.
           ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL.
           MOVE WS-FEE-AMOUNT TO WS-F-PAYMENT-AMOUNT.
           MOVE WS-FEE-AMOUNT TO WS-NET-AMOUNT.
           PERFORM 240-WRITE-BANK-LINE.

           PERFORM 245-BUILD-HISTORY-LINE.
           WRITE PAYMENT-HISTORY-LINE.

       228-RESOLVE-ATTORNEY-PAYEE.
      *----------------------------------------------------------------*
      * RESOLVE THE ATTORNEY ON RECORD FOR A RE-QUEUED FEE. AN         *
      * ATTORNEY NO LONGER ON RECORD IS STILL OWED THE FEE AND IS      *
      * PAID BY CHECK.                                                 *
      *----------------------------------------------------------------*
           IF REPRESENTATION-AVAILABLE
               MOVE WS-SCHED-CLAIM-ID TO REP-CLAIM-ID
               READ REPRESENTATION-FILE
                   INVALID KEY
                       DISPLAY 'NO ATTORNEY ON RECORD, FEE PAID BY '
                               'CHECK: ' WS-SCHED-CLAIM-ID
                   NOT INVALID KEY
                       PERFORM 229-RESOLVE-ATTORNEY-BANKING
               END-READ
           END-IF.

       229-RESOLVE-ATTORNEY-BANKING.
      *----------------------------------------------------------------*
      * THE ATTORNEY ID KEYS THE PAYEE BANKING MASTER THE SAME WAY A   *
      * CLAIMANT ID DOES, AND AN EFT ATTORNEY WORKS THE SAME PRE-NOTE  *
      * CYCLE                                                          *
      *----------------------------------------------------------------*
           MOVE REP-ATTORNEY-ID TO WS-ATTORNEY-ID.
           IF PAYEE-MASTER-AVAILABLE
               MOVE REP-ATTORNEY-ID TO PAYEE-CLAIMANT-ID
               READ PAYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAYEE-PAY-METHOD = 'E'
                           PERFORM 217-CHECK-PRENOTE-CYCLE
                       END-IF
               END-READ
           END-IF.

       240-WRITE-BANK-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE BANK-READY PAYMENT RECORD FOR WS-NET-AMOUNT TO THE   *
      * RESOLVED PAYEE AND COUNT IT; A CHECK IS NUMBERED FIRST         *
      *----------------------------------------------------------------*
           ADD WS-NET-AMOUNT TO WS-AMOUNT-DISBURSED.
           MOVE SPACES TO WS-CHECK-SERIAL-X.
           IF WS-PAY-METHOD = 'E'
               ADD 1 TO WS-EFT-PAYMENTS
           ELSE
               ADD 1 TO WS-CHECK-PAYMENTS
               IF CHECK-NUMBERING-ACTIVE AND WS-NET-AMOUNT > 0
                   PERFORM 241-ASSIGN-CHECK-SERIAL
               END-IF
           END-IF.

           MOVE SPACES TO BANK-PAYMENT-LINE.
                  WS-PAY-ACCOUNT       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-VALUE-DATE        DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-CHECK-SERIAL-X    DELIMITED BY SIZE
                  INTO BANK-PAYMENT-LINE
           END-STRING.
           WRITE BANK-PAYMENT-LINE.

       241-ASSIGN-CHECK-SERIAL.
      *----------------------------------------------------------------*
      * GIVE THE CHECK IN HAND THE NEXT SERIAL FROM THE STOCK RANGE,   *
      * RECORD IT OUTSTANDING ON THE CHECK REGISTER AND REPORT IT ON   *
      * THE POSITIVE PAY FILE. A SERIAL ALREADY ON THE REGISTER IS     *
      * PASSED OVER; AN EXHAUSTED RANGE LEAVES THE CHECK UNNUMBERED    *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CHK-ASSIGNED-SW.
           IF WS-SCHED-DEP-SEQ = 'AF'
               MOVE WS-ATTORNEY-ID TO WS-CHECK-PAYEE-ID
           ELSE
               IF WS-SCHED-SEQ = 9996
                   MOVE WS-SCHED-DEP-REL (1:8) TO WS-CHECK-PAYEE-ID
               ELSE
                   MOVE WS-CUR-CLAIMANT-ID TO WS-CHECK-PAYEE-ID
               END-IF
           END-IF.

           PERFORM UNTIL CHECK-SERIAL-ASSIGNED
                      OR CHECK-STOCK-EXHAUSTED
               IF WS-STK-LAST-ISSUED NOT < WS-STK-LAST-SERIAL
                   SET CHECK-STOCK-EXHAUSTED TO TRUE
               ELSE
                   ADD 1 TO WS-STK-LAST-ISSUED
                   PERFORM 242-REGISTER-CHECK
               END-IF
           END-PERFORM.

           IF CHECK-SERIAL-ASSIGNED
               MOVE WS-STK-LAST-ISSUED TO WS-CHECK-SERIAL
               ADD 1 TO WS-CHECKS-NUMBERED
               ADD WS-NET-AMOUNT TO WS-CHECK-TOTAL
               MOVE WS-NET-AMOUNT TO WS-PP-AMOUNT
               MOVE SPACES TO POSITIVE-PAY-LINE
               MOVE 'I'                TO POSITIVE-PAY-LINE (1:1)
               MOVE WS-CHECK-SERIAL-X  TO POSITIVE-PAY-LINE (2:10)
               MOVE WS-VALUE-DATE      TO POSITIVE-PAY-LINE (12:8)
               MOVE WS-PP-AMOUNT-X     TO POSITIVE-PAY-LINE (20:10)
               MOVE WS-CHECK-PAYEE-ID  TO POSITIVE-PAY-LINE (30:8)
               MOVE WS-SCHED-CLAIM-ID  TO POSITIVE-PAY-LINE (38:12)
               WRITE POSITIVE-PAY-LINE
           ELSE
               ADD 1 TO WS-CHECKS-UNNUMBERED
               DISPLAY 'CHECK STOCK EXHAUSTED - CHECK NOT NUMBERED: '
                       WS-SCHED-CLAIM-ID ' ' WS-SCHED-DEP-SEQ
           END-IF.

       242-REGISTER-CHECK.
      *----------------------------------------------------------------*
      * WRITE THE CHECK REGISTER RECORD FOR THE CANDIDATE SERIAL       *
      *----------------------------------------------------------------*
           MOVE SPACES              TO CHECK-REGISTER-RECORD.
           MOVE WS-STK-LAST-ISSUED  TO CHK-SERIAL.
           MOVE WS-VALUE-DATE       TO CHK-ISSUE-DATE.
           MOVE WS-SCHED-CLAIM-ID   TO CHK-CLAIM-ID.
           MOVE WS-SCHED-DEP-SEQ    TO CHK-DEP-SEQ.
           MOVE WS-SCHED-DEP-REL    TO CHK-DEP-REL.
           MOVE WS-CHECK-PAYEE-ID   TO CHK-PAYEE-ID.
           MOVE WS-NET-AMOUNT       TO CHK-AMOUNT.
           MOVE 'O'                 TO CHK-STATUS.
           MOVE WS-RUN-DATE         TO CHK-STATUS-DATE.
           MOVE ZERO                TO CHK-PAID-DATE.
           MOVE ZERO                TO CHK-PAID-AMOUNT.
           MOVE ZERO                TO CHK-PAID-COUNT.
           MOVE ZERO                TO CHK-REISSUE-OF.
           MOVE ZERO                TO CHK-REISSUED-AS.
           MOVE WS-CUR-CYCLE        TO CHK-CYCLE.
           MOVE WS-RUN-DATE         TO CHK-RUN-DATE.
           MOVE WS-SCHED-SEQ        TO CHK-PAY-SEQ.
           MOVE WS-SCHED-DATE       TO CHK-PAY-DATE.
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY 'CHECK SERIAL ALREADY ON REGISTER, '
                           'PASSED OVER: ' WS-STK-LAST-ISSUED
               NOT INVALID KEY
                   SET CHECK-SERIAL-ASSIGNED TO TRUE
           END-WRITE.

       245-BUILD-HISTORY-LINE.
      *----------------------------------------------------------------*
      * BUILD THE FIXED-FORMAT HISTORY RECORD FOR THE AMOUNT IN        *
      * WS-F-PAYMENT-AMOUNT; THE CALLER PATCHES ANY WITHHOLDING        *
      * FIELDS ON AND WRITES IT                                        *
      *----------------------------------------------------------------*
           MOVE SPACES TO PAYMENT-HISTORY-LINE.
           STRING WS-SCHED-CLAIM-ID    DELIMITED BY SIZE
                  ' SEQ='              DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
                  INTO PAYMENT-HISTORY-LINE
           END-STRING.

       250-APPLY-WITHHOLDING-ORDERS.
      *----------------------------------------------------------------*
      * DEDUCT THE CLAIMANT'S INCOME WITHHOLDING ORDERS FROM A PAYMENT *
      * SUBJECT TO THEM, IN PRIORITY ORDER, OUT OF WHAT IS LEFT AFTER  *
      * RECOVERY, TAX AND ANY ATTORNEY FEE                             *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-ORD-DEDUCT-TOTAL.
           MOVE ZERO TO WS-ORD-COUNT.
           SET ORD-NOT-SUBJECT TO TRUE.

           IF ORDER-MASTER-AVAILABLE AND PAYING-FROM-SCHEDULE
              AND WS-SCHED-DEP-SEQ = '00'
              AND WS-CUR-CLAIMANT-ID NOT = SPACES
              AND WS-NET-AMOUNT > 0
               EVALUATE WS-SCHED-SEQ
                   WHEN 0
                   WHEN 9995
                   WHEN 9999
                       SET ORD-LUMP-SUM TO TRUE
                   WHEN 9996 THRU 9998
                       CONTINUE
                   WHEN 9801 THRU 9994
                       SET ORD-ALLOWANCE-PAYMENT TO TRUE
                   WHEN OTHER
                       SET ORD-REGULAR-PAYMENT TO TRUE
               END-EVALUATE
           END-IF.

           IF NOT ORD-NOT-SUBJECT
               PERFORM 251-LOAD-CLAIMANT-ORDERS
               PERFORM 253-SELECT-NEXT-ORDER
               PERFORM UNTIL WS-ORD-PICK = 0
                   PERFORM 252-DEDUCT-ONE-ORDER
                   PERFORM 253-SELECT-NEXT-ORDER
               END-PERFORM
           END-IF.

       251-LOAD-CLAIMANT-ORDERS.
      *----------------------------------------------------------------*
      * LOAD THE CLAIMANT'S ACTIVE ORDERS IN FORCE ON THE PAYMENT DATE *
      * OFF THE ORDER MASTER BY KEY                                    *
      *----------------------------------------------------------------*
           INITIALIZE WS-ORDER-TABLE.
           MOVE 'N' TO WS-ORD-EOF-SW.
           MOVE WS-CUR-CLAIMANT-ID TO ORD-CLAIMANT-ID.
           MOVE ZERO TO ORD-NUMBER.
           START ORDER-FILE KEY IS GREATER THAN OR EQUAL TO ORD-KEY
               INVALID KEY
                   SET ORD-END-OF-CLAIMANT TO TRUE
           END-START.

           PERFORM UNTIL ORD-END-OF-CLAIMANT
               READ ORDER-FILE NEXT RECORD
                   AT END
                       SET ORD-END-OF-CLAIMANT TO TRUE
                   NOT AT END
                       IF ORD-CLAIMANT-ID NOT = WS-CUR-CLAIMANT-ID
                           SET ORD-END-OF-CLAIMANT TO TRUE
                       ELSE
                           IF ORD-STATUS = 'A'
                              AND ORD-START-DATE NOT > WS-SCHED-DATE
                              AND (ORD-END-DATE = ZERO
                                   OR ORD-END-DATE NOT < WS-SCHED-DATE)
                               IF WS-ORD-COUNT < 20
                                   ADD 1 TO WS-ORD-COUNT
                                   MOVE ORD-KEY
                                     TO WS-ORD-KEY (WS-ORD-COUNT)
                                   MOVE ORD-AGENCY-ID
                                     TO WS-ORD-AGENCY-ID (WS-ORD-COUNT)
                                   MOVE ORD-AGENCY-NAME
                                     TO WS-ORD-AGENCY-NAME
                                                     (WS-ORD-COUNT)
                                   MOVE ORD-CASE-NUMBER
                                     TO WS-ORD-CASE-NUMBER
                                                     (WS-ORD-COUNT)
                                   MOVE ORD-PRIORITY
                                     TO WS-ORD-PRIORITY (WS-ORD-COUNT)
                                   MOVE 'N'
                                     TO WS-ORD-DONE-SW (WS-ORD-COUNT)
                                   MOVE ZERO
                                     TO WS-ORD-DEDUCTED (WS-ORD-COUNT)
                               ELSE
                                   DISPLAY 'ORDER TABLE FULL, ORDER '
                                           'NOT DEDUCTED: ' ORD-KEY
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       252-DEDUCT-ONE-ORDER.
      *----------------------------------------------------------------*
      * TAKE ONE ORDER'S DEDUCTION: ITS DUE (INSTALMENT PLUS ARREARS,  *
      * HELD TO WHAT IT IS STILL OWED), HELD TO ITS MAXIMUM SHARE OF   *
      * THE GROSS AND TO THE NET LEFT. THE SHORTFALL BECOMES THE       *
      * ORDER'S ARREARS; AN ORDER PAID IN FULL IS SATISFIED. A         *
      * FIXED-AMOUNT ORDER IS NOT DUE ON A MAINTENANCE ALLOWANCE.      *
      *----------------------------------------------------------------*
           MOVE 'Y' TO WS-ORD-DONE-SW (WS-ORD-PICK).
           MOVE WS-ORD-KEY (WS-ORD-PICK) TO ORD-KEY.
           READ ORDER-FILE KEY IS ORD-KEY
               INVALID KEY
                   MOVE ZERO TO WS-ORD-DUE
               NOT INVALID KEY
                   MOVE ZERO TO WS-ORD-DUE
                   IF ORD-PCT > 0
                       COMPUTE WS-ORD-DUE ROUNDED =
                               WS-AMOUNT-NUMERIC * ORD-PCT / 100
                   ELSE
                       IF ORD-REGULAR-PAYMENT
                           MOVE ORD-AMOUNT TO WS-ORD-DUE
                       END-IF
                   END-IF
                   IF ORD-PCT > 0 OR NOT ORD-ALLOWANCE-PAYMENT
                       ADD ORD-ARREARS TO WS-ORD-DUE
                   END-IF
                   IF ORD-BALANCE-LIMIT > 0
                       COMPUTE WS-ORD-ROOM =
                               ORD-BALANCE-LIMIT - ORD-DEDUCTED
                       IF WS-ORD-ROOM < 0
                           MOVE ZERO TO WS-ORD-ROOM
                       END-IF
                       IF WS-ORD-DUE > WS-ORD-ROOM
                           MOVE WS-ORD-ROOM TO WS-ORD-DUE
                       END-IF
                   END-IF
           END-READ.

           IF WS-ORD-DUE > 0
               COMPUTE WS-ORD-ROOM ROUNDED =
                       (WS-AMOUNT-NUMERIC * ORD-MAX-PCT / 100)
                       - WS-ORD-DEDUCT-TOTAL
               IF WS-ORD-ROOM < 0
                   MOVE ZERO TO WS-ORD-ROOM
               END-IF
               MOVE WS-ORD-DUE TO WS-ORD-TAKE
               IF WS-ORD-TAKE > WS-ORD-ROOM
                   MOVE WS-ORD-ROOM TO WS-ORD-TAKE
               END-IF
               IF WS-ORD-TAKE > WS-NET-AMOUNT
                   MOVE WS-NET-AMOUNT TO WS-ORD-TAKE
               END-IF

               COMPUTE ORD-ARREARS = WS-ORD-DUE - WS-ORD-TAKE
               ADD WS-ORD-TAKE TO ORD-DEDUCTED
               IF ORD-BALANCE-LIMIT > 0
                  AND ORD-DEDUCTED NOT < ORD-BALANCE-LIMIT
                   MOVE 'S' TO ORD-STATUS
                   MOVE ZERO TO ORD-ARREARS
               END-IF
               IF WS-ORD-TAKE > 0
                   MOVE WS-RUN-DATE TO ORD-LAST-DEDUCT-DATE
                   SUBTRACT WS-ORD-TAKE FROM WS-NET-AMOUNT
                   ADD WS-ORD-TAKE TO WS-ORD-DEDUCT-TOTAL
                   MOVE WS-ORD-TAKE TO WS-ORD-DEDUCTED (WS-ORD-PICK)
               END-IF
               REWRITE ORDER-RECORD
               END-REWRITE
           END-IF.

       253-SELECT-NEXT-ORDER.
      *----------------------------------------------------------------*
      * PICK THE LOADED ORDER NOT YET TAKEN WITH THE HIGHEST PRIORITY  *
      * (LOWEST NUMBER); ZERO WHEN EVERY ORDER HAS BEEN TAKEN          *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-ORD-PICK.
           MOVE 1 TO WS-ORD-SUB.
           PERFORM UNTIL WS-ORD-SUB > WS-ORD-COUNT
               IF WS-ORD-DONE-SW (WS-ORD-SUB) = 'N'
                   IF WS-ORD-PICK = 0
                       MOVE WS-ORD-SUB TO WS-ORD-PICK
                   ELSE
                       IF WS-ORD-PRIORITY (WS-ORD-SUB) <
                          WS-ORD-PRIORITY (WS-ORD-PICK)
                           MOVE WS-ORD-SUB TO WS-ORD-PICK
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-ORD-SUB
           END-PERFORM.

       255-REMIT-ORDER-DEDUCTIONS.
      *----------------------------------------------------------------*
      * RECORD EACH ORDER DEDUCTION TAKEN FROM THE PAYMENT IN HAND:    *
      * ITS OWN HISTORY RECORD UNDER THE CLAIM WITH DEP=WO AND THE     *
      * AGENCY ID AS REL, AND A REMITTANCE LINE TO THE AGENCY          *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-ORD-SUB.
           PERFORM UNTIL WS-ORD-SUB > WS-ORD-COUNT
               IF WS-ORD-DEDUCTED (WS-ORD-SUB) > 0
                   PERFORM 256-WRITE-ORDER-DEDUCTION
               END-IF
               ADD 1 TO WS-ORD-SUB
           END-PERFORM.

       256-WRITE-ORDER-DEDUCTION.
      *----------------------------------------------------------------*
      * WRITE ONE DEDUCTION'S HISTORY AND REMITTANCE RECORDS AND ADD   *
      * IT TO ITS AGENCY'S REMITTANCE TOTAL                            *
      *----------------------------------------------------------------*
           ADD 1 TO WS-ORD-DEDUCTIONS.
           ADD WS-ORD-DEDUCTED (WS-ORD-SUB) TO WS-ORD-WITHHELD-TOTAL.

           MOVE 'WO' TO WS-SCHED-DEP-SEQ.
           MOVE WS-ORD-AGENCY-ID (WS-ORD-SUB) TO WS-SCHED-DEP-REL.
           MOVE WS-ORD-DEDUCTED (WS-ORD-SUB) TO WS-F-PAYMENT-AMOUNT.
           PERFORM 245-BUILD-HISTORY-LINE.
           WRITE PAYMENT-HISTORY-LINE.

           MOVE SPACES TO ORDER-REMIT-LINE.
           STRING WS-ORD-AGENCY-ID (WS-ORD-SUB)   DELIMITED BY SIZE
                  ' CASE='                        DELIMITED BY SIZE
                  WS-ORD-CASE-NUMBER (WS-ORD-SUB) DELIMITED BY SIZE
                  ' CLAIMANT='                    DELIMITED BY SIZE
                  WS-CUR-CLAIMANT-ID              DELIMITED BY SIZE
                  ' CLAIM='                       DELIMITED BY SIZE
                  WS-SCHED-CLAIM-ID               DELIMITED BY SIZE
                  ' DATE='                        DELIMITED BY SIZE
                  WS-SCHED-DATE                   DELIMITED BY SIZE
                  ' AMOUNT='                      DELIMITED BY SIZE
                  WS-F-PAYMENT-AMOUNT             DELIMITED BY SIZE
                  INTO ORDER-REMIT-LINE
           END-STRING.
           WRITE ORDER-REMIT-LINE.

           SET WS-AGY-IDX TO 1.
           SEARCH WS-AGY-ENTRY
               AT END
                   IF WS-AGENCY-COUNT < 100
                       ADD 1 TO WS-AGENCY-COUNT
                       SET WS-AGY-IDX TO WS-AGENCY-COUNT
                       MOVE WS-ORD-AGENCY-ID (WS-ORD-SUB)
                            TO WS-AGY-ID (WS-AGY-IDX)
                       MOVE WS-ORD-AGENCY-NAME (WS-ORD-SUB)
                            TO WS-AGY-NAME (WS-AGY-IDX)
                       MOVE 1 TO WS-AGY-ITEMS (WS-AGY-IDX)
                       MOVE WS-ORD-DEDUCTED (WS-ORD-SUB)
                            TO WS-AGY-AMOUNT (WS-AGY-IDX)
                   ELSE
                       DISPLAY 'AGENCY TABLE FULL, NO TOTAL FOR: '
                               WS-ORD-AGENCY-ID (WS-ORD-SUB)
                   END-IF
               WHEN WS-AGY-ID (WS-AGY-IDX)
                               = WS-ORD-AGENCY-ID (WS-ORD-SUB)
                   ADD 1 TO WS-AGY-ITEMS (WS-AGY-IDX)
                   ADD WS-ORD-DEDUCTED (WS-ORD-SUB)
                       TO WS-AGY-AMOUNT (WS-AGY-IDX)
           END-SEARCH.

       257-WRITE-AGENCY-TOTALS.
      *----------------------------------------------------------------*
      * CLOSE THE REMITTANCE WITH ONE TOTAL LINE PER AGENCY -- WHAT    *
      * THIS RUN REMITS TO IT AND HOW MANY DEDUCTIONS MAKE IT UP       *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-ORD-SUB.
           PERFORM UNTIL WS-ORD-SUB > WS-AGENCY-COUNT
               MOVE WS-AGY-AMOUNT (WS-ORD-SUB) TO WS-F-ORD-AMOUNT
               MOVE WS-AGY-ITEMS (WS-ORD-SUB)  TO WS-F-ORD-COUNT
               MOVE SPACES TO ORDER-REMIT-LINE
               STRING WS-AGY-ID (WS-ORD-SUB)   DELIMITED BY SIZE
                      ' TOTAL '                DELIMITED BY SIZE
                      WS-AGY-NAME (WS-ORD-SUB) DELIMITED BY SIZE
                      ' ITEMS='                DELIMITED BY SIZE
                      WS-F-ORD-COUNT           DELIMITED BY SIZE
                      ' AMOUNT='               DELIMITED BY SIZE
                      WS-F-ORD-AMOUNT          DELIMITED BY SIZE
                      INTO ORDER-REMIT-LINE
               END-STRING
               WRITE ORDER-REMIT-LINE
               ADD 1 TO WS-ORD-SUB
           END-PERFORM.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
                       WS-TAXREMIT-STATUS
           END-IF.

           IF ORDER-MASTER-AVAILABLE
               PERFORM 257-WRITE-AGENCY-TOTALS
           END-IF.

           IF CHECK-NUMBERING-ACTIVE
               MOVE WS-CHECKS-NUMBERED TO WS-PP-COUNT
               MOVE WS-CHECK-TOTAL     TO WS-PP-TOTAL
               MOVE SPACES TO POSITIVE-PAY-LINE
               MOVE 'T'                TO POSITIVE-PAY-LINE (1:1)
               MOVE WS-PP-COUNT        TO POSITIVE-PAY-LINE (2:10)
               MOVE WS-PP-TOTAL-X      TO POSITIVE-PAY-LINE (20:10)
               WRITE POSITIVE-PAY-LINE
           END-IF.

           DISPLAY '===================================='.
           DISPLAY 'PAYDISB RUN CONTROL TOTALS'.
           DISPLAY 'SCHEDULE RECORDS READ: ' WS-SCHED-READ.
           DISPLAY 'TAX WITHHELD:          ' WS-TAX-WITHHELD-TOTAL.
           DISPLAY 'PAYMENTS TAXED:        ' WS-TAXED-PAYMENTS.
           DISPLAY 'CEDED RECOVERIES:      ' WS-CEDED-RECOV-TOTAL.
           DISPLAY 'ATTORNEY FEES PAID:    ' WS-FEES-PAID.
           DISPLAY 'ATTORNEY FEE TOTAL:    ' WS-FEE-TOTAL.
           DISPLAY 'ORDER DEDUCTIONS:      ' WS-ORD-DEDUCTIONS.
           DISPLAY 'ORDER AMOUNT WITHHELD: ' WS-ORD-WITHHELD-TOTAL.
           DISPLAY 'CHECKS NUMBERED:       ' WS-CHECKS-NUMBERED.
           DISPLAY 'CHECKS NOT NUMBERED:   ' WS-CHECKS-UNNUMBERED.
           DISPLAY 'AMOUNT DISBURSED:      ' WS-AMOUNT-DISBURSED.
           DISPLAY '===================================='.

                     REIN-RECOV-FILE
           END-IF.

           IF REPRESENTATION-AVAILABLE
               CLOSE REPRESENTATION-FILE
           END-IF.

           IF ORDER-MASTER-AVAILABLE
               CLOSE ORDER-FILE
                     ORDER-REMIT-FILE
           END-IF.

      * The stock record is saved with the last serial issued so the
      * next run (or a CHKMNT reissue) carries on from it
           IF CHECK-NUMBERING-ACTIVE
               CLOSE CHECK-REGISTER
                     POSITIVE-PAY-FILE
               OPEN OUTPUT CHECK-STOCK-FILE
               IF WS-CHKSTOCK-STATUS = '00'
                   MOVE WS-CHECK-STOCK TO CHECK-STOCK-LINE
                   WRITE CHECK-STOCK-LINE
                   CLOSE CHECK-STOCK-FILE
               ELSE
                   DISPLAY 'UNABLE TO SAVE CHECK STOCK RECORD: '
                           WS-CHKSTOCK-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-CHECKS-UNNUMBERED > 0 AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
