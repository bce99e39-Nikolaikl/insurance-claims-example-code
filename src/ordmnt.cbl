       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDMNT.
      *----------------------------------------------------------------*
      * PROGRAM:  ORDMNT                                               *
      * PURPOSE:  MAINTAIN THE WITHHOLDING ORDER MASTER -- THE INCOME  *
      *           WITHHOLDING ORDERS (CHILD SUPPORT, TAX LEVIES, COURT *
      *           JUDGMENTS) SERVED ON US AGAINST CLAIMANTS ON         *
      *           BENEFIT. EACH ORDER NAMES THE ISSUING AGENCY, THE    *
      *           ORDER TYPE, ITS PRIORITY, THE AMOUNT OR PERCENTAGE   *
      *           TO WITHHOLD FROM EACH PAYMENT, THE MOST OF THE       *
      *           BENEFIT THE LAW LETS US TAKE, AND THE DATES IT RUNS  *
      *           BETWEEN. THE DISBURSEMENT RUN (PAYDISB) DEDUCTS      *
      *           ACTIVE ORDERS AND KEEPS THEIR ARREARS. THE SAME      *
      *           TRANSACTION-DRIVEN CYCLE PAYEEMNT RUNS FOR THE       *
      *           PAYEE BANKING MASTER.                                *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. TRANSACTION PROCESSING (MODELED ON PAYEEMNT)                *
      * 5. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - TRANSACTION-FILE: One transaction per line. ORDER-NO is 3    *
      *   digits, PRIORITY 2 digits (01 is deducted first), AMOUNT 9   *
      *   digits and LIMIT 11 digits with two implied decimals, PCT    *
      *   and MAX-PCT 5 digits with two implied decimals, dates        *
      *   CCYYMMDD (an END-DATE of zeros runs open-ended, a LIMIT of   *
      *   zeros has no total owed):                                    *
      *     A,CLAIMANT,ORDER-NO,AGENCY-ID,AGENCY-NAME,CASE,TYPE,       *
      *       PRIORITY,AMOUNT,PCT,MAX-PCT,START,END,LIMIT   ADD        *
      *     C,(SAME FIELDS AS ADD)                          CHANGE     *
      *     R,CLAIMANT,ORDER-NO,CCYYMMDD                    RELEASE    *
      * - ORDER-FILE: The withholding order master PAYDISB deducts     *
      *               from and PENSTERM notifies agencies from         *
      * - MAINT-LOG-FILE: One line per transaction recording what was  *
      *                   applied or why it was rejected               *
      *----------------------------------------------------------------*
           SELECT TRANSACTION-FILE ASSIGN TO "data/ORDMNT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT ORDER-FILE ASSIGN TO "data/ORDERFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ORD-KEY
           FILE STATUS IS ORD-FILE-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "data/ORDMNT_LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD       PIC X(150).

      * Order type C child support, T tax levy, J court judgment.
      * Status A active, R released by the agency, S satisfied (the
      * total owed has been withheld). An order takes ORD-AMOUNT, or
      * ORD-PCT of the gross payment, plus any arrears, but never
      * more than leaves the claimant's orders together within
      * ORD-MAX-PCT of the gross.
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

       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-TRAN-FIELDS: One transaction parsed off its input line    *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 TRAN-STATUS           PIC X(2).
          05 ORD-FILE-STATUS       PIC X(2).
          05 LOG-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-TRAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 TRAN-END-OF-FILE   VALUE 'Y'.
          05 WS-TRAN-REJECT-SW     PIC X(1) VALUE 'N'.
             88 TRAN-REJECTED      VALUE 'Y'.
             88 TRAN-NOT-REJECTED  VALUE 'N'.

      * The numeric fields are parsed as characters and read through
      * their redefinitions so the implied decimals land correctly.
      * A release transaction carries its date in the fourth field.
       01 WS-TRAN-FIELDS.
          05 WS-TRAN-ACTION        PIC X(1).
             88 TRAN-ADD           VALUE 'A'.
             88 TRAN-CHANGE        VALUE 'C'.
             88 TRAN-RELEASE       VALUE 'R'.
          05 WS-TRAN-CLAIMANT-ID   PIC X(8).
          05 WS-TRAN-NUMBER-CHARS  PIC X(3).
          05 WS-TRAN-NUMBER REDEFINES WS-TRAN-NUMBER-CHARS
                                   PIC 9(3).
          05 WS-TRAN-AGENCY-ID     PIC X(8).
          05 WS-TRAN-RELEASE-DATE REDEFINES WS-TRAN-AGENCY-ID
                                   PIC 9(8).
          05 WS-TRAN-AGENCY-NAME   PIC X(30).
          05 WS-TRAN-CASE-NUMBER   PIC X(15).
          05 WS-TRAN-TYPE          PIC X(1).
             88 TRAN-TYPE-VALID    VALUES 'C' 'T' 'J'.
          05 WS-TRAN-PRIORITY-CHARS PIC X(2).
          05 WS-TRAN-PRIORITY REDEFINES WS-TRAN-PRIORITY-CHARS
                                   PIC 9(2).
          05 WS-TRAN-AMOUNT-CHARS  PIC X(9).
          05 WS-TRAN-AMOUNT REDEFINES WS-TRAN-AMOUNT-CHARS
                                   PIC 9(7)V99.
          05 WS-TRAN-PCT-CHARS     PIC X(5).
          05 WS-TRAN-PCT REDEFINES WS-TRAN-PCT-CHARS
                                   PIC 9(3)V99.
          05 WS-TRAN-MAX-PCT-CHARS PIC X(5).
          05 WS-TRAN-MAX-PCT REDEFINES WS-TRAN-MAX-PCT-CHARS
                                   PIC 9(3)V99.
          05 WS-TRAN-START-CHARS   PIC X(8).
          05 WS-TRAN-START-DATE REDEFINES WS-TRAN-START-CHARS
                                   PIC 9(8).
          05 WS-TRAN-END-CHARS     PIC X(8).
          05 WS-TRAN-END-DATE REDEFINES WS-TRAN-END-CHARS
                                   PIC 9(8).
          05 WS-TRAN-LIMIT-CHARS   PIC X(11).
          05 WS-TRAN-LIMIT REDEFINES WS-TRAN-LIMIT-CHARS
                                   PIC 9(9)V99.

      * No order, alone or with others, may take more than the
      * statutory ceiling on withholding from a benefit
       01 WS-LEGAL-MAX-PCT         PIC 9(3)V99 VALUE 65.00.

       01 WS-RUN-DATE              PIC 9(8).

       01 WS-LOG-DETAIL.
          05 WS-LOG-ACTION         PIC X(1).
          05 WS-LOG-KEY.
             10 WS-LOG-CLAIMANT-ID PIC X(8).
             10 WS-LOG-SEPARATOR   PIC X(1).
             10 WS-LOG-NUMBER      PIC X(3).
          05 WS-LOG-TEXT           PIC X(60).

       01 WS-CONTROL-TOTALS.
          05 WS-TRANS-READ         PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-APPLIED      PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-REJECTED     PIC 9(5) COMP VALUE ZERO.
          05 WS-ORDERS-RELEASED    PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files                                             *
      * 2. Apply every transaction against the order master           *
      * 3. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-TRANSACTIONS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS. A FIRST-EVER RUN HAS NO   *
      * ORDER MASTER YET, SO FALL BACK TO CREATING IT.                 *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT TRANSACTION-FILE.
           IF TRAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSACTION FILE: ' TRAN-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT MAINT-LOG-FILE.
           IF LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINTENANCE LOG FILE: ' LOG-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O ORDER-FILE.
           IF ORD-FILE-STATUS NOT = '00'
              DISPLAY 'ORDER FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT ORDER-FILE
              CLOSE ORDER-FILE
              OPEN I-O ORDER-FILE
           END-IF.
           IF ORD-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ORDER FILE: ' ORD-FILE-STATUS
              PERFORM 900-TERMINATION
           END-IF.

       200-PROCESS-TRANSACTIONS.
      *----------------------------------------------------------------*
      * READ AND APPLY EVERY TRANSACTION IN THE FILE                   *
      *----------------------------------------------------------------*
           PERFORM UNTIL TRAN-END-OF-FILE
               READ TRANSACTION-FILE
                   AT END
                       SET TRAN-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM 210-PROCESS-TRANSACTION-RECORD
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL TRANSACTIONS IN ORDMNT FILE'.

       210-PROCESS-TRANSACTION-RECORD.
      *----------------------------------------------------------------*
      * PARSE AND APPLY ONE TRANSACTION RECORD:                        *
      * 1. Parse the action, order key and the action's own fields    *
      * 2. Validate the order terms on an add or change               *
      * 3. Route to add, change or release                            *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TRAN-REJECT-SW.
           MOVE SPACES TO WS-TRAN-FIELDS.
           UNSTRING TRANSACTION-RECORD DELIMITED BY ','
               INTO WS-TRAN-ACTION
                    WS-TRAN-CLAIMANT-ID
                    WS-TRAN-NUMBER-CHARS
                    WS-TRAN-AGENCY-ID
                    WS-TRAN-AGENCY-NAME
                    WS-TRAN-CASE-NUMBER
                    WS-TRAN-TYPE
                    WS-TRAN-PRIORITY-CHARS
                    WS-TRAN-AMOUNT-CHARS
                    WS-TRAN-PCT-CHARS
                    WS-TRAN-MAX-PCT-CHARS
                    WS-TRAN-START-CHARS
                    WS-TRAN-END-CHARS
                    WS-TRAN-LIMIT-CHARS
           END-UNSTRING.

           MOVE WS-TRAN-ACTION       TO WS-LOG-ACTION.
           MOVE WS-TRAN-CLAIMANT-ID  TO WS-LOG-CLAIMANT-ID.
           MOVE '-'                  TO WS-LOG-SEPARATOR.
           MOVE WS-TRAN-NUMBER-CHARS TO WS-LOG-NUMBER.

           IF NOT TRAN-ADD AND NOT TRAN-CHANGE AND NOT TRAN-RELEASE
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - UNKNOWN ACTION CODE' TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-CLAIMANT-ID = SPACES
                  OR WS-TRAN-NUMBER NOT NUMERIC
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - CLAIMANT OR ORDER NUMBER MISSING'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
              AND (TRAN-ADD OR TRAN-CHANGE)
               PERFORM 215-VALIDATE-ORDER-TERMS
           END-IF.

           IF TRAN-NOT-REJECTED
               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM 220-ADD-ORDER
                   WHEN TRAN-CHANGE
                       PERFORM 230-CHANGE-ORDER
                   WHEN TRAN-RELEASE
                       PERFORM 240-RELEASE-ORDER
               END-EVALUATE
           END-IF.

           PERFORM 290-WRITE-LOG-RECORD.

       215-VALIDATE-ORDER-TERMS.
      *----------------------------------------------------------------*
      * VALIDATE THE TERMS ON AN ADD OR CHANGE: THE AGENCY AND CASE    *
      * ARE GIVEN; THE TYPE IS KNOWN; EXACTLY ONE OF AMOUNT OR         *
      * PERCENTAGE IS GIVEN; THE MAXIMUM IS GIVEN, IS WITHIN THE LEGAL *
      * CEILING AND IS NOT BELOW THE PERCENTAGE; THE ORDER ENDS (IF IT *
      * ENDS) AFTER IT STARTS.                                         *
      *----------------------------------------------------------------*
           IF WS-TRAN-AGENCY-ID = SPACES
              OR WS-TRAN-CASE-NUMBER = SPACES
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - AGENCY OR CASE NUMBER MISSING'
                    TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               IF NOT TRAN-TYPE-VALID
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - ORDER TYPE NOT C, T OR J'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-PRIORITY NOT NUMERIC
                  OR WS-TRAN-AMOUNT NOT NUMERIC
                  OR WS-TRAN-PCT NOT NUMERIC
                  OR WS-TRAN-MAX-PCT NOT NUMERIC
                  OR WS-TRAN-START-DATE NOT NUMERIC
                  OR WS-TRAN-END-DATE NOT NUMERIC
                  OR WS-TRAN-LIMIT NOT NUMERIC
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - ORDER TERMS NOT NUMERIC'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-PRIORITY = ZERO
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - PRIORITY MUST BE 01-99'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               IF (WS-TRAN-AMOUNT = ZERO AND WS-TRAN-PCT = ZERO)
                  OR (WS-TRAN-AMOUNT > ZERO AND WS-TRAN-PCT > ZERO)
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - GIVE AN AMOUNT OR A PERCENTAGE'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-MAX-PCT = ZERO
                  OR WS-TRAN-MAX-PCT > WS-LEGAL-MAX-PCT
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - MAXIMUM PCT MUST BE 0.01-65.00'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-PCT > WS-TRAN-MAX-PCT
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - PERCENTAGE OVER THE MAXIMUM'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-START-DATE = ZERO
                  OR (WS-TRAN-END-DATE NOT = ZERO
                      AND WS-TRAN-END-DATE < WS-TRAN-START-DATE)
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - START/END DATES NOT VALID'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

       220-ADD-ORDER.
      *----------------------------------------------------------------*
      * ADD A NEWLY SERVED ORDER, ACTIVE FROM ITS START DATE WITH NO   *
      * ARREARS AND NOTHING YET DEDUCTED                               *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-CLAIMANT-ID TO ORD-CLAIMANT-ID.
           MOVE WS-TRAN-NUMBER      TO ORD-NUMBER.
           READ ORDER-FILE
               INVALID KEY
                   MOVE SPACES              TO ORDER-RECORD
                   MOVE WS-TRAN-CLAIMANT-ID TO ORD-CLAIMANT-ID
                   MOVE WS-TRAN-NUMBER      TO ORD-NUMBER
                   PERFORM 225-MOVE-ORDER-TERMS
                   MOVE 'A'                 TO ORD-STATUS
                   MOVE ZERO                TO ORD-ARREARS
                   MOVE ZERO                TO ORD-DEDUCTED
                   MOVE ZERO                TO ORD-LAST-DEDUCT-DATE
                   MOVE WS-RUN-DATE         TO ORD-RECEIVED-DATE
                   WRITE ORDER-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-TRAN-REJECT-SW
                           MOVE 'REJECTED - FILE WRITE FAILED'
                                TO WS-LOG-TEXT
                       NOT INVALID KEY
                           MOVE 'ORDER ADDED' TO WS-LOG-TEXT
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - ORDER NUMBER ALREADY ON FILE'
                        TO WS-LOG-TEXT
           END-READ.

       225-MOVE-ORDER-TERMS.
      *----------------------------------------------------------------*
      * MOVE THE TRANSACTION'S TERMS ONTO THE ORDER RECORD             *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-AGENCY-ID   TO ORD-AGENCY-ID.
           MOVE WS-TRAN-AGENCY-NAME TO ORD-AGENCY-NAME.
           MOVE WS-TRAN-CASE-NUMBER TO ORD-CASE-NUMBER.
           MOVE WS-TRAN-TYPE        TO ORD-TYPE.
           MOVE WS-TRAN-PRIORITY    TO ORD-PRIORITY.
           MOVE WS-TRAN-AMOUNT      TO ORD-AMOUNT.
           MOVE WS-TRAN-PCT         TO ORD-PCT.
           MOVE WS-TRAN-MAX-PCT     TO ORD-MAX-PCT.
           MOVE WS-TRAN-START-DATE  TO ORD-START-DATE.
           MOVE WS-TRAN-END-DATE    TO ORD-END-DATE.
           MOVE WS-TRAN-LIMIT       TO ORD-BALANCE-LIMIT.

       230-CHANGE-ORDER.
      *----------------------------------------------------------------*
      * AMEND AN ACTIVE ORDER'S TERMS. WHAT HAS BEEN DEDUCTED AND THE  *
      * ARREARS CARRIED STAND; A RELEASED OR SATISFIED ORDER IS NOT    *
      * REOPENED -- THE AGENCY SERVES A NEW ORDER.                     *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-CLAIMANT-ID TO ORD-CLAIMANT-ID.
           MOVE WS-TRAN-NUMBER      TO ORD-NUMBER.
           READ ORDER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - ORDER NOT ON FILE'
                        TO WS-LOG-TEXT
           END-READ.

           IF TRAN-NOT-REJECTED
               IF ORD-STATUS NOT = 'A'
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - ORDER NO LONGER ACTIVE'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 225-MOVE-ORDER-TERMS
               REWRITE ORDER-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - FILE REWRITE FAILED'
                            TO WS-LOG-TEXT
                   NOT INVALID KEY
                       MOVE 'ORDER CHANGED' TO WS-LOG-TEXT
               END-REWRITE
           END-IF.

       240-RELEASE-ORDER.
      *----------------------------------------------------------------*
      * THE AGENCY HAS RELEASED THE ORDER: NOTHING FURTHER IS DEDUCTED *
      * AND ANY ARREARS ARE WRITTEN OFF THE ORDER. THE END DATE IS THE *
      * RELEASE DATE, DEFAULTING TO TODAY. THE RECORD STAYS ON FILE.   *
      *----------------------------------------------------------------*
           IF WS-TRAN-AGENCY-ID = SPACES
               MOVE WS-RUN-DATE TO WS-TRAN-RELEASE-DATE
           END-IF.
           IF WS-TRAN-RELEASE-DATE NOT NUMERIC
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - RELEASE DATE NOT VALID'
                    TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE WS-TRAN-CLAIMANT-ID TO ORD-CLAIMANT-ID
               MOVE WS-TRAN-NUMBER      TO ORD-NUMBER
               READ ORDER-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - ORDER NOT ON FILE'
                            TO WS-LOG-TEXT
               END-READ
           END-IF.

           IF TRAN-NOT-REJECTED
               IF ORD-STATUS NOT = 'A'
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - ORDER NO LONGER ACTIVE'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE 'R' TO ORD-STATUS
               MOVE WS-TRAN-RELEASE-DATE TO ORD-END-DATE
               MOVE ZERO TO ORD-ARREARS
               REWRITE ORDER-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - FILE REWRITE FAILED'
                            TO WS-LOG-TEXT
                   NOT INVALID KEY
                       ADD 1 TO WS-ORDERS-RELEASED
                       MOVE 'ORDER RELEASED' TO WS-LOG-TEXT
               END-REWRITE
           END-IF.

       290-WRITE-LOG-RECORD.
      *----------------------------------------------------------------*
      * WRITE ONE LINE TO THE MAINTENANCE LOG AND ROLL THE RUN         *
      * TOTALS, BASED ON WHETHER THIS TRANSACTION WAS REJECTED         *
      *----------------------------------------------------------------*
           IF TRAN-REJECTED
               ADD 1 TO WS-TRANS-REJECTED
           ELSE
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

           MOVE SPACES TO MAINT-LOG-LINE.
           STRING WS-LOG-ACTION DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-LOG-KEY    DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-LOG-TEXT   DELIMITED BY SIZE
                  INTO MAINT-LOG-LINE
           END-STRING.
           WRITE MAINT-LOG-LINE.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'ORDMNT RUN CONTROL TOTALS'.
           DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ.
           DISPLAY 'TRANSACTIONS APPLIED:  ' WS-TRANS-APPLIED.
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED.
           DISPLAY 'ORDERS RELEASED:       ' WS-ORDERS-RELEASED.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE TRANSACTION-FILE
                 ORDER-FILE
                 MAINT-LOG-FILE.

           IF WS-TRANS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
