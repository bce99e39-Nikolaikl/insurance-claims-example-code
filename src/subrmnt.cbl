       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBRMNT.
      *----------------------------------------------------------------*
      * PROGRAM:  SUBRMNT                                              *
      * PURPOSE:  MAINTAIN THE SUBROGATION FILE -- ONE THIRD-PARTY     *
      *           RECOVERY FILE PER CLAIM -- FROM A TRANSACTION FILE,  *
      *           THE SAME TRANSACTION-DRIVEN CYCLE PAYEEMNT RUNS FOR  *
      *           THE PAYEE MASTER, AND POST RECOVERY RECEIPTS. EACH   *
      *           RECEIPT IS SPLIT BY THE STATUTORY LIEN SHARE: OUR    *
      *           SHARE IS RETAINED UP TO THE BENEFITS PAID TO DATE    *
      *           ON THE PAYMENT HISTORY, AND ANY OF OUR SHARE PAST    *
      *           THAT LIEN IS BOOKED AS A CREDIT AGAINST THE          *
      *           CLAIMANT'S FUTURE BENEFITS. THE CREDIT IS TAKEN BY   *
      *           REDUCING THE CLAIM'S FUTURE SCHEDULED PAYMENTS UNTIL *
      *           IT IS USED UP, AND WHAT EACH LINE TOOK IS RECORDED   *
      *           SO A SCHEDULE REGENERATED AT FULL AMOUNT CAN HAND    *
      *           IT BACK TO BE TAKEN AGAIN. RETAINED RECOVERIES GO    *
      *           TO THE GENERAL LEDGER EXTRACT AS THE DAY'S RECOVERY  *
      *           EVENTS.                                              *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. TRANSACTION PROCESSING (MODELED ON PAYEEMNT)                *
      * 5. RECEIPT POSTING AND LIEN SPLIT                              *
      * 6. FUTURE-BENEFIT CREDIT AGAINST THE PAYMENT SCHEDULE          *
      * 7. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - TRANSACTION-FILE: One transaction per line. Amounts are 11   *
      *   digits with two implied decimals:                            *
      *     O,CLAIM-ID,PARTY,CARRIER,DEMAND,ANTICIPATED  OPEN A FILE   *
      *     U,CLAIM-ID,PARTY,CARRIER,DEMAND,ANTICIPATED  UPDATE A FILE *
      *     R,CLAIM-ID,AMOUNT                            RECEIPT       *
      *     C,CLAIM-ID,S OR W                CLOSE SETTLED / WITHDRAWN *
      * - SUBROGATION-FILE: The subrogation file master, by claim      *
      * - CLAIM-FILE: The claim master, to validate an opened file     *
      * - SCHEDULE-MASTER: The payment schedule the credit reduces     *
      * - CREDIT-LINE-FILE: The credit taken off each schedule line,   *
      *                     by line key, for the pension run to hand   *
      *                     back when it regenerates the schedule      *
      * - PAYMENT-HISTORY-FILE: Payments made, for the paid-to-date    *
      *                         that caps the lien                     *
      * - LIEN-PCT-FILE: Optional run-control file naming the          *
      *                  statutory lien share percentage (NNN)         *
      * - RECOVERY-EVENT-FILE: The day's retained recoveries, for the  *
      *                        general-ledger extract (GLPOST)         *
      * - MAINT-LOG-FILE: One line per transaction recording what was  *
      *                   applied or why it was rejected               *
      *----------------------------------------------------------------*
           SELECT TRANSACTION-FILE ASSIGN TO "data/SUBRMNT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT SUBROGATION-FILE ASSIGN TO "data/SUBRFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBR-CLAIM-ID
           FILE STATUS IS SUBR-FILE-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIM-ID
           FILE STATUS IS CLM-STATUS.

           SELECT SCHEDULE-MASTER ASSIGN TO "data/PAYSCHEDM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHED-KEY
           FILE STATUS IS SCHEDM-STATUS.

           SELECT CREDIT-LINE-FILE ASSIGN TO "data/SUBRCRLN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRLN-KEY
           FILE STATUS IS CRLN-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'data/PAYHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYHIST-STATUS.

           SELECT LIEN-PCT-FILE ASSIGN TO 'data/SUBRLIEN.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIENPCT-STATUS.

           SELECT RECOVERY-EVENT-FILE ASSIGN TO 'data/SUBREVT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVENT-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "data/SUBRMNT_LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD       PIC X(120).

      * One record per claim with a third-party recovery pursued.
      * Status O open, S settled (closed with recovery), W withdrawn
      * (closed without). The gross recovered is every receipt as
      * reported; the lien recovered is the share we retained; the
      * credit booked is our share past the lien, taken off future
      * benefits as the credit taken.
       FD SUBROGATION-FILE.
       01 SUBROGATION-RECORD.
          05 SUBR-CLAIM-ID            PIC X(12).
          05 SUBR-STATUS              PIC X(1).
          05 SUBR-PARTY-NAME          PIC X(30).
          05 SUBR-CARRIER             PIC X(30).
          05 SUBR-DEMAND              PIC 9(9)V99.
          05 SUBR-ANTICIPATED         PIC 9(9)V99.
          05 SUBR-OPENED-DATE         PIC 9(8).
          05 SUBR-GROSS-RECOVERED     PIC 9(9)V99.
          05 SUBR-LIEN-RECOVERED      PIC 9(9)V99.
          05 SUBR-CREDIT-BOOKED       PIC 9(9)V99.
          05 SUBR-CREDIT-TAKEN        PIC 9(9)V99.
          05 SUBR-LAST-RECEIPT-DATE   PIC 9(8).
          05 SUBR-CLOSED-DATE         PIC 9(8).
          05 FILLER                   PIC X(7).

       FD CLAIM-FILE.
       01 CLAIM-RECORD.
          05 CLAIM-ID              PIC X(12).
          05 FILLER                PIC X(215).

       FD SCHEDULE-MASTER.
       01 SCHEDULE-RECORD.
          05 SCHED-KEY.
             10 SCHED-CLAIM-ID     PIC X(12).
             10 SCHED-SEQ          PIC 9(4).
             10 SCHED-DEP-SEQ      PIC 9(2).
          05 SCHED-PAY-DATE        PIC 9(8).
          05 SCHED-AMOUNT          PIC 9(8)V99.
          05 SCHED-DEP-REL         PIC X(10).
          05 SCHED-STAT            PIC X(1).

      * The credit taken off one schedule line, keyed as the line.
      * A line credited on more than one sweep carries the total.
       FD CREDIT-LINE-FILE.
       01 CREDIT-LINE-RECORD.
          05 CRLN-KEY.
             10 CRLN-CLAIM-ID      PIC X(12).
             10 CRLN-SEQ           PIC 9(4).
             10 CRLN-DEP-SEQ       PIC 9(2).
          05 CRLN-AMOUNT           PIC 9(8)V99.
          05 CRLN-TAKEN-DATE       PIC 9(8).
          05 FILLER                PIC X(10).

       FD PAYMENT-HISTORY-FILE.
       01 PAYMENT-HISTORY-LINE     PIC X(140).

       FD LIEN-PCT-FILE.
       01 LIEN-PCT-LINE            PIC X(3).

      * The event line is fixed-format: cols 1-12 claim id, 13-20
      * ' AMOUNT=', cols 21-31 the retained amount digits (implied two
      * decimals), 32-37 ' DATE=', 38-45 the receipt date.
       FD RECOVERY-EVENT-FILE.
       01 RECOVERY-EVENT-LINE      PIC X(50).

       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-TRAN-FIELDS: One transaction parsed off its input line    *
      * - WS-LIEN-FIELDS: The lien share and the split of a receipt    *
      * - WS-CREDIT-FIELDS: The credit still to take off the schedule  *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *                                                                *
      * THE HISTORY LINE IS FIXED-FORMAT AS PAYDISB WRITES IT: COLS    *
      * 1-12 CLAIM-ID, 44-56 EDITED AMOUNT, 93-100 RETURN MARKER. A    *
      * RETURNED PAYMENT NEVER REACHED THE CLAIMANT AND IS NOT PAID.   *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 TRAN-STATUS           PIC X(2).
          05 SUBR-FILE-STATUS      PIC X(2).
          05 CLM-STATUS            PIC X(2).
          05 SCHEDM-STATUS         PIC X(2).
          05 CRLN-STATUS           PIC X(2).
          05 PAYHIST-STATUS        PIC X(2).
          05 LIENPCT-STATUS        PIC X(2).
          05 EVENT-STATUS          PIC X(2).
          05 LOG-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-TRAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 TRAN-END-OF-FILE   VALUE 'Y'.
          05 WS-TRAN-REJECT-SW     PIC X(1) VALUE 'N'.
             88 TRAN-REJECTED      VALUE 'Y'.
             88 TRAN-NOT-REJECTED  VALUE 'N'.
          05 WS-SUBR-EOF-SW        PIC X(1) VALUE 'N'.
             88 SUBR-END-OF-FILE   VALUE 'Y'.
          05 WS-SCHED-EOF-SW       PIC X(1) VALUE 'N'.
             88 SCHED-END-OF-FILE  VALUE 'Y'.
          05 WS-HIST-EOF-SW        PIC X(1) VALUE 'N'.
             88 HIST-END-OF-FILE   VALUE 'Y'.

       01 WS-TRAN-FIELDS.
          05 WS-TRAN-ACTION        PIC X(1).
             88 TRAN-OPEN          VALUE 'O'.
             88 TRAN-UPDATE        VALUE 'U'.
             88 TRAN-RECEIPT       VALUE 'R'.
             88 TRAN-CLOSE         VALUE 'C'.
          05 WS-TRAN-CLAIM-ID      PIC X(12).
          05 WS-TRAN-FIELD-3       PIC X(30).
          05 WS-TRAN-CARRIER       PIC X(30).
          05 WS-TRAN-DEMAND-CHARS  PIC X(11).
          05 WS-TRAN-DEMAND REDEFINES WS-TRAN-DEMAND-CHARS
                                   PIC 9(9)V99.
          05 WS-TRAN-ANTICIPATED-CHARS PIC X(11).
          05 WS-TRAN-ANTICIPATED REDEFINES WS-TRAN-ANTICIPATED-CHARS
                                   PIC 9(9)V99.

      * The receipt amount and close reason travel in the third field
       01 WS-TRAN-RECEIPT-FIELDS.
          05 WS-TRAN-AMOUNT-CHARS  PIC X(11).
          05 WS-TRAN-AMOUNT REDEFINES WS-TRAN-AMOUNT-CHARS
                                   PIC 9(9)V99.
          05 WS-TRAN-CLOSE-REASON  PIC X(1).
             88 CLOSE-REASON-VALID VALUES 'S' 'W'.

      * The statutory lien share of a recovery, overridable from the
      * run-control file. Our share is retained up to the lien still
      * open (paid to date less lien already recovered); the rest of
      * our share is a credit against future benefits, and the
      * balance of the receipt stays with the claimant.
       01 WS-LIEN-FIELDS.
          05 WS-LIEN-PCT           PIC 9(3) VALUE 100.
          05 WS-PAID-TO-DATE       PIC 9(9)V99.
          05 WS-LIEN-OPEN          PIC S9(9)V99.
          05 WS-OUR-SHARE          PIC 9(9)V99.
          05 WS-LIEN-RETAINED      PIC 9(9)V99.
          05 WS-LIEN-RETAINED-CHARS REDEFINES WS-LIEN-RETAINED
                                   PIC X(11).
          05 WS-EXCESS-CREDIT      PIC 9(9)V99.

       01 WS-CREDIT-FIELDS.
          05 WS-CREDIT-REMAINING   PIC S9(9)V99.
          05 WS-CREDIT-THIS-LINE   PIC 9(8)V99.
          05 WS-CREDIT-APPLIED     PIC 9(9)V99.
          05 WS-RUN-CCYYMM         PIC 9(6).
          05 WS-SCHED-CCYYMM       PIC 9(6).

       01 WS-HIST-FIELDS.
          05 WS-HIST-AMOUNT-EDIT   PIC X(13).

       01 WS-AMOUNT-DEEDIT.
          05 WS-AD-MILLIONS        PIC X(2).
          05 WS-AD-THOUSANDS       PIC X(3).
          05 WS-AD-UNITS           PIC X(3).
          05 WS-AD-CENTS           PIC X(2).
       01 WS-AMOUNT-NUMERIC REDEFINES WS-AMOUNT-DEEDIT
                                   PIC 9(8)V99.

       01 WS-RUN-DATE              PIC 9(8).

       01 WS-LOG-DETAIL.
          05 WS-LOG-ACTION         PIC X(1).
          05 WS-LOG-KEY            PIC X(12).
          05 WS-LOG-TEXT           PIC X(60).

       01 WS-F-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-F-CREDIT              PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-CONTROL-TOTALS.
          05 WS-TRANS-READ         PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-APPLIED      PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-REJECTED     PIC 9(5) COMP VALUE ZERO.
          05 WS-RECEIPTS-POSTED    PIC 9(5) COMP VALUE ZERO.
          05 WS-GROSS-RECEIVED     PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-RETAINED     PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-CREDIT-BOOKED PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-CREDIT-TAKEN PIC 9(11)V99 VALUE ZERO.
          05 WS-SCHED-REDUCED      PIC 9(7) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files and pick up the lien share                  *
      * 2. Apply every transaction                                    *
      * 3. Take any credit still outstanding off the schedule -- a    *
      *    credit a claim's schedule could not absorb when it was     *
      *    booked is retried every run as new payments are scheduled  *
      * 4. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-TRANSACTIONS.
           PERFORM 400-APPLY-OUTSTANDING-CREDITS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS. A FIRST-EVER RUN HAS NO   *
      * SUBROGATION FILE YET, SO FALL BACK TO CREATING IT.             *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-CCYYMM.

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

           OPEN I-O SUBROGATION-FILE.
           IF SUBR-FILE-STATUS NOT = '00'
              DISPLAY 'SUBROGATION FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT SUBROGATION-FILE
              CLOSE SUBROGATION-FILE
              OPEN I-O SUBROGATION-FILE
           END-IF.
           IF SUBR-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SUBROGATION FILE: '
                      SUBR-FILE-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT CLAIM-FILE.
           IF CLM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIM FILE: ' CLM-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O SCHEDULE-MASTER.
           IF SCHEDM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SCHEDULE MASTER: ' SCHEDM-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O CREDIT-LINE-FILE.
           IF CRLN-STATUS NOT = '00'
              DISPLAY 'LINE CREDIT FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT CREDIT-LINE-FILE
              CLOSE CREDIT-LINE-FILE
              OPEN I-O CREDIT-LINE-FILE
           END-IF.
           IF CRLN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LINE CREDIT FILE: ' CRLN-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT RECOVERY-EVENT-FILE.
           IF EVENT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RECOVERY EVENT FILE: '
                      EVENT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT LIEN-PCT-FILE.
           IF LIENPCT-STATUS = '00'
               READ LIEN-PCT-FILE
                   AT END
                       DISPLAY 'LIEN PCT FILE EMPTY, USING '
                               'DEFAULT: ' WS-LIEN-PCT
                   NOT AT END
                       IF LIEN-PCT-LINE IS NUMERIC
                          AND LIEN-PCT-LINE NOT > '100'
                           MOVE LIEN-PCT-LINE TO WS-LIEN-PCT
                       ELSE
                           DISPLAY 'LIEN PCT NOT VALID, USING '
                                   'DEFAULT: ' LIEN-PCT-LINE
                       END-IF
               END-READ
               CLOSE LIEN-PCT-FILE
           END-IF.
           DISPLAY 'STATUTORY LIEN SHARE PCT: ' WS-LIEN-PCT.

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
           DISPLAY 'PROCESSED ALL TRANSACTIONS IN SUBRMNT FILE'.

       210-PROCESS-TRANSACTION-RECORD.
      *----------------------------------------------------------------*
      * PARSE AND APPLY ONE TRANSACTION RECORD:                        *
      * 1. Parse the action, claim and the action's own fields        *
      * 2. Route to open, update, receipt or close                    *
      * 3. Log what was applied or why it was rejected                *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TRAN-REJECT-SW.
           MOVE SPACES TO WS-TRAN-FIELDS.
           MOVE ZERO TO WS-TRAN-DEMAND
                        WS-TRAN-ANTICIPATED.
           UNSTRING TRANSACTION-RECORD DELIMITED BY ','
               INTO WS-TRAN-ACTION
                    WS-TRAN-CLAIM-ID
                    WS-TRAN-FIELD-3
                    WS-TRAN-CARRIER
                    WS-TRAN-DEMAND-CHARS
                    WS-TRAN-ANTICIPATED-CHARS
           END-UNSTRING.

           MOVE WS-TRAN-ACTION   TO WS-LOG-ACTION.
           MOVE WS-TRAN-CLAIM-ID TO WS-LOG-KEY.

           EVALUATE TRUE
               WHEN TRAN-OPEN
                   PERFORM 220-OPEN-SUBROGATION
               WHEN TRAN-UPDATE
                   PERFORM 230-UPDATE-SUBROGATION
               WHEN TRAN-RECEIPT
                   PERFORM 240-POST-RECEIPT
               WHEN TRAN-CLOSE
                   PERFORM 250-CLOSE-SUBROGATION
               WHEN OTHER
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - UNKNOWN ACTION CODE'
                        TO WS-LOG-TEXT
           END-EVALUATE.

           PERFORM 290-WRITE-LOG-RECORD.

       220-OPEN-SUBROGATION.
      *----------------------------------------------------------------*
      * OPEN A SUBROGATION FILE AGAINST A CLAIM ON THE CLAIM MASTER.   *
      * A CLAIM CARRIES ONE FILE; A CLOSED FILE IS REOPENED IN PLACE   *
      * WITH ITS RECOVERY HISTORY KEPT.                                *
      *----------------------------------------------------------------*
           IF WS-TRAN-FIELD-3 = SPACES
              OR WS-TRAN-DEMAND NOT NUMERIC
              OR WS-TRAN-ANTICIPATED NOT NUMERIC
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - PARTY MISSING OR AMOUNT NOT NUMERIC'
                    TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE WS-TRAN-CLAIM-ID TO CLAIM-ID
               READ CLAIM-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - CLAIM NOT ON FILE'
                            TO WS-LOG-TEXT
               END-READ
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE WS-TRAN-CLAIM-ID TO SUBR-CLAIM-ID
               READ SUBROGATION-FILE
                   INVALID KEY
                       INITIALIZE SUBROGATION-RECORD
                       MOVE WS-TRAN-CLAIM-ID TO SUBR-CLAIM-ID
                       PERFORM 225-MOVE-FILE-DETAILS
                       WRITE SUBROGATION-RECORD
                           INVALID KEY
                               MOVE 'Y' TO WS-TRAN-REJECT-SW
                               MOVE 'REJECTED - FILE WRITE FAILED'
                                    TO WS-LOG-TEXT
                       END-WRITE
                   NOT INVALID KEY
                       IF SUBR-STATUS = 'O'
                           MOVE 'Y' TO WS-TRAN-REJECT-SW
                           MOVE 'REJECTED - FILE ALREADY OPEN'
                                TO WS-LOG-TEXT
                       ELSE
                           PERFORM 225-MOVE-FILE-DETAILS
                           MOVE ZERO TO SUBR-CLOSED-DATE
                           REWRITE SUBROGATION-RECORD
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE 'SUBROGATION FILE OPENED' TO WS-LOG-TEXT
           END-IF.

       225-MOVE-FILE-DETAILS.
      *----------------------------------------------------------------*
      * MOVE THE OPENING DETAILS ONTO THE SUBROGATION RECORD           *
      *----------------------------------------------------------------*
           MOVE 'O'                 TO SUBR-STATUS.
           MOVE WS-TRAN-FIELD-3     TO SUBR-PARTY-NAME.
           MOVE WS-TRAN-CARRIER     TO SUBR-CARRIER.
           MOVE WS-TRAN-DEMAND      TO SUBR-DEMAND.
           MOVE WS-TRAN-ANTICIPATED TO SUBR-ANTICIPATED.
           MOVE WS-RUN-DATE         TO SUBR-OPENED-DATE.

       230-UPDATE-SUBROGATION.
      *----------------------------------------------------------------*
      * UPDATE AN OPEN FILE'S PARTY, CARRIER, DEMAND AND ANTICIPATED   *
      * RECOVERY. A BLANK PARTY OR CARRIER LEAVES THE ONE ON FILE.     *
      *----------------------------------------------------------------*
           IF WS-TRAN-DEMAND NOT NUMERIC
              OR WS-TRAN-ANTICIPATED NOT NUMERIC
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - AMOUNT NOT NUMERIC' TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 260-READ-OPEN-FILE
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-FIELD-3 NOT = SPACES
                   MOVE WS-TRAN-FIELD-3 TO SUBR-PARTY-NAME
               END-IF
               IF WS-TRAN-CARRIER NOT = SPACES
                   MOVE WS-TRAN-CARRIER TO SUBR-CARRIER
               END-IF
               MOVE WS-TRAN-DEMAND      TO SUBR-DEMAND
               MOVE WS-TRAN-ANTICIPATED TO SUBR-ANTICIPATED
               REWRITE SUBROGATION-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - SUBROGATION REWRITE FAILED'
                            TO WS-LOG-TEXT
               END-REWRITE
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE 'SUBROGATION FILE UPDATED' TO WS-LOG-TEXT
           END-IF.

       240-POST-RECEIPT.
      *----------------------------------------------------------------*
      * POST ONE RECOVERY RECEIPT TO AN OPEN FILE:                     *
      * 1. Our share is the statutory lien percentage of the receipt  *
      * 2. The lien still open is benefits paid to date, off the      *
      *    payment history, less lien already recovered               *
      * 3. Our share is retained up to the open lien; anything past   *
      *    it is booked as a credit against future benefits and      *
      *    taken off the claim's schedule                             *
      * 4. The retained amount is written as the day's GL recovery    *
      *    event                                                      *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-FIELD-3 (1:11) TO WS-TRAN-AMOUNT-CHARS.
           IF WS-TRAN-AMOUNT NOT NUMERIC
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - RECEIPT AMOUNT NOT NUMERIC'
                    TO WS-LOG-TEXT
           ELSE
               IF WS-TRAN-AMOUNT = ZERO
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - RECEIPT AMOUNT IS ZERO'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 260-READ-OPEN-FILE
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 270-SUM-PAID-TO-DATE
               COMPUTE WS-OUR-SHARE ROUNDED =
                       WS-TRAN-AMOUNT * WS-LIEN-PCT / 100
               COMPUTE WS-LIEN-OPEN = WS-PAID-TO-DATE
                                    - SUBR-LIEN-RECOVERED
               IF WS-LIEN-OPEN < 0
                   MOVE ZERO TO WS-LIEN-OPEN
               END-IF
               IF WS-OUR-SHARE > WS-LIEN-OPEN
                   MOVE WS-LIEN-OPEN TO WS-LIEN-RETAINED
                   COMPUTE WS-EXCESS-CREDIT =
                           WS-OUR-SHARE - WS-LIEN-OPEN
               ELSE
                   MOVE WS-OUR-SHARE TO WS-LIEN-RETAINED
                   MOVE ZERO TO WS-EXCESS-CREDIT
               END-IF

               ADD WS-TRAN-AMOUNT   TO SUBR-GROSS-RECOVERED
               ADD WS-LIEN-RETAINED TO SUBR-LIEN-RECOVERED
               ADD WS-EXCESS-CREDIT TO SUBR-CREDIT-BOOKED
               MOVE WS-RUN-DATE     TO SUBR-LAST-RECEIPT-DATE

               ADD 1                TO WS-RECEIPTS-POSTED
               ADD WS-TRAN-AMOUNT   TO WS-GROSS-RECEIVED
               ADD WS-LIEN-RETAINED TO WS-TOTAL-RETAINED
               ADD WS-EXCESS-CREDIT TO WS-TOTAL-CREDIT-BOOKED

               IF WS-LIEN-RETAINED > 0
                   PERFORM 245-WRITE-RECOVERY-EVENT
               END-IF

               PERFORM 300-TAKE-CREDIT-OFF-SCHEDULE
               REWRITE SUBROGATION-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - SUBROGATION REWRITE FAILED'
                            TO WS-LOG-TEXT
               END-REWRITE
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE WS-LIEN-RETAINED TO WS-F-AMOUNT
               MOVE WS-EXCESS-CREDIT TO WS-F-CREDIT
               MOVE SPACES TO WS-LOG-TEXT
               STRING 'RECEIPT POSTED - RETAINED ' DELIMITED BY SIZE
                      WS-F-AMOUNT DELIMITED BY SIZE
                      ' CREDIT ' DELIMITED BY SIZE
                      WS-F-CREDIT DELIMITED BY SIZE
                      INTO WS-LOG-TEXT
               END-STRING
           END-IF.

       245-WRITE-RECOVERY-EVENT.
      *----------------------------------------------------------------*
      * WRITE THE RETAINED RECOVERY AS ONE GL RECOVERY EVENT           *
      *----------------------------------------------------------------*
           MOVE SPACES TO RECOVERY-EVENT-LINE.
           MOVE SUBR-CLAIM-ID          TO RECOVERY-EVENT-LINE (1:12).
           MOVE ' AMOUNT='             TO RECOVERY-EVENT-LINE (13:8).
           MOVE WS-LIEN-RETAINED-CHARS TO RECOVERY-EVENT-LINE (21:11).
           MOVE ' DATE='               TO RECOVERY-EVENT-LINE (32:6).
           MOVE WS-RUN-DATE            TO RECOVERY-EVENT-LINE (38:8).
           WRITE RECOVERY-EVENT-LINE.

       250-CLOSE-SUBROGATION.
      *----------------------------------------------------------------*
      * CLOSE AN OPEN FILE AS SETTLED (S) OR WITHDRAWN (W). A CREDIT   *
      * STILL OUTSTANDING STAYS ON THE FILE AND KEEPS BEING TAKEN.     *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-FIELD-3 (1:1) TO WS-TRAN-CLOSE-REASON.
           IF NOT CLOSE-REASON-VALID
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - CLOSE REASON MUST BE S OR W'
                    TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 260-READ-OPEN-FILE
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE WS-TRAN-CLOSE-REASON TO SUBR-STATUS
               MOVE WS-RUN-DATE          TO SUBR-CLOSED-DATE
               REWRITE SUBROGATION-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - SUBROGATION REWRITE FAILED'
                            TO WS-LOG-TEXT
               END-REWRITE
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE 'SUBROGATION FILE CLOSED' TO WS-LOG-TEXT
           END-IF.

       260-READ-OPEN-FILE.
      *----------------------------------------------------------------*
      * READ THE CLAIM'S SUBROGATION FILE; IT MUST BE OPEN             *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-CLAIM-ID TO SUBR-CLAIM-ID.
           READ SUBROGATION-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - NO SUBROGATION FILE FOR CLAIM'
                        TO WS-LOG-TEXT
               NOT INVALID KEY
                   IF SUBR-STATUS NOT = 'O'
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - SUBROGATION FILE NOT OPEN'
                            TO WS-LOG-TEXT
                   END-IF
           END-READ.

       270-SUM-PAID-TO-DATE.
      *----------------------------------------------------------------*
      * SUM THE BENEFITS PAID ON THE CLAIM TO DATE OFF THE PAYMENT     *
      * HISTORY. BANK-RETURNED PAYMENTS NEVER REACHED THE CLAIMANT     *
      * AND DO NOT COUNT. NO HISTORY MEANS NOTHING PAID YET.           *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-PAID-TO-DATE.
           MOVE 'N' TO WS-HIST-EOF-SW.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF PAYHIST-STATUS = '00'
               PERFORM UNTIL HIST-END-OF-FILE
                   READ PAYMENT-HISTORY-FILE
                       AT END
                           SET HIST-END-OF-FILE TO TRUE
                       NOT AT END
                           IF PAYMENT-HISTORY-LINE (1:12) =
                                   SUBR-CLAIM-ID
                              AND PAYMENT-HISTORY-LINE (93:5)
                                   NOT = ' RTN='
                               MOVE PAYMENT-HISTORY-LINE (44:13)
                                    TO WS-HIST-AMOUNT-EDIT
                               MOVE WS-HIST-AMOUNT-EDIT (1:2)
                                    TO WS-AD-MILLIONS
                               MOVE WS-HIST-AMOUNT-EDIT (4:3)
                                    TO WS-AD-THOUSANDS
                               MOVE WS-HIST-AMOUNT-EDIT (8:3)
                                    TO WS-AD-UNITS
                               MOVE WS-HIST-AMOUNT-EDIT (12:2)
                                    TO WS-AD-CENTS
                               INSPECT WS-AMOUNT-DEEDIT
                                       REPLACING ALL ' ' BY '0'
                               ADD WS-AMOUNT-NUMERIC TO WS-PAID-TO-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-HISTORY-FILE
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

       300-TAKE-CREDIT-OFF-SCHEDULE.
      *----------------------------------------------------------------*
      * TAKE THE FILE'S OUTSTANDING CREDIT OFF THE CLAIM'S FUTURE      *
      * PAYMENTS, EARLIEST FIRST. ONLY ACTIVE LINES DUE AFTER THE      *
      * CURRENT MONTH ARE TOUCHED -- THIS MONTH MAY ALREADY BE PAID.   *
      * A LINE THE CREDIT ABSORBS WHOLE IS CANCELLED SO NOTHING GOES   *
      * TO THE BANK FOR IT; A PART-ABSORBED LINE PAYS THE BALANCE.     *
      *----------------------------------------------------------------*
           COMPUTE WS-CREDIT-REMAINING = SUBR-CREDIT-BOOKED
                                       - SUBR-CREDIT-TAKEN.
           IF WS-CREDIT-REMAINING > 0
               MOVE ZERO TO WS-CREDIT-APPLIED
               MOVE 'N' TO WS-SCHED-EOF-SW
               MOVE SUBR-CLAIM-ID TO SCHED-CLAIM-ID
               MOVE ZERO TO SCHED-SEQ
               MOVE ZERO TO SCHED-DEP-SEQ
               START SCHEDULE-MASTER KEY IS GREATER THAN OR EQUAL TO
                     SCHED-KEY
                   INVALID KEY
                       SET SCHED-END-OF-FILE TO TRUE
               END-START

               PERFORM UNTIL SCHED-END-OF-FILE
                          OR WS-CREDIT-REMAINING NOT > 0
                   READ SCHEDULE-MASTER NEXT RECORD
                       AT END
                           SET SCHED-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SCHED-CLAIM-ID NOT = SUBR-CLAIM-ID
                               SET SCHED-END-OF-FILE TO TRUE
                           ELSE
                               PERFORM 310-REDUCE-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM

               ADD WS-CREDIT-APPLIED TO SUBR-CREDIT-TAKEN
               ADD WS-CREDIT-APPLIED TO WS-TOTAL-CREDIT-TAKEN
           END-IF.

       310-REDUCE-ONE-PAYMENT.
      *----------------------------------------------------------------*
      * REDUCE ONE FUTURE ACTIVE PAYMENT BY AS MUCH OF THE CREDIT AS   *
      * IT WILL TAKE, AND RECORD WHAT THE LINE TOOK                    *
      *----------------------------------------------------------------*
           MOVE SCHED-PAY-DATE (1:6) TO WS-SCHED-CCYYMM.
           IF WS-SCHED-CCYYMM > WS-RUN-CCYYMM
              AND (SCHED-STAT = 'A' OR SCHED-STAT = ' ')
              AND SCHED-AMOUNT > 0
               IF SCHED-AMOUNT > WS-CREDIT-REMAINING
                   MOVE WS-CREDIT-REMAINING TO WS-CREDIT-THIS-LINE
               ELSE
                   MOVE SCHED-AMOUNT TO WS-CREDIT-THIS-LINE
               END-IF
               SUBTRACT WS-CREDIT-THIS-LINE FROM SCHED-AMOUNT
               IF SCHED-AMOUNT = ZERO
                   MOVE 'C' TO SCHED-STAT
               END-IF
               REWRITE SCHEDULE-RECORD
               END-REWRITE
               PERFORM 315-RECORD-LINE-CREDIT
               SUBTRACT WS-CREDIT-THIS-LINE FROM WS-CREDIT-REMAINING
               ADD WS-CREDIT-THIS-LINE TO WS-CREDIT-APPLIED
               ADD 1 TO WS-SCHED-REDUCED
           END-IF.

       315-RECORD-LINE-CREDIT.
      *----------------------------------------------------------------*
      * ADD THE CREDIT JUST TAKEN TO THE LINE'S CREDIT RECORD, OPENING *
      * ONE FOR A LINE NOT CREDITED BEFORE                             *
      *----------------------------------------------------------------*
           MOVE SCHED-KEY TO CRLN-KEY.
           READ CREDIT-LINE-FILE
               INVALID KEY
                   MOVE SPACES TO CREDIT-LINE-RECORD
                   MOVE SCHED-KEY TO CRLN-KEY
                   MOVE WS-CREDIT-THIS-LINE TO CRLN-AMOUNT
                   MOVE WS-RUN-DATE TO CRLN-TAKEN-DATE
                   WRITE CREDIT-LINE-RECORD
                       INVALID KEY
                           DISPLAY 'LINE CREDIT WRITE FAILED: '
                                   SCHED-CLAIM-ID
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-CREDIT-THIS-LINE TO CRLN-AMOUNT
                   MOVE WS-RUN-DATE TO CRLN-TAKEN-DATE
                   REWRITE CREDIT-LINE-RECORD
                       INVALID KEY
                           DISPLAY 'LINE CREDIT REWRITE FAILED: '
                                   SCHED-CLAIM-ID
                   END-REWRITE
           END-READ.

       400-APPLY-OUTSTANDING-CREDITS.
      *----------------------------------------------------------------*
      * SWEEP THE SUBROGATION FILE FOR ANY CREDIT THE SCHEDULE HAS     *
      * NOT YET ABSORBED AND TAKE WHAT THE SCHEDULE NOW HOLDS          *
      *----------------------------------------------------------------*
           MOVE LOW-VALUES TO SUBR-CLAIM-ID.
           START SUBROGATION-FILE KEY IS GREATER THAN SUBR-CLAIM-ID
               INVALID KEY
                   SET SUBR-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL SUBR-END-OF-FILE
               READ SUBROGATION-FILE NEXT RECORD
                   AT END
                       SET SUBR-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SUBR-CREDIT-BOOKED > SUBR-CREDIT-TAKEN
                           PERFORM 300-TAKE-CREDIT-OFF-SCHEDULE
                           REWRITE SUBROGATION-RECORD
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'SUBRMNT RUN CONTROL TOTALS'.
           DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ.
           DISPLAY 'TRANSACTIONS APPLIED:  ' WS-TRANS-APPLIED.
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED.
           DISPLAY 'RECEIPTS POSTED:       ' WS-RECEIPTS-POSTED.
           DISPLAY 'GROSS RECEIVED:        ' WS-GROSS-RECEIVED.
           DISPLAY 'LIEN RETAINED:         ' WS-TOTAL-RETAINED.
           DISPLAY 'CREDIT BOOKED:         ' WS-TOTAL-CREDIT-BOOKED.
           DISPLAY 'CREDIT TAKEN:          ' WS-TOTAL-CREDIT-TAKEN.
           DISPLAY 'PAYMENTS REDUCED:      ' WS-SCHED-REDUCED.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE TRANSACTION-FILE
                 SUBROGATION-FILE
                 CLAIM-FILE
                 SCHEDULE-MASTER
                 CREDIT-LINE-FILE
                 RECOVERY-EVENT-FILE
                 MAINT-LOG-FILE.

           IF WS-TRANS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
