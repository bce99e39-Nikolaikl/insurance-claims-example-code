       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIFMNT.
      *----------------------------------------------------------------*
      * PROGRAM:  SIFMNT                                               *
      * PURPOSE:  MAINTAIN THE SECOND-INJURY FUND FILE FROM A          *
      *           TRANSACTION FILE, THE SAME TRANSACTION-DRIVEN CYCLE  *
      *           SUBRMNT RUNS FOR THE SUBROGATION FILE. SIFSCAN FINDS *
      *           THE QUALIFYING CLAIMS AND FILES THEIR APPLICATIONS;  *
      *           THIS RUN RECORDS WHAT THE FUND DOES WITH THEM -- ITS *
      *           ACCEPTANCE OR DENIAL, EACH REIMBURSEMENT IT PAYS,    *
      *           AND A RECORD WITHDRAWN OR CLOSED ON OUR SIDE.        *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. TRANSACTION PROCESSING (MODELED ON SUBRMNT)                 *
      * 5. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - TRANSACTION-FILE: One transaction per line. Amounts are 11   *
      *   digits with two implied decimals:                            *
      *     A,CLAIM-ID,FUND-REFERENCE     FUND ACCEPTED THE CLAIM      *
      *     D,CLAIM-ID                    FUND DENIED THE CLAIM        *
      *     R,CLAIM-ID,AMOUNT             REIMBURSEMENT RECEIVED       *
      *     W,CLAIM-ID                    WITHDRAWN ON OUR SIDE        *
      *     C,CLAIM-ID                    CLOSED, NOTHING MORE TO COME *
      * - SIF-FILE: The fund record master, by claim                   *
      * - MAINT-LOG-FILE: One line per transaction recording what was  *
      *                   applied or why it was rejected               *
      *----------------------------------------------------------------*
           SELECT TRANSACTION-FILE ASSIGN TO "data/SIFMNT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT SIF-FILE ASSIGN TO "data/SIFFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SIF-CLAIM-ID
           FILE STATUS IS SIF-STATUS-CODE.

           SELECT MAINT-LOG-FILE ASSIGN TO "data/SIFMNT_LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD       PIC X(80).

      * One record per claim found to qualify for the fund. Status P
      * pending (inside the statutory period), F filed with the fund,
      * A accepted, D denied, W withdrawn, C closed. Reimbursable is
      * the benefits paid beyond the statutory period to date;
      * claimed what has been applied for, received what the fund
      * has paid.
       FD SIF-FILE.
       01 SIF-RECORD.
          05 SIF-CLAIM-ID          PIC X(12).
          05 SIF-STATUS            PIC X(1).
          05 SIF-CLAIMANT-ID       PIC X(8).
          05 SIF-PRIOR-CLAIM-ID    PIC X(12).
          05 SIF-PRIOR-PCT         PIC 9(3).
          05 SIF-CURRENT-PCT       PIC 9(3).
          05 SIF-COMBINED-PCT      PIC 9(3).
          05 SIF-STATUTORY-WEEKS   PIC 9(3).
          05 SIF-WEEKLY-RATE       PIC 9(7)V99.
          05 SIF-WEEKS-PAID        PIC 9(5).
          05 SIF-PAID-TO-DATE      PIC 9(9)V99.
          05 SIF-REIMBURSABLE      PIC 9(9)V99.
          05 SIF-CLAIMED           PIC 9(9)V99.
          05 SIF-RECEIVED          PIC 9(9)V99.
          05 SIF-IDENTIFIED-DATE   PIC 9(8).
          05 SIF-FILED-DATE        PIC 9(8).
          05 SIF-DECISION-DATE     PIC 9(8).
          05 SIF-LAST-RECEIPT-DATE PIC 9(8).
          05 SIF-FUND-REFERENCE    PIC X(15).
          05 FILLER                PIC X(10).

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
          05 SIF-STATUS-CODE       PIC X(2).
          05 LOG-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-TRAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 TRAN-END-OF-FILE   VALUE 'Y'.
          05 WS-TRAN-REJECT-SW     PIC X(1) VALUE 'N'.
             88 TRAN-REJECTED      VALUE 'Y'.
             88 TRAN-NOT-REJECTED  VALUE 'N'.

       01 WS-TRAN-FIELDS.
          05 WS-TRAN-ACTION        PIC X(1).
             88 TRAN-ACCEPT        VALUE 'A'.
             88 TRAN-DENY          VALUE 'D'.
             88 TRAN-RECEIPT       VALUE 'R'.
             88 TRAN-WITHDRAW      VALUE 'W'.
             88 TRAN-CLOSE         VALUE 'C'.
          05 WS-TRAN-CLAIM-ID      PIC X(12).
          05 WS-TRAN-FIELD-3       PIC X(15).

      * The receipt amount travels in the third field
       01 WS-TRAN-RECEIPT-FIELDS.
          05 WS-TRAN-AMOUNT-CHARS  PIC X(11).
          05 WS-TRAN-AMOUNT REDEFINES WS-TRAN-AMOUNT-CHARS
                                   PIC 9(9)V99.

       01 WS-DUE-FROM-FUND         PIC S9(9)V99.

       01 WS-RUN-DATE              PIC 9(8).

       01 WS-LOG-DETAIL.
          05 WS-LOG-ACTION         PIC X(1).
          05 WS-LOG-KEY            PIC X(12).
          05 WS-LOG-TEXT           PIC X(60).

       01 WS-F-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-F-DUE                 PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-CONTROL-TOTALS.
          05 WS-TRANS-READ         PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-APPLIED      PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-REJECTED     PIC 9(5) COMP VALUE ZERO.
          05 WS-RECEIPTS-POSTED    PIC 9(5) COMP VALUE ZERO.
          05 WS-TOTAL-RECEIVED     PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files                                             *
      * 2. Apply every transaction                                    *
      * 3. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-TRANSACTIONS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS. THE FUND FILE IS BUILT BY *
      * SIFSCAN; WITHOUT IT THERE IS NOTHING TO MAINTAIN.              *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT TRANSACTION-FILE.
           IF TRAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSACTION FILE: ' TRAN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT MAINT-LOG-FILE.
           IF LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINTENANCE LOG FILE: ' LOG-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O SIF-FILE.
           IF SIF-STATUS-CODE NOT = '00'
              DISPLAY 'ERROR OPENING FUND FILE: ' SIF-STATUS-CODE
              MOVE 8 TO RETURN-CODE
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
           DISPLAY 'PROCESSED ALL TRANSACTIONS IN SIFMNT FILE'.

       210-PROCESS-TRANSACTION-RECORD.
      *----------------------------------------------------------------*
      * PARSE AND APPLY ONE TRANSACTION RECORD:                        *
      * 1. Parse the action, claim and the action's own field         *
      * 2. Read the claim's fund record                               *
      * 3. Route to accept, deny, receipt, withdraw or close          *
      * 4. Log what was applied or why it was rejected                *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TRAN-REJECT-SW.
           MOVE SPACES TO WS-TRAN-FIELDS.
           UNSTRING TRANSACTION-RECORD DELIMITED BY ','
               INTO WS-TRAN-ACTION
                    WS-TRAN-CLAIM-ID
                    WS-TRAN-FIELD-3
           END-UNSTRING.

           MOVE WS-TRAN-ACTION   TO WS-LOG-ACTION.
           MOVE WS-TRAN-CLAIM-ID TO WS-LOG-KEY.

           MOVE WS-TRAN-CLAIM-ID TO SIF-CLAIM-ID.
           READ SIF-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - NO FUND RECORD FOR CLAIM'
                        TO WS-LOG-TEXT
           END-READ.

           IF TRAN-NOT-REJECTED
               EVALUATE TRUE
                   WHEN TRAN-ACCEPT
                       PERFORM 220-ACCEPT-APPLICATION
                   WHEN TRAN-DENY
                       PERFORM 230-DENY-APPLICATION
                   WHEN TRAN-RECEIPT
                       PERFORM 240-POST-RECEIPT
                   WHEN TRAN-WITHDRAW
                       PERFORM 250-WITHDRAW-RECORD
                   WHEN TRAN-CLOSE
                       PERFORM 260-CLOSE-RECORD
                   WHEN OTHER
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - UNKNOWN ACTION CODE'
                            TO WS-LOG-TEXT
               END-EVALUATE
           END-IF.

           IF TRAN-NOT-REJECTED
               REWRITE SIF-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - FUND RECORD REWRITE FAILED'
                            TO WS-LOG-TEXT
               END-REWRITE
           END-IF.

           PERFORM 290-WRITE-LOG-RECORD.

       220-ACCEPT-APPLICATION.
      *----------------------------------------------------------------*
      * THE FUND HAS ACCEPTED A FILED APPLICATION. ITS REFERENCE IS    *
      * KEPT FOR EVERY LATER REQUEST AND RECEIPT.                      *
      *----------------------------------------------------------------*
           IF SIF-STATUS NOT = 'F'
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - APPLICATION NOT FILED WITH THE FUND'
                    TO WS-LOG-TEXT
           ELSE
               MOVE 'A'             TO SIF-STATUS
               MOVE WS-RUN-DATE     TO SIF-DECISION-DATE
               MOVE WS-TRAN-FIELD-3 TO SIF-FUND-REFERENCE
               MOVE 'APPLICATION ACCEPTED BY THE FUND' TO WS-LOG-TEXT
           END-IF.

       230-DENY-APPLICATION.
      *----------------------------------------------------------------*
      * THE FUND HAS DENIED THE CLAIM. A DENIAL CAN COME BEFORE THE    *
      * APPLICATION IS FORMALLY FILED, SO A PENDING RECORD MAY BE      *
      * DENIED TOO; SIFSCAN LEAVES A DENIED RECORD ALONE.              *
      *----------------------------------------------------------------*
           IF SIF-STATUS NOT = 'P' AND SIF-STATUS NOT = 'F'
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - RECORD NOT PENDING OR FILED'
                    TO WS-LOG-TEXT
           ELSE
               MOVE 'D'         TO SIF-STATUS
               MOVE WS-RUN-DATE TO SIF-DECISION-DATE
               MOVE 'APPLICATION DENIED BY THE FUND' TO WS-LOG-TEXT
           END-IF.

       240-POST-RECEIPT.
      *----------------------------------------------------------------*
      * POST ONE REIMBURSEMENT FROM THE FUND TO AN ACCEPTED RECORD.    *
      * THE FUND PAYS ONLY WHAT HAS BEEN CLAIMED, SO A RECEIPT BEYOND  *
      * WHAT IS STILL DUE IS REJECTED FOR INVESTIGATION.               *
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
               IF SIF-STATUS NOT = 'A'
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - APPLICATION NOT ACCEPTED'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               COMPUTE WS-DUE-FROM-FUND = SIF-CLAIMED - SIF-RECEIVED
               IF WS-TRAN-AMOUNT > WS-DUE-FROM-FUND
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - RECEIPT EXCEEDS AMOUNT DUE'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               ADD WS-TRAN-AMOUNT TO SIF-RECEIVED
               MOVE WS-RUN-DATE   TO SIF-LAST-RECEIPT-DATE
               ADD 1              TO WS-RECEIPTS-POSTED
               ADD WS-TRAN-AMOUNT TO WS-TOTAL-RECEIVED
               SUBTRACT WS-TRAN-AMOUNT FROM WS-DUE-FROM-FUND
               MOVE WS-TRAN-AMOUNT   TO WS-F-AMOUNT
               MOVE WS-DUE-FROM-FUND TO WS-F-DUE
               MOVE SPACES TO WS-LOG-TEXT
               STRING 'RECEIPT POSTED - ' DELIMITED BY SIZE
                      WS-F-AMOUNT DELIMITED BY SIZE
                      ' STILL DUE ' DELIMITED BY SIZE
                      WS-F-DUE DELIMITED BY SIZE
                      INTO WS-LOG-TEXT
               END-STRING
           END-IF.

       250-WITHDRAW-RECORD.
      *----------------------------------------------------------------*
      * WITHDRAW A RECORD WE NO LONGER PURSUE. SIFSCAN LEAVES A        *
      * WITHDRAWN RECORD ALONE AND NEVER RAISES THE CLAIM AGAIN.       *
      *----------------------------------------------------------------*
           IF SIF-STATUS NOT = 'P' AND SIF-STATUS NOT = 'F'
              AND SIF-STATUS NOT = 'A'
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - RECORD ALREADY DECIDED OR CLOSED'
                    TO WS-LOG-TEXT
           ELSE
               MOVE 'W'         TO SIF-STATUS
               MOVE WS-RUN-DATE TO SIF-DECISION-DATE
               MOVE 'FUND RECORD WITHDRAWN' TO WS-LOG-TEXT
           END-IF.

       260-CLOSE-RECORD.
      *----------------------------------------------------------------*
      * CLOSE AN ACCEPTED RECORD WITH NOTHING MORE TO COME FROM THE    *
      * FUND -- THE CLAIM HAS ENDED OR THE FUND HAS SETTLED IT         *
      *----------------------------------------------------------------*
           IF SIF-STATUS NOT = 'A'
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - APPLICATION NOT ACCEPTED'
                    TO WS-LOG-TEXT
           ELSE
               MOVE 'C' TO SIF-STATUS
               MOVE 'FUND RECORD CLOSED' TO WS-LOG-TEXT
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
           DISPLAY 'SIFMNT RUN CONTROL TOTALS'.
           DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ.
           DISPLAY 'TRANSACTIONS APPLIED:  ' WS-TRANS-APPLIED.
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED.
           DISPLAY 'RECEIPTS POSTED:       ' WS-RECEIPTS-POSTED.
           DISPLAY 'TOTAL RECEIVED:        ' WS-TOTAL-RECEIVED.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE TRANSACTION-FILE
                 SIF-FILE
                 MAINT-LOG-FILE.

           IF WS-TRANS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
