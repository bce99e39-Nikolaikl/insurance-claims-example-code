       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKMNT.
      *----------------------------------------------------------------*
      * PROGRAM:  CHKMNT                                               *
      * PURPOSE:  MAINTAIN THE CHECK REGISTER AND CHECK STOCK. LOADS   *
      *           A NEW CONTROLLED CHECK-STOCK RANGE FOR THE           *
      *           DISBURSEMENT RUN (PAYDISB) TO NUMBER CHECKS FROM,    *
      *           AND VOIDS, STOPS PAYMENT ON OR REISSUES AN           *
      *           OUTSTANDING CHECK. EVERY VOID, STOP AND REISSUE IS   *
      *           REPORTED TO THE BANK ON THE POSITIVE PAY             *
      *           MAINTENANCE FILE, AND A REISSUED CHECK IS WRITTEN    *
      *           FOR PRINTING IN THE BANK PAYMENT LINE FORMAT. THE    *
      *           SAME TRANSACTION-DRIVEN CYCLE PAYEEMNT RUNS FOR THE  *
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
      * - TRANSACTION-FILE: One transaction per line. Serials are 10   *
      *   digits, dates CCYYMMDD (absent, the run date is used):       *
      *     N,FIRST-SERIAL,LAST-SERIAL           LOAD NEW CHECK STOCK  *
      *     V,SERIAL[,CCYYMMDD]                  VOID                  *
      *     S,SERIAL[,CCYYMMDD]                  STOP PAYMENT          *
      *     R,SERIAL[,CCYYMMDD]                  VOID AND REISSUE      *
      * - CHECK-STOCK-FILE: The check-stock range and last serial      *
      *   issued, shared with PAYDISB                                  *
      * - CHECK-REGISTER: Every check issued, keyed by serial          *
      * - POSITIVE-PAY-FILE: Voids, stops and reissued checks for the  *
      *   bank's positive pay service, in the PAYDISB item layout      *
      * - REISSUE-FILE: Reissued checks for printing, in the bank      *
      *   payment line format                                          *
      * - MAINT-LOG-FILE: One line per transaction recording what was  *
      *                   applied or why it was rejected               *
      *----------------------------------------------------------------*
           SELECT TRANSACTION-FILE ASSIGN TO "data/CHKMNT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT CHECK-STOCK-FILE ASSIGN TO "data/CHKSTOCK.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STOCK-STATUS.

           SELECT CHECK-REGISTER ASSIGN TO "data/CHKREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHK-SERIAL
           FILE STATUS IS CHK-FILE-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "data/POSPAYMNT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSPAY-STATUS.

           SELECT REISSUE-FILE ASSIGN TO "data/CHKREISS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REISS-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "data/CHKMNT_LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD       PIC X(80).

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

       FD REISSUE-FILE.
       01 REISSUE-LINE             PIC X(100).

       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-TRAN-FIELDS: One transaction parsed off its input line    *
      * - WS-CHECK-STOCK: The stock range and last serial issued       *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 TRAN-STATUS           PIC X(2).
          05 STOCK-STATUS          PIC X(2).
          05 CHK-FILE-STATUS       PIC X(2).
          05 POSPAY-STATUS         PIC X(2).
          05 REISS-STATUS          PIC X(2).
          05 LOG-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-TRAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 TRAN-END-OF-FILE   VALUE 'Y'.
          05 WS-TRAN-REJECT-SW     PIC X(1) VALUE 'N'.
             88 TRAN-REJECTED      VALUE 'Y'.
             88 TRAN-NOT-REJECTED  VALUE 'N'.
          05 WS-STOCK-SW           PIC X(1) VALUE 'N'.
             88 CHECK-STOCK-ON-FILE VALUE 'Y'.
          05 WS-STOCK-CHANGED-SW   PIC X(1) VALUE 'N'.
             88 CHECK-STOCK-CHANGED VALUE 'Y'.
          05 WS-NEW-SERIAL-SW      PIC X(1) VALUE 'N'.
             88 NEW-SERIAL-ASSIGNED VALUE 'Y'.

      * The serials and date are parsed as characters and read
      * through their redefinitions.
       01 WS-TRAN-FIELDS.
          05 WS-TRAN-ACTION        PIC X(1).
             88 TRAN-NEW-STOCK     VALUE 'N'.
             88 TRAN-VOID          VALUE 'V'.
             88 TRAN-STOP          VALUE 'S'.
             88 TRAN-REISSUE       VALUE 'R'.
          05 WS-TRAN-SERIAL-CHARS  PIC X(10).
          05 WS-TRAN-SERIAL REDEFINES WS-TRAN-SERIAL-CHARS
                                   PIC 9(10).
          05 WS-TRAN-THIRD-CHARS   PIC X(10).
          05 WS-TRAN-LAST-SERIAL REDEFINES WS-TRAN-THIRD-CHARS
                                   PIC 9(10).
          05 WS-TRAN-DATE-CHARS    PIC X(8).
          05 WS-TRAN-DATE REDEFINES WS-TRAN-DATE-CHARS
                                   PIC 9(8).

       01 WS-CHECK-STOCK.
          05 WS-STK-FIRST-SERIAL   PIC 9(10) VALUE ZERO.
          05 WS-STK-LAST-SERIAL    PIC 9(10) VALUE ZERO.
          05 WS-STK-LAST-ISSUED    PIC 9(10) VALUE ZERO.

      * The check being replaced, held while its replacement is
      * written.
       01 WS-REISSUE-FIELDS.
          05 WS-OLD-RECORD         PIC X(140).
          05 WS-OLD-SERIAL         PIC 9(10).
          05 WS-NEW-SERIAL         PIC 9(10).
          05 WS-NEW-SERIAL-X REDEFINES WS-NEW-SERIAL
                                   PIC X(10).
          05 WS-F-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
          05 WS-F-NEW-SERIAL       PIC 9(10).

       01 WS-POSPAY-FIELDS.
          05 WS-PP-TYPE            PIC X(1).
          05 WS-PP-AMOUNT          PIC 9(8)V99.
          05 WS-PP-AMOUNT-X REDEFINES WS-PP-AMOUNT
                                   PIC X(10).
          05 WS-PP-COUNT           PIC 9(10) VALUE ZERO.
          05 WS-PP-TOTAL           PIC 9(8)V99 VALUE ZERO.
          05 WS-PP-TOTAL-X REDEFINES WS-PP-TOTAL
                                   PIC X(10).

       01 WS-RUN-DATE              PIC 9(8).
       01 WS-ACTION-DATE           PIC 9(8).

       01 WS-LOG-DETAIL.
          05 WS-LOG-ACTION         PIC X(1).
          05 WS-LOG-KEY            PIC X(12).
          05 WS-LOG-TEXT           PIC X(60).

       01 WS-CONTROL-TOTALS.
          05 WS-TRANS-READ         PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-APPLIED      PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-REJECTED     PIC 9(5) COMP VALUE ZERO.
          05 WS-CHECKS-VOIDED      PIC 9(5) COMP VALUE ZERO.
          05 WS-CHECKS-STOPPED     PIC 9(5) COMP VALUE ZERO.
          05 WS-CHECKS-REISSUED    PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files and pick up the check stock                 *
      * 2. Apply every transaction against the register and stock     *
      * 3. Report run totals, save the stock and close down           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-TRANSACTIONS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS. A FIRST-EVER RUN HAS NO   *
      * CHECK REGISTER YET, SO FALL BACK TO CREATING IT; NO STOCK ON   *
      * FILE IS ALLOWED UNTIL THE FIRST RANGE IS LOADED                *
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

           OPEN I-O CHECK-REGISTER.
           IF CHK-FILE-STATUS NOT = '00'
              DISPLAY 'CHECK REGISTER NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT CHECK-REGISTER
              CLOSE CHECK-REGISTER
              OPEN I-O CHECK-REGISTER
           END-IF.
           IF CHK-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CHECK REGISTER: ' CHK-FILE-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT POSITIVE-PAY-FILE.
           IF POSPAY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POSITIVE PAY FILE: ' POSPAY-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT REISSUE-FILE.
           IF REISS-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REISSUE FILE: ' REISS-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT CHECK-STOCK-FILE.
           IF STOCK-STATUS = '00'
               READ CHECK-STOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHECK-STOCK-LINE IS NUMERIC
                           MOVE CHECK-STOCK-LINE TO WS-CHECK-STOCK
                           SET CHECK-STOCK-ON-FILE TO TRUE
                       ELSE
                           DISPLAY 'CHECK STOCK RECORD NOT NUMERIC'
                       END-IF
               END-READ
               CLOSE CHECK-STOCK-FILE
           END-IF.
           IF NOT CHECK-STOCK-ON-FILE
               DISPLAY 'NO CHECK STOCK ON FILE'
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
           DISPLAY 'PROCESSED ALL TRANSACTIONS IN CHKMNT FILE'.

       210-PROCESS-TRANSACTION-RECORD.
      *----------------------------------------------------------------*
      * PARSE, VALIDATE AND APPLY ONE TRANSACTION RECORD               *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TRAN-REJECT-SW.
           MOVE SPACES TO WS-TRAN-FIELDS.
           UNSTRING TRANSACTION-RECORD DELIMITED BY ','
               INTO WS-TRAN-ACTION
                    WS-TRAN-SERIAL-CHARS
                    WS-TRAN-THIRD-CHARS
           END-UNSTRING.

           MOVE WS-TRAN-ACTION       TO WS-LOG-ACTION.
           MOVE WS-TRAN-SERIAL-CHARS TO WS-LOG-KEY.

           IF NOT TRAN-NEW-STOCK AND NOT TRAN-VOID
              AND NOT TRAN-STOP AND NOT TRAN-REISSUE
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - UNKNOWN ACTION CODE' TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-SERIAL NOT NUMERIC
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - SERIAL NOT NUMERIC' TO WS-LOG-TEXT
               END-IF
           END-IF.

      * The third field is the last serial of a new range, or the
      * optional action date of a void, stop or reissue
           IF TRAN-NOT-REJECTED AND NOT TRAN-NEW-STOCK
               MOVE WS-TRAN-THIRD-CHARS (1:8) TO WS-TRAN-DATE-CHARS
               IF WS-TRAN-DATE-CHARS = SPACES
                   MOVE WS-RUN-DATE TO WS-ACTION-DATE
               ELSE
                   IF WS-TRAN-DATE NOT NUMERIC
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - DATE NOT NUMERIC'
                            TO WS-LOG-TEXT
                   ELSE
                       MOVE WS-TRAN-DATE TO WS-ACTION-DATE
                   END-IF
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               EVALUATE TRUE
                   WHEN TRAN-NEW-STOCK
                       PERFORM 220-LOAD-NEW-STOCK
                   WHEN TRAN-VOID
                       PERFORM 230-VOID-CHECK
                   WHEN TRAN-STOP
                       PERFORM 240-STOP-CHECK
                   WHEN TRAN-REISSUE
                       PERFORM 250-REISSUE-CHECK
               END-EVALUATE
           END-IF.

           PERFORM 290-WRITE-LOG-RECORD.

       220-LOAD-NEW-STOCK.
      *----------------------------------------------------------------*
      * LOAD A NEW CHECK-STOCK RANGE. IT MUST RUN UPWARD AND START     *
      * PAST EVERY SERIAL ALREADY ISSUED, SO A SERIAL IS NEVER USED    *
      * TWICE                                                          *
      *----------------------------------------------------------------*
           IF WS-TRAN-LAST-SERIAL NOT NUMERIC
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - LAST SERIAL NOT NUMERIC' TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-SERIAL = ZERO
                  OR WS-TRAN-LAST-SERIAL < WS-TRAN-SERIAL
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - RANGE NOT VALID' TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-SERIAL NOT > WS-STK-LAST-ISSUED
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - RANGE OVERLAPS SERIALS ISSUED'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE WS-TRAN-SERIAL      TO WS-STK-FIRST-SERIAL
               MOVE WS-TRAN-LAST-SERIAL TO WS-STK-LAST-SERIAL
               SUBTRACT 1 FROM WS-TRAN-SERIAL
                   GIVING WS-STK-LAST-ISSUED
               SET CHECK-STOCK-ON-FILE TO TRUE
               SET CHECK-STOCK-CHANGED TO TRUE
               MOVE 'CHECK STOCK LOADED' TO WS-LOG-TEXT
           END-IF.

       225-READ-CHECK.
      *----------------------------------------------------------------*
      * READ THE CHECK NAMED BY THE TRANSACTION OFF THE REGISTER       *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-SERIAL TO CHK-SERIAL.
           READ CHECK-REGISTER
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - CHECK NOT ON REGISTER'
                        TO WS-LOG-TEXT
           END-READ.

       230-VOID-CHECK.
      *----------------------------------------------------------------*
      * VOID AN OUTSTANDING OR STOPPED CHECK AND TELL THE BANK         *
      *----------------------------------------------------------------*
           PERFORM 225-READ-CHECK.

           IF TRAN-NOT-REJECTED
               IF CHK-STATUS NOT = 'O' AND CHK-STATUS NOT = 'S'
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - CHECK NOT OUTSTANDING OR STOPPED'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE 'V'            TO CHK-STATUS
               MOVE WS-ACTION-DATE TO CHK-STATUS-DATE
               REWRITE CHECK-REGISTER-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - FILE REWRITE FAILED'
                            TO WS-LOG-TEXT
                   NOT INVALID KEY
                       ADD 1 TO WS-CHECKS-VOIDED
                       MOVE 'V' TO WS-PP-TYPE
                       PERFORM 280-WRITE-POSITIVE-PAY
                       MOVE 'CHECK VOIDED' TO WS-LOG-TEXT
               END-REWRITE
           END-IF.

       240-STOP-CHECK.
      *----------------------------------------------------------------*
      * STOP PAYMENT ON AN OUTSTANDING CHECK AND TELL THE BANK         *
      *----------------------------------------------------------------*
           PERFORM 225-READ-CHECK.

           IF TRAN-NOT-REJECTED
               IF CHK-STATUS NOT = 'O'
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - CHECK NOT OUTSTANDING'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE 'S'            TO CHK-STATUS
               MOVE WS-ACTION-DATE TO CHK-STATUS-DATE
               REWRITE CHECK-REGISTER-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - FILE REWRITE FAILED'
                            TO WS-LOG-TEXT
                   NOT INVALID KEY
                       ADD 1 TO WS-CHECKS-STOPPED
                       MOVE 'S' TO WS-PP-TYPE
                       PERFORM 280-WRITE-POSITIVE-PAY
                       MOVE 'STOP PAYMENT PLACED' TO WS-LOG-TEXT
               END-REWRITE
           END-IF.

       250-REISSUE-CHECK.
      *----------------------------------------------------------------*
      * REPLACE AN OUTSTANDING OR STOPPED CHECK: THE OLD CHECK IS      *
      * VOIDED TO THE BANK AND MARKED REISSUED, AND A NEW CHECK FOR    *
      * THE SAME PAYEE AND AMOUNT IS NUMBERED FROM THE CHECK STOCK,    *
      * REGISTERED, REPORTED TO THE BANK AND WRITTEN FOR PRINTING      *
      *----------------------------------------------------------------*
           PERFORM 225-READ-CHECK.

           IF TRAN-NOT-REJECTED
               IF CHK-STATUS NOT = 'O' AND CHK-STATUS NOT = 'S'
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - CHECK NOT OUTSTANDING OR STOPPED'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               IF NOT CHECK-STOCK-ON-FILE
                  OR WS-STK-LAST-ISSUED NOT < WS-STK-LAST-SERIAL
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - NO CHECK STOCK LEFT TO REISSUE'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE CHECK-REGISTER-RECORD TO WS-OLD-RECORD
               MOVE CHK-SERIAL            TO WS-OLD-SERIAL
               PERFORM 255-WRITE-REPLACEMENT
               IF NOT NEW-SERIAL-ASSIGNED
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - NO CHECK STOCK LEFT TO REISSUE'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE WS-OLD-SERIAL TO CHK-SERIAL
               READ CHECK-REGISTER
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - CHECK NOT ON REGISTER'
                            TO WS-LOG-TEXT
               END-READ
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE 'R'            TO CHK-STATUS
               MOVE WS-ACTION-DATE TO CHK-STATUS-DATE
               MOVE WS-NEW-SERIAL  TO CHK-REISSUED-AS
               REWRITE CHECK-REGISTER-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - FILE REWRITE FAILED'
                            TO WS-LOG-TEXT
                   NOT INVALID KEY
                       ADD 1 TO WS-CHECKS-REISSUED
                       MOVE 'V' TO WS-PP-TYPE
                       PERFORM 280-WRITE-POSITIVE-PAY
                       MOVE WS-NEW-SERIAL TO CHK-SERIAL
                       READ CHECK-REGISTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'I' TO WS-PP-TYPE
                               PERFORM 280-WRITE-POSITIVE-PAY
                               PERFORM 260-WRITE-REISSUE-LINE
                       END-READ
                       MOVE WS-NEW-SERIAL TO WS-F-NEW-SERIAL
                       MOVE SPACES TO WS-LOG-TEXT
                       STRING 'CHECK REISSUED AS ' DELIMITED BY SIZE
                              WS-F-NEW-SERIAL      DELIMITED BY SIZE
                              INTO WS-LOG-TEXT
                       END-STRING
               END-REWRITE
           END-IF.

       255-WRITE-REPLACEMENT.
      *----------------------------------------------------------------*
      * NUMBER THE REPLACEMENT CHECK FROM THE STOCK AND REGISTER IT    *
      * OUTSTANDING, CARRYING THE OLD CHECK'S PAYEE AND AMOUNT. A      *
      * SERIAL ALREADY ON THE REGISTER IS PASSED OVER                  *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-NEW-SERIAL-SW.
           PERFORM UNTIL NEW-SERIAL-ASSIGNED
                      OR WS-STK-LAST-ISSUED NOT < WS-STK-LAST-SERIAL
               ADD 1 TO WS-STK-LAST-ISSUED
               SET CHECK-STOCK-CHANGED TO TRUE
               MOVE WS-OLD-RECORD      TO CHECK-REGISTER-RECORD
               MOVE WS-STK-LAST-ISSUED TO CHK-SERIAL
               MOVE WS-ACTION-DATE     TO CHK-ISSUE-DATE
               MOVE 'O'                TO CHK-STATUS
               MOVE WS-RUN-DATE        TO CHK-STATUS-DATE
               MOVE ZERO               TO CHK-PAID-DATE
               MOVE ZERO               TO CHK-PAID-AMOUNT
               MOVE ZERO               TO CHK-PAID-COUNT
               MOVE WS-OLD-SERIAL      TO CHK-REISSUE-OF
               MOVE ZERO               TO CHK-REISSUED-AS
               MOVE WS-RUN-DATE        TO CHK-RUN-DATE
               WRITE CHECK-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY 'CHECK SERIAL ALREADY ON REGISTER, '
                               'PASSED OVER: ' WS-STK-LAST-ISSUED
                   NOT INVALID KEY
                       MOVE WS-STK-LAST-ISSUED TO WS-NEW-SERIAL
                       SET NEW-SERIAL-ASSIGNED TO TRUE
               END-WRITE
           END-PERFORM.

       260-WRITE-REISSUE-LINE.
      *----------------------------------------------------------------*
      * WRITE THE REPLACEMENT CHECK FOR PRINTING IN THE BANK PAYMENT   *
      * LINE FORMAT PAYDISB WRITES: CLAIM, DEP, REL, DATE, AMOUNT,     *
      * METHOD C, NO ROUTING OR ACCOUNT, VALUE DATE AND SERIAL         *
      *----------------------------------------------------------------*
           MOVE CHK-AMOUNT TO WS-F-AMOUNT.
           MOVE SPACES TO REISSUE-LINE.
           STRING CHK-CLAIM-ID         DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  CHK-DEP-SEQ          DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  CHK-DEP-REL          DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  CHK-ISSUE-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-F-AMOUNT          DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  'C'                  DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  '         '          DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  '                 '  DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  CHK-ISSUE-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-NEW-SERIAL-X      DELIMITED BY SIZE
                  INTO REISSUE-LINE
           END-STRING.
           WRITE REISSUE-LINE.

       280-WRITE-POSITIVE-PAY.
      *----------------------------------------------------------------*
      * WRITE ONE POSITIVE PAY ITEM OF TYPE WS-PP-TYPE FOR THE CHECK   *
      * IN THE REGISTER RECORD AREA                                    *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PP-COUNT.
           MOVE CHK-AMOUNT TO WS-PP-AMOUNT.
           IF WS-PP-TYPE = 'I'
               ADD CHK-AMOUNT TO WS-PP-TOTAL
           END-IF.
           MOVE SPACES TO POSITIVE-PAY-LINE.
           MOVE WS-PP-TYPE         TO POSITIVE-PAY-LINE (1:1).
           MOVE CHK-SERIAL         TO POSITIVE-PAY-LINE (2:10).
           MOVE CHK-ISSUE-DATE     TO POSITIVE-PAY-LINE (12:8).
           MOVE WS-PP-AMOUNT-X     TO POSITIVE-PAY-LINE (20:10).
           MOVE CHK-PAYEE-ID       TO POSITIVE-PAY-LINE (30:8).
           MOVE CHK-CLAIM-ID       TO POSITIVE-PAY-LINE (38:12).
           IF WS-PP-TYPE NOT = 'I'
               MOVE WS-ACTION-DATE TO POSITIVE-PAY-LINE (50:8)
           END-IF.
           WRITE POSITIVE-PAY-LINE.

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
      * CLOSE THE POSITIVE PAY FILE WITH ITS TRAILER (ITEM COUNT AND   *
      * THE AMOUNT OF CHECKS REISSUED) AND DISPLAY RUN CONTROL TOTALS  *
      *----------------------------------------------------------------*
           MOVE SPACES TO POSITIVE-PAY-LINE.
           MOVE 'T'               TO POSITIVE-PAY-LINE (1:1).
           MOVE WS-PP-COUNT       TO POSITIVE-PAY-LINE (2:10).
           MOVE WS-PP-TOTAL-X     TO POSITIVE-PAY-LINE (20:10).
           WRITE POSITIVE-PAY-LINE.

           DISPLAY '===================================='.
           DISPLAY 'CHKMNT RUN CONTROL TOTALS'.
           DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ.
           DISPLAY 'TRANSACTIONS APPLIED:  ' WS-TRANS-APPLIED.
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED.
           DISPLAY 'CHECKS VOIDED:         ' WS-CHECKS-VOIDED.
           DISPLAY 'STOP PAYMENTS PLACED:  ' WS-CHECKS-STOPPED.
           DISPLAY 'CHECKS REISSUED:       ' WS-CHECKS-REISSUED.
           DISPLAY 'LAST SERIAL ISSUED:    ' WS-STK-LAST-ISSUED.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * SAVE THE CHECK STOCK IF IT MOVED, CLOSE ALL OPEN FILES AND     *
      * STOP THE RUN                                                   *
      *----------------------------------------------------------------*
           IF CHECK-STOCK-CHANGED
               OPEN OUTPUT CHECK-STOCK-FILE
               IF STOCK-STATUS = '00'
                   MOVE WS-CHECK-STOCK TO CHECK-STOCK-LINE
                   WRITE CHECK-STOCK-LINE
                   CLOSE CHECK-STOCK-FILE
               ELSE
                   DISPLAY 'UNABLE TO SAVE CHECK STOCK RECORD: '
                           STOCK-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE TRANSACTION-FILE
                 CHECK-REGISTER
                 POSITIVE-PAY-FILE
                 REISSUE-FILE
                 MAINT-LOG-FILE.

           IF WS-TRANS-REJECTED > 0 AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
