       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEESMNT.
      *----------------------------------------------------------------*
      * PROGRAM:  FEESMNT                                              *
      * PURPOSE:  MAINTAIN THE MEDICAL FEE SCHEDULE -- THE STATUTORY   *
      *           MAXIMUM ALLOWANCE PER UNIT OF EACH PROCEDURE CODE IN *
      *           EACH GEOGRAPHIC REGION, EFFECTIVE FROM A DATE. A NEW *
      *           SCHEDULE YEAR IS LOADED AS NEW EFFECTIVE-DATED       *
      *           ENTRIES, SO INVOICES FOR EARLIER SERVICE DATES STILL *
      *           PRICE AT THE ALLOWANCE IN FORCE WHEN THE SERVICE WAS *
      *           GIVEN. THE PROVIDER INVOICE RUN (PROVINV) REPRICES   *
      *           EVERY INVOICE LINE AGAINST IT. THE SAME TRANSACTION- *
      *           DRIVEN CYCLE PAYEEMNT RUNS FOR THE PAYEE BANKING     *
      *           MASTER.                                              *
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
      * - TRANSACTION-FILE: One transaction per line. ALLOWED is 9     *
      *   digits with two implied decimals, the allowance per unit;    *
      *   dates are CCYYMMDD, an END-DATE of zeros runs open-ended:    *
      *     A,PROC-CODE,REGION,EFF-DATE,END-DATE,ALLOWED,DESCRIPTION   *
      *     C,PROC-CODE,REGION,EFF-DATE,END-DATE,ALLOWED,DESCRIPTION   *
      * - FEE-SCHEDULE-FILE: The fee schedule PROVINV reprices from    *
      * - MAINT-LOG-FILE: One line per transaction recording what was  *
      *                   applied or why it was rejected               *
      *----------------------------------------------------------------*
           SELECT TRANSACTION-FILE ASSIGN TO "data/FEESMNT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "data/FEESCHED"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-KEY
           FILE STATUS IS FS-FILE-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "data/FEESMNT_LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD       PIC X(100).

      * One allowance per procedure code, region and effective date;
      * the entry in force on a service date is the latest one
      * effective on or before it, unless that entry has ended.
       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
          05 FS-KEY.
             10 FS-PROC-CODE          PIC X(5).
             10 FS-REGION-CODE        PIC X(3).
             10 FS-EFF-DATE           PIC 9(8).
          05 FS-END-DATE              PIC 9(8).
          05 FS-ALLOWED-AMOUNT        PIC 9(7)V99.
          05 FS-DESCRIPTION           PIC X(30).
          05 FS-LOADED-DATE           PIC 9(8).
          05 FILLER                   PIC X(09).

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
          05 FS-FILE-STATUS        PIC X(2).
          05 LOG-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-TRAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 TRAN-END-OF-FILE   VALUE 'Y'.
          05 WS-TRAN-REJECT-SW     PIC X(1) VALUE 'N'.
             88 TRAN-REJECTED      VALUE 'Y'.
             88 TRAN-NOT-REJECTED  VALUE 'N'.

      * The numeric fields are parsed as characters and read through
      * their redefinitions so the implied decimals land correctly.
       01 WS-TRAN-FIELDS.
          05 WS-TRAN-ACTION        PIC X(1).
             88 TRAN-ADD           VALUE 'A'.
             88 TRAN-CHANGE        VALUE 'C'.
          05 WS-TRAN-PROC-CODE     PIC X(5).
          05 WS-TRAN-REGION-CODE   PIC X(3).
          05 WS-TRAN-EFF-CHARS     PIC X(8).
          05 WS-TRAN-EFF-DATE REDEFINES WS-TRAN-EFF-CHARS
                                   PIC 9(8).
          05 WS-TRAN-END-CHARS     PIC X(8).
          05 WS-TRAN-END-DATE REDEFINES WS-TRAN-END-CHARS
                                   PIC 9(8).
          05 WS-TRAN-ALLOWED-CHARS PIC X(9).
          05 WS-TRAN-ALLOWED REDEFINES WS-TRAN-ALLOWED-CHARS
                                   PIC 9(7)V99.
          05 WS-TRAN-DESCRIPTION   PIC X(30).

       01 WS-RUN-DATE              PIC 9(8).

       01 WS-LOG-DETAIL.
          05 WS-LOG-ACTION         PIC X(1).
          05 WS-LOG-KEY.
             10 WS-LOG-PROC-CODE   PIC X(5).
             10 WS-LOG-SEPARATOR   PIC X(1).
             10 WS-LOG-REGION-CODE PIC X(3).
             10 FILLER             PIC X(3).
          05 WS-LOG-TEXT           PIC X(60).

       01 WS-CONTROL-TOTALS.
          05 WS-TRANS-READ         PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-APPLIED      PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-REJECTED     PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files                                             *
      * 2. Apply every transaction against the fee schedule           *
      * 3. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-TRANSACTIONS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS. A FIRST-EVER RUN HAS NO   *
      * FEE SCHEDULE YET, SO FALL BACK TO CREATING IT.                 *
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

           OPEN I-O FEE-SCHEDULE-FILE.
           IF FS-FILE-STATUS NOT = '00'
              DISPLAY 'FEE SCHEDULE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT FEE-SCHEDULE-FILE
              CLOSE FEE-SCHEDULE-FILE
              OPEN I-O FEE-SCHEDULE-FILE
           END-IF.
           IF FS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FEE SCHEDULE: ' FS-FILE-STATUS
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
           DISPLAY 'PROCESSED ALL TRANSACTIONS IN FEESMNT FILE'.

       210-PROCESS-TRANSACTION-RECORD.
      *----------------------------------------------------------------*
      * PARSE, VALIDATE AND APPLY ONE TRANSACTION RECORD               *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TRAN-REJECT-SW.
           MOVE SPACES TO WS-TRAN-FIELDS.
           UNSTRING TRANSACTION-RECORD DELIMITED BY ','
               INTO WS-TRAN-ACTION
                    WS-TRAN-PROC-CODE
                    WS-TRAN-REGION-CODE
                    WS-TRAN-EFF-CHARS
                    WS-TRAN-END-CHARS
                    WS-TRAN-ALLOWED-CHARS
                    WS-TRAN-DESCRIPTION
           END-UNSTRING.

           MOVE WS-TRAN-ACTION      TO WS-LOG-ACTION.
           MOVE SPACES              TO WS-LOG-KEY.
           MOVE WS-TRAN-PROC-CODE   TO WS-LOG-PROC-CODE.
           MOVE '-'                 TO WS-LOG-SEPARATOR.
           MOVE WS-TRAN-REGION-CODE TO WS-LOG-REGION-CODE.

           IF NOT TRAN-ADD AND NOT TRAN-CHANGE
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - UNKNOWN ACTION CODE' TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 215-VALIDATE-ALLOWANCE
           END-IF.

           IF TRAN-NOT-REJECTED
               IF TRAN-ADD
                   PERFORM 220-ADD-ALLOWANCE
               ELSE
                   PERFORM 230-CHANGE-ALLOWANCE
               END-IF
           END-IF.

           PERFORM 290-WRITE-LOG-RECORD.

       215-VALIDATE-ALLOWANCE.
      *----------------------------------------------------------------*
      * THE CODE AND REGION ARE GIVEN, THE DATES AND ALLOWANCE ARE     *
      * NUMERIC, AND THE ENTRY (IF IT ENDS) ENDS AFTER IT STARTS       *
      *----------------------------------------------------------------*
           IF WS-TRAN-PROC-CODE = SPACES
              OR WS-TRAN-REGION-CODE = SPACES
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - PROCEDURE CODE OR REGION MISSING'
                    TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-EFF-DATE NOT NUMERIC
                  OR WS-TRAN-END-DATE NOT NUMERIC
                  OR WS-TRAN-ALLOWED NOT NUMERIC
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - DATES OR ALLOWANCE NOT NUMERIC'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-EFF-DATE = ZERO
                  OR (WS-TRAN-END-DATE NOT = ZERO
                      AND WS-TRAN-END-DATE < WS-TRAN-EFF-DATE)
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - EFFECTIVE/END DATES NOT VALID'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

       220-ADD-ALLOWANCE.
      *----------------------------------------------------------------*
      * ADD A NEW EFFECTIVE-DATED ALLOWANCE                            *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-PROC-CODE   TO FS-PROC-CODE.
           MOVE WS-TRAN-REGION-CODE TO FS-REGION-CODE.
           MOVE WS-TRAN-EFF-DATE    TO FS-EFF-DATE.
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   MOVE SPACES              TO FEE-SCHEDULE-RECORD
                   MOVE WS-TRAN-PROC-CODE   TO FS-PROC-CODE
                   MOVE WS-TRAN-REGION-CODE TO FS-REGION-CODE
                   MOVE WS-TRAN-EFF-DATE    TO FS-EFF-DATE
                   PERFORM 225-MOVE-ALLOWANCE
                   WRITE FEE-SCHEDULE-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-TRAN-REJECT-SW
                           MOVE 'REJECTED - FILE WRITE FAILED'
                                TO WS-LOG-TEXT
                       NOT INVALID KEY
                           MOVE 'ALLOWANCE ADDED' TO WS-LOG-TEXT
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - ALLOWANCE ALREADY ON FILE'
                        TO WS-LOG-TEXT
           END-READ.

       225-MOVE-ALLOWANCE.
      *----------------------------------------------------------------*
      * MOVE THE TRANSACTION'S ALLOWANCE ONTO THE SCHEDULE RECORD      *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-END-DATE    TO FS-END-DATE.
           MOVE WS-TRAN-ALLOWED     TO FS-ALLOWED-AMOUNT.
           MOVE WS-TRAN-DESCRIPTION TO FS-DESCRIPTION.
           MOVE WS-RUN-DATE         TO FS-LOADED-DATE.

       230-CHANGE-ALLOWANCE.
      *----------------------------------------------------------------*
      * CORRECT AN ALLOWANCE ALREADY ON FILE, OR END-DATE IT           *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-PROC-CODE   TO FS-PROC-CODE.
           MOVE WS-TRAN-REGION-CODE TO FS-REGION-CODE.
           MOVE WS-TRAN-EFF-DATE    TO FS-EFF-DATE.
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - ALLOWANCE NOT ON FILE'
                        TO WS-LOG-TEXT
               NOT INVALID KEY
                   PERFORM 225-MOVE-ALLOWANCE
                   REWRITE FEE-SCHEDULE-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-TRAN-REJECT-SW
                           MOVE 'REJECTED - FILE REWRITE FAILED'
                                TO WS-LOG-TEXT
                       NOT INVALID KEY
                           MOVE 'ALLOWANCE CHANGED' TO WS-LOG-TEXT
                   END-REWRITE
           END-READ.

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
           DISPLAY 'FEESMNT RUN CONTROL TOTALS'.
           DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ.
           DISPLAY 'TRANSACTIONS APPLIED:  ' WS-TRANS-APPLIED.
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE TRANSACTION-FILE
                 FEE-SCHEDULE-FILE
                 MAINT-LOG-FILE.

           IF WS-TRANS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
