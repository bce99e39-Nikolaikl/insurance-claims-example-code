       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLCONV.
      *----------------------------------------------------------------*
      * PROGRAM:  POLCONV                                              *
      * PURPOSE:  ONE-TIME POLICY MASTER LAYOUT CONVERSION. THE        *
      *           POLICY RECORD GREW FROM 67 TO 229 BYTES (ESTIMATED   *
      *           ANNUAL PAYROLL AND RATE PER 100 BY CLASS, AND THE    *
      *           YEAR-END PREMIUM AUDIT RESULT), SO THE STANDING      *
      *           POLFILE MUST BE CONVERTED BEFORE THE NEW RELEASE'S   *
      *           FIRST RUN. EVERY OLD RECORD IS CARRIED FIELD FOR     *
      *           FIELD INTO THE NEW LAYOUT WITH NO PAYROLL CLASSES    *
      *           AND NO AUDIT ON RECORD; UNDERWRITING KEYS EACH       *
      *           POLICY'S CLASSES THROUGH REFMAINT. OPERATIONS SWAPS  *
      *           POLFILE_NEW OVER POLFILE WHEN THE RUN ENDS CLEAN,    *
      *           THE SAME IDIOM THE CLAIMANT CONVERSION USED          *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. CONVERSION PASS                                             *
      * 5. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-POLICY-FILE ASSIGN TO "data/POLFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OP-POLICY-NUMBER OF OLD-POLICY-RECORD
           FILE STATUS IS OLD-STATUS.

           SELECT NEW-POLICY-FILE ASSIGN TO "data/POLFILE_NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS POLICY-NUMBER OF POLICY-RECORD
           FILE STATUS IS NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The policy record as every program wrote it before this
      * release.
       FD OLD-POLICY-FILE.
       01 OLD-POLICY-RECORD.
          05 OP-POLICY-NUMBER      PIC X(10).
          05 OP-CUSTOMER-ID        PIC X(8).
          05 OP-POLICY-TYPE        PIC X(2).
          05 OP-POLICY-STATUS      PIC X(1).
          05 OP-START-DATE         PIC 9(8).
          05 OP-END-DATE           PIC 9(8).
          05 OP-MONTHLY-PREMIUM    PIC 9(6)V99.
          05 OP-COVERAGE-AMOUNT    PIC 9(8)V99.
          05 OP-INDUSTRY-CODE      PIC X(4).
          05 OP-GEO-REGION-CODE    PIC X(3).
          05 OP-EMR-VALUE          PIC 9V999.
          05 OP-SAFETY-PROG-RATING PIC 9(1).

      * The policy record as this release's programs share it.
       FD NEW-POLICY-FILE.
       01 POLICY-RECORD.
          05 POLICY-NUMBER         PIC X(10).
          05 CUSTOMER-ID           PIC X(8).
          05 POLICY-TYPE           PIC X(2).
          05 POLICY-STATUS         PIC X(1).
          05 START-DATE            PIC 9(8).
          05 END-DATE              PIC 9(8).
          05 MONTHLY-PREMIUM       PIC 9(6)V99.
          05 COVERAGE-AMOUNT       PIC 9(8)V99.
          05 INDUSTRY-CODE         PIC X(4).
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

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS.
          05 OLD-STATUS            PIC X(2).
          05 NEW-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-OLD-EOF-SW         PIC X(1) VALUE 'N'.
             88 OLD-END-OF-FILE    VALUE 'Y'.

       01 WS-CONTROL-TOTALS.
          05 WS-RECORDS-CONVERTED  PIC 9(7) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open the old master and create the new one                 *
      * 2. Carry every record across, payroll and audit fields clear  *
      * 3. Report the count and close down                            *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-CONVERT-RECORDS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN BOTH FILES AND CHECK FOR ERRORS                           *
      *----------------------------------------------------------------*
           OPEN INPUT OLD-POLICY-FILE.
           IF OLD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OLD POLICY FILE: ' OLD-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT NEW-POLICY-FILE.
           IF NEW-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEW POLICY FILE: ' NEW-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

       200-CONVERT-RECORDS.
      *----------------------------------------------------------------*
      * CONVERSION PASS: FIELD-FOR-FIELD CARRY-OVER, PAYROLL CLASSES   *
      * EMPTY AND NO PREMIUM AUDIT ON RECORD UNTIL UNDERWRITING        *
      * SUPPLIES THE CLASSES                                           *
      *----------------------------------------------------------------*
           PERFORM UNTIL OLD-END-OF-FILE
               READ OLD-POLICY-FILE NEXT RECORD
                   AT END
                       SET OLD-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SPACES TO POLICY-RECORD
                       INITIALIZE POLICY-RECORD
                       MOVE OP-POLICY-NUMBER   TO POLICY-NUMBER
                       MOVE OP-CUSTOMER-ID     TO CUSTOMER-ID
                       MOVE OP-POLICY-TYPE     TO POLICY-TYPE
                       MOVE OP-POLICY-STATUS   TO POLICY-STATUS
                       MOVE OP-START-DATE      TO START-DATE
                       MOVE OP-END-DATE        TO END-DATE
                       MOVE OP-MONTHLY-PREMIUM TO MONTHLY-PREMIUM
                       MOVE OP-COVERAGE-AMOUNT TO COVERAGE-AMOUNT
                       MOVE OP-INDUSTRY-CODE   TO INDUSTRY-CODE
                       MOVE OP-GEO-REGION-CODE TO GEO-REGION-CODE
                       MOVE OP-EMR-VALUE       TO EMR-VALUE
                       MOVE OP-SAFETY-PROG-RATING
                            TO SAFETY-PROG-RATING
                       WRITE POLICY-RECORD
                           INVALID KEY
                               DISPLAY 'DUPLICATE KEY ON '
                                       'CONVERSION: ' OP-POLICY-NUMBER
                       END-WRITE
                       ADD 1 TO WS-RECORDS-CONVERTED
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL POLICY RECORDS'.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'POLCONV RUN CONTROL TOTALS'.
           DISPLAY 'RECORDS CONVERTED: ' WS-RECORDS-CONVERTED.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE BOTH FILES AND STOP THE RUN                             *
      *----------------------------------------------------------------*
           CLOSE OLD-POLICY-FILE
                 NEW-POLICY-FILE.

           STOP RUN.
