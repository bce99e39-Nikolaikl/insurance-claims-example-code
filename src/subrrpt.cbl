       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBRRPT.
      *----------------------------------------------------------------*
      * PROGRAM:  SUBRRPT                                              *
      * PURPOSE:  SUBROGATION INVENTORY REPORT. EVERY OPEN THIRD-PARTY *
      *           RECOVERY FILE IS LISTED WITH THE RESPONSIBLE PARTY   *
      *           AND CARRIER, THE DATE IT WAS OPENED, THE BENEFITS    *
      *           PAID ON THE CLAIM TO DATE OFF THE PAYMENT HISTORY    *
      *           (THE LIEN WE ARE PURSUING), THE DEMAND MADE, AND     *
      *           WHAT HAS BEEN RECOVERED, RETAINED AND CREDITED       *
      *           AGAINST FUTURE BENEFITS SO FAR, WITH TOTALS.         *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. OPEN FILE LOAD AND PAID-TO-DATE ACCUMULATION                *
      * 5. INVENTORY PRINT                                             *
      * 6. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - SUBROGATION-FILE: The subrogation file master, read front    *
      *                     to back                                    *
      * - PAYMENT-HISTORY-FILE: Payments made, for paid to date        *
      * - INVENTORY-REPORT: The printed inventory                      *
      *----------------------------------------------------------------*
           SELECT SUBROGATION-FILE ASSIGN TO "data/SUBRFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUBR-CLAIM-ID
           FILE STATUS IS SUBR-FILE-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'data/PAYHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYHIST-STATUS.

           SELECT INVENTORY-REPORT ASSIGN TO 'data/SUBRRPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Status O open, S settled, W withdrawn
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

       FD PAYMENT-HISTORY-FILE.
       01 PAYMENT-HISTORY-LINE     PIC X(140).

       FD INVENTORY-REPORT.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-OPEN-FILE-TABLE: Every open subrogation file, with the    *
      *   paid to date accumulated off the history in one pass         *
      * - WS-INVENTORY-TOTALS: Report totals                           *
      * - WS-REPORT-LINES: Heading, detail and total line layouts      *
      *                                                                *
      * THE HISTORY LINE IS FIXED-FORMAT AS PAYDISB WRITES IT: COLS    *
      * 1-12 CLAIM-ID, 44-56 EDITED AMOUNT, 93-100 RETURN MARKER. A    *
      * RETURNED PAYMENT NEVER REACHED THE CLAIMANT AND IS NOT PAID.   *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 SUBR-FILE-STATUS      PIC X(2).
          05 PAYHIST-STATUS        PIC X(2).
          05 RPT-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-SUBR-EOF-SW        PIC X(1) VALUE 'N'.
             88 SUBR-END-OF-FILE   VALUE 'Y'.
          05 WS-HIST-EOF-SW        PIC X(1) VALUE 'N'.
             88 HIST-END-OF-FILE   VALUE 'Y'.

       01 WS-RUN-DATE              PIC 9(8).

       01 WS-OPEN-TABLE-COUNT      PIC 9(4) COMP VALUE ZERO.
       01 WS-OPEN-FILE-TABLE.
          05 WS-OF-ENTRY OCCURS 2000 TIMES INDEXED BY WS-OF-IDX.
             10 WS-OF-CLAIM-ID     PIC X(12).
             10 WS-OF-PARTY        PIC X(20).
             10 WS-OF-CARRIER      PIC X(15).
             10 WS-OF-OPENED-DATE  PIC 9(8).
             10 WS-OF-DEMAND       PIC 9(9)V99.
             10 WS-OF-RECOVERED    PIC 9(9)V99.
             10 WS-OF-RETAINED     PIC 9(9)V99.
             10 WS-OF-CREDIT-OPEN  PIC 9(9)V99.
             10 WS-OF-PAID         PIC 9(9)V99.

       01 WS-TABLE-SUB             PIC 9(4) COMP.

       01 WS-HIST-FIELDS.
          05 WS-HIST-CLAIM-ID      PIC X(12).
          05 WS-HIST-AMOUNT-EDIT   PIC X(13).

       01 WS-AMOUNT-DEEDIT.
          05 WS-AD-MILLIONS        PIC X(2).
          05 WS-AD-THOUSANDS       PIC X(3).
          05 WS-AD-UNITS           PIC X(3).
          05 WS-AD-CENTS           PIC X(2).
       01 WS-AMOUNT-NUMERIC REDEFINES WS-AMOUNT-DEEDIT
                                   PIC 9(8)V99.

       01 WS-INVENTORY-TOTALS.
          05 WS-RECORDS-READ       PIC 9(7) COMP VALUE ZERO.
          05 WS-HIST-READ          PIC 9(7) COMP VALUE ZERO.
          05 WS-TOTAL-PAID         PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-DEMAND       PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-RECOVERED    PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-RETAINED     PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-CREDIT-OPEN  PIC 9(11)V99 VALUE ZERO.

       01 WS-REPORT-HEADING.
          05 FILLER                PIC X(44) VALUE
             'SUBROGATION INVENTORY - OPEN FILES AS OF:   '.
          05 WS-H-DATE             PIC 9(8).

       01 WS-COLUMN-HEADING.
          05 FILLER                PIC X(13) VALUE 'CLAIM-ID'.
          05 FILLER                PIC X(21) VALUE
             'RESPONSIBLE PARTY'.
          05 FILLER                PIC X(16) VALUE 'CARRIER'.
          05 FILLER                PIC X(9)  VALUE 'OPENED'.
          05 FILLER                PIC X(14) VALUE
             ' PAID TO DATE '.
          05 FILLER                PIC X(14) VALUE
             '       DEMAND '.
          05 FILLER                PIC X(14) VALUE
             '    RECOVERED '.
          05 FILLER                PIC X(14) VALUE
             '     RETAINED '.
          05 FILLER                PIC X(13) VALUE
             '  CREDIT OPEN'.

       01 WS-INVENTORY-DETAIL.
          05 WS-ID-CLAIM-ID        PIC X(12).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-ID-PARTY           PIC X(20).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-ID-CARRIER         PIC X(15).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-ID-OPENED-DATE     PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-ID-PAID            PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-ID-DEMAND          PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-ID-RECOVERED       PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-ID-RETAINED        PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-ID-CREDIT-OPEN     PIC ZZ,ZZZ,ZZ9.99.

       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL           PIC X(20).
          05 WS-TL-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-F-COUNT               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files                                             *
      * 2. Load every open subrogation file                           *
      * 3. Accumulate each one's paid to date off the history         *
      * 4. Print the inventory and its totals and close down          *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-LOAD-OPEN-FILES.
           PERFORM 300-ACCUMULATE-PAID-TO-DATE.
           PERFORM 400-PRINT-INVENTORY.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * CLEAR THE TABLE, OPEN ALL FILES AND CHECK FOR ERRORS           *
      *----------------------------------------------------------------*
           INITIALIZE WS-OPEN-FILE-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT SUBROGATION-FILE.
           IF SUBR-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SUBROGATION FILE: '
                      SUBR-FILE-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT INVENTORY-REPORT.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INVENTORY REPORT: ' RPT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

       200-LOAD-OPEN-FILES.
      *----------------------------------------------------------------*
      * LOAD EVERY OPEN SUBROGATION FILE INTO THE TABLE. ONCE FULL,    *
      * FURTHER FILES ARE REPORTED AND LEFT OFF THE INVENTORY, SO THE  *
      * RUN IS FLAGGED.                                                *
      *----------------------------------------------------------------*
           PERFORM UNTIL SUBR-END-OF-FILE
               READ SUBROGATION-FILE
                   AT END
                       SET SUBR-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF SUBR-STATUS = 'O'
                           PERFORM 210-TABLE-OPEN-FILE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'OPEN SUBROGATION FILES LOADED: '
                   WS-OPEN-TABLE-COUNT.

       210-TABLE-OPEN-FILE.
      *----------------------------------------------------------------*
      * ADD ONE OPEN SUBROGATION FILE TO THE TABLE                     *
      *----------------------------------------------------------------*
           IF WS-OPEN-TABLE-COUNT >= 2000
               DISPLAY 'OPEN FILE TABLE FULL, FILE NOT REPORTED: '
                       SUBR-CLAIM-ID
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-OPEN-TABLE-COUNT
               MOVE WS-OPEN-TABLE-COUNT TO WS-TABLE-SUB
               MOVE SUBR-CLAIM-ID    TO WS-OF-CLAIM-ID (WS-TABLE-SUB)
               MOVE SUBR-PARTY-NAME  TO WS-OF-PARTY (WS-TABLE-SUB)
               MOVE SUBR-CARRIER     TO WS-OF-CARRIER (WS-TABLE-SUB)
               MOVE SUBR-OPENED-DATE
                    TO WS-OF-OPENED-DATE (WS-TABLE-SUB)
               MOVE SUBR-DEMAND      TO WS-OF-DEMAND (WS-TABLE-SUB)
               MOVE SUBR-GROSS-RECOVERED
                    TO WS-OF-RECOVERED (WS-TABLE-SUB)
               MOVE SUBR-LIEN-RECOVERED
                    TO WS-OF-RETAINED (WS-TABLE-SUB)
               COMPUTE WS-OF-CREDIT-OPEN (WS-TABLE-SUB) =
                       SUBR-CREDIT-BOOKED - SUBR-CREDIT-TAKEN
               MOVE ZERO TO WS-OF-PAID (WS-TABLE-SUB)
           END-IF.

       300-ACCUMULATE-PAID-TO-DATE.
      *----------------------------------------------------------------*
      * STREAM THE PAYMENT HISTORY ONCE, ADDING EVERY PAYMENT THAT     *
      * REACHED THE CLAIMANT TO ITS OPEN FILE'S PAID TO DATE. NO       *
      * HISTORY YET MEANS NOTHING HAS BEEN PAID.                       *
      *----------------------------------------------------------------*
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF PAYHIST-STATUS NOT = '00'
               DISPLAY 'NO PAYMENT HISTORY, PAID TO DATE IS ZERO: '
                       PAYHIST-STATUS
           ELSE
               PERFORM UNTIL HIST-END-OF-FILE
                   READ PAYMENT-HISTORY-FILE
                       AT END
                           SET HIST-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HIST-READ
                           IF PAYMENT-HISTORY-LINE (93:5) NOT = ' RTN='
                               PERFORM 310-MATCH-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       310-MATCH-HISTORY-LINE.
      *----------------------------------------------------------------*
      * ADD ONE HISTORY PAYMENT TO ITS CLAIM'S OPEN FILE, IF ANY       *
      *----------------------------------------------------------------*
           MOVE PAYMENT-HISTORY-LINE (1:12)  TO WS-HIST-CLAIM-ID.
           SET WS-OF-IDX TO 1.
           SEARCH WS-OF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OF-CLAIM-ID (WS-OF-IDX) = WS-HIST-CLAIM-ID
                   MOVE PAYMENT-HISTORY-LINE (44:13)
                        TO WS-HIST-AMOUNT-EDIT
                   MOVE WS-HIST-AMOUNT-EDIT (1:2)  TO WS-AD-MILLIONS
                   MOVE WS-HIST-AMOUNT-EDIT (4:3)  TO WS-AD-THOUSANDS
                   MOVE WS-HIST-AMOUNT-EDIT (8:3)  TO WS-AD-UNITS
                   MOVE WS-HIST-AMOUNT-EDIT (12:2) TO WS-AD-CENTS
                   INSPECT WS-AMOUNT-DEEDIT REPLACING ALL ' ' BY '0'
                   ADD WS-AMOUNT-NUMERIC TO WS-OF-PAID (WS-OF-IDX)
           END-SEARCH.

       400-PRINT-INVENTORY.
      *----------------------------------------------------------------*
      * PRINT THE HEADINGS, ONE LINE PER OPEN FILE, AND THE TOTALS     *
      *----------------------------------------------------------------*
           MOVE WS-RUN-DATE TO WS-H-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 1 TO WS-TABLE-SUB.
           PERFORM UNTIL WS-TABLE-SUB > WS-OPEN-TABLE-COUNT
               PERFORM 410-PRINT-ONE-FILE
               ADD 1 TO WS-TABLE-SUB
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OPEN-TABLE-COUNT TO WS-F-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OPEN FILES:         ' DELIMITED BY SIZE
                  WS-F-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE 'PAID TO DATE:'      TO WS-TL-LABEL.
           MOVE WS-TOTAL-PAID        TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEMANDS:'           TO WS-TL-LABEL.
           MOVE WS-TOTAL-DEMAND      TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RECOVERED:'         TO WS-TL-LABEL.
           MOVE WS-TOTAL-RECOVERED   TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RETAINED (LIEN):'   TO WS-TL-LABEL.
           MOVE WS-TOTAL-RETAINED    TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CREDIT OPEN:'       TO WS-TL-LABEL.
           MOVE WS-TOTAL-CREDIT-OPEN TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.

       410-PRINT-ONE-FILE.
      *----------------------------------------------------------------*
      * PRINT ONE OPEN FILE AND ROLL THE TOTALS                        *
      *----------------------------------------------------------------*
           MOVE WS-OF-CLAIM-ID (WS-TABLE-SUB)    TO WS-ID-CLAIM-ID.
           MOVE WS-OF-PARTY (WS-TABLE-SUB)       TO WS-ID-PARTY.
           MOVE WS-OF-CARRIER (WS-TABLE-SUB)     TO WS-ID-CARRIER.
           MOVE WS-OF-OPENED-DATE (WS-TABLE-SUB) TO WS-ID-OPENED-DATE.
           MOVE WS-OF-PAID (WS-TABLE-SUB)        TO WS-ID-PAID.
           MOVE WS-OF-DEMAND (WS-TABLE-SUB)      TO WS-ID-DEMAND.
           MOVE WS-OF-RECOVERED (WS-TABLE-SUB)   TO WS-ID-RECOVERED.
           MOVE WS-OF-RETAINED (WS-TABLE-SUB)    TO WS-ID-RETAINED.
           MOVE WS-OF-CREDIT-OPEN (WS-TABLE-SUB) TO WS-ID-CREDIT-OPEN.
           MOVE WS-INVENTORY-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           ADD WS-OF-PAID (WS-TABLE-SUB)        TO WS-TOTAL-PAID.
           ADD WS-OF-DEMAND (WS-TABLE-SUB)      TO WS-TOTAL-DEMAND.
           ADD WS-OF-RECOVERED (WS-TABLE-SUB)   TO WS-TOTAL-RECOVERED.
           ADD WS-OF-RETAINED (WS-TABLE-SUB)    TO WS-TOTAL-RETAINED.
           ADD WS-OF-CREDIT-OPEN (WS-TABLE-SUB) TO WS-TOTAL-CREDIT-OPEN.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'SUBRRPT RUN CONTROL TOTALS'.
           DISPLAY 'SUBROGATION RECORDS READ: ' WS-RECORDS-READ.
           DISPLAY 'OPEN FILES REPORTED:      ' WS-OPEN-TABLE-COUNT.
           DISPLAY 'HISTORY RECORDS READ:     ' WS-HIST-READ.
           DISPLAY 'TOTAL PAID TO DATE:       ' WS-TOTAL-PAID.
           DISPLAY 'TOTAL RETAINED:           ' WS-TOTAL-RETAINED.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE SUBROGATION-FILE
                 INVENTORY-REPORT.

           STOP RUN.
