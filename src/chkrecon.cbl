       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRECON.
      *----------------------------------------------------------------*
      * PROGRAM:  CHKRECON                                             *
      * PURPOSE:  RECONCILE THE CHECK REGISTER TO THE BANK. THE BANK'S *
      *           PAID-ITEMS FILE IS MATCHED BACK TO THE REGISTER BY   *
      *           SERIAL: A MATCHED OUTSTANDING CHECK IS CLEARED, AND  *
      *           UNKNOWN SERIALS, CHECKS PAID TWICE, CHECKS PAID      *
      *           AFTER A VOID, STOP, REISSUE OR STALE-DATE VOID, AND  *
      *           AMOUNT MISMATCHES ARE LISTED AS EXCEPTIONS. THE      *
      *           CHECKS STILL OUTSTANDING ARE THEN LISTED BY ISSUE    *
      *           DATE, WITH SUBTOTALS PER DATE, FOR TREASURY TO       *
      *           RECONCILE AGAINST THE BANK STATEMENT.                *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. PAID-ITEM MATCHING                                          *
      * 5. OUTSTANDING CHECK LIST                                      *
      * 6. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - PAID-ITEMS-FILE: The bank's paid checks, fixed-format: cols  *
      *   1-10 serial, 11-18 paid date, 19-28 amount paid (implied 2   *
      *   decimals). Absent, only the outstanding list is produced     *
      * - CHECK-REGISTER: Every check issued, keyed by serial          *
      * - EXCEPTION-FILE: Paid items that did not clear cleanly        *
      * - OUTSTANDING-REPORT: Checks still outstanding by issue date   *
      *----------------------------------------------------------------*
           SELECT PAID-ITEMS-FILE ASSIGN TO "data/CHKPAID.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAID-STATUS.

           SELECT CHECK-REGISTER ASSIGN TO "data/CHKREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHK-SERIAL
           FILE STATUS IS CHK-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "data/CHKEXCP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCP-STATUS.

           SELECT OUTSTANDING-REPORT ASSIGN TO "data/CHKOUTST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAID-ITEMS-FILE.
       01 PAID-ITEM-RECORD.
          05 PD-SERIAL-CHARS          PIC X(10).
          05 PD-SERIAL REDEFINES PD-SERIAL-CHARS
                                      PIC 9(10).
          05 PD-PAID-DATE-CHARS       PIC X(8).
          05 PD-PAID-DATE REDEFINES PD-PAID-DATE-CHARS
                                      PIC 9(8).
          05 PD-AMOUNT-CHARS          PIC X(10).
          05 PD-AMOUNT REDEFINES PD-AMOUNT-CHARS
                                      PIC 9(8)V99.
          05 FILLER                   PIC X(52).

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

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE           PIC X(132).

       FD OUTSTANDING-REPORT.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-OUTSTANDING-TABLE: Outstanding checks in issue-date order *
      * - WS-REPORT-FIELDS: Edited fields for the printed lines        *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 PAID-STATUS           PIC X(2).
          05 CHK-FILE-STATUS       PIC X(2).
          05 EXCP-STATUS           PIC X(2).
          05 RPT-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-PAID-EOF-SW        PIC X(1) VALUE 'N'.
             88 PAID-END-OF-FILE   VALUE 'Y'.
          05 WS-PAID-FILE-SW       PIC X(1) VALUE 'N'.
             88 PAID-ITEMS-AVAILABLE VALUE 'Y'.
          05 WS-SCAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 SCAN-END-OF-FILE   VALUE 'Y'.
          05 WS-SLOT-FOUND-SW      PIC X(1) VALUE 'N'.
             88 SLOT-FOUND         VALUE 'Y'.
          05 WS-TABLE-FULL-SW      PIC X(1) VALUE 'N'.
             88 OUTSTANDING-TABLE-FULL VALUE 'Y'.

      * Kept in issue-date then serial order as the register is read;
      * the key compares as one field.
       01 WS-OUTSTANDING-TABLE.
          05 WS-OS-COUNT           PIC 9(4) COMP VALUE ZERO.
          05 WS-OS-ENTRY OCCURS 5000 TIMES.
             10 WS-OS-KEY.
                15 WS-OS-ISSUE-DATE PIC 9(8).
                15 WS-OS-SERIAL    PIC 9(10).
             10 WS-OS-CLAIM-ID     PIC X(12).
             10 WS-OS-DEP-SEQ      PIC X(2).
             10 WS-OS-PAYEE-ID     PIC X(8).
             10 WS-OS-AMOUNT       PIC 9(8)V99.

       01 WS-NEW-ENTRY.
          05 WS-NEW-KEY.
             10 WS-NEW-ISSUE-DATE  PIC 9(8).
             10 WS-NEW-SERIAL      PIC 9(10).
          05 WS-NEW-CLAIM-ID       PIC X(12).
          05 WS-NEW-DEP-SEQ        PIC X(2).
          05 WS-NEW-PAYEE-ID       PIC X(8).
          05 WS-NEW-AMOUNT         PIC 9(8)V99.

       01 WS-SUBSCRIPTS.
          05 WS-OS-SUB             PIC 9(4) COMP.
          05 WS-OS-NEXT            PIC 9(4) COMP.

       01 WS-EXCEPTION-TEXT        PIC X(40).
       01 WS-RUN-DATE              PIC 9(8).
       01 WS-CURRENT-DATE          PIC 9(8).

       01 WS-REPORT-FIELDS.
          05 WS-F-SERIAL           PIC 9(10).
          05 WS-F-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
          05 WS-F-PAID-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
          05 WS-F-TOTAL            PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 WS-F-COUNT            PIC ZZ,ZZ9.

       01 WS-DATE-TOTALS.
          05 WS-DATE-COUNT         PIC 9(5) COMP VALUE ZERO.
          05 WS-DATE-AMOUNT        PIC 9(10)V99 VALUE ZERO.

       01 WS-CONTROL-TOTALS.
          05 WS-ITEMS-READ         PIC 9(5) COMP VALUE ZERO.
          05 WS-CHECKS-CLEARED     PIC 9(5) COMP VALUE ZERO.
          05 WS-EXCEPTIONS         PIC 9(5) COMP VALUE ZERO.
          05 WS-AMOUNT-CLEARED     PIC 9(10)V99 VALUE ZERO.
          05 WS-OUTSTANDING-AMOUNT PIC 9(10)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files                                             *
      * 2. Match the bank's paid items to the register                *
      * 3. List the checks still outstanding by issue date            *
      * 4. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           IF PAID-ITEMS-AVAILABLE
               PERFORM 200-MATCH-PAID-ITEMS
           END-IF.
           PERFORM 300-LOAD-OUTSTANDING-CHECKS.
           PERFORM 400-WRITE-OUTSTANDING-LIST.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS                            *
      *----------------------------------------------------------------*
           INITIALIZE WS-OUTSTANDING-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O CHECK-REGISTER.
           IF CHK-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CHECK REGISTER: ' CHK-FILE-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT EXCEPTION-FILE.
           IF EXCP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EXCEPTION FILE: ' EXCP-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT OUTSTANDING-REPORT.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OUTSTANDING REPORT: ' RPT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

      * No paid-items file from the bank this cycle only means nothing
      * clears; the outstanding list is still produced
           OPEN INPUT PAID-ITEMS-FILE.
           IF PAID-STATUS = '00'
               SET PAID-ITEMS-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'NO PAID-ITEMS FILE, NO CHECKS CLEARED'
           END-IF.

           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'PAID CHECK EXCEPTIONS - RUN DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE                         DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       200-MATCH-PAID-ITEMS.
      *----------------------------------------------------------------*
      * READ AND MATCH EVERY ITEM THE BANK PAID                        *
      *----------------------------------------------------------------*
           PERFORM UNTIL PAID-END-OF-FILE
               READ PAID-ITEMS-FILE
                   AT END
                       SET PAID-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       PERFORM 210-MATCH-PAID-ITEM
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL ITEMS IN PAID-ITEMS FILE'.

       210-MATCH-PAID-ITEM.
      *----------------------------------------------------------------*
      * MATCH ONE PAID ITEM BY SERIAL. AN OUTSTANDING CHECK CLEARS,    *
      * EVEN ON AN AMOUNT MISMATCH, SINCE THE BANK HAS PAID IT; THE    *
      * MISMATCH IS LISTED FOR TREASURY. A CHECK ALREADY CLEARED,      *
      * VOIDED, STOPPED OR REISSUED KEEPS ITS STATUS AND IS LISTED     *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-EXCEPTION-TEXT.

           IF PD-SERIAL NOT NUMERIC OR PD-PAID-DATE NOT NUMERIC
              OR PD-AMOUNT NOT NUMERIC
               MOVE 'PAID ITEM NOT NUMERIC' TO WS-EXCEPTION-TEXT
               PERFORM 290-WRITE-EXCEPTION
           ELSE
               MOVE PD-SERIAL TO CHK-SERIAL
               READ CHECK-REGISTER
                   INVALID KEY
                       MOVE 'UNKNOWN SERIAL' TO WS-EXCEPTION-TEXT
                       PERFORM 290-WRITE-EXCEPTION
                   NOT INVALID KEY
                       PERFORM 220-APPLY-PAID-ITEM
               END-READ
           END-IF.

       220-APPLY-PAID-ITEM.
      *----------------------------------------------------------------*
      * APPLY ONE PAID ITEM TO THE CHECK JUST READ                     *
      *----------------------------------------------------------------*
           EVALUATE CHK-STATUS
               WHEN 'O'
                   IF PD-AMOUNT NOT = CHK-AMOUNT
                       MOVE 'AMOUNT MISMATCH - CLEARED'
                            TO WS-EXCEPTION-TEXT
                   END-IF
                   MOVE 'C'          TO CHK-STATUS
                   MOVE PD-PAID-DATE TO CHK-STATUS-DATE
                   MOVE PD-PAID-DATE TO CHK-PAID-DATE
                   MOVE PD-AMOUNT    TO CHK-PAID-AMOUNT
                   MOVE 1            TO CHK-PAID-COUNT
               WHEN 'C'
                   MOVE 'PAID TWICE' TO WS-EXCEPTION-TEXT
                   ADD 1 TO CHK-PAID-COUNT
               WHEN 'V'
                   MOVE 'PAID AFTER VOID' TO WS-EXCEPTION-TEXT
                   ADD 1 TO CHK-PAID-COUNT
               WHEN 'S'
                   MOVE 'PAID AFTER STOP PAYMENT' TO WS-EXCEPTION-TEXT
                   ADD 1 TO CHK-PAID-COUNT
               WHEN 'R'
                   MOVE 'PAID AFTER REISSUE' TO WS-EXCEPTION-TEXT
                   ADD 1 TO CHK-PAID-COUNT
               WHEN 'U'
                   MOVE 'PAID AFTER STALE-DATE VOID'
                        TO WS-EXCEPTION-TEXT
                   ADD 1 TO CHK-PAID-COUNT
               WHEN OTHER
                   MOVE 'CHECK STATUS NOT VALID' TO WS-EXCEPTION-TEXT
           END-EVALUATE.

           REWRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING CHECK REGISTER: '
                           CHK-FILE-STATUS ' SERIAL ' CHK-SERIAL
                   MOVE 'REGISTER NOT UPDATED' TO WS-EXCEPTION-TEXT
               NOT INVALID KEY
                   IF CHK-STATUS = 'C' AND CHK-PAID-COUNT = 1
                       ADD 1 TO WS-CHECKS-CLEARED
                       ADD PD-AMOUNT TO WS-AMOUNT-CLEARED
                   END-IF
           END-REWRITE.

           IF WS-EXCEPTION-TEXT NOT = SPACES
               PERFORM 290-WRITE-EXCEPTION
           END-IF.

       290-WRITE-EXCEPTION.
      *----------------------------------------------------------------*
      * LIST ONE PAID ITEM THAT DID NOT CLEAR CLEANLY, WITH THE        *
      * REGISTER'S CLAIM AND AMOUNT WHERE THE SERIAL IS KNOWN          *
      *----------------------------------------------------------------*
           ADD 1 TO WS-EXCEPTIONS.
           MOVE SPACES TO EXCEPTION-LINE.
           MOVE PD-SERIAL-CHARS    TO EXCEPTION-LINE (1:10).
           MOVE PD-PAID-DATE-CHARS TO EXCEPTION-LINE (12:8).
           IF PD-AMOUNT NUMERIC
               MOVE PD-AMOUNT TO WS-F-PAID-AMOUNT
               MOVE WS-F-PAID-AMOUNT TO EXCEPTION-LINE (21:13)
           END-IF.
           IF WS-EXCEPTION-TEXT NOT = 'UNKNOWN SERIAL'
              AND WS-EXCEPTION-TEXT NOT = 'PAID ITEM NOT NUMERIC'
               MOVE CHK-CLAIM-ID  TO EXCEPTION-LINE (35:12)
               MOVE CHK-AMOUNT    TO WS-F-AMOUNT
               MOVE ' ISSUED='    TO EXCEPTION-LINE (47:8)
               MOVE WS-F-AMOUNT   TO EXCEPTION-LINE (55:13)
           END-IF.
           MOVE WS-EXCEPTION-TEXT TO EXCEPTION-LINE (70:40).
           WRITE EXCEPTION-LINE.

       300-LOAD-OUTSTANDING-CHECKS.
      *----------------------------------------------------------------*
      * READ THE WHOLE REGISTER AND TABLE EVERY CHECK STILL            *
      * OUTSTANDING IN ISSUE-DATE ORDER                                *
      *----------------------------------------------------------------*
           MOVE ZERO TO CHK-SERIAL.
           START CHECK-REGISTER KEY IS GREATER THAN CHK-SERIAL
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-END-OF-FILE
               READ CHECK-REGISTER NEXT RECORD
                   AT END
                       SET SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CHK-STATUS = 'O'
                           PERFORM 310-TABLE-OUTSTANDING-CHECK
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL CHECKS ON CHECK REGISTER'.

       310-TABLE-OUTSTANDING-CHECK.
      *----------------------------------------------------------------*
      * INSERT ONE OUTSTANDING CHECK IN ITS ISSUE-DATE SLOT, MOVING    *
      * LATER ENTRIES DOWN ONE                                         *
      *----------------------------------------------------------------*
           IF WS-OS-COUNT >= 5000
               IF NOT OUTSTANDING-TABLE-FULL
                   DISPLAY 'OUTSTANDING TABLE FULL, LIST INCOMPLETE AT '
                           'SERIAL ' CHK-SERIAL
                   SET OUTSTANDING-TABLE-FULL TO TRUE
               END-IF
           ELSE
               MOVE CHK-ISSUE-DATE TO WS-NEW-ISSUE-DATE
               MOVE CHK-SERIAL     TO WS-NEW-SERIAL
               MOVE CHK-CLAIM-ID   TO WS-NEW-CLAIM-ID
               MOVE CHK-DEP-SEQ    TO WS-NEW-DEP-SEQ
               MOVE CHK-PAYEE-ID   TO WS-NEW-PAYEE-ID
               MOVE CHK-AMOUNT     TO WS-NEW-AMOUNT
               MOVE 'N' TO WS-SLOT-FOUND-SW
               MOVE WS-OS-COUNT TO WS-OS-SUB
               PERFORM UNTIL SLOT-FOUND OR WS-OS-SUB = ZERO
                   IF WS-OS-KEY (WS-OS-SUB) > WS-NEW-KEY
                       ADD 1 TO WS-OS-SUB GIVING WS-OS-NEXT
                       MOVE WS-OS-ENTRY (WS-OS-SUB)
                            TO WS-OS-ENTRY (WS-OS-NEXT)
                       SUBTRACT 1 FROM WS-OS-SUB
                   ELSE
                       SET SLOT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               ADD 1 TO WS-OS-SUB GIVING WS-OS-NEXT
               MOVE WS-NEW-ENTRY TO WS-OS-ENTRY (WS-OS-NEXT)
               ADD 1 TO WS-OS-COUNT
               ADD CHK-AMOUNT TO WS-OUTSTANDING-AMOUNT
           END-IF.

       400-WRITE-OUTSTANDING-LIST.
      *----------------------------------------------------------------*
      * LIST THE OUTSTANDING CHECKS BY ISSUE DATE, WITH A COUNT AND    *
      * AMOUNT AFTER EACH DATE AND A GRAND TOTAL                       *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE.
           STRING 'OUTSTANDING CHECKS BY ISSUE DATE - RUN DATE '
                                       DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'ISSUED'       TO REPORT-LINE (1:6).
           MOVE 'SERIAL'       TO REPORT-LINE (11:6).
           MOVE 'CLAIM'        TO REPORT-LINE (22:5).
           MOVE 'DEP'          TO REPORT-LINE (35:3).
           MOVE 'PAYEE'        TO REPORT-LINE (39:5).
           MOVE 'AMOUNT'       TO REPORT-LINE (55:6).
           WRITE REPORT-LINE.

           MOVE ZERO TO WS-CURRENT-DATE.
           MOVE 1 TO WS-OS-SUB.
           PERFORM UNTIL WS-OS-SUB > WS-OS-COUNT
               IF WS-OS-ISSUE-DATE (WS-OS-SUB) NOT = WS-CURRENT-DATE
                   IF WS-CURRENT-DATE NOT = ZERO
                       PERFORM 410-WRITE-DATE-TOTAL
                   END-IF
                   MOVE WS-OS-ISSUE-DATE (WS-OS-SUB)
                        TO WS-CURRENT-DATE
               END-IF
               MOVE WS-OS-AMOUNT (WS-OS-SUB) TO WS-F-AMOUNT
               MOVE SPACES TO REPORT-LINE
               MOVE WS-OS-ISSUE-DATE (WS-OS-SUB) TO REPORT-LINE (1:8)
               MOVE WS-OS-SERIAL (WS-OS-SUB)     TO REPORT-LINE (11:10)
               MOVE WS-OS-CLAIM-ID (WS-OS-SUB)   TO REPORT-LINE (22:12)
               MOVE WS-OS-DEP-SEQ (WS-OS-SUB)    TO REPORT-LINE (35:2)
               MOVE WS-OS-PAYEE-ID (WS-OS-SUB)   TO REPORT-LINE (39:8)
               MOVE WS-F-AMOUNT                  TO REPORT-LINE (48:13)
               WRITE REPORT-LINE
               ADD 1 TO WS-DATE-COUNT
               ADD WS-OS-AMOUNT (WS-OS-SUB) TO WS-DATE-AMOUNT
               ADD 1 TO WS-OS-SUB
           END-PERFORM.
           IF WS-CURRENT-DATE NOT = ZERO
               PERFORM 410-WRITE-DATE-TOTAL
           END-IF.

           MOVE WS-OS-COUNT           TO WS-F-COUNT.
           MOVE WS-OUTSTANDING-AMOUNT TO WS-F-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL OUTSTANDING  CHECKS=' DELIMITED BY SIZE
                  WS-F-COUNT                   DELIMITED BY SIZE
                  ' AMOUNT='                   DELIMITED BY SIZE
                  WS-F-TOTAL                   DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       410-WRITE-DATE-TOTAL.
      *----------------------------------------------------------------*
      * CLOSE ONE ISSUE DATE WITH ITS CHECK COUNT AND AMOUNT           *
      *----------------------------------------------------------------*
           MOVE WS-DATE-COUNT  TO WS-F-COUNT.
           MOVE WS-DATE-AMOUNT TO WS-F-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ISSUED '        DELIMITED BY SIZE
                  WS-CURRENT-DATE    DELIMITED BY SIZE
                  '  CHECKS='        DELIMITED BY SIZE
                  WS-F-COUNT         DELIMITED BY SIZE
                  ' AMOUNT='         DELIMITED BY SIZE
                  WS-F-TOTAL         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-DATE-COUNT.
           MOVE ZERO TO WS-DATE-AMOUNT.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           MOVE WS-OUTSTANDING-AMOUNT TO WS-F-TOTAL.
           DISPLAY '===================================='.
           DISPLAY 'CHKRECON RUN CONTROL TOTALS'.
           DISPLAY 'PAID ITEMS READ:       ' WS-ITEMS-READ.
           DISPLAY 'CHECKS CLEARED:        ' WS-CHECKS-CLEARED.
           DISPLAY 'EXCEPTIONS LISTED:     ' WS-EXCEPTIONS.
           DISPLAY 'CHECKS OUTSTANDING:    ' WS-OS-COUNT.
           DISPLAY 'AMOUNT OUTSTANDING:    ' WS-F-TOTAL.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                          *
      *----------------------------------------------------------------*
           IF PAID-ITEMS-AVAILABLE
               CLOSE PAID-ITEMS-FILE
           END-IF.
           CLOSE CHECK-REGISTER
                 EXCEPTION-FILE
                 OUTSTANDING-REPORT.

           IF (WS-EXCEPTIONS > 0 OR OUTSTANDING-TABLE-FULL)
              AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
