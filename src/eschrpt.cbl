       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHRPT.
      *----------------------------------------------------------------*
      * PROGRAM:  ESCHRPT                                              *
      * PURPOSE:  ANNUAL UNCLAIMED PROPERTY HOLDER REPORT. A STALE-    *
      *           DATED BENEFIT CHECK SITS ON THE UNCLAIMED FUNDS      *
      *           LEDGER UNTIL THE OWNER CLAIMS IT OR ITS DORMANCY     *
      *           PERIOD RUNS OUT; AFTER THAT THE FUNDS BELONG TO THE  *
      *           STATE. THIS RUN PICKS EVERY ITEM STILL HELD WHOSE    *
      *           DORMANCY DATE HAS PASSED BY THE REPORT AS-OF DATE,   *
      *           WRITES THEM BY JURISDICTION ON THE HOLDER REPORT     *
      *           FILE (HOLDER HEADER, ONE PROPERTY RECORD PER ITEM,   *
      *           JURISDICTION SUMMARY), MARKS THEM ESCHEATED, AND     *
      *           WRITES ONE ESCHEAT GL EVENT PER ITEM, WITH CONTROL   *
      *           TOTALS THAT TIE THE REMAINING LEDGER TO THE GL       *
      *           UNCLAIMED FUNDS LIABILITY                            *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. DORMANT ITEM SELECTION                                      *
      * 5. HOLDER REPORT BY JURISDICTION                               *
      * 6. CONTROL TOTALS AND PROGRAM TERMINATION                      *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - REPORT-PARM-FILE: Optional run-control line:                 *
      *   AS-OF-DATE,HOLDER-ID,HOLDER-NAME. The as-of date defaults    *
      *   to December 31 of the prior year; the holder id and name     *
      *   (the tax id and legal name the state files us under) are     *
      *   left blank on the report if not given                        *
      * - UNCLAIMED-FILE: Unclaimed funds ledger (CHKSTALE)            *
      * - CLAIMANT-FILE: Owner name and last known address             *
      * - HOLDER-REPORT-FILE: The report to the states, one block per  *
      *   jurisdiction                                                 *
      * - ESCHEAT-EVENT-FILE: One GL event per item remitted           *
      * - CONTROL-REPORT: Per-jurisdiction totals and the ledger       *
      *   balance before and after the remittance                      *
      *----------------------------------------------------------------*
           SELECT REPORT-PARM-FILE ASSIGN TO 'data/ESCHPARM.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT UNCLAIMED-FILE ASSIGN TO "data/UNCLFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UNC-SERIAL
           FILE STATUS IS UNC-FILE-STATUS.

           SELECT CLAIMANT-FILE ASSIGN TO "data/CLNTFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIMANT-ID OF CLAIMANT-RECORD
           FILE STATUS IS CLNT-STATUS.

           SELECT HOLDER-REPORT-FILE ASSIGN TO 'data/ESCHHOLD.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-STATUS.

           SELECT ESCHEAT-EVENT-FILE ASSIGN TO 'data/ESCHEVT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVENT-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO 'data/ESCHRPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-PARM-FILE.
       01 REPORT-PARM-LINE         PIC X(80).

      * Status H held for the owner, E escheated (reported to the
      * jurisdiction on the holder report dated REPORT-DATE). The
      * jurisdiction is the region of the claim's policy; the
      * dormancy date is the issue date plus that region's dormancy
      * period.
       FD UNCLAIMED-FILE.
       01 UNCLAIMED-RECORD.
          05 UNC-SERIAL               PIC 9(10).
          05 UNC-CLAIM-ID             PIC X(12).
          05 UNC-DEP-SEQ              PIC X(2).
          05 UNC-PAYEE-ID             PIC X(8).
          05 UNC-CLAIMANT-ID          PIC X(8).
          05 UNC-JURISDICTION         PIC X(3).
          05 UNC-AMOUNT               PIC 9(8)V99.
          05 UNC-ISSUE-DATE           PIC 9(8).
          05 UNC-STALE-DATE           PIC 9(8).
          05 UNC-DORMANCY-DATE        PIC 9(8).
          05 UNC-STATUS               PIC X(1).
          05 UNC-LETTER-DATE          PIC 9(8).
          05 UNC-REPORT-DATE          PIC 9(8).
          05 FILLER                   PIC X(26).

       FD CLAIMANT-FILE.
       01 CLAIMANT-RECORD.
          05 CLAIMANT-ID           PIC X(8).
          05 CLAIMANT-NAME         PIC X(30).
          05 CLAIMANT-DOB          PIC 9(8).
          05 CLAIMANT-ADDR-LINE-1  PIC X(30).
          05 CLAIMANT-ADDR-LINE-2  PIC X(30).
          05 CLAIMANT-CITY         PIC X(20).
          05 CLAIMANT-POSTAL-CODE  PIC X(10).

      * The holder report is fixed-format, one record type per line
      * in col 1, cols 2-4 the jurisdiction:
      *   1 HOLDER HEADER: 5-8 report year, 9-16 as-of date, 17-26
      *     holder id, 27-66 holder name, 67-74 run date
      *   2 PROPERTY: 5-14 property id (check serial), 15-18
      *     property type, 19-26 date of last activity (issue date),
      *     27-36 amount digits (implied two decimals), 37-44 owner
      *     id, 45-74 owner name, 75-104 and 105-134 address, 135-154
      *     city, 155-164 postal code, 165-176 claim id, 177-184
      *     due-diligence letter date (zeros if none sent)
      *   9 SUMMARY: 5-10 property count, 11-22 amount digits
      *     (implied two decimals)
       FD HOLDER-REPORT-FILE.
       01 HOLDER-REPORT-LINE       PIC X(200).

      * Same shape as the unclaimed funds event line: cols 1-12 claim
      * id, 21-31 amount digits (implied two decimals), 38-45 the run
      * date, 51-60 the check serial.
       FD ESCHEAT-EVENT-FILE.
       01 ESCHEAT-EVENT-LINE       PIC X(60).

       FD CONTROL-REPORT.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-PARM-FIELDS: The report as-of date and holder identity    *
      * - WS-ITEM-TABLE: The dormant items selected for the report     *
      * - WS-JUR-TABLE: Jurisdictions reported, with their totals      *
      * - WS-CONTROL-TOTALS: Ledger balance before and after           *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 PARM-STATUS           PIC X(2).
          05 UNC-FILE-STATUS       PIC X(2).
          05 CLNT-STATUS           PIC X(2).
          05 HOLD-STATUS           PIC X(2).
          05 EVENT-STATUS          PIC X(2).
          05 RPT-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-SCAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 SCAN-END-OF-FILE   VALUE 'Y'.
          05 WS-TABLE-FULL-SW      PIC X(1) VALUE 'N'.
             88 ITEM-TABLE-FULL    VALUE 'Y'.
          05 WS-ITEM-SKIP-SW       PIC X(1) VALUE 'N'.
             88 ITEM-SKIPPED       VALUE 'Y'.
          05 WS-OWNER-FOUND-SW     PIC X(1) VALUE 'N'.
             88 OWNER-ON-FILE      VALUE 'Y'.

       01 WS-RUN-DATE.
          05 WS-RUN-CCYY           PIC 9(4).
          05 WS-RUN-MMDD           PIC 9(4).

       01 WS-PARM-FIELDS.
          05 WS-PM-AS-OF-CHARS     PIC X(8).
          05 WS-PM-AS-OF REDEFINES WS-PM-AS-OF-CHARS PIC 9(8).
          05 WS-PM-HOLDER-ID       PIC X(10).
          05 WS-PM-HOLDER-NAME     PIC X(40).

       01 WS-AS-OF-DATE.
          05 WS-AS-OF-CCYY         PIC 9(4).
          05 WS-AS-OF-MMDD         PIC 9(4).
       01 WS-AS-OF-DATE-N REDEFINES WS-AS-OF-DATE PIC 9(8).

       01 WS-HOLDER-ID             PIC X(10) VALUE SPACES.
       01 WS-HOLDER-NAME           PIC X(40) VALUE SPACES.
       01 WS-PROPERTY-TYPE         PIC X(4)  VALUE 'IN01'.

       01 WS-ITEM-COUNT            PIC 9(4) COMP VALUE ZERO.
       01 WS-ITEM-TABLE.
          05 WS-ITM-ENTRY OCCURS 5000 TIMES.
             10 WS-ITM-SERIAL      PIC 9(10).
             10 WS-ITM-JURISDICTION PIC X(3).

       01 WS-JUR-COUNT             PIC 9(2) COMP VALUE ZERO.
       01 WS-JUR-TABLE.
          05 WS-JUR-ENTRY OCCURS 50 TIMES INDEXED BY WS-JUR-IDX.
             10 WS-JUR-CODE        PIC X(3).
             10 WS-JUR-ITEMS       PIC 9(6).
             10 WS-JUR-AMOUNT      PIC 9(10)V99.

       01 WS-ITEM-SUB              PIC 9(4) COMP.
       01 WS-JUR-SUB               PIC 9(2) COMP.
       01 WS-CUR-JURISDICTION      PIC X(3).

       01 WS-OUTPUT-FIELDS.
          05 WS-ITEM-AMOUNT        PIC 9(8)V99.
          05 WS-ITEM-AMOUNT-X REDEFINES WS-ITEM-AMOUNT
                                   PIC X(10).
          05 WS-SUMMARY-AMOUNT     PIC 9(10)V99.
          05 WS-SUMMARY-AMOUNT-X REDEFINES WS-SUMMARY-AMOUNT
                                   PIC X(12).
          05 WS-SUMMARY-COUNT      PIC 9(6).
          05 WS-EVENT-AMOUNT       PIC 9(9)V99.
          05 WS-EVENT-AMOUNT-X REDEFINES WS-EVENT-AMOUNT
                                   PIC X(11).
          05 WS-SERIAL-X           PIC X(10).
          05 WS-SERIAL-N REDEFINES WS-SERIAL-X PIC 9(10).

       01 WS-REPORT-FIELDS.
          05 WS-F-COUNT            PIC ZZZ,ZZ9.
          05 WS-F-TOTAL            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-CONTROL-TOTALS.
          05 WS-ITEMS-READ         PIC 9(7) COMP VALUE ZERO.
          05 WS-HELD-BEFORE-COUNT  PIC 9(7) COMP VALUE ZERO.
          05 WS-HELD-BEFORE-AMOUNT PIC 9(10)V99 VALUE ZERO.
          05 WS-ESCHEAT-COUNT      PIC 9(7) COMP VALUE ZERO.
          05 WS-ESCHEAT-AMOUNT     PIC 9(10)V99 VALUE ZERO.
          05 WS-HELD-AFTER-COUNT   PIC 9(7) COMP VALUE ZERO.
          05 WS-HELD-AFTER-AMOUNT  PIC 9(10)V99 VALUE ZERO.
          05 WS-NO-OWNER-ADDRESS   PIC 9(7) COMP VALUE ZERO.
          05 WS-REWRITE-ERRORS     PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Load the run parameters and open all files                 *
      * 2. Select every held item dormant by the as-of date           *
      * 3. Report them by jurisdiction, mark them escheated and post  *
      *    them to the GL                                             *
      * 4. Report the control totals and close down                   *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-SELECT-DORMANT-ITEMS.
           PERFORM 300-WRITE-HOLDER-REPORT.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * LOAD THE AS-OF DATE AND HOLDER IDENTITY AND OPEN ALL FILES     *
      *----------------------------------------------------------------*
           INITIALIZE WS-ITEM-TABLE
                      WS-JUR-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           COMPUTE WS-AS-OF-CCYY = WS-RUN-CCYY - 1.
           MOVE 1231 TO WS-AS-OF-MMDD.

           OPEN INPUT REPORT-PARM-FILE.
           IF PARM-STATUS = '00'
               READ REPORT-PARM-FILE
                   AT END
                       DISPLAY 'REPORT PARAMETER FILE EMPTY, USING '
                               'DEFAULTS'
                   NOT AT END
                       MOVE SPACES TO WS-PARM-FIELDS
                       UNSTRING REPORT-PARM-LINE DELIMITED BY ','
                           INTO WS-PM-AS-OF-CHARS
                                WS-PM-HOLDER-ID
                                WS-PM-HOLDER-NAME
                       END-UNSTRING
                       IF WS-PM-AS-OF IS NUMERIC
                          AND WS-PM-AS-OF > ZERO
                           MOVE WS-PM-AS-OF TO WS-AS-OF-DATE-N
                       ELSE
                           DISPLAY 'AS-OF DATE NOT VALID, USING '
                                   'DEFAULT: ' WS-PM-AS-OF-CHARS
                       END-IF
                       MOVE WS-PM-HOLDER-ID   TO WS-HOLDER-ID
                       MOVE WS-PM-HOLDER-NAME TO WS-HOLDER-NAME
               END-READ
               CLOSE REPORT-PARM-FILE
           END-IF.
           IF WS-HOLDER-ID = SPACES
               DISPLAY 'NO HOLDER ID GIVEN, HOLDER HEADER LEFT BLANK'
           END-IF.
           DISPLAY 'ITEMS DORMANT BY ' WS-AS-OF-DATE-N
                   ' ARE REPORTED'.

           OPEN I-O UNCLAIMED-FILE.
           IF UNC-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING UNCLAIMED FUNDS LEDGER: '
                      UNC-FILE-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT CLAIMANT-FILE.
           IF CLNT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIMANT FILE: ' CLNT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT HOLDER-REPORT-FILE.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HOLDER REPORT FILE: ' HOLD-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT ESCHEAT-EVENT-FILE.
           IF EVENT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ESCHEAT EVENT FILE: '
                      EVENT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT CONTROL-REPORT.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CONTROL REPORT: ' RPT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'UNCLAIMED PROPERTY HOLDER REPORT - AS OF '
                                  DELIMITED BY SIZE
                  WS-AS-OF-DATE   DELIMITED BY SIZE
                  ' RUN DATE '    DELIMITED BY SIZE
                  WS-RUN-DATE     DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       200-SELECT-DORMANT-ITEMS.
      *----------------------------------------------------------------*
      * READ THE WHOLE LEDGER. EVERY HELD ITEM COUNTS TOWARD THE       *
      * OPENING BALANCE; A HELD ITEM DORMANT BY THE AS-OF DATE IS      *
      * TABLED FOR THE REPORT UNDER ITS JURISDICTION                   *
      *----------------------------------------------------------------*
           MOVE ZERO TO UNC-SERIAL.
           START UNCLAIMED-FILE KEY IS GREATER THAN UNC-SERIAL
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-END-OF-FILE
               READ UNCLAIMED-FILE NEXT RECORD
                   AT END
                       SET SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       IF UNC-STATUS = 'H'
                           ADD 1 TO WS-HELD-BEFORE-COUNT
                           ADD UNC-AMOUNT TO WS-HELD-BEFORE-AMOUNT
                           IF UNC-DORMANCY-DATE NOT > WS-AS-OF-DATE-N
                               PERFORM 210-TABLE-DORMANT-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL UNCLAIMED FUNDS LEDGER RECORDS'.

       210-TABLE-DORMANT-ITEM.
      *----------------------------------------------------------------*
      * TABLE ONE DORMANT ITEM AND ITS JURISDICTION. AN ITEM THAT DOES *
      * NOT FIT STAYS HELD AND GOES ON THE NEXT REPORT.                *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ITEM-SKIP-SW.
           SET WS-JUR-IDX TO 1.
           SEARCH WS-JUR-ENTRY
               AT END
                   SET ITEM-SKIPPED TO TRUE
               WHEN WS-JUR-IDX > WS-JUR-COUNT
                   IF WS-JUR-COUNT < 50
                       ADD 1 TO WS-JUR-COUNT
                       MOVE UNC-JURISDICTION
                            TO WS-JUR-CODE (WS-JUR-COUNT)
                   ELSE
                       SET ITEM-SKIPPED TO TRUE
                   END-IF
               WHEN WS-JUR-CODE (WS-JUR-IDX) = UNC-JURISDICTION
                   CONTINUE
           END-SEARCH.

           IF WS-ITEM-COUNT >= 5000
               SET ITEM-SKIPPED TO TRUE
           END-IF.

           IF ITEM-SKIPPED
               SET ITEM-TABLE-FULL TO TRUE
               DISPLAY 'REPORT TABLE FULL, ITEM HELD FOR NEXT REPORT: '
                       UNC-SERIAL
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               MOVE UNC-SERIAL       TO WS-ITM-SERIAL (WS-ITEM-COUNT)
               MOVE UNC-JURISDICTION
                    TO WS-ITM-JURISDICTION (WS-ITEM-COUNT)
           END-IF.

       300-WRITE-HOLDER-REPORT.
      *----------------------------------------------------------------*
      * ONE BLOCK PER JURISDICTION: HOLDER HEADER, ITS PROPERTY        *
      * RECORDS, AND ITS SUMMARY                                       *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-JUR-SUB.
           PERFORM UNTIL WS-JUR-SUB > WS-JUR-COUNT
               MOVE WS-JUR-CODE (WS-JUR-SUB) TO WS-CUR-JURISDICTION

               MOVE SPACES TO HOLDER-REPORT-LINE
               MOVE '1'                 TO HOLDER-REPORT-LINE (1:1)
               MOVE WS-CUR-JURISDICTION TO HOLDER-REPORT-LINE (2:3)
               MOVE WS-AS-OF-CCYY       TO HOLDER-REPORT-LINE (5:4)
               MOVE WS-AS-OF-DATE       TO HOLDER-REPORT-LINE (9:8)
               MOVE WS-HOLDER-ID        TO HOLDER-REPORT-LINE (17:10)
               MOVE WS-HOLDER-NAME      TO HOLDER-REPORT-LINE (27:40)
               MOVE WS-RUN-DATE         TO HOLDER-REPORT-LINE (67:8)
               WRITE HOLDER-REPORT-LINE

               MOVE 1 TO WS-ITEM-SUB
               PERFORM UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                   IF WS-ITM-JURISDICTION (WS-ITEM-SUB)
                                = WS-CUR-JURISDICTION
                       PERFORM 310-REPORT-ONE-ITEM
                   END-IF
                   ADD 1 TO WS-ITEM-SUB
               END-PERFORM

               MOVE WS-JUR-ITEMS (WS-JUR-SUB)  TO WS-SUMMARY-COUNT
               MOVE WS-JUR-AMOUNT (WS-JUR-SUB) TO WS-SUMMARY-AMOUNT
               MOVE SPACES TO HOLDER-REPORT-LINE
               MOVE '9'                 TO HOLDER-REPORT-LINE (1:1)
               MOVE WS-CUR-JURISDICTION TO HOLDER-REPORT-LINE (2:3)
               MOVE WS-SUMMARY-COUNT    TO HOLDER-REPORT-LINE (5:6)
               MOVE WS-SUMMARY-AMOUNT-X TO HOLDER-REPORT-LINE (11:12)
               WRITE HOLDER-REPORT-LINE

               MOVE WS-JUR-ITEMS (WS-JUR-SUB)  TO WS-F-COUNT
               MOVE WS-JUR-AMOUNT (WS-JUR-SUB) TO WS-F-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING 'JURISDICTION '     DELIMITED BY SIZE
                      WS-CUR-JURISDICTION DELIMITED BY SIZE
                      '  ITEMS='          DELIMITED BY SIZE
                      WS-F-COUNT          DELIMITED BY SIZE
                      '  AMOUNT='         DELIMITED BY SIZE
                      WS-F-TOTAL          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE

               ADD 1 TO WS-JUR-SUB
           END-PERFORM.

       310-REPORT-ONE-ITEM.
      *----------------------------------------------------------------*
      * MARK ONE ITEM ESCHEATED ON THE LEDGER, THEN WRITE ITS PROPERTY *
      * RECORD AND GL EVENT. AN ITEM THE LEDGER WILL NOT TAKE BACK IS  *
      * LEFT OFF THE REPORT SO THE REPORT AND THE LEDGER AGREE.        *
      *----------------------------------------------------------------*
           MOVE WS-ITM-SERIAL (WS-ITEM-SUB) TO UNC-SERIAL.
           READ UNCLAIMED-FILE
               INVALID KEY
                   DISPLAY 'LEDGER ITEM NOT FOUND ON REREAD: '
                           UNC-SERIAL
                   ADD 1 TO WS-REWRITE-ERRORS
               NOT INVALID KEY
                   MOVE 'E'         TO UNC-STATUS
                   MOVE WS-RUN-DATE TO UNC-REPORT-DATE
                   REWRITE UNCLAIMED-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR REWRITING LEDGER ITEM: '
                                   UNC-FILE-STATUS ' ' UNC-SERIAL
                           ADD 1 TO WS-REWRITE-ERRORS
                       NOT INVALID KEY
                           PERFORM 320-WRITE-PROPERTY-RECORD
                           PERFORM 330-WRITE-ESCHEAT-EVENT
                   END-REWRITE
           END-READ.

       320-WRITE-PROPERTY-RECORD.
      *----------------------------------------------------------------*
      * THE OWNER IS THE CLAIMANT, WITH THE LAST KNOWN ADDRESS OFF THE *
      * CLAIMANT MASTER; ANY OTHER PAYEE IS REPORTED BY ID ONLY        *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-OWNER-FOUND-SW.
           IF UNC-CLAIMANT-ID NOT = SPACES
              AND UNC-PAYEE-ID = UNC-CLAIMANT-ID
               MOVE UNC-CLAIMANT-ID TO CLAIMANT-ID OF CLAIMANT-RECORD
               READ CLAIMANT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET OWNER-ON-FILE TO TRUE
               END-READ
           END-IF.

           MOVE UNC-AMOUNT TO WS-ITEM-AMOUNT.
           MOVE SPACES TO HOLDER-REPORT-LINE.
           MOVE '2'                 TO HOLDER-REPORT-LINE (1:1).
           MOVE UNC-JURISDICTION    TO HOLDER-REPORT-LINE (2:3).
           MOVE UNC-SERIAL          TO HOLDER-REPORT-LINE (5:10).
           MOVE WS-PROPERTY-TYPE    TO HOLDER-REPORT-LINE (15:4).
           MOVE UNC-ISSUE-DATE      TO HOLDER-REPORT-LINE (19:8).
           MOVE WS-ITEM-AMOUNT-X    TO HOLDER-REPORT-LINE (27:10).
           MOVE UNC-PAYEE-ID        TO HOLDER-REPORT-LINE (37:8).
           IF OWNER-ON-FILE
               MOVE CLAIMANT-NAME        TO HOLDER-REPORT-LINE (45:30)
               MOVE CLAIMANT-ADDR-LINE-1 TO HOLDER-REPORT-LINE (75:30)
               MOVE CLAIMANT-ADDR-LINE-2
                    TO HOLDER-REPORT-LINE (105:30)
               MOVE CLAIMANT-CITY        TO HOLDER-REPORT-LINE (135:20)
               MOVE CLAIMANT-POSTAL-CODE
                    TO HOLDER-REPORT-LINE (155:10)
           ELSE
               ADD 1 TO WS-NO-OWNER-ADDRESS
               MOVE 'UNKNOWN'            TO HOLDER-REPORT-LINE (45:30)
           END-IF.
           MOVE UNC-CLAIM-ID        TO HOLDER-REPORT-LINE (165:12).
           MOVE UNC-LETTER-DATE     TO HOLDER-REPORT-LINE (177:8).
           WRITE HOLDER-REPORT-LINE.

           ADD 1 TO WS-JUR-ITEMS (WS-JUR-SUB).
           ADD UNC-AMOUNT TO WS-JUR-AMOUNT (WS-JUR-SUB).
           ADD 1 TO WS-ESCHEAT-COUNT.
           ADD UNC-AMOUNT TO WS-ESCHEAT-AMOUNT.

       330-WRITE-ESCHEAT-EVENT.
      *----------------------------------------------------------------*
      * WRITE THE REMITTED ITEM AS ONE GL ESCHEAT EVENT                *
      *----------------------------------------------------------------*
           MOVE UNC-AMOUNT TO WS-EVENT-AMOUNT.
           MOVE UNC-SERIAL TO WS-SERIAL-N.
           MOVE SPACES TO ESCHEAT-EVENT-LINE.
           MOVE UNC-CLAIM-ID      TO ESCHEAT-EVENT-LINE (1:12).
           MOVE ' AMOUNT='        TO ESCHEAT-EVENT-LINE (13:8).
           MOVE WS-EVENT-AMOUNT-X TO ESCHEAT-EVENT-LINE (21:11).
           MOVE ' DATE='          TO ESCHEAT-EVENT-LINE (32:6).
           MOVE WS-RUN-DATE       TO ESCHEAT-EVENT-LINE (38:8).
           MOVE ' CHK='           TO ESCHEAT-EVENT-LINE (46:5).
           MOVE WS-SERIAL-X       TO ESCHEAT-EVENT-LINE (51:10).
           WRITE ESCHEAT-EVENT-LINE.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * CLOSE THE CONTROL REPORT WITH THE LEDGER BALANCE BEFORE AND    *
      * AFTER THE REMITTANCE -- THE BALANCE AFTER IS WHAT THE GL       *
      * UNCLAIMED FUNDS LIABILITY MUST SHOW ONCE THE ESCHEAT EVENTS    *
      * ARE POSTED -- AND DISPLAY RUN CONTROL TOTALS                   *
      *----------------------------------------------------------------*
           COMPUTE WS-HELD-AFTER-COUNT =
                   WS-HELD-BEFORE-COUNT - WS-ESCHEAT-COUNT.
           COMPUTE WS-HELD-AFTER-AMOUNT =
                   WS-HELD-BEFORE-AMOUNT - WS-ESCHEAT-AMOUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HELD-BEFORE-COUNT  TO WS-F-COUNT.
           MOVE WS-HELD-BEFORE-AMOUNT TO WS-F-TOTAL.
           STRING 'UNCLAIMED FUNDS HELD BEFORE REPORT  ITEMS='
                                       DELIMITED BY SIZE
                  WS-F-COUNT           DELIMITED BY SIZE
                  '  AMOUNT='          DELIMITED BY SIZE
                  WS-F-TOTAL           DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ESCHEAT-COUNT  TO WS-F-COUNT.
           MOVE WS-ESCHEAT-AMOUNT TO WS-F-TOTAL.
           STRING 'REPORTED AND REMITTED TO THE STATES ITEMS='
                                       DELIMITED BY SIZE
                  WS-F-COUNT           DELIMITED BY SIZE
                  '  AMOUNT='          DELIMITED BY SIZE
                  WS-F-TOTAL           DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HELD-AFTER-COUNT  TO WS-F-COUNT.
           MOVE WS-HELD-AFTER-AMOUNT TO WS-F-TOTAL.
           STRING 'UNCLAIMED FUNDS HELD AFTER REPORT   ITEMS='
                                       DELIMITED BY SIZE
                  WS-F-COUNT           DELIMITED BY SIZE
                  '  AMOUNT='          DELIMITED BY SIZE
                  WS-F-TOTAL           DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           DISPLAY '===================================='.
           DISPLAY 'ESCHRPT RUN CONTROL TOTALS'.
           DISPLAY 'LEDGER ITEMS READ:     ' WS-ITEMS-READ.
           DISPLAY 'HELD BEFORE REPORT:    ' WS-HELD-BEFORE-COUNT.
           DISPLAY 'JURISDICTIONS:         ' WS-JUR-COUNT.
           DISPLAY 'ITEMS ESCHEATED:       ' WS-ESCHEAT-COUNT.
           MOVE WS-ESCHEAT-AMOUNT TO WS-F-TOTAL.
           DISPLAY 'AMOUNT ESCHEATED:      ' WS-F-TOTAL.
           DISPLAY 'HELD AFTER REPORT:     ' WS-HELD-AFTER-COUNT.
           MOVE WS-HELD-AFTER-AMOUNT TO WS-F-TOTAL.
           DISPLAY 'AMOUNT HELD AFTER:     ' WS-F-TOTAL.
           DISPLAY 'OWNER ADDRESS UNKNOWN: ' WS-NO-OWNER-ADDRESS.
           DISPLAY 'LEDGER REWRITE ERRORS: ' WS-REWRITE-ERRORS.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND SET THE RETURN CODE -- ITEMS LEFT OFF *
      * THE REPORT NEED A LOOK BEFORE IT IS FILED                      *
      *----------------------------------------------------------------*
           CLOSE UNCLAIMED-FILE
                 CLAIMANT-FILE
                 HOLDER-REPORT-FILE
                 ESCHEAT-EVENT-FILE
                 CONTROL-REPORT.

           IF (WS-REWRITE-ERRORS > 0 OR ITEM-TABLE-FULL)
              AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
