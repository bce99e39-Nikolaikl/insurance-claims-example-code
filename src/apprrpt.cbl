       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRRPT.
      *----------------------------------------------------------------*
      * PROGRAM:  APPRRPT                                              *
      * PURPOSE:  PENDING-APPROVALS AGING REPORT. EVERY AWARD STILL    *
      *           HELD FOR SIGN-OFF IS LISTED WITH THE TIER IT WAITS   *
      *           ON, THE APPROVALS IT HAS AND NEEDS, ITS PRESENT      *
      *           VALUE AND LUMP SUMS, AND THE DAYS SINCE IT WAS       *
      *           HELD, AGED INTO 0-7, 8-30 AND 31+ DAYS WITH A COUNT  *
      *           AND PRESENT VALUE PER BUCKET. NO MONEY MOVES ON A    *
      *           HELD AWARD, SO AN OLD ONE IS A CLAIMANT WAITING.     *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. APPROVAL FILE SWEEP AND AGING                               *
      * 5. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - APPROVAL-FILE: Awards held for sign-off, read front to back  *
      * - APPROVAL-REPORT: The printed aging report                    *
      *----------------------------------------------------------------*
           SELECT APPROVAL-FILE ASSIGN TO "data/APPRFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS APPR-CLAIM-ID
           FILE STATUS IS APPR-FILE-STATUS.

           SELECT APPROVAL-REPORT ASSIGN TO 'data/APPRRPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Status P pending, R released, S scheduled, N no longer
      * required. Tier 5 is past the top tier and needs two
      * different approvers.
       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
          05 APPR-CLAIM-ID            PIC X(12).
          05 APPR-STATUS              PIC X(1).
          05 APPR-REQUIRED-TIER       PIC 9(1).
          05 APPR-APPROVALS-NEEDED    PIC 9(1).
          05 APPR-PRESENT-VALUE       PIC 9(8)V99.
          05 APPR-SETTLEMENT-AMOUNT   PIC 9(8)V99.
          05 APPR-RETRO-ESTIMATE      PIC 9(8)V99.
          05 APPR-HELD-DATE           PIC 9(8).
          05 APPR-ADJUSTER-ID         PIC X(4).
          05 APPR-APPROVER-1          PIC X(4).
          05 APPR-APPROVED-DATE-1     PIC 9(8).
          05 APPR-APPROVER-2          PIC X(4).
          05 APPR-APPROVED-DATE-2     PIC 9(8).
          05 APPR-RELEASED-DATE       PIC 9(8).
          05 APPR-SCHEDULED-DATE      PIC 9(8).
          05 FILLER                   PIC X(3).

       FD APPROVAL-REPORT.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-AGING-CONSTANTS: Bucket limits in days                    *
      * - WS-DAY-NUMBER-FIELDS: Date to day-count conversion for aging *
      * - WS-BUCKET-TOTALS: Counts and present value per bucket        *
      * - WS-REPORT-LINES: Heading, detail and total line layouts      *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 APPR-FILE-STATUS      PIC X(2).
          05 RPT-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-APPR-EOF-SW        PIC X(1) VALUE 'N'.
             88 APPR-END-OF-FILE   VALUE 'Y'.

       01 WS-AGING-CONSTANTS.
          05 WS-BUCKET-1-LIMIT     PIC 9(3) VALUE 007.
          05 WS-BUCKET-2-LIMIT     PIC 9(3) VALUE 030.

       01 WS-WORK-FIELDS.
          05 WS-RUN-DAY-NUMBER     PIC 9(7) COMP.
          05 WS-DAYS-HELD          PIC S9(7) COMP.
          05 WS-APPROVALS-GIVEN    PIC 9(1).

       01 WS-RUN-DATE              PIC 9(8).

      * Date to day-count conversion: days since 0001-01-01 on the
      * Gregorian calendar, so two dates subtract to a day count.
       01 WS-DAY-NUMBER-FIELDS.
          05 WS-DN-DATE            PIC 9(8).
          05 WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
             10 WS-DN-CCYY         PIC 9(4).
             10 WS-DN-MM           PIC 9(2).
             10 WS-DN-DD           PIC 9(2).
          05 WS-DN-PRIOR-YEARS     PIC 9(4) COMP.
          05 WS-DN-QUOTIENT        PIC 9(4) COMP.
          05 WS-DN-REMAINDER       PIC 9(4) COMP.
          05 WS-DN-LEAP-SW         PIC X(1).
             88 DN-LEAP-YEAR       VALUE 'Y'.
          05 WS-DN-DAY-NUMBER      PIC 9(7) COMP.
          05 WS-CUM-DAYS-TABLE     PIC X(36) VALUE
             '000031059090120151181212243273304334'.
          05 WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE
                                   PIC 9(3) OCCURS 12 TIMES.

       01 WS-BUCKET-TOTALS.
          05 WS-RECORDS-READ       PIC 9(7) COMP VALUE ZERO.
          05 WS-PENDING-COUNT      PIC 9(7) COMP VALUE ZERO.
          05 WS-BKT-1-COUNT        PIC 9(7) COMP VALUE ZERO.
          05 WS-BKT-2-COUNT        PIC 9(7) COMP VALUE ZERO.
          05 WS-BKT-3-COUNT        PIC 9(7) COMP VALUE ZERO.
          05 WS-BKT-1-PV           PIC 9(11)V99 VALUE ZERO.
          05 WS-BKT-2-PV           PIC 9(11)V99 VALUE ZERO.
          05 WS-BKT-3-PV           PIC 9(11)V99 VALUE ZERO.

       01 WS-REPORT-HEADING.
          05 FILLER                PIC X(44) VALUE
             'PENDING AWARD APPROVALS AGING - RUN DATE:   '.
          05 WS-H-DATE             PIC 9(8).

       01 WS-COLUMN-HEADING.
          05 FILLER                PIC X(40) VALUE
             'CLAIM-ID     ADJ  TIER APPR  PRESENT VAL'.
          05 FILLER                PIC X(40) VALUE
             'UE   SETTLEMENT  RETRO (EST) HELD DATE  '.
          05 FILLER                PIC X(12) VALUE
             'DAYS AGING  '.

       01 WS-APPROVAL-DETAIL.
          05 WS-AD-CLAIM-ID        PIC X(12).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-ADJUSTER        PIC X(4).
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-AD-TIER            PIC 9(1).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-AD-GIVEN           PIC 9(1).
          05 FILLER                PIC X(1) VALUE '/'.
          05 WS-AD-NEEDED          PIC 9(1).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-PV              PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-SETTLEMENT      PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-RETRO           PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-HELD-DATE       PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-DAYS            PIC ZZZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-BUCKET          PIC X(8).

       01 WS-BUCKET-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-BL-LABEL           PIC X(12).
          05 FILLER                PIC X(8) VALUE 'AWARDS: '.
          05 WS-BL-COUNT           PIC ZZZZZZ9.
          05 FILLER                PIC X(17) VALUE
             '  PRESENT VALUE: '.
          05 WS-BL-PV              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files                                             *
      * 2. Sweep the approval file, listing and aging every award     *
      *    still pending                                              *
      * 3. Print the bucket totals and close down                     *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-SWEEP-APPROVALS.
           PERFORM 400-PRINT-BUCKET-TOTALS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS, THEN PRINT THE HEADINGS   *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 300-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER.

           OPEN INPUT APPROVAL-FILE.
           IF APPR-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING APPROVAL FILE: '
                      APPR-FILE-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT APPROVAL-REPORT.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING APPROVAL REPORT: ' RPT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           MOVE WS-RUN-DATE TO WS-H-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

       200-SWEEP-APPROVALS.
      *----------------------------------------------------------------*
      * READ THE APPROVAL FILE FRONT TO BACK AND LIST EVERY AWARD      *
      * STILL PENDING APPROVAL                                         *
      *----------------------------------------------------------------*
           PERFORM UNTIL APPR-END-OF-FILE
               READ APPROVAL-FILE
                   AT END
                       SET APPR-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF APPR-STATUS = 'P'
                           PERFORM 210-AGE-PENDING-AWARD
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL APPROVAL RECORDS'.

       210-AGE-PENDING-AWARD.
      *----------------------------------------------------------------*
      * AGE ONE PENDING AWARD FROM THE DAY IT WAS HELD AND PRINT IT:   *
      *   0-7   - HELD A WEEK OR LESS                                  *
      *   8-30  - HELD UP TO A MONTH                                   *
      *   31+   - HELD MORE THAN A MONTH                               *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PENDING-COUNT.
           MOVE APPR-HELD-DATE TO WS-DN-DATE.
           PERFORM 300-COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAYS-HELD = WS-RUN-DAY-NUMBER - WS-DN-DAY-NUMBER.
           IF WS-DAYS-HELD < 0
               MOVE ZERO TO WS-DAYS-HELD
           END-IF.

           EVALUATE TRUE
               WHEN WS-DAYS-HELD NOT > WS-BUCKET-1-LIMIT
                   MOVE '0-7'  TO WS-AD-BUCKET
                   ADD 1 TO WS-BKT-1-COUNT
                   ADD APPR-PRESENT-VALUE TO WS-BKT-1-PV
               WHEN WS-DAYS-HELD NOT > WS-BUCKET-2-LIMIT
                   MOVE '8-30' TO WS-AD-BUCKET
                   ADD 1 TO WS-BKT-2-COUNT
                   ADD APPR-PRESENT-VALUE TO WS-BKT-2-PV
               WHEN OTHER
                   MOVE '31+'  TO WS-AD-BUCKET
                   ADD 1 TO WS-BKT-3-COUNT
                   ADD APPR-PRESENT-VALUE TO WS-BKT-3-PV
           END-EVALUATE.

           MOVE ZERO TO WS-APPROVALS-GIVEN.
           IF APPR-APPROVER-1 NOT = SPACES
               ADD 1 TO WS-APPROVALS-GIVEN
           END-IF.
           IF APPR-APPROVER-2 NOT = SPACES
               ADD 1 TO WS-APPROVALS-GIVEN
           END-IF.

           MOVE APPR-CLAIM-ID          TO WS-AD-CLAIM-ID.
           MOVE APPR-ADJUSTER-ID       TO WS-AD-ADJUSTER.
           MOVE APPR-REQUIRED-TIER     TO WS-AD-TIER.
           MOVE WS-APPROVALS-GIVEN     TO WS-AD-GIVEN.
           MOVE APPR-APPROVALS-NEEDED  TO WS-AD-NEEDED.
           MOVE APPR-PRESENT-VALUE     TO WS-AD-PV.
           MOVE APPR-SETTLEMENT-AMOUNT TO WS-AD-SETTLEMENT.
           MOVE APPR-RETRO-ESTIMATE    TO WS-AD-RETRO.
           MOVE APPR-HELD-DATE         TO WS-AD-HELD-DATE.
           MOVE WS-DAYS-HELD           TO WS-AD-DAYS.
           MOVE WS-APPROVAL-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       300-COMPUTE-DAY-NUMBER.
      *----------------------------------------------------------------*
      * CONVERT WS-DN-DATE (CCYYMMDD) TO A DAY COUNT: 365 DAYS PER     *
      * PRIOR YEAR PLUS ONE PER PRIOR LEAP YEAR (EVERY 4TH, NOT        *
      * CENTURIES, BUT EVERY 400TH), THE DAYS IN THE MONTHS BEFORE     *
      * THIS ONE, LEAP DAY INCLUDED PAST FEBRUARY, AND THE DAY         *
      *----------------------------------------------------------------*
           IF WS-DN-MM < 1 OR WS-DN-MM > 12 OR WS-DN-CCYY = 0
               MOVE ZERO TO WS-DN-DAY-NUMBER
           ELSE
               COMPUTE WS-DN-PRIOR-YEARS = WS-DN-CCYY - 1
               COMPUTE WS-DN-DAY-NUMBER = WS-DN-PRIOR-YEARS * 365
               DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT
               ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER
               DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT
               SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAY-NUMBER
               DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT
               ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER
               ADD WS-CUM-DAYS (WS-DN-MM) TO WS-DN-DAY-NUMBER
               ADD WS-DN-DD TO WS-DN-DAY-NUMBER
               MOVE 'N' TO WS-DN-LEAP-SW
               DIVIDE WS-DN-CCYY BY 4 GIVING WS-DN-QUOTIENT
                      REMAINDER WS-DN-REMAINDER
               IF WS-DN-REMAINDER = 0
                   MOVE 'Y' TO WS-DN-LEAP-SW
                   DIVIDE WS-DN-CCYY BY 100 GIVING WS-DN-QUOTIENT
                          REMAINDER WS-DN-REMAINDER
                   IF WS-DN-REMAINDER = 0
                       MOVE 'N' TO WS-DN-LEAP-SW
                       DIVIDE WS-DN-CCYY BY 400 GIVING WS-DN-QUOTIENT
                              REMAINDER WS-DN-REMAINDER
                       IF WS-DN-REMAINDER = 0
                           MOVE 'Y' TO WS-DN-LEAP-SW
                       END-IF
                   END-IF
               END-IF
               IF DN-LEAP-YEAR AND WS-DN-MM > 2
                   ADD 1 TO WS-DN-DAY-NUMBER
               END-IF
           END-IF.

       400-PRINT-BUCKET-TOTALS.
      *----------------------------------------------------------------*
      * PRINT THE COUNT AND PRESENT VALUE HELD IN EACH AGING BUCKET    *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'AGING TOTALS' TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE '0-7 DAYS'       TO WS-BL-LABEL.
           MOVE WS-BKT-1-COUNT   TO WS-BL-COUNT.
           MOVE WS-BKT-1-PV      TO WS-BL-PV.
           MOVE WS-BUCKET-LINE   TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE '8-30 DAYS'      TO WS-BL-LABEL.
           MOVE WS-BKT-2-COUNT   TO WS-BL-COUNT.
           MOVE WS-BKT-2-PV      TO WS-BL-PV.
           MOVE WS-BUCKET-LINE   TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE '31+ DAYS'       TO WS-BL-LABEL.
           MOVE WS-BKT-3-COUNT   TO WS-BL-COUNT.
           MOVE WS-BKT-3-PV      TO WS-BL-PV.
           MOVE WS-BUCKET-LINE   TO REPORT-LINE.
           WRITE REPORT-LINE.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'APPRRPT RUN CONTROL TOTALS'.
           DISPLAY 'APPROVAL RECORDS READ: ' WS-RECORDS-READ.
           DISPLAY 'AWARDS PENDING:        ' WS-PENDING-COUNT.
           DISPLAY 'PENDING 0-7 DAYS:      ' WS-BKT-1-COUNT.
           DISPLAY 'PENDING 8-30 DAYS:     ' WS-BKT-2-COUNT.
           DISPLAY 'PENDING 31+ DAYS:      ' WS-BKT-3-COUNT.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE APPROVAL-FILE
                 APPROVAL-REPORT.

           STOP RUN.
