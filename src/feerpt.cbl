       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEERPT.
      *----------------------------------------------------------------*
      * PROGRAM:  FEERPT                                               *
      * PURPOSE:  ATTORNEY FEE REGISTER. EVERY REPRESENTATION ON THE   *
      *           REPRESENTATION MASTER IS LISTED WITH ITS ATTORNEY    *
      *           AND FIRM, THE APPROVED FEE TERMS, THE FEES PAID SO   *
      *           FAR BY THE DISBURSEMENT RUN AGAINST THE APPROVED     *
      *           CAP, WHAT THE CAP STILL LEAVES, AND THE ONGOING      *
      *           MONTHLY PAYMENTS TAKEN AGAINST THE NUMBER ALLOWED,   *
      *           WITH TOTALS. A FEE PENDING APPROVAL SHOWS NO         *
      *           APPROVAL DATE AND IS NOT YET BEING TAKEN.            *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. REGISTER PRINT                                              *
      * 5. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - REPRESENTATION-FILE: The representation master, read front   *
      *                        to back in claim order                  *
      * - FEE-REGISTER: The printed fee register                       *
      *----------------------------------------------------------------*
           SELECT REPRESENTATION-FILE ASSIGN TO "data/REPFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REP-CLAIM-ID
           FILE STATUS IS REP-FILE-STATUS.

           SELECT FEE-REGISTER ASSIGN TO 'data/FEERPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Status P approval pending, A approved, W attorney withdrawn;
      * fee type P percentage, F flat amount
       FD REPRESENTATION-FILE.
       01 REPRESENTATION-RECORD.
          05 REP-CLAIM-ID             PIC X(12).
          05 REP-STATUS               PIC X(1).
          05 REP-ATTORNEY-ID          PIC X(8).
          05 REP-FIRM-NAME            PIC X(30).
          05 REP-FEE-TYPE             PIC X(1).
          05 REP-FEE-PCT              PIC 9(3)V99.
          05 REP-FEE-FLAT             PIC 9(9)V99.
          05 REP-FEE-CAP              PIC 9(9)V99.
          05 REP-ONGOING-LIMIT        PIC 9(3).
          05 REP-ONGOING-TAKEN        PIC 9(3).
          05 REP-OPENED-DATE          PIC 9(8).
          05 REP-APPROVED-DATE        PIC 9(8).
          05 REP-FEE-PAID             PIC 9(9)V99.
          05 REP-LAST-FEE-DATE        PIC 9(8).
          05 FILLER                   PIC X(20).

       FD FEE-REGISTER.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-REGISTER-TOTALS: Report totals                            *
      * - WS-REPORT-LINES: Heading, detail and total line layouts      *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 REP-FILE-STATUS       PIC X(2).
          05 RPT-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-REP-EOF-SW         PIC X(1) VALUE 'N'.
             88 REP-END-OF-FILE    VALUE 'Y'.

       01 WS-RUN-DATE              PIC 9(8).

       01 WS-CAP-LEFT              PIC S9(9)V99.

       01 WS-REGISTER-TOTALS.
          05 WS-RECORDS-READ       PIC 9(7) COMP VALUE ZERO.
          05 WS-REPS-APPROVED      PIC 9(7) COMP VALUE ZERO.
          05 WS-REPS-PENDING       PIC 9(7) COMP VALUE ZERO.
          05 WS-REPS-AT-CAP        PIC 9(7) COMP VALUE ZERO.
          05 WS-TOTAL-CAP          PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-PAID         PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-CAP-LEFT     PIC 9(11)V99 VALUE ZERO.

       01 WS-REPORT-HEADING.
          05 FILLER                PIC X(44) VALUE
             'ATTORNEY FEE REGISTER AS OF:                '.
          05 WS-H-DATE             PIC 9(8).

       01 WS-COLUMN-HEADING.
          05 FILLER                PIC X(13) VALUE 'CLAIM-ID'.
          05 FILLER                PIC X(9)  VALUE 'ATTORNEY'.
          05 FILLER                PIC X(21) VALUE 'FIRM'.
          05 FILLER                PIC X(2)  VALUE 'ST'.
          05 FILLER                PIC X(9)  VALUE 'APPROVED'.
          05 FILLER                PIC X(16) VALUE
             '   PCT/FLAT FEE '.
          05 FILLER                PIC X(14) VALUE
             '      FEE CAP '.
          05 FILLER                PIC X(14) VALUE
             '     FEE PAID '.
          05 FILLER                PIC X(14) VALUE
             '     CAP LEFT '.
          05 FILLER                PIC X(8)  VALUE 'ONGOING'.
          05 FILLER                PIC X(9)  VALUE 'LAST FEE'.

       01 WS-REGISTER-DETAIL.
          05 WS-RD-CLAIM-ID        PIC X(12).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-ATTORNEY-ID     PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-FIRM            PIC X(20).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-STATUS          PIC X(1).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-APPROVED-DATE   PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-TERMS.
             10 WS-RD-PCT          PIC ZZ9.99.
             10 WS-RD-PCT-SIGN     PIC X(9).
          05 WS-RD-FLAT REDEFINES WS-RD-TERMS
                                   PIC ZZ,ZZZ,ZZ9.99BB.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-CAP             PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-PAID            PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-CAP-LEFT        PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-ONGOING-TAKEN   PIC ZZ9.
          05 WS-RD-ONGOING-SLASH   PIC X(1).
          05 WS-RD-ONGOING-LIMIT   PIC 999.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-LAST-FEE-DATE   PIC X(8).

       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL           PIC X(20).
          05 WS-TL-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-COUNT-LINE.
          05 WS-CL-LABEL           PIC X(20).
          05 WS-CL-COUNT           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files                                             *
      * 2. Print one register line per representation                 *
      * 3. Print the totals and close down                            *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PRINT-REGISTER.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS                            *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT REPRESENTATION-FILE.
           IF REP-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPRESENTATION FILE: '
                      REP-FILE-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT FEE-REGISTER.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FEE REGISTER: ' RPT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

       200-PRINT-REGISTER.
      *----------------------------------------------------------------*
      * PRINT THE HEADINGS, ONE LINE PER REPRESENTATION, AND THE       *
      * TOTALS                                                         *
      *----------------------------------------------------------------*
           MOVE WS-RUN-DATE TO WS-H-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM UNTIL REP-END-OF-FILE
               READ REPRESENTATION-FILE
                   AT END
                       SET REP-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 210-PRINT-ONE-REPRESENTATION
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'REPRESENTATIONS:'   TO WS-CL-LABEL.
           MOVE WS-RECORDS-READ      TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'FEES APPROVED:'     TO WS-CL-LABEL.
           MOVE WS-REPS-APPROVED     TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'APPROVAL PENDING:'  TO WS-CL-LABEL.
           MOVE WS-REPS-PENDING      TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PAID TO CAP:'       TO WS-CL-LABEL.
           MOVE WS-REPS-AT-CAP       TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'FEE CAPS:'          TO WS-TL-LABEL.
           MOVE WS-TOTAL-CAP         TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'FEES PAID:'         TO WS-TL-LABEL.
           MOVE WS-TOTAL-PAID        TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CAP LEFT:'          TO WS-TL-LABEL.
           MOVE WS-TOTAL-CAP-LEFT    TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.

       210-PRINT-ONE-REPRESENTATION.
      *----------------------------------------------------------------*
      * PRINT ONE REPRESENTATION AND ROLL THE TOTALS. A WITHDRAWN      *
      * ATTORNEY'S CAP LEFT IS NEVER GOING TO BE PAID AND SHOWS ZERO.  *
      *----------------------------------------------------------------*
           COMPUTE WS-CAP-LEFT = REP-FEE-CAP - REP-FEE-PAID.
           IF WS-CAP-LEFT < 0 OR REP-STATUS = 'W'
               MOVE ZERO TO WS-CAP-LEFT
           END-IF.

           MOVE REP-CLAIM-ID        TO WS-RD-CLAIM-ID.
           MOVE REP-ATTORNEY-ID     TO WS-RD-ATTORNEY-ID.
           MOVE REP-FIRM-NAME       TO WS-RD-FIRM.
           MOVE REP-STATUS          TO WS-RD-STATUS.
           IF REP-APPROVED-DATE = ZERO
               MOVE SPACES TO WS-RD-APPROVED-DATE
           ELSE
               MOVE REP-APPROVED-DATE TO WS-RD-APPROVED-DATE
           END-IF.
           IF REP-FEE-TYPE = 'P'
               MOVE REP-FEE-PCT     TO WS-RD-PCT
               MOVE ' PCT'          TO WS-RD-PCT-SIGN
           ELSE
               MOVE REP-FEE-FLAT    TO WS-RD-FLAT
           END-IF.
           MOVE REP-FEE-CAP         TO WS-RD-CAP.
           MOVE REP-FEE-PAID        TO WS-RD-PAID.
           MOVE WS-CAP-LEFT         TO WS-RD-CAP-LEFT.
           MOVE REP-ONGOING-TAKEN   TO WS-RD-ONGOING-TAKEN.
           MOVE '/'                 TO WS-RD-ONGOING-SLASH.
           MOVE REP-ONGOING-LIMIT   TO WS-RD-ONGOING-LIMIT.
           IF REP-LAST-FEE-DATE = ZERO
               MOVE SPACES TO WS-RD-LAST-FEE-DATE
           ELSE
               MOVE REP-LAST-FEE-DATE TO WS-RD-LAST-FEE-DATE
           END-IF.
           MOVE WS-REGISTER-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           EVALUATE REP-STATUS
               WHEN 'A'
                   ADD 1 TO WS-REPS-APPROVED
               WHEN 'P'
                   ADD 1 TO WS-REPS-PENDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF REP-FEE-PAID NOT < REP-FEE-CAP
               ADD 1 TO WS-REPS-AT-CAP
           END-IF.
           ADD REP-FEE-CAP  TO WS-TOTAL-CAP.
           ADD REP-FEE-PAID TO WS-TOTAL-PAID.
           ADD WS-CAP-LEFT  TO WS-TOTAL-CAP-LEFT.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'FEERPT RUN CONTROL TOTALS'.
           DISPLAY 'REPRESENTATIONS READ: ' WS-RECORDS-READ.
           DISPLAY 'FEES APPROVED:        ' WS-REPS-APPROVED.
           DISPLAY 'APPROVAL PENDING:     ' WS-REPS-PENDING.
           DISPLAY 'TOTAL FEES PAID:      ' WS-TOTAL-PAID.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE REPRESENTATION-FILE
                 FEE-REGISTER.

           STOP RUN.
