       IDENTIFICATION DIVISION.
       PROGRAM-ID. QARPT.
      *----------------------------------------------------------------*
      * PROGRAM:  QARPT                                                *
      * PURPOSE:  QUARTERLY RECALCULATION QA SUMMARY. TAKES EVERY      *
      *           AWARD THE RECALCULATION SAMPLE (CALCQA) DREW IN THE  *
      *           QUARTER, WITH ITS REVIEWER SIGN-OFF (QAMNT), AND     *
      *           REPORTS BY STRATUM AND IN TOTAL: SAMPLE SIZE, HOW    *
      *           MANY RECALCULATED WITHIN TOLERANCE, HOW MANY ARE     *
      *           SIGNED OFF OR STILL PENDING, THE ERRORS CONFIRMED,   *
      *           THE ERROR RATE AND THE DOLLAR ERROR, FOLLOWED BY     *
      *           EACH CONFIRMED ERROR. THE QUARTER DEFAULTS TO THE    *
      *           ONE JUST ENDED.                                      *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. QUARTER SELECTION                                           *
      * 5. ACCUMULATION AND ERROR DETAIL                               *
      * 6. SUMMARY AND PROGRAM TERMINATION                             *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - QA-FILE: The sampled awards and their sign-offs, read front  *
      *            to back                                             *
      * - QA-PARM-FILE: Optional quarter to report, as CCYYQ           *
      * - QA-SUMMARY-REPORT: Stratum summary and confirmed errors      *
      *----------------------------------------------------------------*
           SELECT QA-FILE ASSIGN TO "data/QAFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS QA-KEY
           FILE STATUS IS QAFILE-STATUS.

           SELECT QA-PARM-FILE ASSIGN TO 'data/QARPTPRM.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT QA-SUMMARY-REPORT ASSIGN TO 'data/QARPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per sampled award, keyed by cycle, source (C from
      * the calculated results, R a restatement) and claim. Result A
      * agrees within tolerance / D differs. Review status P pending,
      * C confirmed correct, E error confirmed, X difference explained
      * (not an error). QA-ERROR-AMOUNT is the dollar error the
      * reviewer confirms.
       FD QA-FILE.
       01 QA-RECORD.
          05 QA-KEY.
             10 QA-CYCLE           PIC 9(6).
             10 QA-SOURCE          PIC X(1).
             10 QA-CLAIM-ID        PIC X(12).
          05 QA-RUN-DATE           PIC 9(8).
          05 QA-STRATUM            PIC X(1).
          05 QA-ADJUSTER-ID        PIC X(4).
          05 QA-STORED-TOTAL       PIC 9(7)V99.
          05 QA-STORED-MONTHLY     PIC 9(7)V99.
          05 QA-STORED-PV          PIC 9(8)V99.
          05 QA-RECALC-TOTAL       PIC 9(7)V99.
          05 QA-RECALC-MONTHLY     PIC 9(7)V99.
          05 QA-RECALC-PV          PIC 9(8)V99.
          05 QA-RECALC-RESULT      PIC X(1).
          05 QA-DIFF-REASON        PIC X(30).
          05 QA-REVIEW-STATUS      PIC X(1).
          05 QA-REVIEWER-ID        PIC X(4).
          05 QA-REVIEW-DATE        PIC 9(8).
          05 QA-ERROR-AMOUNT       PIC 9(8)V99.
          05 QA-REVIEW-NOTE        PIC X(40).
          05 FILLER                PIC X(10).

       FD QA-PARM-FILE.
       01 QA-PARM-LINE             PIC X(80).

       FD QA-SUMMARY-REPORT.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-QUARTER-FIELDS: The quarter reported and its date range   *
      * - WS-SUMMARY-TABLE: Counts and dollars per stratum; entry 5    *
      *   is the total                                                 *
      * - WS-REPORT-FIELDS: Report line layouts                        *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 QAFILE-STATUS         PIC X(2).
          05 PARM-STATUS           PIC X(2).
          05 REPORT-STATUS         PIC X(2).

       01 WS-SWITCHES.
          05 WS-QA-EOF-SW          PIC X(1) VALUE 'N'.
             88 QA-END-OF-FILE     VALUE 'Y'.

       01 WS-RUN-DATE.
          05 WS-RUN-CCYY           PIC 9(4).
          05 WS-RUN-MM             PIC 9(2).
          05 WS-RUN-DD             PIC 9(2).

       01 WS-QUARTER-FIELDS.
          05 WS-QTR-PARM-CHARS     PIC X(5).
          05 WS-QTR-PARM REDEFINES WS-QTR-PARM-CHARS.
             10 WS-QTR-PARM-CCYY   PIC 9(4).
             10 WS-QTR-PARM-Q      PIC 9(1).
          05 WS-QTR-CCYY           PIC 9(4).
          05 WS-QTR-NUMBER         PIC 9(1).
          05 WS-QTR-START-DATE     PIC 9(8).
          05 WS-QTR-END-DATE       PIC 9(8).

       01 WS-STRATUM-NAMES-TABLE.
          05 FILLER                PIC X(9) VALUE 'FFATALITY'.
          05 FILLER                PIC X(9) VALUE 'CCAPPED  '.
          05 FILLER                PIC X(9) VALUE 'HHIGH PV '.
          05 FILLER                PIC X(9) VALUE 'OOTHER   '.
          05 FILLER                PIC X(9) VALUE ' TOTAL   '.
       01 WS-STRATUM-NAMES REDEFINES WS-STRATUM-NAMES-TABLE.
          05 WS-SN-ENTRY OCCURS 5 TIMES.
             10 WS-SN-CODE         PIC X(1).
             10 WS-SN-NAME         PIC X(8).

       01 WS-SUMMARY-TABLE.
          05 WS-SM-ENTRY OCCURS 5 TIMES.
             10 WS-SM-SAMPLED      PIC 9(7) COMP.
             10 WS-SM-AGREED       PIC 9(7) COMP.
             10 WS-SM-DIFFERED     PIC 9(7) COMP.
             10 WS-SM-REVIEWED     PIC 9(7) COMP.
             10 WS-SM-PENDING      PIC 9(7) COMP.
             10 WS-SM-ERRORS       PIC 9(7) COMP.
             10 WS-SM-EXPLAINED    PIC 9(7) COMP.
             10 WS-SM-ERROR-DOLLARS PIC 9(11)V99.
             10 WS-SM-PV-DIFF      PIC 9(11)V99.
       01 WS-SM-SUB                PIC 9(2) COMP.
       01 WS-TOTAL-SUB             PIC 9(2) COMP VALUE 5.

       01 WS-WORK-FIELDS.
          05 WS-PV-DIFFERENCE      PIC S9(9)V99.
          05 WS-ERROR-RATE         PIC 9(3)V99.
          05 WS-DIFF-RATE          PIC 9(3)V99.

       01 WS-REPORT-FIELDS.
          05 WS-HEADING-1.
             10 FILLER             PIC X(36) VALUE
                'RECALCULATION QA SUMMARY - QUARTER '.
             10 WS-H1-CCYY         PIC 9(4).
             10 FILLER             PIC X(2)  VALUE '-Q'.
             10 WS-H1-QUARTER      PIC 9(1).
             10 FILLER             PIC X(8)  VALUE '  FROM: '.
             10 WS-H1-START        PIC 9(8).
             10 FILLER             PIC X(6)  VALUE '  TO: '.
             10 WS-H1-END          PIC 9(8).
          05 WS-HEADING-2.
             10 FILLER             PIC X(9)  VALUE 'STRATUM'.
             10 FILLER             PIC X(8)  VALUE ' SAMPLED'.
             10 FILLER             PIC X(8)  VALUE '  AGREED'.
             10 FILLER             PIC X(9)  VALUE ' DIFFERED'.
             10 FILLER             PIC X(9)  VALUE ' REVIEWED'.
             10 FILLER             PIC X(8)  VALUE ' PENDING'.
             10 FILLER             PIC X(8)  VALUE '  ERRORS'.
             10 FILLER             PIC X(10) VALUE ' EXPLAINED'.
             10 FILLER             PIC X(9)  VALUE ' DIFF PCT'.
             10 FILLER             PIC X(9)  VALUE '  ERR PCT'.
             10 FILLER             PIC X(18) VALUE '      DOLLAR ERROR'.
             10 FILLER             PIC X(18) VALUE '   RECALC PV DIFF'.
          05 WS-SUMMARY-LINE.
             10 WS-SL-NAME         PIC X(9).
             10 WS-SL-SAMPLED      PIC ZZZZ,ZZ9.
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-SL-AGREED       PIC ZZZ,ZZ9.
             10 FILLER             PIC X(2)  VALUE SPACES.
             10 WS-SL-DIFFERED     PIC ZZZ,ZZ9.
             10 FILLER             PIC X(2)  VALUE SPACES.
             10 WS-SL-REVIEWED     PIC ZZZ,ZZ9.
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-SL-PENDING      PIC ZZZ,ZZ9.
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-SL-ERRORS       PIC ZZZ,ZZ9.
             10 FILLER             PIC X(3)  VALUE SPACES.
             10 WS-SL-EXPLAINED    PIC ZZZ,ZZ9.
             10 FILLER             PIC X(3)  VALUE SPACES.
             10 WS-SL-DIFF-RATE    PIC ZZ9.99.
             10 FILLER             PIC X(3)  VALUE SPACES.
             10 WS-SL-ERROR-RATE   PIC ZZ9.99.
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-SL-ERROR-DOLLARS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-SL-PV-DIFF      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-ERROR-HEADING.
             10 FILLER             PIC X(7)  VALUE 'CYCLE'.
             10 FILLER             PIC X(4)  VALUE 'SRC'.
             10 FILLER             PIC X(13) VALUE 'CLAIM'.
             10 FILLER             PIC X(9)  VALUE 'STRATUM'.
             10 FILLER             PIC X(5)  VALUE 'ADJ'.
             10 FILLER             PIC X(5)  VALUE 'REVR'.
             10 FILLER             PIC X(9)  VALUE 'REVIEWED'.
             10 FILLER             PIC X(15) VALUE '   ERROR AMOUNT'.
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 FILLER             PIC X(31) VALUE 'FIRST DIVERGENCE'.
             10 FILLER             PIC X(33) VALUE 'REVIEWER NOTE'.
          05 WS-ERROR-LINE.
             10 WS-EL-CYCLE        PIC 9(6).
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-EL-SOURCE       PIC X(1).
             10 FILLER             PIC X(3)  VALUE SPACES.
             10 WS-EL-CLAIM-ID     PIC X(12).
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-EL-STRATUM      PIC X(8).
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-EL-ADJUSTER-ID  PIC X(4).
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-EL-REVIEWER-ID  PIC X(4).
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-EL-REVIEW-DATE  PIC 9(8).
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-EL-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
             10 FILLER             PIC X(3)  VALUE SPACES.
             10 WS-EL-REASON       PIC X(30).
             10 FILLER             PIC X(1)  VALUE SPACE.
             10 WS-EL-NOTE         PIC X(32).

       01 WS-CONTROL-TOTALS.
          05 WS-QA-RECORDS-READ    PIC 9(7) COMP VALUE ZERO.
          05 WS-QA-IN-QUARTER      PIC 9(7) COMP VALUE ZERO.
          05 WS-ERRORS-LISTED      PIC 9(7) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Settle the quarter and open the files                       *
      * 2. Accumulate every sampled award in the quarter, listing      *
      *    each confirmed error as it goes                             *
      * 3. Write the stratum summary and run totals, close down        *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-ACCUMULATE-SAMPLE.
           PERFORM 300-WRITE-SUMMARY.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * SETTLE THE QUARTER, OPEN ALL FILES AND CHECK FOR ERRORS, AND   *
      * WRITE THE HEADINGS                                             *
      *----------------------------------------------------------------*
           INITIALIZE WS-SUMMARY-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 110-SET-QUARTER.

           OPEN INPUT QA-FILE.
           IF QAFILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING QA FILE: ' QAFILE-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT QA-SUMMARY-REPORT.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING QA SUMMARY REPORT: '
                      REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           MOVE WS-QTR-CCYY       TO WS-H1-CCYY.
           MOVE WS-QTR-NUMBER     TO WS-H1-QUARTER.
           MOVE WS-QTR-START-DATE TO WS-H1-START.
           MOVE WS-QTR-END-DATE   TO WS-H1-END.
           MOVE WS-HEADING-1      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES            TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CONFIRMED ERRORS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ERROR-HEADING  TO REPORT-LINE.
           WRITE REPORT-LINE.

       110-SET-QUARTER.
      *----------------------------------------------------------------*
      * THE QUARTER ON THE OPTIONAL PARAMETER LINE (CCYYQ), OR THE     *
      * QUARTER BEFORE THE ONE THE RUN DATE FALLS IN                   *
      *----------------------------------------------------------------*
           COMPUTE WS-QTR-NUMBER = (WS-RUN-MM + 2) / 3.
           MOVE WS-RUN-CCYY TO WS-QTR-CCYY.
           IF WS-QTR-NUMBER = 1
               MOVE 4 TO WS-QTR-NUMBER
               SUBTRACT 1 FROM WS-QTR-CCYY
           ELSE
               SUBTRACT 1 FROM WS-QTR-NUMBER
           END-IF.

           OPEN INPUT QA-PARM-FILE.
           IF PARM-STATUS = '00'
               READ QA-PARM-FILE
                   AT END
                       DISPLAY 'QA REPORT PARAMETER FILE EMPTY, USING '
                               'LAST QUARTER'
                   NOT AT END
                       MOVE QA-PARM-LINE (1:5) TO WS-QTR-PARM-CHARS
                       IF WS-QTR-PARM IS NUMERIC
                          AND WS-QTR-PARM-Q > 0
                          AND WS-QTR-PARM-Q < 5
                           MOVE WS-QTR-PARM-CCYY TO WS-QTR-CCYY
                           MOVE WS-QTR-PARM-Q    TO WS-QTR-NUMBER
                       ELSE
                           DISPLAY 'QUARTER NOT VALID, USING LAST '
                                   'QUARTER: ' WS-QTR-PARM-CHARS
                       END-IF
               END-READ
               CLOSE QA-PARM-FILE
           END-IF.

           COMPUTE WS-QTR-START-DATE = WS-QTR-CCYY * 10000
                   + ((WS-QTR-NUMBER - 1) * 3 + 1) * 100 + 1.
           COMPUTE WS-QTR-END-DATE = WS-QTR-CCYY * 10000
                   + (WS-QTR-NUMBER * 3) * 100 + 31.

       200-ACCUMULATE-SAMPLE.
      *----------------------------------------------------------------*
      * READ THE WHOLE QA FILE AND TAKE EVERY AWARD SAMPLED IN THE     *
      * QUARTER                                                        *
      *----------------------------------------------------------------*
           PERFORM UNTIL QA-END-OF-FILE
               READ QA-FILE
                   AT END
                       SET QA-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QA-RECORDS-READ
                       IF QA-RUN-DATE NOT < WS-QTR-START-DATE
                          AND QA-RUN-DATE NOT > WS-QTR-END-DATE
                           ADD 1 TO WS-QA-IN-QUARTER
                           PERFORM 210-ACCUMULATE-AWARD
                       END-IF
               END-READ
           END-PERFORM.

       210-ACCUMULATE-AWARD.
      *----------------------------------------------------------------*
      * ADD ONE SAMPLED AWARD TO ITS STRATUM AND TO THE TOTAL, AND     *
      * LIST IT IF THE REVIEWER CONFIRMED AN ERROR                     *
      *----------------------------------------------------------------*
           MOVE 4 TO WS-SM-SUB.
           EVALUATE QA-STRATUM
               WHEN 'F'
                   MOVE 1 TO WS-SM-SUB
               WHEN 'C'
                   MOVE 2 TO WS-SM-SUB
               WHEN 'H'
                   MOVE 3 TO WS-SM-SUB
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           COMPUTE WS-PV-DIFFERENCE = QA-STORED-PV - QA-RECALC-PV.
           IF WS-PV-DIFFERENCE < 0
               COMPUTE WS-PV-DIFFERENCE = 0 - WS-PV-DIFFERENCE
           END-IF.

           PERFORM 220-ADD-TO-ENTRY.
           MOVE WS-TOTAL-SUB TO WS-SM-SUB.
           PERFORM 220-ADD-TO-ENTRY.

           IF QA-REVIEW-STATUS = 'E'
               PERFORM 230-WRITE-ERROR-LINE
           END-IF.

       220-ADD-TO-ENTRY.
      *----------------------------------------------------------------*
      * ROLL THE CURRENT AWARD INTO SUMMARY ENTRY WS-SM-SUB            *
      *----------------------------------------------------------------*
           ADD 1 TO WS-SM-SAMPLED (WS-SM-SUB).
           IF QA-RECALC-RESULT = 'D'
               ADD 1 TO WS-SM-DIFFERED (WS-SM-SUB)
               ADD WS-PV-DIFFERENCE TO WS-SM-PV-DIFF (WS-SM-SUB)
           ELSE
               ADD 1 TO WS-SM-AGREED (WS-SM-SUB)
           END-IF.
           EVALUATE QA-REVIEW-STATUS
               WHEN 'C'
                   ADD 1 TO WS-SM-REVIEWED (WS-SM-SUB)
               WHEN 'E'
                   ADD 1 TO WS-SM-REVIEWED (WS-SM-SUB)
                   ADD 1 TO WS-SM-ERRORS (WS-SM-SUB)
                   ADD QA-ERROR-AMOUNT
                       TO WS-SM-ERROR-DOLLARS (WS-SM-SUB)
               WHEN 'X'
                   ADD 1 TO WS-SM-REVIEWED (WS-SM-SUB)
                   ADD 1 TO WS-SM-EXPLAINED (WS-SM-SUB)
               WHEN OTHER
                   ADD 1 TO WS-SM-PENDING (WS-SM-SUB)
           END-EVALUATE.

       230-WRITE-ERROR-LINE.
      *----------------------------------------------------------------*
      * ONE LINE PER CONFIRMED ERROR                                   *
      *----------------------------------------------------------------*
           MOVE QA-CYCLE          TO WS-EL-CYCLE.
           MOVE QA-SOURCE         TO WS-EL-SOURCE.
           MOVE QA-CLAIM-ID       TO WS-EL-CLAIM-ID.
           MOVE WS-SN-NAME (WS-SM-SUB) TO WS-EL-STRATUM.
           MOVE QA-ADJUSTER-ID    TO WS-EL-ADJUSTER-ID.
           MOVE QA-REVIEWER-ID    TO WS-EL-REVIEWER-ID.
           MOVE QA-REVIEW-DATE    TO WS-EL-REVIEW-DATE.
           MOVE QA-ERROR-AMOUNT   TO WS-EL-AMOUNT.
           MOVE QA-DIFF-REASON    TO WS-EL-REASON.
           MOVE QA-REVIEW-NOTE    TO WS-EL-NOTE.
           MOVE WS-ERROR-LINE     TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-ERRORS-LISTED.

       300-WRITE-SUMMARY.
      *----------------------------------------------------------------*
      * ONE SUMMARY LINE PER STRATUM AND ONE FOR THE TOTAL. THE        *
      * DIFFERENCE RATE IS RECALCULATION DIFFERENCES OVER THE SAMPLE;  *
      * THE ERROR RATE IS CONFIRMED ERRORS OVER THE AWARDS REVIEWED.   *
      *----------------------------------------------------------------*
           IF WS-ERRORS-LISTED = 0
               MOVE '  NONE CONFIRMED IN THE QUARTER' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 1 TO WS-SM-SUB.
           PERFORM UNTIL WS-SM-SUB > 5
               MOVE ZERO TO WS-DIFF-RATE
                            WS-ERROR-RATE
               IF WS-SM-SAMPLED (WS-SM-SUB) > 0
                   COMPUTE WS-DIFF-RATE ROUNDED =
                           WS-SM-DIFFERED (WS-SM-SUB) * 100
                           / WS-SM-SAMPLED (WS-SM-SUB)
               END-IF
               IF WS-SM-REVIEWED (WS-SM-SUB) > 0
                   COMPUTE WS-ERROR-RATE ROUNDED =
                           WS-SM-ERRORS (WS-SM-SUB) * 100
                           / WS-SM-REVIEWED (WS-SM-SUB)
               END-IF
               MOVE WS-SN-NAME (WS-SM-SUB)     TO WS-SL-NAME
               MOVE WS-SM-SAMPLED (WS-SM-SUB)  TO WS-SL-SAMPLED
               MOVE WS-SM-AGREED (WS-SM-SUB)   TO WS-SL-AGREED
               MOVE WS-SM-DIFFERED (WS-SM-SUB) TO WS-SL-DIFFERED
               MOVE WS-SM-REVIEWED (WS-SM-SUB) TO WS-SL-REVIEWED
               MOVE WS-SM-PENDING (WS-SM-SUB)  TO WS-SL-PENDING
               MOVE WS-SM-ERRORS (WS-SM-SUB)   TO WS-SL-ERRORS
               MOVE WS-SM-EXPLAINED (WS-SM-SUB) TO WS-SL-EXPLAINED
               MOVE WS-DIFF-RATE               TO WS-SL-DIFF-RATE
               MOVE WS-ERROR-RATE              TO WS-SL-ERROR-RATE
               MOVE WS-SM-ERROR-DOLLARS (WS-SM-SUB)
                    TO WS-SL-ERROR-DOLLARS
               MOVE WS-SM-PV-DIFF (WS-SM-SUB)  TO WS-SL-PV-DIFF
               IF WS-SM-SUB = WS-TOTAL-SUB
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE WS-SUMMARY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-SM-SUB
           END-PERFORM.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'QARPT RUN CONTROL TOTALS'.
           DISPLAY 'QUARTER REPORTED:      ' WS-QTR-CCYY '-Q'
                   WS-QTR-NUMBER.
           DISPLAY 'QA RECORDS READ:       ' WS-QA-RECORDS-READ.
           DISPLAY 'SAMPLED IN QUARTER:    ' WS-QA-IN-QUARTER.
           DISPLAY 'STILL PENDING REVIEW:  '
                   WS-SM-PENDING (WS-TOTAL-SUB).
           DISPLAY 'ERRORS CONFIRMED:      ' WS-ERRORS-LISTED.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                          *
      *----------------------------------------------------------------*
           CLOSE QA-FILE
                 QA-SUMMARY-REPORT.

           IF WS-SM-PENDING (WS-TOTAL-SUB) > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
