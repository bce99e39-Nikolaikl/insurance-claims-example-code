      *           LIABILITY AND LOSS RATIO PER CODE -- THE EARNED-     *
      *           PREMIUM SIDE THE MANAGEMENT CLAIM ROLLUP HAS NEVER   *
      *           SHOWN, AND THE FIGURES ACTUARIAL NEEDS TO JUSTIFY    *
      *           INDFILE/GEOFILE FACTOR CHANGES. WHERE ANY CLAIM      *
      *           FALLS UNDER A DEDUCTIBLE POLICY, EVERY CODE ALSO     *
      *           SHOWS ITS LIABILITY AND LOSS RATIO NET OF THE        *
      *           DEDUCTIBLE THE EMPLOYERS CARRY.                      *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
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

       FD CLAIM-FILE.
       01 CLAIM-RECORD.
             10 WS-IE-CODE         PIC X(4).
             10 WS-IE-PREMIUM      PIC 9(9)V99.
             10 WS-IE-LIABILITY    PIC 9(9)V99.
             10 WS-IE-NET-LIABILITY PIC 9(9)V99.

       01 WS-REGION-EXP-TABLE.
          05 WS-RE-COUNT           PIC 9(3) COMP VALUE ZERO.
             10 WS-RE-CODE         PIC X(3).
             10 WS-RE-PREMIUM      PIC 9(9)V99.
             10 WS-RE-LIABILITY    PIC 9(9)V99.
             10 WS-RE-NET-LIABILITY PIC 9(9)V99.

       01 WS-WORK-FIELDS.
          05 WS-ANNUAL-PREMIUM     PIC 9(8)V99.
          05 WS-LOSS-RATIO         PIC 9(5)V99.

      *----------------------------------------------------------------*
      * WS-DEDUCTIBLE-FIELDS: ONE CLAIM'S LIABILITY NET OF DEDUCTIBLE. *
      * THE EMPLOYER CARRIES THE CLAIM UP TO THE POLICY'S PER-CLAIM    *
      * DEDUCTIBLE, AND NO MORE ACROSS THE POLICY'S CLAIMS THAN ITS    *
      * AGGREGATE CAP (NONE WHEN ZERO); THE DEDUCTED TABLE HOLDS WHAT  *
      * EACH CAPPED POLICY HAS TAKEN SO FAR, IN CLAIM ORDER.           *
      *----------------------------------------------------------------*
       01 WS-DEDUCTIBLE-FIELDS.
          05 WS-CLAIM-DEDUCTIBLE   PIC 9(7)V99.
          05 WS-AGG-CAP            PIC 9(9)V99.
          05 WS-AGG-ROOM           PIC S9(9)V99.
          05 WS-CLAIM-DEDUCTED     PIC 9(7)V99.
          05 WS-NET-LIABILITY      PIC 9(7)V99.
          05 WS-NET-PREMIUM        PIC 9(9)V99.
          05 WS-NET-LIAB-IN        PIC 9(9)V99.

       01 WS-DEDUCTED-COUNT        PIC 9(4) COMP VALUE ZERO.
       01 WS-DEDUCTED-TABLE.
          05 WS-DD-ENTRY OCCURS 1000 TIMES INDEXED BY WS-DD-IDX.
             10 WS-DD-POLICY       PIC X(10).
             10 WS-DD-DEDUCTED     PIC 9(9)V99.

       01 WS-CONTROL-TOTALS.
          05 WS-POLICIES-READ      PIC 9(7) COMP VALUE ZERO.
          05 WS-CLAIMS-READ        PIC 9(7) COMP VALUE ZERO.
          05 WS-CLAIMS-UNMATCHED   PIC 9(7) COMP VALUE ZERO.
          05 WS-TOTAL-PREMIUM      PIC 9(9)V99 VALUE ZERO.
          05 WS-TOTAL-LIABILITY    PIC 9(9)V99 VALUE ZERO.
          05 WS-TOTAL-NET-LIABILITY PIC 9(9)V99 VALUE ZERO.
          05 WS-DEDUCTIBLE-CLAIMS  PIC 9(7) COMP VALUE ZERO.

       01 WS-REPORT-HEADING.
          05 FILLER                PIC X(50) VALUE
          05 WS-ED-LOSS-RATIO      PIC ZZ,ZZ9.99.
          05 WS-ED-RATIO-NOTE      PIC X(12).

       01 WS-EXP-NET-LINE.
          05 FILLER                PIC X(25) VALUE
             '    NET OF DEDUCTIBLE    '.
          05 FILLER                PIC X(14) VALUE SPACES.
          05 FILLER                PIC X(13) VALUE '  LIABILITY: '.
          05 WS-EN-LIABILITY       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(14) VALUE '  LOSS RATIO: '.
          05 WS-EN-LOSS-RATIO      PIC ZZ,ZZ9.99.
          05 WS-EN-RATIO-NOTE      PIC X(12).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * ERRORS                                                         *
      *----------------------------------------------------------------*
           INITIALIZE WS-INDUSTRY-EXP-TABLE
                      WS-REGION-EXP-TABLE
                      WS-DEDUCTED-TABLE.

           OPEN INPUT POLICY-FILE.
           IF POL-STATUS NOT = '00'
                            TO WS-IE-CODE (WS-IE-IDX)
                       MOVE ZERO TO WS-IE-PREMIUM (WS-IE-IDX)
                       MOVE ZERO TO WS-IE-LIABILITY (WS-IE-IDX)
                       MOVE ZERO TO WS-IE-NET-LIABILITY (WS-IE-IDX)
                       ADD WS-ANNUAL-PREMIUM
                           TO WS-IE-PREMIUM (WS-IE-IDX)
                   END-IF
                            TO WS-RE-CODE (WS-RE-IDX)
                       MOVE ZERO TO WS-RE-PREMIUM (WS-RE-IDX)
                       MOVE ZERO TO WS-RE-LIABILITY (WS-RE-IDX)
                       MOVE ZERO TO WS-RE-NET-LIABILITY (WS-RE-IDX)
                       ADD WS-ANNUAL-PREMIUM
                           TO WS-RE-PREMIUM (WS-RE-IDX)
                   END-IF
               NOT INVALID KEY
                   ADD TOTAL-PENSION OF CLAIM-RECORD
                       TO WS-TOTAL-LIABILITY
                   PERFORM 312-APPLY-DEDUCTIBLE
                   ADD WS-NET-LIABILITY TO WS-TOTAL-NET-LIABILITY
                   PERFORM 315-ADD-INDUSTRY-LIABILITY
                   PERFORM 320-ADD-REGION-LIABILITY
           END-READ.

       312-APPLY-DEDUCTIBLE.
      *----------------------------------------------------------------*
      * TAKE THE EMPLOYER'S DEDUCTIBLE OFF ONE CLAIM'S LIABILITY.      *
      * DEDUCTIBLE TERMS NEVER SET READ AS NO DEDUCTIBLE.              *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-CLAIM-DEDUCTIBLE.
           MOVE ZERO TO WS-AGG-CAP.
           IF PER-CLAIM-DEDUCTIBLE IS NUMERIC
               MOVE PER-CLAIM-DEDUCTIBLE TO WS-CLAIM-DEDUCTIBLE
           END-IF.
           IF AGG-DEDUCTIBLE-CAP IS NUMERIC
               MOVE AGG-DEDUCTIBLE-CAP TO WS-AGG-CAP
           END-IF.
           MOVE ZERO TO WS-CLAIM-DEDUCTED.
           IF WS-CLAIM-DEDUCTIBLE > 0
               ADD 1 TO WS-DEDUCTIBLE-CLAIMS
               IF TOTAL-PENSION OF CLAIM-RECORD > WS-CLAIM-DEDUCTIBLE
                   MOVE WS-CLAIM-DEDUCTIBLE TO WS-CLAIM-DEDUCTED
               ELSE
                   MOVE TOTAL-PENSION OF CLAIM-RECORD
                        TO WS-CLAIM-DEDUCTED
               END-IF
               IF WS-AGG-CAP > 0
                   PERFORM 313-LIMIT-TO-AGGREGATE
               END-IF
           END-IF.
           COMPUTE WS-NET-LIABILITY =
                   TOTAL-PENSION OF CLAIM-RECORD - WS-CLAIM-DEDUCTED.

       313-LIMIT-TO-AGGREGATE.
      *----------------------------------------------------------------*
      * HOLD THE CLAIM'S DEDUCTIBLE TO WHAT IS LEFT UNDER ITS POLICY'S *
      * AGGREGATE CAP AND CHARGE IT AGAINST THE CAP                    *
      *----------------------------------------------------------------*
           SET WS-DD-IDX TO 1.
           SEARCH WS-DD-ENTRY
               AT END
                   IF WS-DEDUCTED-COUNT >= 1000
                       DISPLAY 'DEDUCTIBLE TABLE FULL, NO CAP: '
                               CLAIM-ID OF CLAIM-RECORD
                       SET WS-DD-IDX TO 1
                   ELSE
                       ADD 1 TO WS-DEDUCTED-COUNT
                       SET WS-DD-IDX TO WS-DEDUCTED-COUNT
                       MOVE POLICY-NUMBER OF POLICY-RECORD
                            TO WS-DD-POLICY (WS-DD-IDX)
                       MOVE ZERO TO WS-DD-DEDUCTED (WS-DD-IDX)
                   END-IF
               WHEN WS-DD-POLICY (WS-DD-IDX)
                            = POLICY-NUMBER OF POLICY-RECORD
                   CONTINUE
           END-SEARCH.
           IF WS-DD-POLICY (WS-DD-IDX) = POLICY-NUMBER OF POLICY-RECORD
               COMPUTE WS-AGG-ROOM =
                       WS-AGG-CAP - WS-DD-DEDUCTED (WS-DD-IDX)
               IF WS-AGG-ROOM < 0
                   MOVE ZERO TO WS-AGG-ROOM
               END-IF
               IF WS-CLAIM-DEDUCTED > WS-AGG-ROOM
                   MOVE WS-AGG-ROOM TO WS-CLAIM-DEDUCTED
               END-IF
               ADD WS-CLAIM-DEDUCTED TO WS-DD-DEDUCTED (WS-DD-IDX)
           END-IF.

       315-ADD-INDUSTRY-LIABILITY.
      *----------------------------------------------------------------*
      * ROLL ONE CLAIM'S LIABILITY INTO ITS INDUSTRY ENTRY             *
                            TO WS-IE-CODE (WS-IE-IDX)
                       MOVE ZERO TO WS-IE-PREMIUM (WS-IE-IDX)
                       MOVE ZERO TO WS-IE-LIABILITY (WS-IE-IDX)
                       MOVE ZERO TO WS-IE-NET-LIABILITY (WS-IE-IDX)
                       ADD TOTAL-PENSION OF CLAIM-RECORD
                           TO WS-IE-LIABILITY (WS-IE-IDX)
                       ADD WS-NET-LIABILITY
                           TO WS-IE-NET-LIABILITY (WS-IE-IDX)
                   END-IF
               WHEN WS-IE-CODE (WS-IE-IDX)
                            = INDUSTRY-CODE OF POLICY-RECORD
                   ADD TOTAL-PENSION OF CLAIM-RECORD
                       TO WS-IE-LIABILITY (WS-IE-IDX)
                   ADD WS-NET-LIABILITY
                       TO WS-IE-NET-LIABILITY (WS-IE-IDX)
           END-SEARCH.

       320-ADD-REGION-LIABILITY.
                            TO WS-RE-CODE (WS-RE-IDX)
                       MOVE ZERO TO WS-RE-PREMIUM (WS-RE-IDX)
                       MOVE ZERO TO WS-RE-LIABILITY (WS-RE-IDX)
                       MOVE ZERO TO WS-RE-NET-LIABILITY (WS-RE-IDX)
                       ADD TOTAL-PENSION OF CLAIM-RECORD
                           TO WS-RE-LIABILITY (WS-RE-IDX)
                       ADD WS-NET-LIABILITY
                           TO WS-RE-NET-LIABILITY (WS-RE-IDX)
                   END-IF
               WHEN WS-RE-CODE (WS-RE-IDX)
                            = GEO-REGION-CODE OF POLICY-RECORD
                   ADD TOTAL-PENSION OF CLAIM-RECORD
                       TO WS-RE-LIABILITY (WS-RE-IDX)
                   ADD WS-NET-LIABILITY
                       TO WS-RE-NET-LIABILITY (WS-RE-IDX)
           END-SEARCH.

       400-GENERATE-REPORT.
      * PRINT PREMIUM, LIABILITY AND LOSS RATIO PER INDUSTRY, THEN     *
      * PER REGION. A CODE WITH LIABILITY BUT NO PREMIUM HAS NO        *
      * MEANINGFUL RATIO AND IS MARKED 'NO PREMIUM' INSTEAD OF         *
      * DIVIDING BY ZERO. WHEN ANY CLAIM FELL UNDER A DEDUCTIBLE, EACH *
      * LINE IS FOLLOWED BY THE SAME FIGURES NET OF DEDUCTIBLE.        *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
               END-IF
               MOVE WS-EXP-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-IE-PREMIUM (WS-IE-IDX) TO WS-NET-PREMIUM
               MOVE WS-IE-NET-LIABILITY (WS-IE-IDX) TO WS-NET-LIAB-IN
               PERFORM 410-WRITE-NET-LINE
               SET WS-IE-IDX UP BY 1
           END-PERFORM.

               END-IF
               MOVE WS-EXP-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-RE-PREMIUM (WS-RE-IDX) TO WS-NET-PREMIUM
               MOVE WS-RE-NET-LIABILITY (WS-RE-IDX) TO WS-NET-LIAB-IN
               PERFORM 410-WRITE-NET-LINE
               SET WS-RE-IDX UP BY 1
           END-PERFORM.

           END-IF.
           MOVE WS-EXP-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-PREMIUM TO WS-NET-PREMIUM.
           MOVE WS-TOTAL-NET-LIABILITY TO WS-NET-LIAB-IN.
           PERFORM 410-WRITE-NET-LINE.

           DISPLAY 'POLICIES READ:    ' WS-POLICIES-READ.
           DISPLAY 'CLAIMS READ:      ' WS-CLAIMS-READ.
           DISPLAY 'CLAIMS UNMATCHED: ' WS-CLAIMS-UNMATCHED.
           DISPLAY 'DEDUCTIBLE CLAIMS: ' WS-DEDUCTIBLE-CLAIMS.

       410-WRITE-NET-LINE.
      *----------------------------------------------------------------*
      * PRINT THE NET-OF-DEDUCTIBLE LIABILITY AND LOSS RATIO FOR THE   *
      * LINE JUST PRINTED, WHEN THE BOOK HAS ANY DEDUCTIBLE CLAIMS     *
      *----------------------------------------------------------------*
           IF WS-DEDUCTIBLE-CLAIMS > 0
               MOVE WS-NET-LIAB-IN TO WS-EN-LIABILITY
               IF WS-NET-PREMIUM > 0
                   COMPUTE WS-LOSS-RATIO ROUNDED =
                           WS-NET-LIAB-IN * 100 / WS-NET-PREMIUM
                   MOVE WS-LOSS-RATIO TO WS-EN-LOSS-RATIO
                   MOVE SPACES TO WS-EN-RATIO-NOTE
               ELSE
                   MOVE ZERO TO WS-EN-LOSS-RATIO
                   MOVE ' NO PREMIUM' TO WS-EN-RATIO-NOTE
               END-IF
               MOVE WS-EXP-NET-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       900-TERMINATION.
      *----------------------------------------------------------------*
