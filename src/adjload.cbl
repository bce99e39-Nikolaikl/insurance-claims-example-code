       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJLOAD.
      *----------------------------------------------------------------*
      * PROGRAM:  ADJLOAD                                              *
      * PURPOSE:  WEEKLY ADJUSTER CASELOAD REPORT. FOR EACH ADJUSTER   *
      *           ON THE MASTER: OPEN CLAIMS (ACTIVE AND SUSPENDED),   *
      *           MONTHLY BENEFIT IN FORCE, PRESENT VALUE CARRIED,     *
      *           CAPACITY AND UTILIZATION, SO SUPERVISORS CAN SEE     *
      *           WHO IS OVERLOADED BEFORE REASSIGNING THROUGH         *
      *           ADJMAINT. OPEN CLAIMS WITH NO ADJUSTER, OR WITH ONE  *
      *           NO LONGER ON THE MASTER, ARE TOTALLED AS UNASSIGNED  *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. ADJUSTER LOAD AND CLAIM MASTER SWEEP                        *
      * 5. CASELOAD REPORT                                             *
      * 6. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - ADJUSTER-FILE: The adjuster master                           *
      * - CLAIM-FILE: The claim master, read front to back             *
      * - LOAD-REPORT: The printed caseload report                     *
      *----------------------------------------------------------------*
           SELECT ADJUSTER-FILE ASSIGN TO "data/ADJFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADJ-ID
           FILE STATUS IS ADJFILE-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAIM-ID OF CLAIM-RECORD
           FILE STATUS IS CLAIM-STATUS-CODE.

           SELECT LOAD-REPORT ASSIGN TO 'data/ADJLOAD.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ADJUSTER-FILE.
       01 ADJUSTER-RECORD.
          05 ADJ-ID                PIC X(4).
          05 ADJ-NAME              PIC X(30).
          05 ADJ-REGIONS           PIC X(15).
          05 ADJ-CLAIM-TYPES       PIC X(10).
          05 ADJ-AUTHORITY-LEVEL   PIC 9(1).
          05 ADJ-CAPACITY          PIC 9(4).
          05 ADJ-STATUS            PIC X(1).

       FD CLAIM-FILE.
       01 CLAIM-RECORD.
          05 CLAIM-ID              PIC X(12).
          05 POLICY-NUMBER         PIC X(10).
          05 CLAIM-DATE            PIC 9(8).
          05 CLAIM-TYPE            PIC X(2).
          05 CLAIM-STATUS          PIC X(1).
          05 BASE-PCT              PIC 9(3)V99.
          05 BASE-PENSION          PIC 9(7)V99.
          05 INDUSTRY-ADJ          PIC 9(7)V99.
          05 GEO-ADJ               PIC 9(7)V99.
          05 TREND-ADJ             PIC 9(7)V99.
          05 TOTAL-PENSION         PIC 9(7)V99.
          05 MONTHLY-PENSION       PIC 9(7)V99.
          05 PRESENT-VALUE         PIC 9(8)V99.
          05 AGE-FACTOR            PIC 9(1)V999.
          05 SERVICE-FACTOR        PIC 9(1)V999.
          05 SEVERITY-FACTOR       PIC 9(1)V999.
          05 IND-RISK-FACTOR       PIC 9(1)V999.
          05 JOB-RISK-FACTOR       PIC 9(1)V999.
          05 EMR-FACTOR            PIC 9(1)V999.
          05 SAFETY-FACTOR         PIC 9(1)V999.
          05 CF-GEO-FACTOR         PIC 9(1)V999.
          05 REG-FACTOR            PIC 9(1)V999.
          05 MARKET-FACTOR         PIC 9(1)V999.
          05 FREQ-TREND-FACTOR     PIC 9(1)V999.
          05 SEV-TREND-FACTOR      PIC 9(1)V999.
          05 FINAL-FACTOR          PIC 9(1)V999.
          05 CLAIM-TYPE-FACTOR     PIC 9(1)V999.
          05 CLAIM-RUN-DATE        PIC 9(8).
          05 PRE-CAP-TOTAL-PENSION PIC 9(7)V99.
          05 CAP-APPLIED-SW        PIC X(01).
          05 VARIANCE-FLAG         PIC X(01).
          05 BENEFIT-DURATION-MONTHS PIC 9(4).
          05 REVIEW-DATE           PIC 9(8).
          05 SETTLEMENT-PCT        PIC 9(3).
          05 SETTLEMENT-AMOUNT     PIC 9(8)V99.
          05 CLAIMANT-ID           PIC X(8).
          05 DISABILITY-PCT        PIC 9(3).
          05 TOTAL-ACCIDENT-COSTS  PIC 9(8)V99.
          05 ADJUSTER-ID           PIC X(04).

       FD LOAD-REPORT.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-ADJUSTER-TABLE: The adjuster master with each adjuster's  *
      *                      caseload accumulated off the claim master *
      * - WS-REPORT-LINES: Heading, detail and total line layouts      *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 ADJFILE-STATUS        PIC X(2).
          05 CLAIM-STATUS-CODE     PIC X(2).
          05 RPT-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-ADJ-EOF-SW         PIC X(1) VALUE 'N'.
             88 ADJ-END-OF-FILE    VALUE 'Y'.
          05 WS-CLAIM-EOF-SW       PIC X(1) VALUE 'N'.
             88 CLAIM-END-OF-FILE  VALUE 'Y'.

      * One entry per adjuster on the master, with the caseload
      * found for that adjuster on the claim master.
       01 WS-ADJ-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-ADJUSTER-TABLE.
          05 WS-ADJ-ENTRY OCCURS 200 TIMES INDEXED BY WS-ADJ-IDX.
             10 WS-AT-ID           PIC X(4).
             10 WS-AT-NAME         PIC X(30).
             10 WS-AT-CAPACITY     PIC 9(4).
             10 WS-AT-STATUS       PIC X(1).
             10 WS-AT-ACTIVE       PIC 9(5) COMP.
             10 WS-AT-SUSPENDED    PIC 9(5) COMP.
             10 WS-AT-MONTHLY      PIC 9(9)V99.
             10 WS-AT-PV           PIC 9(11)V99.

       01 WS-WORK-FIELDS.
          05 WS-ADJ-SUB            PIC 9(4) COMP.
          05 WS-OPEN-CLAIMS        PIC 9(5) COMP.
          05 WS-UTIL-PCT           PIC 9(4).
          05 WS-RUN-DATE           PIC 9(8).

       01 WS-TOTALS.
          05 WS-CLAIMS-READ        PIC 9(7) COMP VALUE ZERO.
          05 WS-UNASSIGNED-ACTIVE  PIC 9(5) COMP VALUE ZERO.
          05 WS-UNASSIGNED-SUSP    PIC 9(5) COMP VALUE ZERO.
          05 WS-UNASSIGNED-MONTHLY PIC 9(9)V99 VALUE ZERO.
          05 WS-UNASSIGNED-PV      PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-ACTIVE       PIC 9(7) COMP VALUE ZERO.
          05 WS-TOTAL-SUSPENDED    PIC 9(7) COMP VALUE ZERO.
          05 WS-TOTAL-MONTHLY      PIC 9(9)V99 VALUE ZERO.
          05 WS-TOTAL-PV           PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-CAPACITY     PIC 9(7) COMP VALUE ZERO.
          05 WS-OVERLOADED         PIC 9(4) COMP VALUE ZERO.

       01 WS-REPORT-HEADING.
          05 FILLER                PIC X(40) VALUE
             'ADJUSTER CASELOAD REPORT - RUN DATE:    '.
          05 WS-H-DATE             PIC 9(8).

       01 WS-COLUMN-HEADING.
          05 FILLER                PIC X(36) VALUE
             'ADJ  NAME                           '.
          05 FILLER                PIC X(34) VALUE
             'S ACTIVE  SUSP  OPEN  MONTHLY BEN '.
          05 FILLER                PIC X(30) VALUE
             '   PRESENT VALUE  CAP UTIL%   '.

       01 WS-LOAD-DETAIL.
          05 WS-LD-ID              PIC X(4).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-LD-NAME            PIC X(30).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-LD-STATUS          PIC X(1).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-LD-ACTIVE          PIC ZZZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-LD-SUSPENDED       PIC ZZZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-LD-OPEN            PIC ZZZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-LD-MONTHLY         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-LD-PV              PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-LD-CAPACITY        PIC ZZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-LD-UTIL            PIC ZZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-LD-FLAG            PIC X(10).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Load the adjuster master into the table                    *
      * 2. Sweep the claim master, crediting each open claim to its   *
      *    adjuster or to the unassigned bucket                       *
      * 3. Print one line per adjuster, the unassigned line and totals*
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-LOAD-ADJUSTERS.
           PERFORM 300-SWEEP-CLAIMS.
           PERFORM 400-REPORT-CASELOADS.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS                            *
      *----------------------------------------------------------------*
           INITIALIZE WS-ADJUSTER-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT ADJUSTER-FILE.
           IF ADJFILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ADJUSTER FILE: ' ADJFILE-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT CLAIM-FILE.
           IF CLAIM-STATUS-CODE NOT = '00'
              DISPLAY 'ERROR OPENING CLAIM FILE: ' CLAIM-STATUS-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT LOAD-REPORT.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CASELOAD REPORT: ' RPT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

       200-LOAD-ADJUSTERS.
      *----------------------------------------------------------------*
      * LOAD EVERY ADJUSTER ON THE MASTER INTO THE TABLE               *
      *----------------------------------------------------------------*
           PERFORM UNTIL ADJ-END-OF-FILE
               READ ADJUSTER-FILE
                   AT END
                       SET ADJ-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-ADJ-COUNT < 200
                           ADD 1 TO WS-ADJ-COUNT
                           MOVE ADJ-ID
                                TO WS-AT-ID (WS-ADJ-COUNT)
                           MOVE ADJ-NAME
                                TO WS-AT-NAME (WS-ADJ-COUNT)
                           MOVE ADJ-CAPACITY
                                TO WS-AT-CAPACITY (WS-ADJ-COUNT)
                           MOVE ADJ-STATUS
                                TO WS-AT-STATUS (WS-ADJ-COUNT)
                       ELSE
                           DISPLAY 'ADJUSTER TABLE FULL, IGNORED: '
                                   ADJ-ID
                       END-IF
               END-READ
           END-PERFORM.

       300-SWEEP-CLAIMS.
      *----------------------------------------------------------------*
      * READ THE CLAIM MASTER FRONT TO BACK; EVERY OPEN (NOT           *
      * TERMINATED) CLAIM IS CREDITED TO ITS ADJUSTER                  *
      *----------------------------------------------------------------*
           PERFORM UNTIL CLAIM-END-OF-FILE
               READ CLAIM-FILE
                   AT END
                       SET CLAIM-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLAIMS-READ
                       IF CLAIM-STATUS NOT = 'T'
                           PERFORM 310-CREDIT-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL CLAIM MASTER RECORDS'.

       310-CREDIT-CLAIM.
      *----------------------------------------------------------------*
      * ADD ONE OPEN CLAIM TO ITS ADJUSTER'S CASELOAD, OR TO THE       *
      * UNASSIGNED BUCKET WHEN ITS ADJUSTER IS BLANK OR NOT ON FILE    *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-ADJ-SUB.
           IF ADJUSTER-ID NOT = SPACES AND ADJUSTER-ID NOT = LOW-VALUES
               SET WS-ADJ-IDX TO 1
               SEARCH WS-ADJ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AT-ID (WS-ADJ-IDX) = ADJUSTER-ID
                       SET WS-ADJ-SUB TO WS-ADJ-IDX
               END-SEARCH
           END-IF.

           IF WS-ADJ-SUB > 0
               IF CLAIM-STATUS = 'S'
                   ADD 1 TO WS-AT-SUSPENDED (WS-ADJ-SUB)
               ELSE
                   ADD 1 TO WS-AT-ACTIVE (WS-ADJ-SUB)
               END-IF
               ADD MONTHLY-PENSION TO WS-AT-MONTHLY (WS-ADJ-SUB)
               ADD PRESENT-VALUE   TO WS-AT-PV (WS-ADJ-SUB)
           ELSE
               IF CLAIM-STATUS = 'S'
                   ADD 1 TO WS-UNASSIGNED-SUSP
               ELSE
                   ADD 1 TO WS-UNASSIGNED-ACTIVE
               END-IF
               ADD MONTHLY-PENSION TO WS-UNASSIGNED-MONTHLY
               ADD PRESENT-VALUE   TO WS-UNASSIGNED-PV
           END-IF.

       400-REPORT-CASELOADS.
      *----------------------------------------------------------------*
      * ONE LINE PER ADJUSTER, FLAGGED WHEN THE OPEN CASELOAD IS AT    *
      * OR OVER CAPACITY, THEN THE UNASSIGNED LINE AND DESK TOTALS     *
      *----------------------------------------------------------------*
           MOVE WS-RUN-DATE TO WS-H-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 1 TO WS-ADJ-SUB.
           PERFORM UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
               COMPUTE WS-OPEN-CLAIMS = WS-AT-ACTIVE (WS-ADJ-SUB)
                                      + WS-AT-SUSPENDED (WS-ADJ-SUB)
               IF WS-AT-CAPACITY (WS-ADJ-SUB) > 0
                   COMPUTE WS-UTIL-PCT ROUNDED =
                       WS-OPEN-CLAIMS * 100
                       / WS-AT-CAPACITY (WS-ADJ-SUB)
                       ON SIZE ERROR
                           MOVE 9999 TO WS-UTIL-PCT
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-UTIL-PCT
               END-IF
               MOVE SPACES TO WS-LD-FLAG
               IF WS-OPEN-CLAIMS NOT < WS-AT-CAPACITY (WS-ADJ-SUB)
                  AND WS-OPEN-CLAIMS > 0
                   MOVE 'AT/OVER' TO WS-LD-FLAG
                   ADD 1 TO WS-OVERLOADED
               END-IF
               MOVE WS-AT-ID (WS-ADJ-SUB)        TO WS-LD-ID
               MOVE WS-AT-NAME (WS-ADJ-SUB)      TO WS-LD-NAME
               MOVE WS-AT-STATUS (WS-ADJ-SUB)    TO WS-LD-STATUS
               MOVE WS-AT-ACTIVE (WS-ADJ-SUB)    TO WS-LD-ACTIVE
               MOVE WS-AT-SUSPENDED (WS-ADJ-SUB) TO WS-LD-SUSPENDED
               MOVE WS-OPEN-CLAIMS               TO WS-LD-OPEN
               MOVE WS-AT-MONTHLY (WS-ADJ-SUB)   TO WS-LD-MONTHLY
               MOVE WS-AT-PV (WS-ADJ-SUB)        TO WS-LD-PV
               MOVE WS-AT-CAPACITY (WS-ADJ-SUB)  TO WS-LD-CAPACITY
               MOVE WS-UTIL-PCT                  TO WS-LD-UTIL
               MOVE WS-LOAD-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               ADD WS-AT-ACTIVE (WS-ADJ-SUB)    TO WS-TOTAL-ACTIVE
               ADD WS-AT-SUSPENDED (WS-ADJ-SUB) TO WS-TOTAL-SUSPENDED
               ADD WS-AT-MONTHLY (WS-ADJ-SUB)   TO WS-TOTAL-MONTHLY
               ADD WS-AT-PV (WS-ADJ-SUB)        TO WS-TOTAL-PV
               IF WS-AT-STATUS (WS-ADJ-SUB) = 'A'
                   ADD WS-AT-CAPACITY (WS-ADJ-SUB) TO WS-TOTAL-CAPACITY
               END-IF
               ADD 1 TO WS-ADJ-SUB
           END-PERFORM.

           MOVE SPACES TO WS-LOAD-DETAIL.
           MOVE '----'                  TO WS-LD-ID.
           MOVE 'UNASSIGNED'            TO WS-LD-NAME.
           MOVE WS-UNASSIGNED-ACTIVE    TO WS-LD-ACTIVE.
           MOVE WS-UNASSIGNED-SUSP      TO WS-LD-SUSPENDED.
           COMPUTE WS-OPEN-CLAIMS = WS-UNASSIGNED-ACTIVE
                                  + WS-UNASSIGNED-SUSP.
           MOVE WS-OPEN-CLAIMS          TO WS-LD-OPEN.
           MOVE WS-UNASSIGNED-MONTHLY   TO WS-LD-MONTHLY.
           MOVE WS-UNASSIGNED-PV        TO WS-LD-PV.
           MOVE ZERO                    TO WS-LD-CAPACITY.
           MOVE ZERO                    TO WS-LD-UTIL.
           MOVE WS-LOAD-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           ADD WS-UNASSIGNED-ACTIVE  TO WS-TOTAL-ACTIVE.
           ADD WS-UNASSIGNED-SUSP    TO WS-TOTAL-SUSPENDED.
           ADD WS-UNASSIGNED-MONTHLY TO WS-TOTAL-MONTHLY.
           ADD WS-UNASSIGNED-PV      TO WS-TOTAL-PV.

           IF WS-TOTAL-CAPACITY > 0
               COMPUTE WS-UTIL-PCT ROUNDED =
                   (WS-TOTAL-ACTIVE + WS-TOTAL-SUSPENDED) * 100
                   / WS-TOTAL-CAPACITY
                   ON SIZE ERROR
                       MOVE 9999 TO WS-UTIL-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-UTIL-PCT
           END-IF.

           MOVE SPACES TO WS-LOAD-DETAIL.
           MOVE 'ALL '                  TO WS-LD-ID.
           MOVE 'DESK TOTAL'            TO WS-LD-NAME.
           MOVE WS-TOTAL-ACTIVE         TO WS-LD-ACTIVE.
           MOVE WS-TOTAL-SUSPENDED      TO WS-LD-SUSPENDED.
           COMPUTE WS-OPEN-CLAIMS = WS-TOTAL-ACTIVE
                                  + WS-TOTAL-SUSPENDED.
           MOVE WS-OPEN-CLAIMS          TO WS-LD-OPEN.
           MOVE WS-TOTAL-MONTHLY        TO WS-LD-MONTHLY.
           MOVE WS-TOTAL-PV             TO WS-LD-PV.
           MOVE WS-TOTAL-CAPACITY       TO WS-LD-CAPACITY.
           MOVE WS-UTIL-PCT             TO WS-LD-UTIL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LOAD-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           DISPLAY '===================================='.
           DISPLAY 'ADJLOAD RUN CONTROL TOTALS'.
           DISPLAY 'CLAIMS READ:           ' WS-CLAIMS-READ.
           DISPLAY 'ADJUSTERS REPORTED:    ' WS-ADJ-COUNT.
           DISPLAY 'ADJUSTERS AT CAPACITY: ' WS-OVERLOADED.
           COMPUTE WS-OPEN-CLAIMS = WS-UNASSIGNED-ACTIVE
                                  + WS-UNASSIGNED-SUSP.
           DISPLAY 'UNASSIGNED OPEN:       ' WS-OPEN-CLAIMS.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE ADJUSTER-FILE
                 CLAIM-FILE
                 LOAD-REPORT.

           STOP RUN.
