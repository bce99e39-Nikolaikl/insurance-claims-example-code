       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJMAINT.
      *----------------------------------------------------------------*
      * PROGRAM:  ADJMAINT                                             *
      * PURPOSE:  APPLY MAINTENANCE TRANSACTIONS AGAINST THE ADJUSTER  *
      *           MASTER AND REASSIGN CLAIMS BETWEEN ADJUSTERS, THE    *
      *           SAME TRANSACTION-DRIVEN CYCLE PAYEEMNT RUNS FOR THE  *
      *           PAYEE MASTER. ADD/CHANGE/DELETE KEEP THE MASTER      *
      *           CURRENT; A CLAIM REASSIGNMENT MOVES ONE CLAIM, AND   *
      *           A CASELOAD MOVE HANDS EVERY OPEN CLAIM OF AN         *
      *           ADJUSTER GOING ON LEAVE OR LEAVING THE COMPANY TO    *
      *           A NAMED ADJUSTER, OR SPREADS THEM ACROSS THE DESK    *
      *           ON THE SAME BALANCING RULE PENSCLM ASSIGNS NEW       *
      *           CLAIMS WITH                                          *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. TRANSACTION PROCESSING (MODELED ON PAYEEMNT)                *
      * 5. CLAIM REASSIGNMENT AND CASELOAD MOVES                       *
      * 6. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - TRANSACTION-FILE: One request per line, by action code:      *
      *     A/C,ADJ-ID,NAME,REGIONS,CLAIM-TYPES,AUTHORITY,CAPACITY,    *
      *         STATUS  (regions/types packed, e.g. NE1CE5 / TPTTPP)   *
      *     D,ADJ-ID                                                   *
      *     R,CLAIM-ID,TO-ADJ-ID        (reassign one claim)           *
      *     M,FROM-ADJ-ID,TO-ADJ-ID     (move a whole open caseload;   *
      *         TO blank spreads it across the desk, FROM blank        *
      *         places the unassigned claims)                          *
      * - ADJUSTER-FILE: The adjuster master PENSCLM assigns from      *
      * - CLAIM-FILE: The claim master; reassigned claims are          *
      *               rewritten with their new ADJUSTER-ID             *
      * - POLICY-FILE: The policy's region, for spreading a caseload   *
      * - MAINT-LOG-FILE: One line per transaction and per moved claim *
      *----------------------------------------------------------------*
           SELECT TRANSACTION-FILE ASSIGN TO "data/ADJMAINT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT ADJUSTER-FILE ASSIGN TO "data/ADJFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADJ-ID
           FILE STATUS IS ADJFILE-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-ID OF CLAIM-RECORD
           FILE STATUS IS CLAIM-STATUS-CODE.

           SELECT POLICY-FILE ASSIGN TO "data/POLFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POLICY-NUMBER OF POLICY-RECORD
           FILE STATUS IS POL-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "data/ADJMAINT_LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

      * CLAIM-HISTORY-FILE: Dated before/after image of every claim
      * master record this run reassigns, extended run after run.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO 'data/CLMHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLMHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD       PIC X(120).

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

       FD POLICY-FILE.
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

       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE           PIC X(120).

      * The claim-history line is fixed-format: cols 1-5 'DATE=',
      * 6-13 run date, 14-18 ' PGM=', 19-26 program id, 27-31
      * ' KEY=', 32-43 claim id, 44-51 the image tag (' BEFORE=' or
      * ' AFTER ='), 52-278 the full 227-byte claim record image.
       FD CLAIM-HISTORY-FILE.
       01 CLAIM-HISTORY-LINE       PIC X(280).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-TRAN-FIELDS: One transaction parsed off its input line    *
      * - WS-ADJUSTER-TABLE: The adjuster master with each adjuster's  *
      *                      open caseload, kept in step with this     *
      *                      run's maintenance and moves               *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 TRAN-STATUS           PIC X(2).
          05 ADJFILE-STATUS        PIC X(2).
          05 CLAIM-STATUS-CODE     PIC X(2).
          05 POL-STATUS            PIC X(2).
          05 LOG-STATUS            PIC X(2).
          05 CLMHIST-STATUS        PIC X(2).

       01 WS-SWITCHES.
          05 WS-TRAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 TRAN-END-OF-FILE   VALUE 'Y'.
          05 WS-ADJ-EOF-SW         PIC X(1) VALUE 'N'.
             88 ADJ-END-OF-FILE    VALUE 'Y'.
          05 WS-SCAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 SCAN-END-OF-FILE   VALUE 'Y'.
          05 WS-TRAN-REJECT-SW     PIC X(1) VALUE 'N'.
             88 TRAN-REJECTED      VALUE 'Y'.
             88 TRAN-NOT-REJECTED  VALUE 'N'.
          05 WS-ADJ-MATCH-SW       PIC X(1) VALUE 'N'.
             88 ADJ-HANDLES-CLAIM  VALUE 'Y'.

       01 WS-TRAN-FIELDS.
          05 WS-TRAN-ACTION        PIC X(1).
             88 TRAN-ADD           VALUE 'A'.
             88 TRAN-CHANGE        VALUE 'C'.
             88 TRAN-DELETE        VALUE 'D'.
             88 TRAN-REASSIGN      VALUE 'R'.
             88 TRAN-MOVE-CASELOAD VALUE 'M'.
          05 WS-TRAN-KEY           PIC X(12).
          05 WS-TRAN-FIELD-3       PIC X(30).
          05 WS-TRAN-REGIONS       PIC X(15).
          05 WS-TRAN-CLAIM-TYPES   PIC X(10).
          05 WS-TRAN-AUTHORITY     PIC X(1).
          05 WS-TRAN-CAPACITY      PIC X(4).
          05 WS-TRAN-ADJ-STATUS    PIC X(1).
             88 TRAN-STATUS-VALID  VALUES 'A' 'L' 'I'.
          05 WS-FROM-ADJUSTER      PIC X(4).
          05 WS-TO-ADJUSTER        PIC X(4).

      * The adjuster master as a table, with each adjuster's open
      * caseload counted off the claim master at startup.
       01 WS-ADJ-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-ADJUSTER-TABLE.
          05 WS-ADJ-ENTRY OCCURS 200 TIMES INDEXED BY WS-ADJ-IDX.
             10 WS-AT-ID           PIC X(4).
             10 WS-AT-REGIONS      PIC X(15).
             10 WS-AT-REGION REDEFINES WS-AT-REGIONS
                                   PIC X(3) OCCURS 5 TIMES.
             10 WS-AT-CLAIM-TYPES  PIC X(10).
             10 WS-AT-CLAIM-TYPE REDEFINES WS-AT-CLAIM-TYPES
                                   PIC X(2) OCCURS 5 TIMES.
             10 WS-AT-CAPACITY     PIC 9(4).
             10 WS-AT-STATUS       PIC X(1).
             10 WS-AT-OPEN-CLAIMS  PIC 9(5) COMP.

       01 WS-ASSIGN-FIELDS.
          05 WS-ADJ-SUB            PIC 9(4) COMP.
          05 WS-ADJ-BEST-SUB       PIC 9(4) COMP.
          05 WS-ADJ-FROM-SUB       PIC 9(4) COMP.
          05 WS-ADJ-TO-SUB         PIC 9(4) COMP.
          05 WS-ADJ-CODE-SUB       PIC 9(2) COMP.
          05 WS-ADJ-FIND-ID        PIC X(4).
          05 WS-ADJ-FIND-SUB       PIC 9(4) COMP.
          05 WS-CLAIM-REGION       PIC X(3).
          05 WS-CLAIMS-MOVED       PIC 9(5) COMP.
          05 WS-CLAIMS-LEFT        PIC 9(5) COMP.

       01 WS-RUN-DATE              PIC 9(8).

       01 WS-CLAIM-HISTORY-FIELDS.
          05 WS-CH-BEFORE-IMAGE    PIC X(227).
          05 WS-CH-AFTER-IMAGE     PIC X(227).

       01 WS-LOG-DETAIL.
          05 WS-LOG-ACTION         PIC X(1).
          05 WS-LOG-KEY            PIC X(12).
          05 WS-LOG-TEXT           PIC X(60).

       01 WS-MOVED-COUNT-EDIT      PIC ZZZZ9.

       01 WS-CONTROL-TOTALS.
          05 WS-TRANS-READ         PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-APPLIED      PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-REJECTED     PIC 9(5) COMP VALUE ZERO.
          05 WS-CLAIMS-REASSIGNED  PIC 9(7) COMP VALUE ZERO.
          05 WS-CLAIMS-NOT-PLACED  PIC 9(7) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files, load the adjuster table and caseloads      *
      * 2. Apply every transaction                                    *
      * 3. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-TRANSACTIONS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS. A FIRST-EVER RUN HAS NO   *
      * ADJUSTER MASTER YET, SO FALL BACK TO CREATING IT.              *
      *----------------------------------------------------------------*
           INITIALIZE WS-ADJUSTER-TABLE.
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

           OPEN I-O ADJUSTER-FILE.
           IF ADJFILE-STATUS NOT = '00'
              DISPLAY 'ADJUSTER FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT ADJUSTER-FILE
              CLOSE ADJUSTER-FILE
              OPEN I-O ADJUSTER-FILE
           END-IF.
           IF ADJFILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ADJUSTER FILE: '
                      ADJFILE-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O CLAIM-FILE.
           IF CLAIM-STATUS-CODE NOT = '00'
              DISPLAY 'ERROR OPENING CLAIM FILE: ' CLAIM-STATUS-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT POLICY-FILE.
           IF POL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POLICY FILE: ' POL-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN EXTEND CLAIM-HISTORY-FILE.
           IF CLMHIST-STATUS NOT = '00'
              OPEN OUTPUT CLAIM-HISTORY-FILE
           END-IF.
           IF CLMHIST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIM HISTORY FILE: '
                      CLMHIST-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           PERFORM 110-LOAD-ADJUSTER-TABLE.
           PERFORM 120-COUNT-OPEN-CASELOADS.

       110-LOAD-ADJUSTER-TABLE.
      *----------------------------------------------------------------*
      * LOAD EVERY ADJUSTER ON THE MASTER INTO THE TABLE               *
      *----------------------------------------------------------------*
           MOVE LOW-VALUES TO ADJ-ID.
           START ADJUSTER-FILE KEY IS GREATER THAN ADJ-ID
               INVALID KEY
                   SET ADJ-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL ADJ-END-OF-FILE
               READ ADJUSTER-FILE NEXT RECORD
                   AT END
                       SET ADJ-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 115-TABLE-ADJUSTER
               END-READ
           END-PERFORM.

       115-TABLE-ADJUSTER.
      *----------------------------------------------------------------*
      * ADD THE ADJUSTER IN THE RECORD AREA TO THE TABLE               *
      *----------------------------------------------------------------*
           IF WS-ADJ-COUNT < 200
               ADD 1 TO WS-ADJ-COUNT
               MOVE ADJ-ID          TO WS-AT-ID (WS-ADJ-COUNT)
               MOVE ADJ-REGIONS     TO WS-AT-REGIONS (WS-ADJ-COUNT)
               MOVE ADJ-CLAIM-TYPES TO WS-AT-CLAIM-TYPES (WS-ADJ-COUNT)
               MOVE ADJ-CAPACITY    TO WS-AT-CAPACITY (WS-ADJ-COUNT)
               MOVE ADJ-STATUS      TO WS-AT-STATUS (WS-ADJ-COUNT)
               MOVE ZERO            TO WS-AT-OPEN-CLAIMS (WS-ADJ-COUNT)
           ELSE
               DISPLAY 'ADJUSTER TABLE FULL, IGNORED: ' ADJ-ID
           END-IF.

       120-COUNT-OPEN-CASELOADS.
      *----------------------------------------------------------------*
      * READ THE CLAIM MASTER FRONT TO BACK AND COUNT EACH ADJUSTER'S  *
      * OPEN (NOT TERMINATED) CLAIMS                                   *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO CLAIM-ID OF CLAIM-RECORD.
           START CLAIM-FILE KEY IS GREATER THAN
                 CLAIM-ID OF CLAIM-RECORD
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-END-OF-FILE
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       SET SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CLAIM-STATUS OF CLAIM-RECORD NOT = 'T'
                           MOVE ADJUSTER-ID OF CLAIM-RECORD
                                TO WS-ADJ-FIND-ID
                           PERFORM 130-FIND-ADJUSTER
                           IF WS-ADJ-FIND-SUB > 0
                               ADD 1 TO WS-AT-OPEN-CLAIMS
                                        (WS-ADJ-FIND-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       130-FIND-ADJUSTER.
      *----------------------------------------------------------------*
      * LOCATE WS-ADJ-FIND-ID IN THE TABLE; ZERO WHEN NOT THERE        *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-ADJ-FIND-SUB.
           IF WS-ADJ-FIND-ID NOT = SPACES
              AND WS-ADJ-FIND-ID NOT = LOW-VALUES
               SET WS-ADJ-IDX TO 1
               SEARCH WS-ADJ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AT-ID (WS-ADJ-IDX) = WS-ADJ-FIND-ID
                       SET WS-ADJ-FIND-SUB TO WS-ADJ-IDX
               END-SEARCH
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
           DISPLAY 'PROCESSED ALL TRANSACTIONS IN ADJMAINT FILE'.

       210-PROCESS-TRANSACTION-RECORD.
      *----------------------------------------------------------------*
      * PARSE AND APPLY ONE TRANSACTION RECORD:                        *
      * 1. Parse the action code and the fields that follow it        *
      * 2. Validate the action, and for an add or change the packed   *
      *    regions/types, authority level, capacity and status        *
      * 3. Route to the master maintenance, claim reassignment or     *
      *    caseload move leg                                          *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TRAN-REJECT-SW.
           MOVE SPACES TO WS-TRAN-FIELDS.
           UNSTRING TRANSACTION-RECORD DELIMITED BY ','
               INTO WS-TRAN-ACTION
                    WS-TRAN-KEY
                    WS-TRAN-FIELD-3
                    WS-TRAN-REGIONS
                    WS-TRAN-CLAIM-TYPES
                    WS-TRAN-AUTHORITY
                    WS-TRAN-CAPACITY
                    WS-TRAN-ADJ-STATUS
           END-UNSTRING.

           MOVE WS-TRAN-ACTION TO WS-LOG-ACTION.
           MOVE WS-TRAN-KEY    TO WS-LOG-KEY.

           IF NOT TRAN-ADD AND NOT TRAN-CHANGE AND NOT TRAN-DELETE
              AND NOT TRAN-REASSIGN AND NOT TRAN-MOVE-CASELOAD
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - UNKNOWN ACTION CODE' TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED AND (TRAN-ADD OR TRAN-CHANGE)
               EVALUATE TRUE
                   WHEN WS-TRAN-KEY (5:8) NOT = SPACES
                     OR WS-TRAN-KEY (1:4) = SPACES
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - ADJUSTER ID MUST BE 4 CHARS'
                            TO WS-LOG-TEXT
                   WHEN WS-TRAN-REGIONS = SPACES
                     OR WS-TRAN-CLAIM-TYPES = SPACES
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - REGIONS AND CLAIM TYPES NEEDED'
                            TO WS-LOG-TEXT
                   WHEN WS-TRAN-AUTHORITY NOT NUMERIC
                     OR WS-TRAN-CAPACITY NOT NUMERIC
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - AUTHORITY/CAPACITY NOT NUMERIC'
                            TO WS-LOG-TEXT
                   WHEN NOT TRAN-STATUS-VALID
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - STATUS MUST BE A, L OR I'
                            TO WS-LOG-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF TRAN-NOT-REJECTED
               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM 220-ADD-ADJUSTER
                   WHEN TRAN-CHANGE
                       PERFORM 230-CHANGE-ADJUSTER
                   WHEN TRAN-DELETE
                       PERFORM 240-DELETE-ADJUSTER
                   WHEN TRAN-REASSIGN
                       PERFORM 250-REASSIGN-CLAIM
                   WHEN TRAN-MOVE-CASELOAD
                       PERFORM 260-MOVE-CASELOAD
               END-EVALUATE
           END-IF.

           PERFORM 290-WRITE-LOG-RECORD.

       220-ADD-ADJUSTER.
      *----------------------------------------------------------------*
      * ADD ONE ADJUSTER TO THE MASTER AND THE TABLE                   *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-KEY         TO ADJ-ID.
           MOVE WS-TRAN-FIELD-3     TO ADJ-NAME.
           MOVE WS-TRAN-REGIONS     TO ADJ-REGIONS.
           MOVE WS-TRAN-CLAIM-TYPES TO ADJ-CLAIM-TYPES.
           MOVE WS-TRAN-AUTHORITY   TO ADJ-AUTHORITY-LEVEL.
           MOVE WS-TRAN-CAPACITY    TO ADJ-CAPACITY.
           MOVE WS-TRAN-ADJ-STATUS  TO ADJ-STATUS.

           WRITE ADJUSTER-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - ADJUSTER ALREADY ON FILE'
                        TO WS-LOG-TEXT
               NOT INVALID KEY
                   PERFORM 115-TABLE-ADJUSTER
                   MOVE 'ADDED' TO WS-LOG-TEXT
           END-WRITE.

       230-CHANGE-ADJUSTER.
      *----------------------------------------------------------------*
      * CHANGE ONE ADJUSTER. PUTTING AN ADJUSTER ON LEAVE (L) OR       *
      * INACTIVE (I) STOPS NEW ASSIGNMENTS BUT LEAVES THE STANDING     *
      * CASELOAD WHERE IT IS UNTIL A CASELOAD MOVE HANDS IT ON.        *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-KEY TO ADJ-ID.
           READ ADJUSTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - ADJUSTER NOT ON FILE'
                        TO WS-LOG-TEXT
           END-READ.

           IF TRAN-NOT-REJECTED
               MOVE WS-TRAN-FIELD-3     TO ADJ-NAME
               MOVE WS-TRAN-REGIONS     TO ADJ-REGIONS
               MOVE WS-TRAN-CLAIM-TYPES TO ADJ-CLAIM-TYPES
               MOVE WS-TRAN-AUTHORITY   TO ADJ-AUTHORITY-LEVEL
               MOVE WS-TRAN-CAPACITY    TO ADJ-CAPACITY
               MOVE WS-TRAN-ADJ-STATUS  TO ADJ-STATUS
               REWRITE ADJUSTER-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - ADJUSTER REWRITE FAILED'
                            TO WS-LOG-TEXT
                   NOT INVALID KEY
                       MOVE ADJ-ID TO WS-ADJ-FIND-ID
                       PERFORM 130-FIND-ADJUSTER
                       IF WS-ADJ-FIND-SUB > 0
                           MOVE ADJ-REGIONS
                                TO WS-AT-REGIONS (WS-ADJ-FIND-SUB)
                           MOVE ADJ-CLAIM-TYPES
                                TO WS-AT-CLAIM-TYPES (WS-ADJ-FIND-SUB)
                           MOVE ADJ-CAPACITY
                                TO WS-AT-CAPACITY (WS-ADJ-FIND-SUB)
                           MOVE ADJ-STATUS
                                TO WS-AT-STATUS (WS-ADJ-FIND-SUB)
                       END-IF
                       MOVE 'CHANGED' TO WS-LOG-TEXT
               END-REWRITE
           END-IF.

       240-DELETE-ADJUSTER.
      *----------------------------------------------------------------*
      * DELETE ONE ADJUSTER. AN ADJUSTER STILL HOLDING OPEN CLAIMS IS  *
      * REFUSED -- THE CASELOAD IS MOVED FIRST, SO NO CLAIM IS LEFT    *
      * POINTING AT AN ADJUSTER NO LONGER ON THE MASTER.               *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-KEY TO WS-ADJ-FIND-ID.
           PERFORM 130-FIND-ADJUSTER.
           IF WS-ADJ-FIND-SUB > 0
               IF WS-AT-OPEN-CLAIMS (WS-ADJ-FIND-SUB) > 0
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - ADJUSTER STILL HOLDS OPEN CLAIMS'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE WS-TRAN-KEY TO ADJ-ID
               DELETE ADJUSTER-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - ADJUSTER NOT ON FILE'
                            TO WS-LOG-TEXT
                   NOT INVALID KEY
                       IF WS-ADJ-FIND-SUB > 0
                           MOVE 'I' TO WS-AT-STATUS (WS-ADJ-FIND-SUB)
                           MOVE HIGH-VALUES
                                TO WS-AT-ID (WS-ADJ-FIND-SUB)
                       END-IF
                       MOVE 'DELETED' TO WS-LOG-TEXT
               END-DELETE
           END-IF.

       250-REASSIGN-CLAIM.
      *----------------------------------------------------------------*
      * REASSIGN ONE CLAIM TO A NAMED ACTIVE ADJUSTER. A SUPERVISOR'S  *
      * REASSIGNMENT MAY PLACE A CLAIM OUTSIDE THE ADJUSTER'S USUAL    *
      * REGIONS OR CLAIM TYPES; IT IS APPLIED AS ASKED.                *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-FIELD-3 TO WS-TO-ADJUSTER.
           MOVE WS-TO-ADJUSTER  TO WS-ADJ-FIND-ID.
           PERFORM 130-FIND-ADJUSTER.
           MOVE WS-ADJ-FIND-SUB TO WS-ADJ-TO-SUB.
           IF WS-ADJ-TO-SUB = 0
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - TARGET ADJUSTER NOT ON FILE'
                    TO WS-LOG-TEXT
           ELSE
               IF WS-AT-STATUS (WS-ADJ-TO-SUB) NOT = 'A'
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - TARGET ADJUSTER NOT ACTIVE'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE WS-TRAN-KEY TO CLAIM-ID OF CLAIM-RECORD
               READ CLAIM-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - CLAIM NOT ON FILE'
                            TO WS-LOG-TEXT
               END-READ
           END-IF.

           IF TRAN-NOT-REJECTED
               IF ADJUSTER-ID OF CLAIM-RECORD = WS-TO-ADJUSTER
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - CLAIM ALREADY WITH THAT ADJUSTER'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 270-REWRITE-ASSIGNMENT
               IF TRAN-NOT-REJECTED
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING 'REASSIGNED TO ' DELIMITED BY SIZE
                          WS-TO-ADJUSTER   DELIMITED BY SIZE
                          INTO WS-LOG-TEXT
                   END-STRING
               END-IF
           END-IF.

       260-MOVE-CASELOAD.
      *----------------------------------------------------------------*
      * MOVE AN ADJUSTER'S WHOLE OPEN CASELOAD:                        *
      * 1. FROM names the adjuster going on leave or leaving; blank   *
      *    FROM picks up the claims written unassigned                *
      * 2. A named TO takes every claim; a blank TO spreads them one  *
      *    by one across the active adjusters handling each claim's   *
      *    region and type, lightest caseload first -- a claim no     *
      *    one else handles stays where it is and is reported         *
      * 3. Each moved claim is rewritten and logged                   *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-KEY     TO WS-FROM-ADJUSTER.
           MOVE WS-TRAN-FIELD-3 TO WS-TO-ADJUSTER.
           MOVE WS-FROM-ADJUSTER TO WS-ADJ-FIND-ID.
           PERFORM 130-FIND-ADJUSTER.
           MOVE WS-ADJ-FIND-SUB TO WS-ADJ-FROM-SUB.
           MOVE ZERO TO WS-ADJ-TO-SUB.

           IF WS-FROM-ADJUSTER NOT = SPACES AND WS-ADJ-FROM-SUB = 0
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - FROM ADJUSTER NOT ON FILE'
                    TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED AND WS-TO-ADJUSTER NOT = SPACES
               MOVE WS-TO-ADJUSTER TO WS-ADJ-FIND-ID
               PERFORM 130-FIND-ADJUSTER
               MOVE WS-ADJ-FIND-SUB TO WS-ADJ-TO-SUB
               EVALUATE TRUE
                   WHEN WS-ADJ-TO-SUB = 0
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - TARGET ADJUSTER NOT ON FILE'
                            TO WS-LOG-TEXT
                   WHEN WS-AT-STATUS (WS-ADJ-TO-SUB) NOT = 'A'
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - TARGET ADJUSTER NOT ACTIVE'
                            TO WS-LOG-TEXT
                   WHEN WS-TO-ADJUSTER = WS-FROM-ADJUSTER
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - FROM AND TO ARE THE SAME'
                            TO WS-LOG-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE ZERO TO WS-CLAIMS-MOVED
               MOVE ZERO TO WS-CLAIMS-LEFT
               MOVE 'N' TO WS-SCAN-EOF-SW
               MOVE LOW-VALUES TO CLAIM-ID OF CLAIM-RECORD
               START CLAIM-FILE KEY IS GREATER THAN
                     CLAIM-ID OF CLAIM-RECORD
                   INVALID KEY
                       SET SCAN-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL SCAN-END-OF-FILE
                   READ CLAIM-FILE NEXT RECORD
                       AT END
                           SET SCAN-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 265-MOVE-ONE-CLAIM
                   END-READ
               END-PERFORM
               MOVE WS-CLAIMS-MOVED TO WS-MOVED-COUNT-EDIT
               MOVE SPACES TO WS-LOG-TEXT
               STRING 'CASELOAD MOVED, CLAIMS: ' DELIMITED BY SIZE
                      WS-MOVED-COUNT-EDIT        DELIMITED BY SIZE
                      INTO WS-LOG-TEXT
               END-STRING
               IF WS-CLAIMS-LEFT > 0
                   MOVE WS-CLAIMS-LEFT TO WS-MOVED-COUNT-EDIT
                   MOVE ' NOT PLACED: ' TO WS-LOG-TEXT (31:13)
                   MOVE WS-MOVED-COUNT-EDIT TO WS-LOG-TEXT (44:5)
               END-IF
               MOVE WS-TRAN-KEY TO WS-LOG-KEY
           END-IF.

       265-MOVE-ONE-CLAIM.
      *----------------------------------------------------------------*
      * MOVE ONE OPEN CLAIM OFF THE FROM ADJUSTER (OR OUT OF THE       *
      * UNASSIGNED POOL) TO THE NAMED OR BEST-BALANCED ADJUSTER        *
      *----------------------------------------------------------------*
           IF CLAIM-STATUS OF CLAIM-RECORD NOT = 'T'
              AND (ADJUSTER-ID OF CLAIM-RECORD = WS-FROM-ADJUSTER
                   OR (WS-FROM-ADJUSTER = SPACES
                       AND ADJUSTER-ID OF CLAIM-RECORD = LOW-VALUES))
               IF WS-TO-ADJUSTER NOT = SPACES
                   MOVE WS-ADJ-TO-SUB TO WS-ADJ-BEST-SUB
               ELSE
                   PERFORM 280-PICK-ADJUSTER
               END-IF
               IF WS-ADJ-BEST-SUB = 0
                   ADD 1 TO WS-CLAIMS-LEFT
                   ADD 1 TO WS-CLAIMS-NOT-PLACED
                   MOVE 'M' TO WS-LOG-ACTION
                   MOVE CLAIM-ID OF CLAIM-RECORD TO WS-LOG-KEY
                   MOVE 'NOT PLACED - NO OTHER ADJUSTER FOR REGION/TYPE'
                        TO WS-LOG-TEXT
                   PERFORM 295-WRITE-LOG-LINE
               ELSE
                   MOVE WS-AT-ID (WS-ADJ-BEST-SUB) TO WS-TO-ADJUSTER
                   MOVE WS-ADJ-BEST-SUB TO WS-ADJ-TO-SUB
                   PERFORM 270-REWRITE-ASSIGNMENT
                   ADD 1 TO WS-CLAIMS-MOVED
                   MOVE 'M' TO WS-LOG-ACTION
                   MOVE CLAIM-ID OF CLAIM-RECORD TO WS-LOG-KEY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING 'MOVED TO ' DELIMITED BY SIZE
                          WS-TO-ADJUSTER DELIMITED BY SIZE
                          INTO WS-LOG-TEXT
                   END-STRING
                   PERFORM 295-WRITE-LOG-LINE
                   IF WS-TRAN-FIELD-3 = SPACES
                       MOVE SPACES TO WS-TO-ADJUSTER
                   END-IF
               END-IF
           END-IF.

       270-REWRITE-ASSIGNMENT.
      *----------------------------------------------------------------*
      * REWRITE THE CLAIM IN THE RECORD AREA TO WS-TO-ADJUSTER, MOVE   *
      * THE CASELOAD COUNTS AND APPEND THE BEFORE/AFTER IMAGES         *
      *----------------------------------------------------------------*
           MOVE CLAIM-RECORD TO WS-CH-BEFORE-IMAGE.
           MOVE ADJUSTER-ID OF CLAIM-RECORD TO WS-ADJ-FIND-ID.
           PERFORM 130-FIND-ADJUSTER.
           MOVE WS-TO-ADJUSTER TO ADJUSTER-ID OF CLAIM-RECORD.
           REWRITE CLAIM-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - CLAIM MASTER REWRITE FAILED'
                        TO WS-LOG-TEXT
               NOT INVALID KEY
                   MOVE CLAIM-RECORD TO WS-CH-AFTER-IMAGE
                   PERFORM 275-WRITE-CLAIM-HISTORY
                   IF WS-ADJ-FIND-SUB > 0
                      AND CLAIM-STATUS OF CLAIM-RECORD NOT = 'T'
                      AND WS-AT-OPEN-CLAIMS (WS-ADJ-FIND-SUB) > 0
                       SUBTRACT 1 FROM WS-AT-OPEN-CLAIMS
                                       (WS-ADJ-FIND-SUB)
                   END-IF
                   IF CLAIM-STATUS OF CLAIM-RECORD NOT = 'T'
                       ADD 1 TO WS-AT-OPEN-CLAIMS (WS-ADJ-TO-SUB)
                   END-IF
                   ADD 1 TO WS-CLAIMS-REASSIGNED
           END-REWRITE.

       275-WRITE-CLAIM-HISTORY.
      *----------------------------------------------------------------*
      * APPEND THE BEFORE AND AFTER IMAGES OF ONE CLAIM MASTER         *
      * REWRITE TO THE DATED CLAIM HISTORY TRAIL                       *
      *----------------------------------------------------------------*
           MOVE SPACES TO CLAIM-HISTORY-LINE.
           MOVE 'DATE='          TO CLAIM-HISTORY-LINE (1:5).
           MOVE WS-RUN-DATE      TO CLAIM-HISTORY-LINE (6:8).
           MOVE ' PGM='          TO CLAIM-HISTORY-LINE (14:5).
           MOVE 'ADJMAINT'       TO CLAIM-HISTORY-LINE (19:8).
           MOVE ' KEY='          TO CLAIM-HISTORY-LINE (27:5).
           MOVE CLAIM-ID OF CLAIM-RECORD
                                 TO CLAIM-HISTORY-LINE (32:12).
           MOVE ' BEFORE='       TO CLAIM-HISTORY-LINE (44:8).
           MOVE WS-CH-BEFORE-IMAGE TO CLAIM-HISTORY-LINE (52:227).
           WRITE CLAIM-HISTORY-LINE.

           MOVE SPACES TO CLAIM-HISTORY-LINE.
           MOVE 'DATE='          TO CLAIM-HISTORY-LINE (1:5).
           MOVE WS-RUN-DATE      TO CLAIM-HISTORY-LINE (6:8).
           MOVE ' PGM='          TO CLAIM-HISTORY-LINE (14:5).
           MOVE 'ADJMAINT'       TO CLAIM-HISTORY-LINE (19:8).
           MOVE ' KEY='          TO CLAIM-HISTORY-LINE (27:5).
           MOVE CLAIM-ID OF CLAIM-RECORD
                                 TO CLAIM-HISTORY-LINE (32:12).
           MOVE ' AFTER ='       TO CLAIM-HISTORY-LINE (44:8).
           MOVE WS-CH-AFTER-IMAGE TO CLAIM-HISTORY-LINE (52:227).
           WRITE CLAIM-HISTORY-LINE.

       280-PICK-ADJUSTER.
      *----------------------------------------------------------------*
      * PICK THE ACTIVE ADJUSTER (OTHER THAN THE ONE BEING RELIEVED)   *
      * HANDLING THE CLAIM'S REGION AND TYPE WITH THE LIGHTEST         *
      * CASELOAD, PREFERRING ONE STILL UNDER CAPACITY -- THE SAME      *
      * RULE PENSCLM ASSIGNS NEW CLAIMS WITH                           *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-CLAIM-REGION.
           MOVE POLICY-NUMBER OF CLAIM-RECORD
                TO POLICY-NUMBER OF POLICY-RECORD.
           READ POLICY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GEO-REGION-CODE OF POLICY-RECORD
                        TO WS-CLAIM-REGION
           END-READ.

           MOVE ZERO TO WS-ADJ-BEST-SUB.
           MOVE 1 TO WS-ADJ-SUB.
           PERFORM UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
               MOVE 'N' TO WS-ADJ-MATCH-SW
               IF WS-AT-STATUS (WS-ADJ-SUB) = 'A'
                  AND WS-ADJ-SUB NOT = WS-ADJ-FROM-SUB
                   MOVE 1 TO WS-ADJ-CODE-SUB
                   PERFORM UNTIL WS-ADJ-CODE-SUB > 5
                       IF WS-AT-REGION (WS-ADJ-SUB WS-ADJ-CODE-SUB)
                                = WS-CLAIM-REGION
                           SET ADJ-HANDLES-CLAIM TO TRUE
                       END-IF
                       ADD 1 TO WS-ADJ-CODE-SUB
                   END-PERFORM
               END-IF
               IF ADJ-HANDLES-CLAIM
                   MOVE 'N' TO WS-ADJ-MATCH-SW
                   MOVE 1 TO WS-ADJ-CODE-SUB
                   PERFORM UNTIL WS-ADJ-CODE-SUB > 5
                       IF WS-AT-CLAIM-TYPE (WS-ADJ-SUB WS-ADJ-CODE-SUB)
                                = CLAIM-TYPE OF CLAIM-RECORD
                           SET ADJ-HANDLES-CLAIM TO TRUE
                       END-IF
                       ADD 1 TO WS-ADJ-CODE-SUB
                   END-PERFORM
               END-IF
               IF ADJ-HANDLES-CLAIM
                   EVALUATE TRUE
                       WHEN WS-ADJ-BEST-SUB = 0
                           MOVE WS-ADJ-SUB TO WS-ADJ-BEST-SUB
                       WHEN WS-AT-OPEN-CLAIMS (WS-ADJ-SUB)
                                < WS-AT-CAPACITY (WS-ADJ-SUB)
                            AND WS-AT-OPEN-CLAIMS (WS-ADJ-BEST-SUB)
                                NOT < WS-AT-CAPACITY (WS-ADJ-BEST-SUB)
                           MOVE WS-ADJ-SUB TO WS-ADJ-BEST-SUB
                       WHEN WS-AT-OPEN-CLAIMS (WS-ADJ-SUB)
                                NOT < WS-AT-CAPACITY (WS-ADJ-SUB)
                            AND WS-AT-OPEN-CLAIMS (WS-ADJ-BEST-SUB)
                                < WS-AT-CAPACITY (WS-ADJ-BEST-SUB)
                           CONTINUE
                       WHEN WS-AT-OPEN-CLAIMS (WS-ADJ-SUB)
                                < WS-AT-OPEN-CLAIMS (WS-ADJ-BEST-SUB)
                           MOVE WS-ADJ-SUB TO WS-ADJ-BEST-SUB
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-ADJ-SUB
           END-PERFORM.

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

           MOVE WS-TRAN-ACTION TO WS-LOG-ACTION.
           PERFORM 295-WRITE-LOG-LINE.

       295-WRITE-LOG-LINE.
      *----------------------------------------------------------------*
      * FORMAT AND WRITE ONE MAINTENANCE LOG LINE                      *
      *----------------------------------------------------------------*
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
           DISPLAY 'ADJMAINT RUN CONTROL TOTALS'.
           DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ.
           DISPLAY 'TRANSACTIONS APPLIED:  ' WS-TRANS-APPLIED.
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED.
           DISPLAY 'CLAIMS REASSIGNED:     ' WS-CLAIMS-REASSIGNED.
           DISPLAY 'CLAIMS NOT PLACED:     ' WS-CLAIMS-NOT-PLACED.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE TRANSACTION-FILE
                 ADJUSTER-FILE
                 CLAIM-FILE
                 POLICY-FILE
                 MAINT-LOG-FILE
                 CLAIM-HISTORY-FILE.

           IF WS-TRANS-REJECTED > 0 OR WS-CLAIMS-NOT-PLACED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
