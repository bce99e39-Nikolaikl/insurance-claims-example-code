       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRMNT.
      *----------------------------------------------------------------*
      * PROGRAM:  APPRMNT                                              *
      * PURPOSE:  APPLY AWARD APPROVAL TRANSACTIONS AGAINST THE        *
      *           APPROVAL FILE, THE SAME TRANSACTION-DRIVEN CYCLE     *
      *           PAYEEMNT RUNS FOR THE PAYEE MASTER. AN AWARD THE     *
      *           CALCULATION STEP HELD PAST THE ENTRY AUTHORITY TIER  *
      *           IS RELEASED FOR SCHEDULING ONCE AN ACTIVE APPROVER   *
      *           ON THE ADJUSTER MASTER WITH AT LEAST THAT TIER SIGNS *
      *           IT OFF; AN AWARD PAST THE TOP TIER TAKES TWO         *
      *           DIFFERENT TOP-TIER APPROVERS. THE REPORT STEP BUILDS *
      *           A RELEASED AWARD'S SCHEDULE ON ITS NEXT RUN.         *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. TRANSACTION PROCESSING (MODELED ON PAYEEMNT)                *
      * 5. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - TRANSACTION-FILE: One approval per line:                     *
      *     A,CLAIM-ID,APPROVER-ID                                     *
      * - APPROVAL-FILE: Awards held for sign-off, keyed by claim      *
      * - ADJUSTER-FILE: The adjuster master, for each approver's      *
      *                  status and authority level                    *
      * - MAINT-LOG-FILE: One line per transaction recording what was  *
      *                   applied or why it was rejected               *
      *----------------------------------------------------------------*
           SELECT TRANSACTION-FILE ASSIGN TO "data/APPRMNT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "data/APPRFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS APPR-CLAIM-ID
           FILE STATUS IS APPR-FILE-STATUS.

           SELECT ADJUSTER-FILE ASSIGN TO "data/ADJFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADJ-ID
           FILE STATUS IS ADJFILE-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "data/APPRMNT_LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD       PIC X(80).

      * One record per award that needed sign-off. Status P pending,
      * R released (approved, schedule not yet built), S scheduled,
      * N no longer required. Tier 5 is past the top tier and needs
      * two different approvers.
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

       FD ADJUSTER-FILE.
       01 ADJUSTER-RECORD.
          05 ADJ-ID                PIC X(4).
          05 ADJ-NAME              PIC X(30).
          05 ADJ-REGIONS           PIC X(15).
          05 ADJ-CLAIM-TYPES       PIC X(10).
          05 ADJ-AUTHORITY-LEVEL   PIC 9(1).
          05 ADJ-CAPACITY          PIC 9(4).
          05 ADJ-STATUS            PIC X(1).

       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-TRAN-FIELDS: One transaction parsed off its input line    *
      * - WS-AUTHORITY-FIELDS: The tier the approver must carry        *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 TRAN-STATUS           PIC X(2).
          05 APPR-FILE-STATUS      PIC X(2).
          05 ADJFILE-STATUS        PIC X(2).
          05 LOG-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-TRAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 TRAN-END-OF-FILE   VALUE 'Y'.
          05 WS-TRAN-REJECT-SW     PIC X(1) VALUE 'N'.
             88 TRAN-REJECTED      VALUE 'Y'.
             88 TRAN-NOT-REJECTED  VALUE 'N'.

       01 WS-TRAN-FIELDS.
          05 WS-TRAN-ACTION        PIC X(1).
             88 TRAN-APPROVE       VALUE 'A'.
          05 WS-TRAN-CLAIM-ID      PIC X(12).
          05 WS-TRAN-APPROVER-ID   PIC X(4).

      * The top authority tier an adjuster can carry; an award held
      * past it (tier 5) is signed off at the top tier, twice.
       01 WS-AUTHORITY-FIELDS.
          05 WS-AUTH-TOP-TIER      PIC 9(1) VALUE 4.
          05 WS-AUTH-NEEDED-LEVEL  PIC 9(1).

       01 WS-RUN-DATE              PIC 9(8).

       01 WS-LOG-DETAIL.
          05 WS-LOG-ACTION         PIC X(1).
          05 WS-LOG-KEY            PIC X(12).
          05 WS-LOG-TEXT           PIC X(60).

       01 WS-CONTROL-TOTALS.
          05 WS-TRANS-READ         PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-APPLIED      PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-REJECTED     PIC 9(5) COMP VALUE ZERO.
          05 WS-AWARDS-RELEASED    PIC 9(5) COMP VALUE ZERO.
          05 WS-FIRST-APPROVALS    PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files                                             *
      * 2. Apply every transaction                                    *
      * 3. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-TRANSACTIONS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS. THERE IS NOTHING TO       *
      * APPROVE UNTIL THE CALCULATION STEP HAS HELD AN AWARD, SO A     *
      * MISSING APPROVAL FILE IS AN ERROR HERE, NOT A FIRST RUN.       *
      *----------------------------------------------------------------*
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

           OPEN I-O APPROVAL-FILE.
           IF APPR-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING APPROVAL FILE: '
                      APPR-FILE-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT ADJUSTER-FILE.
           IF ADJFILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ADJUSTER FILE: ' ADJFILE-STATUS
              PERFORM 900-TERMINATION
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
           DISPLAY 'PROCESSED ALL TRANSACTIONS IN APPRMNT FILE'.

       210-PROCESS-TRANSACTION-RECORD.
      *----------------------------------------------------------------*
      * PARSE AND APPLY ONE TRANSACTION RECORD:                        *
      * 1. Parse the action, claim and approver                       *
      * 2. The award must be on file and still pending approval       *
      * 3. The approver must be active on the adjuster master and     *
      *    carry the award's tier (the top tier for a tier-5 award)   *
      * 4. Record the approval, releasing the award once it has all   *
      *    the approvals it needs                                     *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TRAN-REJECT-SW.
           MOVE SPACES TO WS-TRAN-FIELDS.
           UNSTRING TRANSACTION-RECORD DELIMITED BY ','
               INTO WS-TRAN-ACTION
                    WS-TRAN-CLAIM-ID
                    WS-TRAN-APPROVER-ID
           END-UNSTRING.

           MOVE WS-TRAN-ACTION   TO WS-LOG-ACTION.
           MOVE WS-TRAN-CLAIM-ID TO WS-LOG-KEY.

           IF NOT TRAN-APPROVE
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - UNKNOWN ACTION CODE' TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 220-READ-PENDING-AWARD
           END-IF.
           IF TRAN-NOT-REJECTED
               PERFORM 230-CHECK-APPROVER
           END-IF.
           IF TRAN-NOT-REJECTED
               PERFORM 240-RECORD-APPROVAL
           END-IF.

           PERFORM 290-WRITE-LOG-RECORD.

       220-READ-PENDING-AWARD.
      *----------------------------------------------------------------*
      * READ THE HELD AWARD; IT MUST STILL BE WAITING ON APPROVAL      *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-CLAIM-ID TO APPR-CLAIM-ID.
           READ APPROVAL-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - NO AWARD HELD FOR THIS CLAIM'
                        TO WS-LOG-TEXT
               NOT INVALID KEY
                   IF APPR-STATUS NOT = 'P'
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - AWARD NOT PENDING APPROVAL'
                            TO WS-LOG-TEXT
                   END-IF
           END-READ.

       230-CHECK-APPROVER.
      *----------------------------------------------------------------*
      * THE APPROVER MUST BE ACTIVE AND CARRY THE AWARD'S TIER; A      *
      * SECOND APPROVAL MUST COME FROM SOMEONE OTHER THAN THE FIRST    *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-APPROVER-ID TO ADJ-ID.
           READ ADJUSTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - APPROVER NOT ON ADJUSTER MASTER'
                        TO WS-LOG-TEXT
           END-READ.

           IF TRAN-NOT-REJECTED
               MOVE APPR-REQUIRED-TIER TO WS-AUTH-NEEDED-LEVEL
               IF WS-AUTH-NEEDED-LEVEL > WS-AUTH-TOP-TIER
                   MOVE WS-AUTH-TOP-TIER TO WS-AUTH-NEEDED-LEVEL
               END-IF
               EVALUATE TRUE
                   WHEN ADJ-STATUS NOT = 'A'
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - APPROVER NOT ACTIVE'
                            TO WS-LOG-TEXT
                   WHEN ADJ-AUTHORITY-LEVEL < WS-AUTH-NEEDED-LEVEL
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE SPACES TO WS-LOG-TEXT
                       STRING 'REJECTED - APPROVER AUTHORITY BELOW '
                              DELIMITED BY SIZE
                              'TIER ' DELIMITED BY SIZE
                              APPR-REQUIRED-TIER DELIMITED BY SIZE
                              INTO WS-LOG-TEXT
                       END-STRING
                   WHEN APPR-APPROVER-1 = WS-TRAN-APPROVER-ID
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - SECOND APPROVER MUST DIFFER'
                            TO WS-LOG-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       240-RECORD-APPROVAL.
      *----------------------------------------------------------------*
      * RECORD THE APPROVAL. A TWO-APPROVER AWARD STAYS PENDING AFTER  *
      * ITS FIRST; ANY AWARD WITH ALL ITS APPROVALS IS RELEASED FOR    *
      * THE REPORT STEP TO SCHEDULE.                                   *
      *----------------------------------------------------------------*
           IF APPR-APPROVALS-NEEDED > 1 AND APPR-APPROVER-1 = SPACES
               MOVE WS-TRAN-APPROVER-ID TO APPR-APPROVER-1
               MOVE WS-RUN-DATE         TO APPR-APPROVED-DATE-1
               MOVE 'FIRST APPROVAL RECORDED - SECOND APPROVER NEEDED'
                    TO WS-LOG-TEXT
               ADD 1 TO WS-FIRST-APPROVALS
           ELSE
               IF APPR-APPROVER-1 = SPACES
                   MOVE WS-TRAN-APPROVER-ID TO APPR-APPROVER-1
                   MOVE WS-RUN-DATE         TO APPR-APPROVED-DATE-1
               ELSE
                   MOVE WS-TRAN-APPROVER-ID TO APPR-APPROVER-2
                   MOVE WS-RUN-DATE         TO APPR-APPROVED-DATE-2
               END-IF
               MOVE 'R'         TO APPR-STATUS
               MOVE WS-RUN-DATE TO APPR-RELEASED-DATE
               MOVE 'APPROVED - AWARD RELEASED FOR SCHEDULING'
                    TO WS-LOG-TEXT
               ADD 1 TO WS-AWARDS-RELEASED
           END-IF.

           REWRITE APPROVAL-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - APPROVAL REWRITE FAILED'
                        TO WS-LOG-TEXT
           END-REWRITE.

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

           MOVE SPACES TO MAINT-LOG-LINE.
           STRING WS-LOG-ACTION DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-LOG-KEY    DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-TRAN-APPROVER-ID DELIMITED BY SIZE
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
           DISPLAY 'APPRMNT RUN CONTROL TOTALS'.
           DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ.
           DISPLAY 'TRANSACTIONS APPLIED:  ' WS-TRANS-APPLIED.
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED.
           DISPLAY 'AWARDS RELEASED:       ' WS-AWARDS-RELEASED.
           DISPLAY 'FIRST OF TWO APPROVALS:' WS-FIRST-APPROVALS.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE TRANSACTION-FILE
                 APPROVAL-FILE
                 ADJUSTER-FILE
                 MAINT-LOG-FILE.

           IF WS-TRANS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
