      *           BOTH SIDES -- CLAIMS WITH NO SCHEDULE, SCHEDULE      *
      *           LINES WITH NO CLAIM -- AND SETS A NONZERO RETURN     *
      *           CODE WHEN OUT OF BALANCE SO THE SCHEDULER STOPS THE  *
      *           DISBURSEMENT STEP. AWARDS HELD FOR AUTHORITY         *
      *           APPROVAL ARE COUNTED APART RATHER THAN TIED BACK,    *
      *           AND A MONTH SHORT BY A SUBROGATION CREDIT TAKEN OFF  *
      *           THE SCHEDULE TIES UP TO THE CREDIT TAKEN.            *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      *                    streamed in key order (claim, sequence,     *
      *                    dependent)                                  *
      * - RECON-REPORT: One line per orphan or amount mismatch         *
      * - APPROVAL-FILE: Optional awards held for sign-off; a pending  *
      *                  or released-but-unscheduled award takes no    *
      *                  part in the tie-back                          *
      * - SUBROGATION-FILE: Optional third-party recovery files, for   *
      *                     the credit taken off future payments       *
      *----------------------------------------------------------------*
           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "data/APPRFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS APPR-CLAIM-ID
           FILE STATUS IS APPR-STATUS-CODE.

           SELECT SUBROGATION-FILE ASSIGN TO "data/SUBRFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUBR-CLAIM-ID
           FILE STATUS IS SUBR-STATUS-CODE.

      * CYCLE-FILE: The current cycle number the calculation step
      * burned, for the run-control records.
           SELECT CYCLE-FILE ASSIGN TO 'data/CYCLENO.txt'
       FD RECON-REPORT.
       01 RECON-LINE               PIC X(100).

      * Status P pending, R released (approved, schedule not yet
      * built), S scheduled, N no longer required
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

      * Status O open, S settled, W withdrawn. The credit taken is
      * what the subrogation maintenance has already taken off the
      * claim's future scheduled payments.
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

       FD CYCLE-FILE.
       01 CYCLE-LINE               PIC X(6).

          05 CYCLEFILE-STATUS      PIC X(2).
          05 RUNCTL-STATUS         PIC X(2).
          05 CTLTOT-STATUS PIC X(2).
          05 APPR-STATUS-CODE      PIC X(2).
          05 SUBR-STATUS-CODE      PIC X(2).

       01 WS-SWITCHES.
          05 WS-SCHED-EOF-SW       PIC X(1) VALUE 'N'.
             88 GROUP-CLAIM-FOUND  VALUE 'Y'.
          05 WS-GROUP-OPEN-SW      PIC X(1) VALUE 'N'.
             88 GROUP-OPEN         VALUE 'Y'.
          05 WS-APPR-AVAIL-SW      PIC X(1) VALUE 'N'.
             88 APPROVAL-FILE-AVAILABLE VALUE 'Y'.
          05 WS-SUBR-AVAIL-SW      PIC X(1) VALUE 'N'.
             88 SUBROGATION-FILE-AVAILABLE VALUE 'Y'.
          05 WS-AWAITING-APPR-SW   PIC X(1) VALUE 'N'.
             88 CLAIM-AWAITING-APPROVAL VALUE 'Y'.

      * The annual cost-of-living step the schedule was built with;
      * must stay in lock step with the claim calculation's rate.
          05 WS-EXPECTED-AMOUNT    PIC 9(8)V99.
          05 WS-COLA-STEPS-APPLIED PIC 9(4) COMP.
          05 WS-COLA-STEPS-NEEDED  PIC 9(4) COMP.
          05 WS-CREDIT-ALLOWANCE   PIC 9(9)V99.
          05 WS-MONTH-SHORTFALL    PIC 9(8)V99.

       01 WS-SEEN-TABLE-COUNT      PIC 9(4) COMP VALUE ZERO.
       01 WS-SEEN-TABLE.
          05 WS-ORPHAN-SCHEDULES   PIC 9(7) COMP VALUE ZERO.
          05 WS-ORPHAN-CLAIMS      PIC 9(7) COMP VALUE ZERO.
          05 WS-AMOUNT-MISMATCHES  PIC 9(7) COMP VALUE ZERO.
          05 WS-AWAITING-APPROVAL  PIC 9(7) COMP VALUE ZERO.
          05 WS-CREDIT-MONTHS      PIC 9(7) COMP VALUE ZERO.

       01 WS-EDIT-FIELDS.
          05 WS-F-EXPECTED         PIC ZZ,ZZZ,ZZ9.99.
              PERFORM 900-TERMINATION
           END-IF.

      * A shop with no approval file yet holds no awards; every
      * claim is then tied back as before
           OPEN INPUT APPROVAL-FILE.
           IF APPR-STATUS-CODE = '00'
               SET APPROVAL-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'NO APPROVAL FILE, NO AWARDS HELD: '
                       APPR-STATUS-CODE
           END-IF.

      * A book with no subrogation file has taken no credit off
      * any schedule
           OPEN INPUT SUBROGATION-FILE.
           IF SUBR-STATUS-CODE = '00'
               SET SUBROGATION-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'NO SUBROGATION FILE, NO CREDITS TAKEN: '
                       SUBR-STATUS-CODE
           END-IF.

       150-CHECK-RUN-CONTROL.
      *----------------------------------------------------------------*
      * BATCH-SEQUENCE GATE:                                           *
      * closes the previous claim group; a change of sequence number   *
      * closes the previous month (its per-dependent records must add  *
      * back to the expected month amount). The one-time records --    *
      * retro lump sum (0000), restatement arrears (9995), late-       *
      * payment interest (9997), cost reimbursement (9998) and         *
      * settlement (9999) -- the weekly rehabilitation allowance       *
      * (9801-9994), and cancelled records (STAT=C, no longer part of  *
      * the in-force schedule)                                         *
      * mark the claim as seen but take no part in the monthly         *
      * tie-back. A claim whose award is held for approval keeps its   *
      * old schedule against the new pension until released and        *
      * rebuilt, so it is counted apart and not tied back.             *
      *----------------------------------------------------------------*
           PERFORM UNTIL SCHED-END-OF-FILE
               READ SCHEDULE-MASTER NEXT RECORD
               PERFORM 220-OPEN-CLAIM-GROUP
           END-IF.

      * One-time, rehabilitation allowance and cancelled records take
      * no part in the monthly tie-back
           IF WS-SCHED-SEQ = 0 OR WS-SCHED-SEQ = 9995
                             OR (WS-SCHED-SEQ > 9800
                                 AND WS-SCHED-SEQ < 9995)
                             OR WS-SCHED-SEQ = 9997
                             OR WS-SCHED-SEQ = 9998
                             OR WS-SCHED-SEQ = 9999
                             OR SCHED-STAT = 'C'
      *----------------------------------------------------------------*
      * OPEN A NEW CLAIM GROUP: LOOK THE CLAIM UP ON THE CLAIM         *
      * MASTER, REMEMBER IT IN THE SEEN TABLE, AND RESET THE COLA      *
      * PROGRESSION TO THE CLAIM'S STORED MONTHLY PENSION. PICK UP     *
      * ANY APPROVAL HOLD AND ANY SUBROGATION CREDIT TAKEN OFF THE     *
      * CLAIM'S SCHEDULE.                                              *
      *----------------------------------------------------------------*
           MOVE WS-SCHED-CLAIM-ID TO WS-CUR-CLAIM-ID.
           MOVE 'N' TO WS-GROUP-OPEN-SW.
           MOVE 'N' TO WS-CLAIM-FOUND-SW.
           MOVE 'N' TO WS-AWAITING-APPR-SW.
           MOVE ZERO TO WS-COLA-STEPS-APPLIED.
           MOVE ZERO TO WS-CREDIT-ALLOWANCE.

           PERFORM 225-REMEMBER-CLAIM-SEEN.

                        TO WS-CUR-DURATION
                   MOVE MONTHLY-PENSION OF CLAIM-RECORD
                        TO WS-EXPECTED-AMOUNT
                   PERFORM 227-CHECK-APPROVAL-HOLD
                   PERFORM 228-LOAD-CREDIT-TAKEN
           END-READ.

       225-REMEMBER-CLAIM-SEEN.
                    TO WS-SEEN-CLAIM-ID (WS-SEEN-TABLE-COUNT)
           END-IF.

       227-CHECK-APPROVAL-HOLD.
      *----------------------------------------------------------------*
      * FLAG THE CLAIM IN HAND AS AWAITING APPROVAL WHEN ITS AWARD IS  *
      * PENDING SIGN-OFF, OR RELEASED BUT NOT YET SCHEDULED, AND       *
      * COUNT IT ON ITS OWN TOTAL                                      *
      *----------------------------------------------------------------*
           IF APPROVAL-FILE-AVAILABLE
               MOVE CLAIM-ID OF CLAIM-RECORD TO APPR-CLAIM-ID
               READ APPROVAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF APPR-STATUS = 'P' OR APPR-STATUS = 'R'
                           SET CLAIM-AWAITING-APPROVAL TO TRUE
                           ADD 1 TO WS-AWAITING-APPROVAL
                           MOVE SPACES TO RECON-LINE
                           STRING CLAIM-ID OF CLAIM-RECORD
                                  DELIMITED BY SIZE
                                  ' AWAITING APPROVAL - NOT TIED BACK'
                                  DELIMITED BY SIZE
                                  INTO RECON-LINE
                           END-STRING
                           WRITE RECON-LINE
                       END-IF
               END-READ
           END-IF.

       228-LOAD-CREDIT-TAKEN.
      *----------------------------------------------------------------*
      * THE SUBROGATION CREDIT ALREADY TAKEN OFF THE CLAIM'S FUTURE    *
      * PAYMENTS IS HOW FAR ITS MONTHS MAY FALL SHORT IN TOTAL         *
      *----------------------------------------------------------------*
           IF SUBROGATION-FILE-AVAILABLE
               MOVE CLAIM-ID OF CLAIM-RECORD TO SUBR-CLAIM-ID
               READ SUBROGATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SUBR-CREDIT-TAKEN TO WS-CREDIT-ALLOWANCE
               END-READ
           END-IF.

       230-OPEN-MONTH.
      *----------------------------------------------------------------*
      * OPEN A NEW MONTH: ADVANCE THE EXPECTED AMOUNT THROUGH ANY      *
      * BACK TO THE EXPECTED MONTH AMOUNT. TERMINATED CLAIMS ARE       *
      * EXEMPT (THEIR CANCELLED RECORDS NO LONGER TIE TO AN IN-FORCE   *
      * PENSION), AS ARE CLAIMS NOT ON THE MASTER (ALREADY REPORTED    *
      * AS ORPHANS) AND CLAIMS AWAITING APPROVAL (COUNTED APART). A    *
      * MONTH SHORT BY NO MORE THAN THE SUBROGATION CREDIT STILL       *
      * UNACCOUNTED FOR TIES, AND USES THAT MUCH OF THE CREDIT UP.     *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-GROUP-OPEN-SW.

      * those a partial amount ties -- only an amount OVER the
      * expected month is a break
           IF GROUP-CLAIM-FOUND AND WS-CUR-CLAIM-STATUS NOT = 'T'
              AND NOT CLAIM-AWAITING-APPROVAL
               IF (WS-CUR-SEQ = 1
                   OR WS-CUR-SEQ NOT < WS-CUR-DURATION)
                  AND WS-MONTH-ACCUM NOT > WS-EXPECTED-AMOUNT
                   CONTINUE
               ELSE
               IF WS-MONTH-ACCUM < WS-EXPECTED-AMOUNT
                  AND WS-EXPECTED-AMOUNT - WS-MONTH-ACCUM
                      NOT > WS-CREDIT-ALLOWANCE
                   COMPUTE WS-MONTH-SHORTFALL =
                           WS-EXPECTED-AMOUNT - WS-MONTH-ACCUM
                   SUBTRACT WS-MONTH-SHORTFALL FROM WS-CREDIT-ALLOWANCE
                   ADD 1 TO WS-CREDIT-MONTHS
               ELSE
               IF WS-MONTH-ACCUM NOT = WS-EXPECTED-AMOUNT
                   ADD 1 TO WS-AMOUNT-MISMATCHES
                   MOVE WS-EXPECTED-AMOUNT TO WS-F-EXPECTED
                   WRITE RECON-LINE
               END-IF
               END-IF
               END-IF
           END-IF.

       400-SCAN-FOR-ORPHAN-CLAIMS.
      * Read the claim master front to back; every claim the schedule  *
      * never mentioned -- and that is not terminated -- should have   *
      * had a schedule and is reported as an orphan (the abend window  *
      * between the claim write and the schedule write) -- unless its  *
      * award is held for approval, when no schedule is built yet.     *
      *----------------------------------------------------------------*
           MOVE LOW-VALUES TO CLAIM-ID OF CLAIM-RECORD.
           START CLAIM-FILE KEY IS GREATER THAN
           SET WS-SEEN-IDX TO 1.
           SEARCH WS-SEEN-ENTRY
               AT END
                   PERFORM 420-REPORT-UNSCHEDULED-CLAIM
               WHEN WS-SEEN-CLAIM-ID (WS-SEEN-IDX)
                            = CLAIM-ID OF CLAIM-RECORD
                   CONTINUE
           END-SEARCH.

       420-REPORT-UNSCHEDULED-CLAIM.
      *----------------------------------------------------------------*
      * A CLAIM WITH NO SCHEDULE IS AN ORPHAN, UNLESS ITS AWARD IS     *
      * STILL AWAITING APPROVAL (THE REPORT STEP PARKS IT WITHOUT A    *
      * SCHEDULE UNTIL RELEASED)                                       *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-AWAITING-APPR-SW.
           PERFORM 227-CHECK-APPROVAL-HOLD.
           IF NOT CLAIM-AWAITING-APPROVAL
               ADD 1 TO WS-ORPHAN-CLAIMS
               MOVE SPACES TO RECON-LINE
               STRING CLAIM-ID OF CLAIM-RECORD DELIMITED BY SIZE
                      ' ORPHAN CLAIM - NO SCHEDULE ON PAYSCHED'
                      DELIMITED BY SIZE
                      INTO RECON-LINE
               END-STRING
               WRITE RECON-LINE
           END-IF.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
           DISPLAY 'ORPHAN SCHEDULES:      ' WS-ORPHAN-SCHEDULES.
           DISPLAY 'ORPHAN CLAIMS:         ' WS-ORPHAN-CLAIMS.
           DISPLAY 'AMOUNT MISMATCHES:     ' WS-AMOUNT-MISMATCHES.
           DISPLAY 'AWAITING APPROVAL:     ' WS-AWAITING-APPROVAL.
           DISPLAY 'MONTHS SHORT BY CREDIT:' WS-CREDIT-MONTHS.
           DISPLAY '===================================='.

       900-TERMINATION.
           CLOSE CLAIM-FILE
                 SCHEDULE-MASTER
                 RECON-REPORT.
           IF APPROVAL-FILE-AVAILABLE
               CLOSE APPROVAL-FILE
           END-IF.
           IF SUBROGATION-FILE-AVAILABLE
               CLOSE SUBROGATION-FILE
           END-IF.

           IF WS-ORPHAN-SCHEDULES > 0 OR WS-ORPHAN-CLAIMS > 0
              OR WS-AMOUNT-MISMATCHES > 0
