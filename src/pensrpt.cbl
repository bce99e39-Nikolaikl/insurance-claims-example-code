      *           REPORT OR A BAD EXTRACT LAYOUT IS REPRODUCED BY      *
      *           RERUNNING THIS STEP IN MINUTES -- NO RECALCULATION,  *
      *           NO TOUCH OF THE CLAIM MASTER -- AND THE CALCULATION  *
      *           WINDOW NO LONGER CARRIES THE FORMATTING WORK. THE    *
      *           EXTRACT LEAVES THE COMPANY, SO IT CARRIES CLAIM      *
      *           NUMBERS ONLY AS THE DISCLOSURE PROFILE ALLOWS, AND   *
      *           EVERY CLAIMANT SENT IS LOGGED                        *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. INTERFACE RECORD PROCESSING                                 *
      * 5. PAYMENT SCHEDULE GENERATION (RETRO, SETTLEMENT, COSTS,      *
      *    PER-DEPENDENT SPLITS), HELD AWARDS PARKED FOR APPROVAL AND  *
      *    RELEASED AWARDS SCHEDULED                                   *
      * 6. CLAIM REPORT, EXTRACT AND REGISTER FORMATTING               *
      * 7. TRAILERS AND ROLLUP REPORT                                  *
      * 8. DISCLOSURE TREATMENT AND LOGGING                            *
      * 9. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
      * - CLAIM-REPORT, EXTRACT-FILE, PAYMENT-SCHEDULE-FILE,           *
      *   REGISTER-FILE: The formatted outputs, exactly as the         *
      *   single-pass program used to write them                       *
      * - APPROVAL-FILE: Awards held for sign-off by the calculation   *
      *   step; released awards are scheduled and marked here          *
      * - HELD-AWARD-FILE: The parked workup of each held award, so    *
      *   its schedule can be built the day it is released             *
      * - CREDIT-LINE-FILE / SUBROGATION-FILE: The subrogation credit  *
      *   taken off each schedule line; a regenerated line is written  *
      *   at full amount, so its credit is handed back to be retaken   *
      *----------------------------------------------------------------*
           SELECT CALC-RESULT-FILE ASSIGN TO 'data/CALCRSLT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "data/APPRFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPR-CLAIM-ID
           FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT HELD-AWARD-FILE ASSIGN TO "data/HELDAWD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HELD-CLAIM-ID
           FILE STATUS IS WS-HELDAWD-STATUS.

      * CREDIT-LINE-FILE: The subrogation credit the maintenance run
      * has taken off each schedule line, by line key. SUBROGATION-
      * FILE: the recovery file the credit was booked on, whose
      * credit taken comes back down by whatever is handed back.
           SELECT CREDIT-LINE-FILE ASSIGN TO "data/SUBRCRLN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRLN-KEY
           FILE STATUS IS WS-CRLN-STATUS.

           SELECT SUBROGATION-FILE ASSIGN TO "data/SUBRFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUBR-CLAIM-ID
           FILE STATUS IS WS-SUBR-STATUS.


      * CONTROL-TOTALS-FILE: One control-total record per run,
      * extended run after run, for the month-end cross-program
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

      * DISC-PROFILE-FILE: Which data classes each outbound file may
      * carry in clear to its recipient; this program's line governs
      * every claimant identifier it sends out.
           SELECT DISC-PROFILE-FILE ASSIGN TO 'data/DISCPROF.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DPROF-STATUS.

      * PSEUDONYM-FILE: The standing pseudonymous key of every
      * claimant identifier sent keyed to a recipient, so the same
      * claimant carries the same key cycle after cycle.
           SELECT PSEUDONYM-FILE ASSIGN TO "data/PSEUDKEY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PSK-KEY
           FILE STATUS IS WS-PSEUD-STATUS.

      * DISCLOSURE-LOG: One line per claimant record sent outside,
      * extended run after run, naming the recipient and what it
      * was sent in clear.
           SELECT DISCLOSURE-LOG ASSIGN TO 'data/DISCLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DLOG-STATUS.

      * CLAIM-FILE: The claim master, read by key only to name the
      * claimant behind each extract record on the disclosure log;
      * nothing here ever writes it.
           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIM-ID
           FILE STATUS IS WS-CLM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
          05 CC-SURVIVOR-PCT       PIC 9(3)V99.
          05 CC-WAGE-BASIS-SW      PIC X(1).
          05 CC-DERIVED-AWW        PIC 9(5)V99.
          05 CC-APPROVAL-HOLD-SW   PIC X(1).
       01 CALC-DEP-RECORD REDEFINES CALC-RESULT-RECORD.
          05 FILLER                PIC X(1).
          05 CD-CLAIM-ID           PIC X(12).
       FD REGISTER-FILE.
       01 REGISTER-LINE               PIC X(120).

      * Status P pending, R released, S scheduled, N no longer
      * required; see the calculation step for the tiers.
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

      * A held award's C record image and its dependents, exactly as
      * the interface carried them.
       FD HELD-AWARD-FILE.
       01 HELD-AWARD-RECORD.
          05 HELD-CLAIM-ID            PIC X(12).
          05 HELD-PARKED-DATE         PIC 9(8).
          05 HELD-CALC-IMAGE          PIC X(335).
          05 HELD-DEP-COUNT           PIC 9(2).
          05 HELD-DEP-ENTRY OCCURS 10 TIMES.
             10 HELD-DEP-SEQ-NO       PIC 9(2).
             10 HELD-DEP-RELATIONSHIP PIC X(10).
             10 HELD-DEP-SHARE        PIC 9V999.

       FD CREDIT-LINE-FILE.
       01 CREDIT-LINE-RECORD.
          05 CRLN-KEY.
             10 CRLN-CLAIM-ID         PIC X(12).
             10 CRLN-SEQ              PIC 9(4).
             10 CRLN-DEP-SEQ          PIC 9(2).
          05 CRLN-AMOUNT              PIC 9(8)V99.
          05 CRLN-TAKEN-DATE          PIC 9(8).
          05 FILLER                   PIC X(10).

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


      * The control-total line is fixed-format: cols 1-4 'PGM=',
      * 5-12 program id, 13-19 ' CYCLE=', 20-25 cycle, 26-31
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-LINE            PIC X(50).

      * The disclosure profile is one line per outbound file:
      * FILE-ID,RECIPIENT,NAME,DOB,ADDRESS,ACCOUNT,CLAIMANT-ID -- each
      * data class coded C (clear), M (masked), T (truncated) or K
      * (replaced by the recipient's pseudonymous key).
       FD DISC-PROFILE-FILE.
       01 DISC-PROFILE-LINE        PIC X(80).

      * One pseudonym per recipient and real identifier. The record
      * keyed on the recipient with a blank identifier is that
      * recipient's control record: the last key number handed out.
       FD PSEUDONYM-FILE.
       01 PSEUDONYM-RECORD.
          05 PSK-KEY.
             10 PSK-RECIPIENT      PIC X(8).
             10 PSK-REAL-ID        PIC X(12).
          05 PSK-PSEUDONYM.
             10 PSK-PREFIX         PIC X(1).
             10 PSK-NUMBER         PIC 9(7).
          05 PSK-ASSIGNED-DATE     PIC 9(8).
          05 FILLER                PIC X(12).

      * The disclosure log line is fixed-format: cols 1-8 run date,
      * 10-19 outbound file, 21-28 recipient, 30-37 claimant id,
      * 39-50 claim id, 52-56 the NAME/DOB/ADDRESS/ACCOUNT/
      * CLAIMANT-ID treatment codes in force, 58-69 the identifier
      * exactly as the recipient received it.
       FD DISCLOSURE-LOG.
       01 DISCLOSURE-LOG-LINE.
          05 DLOG-RUN-DATE         PIC 9(8).
          05 FILLER                PIC X(1).
          05 DLOG-FILE-ID          PIC X(10).
          05 FILLER                PIC X(1).
          05 DLOG-RECIPIENT        PIC X(8).
          05 FILLER                PIC X(1).
          05 DLOG-CLAIMANT-ID      PIC X(8).
          05 FILLER                PIC X(1).
          05 DLOG-CLAIM-ID         PIC X(12).
          05 FILLER                PIC X(1).
          05 DLOG-TREATMENTS       PIC X(5).
          05 FILLER                PIC X(1).
          05 DLOG-SENT-ID          PIC X(12).

       FD CLAIM-FILE.
       01 CLAIM-RECORD.
          05 CLAIM-ID              PIC X(12).
          05 FILLER                PIC X(190).
          05 CLAIMANT-ID           PIC X(8).
          05 FILLER                PIC X(17).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - Schedule, retro, split, report, extract, register, rollup    *
      *   and trailer structures, carried over from the single-pass    *
      *   program so the outputs stay byte-for-byte compatible         *
      * - WS-DISCLOSURE-FIELDS: The extract's disclosure treatment and *
      *   the claimant identifier in hand                              *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 WS-CALC-STATUS        PIC X(2).
          05 WS-RUNCTL-STATUS      PIC X(2).
          05 WS-INTRATE-STATUS     PIC X(2).
          05 WS-CTLTOT-STATUS PIC X(2).
          05 WS-APPROVAL-STATUS    PIC X(2).
          05 WS-HELDAWD-STATUS     PIC X(2).
          05 WS-DPROF-STATUS   PIC X(2).
          05 WS-PSEUD-STATUS   PIC X(2).
          05 WS-DLOG-STATUS    PIC X(2).
          05 WS-CLM-STATUS         PIC X(2).
          05 WS-CRLN-STATUS        PIC X(2).
          05 WS-SUBR-STATUS        PIC X(2).

       01 WS-SWITCHES.
          05 WS-CALC-EOF-SW        PIC X(1) VALUE 'N'.
             88 RUN-TRAILER-SEEN   VALUE 'Y'.
          05 WS-SCHEDM-EOF-SW      PIC X(1) VALUE 'N'.
             88 SCHEDM-END-OF-FILE VALUE 'Y'.
          05 WS-APPR-EOF-SW        PIC X(1) VALUE 'N'.
             88 APPR-END-OF-FILE   VALUE 'Y'.

      * Awards held for approval this run, and released awards whose
      * schedules were built from their parked workups.
       01 WS-APPROVAL-COUNTS.
          05 WS-AWARDS-PARKED      PIC 9(7) COMP VALUE ZERO.
          05 WS-RELEASES-SCHEDULED PIC 9(7) COMP VALUE ZERO.
          05 WS-RELEASES-MISSING   PIC 9(7) COMP VALUE ZERO.
          05 WS-HELD-SUB           PIC 9(2) COMP.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
          05 WS-COLA-RATE          PIC 9V9999  VALUE 0.0250.
          05 WS-RETRO-INTEREST-RATE PIC 9V9999 VALUE 0.0400.

      * The outbound file's disclosure treatment. The VALUEs are the
      * protective defaults that govern when the profile does not
      * list the file: identifiers keyed, dates of birth cut to the
      * year, everything else masked. The claim number identifies
      * the claimant as surely as the claimant id does, so it goes
      * out under the CLAIMANT-ID class.
       01 WS-DISCLOSURE-FIELDS.
          05 WS-DISC-FILE-ID       PIC X(10) VALUE 'EXTRACT'.
          05 WS-DISC-RECIPIENT     PIC X(8) VALUE 'UNLISTED'.
          05 WS-DISC-RULES.
             10 WS-DISC-NAME-RULE  PIC X(1) VALUE 'M'.
             10 WS-DISC-DOB-RULE   PIC X(1) VALUE 'T'.
             10 WS-DISC-ADDR-RULE  PIC X(1) VALUE 'M'.
             10 WS-DISC-ACCT-RULE  PIC X(1) VALUE 'M'.
             10 WS-DISC-ID-RULE    PIC X(1) VALUE 'K'.
                88 DISC-ID-CLEAR       VALUE 'C'.
                88 DISC-ID-MASKED      VALUE 'M'.
                88 DISC-ID-TRUNCATED   VALUE 'T'.
                88 DISC-ID-KEYED       VALUE 'K'.
          05 WS-DISC-RULE-TABLE REDEFINES WS-DISC-RULES.
             10 WS-DISC-RULE       PIC X(1) OCCURS 5 TIMES.
          05 WS-DISC-PROFILE-ID    PIC X(10).
          05 WS-DISC-LINE-RECIPIENT PIC X(8).
          05 WS-DISC-LINE-RULES.
             10 WS-DISC-LINE-RULE  PIC X(1) OCCURS 5 TIMES.
          05 WS-DISC-RULE-SUB      PIC 9(1) COMP.
          05 WS-DPROF-EOF-SW       PIC X(1) VALUE 'N'.
             88 DPROF-END-OF-FILE  VALUE 'Y'.
          05 WS-DISC-FOUND-SW      PIC X(1) VALUE 'N'.
             88 DISC-PROFILE-FOUND VALUE 'Y'.
          05 WS-DISC-CONTROL-SW    PIC X(1).
             88 DISC-CONTROL-ON-FILE VALUE 'Y'.
          05 WS-DISC-CLMFILE-SW    PIC X(1) VALUE 'N'.
             88 DISC-CLAIM-FILE-AVAILABLE VALUE 'Y'.
          05 WS-DISC-REAL-ID       PIC X(12).
          05 WS-DISC-SENT-ID       PIC X(12).
          05 WS-DISC-CLAIMANT-ID   PIC X(8).
          05 WS-DISC-CLAIM-ID      PIC X(12).
          05 WS-DISC-ID-LENGTH     PIC 9(2) COMP.
          05 WS-DISC-MASK-LENGTH   PIC 9(2) COMP.
          05 WS-DISC-KEEP-FROM     PIC 9(2) COMP.
          05 WS-DISC-LAST-KEY      PIC 9(7).
          05 WS-DISC-RECORDS-LOGGED PIC 9(7) COMP VALUE ZERO.
          05 WS-DISC-KEYS-ASSIGNED PIC 9(7) COMP VALUE ZERO.

       01 WS-INTEREST-LOOKUP-FIELDS.
          05 WS-INTRATE-AVAIL-SW   PIC X(1) VALUE 'N'.
             88 INTEREST-TABLE-AVAILABLE VALUE 'Y'.
             10 WS-DS-DEP          PIC 9(2).
       01 WS-DELSCHED-SUB          PIC 9(4) COMP.

      * Subrogation credit on the claim's standing lines not yet due,
      * handed back as those lines are deleted so the subrogation run
      * takes it again off the regenerated schedule.
       01 WS-LINE-CREDIT-FIELDS.
          05 WS-CRLN-AVAIL-SW      PIC X(1) VALUE 'N'.
             88 LINE-CREDIT-AVAILABLE VALUE 'Y'.
          05 WS-CRLN-FOUND-SW      PIC X(1) VALUE 'N'.
             88 LINE-CREDIT-FOUND  VALUE 'Y'.
          05 WS-CREDIT-RELEASED    PIC 9(9)V99.
          05 WS-TOTAL-CREDIT-BACK  PIC 9(11)V99 VALUE ZERO.

       01 WS-SCHED-AMOUNT-DEEDIT.
          05 WS-SAD-MILLIONS          PIC X(2).
          05 WS-SAD-THOUSANDS         PIC X(3).
          05 FILLER                PIC X(21) VALUE
             ' BASIS: PRESENT VALUE'.

       01 WS-APPROVAL-HOLD-LINE.
          05 FILLER                PIC X(24) VALUE
             'AUTHORITY APPROVAL:    '.
          05 FILLER                PIC X(50) VALUE
             'AWARD HELD PENDING APPROVAL - NO SCHEDULE BUILT'.

       01 WS-SURVIVOR-LINE.
          05 FILLER                PIC X(24) VALUE
             '                       '.
      * 2. Process every interface record: each C record (with its    *
      *    following D records) becomes one claim's schedule, report  *
      *    block, extract record and register line                    *
      * 3. Build the schedules of awards released since they were     *
      *    held for approval                                          *
      * 4. Close out the register, trailers and rollup report         *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-RESULTS.
           PERFORM 250-SCHEDULE-RELEASED-AWARDS.
           PERFORM 700-FINISH-REGISTER.
           PERFORM 710-GENERATE-TRAILER.
           PERFORM 720-GENERATE-ROLLUP-REPORT.
              PERFORM 900-TERMINATION
           END-IF.

           PERFORM 170-LOAD-DISCLOSURE-PROFILE.

      * Without the claim master the extract still goes out under
      * the profile; the log then names the claim alone
           OPEN INPUT CLAIM-FILE.
           IF WS-CLM-STATUS = '00'
               SET DISC-CLAIM-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'CLAIM FILE NOT AVAILABLE - DISCLOSURE LOG '
                       'CARRIES CLAIM NUMBERS ONLY: ' WS-CLM-STATUS
           END-IF.

      * No interest table on file means the compiled-in fallback
      * rate governs every late month, the way the schedule was
      * built before the table existed
              PERFORM 900-TERMINATION
           END-IF.

      * The approval file and the parked workups start empty on a
      * first-ever run; a held award cannot be scheduled without
      * them, so either one that still will not open stops the run
           OPEN I-O APPROVAL-FILE.
           IF WS-APPROVAL-STATUS NOT = '00'
              DISPLAY 'APPROVAL FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT APPROVAL-FILE
              CLOSE APPROVAL-FILE
              OPEN I-O APPROVAL-FILE
           END-IF.
           IF WS-APPROVAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING APPROVAL FILE: '
                      WS-APPROVAL-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O HELD-AWARD-FILE.
           IF WS-HELDAWD-STATUS NOT = '00'
              DISPLAY 'HELD AWARD FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT HELD-AWARD-FILE
              CLOSE HELD-AWARD-FILE
              OPEN I-O HELD-AWARD-FILE
           END-IF.
           IF WS-HELDAWD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HELD AWARD FILE: '
                      WS-HELDAWD-STATUS
              PERFORM 900-TERMINATION
           END-IF.

      * The line credits and the subrogation file are kept by the
      * subrogation run; a shop with neither has no credit to hand
      * back when a schedule is regenerated
           OPEN I-O CREDIT-LINE-FILE.
           IF WS-CRLN-STATUS = '00'
               OPEN I-O SUBROGATION-FILE
               IF WS-SUBR-STATUS = '00'
                   SET LINE-CREDIT-AVAILABLE TO TRUE
               ELSE
                   CLOSE CREDIT-LINE-FILE
               END-IF
           END-IF.
           IF NOT LINE-CREDIT-AVAILABLE
               DISPLAY 'NO SUBROGATION LINE CREDITS ON FILE: '
                       WS-CRLN-STATUS ' ' WS-SUBR-STATUS
           END-IF.

           READ CALC-RESULT-FILE
               AT END
                   DISPLAY 'CALC RESULT FILE EMPTY - NOTHING TO '
                       WS-RUNCTL-STATUS
           END-IF.

       170-LOAD-DISCLOSURE-PROFILE.
      *----------------------------------------------------------------*
      * PICK UP THIS FILE'S LINE FROM THE DISCLOSURE PROFILE AND OPEN  *
      * THE PSEUDONYM MASTER AND THE DISCLOSURE LOG. A FILE THE        *
      * PROFILE DOES NOT LIST -- OR NO PROFILE ON FILE AT ALL -- GOES  *
      * OUT UNDER THE PROTECTIVE DEFAULTS, NEVER IN CLEAR              *
      *----------------------------------------------------------------*
           OPEN INPUT DISC-PROFILE-FILE.
           IF WS-DPROF-STATUS = '00'
               PERFORM UNTIL DPROF-END-OF-FILE
                          OR DISC-PROFILE-FOUND
                   READ DISC-PROFILE-FILE
                       AT END
                           SET DPROF-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 175-CHECK-PROFILE-LINE
                   END-READ
               END-PERFORM
               CLOSE DISC-PROFILE-FILE
           ELSE
               DISPLAY 'DISCLOSURE PROFILE NOT AVAILABLE - '
                       'PROTECTIVE DEFAULTS APPLY: ' WS-DPROF-STATUS
           END-IF.
           IF NOT DISC-PROFILE-FOUND
               DISPLAY WS-DISC-FILE-ID ' NOT ON DISCLOSURE PROFILE - '
                       'PROTECTIVE DEFAULTS APPLY'
           END-IF.
           DISPLAY 'DISCLOSURE OF ' WS-DISC-FILE-ID ' TO '
                   WS-DISC-RECIPIENT ' UNDER RULES ' WS-DISC-RULES.

      * The pseudonym master starts empty on a first-ever run; the
      * disclosure log extends run after run
           OPEN I-O PSEUDONYM-FILE.
           IF WS-PSEUD-STATUS NOT = '00'
              DISPLAY 'PSEUDONYM FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT PSEUDONYM-FILE
              CLOSE PSEUDONYM-FILE
              OPEN I-O PSEUDONYM-FILE
           END-IF.
           IF WS-PSEUD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PSEUDONYM FILE: ' WS-PSEUD-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN EXTEND DISCLOSURE-LOG.
           IF WS-DLOG-STATUS NOT = '00'
              OPEN OUTPUT DISCLOSURE-LOG
           END-IF.
           IF WS-DLOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DISCLOSURE LOG: ' WS-DLOG-STATUS
              PERFORM 900-TERMINATION
           END-IF.

       175-CHECK-PROFILE-LINE.
      *----------------------------------------------------------------*
      * ONE PROFILE LINE: WHEN IT NAMES THIS PROGRAM'S FILE, TAKE ITS  *
      * RECIPIENT AND EVERY VALID TREATMENT CODE. A CODE OTHER THAN    *
      * C, M, T OR K LEAVES THAT CLASS ON ITS PROTECTIVE DEFAULT       *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-DISC-PROFILE-ID
                          WS-DISC-LINE-RECIPIENT
                          WS-DISC-LINE-RULES.
           UNSTRING DISC-PROFILE-LINE DELIMITED BY ','
               INTO WS-DISC-PROFILE-ID
                    WS-DISC-LINE-RECIPIENT
                    WS-DISC-LINE-RULE (1)
                    WS-DISC-LINE-RULE (2)
                    WS-DISC-LINE-RULE (3)
                    WS-DISC-LINE-RULE (4)
                    WS-DISC-LINE-RULE (5)
           END-UNSTRING.
           IF WS-DISC-PROFILE-ID = WS-DISC-FILE-ID
               SET DISC-PROFILE-FOUND TO TRUE
               IF WS-DISC-LINE-RECIPIENT NOT = SPACES
                   MOVE WS-DISC-LINE-RECIPIENT TO WS-DISC-RECIPIENT
               END-IF
               MOVE 1 TO WS-DISC-RULE-SUB
               PERFORM UNTIL WS-DISC-RULE-SUB > 5
                   IF WS-DISC-LINE-RULE (WS-DISC-RULE-SUB) = 'C'
                      OR 'M' OR 'T' OR 'K'
                       MOVE WS-DISC-LINE-RULE (WS-DISC-RULE-SUB)
                            TO WS-DISC-RULE (WS-DISC-RULE-SUB)
                   ELSE
                       DISPLAY 'INVALID DISCLOSURE CODE '''
                               WS-DISC-LINE-RULE (WS-DISC-RULE-SUB)
                               ''' FOR ' WS-DISC-FILE-ID
                               ' - DEFAULT KEPT'
                   END-IF
                   ADD 1 TO WS-DISC-RULE-SUB
               END-PERFORM
           END-IF.

       716-WRITE-CONTROL-TOTALS.
      *----------------------------------------------------------------*
      * APPEND THIS RUN'S CONTROL TOTALS TO THE BALANCING FILE THE     *
                           CR-RECORD-TYPE
           END-EVALUATE.

       250-SCHEDULE-RELEASED-AWARDS.
      *----------------------------------------------------------------*
      * SWEEP THE APPROVAL FILE FOR AWARDS RELEASED SINCE THEY WERE    *
      * HELD AND BUILD EACH ONE'S SCHEDULE FROM ITS PARKED WORKUP.     *
      * THE SCHEDULE IS BUILT AGAINST THIS RUN'S DATE, SO THE MONTHS   *
      * THAT FELL DUE WHILE THE AWARD WAITED COME DUE AS RETRO.        *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-APPR-EOF-SW.
           MOVE LOW-VALUES TO APPR-CLAIM-ID.
           START APPROVAL-FILE KEY IS GREATER THAN APPR-CLAIM-ID
               INVALID KEY
                   SET APPR-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL APPR-END-OF-FILE
               READ APPROVAL-FILE NEXT RECORD
                   AT END
                       SET APPR-END-OF-FILE TO TRUE
                   NOT AT END
                       IF APPR-STATUS = 'R'
                           PERFORM 255-SCHEDULE-ONE-RELEASE
                       END-IF
               END-READ
           END-PERFORM.

       255-SCHEDULE-ONE-RELEASE.
      *----------------------------------------------------------------*
      * RESTORE ONE RELEASED AWARD'S C RECORD AND DEPENDENTS, BUILD    *
      * ITS SCHEDULE, MARK IT SCHEDULED AND DROP THE PARKED WORKUP. A  *
      * RELEASE WITH NO PARKED WORKUP NEEDS THE CLAIM RECALCULATED.    *
      *----------------------------------------------------------------*
           MOVE APPR-CLAIM-ID TO HELD-CLAIM-ID.
           READ HELD-AWARD-FILE
               INVALID KEY
                   DISPLAY 'RELEASED AWARD HAS NO PARKED WORKUP - '
                           'RECALCULATE OR RE-EVALUATE CLAIM: '
                           APPR-CLAIM-ID
                   ADD 1 TO WS-RELEASES-MISSING
           END-READ.

           IF WS-HELDAWD-STATUS = '00'
               MOVE HELD-CALC-IMAGE TO CALC-RESULT-RECORD
               MOVE HELD-DEP-COUNT  TO WS-DEPENDENT-COUNT
               MOVE 1 TO WS-HELD-SUB
               PERFORM UNTIL WS-HELD-SUB > WS-DEPENDENT-COUNT
                   MOVE HELD-DEP-SEQ-NO (WS-HELD-SUB)
                        TO WS-DEP-SEQ-NO (WS-HELD-SUB)
                   MOVE HELD-DEP-RELATIONSHIP (WS-HELD-SUB)
                        TO WS-DEP-RELATIONSHIP (WS-HELD-SUB)
                   MOVE HELD-DEP-SHARE (WS-HELD-SUB)
                        TO WS-DEP-BENEFIT-SHARE (WS-HELD-SUB)
                   ADD 1 TO WS-HELD-SUB
               END-PERFORM

               PERFORM 400-WRITE-PAYMENT-SCHEDULE

               MOVE 'S' TO APPR-STATUS
               MOVE WS-TODAY-DATE TO APPR-SCHEDULED-DATE
               REWRITE APPROVAL-RECORD
                   INVALID KEY
                       DISPLAY 'APPROVAL REWRITE FAILED: '
                               APPR-CLAIM-ID
               END-REWRITE
               DELETE HELD-AWARD-FILE
                   INVALID KEY
                       DISPLAY 'UNABLE TO DROP PARKED WORKUP: '
                               HELD-CLAIM-ID
               END-DELETE
               ADD 1 TO WS-RELEASES-SCHEDULED
               DISPLAY 'RELEASED AWARD SCHEDULED: ' APPR-CLAIM-ID
           END-IF.

       300-FORMAT-ONE-CLAIM.
      *----------------------------------------------------------------*
      * FORMAT ONE CLAIM: RESTORE ITS C RECORD (THE FILE BUFFER HAS    *
      * MOVED ON), THEN GENERATE ITS SCHEDULE, REPORT BLOCK, EXTRACT   *
      * RECORD AND REGISTER LINE. AN AWARD HELD FOR APPROVAL GETS NO   *
      * SCHEDULE: ITS WORKUP IS PARKED UNTIL IT IS RELEASED.           *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CLAIM-PENDING-SW.
           MOVE WS-HELD-CLAIM TO CALC-RESULT-RECORD.

           IF CC-APPROVAL-HOLD-SW = 'Y'
               PERFORM 460-PARK-HELD-AWARD
           ELSE
               PERFORM 400-WRITE-PAYMENT-SCHEDULE
               PERFORM 470-MARK-AWARD-SCHEDULED
           END-IF.
           PERFORM 500-GENERATE-REPORT-BLOCK.
           PERFORM 550-WRITE-EXTRACT-RECORD.
           PERFORM 600-WRITE-REGISTER-LINE.
               PERFORM 450-WRITE-COST-REIMBURSEMENT
           END-IF.

       460-PARK-HELD-AWARD.
      *----------------------------------------------------------------*
      * PARK A HELD AWARD'S C RECORD AND DEPENDENTS, REPLACING ANY     *
      * EARLIER WORKUP OF THE SAME CLAIM. THE STANDING SCHEDULE, IF    *
      * THE CLAIM HAS ONE, IS LEFT ALONE UNTIL THE RELEASE REBUILDS    *
      * IT. NOTHING IS DUE YET, SO THE REPORT SHOWS NO RETRO.          *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-RETRO-MONTHS.
           MOVE ZERO TO WS-RETRO-PRINCIPAL.
           MOVE ZERO TO WS-RETRO-INTEREST.
           MOVE ZERO TO WS-RETRO-LUMP-SUM.

           MOVE SPACES              TO HELD-AWARD-RECORD.
           MOVE CC-CLAIM-ID         TO HELD-CLAIM-ID.
           MOVE WS-TODAY-DATE       TO HELD-PARKED-DATE.
           MOVE CALC-RESULT-RECORD  TO HELD-CALC-IMAGE.
           MOVE WS-DEPENDENT-COUNT  TO HELD-DEP-COUNT.
           MOVE 1 TO WS-HELD-SUB.
           PERFORM UNTIL WS-HELD-SUB > WS-DEPENDENT-COUNT
               MOVE WS-DEP-SEQ-NO (WS-HELD-SUB)
                    TO HELD-DEP-SEQ-NO (WS-HELD-SUB)
               MOVE WS-DEP-RELATIONSHIP (WS-HELD-SUB)
                    TO HELD-DEP-RELATIONSHIP (WS-HELD-SUB)
               MOVE WS-DEP-BENEFIT-SHARE (WS-HELD-SUB)
                    TO HELD-DEP-SHARE (WS-HELD-SUB)
               ADD 1 TO WS-HELD-SUB
           END-PERFORM.

           WRITE HELD-AWARD-RECORD
               INVALID KEY
                   REWRITE HELD-AWARD-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO PARK HELD AWARD: '
                                   CC-CLAIM-ID
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-AWARDS-PARKED.

       470-MARK-AWARD-SCHEDULED.
      *----------------------------------------------------------------*
      * AN AWARD RELEASED BEFORE THIS RECALCULATION REACHED THE        *
      * REPORT STEP HAS JUST HAD ITS SCHEDULE BUILT: MARK IT           *
      * SCHEDULED. ANY WORKUP STILL PARKED FOR THE CLAIM IS SPENT.     *
      *----------------------------------------------------------------*
           MOVE CC-CLAIM-ID TO APPR-CLAIM-ID.
           READ APPROVAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF APPR-STATUS = 'R'
                       MOVE 'S' TO APPR-STATUS
                       MOVE WS-TODAY-DATE TO APPR-SCHEDULED-DATE
                       REWRITE APPROVAL-RECORD
                           INVALID KEY
                               DISPLAY 'APPROVAL REWRITE FAILED: '
                                       CC-CLAIM-ID
                       END-REWRITE
                   END-IF
           END-READ.

           MOVE CC-CLAIM-ID TO HELD-CLAIM-ID.
           DELETE HELD-AWARD-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       402-SET-PRORATION-FRACTIONS.
      *----------------------------------------------------------------*
      * SET THE FIRST- AND LAST-MONTH PRORATION FRACTIONS FROM THE     *
      * REGENERATION: WALK THE CLAIM'S RECORDS BY KEY, REMEMBERING     *
      * EVERY CANCELLED OR HELD STATUS SO THE REGENERATED RECORD       *
      * INHERITS IT, COLLECTING THE KEYS, AND DELETING THEM BY KEY     *
      * AFTER THE WALK. THE WEEKLY REHABILITATION MAINTENANCE          *
      * ALLOWANCE (9801-9994) IS NOT PART OF THE AWARD AND STANDS.     *
      * SUBROGATION CREDIT TAKEN OFF A LINE NOT YET DUE IS HANDED      *
      * BACK TO THE SUBROGATION FILE, SINCE THE REGENERATED LINE PAYS  *
      * IN FULL; THE SUBROGATION RUN TAKES IT AGAIN ON ITS NEXT SWEEP. *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-STAT-CARRY-COUNT.
           MOVE ZERO TO WS-DELSCHED-COUNT.
           MOVE ZERO TO WS-CREDIT-RELEASED.
           MOVE 'N'  TO WS-SCHEDM-EOF-SW.

           MOVE CC-CLAIM-ID TO SCHED-CLAIM-ID.
               ADD 1 TO WS-DELSCHED-SUB
           END-PERFORM.

           IF WS-CREDIT-RELEASED > 0
               PERFORM 409-HAND-BACK-LINE-CREDIT
           END-IF.

       407-COLLECT-STANDING-RECORD.
      *----------------------------------------------------------------*
      * REMEMBER ONE STANDING RECORD'S KEY FOR THE DELETE PASS, AND    *
      * ITS CANCELLED/HELD STATUS FOR THE REGENERATED RECORD TO        *
      * INHERIT. A MAINTENANCE ALLOWANCE WEEK IS PASSED OVER. A LINE   *
      * THE SUBROGATION CREDIT CANCELLED OUTRIGHT PASSES NO STATUS ON: *
      * ITS CREDIT IS HANDED BACK AND THE REGENERATED LINE PAYS.       *
      *----------------------------------------------------------------*
           IF SCHED-SEQ NOT < 9801 AND SCHED-SEQ NOT > 9994
               CONTINUE
           ELSE
               IF WS-DELSCHED-COUNT >= 2000
                   DISPLAY 'SCHEDULE DELETE TABLE FULL - REVIEW CLAIM: '
                           CC-CLAIM-ID
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-DELSCHED-COUNT
                   MOVE SCHED-SEQ     TO WS-DS-SEQ (WS-DELSCHED-COUNT)
                   MOVE SCHED-DEP-SEQ TO WS-DS-DEP (WS-DELSCHED-COUNT)
                   MOVE 'N' TO WS-CRLN-FOUND-SW
                   IF LINE-CREDIT-AVAILABLE
                      AND SCHED-PAY-DATE > WS-RUN-DATE
                       PERFORM 408-RELEASE-LINE-CREDIT
                   END-IF
                   IF SCHED-STAT = 'H'
                      OR (SCHED-STAT = 'C'
                          AND (NOT LINE-CREDIT-FOUND
                               OR SCHED-AMOUNT > ZERO))
                       ADD 1 TO WS-STAT-CARRY-COUNT
                       MOVE SCHED-SEQ
                            TO WS-SC-SEQ (WS-STAT-CARRY-COUNT)
                       MOVE SCHED-DEP-SEQ
                            TO WS-SC-DEP (WS-STAT-CARRY-COUNT)
                       MOVE SCHED-STAT
                            TO WS-SC-STAT (WS-STAT-CARRY-COUNT)
                   END-IF
               END-IF
           END-IF.

       408-RELEASE-LINE-CREDIT.
      *----------------------------------------------------------------*
      * PICK UP THE SUBROGATION CREDIT TAKEN OFF ONE STANDING LINE     *
      * NOT YET DUE AND DROP ITS ENTRY; THE CREDIT GOES BACK ON THE    *
      * SUBROGATION FILE ONCE THE WALK IS DONE                         *
      *----------------------------------------------------------------*
           MOVE SCHED-KEY TO CRLN-KEY.
           READ CREDIT-LINE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LINE-CREDIT-FOUND TO TRUE
                   ADD CRLN-AMOUNT TO WS-CREDIT-RELEASED
                   DELETE CREDIT-LINE-FILE
                       INVALID KEY
                           DISPLAY 'UNABLE TO DROP LINE CREDIT: '
                                   CC-CLAIM-ID
                   END-DELETE
           END-READ.

       409-HAND-BACK-LINE-CREDIT.
      *----------------------------------------------------------------*
      * TAKE THE RELEASED CREDIT BACK OFF THE FILE'S CREDIT TAKEN, SO  *
      * THE SUBROGATION RUN'S SWEEP OF CREDIT BOOKED PAST CREDIT TAKEN *
      * TAKES IT AGAIN OFF THE REGENERATED LINES                       *
      *----------------------------------------------------------------*
           MOVE CC-CLAIM-ID TO SUBR-CLAIM-ID.
           READ SUBROGATION-FILE
               INVALID KEY
                   DISPLAY 'LINE CREDIT WITH NO SUBROGATION FILE: '
                           CC-CLAIM-ID
               NOT INVALID KEY
                   IF WS-CREDIT-RELEASED > SUBR-CREDIT-TAKEN
                       MOVE SUBR-CREDIT-TAKEN TO WS-CREDIT-RELEASED
                   END-IF
                   SUBTRACT WS-CREDIT-RELEASED FROM SUBR-CREDIT-TAKEN
                   REWRITE SUBROGATION-RECORD
                       INVALID KEY
                           DISPLAY 'SUBROGATION REWRITE FAILED: '
                                   CC-CLAIM-ID
                       NOT INVALID KEY
                           ADD WS-CREDIT-RELEASED
                               TO WS-TOTAL-CREDIT-BACK
                   END-REWRITE
           END-READ.

       410-WRITE-DEPENDENT-SPLIT.
      *----------------------------------------------------------------*
      * APPORTION ONE MONTH'S PAYMENT ACROSS THE DEPENDENTS, ONE       *
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

           IF CC-APPROVAL-HOLD-SW = 'Y'
               MOVE WS-APPROVAL-HOLD-LINE TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM 650-UPDATE-ROLLUP-TOTALS.

       550-WRITE-EXTRACT-RECORD.
           MOVE CC-MONTHLY-PENSION TO WS-R-NET-MONTHLY.
           MOVE CC-TOTAL-COSTS    TO WS-R-TOTAL-COSTS.

           MOVE CC-CLAIM-ID       TO WS-DISC-REAL-ID
                                     WS-DISC-CLAIM-ID.
           MOVE SPACES            TO WS-DISC-CLAIMANT-ID.
           IF DISC-CLAIM-FILE-AVAILABLE
               MOVE CC-CLAIM-ID TO CLAIM-ID
               READ CLAIM-FILE
                   NOT INVALID KEY
                       MOVE CLAIMANT-ID TO WS-DISC-CLAIMANT-ID
               END-READ
           END-IF.
           PERFORM 750-PROTECT-CLAIMANT-ID.

           MOVE SPACES TO EXTRACT-LINE.
           STRING WS-DISC-SENT-ID        DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  CC-POLICY-NUMBER       DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  INTO EXTRACT-LINE
           END-STRING.
           WRITE EXTRACT-LINE.
           PERFORM 760-LOG-DISCLOSURE.
           ADD 1 TO WS-EXTRACT-REC-COUNT.
           ADD CC-TOTAL-PENSION TO WS-EXTRACT-AMT-TOTAL.


           DISPLAY 'SCHEDULE RECORDS WRITTEN: ' WS-SCHED-REC-COUNT.
           DISPLAY 'SCHEDULE AMOUNT WRITTEN:  ' WS-SCHED-AMT-TOTAL.
           DISPLAY 'AWARDS HELD FOR APPROVAL: ' WS-AWARDS-PARKED.
           DISPLAY 'RELEASED AWARDS SCHEDULED:' WS-RELEASES-SCHEDULED.
           DISPLAY 'DISCLOSURES LOGGED:       ' WS-DISC-RECORDS-LOGGED.
           DISPLAY 'NEW PSEUDONYMS:           ' WS-DISC-KEYS-ASSIGNED.
           DISPLAY 'SUBROGATION CREDIT BACK:  ' WS-TOTAL-CREDIT-BACK.
           IF WS-RELEASES-MISSING > 0
               DISPLAY 'RELEASES NOT SCHEDULED:   '
                       WS-RELEASES-MISSING
           END-IF.

       720-GENERATE-ROLLUP-REPORT.
      *----------------------------------------------------------------*
               SET WS-REG-IDX UP BY 1
           END-PERFORM.

       750-PROTECT-CLAIMANT-ID.
      *----------------------------------------------------------------*
      * APPLY THE PROFILE'S CLAIMANT-ID TREATMENT TO ONE IDENTIFIER    *
      * (WS-DISC-REAL-ID), LEAVING WHAT GOES OUT IN WS-DISC-SENT-ID:   *
      *   C - SENT AS IS                                               *
      *   M - ALL BUT THE LAST FOUR CHARACTERS OVERSTRUCK WITH '*'     *
      *   T - CUT DOWN TO ITS LAST FOUR CHARACTERS                     *
      *   K - REPLACED BY THE RECIPIENT'S STANDING PSEUDONYMOUS KEY,   *
      *       SO THE CLAIMANT'S RECORDS STILL LINK ACROSS CYCLES       *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-DISC-ID-LENGTH.
           INSPECT WS-DISC-REAL-ID TALLYING WS-DISC-ID-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACES TO WS-DISC-SENT-ID.
           EVALUATE TRUE
               WHEN WS-DISC-REAL-ID = SPACES
                   CONTINUE
               WHEN DISC-ID-CLEAR
                   MOVE WS-DISC-REAL-ID TO WS-DISC-SENT-ID
               WHEN DISC-ID-MASKED
                   MOVE WS-DISC-REAL-ID TO WS-DISC-SENT-ID
                   IF WS-DISC-ID-LENGTH > 4
                       COMPUTE WS-DISC-MASK-LENGTH =
                               WS-DISC-ID-LENGTH - 4
                   ELSE
                       MOVE WS-DISC-ID-LENGTH TO WS-DISC-MASK-LENGTH
                   END-IF
                   IF WS-DISC-MASK-LENGTH > 0
                       MOVE ALL '*'
                         TO WS-DISC-SENT-ID (1:WS-DISC-MASK-LENGTH)
                   END-IF
               WHEN DISC-ID-TRUNCATED
                   IF WS-DISC-ID-LENGTH > 4
                       COMPUTE WS-DISC-KEEP-FROM =
                               WS-DISC-ID-LENGTH - 3
                       MOVE WS-DISC-REAL-ID (WS-DISC-KEEP-FROM:4)
                         TO WS-DISC-SENT-ID
                   ELSE
                       MOVE WS-DISC-REAL-ID TO WS-DISC-SENT-ID
                   END-IF
               WHEN OTHER
                   PERFORM 755-LOOKUP-PSEUDONYM
           END-EVALUATE.

       755-LOOKUP-PSEUDONYM.
      *----------------------------------------------------------------*
      * LOOK UP THE IDENTIFIER'S STANDING KEY FOR THIS RECIPIENT,      *
      * ASSIGNING ONE THE FIRST TIME IT GOES OUT KEYED                 *
      *----------------------------------------------------------------*
           MOVE WS-DISC-RECIPIENT TO PSK-RECIPIENT.
           MOVE WS-DISC-REAL-ID   TO PSK-REAL-ID.
           READ PSEUDONYM-FILE
               INVALID KEY
                   PERFORM 756-ASSIGN-PSEUDONYM
           END-READ.
           MOVE PSK-PSEUDONYM TO WS-DISC-SENT-ID.

       756-ASSIGN-PSEUDONYM.
      *----------------------------------------------------------------*
      * FIRST KEYED DISCLOSURE OF AN IDENTIFIER TO THIS RECIPIENT:     *
      * TAKE THE NEXT KEY NUMBER OFF THE RECIPIENT'S CONTROL RECORD    *
      * AND FILE THE NEW PSEUDONYM AGAINST THE REAL IDENTIFIER         *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-DISC-CONTROL-SW.
           MOVE WS-DISC-RECIPIENT TO PSK-RECIPIENT.
           MOVE SPACES            TO PSK-REAL-ID.
           READ PSEUDONYM-FILE
               INVALID KEY
                   MOVE ZERO TO WS-DISC-LAST-KEY
               NOT INVALID KEY
                   SET DISC-CONTROL-ON-FILE TO TRUE
                   MOVE PSK-NUMBER TO WS-DISC-LAST-KEY
           END-READ.
           ADD 1 TO WS-DISC-LAST-KEY.

           MOVE SPACES            TO PSEUDONYM-RECORD.
           MOVE WS-DISC-RECIPIENT TO PSK-RECIPIENT.
           MOVE 'K'               TO PSK-PREFIX.
           MOVE WS-DISC-LAST-KEY  TO PSK-NUMBER.
           MOVE WS-RUN-DATE       TO PSK-ASSIGNED-DATE.
           IF DISC-CONTROL-ON-FILE
               REWRITE PSEUDONYM-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO UPDATE PSEUDONYM CONTROL: '
                               WS-DISC-RECIPIENT
               END-REWRITE
           ELSE
               WRITE PSEUDONYM-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO WRITE PSEUDONYM CONTROL: '
                               WS-DISC-RECIPIENT
               END-WRITE
           END-IF.

           MOVE WS-DISC-REAL-ID TO PSK-REAL-ID.
           WRITE PSEUDONYM-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO WRITE PSEUDONYM: '
                           WS-DISC-RECIPIENT ' ' WS-DISC-REAL-ID
           END-WRITE.
           ADD 1 TO WS-DISC-KEYS-ASSIGNED.

       760-LOG-DISCLOSURE.
      *----------------------------------------------------------------*
      * LOG ONE CLAIMANT RECORD SENT OUT: WHO RECEIVED IT, THE RULES   *
      * IT WENT OUT UNDER AND THE IDENTIFIER AS THE RECIPIENT SAW IT   *
      *----------------------------------------------------------------*
           MOVE SPACES              TO DISCLOSURE-LOG-LINE.
           MOVE WS-RUN-DATE         TO DLOG-RUN-DATE.
           MOVE WS-DISC-FILE-ID     TO DLOG-FILE-ID.
           MOVE WS-DISC-RECIPIENT   TO DLOG-RECIPIENT.
           MOVE WS-DISC-CLAIMANT-ID TO DLOG-CLAIMANT-ID.
           MOVE WS-DISC-CLAIM-ID    TO DLOG-CLAIM-ID.
           MOVE WS-DISC-RULES       TO DLOG-TREATMENTS.
           MOVE WS-DISC-SENT-ID     TO DLOG-SENT-ID.
           WRITE DISCLOSURE-LOG-LINE.
           ADD 1 TO WS-DISC-RECORDS-LOGGED.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
                 CLAIM-REPORT
                 EXTRACT-FILE
                 REGISTER-FILE
                 SCHEDULE-MASTER
                 APPROVAL-FILE
                 HELD-AWARD-FILE
                 PSEUDONYM-FILE
                 DISCLOSURE-LOG.

           IF INTEREST-TABLE-AVAILABLE
               CLOSE INTEREST-RATE-FILE
           END-IF.
           IF DISC-CLAIM-FILE-AVAILABLE
               CLOSE CLAIM-FILE
           END-IF.
           IF LINE-CREDIT-AVAILABLE
               CLOSE CREDIT-LINE-FILE
                     SUBROGATION-FILE
           END-IF.

           STOP RUN.
