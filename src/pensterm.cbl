      *           CLAIM-ID, AN ACTION AND AN EFFECTIVE DATE, AND THE   *
      *           RUN CANCELS (OR HOLDS, OR RELEASES) EVERY SCHEDULED  *
      *           PAYMENT FROM THAT DATE, UPDATES CLAIM-STATUS ON THE  *
      *           CLAIM FILE, AND REPORTS THE LIABILITY RELEASED.      *
      *           AN AGENCY WITH AN ACTIVE WITHHOLDING ORDER AGAINST   *
      *           THE CLAIMANT IS SENT NOTICE OF A TERMINATION OR      *
      *           SUSPENSION. A DEATH MASTER MATCH (DMFMATCH) LEAVES A *
      *           PENDING TERMINATION FOR THE CLAIM; THE ADJUSTER      *
      *           CONFIRMS IT (ACTION C), TERMINATING THE CLAIM FROM   *
      *           THE DATE OF DEATH, OR DISMISSES IT (ACTION X)        *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      *                    place by key -- no full-file rewrite, no    *
      *                    swap                                        *
      * - TERM-LOG-FILE: One line per transaction recording what was   *
      *                  applied or why it was rejected, with the      *
      *                  effective date the claims EDI run reports     *
      *                  suspensions, reinstatements and endings from  *
      * - DIARY-FILE: The claim diary; a suspension raises a follow-up *
      *               a month out so the claim is resumed or ended     *
      *               rather than left suspended and forgotten         *
      * - PENDING-DEATH-FILE: Terminations pending from a death master *
      *               match; confirmed or dismissed entries are       *
      *               dropped when the file is rewritten at the end   *
      *----------------------------------------------------------------*
           SELECT TRANSACTION-FILE ASSIGN TO "data/PENSTERM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

           SELECT DIARY-FILE ASSIGN TO "data/DIARYFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DIARY-KEY
           FILE STATUS IS DIARY-STATUS-CODE.

           SELECT PENDING-DEATH-FILE ASSIGN TO 'data/DEATHPEND.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDDTH-STATUS.

      * CLAIM-HISTORY-FILE: Dated before/after image of every claim
      * master record this run rewrites, extended run after run --
      * the same trail the calculation run appends to.
           RECORD KEY IS LIAB-KEY
           FILE STATUS IS LIABSUM-STATUS.

      * ORDER-FILE: Income withholding orders per claimant, maintained
      * by ORDMNT; read by claimant to find the agencies whose orders
      * a termination or suspension stops paying.
           SELECT ORDER-FILE ASSIGN TO "data/ORDERFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORD-KEY
           FILE STATUS IS ORDER-STATUS.

      * ORDER-NOTICE-FILE: One notice per active order on a terminated
      * or suspended claim, for the issuing agency, extended run after
      * run.
           SELECT ORDER-NOTICE-FILE ASSIGN TO 'data/ORDNOTICE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDNOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       FD TERM-LOG-FILE.
       01 TERM-LOG-LINE            PIC X(120).

      * A pending termination is held as a transaction line:
      * T,CLAIM-ID,DATE-OF-DEATH
       FD PENDING-DEATH-FILE.
       01 PENDING-DEATH-LINE       PIC X(80).

       FD DIARY-FILE.
       01 DIARY-RECORD.
          05 DIARY-KEY.
             10 DIARY-CLAIM-ID     PIC X(12).
             10 DIARY-TYPE         PIC X(2).
             10 DIARY-DUE-DATE     PIC 9(8).
          05 DIARY-STATUS          PIC X(1).
          05 DIARY-NOTE            PIC X(60).
          05 DIARY-CREATED-DATE    PIC 9(8).
          05 DIARY-CREATED-BY      PIC X(8).
          05 DIARY-CLOSED-DATE     PIC 9(8).
          05 DIARY-ORIG-DUE-DATE   PIC 9(8).
          05 DIARY-POSTPONE-COUNT  PIC 9(2).
          05 FILLER                PIC X(13).

      * The claim-history line is fixed-format: cols 1-5 'DATE=',
      * 6-13 run date, 14-18 ' PGM=', 19-26 program id, 27-31
      * ' KEY=', 32-43 claim id, 44-51 the image tag (' BEFORE=' or
          05 LIAB-DISAB-TOTAL      PIC 9(5).
          05 LIAB-CLAIM-COUNT      PIC 9(5).

      * Order type C child support, T tax levy, J court judgment;
      * status A active, R released, S satisfied
       FD ORDER-FILE.
       01 ORDER-RECORD.
          05 ORD-KEY.
             10 ORD-CLAIMANT-ID       PIC X(8).
             10 ORD-NUMBER            PIC 9(3).
          05 ORD-AGENCY-ID            PIC X(8).
          05 ORD-AGENCY-NAME          PIC X(30).
          05 ORD-CASE-NUMBER          PIC X(15).
          05 ORD-TYPE                 PIC X(1).
          05 ORD-PRIORITY             PIC 9(2).
          05 ORD-AMOUNT               PIC 9(7)V99.
          05 ORD-PCT                  PIC 9(3)V99.
          05 ORD-MAX-PCT              PIC 9(3)V99.
          05 ORD-START-DATE           PIC 9(8).
          05 ORD-END-DATE             PIC 9(8).
          05 ORD-STATUS               PIC X(1).
          05 ORD-BALANCE-LIMIT        PIC 9(9)V99.
          05 ORD-ARREARS              PIC 9(9)V99.
          05 ORD-DEDUCTED             PIC 9(9)V99.
          05 ORD-LAST-DEDUCT-DATE     PIC 9(8).
          05 ORD-RECEIVED-DATE        PIC 9(8).
          05 FILLER                   PIC X(8).

      * The notice line is fixed-format: agency id, ' CASE=' case
      * number, ' CLAIMANT=', ' CLAIM=', ' ACTION=' TERMINATED or
      * SUSPENDED, ' EFFECTIVE=' date, ' ARREARS=' edited arrears.
       FD ORDER-NOTICE-FILE.
       01 ORDER-NOTICE-LINE        PIC X(140).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
          05 LOG-STATUS            PIC X(2).
          05 CLMHIST-STATUS        PIC X(2).
          05 LIABSUM-STATUS        PIC X(2).
          05 DIARY-STATUS-CODE     PIC X(2).
          05 ORDER-STATUS          PIC X(2).
          05 ORDNOTICE-STATUS      PIC X(2).
          05 PENDDTH-STATUS        PIC X(2).

       01 WS-SWITCHES.
          05 WS-TRAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 TRAN-NOT-REJECTED  VALUE 'N'.
          05 WS-LIABSUM-AVAIL-SW   PIC X(1) VALUE 'N'.
             88 LIABILITY-SUMMARY-AVAILABLE VALUE 'Y'.
          05 WS-DIARY-AVAIL-SW     PIC X(1) VALUE 'N'.
             88 DIARY-FILE-AVAILABLE VALUE 'Y'.
          05 WS-ORDER-AVAIL-SW     PIC X(1) VALUE 'N'.
             88 ORDER-FILE-AVAILABLE VALUE 'Y'.
          05 WS-ORD-EOF-SW         PIC X(1) VALUE 'N'.
             88 ORD-END-OF-CLAIMANT VALUE 'Y'.
          05 WS-PEND-EOF-SW        PIC X(1) VALUE 'N'.
             88 PEND-END-OF-FILE   VALUE 'Y'.
          05 WS-PEND-LOADED-SW     PIC X(1) VALUE 'N'.
             88 PENDING-DEATHS-LOADED VALUE 'Y'.
          05 WS-PEND-FULL-SW       PIC X(1) VALUE 'N'.
             88 PENDING-TABLE-FULL VALUE 'Y'.
          05 WS-PEND-FOUND-SW      PIC X(1) VALUE 'N'.
             88 PENDING-DEATH-FOUND VALUE 'Y'.

      * The claimant whose orders a stopped claim is checked against,
      * and the notice fields
       01 WS-NOTICE-FIELDS.
          05 WS-NOTICE-CLAIMANT-ID PIC X(8).
          05 WS-NOTICE-ACTION      PIC X(10).
          05 WS-F-NOTICE-ARREARS   PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-TRAN-FIELDS.
          05 WS-TRAN-ACTION        PIC X(1).
             88 TRAN-TERMINATE     VALUE 'T'.
             88 TRAN-SUSPEND       VALUE 'S'.
             88 TRAN-RESUME        VALUE 'R'.
             88 TRAN-CONFIRM-DEATH VALUE 'C'.
             88 TRAN-DISMISS-DEATH VALUE 'X'.
          05 WS-TRAN-CLAIM-ID      PIC X(12).
          05 WS-TRAN-EFF-DATE      PIC 9(8).


       01 WS-SCHED-SUB             PIC 9(4) COMP.

      * Terminations pending from the death master match, with the
      * date of death each takes effect from
       01 WS-PEND-COUNT            PIC 9(4) COMP VALUE ZERO.
       01 WS-PEND-SUB              PIC 9(4) COMP.
       01 WS-PEND-DOD              PIC 9(8).
       01 WS-PEND-FIELDS.
          05 WS-PF-ACTION          PIC X(1).
          05 WS-PF-CLAIM-ID        PIC X(12).
          05 WS-PF-DOD             PIC 9(8).
       01 WS-PENDING-DEATH-TABLE.
          05 WS-PD-ENTRY OCCURS 500 TIMES.
             10 WS-PD-CLAIM-ID     PIC X(12).
             10 WS-PD-DOD          PIC 9(8).
             10 WS-PD-RESOLVED-SW  PIC X(1).

       01 WS-LOG-DETAIL.
          05 WS-LOG-ACTION         PIC X(1).
          05 WS-LOG-KEY            PIC X(12).

       01 WS-RUN-DATE              PIC 9(8).

      * A suspension's diary follow-up falls due one month after the
      * effective date, held to the 28th so it is always a real day.
       01 WS-DIARY-DUE-DATE.
          05 WS-DIARY-DUE-CCYY     PIC 9(4).
          05 WS-DIARY-DUE-MM       PIC 9(2).
          05 WS-DIARY-DUE-DD       PIC 9(2).

      * Before/after claim images for the claim-history trail. The
      * before image's stored amounts are overlaid at their fixed
      * offsets in the claim record so a termination can release
          05 WS-SCHED-RELEASED     PIC 9(7) COMP VALUE ZERO.
          05 WS-LIABILITY-RELEASED PIC 9(9)V99 VALUE ZERO.
          05 WS-LIABILITY-HELD     PIC 9(9)V99 VALUE ZERO.
          05 WS-DIARY-ITEMS-RAISED PIC 9(5) COMP VALUE ZERO.
          05 WS-ORDER-NOTICES      PIC 9(5) COMP VALUE ZERO.
          05 WS-DEATHS-CONFIRMED   PIC 9(5) COMP VALUE ZERO.
          05 WS-DEATHS-DISMISSED   PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-TRANSACTIONS.
           PERFORM 300-UPDATE-SCHEDULE.
           PERFORM 850-REWRITE-PENDING-DEATHS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

      * CLEAR THE TRANSACTION TABLE, OPEN ALL FILES AND CHECK FOR      *
      * ERRORS                                                         *
      *----------------------------------------------------------------*
           INITIALIZE WS-TERM-CLAIM-TABLE
                      WS-PENDING-DEATH-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT TRANSACTION-FILE.
                       'POSTED: ' LIABSUM-STATUS
           END-IF.

      * A first-ever run has no claim diary yet, so fall back to
      * creating it; if even that fails the run goes ahead without
      * raising suspension follow-ups
           OPEN I-O DIARY-FILE.
           IF DIARY-STATUS-CODE NOT = '00'
              OPEN OUTPUT DIARY-FILE
              CLOSE DIARY-FILE
              OPEN I-O DIARY-FILE
           END-IF.
           IF DIARY-STATUS-CODE = '00'
               SET DIARY-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'CLAIM DIARY NOT AVAILABLE, NO SUSPENSION '
                       'ITEMS RAISED: ' DIARY-STATUS-CODE
           END-IF.

      * No order master means no withholding orders are on file and
      * no agency has to be told of a stopped claim
           OPEN INPUT ORDER-FILE.
           IF ORDER-STATUS = '00'
               OPEN EXTEND ORDER-NOTICE-FILE
               IF ORDNOTICE-STATUS NOT = '00'
                   OPEN OUTPUT ORDER-NOTICE-FILE
               END-IF
               IF ORDNOTICE-STATUS = '00'
                   SET ORDER-FILE-AVAILABLE TO TRUE
               ELSE
                   DISPLAY 'ERROR OPENING ORDER NOTICE FILE: '
                           ORDNOTICE-STATUS
                   CLOSE ORDER-FILE
               END-IF
           ELSE
               DISPLAY 'ORDER FILE NOT ON FILE, NO AGENCY NOTICES '
                       'SENT: ' ORDER-STATUS
           END-IF.

      * The claim-history trail extends run after run; a first-ever
      * run has no file yet, so fall back to creating it.
           OPEN EXTEND CLAIM-HISTORY-FILE.
              PERFORM 900-TERMINATION
           END-IF.

           PERFORM 150-LOAD-PENDING-DEATHS.

       150-LOAD-PENDING-DEATHS.
      *----------------------------------------------------------------*
      * LOAD THE TERMINATIONS PENDING FROM THE DEATH MASTER MATCH. NO  *
      * FILE MEANS NO MATCH HAS BEEN PENDED YET.                       *
      *----------------------------------------------------------------*
           OPEN INPUT PENDING-DEATH-FILE.
           IF PENDDTH-STATUS NOT = '00'
               DISPLAY 'NO PENDING DEATH MATCHES ON FILE: '
                       PENDDTH-STATUS
           ELSE
               SET PENDING-DEATHS-LOADED TO TRUE
               PERFORM UNTIL PEND-END-OF-FILE
                   READ PENDING-DEATH-FILE
                       AT END
                           SET PEND-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 155-TABLE-PENDING-DEATH
                   END-READ
               END-PERFORM
               CLOSE PENDING-DEATH-FILE
               DISPLAY 'PENDING DEATH MATCHES LOADED: ' WS-PEND-COUNT
           END-IF.

       155-TABLE-PENDING-DEATH.
      *----------------------------------------------------------------*
      * ADD ONE PENDING TERMINATION TO THE TABLE. A TABLE THAT FILLS   *
      * LEAVES THE FILE AS IT STANDS AT THE END OF THE RUN.            *
      *----------------------------------------------------------------*
           IF PENDING-DEATH-LINE NOT = SPACES
               MOVE SPACES TO WS-PEND-FIELDS
               UNSTRING PENDING-DEATH-LINE DELIMITED BY ','
                   INTO WS-PF-ACTION
                        WS-PF-CLAIM-ID
                        WS-PF-DOD
               END-UNSTRING
               IF WS-PEND-COUNT >= 500
                   DISPLAY 'PENDING DEATH TABLE FULL, NOT LOADED: '
                           WS-PF-CLAIM-ID
                   SET PENDING-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-PEND-COUNT
                   MOVE WS-PF-CLAIM-ID TO WS-PD-CLAIM-ID (WS-PEND-COUNT)
                   MOVE WS-PF-DOD      TO WS-PD-DOD (WS-PEND-COUNT)
                   MOVE 'N' TO WS-PD-RESOLVED-SW (WS-PEND-COUNT)
               END-IF
           END-IF.

       200-PROCESS-TRANSACTIONS.
      *----------------------------------------------------------------*
      * READ AND APPLY EVERY TRANSACTION IN THE FILE                   *
      *    claim                                                      *
      * 4. Update CLAIM-STATUS on the claim master and add the        *
      *    transaction to the table for the schedule pass             *
      * A confirmed death match (C) is applied as a termination from  *
      * the pending date of death; a dismissed one (X) only clears    *
      * the pending entry. Either is rejected with nothing pending.   *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TRAN-REJECT-SW.
           UNSTRING TRANSACTION-RECORD DELIMITED BY ','

           IF NOT TRAN-TERMINATE AND NOT TRAN-SUSPEND
                                 AND NOT TRAN-RESUME
                                 AND NOT TRAN-CONFIRM-DEATH
                                 AND NOT TRAN-DISMISS-DEATH
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - UNKNOWN ACTION CODE' TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
              AND (TRAN-CONFIRM-DEATH OR TRAN-DISMISS-DEATH)
               PERFORM 230-FIND-PENDING-DEATH
               IF PENDING-DEATH-FOUND
                   IF TRAN-CONFIRM-DEATH
                       MOVE 'T' TO WS-TRAN-ACTION
                       MOVE WS-PEND-DOD TO WS-TRAN-EFF-DATE
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - NO PENDING DEATH MATCH'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               SET WS-TERM-IDX TO 1
               SEARCH WS-TERM-ENTRY
           END-IF.

           IF TRAN-NOT-REJECTED
               IF TRAN-DISMISS-DEATH
                   PERFORM 235-RESOLVE-PENDING-DEATH
                   ADD 1 TO WS-DEATHS-DISMISSED
                   MOVE 'DEATH MATCH DISMISSED' TO WS-LOG-TEXT
               ELSE
                   PERFORM 220-APPLY-CLAIM-STATUS
               END-IF
           END-IF.

      * A termination, confirmed from a death match or not, settles
      * any death match still pending for the claim
           IF TRAN-NOT-REJECTED AND TRAN-TERMINATE
               PERFORM 235-RESOLVE-PENDING-DEATH
               IF WS-LOG-ACTION = 'C'
                   ADD 1 TO WS-DEATHS-CONFIRMED
                   MOVE 'TERMINATED - DEATH MATCH CONFIRMED'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           PERFORM 290-WRITE-LOG-RECORD.
                      AND WS-CHB-CLAIM-STATUS NOT = 'T'
                       PERFORM 296-RELEASE-LIABILITY-SUMMARY
                   END-IF
                   IF TRAN-SUSPEND
                       PERFORM 297-RAISE-SUSPENSION-DIARY
                   END-IF
                   IF TRAN-TERMINATE OR TRAN-SUSPEND
                       PERFORM 298-NOTIFY-ORDER-AGENCIES
                   END-IF
           END-REWRITE.

      * Capacity was checked before the master was updated, so the
                    TO WS-TERM-EFF-DATE (WS-TERM-TABLE-COUNT)
           END-IF.

       230-FIND-PENDING-DEATH.
      *----------------------------------------------------------------*
      * FIND THE EARLIEST UNRESOLVED DEATH MATCH PENDING FOR THE CLAIM *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-PEND-FOUND-SW.
           MOVE ZERO TO WS-PEND-DOD.
           MOVE 1 TO WS-PEND-SUB.
           PERFORM UNTIL WS-PEND-SUB > WS-PEND-COUNT
               IF WS-PD-CLAIM-ID (WS-PEND-SUB) = WS-TRAN-CLAIM-ID
                  AND WS-PD-RESOLVED-SW (WS-PEND-SUB) = 'N'
                   IF NOT PENDING-DEATH-FOUND
                      OR WS-PD-DOD (WS-PEND-SUB) < WS-PEND-DOD
                       MOVE WS-PD-DOD (WS-PEND-SUB) TO WS-PEND-DOD
                   END-IF
                   SET PENDING-DEATH-FOUND TO TRUE
               END-IF
               ADD 1 TO WS-PEND-SUB
           END-PERFORM.

       235-RESOLVE-PENDING-DEATH.
      *----------------------------------------------------------------*
      * MARK EVERY DEATH MATCH PENDING FOR THE CLAIM RESOLVED, SO IT   *
      * IS DROPPED WHEN THE PENDING FILE IS REWRITTEN                  *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-PEND-SUB.
           PERFORM UNTIL WS-PEND-SUB > WS-PEND-COUNT
               IF WS-PD-CLAIM-ID (WS-PEND-SUB) = WS-TRAN-CLAIM-ID
                   MOVE 'Y' TO WS-PD-RESOLVED-SW (WS-PEND-SUB)
               END-IF
               ADD 1 TO WS-PEND-SUB
           END-PERFORM.

       296-RELEASE-LIABILITY-SUMMARY.
      *----------------------------------------------------------------*
      * RELEASE THE TERMINATED CLAIM'S POSTED LIABILITY OFF THE        *
               END-READ
           END-IF.

       297-RAISE-SUSPENSION-DIARY.
      *----------------------------------------------------------------*
      * RAISE A SUSPENSION FOLLOW-UP ON THE CLAIM DIARY, DUE ONE       *
      * MONTH AFTER THE SUSPENSION TAKES EFFECT, SO THE ADJUSTER       *
      * DECIDES WHETHER TO RESUME OR TERMINATE THE CLAIM               *
      *----------------------------------------------------------------*
           IF DIARY-FILE-AVAILABLE
               MOVE WS-TRAN-EFF-DATE TO WS-DIARY-DUE-DATE
               ADD 1 TO WS-DIARY-DUE-MM
               IF WS-DIARY-DUE-MM > 12
                   MOVE 01 TO WS-DIARY-DUE-MM
                   ADD 1 TO WS-DIARY-DUE-CCYY
               END-IF
               IF WS-DIARY-DUE-DD > 28
                   MOVE 28 TO WS-DIARY-DUE-DD
               END-IF
               MOVE SPACES TO DIARY-RECORD
               MOVE WS-TRAN-CLAIM-ID TO DIARY-CLAIM-ID
               MOVE 'SU' TO DIARY-TYPE
               MOVE WS-DIARY-DUE-DATE TO DIARY-DUE-DATE
               MOVE 'O' TO DIARY-STATUS
               MOVE 'CLAIM SUSPENDED - RESUME OR TERMINATE'
                    TO DIARY-NOTE
               MOVE WS-RUN-DATE TO DIARY-CREATED-DATE
               MOVE 'PENSTERM' TO DIARY-CREATED-BY
               MOVE ZERO TO DIARY-CLOSED-DATE
               MOVE WS-DIARY-DUE-DATE TO DIARY-ORIG-DUE-DATE
               MOVE ZERO TO DIARY-POSTPONE-COUNT
               WRITE DIARY-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-DIARY-ITEMS-RAISED
               END-WRITE
           END-IF.

       298-NOTIFY-ORDER-AGENCIES.
      *----------------------------------------------------------------*
      * WRITE A NOTICE FOR EVERY ACTIVE WITHHOLDING ORDER AGAINST THE  *
      * CLAIMANT OF A TERMINATED OR SUSPENDED CLAIM, SO THE ISSUING    *
      * AGENCY KNOWS ITS DEDUCTIONS FROM THIS CLAIM HAVE STOPPED       *
      *----------------------------------------------------------------*
           IF ORDER-FILE-AVAILABLE
              AND CLAIMANT-ID OF CLAIM-RECORD NOT = SPACES
               MOVE CLAIMANT-ID OF CLAIM-RECORD
                    TO WS-NOTICE-CLAIMANT-ID
               IF TRAN-TERMINATE
                   MOVE 'TERMINATED' TO WS-NOTICE-ACTION
               ELSE
                   MOVE 'SUSPENDED'  TO WS-NOTICE-ACTION
               END-IF
               MOVE 'N' TO WS-ORD-EOF-SW
               MOVE WS-NOTICE-CLAIMANT-ID TO ORD-CLAIMANT-ID
               MOVE ZERO TO ORD-NUMBER
               START ORDER-FILE KEY IS GREATER THAN OR EQUAL TO
                     ORD-KEY
                   INVALID KEY
                       SET ORD-END-OF-CLAIMANT TO TRUE
               END-START
               PERFORM UNTIL ORD-END-OF-CLAIMANT
                   READ ORDER-FILE NEXT RECORD
                       AT END
                           SET ORD-END-OF-CLAIMANT TO TRUE
                       NOT AT END
                           IF ORD-CLAIMANT-ID
                                    NOT = WS-NOTICE-CLAIMANT-ID
                               SET ORD-END-OF-CLAIMANT TO TRUE
                           ELSE
                               IF ORD-STATUS = 'A'
                                   PERFORM 299-WRITE-ORDER-NOTICE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       299-WRITE-ORDER-NOTICE.
      *----------------------------------------------------------------*
      * WRITE ONE AGENCY NOTICE FOR THE ORDER IN HAND                  *
      *----------------------------------------------------------------*
           ADD 1 TO WS-ORDER-NOTICES.
           MOVE ORD-ARREARS TO WS-F-NOTICE-ARREARS.
           MOVE SPACES TO ORDER-NOTICE-LINE.
           STRING ORD-AGENCY-ID         DELIMITED BY SIZE
                  ' CASE='              DELIMITED BY SIZE
                  ORD-CASE-NUMBER       DELIMITED BY SIZE
                  ' CLAIMANT='          DELIMITED BY SIZE
                  ORD-CLAIMANT-ID       DELIMITED BY SIZE
                  ' CLAIM='             DELIMITED BY SIZE
                  WS-TRAN-CLAIM-ID      DELIMITED BY SIZE
                  ' ACTION='            DELIMITED BY SIZE
                  WS-NOTICE-ACTION      DELIMITED BY SIZE
                  ' EFFECTIVE='         DELIMITED BY SIZE
                  WS-TRAN-EFF-DATE      DELIMITED BY SIZE
                  ' ARREARS='           DELIMITED BY SIZE
                  WS-F-NOTICE-ARREARS   DELIMITED BY SIZE
                  INTO ORDER-NOTICE-LINE
           END-STRING.
           WRITE ORDER-NOTICE-LINE.

       295-WRITE-CLAIM-HISTORY.
      *----------------------------------------------------------------*
      * APPEND THE BEFORE AND AFTER IMAGES OF ONE CLAIM MASTER         *
                  WS-LOG-KEY    DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-LOG-TEXT   DELIMITED BY SIZE
                  ' EFF='       DELIMITED BY SIZE
                  WS-TRAN-EFF-DATE DELIMITED BY SIZE
                  INTO TERM-LOG-LINE
           END-STRING.
           WRITE TERM-LOG-LINE.
           DISPLAY 'PAYMENTS RELEASED:     ' WS-SCHED-RELEASED.
           DISPLAY 'LIABILITY RELEASED:    ' WS-LIABILITY-RELEASED.
           DISPLAY 'LIABILITY HELD:        ' WS-LIABILITY-HELD.
           DISPLAY 'DIARY ITEMS RAISED:    ' WS-DIARY-ITEMS-RAISED.
           DISPLAY 'AGENCY NOTICES SENT:   ' WS-ORDER-NOTICES.
           DISPLAY 'DEATH MATCHES CONFIRMED: ' WS-DEATHS-CONFIRMED.
           DISPLAY 'DEATH MATCHES DISMISSED: ' WS-DEATHS-DISMISSED.
           DISPLAY '===================================='.

       850-REWRITE-PENDING-DEATHS.
      *----------------------------------------------------------------*
      * REWRITE THE PENDING FILE WITH THE DEATH MATCHES STILL AWAITING *
      * AN ADJUSTER. A TABLE THAT FILLED LEAVES THE FILE UNTOUCHED, SO *
      * NOTHING PENDING IS LOST; ANY RESOLVED HERE ARE SETTLED AGAIN   *
      * BY THEIR CLAIM'S NEXT TERMINATION OR DISMISSAL.                *
      *----------------------------------------------------------------*
           IF PENDING-DEATHS-LOADED
               IF PENDING-TABLE-FULL
                   DISPLAY 'PENDING DEATH FILE NOT REWRITTEN - TABLE '
                           'FULL'
               ELSE
                   OPEN OUTPUT PENDING-DEATH-FILE
                   IF PENDDTH-STATUS NOT = '00'
                       DISPLAY 'ERROR REWRITING PENDING DEATH FILE: '
                               PENDDTH-STATUS
                   ELSE
                       MOVE 1 TO WS-PEND-SUB
                       PERFORM UNTIL WS-PEND-SUB > WS-PEND-COUNT
                           IF WS-PD-RESOLVED-SW (WS-PEND-SUB) = 'N'
                               PERFORM 855-WRITE-PENDING-DEATH
                           END-IF
                           ADD 1 TO WS-PEND-SUB
                       END-PERFORM
                       CLOSE PENDING-DEATH-FILE
                   END-IF
               END-IF
           END-IF.

       855-WRITE-PENDING-DEATH.
      *----------------------------------------------------------------*
      * WRITE ONE UNRESOLVED PENDING TERMINATION BACK                  *
      *----------------------------------------------------------------*
           MOVE SPACES TO PENDING-DEATH-LINE.
           STRING 'T,'                         DELIMITED BY SIZE
                  WS-PD-CLAIM-ID (WS-PEND-SUB) DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  WS-PD-DOD (WS-PEND-SUB)      DELIMITED BY SIZE
                  INTO PENDING-DEATH-LINE
           END-STRING.
           WRITE PENDING-DEATH-LINE.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
               CLOSE LIABILITY-SUMMARY-FILE
           END-IF.

           IF DIARY-FILE-AVAILABLE
               CLOSE DIARY-FILE
           END-IF.

           IF ORDER-FILE-AVAILABLE
               CLOSE ORDER-FILE
                     ORDER-NOTICE-FILE
           END-IF.

           IF WS-TRANS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
