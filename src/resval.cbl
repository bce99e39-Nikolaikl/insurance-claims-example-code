      *           ASSUMPTION RATES AND THE CLAIMANT'S CURRENT          *
      *           ATTAINED AGE AGAINST THE MORTALITY TABLE, AND        *
      *           REPORTS OPENING RESERVE, REVALUED RESERVE AND        *
      *           MOVEMENT PER CLAIM AND IN TOTAL. A CLAIM WITH AN     *
      *           OPEN SUBROGATION FILE CARRIES ITS ANTICIPATED        *
      *           THIRD-PARTY RECOVERY, LESS WHAT HAS ALREADY COME     *
      *           IN, AS AN OFFSET TO THE REVALUED RESERVE. A CLAIM    *
      *           THE SECOND-INJURY FUND STILL HAS OPEN CARRIES THE    *
      *           FUND'S SHARE OF ITS FUTURE BENEFITS -- EVERYTHING    *
      *           PAST THE STATUTORY PERIOD -- AS A FURTHER OFFSET,    *
      *           AND EVERY CLAIM IS REPORTED BOTH GROSS AND NET OF    *
      *           ITS ANTICIPATED RECOVERIES                           *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * - MORTALITY-FILE: Remaining life expectancy by attained age    *
      * - ASSUMPTIONS-FILE: Dated rate sets; the latest set on file    *
      *                     supplies the current discount rate         *
      * - SUBROGATION-FILE: Optional third-party recovery files, for   *
      *                     the anticipated-recovery offset            *
      * - SIF-FILE: Optional second-injury fund records, for the       *
      *             anticipated fund recovery                          *
      * - VALUATION-REPORT: Opening/revalued/movement per claim        *
      *----------------------------------------------------------------*
           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           RECORD KEY IS EFFECTIVE-DATE OF ASSUMPTIONS-RECORD
           FILE STATUS IS ASSUME-STATUS.

           SELECT SUBROGATION-FILE ASSIGN TO "data/SUBRFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUBR-CLAIM-ID
           FILE STATUS IS SUBR-STATUS-CODE.

           SELECT SIF-FILE ASSIGN TO "data/SIFFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SIF-CLAIM-ID
           FILE STATUS IS SIF-STATUS-CODE.

           SELECT VALUATION-REPORT ASSIGN TO 'data/RESVAL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.
          05 ASSUMP-SEV-INCREASE-RATE PIC 9V9999.
          05 ASSUMP-LIFE-EXPECTANCY   PIC 99V9.

      * Status O open, S settled, W withdrawn
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

      * Status P pending, F filed, A accepted, D denied, W withdrawn,
      * C closed; the fund reimburses benefits past the statutory
      * weeks, at the weekly rate, once the weeks paid reach them.
       FD SIF-FILE.
       01 SIF-RECORD.
          05 SIF-CLAIM-ID          PIC X(12).
          05 SIF-STATUS            PIC X(1).
          05 SIF-CLAIMANT-ID       PIC X(8).
          05 SIF-PRIOR-CLAIM-ID    PIC X(12).
          05 SIF-PRIOR-PCT         PIC 9(3).
          05 SIF-CURRENT-PCT       PIC 9(3).
          05 SIF-COMBINED-PCT      PIC 9(3).
          05 SIF-STATUTORY-WEEKS   PIC 9(3).
          05 SIF-WEEKLY-RATE       PIC 9(7)V99.
          05 SIF-WEEKS-PAID        PIC 9(5).
          05 SIF-PAID-TO-DATE      PIC 9(9)V99.
          05 SIF-REIMBURSABLE      PIC 9(9)V99.
          05 SIF-CLAIMED           PIC 9(9)V99.
          05 SIF-RECEIVED          PIC 9(9)V99.
          05 SIF-IDENTIFIED-DATE   PIC 9(8).
          05 SIF-FILED-DATE        PIC 9(8).
          05 SIF-DECISION-DATE     PIC 9(8).
          05 SIF-LAST-RECEIPT-DATE PIC 9(8).
          05 SIF-FUND-REFERENCE    PIC X(15).
          05 FILLER                PIC X(10).

       FD VALUATION-REPORT.
       01 REPORT-LINE              PIC X(180).

      * The movement line is fixed-format: cols 1-12 claim id, 13-18
      * ' MOVE=', col 19 the sign (+/-), cols 20-30 the movement
      * - WS-SWITCHES: Program control flags                           *
      * - WS-VALUATION-FIELDS: Current rates, attained age, horizon    *
      *   and the revalued reserve for the claim in hand               *
      * - WS-CONTROL-TOTALS: Opening, revalued (gross), recovery,      *
      *   fund recovery, net and movement totals                       *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 CLM-STATUS            PIC X(2).
          05 ASSUME-STATUS         PIC X(2).
          05 RPT-STATUS            PIC X(2).
          05 MOVE-STATUS           PIC X(2).
          05 SUBR-STATUS-CODE      PIC X(2).
          05 SIF-STATUS-CODE       PIC X(2).

       01 WS-SWITCHES.
          05 WS-CLM-EOF-SW         PIC X(1) VALUE 'N'.
             88 CLM-END-OF-FILE    VALUE 'Y'.
          05 WS-SUBR-AVAIL-SW      PIC X(1) VALUE 'N'.
             88 SUBROGATION-FILE-AVAILABLE VALUE 'Y'.
          05 WS-SIF-AVAIL-SW       PIC X(1) VALUE 'N'.
             88 SIF-FILE-AVAILABLE VALUE 'Y'.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
          05 WS-REMAIN-MONTHS      PIC S9(5) COMP.
          05 WS-HORIZON-YEARS      PIC 99V9.
          05 WS-REVALUED-RESERVE   PIC 9(9)V99.
          05 WS-RECOVERY-OFFSET    PIC S9(9)V99.
          05 WS-FUND-OFFSET        PIC S9(9)V99.
          05 WS-STATUTORY-REMAINING PIC S9(9)V99.
          05 WS-OFFSET-ROOM        PIC S9(9)V99.
          05 WS-NET-RESERVE        PIC 9(9)V99.
          05 WS-MOVEMENT           PIC S9(9)V99.
          05 WS-MOVE-ABS           PIC 9(9)V99.
          05 WS-MOVE-ABS-CHARS REDEFINES WS-MOVE-ABS
          05 WS-CLAIMS-VALUED      PIC 9(7) COMP VALUE ZERO.
          05 WS-OPENING-TOTAL      PIC 9(11)V99 VALUE ZERO.
          05 WS-REVALUED-TOTAL     PIC 9(11)V99 VALUE ZERO.
          05 WS-RECOVERY-TOTAL     PIC 9(11)V99 VALUE ZERO.
          05 WS-CLAIMS-OFFSET      PIC 9(7) COMP VALUE ZERO.
          05 WS-FUND-TOTAL         PIC 9(11)V99 VALUE ZERO.
          05 WS-CLAIMS-FUND-OFFSET PIC 9(7) COMP VALUE ZERO.
          05 WS-NET-TOTAL          PIC 9(11)V99 VALUE ZERO.
          05 WS-MOVEMENT-TOTAL     PIC S9(11)V99 VALUE ZERO.

       01 WS-REPORT-HEADING.
          05 WS-VD-OPENING         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(11) VALUE ' REVALUED: '.
          05 WS-VD-REVALUED        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(11) VALUE ' RECOVERY: '.
          05 WS-VD-RECOVERY        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(7)  VALUE ' FUND: '.
          05 WS-VD-FUND            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(6)  VALUE ' NET: '.
          05 WS-VD-NET             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(11) VALUE ' MOVEMENT: '.
          05 WS-VD-MOVEMENT        PIC ---,---,--9.99.

          05 WS-VT-OPENING         PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(11) VALUE ' REVALUED: '.
          05 WS-VT-REVALUED        PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(11) VALUE ' RECOVERY: '.
          05 WS-VT-RECOVERY        PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(7)  VALUE ' FUND: '.
          05 WS-VT-FUND            PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(6)  VALUE ' NET: '.
          05 WS-VT-NET             PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(11) VALUE ' MOVEMENT: '.
          05 WS-VT-MOVEMENT        PIC -,---,---,--9.99.

              PERFORM 900-TERMINATION
           END-IF.

      * A book with no subrogation file simply carries no
      * anticipated recoveries
           OPEN INPUT SUBROGATION-FILE.
           IF SUBR-STATUS-CODE = '00'
               SET SUBROGATION-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'NO SUBROGATION FILE, NO RECOVERY OFFSETS: '
                       SUBR-STATUS-CODE
           END-IF.

      * Nor does a book the fund scan has never run against
           OPEN INPUT SIF-FILE.
           IF SIF-STATUS-CODE = '00'
               SET SIF-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'NO FUND FILE, NO FUND RECOVERY OFFSETS: '
                       SIF-STATUS-CODE
           END-IF.

           MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
      *    permanent and fatality claims run off current life          *
      *    expectancy at the attained age                              *
      * 3. Recompute present value at the current discount rate over   *
      *    that horizon                                                *
      * 4. Offset any anticipated third-party recovery still to come  *
      *    in, then the fund's share of the future benefits, and      *
      *    report opening, revalued (gross), both offsets, the net    *
      *    reserve and its movement                                   *
      *----------------------------------------------------------------*
           PERFORM 220-DERIVE-ATTAINED-AGE.
           PERFORM 230-DERIVE-HORIZON.
                         WS-HORIZON-YEARS)) /
                   WS-DISCOUNT-RATE.

           PERFORM 240-DERIVE-RECOVERY-OFFSET.
           PERFORM 250-DERIVE-FUND-OFFSET.
           COMPUTE WS-NET-RESERVE = WS-REVALUED-RESERVE
                                  - WS-RECOVERY-OFFSET
                                  - WS-FUND-OFFSET.

           COMPUTE WS-MOVEMENT = WS-NET-RESERVE
                               - PRESENT-VALUE OF CLAIM-RECORD.

           ADD 1 TO WS-CLAIMS-VALUED.
           ADD PRESENT-VALUE OF CLAIM-RECORD TO WS-OPENING-TOTAL.
           ADD WS-REVALUED-RESERVE TO WS-REVALUED-TOTAL.
           ADD WS-RECOVERY-OFFSET TO WS-RECOVERY-TOTAL.
           ADD WS-FUND-OFFSET TO WS-FUND-TOTAL.
           ADD WS-NET-RESERVE TO WS-NET-TOTAL.
           ADD WS-MOVEMENT TO WS-MOVEMENT-TOTAL.

           MOVE CLAIM-ID OF CLAIM-RECORD TO WS-VD-CLAIM-ID.
           MOVE PRESENT-VALUE OF CLAIM-RECORD TO WS-VD-OPENING.
           MOVE WS-REVALUED-RESERVE TO WS-VD-REVALUED.
           MOVE WS-RECOVERY-OFFSET TO WS-VD-RECOVERY.
           MOVE WS-FUND-OFFSET TO WS-VD-FUND.
           MOVE WS-NET-RESERVE TO WS-VD-NET.
           MOVE WS-MOVEMENT TO WS-VD-MOVEMENT.
           MOVE WS-VALUATION-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
               MOVE WS-LIFE-EXPECTANCY TO WS-HORIZON-YEARS
           END-IF.

       240-DERIVE-RECOVERY-OFFSET.
      *----------------------------------------------------------------*
      * DERIVE THE ANTICIPATED-RECOVERY OFFSET: AN OPEN SUBROGATION    *
      * FILE'S ANTICIPATED RECOVERY LESS THE LIEN ALREADY RECOVERED,   *
      * NEVER BELOW ZERO AND NEVER MORE THAN THE REVALUED RESERVE      *
      * ITSELF. A CLOSED FILE HAS NOTHING MORE TO COME.                *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-RECOVERY-OFFSET.
           IF SUBROGATION-FILE-AVAILABLE
               MOVE CLAIM-ID OF CLAIM-RECORD TO SUBR-CLAIM-ID
               READ SUBROGATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SUBR-STATUS = 'O'
                           COMPUTE WS-RECOVERY-OFFSET =
                                   SUBR-ANTICIPATED
                                 - SUBR-LIEN-RECOVERED
                       END-IF
               END-READ
           END-IF.

           IF WS-RECOVERY-OFFSET < 0
               MOVE ZERO TO WS-RECOVERY-OFFSET
           END-IF.
           IF WS-RECOVERY-OFFSET > WS-REVALUED-RESERVE
               MOVE WS-REVALUED-RESERVE TO WS-RECOVERY-OFFSET
           END-IF.
           IF WS-RECOVERY-OFFSET > 0
               ADD 1 TO WS-CLAIMS-OFFSET
           END-IF.

       250-DERIVE-FUND-OFFSET.
      *----------------------------------------------------------------*
      * DERIVE THE ANTICIPATED FUND RECOVERY ON A CLAIM THE FUND STILL *
      * HAS PENDING, FILED OR ACCEPTED: THE FUND PAYS EVERY BENEFIT    *
      * PAST THE STATUTORY PERIOD, SO THE RESERVE LESS WHAT IS STILL   *
      * TO BE PAID INSIDE THE PERIOD (THE WEEKS NOT YET PAID AT THE    *
      * WEEKLY RATE) WILL COME BACK FROM THE FUND. NEVER BELOW ZERO,   *
      * AND NEVER MORE THAN THE RESERVE LEFT AFTER THE THIRD-PARTY     *
      * RECOVERY. BENEFITS ALREADY PAID AND STILL TO BE REIMBURSED ARE *
      * THE FUND'S RECEIVABLE, NOT PART OF THE RESERVE.                *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-FUND-OFFSET.
           IF SIF-FILE-AVAILABLE
               MOVE CLAIM-ID OF CLAIM-RECORD TO SIF-CLAIM-ID
               READ SIF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SIF-STATUS = 'P' OR 'F' OR 'A'
                           COMPUTE WS-STATUTORY-REMAINING =
                                   (SIF-STATUTORY-WEEKS
                                  - SIF-WEEKS-PAID)
                                 * SIF-WEEKLY-RATE
                           IF WS-STATUTORY-REMAINING < 0
                               MOVE ZERO TO WS-STATUTORY-REMAINING
                           END-IF
                           COMPUTE WS-FUND-OFFSET =
                                   WS-REVALUED-RESERVE
                                 - WS-STATUTORY-REMAINING
                       END-IF
               END-READ
           END-IF.

           COMPUTE WS-OFFSET-ROOM = WS-REVALUED-RESERVE
                                  - WS-RECOVERY-OFFSET.
           IF WS-FUND-OFFSET < 0
               MOVE ZERO TO WS-FUND-OFFSET
           END-IF.
           IF WS-FUND-OFFSET > WS-OFFSET-ROOM
               MOVE WS-OFFSET-ROOM TO WS-FUND-OFFSET
           END-IF.
           IF WS-FUND-OFFSET > 0
               ADD 1 TO WS-CLAIMS-FUND-OFFSET
           END-IF.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * WRITE THE VALUATION TOTALS AND DISPLAY RUN CONTROL TOTALS      *
      *----------------------------------------------------------------*
           MOVE WS-OPENING-TOTAL  TO WS-VT-OPENING.
           MOVE WS-REVALUED-TOTAL TO WS-VT-REVALUED.
           MOVE WS-RECOVERY-TOTAL TO WS-VT-RECOVERY.
           MOVE WS-FUND-TOTAL     TO WS-VT-FUND.
           MOVE WS-NET-TOTAL      TO WS-VT-NET.
           MOVE WS-MOVEMENT-TOTAL TO WS-VT-MOVEMENT.

           MOVE SPACES TO REPORT-LINE.
           DISPLAY 'CLAIMS VALUED: ' WS-CLAIMS-VALUED.
           DISPLAY 'OPENING TOTAL: ' WS-OPENING-TOTAL.
           DISPLAY 'REVALUED TOTAL:' WS-REVALUED-TOTAL.
           DISPLAY 'CLAIMS OFFSET: ' WS-CLAIMS-OFFSET.
           DISPLAY 'RECOVERY TOTAL:' WS-RECOVERY-TOTAL.
           DISPLAY 'CLAIMS FUNDED: ' WS-CLAIMS-FUND-OFFSET.
           DISPLAY 'FUND TOTAL:    ' WS-FUND-TOTAL.
           DISPLAY 'NET TOTAL:     ' WS-NET-TOTAL.
           DISPLAY '===================================='.

       900-TERMINATION.
                 ASSUMPTIONS-FILE
                 VALUATION-REPORT
                 MOVEMENT-FILE.
           IF SUBROGATION-FILE-AVAILABLE
               CLOSE SUBROGATION-FILE
           END-IF.
           IF SIF-FILE-AVAILABLE
               CLOSE SIF-FILE
           END-IF.

           STOP RUN.
