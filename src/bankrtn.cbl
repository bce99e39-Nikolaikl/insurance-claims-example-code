      *               this run, for the next disbursement cycle        *
      * - EXCEPTION-REPORT: Claims with repeated failures, and every   *
      *                     non-recoverable return, for the desk       *
      * - DIARY-FILE: The claim diary; a claim at the repeated-        *
      *               failure threshold with a fresh return this run   *
      *               gets a follow-up due today                       *
      *----------------------------------------------------------------*
           SELECT BANK-RETURN-FILE ASSIGN TO 'data/BANKRETURN.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT DIARY-FILE ASSIGN TO "data/DIARYFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DIARY-KEY
           FILE STATUS IS WS-DIARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-RETURN-FILE.
       FD EXCEPTION-REPORT.
       01 EXCEPTION-LINE           PIC X(120).

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

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * IT: COLS 1-12 CLAIM-ID, 18-21 SEQ, 28-35 PAYMENT DATE,         *
      * 44-56 EDITED AMOUNT, 62-63 DEP, 69-78 REL, 85-92 PAID DATE.    *
      * COLS 93-100 ARE THE RETURN MARKER THIS PROGRAM PATCHES ON      *
      * (' RTN=XXX', OR ' RTN=STL' FROM CHKSTALE FOR A STALE-DATED     *
      * CHECK); COLS 101 ONWARD ARE RESERVED EXTENSION SPACE.          *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 WS-RETURN-STATUS      PIC X(2).
          05 WS-NEWHIST-STATUS     PIC X(2).
          05 WS-RETRY-STATUS       PIC X(2).
          05 WS-REPORT-STATUS      PIC X(2).
          05 WS-DIARY-STATUS       PIC X(2).

       01 WS-SWITCHES.
          05 WS-RETURN-EOF-SW      PIC X(1) VALUE 'N'.
             88 RETURN-END-OF-FILE VALUE 'Y'.
          05 WS-HIST-EOF-SW        PIC X(1) VALUE 'N'.
             88 HIST-END-OF-FILE   VALUE 'Y'.
          05 WS-DIARY-AVAIL-SW     PIC X(1) VALUE 'N'.
             88 DIARY-FILE-AVAILABLE VALUE 'Y'.

       01 WS-RUN-DATE.
          05 WS-RUN-CCYY           PIC 9(4).
      * Per-claim failure counts, gathered over the whole history so
      * markers left by earlier runs count toward the repeated-
      * failure threshold. 1000 entries matches the reconciliation
      * program's claim-table sizing. WS-FAIL-NEW-SW marks a claim
      * with a return matched this run, so only a claim still
      * failing raises a fresh diary follow-up.
       01 WS-FAIL-THRESHOLD        PIC 9(2) VALUE 03.
       01 WS-FAIL-TABLE-COUNT      PIC 9(4) COMP VALUE ZERO.
       01 WS-FAIL-TABLE.
          05 WS-FAIL-ENTRY OCCURS 1000 TIMES INDEXED BY WS-FAIL-IDX.
             10 WS-FAIL-CLAIM-ID   PIC X(12).
             10 WS-FAIL-COUNT      PIC 9(3).
             10 WS-FAIL-NEW-SW     PIC X(1).

       01 WS-HIST-FIELDS.
          05 WS-HIST-CLAIM-ID      PIC X(12).
          05 WS-HIST-READ          PIC 9(7) COMP VALUE ZERO.
          05 WS-PAYMENTS-REQUEUED  PIC 9(5) COMP VALUE ZERO.
          05 WS-CLAIMS-EXCEPTED    PIC 9(5) COMP VALUE ZERO.
          05 WS-DIARY-ITEMS-RAISED PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
              PERFORM 900-TERMINATION
           END-IF.

      * A first-ever run has no claim diary yet, so fall back to
      * creating it; if even that fails the run goes ahead with the
      * exception report alone
           OPEN I-O DIARY-FILE.
           IF WS-DIARY-STATUS NOT = '00'
              OPEN OUTPUT DIARY-FILE
              CLOSE DIARY-FILE
              OPEN I-O DIARY-FILE
           END-IF.
           IF WS-DIARY-STATUS = '00'
               SET DIARY-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'CLAIM DIARY NOT AVAILABLE, NO FOLLOW-UPS '
                       'RAISED: ' WS-DIARY-STATUS
           END-IF.

       200-LOAD-RETURNS.
      *----------------------------------------------------------------*
      * LOAD EVERY BANK RETURN INTO THE TABLE. ONCE FULL, FURTHER      *
           MOVE PAYMENT-HISTORY-LINE (69:10) TO WS-HIST-DEP-REL.
           MOVE PAYMENT-HISTORY-LINE (98:3)  TO WS-HIST-RTN-MARK.

      * A record already marked by an earlier run is not re-matched;
      * a stale-dated check (STL) was never presented, so it is no
      * bank failure
           IF PAYMENT-HISTORY-LINE (93:5) = ' RTN='
               IF WS-HIST-RTN-MARK NOT = 'STL'
                   PERFORM 340-ROLL-FAILURE-COUNT
               END-IF
           ELSE
               SET WS-RTN-IDX TO 1
               SEARCH WS-RTN-ENTRY
           END-IF.

           PERFORM 340-ROLL-FAILURE-COUNT.
           IF WS-FAIL-IDX NOT > WS-FAIL-TABLE-COUNT
               MOVE 'Y' TO WS-FAIL-NEW-SW (WS-FAIL-IDX)
           END-IF.

       330-REQUEUE-PAYMENT.
      *----------------------------------------------------------------*
                          INTO EXCEPTION-LINE
                   END-STRING
                   WRITE EXCEPTION-LINE
                   IF WS-FAIL-NEW-SW (WS-FAIL-SUB) = 'Y'
                       PERFORM 410-RAISE-RETURN-DIARY
                   END-IF
               END-IF
               ADD 1 TO WS-FAIL-SUB
           END-PERFORM.
               SET WS-RTN-IDX UP BY 1
           END-PERFORM.

       410-RAISE-RETURN-DIARY.
      *----------------------------------------------------------------*
      * RAISE A REPEAT-RETURN FOLLOW-UP ON THE CLAIM DIARY, DUE TODAY, *
      * FOR A CLAIM AT THE THRESHOLD THAT BOUNCED AGAIN THIS RUN. A    *
      * SECOND RUN THE SAME DAY FINDS THE ITEM ALREADY ON THE DIARY.   *
      *----------------------------------------------------------------*
           IF DIARY-FILE-AVAILABLE
               MOVE SPACES TO DIARY-RECORD
               MOVE WS-FAIL-CLAIM-ID (WS-FAIL-SUB) TO DIARY-CLAIM-ID
               MOVE 'RR' TO DIARY-TYPE
               MOVE WS-RUN-DATE TO DIARY-DUE-DATE
               MOVE 'O' TO DIARY-STATUS
               MOVE 'REPEATED BANK RETURNS - REVIEW BANKING DETAILS'
                    TO DIARY-NOTE
               MOVE WS-RUN-DATE TO DIARY-CREATED-DATE
               MOVE 'BANKRTN' TO DIARY-CREATED-BY
               MOVE ZERO TO DIARY-CLOSED-DATE
               MOVE WS-RUN-DATE TO DIARY-ORIG-DUE-DATE
               MOVE ZERO TO DIARY-POSTPONE-COUNT
               WRITE DIARY-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-DIARY-ITEMS-RAISED
               END-WRITE
           END-IF.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
           DISPLAY 'HISTORY RECORDS:     ' WS-HIST-READ.
           DISPLAY 'PAYMENTS REQUEUED:   ' WS-PAYMENTS-REQUEUED.
           DISPLAY 'CLAIMS ON EXCEPTION: ' WS-CLAIMS-EXCEPTED.
           DISPLAY 'DIARY ITEMS RAISED:  ' WS-DIARY-ITEMS-RAISED.
           DISPLAY '===================================='.

       900-TERMINATION.
                 RETRY-FILE
                 EXCEPTION-REPORT.

           IF DIARY-FILE-AVAILABLE
               CLOSE DIARY-FILE
           END-IF.

           IF WS-RETURNS-UNMATCHED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
