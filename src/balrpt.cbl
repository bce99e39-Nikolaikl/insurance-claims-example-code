
      * The latest control-total record per chained program.
       01 WS-PGM-TABLE.
          05 WS-PG-ENTRY OCCURS 10 TIMES INDEXED BY WS-PG-IDX.
             10 WS-PG-NAME         PIC X(8).
             10 WS-PG-SEEN-SW      PIC X(1).
             10 WS-PG-C1           PIC 9(7).
          05 WS-CLOSE-PAID-X REDEFINES WS-CLOSE-PAID PIC X(13).
          05 WS-EXPECTED-AR        PIC S9(11)V99.

       01 WS-PGM-SUB               PIC 9(2) COMP.

       01 WS-CONTROL-TOTALS.
          05 WS-LEGS-CROSSED       PIC 9(3) COMP VALUE ZERO.
           MOVE 'PAYDISB ' TO WS-PG-NAME (4).
           MOVE 'PREMBILL' TO WS-PG-NAME (5).
           MOVE 'CASHAPP ' TO WS-PG-NAME (6).
           MOVE 'PREMAUDT' TO WS-PG-NAME (7).
           MOVE 'ENDTMNT ' TO WS-PG-NAME (8).
           MOVE 'NPCANCEL' TO WS-PG-NAME (9).
           MOVE 'DEDBILL ' TO WS-PG-NAME (10).
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT BALANCE-REPORT.
      * 2. The reconciliation must have closed with no breaks         *
      * 3. No money may have moved while the reconciliation stood     *
      *    broken                                                     *
      * 4. Opening receivables plus premium billed (monthly billing   *
      *    and premium audit) less cash applied must equal the        *
      *    outstanding receivables reported                           *
      *----------------------------------------------------------------*
           MOVE WS-PG-C2 (1) TO WS-F-COUNT-L.
           MOVE WS-PG-C1 (2) TO WS-F-COUNT-R.
           END-IF.

           COMPUTE WS-EXPECTED-AR = WS-OPEN-AR
                   + WS-PG-A1 (5) + WS-PG-A1 (7) + WS-PG-A1 (8)
                   + WS-PG-A1 (9) + WS-PG-A1 (10) - WS-PG-A1 (6).
           IF WS-EXPECTED-AR < 0
               MOVE ZERO TO WS-EXPECTED-AR
           END-IF.
      * Programs that never reported this month are surfaced so a
      * quiet gap reads as a gap, not a tie
           MOVE 1 TO WS-PGM-SUB.
           PERFORM UNTIL WS-PGM-SUB > 10
               IF WS-PG-SEEN-SW (WS-PGM-SUB) NOT = 'Y'
                   MOVE SPACES TO REPORT-LINE
                   STRING 'NO CONTROL TOTALS THIS MONTH FROM '
