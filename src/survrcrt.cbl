      *           ONES),                                               *
      *           CHILDREN REACHING THE LIMIT IN THE COMING YEAR ARE   *
      *           FLAGGED, AND A NOTIFICATION REPORT IS PRODUCED PER   *
      *           AFFECTED CLAIM. A DEPENDENT THE DEATH MASTER MATCH   *
      *           (DMFMATCH) FOUND DECEASED IS REMOVED THE SAME WAY,   *
      *           FROM THE DATE OF DEATH                               *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      *   it is an in-force fatality claim and rewritten when the      *
      *   benefit restates                                             *
      * - RECERT-REPORT: The notification report per affected claim    *
      * - DEP-DEATH-FILE: Dependents the death master match found      *
      *   deceased (CLAIM-ID,DEP-SEQ,DATE-OF-DEATH); optional          *
      *----------------------------------------------------------------*
           SELECT DEPENDENT-FILE ASSIGN TO "data/DEPFILE"
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

           SELECT DEP-DEATH-FILE ASSIGN TO 'data/DEPDEATH.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPDTH-STATUS.

      * CLAIM-HISTORY-FILE: Dated before/after image of every claim
      * master record this run rewrites, extended run after run --
      * the same trail the calculation and termination runs append.
           RECORD KEY IS SCHED-KEY
           FILE STATUS IS SCHEDM-STATUS.

      * DIARY-FILE: The claim diary. A child reaching the age limit
      * in the coming year raises a follow-up due on the age-out
      * date, so the adjuster confirms continued eligibility before
      * the entitlement changes rather than after.
           SELECT DIARY-FILE ASSIGN TO "data/DIARYFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DIARY-KEY
           FILE STATUS IS DIARY-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD DEPENDENT-FILE.
          05 DEP-DATE-OF-BIRTH     PIC 9(08).
          05 DEP-BENEFIT-SHARE     PIC 9V999.

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

       FD CLAIM-FILE.
       01 CLAIM-RECORD.
          05 CLAIM-ID              PIC X(12).
       FD RECERT-REPORT.
       01 REPORT-LINE              PIC X(120).

       FD DEP-DEATH-FILE.
       01 DEP-DEATH-LINE           PIC X(40).

      * The claim-history line is fixed-format: cols 1-5 'DATE=',
      * 6-13 run date, 14-18 ' PGM=', 19-26 program id, 27-31
      * ' KEY=', 32-43 claim id, 44-51 the image tag (' BEFORE=' or
          05 SCHEDM-STATUS         PIC X(2).
          05 CLMHIST-STATUS        PIC X(2).
          05 LIABSUM-STATUS        PIC X(2).
          05 DIARY-STATUS-CODE     PIC X(2).
          05 DEPDTH-STATUS         PIC X(2).

       01 WS-SWITCHES.
          05 WS-DEP-EOF-SW         PIC X(1) VALUE 'N'.
             88 SCHED-END-OF-FILE  VALUE 'Y'.
          05 WS-GROUP-OVERFLOW-SW  PIC X(1) VALUE 'N'.
             88 GROUP-OVERFLOWED   VALUE 'Y'.
          05 WS-DEATH-EOF-SW       PIC X(1) VALUE 'N'.
             88 DEATH-END-OF-FILE  VALUE 'Y'.
          05 WS-ACTIONS-NEEDED     PIC 9(4) COMP.

       01 WS-RUN-DATE               PIC 9(8).
             10 WS-GT-SHARE        PIC 9V999.
             10 WS-GT-AGE          PIC S9(3).
             10 WS-GT-STATE        PIC X(1).
      *         K - KEPT, A - AGED OUT, W - WARNING (AGES OUT SOON),
      *         D - DIED
             10 WS-GT-DEATH-DATE   PIC 9(8).

      * Dependents the death master match found deceased, with the
      * date each died. Once full, later deaths wait for the next run.
       01 WS-DEATH-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-DEATH-SUB             PIC 9(4) COMP.
       01 WS-DEATH-FIELDS.
          05 WS-DF-CLAIM-ID        PIC X(12).
          05 WS-DF-SEQ-NO          PIC 9(2).
          05 WS-DF-DOD             PIC 9(8).
       01 WS-DEATH-TABLE.
          05 WS-DEATH-ENTRY OCCURS 500 TIMES.
             10 WS-DD-CLAIM-ID     PIC X(12).
             10 WS-DD-SEQ-NO       PIC 9(2).
             10 WS-DD-DOD          PIC 9(8).

      * Updates gathered on the analysis pass and applied afterwards
      * by key, so the sequential sweep never collides with its own
          05 WS-CLAIMS-REVIEWED    PIC 9(5) COMP VALUE ZERO.
          05 WS-DEPS-AGED-OUT      PIC 9(5) COMP VALUE ZERO.
          05 WS-DEPS-FLAGGED       PIC 9(5) COMP VALUE ZERO.
          05 WS-DEPS-DECEASED      PIC 9(5) COMP VALUE ZERO.
          05 WS-CLAIMS-RESTATED    PIC 9(5) COMP VALUE ZERO.
          05 WS-CLAIMS-TERMINATED  PIC 9(5) COMP VALUE ZERO.

       01 WS-LIABSUM-AVAIL-SW      PIC X(1) VALUE 'N'.
          88 LIABILITY-SUMMARY-AVAILABLE VALUE 'Y'.

      * Age-out follow-ups raised on the claim diary; the due date is
      * the birthday the child reaches the statutory limit.
       01 WS-DIARY-AVAIL-SW        PIC X(1) VALUE 'N'.
          88 DIARY-FILE-AVAILABLE  VALUE 'Y'.
       01 WS-DIARY-FIELDS.
          05 WS-DIARY-DUE-DATE.
             10 WS-DIARY-DUE-CCYY  PIC 9(4).
             10 WS-DIARY-DUE-MMDD  PIC 9(4).
          05 WS-DIARY-ITEMS-RAISED PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS                            *
      *----------------------------------------------------------------*
           INITIALIZE WS-GROUP-TABLE
                      WS-ACTION-TABLE
                      WS-DEATH-TABLE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

                       'ADJUSTMENT POSTED: ' LIABSUM-STATUS
           END-IF.

      * A first-ever run has no claim diary yet, so fall back to
      * creating it; if even that fails the run goes ahead without
      * raising age-out follow-ups
           OPEN I-O DIARY-FILE.
           IF DIARY-STATUS-CODE NOT = '00'
              OPEN OUTPUT DIARY-FILE
              CLOSE DIARY-FILE
              OPEN I-O DIARY-FILE
           END-IF.
           IF DIARY-STATUS-CODE = '00'
               SET DIARY-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'CLAIM DIARY NOT AVAILABLE, NO AGE-OUT '
                       'ITEMS RAISED: ' DIARY-STATUS-CODE
           END-IF.

      * The claim-history trail extends run after run; a first-ever
      * run has no file yet, so fall back to creating it.
           OPEN EXTEND CLAIM-HISTORY-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 150-LOAD-DEPENDENT-DEATHS.

       150-LOAD-DEPENDENT-DEATHS.
      *----------------------------------------------------------------*
      * LOAD THE DEPENDENT DEATHS FROM THE DEATH MASTER MATCH. NO FILE *
      * MEANS NO DEPENDENT HAS BEEN MATCHED, THE LEGACY BEHAVIOR.      *
      *----------------------------------------------------------------*
           OPEN INPUT DEP-DEATH-FILE.
           IF DEPDTH-STATUS NOT = '00'
               DISPLAY 'NO DEPENDENT DEATHS ON FILE: ' DEPDTH-STATUS
           ELSE
               PERFORM UNTIL DEATH-END-OF-FILE
                   READ DEP-DEATH-FILE
                       AT END
                           SET DEATH-END-OF-FILE TO TRUE
                       NOT AT END
                           IF DEP-DEATH-LINE NOT = SPACES
                               PERFORM 155-TABLE-DEPENDENT-DEATH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEP-DEATH-FILE
               DISPLAY 'DEPENDENT DEATHS LOADED: ' WS-DEATH-COUNT
           END-IF.

       155-TABLE-DEPENDENT-DEATH.
      *----------------------------------------------------------------*
      * ADD ONE DEPENDENT DEATH TO THE TABLE                           *
      *----------------------------------------------------------------*
           UNSTRING DEP-DEATH-LINE DELIMITED BY ','
               INTO WS-DF-CLAIM-ID
                    WS-DF-SEQ-NO
                    WS-DF-DOD
           END-UNSTRING.
           IF WS-DEATH-COUNT >= 500
               DISPLAY 'DEPENDENT DEATH TABLE FULL, LEFT FOR NEXT '
                       'RUN: ' WS-DF-CLAIM-ID
           ELSE
               ADD 1 TO WS-DEATH-COUNT
               MOVE WS-DF-CLAIM-ID TO WS-DD-CLAIM-ID (WS-DEATH-COUNT)
               MOVE WS-DF-SEQ-NO   TO WS-DD-SEQ-NO (WS-DEATH-COUNT)
               MOVE WS-DF-DOD      TO WS-DD-DOD (WS-DEATH-COUNT)
           END-IF.

       200-ANALYZE-DEPENDENTS.
      *----------------------------------------------------------------*
      * ANALYSIS PASS:                                                 *
                           MOVE DEP-BENEFIT-SHARE TO
                                WS-GT-SHARE (WS-GROUP-COUNT)
                           MOVE 'K' TO WS-GT-STATE (WS-GROUP-COUNT)
                           MOVE ZERO TO
                                WS-GT-DEATH-DATE (WS-GROUP-COUNT)
                       ELSE
                           DISPLAY 'DEPENDENT TABLE FULL, CLAIM '
                                   'LEFT FOR MANUAL REVIEW: '

           MOVE 1 TO WS-GROUP-SUB.
           PERFORM UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               PERFORM 238-CHECK-DEPENDENT-DEATH
               IF WS-GT-STATE (WS-GROUP-SUB) NOT = 'D'
                   PERFORM 240-GRADE-ONE-DEPENDENT
               END-IF
               ADD 1 TO WS-GROUP-SUB
           END-PERFORM.

               PERFORM 250-QUEUE-GROUP-RESTATEMENT
           END-IF.

       238-CHECK-DEPENDENT-DEATH.
      *----------------------------------------------------------------*
      * A DEPENDENT THE DEATH MASTER MATCH FOUND DECEASED IS NO        *
      * SURVIVOR; THE DATE OF DEATH IS WHEN THE ENTITLEMENT CHANGED    *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-DEATH-SUB.
           PERFORM UNTIL WS-DEATH-SUB > WS-DEATH-COUNT
               IF WS-DD-CLAIM-ID (WS-DEATH-SUB) = WS-CUR-CLAIM-ID
                  AND WS-DD-SEQ-NO (WS-DEATH-SUB)
                                = WS-GT-SEQ-NO (WS-GROUP-SUB)
                   MOVE 'D' TO WS-GT-STATE (WS-GROUP-SUB)
                   MOVE WS-DD-DOD (WS-DEATH-SUB)
                        TO WS-GT-DEATH-DATE (WS-GROUP-SUB)
                   IF WS-DD-DOD (WS-DEATH-SUB) < WS-GROUP-EFF-DATE
                       MOVE WS-DD-DOD (WS-DEATH-SUB)
                            TO WS-GROUP-EFF-DATE
                   END-IF
                   MOVE WS-DEATH-COUNT TO WS-DEATH-SUB
               END-IF
               ADD 1 TO WS-DEATH-SUB
           END-PERFORM.

       240-GRADE-ONE-DEPENDENT.
      *----------------------------------------------------------------*
      * GRADE ONE DEPENDENT: SPOUSES NEVER AGE OUT; A CHILD AT OR      *
                       MOVE 'W' TO WS-GT-STATE (WS-GROUP-SUB)
                       ADD 1 TO WS-DEPS-FLAGGED
                       PERFORM 246-REPORT-UPCOMING
                       PERFORM 247-RAISE-AGEOUT-DIARY
                   END-IF
               END-IF
           END-IF.
      *----------------------------------------------------------------*
           MOVE WS-GT-AGE (WS-GROUP-SUB) TO WS-F-AGE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-GT-STATE (WS-GROUP-SUB) = 'D'
               STRING WS-CUR-CLAIM-ID DELIMITED BY SIZE
                      ' DEP ' DELIMITED BY SIZE
                      WS-GT-SEQ-NO (WS-GROUP-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-GT-RELATIONSHIP (WS-GROUP-SUB)
                      DELIMITED BY SIZE
                      ' DIED ' DELIMITED BY SIZE
                      WS-GT-DEATH-DATE (WS-GROUP-SUB) DELIMITED BY SIZE
                      ' - REMOVED THIS RUN' DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               PERFORM 244-REPORT-AGE-LIMIT-REACHED
           END-IF.

       244-REPORT-AGE-LIMIT-REACHED.
      *----------------------------------------------------------------*
      * THE NOTIFICATION LINE FOR A CHILD WHO AGED OUT                 *
      *----------------------------------------------------------------*
           STRING WS-CUR-CLAIM-ID DELIMITED BY SIZE
                  ' DEP ' DELIMITED BY SIZE
                  WS-GT-SEQ-NO (WS-GROUP-SUB) DELIMITED BY SIZE
           END-STRING.
           WRITE REPORT-LINE.

       247-RAISE-AGEOUT-DIARY.
      *----------------------------------------------------------------*
      * RAISE AN AGE-OUT FOLLOW-UP ON THE CLAIM DIARY, DUE ON THE      *
      * BIRTHDAY THE CHILD REACHES THE LIMIT. KEYED BY CLAIM, TYPE     *
      * AND DUE DATE, SO THE SAME CHILD FLAGGED AGAIN ON LATER RUNS    *
      * FINDS THE ITEM ALREADY ON THE DIARY AND ADDS NOTHING. TWO      *
      * CHILDREN AGING OUT ON THE SAME DAY SHARE ONE ITEM.             *
      *----------------------------------------------------------------*
           IF DIARY-FILE-AVAILABLE
               MOVE WS-GT-DOB (WS-GROUP-SUB) (1:4)
                    TO WS-DIARY-DUE-CCYY
               MOVE WS-GT-DOB (WS-GROUP-SUB) (5:4)
                    TO WS-DIARY-DUE-MMDD
               ADD WS-STATUTORY-AGE-LIMIT TO WS-DIARY-DUE-CCYY
               MOVE SPACES TO DIARY-RECORD
               MOVE WS-CUR-CLAIM-ID TO DIARY-CLAIM-ID
               MOVE 'AO' TO DIARY-TYPE
               MOVE WS-DIARY-DUE-DATE TO DIARY-DUE-DATE
               MOVE 'O' TO DIARY-STATUS
               STRING 'CHILD DEP ' DELIMITED BY SIZE
                      WS-GT-SEQ-NO (WS-GROUP-SUB) DELIMITED BY SIZE
                      ' REACHES AGE LIMIT - CONFIRM ELIGIBILITY'
                      DELIMITED BY SIZE
                      INTO DIARY-NOTE
               END-STRING
               MOVE WS-RUN-DATE TO DIARY-CREATED-DATE
               MOVE 'SURVRCRT' TO DIARY-CREATED-BY
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

       250-QUEUE-GROUP-RESTATEMENT.
      *----------------------------------------------------------------*
      * QUEUE THE KEYED UPDATES FOR A GROUP THAT LOST A DEPENDENT:     *
           MOVE 1 TO WS-GROUP-SUB.
           PERFORM UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               IF WS-GT-STATE (WS-GROUP-SUB) = 'A'
                  OR WS-GT-STATE (WS-GROUP-SUB) = 'D'
                   IF WS-GT-STATE (WS-GROUP-SUB) = 'D'
                       ADD 1 TO WS-DEPS-DECEASED
                   ELSE
                       ADD 1 TO WS-DEPS-AGED-OUT
                   END-IF
                   PERFORM 245-REPORT-AGED-OUT
                   PERFORM 270-QUEUE-ONE-ACTION
               END-IF
      *----------------------------------------------------------------*
           ADD 1 TO WS-GROUP-SUB.
           PERFORM UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                      OR (WS-GT-STATE (WS-GROUP-SUB) NOT = 'A'
                      AND WS-GT-STATE (WS-GROUP-SUB) NOT = 'D')
               ADD 1 TO WS-GROUP-SUB
           END-PERFORM.
           IF WS-GROUP-SUB > WS-GROUP-COUNT
      *   THE FULL PAYMENT; THE RECOVERY DESK NETS THE RESTATED        *
      *   ENTITLEMENT ON REVIEW)                                       *
      * - MONTHS DUE BEFORE THE AGE-OUT STAND UNTOUCHED, AS DO THE     *
      *   ONE-TIME RETRO (0000), ARREARS (9995), INTEREST (9997),      *
      *   COST (9998) AND SETTLEMENT (9999) RECORDS AND THE WEEKLY     *
      *   REHABILITATION ALLOWANCE (9801-9994)                         *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-DELSCHED-COUNT.
           MOVE 'N'  TO WS-SCHED-EOF-SW.
                       ELSE
                           EVALUATE TRUE
                               WHEN SCHED-SEQ = 0
                                 OR (SCHED-SEQ > 9800
                                     AND SCHED-SEQ < 9995)
                                 OR SCHED-SEQ = 9995
                                 OR SCHED-SEQ = 9997
                                 OR SCHED-SEQ = 9998
                                 OR SCHED-SEQ = 9999
           DISPLAY 'CLAIMS REVIEWED:    ' WS-CLAIMS-REVIEWED.
           DISPLAY 'DEPS AGED OUT:      ' WS-DEPS-AGED-OUT.
           DISPLAY 'DEPS FLAGGED:       ' WS-DEPS-FLAGGED.
           DISPLAY 'DEPS DECEASED:      ' WS-DEPS-DECEASED.
           DISPLAY 'DIARY ITEMS:        ' WS-DIARY-ITEMS-RAISED.
           DISPLAY 'CLAIMS RESTATED:    ' WS-CLAIMS-RESTATED.
           DISPLAY 'CLAIMS TERMINATED:  ' WS-CLAIMS-TERMINATED.
           DISPLAY '===================================='.
               CLOSE LIABILITY-SUMMARY-FILE
           END-IF.

           IF DIARY-FILE-AVAILABLE
               CLOSE DIARY-FILE
           END-IF.

           STOP RUN.
