       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARYMNT.
      *----------------------------------------------------------------*
      * PROGRAM:  DIARYMNT                                             *
      * PURPOSE:  APPLY ADJUSTER DIARY TRANSACTIONS AGAINST THE CLAIM  *
      *           DIARY FILE, THE SAME TRANSACTION-DRIVEN CYCLE        *
      *           PAYEEMNT RUNS FOR THE PAYEE MASTER. AN ADJUSTER      *
      *           ADDS A FOLLOW-UP OF THEIR OWN, COMPLETES AN ITEM     *
      *           ONCE IT IS WORKED, OR POSTPONES IT TO A LATER DUE    *
      *           DATE. ITEMS THE NIGHTLY PROGRAMS RAISE (REVIEW       *
      *           DATES, CHILD AGE-OUTS, REPEAT BANK RETURNS,          *
      *           SUSPENSIONS) ARE WORKED THE SAME WAY                 *
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
      * - TRANSACTION-FILE: One diary request per line:                *
      *     A,CLAIM-ID,TYPE,DUE-DATE,NOTE      (add; type defaults MN) *
      *     C,CLAIM-ID,TYPE,DUE-DATE           (complete)              *
      *     P,CLAIM-ID,TYPE,DUE-DATE,NEW-DUE-DATE  (postpone)          *
      * - DIARY-FILE: The claim diary, keyed claim/type/due date       *
      * - CLAIM-FILE: The claim master, to validate an added item      *
      * - MAINT-LOG-FILE: One line per transaction recording what was  *
      *                   applied or why it was rejected               *
      *----------------------------------------------------------------*
           SELECT TRANSACTION-FILE ASSIGN TO "data/DIARYMNT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT DIARY-FILE ASSIGN TO "data/DIARYFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DIARY-KEY
           FILE STATUS IS DIARY-STATUS-CODE.

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIM-ID
           FILE STATUS IS CLM-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "data/DIARYMNT_LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD       PIC X(120).

      * One diary item per claim, type and due date. Types:
      *   RV - TEMPORARY BENEFIT REVIEW DATE     (PENSCLM)
      *   AO - CHILD DEPENDENT AGES OUT          (SURVRCRT)
      *   RR - REPEATED BANK RETURNS             (BANKRTN)
      *   SU - CLAIM SUSPENDED                   (PENSTERM)
      *   DM - DEATH MASTER MATCH TO CONFIRM     (DMFMATCH)
      *   MN - ADJUSTER'S OWN FOLLOW-UP          (DIARYMNT)
      * Status O open, C completed. A postponed item is re-keyed
      * to its new due date and keeps its original due date and a
      * count of postponements.
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
          05 FILLER                PIC X(215).

       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-TRAN-FIELDS: One transaction parsed off its input line    *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 TRAN-STATUS           PIC X(2).
          05 DIARY-STATUS-CODE     PIC X(2).
          05 CLM-STATUS            PIC X(2).
          05 LOG-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-TRAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 TRAN-END-OF-FILE   VALUE 'Y'.
          05 WS-TRAN-REJECT-SW     PIC X(1) VALUE 'N'.
             88 TRAN-REJECTED      VALUE 'Y'.
             88 TRAN-NOT-REJECTED  VALUE 'N'.

       01 WS-TRAN-FIELDS.
          05 WS-TRAN-ACTION        PIC X(1).
             88 TRAN-ADD           VALUE 'A'.
             88 TRAN-COMPLETE      VALUE 'C'.
             88 TRAN-POSTPONE      VALUE 'P'.
          05 WS-TRAN-CLAIM-ID      PIC X(12).
          05 WS-TRAN-TYPE          PIC X(2).
             88 TRAN-TYPE-VALID    VALUES 'RV' 'AO' 'RR' 'SU' 'MN'
                                          'DM'.
          05 WS-TRAN-DUE-DATE      PIC X(8).
          05 WS-TRAN-DUE-PARTS REDEFINES WS-TRAN-DUE-DATE.
             10 WS-TRAN-DUE-CCYY   PIC 9(4).
             10 WS-TRAN-DUE-MM     PIC 9(2).
             10 WS-TRAN-DUE-DD     PIC 9(2).
          05 WS-TRAN-FIELD-5       PIC X(60).
          05 WS-TRAN-NEW-DUE-DATE  PIC X(8).
          05 WS-TRAN-NEW-DUE-PARTS REDEFINES WS-TRAN-NEW-DUE-DATE.
             10 WS-TRAN-NEW-CCYY   PIC 9(4).
             10 WS-TRAN-NEW-MM     PIC 9(2).
             10 WS-TRAN-NEW-DD     PIC 9(2).

      * The standing item is held here while a postponement deletes
      * it and writes it back under its new due date.
       01 WS-SAVED-DIARY-RECORD    PIC X(130).

       01 WS-RUN-DATE              PIC 9(8).

       01 WS-LOG-DETAIL.
          05 WS-LOG-ACTION         PIC X(1).
          05 WS-LOG-KEY            PIC X(12).
          05 WS-LOG-TEXT           PIC X(60).

       01 WS-CONTROL-TOTALS.
          05 WS-TRANS-READ         PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-APPLIED      PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-REJECTED     PIC 9(5) COMP VALUE ZERO.

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
      * OPEN ALL FILES AND CHECK FOR ERRORS. A FIRST-EVER RUN HAS NO   *
      * DIARY FILE YET, SO FALL BACK TO CREATING IT.                   *
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

           OPEN I-O DIARY-FILE.
           IF DIARY-STATUS-CODE NOT = '00'
              DISPLAY 'DIARY FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT DIARY-FILE
              CLOSE DIARY-FILE
              OPEN I-O DIARY-FILE
           END-IF.
           IF DIARY-STATUS-CODE NOT = '00'
              DISPLAY 'ERROR OPENING DIARY FILE: ' DIARY-STATUS-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT CLAIM-FILE.
           IF CLM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIM FILE: ' CLM-STATUS
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
           DISPLAY 'PROCESSED ALL TRANSACTIONS IN DIARYMNT FILE'.

       210-PROCESS-TRANSACTION-RECORD.
      *----------------------------------------------------------------*
      * PARSE AND APPLY ONE TRANSACTION RECORD:                        *
      * 1. Parse the action, claim, type, due date and the trailing   *
      *    note (add) or new due date (postpone)                      *
      * 2. Validate the action, the type and the dates                *
      * 3. Route to the add, complete or postpone leg                 *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TRAN-REJECT-SW.
           MOVE SPACES TO WS-TRAN-FIELDS.
           UNSTRING TRANSACTION-RECORD DELIMITED BY ','
               INTO WS-TRAN-ACTION
                    WS-TRAN-CLAIM-ID
                    WS-TRAN-TYPE
                    WS-TRAN-DUE-DATE
                    WS-TRAN-FIELD-5
           END-UNSTRING.

           IF TRAN-ADD AND WS-TRAN-TYPE = SPACES
               MOVE 'MN' TO WS-TRAN-TYPE
           END-IF.
           IF TRAN-POSTPONE
               MOVE WS-TRAN-FIELD-5 TO WS-TRAN-NEW-DUE-DATE
           END-IF.

           MOVE WS-TRAN-ACTION   TO WS-LOG-ACTION.
           MOVE WS-TRAN-CLAIM-ID TO WS-LOG-KEY.

           EVALUATE TRUE
               WHEN NOT TRAN-ADD AND NOT TRAN-COMPLETE
                                 AND NOT TRAN-POSTPONE
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - UNKNOWN ACTION CODE' TO WS-LOG-TEXT
               WHEN NOT TRAN-TYPE-VALID
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - UNKNOWN DIARY TYPE' TO WS-LOG-TEXT
               WHEN WS-TRAN-DUE-DATE NOT NUMERIC
                 OR WS-TRAN-DUE-MM < 1 OR WS-TRAN-DUE-MM > 12
                 OR WS-TRAN-DUE-DD < 1 OR WS-TRAN-DUE-DD > 31
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - INVALID DUE DATE' TO WS-LOG-TEXT
               WHEN TRAN-POSTPONE
                AND (WS-TRAN-NEW-DUE-DATE NOT NUMERIC
                 OR WS-TRAN-NEW-MM < 1 OR WS-TRAN-NEW-MM > 12
                 OR WS-TRAN-NEW-DD < 1 OR WS-TRAN-NEW-DD > 31)
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - INVALID NEW DUE DATE'
                        TO WS-LOG-TEXT
               WHEN TRAN-POSTPONE
                AND WS-TRAN-NEW-DUE-DATE NOT > WS-TRAN-DUE-DATE
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - NEW DUE DATE NOT LATER'
                        TO WS-LOG-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF TRAN-NOT-REJECTED
               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM 220-ADD-DIARY-ITEM
                   WHEN TRAN-COMPLETE
                       PERFORM 230-COMPLETE-DIARY-ITEM
                   WHEN TRAN-POSTPONE
                       PERFORM 240-POSTPONE-DIARY-ITEM
               END-EVALUATE
           END-IF.

           PERFORM 290-WRITE-LOG-RECORD.

       220-ADD-DIARY-ITEM.
      *----------------------------------------------------------------*
      * ADD ONE FOLLOW-UP AGAINST A CLAIM ON THE CLAIM MASTER          *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-CLAIM-ID TO CLAIM-ID.
           READ CLAIM-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - CLAIM NOT ON FILE' TO WS-LOG-TEXT
           END-READ.

           IF TRAN-NOT-REJECTED
               MOVE SPACES           TO DIARY-RECORD
               MOVE WS-TRAN-CLAIM-ID TO DIARY-CLAIM-ID
               MOVE WS-TRAN-TYPE     TO DIARY-TYPE
               MOVE WS-TRAN-DUE-DATE TO DIARY-DUE-DATE
               MOVE 'O'              TO DIARY-STATUS
               MOVE WS-TRAN-FIELD-5  TO DIARY-NOTE
               MOVE WS-RUN-DATE      TO DIARY-CREATED-DATE
               MOVE 'DIARYMNT'       TO DIARY-CREATED-BY
               MOVE ZERO             TO DIARY-CLOSED-DATE
               MOVE WS-TRAN-DUE-DATE TO DIARY-ORIG-DUE-DATE
               MOVE ZERO             TO DIARY-POSTPONE-COUNT
               WRITE DIARY-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - ITEM ALREADY ON DIARY'
                            TO WS-LOG-TEXT
                   NOT INVALID KEY
                       MOVE 'ADDED' TO WS-LOG-TEXT
               END-WRITE
           END-IF.

       230-COMPLETE-DIARY-ITEM.
      *----------------------------------------------------------------*
      * MARK ONE OPEN ITEM COMPLETED AS OF THIS RUN                    *
      *----------------------------------------------------------------*
           PERFORM 250-READ-OPEN-ITEM.

           IF TRAN-NOT-REJECTED
               MOVE 'C'         TO DIARY-STATUS
               MOVE WS-RUN-DATE TO DIARY-CLOSED-DATE
               REWRITE DIARY-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - DIARY REWRITE FAILED'
                            TO WS-LOG-TEXT
                   NOT INVALID KEY
                       MOVE 'COMPLETED' TO WS-LOG-TEXT
               END-REWRITE
           END-IF.

       240-POSTPONE-DIARY-ITEM.
      *----------------------------------------------------------------*
      * POSTPONE ONE OPEN ITEM. THE DUE DATE IS PART OF THE KEY, SO    *
      * THE ITEM IS WRITTEN UNDER ITS NEW DATE FIRST AND THE OLD KEY   *
      * DELETED ONLY ONCE THAT WRITE HAS TAKEN -- NEVER AN ITEM LOST   *
      * BETWEEN THE TWO                                                *
      *----------------------------------------------------------------*
           PERFORM 250-READ-OPEN-ITEM.

           IF TRAN-NOT-REJECTED
               MOVE DIARY-RECORD TO WS-SAVED-DIARY-RECORD
               MOVE WS-TRAN-NEW-DUE-DATE TO DIARY-DUE-DATE
               IF DIARY-POSTPONE-COUNT < 99
                   ADD 1 TO DIARY-POSTPONE-COUNT
               END-IF
               WRITE DIARY-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - ITEM ALREADY DUE ON NEW DATE'
                            TO WS-LOG-TEXT
               END-WRITE
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE WS-SAVED-DIARY-RECORD TO DIARY-RECORD
               DELETE DIARY-FILE
                   INVALID KEY
                       DISPLAY 'UNABLE TO REMOVE POSTPONED ITEM: '
                               DIARY-KEY
               END-DELETE
               MOVE SPACES TO WS-LOG-TEXT
               STRING 'POSTPONED TO ' DELIMITED BY SIZE
                      WS-TRAN-NEW-DUE-DATE DELIMITED BY SIZE
                      INTO WS-LOG-TEXT
               END-STRING
           END-IF.

       250-READ-OPEN-ITEM.
      *----------------------------------------------------------------*
      * READ THE ITEM THE TRANSACTION NAMES; IT MUST STILL BE OPEN     *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-CLAIM-ID TO DIARY-CLAIM-ID.
           MOVE WS-TRAN-TYPE     TO DIARY-TYPE.
           MOVE WS-TRAN-DUE-DATE TO DIARY-DUE-DATE.
           READ DIARY-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - DIARY ITEM NOT ON FILE'
                        TO WS-LOG-TEXT
               NOT INVALID KEY
                   IF DIARY-STATUS NOT = 'O'
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - DIARY ITEM ALREADY COMPLETED'
                            TO WS-LOG-TEXT
                   END-IF
           END-READ.

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
                  WS-TRAN-TYPE  DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-TRAN-DUE-DATE DELIMITED BY SIZE
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
           DISPLAY 'DIARYMNT RUN CONTROL TOTALS'.
           DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ.
           DISPLAY 'TRANSACTIONS APPLIED:  ' WS-TRANS-APPLIED.
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE TRANSACTION-FILE
                 DIARY-FILE
                 CLAIM-FILE
                 MAINT-LOG-FILE.

           IF WS-TRANS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
