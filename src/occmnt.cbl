       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCCMNT.
      *----------------------------------------------------------------*
      * PROGRAM:  OCCMNT                                               *
      * PURPOSE:  MAINTAIN THE CATASTROPHE OCCURRENCE FILE FROM A      *
      *           TRANSACTION FILE, THE SAME TRANSACTION-DRIVEN CYCLE  *
      *           DIARYMNT RUNS FOR THE CLAIM DIARY. AN OCCURRENCE IS  *
      *           ONE EVENT -- AN EXPLOSION, A COLLAPSE -- THAT        *
      *           INJURED SEVERAL WORKERS AT ONCE. PENSCLM LISTS A     *
      *           CLAIM SUBMITTED WITH AN OCCURRENCE CODE ON ITS       *
      *           EVENT, OPENING THE EVENT IF IT IS NEW; THIS PROGRAM  *
      *           SETS THE EVENT'S DATE AND DESCRIPTION, BACK-CODES    *
      *           CLAIMS ALREADY ON THE CLAIM MASTER AND TAKES OFF     *
      *           CLAIMS CODED IN ERROR. REINCEDE RECOVERS THE         *
      *           CATASTROPHE COVER ON EACH EVENT'S LIST OF CLAIMS.    *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. TRANSACTION PROCESSING (MODELED ON DIARYMNT)                *
      * 5. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - TRANSACTION-FILE: One occurrence request per line:           *
      *     A,CODE,EVENT-DATE,DESCRIPTION  (add or update an event)    *
      *     L,CODE,CLAIM-ID                (code a claim to the event) *
      *     R,CODE,CLAIM-ID                (take a claim off it)       *
      * - OCCURRENCE-FILE: The occurrence master, keyed by code        *
      * - OCCURRENCE-LINK-FILE: The occurrence each claim is coded to  *
      * - CLAIM-FILE: The claim master, to validate a coded claim      *
      * - MAINT-LOG-FILE: One line per transaction recording what was  *
      *                   applied or why it was rejected               *
      *----------------------------------------------------------------*
           SELECT TRANSACTION-FILE ASSIGN TO "data/OCCMNT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT OCCURRENCE-FILE ASSIGN TO "data/OCCFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OCC-CODE
           FILE STATUS IS OCC-STATUS.

           SELECT OCCURRENCE-LINK-FILE ASSIGN TO "data/OCCLINK"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OCL-CLAIM-ID
           FILE STATUS IS OCL-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIM-ID
           FILE STATUS IS CLM-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "data/OCCMNT_LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD       PIC X(120).

      * One record per occurrence, with up to 100 claims listed in
      * the order they were coded. The LAST fields hold what REINCEDE
      * reported on the event at its latest run.
       FD OCCURRENCE-FILE.
       01 OCCURRENCE-RECORD.
          05 OCC-CODE              PIC X(10).
          05 OCC-EVENT-DATE        PIC 9(8).
          05 OCC-DESCRIPTION       PIC X(40).
          05 OCC-OPENED-DATE       PIC 9(8).
          05 OCC-CLAIM-COUNT       PIC 9(3).
          05 OCC-CLAIM-ID          PIC X(12) OCCURS 100 TIMES.
          05 OCC-LAST-RUN-DATE     PIC 9(8).
          05 OCC-LAST-INCURRED     PIC 9(11)V99.
          05 OCC-LAST-RECOVERY     PIC 9(11)V99.
          05 FILLER                PIC X(18).

       FD OCCURRENCE-LINK-FILE.
       01 OCCURRENCE-LINK-RECORD.
          05 OCL-CLAIM-ID          PIC X(12).
          05 OCL-OCCURRENCE-CODE   PIC X(10).
          05 OCL-LINKED-DATE       PIC 9(8).
          05 FILLER                PIC X(10).

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
      * - WS-LIST-FIELDS: Work fields for an occurrence's claim list   *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 TRAN-STATUS           PIC X(2).
          05 OCC-STATUS            PIC X(2).
          05 OCL-STATUS            PIC X(2).
          05 CLM-STATUS            PIC X(2).
          05 LOG-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-TRAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 TRAN-END-OF-FILE   VALUE 'Y'.
          05 WS-TRAN-REJECT-SW     PIC X(1) VALUE 'N'.
             88 TRAN-REJECTED      VALUE 'Y'.
             88 TRAN-NOT-REJECTED  VALUE 'N'.
          05 WS-OCC-FOUND-SW       PIC X(1) VALUE 'N'.
             88 OCCURRENCE-ON-FILE VALUE 'Y'.
          05 WS-OCL-FOUND-SW       PIC X(1) VALUE 'N'.
             88 OCC-LINK-ON-FILE   VALUE 'Y'.
          05 WS-LISTED-SW          PIC X(1) VALUE 'N'.
             88 CLAIM-LISTED       VALUE 'Y'.

       01 WS-TRAN-FIELDS.
          05 WS-TRAN-ACTION        PIC X(1).
             88 TRAN-ADD           VALUE 'A'.
             88 TRAN-LINK          VALUE 'L'.
             88 TRAN-REMOVE        VALUE 'R'.
          05 WS-TRAN-CODE          PIC X(10).
          05 WS-TRAN-FIELD-3       PIC X(12).
          05 WS-TRAN-DESCRIPTION   PIC X(40).
          05 WS-TRAN-CLAIM-ID      PIC X(12).
          05 WS-TRAN-EVENT-DATE    PIC X(8).
          05 WS-TRAN-EVENT-PARTS REDEFINES WS-TRAN-EVENT-DATE.
             10 WS-TRAN-EVENT-CCYY PIC 9(4).
             10 WS-TRAN-EVENT-MM   PIC 9(2).
             10 WS-TRAN-EVENT-DD   PIC 9(2).

       01 WS-LIST-FIELDS.
          05 WS-LIST-SUB           PIC 9(3) COMP.
          05 WS-LIST-MAX           PIC 9(3) COMP VALUE 100.
          05 WS-UNLIST-CODE        PIC X(10).

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
      * 1. Open all files                                              *
      * 2. Apply every transaction                                     *
      * 3. Report run totals and close down                            *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-TRANSACTIONS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS. A FIRST-EVER RUN HAS NO   *
      * OCCURRENCE FILES YET, SO FALL BACK TO CREATING THEM.           *
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

           OPEN I-O OCCURRENCE-FILE.
           IF OCC-STATUS NOT = '00'
              DISPLAY 'OCCURRENCE FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT OCCURRENCE-FILE
              CLOSE OCCURRENCE-FILE
              OPEN I-O OCCURRENCE-FILE
           END-IF.
           IF OCC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OCCURRENCE FILE: ' OCC-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O OCCURRENCE-LINK-FILE.
           IF OCL-STATUS NOT = '00'
              DISPLAY 'OCCURRENCE LINK FILE NOT FOUND, CREATING NEW '
                      'FILE'
              OPEN OUTPUT OCCURRENCE-LINK-FILE
              CLOSE OCCURRENCE-LINK-FILE
              OPEN I-O OCCURRENCE-LINK-FILE
           END-IF.
           IF OCL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OCCURRENCE LINK FILE: ' OCL-STATUS
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
           DISPLAY 'PROCESSED ALL TRANSACTIONS IN OCCMNT FILE'.

       210-PROCESS-TRANSACTION-RECORD.
      *----------------------------------------------------------------*
      * PARSE AND APPLY ONE TRANSACTION RECORD:                        *
      * 1. Parse the action, occurrence code, the event date (add) or  *
      *    claim (link, remove), and the description (add)             *
      * 2. Validate the action, the code and the event date            *
      * 3. Route to the add, link or remove leg                        *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TRAN-REJECT-SW.
           MOVE SPACES TO WS-TRAN-FIELDS.
           UNSTRING TRANSACTION-RECORD DELIMITED BY ','
               INTO WS-TRAN-ACTION
                    WS-TRAN-CODE
                    WS-TRAN-FIELD-3
                    WS-TRAN-DESCRIPTION
           END-UNSTRING.

           IF TRAN-ADD
               MOVE WS-TRAN-FIELD-3 TO WS-TRAN-EVENT-DATE
           ELSE
               MOVE WS-TRAN-FIELD-3 TO WS-TRAN-CLAIM-ID
           END-IF.

           MOVE WS-TRAN-ACTION TO WS-LOG-ACTION.
           MOVE WS-TRAN-CODE   TO WS-LOG-KEY.

           EVALUATE TRUE
               WHEN NOT TRAN-ADD AND NOT TRAN-LINK
                                 AND NOT TRAN-REMOVE
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - UNKNOWN ACTION CODE' TO WS-LOG-TEXT
               WHEN WS-TRAN-CODE = SPACES
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - NO OCCURRENCE CODE' TO WS-LOG-TEXT
               WHEN TRAN-ADD
                AND (WS-TRAN-EVENT-DATE NOT NUMERIC
                 OR WS-TRAN-EVENT-MM < 1 OR WS-TRAN-EVENT-MM > 12
                 OR WS-TRAN-EVENT-DD < 1 OR WS-TRAN-EVENT-DD > 31)
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - INVALID EVENT DATE' TO WS-LOG-TEXT
               WHEN NOT TRAN-ADD AND WS-TRAN-CLAIM-ID = SPACES
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - NO CLAIM ID' TO WS-LOG-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF TRAN-NOT-REJECTED
               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM 220-ADD-OCCURRENCE
                   WHEN TRAN-LINK
                       PERFORM 230-LINK-CLAIM
                   WHEN TRAN-REMOVE
                       PERFORM 240-REMOVE-CLAIM
               END-EVALUATE
           END-IF.

           PERFORM 290-WRITE-LOG-RECORD.

       220-ADD-OCCURRENCE.
      *----------------------------------------------------------------*
      * ADD A NEW OCCURRENCE, OR SET THE DATE AND DESCRIPTION OF ONE   *
      * ALREADY ON FILE (E.G. OPENED BY PENSCLM FROM A CODED CLAIM).   *
      * A BLANK DESCRIPTION LEAVES THE STANDING ONE IN PLACE.          *
      *----------------------------------------------------------------*
           PERFORM 250-READ-OCCURRENCE.

           IF OCCURRENCE-ON-FILE
               MOVE WS-TRAN-EVENT-DATE TO OCC-EVENT-DATE
               IF WS-TRAN-DESCRIPTION NOT = SPACES
                   MOVE WS-TRAN-DESCRIPTION TO OCC-DESCRIPTION
               END-IF
               REWRITE OCCURRENCE-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - OCCURRENCE REWRITE FAILED'
                            TO WS-LOG-TEXT
                   NOT INVALID KEY
                       MOVE 'UPDATED' TO WS-LOG-TEXT
               END-REWRITE
           ELSE
               MOVE SPACES              TO OCCURRENCE-RECORD
               MOVE WS-TRAN-CODE        TO OCC-CODE
               MOVE WS-TRAN-EVENT-DATE  TO OCC-EVENT-DATE
               MOVE WS-TRAN-DESCRIPTION TO OCC-DESCRIPTION
               MOVE WS-RUN-DATE         TO OCC-OPENED-DATE
               MOVE ZERO                TO OCC-CLAIM-COUNT
                                           OCC-LAST-RUN-DATE
                                           OCC-LAST-INCURRED
                                           OCC-LAST-RECOVERY
               WRITE OCCURRENCE-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - OCCURRENCE WRITE FAILED'
                            TO WS-LOG-TEXT
                   NOT INVALID KEY
                       MOVE 'ADDED' TO WS-LOG-TEXT
               END-WRITE
           END-IF.

       230-LINK-CLAIM.
      *----------------------------------------------------------------*
      * CODE A CLAIM ON THE CLAIM MASTER TO AN OCCURRENCE ON FILE:     *
      * 1. List it on the occurrence, if the list has room             *
      * 2. Take it off the occurrence it was coded to before, if any   *
      * 3. Link the claim to its new occurrence                        *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-CLAIM-ID TO CLAIM-ID.
           READ CLAIM-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - CLAIM NOT ON FILE' TO WS-LOG-TEXT
           END-READ.

           IF TRAN-NOT-REJECTED
               PERFORM 255-READ-LINK
               IF OCC-LINK-ON-FILE
                  AND OCL-OCCURRENCE-CODE = WS-TRAN-CODE
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - CLAIM ALREADY ON OCCURRENCE'
                        TO WS-LOG-TEXT
               ELSE
                   MOVE OCL-OCCURRENCE-CODE TO WS-UNLIST-CODE
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 250-READ-OCCURRENCE
               IF NOT OCCURRENCE-ON-FILE
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - OCCURRENCE NOT ON FILE'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               PERFORM 260-FIND-CLAIM-ON-LIST
               IF NOT CLAIM-LISTED
                   IF OCC-CLAIM-COUNT < WS-LIST-MAX
                       ADD 1 TO OCC-CLAIM-COUNT
                       MOVE WS-TRAN-CLAIM-ID
                            TO OCC-CLAIM-ID (OCC-CLAIM-COUNT)
                       REWRITE OCCURRENCE-RECORD
                   ELSE
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - OCCURRENCE CLAIM LIST FULL'
                            TO WS-LOG-TEXT
                   END-IF
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               IF OCC-LINK-ON-FILE
                   PERFORM 270-UNLIST-CLAIM
               END-IF
               MOVE SPACES           TO OCCURRENCE-LINK-RECORD
               MOVE WS-TRAN-CLAIM-ID TO OCL-CLAIM-ID
               MOVE WS-TRAN-CODE     TO OCL-OCCURRENCE-CODE
               MOVE WS-RUN-DATE      TO OCL-LINKED-DATE
               IF OCC-LINK-ON-FILE
                   REWRITE OCCURRENCE-LINK-RECORD
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING 'CODED - MOVED FROM ' DELIMITED BY SIZE
                          WS-UNLIST-CODE      DELIMITED BY SIZE
                          INTO WS-LOG-TEXT
                   END-STRING
               ELSE
                   WRITE OCCURRENCE-LINK-RECORD
                   MOVE 'CODED' TO WS-LOG-TEXT
               END-IF
           END-IF.

       240-REMOVE-CLAIM.
      *----------------------------------------------------------------*
      * TAKE A CLAIM CODED IN ERROR OFF ITS OCCURRENCE. THE CLAIM MUST *
      * BE CODED TO THE OCCURRENCE THE TRANSACTION NAMES.              *
      *----------------------------------------------------------------*
           PERFORM 255-READ-LINK.
           IF NOT OCC-LINK-ON-FILE
              OR OCL-OCCURRENCE-CODE NOT = WS-TRAN-CODE
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - CLAIM NOT CODED TO OCCURRENCE'
                    TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE WS-TRAN-CODE TO WS-UNLIST-CODE
               PERFORM 270-UNLIST-CLAIM
               MOVE WS-TRAN-CLAIM-ID TO OCL-CLAIM-ID
               DELETE OCCURRENCE-LINK-FILE
                   INVALID KEY
                       DISPLAY 'UNABLE TO REMOVE OCCURRENCE LINK: '
                               WS-TRAN-CLAIM-ID
               END-DELETE
               MOVE 'REMOVED' TO WS-LOG-TEXT
           END-IF.

       250-READ-OCCURRENCE.
      *----------------------------------------------------------------*
      * READ THE OCCURRENCE THE TRANSACTION NAMES                      *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-OCC-FOUND-SW.
           MOVE WS-TRAN-CODE TO OCC-CODE.
           READ OCCURRENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OCCURRENCE-ON-FILE TO TRUE
           END-READ.

       255-READ-LINK.
      *----------------------------------------------------------------*
      * READ THE OCCURRENCE LINK OF THE CLAIM THE TRANSACTION NAMES    *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-OCL-FOUND-SW.
           MOVE WS-TRAN-CLAIM-ID TO OCL-CLAIM-ID.
           READ OCCURRENCE-LINK-FILE
               INVALID KEY
                   MOVE SPACES TO OCL-OCCURRENCE-CODE
               NOT INVALID KEY
                   SET OCC-LINK-ON-FILE TO TRUE
           END-READ.

       260-FIND-CLAIM-ON-LIST.
      *----------------------------------------------------------------*
      * LOOK FOR THE CLAIM ON THE OCCURRENCE RECORD IN STORAGE,        *
      * LEAVING WS-LIST-SUB ON ITS ENTRY WHEN FOUND                    *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-LISTED-SW.
           MOVE ZERO TO WS-LIST-SUB.
           PERFORM UNTIL WS-LIST-SUB NOT < OCC-CLAIM-COUNT
              OR CLAIM-LISTED
               ADD 1 TO WS-LIST-SUB
               IF OCC-CLAIM-ID (WS-LIST-SUB) = WS-TRAN-CLAIM-ID
                   SET CLAIM-LISTED TO TRUE
               END-IF
           END-PERFORM.

       270-UNLIST-CLAIM.
      *----------------------------------------------------------------*
      * TAKE THE CLAIM OFF THE LIST OF OCCURRENCE WS-UNLIST-CODE,      *
      * CLOSING UP THE LIST BEHIND IT                                  *
      *----------------------------------------------------------------*
           MOVE WS-UNLIST-CODE TO OCC-CODE.
           READ OCCURRENCE-FILE
               INVALID KEY
                   DISPLAY 'PRIOR OCCURRENCE NOT ON FILE: '
                           WS-UNLIST-CODE
               NOT INVALID KEY
                   PERFORM 260-FIND-CLAIM-ON-LIST
                   IF CLAIM-LISTED
                       PERFORM UNTIL WS-LIST-SUB NOT < OCC-CLAIM-COUNT
                           MOVE OCC-CLAIM-ID (WS-LIST-SUB + 1)
                                TO OCC-CLAIM-ID (WS-LIST-SUB)
                           ADD 1 TO WS-LIST-SUB
                       END-PERFORM
                       MOVE SPACES TO OCC-CLAIM-ID (OCC-CLAIM-COUNT)
                       SUBTRACT 1 FROM OCC-CLAIM-COUNT
                       REWRITE OCCURRENCE-RECORD
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
           STRING WS-LOG-ACTION   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-LOG-KEY      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-TRAN-FIELD-3 DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-LOG-TEXT     DELIMITED BY SIZE
                  INTO MAINT-LOG-LINE
           END-STRING.
           WRITE MAINT-LOG-LINE.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'OCCMNT RUN CONTROL TOTALS'.
           DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ.
           DISPLAY 'TRANSACTIONS APPLIED:  ' WS-TRANS-APPLIED.
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                          *
      *----------------------------------------------------------------*
           CLOSE TRANSACTION-FILE
                 OCCURRENCE-FILE
                 OCCURRENCE-LINK-FILE
                 CLAIM-FILE
                 MAINT-LOG-FILE.

           IF WS-TRANS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
