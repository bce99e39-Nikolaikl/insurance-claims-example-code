       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPMNT.
      *----------------------------------------------------------------*
      * PROGRAM:  REPMNT                                               *
      * PURPOSE:  MAINTAIN THE CLAIMANT REPRESENTATION MASTER -- THE   *
      *           ATTORNEY ON RECORD FOR A CLAIM AND THE FEE THE       *
      *           BOARD APPROVED, AS A PERCENTAGE OF BENEFITS OR A     *
      *           FLAT AMOUNT, UNDER A CAP. A FEE IS ONLY TAKEN BY     *
      *           THE DISBURSEMENT RUN (PAYDISB) ONCE ITS APPROVAL     *
      *           HAS BEEN RECORDED HERE; CHANGED TERMS GO BACK TO     *
      *           PENDING UNTIL THEY ARE APPROVED AGAIN. THE SAME      *
      *           TRANSACTION-DRIVEN CYCLE PAYEEMNT RUNS FOR THE       *
      *           PAYEE BANKING MASTER.                                *
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
      * - TRANSACTION-FILE: One transaction per line. PCT is 5 digits  *
      *   with two implied decimals, FLAT and CAP are 11 digits with   *
      *   two implied decimals, ONGOING is 3 digits -- the number of   *
      *   regular monthly payments the fee is also taken from:         *
      *     A,CLAIM-ID,ATTORNEY-ID,FIRM,PCT,FLAT,CAP,ONGOING  ADD      *
      *     C,CLAIM-ID,ATTORNEY-ID,FIRM,PCT,FLAT,CAP,ONGOING  CHANGE   *
      *     V,CLAIM-ID,CCYYMMDD          RECORD THE FEE APPROVAL       *
      *     W,CLAIM-ID                   ATTORNEY WITHDRAWN            *
      * - REPRESENTATION-FILE: The representation master PAYDISB and   *
      *                        the fee register read                   *
      * - CLAIM-FILE: The claim master, read by key to validate        *
      * - PAYEE-FILE: The payee banking master; the attorney is paid   *
      *               through a payee record keyed by attorney id      *
      * - MAINT-LOG-FILE: One line per transaction recording what was  *
      *                   applied or why it was rejected               *
      *----------------------------------------------------------------*
           SELECT TRANSACTION-FILE ASSIGN TO "data/REPMNT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT REPRESENTATION-FILE ASSIGN TO "data/REPFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REP-CLAIM-ID
           FILE STATUS IS REP-FILE-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIM-ID
           FILE STATUS IS CLM-STATUS.

           SELECT PAYEE-FILE ASSIGN TO "data/PAYEEFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAYEE-CLAIMANT-ID
           FILE STATUS IS PAYEE-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "data/REPMNT_LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD       PIC X(100).

      * Status P approval pending, A approved, W attorney withdrawn.
      * Fee type P takes REP-FEE-PCT of each eligible payment, fee
      * type F takes REP-FEE-FLAT out of the eligible payments until
      * it is paid; either way REP-FEE-PAID never passes REP-FEE-CAP.
       FD REPRESENTATION-FILE.
       01 REPRESENTATION-RECORD.
          05 REP-CLAIM-ID             PIC X(12).
          05 REP-STATUS               PIC X(1).
          05 REP-ATTORNEY-ID          PIC X(8).
          05 REP-FIRM-NAME            PIC X(30).
          05 REP-FEE-TYPE             PIC X(1).
          05 REP-FEE-PCT              PIC 9(3)V99.
          05 REP-FEE-FLAT             PIC 9(9)V99.
          05 REP-FEE-CAP              PIC 9(9)V99.
          05 REP-ONGOING-LIMIT        PIC 9(3).
          05 REP-ONGOING-TAKEN        PIC 9(3).
          05 REP-OPENED-DATE          PIC 9(8).
          05 REP-APPROVED-DATE        PIC 9(8).
          05 REP-FEE-PAID             PIC 9(9)V99.
          05 REP-LAST-FEE-DATE        PIC 9(8).
          05 FILLER                   PIC X(20).

       FD CLAIM-FILE.
       01 CLAIM-RECORD.
          05 CLAIM-ID              PIC X(12).
          05 FILLER                PIC X(215).

       FD PAYEE-FILE.
       01 PAYEE-RECORD.
          05 PAYEE-CLAIMANT-ID     PIC X(8).
          05 PAYEE-ROUTING-NO      PIC X(9).
          05 PAYEE-ACCOUNT-NO      PIC X(17).
          05 PAYEE-ACCOUNT-TYPE    PIC X(1).
          05 PAYEE-PAY-METHOD      PIC X(1).
          05 PAYEE-PRENOTE-SW      PIC X(1).
          05 PAYEE-PRENOTE-DATE    PIC 9(8).

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
          05 REP-FILE-STATUS       PIC X(2).
          05 CLM-STATUS            PIC X(2).
          05 PAYEE-STATUS          PIC X(2).
          05 LOG-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-TRAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 TRAN-END-OF-FILE   VALUE 'Y'.
          05 WS-TRAN-REJECT-SW     PIC X(1) VALUE 'N'.
             88 TRAN-REJECTED      VALUE 'Y'.
             88 TRAN-NOT-REJECTED  VALUE 'N'.
          05 WS-PAYEE-AVAIL-SW     PIC X(1) VALUE 'N'.
             88 PAYEE-MASTER-AVAILABLE VALUE 'Y'.

      * The numeric fields are parsed as characters and read through
      * their redefinitions so the implied decimals land correctly.
      * An approval transaction carries its date in the third field.
       01 WS-TRAN-FIELDS.
          05 WS-TRAN-ACTION        PIC X(1).
             88 TRAN-ADD           VALUE 'A'.
             88 TRAN-CHANGE        VALUE 'C'.
             88 TRAN-APPROVE       VALUE 'V'.
             88 TRAN-WITHDRAW      VALUE 'W'.
          05 WS-TRAN-CLAIM-ID      PIC X(12).
          05 WS-TRAN-ATTORNEY-ID   PIC X(8).
          05 WS-TRAN-APPROVED-DATE REDEFINES WS-TRAN-ATTORNEY-ID
                                   PIC 9(8).
          05 WS-TRAN-FIRM          PIC X(30).
          05 WS-TRAN-PCT-CHARS     PIC X(5).
          05 WS-TRAN-PCT REDEFINES WS-TRAN-PCT-CHARS
                                   PIC 9(3)V99.
          05 WS-TRAN-FLAT-CHARS    PIC X(11).
          05 WS-TRAN-FLAT REDEFINES WS-TRAN-FLAT-CHARS
                                   PIC 9(9)V99.
          05 WS-TRAN-CAP-CHARS     PIC X(11).
          05 WS-TRAN-CAP REDEFINES WS-TRAN-CAP-CHARS
                                   PIC 9(9)V99.
          05 WS-TRAN-ONGOING-CHARS PIC X(3).
          05 WS-TRAN-ONGOING REDEFINES WS-TRAN-ONGOING-CHARS
                                   PIC 9(3).

      * No board approves more than half the benefit as a fee
       01 WS-MAX-FEE-PCT           PIC 9(3)V99 VALUE 50.00.

       01 WS-RUN-DATE              PIC 9(8).

       01 WS-LOG-DETAIL.
          05 WS-LOG-ACTION         PIC X(1).
          05 WS-LOG-KEY            PIC X(12).
          05 WS-LOG-TEXT           PIC X(60).

       01 WS-CONTROL-TOTALS.
          05 WS-TRANS-READ         PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-APPLIED      PIC 9(5) COMP VALUE ZERO.
          05 WS-TRANS-REJECTED     PIC 9(5) COMP VALUE ZERO.
          05 WS-APPROVALS          PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files                                             *
      * 2. Apply every transaction against the representation master  *
      * 3. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-TRANSACTIONS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS. A FIRST-EVER RUN HAS NO   *
      * REPRESENTATION MASTER YET, SO FALL BACK TO CREATING IT.        *
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

           OPEN I-O REPRESENTATION-FILE.
           IF REP-FILE-STATUS NOT = '00'
              DISPLAY 'REPRESENTATION FILE NOT FOUND, CREATING NEW '
                      'FILE'
              OPEN OUTPUT REPRESENTATION-FILE
              CLOSE REPRESENTATION-FILE
              OPEN I-O REPRESENTATION-FILE
           END-IF.
           IF REP-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPRESENTATION FILE: '
                      REP-FILE-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT CLAIM-FILE.
           IF CLM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIM FILE: ' CLM-STATUS
              PERFORM 900-TERMINATION
           END-IF.

      * A shop not yet on the payee master pays every fee by check,
      * so the attorney cannot be checked against it
           OPEN INPUT PAYEE-FILE.
           IF PAYEE-STATUS = '00'
               SET PAYEE-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'PAYEE FILE NOT ON FILE, ATTORNEYS NOT '
                       'VALIDATED: ' PAYEE-STATUS
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
           DISPLAY 'PROCESSED ALL TRANSACTIONS IN REPMNT FILE'.

       210-PROCESS-TRANSACTION-RECORD.
      *----------------------------------------------------------------*
      * PARSE AND APPLY ONE TRANSACTION RECORD:                        *
      * 1. Parse the action, claim and the action's own fields        *
      * 2. Validate the fee terms on an add or change                 *
      * 3. Route to add, change, approve or withdraw                  *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TRAN-REJECT-SW.
           MOVE SPACES TO WS-TRAN-FIELDS.
           UNSTRING TRANSACTION-RECORD DELIMITED BY ','
               INTO WS-TRAN-ACTION
                    WS-TRAN-CLAIM-ID
                    WS-TRAN-ATTORNEY-ID
                    WS-TRAN-FIRM
                    WS-TRAN-PCT-CHARS
                    WS-TRAN-FLAT-CHARS
                    WS-TRAN-CAP-CHARS
                    WS-TRAN-ONGOING-CHARS
           END-UNSTRING.

           MOVE WS-TRAN-ACTION   TO WS-LOG-ACTION.
           MOVE WS-TRAN-CLAIM-ID TO WS-LOG-KEY.

           IF NOT TRAN-ADD AND NOT TRAN-CHANGE
              AND NOT TRAN-APPROVE AND NOT TRAN-WITHDRAW
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - UNKNOWN ACTION CODE' TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
              AND (TRAN-ADD OR TRAN-CHANGE)
               PERFORM 215-VALIDATE-FEE-TERMS
           END-IF.

           IF TRAN-NOT-REJECTED
               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM 220-ADD-REPRESENTATION
                   WHEN TRAN-CHANGE
                       PERFORM 230-CHANGE-REPRESENTATION
                   WHEN TRAN-APPROVE
                       PERFORM 240-APPROVE-FEE
                   WHEN TRAN-WITHDRAW
                       PERFORM 250-WITHDRAW-ATTORNEY
               END-EVALUATE
           END-IF.

           PERFORM 290-WRITE-LOG-RECORD.

       215-VALIDATE-FEE-TERMS.
      *----------------------------------------------------------------*
      * VALIDATE THE TERMS ON AN ADD OR CHANGE: THE CLAIM MUST BE ON   *
      * THE CLAIM MASTER AND THE ATTORNEY ON THE PAYEE MASTER; EXACTLY *
      * ONE OF PERCENTAGE OR FLAT AMOUNT IS GIVEN; A PERCENTAGE FEE    *
      * MUST CARRY A CAP, WHILE A FLAT FEE WITH NO CAP IS CAPPED AT    *
      * THE FLAT AMOUNT ITSELF.                                        *
      *----------------------------------------------------------------*
           IF WS-TRAN-ATTORNEY-ID = SPACES
              OR WS-TRAN-FIRM = SPACES
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - ATTORNEY OR FIRM MISSING'
                    TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-PCT NOT NUMERIC
                  OR WS-TRAN-FLAT NOT NUMERIC
                  OR WS-TRAN-CAP NOT NUMERIC
                  OR WS-TRAN-ONGOING NOT NUMERIC
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - FEE TERMS NOT NUMERIC'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               IF (WS-TRAN-PCT = ZERO AND WS-TRAN-FLAT = ZERO)
                  OR (WS-TRAN-PCT > ZERO AND WS-TRAN-FLAT > ZERO)
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - GIVE A PERCENTAGE OR A FLAT FEE'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-PCT > WS-MAX-FEE-PCT
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - FEE PERCENTAGE OVER 50'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               IF WS-TRAN-PCT > ZERO AND WS-TRAN-CAP = ZERO
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - PERCENTAGE FEE NEEDS A CAP'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE WS-TRAN-CLAIM-ID TO CLAIM-ID
               READ CLAIM-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - CLAIM NOT ON CLAIM MASTER'
                            TO WS-LOG-TEXT
               END-READ
           END-IF.

           IF TRAN-NOT-REJECTED AND PAYEE-MASTER-AVAILABLE
               MOVE WS-TRAN-ATTORNEY-ID TO PAYEE-CLAIMANT-ID
               READ PAYEE-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - ATTORNEY NOT ON PAYEE MASTER'
                            TO WS-LOG-TEXT
               END-READ
           END-IF.

       220-ADD-REPRESENTATION.
      *----------------------------------------------------------------*
      * ADD THE ATTORNEY ON RECORD FOR A CLAIM, APPROVAL PENDING. A    *
      * CLAIM WHOSE ATTORNEY HAS WITHDRAWN TAKES THE SUBSTITUTE IN     *
      * PLACE WITH A FRESH FEE ACCOUNT.                                *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-CLAIM-ID TO REP-CLAIM-ID.
           READ REPRESENTATION-FILE
               INVALID KEY
                   MOVE WS-TRAN-CLAIM-ID TO REP-CLAIM-ID
                   PERFORM 225-MOVE-FEE-TERMS
                   WRITE REPRESENTATION-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-TRAN-REJECT-SW
                           MOVE 'REJECTED - FILE WRITE FAILED'
                                TO WS-LOG-TEXT
                       NOT INVALID KEY
                           MOVE 'ADDED - APPROVAL PENDING'
                                TO WS-LOG-TEXT
                   END-WRITE
               NOT INVALID KEY
                   IF REP-STATUS NOT = 'W'
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - ATTORNEY ALREADY ON RECORD'
                            TO WS-LOG-TEXT
                   ELSE
                       PERFORM 225-MOVE-FEE-TERMS
                       REWRITE REPRESENTATION-RECORD
                           INVALID KEY
                               MOVE 'Y' TO WS-TRAN-REJECT-SW
                               MOVE 'REJECTED - FILE REWRITE FAILED'
                                    TO WS-LOG-TEXT
                           NOT INVALID KEY
                               MOVE 'SUBSTITUTED - APPROVAL PENDING'
                                    TO WS-LOG-TEXT
                       END-REWRITE
                   END-IF
           END-READ.

       225-MOVE-FEE-TERMS.
      *----------------------------------------------------------------*
      * MOVE THE TRANSACTION'S TERMS ONTO A NEW REPRESENTATION RECORD  *
      *----------------------------------------------------------------*
           MOVE 'P'                 TO REP-STATUS.
           MOVE WS-TRAN-ATTORNEY-ID TO REP-ATTORNEY-ID.
           MOVE WS-TRAN-FIRM        TO REP-FIRM-NAME.
           PERFORM 235-SET-FEE-BASIS.
           MOVE WS-TRAN-ONGOING     TO REP-ONGOING-LIMIT.
           MOVE ZERO                TO REP-ONGOING-TAKEN.
           MOVE WS-RUN-DATE         TO REP-OPENED-DATE.
           MOVE ZERO                TO REP-APPROVED-DATE.
           MOVE ZERO                TO REP-FEE-PAID.
           MOVE ZERO                TO REP-LAST-FEE-DATE.

       230-CHANGE-REPRESENTATION.
      *----------------------------------------------------------------*
      * CHANGE THE ATTORNEY OR FEE TERMS ON RECORD. CHANGED TERMS ARE  *
      * NOT THE TERMS THE BOARD APPROVED, SO THE FEE GOES BACK TO      *
      * PENDING; WHAT HAS BEEN PAID AND THE ONGOING PAYMENTS ALREADY   *
      * TAKEN STAND.                                                   *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-CLAIM-ID TO REP-CLAIM-ID.
           READ REPRESENTATION-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - NO ATTORNEY ON RECORD'
                        TO WS-LOG-TEXT
           END-READ.

           IF TRAN-NOT-REJECTED
               IF REP-STATUS = 'W'
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - ATTORNEY HAS WITHDRAWN'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE 'P'                 TO REP-STATUS
               MOVE ZERO                TO REP-APPROVED-DATE
               MOVE WS-TRAN-ATTORNEY-ID TO REP-ATTORNEY-ID
               MOVE WS-TRAN-FIRM        TO REP-FIRM-NAME
               PERFORM 235-SET-FEE-BASIS
               MOVE WS-TRAN-ONGOING     TO REP-ONGOING-LIMIT
               REWRITE REPRESENTATION-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - FILE REWRITE FAILED'
                            TO WS-LOG-TEXT
                   NOT INVALID KEY
                       MOVE 'CHANGED - APPROVAL PENDING'
                            TO WS-LOG-TEXT
               END-REWRITE
           END-IF.

       235-SET-FEE-BASIS.
      *----------------------------------------------------------------*
      * SET THE FEE TYPE, PERCENTAGE OR FLAT AMOUNT, AND CAP           *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-PCT  TO REP-FEE-PCT.
           MOVE WS-TRAN-FLAT TO REP-FEE-FLAT.
           MOVE WS-TRAN-CAP  TO REP-FEE-CAP.
           IF WS-TRAN-PCT > ZERO
               MOVE 'P' TO REP-FEE-TYPE
           ELSE
               MOVE 'F' TO REP-FEE-TYPE
               IF REP-FEE-CAP = ZERO OR REP-FEE-CAP > REP-FEE-FLAT
                   MOVE REP-FEE-FLAT TO REP-FEE-CAP
               END-IF
           END-IF.

       240-APPROVE-FEE.
      *----------------------------------------------------------------*
      * RECORD THE BOARD'S APPROVAL OF THE FEE TERMS ON RECORD. THE    *
      * APPROVAL DATE DEFAULTS TO TODAY; FROM THE NEXT DISBURSEMENT    *
      * RUN THE FEE IS TAKEN OUT OF ELIGIBLE PAYMENTS.                 *
      *----------------------------------------------------------------*
           IF WS-TRAN-ATTORNEY-ID = SPACES
               MOVE WS-RUN-DATE TO WS-TRAN-APPROVED-DATE
           END-IF.
           IF WS-TRAN-APPROVED-DATE NOT NUMERIC
              OR WS-TRAN-APPROVED-DATE > WS-RUN-DATE
               MOVE 'Y' TO WS-TRAN-REJECT-SW
               MOVE 'REJECTED - APPROVAL DATE NOT VALID'
                    TO WS-LOG-TEXT
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE WS-TRAN-CLAIM-ID TO REP-CLAIM-ID
               READ REPRESENTATION-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - NO ATTORNEY ON RECORD'
                            TO WS-LOG-TEXT
               END-READ
           END-IF.

           IF TRAN-NOT-REJECTED
               IF REP-STATUS NOT = 'P'
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - NO FEE PENDING APPROVAL'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE 'A' TO REP-STATUS
               MOVE WS-TRAN-APPROVED-DATE TO REP-APPROVED-DATE
               REWRITE REPRESENTATION-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - FILE REWRITE FAILED'
                            TO WS-LOG-TEXT
                   NOT INVALID KEY
                       ADD 1 TO WS-APPROVALS
                       MOVE 'FEE APPROVED' TO WS-LOG-TEXT
               END-REWRITE
           END-IF.

       250-WITHDRAW-ATTORNEY.
      *----------------------------------------------------------------*
      * THE ATTORNEY HAS WITHDRAWN OR BEEN DISCHARGED: NO FURTHER FEE  *
      * IS TAKEN. THE RECORD STAYS FOR THE FEE REGISTER.               *
      *----------------------------------------------------------------*
           MOVE WS-TRAN-CLAIM-ID TO REP-CLAIM-ID.
           READ REPRESENTATION-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - NO ATTORNEY ON RECORD'
                        TO WS-LOG-TEXT
           END-READ.

           IF TRAN-NOT-REJECTED
               IF REP-STATUS = 'W'
                   MOVE 'Y' TO WS-TRAN-REJECT-SW
                   MOVE 'REJECTED - ATTORNEY ALREADY WITHDRAWN'
                        TO WS-LOG-TEXT
               END-IF
           END-IF.

           IF TRAN-NOT-REJECTED
               MOVE 'W' TO REP-STATUS
               REWRITE REPRESENTATION-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-TRAN-REJECT-SW
                       MOVE 'REJECTED - FILE REWRITE FAILED'
                            TO WS-LOG-TEXT
                   NOT INVALID KEY
                       MOVE 'ATTORNEY WITHDRAWN' TO WS-LOG-TEXT
               END-REWRITE
           END-IF.

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
                  WS-LOG-TEXT   DELIMITED BY SIZE
                  INTO MAINT-LOG-LINE
           END-STRING.
           WRITE MAINT-LOG-LINE.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'REPMNT RUN CONTROL TOTALS'.
           DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ.
           DISPLAY 'TRANSACTIONS APPLIED:  ' WS-TRANS-APPLIED.
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED.
           DISPLAY 'FEES APPROVED:         ' WS-APPROVALS.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE TRANSACTION-FILE
                 REPRESENTATION-FILE
                 CLAIM-FILE
                 MAINT-LOG-FILE.

           IF PAYEE-MASTER-AVAILABLE
               CLOSE PAYEE-FILE
           END-IF.

           IF WS-TRANS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
