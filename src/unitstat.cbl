      *           FIXED-FORMAT RECORD PER POLICY/CLAIM IN THE BUREAU   *
      *           LAYOUT, WITH A SUBMISSION-CONTROL TRAILER AND AN     *
      *           EDIT PASS THAT REJECTS RECORDS THE BUREAU WOULD      *
      *           BOUNCE BEFORE WE TRANSMIT. CLAIM NUMBERS GO TO THE   *
      *           BUREAU ONLY AS THE DISCLOSURE PROFILE ALLOWS, AND    *
      *           EVERY CLAIMANT SENT IS LOGGED                        *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. PAID-TO-DATE ACCUMULATION (PAYHIST)                         *
      * 5. PER-CLAIM EXTRACT AND EDIT PASS                             *
      * 6. DISCLOSURE TREATMENT AND LOGGING                            *
      * 7. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
      * - PAYMENT-HISTORY-FILE: Amounts actually paid per claim        *
      * - UNITSTAT-FILE: The bureau submission, header/detail/trailer  *
      * - REJECT-FILE: Records the bureau would bounce, with reasons   *
      * - DISC-PROFILE-FILE: What each outbound file may carry in      *
      *   clear, by data class                                         *
      * - PSEUDONYM-FILE: Standing pseudonymous key per recipient and  *
      *   claimant identifier                                          *
      * - DISCLOSURE-LOG: Every claimant record sent out, extended     *
      *   run after run                                                *
      *----------------------------------------------------------------*
           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJ-STATUS.

           SELECT DISC-PROFILE-FILE ASSIGN TO 'data/DISCPROF.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DPROF-STATUS.

           SELECT PSEUDONYM-FILE ASSIGN TO "data/PSEUDKEY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PSK-KEY
           FILE STATUS IS PSEUD-STATUS.

           SELECT DISCLOSURE-LOG ASSIGN TO 'data/DISCLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLAIM-FILE.
          05 GEO-REGION-CODE       PIC X(3).
          05 EMR-VALUE             PIC 9V999.
          05 SAFETY-PROG-RATING    PIC 9(1).
          05 PAYROLL-CLASS-ENTRY OCCURS 4 TIMES.
             10 PAYROLL-CLASS-CODE PIC X(4).
             10 EST-ANNUAL-PAYROLL PIC 9(9)V99.
             10 RATE-PER-100       PIC 9(2)V9999.
          05 PREM-AUDIT-STATUS     PIC X(1).
          05 PREM-AUDIT-DATE       PIC 9(8).
          05 AUDITED-PREMIUM       PIC 9(8)V99.
          05 AUDIT-SURCHARGE       PIC 9(7)V99.
          05 LAST-BILLED-PERIOD    PIC 9(6).
          05 TERM-PREMIUM-BILLED   PIC 9(8)V99.
          05 PER-CLAIM-DEDUCTIBLE  PIC 9(7)V99.
          05 AGG-DEDUCTIBLE-CAP    PIC 9(9)V99.
          05 FILLER                PIC X(14).

       FD PAYMENT-HISTORY-FILE.
       01 PAYMENT-HISTORY-LINE     PIC X(140).
       FD REJECT-FILE.
       01 REJECT-LINE              PIC X(100).

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

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-PAID-TABLE: Paid-to-date per claim off the history pass   *
      * - WS-CONTROL-TOTALS: Submission control counters               *
      * - WS-DISCLOSURE-FIELDS: The submission's disclosure treatment  *
      *   and the claimant identifier in hand                          *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 CLM-STATUS            PIC X(2).
          05 HIST-STATUS           PIC X(2).
          05 UNIT-STATUS           PIC X(2).
          05 REJ-STATUS            PIC X(2).
          05 DPROF-STATUS      PIC X(2).
          05 PSEUD-STATUS      PIC X(2).
          05 DLOG-STATUS       PIC X(2).

       01 WS-SWITCHES.
          05 WS-CLM-EOF-SW         PIC X(1) VALUE 'N'.
          05 WS-INCURRED-TOTAL     PIC 9(11)V99 VALUE ZERO.
          05 WS-PAID-TOTAL         PIC 9(11)V99 VALUE ZERO.

      * The outbound file's disclosure treatment. The VALUEs are the
      * protective defaults that govern when the profile does not
      * list the file: identifiers keyed, dates of birth cut to the
      * year, everything else masked. The claim number identifies
      * the claimant as surely as the claimant id does, so it goes
      * out under the CLAIMANT-ID class.
       01 WS-DISCLOSURE-FIELDS.
          05 WS-DISC-FILE-ID       PIC X(10) VALUE 'UNITSTAT'.
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

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
              PERFORM 900-TERMINATION
           END-IF.

           PERFORM 170-LOAD-DISCLOSURE-PROFILE.

           MOVE SPACES TO UNITSTAT-RECORD.
           MOVE 'H' TO US-RECORD-TYPE.
           MOVE WS-RUN-DATE TO UH-RUN-DATE.
           MOVE 'UNITSTAT' TO UH-SOURCE.
           WRITE UNITSTAT-RECORD.

       170-LOAD-DISCLOSURE-PROFILE.
      *----------------------------------------------------------------*
      * PICK UP THIS FILE'S LINE FROM THE DISCLOSURE PROFILE AND OPEN  *
      * THE PSEUDONYM MASTER AND THE DISCLOSURE LOG. A FILE THE        *
      * PROFILE DOES NOT LIST -- OR NO PROFILE ON FILE AT ALL -- GOES  *
      * OUT UNDER THE PROTECTIVE DEFAULTS, NEVER IN CLEAR              *
      *----------------------------------------------------------------*
           OPEN INPUT DISC-PROFILE-FILE.
           IF DPROF-STATUS = '00'
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
                       'PROTECTIVE DEFAULTS APPLY: ' DPROF-STATUS
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
           IF PSEUD-STATUS NOT = '00'
              DISPLAY 'PSEUDONYM FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT PSEUDONYM-FILE
              CLOSE PSEUDONYM-FILE
              OPEN I-O PSEUDONYM-FILE
           END-IF.
           IF PSEUD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PSEUDONYM FILE: ' PSEUD-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN EXTEND DISCLOSURE-LOG.
           IF DLOG-STATUS NOT = '00'
              OPEN OUTPUT DISCLOSURE-LOG
           END-IF.
           IF DLOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DISCLOSURE LOG: ' DLOG-STATUS
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

       200-ACCUMULATE-PAID.
      *----------------------------------------------------------------*
      * PAID-TO-DATE ACCUMULATION PASS:                                *
           MOVE GEO-REGION-CODE OF POLICY-RECORD
                                     TO UD-GEO-REGION-CODE.
           MOVE WS-ANNUAL-PREMIUM    TO UD-ANNUAL-PREMIUM.
           MOVE CLAIM-ID OF CLAIM-RECORD TO WS-DISC-REAL-ID
                                            WS-DISC-CLAIM-ID.
           MOVE CLAIMANT-ID          TO WS-DISC-CLAIMANT-ID.
           PERFORM 750-PROTECT-CLAIMANT-ID.
           MOVE WS-DISC-SENT-ID      TO UD-CLAIM-ID.
           MOVE CLAIM-DATE           TO UD-CLAIM-DATE.
           MOVE CLAIM-TYPE           TO UD-CLAIM-TYPE.
           MOVE CLAIM-STATUS         TO UD-CLAIM-STATUS.
           MOVE TOTAL-ACCIDENT-COSTS TO UD-ACCIDENT-COSTS.
           MOVE WS-CLAIM-PAID        TO UD-PAID-TO-DATE.
           WRITE UNITSTAT-RECORD.
           PERFORM 760-LOG-DISCLOSURE.

           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD TOTAL-PENSION TO WS-INCURRED-TOTAL.
           ADD WS-CLAIM-PAID TO WS-PAID-TOTAL.

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

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * CLOSE THE SUBMISSION WITH ITS CONTROL TRAILER AND DISPLAY RUN  *
           DISPLAY 'RECORDS REJECTED: ' WS-RECORDS-REJECTED.
           DISPLAY 'INCURRED TOTAL:   ' WS-INCURRED-TOTAL.
           DISPLAY 'PAID TOTAL:       ' WS-PAID-TOTAL.
           DISPLAY 'DISCLOSURES LOGGED: ' WS-DISC-RECORDS-LOGGED.
           DISPLAY 'NEW PSEUDONYMS:     ' WS-DISC-KEYS-ASSIGNED.
           DISPLAY '===================================='.

       900-TERMINATION.
                 POLICY-FILE
                 PAYMENT-HISTORY-FILE
                 UNITSTAT-FILE
                 REJECT-FILE
                 PSEUDONYM-FILE
                 DISCLOSURE-LOG.

           IF WS-RECORDS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
