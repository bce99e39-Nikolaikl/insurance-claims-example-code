      *           PAYMENT HISTORY AND OUTSTANDING RESERVE, SUBTOTALED  *
      *           BY POLICY AND POLICY YEAR, AS BOTH A FORMATTED       *
      *           STATEMENT AND A MACHINE-READABLE FILE THE BROKER     *
      *           CAN LOAD. ON A DEDUCTIBLE POLICY EACH CLAIM AND THE  *
      *           POLICY TOTAL ARE ALSO SHOWN NET OF THE DEDUCTIBLE    *
      *           THE EMPLOYER CARRIES. CLAIM NUMBERS GO INTO THE      *
      *           MACHINE-READABLE FILE ONLY AS THE DISCLOSURE PROFILE *
      *           ALLOWS, AND EVERY CLAIMANT SENT IS LOGGED.           *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. LOAD PASSES (PAYMENTS, POLICIES, CLAIMS)                    *
      * 5. PER-CUSTOMER STATEMENT GENERATION                           *
      * 6. DISCLOSURE TREATMENT AND LOGGING                            *
      * 7. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
      * - LOSSRUN-REPORT: The formatted statements                     *
      * - LOSSRUN-EXTRACT: One machine-readable record per claim,      *
      *   with header/trailer controls                                 *
      * - DISC-PROFILE-FILE: What each outbound file may carry in      *
      *   clear, by data class                                         *
      * - PSEUDONYM-FILE: Standing pseudonymous key per recipient and  *
      *   claimant identifier                                          *
      * - DISCLOSURE-LOG: Every claimant record sent out, extended     *
      *   run after run                                                *
      *----------------------------------------------------------------*
           SELECT POLICY-FILE ASSIGN TO "data/POLFILE"
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXT-STATUS.

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
       FD POLICY-FILE.
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

       FD CLAIM-FILE.
       01 CLAIM-RECORD.
       FD LOSSRUN-EXTRACT.
       01 EXTRACT-LINE             PIC X(132).

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
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-POLICY-TABLE: Every policy with its customer and its      *
      *   deductible terms                                             *
      * - WS-CLAIM-TABLE: Every claim with its figures and its         *
      *   paid-to-date off the history pass                            *
      * - WS-YEAR-SUBTOTALS: Per-policy-year subtotals for the         *
      *   policy in hand                                               *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      * - WS-DISCLOSURE-FIELDS: The extract's disclosure treatment and *
      *   the claimant identifier in hand                              *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 POL-STATUS            PIC X(2).
          05 HIST-STATUS           PIC X(2).
          05 RPT-STATUS            PIC X(2).
          05 EXT-STATUS            PIC X(2).
          05 DPROF-STATUS      PIC X(2).
          05 PSEUD-STATUS      PIC X(2).
          05 DLOG-STATUS       PIC X(2).

       01 WS-SWITCHES.
          05 WS-POL-EOF-SW         PIC X(1) VALUE 'N'.
             10 WS-PO-POLICY       PIC X(10).
             10 WS-PO-CUSTOMER     PIC X(8).
             10 WS-PO-DONE-SW      PIC X(1).
             10 WS-PO-DEDUCTIBLE   PIC 9(7)V99.
             10 WS-PO-AGG-CAP      PIC 9(9)V99.

       01 WS-CLAIM-TABLE-COUNT     PIC 9(4) COMP VALUE ZERO.
       01 WS-CLAIM-TABLE.
          05 WS-CL-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CL-IDX.
             10 WS-CL-CLAIM-ID     PIC X(12).
             10 WS-CL-CLAIMANT-ID  PIC X(8).
             10 WS-CL-POLICY       PIC X(10).
             10 WS-CL-YEAR         PIC 9(4).
             10 WS-CL-STATUS       PIC X(1).
          05 WS-POLICY-OUTSTANDING PIC 9(11)V99.
          05 WS-POLICY-CLAIMS      PIC 9(5) COMP.

      *----------------------------------------------------------------*
      * WS-DEDUCTIBLE-FIELDS: ONE CLAIM'S LOSS NET OF DEDUCTIBLE. THE  *
      * EMPLOYER CARRIES THE CLAIM'S PAID PLUS OUTSTANDING UP TO THE   *
      * PER-CLAIM DEDUCTIBLE, AND NO MORE ACROSS THE POLICY'S CLAIMS   *
      * THAN ITS AGGREGATE CAP (NONE WHEN ZERO), TAKEN IN CLAIM ORDER. *
      * THE DEDUCTIBLE COMES OFF PAID FIRST, THEN OUTSTANDING.         *
      *----------------------------------------------------------------*
       01 WS-DEDUCTIBLE-FIELDS.
          05 WS-AGG-ROOM           PIC 9(9)V99.
          05 WS-CLAIM-LOSS         PIC 9(9)V99.
          05 WS-CLAIM-DEDUCTED     PIC 9(9)V99.
          05 WS-NET-PAID           PIC 9(9)V99.
          05 WS-NET-OUTSTANDING    PIC 9(9)V99.
          05 WS-POLICY-DEDUCTED    PIC 9(11)V99.
          05 WS-POLICY-NET-PAID    PIC 9(11)V99.
          05 WS-POLICY-NET-OUTSTAND PIC 9(11)V99.

       01 WS-CONTROL-TOTALS.
          05 WS-CUSTOMERS-WRITTEN  PIC 9(5) COMP VALUE ZERO.
          05 WS-CLAIMS-LISTED      PIC 9(7) VALUE ZERO.

      * The outbound file's disclosure treatment. The VALUEs are the
      * protective defaults that govern when the profile does not
      * list the file: identifiers keyed, dates of birth cut to the
      * year, everything else masked. The claim number identifies
      * the claimant as surely as the claimant id does, so it goes
      * out under the CLAIMANT-ID class.
       01 WS-DISCLOSURE-FIELDS.
          05 WS-DISC-FILE-ID       PIC X(10) VALUE 'LOSSRUN'.
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

       01 WS-EDIT-FIELDS.
          05 WS-F-INCURRED         PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-F-PAID             PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-F-OUTSTANDING      PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-F-DEDUCTED         PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-F-NET-PAID         PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-F-NET-OUTSTANDING  PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-F-DEDUCTIBLE       PIC Z,ZZZ,ZZ9.99.
          05 WS-F-AGG-CAP          PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
              PERFORM 900-TERMINATION
           END-IF.

           PERFORM 170-LOAD-DISCLOSURE-PROFILE.

           MOVE SPACES TO EXTRACT-LINE.
           STRING 'HDR DATE='      DELIMITED BY SIZE
                  WS-RUN-DATE      DELIMITED BY SIZE
           END-STRING.
           WRITE EXTRACT-LINE.

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

       200-LOAD-POLICIES.
      *----------------------------------------------------------------*
      * LOAD EVERY POLICY WITH ITS CUSTOMER AND DEDUCTIBLE TERMS;      *
      * TERMS NEVER SET READ AS NO DEDUCTIBLE                          *
      *----------------------------------------------------------------*
           PERFORM UNTIL POL-END-OF-FILE
               READ POLICY-FILE NEXT RECORD
                           MOVE 'N'
                                TO WS-PO-DONE-SW
                                (WS-POLICY-TABLE-COUNT)
                           MOVE ZERO
                                TO WS-PO-DEDUCTIBLE
                                (WS-POLICY-TABLE-COUNT)
                           MOVE ZERO
                                TO WS-PO-AGG-CAP
                                (WS-POLICY-TABLE-COUNT)
                           IF PER-CLAIM-DEDUCTIBLE IS NUMERIC
                               MOVE PER-CLAIM-DEDUCTIBLE
                                    TO WS-PO-DEDUCTIBLE
                                    (WS-POLICY-TABLE-COUNT)
                           END-IF
                           IF AGG-DEDUCTIBLE-CAP IS NUMERIC
                               MOVE AGG-DEDUCTIBLE-CAP
                                    TO WS-PO-AGG-CAP
                                    (WS-POLICY-TABLE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                           ADD 1 TO WS-CLAIM-TABLE-COUNT
                           MOVE CLAIM-ID TO
                                WS-CL-CLAIM-ID (WS-CLAIM-TABLE-COUNT)
                           MOVE CLAIMANT-ID TO
                                WS-CL-CLAIMANT-ID (WS-CLAIM-TABLE-COUNT)
                           MOVE POLICY-NUMBER OF CLAIM-RECORD TO
                                WS-CL-POLICY (WS-CLAIM-TABLE-COUNT)
                           MOVE CLAIM-DATE (1:4) TO
       320-WRITE-POLICY-SECTION.
      *----------------------------------------------------------------*
      * WRITE ONE POLICY'S CLAIMS WITH POLICY-YEAR SUBTOTALS AND THE   *
      * POLICY SUBTOTAL. A DEDUCTIBLE POLICY SHOWS ITS TERMS UNDER     *
      * THE POLICY LINE AND A NET-OF-DEDUCTIBLE POLICY TOTAL.          *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-YEAR-SUB-COUNT.
           INITIALIZE WS-YEAR-SUBTOTALS.
           MOVE ZERO TO WS-POLICY-PAID.
           MOVE ZERO TO WS-POLICY-OUTSTANDING.
           MOVE ZERO TO WS-POLICY-CLAIMS.
           MOVE ZERO TO WS-POLICY-DEDUCTED.
           MOVE ZERO TO WS-POLICY-NET-PAID.
           MOVE ZERO TO WS-POLICY-NET-OUTSTAND.
           MOVE WS-PO-AGG-CAP (WS-POL-SUB-2) TO WS-AGG-ROOM.

           MOVE SPACES TO REPORT-LINE.
           STRING 'POLICY: ' DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-PO-DEDUCTIBLE (WS-POL-SUB-2) > 0
               MOVE WS-PO-DEDUCTIBLE (WS-POL-SUB-2) TO WS-F-DEDUCTIBLE
               MOVE SPACES TO REPORT-LINE
               IF WS-PO-AGG-CAP (WS-POL-SUB-2) > 0
                   MOVE WS-PO-AGG-CAP (WS-POL-SUB-2) TO WS-F-AGG-CAP
                   STRING '  PER-CLAIM DEDUCTIBLE ' DELIMITED BY SIZE
                          WS-F-DEDUCTIBLE      DELIMITED BY SIZE
                          '  AGGREGATE CAP '   DELIMITED BY SIZE
                          WS-F-AGG-CAP         DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING '  PER-CLAIM DEDUCTIBLE ' DELIMITED BY SIZE
                          WS-F-DEDUCTIBLE      DELIMITED BY SIZE
                          '  NO AGGREGATE CAP' DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
           END-IF.

           MOVE 1 TO WS-CLM-SUB.
           PERFORM UNTIL WS-CLM-SUB > WS-CLAIM-TABLE-COUNT
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF WS-PO-DEDUCTIBLE (WS-POL-SUB-2) > 0
                   MOVE WS-POLICY-DEDUCTED     TO WS-F-DEDUCTED
                   MOVE WS-POLICY-NET-PAID     TO WS-F-NET-PAID
                   MOVE WS-POLICY-NET-OUTSTAND TO WS-F-NET-OUTSTANDING
                   MOVE SPACES TO REPORT-LINE
                   STRING '  POLICY NET       DEDUCTED '
                                              DELIMITED BY SIZE
                          WS-F-DEDUCTED       DELIMITED BY SIZE
                          ' PAID '            DELIMITED BY SIZE
                          WS-F-NET-PAID       DELIMITED BY SIZE
                          ' OUTSTANDING '     DELIMITED BY SIZE
                          WS-F-NET-OUTSTANDING DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       330-WRITE-CLAIM-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE CLAIM'S STATEMENT LINE AND EXTRACT RECORD AND ROLL   *
      * THE POLICY AND POLICY-YEAR SUBTOTALS. ON A DEDUCTIBLE POLICY   *
      * A NET-OF-DEDUCTIBLE LINE FOLLOWS THE CLAIM'S GROSS LINE; THE   *
      * EXTRACT CARRIES THE NET FIGURES FOR EVERY CLAIM.               *
      *----------------------------------------------------------------*
           PERFORM 340-APPLY-DEDUCTIBLE.
           ADD 1 TO WS-POLICY-CLAIMS.
           ADD 1 TO WS-CLAIMS-LISTED.
           ADD WS-CL-INCURRED (WS-CLM-SUB)    TO WS-POLICY-INCURRED.
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-PO-DEDUCTIBLE (WS-POL-SUB-2) > 0
               MOVE SPACES TO REPORT-LINE
               STRING '    NET OF DEDUCTIBLE        ' DELIMITED BY SIZE
                      ' DEDUCTED '       DELIMITED BY SIZE
                      WS-F-DEDUCTED      DELIMITED BY SIZE
                      ' PAID '           DELIMITED BY SIZE
                      WS-F-NET-PAID      DELIMITED BY SIZE
                      ' OUTSTANDING '    DELIMITED BY SIZE
                      WS-F-NET-OUTSTANDING DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      * The formatted statement keeps the claim number the employer
      * files its own records under; the machine-readable extract
      * carries it only as the profile allows
           MOVE WS-CL-CLAIM-ID (WS-CLM-SUB)    TO WS-DISC-REAL-ID
                                                 WS-DISC-CLAIM-ID.
           MOVE WS-CL-CLAIMANT-ID (WS-CLM-SUB) TO WS-DISC-CLAIMANT-ID.
           PERFORM 750-PROTECT-CLAIMANT-ID.

           MOVE SPACES TO EXTRACT-LINE.
           STRING WS-CUR-CUSTOMER    DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-PO-POLICY (WS-POL-SUB-2) DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-DISC-SENT-ID    DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-CL-YEAR (WS-CLM-SUB) DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-F-PAID          DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-F-OUTSTANDING   DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-F-DEDUCTED      DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-F-NET-PAID      DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-F-NET-OUTSTANDING DELIMITED BY SIZE
                  INTO EXTRACT-LINE
           END-STRING.
           WRITE EXTRACT-LINE.
           PERFORM 760-LOG-DISCLOSURE.

       340-APPLY-DEDUCTIBLE.
      *----------------------------------------------------------------*
      * TAKE THE EMPLOYER'S DEDUCTIBLE OFF THE CLAIM IN HAND AND ROLL  *
      * THE NET FIGURES INTO THE POLICY'S NET TOTAL                    *
      *----------------------------------------------------------------*
           COMPUTE WS-CLAIM-LOSS = WS-CL-PAID (WS-CLM-SUB)
                                 + WS-CL-OUTSTANDING (WS-CLM-SUB).
           MOVE ZERO TO WS-CLAIM-DEDUCTED.
           IF WS-PO-DEDUCTIBLE (WS-POL-SUB-2) > 0
               IF WS-CLAIM-LOSS > WS-PO-DEDUCTIBLE (WS-POL-SUB-2)
                   MOVE WS-PO-DEDUCTIBLE (WS-POL-SUB-2)
                        TO WS-CLAIM-DEDUCTED
               ELSE
                   MOVE WS-CLAIM-LOSS TO WS-CLAIM-DEDUCTED
               END-IF
               IF WS-PO-AGG-CAP (WS-POL-SUB-2) > 0
                   IF WS-CLAIM-DEDUCTED > WS-AGG-ROOM
                       MOVE WS-AGG-ROOM TO WS-CLAIM-DEDUCTED
                   END-IF
                   SUBTRACT WS-CLAIM-DEDUCTED FROM WS-AGG-ROOM
               END-IF
           END-IF.

           IF WS-CLAIM-DEDUCTED > WS-CL-PAID (WS-CLM-SUB)
               MOVE ZERO TO WS-NET-PAID
               COMPUTE WS-NET-OUTSTANDING =
                       WS-CLAIM-LOSS - WS-CLAIM-DEDUCTED
           ELSE
               COMPUTE WS-NET-PAID =
                       WS-CL-PAID (WS-CLM-SUB) - WS-CLAIM-DEDUCTED
               MOVE WS-CL-OUTSTANDING (WS-CLM-SUB)
                    TO WS-NET-OUTSTANDING
           END-IF.
           ADD WS-CLAIM-DEDUCTED  TO WS-POLICY-DEDUCTED.
           ADD WS-NET-PAID        TO WS-POLICY-NET-PAID.
           ADD WS-NET-OUTSTANDING TO WS-POLICY-NET-OUTSTAND.
           MOVE WS-CLAIM-DEDUCTED  TO WS-F-DEDUCTED.
           MOVE WS-NET-PAID        TO WS-F-NET-PAID.
           MOVE WS-NET-OUTSTANDING TO WS-F-NET-OUTSTANDING.

       350-WRITE-YEAR-SUBTOTALS.
      *----------------------------------------------------------------*
               ADD 1 TO WS-YEAR-SUB
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

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * CLOSE THE EXTRACT WITH ITS TRAILER CONTROLS AND DISPLAY RUN    *
           DISPLAY 'LOSSRUN RUN CONTROL TOTALS'.
           DISPLAY 'CUSTOMERS WRITTEN: ' WS-CUSTOMERS-WRITTEN.
           DISPLAY 'CLAIMS LISTED:     ' WS-CLAIMS-LISTED.
           DISPLAY 'DISCLOSURES LOGGED: ' WS-DISC-RECORDS-LOGGED.
           DISPLAY 'NEW PSEUDONYMS:     ' WS-DISC-KEYS-ASSIGNED.
           DISPLAY '===================================='.

       900-TERMINATION.
                 CLAIM-FILE
                 PAYMENT-HISTORY-FILE
                 LOSSRUN-REPORT
                 LOSSRUN-EXTRACT
                 PSEUDONYM-FILE
                 DISCLOSURE-LOG.

           STOP RUN.
