      *           RECOVERIES AS THE UNDERLYING SCHEDULE PAYS), AND     *
      *           PRODUCES A MACHINE-READABLE BORDEREAU FOR THE        *
      *           REINSURER WITH HEADER/TRAILER CONTROLS LIKE THE      *
      *           CALCULATED-RESULTS HAND-OFF. CLAIM NUMBERS GO ON     *
      *           THE BORDEREAU ONLY AS THE DISCLOSURE PROFILE ALLOWS  *
      *           THE REINSURER TO SEE THEM, AND EVERY CLAIMANT SENT   *
      *           IS LOGGED. CLAIMS CODED TO ONE CATASTROPHE OCCURRENCE*
      *           (PENSCLM, OCCMNT) ARE THEN TOTALLED PER EVENT --     *
      *           PRESENT VALUE PLUS ACCIDENT AND PROVIDER COSTS TO    *
      *           DATE -- AGAINST THE CATASTROPHE LAYER'S RETENTION AND*
      *           LIMIT. THE EVENT'S RECOVERY IS ALLOCATED BACK TO ITS *
      *           CLAIMS IN PROPORTION TO THEIR INCURRED LOSS, SENT ON *
      *           AN OCCURRENCE BORDEREAU AND REPORTED TO MANAGEMENT   *
      *           WITH ITS MOVEMENT SINCE THE LAST RUN                 *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. TREATY PARAMETER LOAD                                       *
      * 5. PER-CLAIM CESSION PASS                                      *
      * 6. CATASTROPHE OCCURRENCE RECOVERY PASS                        *
      * 7. DISCLOSURE TREATMENT AND LOGGING                            *
      * 8. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
      *                RETENTION,CEDE-PCT (excess-of-loss: the ceded   *
      *                percentage applies to present value above the   *
      *                retention)                                      *
      * - CLAIM-FILE: The claim history, read front to back, then by   *
      *               key for each occurrence's listed claims          *
      * - CEDE-FILE: Cession master keyed by claim, rebuilt each run   *
      *              from the current treaty and claim figures         *
      * - BORDEREAU-FILE: Machine-readable bordereau for the           *
      *                   reinsurer, with header/trailer controls      *
      * - DISC-PROFILE-FILE: What each outbound file may carry in      *
      *                      clear, by data class                      *
      * - PSEUDONYM-FILE: Standing pseudonymous key per recipient and  *
      *                   claimant identifier                          *
      * - DISCLOSURE-LOG: Every claimant record sent out, extended     *
      *                   run after run                                *
      * - CAT-TREATY-FILE: The catastrophe layer, one line:            *
      *                    RETENTION,LIMIT (per occurrence; optional)  *
      * - OCCURRENCE-FILE: Occurrence master and its claims, kept by   *
      *                    PENSCLM and OCCMNT; the run's totals are    *
      *                    posted back for the next run's movement     *
      * - CAT-CEDE-FILE: Catastrophe recovery allocated to each claim, *
      *                  keyed by claim, rebuilt each run              *
      * - CAT-BORDEREAU-FILE: Occurrence bordereau for the reinsurer,  *
      *                       with header/trailer controls             *
      * - CAT-REPORT-FILE: Cat-event report for management             *
      *----------------------------------------------------------------*
           SELECT TREATY-FILE ASSIGN TO 'data/TREATY.txt'
           ORGANIZATION IS LINE SEQUENTIAL

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-ID OF CLAIM-RECORD
           FILE STATUS IS CLM-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BORD-STATUS.

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

           SELECT CAT-TREATY-FILE ASSIGN TO 'data/CATTREATY.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATTR-STATUS.

           SELECT OCCURRENCE-FILE ASSIGN TO "data/OCCFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OCC-CODE
           FILE STATUS IS OCC-STATUS.

      * Written in occurrence order, so keyed RANDOM not SEQUENTIAL
           SELECT CAT-CEDE-FILE ASSIGN TO "data/CATCEDE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CATC-CLAIM-ID
           FILE STATUS IS CATC-STATUS.

           SELECT CAT-BORDEREAU-FILE ASSIGN TO 'data/CATBORD.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATB-STATUS.

           SELECT CAT-REPORT-FILE ASSIGN TO 'data/CATRPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TREATY-FILE.
       FD BORDEREAU-FILE.
       01 BORDEREAU-LINE           PIC X(132).

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

       FD CAT-TREATY-FILE.
       01 CAT-TREATY-LINE          PIC X(30).

      * One record per occurrence, with up to 100 claims listed in
      * the order they were coded. The LAST fields hold what this run
      * reported on the event, for the next run's movement.
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

       FD CAT-CEDE-FILE.
       01 CAT-CEDE-RECORD.
          05 CATC-CLAIM-ID         PIC X(12).
          05 CATC-OCCURRENCE-CODE  PIC X(10).
          05 CATC-INCURRED         PIC 9(9)V99.
          05 CATC-RECOVERY         PIC 9(9)V99.
          05 CATC-RUN-DATE         PIC 9(8).

       FD CAT-BORDEREAU-FILE.
       01 CAT-BORDEREAU-LINE       PIC X(132).

       FD CAT-REPORT-FILE.
       01 CAT-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-CESSION-FIELDS: The cession computed for the claim in     *
      *   hand                                                         *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      * - WS-DISCLOSURE-FIELDS: The bordereau's disclosure treatment   *
      *   and the claimant identifier in hand                          *
      * - WS-CAT-TREATY-FIELDS: The loaded catastrophe layer           *
      * - WS-CAT-FIELDS: The occurrence in hand and its listed claims  *
      * - WS-CAT-TOTALS: Catastrophe pass reconciliation counters      *
      * - Cat-event report line definitions                            *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 TREATY-STATUS         PIC X(2).
          05 CLM-STATUS            PIC X(2).
          05 CEDE-STATUS           PIC X(2).
          05 BORD-STATUS           PIC X(2).
          05 DPROF-STATUS      PIC X(2).
          05 PSEUD-STATUS      PIC X(2).
          05 DLOG-STATUS       PIC X(2).
          05 CATTR-STATUS          PIC X(2).
          05 OCC-STATUS            PIC X(2).
          05 CATC-STATUS           PIC X(2).
          05 CATB-STATUS           PIC X(2).
          05 CATR-STATUS           PIC X(2).

       01 WS-SWITCHES.
          05 WS-CLM-EOF-SW         PIC X(1) VALUE 'N'.
             88 CLM-END-OF-FILE    VALUE 'Y'.
          05 WS-OCC-EOF-SW         PIC X(1) VALUE 'N'.
             88 OCC-END-OF-FILE    VALUE 'Y'.
          05 WS-CAT-TERMS-SW       PIC X(1) VALUE 'N'.
             88 CAT-TERMS-LOADED   VALUE 'Y'.
          05 WS-CAT-PASS-SW        PIC X(1) VALUE 'N'.
             88 CAT-PASS-ACTIVE    VALUE 'Y'.

       01 WS-RUN-DATE              PIC 9(8).

          05 WS-CLAIMS-CEDED       PIC 9(7) VALUE ZERO.
          05 WS-CEDED-PV-TOTAL     PIC 9(11)V99 VALUE ZERO.

      * The outbound file's disclosure treatment. The VALUEs are the
      * protective defaults that govern when the profile does not
      * list the file: identifiers keyed, dates of birth cut to the
      * year, everything else masked. The claim number identifies
      * the claimant as surely as the claimant id does, so it goes
      * out under the CLAIMANT-ID class.
       01 WS-DISCLOSURE-FIELDS.
          05 WS-DISC-FILE-ID       PIC X(10) VALUE 'BORDEREAU'.
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

      * The catastrophe layer applies to each occurrence's incurred
      * loss as a whole: the reinsurer pays the excess over the
      * retention, up to the limit.
       01 WS-CAT-TREATY-FIELDS.
          05 WS-CAT-RETENTION      PIC 9(10)V99.
          05 WS-CAT-LIMIT          PIC 9(10)V99.

      * One entry per claim listed on the occurrence in hand, in the
      * occurrence's list order
       01 WS-CAT-FIELDS.
          05 WS-CAT-SUB            PIC 9(3) COMP.
          05 WS-CAT-LAST-SUB       PIC 9(3) COMP.
          05 WS-CAT-INCURRED       PIC 9(11)V99.
          05 WS-CAT-RECOVERY       PIC 9(11)V99.
          05 WS-CAT-ALLOCATED      PIC 9(11)V99.
          05 WS-CAT-NET-RETAINED   PIC 9(11)V99.
          05 WS-CAT-CHANGE         PIC S9(11)V99.
          05 WS-CAT-CLAIM OCCURS 100 TIMES.
             10 WS-CC-CLAIM-ID     PIC X(12).
             10 WS-CC-CLAIMANT-ID  PIC X(8).
             10 WS-CC-POLICY       PIC X(10).
             10 WS-CC-CLAIM-DATE   PIC 9(8).
             10 WS-CC-FOUND-SW     PIC X(1).
                88 CC-ON-CLAIM-FILE VALUE 'Y'.
             10 WS-CC-PV           PIC 9(8)V99.
             10 WS-CC-COSTS        PIC 9(8)V99.
             10 WS-CC-INCURRED     PIC 9(9)V99.
             10 WS-CC-RECOVERY     PIC 9(9)V99.
          05 WS-F-CAT-INCURRED     PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-F-CAT-RECOVERY     PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-F-OCC-INCURRED     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-F-OCC-RECOVERY     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-CAT-TOTALS.
          05 WS-OCC-READ           PIC 9(7) COMP VALUE ZERO.
          05 WS-OCC-RECOVERING     PIC 9(7) VALUE ZERO.
          05 WS-CAT-CLAIMS-ALLOCATED PIC 9(7) VALUE ZERO.
          05 WS-CAT-RECOVERY-TOTAL PIC 9(11)V99 VALUE ZERO.
          05 WS-CAT-UNMATCHED      PIC 9(7) COMP VALUE ZERO.

       01 WS-CAT-RPT-HEADING.
          05 FILLER                PIC X(39) VALUE
             'CATASTROPHE OCCURRENCE REPORT  RUN DATE'.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CRH-RUN-DATE       PIC 9(8).

       01 WS-CAT-RPT-TERMS.
          05 FILLER                PIC X(27) VALUE
             'CATASTROPHE LAYER RETENTION'.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CRT-RETENTION      PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(8) VALUE '  LIMIT '.
          05 WS-CRT-LIMIT          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-CAT-RPT-EVENT-LINE.
          05 FILLER                PIC X(11) VALUE 'OCCURRENCE '.
          05 WS-CRE-CODE           PIC X(10).
          05 FILLER                PIC X(8) VALUE '  EVENT '.
          05 WS-CRE-EVENT-DATE     PIC 9(8).
          05 FILLER                PIC X(9) VALUE '  OPENED '.
          05 WS-CRE-OPENED-DATE    PIC 9(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-CRE-DESCRIPTION    PIC X(40).

       01 WS-CAT-RPT-INCURRED-LINE.
          05 FILLER                PIC X(10) VALUE '  CLAIMS: '.
          05 WS-CRI-CLAIMS         PIC ZZ9.
          05 FILLER                PIC X(12) VALUE '  INCURRED: '.
          05 WS-CRI-INCURRED       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(10) VALUE '  CHANGE: '.
          05 WS-CRI-CHANGE         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(17) VALUE
             '  LAST REPORTED: '.
          05 WS-CRI-LAST-RUN-DATE  PIC 9(8).

       01 WS-CAT-RPT-RECOVERY-LINE.
          05 FILLER                PIC X(12) VALUE '  RECOVERY: '.
          05 WS-CRR-RECOVERY       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(10) VALUE '  CHANGE: '.
          05 WS-CRR-CHANGE         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(16) VALUE
             '  NET RETAINED: '.
          05 WS-CRR-NET-RETAINED   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-CAT-RPT-COLUMNS.
          05 FILLER                PIC X(45) VALUE
             '    CLAIM        POLICY     ACC DATE  PRESENT'.
          05 FILLER                PIC X(45) VALUE
             ' VALUE  ACCIDENT COSTS        INCURRED       '.
          05 FILLER                PIC X(9) VALUE ' RECOVERY'.

       01 WS-CAT-RPT-CLAIM-LINE.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 WS-CRC-CLAIM-ID       PIC X(12).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CRC-POLICY         PIC X(10).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CRC-CLAIM-DATE     PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CRC-PV             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-CRC-COSTS          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-CRC-INCURRED       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-CRC-RECOVERY       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-CRC-NOTE           PIC X(20).

       01 WS-CAT-RPT-SUMMARY-LINE.
          05 FILLER                PIC X(13) VALUE 'OCCURRENCES: '.
          05 WS-CRS-OCCURRENCES    PIC ZZZ,ZZ9.
          05 FILLER                PIC X(14) VALUE '  RECOVERING: '.
          05 WS-CRS-RECOVERING     PIC ZZZ,ZZ9.
          05 FILLER                PIC X(18) VALUE
             '  TOTAL RECOVERY: '.
          05 WS-CRS-RECOVERY       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(22) VALUE
             '  CLAIMS NOT ON FILE: '.
          05 WS-CRS-UNMATCHED      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * 1. Load the treaty parameters and open all files              *
      * 2. Compute the cession on every in-force claim over the       *
      *    retention, writing the cession master and the bordereau    *
      * 3. Recover the catastrophe layer on every coded occurrence,   *
      *    writing the occurrence bordereau and the cat-event report  *
      * 4. Close the bordereau with its trailer controls              *
      * 5. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-CESSIONS.
           PERFORM 300-PROCESS-OCCURRENCES.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

              PERFORM 900-TERMINATION
           END-IF.

           PERFORM 170-LOAD-DISCLOSURE-PROFILE.

           MOVE SPACES TO BORDEREAU-LINE.
           STRING 'HDR DATE='      DELIMITED BY SIZE
                  WS-RUN-DATE      DELIMITED BY SIZE
           END-STRING.
           WRITE BORDEREAU-LINE.

       170-LOAD-DISCLOSURE-PROFILE.
      *----------------------------------------------------------------*
      * PICK UP THE BORDEREAU'S LINE FROM THE DISCLOSURE PROFILE AND   *
      * OPEN THE PSEUDONYM MASTER AND THE DISCLOSURE LOG               *
      *----------------------------------------------------------------*
           PERFORM 172-READ-DISCLOSURE-PROFILE.

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

       172-READ-DISCLOSURE-PROFILE.
      *----------------------------------------------------------------*
      * PICK UP THE LINE FOR OUTBOUND FILE WS-DISC-FILE-ID FROM THE    *
      * DISCLOSURE PROFILE. A FILE THE PROFILE DOES NOT LIST -- OR NO  *
      * PROFILE ON FILE AT ALL -- GOES OUT UNDER THE PROTECTIVE        *
      * DEFAULTS, NEVER IN CLEAR                                       *
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

       200-PROCESS-CESSIONS.
      *----------------------------------------------------------------*
      * PER-CLAIM CESSION PASS:                                        *
           MOVE PRESENT-VALUE    TO WS-F-PV.
           MOVE WS-CEDED-PV      TO WS-F-CEDED-PV.
           MOVE WS-CEDED-MONTHLY TO WS-F-CEDED-MONTHLY.

      * The cession master keeps the real claim number; the
      * bordereau carries it only as the profile allows
           MOVE CLAIM-ID         TO WS-DISC-REAL-ID
                                    WS-DISC-CLAIM-ID.
           MOVE CLAIMANT-ID      TO WS-DISC-CLAIMANT-ID.
           PERFORM 750-PROTECT-CLAIMANT-ID.

           MOVE SPACES TO BORDEREAU-LINE.
           STRING WS-DISC-SENT-ID    DELIMITED BY SIZE
                  ' POL='            DELIMITED BY SIZE
                  POLICY-NUMBER      DELIMITED BY SIZE
                  ' DATE='           DELIMITED BY SIZE
                  INTO BORDEREAU-LINE
           END-STRING.
           WRITE BORDEREAU-LINE.
           PERFORM 760-LOG-DISCLOSURE.

       300-PROCESS-OCCURRENCES.
      *----------------------------------------------------------------*
      * CATASTROPHE OCCURRENCE PASS:                                   *
      * Every occurrence on the occurrence master is recovered         *
      * against the catastrophe layer and reported, whether or not     *
      * its losses have yet reached the retention, so management       *
      * sees each event develop. No catastrophe treaty or no           *
      * occurrence file on hand skips the pass; the per-risk           *
      * cession above stands on its own.                               *
      *----------------------------------------------------------------*
           PERFORM 305-OPEN-CATASTROPHE-FILES.
           IF CAT-PASS-ACTIVE
               PERFORM UNTIL OCC-END-OF-FILE
                   READ OCCURRENCE-FILE NEXT RECORD
                       AT END
                           SET OCC-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-OCC-READ
                           PERFORM 310-RECOVER-OCCURRENCE
                   END-READ
               END-PERFORM
               PERFORM 390-CLOSE-CATASTROPHE-OUTPUTS
               DISPLAY 'PROCESSED ALL OCCURRENCES ON OCCURRENCE FILE'
           END-IF.

       305-OPEN-CATASTROPHE-FILES.
      *----------------------------------------------------------------*
      * LOAD THE CATASTROPHE LAYER AND OPEN THE OCCURRENCE MASTER AND  *
      * THE CATASTROPHE OUTPUTS. THE OCCURRENCE BORDEREAU GOES OUT     *
      * UNDER ITS OWN DISCLOSURE PROFILE LINE (CATBORD), STARTING      *
      * FROM THE SAME PROTECTIVE DEFAULTS.                             *
      *----------------------------------------------------------------*
           OPEN INPUT CAT-TREATY-FILE.
           IF CATTR-STATUS NOT = '00'
               DISPLAY 'NO CATASTROPHE TREATY ON FILE - NO OCCURRENCE '
                       'RECOVERY: ' CATTR-STATUS
           ELSE
               READ CAT-TREATY-FILE
                   AT END
                       DISPLAY 'CATASTROPHE TREATY FILE EMPTY - NO '
                               'OCCURRENCE RECOVERY'
                   NOT AT END
                       UNSTRING CAT-TREATY-LINE DELIMITED BY ','
                           INTO WS-CAT-RETENTION
                                WS-CAT-LIMIT
                       END-UNSTRING
                       SET CAT-TERMS-LOADED TO TRUE
               END-READ
               CLOSE CAT-TREATY-FILE
           END-IF.

           IF CAT-TERMS-LOADED
               DISPLAY 'CATASTROPHE RETENTION: ' WS-CAT-RETENTION
                       ' LIMIT: ' WS-CAT-LIMIT
               IF WS-CAT-LIMIT = ZERO
                   DISPLAY 'CATASTROPHE LIMIT ZERO - NO OCCURRENCE '
                           'RECOVERY'
                   MOVE 'N' TO WS-CAT-TERMS-SW
               END-IF
           END-IF.

           IF CAT-TERMS-LOADED
               OPEN I-O OCCURRENCE-FILE
               IF OCC-STATUS = '00'
                   SET CAT-PASS-ACTIVE TO TRUE
               ELSE
                   DISPLAY 'NO OCCURRENCE FILE - NO OCCURRENCE '
                           'RECOVERY: ' OCC-STATUS
               END-IF
           END-IF.

           IF CAT-PASS-ACTIVE
               OPEN OUTPUT CAT-CEDE-FILE
               IF CATC-STATUS NOT = '00'
                  DISPLAY 'ERROR OPENING CATASTROPHE CESSION MASTER: '
                          CATC-STATUS
                  PERFORM 900-TERMINATION
               END-IF
               OPEN OUTPUT CAT-BORDEREAU-FILE
               IF CATB-STATUS NOT = '00'
                  DISPLAY 'ERROR OPENING OCCURRENCE BORDEREAU: '
                          CATB-STATUS
                  PERFORM 900-TERMINATION
               END-IF
               OPEN OUTPUT CAT-REPORT-FILE
               IF CATR-STATUS NOT = '00'
                  DISPLAY 'ERROR OPENING CAT-EVENT REPORT: '
                          CATR-STATUS
                  PERFORM 900-TERMINATION
               END-IF

               MOVE 'CATBORD'  TO WS-DISC-FILE-ID
               MOVE 'UNLISTED' TO WS-DISC-RECIPIENT
               MOVE 'MTMMK'    TO WS-DISC-RULES
               MOVE 'N'        TO WS-DPROF-EOF-SW
                                  WS-DISC-FOUND-SW
               PERFORM 172-READ-DISCLOSURE-PROFILE

               MOVE WS-CAT-RETENTION TO WS-F-OCC-INCURRED
               MOVE WS-CAT-LIMIT     TO WS-F-OCC-RECOVERY
               MOVE SPACES TO CAT-BORDEREAU-LINE
               STRING 'HDR DATE='        DELIMITED BY SIZE
                      WS-RUN-DATE        DELIMITED BY SIZE
                      ' SOURCE=REINCEDE' DELIMITED BY SIZE
                      ' RETENTION='      DELIMITED BY SIZE
                      WS-F-OCC-INCURRED  DELIMITED BY SIZE
                      ' LIMIT='          DELIMITED BY SIZE
                      WS-F-OCC-RECOVERY  DELIMITED BY SIZE
                      INTO CAT-BORDEREAU-LINE
               END-STRING
               WRITE CAT-BORDEREAU-LINE

               MOVE WS-RUN-DATE      TO WS-CRH-RUN-DATE
               MOVE WS-CAT-RETENTION TO WS-CRT-RETENTION
               MOVE WS-CAT-LIMIT     TO WS-CRT-LIMIT
               MOVE WS-CAT-RPT-HEADING TO CAT-REPORT-LINE
               WRITE CAT-REPORT-LINE
               MOVE WS-CAT-RPT-TERMS TO CAT-REPORT-LINE
               WRITE CAT-REPORT-LINE
           END-IF.

       310-RECOVER-OCCURRENCE.
      *----------------------------------------------------------------*
      * RECOVER ONE OCCURRENCE:                                        *
      * 1. Total the incurred loss of every claim listed on it         *
      * 2. The recovery is the excess over the retention, capped at    *
      *    the limit                                                   *
      * 3. Allocate the recovery back to the claims                    *
      * 4. Send it on the occurrence bordereau, report the event and   *
      *    post this run's totals back to the occurrence master        *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-CAT-INCURRED
                        WS-CAT-RECOVERY
                        WS-CAT-LAST-SUB.
           MOVE 1 TO WS-CAT-SUB.
           PERFORM UNTIL WS-CAT-SUB > OCC-CLAIM-COUNT
               PERFORM 320-LOAD-OCCURRENCE-CLAIM
               ADD 1 TO WS-CAT-SUB
           END-PERFORM.

           IF WS-CAT-INCURRED > WS-CAT-RETENTION
               COMPUTE WS-CAT-RECOVERY =
                       WS-CAT-INCURRED - WS-CAT-RETENTION
               IF WS-CAT-RECOVERY > WS-CAT-LIMIT
                   MOVE WS-CAT-LIMIT TO WS-CAT-RECOVERY
               END-IF
           END-IF.
           COMPUTE WS-CAT-NET-RETAINED =
                   WS-CAT-INCURRED - WS-CAT-RECOVERY.

           PERFORM 330-ALLOCATE-RECOVERY.

           IF WS-CAT-RECOVERY > ZERO
               ADD 1 TO WS-OCC-RECOVERING
               ADD WS-CAT-RECOVERY TO WS-CAT-RECOVERY-TOTAL
               PERFORM 340-WRITE-OCCURRENCE-BORDEREAU
           END-IF.

           PERFORM 350-REPORT-OCCURRENCE.

           MOVE WS-RUN-DATE     TO OCC-LAST-RUN-DATE.
           MOVE WS-CAT-INCURRED TO OCC-LAST-INCURRED.
           MOVE WS-CAT-RECOVERY TO OCC-LAST-RECOVERY.
           REWRITE OCCURRENCE-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO POST OCCURRENCE TOTALS: '
                           OCC-CODE
           END-REWRITE.

       320-LOAD-OCCURRENCE-CLAIM.
      *----------------------------------------------------------------*
      * READ ONE LISTED CLAIM. ITS INCURRED LOSS IS PRESENT VALUE PLUS *
      * TOTAL-ACCIDENT-COSTS, WHICH CARRIES THE DIRECT COSTS AND THE   *
      * PROVIDER COSTS TO DATE PROVINV HAS ACCUMULATED. A LISTED CLAIM *
      * NO LONGER ON THE CLAIM FILE IS REPORTED AND COUNTED, NOT       *
      * GUESSED AT.                                                    *
      *----------------------------------------------------------------*
           MOVE OCC-CLAIM-ID (WS-CAT-SUB)
                                 TO WS-CC-CLAIM-ID (WS-CAT-SUB)
                                    CLAIM-ID OF CLAIM-RECORD.
           MOVE 'N'              TO WS-CC-FOUND-SW (WS-CAT-SUB).
           MOVE SPACES           TO WS-CC-CLAIMANT-ID (WS-CAT-SUB)
                                    WS-CC-POLICY (WS-CAT-SUB).
           MOVE ZERO             TO WS-CC-CLAIM-DATE (WS-CAT-SUB)
                                    WS-CC-PV (WS-CAT-SUB)
                                    WS-CC-COSTS (WS-CAT-SUB)
                                    WS-CC-INCURRED (WS-CAT-SUB)
                                    WS-CC-RECOVERY (WS-CAT-SUB).
           READ CLAIM-FILE
               INVALID KEY
                   DISPLAY 'OCCURRENCE CLAIM NOT ON CLAIM FILE: '
                           OCC-CODE ' ' OCC-CLAIM-ID (WS-CAT-SUB)
                   ADD 1 TO WS-CAT-UNMATCHED
               NOT INVALID KEY
                   SET CC-ON-CLAIM-FILE (WS-CAT-SUB) TO TRUE
                   MOVE CLAIMANT-ID   TO WS-CC-CLAIMANT-ID (WS-CAT-SUB)
                   MOVE POLICY-NUMBER TO WS-CC-POLICY (WS-CAT-SUB)
                   MOVE CLAIM-DATE    TO WS-CC-CLAIM-DATE (WS-CAT-SUB)
                   MOVE PRESENT-VALUE TO WS-CC-PV (WS-CAT-SUB)
                   MOVE TOTAL-ACCIDENT-COSTS
                                      TO WS-CC-COSTS (WS-CAT-SUB)
                   COMPUTE WS-CC-INCURRED (WS-CAT-SUB) =
                           PRESENT-VALUE + TOTAL-ACCIDENT-COSTS
                   ADD WS-CC-INCURRED (WS-CAT-SUB) TO WS-CAT-INCURRED
                   IF WS-CC-INCURRED (WS-CAT-SUB) > ZERO
                       MOVE WS-CAT-SUB TO WS-CAT-LAST-SUB
                   END-IF
           END-READ.

       330-ALLOCATE-RECOVERY.
      *----------------------------------------------------------------*
      * ALLOCATE THE OCCURRENCE'S RECOVERY TO ITS CLAIMS IN PROPORTION *
      * TO EACH CLAIM'S INCURRED LOSS, RECORDING EACH SHARE ON THE     *
      * CATASTROPHE CESSION MASTER. SHARES ARE TRUNCATED TO THE CENT   *
      * AND THE LAST CLAIM WITH A LOSS TAKES THE REMAINDER, SO THE     *
      * SHARES ALWAYS ADD BACK TO THE RECOVERY EXACTLY.                *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-CAT-ALLOCATED.
           MOVE 1 TO WS-CAT-SUB.
           PERFORM UNTIL WS-CAT-SUB > OCC-CLAIM-COUNT
               IF WS-CAT-RECOVERY > ZERO
                  AND WS-CC-INCURRED (WS-CAT-SUB) > ZERO
                   IF WS-CAT-SUB = WS-CAT-LAST-SUB
                       COMPUTE WS-CC-RECOVERY (WS-CAT-SUB) =
                               WS-CAT-RECOVERY - WS-CAT-ALLOCATED
                   ELSE
                       COMPUTE WS-CC-RECOVERY (WS-CAT-SUB) =
                               WS-CAT-RECOVERY
                             * WS-CC-INCURRED (WS-CAT-SUB)
                             / WS-CAT-INCURRED
                   END-IF
                   ADD WS-CC-RECOVERY (WS-CAT-SUB) TO WS-CAT-ALLOCATED
                   PERFORM 335-WRITE-CATASTROPHE-CESSION
               END-IF
               ADD 1 TO WS-CAT-SUB
           END-PERFORM.

       335-WRITE-CATASTROPHE-CESSION.
      *----------------------------------------------------------------*
      * RECORD ONE CLAIM'S SHARE OF ITS OCCURRENCE'S RECOVERY          *
      *----------------------------------------------------------------*
           MOVE WS-CC-CLAIM-ID (WS-CAT-SUB) TO CATC-CLAIM-ID.
           MOVE OCC-CODE                    TO CATC-OCCURRENCE-CODE.
           MOVE WS-CC-INCURRED (WS-CAT-SUB) TO CATC-INCURRED.
           MOVE WS-CC-RECOVERY (WS-CAT-SUB) TO CATC-RECOVERY.
           MOVE WS-RUN-DATE                 TO CATC-RUN-DATE.
           WRITE CAT-CEDE-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO WRITE CATASTROPHE CESSION: '
                           WS-CC-CLAIM-ID (WS-CAT-SUB)
           END-WRITE.

       340-WRITE-OCCURRENCE-BORDEREAU.
      *----------------------------------------------------------------*
      * SEND ONE RECOVERING OCCURRENCE ON THE OCCURRENCE BORDEREAU:    *
      * AN OCC LINE WITH THE EVENT'S TOTALS, THEN A CLM LINE FOR EACH  *
      * CLAIM SHARING THE RECOVERY. CLAIM NUMBERS GO OUT ONLY AS THE   *
      * CATBORD PROFILE LINE ALLOWS, AND EACH ONE SENT IS LOGGED.      *
      *----------------------------------------------------------------*
           MOVE WS-CAT-INCURRED TO WS-F-OCC-INCURRED.
           MOVE WS-CAT-RECOVERY TO WS-F-OCC-RECOVERY.
           MOVE SPACES TO CAT-BORDEREAU-LINE.
           STRING 'OCC '              DELIMITED BY SIZE
                  OCC-CODE            DELIMITED BY SIZE
                  ' EVENT='           DELIMITED BY SIZE
                  OCC-EVENT-DATE      DELIMITED BY SIZE
                  ' CLAIMS='          DELIMITED BY SIZE
                  OCC-CLAIM-COUNT     DELIMITED BY SIZE
                  ' INCURRED='        DELIMITED BY SIZE
                  WS-F-OCC-INCURRED   DELIMITED BY SIZE
                  ' RECOVERY='        DELIMITED BY SIZE
                  WS-F-OCC-RECOVERY   DELIMITED BY SIZE
                  INTO CAT-BORDEREAU-LINE
           END-STRING.
           WRITE CAT-BORDEREAU-LINE.

           MOVE 1 TO WS-CAT-SUB.
           PERFORM UNTIL WS-CAT-SUB > OCC-CLAIM-COUNT
               IF WS-CC-RECOVERY (WS-CAT-SUB) > ZERO
                   PERFORM 345-WRITE-BORDEREAU-CLAIM
               END-IF
               ADD 1 TO WS-CAT-SUB
           END-PERFORM.

       345-WRITE-BORDEREAU-CLAIM.
      *----------------------------------------------------------------*
      * ONE CLAIM'S SHARE OF THE OCCURRENCE RECOVERY, AS SENT          *
      *----------------------------------------------------------------*
           MOVE WS-CC-CLAIM-ID (WS-CAT-SUB)
                                    TO WS-DISC-REAL-ID
                                       WS-DISC-CLAIM-ID.
           MOVE WS-CC-CLAIMANT-ID (WS-CAT-SUB)
                                    TO WS-DISC-CLAIMANT-ID.
           PERFORM 750-PROTECT-CLAIMANT-ID.

           MOVE WS-CC-INCURRED (WS-CAT-SUB) TO WS-F-CAT-INCURRED.
           MOVE WS-CC-RECOVERY (WS-CAT-SUB) TO WS-F-CAT-RECOVERY.
           MOVE SPACES TO CAT-BORDEREAU-LINE.
           STRING 'CLM '              DELIMITED BY SIZE
                  WS-DISC-SENT-ID     DELIMITED BY SIZE
                  ' OCC='             DELIMITED BY SIZE
                  OCC-CODE            DELIMITED BY SIZE
                  ' POL='             DELIMITED BY SIZE
                  WS-CC-POLICY (WS-CAT-SUB) DELIMITED BY SIZE
                  ' DATE='            DELIMITED BY SIZE
                  WS-CC-CLAIM-DATE (WS-CAT-SUB) DELIMITED BY SIZE
                  ' INCURRED='        DELIMITED BY SIZE
                  WS-F-CAT-INCURRED   DELIMITED BY SIZE
                  ' RECOVERY='        DELIMITED BY SIZE
                  WS-F-CAT-RECOVERY   DELIMITED BY SIZE
                  INTO CAT-BORDEREAU-LINE
           END-STRING.
           WRITE CAT-BORDEREAU-LINE.
           ADD 1 TO WS-CAT-CLAIMS-ALLOCATED.
           PERFORM 760-LOG-DISCLOSURE.

       350-REPORT-OCCURRENCE.
      *----------------------------------------------------------------*
      * PRINT ONE OCCURRENCE ON THE CAT-EVENT REPORT: THE EVENT, ITS   *
      * INCURRED LOSS AND RECOVERY WITH THEIR MOVEMENT SINCE THE LAST  *
      * RUN THAT REPORTED IT, THE NET WE RETAIN, AND EVERY LISTED      *
      * CLAIM. THE REPORT IS INTERNAL, SO CLAIMS PRINT IN CLEAR.       *
      *----------------------------------------------------------------*
           MOVE SPACES TO CAT-REPORT-LINE.
           WRITE CAT-REPORT-LINE.
           MOVE OCC-CODE        TO WS-CRE-CODE.
           MOVE OCC-EVENT-DATE  TO WS-CRE-EVENT-DATE.
           MOVE OCC-OPENED-DATE TO WS-CRE-OPENED-DATE.
           MOVE OCC-DESCRIPTION TO WS-CRE-DESCRIPTION.
           MOVE WS-CAT-RPT-EVENT-LINE TO CAT-REPORT-LINE.
           WRITE CAT-REPORT-LINE.

           MOVE OCC-CLAIM-COUNT   TO WS-CRI-CLAIMS.
           MOVE WS-CAT-INCURRED   TO WS-CRI-INCURRED.
           COMPUTE WS-CAT-CHANGE = WS-CAT-INCURRED - OCC-LAST-INCURRED.
           MOVE WS-CAT-CHANGE     TO WS-CRI-CHANGE.
           MOVE OCC-LAST-RUN-DATE TO WS-CRI-LAST-RUN-DATE.
           MOVE WS-CAT-RPT-INCURRED-LINE TO CAT-REPORT-LINE.
           WRITE CAT-REPORT-LINE.

           MOVE WS-CAT-RECOVERY   TO WS-CRR-RECOVERY.
           COMPUTE WS-CAT-CHANGE = WS-CAT-RECOVERY - OCC-LAST-RECOVERY.
           MOVE WS-CAT-CHANGE     TO WS-CRR-CHANGE.
           MOVE WS-CAT-NET-RETAINED TO WS-CRR-NET-RETAINED.
           MOVE WS-CAT-RPT-RECOVERY-LINE TO CAT-REPORT-LINE.
           WRITE CAT-REPORT-LINE.

           IF OCC-CLAIM-COUNT > ZERO
               MOVE WS-CAT-RPT-COLUMNS TO CAT-REPORT-LINE
               WRITE CAT-REPORT-LINE
           END-IF.
           MOVE 1 TO WS-CAT-SUB.
           PERFORM UNTIL WS-CAT-SUB > OCC-CLAIM-COUNT
               PERFORM 355-REPORT-OCCURRENCE-CLAIM
               ADD 1 TO WS-CAT-SUB
           END-PERFORM.

       355-REPORT-OCCURRENCE-CLAIM.
      *----------------------------------------------------------------*
      * PRINT ONE LISTED CLAIM AND ITS SHARE OF THE RECOVERY           *
      *----------------------------------------------------------------*
           MOVE WS-CC-CLAIM-ID (WS-CAT-SUB)   TO WS-CRC-CLAIM-ID.
           MOVE WS-CC-POLICY (WS-CAT-SUB)     TO WS-CRC-POLICY.
           MOVE WS-CC-CLAIM-DATE (WS-CAT-SUB) TO WS-CRC-CLAIM-DATE.
           MOVE WS-CC-PV (WS-CAT-SUB)         TO WS-CRC-PV.
           MOVE WS-CC-COSTS (WS-CAT-SUB)      TO WS-CRC-COSTS.
           MOVE WS-CC-INCURRED (WS-CAT-SUB)   TO WS-CRC-INCURRED.
           MOVE WS-CC-RECOVERY (WS-CAT-SUB)   TO WS-CRC-RECOVERY.
           IF CC-ON-CLAIM-FILE (WS-CAT-SUB)
               MOVE SPACES TO WS-CRC-NOTE
           ELSE
               MOVE 'NOT ON CLAIM FILE' TO WS-CRC-NOTE
           END-IF.
           MOVE WS-CAT-RPT-CLAIM-LINE TO CAT-REPORT-LINE.
           WRITE CAT-REPORT-LINE.

       390-CLOSE-CATASTROPHE-OUTPUTS.
      *----------------------------------------------------------------*
      * CLOSE THE OCCURRENCE BORDEREAU WITH ITS TRAILER CONTROLS AND   *
      * THE CAT-EVENT REPORT WITH ITS SUMMARY                          *
      *----------------------------------------------------------------*
           MOVE SPACES TO CAT-BORDEREAU-LINE.
           STRING 'TRL COUNT='          DELIMITED BY SIZE
                  WS-CAT-CLAIMS-ALLOCATED DELIMITED BY SIZE
                  ' EVENTS='            DELIMITED BY SIZE
                  WS-OCC-RECOVERING     DELIMITED BY SIZE
                  ' AMOUNT='            DELIMITED BY SIZE
                  WS-CAT-RECOVERY-TOTAL DELIMITED BY SIZE
                  INTO CAT-BORDEREAU-LINE
           END-STRING.
           WRITE CAT-BORDEREAU-LINE.

           MOVE SPACES TO CAT-REPORT-LINE.
           WRITE CAT-REPORT-LINE.
           MOVE WS-OCC-READ           TO WS-CRS-OCCURRENCES.
           MOVE WS-OCC-RECOVERING     TO WS-CRS-RECOVERING.
           MOVE WS-CAT-RECOVERY-TOTAL TO WS-CRS-RECOVERY.
           MOVE WS-CAT-UNMATCHED      TO WS-CRS-UNMATCHED.
           MOVE WS-CAT-RPT-SUMMARY-LINE TO CAT-REPORT-LINE.
           WRITE CAT-REPORT-LINE.

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
           DISPLAY 'CLAIMS READ:    ' WS-CLAIMS-READ.
           DISPLAY 'CLAIMS CEDED:   ' WS-CLAIMS-CEDED.
           DISPLAY 'CEDED PV TOTAL: ' WS-CEDED-PV-TOTAL.
           DISPLAY 'DISCLOSURES LOGGED: ' WS-DISC-RECORDS-LOGGED.
           DISPLAY 'NEW PSEUDONYMS:     ' WS-DISC-KEYS-ASSIGNED.
           IF CAT-PASS-ACTIVE
               DISPLAY 'OCCURRENCES READ:   ' WS-OCC-READ
               DISPLAY 'OCCURRENCES RECOVERING: ' WS-OCC-RECOVERING
               DISPLAY 'CAT CLAIMS ALLOCATED:   '
                       WS-CAT-CLAIMS-ALLOCATED
               DISPLAY 'CAT RECOVERY TOTAL: ' WS-CAT-RECOVERY-TOTAL
               DISPLAY 'CAT CLAIMS NOT FOUND:   ' WS-CAT-UNMATCHED
           END-IF.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
           CLOSE CLAIM-FILE
                 CEDE-FILE
                 BORDEREAU-FILE
                 PSEUDONYM-FILE
                 DISCLOSURE-LOG.

           IF CAT-PASS-ACTIVE
               CLOSE OCCURRENCE-FILE
                     CAT-CEDE-FILE
                     CAT-BORDEREAU-FILE
                     CAT-REPORT-FILE
           END-IF.

           IF WS-CAT-UNMATCHED > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
