       IDENTIFICATION DIVISION.
       PROGRAM-ID. POCEDI.
      *----------------------------------------------------------------*
      * PROGRAM:  POCEDI                                               *
      * PURPOSE:  PROOF-OF-COVERAGE FILING WITH THE JURISDICTIONS. THE *
      *           STATE MUST BE TOLD WHENEVER AN EMPLOYER'S COVERAGE   *
      *           STARTS, RENEWS OR ENDS, OR THE EMPLOYER IS SENT A    *
      *           NON-COVERAGE PENALTY NOTICE. COVERAGE CHANGES IN     *
      *           SEVERAL PLACES -- NEW POLICIES THROUGH REFMAINT,     *
      *           RENEWED TERMS, LAPSES IN POLRENEW, CANCELLATIONS IN  *
      *           ENDTMNT AND NPCANCEL -- AND ALL OF THEM END UP ON    *
      *           POLFILE. THIS RUN KEEPS THE COVERAGE POSITION LAST   *
      *           REPORTED FOR EACH POLICY AND COMPARES POLFILE WITH   *
      *           IT EVERY CYCLE: A NEW ACTIVE POLICY IS FILED AS NEW  *
      *           COVERAGE (N), A LATER END DATE ON AN ACTIVE POLICY   *
      *           AS A RENEWAL (R), AND AN ACTIVE POLICY GONE TO       *
      *           LAPSED OR CANCELLED AS A LAPSE (L) OR CANCELLATION   *
      *           (C). FILINGS GO OUT IN ONE BATCH PER JURISDICTION,   *
      *           THE POLICY'S GEO-REGION-CODE.                        *
      *                                                                *
      *           THE STATES' ACCEPTANCE FILE MARKS EACH FILING        *
      *           ACCEPTED OR REJECTED. THE EXCEPTION REPORT LISTS     *
      *           EVERY FILING STILL REJECTED AND EVERY POLICY WHOSE   *
      *           STATUS CHANGED WITHOUT A FILING -- A REINSTATEMENT,  *
      *           A STATUS THIS RUN DOES NOT FILE, A MOVE TO ANOTHER   *
      *           JURISDICTION, A REGION THAT IS NOT A JURISDICTION,   *
      *           OR A POLICY DELETED WHILE ITS COVERAGE STOOD FILED   *
      *           -- SO COMPLIANCE CAN FOLLOW EACH ONE UP.             *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. ACCEPTANCES AND RESUBMISSION RELEASES                       *
      * 5. COVERAGE EVENT PASS (POLFILE AGAINST THE POSITION FILE)     *
      * 6. TRANSMISSION BY JURISDICTION AND REJECTED FILINGS           *
      * 7. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - ACCEPTANCE-FILE: Optional; the states' acceptance or         *
      *                    rejection of each filing transmitted       *
      * - RESUBMIT-FILE: Optional; rejected filings corrected and     *
      *                  released for retransmission                  *
      * - POLICY-FILE: Read front to back for the coverage events and *
      *                by key for deleted policies, so access is      *
      *                DYNAMIC                                        *
      * - GEO-FACTOR-FILE: The region reference file; a region not on *
      *                    it is no jurisdiction to file with         *
      * - POSITION-FILE: The coverage position last reported for each *
      *                  policy                                        *
      * - POC-FILE: The filing master, one record per filing, keyed   *
      *             by jurisdiction so the sweep batches them         *
      * - TRANSMISSION-FILE: This run's filings, one batch per        *
      *                      jurisdiction                             *
      * - EXCEPTION-REPORT: Rejected filings and unfiled status        *
      *                     changes for compliance                    *
      *----------------------------------------------------------------*
           SELECT ACCEPTANCE-FILE ASSIGN TO 'data/POCACK.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POCACK-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO 'data/POCRESUB.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESUB-STATUS.

           SELECT POLICY-FILE ASSIGN TO "data/POLFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLICY-NUMBER OF POLICY-RECORD
           FILE STATUS IS POL-STATUS.

           SELECT GEO-FACTOR-FILE ASSIGN TO "data/GEOFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GEO-REGION-CODE OF GEO-FACTOR-RECORD
           FILE STATUS IS GEO-STATUS.

           SELECT POSITION-FILE ASSIGN TO "data/POCPOSN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCP-POLICY-NUMBER
           FILE STATUS IS PCP-STATUS-CODE.

           SELECT POC-FILE ASSIGN TO "data/POCFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POC-KEY
           FILE STATUS IS POC-STATUS-CODE.

           SELECT TRANSMISSION-FILE ASSIGN TO 'data/POCOUT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANS-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO 'data/POCEXC.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The acceptance line, one per filing transmitted:
      * REGION,POLICY,EVENT,EFF-DATE,ACK-CODE,ERROR-CODE,ACK-DATE.
      * TA is accepted, TE accepted with errors noted, TR rejected.
       FD ACCEPTANCE-FILE.
       01 ACCEPTANCE-LINE          PIC X(80).

      * A rejected filing released to go again:
      * REGION,POLICY,EVENT,EFF-DATE
       FD RESUBMIT-FILE.
       01 RESUBMIT-LINE            PIC X(40).

       FD POLICY-FILE.
       01 POLICY-RECORD.
          05 POLICY-NUMBER         PIC X(10).
          05 CUSTOMER-ID           PIC X(8).
          05 POLICY-TYPE           PIC X(2).
          05 POLICY-STATUS         PIC X(1).
          05 START-DATE            PIC 9(8).
          05 END-DATE              PIC 9(8).
          05 MONTHLY-PREMIUM       PIC 9(6)V99.
          05 COVERAGE-AMOUNT       PIC 9(8)V99.
          05 INDUSTRY-CODE         PIC X(4).
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

       FD GEO-FACTOR-FILE.
       01 GEO-FACTOR-RECORD.
          05 GEO-REGION-CODE       PIC X(3).
          05 GEO-REGION-NAME       PIC X(20).
          05 REGIONAL-FACTOR       PIC 9V999.
          05 REGULATORY-FACTOR     PIC 9V999.
          05 WAGE-INDEX            PIC 9V999.
          05 STATUTORY-ANNUAL-CAP  PIC 9(7)V99.
          05 STATUTORY-WEEKLY-MIN  PIC 9(5)V99.
          05 STATUTORY-WEEKLY-MAX  PIC 9(5)V99.

      * The coverage position as last reported: the policy's status,
      * term and jurisdiction when this run last looked at it, and
      * the last filing made. Deleted-sw is set once a policy
      * deleted from POLFILE has been reported.
       FD POSITION-FILE.
       01 POSITION-RECORD.
          05 PCP-POLICY-NUMBER     PIC X(10).
          05 PCP-POLICY-STATUS     PIC X(1).
          05 PCP-START-DATE        PIC 9(8).
          05 PCP-END-DATE          PIC 9(8).
          05 PCP-REGION            PIC X(3).
          05 PCP-CUSTOMER-ID       PIC X(8).
          05 PCP-LAST-EVENT        PIC X(1).
          05 PCP-LAST-EVENT-DATE   PIC 9(8).
          05 PCP-LAST-SEEN-DATE    PIC 9(8).
          05 PCP-DELETED-SW        PIC X(1).
          05 FILLER                PIC X(20).

      * One record per filing. Event N new coverage, R renewal, L
      * lapse, C cancellation; the effective date is the term start
      * for N and R and the last day covered for L and C. Status Q
      * queued, T transmitted, A accepted, R rejected.
       FD POC-FILE.
       01 POC-RECORD.
          05 POC-KEY.
             10 POC-REGION         PIC X(3).
             10 POC-POLICY-NUMBER  PIC X(10).
             10 POC-EVENT          PIC X(1).
             10 POC-EFF-DATE       PIC 9(8).
          05 POC-STATUS            PIC X(1).
             88 POC-QUEUED         VALUE 'Q'.
             88 POC-TRANSMITTED    VALUE 'T'.
             88 POC-ACCEPTED       VALUE 'A'.
             88 POC-REJECTED       VALUE 'R'.
          05 POC-CUSTOMER-ID       PIC X(8).
          05 POC-INDUSTRY-CODE     PIC X(4).
          05 POC-START-DATE        PIC 9(8).
          05 POC-END-DATE          PIC 9(8).
          05 POC-CREATED-DATE      PIC 9(8).
          05 POC-SENT-DATE         PIC 9(8).
          05 POC-ACK-DATE          PIC 9(8).
          05 POC-ACK-CODE          PIC X(2).
          05 POC-ERROR-CODE        PIC X(6).
          05 POC-ATTEMPTS          PIC 9(2).
          05 FILLER                PIC X(20).

       FD TRANSMISSION-FILE.
       01 TRANSMISSION-LINE        PIC X(80).

       FD EXCEPTION-REPORT.
       01 EXCEPTION-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-INPUT-FIELDS: The UNSTRING'd acceptance and resubmission  *
      *   lines                                                        *
      * - WS-NEW-FILING: The coverage event being filed                *
      * - WS-EFF-DATE: Renewal effective-date arithmetic               *
      * - WS-TRANSMISSION-RECORDS: The jurisdictions' batch layout     *
      * - WS-EXCEPTION-LINES: Exception report layout                  *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 POCACK-STATUS         PIC X(2).
          05 RESUB-STATUS          PIC X(2).
          05 POL-STATUS            PIC X(2).
          05 GEO-STATUS            PIC X(2).
          05 PCP-STATUS-CODE       PIC X(2).
          05 POC-STATUS-CODE       PIC X(2).
          05 TRANS-STATUS          PIC X(2).
          05 EXC-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-POCACK-EOF-SW      PIC X(1) VALUE 'N'.
             88 POCACK-END-OF-FILE VALUE 'Y'.
          05 WS-RESUB-EOF-SW       PIC X(1) VALUE 'N'.
             88 RESUB-END-OF-FILE  VALUE 'Y'.
          05 WS-POL-EOF-SW         PIC X(1) VALUE 'N'.
             88 POL-END-OF-FILE    VALUE 'Y'.
          05 WS-PCP-EOF-SW         PIC X(1) VALUE 'N'.
             88 PCP-END-OF-FILE    VALUE 'Y'.
          05 WS-POC-EOF-SW         PIC X(1) VALUE 'N'.
             88 POC-END-OF-FILE    VALUE 'Y'.
          05 WS-POSITION-SW        PIC X(1) VALUE 'N'.
             88 POSITION-ON-FILE   VALUE 'Y'.
          05 WS-JURISDICTION-SW    PIC X(1) VALUE 'N'.
             88 JURISDICTION-KNOWN VALUE 'Y'.
          05 WS-BATCH-OPEN-SW      PIC X(1) VALUE 'N'.
             88 BATCH-OPEN         VALUE 'Y'.

       01 WS-RUN-DATE              PIC 9(8).

       01 WS-ACCEPTANCE-FIELDS.
          05 WS-AC-REGION          PIC X(3).
          05 WS-AC-POLICY          PIC X(10).
          05 WS-AC-EVENT           PIC X(1).
          05 WS-AC-EFF-DATE        PIC X(8).
          05 WS-AC-ACK-CODE        PIC X(2).
             88 AC-ACCEPTED        VALUES 'TA' 'TE'.
             88 AC-REJECTED        VALUE 'TR'.
          05 WS-AC-ERROR-CODE      PIC X(6).
          05 WS-AC-ACK-DATE        PIC X(8).

       01 WS-RESUBMIT-FIELDS.
          05 WS-RS-REGION          PIC X(3).
          05 WS-RS-POLICY          PIC X(10).
          05 WS-RS-EVENT           PIC X(1).
          05 WS-RS-EFF-DATE        PIC X(8).

      * The coverage event being filed
       01 WS-NEW-FILING.
          05 WS-NF-EVENT           PIC X(1).
             88 NF-NEW-COVERAGE    VALUE 'N'.
             88 NF-RENEWAL         VALUE 'R'.
             88 NF-LAPSE           VALUE 'L'.
             88 NF-CANCELLATION    VALUE 'C'.
          05 WS-NF-EFF-DATE        PIC 9(8).

       01 WS-EXCEPTION-TEXT        PIC X(50).

      * A renewal that kept the old term start takes effect the day
      * after the old term ended.
       01 WS-EFF-DATE              PIC 9(8).
       01 WS-EFF-DATE-PARTS REDEFINES WS-EFF-DATE.
          05 WS-EFF-CCYY           PIC 9(4).
          05 WS-EFF-MM             PIC 9(2).
          05 WS-EFF-DD             PIC 9(2).
       01 WS-MONTH-DAYS-TABLE      PIC X(24) VALUE
          '312831303130313130313031'.
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE
                                   PIC 9(2) OCCURS 12 TIMES.
       01 WS-DAYS-IN-MONTH         PIC 9(2).
       01 WS-LEAP-FIELDS.
          05 WS-LEAP-CCYY          PIC 9(4).
          05 WS-LEAP-QUOTIENT      PIC 9(4) COMP.
          05 WS-LEAP-REMAINDER     PIC 9(4) COMP.
          05 WS-LEAP-SW            PIC X(1).
             88 LEAP-YEAR          VALUE 'Y'.

      *----------------------------------------------------------------*
      * WS-TRANSMISSION-RECORDS: ONE BATCH PER JURISDICTION -- A BATCH *
      * HEADER (BH) WITH THE JURISDICTION AND TRANSMISSION DATE, ONE   *
      * DETAIL (DT) PER FILING, AND A BATCH TRAILER (BT) WITH THE      *
      * DETAIL COUNT. THE DETAIL IS FIXED-FORMAT: EVENT 3, POLICY      *
      * 4-13, EMPLOYER 14-21, INDUSTRY 22-25, TERM START 26-33, TERM   *
      * END 34-41, EFFECTIVE DATE 42-49, TRANSMISSION ATTEMPT 50-51.   *
      *----------------------------------------------------------------*
       01 WS-TX-BATCH-HEADER.
          05 FILLER                PIC X(2)  VALUE 'BH'.
          05 WS-BH-REGION          PIC X(3).
          05 WS-BH-DATE            PIC 9(8).
          05 FILLER                PIC X(67) VALUE SPACES.

       01 WS-TX-DETAIL.
          05 FILLER                PIC X(2)  VALUE 'DT'.
          05 WS-TD-EVENT           PIC X(1).
          05 WS-TD-POLICY-NUMBER   PIC X(10).
          05 WS-TD-CUSTOMER-ID     PIC X(8).
          05 WS-TD-INDUSTRY-CODE   PIC X(4).
          05 WS-TD-START-DATE      PIC 9(8).
          05 WS-TD-END-DATE        PIC 9(8).
          05 WS-TD-EFF-DATE        PIC 9(8).
          05 WS-TD-ATTEMPT         PIC 9(2).
          05 FILLER                PIC X(29) VALUE SPACES.

       01 WS-TX-BATCH-TRAILER.
          05 FILLER                PIC X(2)  VALUE 'BT'.
          05 WS-BT-REGION          PIC X(3).
          05 WS-BT-COUNT           PIC 9(7).
          05 FILLER                PIC X(68) VALUE SPACES.

       01 WS-BATCH-REGION          PIC X(3).
       01 WS-BATCH-COUNT           PIC 9(7) COMP.

       01 WS-EXCEPTION-HEADING.
          05 FILLER                PIC X(41) VALUE
             'PROOF-OF-COVERAGE EXCEPTIONS - RUN DATE: '.
          05 WS-EH-RUN-DATE        PIC 9(8).

       01 WS-EXCEPTION-COLUMNS.
          05 FILLER                PIC X(11) VALUE 'POLICY'.
          05 FILLER                PIC X(9)  VALUE 'EMPLOYER'.
          05 FILLER                PIC X(4)  VALUE 'JUR'.
          05 FILLER                PIC X(4)  VALUE 'WAS'.
          05 FILLER                PIC X(4)  VALUE 'NOW'.
          05 FILLER                PIC X(4)  VALUE 'EVT'.
          05 FILLER                PIC X(9)  VALUE 'DATE'.
          05 FILLER                PIC X(7)  VALUE 'ERROR'.
          05 FILLER                PIC X(50) VALUE 'EXCEPTION'.

       01 WS-EXCEPTION-DETAIL.
          05 WS-ED-POLICY-NUMBER   PIC X(10).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-ED-CUSTOMER-ID     PIC X(8).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-ED-REGION          PIC X(3).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-ED-OLD-STATUS      PIC X(1).
          05 FILLER                PIC X(3)  VALUE SPACES.
          05 WS-ED-NEW-STATUS      PIC X(1).
          05 FILLER                PIC X(3)  VALUE SPACES.
          05 WS-ED-EVENT           PIC X(1).
          05 FILLER                PIC X(3)  VALUE SPACES.
          05 WS-ED-DATE            PIC 9(8).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-ED-ERROR-CODE      PIC X(6).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-ED-TEXT            PIC X(50).

       01 WS-CONTROL-TOTALS.
          05 WS-ACCEPTANCES-READ   PIC 9(7) COMP VALUE ZERO.
          05 WS-FILINGS-ACCEPTED   PIC 9(7) COMP VALUE ZERO.
          05 WS-FILINGS-REJECTED   PIC 9(7) COMP VALUE ZERO.
          05 WS-ACKS-UNMATCHED     PIC 9(7) COMP VALUE ZERO.
          05 WS-RESUBMITS-RELEASED PIC 9(7) COMP VALUE ZERO.
          05 WS-RESUBMITS-INVALID  PIC 9(7) COMP VALUE ZERO.
          05 WS-POLICIES-READ      PIC 9(7) COMP VALUE ZERO.
          05 WS-NEW-FILINGS        PIC 9(7) COMP VALUE ZERO.
          05 WS-RENEWAL-FILINGS    PIC 9(7) COMP VALUE ZERO.
          05 WS-LAPSE-FILINGS      PIC 9(7) COMP VALUE ZERO.
          05 WS-CANCEL-FILINGS     PIC 9(7) COMP VALUE ZERO.
          05 WS-ALREADY-FILED      PIC 9(7) COMP VALUE ZERO.
          05 WS-NOT-IN-FORCE       PIC 9(7) COMP VALUE ZERO.
          05 WS-FILINGS-SENT       PIC 9(7) COMP VALUE ZERO.
          05 WS-BATCHES-SENT       PIC 9(7) COMP VALUE ZERO.
          05 WS-STILL-REJECTED     PIC 9(7) COMP VALUE ZERO.
          05 WS-UNFILED-CHANGES    PIC 9(7) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files                                             *
      * 2. Post the states' acceptances and release corrected filings *
      * 3. Compare every policy with its last reported position and   *
      *    file each coverage event; report policies deleted while    *
      *    their coverage stood filed                                 *
      * 4. Transmit every queued filing by jurisdiction, report the   *
      *    rejected filings, and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-ACCEPTANCES.
           PERFORM 250-PROCESS-RESUBMISSIONS.
           PERFORM 300-SCAN-POLICIES.
           PERFORM 400-SCAN-DELETED-POLICIES.
           PERFORM 500-TRANSMIT-FILINGS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS. A FIRST-EVER RUN HAS NO   *
      * POSITION OR FILING FILE YET, SO FALL BACK TO CREATING THEM;    *
      * EVERY ACTIVE POLICY IS THEN FILED AS NEW COVERAGE.             *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT POLICY-FILE.
           IF POL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POLICY FILE: ' POL-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT GEO-FACTOR-FILE.
           IF GEO-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING GEO FACTOR FILE: ' GEO-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O POSITION-FILE.
           IF PCP-STATUS-CODE NOT = '00'
              DISPLAY 'COVERAGE POSITION FILE NOT FOUND, CREATING NEW '
                      'FILE'
              OPEN OUTPUT POSITION-FILE
              CLOSE POSITION-FILE
              OPEN I-O POSITION-FILE
           END-IF.
           IF PCP-STATUS-CODE NOT = '00'
              DISPLAY 'ERROR OPENING COVERAGE POSITION FILE: '
                      PCP-STATUS-CODE
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O POC-FILE.
           IF POC-STATUS-CODE NOT = '00'
              DISPLAY 'COVERAGE FILING FILE NOT FOUND, CREATING NEW '
                      'FILE'
              OPEN OUTPUT POC-FILE
              CLOSE POC-FILE
              OPEN I-O POC-FILE
           END-IF.
           IF POC-STATUS-CODE NOT = '00'
              DISPLAY 'ERROR OPENING COVERAGE FILING FILE: '
                      POC-STATUS-CODE
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT TRANSMISSION-FILE.
           IF TRANS-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSMISSION FILE: ' TRANS-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT.
           IF EXC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EXCEPTION REPORT: ' EXC-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           MOVE WS-RUN-DATE TO WS-EH-RUN-DATE.
           MOVE WS-EXCEPTION-HEADING TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE WS-EXCEPTION-COLUMNS TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       200-PROCESS-ACCEPTANCES.
      *----------------------------------------------------------------*
      * POST THE STATES' ANSWER ON EACH TRANSMITTED FILING. NO FILE    *
      * MEANS NOTHING HAS COME BACK YET.                               *
      *----------------------------------------------------------------*
           OPEN INPUT ACCEPTANCE-FILE.
           IF POCACK-STATUS NOT = '00'
               DISPLAY 'NO COVERAGE ACCEPTANCE FILE THIS RUN'
           ELSE
               PERFORM UNTIL POCACK-END-OF-FILE
                   READ ACCEPTANCE-FILE
                       AT END
                           SET POCACK-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ACCEPTANCES-READ
                           PERFORM 210-APPLY-ONE-ACCEPTANCE
                   END-READ
               END-PERFORM
               CLOSE ACCEPTANCE-FILE
           END-IF.

       210-APPLY-ONE-ACCEPTANCE.
      *----------------------------------------------------------------*
      * MARK ONE TRANSMITTED FILING ACCEPTED OR REJECTED. AN ANSWER    *
      * FOR A FILING NOT ON FILE, OR NOT WAITING ON THE STATE, IS      *
      * REPORTED AND LEFT ALONE.                                       *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-ACCEPTANCE-FIELDS.
           UNSTRING ACCEPTANCE-LINE DELIMITED BY ','
               INTO WS-AC-REGION
                    WS-AC-POLICY
                    WS-AC-EVENT
                    WS-AC-EFF-DATE
                    WS-AC-ACK-CODE
                    WS-AC-ERROR-CODE
                    WS-AC-ACK-DATE
           END-UNSTRING.

           IF WS-AC-EFF-DATE NOT NUMERIC
               DISPLAY 'ACCEPTANCE LINE NOT VALID: ' ACCEPTANCE-LINE
               ADD 1 TO WS-ACKS-UNMATCHED
           ELSE
               MOVE WS-AC-REGION   TO POC-REGION
               MOVE WS-AC-POLICY   TO POC-POLICY-NUMBER
               MOVE WS-AC-EVENT    TO POC-EVENT
               MOVE WS-AC-EFF-DATE TO POC-EFF-DATE
               READ POC-FILE
                   INVALID KEY
                       DISPLAY 'ACCEPTANCE FOR FILING NOT ON FILE: '
                               ACCEPTANCE-LINE
                       ADD 1 TO WS-ACKS-UNMATCHED
                   NOT INVALID KEY
                       IF NOT POC-TRANSMITTED
                          OR NOT (AC-ACCEPTED OR AC-REJECTED)
                           DISPLAY 'ACCEPTANCE NOT EXPECTED, STATUS '
                                   POC-STATUS ': ' ACCEPTANCE-LINE
                           ADD 1 TO WS-ACKS-UNMATCHED
                       ELSE
                           PERFORM 220-POST-ACCEPTANCE
                       END-IF
               END-READ
           END-IF.

       220-POST-ACCEPTANCE.
      *----------------------------------------------------------------*
      * POST THE STATE'S ANSWER ON THE FILING RECORD                   *
      *----------------------------------------------------------------*
           IF WS-AC-ACK-DATE IS NUMERIC
               MOVE WS-AC-ACK-DATE TO POC-ACK-DATE
           ELSE
               MOVE WS-RUN-DATE TO POC-ACK-DATE
           END-IF.
           MOVE WS-AC-ACK-CODE   TO POC-ACK-CODE.
           MOVE WS-AC-ERROR-CODE TO POC-ERROR-CODE.

           IF AC-ACCEPTED
               SET POC-ACCEPTED TO TRUE
               ADD 1 TO WS-FILINGS-ACCEPTED
           ELSE
               SET POC-REJECTED TO TRUE
               ADD 1 TO WS-FILINGS-REJECTED
           END-IF.

           REWRITE POC-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING COVERAGE FILING: ' POC-KEY
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

       250-PROCESS-RESUBMISSIONS.
      *----------------------------------------------------------------*
      * RELEASE EACH CORRECTED FILING TO BE TRANSMITTED AGAIN          *
      *----------------------------------------------------------------*
           OPEN INPUT RESUBMIT-FILE.
           IF RESUB-STATUS = '00'
               PERFORM UNTIL RESUB-END-OF-FILE
                   READ RESUBMIT-FILE
                       AT END
                           SET RESUB-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 260-RELEASE-ONE-FILING
                   END-READ
               END-PERFORM
               CLOSE RESUBMIT-FILE
           END-IF.

       260-RELEASE-ONE-FILING.
      *----------------------------------------------------------------*
      * ONLY A FILING THE STATE REJECTED CAN BE RELEASED               *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-RESUBMIT-FIELDS.
           UNSTRING RESUBMIT-LINE DELIMITED BY ','
               INTO WS-RS-REGION
                    WS-RS-POLICY
                    WS-RS-EVENT
                    WS-RS-EFF-DATE
           END-UNSTRING.

           IF WS-RS-EFF-DATE NOT NUMERIC
               DISPLAY 'RESUBMISSION LINE NOT VALID: ' RESUBMIT-LINE
               ADD 1 TO WS-RESUBMITS-INVALID
           ELSE
               MOVE WS-RS-REGION   TO POC-REGION
               MOVE WS-RS-POLICY   TO POC-POLICY-NUMBER
               MOVE WS-RS-EVENT    TO POC-EVENT
               MOVE WS-RS-EFF-DATE TO POC-EFF-DATE
               READ POC-FILE
                   INVALID KEY
                       DISPLAY 'RESUBMISSION FOR FILING NOT ON FILE: '
                               RESUBMIT-LINE
                       ADD 1 TO WS-RESUBMITS-INVALID
                   NOT INVALID KEY
                       IF POC-REJECTED
                           SET POC-QUEUED TO TRUE
                           REWRITE POC-RECORD
                               INVALID KEY
                                   DISPLAY 'ERROR REWRITING COVERAGE '
                                           'FILING: ' POC-KEY
                                   MOVE 8 TO RETURN-CODE
                           END-REWRITE
                           ADD 1 TO WS-RESUBMITS-RELEASED
                       ELSE
                           DISPLAY 'RESUBMISSION NOT REJECTED, STATUS '
                                   POC-STATUS ': ' RESUBMIT-LINE
                           ADD 1 TO WS-RESUBMITS-INVALID
                       END-IF
               END-READ
           END-IF.

       300-SCAN-POLICIES.
      *----------------------------------------------------------------*
      * COMPARE EVERY POLICY ON POLFILE WITH ITS COVERAGE POSITION     *
      *----------------------------------------------------------------*
           MOVE LOW-VALUES TO POLICY-NUMBER OF POLICY-RECORD.
           START POLICY-FILE KEY IS GREATER THAN
                 POLICY-NUMBER OF POLICY-RECORD
               INVALID KEY
                   SET POL-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL POL-END-OF-FILE
               READ POLICY-FILE NEXT RECORD
                   AT END
                       SET POL-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POLICIES-READ
                       PERFORM 310-CHECK-ONE-POLICY
               END-READ
           END-PERFORM.

       310-CHECK-ONE-POLICY.
      *----------------------------------------------------------------*
      * FIND THE POLICY'S COVERAGE EVENT, IF ANY, FILE IT, AND MOVE    *
      * THE POSITION UP TO THE POLICY AS IT STANDS                     *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-POSITION-SW.
           MOVE POLICY-NUMBER OF POLICY-RECORD TO PCP-POLICY-NUMBER.
           READ POSITION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET POSITION-ON-FILE TO TRUE
           END-READ.

           MOVE SPACES TO WS-NF-EVENT.
           MOVE SPACES TO WS-EXCEPTION-TEXT.
           IF POSITION-ON-FILE
               PERFORM 320-COMPARE-POSITION
           ELSE
               MOVE SPACES TO POSITION-RECORD
               MOVE ZERO TO PCP-LAST-EVENT-DATE
               IF POLICY-STATUS = 'A'
                   SET NF-NEW-COVERAGE TO TRUE
                   MOVE START-DATE TO WS-NF-EFF-DATE
               ELSE
                   ADD 1 TO WS-NOT-IN-FORCE
               END-IF
           END-IF.

           IF WS-NF-EVENT NOT = SPACES
               PERFORM 330-CHECK-JURISDICTION
               IF JURISDICTION-KNOWN
                   PERFORM 340-ADD-FILING
               ELSE
                   MOVE 'REGION IS NOT A FILING JURISDICTION'
                        TO WS-EXCEPTION-TEXT
               END-IF
           END-IF.

           IF WS-EXCEPTION-TEXT NOT = SPACES
               PERFORM 350-WRITE-CHANGE-EXCEPTION
           END-IF.

           PERFORM 360-UPDATE-POSITION.

       320-COMPARE-POSITION.
      *----------------------------------------------------------------*
      * COVERAGE THAT STOOD ACTIVE AND IS STILL ACTIVE RENEWS WHEN ITS *
      * END DATE MOVES OUT; ACTIVE COVERAGE THAT LAPSED OR WAS         *
      * CANCELLED ENDS ON ITS END DATE. ANY OTHER CHANGE OF STATUS,    *
      * AND A MOVE TO ANOTHER JURISDICTION, HAS NO FILING HERE AND     *
      * GOES TO COMPLIANCE.                                            *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN PCP-POLICY-STATUS = 'A'
                AND POLICY-STATUS = 'A'
                   IF GEO-REGION-CODE OF POLICY-RECORD
                          NOT = PCP-REGION
                       MOVE 'JURISDICTION CHANGED - NO FILING MADE'
                            TO WS-EXCEPTION-TEXT
                   ELSE
                       IF END-DATE > PCP-END-DATE
                           SET NF-RENEWAL TO TRUE
                           PERFORM 325-SET-RENEWAL-DATE
                       END-IF
                   END-IF
               WHEN PCP-POLICY-STATUS = 'A'
                AND POLICY-STATUS = 'L'
                   SET NF-LAPSE TO TRUE
                   MOVE END-DATE TO WS-NF-EFF-DATE
               WHEN PCP-POLICY-STATUS = 'A'
                AND POLICY-STATUS = 'C'
                   SET NF-CANCELLATION TO TRUE
                   MOVE END-DATE TO WS-NF-EFF-DATE
               WHEN POLICY-STATUS = PCP-POLICY-STATUS
                   CONTINUE
               WHEN POLICY-STATUS = 'A'
                   MOVE 'COVERAGE REINSTATED - NO FILING MADE'
                        TO WS-EXCEPTION-TEXT
               WHEN PCP-POLICY-STATUS = 'A'
                   MOVE 'STATUS CHANGED FROM ACTIVE - NO FILING MADE'
                        TO WS-EXCEPTION-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       325-SET-RENEWAL-DATE.
      *----------------------------------------------------------------*
      * A RENEWAL TAKES EFFECT FROM THE NEW TERM'S START, OR THE DAY   *
      * AFTER THE OLD TERM ENDED WHERE THE TERM WAS SIMPLY EXTENDED    *
      *----------------------------------------------------------------*
           IF START-DATE > PCP-START-DATE
               MOVE START-DATE TO WS-NF-EFF-DATE
           ELSE
               MOVE PCP-END-DATE TO WS-EFF-DATE
               IF WS-EFF-MM >= 1 AND WS-EFF-MM <= 12
                   PERFORM 730-ADVANCE-ONE-DAY
               END-IF
               MOVE WS-EFF-DATE TO WS-NF-EFF-DATE
           END-IF.

       330-CHECK-JURISDICTION.
      *----------------------------------------------------------------*
      * THE JURISDICTION IS THE POLICY'S REGION; ONE NOT ON THE REGION *
      * REFERENCE FILE HAS NO STATE TO FILE WITH                       *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-JURISDICTION-SW.
           MOVE GEO-REGION-CODE OF POLICY-RECORD
                TO GEO-REGION-CODE OF GEO-FACTOR-RECORD.
           READ GEO-FACTOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET JURISDICTION-KNOWN TO TRUE
           END-READ.

       340-ADD-FILING.
      *----------------------------------------------------------------*
      * QUEUE ONE FILING. THE SAME EVENT SEEN AGAIN IS ALREADY ON FILE *
      * AND IS NOT FILED TWICE.                                        *
      *----------------------------------------------------------------*
           INITIALIZE POC-RECORD.
           MOVE GEO-REGION-CODE OF POLICY-RECORD TO POC-REGION.
           MOVE POLICY-NUMBER OF POLICY-RECORD   TO POC-POLICY-NUMBER.
           MOVE WS-NF-EVENT     TO POC-EVENT.
           MOVE WS-NF-EFF-DATE  TO POC-EFF-DATE.
           SET POC-QUEUED TO TRUE.
           MOVE CUSTOMER-ID     TO POC-CUSTOMER-ID.
           MOVE INDUSTRY-CODE   TO POC-INDUSTRY-CODE.
           MOVE START-DATE      TO POC-START-DATE.
           MOVE END-DATE        TO POC-END-DATE.
           MOVE WS-RUN-DATE     TO POC-CREATED-DATE.

           WRITE POC-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALREADY-FILED
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NF-NEW-COVERAGE
                           ADD 1 TO WS-NEW-FILINGS
                       WHEN NF-RENEWAL
                           ADD 1 TO WS-RENEWAL-FILINGS
                       WHEN NF-LAPSE
                           ADD 1 TO WS-LAPSE-FILINGS
                       WHEN NF-CANCELLATION
                           ADD 1 TO WS-CANCEL-FILINGS
                   END-EVALUATE
           END-WRITE.

       350-WRITE-CHANGE-EXCEPTION.
      *----------------------------------------------------------------*
      * ONE EXCEPTION LINE FOR A POLICY WHOSE COVERAGE CHANGED WITH NO *
      * FILING MADE                                                    *
      *----------------------------------------------------------------*
           ADD 1 TO WS-UNFILED-CHANGES.
           MOVE POLICY-NUMBER OF POLICY-RECORD TO WS-ED-POLICY-NUMBER.
           MOVE CUSTOMER-ID       TO WS-ED-CUSTOMER-ID.
           MOVE GEO-REGION-CODE OF POLICY-RECORD TO WS-ED-REGION.
           MOVE PCP-POLICY-STATUS TO WS-ED-OLD-STATUS.
           MOVE POLICY-STATUS     TO WS-ED-NEW-STATUS.
           MOVE WS-NF-EVENT       TO WS-ED-EVENT.
           MOVE WS-RUN-DATE       TO WS-ED-DATE.
           MOVE SPACES            TO WS-ED-ERROR-CODE.
           MOVE WS-EXCEPTION-TEXT TO WS-ED-TEXT.
           MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       360-UPDATE-POSITION.
      *----------------------------------------------------------------*
      * THE POSITION NOW STANDS AT THE POLICY AS IT IS, SO A CHANGE IS *
      * FILED OR REPORTED ONCE                                         *
      *----------------------------------------------------------------*
           MOVE POLICY-NUMBER OF POLICY-RECORD TO PCP-POLICY-NUMBER.
           MOVE POLICY-STATUS    TO PCP-POLICY-STATUS.
           MOVE START-DATE       TO PCP-START-DATE.
           MOVE END-DATE         TO PCP-END-DATE.
           MOVE GEO-REGION-CODE OF POLICY-RECORD TO PCP-REGION.
           MOVE CUSTOMER-ID      TO PCP-CUSTOMER-ID.
           MOVE WS-RUN-DATE      TO PCP-LAST-SEEN-DATE.
           MOVE 'N'              TO PCP-DELETED-SW.
           IF WS-NF-EVENT NOT = SPACES
              AND JURISDICTION-KNOWN
               MOVE WS-NF-EVENT    TO PCP-LAST-EVENT
               MOVE WS-NF-EFF-DATE TO PCP-LAST-EVENT-DATE
           END-IF.

           IF POSITION-ON-FILE
               REWRITE POSITION-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING COVERAGE POSITION: '
                               PCP-POLICY-NUMBER
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE POSITION-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING COVERAGE POSITION: '
                               PCP-POLICY-NUMBER
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           END-IF.

       400-SCAN-DELETED-POLICIES.
      *----------------------------------------------------------------*
      * A POLICY DELETED FROM POLFILE WHILE ITS COVERAGE STOOD ACTIVE  *
      * WITH THE STATE NEVER HAD ITS COVERAGE ENDED: REPORT IT ONCE    *
      *----------------------------------------------------------------*
           MOVE LOW-VALUES TO PCP-POLICY-NUMBER.
           START POSITION-FILE KEY IS GREATER THAN PCP-POLICY-NUMBER
               INVALID KEY
                   SET PCP-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL PCP-END-OF-FILE
               READ POSITION-FILE NEXT RECORD
                   AT END
                       SET PCP-END-OF-FILE TO TRUE
                   NOT AT END
                       IF PCP-LAST-SEEN-DATE NOT = WS-RUN-DATE
                          AND PCP-DELETED-SW NOT = 'Y'
                           PERFORM 410-CHECK-DELETED-POLICY
                       END-IF
               END-READ
           END-PERFORM.

       410-CHECK-DELETED-POLICY.
      *----------------------------------------------------------------*
      * NOT SEEN ON THIS RUN'S POLFILE PASS: CONFIRM IT IS GONE        *
      *----------------------------------------------------------------*
           MOVE PCP-POLICY-NUMBER TO POLICY-NUMBER OF POLICY-RECORD.
           READ POLICY-FILE
               INVALID KEY
                   IF PCP-POLICY-STATUS = 'A'
                       PERFORM 420-REPORT-DELETED-POLICY
                   END-IF
                   MOVE 'Y' TO PCP-DELETED-SW
                   REWRITE POSITION-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR REWRITING COVERAGE '
                                   'POSITION: ' PCP-POLICY-NUMBER
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       420-REPORT-DELETED-POLICY.
      *----------------------------------------------------------------*
      * ONE EXCEPTION LINE FOR A DELETED POLICY STILL FILED AS COVERED *
      *----------------------------------------------------------------*
           ADD 1 TO WS-UNFILED-CHANGES.
           MOVE PCP-POLICY-NUMBER TO WS-ED-POLICY-NUMBER.
           MOVE PCP-CUSTOMER-ID   TO WS-ED-CUSTOMER-ID.
           MOVE PCP-REGION        TO WS-ED-REGION.
           MOVE PCP-POLICY-STATUS TO WS-ED-OLD-STATUS.
           MOVE SPACES            TO WS-ED-NEW-STATUS.
           MOVE SPACES            TO WS-ED-EVENT.
           MOVE WS-RUN-DATE       TO WS-ED-DATE.
           MOVE SPACES            TO WS-ED-ERROR-CODE.
           MOVE 'POLICY DELETED WITH COVERAGE FILED - NO FILING'
                TO WS-ED-TEXT.
           MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       500-TRANSMIT-FILINGS.
      *----------------------------------------------------------------*
      * SWEEP THE FILING MASTER IN JURISDICTION ORDER: TRANSMIT EVERY  *
      * QUEUED FILING IN ITS JURISDICTION'S BATCH AND REPORT EVERY     *
      * FILING STILL REJECTED                                          *
      *----------------------------------------------------------------*
           MOVE LOW-VALUES TO POC-KEY.
           START POC-FILE KEY IS GREATER THAN POC-KEY
               INVALID KEY
                   SET POC-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL POC-END-OF-FILE
               READ POC-FILE NEXT RECORD
                   AT END
                       SET POC-END-OF-FILE TO TRUE
                   NOT AT END
                       IF POC-QUEUED
                           PERFORM 510-TRANSMIT-ONE-FILING
                       END-IF
                       IF POC-REJECTED
                           PERFORM 540-REPORT-REJECTED-FILING
                       END-IF
               END-READ
           END-PERFORM.

           IF BATCH-OPEN
               PERFORM 530-CLOSE-BATCH
           END-IF.

       510-TRANSMIT-ONE-FILING.
      *----------------------------------------------------------------*
      * WRITE ONE FILING IN ITS JURISDICTION'S BATCH, OPENING A NEW    *
      * BATCH ON A CHANGE OF JURISDICTION                              *
      *----------------------------------------------------------------*
           IF BATCH-OPEN
              AND POC-REGION NOT = WS-BATCH-REGION
               PERFORM 530-CLOSE-BATCH
           END-IF.
           IF NOT BATCH-OPEN
               PERFORM 520-OPEN-BATCH
           END-IF.

           ADD 1 TO POC-ATTEMPTS.
           MOVE WS-RUN-DATE TO POC-SENT-DATE.
           SET POC-TRANSMITTED TO TRUE.

           MOVE POC-EVENT         TO WS-TD-EVENT.
           MOVE POC-POLICY-NUMBER TO WS-TD-POLICY-NUMBER.
           MOVE POC-CUSTOMER-ID   TO WS-TD-CUSTOMER-ID.
           MOVE POC-INDUSTRY-CODE TO WS-TD-INDUSTRY-CODE.
           MOVE POC-START-DATE    TO WS-TD-START-DATE.
           MOVE POC-END-DATE      TO WS-TD-END-DATE.
           MOVE POC-EFF-DATE      TO WS-TD-EFF-DATE.
           MOVE POC-ATTEMPTS      TO WS-TD-ATTEMPT.
           MOVE WS-TX-DETAIL TO TRANSMISSION-LINE.
           WRITE TRANSMISSION-LINE.
           ADD 1 TO WS-BATCH-COUNT.
           ADD 1 TO WS-FILINGS-SENT.

           REWRITE POC-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING COVERAGE FILING: ' POC-KEY
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

       520-OPEN-BATCH.
      *----------------------------------------------------------------*
      * START ONE JURISDICTION'S BATCH                                 *
      *----------------------------------------------------------------*
           SET BATCH-OPEN TO TRUE.
           MOVE POC-REGION TO WS-BATCH-REGION.
           MOVE ZERO TO WS-BATCH-COUNT.
           MOVE POC-REGION  TO WS-BH-REGION.
           MOVE WS-RUN-DATE TO WS-BH-DATE.
           MOVE WS-TX-BATCH-HEADER TO TRANSMISSION-LINE.
           WRITE TRANSMISSION-LINE.
           ADD 1 TO WS-BATCHES-SENT.

       530-CLOSE-BATCH.
      *----------------------------------------------------------------*
      * END ONE JURISDICTION'S BATCH WITH ITS DETAIL COUNT             *
      *----------------------------------------------------------------*
           MOVE WS-BATCH-REGION TO WS-BT-REGION.
           MOVE WS-BATCH-COUNT  TO WS-BT-COUNT.
           MOVE WS-TX-BATCH-TRAILER TO TRANSMISSION-LINE.
           WRITE TRANSMISSION-LINE.
           MOVE 'N' TO WS-BATCH-OPEN-SW.

       540-REPORT-REJECTED-FILING.
      *----------------------------------------------------------------*
      * ONE EXCEPTION LINE PER FILING THE STATE REJECTED AND NOT YET   *
      * RELEASED TO GO AGAIN                                           *
      *----------------------------------------------------------------*
           ADD 1 TO WS-STILL-REJECTED.
           MOVE POC-POLICY-NUMBER TO WS-ED-POLICY-NUMBER.
           MOVE POC-CUSTOMER-ID   TO WS-ED-CUSTOMER-ID.
           MOVE POC-REGION        TO WS-ED-REGION.
           MOVE SPACES            TO WS-ED-OLD-STATUS.
           MOVE SPACES            TO WS-ED-NEW-STATUS.
           MOVE POC-EVENT         TO WS-ED-EVENT.
           MOVE POC-EFF-DATE      TO WS-ED-DATE.
           MOVE POC-ERROR-CODE    TO WS-ED-ERROR-CODE.
           MOVE 'FILING REJECTED BY THE STATE' TO WS-ED-TEXT.
           MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       730-ADVANCE-ONE-DAY.
      *----------------------------------------------------------------*
      * MOVE WS-EFF-DATE FORWARD ONE DAY, ROLLING THROUGH MONTH AND    *
      * YEAR ENDS                                                      *
      *----------------------------------------------------------------*
           MOVE WS-MONTH-DAYS (WS-EFF-MM) TO WS-DAYS-IN-MONTH.
           IF WS-EFF-MM = 2
               MOVE WS-EFF-CCYY TO WS-LEAP-CCYY
               PERFORM 735-SET-LEAP-YEAR
               IF LEAP-YEAR
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.
           IF WS-EFF-DD < WS-DAYS-IN-MONTH
               ADD 1 TO WS-EFF-DD
           ELSE
               MOVE 01 TO WS-EFF-DD
               IF WS-EFF-MM = 12
                   MOVE 01 TO WS-EFF-MM
                   ADD 1 TO WS-EFF-CCYY
               ELSE
                   ADD 1 TO WS-EFF-MM
               END-IF
           END-IF.

       735-SET-LEAP-YEAR.
      *----------------------------------------------------------------*
      * SET LEAP-YEAR FOR THE YEAR IN WS-LEAP-CCYY                     *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-LEAP-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = 0
               MOVE 'Y' TO WS-LEAP-SW
               DIVIDE WS-LEAP-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
                      REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 'N' TO WS-LEAP-SW
                   DIVIDE WS-LEAP-CCYY BY 400 GIVING WS-LEAP-QUOTIENT
                          REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 'Y' TO WS-LEAP-SW
                   END-IF
               END-IF
           END-IF.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'POCEDI RUN CONTROL TOTALS'.
           DISPLAY 'ACCEPTANCES READ:      ' WS-ACCEPTANCES-READ.
           DISPLAY 'FILINGS ACCEPTED:      ' WS-FILINGS-ACCEPTED.
           DISPLAY 'FILINGS REJECTED:      ' WS-FILINGS-REJECTED.
           DISPLAY 'ACKS NOT MATCHED:      ' WS-ACKS-UNMATCHED.
           DISPLAY 'RESUBMITS RELEASED:    ' WS-RESUBMITS-RELEASED.
           DISPLAY 'RESUBMITS NOT VALID:   ' WS-RESUBMITS-INVALID.
           DISPLAY 'POLICIES READ:         ' WS-POLICIES-READ.
           DISPLAY 'NEW COVERAGE FILINGS:  ' WS-NEW-FILINGS.
           DISPLAY 'RENEWAL FILINGS:       ' WS-RENEWAL-FILINGS.
           DISPLAY 'LAPSE FILINGS:         ' WS-LAPSE-FILINGS.
           DISPLAY 'CANCELLATION FILINGS:  ' WS-CANCEL-FILINGS.
           DISPLAY 'EVENTS ALREADY FILED:  ' WS-ALREADY-FILED.
           DISPLAY 'NEW POLICIES NOT ACTIVE:' WS-NOT-IN-FORCE.
           DISPLAY 'FILINGS TRANSMITTED:   ' WS-FILINGS-SENT.
           DISPLAY 'JURISDICTION BATCHES:  ' WS-BATCHES-SENT.
           DISPLAY 'FILINGS STILL REJECTED:' WS-STILL-REJECTED.
           DISPLAY 'CHANGES NOT FILED:     ' WS-UNFILED-CHANGES.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN. ANYTHING ON THE         *
      * EXCEPTION REPORT, OR AN ANSWER OR RELEASE THAT MATCHED NO      *
      * FILING, ENDS THE RUN WITH A WARNING.                           *
      *----------------------------------------------------------------*
           CLOSE POLICY-FILE
                 GEO-FACTOR-FILE
                 POSITION-FILE
                 POC-FILE
                 TRANSMISSION-FILE
                 EXCEPTION-REPORT.

           IF RETURN-CODE = 0
              AND (WS-STILL-REJECTED > 0
                   OR WS-UNFILED-CHANGES > 0
                   OR WS-ACKS-UNMATCHED > 0
                   OR WS-RESUBMITS-INVALID > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
