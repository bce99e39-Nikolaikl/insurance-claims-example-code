       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMEDI.
      *----------------------------------------------------------------*
      * PROGRAM:  CLMEDI                                               *
      * PURPOSE:  CLAIMS EDI FILING WITH THE STATE AGENCY. THE AGENCY  *
      *           REQUIRES A FIRST REPORT OF INJURY (FROI) WHEN WE     *
      *           ACCEPT OR DENY A CLAIM AND A SUBSEQUENT REPORT       *
      *           (SROI) WHEN BENEFITS START, ARE SUSPENDED, ARE       *
      *           REINSTATED, ARE SETTLED BY LUMP SUM OR END, EACH     *
      *           WITHIN A STATUTORY NUMBER OF DAYS OF THE EVENT.      *
      *           THIS RUN PICKS THE EVENTS UP WHERE THEY HAPPEN --    *
      *           THE CALCULATION RUN'S ACKNOWLEDGMENTS (ACCEPTANCE    *
      *           00, DENIAL 04), THE FIRST BENEFIT PAYMENT ON THE     *
      *           PAYMENT HISTORY (IP), THE TERMINATION RUN'S          *
      *           SUSPENSIONS (S1), RESUMPTIONS (RB) AND TERMINATIONS  *
      *           (FN), AND THE LUMP-SUM SETTLEMENT PAYMENT (PY) --    *
      *           AND KEEPS ONE FILING RECORD PER EVENT, SO AN EVENT   *
      *           SEEN AGAIN ON A RERUN IS NEVER FILED TWICE.          *
      *                                                                *
      *           EVERY FILING NOT YET SENT GOES OUT ON THE            *
      *           TRANSMISSION FILE IN THE AGENCY'S TRANSACTION        *
      *           LAYOUT. THE AGENCY'S ACKNOWLEDGMENT FILE MARKS EACH  *
      *           TRANSMISSION ACCEPTED OR REJECTED; A REJECTED FILING *
      *           WAITS ON THE RESUBMISSION QUEUE UNTIL THE CLAIM IS   *
      *           CORRECTED AND IT IS RELEASED TO GO AGAIN. THE LATE-  *
      *           FILING REPORT SHOWS FILINGS ACCEPTED AFTER THEIR     *
      *           DUE DATE AND EVERY FILING STILL NOT ACCEPTED PAST    *
      *           ITS DUE DATE.                                        *
      *                                                                *
      *           RUNS AFTER EACH PENSCLM AND PENSTERM RUN, BOTH OF    *
      *           WHICH REPLACE THEIR OUTPUT FILES EVERY CYCLE.        *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. AGENCY ACKNOWLEDGMENTS AND RESUBMISSION RELEASES            *
      * 5. EVENT PICK-UP: DISPOSITIONS, PAYMENTS, STATUS CHANGES       *
      * 6. TRANSMISSION, RESUBMISSION QUEUE AND LATE-FILING REPORT     *
      * 7. DATE ARITHMETIC                                             *
      * 8. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - DEADLINE-FILE: Optional statutory filing period by report,  *
      *                  one MTC,DDD per line; a report not listed    *
      *                  keeps its default period                     *
      * - AGENCY-ACK-FILE: Optional; the agency's acknowledgment of   *
      *                    each transmitted filing                    *
      * - RESUBMIT-FILE: Optional; rejected filings corrected and     *
      *                  released for retransmission                  *
      * - ACKNOWLEDGMENT-FILE: The calculation run's dispositions     *
      * - PAYMENT-HISTORY-FILE: Benefits paid, for the first payment  *
      *                         and the lump-sum settlement payment   *
      * - TERM-LOG-FILE: The termination run's log of suspensions,    *
      *                  resumptions and terminations applied         *
      * - CLAIM-FILE: The claim master, read by key for the claim     *
      *               details every subsequent report carries         *
      * - EDI-FILE: The filing master, one record per event filed;    *
      *             read by key and swept in key order, so access is  *
      *             DYNAMIC                                           *
      * - TRANSMISSION-FILE: This run's filings for the agency        *
      * - QUEUE-REPORT: The resubmission queue                        *
      * - LATE-REPORT: Filings late against the statutory deadlines   *
      *----------------------------------------------------------------*
           SELECT DEADLINE-FILE ASSIGN TO 'data/EDIDEADL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEADL-STATUS.

           SELECT AGENCY-ACK-FILE ASSIGN TO 'data/EDIACK.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AGACK-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO 'data/EDIRESUB.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESUB-STATUS.

           SELECT ACKNOWLEDGMENT-FILE ASSIGN TO 'data/ACKNOWLEDGE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACK-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'data/PAYHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIST-STATUS.

           SELECT TERM-LOG-FILE ASSIGN TO 'data/PENSTERM_LOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TLOG-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIM-ID OF CLAIM-RECORD
           FILE STATUS IS CLM-STATUS.

           SELECT EDI-FILE ASSIGN TO "data/EDIFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EDI-KEY
           FILE STATUS IS EDI-STATUS-CODE.

           SELECT TRANSMISSION-FILE ASSIGN TO 'data/EDIOUT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANS-STATUS.

           SELECT QUEUE-REPORT ASSIGN TO 'data/EDIQUEUE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUEUE-STATUS.

           SELECT LATE-REPORT ASSIGN TO 'data/EDILATE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEADLINE-FILE.
       01 DEADLINE-LINE            PIC X(20).

      * The agency acknowledgment line, one per filing transmitted:
      * CLAIM-ID,MTC,EVENT-DATE,ACK-CODE,ERROR-CODE,ACK-DATE. TA is
      * accepted, TE accepted with errors noted, TR rejected.
       FD AGENCY-ACK-FILE.
       01 AGENCY-ACK-LINE          PIC X(80).

      * A rejected filing released to go again: CLAIM-ID,MTC,EVENT-DATE
       FD RESUBMIT-FILE.
       01 RESUBMIT-LINE            PIC X(40).

       FD ACKNOWLEDGMENT-FILE.
       01 ACKNOWLEDGMENT-LINE      PIC X(140).

      * The payment history line: claim 1-12, sequence 18-21 (9996 a
      * provider invoice, 9997 late-payment interest, 9998 a cost
      * reimbursement, 9999 the lump-sum settlement), payment date
      * 28-35, edited amount 44-56, ' RTN=' at 93 on a payment the
      * bank returned.
       FD PAYMENT-HISTORY-FILE.
       01 PAYMENT-HISTORY-LINE     PIC X(140).

      * The termination log line: action 1, claim 3-14, text 16-75,
      * ' EFF=' 76-80 and the effective date 81-88.
       FD TERM-LOG-FILE.
       01 TERM-LOG-LINE            PIC X(120).

       FD CLAIM-FILE.
       01 CLAIM-RECORD.
          05 CLAIM-ID              PIC X(12).
          05 POLICY-NUMBER         PIC X(10).
          05 CLAIM-DATE            PIC 9(8).
          05 CLAIM-TYPE            PIC X(2).
          05 CLAIM-STATUS          PIC X(1).
          05 BASE-PCT              PIC 9(3)V99.
          05 BASE-PENSION          PIC 9(7)V99.
          05 INDUSTRY-ADJ          PIC 9(7)V99.
          05 GEO-ADJ               PIC 9(7)V99.
          05 TREND-ADJ             PIC 9(7)V99.
          05 TOTAL-PENSION         PIC 9(7)V99.
          05 MONTHLY-PENSION       PIC 9(7)V99.
          05 PRESENT-VALUE         PIC 9(8)V99.
          05 AGE-FACTOR            PIC 9(1)V999.
          05 SERVICE-FACTOR        PIC 9(1)V999.
          05 SEVERITY-FACTOR       PIC 9(1)V999.
          05 IND-RISK-FACTOR       PIC 9(1)V999.
          05 JOB-RISK-FACTOR       PIC 9(1)V999.
          05 EMR-FACTOR            PIC 9(1)V999.
          05 SAFETY-FACTOR         PIC 9(1)V999.
          05 CF-GEO-FACTOR         PIC 9(1)V999.
          05 REG-FACTOR            PIC 9(1)V999.
          05 MARKET-FACTOR         PIC 9(1)V999.
          05 FREQ-TREND-FACTOR     PIC 9(1)V999.
          05 SEV-TREND-FACTOR      PIC 9(1)V999.
          05 FINAL-FACTOR          PIC 9(1)V999.
          05 CLAIM-TYPE-FACTOR     PIC 9(1)V999.
          05 CLAIM-RUN-DATE        PIC 9(8).
          05 PRE-CAP-TOTAL-PENSION PIC 9(7)V99.
          05 CAP-APPLIED-SW        PIC X(01).
          05 VARIANCE-FLAG         PIC X(01).
          05 BENEFIT-DURATION-MONTHS PIC 9(4).
          05 REVIEW-DATE           PIC 9(8).
          05 SETTLEMENT-PCT        PIC 9(3).
          05 SETTLEMENT-AMOUNT     PIC 9(8)V99.
          05 CLAIMANT-ID           PIC X(8).
          05 DISABILITY-PCT        PIC 9(3).
          05 TOTAL-ACCIDENT-COSTS  PIC 9(8)V99.
          05 FILLER                PIC X(04).

      * One record per event filed with the agency, keyed by claim,
      * maintenance type code (MTC) and the date of the event. Status
      * Q queued to transmit, T transmitted and awaiting the agency's
      * acknowledgment, A accepted, R rejected (on the resubmission
      * queue). The due date is the event date plus the statutory
      * filing period; attempts counts the transmissions.
       FD EDI-FILE.
       01 EDI-RECORD.
          05 EDI-KEY.
             10 EDI-CLAIM-ID       PIC X(12).
             10 EDI-MTC            PIC X(2).
             10 EDI-EVENT-DATE     PIC 9(8).
          05 EDI-STATUS            PIC X(1).
             88 EDI-QUEUED         VALUE 'Q'.
             88 EDI-TRANSMITTED    VALUE 'T'.
             88 EDI-ACCEPTED       VALUE 'A'.
             88 EDI-REJECTED       VALUE 'R'.
          05 EDI-REPORT-TYPE       PIC X(4).
          05 EDI-CLAIMANT-ID       PIC X(8).
          05 EDI-POLICY-NUMBER     PIC X(10).
          05 EDI-INJURY-DATE       PIC 9(8).
          05 EDI-CLAIM-TYPE        PIC X(2).
          05 EDI-AMOUNT            PIC 9(9)V99.
          05 EDI-DUE-DATE          PIC 9(8).
          05 EDI-CREATED-DATE      PIC 9(8).
          05 EDI-FIRST-SENT-DATE   PIC 9(8).
          05 EDI-LAST-SENT-DATE    PIC 9(8).
          05 EDI-ACK-DATE          PIC 9(8).
          05 EDI-ACK-CODE          PIC X(2).
          05 EDI-ERROR-CODE        PIC X(6).
          05 EDI-ATTEMPTS          PIC 9(2).
          05 FILLER                PIC X(20).

       FD TRANSMISSION-FILE.
       01 TRANSMISSION-LINE        PIC X(100).

       FD QUEUE-REPORT.
       01 QUEUE-LINE               PIC X(132).

       FD LATE-REPORT.
       01 LATE-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-DEADLINE-TABLE: Statutory filing period by report         *
      * - WS-INPUT-FIELDS: The UNSTRING'd input lines                  *
      * - WS-PAYMENT-TABLE: First benefit payment and settlement       *
      *   payment per claim off the payment history                    *
      * - WS-NEW-FILING: The event being filed                         *
      * - WS-DATE-FIELDS: Due-date and days-late arithmetic            *
      * - WS-TRANSMISSION-RECORDS: The agency's transaction layout     *
      * - WS-REPORT-LINES: Queue and late-filing report layouts        *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 DEADL-STATUS          PIC X(2).
          05 AGACK-STATUS          PIC X(2).
          05 RESUB-STATUS          PIC X(2).
          05 ACK-STATUS            PIC X(2).
          05 HIST-STATUS           PIC X(2).
          05 TLOG-STATUS           PIC X(2).
          05 CLM-STATUS            PIC X(2).
          05 EDI-STATUS-CODE       PIC X(2).
          05 TRANS-STATUS          PIC X(2).
          05 QUEUE-STATUS          PIC X(2).
          05 LATE-STATUS           PIC X(2).

       01 WS-SWITCHES.
          05 WS-DEADL-EOF-SW       PIC X(1) VALUE 'N'.
             88 DEADL-END-OF-FILE  VALUE 'Y'.
          05 WS-AGACK-EOF-SW       PIC X(1) VALUE 'N'.
             88 AGACK-END-OF-FILE  VALUE 'Y'.
          05 WS-RESUB-EOF-SW       PIC X(1) VALUE 'N'.
             88 RESUB-END-OF-FILE  VALUE 'Y'.
          05 WS-ACK-EOF-SW         PIC X(1) VALUE 'N'.
             88 ACK-END-OF-FILE    VALUE 'Y'.
          05 WS-HIST-EOF-SW        PIC X(1) VALUE 'N'.
             88 HIST-END-OF-FILE   VALUE 'Y'.
          05 WS-TLOG-EOF-SW        PIC X(1) VALUE 'N'.
             88 TLOG-END-OF-FILE   VALUE 'Y'.
          05 WS-EDI-EOF-SW         PIC X(1) VALUE 'N'.
             88 EDI-END-OF-FILE    VALUE 'Y'.
          05 WS-CLAIM-FOUND-SW     PIC X(1) VALUE 'N'.
             88 CLAIM-ON-FILE      VALUE 'Y'.
          05 WS-FILED-SW           PIC X(1) VALUE 'N'.
             88 EVENT-ALREADY-FILED VALUE 'Y'.

       01 WS-RUN-DATE              PIC 9(8).

      *----------------------------------------------------------------*
      * WS-DEADLINE-TABLE: DAYS FROM THE EVENT THE AGENCY ALLOWS FOR   *
      * EACH REPORT, OVERRIDABLE FROM THE DEADLINE FILE: 00 ORIGINAL   *
      * FROI, 04 DENIAL, IP INITIAL PAYMENT, S1 SUSPENSION, RB         *
      * REINSTATEMENT, PY LUMP-SUM PAYMENT, FN FINAL.                  *
      *----------------------------------------------------------------*
       01 WS-DEADLINE-VALUES.
          05 FILLER                PIC X(5) VALUE '00010'.
          05 FILLER                PIC X(5) VALUE '04010'.
          05 FILLER                PIC X(5) VALUE 'IP014'.
          05 FILLER                PIC X(5) VALUE 'S1010'.
          05 FILLER                PIC X(5) VALUE 'RB010'.
          05 FILLER                PIC X(5) VALUE 'PY030'.
          05 FILLER                PIC X(5) VALUE 'FN030'.
       01 WS-DEADLINE-TABLE REDEFINES WS-DEADLINE-VALUES.
          05 WS-DL-ENTRY OCCURS 7 TIMES INDEXED BY WS-DL-IDX.
             10 WS-DL-MTC          PIC X(2).
             10 WS-DL-DAYS         PIC 9(3).

       01 WS-DEADLINE-IN-FIELDS.
          05 WS-DI-MTC             PIC X(2).
          05 WS-DI-DAYS-CHARS      PIC X(3).
          05 WS-DI-DAYS REDEFINES WS-DI-DAYS-CHARS PIC 9(3).

       01 WS-AGENCY-ACK-FIELDS.
          05 WS-AA-CLAIM-ID        PIC X(12).
          05 WS-AA-MTC             PIC X(2).
          05 WS-AA-EVENT-DATE      PIC X(8).
          05 WS-AA-ACK-CODE        PIC X(2).
             88 AA-ACCEPTED        VALUES 'TA' 'TE'.
             88 AA-REJECTED        VALUE 'TR'.
          05 WS-AA-ERROR-CODE      PIC X(6).
          05 WS-AA-ACK-DATE        PIC X(8).

       01 WS-RESUBMIT-FIELDS.
          05 WS-RS-CLAIM-ID        PIC X(12).
          05 WS-RS-MTC             PIC X(2).
          05 WS-RS-EVENT-DATE      PIC X(8).

      * The calculation run's acknowledgment line; the amounts are
      * not needed here and are only stepped over.
       01 WS-DISPOSITION-FIELDS.
          05 WS-DP-CLAIM-ID        PIC X(12).
          05 WS-DP-DISPOSITION     PIC X(13).
          05 WS-DP-REASON          PIC X(4).
          05 WS-DP-TOTAL           PIC X(13).
          05 WS-DP-MONTHLY         PIC X(13).
          05 WS-DP-PV              PIC X(16).
          05 WS-DP-ACC-DATE        PIC X(8).
          05 WS-DP-POLICY          PIC X(10).
          05 WS-DP-CLAIMANT        PIC X(8).
          05 WS-DP-CLAIM-TYPE      PIC X(2).
          05 WS-DP-CLAIM-STAT      PIC X(1).
          05 WS-DP-RUN-DATE        PIC X(8).

       01 WS-HIST-FIELDS.
          05 WS-HIST-CLAIM-ID      PIC X(12).
          05 WS-HIST-SEQ           PIC X(4).
          05 WS-HIST-DATE          PIC X(8).
          05 WS-HIST-DATE-N REDEFINES WS-HIST-DATE PIC 9(8).
          05 WS-HIST-AMOUNT-EDIT   PIC X(13).

       01 WS-AMOUNT-DEEDIT.
          05 WS-AD-MILLIONS        PIC X(2).
          05 WS-AD-THOUSANDS       PIC X(3).
          05 WS-AD-UNITS           PIC X(3).
          05 WS-AD-CENTS           PIC X(2).
       01 WS-AMOUNT-NUMERIC REDEFINES WS-AMOUNT-DEEDIT
                                   PIC 9(8)V99.

      * The earliest benefit payment and the earliest settlement
      * payment on each claim, neither counting a returned payment.
       01 WS-PAY-TABLE-COUNT       PIC 9(4) COMP VALUE ZERO.
       01 WS-PAY-SUB               PIC 9(4) COMP.
       01 WS-PAYMENT-TABLE.
          05 WS-PT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PT-IDX.
             10 WS-PT-CLAIM-ID     PIC X(12).
             10 WS-PT-FIRST-DATE   PIC 9(8).
             10 WS-PT-FIRST-AMOUNT PIC 9(8)V99.
             10 WS-PT-SETTLE-DATE  PIC 9(8).

       01 WS-TLOG-FIELDS.
          05 WS-TL-CLAIM-ID        PIC X(12).
          05 WS-TL-TEXT            PIC X(60).
          05 WS-TL-EFF-DATE        PIC X(8).

      * The event being filed, built by whichever pick-up found it
       01 WS-NEW-FILING.
          05 WS-NF-CLAIM-ID        PIC X(12).
          05 WS-NF-MTC             PIC X(2).
          05 WS-NF-EVENT-DATE      PIC 9(8).
          05 WS-NF-REPORT-TYPE     PIC X(4).
          05 WS-NF-CLAIMANT-ID     PIC X(8).
          05 WS-NF-POLICY-NUMBER   PIC X(10).
          05 WS-NF-INJURY-DATE     PIC 9(8).
          05 WS-NF-CLAIM-TYPE      PIC X(2).
          05 WS-NF-AMOUNT          PIC 9(9)V99.

      *----------------------------------------------------------------*
      * WS-DATE-FIELDS: THE DUE DATE IS REACHED BY WALKING FORWARD A   *
      * DAY AT A TIME FROM THE EVENT; DAYS LATE IS THE DIFFERENCE OF   *
      * TWO DAY NUMBERS (DAYS SINCE 0001-01-01, GREGORIAN).            *
      *----------------------------------------------------------------*
       01 WS-FILING-DAYS           PIC 9(3).
       01 WS-DAYS-ADDED            PIC 9(3) COMP.
       01 WS-DUE-DATE              PIC 9(8).
       01 WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
          05 WS-DUE-CCYY           PIC 9(4).
          05 WS-DUE-MM             PIC 9(2).
          05 WS-DUE-DD             PIC 9(2).
       01 WS-MONTH-DAYS-TABLE      PIC X(24) VALUE
          '312831303130313130313031'.
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE
                                   PIC 9(2) OCCURS 12 TIMES.
       01 WS-DAYS-IN-MONTH         PIC 9(2).
       01 WS-LATE-FROM-DATE        PIC 9(8).
       01 WS-DAYS-LATE             PIC S9(7) COMP.
       01 WS-LATE-STATUS-TEXT      PIC X(20).

       01 WS-DAY-NUMBER-FIELDS.
          05 WS-DN-DATE            PIC 9(8).
          05 WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
             10 WS-DN-CCYY         PIC 9(4).
             10 WS-DN-MM           PIC 9(2).
             10 WS-DN-DD           PIC 9(2).
          05 WS-DN-PRIOR-YEARS     PIC 9(4) COMP.
          05 WS-DN-QUOTIENT        PIC 9(4) COMP.
          05 WS-DN-REMAINDER       PIC 9(4) COMP.
          05 WS-DN-LEAP-SW         PIC X(1).
             88 DN-LEAP-YEAR       VALUE 'Y'.
          05 WS-DN-DAY-NUMBER      PIC 9(7) COMP.
          05 WS-DN-DUE-NUMBER      PIC 9(7) COMP.
          05 WS-CUM-DAYS-TABLE     PIC X(36) VALUE
             '000031059090120151181212243273304334'.
          05 WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE
                                   PIC 9(3) OCCURS 12 TIMES.

      *----------------------------------------------------------------*
      * WS-TRANSMISSION-RECORDS: THE AGENCY'S TRANSACTION LAYOUT. A    *
      * HEADER (HD1) WITH THE TRANSMISSION DATE, ONE DETAIL PER        *
      * FILING, AND A TRAILER (TR1) WITH THE DETAIL COUNT. THE DETAIL  *
      * IS FIXED-FORMAT: REPORT 1-4 (FROI/SROI), MTC 5-6, MTC DATE     *
      * 7-14, TRANSMISSION DATE 15-22, CLAIM 23-34, CLAIMANT 35-42,    *
      * POLICY 43-52, DATE OF INJURY 53-60, CLAIM TYPE 61-62, AMOUNT   *
      * 63-73 (TWO IMPLIED DECIMALS), TRANSMISSION ATTEMPT 74-75.      *
      *----------------------------------------------------------------*
       01 WS-TX-HEADER.
          05 FILLER                PIC X(3)  VALUE 'HD1'.
          05 WS-TH-DATE            PIC 9(8).
          05 FILLER                PIC X(89) VALUE SPACES.

       01 WS-TX-DETAIL.
          05 WS-TD-REPORT-TYPE     PIC X(4).
          05 WS-TD-MTC             PIC X(2).
          05 WS-TD-MTC-DATE        PIC 9(8).
          05 WS-TD-SENT-DATE       PIC 9(8).
          05 WS-TD-CLAIM-ID        PIC X(12).
          05 WS-TD-CLAIMANT-ID     PIC X(8).
          05 WS-TD-POLICY-NUMBER   PIC X(10).
          05 WS-TD-INJURY-DATE     PIC 9(8).
          05 WS-TD-CLAIM-TYPE      PIC X(2).
          05 WS-TD-AMOUNT          PIC 9(9)V99.
          05 WS-TD-ATTEMPT         PIC 9(2).
          05 FILLER                PIC X(25) VALUE SPACES.

       01 WS-TX-TRAILER.
          05 FILLER                PIC X(3)  VALUE 'TR1'.
          05 WS-TT-COUNT           PIC 9(7).
          05 FILLER                PIC X(90) VALUE SPACES.

       01 WS-QUEUE-HEADING.
          05 FILLER                PIC X(35) VALUE
             'EDI RESUBMISSION QUEUE - RUN DATE: '.
          05 WS-QH-RUN-DATE        PIC 9(8).

       01 WS-QUEUE-COLUMNS.
          05 FILLER                PIC X(13) VALUE 'CLAIM'.
          05 FILLER                PIC X(5)  VALUE 'RPT'.
          05 FILLER                PIC X(4)  VALUE 'MTC'.
          05 FILLER                PIC X(9)  VALUE 'EVENT'.
          05 FILLER                PIC X(9)  VALUE 'DUE'.
          05 FILLER                PIC X(9)  VALUE 'SENT'.
          05 FILLER                PIC X(9)  VALUE 'REJECTED'.
          05 FILLER                PIC X(4)  VALUE 'TRY'.
          05 FILLER                PIC X(7)  VALUE 'ERROR'.

       01 WS-QUEUE-DETAIL.
          05 WS-QD-CLAIM-ID        PIC X(12).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-QD-REPORT-TYPE     PIC X(4).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-QD-MTC             PIC X(2).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-QD-EVENT-DATE      PIC 9(8).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-QD-DUE-DATE        PIC 9(8).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-QD-SENT-DATE       PIC 9(8).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-QD-ACK-DATE        PIC 9(8).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-QD-ATTEMPTS        PIC Z9.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-QD-ERROR-CODE      PIC X(6).

       01 WS-LATE-HEADING.
          05 FILLER                PIC X(31) VALUE
             'LATE FILING REPORT - RUN DATE: '.
          05 WS-LH-RUN-DATE        PIC 9(8).

       01 WS-LATE-COLUMNS.
          05 FILLER                PIC X(13) VALUE 'CLAIM'.
          05 FILLER                PIC X(5)  VALUE 'RPT'.
          05 FILLER                PIC X(4)  VALUE 'MTC'.
          05 FILLER                PIC X(9)  VALUE 'EVENT'.
          05 FILLER                PIC X(9)  VALUE 'DUE'.
          05 FILLER                PIC X(9)  VALUE 'SENT'.
          05 FILLER                PIC X(6)  VALUE ' DAYS'.
          05 FILLER                PIC X(20) VALUE 'STATUS'.

       01 WS-LATE-DETAIL.
          05 WS-LD-CLAIM-ID        PIC X(12).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-LD-REPORT-TYPE     PIC X(4).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-LD-MTC             PIC X(2).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-LD-EVENT-DATE      PIC 9(8).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-LD-DUE-DATE        PIC 9(8).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-LD-SENT-DATE       PIC 9(8).
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-LD-DAYS-LATE       PIC Z,ZZ9.
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-LD-STATUS-TEXT     PIC X(20).

       01 WS-CONTROL-TOTALS.
          05 WS-AGENCY-ACKS-READ   PIC 9(7) COMP VALUE ZERO.
          05 WS-FILINGS-ACCEPTED   PIC 9(7) COMP VALUE ZERO.
          05 WS-FILINGS-REJECTED   PIC 9(7) COMP VALUE ZERO.
          05 WS-ACKS-UNMATCHED     PIC 9(7) COMP VALUE ZERO.
          05 WS-RESUBMITS-RELEASED PIC 9(7) COMP VALUE ZERO.
          05 WS-RESUBMITS-INVALID  PIC 9(7) COMP VALUE ZERO.
          05 WS-DISPOSITIONS-READ  PIC 9(7) COMP VALUE ZERO.
          05 WS-PAYMENTS-READ      PIC 9(7) COMP VALUE ZERO.
          05 WS-LOG-LINES-READ     PIC 9(7) COMP VALUE ZERO.
          05 WS-FROI-CREATED       PIC 9(7) COMP VALUE ZERO.
          05 WS-SROI-CREATED       PIC 9(7) COMP VALUE ZERO.
          05 WS-ALREADY-FILED      PIC 9(7) COMP VALUE ZERO.
          05 WS-CLAIMS-NOT-FOUND   PIC 9(7) COMP VALUE ZERO.
          05 WS-FILINGS-SENT       PIC 9(7) COMP VALUE ZERO.
          05 WS-RESUBMITS-SENT     PIC 9(7) COMP VALUE ZERO.
          05 WS-QUEUE-COUNT        PIC 9(7) COMP VALUE ZERO.
          05 WS-ACCEPTED-LATE      PIC 9(7) COMP VALUE ZERO.
          05 WS-PAST-DUE           PIC 9(7) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files and load the statutory filing periods       *
      * 2. Post the agency's acknowledgments and release corrected    *
      *    filings from the resubmission queue                        *
      * 3. Pick up this cycle's events and file each one not filed    *
      * 4. Transmit every queued filing, print the resubmission       *
      *    queue and the late filings, and close down                 *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 150-LOAD-DEADLINES.
           PERFORM 200-PROCESS-AGENCY-ACKS.
           PERFORM 250-PROCESS-RESUBMISSIONS.
           PERFORM 300-FILE-DISPOSITIONS.
           PERFORM 400-LOAD-PAYMENT-DATES.
           PERFORM 450-FILE-PAYMENT-EVENTS.
           PERFORM 500-FILE-STATUS-CHANGES.
           PERFORM 600-TRANSMIT-AND-REPORT.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS. A FIRST-EVER RUN HAS NO   *
      * FILING MASTER YET, SO FALL BACK TO CREATING IT.                *
      *----------------------------------------------------------------*
           INITIALIZE WS-PAYMENT-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CLAIM-FILE.
           IF CLM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIM FILE: ' CLM-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O EDI-FILE.
           IF EDI-STATUS-CODE NOT = '00'
              DISPLAY 'EDI FILING FILE NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT EDI-FILE
              CLOSE EDI-FILE
              OPEN I-O EDI-FILE
           END-IF.
           IF EDI-STATUS-CODE NOT = '00'
              DISPLAY 'ERROR OPENING EDI FILING FILE: ' EDI-STATUS-CODE
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT TRANSMISSION-FILE.
           IF TRANS-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSMISSION FILE: ' TRANS-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT QUEUE-REPORT.
           IF QUEUE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RESUBMISSION QUEUE: ' QUEUE-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT LATE-REPORT.
           IF LATE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LATE FILING REPORT: ' LATE-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 900-TERMINATION
           END-IF.

           MOVE WS-RUN-DATE TO WS-TH-DATE.
           MOVE WS-TX-HEADER TO TRANSMISSION-LINE.
           WRITE TRANSMISSION-LINE.

           MOVE WS-RUN-DATE TO WS-QH-RUN-DATE.
           MOVE WS-QUEUE-HEADING TO QUEUE-LINE.
           WRITE QUEUE-LINE.
           MOVE SPACES TO QUEUE-LINE.
           WRITE QUEUE-LINE.
           MOVE WS-QUEUE-COLUMNS TO QUEUE-LINE.
           WRITE QUEUE-LINE.

           MOVE WS-RUN-DATE TO WS-LH-RUN-DATE.
           MOVE WS-LATE-HEADING TO LATE-LINE.
           WRITE LATE-LINE.
           MOVE SPACES TO LATE-LINE.
           WRITE LATE-LINE.
           MOVE WS-LATE-COLUMNS TO LATE-LINE.
           WRITE LATE-LINE.

       150-LOAD-DEADLINES.
      *----------------------------------------------------------------*
      * OVERRIDE THE DEFAULT FILING PERIOD OF ANY REPORT THE DEADLINE  *
      * FILE NAMES. WITHOUT THE FILE EVERY REPORT KEEPS ITS DEFAULT.   *
      *----------------------------------------------------------------*
           OPEN INPUT DEADLINE-FILE.
           IF DEADL-STATUS NOT = '00'
               DISPLAY 'NO FILING DEADLINE FILE, USING DEFAULT PERIODS'
           ELSE
               PERFORM UNTIL DEADL-END-OF-FILE
                   READ DEADLINE-FILE
                       AT END
                           SET DEADL-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 155-APPLY-ONE-DEADLINE
                   END-READ
               END-PERFORM
               CLOSE DEADLINE-FILE
           END-IF.

       155-APPLY-ONE-DEADLINE.
      *----------------------------------------------------------------*
      * REPLACE ONE REPORT'S FILING PERIOD                             *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-DEADLINE-IN-FIELDS.
           UNSTRING DEADLINE-LINE DELIMITED BY ','
               INTO WS-DI-MTC
                    WS-DI-DAYS-CHARS
           END-UNSTRING.

           IF WS-DI-DAYS NOT NUMERIC
               DISPLAY 'FILING DEADLINE LINE NOT VALID, IGNORED: '
                       DEADLINE-LINE
           ELSE
               SET WS-DL-IDX TO 1
               SEARCH WS-DL-ENTRY
                   AT END
                       DISPLAY 'FILING DEADLINE REPORT NOT KNOWN, '
                               'IGNORED: ' DEADLINE-LINE
                   WHEN WS-DL-MTC (WS-DL-IDX) = WS-DI-MTC
                       MOVE WS-DI-DAYS TO WS-DL-DAYS (WS-DL-IDX)
                       DISPLAY 'FILING PERIOD ' WS-DI-MTC ' DAYS: '
                               WS-DI-DAYS
               END-SEARCH
           END-IF.

       200-PROCESS-AGENCY-ACKS.
      *----------------------------------------------------------------*
      * POST THE AGENCY'S ACKNOWLEDGMENT OF EACH TRANSMITTED FILING.   *
      * NO FILE MEANS NOTHING HAS COME BACK FROM THE AGENCY YET.       *
      *----------------------------------------------------------------*
           OPEN INPUT AGENCY-ACK-FILE.
           IF AGACK-STATUS NOT = '00'
               DISPLAY 'NO AGENCY ACKNOWLEDGMENT FILE THIS RUN'
           ELSE
               PERFORM UNTIL AGACK-END-OF-FILE
                   READ AGENCY-ACK-FILE
                       AT END
                           SET AGACK-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AGENCY-ACKS-READ
                           PERFORM 210-APPLY-ONE-ACK
                   END-READ
               END-PERFORM
               CLOSE AGENCY-ACK-FILE
           END-IF.

       210-APPLY-ONE-ACK.
      *----------------------------------------------------------------*
      * MARK ONE TRANSMITTED FILING ACCEPTED OR REJECTED. AN ACK FOR   *
      * A FILING NOT ON FILE, OR NOT WAITING ON THE AGENCY, IS         *
      * REPORTED AND LEFT ALONE. A FILING ACCEPTED AFTER ITS DUE DATE  *
      * GOES ON THE LATE-FILING REPORT.                                *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-AGENCY-ACK-FIELDS.
           UNSTRING AGENCY-ACK-LINE DELIMITED BY ','
               INTO WS-AA-CLAIM-ID
                    WS-AA-MTC
                    WS-AA-EVENT-DATE
                    WS-AA-ACK-CODE
                    WS-AA-ERROR-CODE
                    WS-AA-ACK-DATE
           END-UNSTRING.

           IF WS-AA-EVENT-DATE NOT NUMERIC
               DISPLAY 'AGENCY ACK LINE NOT VALID: ' AGENCY-ACK-LINE
               ADD 1 TO WS-ACKS-UNMATCHED
           ELSE
               MOVE WS-AA-CLAIM-ID   TO EDI-CLAIM-ID
               MOVE WS-AA-MTC        TO EDI-MTC
               MOVE WS-AA-EVENT-DATE TO EDI-EVENT-DATE
               READ EDI-FILE
                   INVALID KEY
                       DISPLAY 'AGENCY ACK FOR FILING NOT ON FILE: '
                               AGENCY-ACK-LINE
                       ADD 1 TO WS-ACKS-UNMATCHED
                   NOT INVALID KEY
                       IF NOT EDI-TRANSMITTED
                          OR NOT (AA-ACCEPTED OR AA-REJECTED)
                           DISPLAY 'AGENCY ACK NOT EXPECTED, STATUS '
                                   EDI-STATUS ': ' AGENCY-ACK-LINE
                           ADD 1 TO WS-ACKS-UNMATCHED
                       ELSE
                           PERFORM 220-POST-ACK
                       END-IF
               END-READ
           END-IF.

       220-POST-ACK.
      *----------------------------------------------------------------*
      * POST THE AGENCY'S ANSWER ON THE FILING RECORD                  *
      *----------------------------------------------------------------*
           IF WS-AA-ACK-DATE IS NUMERIC
               MOVE WS-AA-ACK-DATE TO EDI-ACK-DATE
           ELSE
               MOVE WS-RUN-DATE TO EDI-ACK-DATE
           END-IF.
           MOVE WS-AA-ACK-CODE   TO EDI-ACK-CODE.
           MOVE WS-AA-ERROR-CODE TO EDI-ERROR-CODE.

           IF AA-ACCEPTED
               SET EDI-ACCEPTED TO TRUE
               ADD 1 TO WS-FILINGS-ACCEPTED
           ELSE
               SET EDI-REJECTED TO TRUE
               ADD 1 TO WS-FILINGS-REJECTED
           END-IF.

           REWRITE EDI-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING EDI FILING: ' EDI-KEY
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

           IF EDI-ACCEPTED
              AND EDI-LAST-SENT-DATE > EDI-DUE-DATE
               MOVE EDI-LAST-SENT-DATE TO WS-LATE-FROM-DATE
               MOVE 'ACCEPTED LATE' TO WS-LATE-STATUS-TEXT
               PERFORM 640-WRITE-LATE-LINE
               ADD 1 TO WS-ACCEPTED-LATE
           END-IF.

       250-PROCESS-RESUBMISSIONS.
      *----------------------------------------------------------------*
      * RELEASE EACH CORRECTED FILING FROM THE RESUBMISSION QUEUE TO   *
      * BE TRANSMITTED AGAIN THIS RUN                                  *
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
      * ONLY A FILING THE AGENCY REJECTED CAN BE RELEASED              *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-RESUBMIT-FIELDS.
           UNSTRING RESUBMIT-LINE DELIMITED BY ','
               INTO WS-RS-CLAIM-ID
                    WS-RS-MTC
                    WS-RS-EVENT-DATE
           END-UNSTRING.

           IF WS-RS-EVENT-DATE NOT NUMERIC
               DISPLAY 'RESUBMISSION LINE NOT VALID: ' RESUBMIT-LINE
               ADD 1 TO WS-RESUBMITS-INVALID
           ELSE
               MOVE WS-RS-CLAIM-ID   TO EDI-CLAIM-ID
               MOVE WS-RS-MTC        TO EDI-MTC
               MOVE WS-RS-EVENT-DATE TO EDI-EVENT-DATE
               READ EDI-FILE
                   INVALID KEY
                       DISPLAY 'RESUBMISSION FOR FILING NOT ON FILE: '
                               RESUBMIT-LINE
                       ADD 1 TO WS-RESUBMITS-INVALID
                   NOT INVALID KEY
                       IF EDI-REJECTED
                           SET EDI-QUEUED TO TRUE
                           REWRITE EDI-RECORD
                               INVALID KEY
                                   DISPLAY 'ERROR REWRITING EDI '
                                           'FILING: ' EDI-KEY
                                   MOVE 8 TO RETURN-CODE
                           END-REWRITE
                           ADD 1 TO WS-RESUBMITS-RELEASED
                       ELSE
                           DISPLAY 'RESUBMISSION NOT ON QUEUE, STATUS '
                                   EDI-STATUS ': ' RESUBMIT-LINE
                           ADD 1 TO WS-RESUBMITS-INVALID
                       END-IF
               END-READ
           END-IF.

       300-FILE-DISPOSITIONS.
      *----------------------------------------------------------------*
      * FILE THE FIRST REPORT OF INJURY FOR EVERY CLAIM THE            *
      * CALCULATION RUN ACCEPTED (PAID, FLAGGED OR AWARD-PENDING: 00)  *
      * OR DENIED (ROUTED WITH INPUT STATUS D: 04). A CLAIM ROUTED     *
      * BECAUSE IT CAME IN ALREADY CLOSED, AND ONE REJECTED FOR AN     *
      * EDIT, DUPLICATE OR EXCEPTION, HAS NOT BEEN DECIDED AND IS NOT  *
      * REPORTED.                                                      *
      *----------------------------------------------------------------*
           OPEN INPUT ACKNOWLEDGMENT-FILE.
           IF ACK-STATUS NOT = '00'
               DISPLAY 'NO CALCULATION RUN ACKNOWLEDGMENTS THIS RUN'
           ELSE
               PERFORM UNTIL ACK-END-OF-FILE
                   READ ACKNOWLEDGMENT-FILE
                       AT END
                           SET ACK-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DISPOSITIONS-READ
                           PERFORM 310-FILE-ONE-DISPOSITION
                   END-READ
               END-PERFORM
               CLOSE ACKNOWLEDGMENT-FILE
           END-IF.

       310-FILE-ONE-DISPOSITION.
      *----------------------------------------------------------------*
      * A DENIED CLAIM NEVER REACHES THE CLAIM MASTER, SO THE REPORT   *
      * IS BUILT FROM THE ACKNOWLEDGMENT LINE ITSELF. THE EVENT DATE   *
      * IS THE DATE THE CALCULATION RUN DECIDED THE CLAIM.             *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-DISPOSITION-FIELDS.
           UNSTRING ACKNOWLEDGMENT-LINE DELIMITED BY ','
               INTO WS-DP-CLAIM-ID
                    WS-DP-DISPOSITION
                    WS-DP-REASON
                    WS-DP-TOTAL
                    WS-DP-MONTHLY
                    WS-DP-PV
                    WS-DP-ACC-DATE
                    WS-DP-POLICY
                    WS-DP-CLAIMANT
                    WS-DP-CLAIM-TYPE
                    WS-DP-CLAIM-STAT
                    WS-DP-RUN-DATE
           END-UNSTRING.

           MOVE SPACES TO WS-NF-MTC.
           EVALUATE WS-DP-DISPOSITION
               WHEN 'PAID'
               WHEN 'FLAGGED'
               WHEN 'AWARD-PENDING'
                   MOVE '00' TO WS-NF-MTC
               WHEN 'ROUTED'
                   IF WS-DP-CLAIM-STAT = 'D'
                       MOVE '04' TO WS-NF-MTC
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-NF-MTC NOT = SPACES
               MOVE WS-DP-CLAIM-ID TO WS-NF-CLAIM-ID
               PERFORM 560-CHECK-FILED-BEFORE
               IF EVENT-ALREADY-FILED
                   ADD 1 TO WS-ALREADY-FILED
               ELSE
                   MOVE 'FROI'         TO WS-NF-REPORT-TYPE
                   MOVE WS-DP-CLAIMANT TO WS-NF-CLAIMANT-ID
                   MOVE WS-DP-POLICY   TO WS-NF-POLICY-NUMBER
                   MOVE WS-DP-CLAIM-TYPE
                                       TO WS-NF-CLAIM-TYPE
                   MOVE ZERO           TO WS-NF-AMOUNT
                   IF WS-DP-ACC-DATE IS NUMERIC
                       MOVE WS-DP-ACC-DATE TO WS-NF-INJURY-DATE
                   ELSE
                       MOVE ZERO TO WS-NF-INJURY-DATE
                   END-IF
                   IF WS-DP-RUN-DATE IS NUMERIC
                       MOVE WS-DP-RUN-DATE TO WS-NF-EVENT-DATE
                   ELSE
                       MOVE WS-RUN-DATE TO WS-NF-EVENT-DATE
                   END-IF
                   PERFORM 570-ADD-FILING
               END-IF
           END-IF.

       400-LOAD-PAYMENT-DATES.
      *----------------------------------------------------------------*
      * FIND EACH CLAIM'S FIRST BENEFIT PAYMENT AND FIRST SETTLEMENT   *
      * PAYMENT ON THE PAYMENT HISTORY. PROVIDER INVOICES (9996),      *
      * LATE-PAYMENT INTEREST (9997) AND COST REIMBURSEMENTS (9998)    *
      * ARE NOT BENEFITS, AND A PAYMENT THE BANK RETURNED NEVER        *
      * REACHED THE CLAIMANT.                                          *
      *----------------------------------------------------------------*
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF HIST-STATUS NOT = '00'
               DISPLAY 'NO PAYMENT HISTORY, NO PAYMENTS TO REPORT: '
                       HIST-STATUS
           ELSE
               PERFORM UNTIL HIST-END-OF-FILE
                   READ PAYMENT-HISTORY-FILE
                       AT END
                           SET HIST-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PAYMENTS-READ
                           MOVE PAYMENT-HISTORY-LINE (18:4)
                                TO WS-HIST-SEQ
                           MOVE PAYMENT-HISTORY-LINE (28:8)
                                TO WS-HIST-DATE
                           IF PAYMENT-HISTORY-LINE (93:5) NOT = ' RTN='
                              AND WS-HIST-SEQ NOT = '9996'
                              AND WS-HIST-SEQ NOT = '9997'
                              AND WS-HIST-SEQ NOT = '9998'
                              AND WS-HIST-DATE IS NUMERIC
                               PERFORM 410-NOTE-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       410-NOTE-ONE-PAYMENT.
      *----------------------------------------------------------------*
      * KEEP THE EARLIEST PAYMENT OF EACH KIND FOR THE CLAIM           *
      *----------------------------------------------------------------*
           MOVE PAYMENT-HISTORY-LINE (1:12)  TO WS-HIST-CLAIM-ID.
           MOVE PAYMENT-HISTORY-LINE (44:13) TO WS-HIST-AMOUNT-EDIT.
           MOVE WS-HIST-AMOUNT-EDIT (1:2)  TO WS-AD-MILLIONS.
           MOVE WS-HIST-AMOUNT-EDIT (4:3)  TO WS-AD-THOUSANDS.
           MOVE WS-HIST-AMOUNT-EDIT (8:3)  TO WS-AD-UNITS.
           MOVE WS-HIST-AMOUNT-EDIT (12:2) TO WS-AD-CENTS.
           INSPECT WS-AMOUNT-DEEDIT REPLACING ALL ' ' BY '0'.

           SET WS-PT-IDX TO 1.
           SEARCH WS-PT-ENTRY
               AT END
                   DISPLAY 'PAYMENT TABLE FULL, CLAIM NOT REPORTED: '
                           WS-HIST-CLAIM-ID
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PT-IDX > WS-PAY-TABLE-COUNT
                   ADD 1 TO WS-PAY-TABLE-COUNT
                   MOVE WS-HIST-CLAIM-ID
                        TO WS-PT-CLAIM-ID (WS-PT-IDX)
                   PERFORM 420-KEEP-EARLIEST-PAYMENT
               WHEN WS-PT-CLAIM-ID (WS-PT-IDX) = WS-HIST-CLAIM-ID
                   PERFORM 420-KEEP-EARLIEST-PAYMENT
           END-SEARCH.

       420-KEEP-EARLIEST-PAYMENT.
      *----------------------------------------------------------------*
      * THE SETTLEMENT (9999) DATES THE LUMP SUM; ANY OTHER BENEFIT    *
      * DATES THE START OF BENEFITS                                    *
      *----------------------------------------------------------------*
           IF WS-HIST-SEQ = '9999'
               IF WS-PT-SETTLE-DATE (WS-PT-IDX) = ZERO
                  OR WS-HIST-DATE-N < WS-PT-SETTLE-DATE (WS-PT-IDX)
                   MOVE WS-HIST-DATE-N
                        TO WS-PT-SETTLE-DATE (WS-PT-IDX)
               END-IF
           ELSE
               IF WS-PT-FIRST-DATE (WS-PT-IDX) = ZERO
                  OR WS-HIST-DATE-N < WS-PT-FIRST-DATE (WS-PT-IDX)
                   MOVE WS-HIST-DATE-N
                        TO WS-PT-FIRST-DATE (WS-PT-IDX)
                   MOVE WS-AMOUNT-NUMERIC
                        TO WS-PT-FIRST-AMOUNT (WS-PT-IDX)
               END-IF
           END-IF.

       450-FILE-PAYMENT-EVENTS.
      *----------------------------------------------------------------*
      * FILE THE INITIAL PAYMENT REPORT (IP) AND THE LUMP-SUM PAYMENT  *
      * REPORT (PY) FOR EVERY PAID CLAIM NOT ALREADY REPORTED          *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-PAY-SUB.
           PERFORM UNTIL WS-PAY-SUB > WS-PAY-TABLE-COUNT
               MOVE WS-PT-CLAIM-ID (WS-PAY-SUB) TO WS-NF-CLAIM-ID
               PERFORM 550-READ-CLAIM
               IF CLAIM-ON-FILE
                   PERFORM 460-FILE-CLAIM-PAYMENTS
               END-IF
               ADD 1 TO WS-PAY-SUB
           END-PERFORM.

       460-FILE-CLAIM-PAYMENTS.
      *----------------------------------------------------------------*
      * BENEFITS START ON THE FIRST BENEFIT PAYMENT. A SETTLEMENT IS   *
      * REPORTED ONCE THE LUMP SUM HAS ACTUALLY BEEN PAID, FOR THE     *
      * SETTLEMENT AMOUNT ON THE CLAIM MASTER.                         *
      *----------------------------------------------------------------*
           IF WS-PT-FIRST-DATE (WS-PAY-SUB) > ZERO
               MOVE 'IP' TO WS-NF-MTC
               PERFORM 560-CHECK-FILED-BEFORE
               IF EVENT-ALREADY-FILED
                   ADD 1 TO WS-ALREADY-FILED
               ELSE
                   MOVE WS-PT-FIRST-DATE (WS-PAY-SUB)
                        TO WS-NF-EVENT-DATE
                   MOVE WS-PT-FIRST-AMOUNT (WS-PAY-SUB)
                        TO WS-NF-AMOUNT
                   PERFORM 570-ADD-FILING
               END-IF
           END-IF.

           IF WS-PT-SETTLE-DATE (WS-PAY-SUB) > ZERO
              AND SETTLEMENT-AMOUNT > ZERO
               MOVE 'PY' TO WS-NF-MTC
               PERFORM 560-CHECK-FILED-BEFORE
               IF EVENT-ALREADY-FILED
                   ADD 1 TO WS-ALREADY-FILED
               ELSE
                   MOVE WS-PT-SETTLE-DATE (WS-PAY-SUB)
                        TO WS-NF-EVENT-DATE
                   MOVE SETTLEMENT-AMOUNT TO WS-NF-AMOUNT
                   PERFORM 570-ADD-FILING
               END-IF
           END-IF.

       500-FILE-STATUS-CHANGES.
      *----------------------------------------------------------------*
      * FILE A SUBSEQUENT REPORT FOR EVERY SUSPENSION (S1),            *
      * RESUMPTION (RB) AND TERMINATION (FN) THE TERMINATION RUN       *
      * APPLIED. REJECTED AND DISMISSED TRANSACTIONS CHANGED NOTHING.  *
      *----------------------------------------------------------------*
           OPEN INPUT TERM-LOG-FILE.
           IF TLOG-STATUS NOT = '00'
               DISPLAY 'NO TERMINATION LOG THIS RUN'
           ELSE
               PERFORM UNTIL TLOG-END-OF-FILE
                   READ TERM-LOG-FILE
                       AT END
                           SET TLOG-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LOG-LINES-READ
                           PERFORM 510-FILE-ONE-STATUS-CHANGE
                   END-READ
               END-PERFORM
               CLOSE TERM-LOG-FILE
           END-IF.

       510-FILE-ONE-STATUS-CHANGE.
      *----------------------------------------------------------------*
      * THE EVENT DATE IS THE DATE THE CHANGE TOOK EFFECT. A CLAIM     *
      * SUSPENDED AND RESUMED MORE THAN ONCE FILES EACH TIME, SO THE   *
      * CHECK FOR AN EARLIER FILING IS ON THE DATE AS WELL.            *
      *----------------------------------------------------------------*
           MOVE TERM-LOG-LINE (3:12)  TO WS-TL-CLAIM-ID.
           MOVE TERM-LOG-LINE (16:60) TO WS-TL-TEXT.
           MOVE TERM-LOG-LINE (81:8)  TO WS-TL-EFF-DATE.

           MOVE SPACES TO WS-NF-MTC.
           EVALUATE TRUE
               WHEN WS-TL-TEXT (1:10) = 'TERMINATED'
                   MOVE 'FN' TO WS-NF-MTC
               WHEN WS-TL-TEXT (1:9) = 'SUSPENDED'
                   MOVE 'S1' TO WS-NF-MTC
               WHEN WS-TL-TEXT (1:7) = 'RESUMED'
                   MOVE 'RB' TO WS-NF-MTC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-NF-MTC NOT = SPACES
               MOVE WS-TL-CLAIM-ID TO WS-NF-CLAIM-ID
               IF TERM-LOG-LINE (76:5) = ' EFF='
                  AND WS-TL-EFF-DATE IS NUMERIC
                   MOVE WS-TL-EFF-DATE TO WS-NF-EVENT-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-NF-EVENT-DATE
               END-IF
               MOVE WS-NF-CLAIM-ID   TO EDI-CLAIM-ID
               MOVE WS-NF-MTC        TO EDI-MTC
               MOVE WS-NF-EVENT-DATE TO EDI-EVENT-DATE
               READ EDI-FILE
                   INVALID KEY
                       PERFORM 550-READ-CLAIM
                       IF CLAIM-ON-FILE
                           PERFORM 520-FILE-BENEFIT-CHANGE
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-ALREADY-FILED
               END-READ
           END-IF.

       520-FILE-BENEFIT-CHANGE.
      *----------------------------------------------------------------*
      * A REINSTATEMENT REPORTS THE MONTHLY BENEFIT BEING RESUMED;     *
      * A SUSPENSION OR FINAL REPORT CARRIES NO AMOUNT                 *
      *----------------------------------------------------------------*
           IF WS-NF-MTC = 'RB'
               MOVE MONTHLY-PENSION TO WS-NF-AMOUNT
           ELSE
               MOVE ZERO TO WS-NF-AMOUNT
           END-IF.
           PERFORM 570-ADD-FILING.

       550-READ-CLAIM.
      *----------------------------------------------------------------*
      * READ THE CLAIM BEING REPORTED AND TAKE ITS DETAILS FOR A       *
      * SUBSEQUENT REPORT                                              *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CLAIM-FOUND-SW.
           MOVE WS-NF-CLAIM-ID TO CLAIM-ID OF CLAIM-RECORD.
           READ CLAIM-FILE
               INVALID KEY
                   DISPLAY 'CLAIM NOT ON CLAIM MASTER, NOT REPORTED: '
                           WS-NF-CLAIM-ID
                   ADD 1 TO WS-CLAIMS-NOT-FOUND
               NOT INVALID KEY
                   SET CLAIM-ON-FILE TO TRUE
                   MOVE 'SROI'        TO WS-NF-REPORT-TYPE
                   MOVE CLAIMANT-ID   TO WS-NF-CLAIMANT-ID
                   MOVE POLICY-NUMBER TO WS-NF-POLICY-NUMBER
                   MOVE CLAIM-DATE    TO WS-NF-INJURY-DATE
                   MOVE CLAIM-TYPE    TO WS-NF-CLAIM-TYPE
           END-READ.

       560-CHECK-FILED-BEFORE.
      *----------------------------------------------------------------*
      * A CLAIM IS ACCEPTED OR DENIED, STARTS BENEFITS AND SETTLES     *
      * ONLY ONCE: LOOK FOR ANY FILING OF THIS REPORT ON THE CLAIM,    *
      * WHATEVER ITS EVENT DATE                                        *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-FILED-SW.
           MOVE WS-NF-CLAIM-ID TO EDI-CLAIM-ID.
           MOVE WS-NF-MTC      TO EDI-MTC.
           MOVE ZERO           TO EDI-EVENT-DATE.
           START EDI-FILE KEY IS NOT LESS THAN EDI-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ EDI-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EDI-CLAIM-ID = WS-NF-CLAIM-ID
                              AND EDI-MTC = WS-NF-MTC
                               SET EVENT-ALREADY-FILED TO TRUE
                           END-IF
                   END-READ
           END-START.

       570-ADD-FILING.
      *----------------------------------------------------------------*
      * QUEUE A NEW FILING WITH ITS STATUTORY DUE DATE                 *
      *----------------------------------------------------------------*
           INITIALIZE EDI-RECORD.
           MOVE WS-NF-CLAIM-ID      TO EDI-CLAIM-ID.
           MOVE WS-NF-MTC           TO EDI-MTC.
           MOVE WS-NF-EVENT-DATE    TO EDI-EVENT-DATE.
           SET EDI-QUEUED TO TRUE.
           MOVE WS-NF-REPORT-TYPE   TO EDI-REPORT-TYPE.
           MOVE WS-NF-CLAIMANT-ID   TO EDI-CLAIMANT-ID.
           MOVE WS-NF-POLICY-NUMBER TO EDI-POLICY-NUMBER.
           MOVE WS-NF-INJURY-DATE   TO EDI-INJURY-DATE.
           MOVE WS-NF-CLAIM-TYPE    TO EDI-CLAIM-TYPE.
           MOVE WS-NF-AMOUNT        TO EDI-AMOUNT.
           MOVE WS-RUN-DATE         TO EDI-CREATED-DATE.
           PERFORM 710-COMPUTE-DUE-DATE.
           MOVE WS-DUE-DATE         TO EDI-DUE-DATE.

           WRITE EDI-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALREADY-FILED
               NOT INVALID KEY
                   IF EDI-REPORT-TYPE = 'FROI'
                       ADD 1 TO WS-FROI-CREATED
                   ELSE
                       ADD 1 TO WS-SROI-CREATED
                   END-IF
           END-WRITE.

       600-TRANSMIT-AND-REPORT.
      *----------------------------------------------------------------*
      * SWEEP THE FILING MASTER IN KEY ORDER: TRANSMIT EVERY QUEUED    *
      * FILING, LIST EVERY REJECTED ONE ON THE RESUBMISSION QUEUE, AND *
      * REPORT EVERY FILING NOT YET ACCEPTED WHOSE DUE DATE HAS PASSED *
      *----------------------------------------------------------------*
           MOVE LOW-VALUES TO EDI-KEY.
           START EDI-FILE KEY IS GREATER THAN EDI-KEY
               INVALID KEY
                   SET EDI-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL EDI-END-OF-FILE
               READ EDI-FILE NEXT RECORD
                   AT END
                       SET EDI-END-OF-FILE TO TRUE
                   NOT AT END
                       IF EDI-QUEUED
                           PERFORM 610-TRANSMIT-ONE-FILING
                       END-IF
                       IF EDI-REJECTED
                           PERFORM 620-WRITE-QUEUE-LINE
                       END-IF
                       IF NOT EDI-ACCEPTED
                          AND WS-RUN-DATE > EDI-DUE-DATE
                           PERFORM 630-REPORT-PAST-DUE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-FILINGS-SENT TO WS-TT-COUNT.
           MOVE WS-TX-TRAILER TO TRANSMISSION-LINE.
           WRITE TRANSMISSION-LINE.

       610-TRANSMIT-ONE-FILING.
      *----------------------------------------------------------------*
      * WRITE ONE FILING IN THE AGENCY'S LAYOUT. A SUBSEQUENT REPORT   *
      * TAKES THE CLAIM'S DETAILS AS THEY STAND NOW, SO A REJECTED     *
      * FILING RESUBMITTED AFTER THE CLAIM WAS CORRECTED CARRIES THE   *
      * CORRECTION; A DENIED CLAIM'S REPORT KEEPS WHAT IT WAS FILED    *
      * WITH.                                                          *
      *----------------------------------------------------------------*
           MOVE EDI-CLAIM-ID TO CLAIM-ID OF CLAIM-RECORD.
           READ CLAIM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLAIMANT-ID   TO EDI-CLAIMANT-ID
                   MOVE POLICY-NUMBER TO EDI-POLICY-NUMBER
                   MOVE CLAIM-DATE    TO EDI-INJURY-DATE
                   MOVE CLAIM-TYPE    TO EDI-CLAIM-TYPE
           END-READ.

           ADD 1 TO EDI-ATTEMPTS.
           IF EDI-FIRST-SENT-DATE = ZERO
               MOVE WS-RUN-DATE TO EDI-FIRST-SENT-DATE
           ELSE
               ADD 1 TO WS-RESUBMITS-SENT
           END-IF.
           MOVE WS-RUN-DATE TO EDI-LAST-SENT-DATE.
           SET EDI-TRANSMITTED TO TRUE.

           MOVE EDI-REPORT-TYPE   TO WS-TD-REPORT-TYPE.
           MOVE EDI-MTC           TO WS-TD-MTC.
           MOVE EDI-EVENT-DATE    TO WS-TD-MTC-DATE.
           MOVE WS-RUN-DATE       TO WS-TD-SENT-DATE.
           MOVE EDI-CLAIM-ID      TO WS-TD-CLAIM-ID.
           MOVE EDI-CLAIMANT-ID   TO WS-TD-CLAIMANT-ID.
           MOVE EDI-POLICY-NUMBER TO WS-TD-POLICY-NUMBER.
           MOVE EDI-INJURY-DATE   TO WS-TD-INJURY-DATE.
           MOVE EDI-CLAIM-TYPE    TO WS-TD-CLAIM-TYPE.
           MOVE EDI-AMOUNT        TO WS-TD-AMOUNT.
           MOVE EDI-ATTEMPTS      TO WS-TD-ATTEMPT.
           MOVE WS-TX-DETAIL TO TRANSMISSION-LINE.
           WRITE TRANSMISSION-LINE.
           ADD 1 TO WS-FILINGS-SENT.

           REWRITE EDI-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING EDI FILING: ' EDI-KEY
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

       620-WRITE-QUEUE-LINE.
      *----------------------------------------------------------------*
      * ONE LINE PER REJECTED FILING WAITING TO BE CORRECTED AND       *
      * RELEASED                                                       *
      *----------------------------------------------------------------*
           ADD 1 TO WS-QUEUE-COUNT.
           MOVE EDI-CLAIM-ID       TO WS-QD-CLAIM-ID.
           MOVE EDI-REPORT-TYPE    TO WS-QD-REPORT-TYPE.
           MOVE EDI-MTC            TO WS-QD-MTC.
           MOVE EDI-EVENT-DATE     TO WS-QD-EVENT-DATE.
           MOVE EDI-DUE-DATE       TO WS-QD-DUE-DATE.
           MOVE EDI-LAST-SENT-DATE TO WS-QD-SENT-DATE.
           MOVE EDI-ACK-DATE       TO WS-QD-ACK-DATE.
           MOVE EDI-ATTEMPTS       TO WS-QD-ATTEMPTS.
           MOVE EDI-ERROR-CODE     TO WS-QD-ERROR-CODE.
           MOVE WS-QUEUE-DETAIL TO QUEUE-LINE.
           WRITE QUEUE-LINE.

       630-REPORT-PAST-DUE.
      *----------------------------------------------------------------*
      * A FILING NOT YET ACCEPTED IS LATE FROM ITS DUE DATE TO TODAY   *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAST-DUE.
           MOVE WS-RUN-DATE TO WS-LATE-FROM-DATE.
           EVALUATE TRUE
               WHEN EDI-REJECTED
                   MOVE 'PAST DUE - REJECTED' TO WS-LATE-STATUS-TEXT
               WHEN EDI-TRANSMITTED
                AND EDI-LAST-SENT-DATE = WS-RUN-DATE
                   MOVE 'SENT LATE THIS RUN' TO WS-LATE-STATUS-TEXT
               WHEN OTHER
                   MOVE 'PAST DUE - NO ACK' TO WS-LATE-STATUS-TEXT
           END-EVALUATE.
           PERFORM 640-WRITE-LATE-LINE.

       640-WRITE-LATE-LINE.
      *----------------------------------------------------------------*
      * ONE LATE-FILING LINE, DAYS LATE COUNTED FROM THE DUE DATE TO   *
      * WS-LATE-FROM-DATE                                              *
      *----------------------------------------------------------------*
           MOVE EDI-DUE-DATE TO WS-DN-DATE.
           PERFORM 720-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAY-NUMBER TO WS-DN-DUE-NUMBER.
           MOVE WS-LATE-FROM-DATE TO WS-DN-DATE.
           PERFORM 720-COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAYS-LATE = WS-DN-DAY-NUMBER - WS-DN-DUE-NUMBER.
           IF WS-DAYS-LATE < 0
               MOVE ZERO TO WS-DAYS-LATE
           END-IF.

           MOVE EDI-CLAIM-ID       TO WS-LD-CLAIM-ID.
           MOVE EDI-REPORT-TYPE    TO WS-LD-REPORT-TYPE.
           MOVE EDI-MTC            TO WS-LD-MTC.
           MOVE EDI-EVENT-DATE     TO WS-LD-EVENT-DATE.
           MOVE EDI-DUE-DATE       TO WS-LD-DUE-DATE.
           MOVE EDI-LAST-SENT-DATE TO WS-LD-SENT-DATE.
           MOVE WS-DAYS-LATE       TO WS-LD-DAYS-LATE.
           MOVE WS-LATE-STATUS-TEXT TO WS-LD-STATUS-TEXT.
           MOVE WS-LATE-DETAIL TO LATE-LINE.
           WRITE LATE-LINE.

       710-COMPUTE-DUE-DATE.
      *----------------------------------------------------------------*
      * WALK FORWARD FROM THE EVENT DATE BY THE REPORT'S STATUTORY     *
      * FILING PERIOD                                                  *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-FILING-DAYS.
           SET WS-DL-IDX TO 1.
           SEARCH WS-DL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DL-MTC (WS-DL-IDX) = WS-NF-MTC
                   MOVE WS-DL-DAYS (WS-DL-IDX) TO WS-FILING-DAYS
           END-SEARCH.

           MOVE WS-NF-EVENT-DATE TO WS-DUE-DATE.
           IF WS-DUE-MM >= 1 AND WS-DUE-MM <= 12
               MOVE ZERO TO WS-DAYS-ADDED
               PERFORM UNTIL WS-DAYS-ADDED >= WS-FILING-DAYS
                   PERFORM 730-ADVANCE-ONE-DAY
                   ADD 1 TO WS-DAYS-ADDED
               END-PERFORM
           END-IF.

       720-COMPUTE-DAY-NUMBER.
      *----------------------------------------------------------------*
      * CONVERT WS-DN-DATE (CCYYMMDD) TO A DAY COUNT: 365 DAYS PER     *
      * PRIOR YEAR PLUS ONE PER PRIOR LEAP YEAR (EVERY 4TH, NOT        *
      * CENTURIES, BUT EVERY 400TH), THE DAYS IN THE MONTHS BEFORE     *
      * THIS ONE, LEAP DAY INCLUDED PAST FEBRUARY, AND THE DAY         *
      *----------------------------------------------------------------*
           IF WS-DN-MM < 1 OR WS-DN-MM > 12 OR WS-DN-CCYY = 0
               MOVE ZERO TO WS-DN-DAY-NUMBER
           ELSE
               COMPUTE WS-DN-PRIOR-YEARS = WS-DN-CCYY - 1
               COMPUTE WS-DN-DAY-NUMBER = WS-DN-PRIOR-YEARS * 365
               DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT
               ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER
               DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT
               SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAY-NUMBER
               DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT
               ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER
               ADD WS-CUM-DAYS (WS-DN-MM) TO WS-DN-DAY-NUMBER
               ADD WS-DN-DD TO WS-DN-DAY-NUMBER
               PERFORM 725-SET-LEAP-YEAR
               IF DN-LEAP-YEAR AND WS-DN-MM > 2
                   ADD 1 TO WS-DN-DAY-NUMBER
               END-IF
           END-IF.

       725-SET-LEAP-YEAR.
      *----------------------------------------------------------------*
      * SET DN-LEAP-YEAR FOR THE YEAR IN WS-DN-CCYY                    *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-DN-LEAP-SW.
           DIVIDE WS-DN-CCYY BY 4 GIVING WS-DN-QUOTIENT
                  REMAINDER WS-DN-REMAINDER.
           IF WS-DN-REMAINDER = 0
               MOVE 'Y' TO WS-DN-LEAP-SW
               DIVIDE WS-DN-CCYY BY 100 GIVING WS-DN-QUOTIENT
                      REMAINDER WS-DN-REMAINDER
               IF WS-DN-REMAINDER = 0
                   MOVE 'N' TO WS-DN-LEAP-SW
                   DIVIDE WS-DN-CCYY BY 400 GIVING WS-DN-QUOTIENT
                          REMAINDER WS-DN-REMAINDER
                   IF WS-DN-REMAINDER = 0
                       MOVE 'Y' TO WS-DN-LEAP-SW
                   END-IF
               END-IF
           END-IF.

       730-ADVANCE-ONE-DAY.
      *----------------------------------------------------------------*
      * MOVE WS-DUE-DATE FORWARD ONE DAY, ROLLING THROUGH MONTH AND    *
      * YEAR ENDS                                                      *
      *----------------------------------------------------------------*
           MOVE WS-MONTH-DAYS (WS-DUE-MM) TO WS-DAYS-IN-MONTH.
           IF WS-DUE-MM = 2
               MOVE WS-DUE-CCYY TO WS-DN-CCYY
               PERFORM 725-SET-LEAP-YEAR
               IF DN-LEAP-YEAR
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.
           IF WS-DUE-DD < WS-DAYS-IN-MONTH
               ADD 1 TO WS-DUE-DD
           ELSE
               MOVE 01 TO WS-DUE-DD
               IF WS-DUE-MM = 12
                   MOVE 01 TO WS-DUE-MM
                   ADD 1 TO WS-DUE-CCYY
               ELSE
                   ADD 1 TO WS-DUE-MM
               END-IF
           END-IF.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'CLMEDI RUN CONTROL TOTALS'.
           DISPLAY 'AGENCY ACKS READ:      ' WS-AGENCY-ACKS-READ.
           DISPLAY 'FILINGS ACCEPTED:      ' WS-FILINGS-ACCEPTED.
           DISPLAY 'FILINGS REJECTED:      ' WS-FILINGS-REJECTED.
           DISPLAY 'ACKS NOT MATCHED:      ' WS-ACKS-UNMATCHED.
           DISPLAY 'RESUBMITS RELEASED:    ' WS-RESUBMITS-RELEASED.
           DISPLAY 'RESUBMITS NOT VALID:   ' WS-RESUBMITS-INVALID.
           DISPLAY 'DISPOSITIONS READ:     ' WS-DISPOSITIONS-READ.
           DISPLAY 'PAYMENTS READ:         ' WS-PAYMENTS-READ.
           DISPLAY 'TERM LOG LINES READ:   ' WS-LOG-LINES-READ.
           DISPLAY 'FROI FILINGS CREATED:  ' WS-FROI-CREATED.
           DISPLAY 'SROI FILINGS CREATED:  ' WS-SROI-CREATED.
           DISPLAY 'EVENTS ALREADY FILED:  ' WS-ALREADY-FILED.
           DISPLAY 'CLAIMS NOT ON MASTER:  ' WS-CLAIMS-NOT-FOUND.
           DISPLAY 'FILINGS TRANSMITTED:   ' WS-FILINGS-SENT.
           DISPLAY 'OF WHICH RESUBMITTED:  ' WS-RESUBMITS-SENT.
           DISPLAY 'RESUBMISSION QUEUE:    ' WS-QUEUE-COUNT.
           DISPLAY 'ACCEPTED LATE:         ' WS-ACCEPTED-LATE.
           DISPLAY 'PAST DUE:              ' WS-PAST-DUE.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN. AN UNMATCHED AGENCY     *
      * ACK, A RESUBMISSION THAT COULD NOT BE RELEASED, A FILING ON    *
      * THE RESUBMISSION QUEUE OR ONE PAST DUE ENDS THE RUN WITH A     *
      * WARNING.                                                       *
      *----------------------------------------------------------------*
           CLOSE CLAIM-FILE
                 EDI-FILE
                 TRANSMISSION-FILE
                 QUEUE-REPORT
                 LATE-REPORT.

           IF RETURN-CODE = 0
              AND (WS-ACKS-UNMATCHED > 0
                   OR WS-RESUBMITS-INVALID > 0
                   OR WS-QUEUE-COUNT > 0
                   OR WS-PAST-DUE > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
