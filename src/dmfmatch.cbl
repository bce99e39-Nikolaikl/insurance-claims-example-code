       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMFMATCH.
      *----------------------------------------------------------------*
      * PROGRAM:  DMFMATCH                                             *
      * PURPOSE:  MONTHLY DEATH MASTER FILE MATCH. WE LEARN OF A       *
      *           PENSIONER'S DEATH ONLY WHEN THE FAMILY CALLS OR THE  *
      *           BANK RETURNS A CREDIT, BY WHICH TIME SEVERAL MONTHS  *
      *           HAVE BEEN PAID AND MUST BE CHASED BACK. THIS RUN     *
      *           MATCHES THE MONTH'S DEATH MASTER EXTRACT AGAINST THE *
      *           CLAIMANT MASTER (NAME AND DATE OF BIRTH) AND THE     *
      *           DEPENDENT FILE (DATE OF BIRTH, WITH THE FAMILY NAME  *
      *           OF THE CLAIM'S CLAIMANT), GRADED EXACT OR PROBABLE.  *
      *           AN EXACT MATCH ON AN IN-FORCE CLAIM WRITES A PENDING *
      *           TERMINATION, EFFECTIVE ON THE DATE OF DEATH, FOR AN  *
      *           ADJUSTER TO CONFIRM OR DISMISS IN PENSTERM, WITH A   *
      *           DIARY FOLLOW-UP; AN EXACT MATCH ON A DEPENDENT IS    *
      *           PASSED TO SURVRCRT TO DROP AT ITS NEXT RUN. EVERY    *
      *           PAYMENT MADE AFTER THE DATE OF DEATH IS BOOKED AS AN *
      *           EXPECTED RECOVERY ON THE RECOVERY LEDGER. PROBABLE   *
      *           MATCHES GO TO A REVIEW REPORT.                       *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. CLAIMANT, CLAIM AND DEPENDENT TABLE LOAD                    *
      * 5. DEATH MASTER MATCHING PASS                                  *
      * 6. PAYMENT HISTORY BOOKING PASS (COPY-AND-SWAP, AS OVPRECOV)   *
      * 7. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - DEATH-MASTER-FILE: The month's death master extract in the   *
      *   published 100-byte layout                                    *
      * - CLAIMANT-FILE: Swept once for every claimant's name and      *
      *   date of birth                                                *
      * - CLAIM-FILE: Swept once for each claim's claimant, type and   *
      *   status                                                       *
      * - DEPENDENT-FILE: Swept once for each dependent's date of      *
      *   birth                                                        *
      * - PAYMENT-HISTORY-FILE: The payments actually made             *
      * - NEW-HISTORY-FILE: The history carried forward with booked    *
      *   payments marked, swapped in by the scheduler when the run    *
      *   ends clean, as for OVPRECOV                                  *
      * - RECOVERY-LEDGER-FILE: Per-claim booked/recovered balances    *
      * - DIARY-FILE: The claim diary; every exact match raises a      *
      *   follow-up for the adjuster                                   *
      * - PENDING-TERM-FILE: Pending termination transactions, in the  *
      *   PENSTERM transaction layout, awaiting confirmation;          *
      *   extended run after run                                       *
      * - DEP-DEATH-FILE: Dependents matched as deceased, for          *
      *   SURVRCRT; extended run after run                             *
      * - MATCH-REPORT: Exact matches and what was done about them     *
      * - REVIEW-REPORT: Probable matches for manual review            *
      *----------------------------------------------------------------*
           SELECT DEATH-MASTER-FILE ASSIGN TO 'data/DMFILE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DMF-STATUS.

           SELECT CLAIMANT-FILE ASSIGN TO "data/CLNTFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIMANT-ID OF CLAIMANT-RECORD
           FILE STATUS IS CLNT-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAIM-ID OF CLAIM-RECORD
           FILE STATUS IS CLM-STATUS.

           SELECT DEPENDENT-FILE ASSIGN TO "data/DEPFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-KEY OF DEPENDENT-RECORD
           FILE STATUS IS DEP-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'data/PAYHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYHIST-STATUS.

           SELECT NEW-HISTORY-FILE ASSIGN TO 'data/PAYHIST_NEW.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NEWHIST-STATUS.

           SELECT RECOVERY-LEDGER-FILE ASSIGN TO "data/RECOVLEDG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECOV-CLAIM-ID
           FILE STATUS IS RECOV-STATUS.

           SELECT DIARY-FILE ASSIGN TO "data/DIARYFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DIARY-KEY
           FILE STATUS IS DIARY-STATUS-CODE.

           SELECT PENDING-TERM-FILE ASSIGN TO 'data/DEATHPEND.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PEND-STATUS.

           SELECT DEP-DEATH-FILE ASSIGN TO 'data/DEPDEATH.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPDTH-STATUS.

           SELECT MATCH-REPORT ASSIGN TO 'data/DMFMATCH.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

           SELECT REVIEW-REPORT ASSIGN TO 'data/DMFREVW.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REVW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The death master record: col 1 change type (A add, C change,
      * D delete), 2-10 SSN, 11-30 surname, 31-34 suffix, 35-49 given
      * name, 50-64 middle name, 65 verification code, 66-73 date of
      * death MMDDCCYY, 74-81 date of birth MMDDCCYY.
       FD DEATH-MASTER-FILE.
       01 DEATH-MASTER-RECORD.
          05 DMF-CHANGE-TYPE       PIC X(1).
          05 DMF-SSN               PIC X(9).
          05 DMF-SURNAME           PIC X(20).
          05 DMF-SUFFIX            PIC X(4).
          05 DMF-GIVEN-NAME        PIC X(15).
          05 DMF-MIDDLE-NAME       PIC X(15).
          05 DMF-VERIFY-CODE       PIC X(1).
          05 DMF-DATE-OF-DEATH.
             10 DMF-DOD-MM         PIC X(2).
             10 DMF-DOD-DD         PIC X(2).
             10 DMF-DOD-CCYY       PIC X(4).
          05 DMF-DATE-OF-BIRTH.
             10 DMF-DOB-MM         PIC X(2).
             10 DMF-DOB-DD         PIC X(2).
             10 DMF-DOB-CCYY       PIC X(4).
          05 FILLER                PIC X(19).

       FD CLAIMANT-FILE.
       01 CLAIMANT-RECORD.
          05 CLAIMANT-ID           PIC X(8).
          05 CLAIMANT-NAME         PIC X(30).
          05 CLAIMANT-DOB          PIC 9(8).
          05 CLAIMANT-ADDR-LINE-1  PIC X(30).
          05 CLAIMANT-ADDR-LINE-2  PIC X(30).
          05 CLAIMANT-CITY         PIC X(20).
          05 CLAIMANT-POSTAL-CODE  PIC X(10).

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

       FD DEPENDENT-FILE.
       01 DEPENDENT-RECORD.
          05 DEP-KEY.
             10 DEP-CLAIM-ID       PIC X(12).
             10 DEP-SEQ-NO         PIC 9(02).
          05 DEP-RELATIONSHIP      PIC X(10).
          05 DEP-DATE-OF-BIRTH     PIC 9(08).
          05 DEP-BENEFIT-SHARE     PIC 9V999.

       FD PAYMENT-HISTORY-FILE.
       01 PAYMENT-HISTORY-LINE     PIC X(140).

       FD NEW-HISTORY-FILE.
       01 NEW-HISTORY-LINE         PIC X(140).

       FD RECOVERY-LEDGER-FILE.
       01 RECOVERY-RECORD.
          05 RECOV-CLAIM-ID        PIC X(12).
          05 RECOV-BOOKED          PIC 9(9)V99.
          05 RECOV-RECOVERED       PIC 9(9)V99.
          05 RECOV-LAST-DATE       PIC 9(8).

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

      * The pending termination line is a PENSTERM transaction:
      * T,CLAIM-ID,DATE-OF-DEATH
       FD PENDING-TERM-FILE.
       01 PENDING-TERM-LINE        PIC X(80).

      * The dependent death line is CLAIM-ID,DEP-SEQ,DATE-OF-DEATH
       FD DEP-DEATH-FILE.
       01 DEP-DEATH-LINE           PIC X(40).

       FD MATCH-REPORT.
       01 REPORT-LINE              PIC X(132).

       FD REVIEW-REPORT.
       01 REVIEW-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-CLAIMANT-TABLE: Every claimant's name parts and birth     *
      * - WS-CLAIM-TABLE: Every claim's claimant, type and status      *
      * - WS-DEPENDENT-TABLE: Every dependent on an in-force claim     *
      * - WS-BOOKING-TABLE: Claim/dependent lines to book payments     *
      *   after death against on the history pass                      *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *                                                                *
      * THE HISTORY LINE IS FIXED-FORMAT AS PAYDISB WRITES IT: COLS    *
      * 1-12 CLAIM-ID, 28-35 PAYMENT DATE, 44-56 EDITED AMOUNT, 62-63  *
      * DEP, 93-100 RETURN MARKER, 129-134 THE BOOKED-OVERPAYMENT      *
      * MARKER (' OVP=Y') OVPRECOV ALSO HONORS, SO A PAYMENT BOOKED    *
      * HERE IS NEVER BOOKED AGAIN WHEN THE TERMINATION IS CONFIRMED.  *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 DMF-STATUS            PIC X(2).
          05 CLNT-STATUS           PIC X(2).
          05 CLM-STATUS            PIC X(2).
          05 DEP-STATUS            PIC X(2).
          05 PAYHIST-STATUS        PIC X(2).
          05 NEWHIST-STATUS        PIC X(2).
          05 RECOV-STATUS          PIC X(2).
          05 DIARY-STATUS-CODE     PIC X(2).
          05 PEND-STATUS           PIC X(2).
          05 DEPDTH-STATUS         PIC X(2).
          05 RPT-STATUS            PIC X(2).
          05 REVW-STATUS           PIC X(2).

       01 WS-SWITCHES.
          05 WS-DMF-EOF-SW         PIC X(1) VALUE 'N'.
             88 DMF-END-OF-FILE    VALUE 'Y'.
          05 WS-SCAN-EOF-SW        PIC X(1) VALUE 'N'.
             88 SCAN-END-OF-FILE   VALUE 'Y'.
          05 WS-HIST-EOF-SW        PIC X(1) VALUE 'N'.
             88 HIST-END-OF-FILE   VALUE 'Y'.
          05 WS-DIARY-AVAIL-SW     PIC X(1) VALUE 'N'.
             88 DIARY-FILE-AVAILABLE VALUE 'Y'.
          05 WS-TABLE-FULL-SW      PIC X(1) VALUE 'N'.
             88 A-TABLE-FILLED     VALUE 'Y'.
          05 WS-GRADE-SW           PIC X(1).
             88 GRADE-EXACT        VALUE 'E'.
             88 GRADE-PROBABLE     VALUE 'P'.
             88 GRADE-NO-MATCH     VALUE 'N'.

       01 WS-RUN-DATE              PIC 9(8).

      * The decedent in hand, dates turned to CCYYMMDD
       01 WS-DECEDENT-FIELDS.
          05 WS-DM-DOD.
             10 WS-DM-DOD-CCYY     PIC X(4).
             10 WS-DM-DOD-MM       PIC X(2).
             10 WS-DM-DOD-DD       PIC X(2).
          05 WS-DM-DOD-N REDEFINES WS-DM-DOD PIC 9(8).
          05 WS-DM-DOB.
             10 WS-DM-DOB-CCYY     PIC X(4).
             10 WS-DM-DOB-MM       PIC X(2).
             10 WS-DM-DOB-DD       PIC X(2).
          05 WS-DM-DOB-N REDEFINES WS-DM-DOB PIC 9(8).

      * Claimant names are held SURNAME, GIVEN NAME(S); the match uses
      * the surname and the first given name
       01 WS-NAME-PARTS.
          05 WS-NP-SURNAME         PIC X(20).
          05 WS-NP-REST            PIC X(30).
          05 WS-NP-GIVEN           PIC X(15).

       01 WS-CLAIMANT-COUNT        PIC 9(4) COMP VALUE ZERO.
       01 WS-CLAIMANT-TABLE.
          05 WS-CT-ENTRY OCCURS 5000 TIMES INDEXED BY WS-CT-IDX.
             10 WS-CT-ID           PIC X(8).
             10 WS-CT-NAME         PIC X(30).
             10 WS-CT-SURNAME      PIC X(20).
             10 WS-CT-GIVEN        PIC X(15).
             10 WS-CT-DOB          PIC 9(8).

       01 WS-CLAIM-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-CLAIM-TABLE.
          05 WS-CL-ENTRY OCCURS 5000 TIMES INDEXED BY WS-CL-IDX.
             10 WS-CL-CLAIM-ID     PIC X(12).
             10 WS-CL-CLAIMANT-ID  PIC X(8).
             10 WS-CL-TYPE         PIC X(2).
             10 WS-CL-STATUS       PIC X(1).

       01 WS-DEPENDENT-COUNT       PIC 9(4) COMP VALUE ZERO.
       01 WS-DEPENDENT-TABLE.
          05 WS-DT-ENTRY OCCURS 5000 TIMES.
             10 WS-DT-CLAIM-ID     PIC X(12).
             10 WS-DT-SEQ-NO       PIC 9(2).
             10 WS-DT-RELATIONSHIP PIC X(10).
             10 WS-DT-DOB          PIC 9(8).
             10 WS-DT-FAMILY-NAME  PIC X(20).

       01 WS-BOOKING-COUNT         PIC 9(4) COMP VALUE ZERO.
       01 WS-BOOKING-TABLE.
          05 WS-BK-ENTRY OCCURS 500 TIMES INDEXED BY WS-BK-IDX.
             10 WS-BK-CLAIM-ID     PIC X(12).
             10 WS-BK-DEP-SEQ      PIC X(2).
             10 WS-BK-DOD          PIC 9(8).
             10 WS-BK-PAYMENTS     PIC 9(4).
             10 WS-BK-AMOUNT       PIC 9(9)V99.

       01 WS-SUBSCRIPTS.
          05 WS-CT-SUB             PIC 9(4) COMP.
          05 WS-CL-SUB             PIC 9(4) COMP.
          05 WS-DT-SUB             PIC 9(4) COMP.
          05 WS-BK-SUB             PIC 9(4) COMP.
          05 WS-CLAIMS-FOUND       PIC 9(4) COMP.

       01 WS-MATCH-FIELDS.
          05 WS-MT-CLAIM-ID        PIC X(12).
          05 WS-MT-DEP-SEQ         PIC X(2).
          05 WS-MT-DEP-SEQ-N REDEFINES WS-MT-DEP-SEQ PIC 9(2).
          05 WS-MT-WHO             PIC X(30).
          05 WS-MT-ACTION          PIC X(40).
          05 WS-MT-REASON          PIC X(30).

       01 WS-HIST-FIELDS.
          05 WS-HIST-CLAIM-ID      PIC X(12).
          05 WS-HIST-PAY-DATE      PIC X(8).
          05 WS-HIST-PAY-DATE-N REDEFINES WS-HIST-PAY-DATE PIC 9(8).
          05 WS-HIST-DEP-SEQ       PIC X(2).
          05 WS-HIST-AMOUNT-EDIT   PIC X(13).

       01 WS-AMOUNT-DEEDIT.
          05 WS-AD-MILLIONS        PIC X(2).
          05 WS-AD-THOUSANDS       PIC X(3).
          05 WS-AD-UNITS           PIC X(3).
          05 WS-AD-CENTS           PIC X(2).
       01 WS-AMOUNT-NUMERIC REDEFINES WS-AMOUNT-DEEDIT
                                   PIC 9(8)V99.

       01 WS-REPORT-FIELDS.
          05 WS-F-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-F-COUNT            PIC ZZZ9.

       01 WS-CONTROL-TOTALS.
          05 WS-DMF-READ           PIC 9(7) COMP VALUE ZERO.
          05 WS-DMF-SKIPPED        PIC 9(7) COMP VALUE ZERO.
          05 WS-EXACT-CLAIMANTS    PIC 9(5) COMP VALUE ZERO.
          05 WS-EXACT-DEPENDENTS   PIC 9(5) COMP VALUE ZERO.
          05 WS-PROBABLE-MATCHES   PIC 9(5) COMP VALUE ZERO.
          05 WS-PENDING-WRITTEN    PIC 9(5) COMP VALUE ZERO.
          05 WS-DIARY-ITEMS-RAISED PIC 9(5) COMP VALUE ZERO.
          05 WS-HIST-READ          PIC 9(7) COMP VALUE ZERO.
          05 WS-PAYMENTS-BOOKED    PIC 9(7) COMP VALUE ZERO.
          05 WS-AMOUNT-BOOKED      PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files and load the claimant, claim and dependent  *
      *    tables                                                     *
      * 2. Match every decedent on the extract and act on the exact   *
      *    matches                                                    *
      * 3. Stream the history, booking every payment made after a     *
      *    matched death                                              *
      * 4. Report run totals and close down                           *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 150-LOAD-CLAIMANTS.
           PERFORM 160-LOAD-CLAIMS.
           PERFORM 170-LOAD-DEPENDENTS.
           PERFORM 200-MATCH-DEATH-MASTER.
           PERFORM 300-BOOK-PAYMENTS-AFTER-DEATH.
           PERFORM 400-REPORT-BOOKINGS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * CLEAR THE TABLES, OPEN ALL FILES AND CHECK FOR ERRORS          *
      *----------------------------------------------------------------*
           INITIALIZE WS-CLAIMANT-TABLE
                      WS-CLAIM-TABLE
                      WS-DEPENDENT-TABLE
                      WS-BOOKING-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT DEATH-MASTER-FILE.
           IF DMF-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DEATH MASTER FILE: ' DMF-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT CLAIMANT-FILE.
           IF CLNT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIMANT FILE: ' CLNT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT CLAIM-FILE.
           IF CLM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIM FILE: ' CLM-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT DEPENDENT-FILE.
           IF DEP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DEPENDENT FILE: ' DEP-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF PAYHIST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PAYMENT HISTORY FILE: '
                      PAYHIST-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT NEW-HISTORY-FILE.
           IF NEWHIST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEW HISTORY FILE: '
                      NEWHIST-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN I-O RECOVERY-LEDGER-FILE.
           IF RECOV-STATUS NOT = '00'
              DISPLAY 'RECOVERY LEDGER NOT FOUND, CREATING NEW FILE'
              OPEN OUTPUT RECOVERY-LEDGER-FILE
              CLOSE RECOVERY-LEDGER-FILE
              OPEN I-O RECOVERY-LEDGER-FILE
           END-IF.
           IF RECOV-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RECOVERY LEDGER: ' RECOV-STATUS
              PERFORM 900-TERMINATION
           END-IF.

      * A first-ever run has no claim diary yet, so fall back to
      * creating it; if even that fails the run goes ahead without
      * raising follow-ups
           OPEN I-O DIARY-FILE.
           IF DIARY-STATUS-CODE NOT = '00'
              OPEN OUTPUT DIARY-FILE
              CLOSE DIARY-FILE
              OPEN I-O DIARY-FILE
           END-IF.
           IF DIARY-STATUS-CODE = '00'
               SET DIARY-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'CLAIM DIARY NOT AVAILABLE, NO DEATH MATCH '
                       'ITEMS RAISED: ' DIARY-STATUS-CODE
           END-IF.

      * The pending terminations and dependent deaths build up until
      * PENSTERM and SURVRCRT take them; a first-ever run has no file
      * yet, so fall back to creating it
           OPEN EXTEND PENDING-TERM-FILE.
           IF PEND-STATUS NOT = '00'
              OPEN OUTPUT PENDING-TERM-FILE
           END-IF.
           IF PEND-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PENDING TERMINATION FILE: '
                      PEND-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN EXTEND DEP-DEATH-FILE.
           IF DEPDTH-STATUS NOT = '00'
              OPEN OUTPUT DEP-DEATH-FILE
           END-IF.
           IF DEPDTH-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DEPENDENT DEATH FILE: '
                      DEPDTH-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT MATCH-REPORT.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MATCH REPORT: ' RPT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT REVIEW-REPORT.
           IF REVW-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REVIEW REPORT: ' REVW-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'DEATH MASTER MATCH - EXACT MATCHES - RUN DATE '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REVIEW-LINE.
           STRING 'DEATH MASTER MATCH - PROBABLE MATCHES FOR REVIEW - '
                  DELIMITED BY SIZE
                  'RUN DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REVIEW-LINE
           END-STRING.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.

       150-LOAD-CLAIMANTS.
      *----------------------------------------------------------------*
      * LOAD EVERY CLAIMANT WITH A DATE OF BIRTH ON FILE, SPLITTING    *
      * THE NAME INTO SURNAME AND FIRST GIVEN NAME                     *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO CLAIMANT-ID OF CLAIMANT-RECORD.
           START CLAIMANT-FILE KEY IS GREATER THAN
                 CLAIMANT-ID OF CLAIMANT-RECORD
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-END-OF-FILE
               READ CLAIMANT-FILE NEXT RECORD
                   AT END
                       SET SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CLAIMANT-DOB NOT = ZERO
                           PERFORM 155-TABLE-CLAIMANT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'CLAIMANTS LOADED: ' WS-CLAIMANT-COUNT.

       155-TABLE-CLAIMANT.
      *----------------------------------------------------------------*
      * ADD ONE CLAIMANT TO THE TABLE                                  *
      *----------------------------------------------------------------*
           IF WS-CLAIMANT-COUNT >= 5000
               DISPLAY 'CLAIMANT TABLE FULL, NOT MATCHED: '
                       CLAIMANT-ID OF CLAIMANT-RECORD
               SET A-TABLE-FILLED TO TRUE
           ELSE
               MOVE CLAIMANT-NAME TO WS-CT-NAME (WS-CLAIMANT-COUNT + 1)
               PERFORM 157-SPLIT-CLAIMANT-NAME
               ADD 1 TO WS-CLAIMANT-COUNT
               MOVE CLAIMANT-ID OF CLAIMANT-RECORD
                    TO WS-CT-ID (WS-CLAIMANT-COUNT)
               MOVE WS-NP-SURNAME TO WS-CT-SURNAME (WS-CLAIMANT-COUNT)
               MOVE WS-NP-GIVEN   TO WS-CT-GIVEN (WS-CLAIMANT-COUNT)
               MOVE CLAIMANT-DOB  TO WS-CT-DOB (WS-CLAIMANT-COUNT)
           END-IF.

       157-SPLIT-CLAIMANT-NAME.
      *----------------------------------------------------------------*
      * SPLIT SURNAME, GIVEN NAME(S) INTO SURNAME AND FIRST GIVEN NAME *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-NAME-PARTS.
           UNSTRING CLAIMANT-NAME DELIMITED BY ', ' OR ','
               INTO WS-NP-SURNAME
                    WS-NP-REST
           END-UNSTRING.
           UNSTRING WS-NP-REST DELIMITED BY SPACE
               INTO WS-NP-GIVEN
           END-UNSTRING.

       160-LOAD-CLAIMS.
      *----------------------------------------------------------------*
      * LOAD EVERY CLAIM'S CLAIMANT, TYPE AND STATUS                   *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO CLAIM-ID OF CLAIM-RECORD.
           START CLAIM-FILE KEY IS GREATER THAN CLAIM-ID OF CLAIM-RECORD
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-END-OF-FILE
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       SET SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-CLAIM-COUNT >= 5000
                           DISPLAY 'CLAIM TABLE FULL, NOT MATCHED: '
                                   CLAIM-ID OF CLAIM-RECORD
                           SET A-TABLE-FILLED TO TRUE
                       ELSE
                           ADD 1 TO WS-CLAIM-COUNT
                           MOVE CLAIM-ID OF CLAIM-RECORD
                                TO WS-CL-CLAIM-ID (WS-CLAIM-COUNT)
                           MOVE CLAIMANT-ID OF CLAIM-RECORD
                                TO WS-CL-CLAIMANT-ID (WS-CLAIM-COUNT)
                           MOVE CLAIM-TYPE
                                TO WS-CL-TYPE (WS-CLAIM-COUNT)
                           MOVE CLAIM-STATUS
                                TO WS-CL-STATUS (WS-CLAIM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'CLAIMS LOADED: ' WS-CLAIM-COUNT.

       170-LOAD-DEPENDENTS.
      *----------------------------------------------------------------*
      * LOAD EVERY DEPENDENT OF AN IN-FORCE CLAIM, WITH THE SURNAME    *
      * OF THE CLAIM'S CLAIMANT AS THE FAMILY NAME -- THE DEPENDENT    *
      * FILE CARRIES NO NAME OF ITS OWN                                *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO DEP-KEY OF DEPENDENT-RECORD.
           START DEPENDENT-FILE KEY IS GREATER THAN
                 DEP-KEY OF DEPENDENT-RECORD
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-END-OF-FILE
               READ DEPENDENT-FILE NEXT RECORD
                   AT END
                       SET SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF DEP-DATE-OF-BIRTH NOT = ZERO
                           PERFORM 175-TABLE-DEPENDENT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'DEPENDENTS LOADED: ' WS-DEPENDENT-COUNT.

       175-TABLE-DEPENDENT.
      *----------------------------------------------------------------*
      * FIND THE DEPENDENT'S CLAIM AND CLAIMANT AND TABLE IT           *
      *----------------------------------------------------------------*
           SET WS-CL-IDX TO 1.
           SEARCH WS-CL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CL-IDX > WS-CLAIM-COUNT
                   CONTINUE
               WHEN WS-CL-CLAIM-ID (WS-CL-IDX) = DEP-CLAIM-ID
                   IF WS-CL-STATUS (WS-CL-IDX) NOT = 'T'
                       PERFORM 177-ADD-DEPENDENT-ENTRY
                   END-IF
           END-SEARCH.

       177-ADD-DEPENDENT-ENTRY.
      *----------------------------------------------------------------*
      * ADD ONE DEPENDENT OF AN IN-FORCE CLAIM TO THE TABLE            *
      *----------------------------------------------------------------*
           IF WS-DEPENDENT-COUNT >= 5000
               DISPLAY 'DEPENDENT TABLE FULL, NOT MATCHED: '
                       DEP-KEY OF DEPENDENT-RECORD
               SET A-TABLE-FILLED TO TRUE
           ELSE
               ADD 1 TO WS-DEPENDENT-COUNT
               MOVE DEP-CLAIM-ID  TO WS-DT-CLAIM-ID (WS-DEPENDENT-COUNT)
               MOVE DEP-SEQ-NO    TO WS-DT-SEQ-NO (WS-DEPENDENT-COUNT)
               MOVE DEP-RELATIONSHIP
                    TO WS-DT-RELATIONSHIP (WS-DEPENDENT-COUNT)
               MOVE DEP-DATE-OF-BIRTH
                    TO WS-DT-DOB (WS-DEPENDENT-COUNT)
               MOVE SPACES
                    TO WS-DT-FAMILY-NAME (WS-DEPENDENT-COUNT)
               SET WS-CT-IDX TO 1
               SEARCH WS-CT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CT-IDX > WS-CLAIMANT-COUNT
                       CONTINUE
                   WHEN WS-CT-ID (WS-CT-IDX)
                                = WS-CL-CLAIMANT-ID (WS-CL-IDX)
                       MOVE WS-CT-SURNAME (WS-CT-IDX)
                            TO WS-DT-FAMILY-NAME (WS-DEPENDENT-COUNT)
               END-SEARCH
           END-IF.

       200-MATCH-DEATH-MASTER.
      *----------------------------------------------------------------*
      * MATCH EVERY DECEDENT ON THE EXTRACT. A DELETE RECORD (A DEATH  *
      * REPORTED IN ERROR) OR ONE WITHOUT USABLE DATES IS PASSED OVER. *
      *----------------------------------------------------------------*
           PERFORM UNTIL DMF-END-OF-FILE
               READ DEATH-MASTER-FILE
                   AT END
                       SET DMF-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DMF-READ
                       MOVE DMF-DOD-CCYY TO WS-DM-DOD-CCYY
                       MOVE DMF-DOD-MM   TO WS-DM-DOD-MM
                       MOVE DMF-DOD-DD   TO WS-DM-DOD-DD
                       MOVE DMF-DOB-CCYY TO WS-DM-DOB-CCYY
                       MOVE DMF-DOB-MM   TO WS-DM-DOB-MM
                       MOVE DMF-DOB-DD   TO WS-DM-DOB-DD
                       IF DMF-CHANGE-TYPE = 'D'
                          OR WS-DM-DOD-N NOT NUMERIC
                          OR WS-DM-DOB-N NOT NUMERIC
                          OR WS-DM-DOD-N = ZERO
                          OR WS-DM-DOB-N = ZERO
                           ADD 1 TO WS-DMF-SKIPPED
                       ELSE
                           PERFORM 210-MATCH-CLAIMANTS
                           PERFORM 240-MATCH-DEPENDENTS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL DEATH MASTER RECORDS'.

       210-MATCH-CLAIMANTS.
      *----------------------------------------------------------------*
      * GRADE THE DECEDENT AGAINST EVERY CLAIMANT:                     *
      *   EXACT    - SURNAME, FIRST GIVEN NAME AND BIRTH DATE AGREE    *
      *   PROBABLE - BIRTH DATE AND ONE OF THE NAMES AGREE, OR BOTH    *
      *              NAMES AND THE BIRTH YEAR AGREE                    *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-CT-SUB.
           PERFORM UNTIL WS-CT-SUB > WS-CLAIMANT-COUNT
               MOVE 'N' TO WS-GRADE-SW
               IF WS-CT-DOB (WS-CT-SUB) = WS-DM-DOB-N
                   IF WS-CT-SURNAME (WS-CT-SUB) = DMF-SURNAME
                      AND WS-CT-GIVEN (WS-CT-SUB) = DMF-GIVEN-NAME
                       SET GRADE-EXACT TO TRUE
                   ELSE
                       IF WS-CT-SURNAME (WS-CT-SUB) = DMF-SURNAME
                          OR WS-CT-GIVEN (WS-CT-SUB) = DMF-GIVEN-NAME
                           SET GRADE-PROBABLE TO TRUE
                           MOVE 'BIRTH DATE AND ONE NAME AGREE'
                                TO WS-MT-REASON
                       END-IF
                   END-IF
               ELSE
                   IF WS-CT-SURNAME (WS-CT-SUB) = DMF-SURNAME
                      AND WS-CT-GIVEN (WS-CT-SUB) = DMF-GIVEN-NAME
                      AND WS-CT-DOB (WS-CT-SUB) (1:4) = WS-DM-DOB-CCYY
                       SET GRADE-PROBABLE TO TRUE
                       MOVE 'NAME AND BIRTH YEAR AGREE'
                            TO WS-MT-REASON
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN GRADE-EXACT
                       ADD 1 TO WS-EXACT-CLAIMANTS
                       PERFORM 220-ACT-ON-CLAIMANT-DEATH
                   WHEN GRADE-PROBABLE
                       MOVE SPACES TO WS-MT-CLAIM-ID
                       MOVE SPACES TO WS-MT-DEP-SEQ
                       MOVE SPACES TO WS-MT-WHO
                       STRING 'CLAIMANT ' DELIMITED BY SIZE
                              WS-CT-ID (WS-CT-SUB) DELIMITED BY SIZE
                              INTO WS-MT-WHO
                       END-STRING
                       PERFORM 270-WRITE-REVIEW-LINE
               END-EVALUATE
               ADD 1 TO WS-CT-SUB
           END-PERFORM.

       220-ACT-ON-CLAIMANT-DEATH.
      *----------------------------------------------------------------*
      * FOR EVERY IN-FORCE CLAIM OF A CLAIMANT MATCHED EXACTLY: WRITE  *
      * THE PENDING TERMINATION, RAISE THE DIARY FOLLOW-UP AND TABLE   *
      * THE CLAIMANT'S PAYMENTS FOR BOOKING. A FATALITY CLAIM'S        *
      * CLAIMANT IS THE DECEASED WORKER, SO IT IS NOT TERMINATED.      *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-CLAIMS-FOUND.
           MOVE 1 TO WS-CL-SUB.
           PERFORM UNTIL WS-CL-SUB > WS-CLAIM-COUNT
               IF WS-CL-CLAIMANT-ID (WS-CL-SUB) = WS-CT-ID (WS-CT-SUB)
                  AND WS-CL-STATUS (WS-CL-SUB) NOT = 'T'
                  AND WS-CL-TYPE (WS-CL-SUB) NOT = 'FA'
                   ADD 1 TO WS-CLAIMS-FOUND
                   MOVE WS-CL-CLAIM-ID (WS-CL-SUB) TO WS-MT-CLAIM-ID
                   MOVE '00' TO WS-MT-DEP-SEQ
                   MOVE SPACES TO PENDING-TERM-LINE
                   STRING 'T,'           DELIMITED BY SIZE
                          WS-MT-CLAIM-ID DELIMITED BY SIZE
                          ','            DELIMITED BY SIZE
                          WS-DM-DOD      DELIMITED BY SIZE
                          INTO PENDING-TERM-LINE
                   END-STRING
                   WRITE PENDING-TERM-LINE
                   ADD 1 TO WS-PENDING-WRITTEN
                   MOVE 'DEATH MATCH - CONFIRM PENDING TERMINATION'
                        TO DIARY-NOTE
                   PERFORM 260-RAISE-DEATH-DIARY
                   PERFORM 265-TABLE-BOOKING
                   MOVE 'PENDING TERMINATION WRITTEN' TO WS-MT-ACTION
                   PERFORM 280-WRITE-MATCH-LINE
               END-IF
               ADD 1 TO WS-CL-SUB
           END-PERFORM.

           IF WS-CLAIMS-FOUND = 0
               MOVE SPACES TO WS-MT-CLAIM-ID
               MOVE SPACES TO WS-MT-DEP-SEQ
               MOVE 'NO IN-FORCE CLAIM - NO ACTION' TO WS-MT-ACTION
               PERFORM 280-WRITE-MATCH-LINE
           END-IF.

       240-MATCH-DEPENDENTS.
      *----------------------------------------------------------------*
      * GRADE THE DECEDENT AGAINST EVERY DEPENDENT. WITH NO NAME ON    *
      * THE DEPENDENT FILE, THE BIRTH DATE MUST AGREE AND THE SURNAME  *
      * MUST BE THE FAMILY NAME THE CLAIM IS HELD UNDER FOR AN EXACT   *
      * MATCH; A BIRTH DATE ALONE MATCHES TOO MANY STRANGERS TO REVIEW *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-DT-SUB.
           PERFORM UNTIL WS-DT-SUB > WS-DEPENDENT-COUNT
               IF WS-DT-DOB (WS-DT-SUB) = WS-DM-DOB-N
                  AND WS-DT-FAMILY-NAME (WS-DT-SUB) = DMF-SURNAME
                  AND DMF-SURNAME NOT = SPACES
                   ADD 1 TO WS-EXACT-DEPENDENTS
                   PERFORM 250-ACT-ON-DEPENDENT-DEATH
               END-IF
               ADD 1 TO WS-DT-SUB
           END-PERFORM.

       250-ACT-ON-DEPENDENT-DEATH.
      *----------------------------------------------------------------*
      * PASS THE DEPENDENT'S DEATH TO SURVRCRT, RAISE THE DIARY        *
      * FOLLOW-UP AND TABLE THE DEPENDENT'S PAYMENTS FOR BOOKING       *
      *----------------------------------------------------------------*
           MOVE WS-DT-CLAIM-ID (WS-DT-SUB) TO WS-MT-CLAIM-ID.
           MOVE WS-DT-SEQ-NO (WS-DT-SUB)   TO WS-MT-DEP-SEQ-N.
           MOVE SPACES TO DEP-DEATH-LINE.
           STRING WS-MT-CLAIM-ID DELIMITED BY SIZE
                  ','            DELIMITED BY SIZE
                  WS-MT-DEP-SEQ  DELIMITED BY SIZE
                  ','            DELIMITED BY SIZE
                  WS-DM-DOD      DELIMITED BY SIZE
                  INTO DEP-DEATH-LINE
           END-STRING.
           WRITE DEP-DEATH-LINE.

           MOVE SPACES TO DIARY-NOTE.
           STRING 'DEATH MATCH - DEP ' DELIMITED BY SIZE
                  WS-MT-DEP-SEQ       DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DT-RELATIONSHIP (WS-DT-SUB) DELIMITED BY SIZE
                  ' - CONFIRM DEATH' DELIMITED BY SIZE
                  INTO DIARY-NOTE
           END-STRING.
           PERFORM 260-RAISE-DEATH-DIARY.
           PERFORM 265-TABLE-BOOKING.

           MOVE SPACES TO WS-MT-WHO.
           STRING 'DEPENDENT ' DELIMITED BY SIZE
                  WS-DT-RELATIONSHIP (WS-DT-SUB) DELIMITED BY SIZE
                  INTO WS-MT-WHO
           END-STRING.
           MOVE 'DEPENDENT DEATH PASSED TO SURVRCRT' TO WS-MT-ACTION.
           PERFORM 280-WRITE-MATCH-LINE.

       260-RAISE-DEATH-DIARY.
      *----------------------------------------------------------------*
      * RAISE A DEATH MATCH FOLLOW-UP ON THE CLAIM DIARY, DUE TODAY.   *
      * THE SAME CLAIM MATCHED TWICE IN A RUN FINDS THE ITEM ALREADY   *
      * ON THE DIARY AND ADDS NOTHING. THE NOTE IS SET BY THE CALLER.  *
      *----------------------------------------------------------------*
           IF DIARY-FILE-AVAILABLE
               MOVE WS-MT-CLAIM-ID TO DIARY-CLAIM-ID
               MOVE 'DM' TO DIARY-TYPE
               MOVE WS-RUN-DATE TO DIARY-DUE-DATE
               MOVE 'O' TO DIARY-STATUS
               MOVE WS-RUN-DATE TO DIARY-CREATED-DATE
               MOVE 'DMFMATCH' TO DIARY-CREATED-BY
               MOVE ZERO TO DIARY-CLOSED-DATE
               MOVE WS-RUN-DATE TO DIARY-ORIG-DUE-DATE
               MOVE ZERO TO DIARY-POSTPONE-COUNT
               WRITE DIARY-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-DIARY-ITEMS-RAISED
               END-WRITE
           END-IF.

       265-TABLE-BOOKING.
      *----------------------------------------------------------------*
      * TABLE THE CLAIM AND DEPENDENT WHOSE PAYMENTS AFTER THE DATE    *
      * OF DEATH ARE TO BE BOOKED ON THE HISTORY PASS                  *
      *----------------------------------------------------------------*
           IF WS-BOOKING-COUNT >= 500
               DISPLAY 'BOOKING TABLE FULL, PAYMENTS NOT BOOKED: '
                       WS-MT-CLAIM-ID
               SET A-TABLE-FILLED TO TRUE
           ELSE
               ADD 1 TO WS-BOOKING-COUNT
               MOVE WS-MT-CLAIM-ID TO WS-BK-CLAIM-ID (WS-BOOKING-COUNT)
               MOVE WS-MT-DEP-SEQ  TO WS-BK-DEP-SEQ (WS-BOOKING-COUNT)
               MOVE WS-DM-DOD-N    TO WS-BK-DOD (WS-BOOKING-COUNT)
               MOVE ZERO           TO WS-BK-PAYMENTS (WS-BOOKING-COUNT)
               MOVE ZERO           TO WS-BK-AMOUNT (WS-BOOKING-COUNT)
           END-IF.

       270-WRITE-REVIEW-LINE.
      *----------------------------------------------------------------*
      * ONE PROBABLE MATCH FOR REVIEW: BOTH SIDES, SO THE REVIEWER     *
      * CAN SEE WHAT AGREED AND WHAT DID NOT                           *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PROBABLE-MATCHES.
           MOVE SPACES TO REVIEW-LINE.
           STRING WS-MT-WHO            DELIMITED BY '  '
                  ' '                  DELIMITED BY SIZE
                  WS-CT-NAME (WS-CT-SUB) DELIMITED BY '  '
                  ' DOB '              DELIMITED BY SIZE
                  WS-CT-DOB (WS-CT-SUB) DELIMITED BY SIZE
                  ' / DECEDENT '       DELIMITED BY SIZE
                  DMF-SURNAME          DELIMITED BY '  '
                  ', '                 DELIMITED BY SIZE
                  DMF-GIVEN-NAME       DELIMITED BY '  '
                  ' DOB '              DELIMITED BY SIZE
                  WS-DM-DOB            DELIMITED BY SIZE
                  ' DIED '             DELIMITED BY SIZE
                  WS-DM-DOD            DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  WS-MT-REASON         DELIMITED BY '  '
                  INTO REVIEW-LINE
           END-STRING.
           WRITE REVIEW-LINE.

       280-WRITE-MATCH-LINE.
      *----------------------------------------------------------------*
      * ONE EXACT MATCH AND THE ACTION TAKEN                           *
      *----------------------------------------------------------------*
           IF WS-MT-DEP-SEQ = '00' OR WS-MT-CLAIM-ID = SPACES
               MOVE SPACES TO WS-MT-WHO
               STRING 'CLAIMANT ' DELIMITED BY SIZE
                      WS-CT-ID (WS-CT-SUB) DELIMITED BY SIZE
                      INTO WS-MT-WHO
               END-STRING
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-MT-CLAIM-ID     DELIMITED BY SIZE
                  ' DEP '            DELIMITED BY SIZE
                  WS-MT-DEP-SEQ      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-MT-WHO          DELIMITED BY '  '
                  ' '                DELIMITED BY SIZE
                  DMF-SURNAME        DELIMITED BY '  '
                  ', '               DELIMITED BY SIZE
                  DMF-GIVEN-NAME     DELIMITED BY '  '
                  ' DIED '           DELIMITED BY SIZE
                  WS-DM-DOD          DELIMITED BY SIZE
                  ' - '              DELIMITED BY SIZE
                  WS-MT-ACTION       DELIMITED BY '  '
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       300-BOOK-PAYMENTS-AFTER-DEATH.
      *----------------------------------------------------------------*
      * HISTORY BOOKING PASS:                                          *
      * Carry every history record forward. A payment to a matched     *
      * claimant or dependent dated after the death -- not already     *
      * booked, and not returned by the bank or stale-dated -- is      *
      * booked to the claim's recovery ledger entry and marked so it   *
      * is never booked twice.                                         *
      *----------------------------------------------------------------*
           PERFORM UNTIL HIST-END-OF-FILE
               READ PAYMENT-HISTORY-FILE
                   AT END
                       SET HIST-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       IF WS-BOOKING-COUNT > 0
                        AND PAYMENT-HISTORY-LINE (129:6) NOT = ' OVP=Y'
                        AND PAYMENT-HISTORY-LINE (93:5) NOT = ' RTN='
                           PERFORM 310-MATCH-HISTORY-LINE
                       END-IF
                       MOVE PAYMENT-HISTORY-LINE TO NEW-HISTORY-LINE
                       WRITE NEW-HISTORY-LINE
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL PAYMENT HISTORY RECORDS'.

       310-MATCH-HISTORY-LINE.
      *----------------------------------------------------------------*
      * MATCH ONE HISTORY RECORD AGAINST THE BOOKING TABLE BY CLAIM    *
      * AND DEPENDENT, FOR A PAYMENT DATED AFTER THE DEATH             *
      *----------------------------------------------------------------*
           MOVE PAYMENT-HISTORY-LINE (1:12)  TO WS-HIST-CLAIM-ID.
           MOVE PAYMENT-HISTORY-LINE (28:8)  TO WS-HIST-PAY-DATE.
           MOVE PAYMENT-HISTORY-LINE (62:2)  TO WS-HIST-DEP-SEQ.
           MOVE PAYMENT-HISTORY-LINE (44:13) TO WS-HIST-AMOUNT-EDIT.

      * An attorney fee (DEP=AF) or withholding order deduction
      * (DEP=WO) is split out of the claimant's own payment on the
      * same date, so it is as much an overpayment as the net line
           IF WS-HIST-DEP-SEQ = 'AF' OR WS-HIST-DEP-SEQ = 'WO'
               MOVE '00' TO WS-HIST-DEP-SEQ
           END-IF.

           IF WS-HIST-PAY-DATE-N NUMERIC
               SET WS-BK-IDX TO 1
               SEARCH WS-BK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BK-IDX > WS-BOOKING-COUNT
                       CONTINUE
                   WHEN WS-BK-CLAIM-ID (WS-BK-IDX) = WS-HIST-CLAIM-ID
                    AND WS-BK-DEP-SEQ (WS-BK-IDX) = WS-HIST-DEP-SEQ
                    AND WS-BK-DOD (WS-BK-IDX) < WS-HIST-PAY-DATE-N
                       PERFORM 320-BOOK-ONE-PAYMENT
               END-SEARCH
           END-IF.

       320-BOOK-ONE-PAYMENT.
      *----------------------------------------------------------------*
      * BOOK ONE PAYMENT MADE AFTER DEATH TO THE CLAIM'S LEDGER ENTRY, *
      * OPENING THE ENTRY FOR A CLAIM NOT YET ON THE LEDGER, AND MARK  *
      * THE HISTORY RECORD BOOKED                                      *
      *----------------------------------------------------------------*
           MOVE WS-HIST-AMOUNT-EDIT (1:2)  TO WS-AD-MILLIONS.
           MOVE WS-HIST-AMOUNT-EDIT (4:3)  TO WS-AD-THOUSANDS.
           MOVE WS-HIST-AMOUNT-EDIT (8:3)  TO WS-AD-UNITS.
           MOVE WS-HIST-AMOUNT-EDIT (12:2) TO WS-AD-CENTS.
           INSPECT WS-AMOUNT-DEEDIT REPLACING ALL ' ' BY '0'.

           MOVE WS-HIST-CLAIM-ID TO RECOV-CLAIM-ID.
           READ RECOVERY-LEDGER-FILE
               INVALID KEY
                   MOVE WS-HIST-CLAIM-ID TO RECOV-CLAIM-ID
                   MOVE WS-AMOUNT-NUMERIC TO RECOV-BOOKED
                   MOVE ZERO TO RECOV-RECOVERED
                   MOVE WS-RUN-DATE TO RECOV-LAST-DATE
                   WRITE RECOVERY-RECORD
                       INVALID KEY
                           DISPLAY 'UNABLE TO OPEN LEDGER ENTRY: '
                                   WS-HIST-CLAIM-ID
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-AMOUNT-NUMERIC TO RECOV-BOOKED
                   MOVE WS-RUN-DATE TO RECOV-LAST-DATE
                   REWRITE RECOVERY-RECORD
                   END-REWRITE
           END-READ.

           ADD 1 TO WS-BK-PAYMENTS (WS-BK-IDX).
           ADD WS-AMOUNT-NUMERIC TO WS-BK-AMOUNT (WS-BK-IDX).
           ADD 1 TO WS-PAYMENTS-BOOKED.
           ADD WS-AMOUNT-NUMERIC TO WS-AMOUNT-BOOKED.
           MOVE ' OVP=Y' TO PAYMENT-HISTORY-LINE (129:6).

       400-REPORT-BOOKINGS.
      *----------------------------------------------------------------*
      * CLOSE THE MATCH REPORT WITH THE PAYMENTS BOOKED FOR RECOVERY   *
      * PER MATCHED CLAIM AND DEPENDENT                                *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PAYMENTS AFTER DATE OF DEATH BOOKED FOR RECOVERY'
                TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 1 TO WS-BK-SUB.
           PERFORM UNTIL WS-BK-SUB > WS-BOOKING-COUNT
               MOVE WS-BK-PAYMENTS (WS-BK-SUB) TO WS-F-COUNT
               MOVE WS-BK-AMOUNT (WS-BK-SUB)   TO WS-F-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-BK-CLAIM-ID (WS-BK-SUB) DELIMITED BY SIZE
                      ' DEP '                    DELIMITED BY SIZE
                      WS-BK-DEP-SEQ (WS-BK-SUB)  DELIMITED BY SIZE
                      ' DIED '                   DELIMITED BY SIZE
                      WS-BK-DOD (WS-BK-SUB)      DELIMITED BY SIZE
                      '  PAYMENTS: '             DELIMITED BY SIZE
                      WS-F-COUNT                 DELIMITED BY SIZE
                      '  AMOUNT: '               DELIMITED BY SIZE
                      WS-F-AMOUNT                DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-BK-SUB
           END-PERFORM.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           MOVE WS-AMOUNT-BOOKED TO WS-F-AMOUNT.
           DISPLAY '===================================='.
           DISPLAY 'DMFMATCH RUN CONTROL TOTALS'.
           DISPLAY 'DEATH MASTER RECORDS:  ' WS-DMF-READ.
           DISPLAY 'RECORDS PASSED OVER:   ' WS-DMF-SKIPPED.
           DISPLAY 'EXACT - CLAIMANTS:     ' WS-EXACT-CLAIMANTS.
           DISPLAY 'EXACT - DEPENDENTS:    ' WS-EXACT-DEPENDENTS.
           DISPLAY 'PROBABLE MATCHES:      ' WS-PROBABLE-MATCHES.
           DISPLAY 'PENDING TERMINATIONS:  ' WS-PENDING-WRITTEN.
           DISPLAY 'DIARY ITEMS RAISED:    ' WS-DIARY-ITEMS-RAISED.
           DISPLAY 'HISTORY RECORDS READ:  ' WS-HIST-READ.
           DISPLAY 'PAYMENTS BOOKED:       ' WS-PAYMENTS-BOOKED.
           DISPLAY 'AMOUNT BOOKED:         ' WS-F-AMOUNT.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND SET THE RETURN CODE -- A TABLE THAT   *
      * FILLED LEFT PART OF THE FILE UNMATCHED                         *
      *----------------------------------------------------------------*
           CLOSE DEATH-MASTER-FILE
                 CLAIMANT-FILE
                 CLAIM-FILE
                 DEPENDENT-FILE
                 PAYMENT-HISTORY-FILE
                 NEW-HISTORY-FILE
                 RECOVERY-LEDGER-FILE
                 DIARY-FILE
                 PENDING-TERM-FILE
                 DEP-DEATH-FILE
                 MATCH-REPORT
                 REVIEW-REPORT.

           IF A-TABLE-FILLED AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
