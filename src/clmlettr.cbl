      *           MONTHLY PENSION, DURATION AND REVIEW DATE, DENIAL    *
      *           LETTERS CITING THE REASON -- MERGED WITH THE NAME    *
      *           AND MAILING ADDRESS OFF THE CLAIMANT MASTER, PLUS A  *
      *           DUE-DILIGENCE NOTICE FOR EVERY BENEFIT CHECK THE     *
      *           STALE-DATE RUN MOVED TO UNCLAIMED FUNDS, PLUS A      *
      *           PRINT-QUEUE REGISTER SO MAILROOM VOLUMES BALANCE     *
      *           TO THE RUN                                           *
      *                                                                *
      * 2. WORKING STORAGE VARIABLES (LETTER TEMPLATES)                *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. PER-DISPOSITION LETTER GENERATION                           *
      * 5. DUE-DILIGENCE NOTICES FOR STALE-DATED CHECKS                *
      * 6. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
      * - CLAIM-FILE: Read by key for the claimant link, duration and  *
      *   review date behind each paid claim                           *
      * - CLAIMANT-FILE: Name and mailing address for the letter       *
      * - DUE-DILIGENCE-FILE: Optional; the stale-dated checks the     *
      *   claimant is to be told of (CHKSTALE), one per line:          *
      *   CLAIM-ID,SERIAL,ISSUE-DATE,AMOUNT,DORMANCY-DATE              *
      * - LETTER-FILE: The generated letters, one block per claim      *
      * - PRINT-REGISTER: One line per letter for the mailroom, with   *
      *   run totals the letter counts balance to                      *
           RECORD KEY IS CLAIMANT-ID OF CLAIMANT-RECORD
           FILE STATUS IS CLNT-STATUS.

           SELECT DUE-DILIGENCE-FILE ASSIGN TO 'data/DUEDILIG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DILIG-STATUS.

           SELECT LETTER-FILE ASSIGN TO 'data/LETTERS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LETTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACKNOWLEDGMENT-FILE.
       01 ACKNOWLEDGMENT-LINE      PIC X(140).

       FD CLAIM-FILE.
       01 CLAIM-RECORD.
          05 CLAIMANT-CITY         PIC X(20).
          05 CLAIMANT-POSTAL-CODE  PIC X(10).

       FD DUE-DILIGENCE-FILE.
       01 DUE-DILIGENCE-LINE       PIC X(60).

       FD LETTER-FILE.
       01 LETTER-LINE              PIC X(80).

          05 ACK-STATUS            PIC X(2).
          05 CLM-STATUS            PIC X(2).
          05 CLNT-STATUS           PIC X(2).
          05 DILIG-STATUS          PIC X(2).
          05 LETTER-STATUS         PIC X(2).
          05 REG-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-ACK-EOF-SW         PIC X(1) VALUE 'N'.
             88 ACK-END-OF-FILE    VALUE 'Y'.
          05 WS-DILIG-EOF-SW       PIC X(1) VALUE 'N'.
             88 DILIG-END-OF-FILE  VALUE 'Y'.
          05 WS-ADDR-FOUND-SW      PIC X(1) VALUE 'N'.
             88 ADDRESS-ON-FILE    VALUE 'Y'.

          05 WS-ACK-CLAIM-ID       PIC X(12).
          05 WS-ACK-DISPOSITION    PIC X(13).
             88 ACK-PAID           VALUE 'PAID' 'FLAGGED'.
             88 ACK-AWARD-PENDING  VALUE 'AWARD-PENDING'.
             88 ACK-DENIED         VALUE 'REJECTED-EDIT' 'ROUTED'
                                         'EXCEPTION' 'DUPLICATE'.
          05 WS-ACK-REASON         PIC X(4).
          05 WS-ACK-MONTHLY        PIC X(14).
          05 WS-ACK-PV             PIC X(17).

       01 WS-DILIG-FIELDS.
          05 WS-DD-CLAIM-ID        PIC X(12).
          05 WS-DD-SERIAL          PIC X(10).
          05 WS-DD-ISSUE-DATE      PIC X(8).
          05 WS-DD-AMOUNT          PIC X(10).
          05 WS-DD-AMOUNT-NUM REDEFINES WS-DD-AMOUNT
                                   PIC 9(8)V99.
          05 WS-DD-DORMANCY-DATE   PIC X(8).

       01 WS-LETTER-FIELDS.
          05 WS-F-DURATION         PIC ZZZ9.
          05 WS-F-REVIEW-DATE      PIC X(10).
          05 FILLER                PIC X(7)  VALUE ' CODE: '.
          05 WS-DB-CODE            PIC X(4).

       01 WS-DILIGENCE-TITLE.
          05 FILLER                PIC X(40) VALUE
             'NOTICE OF UNCASHED BENEFIT CHECK CLAIM: '.
          05 WS-DLT-CLAIM-ID       PIC X(12).

       01 WS-DILIGENCE-BODY-1.
          05 FILLER                PIC X(17) VALUE 'BENEFIT CHECK NO.'.
          05 FILLER                PIC X(1)  VALUE SPACE.
          05 WS-DLB-SERIAL         PIC X(10).
          05 FILLER                PIC X(11) VALUE ' ISSUED ON '.
          05 WS-DLB-ISSUE-DATE     PIC X(10).
          05 FILLER                PIC X(5)  VALUE ' FOR '.
          05 WS-DLB-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.

       01 WS-DILIGENCE-BODY-2.
          05 FILLER                PIC X(44) VALUE
             'HAS NOT BEEN CASHED. THE CHECK HAS BEEN VOID'.
          05 FILLER                PIC X(20) VALUE
             'ED AND THE FUNDS ARE'.

       01 WS-DILIGENCE-BODY-3.
          05 FILLER                PIC X(44) VALUE
             'HELD FOR YOU. IF YOU DO NOT CLAIM THEM BY   '.
          05 WS-DLB-DORMANCY-DATE  PIC X(10).

       01 WS-DILIGENCE-BODY-4.
          05 FILLER                PIC X(44) VALUE
             'THEY WILL BE REPORTED AND PAID TO THE STATE '.
          05 FILLER                PIC X(20) VALUE
             'AS UNCLAIMED        '.

       01 WS-DILIGENCE-BODY-5.
          05 FILLER                PIC X(44) VALUE
             'PROPERTY. TO CLAIM THE FUNDS, CONTACT THE CL'.
          05 FILLER                PIC X(20) VALUE
             'AIMS OFFICE.        '.

       01 WS-CLOSING-LINE.
          05 FILLER                PIC X(44) VALUE
             'QUESTIONS: CONTACT THE CLAIMS OFFICE.      '.
          05 WS-ACKS-READ          PIC 9(5) COMP VALUE ZERO.
          05 WS-AWARD-LETTERS      PIC 9(5) COMP VALUE ZERO.
          05 WS-DENIAL-LETTERS     PIC 9(5) COMP VALUE ZERO.
          05 WS-DILIGENCE-LETTERS  PIC 9(5) COMP VALUE ZERO.
          05 WS-AWARDS-PENDING     PIC 9(5) COMP VALUE ZERO.
          05 WS-LETTERS-WRITTEN    PIC 9(5) COMP VALUE ZERO.
          05 WS-NO-ADDRESS         PIC 9(5) COMP VALUE ZERO.

       01 WS-EDIT-FIELDS.
          05 WS-F-AWARDS           PIC ZZ,ZZ9.
          05 WS-F-DENIALS          PIC ZZ,ZZ9.
          05 WS-F-DILIGENCE        PIC ZZ,ZZ9.
          05 WS-F-LETTERS          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files                                             *
      * 2. Turn every disposition into its letter and register line   *
      * 3. Write a due-diligence notice for every stale-dated check   *
      * 4. Close the register with totals the letter counts balance   *
      *    to, and close down                                         *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-DISPOSITIONS.
           PERFORM 300-PROCESS-DUE-DILIGENCE.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

                   PERFORM 220-WRITE-AWARD-LETTER
               WHEN ACK-DENIED
                   PERFORM 230-WRITE-DENIAL-LETTER
      * An award waiting on authority sign-off could still change,
      * so its letter waits for the approval
               WHEN ACK-AWARD-PENDING
                   ADD 1 TO WS-AWARDS-PENDING
               WHEN OTHER
                   DISPLAY 'UNKNOWN DISPOSITION, NO LETTER: '
                           WS-ACK-DISPOSITION
           END-STRING.
           WRITE REGISTER-LINE.

       300-PROCESS-DUE-DILIGENCE.
      *----------------------------------------------------------------*
      * TURN EVERY STALE-DATED CHECK THE CLAIMANT IS TO BE TOLD OF     *
      * INTO A DUE-DILIGENCE NOTICE. NO FILE MEANS NO CHECK WENT STALE *
      * SINCE THE LAST RUN.                                            *
      *----------------------------------------------------------------*
           OPEN INPUT DUE-DILIGENCE-FILE.
           IF DILIG-STATUS NOT = '00'
               DISPLAY 'NO DUE-DILIGENCE FILE THIS RUN: ' DILIG-STATUS
           ELSE
               PERFORM UNTIL DILIG-END-OF-FILE
                   READ DUE-DILIGENCE-FILE
                       AT END
                           SET DILIG-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-DILIG-FIELDS
                           UNSTRING DUE-DILIGENCE-LINE DELIMITED BY ','
                               INTO WS-DD-CLAIM-ID
                                    WS-DD-SERIAL
                                    WS-DD-ISSUE-DATE
                                    WS-DD-AMOUNT
                                    WS-DD-DORMANCY-DATE
                           END-UNSTRING
                           IF WS-DD-AMOUNT IS NUMERIC
                               PERFORM 310-WRITE-DILIGENCE-LETTER
                           ELSE
                               DISPLAY 'DUE-DILIGENCE LINE NOT VALID, '
                                       'NO LETTER: ' DUE-DILIGENCE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUE-DILIGENCE-FILE
               DISPLAY 'PROCESSED ALL DUE-DILIGENCE RECORDS'
           END-IF.

       310-WRITE-DILIGENCE-LETTER.
      *----------------------------------------------------------------*
      * ONE DUE-DILIGENCE NOTICE: THE CHECK, ITS AMOUNT, AND THE DATE  *
      * THE FUNDS GO TO THE STATE IF STILL UNCLAIMED                   *
      *----------------------------------------------------------------*
           ADD 1 TO WS-DILIGENCE-LETTERS.
           ADD 1 TO WS-LETTERS-WRITTEN.

           MOVE WS-DD-CLAIM-ID  TO WS-ACK-CLAIM-ID.
           MOVE 'DUE-DILIGENCE' TO WS-ACK-DISPOSITION.

           MOVE WS-LETTER-RULE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-DD-CLAIM-ID TO WS-DLT-CLAIM-ID.
           MOVE WS-DILIGENCE-TITLE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

           PERFORM 215-WRITE-ADDRESS-BLOCK.

           MOVE WS-DD-SERIAL TO WS-DLB-SERIAL.
           MOVE SPACES TO WS-DLB-ISSUE-DATE.
           STRING WS-DD-ISSUE-DATE (1:4) '-'
                  WS-DD-ISSUE-DATE (5:2) '-'
                  WS-DD-ISSUE-DATE (7:2)
                  DELIMITED BY SIZE INTO WS-DLB-ISSUE-DATE
           END-STRING.
           MOVE WS-DD-AMOUNT-NUM TO WS-DLB-AMOUNT.
           MOVE WS-DILIGENCE-BODY-1 TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-DILIGENCE-BODY-2 TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO WS-DLB-DORMANCY-DATE.
           STRING WS-DD-DORMANCY-DATE (1:4) '-'
                  WS-DD-DORMANCY-DATE (5:2) '-'
                  WS-DD-DORMANCY-DATE (7:2)
                  DELIMITED BY SIZE INTO WS-DLB-DORMANCY-DATE
           END-STRING.
           MOVE WS-DILIGENCE-BODY-3 TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-DILIGENCE-BODY-4 TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-DILIGENCE-BODY-5 TO LETTER-LINE.
           WRITE LETTER-LINE.

           MOVE WS-CLOSING-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.

           PERFORM 290-WRITE-REGISTER-LINE.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * CLOSE THE REGISTER WITH THE RUN TOTALS THE MAILROOM BALANCES   *
      *----------------------------------------------------------------*
           MOVE WS-AWARD-LETTERS   TO WS-F-AWARDS.
           MOVE WS-DENIAL-LETTERS  TO WS-F-DENIALS.
           MOVE WS-DILIGENCE-LETTERS TO WS-F-DILIGENCE.
           MOVE WS-LETTERS-WRITTEN TO WS-F-LETTERS.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'RUN TOTALS:  AWARDS: '  DELIMITED BY SIZE
                  WS-F-AWARDS              DELIMITED BY SIZE
                  '  DENIALS: '            DELIMITED BY SIZE
                  WS-F-DENIALS             DELIMITED BY SIZE
                  '  DUE-DILIGENCE: '      DELIMITED BY SIZE
                  WS-F-DILIGENCE           DELIMITED BY SIZE
                  '  LETTERS: '            DELIMITED BY SIZE
                  WS-F-LETTERS             DELIMITED BY SIZE
                  INTO REGISTER-LINE
           DISPLAY 'DISPOSITIONS READ: ' WS-ACKS-READ.
           DISPLAY 'AWARD LETTERS:     ' WS-AWARD-LETTERS.
           DISPLAY 'DENIAL LETTERS:    ' WS-DENIAL-LETTERS.
           DISPLAY 'DUE-DILIGENCE:     ' WS-DILIGENCE-LETTERS.
           DISPLAY 'AWARDS PENDING:    ' WS-AWARDS-PENDING.
           DISPLAY 'LETTERS WRITTEN:   ' WS-LETTERS-WRITTEN.
           DISPLAY 'NO ADDRESS ON FILE:' WS-NO-ADDRESS.
           DISPLAY '===================================='.
