       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLVINQ.
      *----------------------------------------------------------------*
      * PROGRAM:  POLVINQ                                              *
      * PURPOSE:  POLICY VERSION INQUIRY. GIVEN A POLICY NUMBER,       *
      *           PRINTS EVERY SET OF TERMS ENDTMNT HAS FILED FOR IT,  *
      *           IN EFFECTIVE-DATE ORDER: THE TERMS THE POLICY WAS    *
      *           WRITTEN ON AND EACH ENDORSEMENT SINCE, WITH THE      *
      *           PRO-RATA DAYS AND THE ADDITIONAL OR RETURN PREMIUM   *
      *           IT RAISED, AND THE NET PREMIUM EFFECT OVERALL        *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. VERSION LISTING PASS                                        *
      * 5. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - INQUIRY-FILE: One line naming the policy to report on        *
      * - POLICY-VERSION-FILE: The dated policy versions ENDTMNT files *
      * - INQUIRY-REPORT: One line per version of the policy           *
      *----------------------------------------------------------------*
           SELECT INQUIRY-FILE ASSIGN TO "data/POLVINQ.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INQ-STATUS.

           SELECT POLICY-VERSION-FILE ASSIGN TO "data/POLVERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PV-KEY
           FILE STATUS IS PV-STATUS.

           SELECT INQUIRY-REPORT ASSIGN TO 'data/POLVINQ_RPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INQUIRY-FILE.
       01 INQUIRY-LINE             PIC X(10).

      * One set of policy terms and the date it took effect, as
      * ENDTMNT files it.
       FD POLICY-VERSION-FILE.
       01 POLICY-VERSION-RECORD.
          05 PV-KEY.
             10 PV-POLICY-NUMBER   PIC X(10).
             10 PV-EFF-DATE        PIC 9(8).
             10 PV-SEQ             PIC 9(2).
          05 PV-ENDT-TYPE          PIC X(1).
             88 PV-BASE-TERMS      VALUE 'B'.
             88 PV-COVERAGE-CHANGE VALUE 'C'.
             88 PV-REGION-CHANGE   VALUE 'G'.
             88 PV-PREMIUM-CHANGE  VALUE 'P'.
             88 PV-CANCELLATION    VALUE 'X'.
             88 PV-NONPAY-CANCEL   VALUE 'N'.
          05 PV-ENTRY-DATE         PIC 9(8).
          05 PV-POLICY-STATUS      PIC X(1).
          05 PV-END-DATE           PIC 9(8).
          05 PV-MONTHLY-PREMIUM    PIC 9(6)V99.
          05 PV-COVERAGE-AMOUNT    PIC 9(8)V99.
          05 PV-INDUSTRY-CODE      PIC X(4).
          05 PV-GEO-REGION-CODE    PIC X(3).
          05 PV-EMR-VALUE          PIC 9V999.
          05 PV-SAFETY-PROG-RATING PIC 9(1).
          05 PV-PRORATA-DAYS       PIC S9(5).
          05 PV-PREMIUM-EFFECT     PIC 9(8)V99.
          05 PV-EFFECT-TYPE        PIC X(1).
             88 PV-ADDITIONAL      VALUE 'E'.
             88 PV-RETURN-CREDIT   VALUE 'C'.
          05 FILLER                PIC X(20).

       FD INQUIRY-REPORT.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-INQUIRY-KEY: The policy under inquiry                     *
      * - WS-DETAIL-LINE: One printed version                          *
      * - WS-CONTROL-TOTALS: Versions listed and net premium effect    *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 INQ-STATUS            PIC X(2).
          05 PV-STATUS             PIC X(2).
          05 RPT-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-PV-EOF-SW          PIC X(1) VALUE 'N'.
             88 PV-END-OF-POLICY   VALUE 'Y'.

       01 WS-INQUIRY-KEY           PIC X(10).

       01 WS-HEADING-LINE.
          05 FILLER                PIC X(10) VALUE 'EFF DATE'.
          05 FILLER                PIC X(4)  VALUE 'SEQ'.
          05 FILLER                PIC X(10) VALUE 'TYPE'.
          05 FILLER                PIC X(10) VALUE 'ENTERED'.
          05 FILLER                PIC X(4)  VALUE 'ST'.
          05 FILLER                PIC X(10) VALUE 'END DATE'.
          05 FILLER                PIC X(12) VALUE '   MONTHLY'.
          05 FILLER                PIC X(15) VALUE '      COVERAGE'.
          05 FILLER                PIC X(6)  VALUE 'REGN'.
          05 FILLER                PIC X(7)  VALUE 'EMR'.
          05 FILLER                PIC X(7)  VALUE '  DAYS'.
          05 FILLER                PIC X(14) VALUE 'PREMIUM EFFECT'.

       01 WS-DETAIL-LINE.
          05 WS-D-EFF-DATE         PIC 9(8).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-D-SEQ              PIC 9(2).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-D-TYPE             PIC X(8).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-D-ENTRY-DATE       PIC 9(8).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-D-STATUS           PIC X(1).
          05 FILLER                PIC X(3)  VALUE SPACES.
          05 WS-D-END-DATE         PIC 9(8).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-D-PREMIUM          PIC ZZZ,ZZ9.99.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-D-COVERAGE         PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-D-REGION           PIC X(3).
          05 FILLER                PIC X(3)  VALUE SPACES.
          05 WS-D-EMR              PIC 9.999.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-D-DAYS             PIC -ZZZZ9.
          05 FILLER                PIC X(1)  VALUE SPACES.
          05 WS-D-EFFECT           PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1)  VALUE SPACES.
          05 WS-D-EFFECT-TEXT      PIC X(14).

       01 WS-CONTROL-TOTALS.
          05 WS-VERSIONS-LISTED    PIC 9(5) COMP VALUE ZERO.
          05 WS-ADDITIONAL-TOTAL   PIC 9(9)V99 VALUE ZERO.
          05 WS-RETURN-TOTAL       PIC 9(9)V99 VALUE ZERO.
          05 WS-NET-EFFECT         PIC S9(9)V99 VALUE ZERO.

       01 WS-EDIT-FIELDS.
          05 WS-F-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-F-NET              PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Pick up the policy under inquiry and open all files        *
      * 2. List every version filed for the policy                   *
      * 3. Report totals and close down                               *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-LIST-VERSIONS.
           PERFORM 300-WRITE-TOTALS.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * PICK UP THE POLICY NUMBER AND OPEN ALL FILES                   *
      *----------------------------------------------------------------*
           OPEN INPUT INQUIRY-FILE.
           IF INQ-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INQUIRY FILE: ' INQ-STATUS
              PERFORM 900-TERMINATION
           END-IF.
           READ INQUIRY-FILE
               AT END
                   DISPLAY 'INQUIRY FILE EMPTY - NO POLICY TO REPORT'
                   PERFORM 900-TERMINATION
               NOT AT END
                   MOVE INQUIRY-LINE TO WS-INQUIRY-KEY
           END-READ.
           CLOSE INQUIRY-FILE.
           DISPLAY 'POLICY VERSION INQUIRY FOR POLICY: ' WS-INQUIRY-KEY.

           OPEN INPUT POLICY-VERSION-FILE.
           IF PV-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POLICY VERSION FILE: ' PV-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN OUTPUT INQUIRY-REPORT.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INQUIRY REPORT: ' RPT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'POLICY VERSIONS FOR POLICY: ' DELIMITED BY SIZE
                  WS-INQUIRY-KEY                DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

       200-LIST-VERSIONS.
      *----------------------------------------------------------------*
      * POSITION ON THE POLICY'S FIRST VERSION AND PRINT EACH ONE IN   *
      * KEY (EFFECTIVE-DATE) ORDER UNTIL THE POLICY NUMBER CHANGES     *
      *----------------------------------------------------------------*
           MOVE WS-INQUIRY-KEY TO PV-POLICY-NUMBER.
           MOVE ZERO TO PV-EFF-DATE.
           MOVE ZERO TO PV-SEQ.
           START POLICY-VERSION-FILE KEY IS NOT LESS THAN PV-KEY
               INVALID KEY
                   SET PV-END-OF-POLICY TO TRUE
           END-START.

           PERFORM UNTIL PV-END-OF-POLICY
               READ POLICY-VERSION-FILE NEXT RECORD
                   AT END
                       SET PV-END-OF-POLICY TO TRUE
                   NOT AT END
                       IF PV-POLICY-NUMBER NOT = WS-INQUIRY-KEY
                           SET PV-END-OF-POLICY TO TRUE
                       ELSE
                           PERFORM 210-WRITE-VERSION-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-VERSIONS-LISTED = 0
               MOVE SPACES TO REPORT-LINE
               MOVE 'NO ENDORSEMENTS ON FILE FOR THIS POLICY'
                    TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           DISPLAY 'PROCESSED ALL POLICY VERSION RECORDS'.

       210-WRITE-VERSION-LINE.
      *----------------------------------------------------------------*
      * FORMAT ONE VERSION AND ROLL ITS PREMIUM EFFECT INTO THE        *
      * POLICY'S TOTALS                                                *
      *----------------------------------------------------------------*
           ADD 1 TO WS-VERSIONS-LISTED.
           MOVE PV-EFF-DATE           TO WS-D-EFF-DATE.
           MOVE PV-SEQ                TO WS-D-SEQ.
           EVALUATE TRUE
               WHEN PV-BASE-TERMS
                   MOVE 'AS ISSUED' TO WS-D-TYPE
               WHEN PV-COVERAGE-CHANGE
                   MOVE 'COVERAGE'  TO WS-D-TYPE
               WHEN PV-REGION-CHANGE
                   MOVE 'REGION'    TO WS-D-TYPE
               WHEN PV-PREMIUM-CHANGE
                   MOVE 'PREMIUM'   TO WS-D-TYPE
               WHEN PV-CANCELLATION
                   MOVE 'CANCEL'    TO WS-D-TYPE
               WHEN PV-NONPAY-CANCEL
                   MOVE 'NONPAY'    TO WS-D-TYPE
               WHEN OTHER
                   MOVE PV-ENDT-TYPE TO WS-D-TYPE
           END-EVALUATE.
           MOVE PV-ENTRY-DATE         TO WS-D-ENTRY-DATE.
           MOVE PV-POLICY-STATUS      TO WS-D-STATUS.
           MOVE PV-END-DATE           TO WS-D-END-DATE.
           MOVE PV-MONTHLY-PREMIUM    TO WS-D-PREMIUM.
           MOVE PV-COVERAGE-AMOUNT    TO WS-D-COVERAGE.
           MOVE PV-GEO-REGION-CODE    TO WS-D-REGION.
           MOVE PV-EMR-VALUE          TO WS-D-EMR.
           MOVE PV-PRORATA-DAYS       TO WS-D-DAYS.
           MOVE PV-PREMIUM-EFFECT     TO WS-D-EFFECT.
           EVALUATE TRUE
               WHEN PV-ADDITIONAL
                   MOVE 'ADDITIONAL'     TO WS-D-EFFECT-TEXT
                   ADD PV-PREMIUM-EFFECT TO WS-ADDITIONAL-TOTAL
               WHEN PV-RETURN-CREDIT
                   MOVE 'RETURN'         TO WS-D-EFFECT-TEXT
                   ADD PV-PREMIUM-EFFECT TO WS-RETURN-TOTAL
               WHEN OTHER
                   MOVE 'NONE'           TO WS-D-EFFECT-TEXT
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       300-WRITE-TOTALS.
      *----------------------------------------------------------------*
      * PRINT THE POLICY'S ADDITIONAL, RETURN AND NET PREMIUM EFFECT   *
      *----------------------------------------------------------------*
           COMPUTE WS-NET-EFFECT =
                   WS-ADDITIONAL-TOTAL - WS-RETURN-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-ADDITIONAL-TOTAL TO WS-F-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ADDITIONAL PREMIUM INVOICED: ' DELIMITED BY SIZE
                  WS-F-TOTAL                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-RETURN-TOTAL TO WS-F-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RETURN PREMIUM CREDITED:     ' DELIMITED BY SIZE
                  WS-F-TOTAL                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-NET-EFFECT TO WS-F-NET.
           MOVE SPACES TO REPORT-LINE.
           STRING 'NET PREMIUM EFFECT:         ' DELIMITED BY SIZE
                  WS-F-NET                        DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'POLVINQ RUN CONTROL TOTALS'.
           DISPLAY 'VERSIONS LISTED:    ' WS-VERSIONS-LISTED.
           DISPLAY 'ADDITIONAL PREMIUM: ' WS-ADDITIONAL-TOTAL.
           DISPLAY 'RETURN PREMIUM:     ' WS-RETURN-TOTAL.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE POLICY-VERSION-FILE
                 INQUIRY-REPORT.

           STOP RUN.
