       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSMRG.
      *----------------------------------------------------------------*
      * PROGRAM:  PENSMRG                                              *
      * PURPOSE:  MERGE STEP OF A PARTITIONED PENSCLM RUN. ONCE EVERY  *
      *           PARTITION ON THE PARTITION CONTROL FILE HAS          *
      *           REGISTERED ITS COMPLETION OF THE CYCLE PENSSPLT      *
      *           OPENED, THE PARTITIONS' HAND-OFFS ARE PUT BACK INTO  *
      *           THE SINGLE FILES THE REST OF THE CHAIN EXPECTS:      *
      *           - CALCRSLT WITH ONE H RECORD, EVERY PARTITION'S      *
      *             CLAIMS, AND ONE T RECORD SUMMING THEIR TRAILERS    *
      *           - ACKNOWLEDGE AND EXCEPTIONS, PARTITION AFTER        *
      *             PARTITION                                          *
      *           - THE NEW AND AGED SUSPENSE FILES, SO THE            *
      *             SCHEDULER'S SUSPENSE SWAP IS UNCHANGED             *
      *           - THE CLAIM-HISTORY IMAGES, APPENDED TO CLMHIST      *
      *           - ONE PENSCLM CONTROL-TOTAL RECORD FOR THE CYCLE     *
      *           AND THEN REGISTERS THE PENSCLM COMPLETION ON THE     *
      *           RUN-CONTROL MASTER, SO PENSRPT AND EVERYTHING AFTER  *
      *           IT SEQUENCE ON A PARTITIONED RUN EXACTLY AS ON A     *
      *           SINGLE ONE. A PARTITION'S CHECKPOINT AND REJECT      *
      *           FILES STAY ITS OWN.                                  *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. PARTITION LIST AND COMPLETION CHECK                         *
      * 5. MERGE OF THE PARTITION FILES                                *
      * 6. CONTROL TOTALS AND RUN CONTROL                              *
      * 7. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - PARTITION-CONTROL-FILE: The partitions, as PENSSPLT read    *
      *                           them                                *
      * - PART-FILE: One partition's copy of the file being merged,   *
      *              named by 390-OPEN-PART-FILE                      *
      * - CALC-RESULT-FILE: The merged calculated-results hand-off    *
      * - ACKNOWLEDGMENT-FILE: The merged acknowledgments to intake   *
      * - EXCEPTION-FILE: The merged exceptions                       *
      * - SUSPENSE-OUT-FILE: The merged new suspense file             *
      * - SUSPENSE-AGED-FILE: The merged aged-out suspense            *
      * - CLAIM-HISTORY-FILE: The claim-history trail, extended       *
      * - CONTROL-TOTALS-FILE: The balancing file, extended           *
      * - RUN-DATE-FILE: Optional as-of date, as in PENSCLM           *
      * - CYCLE-FILE: The cycle number PENSSPLT stepped               *
      * - RUN-CONTROL-FILE: The batch run-control master              *
      *----------------------------------------------------------------*
           SELECT PARTITION-CONTROL-FILE ASSIGN TO 'data/PARTCTL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTCTL-STATUS.

           SELECT PART-FILE
               ASSIGN USING WS-PART-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PART-STATUS.

           SELECT CALC-RESULT-FILE ASSIGN TO 'data/CALCRSLT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALC-STATUS.

           SELECT ACKNOWLEDGMENT-FILE ASSIGN TO 'data/ACKNOWLEDGE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO 'data/EXCEPTIONS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT SUSPENSE-OUT-FILE ASSIGN TO 'data/SUSPENSE_NEW.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSP-OUT-STATUS.

           SELECT SUSPENSE-AGED-FILE ASSIGN TO 'data/SUSPAGED.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSP-AGED-STATUS.

           SELECT CLAIM-HISTORY-FILE ASSIGN TO 'data/CLMHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMHIST-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN TO 'data/CTLTOTS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTLTOT-STATUS.

           SELECT RUN-DATE-FILE ASSIGN TO 'data/RUNDATE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNDATE-STATUS.

           SELECT CYCLE-FILE ASSIGN TO 'data/CYCLENO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCLE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'data/RUNCTL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARTITION-CONTROL-FILE.
       01 PARTITION-CONTROL-LINE      PIC X(80).

      * Wide enough for the longest partition file, the 335-byte
      * calculated-results record.
       FD PART-FILE.
       01 PART-LINE                   PIC X(340).

       FD CALC-RESULT-FILE.
       01 CALC-RESULT-RECORD.
          05 CR-RECORD-TYPE           PIC X(1).
          05 CR-CLAIM-ID              PIC X(12).
          05 CR-REST                  PIC X(322).
       01 CALC-HEADER-RECORD REDEFINES CALC-RESULT-RECORD.
          05 FILLER                   PIC X(1).
          05 CH-RUN-DATE              PIC 9(8).
          05 CH-CYCLE-NUMBER          PIC 9(6).
          05 FILLER                   PIC X(320).
       01 CALC-TRAILER-RECORD REDEFINES CALC-RESULT-RECORD.
          05 FILLER                   PIC X(1).
          05 CT-RECORDS-READ          PIC 9(7).
          05 CT-RECORDS-WRITTEN       PIC 9(7).
          05 CT-RECORDS-REJECTED      PIC 9(7).
          05 CT-RECORDS-ROUTED        PIC 9(7).
          05 CT-TOTAL-LIABILITY       PIC 9(9)V99.
          05 CT-COST-LIABILITY        PIC 9(9)V99.
          05 FILLER                   PIC X(284).

       FD ACKNOWLEDGMENT-FILE.
       01 ACKNOWLEDGMENT-LINE         PIC X(140).

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE              PIC X(120).

       FD SUSPENSE-OUT-FILE.
       01 SUSPENSE-OUT-RECORD         PIC X(226).

       FD SUSPENSE-AGED-FILE.
       01 SUSPENSE-AGED-LINE          PIC X(240).

       FD CLAIM-HISTORY-FILE.
       01 CLAIM-HISTORY-LINE          PIC X(280).

      * The control-total line is fixed-format: cols 1-4 'PGM=',
      * 5-12 program id, 13-19 ' CYCLE=', 20-25 cycle, 26-31
      * ' DATE=', 32-39 run date, then three counters (' C1=' 44-50,
      * ' C2=' 55-61, ' C3=' 66-72) and two amounts with implied two
      * decimals (' A1=' 77-89, ' A2=' 94-106).
       FD CONTROL-TOTALS-FILE.
       01 CONTROL-TOTALS-LINE         PIC X(110).

       FD RUN-DATE-FILE.
       01 RUN-DATE-LINE               PIC X(8).

       FD CYCLE-FILE.
       01 CYCLE-LINE                  PIC X(6).

      * The run-control line is fixed-format: cols 1-4 'PGM=', 5-12
      * program id, 13-19 ' CYCLE=', 20-25 cycle number, 26-31
      * ' STAT=', 32 S started / C completed, 33-38 ' DATE=', 39-46
      * run date.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-LINE            PIC X(50).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-PARTITION-TABLE: The partitions and each one's latest     *
      *   run-control record                                           *
      * - WS-PART-CTL-RECORD: One partition's control-total record     *
      * - WS-MERGED-TOTALS: The partitions' trailers and control       *
      *   totals added together                                        *
      * - WS-RUN-CONTROL-FIELDS: Cycle and run-control sequencing      *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 WS-PARTCTL-STATUS        PIC X(2).
          05 WS-PART-STATUS           PIC X(2).
          05 WS-CALC-STATUS           PIC X(2).
          05 WS-ACK-STATUS            PIC X(2).
          05 WS-EXCEPTION-STATUS      PIC X(2).
          05 WS-SUSP-OUT-STATUS       PIC X(2).
          05 WS-SUSP-AGED-STATUS      PIC X(2).
          05 WS-CLMHIST-STATUS        PIC X(2).
          05 WS-CTLTOT-STATUS         PIC X(2).
          05 WS-RUNDATE-STATUS        PIC X(2).
          05 WS-CYCLE-STATUS          PIC X(2).
          05 WS-RUNCTL-STATUS         PIC X(2).

       01 WS-SWITCHES.
          05 WS-PARTCTL-EOF-SW        PIC X(1) VALUE 'N'.
             88 PARTCTL-END-OF-FILE   VALUE 'Y'.
          05 WS-PART-EOF-SW           PIC X(1) VALUE 'N'.
             88 PART-END-OF-FILE      VALUE 'Y'.
          05 WS-PART-AVAIL-SW         PIC X(1) VALUE 'N'.
             88 PART-FILE-AVAILABLE   VALUE 'Y'.
          05 WS-RC-EOF-SW             PIC X(1) VALUE 'N'.
             88 RC-END-OF-FILE        VALUE 'Y'.
          05 WS-MERGE-ERROR-SW        PIC X(1) VALUE 'N'.
             88 MERGE-REFUSED         VALUE 'Y'.
          05 WS-HEADER-WRITTEN-SW     PIC X(1) VALUE 'N'.
             88 HEADER-WRITTEN        VALUE 'Y'.
          05 WS-PART-HEADER-SW        PIC X(1) VALUE 'N'.
             88 PART-HEADER-SEEN      VALUE 'Y'.
          05 WS-PART-TRAILER-SW       PIC X(1) VALUE 'N'.
             88 PART-TRAILER-SEEN     VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(8).

      * The partitions in control-file order, with the latest
      * run-control record found for each one's program id.
       01 WS-PARTITION-TABLE.
          05 WS-PART-COUNT            PIC 9(2) COMP VALUE ZERO.
          05 WS-PART-MAX              PIC 9(2) COMP VALUE 20.
          05 WS-PART-ENTRY OCCURS 20 TIMES.
             10 WS-PT-ID              PIC X(3).
             10 WS-PT-PGM             PIC X(8).
             10 WS-PT-RC-CYCLE        PIC X(6).
             10 WS-PT-RC-STAT         PIC X(1).

       01 WS-PART-SUB                 PIC 9(2) COMP.

       01 WS-PART-FILE-FIELDS.
          05 WS-PART-BASE-NAME        PIC X(12).
          05 WS-PART-FILE-NAME        PIC X(40).

      * One partition's control-total record, laid out as PENSCLM
      * writes it.
       01 WS-PART-CTL-RECORD.
          05 FILLER                   PIC X(4).
          05 WS-PCT-PGM               PIC X(8).
          05 FILLER                   PIC X(7).
          05 WS-PCT-CYCLE             PIC X(6).
          05 FILLER                   PIC X(6).
          05 WS-PCT-DATE              PIC X(8).
          05 FILLER                   PIC X(4).
          05 WS-PCT-C1                PIC 9(7).
          05 FILLER                   PIC X(4).
          05 WS-PCT-C2                PIC 9(7).
          05 FILLER                   PIC X(4).
          05 WS-PCT-C3                PIC 9(7).
          05 FILLER                   PIC X(4).
          05 WS-PCT-A1                PIC 9(11)V99.
          05 FILLER                   PIC X(4).
          05 WS-PCT-A2                PIC 9(11)V99.
          05 FILLER                   PIC X(4).

      * The partitions' trailers and control totals added together.
       01 WS-MERGED-TOTALS.
          05 WS-MT-RECORDS-READ       PIC 9(7)    VALUE ZERO.
          05 WS-MT-RECORDS-WRITTEN    PIC 9(7)    VALUE ZERO.
          05 WS-MT-RECORDS-REJECTED   PIC 9(7)    VALUE ZERO.
          05 WS-MT-RECORDS-ROUTED     PIC 9(7)    VALUE ZERO.
          05 WS-MT-TOTAL-LIABILITY    PIC 9(9)V99 VALUE ZERO.
          05 WS-MT-COST-LIABILITY     PIC 9(9)V99 VALUE ZERO.
          05 WS-CTL-C1                PIC 9(7)    VALUE ZERO.
          05 WS-CTL-C2                PIC 9(7)    VALUE ZERO.
          05 WS-CTL-C3                PIC 9(7)    VALUE ZERO.
          05 WS-CTL-A1                PIC 9(11)V99 VALUE ZERO.
          05 WS-CTL-A1-X REDEFINES WS-CTL-A1 PIC X(13).
          05 WS-CTL-A2                PIC 9(11)V99 VALUE ZERO.
          05 WS-CTL-A2-X REDEFINES WS-CTL-A2 PIC X(13).

      * The cycle being merged, the cycle's run date off the first
      * partition's header, and the latest PENSCLM record on file.
       01 WS-RUN-CONTROL-FIELDS.
          05 WS-CYCLE-NUMBER          PIC 9(6) VALUE ZERO.
          05 WS-CYCLE-NUMBER-X REDEFINES WS-CYCLE-NUMBER PIC X(6).
          05 WS-CALC-RUN-DATE         PIC 9(8) VALUE ZERO.
          05 WS-RC-WRITE-STAT         PIC X(1).
          05 WS-RC-CLM-CYCLE          PIC X(6) VALUE SPACES.
          05 WS-RC-CLM-STAT           PIC X(1) VALUE SPACE.

       01 WS-CONTROL-TOTALS.
          05 WS-CALC-COPIED           PIC 9(7) COMP VALUE ZERO.
          05 WS-ACK-COPIED            PIC 9(7) COMP VALUE ZERO.
          05 WS-EXCEPTIONS-COPIED     PIC 9(7) COMP VALUE ZERO.
          05 WS-SUSP-COPIED           PIC 9(7) COMP VALUE ZERO.
          05 WS-AGED-COPIED           PIC 9(7) COMP VALUE ZERO.
          05 WS-CLMHIST-COPIED        PIC 9(7) COMP VALUE ZERO.
          05 WS-PART-FILES-MISSING    PIC 9(3) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Load the partitions and check every one completed the cycle *
      * 2. Merge and prove the calculated results and control totals   *
      *    before anything is appended to a standing file              *
      * 3. Merge the remaining hand-offs, write the cycle's control    *
      *    totals and register the PENSCLM completion                  *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 150-LOAD-PARTITION-LIST.
           PERFORM 200-CHECK-PARTITIONS-COMPLETE.
           MOVE 'S' TO WS-RC-WRITE-STAT.
           PERFORM 260-WRITE-RUN-CONTROL.

           PERFORM 300-MERGE-CALC-RESULTS.
           PERFORM 350-ADD-CONTROL-TOTALS.
           PERFORM 400-MERGE-ACKNOWLEDGMENTS.
           PERFORM 420-MERGE-EXCEPTIONS.
           PERFORM 440-MERGE-SUSPENSE.
           PERFORM 460-MERGE-CLAIM-HISTORY.

           PERFORM 500-WRITE-CONTROL-TOTALS.
           MOVE 'C' TO WS-RC-WRITE-STAT.
           PERFORM 260-WRITE-RUN-CONTROL.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * TAKE THE RUN DATE -- THE OPTIONAL RUNDATE.txt OVERRIDE WINS,   *
      * AS IN PENSCLM -- AND THE CYCLE PENSSPLT OPENED                 *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-DATE-FILE.
           IF WS-RUNDATE-STATUS = '00'
               READ RUN-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUN-DATE-LINE IS NUMERIC
                           MOVE RUN-DATE-LINE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-FILE
           END-IF.

           OPEN INPUT CYCLE-FILE.
           IF WS-CYCLE-STATUS = '00'
               READ CYCLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CYCLE-LINE TO WS-CYCLE-NUMBER
               END-READ
               CLOSE CYCLE-FILE
           END-IF.
           IF WS-CYCLE-NUMBER = 0
               DISPLAY 'NO CYCLE NUMBER ON FILE - MERGE REFUSED'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.
           DISPLAY 'MERGING CYCLE NUMBER: ' WS-CYCLE-NUMBER.

       150-LOAD-PARTITION-LIST.
      *----------------------------------------------------------------*
      * LOAD THE PARTITION IDS OFF THE CONTROL FILE PENSSPLT SPLIT BY. *
      * ONLY THE ID IS NEEDED HERE; PENSSPLT HAS ALREADY PROVED THE    *
      * ROUTING RULES.                                                 *
      *----------------------------------------------------------------*
           OPEN INPUT PARTITION-CONTROL-FILE.
           IF WS-PARTCTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PARTITION CONTROL FILE: '
                       WS-PARTCTL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.

           PERFORM UNTIL PARTCTL-END-OF-FILE
               READ PARTITION-CONTROL-FILE
                   AT END
                       SET PARTCTL-END-OF-FILE TO TRUE
                   NOT AT END
                       IF PARTITION-CONTROL-LINE NOT = SPACES
                          AND PARTITION-CONTROL-LINE (1:1) NOT = '*'
                          AND WS-PART-COUNT < WS-PART-MAX
                           ADD 1 TO WS-PART-COUNT
                           MOVE WS-PART-COUNT TO WS-PART-SUB
                           MOVE PARTITION-CONTROL-LINE (1:3)
                                TO WS-PT-ID (WS-PART-SUB)
                           MOVE SPACES TO WS-PT-PGM (WS-PART-SUB)
                           STRING 'PENS' WS-PT-ID (WS-PART-SUB)
                               DELIMITED BY SIZE
                               INTO WS-PT-PGM (WS-PART-SUB)
                           END-STRING
                           MOVE SPACES TO WS-PT-RC-CYCLE (WS-PART-SUB)
                           MOVE SPACE  TO WS-PT-RC-STAT (WS-PART-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARTITION-CONTROL-FILE.

           IF WS-PART-COUNT = 0
               DISPLAY 'PARTITION CONTROL FILE NAMES NO PARTITIONS'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.

       200-CHECK-PARTITIONS-COMPLETE.
      *----------------------------------------------------------------*
      * COMPLETION GATE:                                               *
      * Every partition's latest run-control record must show it       *
      * completed (STAT=C) the current cycle, or the merge is refused  *
      * and the failed or missing partition is rerun on its own. A     *
      * cycle already carrying a PENSCLM completion has been merged.   *
      * Unlike the chain's other gates this one is never unenforced:   *
      * without the run-control master nothing proves the partitions   *
      * finished.                                                      *
      *----------------------------------------------------------------*
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'RUN CONTROL MASTER NOT ON FILE - MERGE '
                       'REFUSED'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.

           PERFORM UNTIL RC-END-OF-FILE
               READ RUN-CONTROL-FILE
                   AT END
                       SET RC-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 210-NOTE-RUN-CONTROL-RECORD
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.

           IF WS-RC-CLM-STAT = 'C'
              AND WS-RC-CLM-CYCLE = WS-CYCLE-NUMBER-X
               DISPLAY 'CYCLE ' WS-CYCLE-NUMBER
                       ' ALREADY MERGED - MERGE REFUSED'
               SET MERGE-REFUSED TO TRUE
           END-IF.

           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
               IF WS-PT-RC-STAT (WS-PART-SUB) NOT = 'C'
                  OR WS-PT-RC-CYCLE (WS-PART-SUB)
                     NOT = WS-CYCLE-NUMBER-X
                   DISPLAY 'PARTITION ' WS-PT-ID (WS-PART-SUB)
                           ' HAS NOT COMPLETED CYCLE '
                           WS-CYCLE-NUMBER
                   SET MERGE-REFUSED TO TRUE
               END-IF
               ADD 1 TO WS-PART-SUB
           END-PERFORM.

           IF MERGE-REFUSED
               DISPLAY 'MERGE REFUSED'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.

       210-NOTE-RUN-CONTROL-RECORD.
      *----------------------------------------------------------------*
      * KEEP THE LATEST RECORD FOR PENSCLM AND FOR EACH PARTITION      *
      *----------------------------------------------------------------*
           IF RUN-CONTROL-LINE (5:8) = 'PENSCLM '
               MOVE RUN-CONTROL-LINE (20:6) TO WS-RC-CLM-CYCLE
               MOVE RUN-CONTROL-LINE (32:1) TO WS-RC-CLM-STAT
           ELSE
               MOVE 1 TO WS-PART-SUB
               PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
                   IF RUN-CONTROL-LINE (5:8) = WS-PT-PGM (WS-PART-SUB)
                       MOVE RUN-CONTROL-LINE (20:6)
                            TO WS-PT-RC-CYCLE (WS-PART-SUB)
                       MOVE RUN-CONTROL-LINE (32:1)
                            TO WS-PT-RC-STAT (WS-PART-SUB)
                   END-IF
                   ADD 1 TO WS-PART-SUB
               END-PERFORM
           END-IF.

       260-WRITE-RUN-CONTROL.
      *----------------------------------------------------------------*
      * APPEND ONE PENSCLM RUN-CONTROL RECORD FOR THE CYCLE: THE MERGE *
      * STANDS IN FOR THE SINGLE CALCULATION RUN THE CHAIN SEQUENCES   *
      * ON                                                             *
      *----------------------------------------------------------------*
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               MOVE SPACES TO RUN-CONTROL-LINE
               MOVE 'PGM='          TO RUN-CONTROL-LINE (1:4)
               MOVE 'PENSCLM '      TO RUN-CONTROL-LINE (5:8)
               MOVE ' CYCLE='       TO RUN-CONTROL-LINE (13:7)
               MOVE WS-CYCLE-NUMBER TO RUN-CONTROL-LINE (20:6)
               MOVE ' STAT='        TO RUN-CONTROL-LINE (26:6)
               MOVE WS-RC-WRITE-STAT TO RUN-CONTROL-LINE (32:1)
               MOVE ' DATE='        TO RUN-CONTROL-LINE (33:6)
               MOVE WS-RUN-DATE     TO RUN-CONTROL-LINE (39:8)
               WRITE RUN-CONTROL-LINE
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'UNABLE TO WRITE RUN CONTROL RECORD: '
                       WS-RUNCTL-STATUS
           END-IF.

       300-MERGE-CALC-RESULTS.
      *----------------------------------------------------------------*
      * MERGE THE CALCULATED-RESULTS HAND-OFF. THE FIRST PARTITION'S   *
      * H RECORD OPENS THE MERGED FILE; EVERY PARTITION'S C AND D      *
      * RECORDS FOLLOW IN PARTITION ORDER; ONE T RECORD SUMMING THE    *
      * PARTITIONS' TRAILERS CLOSES IT. A PARTITION FILE WITH NO       *
      * HEADER FOR THIS CYCLE, OR NO TRAILER, REFUSES THE MERGE BEFORE *
      * ANY STANDING FILE IS TOUCHED.                                  *
      *----------------------------------------------------------------*
           OPEN OUTPUT CALC-RESULT-FILE.
           IF WS-CALC-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CALC RESULT FILE: '
                       WS-CALC-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.

           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
               PERFORM 310-MERGE-ONE-CALC-FILE
               ADD 1 TO WS-PART-SUB
           END-PERFORM.

           MOVE SPACES TO CALC-RESULT-RECORD.
           MOVE 'T' TO CR-RECORD-TYPE.
           MOVE WS-MT-RECORDS-READ     TO CT-RECORDS-READ.
           MOVE WS-MT-RECORDS-WRITTEN  TO CT-RECORDS-WRITTEN.
           MOVE WS-MT-RECORDS-REJECTED TO CT-RECORDS-REJECTED.
           MOVE WS-MT-RECORDS-ROUTED   TO CT-RECORDS-ROUTED.
           MOVE WS-MT-TOTAL-LIABILITY  TO CT-TOTAL-LIABILITY.
           MOVE WS-MT-COST-LIABILITY   TO CT-COST-LIABILITY.
           WRITE CALC-RESULT-RECORD.
           CLOSE CALC-RESULT-FILE.

       310-MERGE-ONE-CALC-FILE.
      *----------------------------------------------------------------*
      * COPY ONE PARTITION'S CALCULATED RESULTS                        *
      *----------------------------------------------------------------*
           MOVE 'CALCRSLT' TO WS-PART-BASE-NAME.
           PERFORM 390-OPEN-PART-FILE.
           IF NOT PART-FILE-AVAILABLE
               DISPLAY 'PARTITION ' WS-PT-ID (WS-PART-SUB)
                       ' HAS NO CALC RESULT FILE - MERGE REFUSED'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.

           MOVE 'N' TO WS-PART-HEADER-SW.
           MOVE 'N' TO WS-PART-TRAILER-SW.
           PERFORM UNTIL PART-END-OF-FILE
               READ PART-FILE
                   AT END
                       SET PART-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PART-LINE TO CALC-RESULT-RECORD
                       EVALUATE CR-RECORD-TYPE
                           WHEN 'H'
                               IF CH-CYCLE-NUMBER = WS-CYCLE-NUMBER
                                   SET PART-HEADER-SEEN TO TRUE
                                   PERFORM 320-WRITE-MERGED-HEADER
                               END-IF
                           WHEN 'T'
                               SET PART-TRAILER-SEEN TO TRUE
                               PERFORM 330-ADD-PARTITION-TRAILER
                           WHEN OTHER
                               WRITE CALC-RESULT-RECORD
                               ADD 1 TO WS-CALC-COPIED
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PART-FILE.

           IF NOT PART-HEADER-SEEN
               DISPLAY 'PARTITION ' WS-PT-ID (WS-PART-SUB)
                       ' CALC RESULTS ARE NOT FOR CYCLE '
                       WS-CYCLE-NUMBER ' - MERGE REFUSED'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.
           IF NOT PART-TRAILER-SEEN
               DISPLAY 'PARTITION ' WS-PT-ID (WS-PART-SUB)
                       ' CALC RESULTS HAVE NO TRAILER - MERGE REFUSED'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.

       320-WRITE-MERGED-HEADER.
      *----------------------------------------------------------------*
      * THE FIRST PARTITION'S HEADER BECOMES THE MERGED FILE'S ONE H   *
      * RECORD; LATER PARTITIONS' HEADERS ARE DROPPED                  *
      *----------------------------------------------------------------*
           IF NOT HEADER-WRITTEN
               MOVE CH-RUN-DATE TO WS-CALC-RUN-DATE
               WRITE CALC-RESULT-RECORD
               SET HEADER-WRITTEN TO TRUE
           END-IF.

       330-ADD-PARTITION-TRAILER.
      *----------------------------------------------------------------*
      * ADD ONE PARTITION'S TRAILER INTO THE MERGED TRAILER            *
      *----------------------------------------------------------------*
           ADD CT-RECORDS-READ     TO WS-MT-RECORDS-READ.
           ADD CT-RECORDS-WRITTEN  TO WS-MT-RECORDS-WRITTEN.
           ADD CT-RECORDS-REJECTED TO WS-MT-RECORDS-REJECTED.
           ADD CT-RECORDS-ROUTED   TO WS-MT-RECORDS-ROUTED.
           ADD CT-TOTAL-LIABILITY  TO WS-MT-TOTAL-LIABILITY.
           ADD CT-COST-LIABILITY   TO WS-MT-COST-LIABILITY.

       350-ADD-CONTROL-TOTALS.
      *----------------------------------------------------------------*
      * ADD UP THE PARTITIONS' CONTROL-TOTAL RECORDS. EACH MUST BE THE *
      * PARTITION'S OWN RECORD FOR THIS CYCLE.                         *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
               MOVE 'CTLTOTS' TO WS-PART-BASE-NAME
               PERFORM 390-OPEN-PART-FILE
               MOVE SPACES TO WS-PART-CTL-RECORD
               IF PART-FILE-AVAILABLE
                   READ PART-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PART-LINE (1:110)
                                TO WS-PART-CTL-RECORD
                   END-READ
                   CLOSE PART-FILE
               END-IF
               IF WS-PCT-PGM NOT = WS-PT-PGM (WS-PART-SUB)
                  OR WS-PCT-CYCLE NOT = WS-CYCLE-NUMBER-X
                  OR WS-PCT-C1 NOT NUMERIC
                   DISPLAY 'PARTITION ' WS-PT-ID (WS-PART-SUB)
                           ' HAS NO CONTROL TOTALS FOR CYCLE '
                           WS-CYCLE-NUMBER ' - MERGE REFUSED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 900-TERMINATION
               END-IF
               ADD WS-PCT-C1 TO WS-CTL-C1
               ADD WS-PCT-C2 TO WS-CTL-C2
               ADD WS-PCT-C3 TO WS-CTL-C3
               ADD WS-PCT-A1 TO WS-CTL-A1
               ADD WS-PCT-A2 TO WS-CTL-A2
               ADD 1 TO WS-PART-SUB
           END-PERFORM.

       390-OPEN-PART-FILE.
      *----------------------------------------------------------------*
      * NAME AND OPEN THE PARTITION IN HAND'S COPY OF WS-PART-BASE-    *
      * NAME; A COPY NOT ON FILE LEAVES PART-FILE-AVAILABLE OFF        *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-PART-FILE-NAME.
           STRING 'data/'                 DELIMITED BY SIZE
                  WS-PART-BASE-NAME       DELIMITED BY SPACE
                  '_'                     DELIMITED BY SIZE
                  WS-PT-ID (WS-PART-SUB)  DELIMITED BY SIZE
                  '.txt'                  DELIMITED BY SIZE
               INTO WS-PART-FILE-NAME
           END-STRING.
           MOVE 'N' TO WS-PART-EOF-SW.
           MOVE 'N' TO WS-PART-AVAIL-SW.
           OPEN INPUT PART-FILE.
           IF WS-PART-STATUS = '00'
               SET PART-FILE-AVAILABLE TO TRUE
           END-IF.

       395-NOTE-MISSING-PART-FILE.
      *----------------------------------------------------------------*
      * A COMPLETED PARTITION ALWAYS WRITES THIS FILE, EVEN EMPTY, SO  *
      * A MISSING ONE IS FLAGGED AND ENDS THE RUN WITH A WARNING       *
      *----------------------------------------------------------------*
           DISPLAY 'PARTITION FILE NOT ON FILE: ' WS-PART-FILE-NAME.
           ADD 1 TO WS-PART-FILES-MISSING.

       400-MERGE-ACKNOWLEDGMENTS.
      *----------------------------------------------------------------*
      * ONE ACKNOWLEDGMENT FILE BACK TO INTAKE, PARTITION AFTER        *
      * PARTITION                                                      *
      *----------------------------------------------------------------*
           OPEN OUTPUT ACKNOWLEDGMENT-FILE.
           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
               MOVE 'ACKNOWLEDGE' TO WS-PART-BASE-NAME
               PERFORM 390-OPEN-PART-FILE
               IF PART-FILE-AVAILABLE
                   PERFORM UNTIL PART-END-OF-FILE
                       READ PART-FILE
                           AT END
                               SET PART-END-OF-FILE TO TRUE
                           NOT AT END
                               MOVE PART-LINE TO ACKNOWLEDGMENT-LINE
                               WRITE ACKNOWLEDGMENT-LINE
                               ADD 1 TO WS-ACK-COPIED
                       END-READ
                   END-PERFORM
                   CLOSE PART-FILE
               ELSE
                   PERFORM 395-NOTE-MISSING-PART-FILE
               END-IF
               ADD 1 TO WS-PART-SUB
           END-PERFORM.
           CLOSE ACKNOWLEDGMENT-FILE.

       420-MERGE-EXCEPTIONS.
      *----------------------------------------------------------------*
      * ONE EXCEPTIONS FILE, PARTITION AFTER PARTITION. ANY EXCEPTION  *
      * ENDS THE MERGE WITH THE WARNING A SINGLE RUN WOULD HAVE GIVEN. *
      *----------------------------------------------------------------*
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
               MOVE 'EXCEPTIONS' TO WS-PART-BASE-NAME
               PERFORM 390-OPEN-PART-FILE
               IF PART-FILE-AVAILABLE
                   PERFORM UNTIL PART-END-OF-FILE
                       READ PART-FILE
                           AT END
                               SET PART-END-OF-FILE TO TRUE
                           NOT AT END
                               MOVE PART-LINE TO EXCEPTION-LINE
                               WRITE EXCEPTION-LINE
                               ADD 1 TO WS-EXCEPTIONS-COPIED
                       END-READ
                   END-PERFORM
                   CLOSE PART-FILE
               ELSE
                   PERFORM 395-NOTE-MISSING-PART-FILE
               END-IF
               ADD 1 TO WS-PART-SUB
           END-PERFORM.
           CLOSE EXCEPTION-FILE.

       440-MERGE-SUSPENSE.
      *----------------------------------------------------------------*
      * ONE NEW SUSPENSE FILE FOR THE SCHEDULER TO SWAP IN, AND ONE    *
      * AGED-OUT FILE, PARTITION AFTER PARTITION. THE NEXT SPLIT       *
      * ROUTES THE SWAPPED-IN SUSPENSE TO ITS PARTITIONS AGAIN.        *
      *----------------------------------------------------------------*
           OPEN OUTPUT SUSPENSE-OUT-FILE
                       SUSPENSE-AGED-FILE.
           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
               MOVE 'SUSPENSE_NEW' TO WS-PART-BASE-NAME
               PERFORM 390-OPEN-PART-FILE
               IF PART-FILE-AVAILABLE
                   PERFORM UNTIL PART-END-OF-FILE
                       READ PART-FILE
                           AT END
                               SET PART-END-OF-FILE TO TRUE
                           NOT AT END
                               MOVE PART-LINE TO SUSPENSE-OUT-RECORD
                               WRITE SUSPENSE-OUT-RECORD
                               ADD 1 TO WS-SUSP-COPIED
                       END-READ
                   END-PERFORM
                   CLOSE PART-FILE
               ELSE
                   PERFORM 395-NOTE-MISSING-PART-FILE
               END-IF

               MOVE 'SUSPAGED' TO WS-PART-BASE-NAME
               PERFORM 390-OPEN-PART-FILE
               IF PART-FILE-AVAILABLE
                   PERFORM UNTIL PART-END-OF-FILE
                       READ PART-FILE
                           AT END
                               SET PART-END-OF-FILE TO TRUE
                           NOT AT END
                               MOVE PART-LINE TO SUSPENSE-AGED-LINE
                               WRITE SUSPENSE-AGED-LINE
                               ADD 1 TO WS-AGED-COPIED
                       END-READ
                   END-PERFORM
                   CLOSE PART-FILE
               ELSE
                   PERFORM 395-NOTE-MISSING-PART-FILE
               END-IF
               ADD 1 TO WS-PART-SUB
           END-PERFORM.
           CLOSE SUSPENSE-OUT-FILE
                 SUSPENSE-AGED-FILE.

       460-MERGE-CLAIM-HISTORY.
      *----------------------------------------------------------------*
      * APPEND EACH PARTITION'S CLAIM-HISTORY IMAGES TO THE STANDING   *
      * TRAIL AND EMPTY THE PARTITION'S COPY, SO A MERGE RERUN AFTER   *
      * AN ABEND NEVER APPENDS THE SAME IMAGES TWICE                   *
      *----------------------------------------------------------------*
           OPEN EXTEND CLAIM-HISTORY-FILE.
           IF WS-CLMHIST-STATUS NOT = '00'
               OPEN OUTPUT CLAIM-HISTORY-FILE
           END-IF.
           IF WS-CLMHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLAIM HISTORY FILE: '
                       WS-CLMHIST-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.

           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
               MOVE 'CLMHIST' TO WS-PART-BASE-NAME
               PERFORM 390-OPEN-PART-FILE
               IF PART-FILE-AVAILABLE
                   PERFORM UNTIL PART-END-OF-FILE
                       READ PART-FILE
                           AT END
                               SET PART-END-OF-FILE TO TRUE
                           NOT AT END
                               MOVE PART-LINE TO CLAIM-HISTORY-LINE
                               WRITE CLAIM-HISTORY-LINE
                               ADD 1 TO WS-CLMHIST-COPIED
                       END-READ
                   END-PERFORM
                   CLOSE PART-FILE
                   OPEN OUTPUT PART-FILE
                   CLOSE PART-FILE
               END-IF
               ADD 1 TO WS-PART-SUB
           END-PERFORM.
           CLOSE CLAIM-HISTORY-FILE.

       500-WRITE-CONTROL-TOTALS.
      *----------------------------------------------------------------*
      * APPEND THE CYCLE'S ONE PENSCLM CONTROL-TOTAL RECORD, THE       *
      * PARTITIONS ADDED TOGETHER, FOR THE MONTH-END BALANCING RUN     *
      *----------------------------------------------------------------*
           OPEN EXTEND CONTROL-TOTALS-FILE.
           IF WS-CTLTOT-STATUS NOT = '00'
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           IF WS-CTLTOT-STATUS = '00'
               MOVE SPACES TO CONTROL-TOTALS-LINE
               MOVE 'PGM='     TO CONTROL-TOTALS-LINE (1:4)
               MOVE 'PENSCLM '  TO CONTROL-TOTALS-LINE (5:8)
               MOVE ' CYCLE='  TO CONTROL-TOTALS-LINE (13:7)
               MOVE WS-CYCLE-NUMBER TO CONTROL-TOTALS-LINE (20:6)
               MOVE ' DATE='   TO CONTROL-TOTALS-LINE (26:6)
               MOVE WS-CALC-RUN-DATE TO CONTROL-TOTALS-LINE (32:8)
               MOVE ' C1='     TO CONTROL-TOTALS-LINE (40:4)
               MOVE WS-CTL-C1  TO CONTROL-TOTALS-LINE (44:7)
               MOVE ' C2='     TO CONTROL-TOTALS-LINE (51:4)
               MOVE WS-CTL-C2  TO CONTROL-TOTALS-LINE (55:7)
               MOVE ' C3='     TO CONTROL-TOTALS-LINE (62:4)
               MOVE WS-CTL-C3  TO CONTROL-TOTALS-LINE (66:7)
               MOVE ' A1='     TO CONTROL-TOTALS-LINE (73:4)
               MOVE WS-CTL-A1-X TO CONTROL-TOTALS-LINE (77:13)
               MOVE ' A2='     TO CONTROL-TOTALS-LINE (90:4)
               MOVE WS-CTL-A2-X TO CONTROL-TOTALS-LINE (94:13)
               WRITE CONTROL-TOTALS-LINE
               CLOSE CONTROL-TOTALS-FILE
           ELSE
               DISPLAY 'UNABLE TO WRITE CONTROL TOTALS: '
                       WS-CTLTOT-STATUS
           END-IF.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'PENSMRG RUN CONTROL TOTALS'.
           DISPLAY 'CYCLE NUMBER:          ' WS-CYCLE-NUMBER.
           DISPLAY 'PARTITIONS MERGED:     ' WS-PART-COUNT.
           DISPLAY 'RECORDS READ:          ' WS-MT-RECORDS-READ.
           DISPLAY 'RECORDS WRITTEN:       ' WS-MT-RECORDS-WRITTEN.
           DISPLAY 'RECORDS REJECTED:      ' WS-MT-RECORDS-REJECTED.
           DISPLAY 'RECORDS ROUTED:        ' WS-MT-RECORDS-ROUTED.
           DISPLAY 'TOTAL LIABILITY:       ' WS-MT-TOTAL-LIABILITY.
           DISPLAY 'COST LIABILITY:        ' WS-MT-COST-LIABILITY.
           DISPLAY 'CALC RECORDS COPIED:   ' WS-CALC-COPIED.
           DISPLAY 'ACKNOWLEDGMENTS:       ' WS-ACK-COPIED.
           DISPLAY 'EXCEPTIONS:            ' WS-EXCEPTIONS-COPIED.
           DISPLAY 'SUSPENSE HELD:         ' WS-SUSP-COPIED.
           DISPLAY 'SUSPENSE AGED:         ' WS-AGED-COPIED.
           DISPLAY 'CLAIM HISTORY IMAGES:  ' WS-CLMHIST-COPIED.
           DISPLAY 'PARTITION FILES MISSING:' WS-PART-FILES-MISSING.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * STOP THE RUN. EVERY FILE IS CLOSED WHERE IT IS USED. ANY       *
      * EXCEPTION FROM A PARTITION, OR A PARTITION FILE MISSING, ENDS  *
      * THE RUN WITH A WARNING.                                        *
      *----------------------------------------------------------------*
           IF RETURN-CODE = 0
              AND (WS-EXCEPTIONS-COPIED > 0
                   OR WS-PART-FILES-MISSING > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
