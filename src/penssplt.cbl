       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSSPLT.
      *----------------------------------------------------------------*
      * PROGRAM:  PENSSPLT                                             *
      * PURPOSE:  SPLITS THE NIGHT'S CLAIM INPUT FOR A PARTITIONED     *
      *           PENSCLM RUN. EACH PARTITION NAMED ON THE PARTITION   *
      *           CONTROL FILE TAKES THE CLAIMS FOR A LIST OF          *
      *           GEO-REGION-CODES OR A RANGE OF POLICY NUMBERS, AND   *
      *           ONE CATCH-ALL PARTITION TAKES EVERYTHING ELSE, SO    *
      *           EVERY CLAIM LANDS IN EXACTLY ONE PARTITION. THE      *
      *           INPUT AND THE STANDING SUSPENSE FILE ARE WRITTEN OUT *
      *           AS EACH PARTITION'S OWN INPUT_Pnn AND SUSPENSE_Pnn,  *
      *           EACH PARTITION'S CHECKPOINT IS CLEARED, AND THE      *
      *           CYCLE NUMBER IS STEPPED ONCE FOR THE WHOLE RUN.      *
      *                                                                *
      *           PENSCLM THEN RUNS ONCE PER PARTITION, CONCURRENTLY,  *
      *           WITH PENSPART SET TO THE PARTITION ID, AND PENSMRG   *
      *           PUTS THE PARTITIONS' HAND-OFFS BACK TOGETHER. A NEW  *
      *           SPLIT IS REFUSED WHILE THE LAST PARTITIONED CYCLE    *
      *           HAS NOT BEEN MERGED, SO A FAILED PARTITION'S INPUT   *
      *           AND CHECKPOINT ARE NEVER OVERWRITTEN BEFORE IT IS    *
      *           RERUN.                                               *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. PARTITION CONTROL AND SEQUENCE CHECK                        *
      * 5. SPLIT OF THE INPUT AND SUSPENSE FILES                       *
      * 6. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - PARTITION-CONTROL-FILE: One line per partition:             *
      *     Pnn,R,<region>,<region>...  up to 10 GEO-REGION-CODEs     *
      *     Pnn,P,<from policy>,<to policy>  a policy-number range    *
      *     Pnn,*                       the catch-all partition       *
      *   Blank lines and lines starting * are ignored; the first     *
      *   partition a claim matches, in file order, takes it          *
      * - INPUT-FILE: The night's claim input                         *
      * - SUSPENSE-IN-FILE: Optional; the standing suspense file      *
      * - PART-INPUT-FILE: One partition's claim input                *
      * - PART-SUSPENSE-FILE: One partition's suspense to recycle     *
      * - PART-CHECKPOINT-FILE: One partition's restart checkpoint    *
      * - RUN-DATE-FILE: Optional as-of date, as in PENSCLM           *
      * - CYCLE-FILE: The cycle number, stepped once for the run      *
      * - RUN-CONTROL-FILE: The batch run-control master              *
      *----------------------------------------------------------------*
           SELECT PARTITION-CONTROL-FILE ASSIGN TO 'data/PARTCTL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTCTL-STATUS.

           SELECT INPUT-FILE ASSIGN TO 'data/INPUT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-STATUS.

           SELECT SUSPENSE-IN-FILE ASSIGN TO 'data/SUSPENSE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSP-IN-STATUS.

      * The partition files are named for the partition in hand by
      * 380-BUILD-PARTITION-NAME: data/INPUT_P01.txt and so on.
           SELECT PART-INPUT-FILE
               ASSIGN USING WS-PART-INPUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PART-INPUT-STATUS.

           SELECT PART-SUSPENSE-FILE
               ASSIGN USING WS-PART-SUSP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PART-SUSP-STATUS.

           SELECT PART-CHECKPOINT-FILE
               ASSIGN USING WS-PART-CKPT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PART-CKPT-STATUS.

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

      * The claim input line as PENSCLM reads it; only the policy
      * number and region are needed to route it.
       FD INPUT-FILE.
       01 INPUT-LINE                  PIC X(220).
       01 INPUT-ROUTING-VIEW REDEFINES INPUT-LINE.
          05 FILLER                   PIC X(13).
          05 IN-POLICY-NUMBER         PIC X(10).
          05 FILLER                   PIC X(71).
          05 IN-GEO-REGION-CODE       PIC X(3).
          05 FILLER                   PIC X(123).

      * The suspense record carries the full input line ahead of the
      * suspense reason and attempt count.
       FD SUSPENSE-IN-FILE.
       01 SUSPENSE-IN-RECORD          PIC X(226).
       01 SUSPENSE-ROUTING-VIEW REDEFINES SUSPENSE-IN-RECORD.
          05 FILLER                   PIC X(13).
          05 SUSP-POLICY-NUMBER       PIC X(10).
          05 FILLER                   PIC X(71).
          05 SUSP-GEO-REGION-CODE     PIC X(3).
          05 FILLER                   PIC X(129).

       FD PART-INPUT-FILE.
       01 PART-INPUT-LINE             PIC X(220).

       FD PART-SUSPENSE-FILE.
       01 PART-SUSPENSE-RECORD        PIC X(226).

       FD PART-CHECKPOINT-FILE.
       01 PART-CHECKPOINT-LINE        PIC X(12).

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
      * - WS-PARTITION-TABLE: The partitions off the control file,     *
      *   with each one's routing rule and counts                      *
      * - WS-PARTITION-CONTROL-FIELDS: One control line taken apart    *
      * - WS-RUN-CONTROL-FIELDS: Cycle and run-control sequencing      *
      * - WS-CONTROL-TOTALS: Run reconciliation counters               *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 WS-PARTCTL-STATUS        PIC X(2).
          05 WS-INPUT-STATUS          PIC X(2).
          05 WS-SUSP-IN-STATUS        PIC X(2).
          05 WS-PART-INPUT-STATUS     PIC X(2).
          05 WS-PART-SUSP-STATUS      PIC X(2).
          05 WS-PART-CKPT-STATUS      PIC X(2).
          05 WS-RUNDATE-STATUS        PIC X(2).
          05 WS-CYCLE-STATUS          PIC X(2).
          05 WS-RUNCTL-STATUS         PIC X(2).

       01 WS-SWITCHES.
          05 WS-PARTCTL-EOF-SW        PIC X(1) VALUE 'N'.
             88 PARTCTL-END-OF-FILE   VALUE 'Y'.
          05 WS-INPUT-EOF-SW          PIC X(1) VALUE 'N'.
             88 INPUT-END-OF-FILE     VALUE 'Y'.
          05 WS-SUSP-EOF-SW           PIC X(1) VALUE 'N'.
             88 SUSP-END-OF-FILE      VALUE 'Y'.
          05 WS-RC-EOF-SW             PIC X(1) VALUE 'N'.
             88 RC-END-OF-FILE        VALUE 'Y'.
          05 WS-CONTROL-ERROR-SW      PIC X(1) VALUE 'N'.
             88 PARTITION-CONTROL-IN-ERROR VALUE 'Y'.
          05 WS-ROUTE-MATCH-SW        PIC X(1) VALUE 'N'.
             88 ROUTE-MATCHED         VALUE 'Y'.
          05 WS-SUSPENSE-SW           PIC X(1) VALUE 'N'.
             88 SUSPENSE-ON-FILE      VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(8).

      * The partitions in control-file order; a claim goes to the
      * first one whose rule it matches, else to the catch-all.
       01 WS-PARTITION-TABLE.
          05 WS-PART-COUNT            PIC 9(2) COMP VALUE ZERO.
          05 WS-PART-MAX              PIC 9(2) COMP VALUE 20.
          05 WS-PART-ENTRY OCCURS 20 TIMES.
             10 WS-PT-ID              PIC X(3).
             10 WS-PT-TYPE            PIC X(1).
                88 PT-BY-REGION       VALUE 'R'.
                88 PT-BY-POLICY       VALUE 'P'.
                88 PT-CATCH-ALL       VALUE '*'.
             10 WS-PT-REGION-COUNT    PIC 9(2) COMP.
             10 WS-PT-REGION          PIC X(3) OCCURS 10 TIMES.
             10 WS-PT-POLICY-FROM     PIC X(10).
             10 WS-PT-POLICY-TO       PIC X(10).
             10 WS-PT-INPUT-COUNT     PIC 9(7) COMP.
             10 WS-PT-SUSP-COUNT      PIC 9(7) COMP.

       01 WS-PARTITION-SUBSCRIPTS.
          05 WS-PART-SUB              PIC 9(2) COMP.
          05 WS-CHK-SUB               PIC 9(2) COMP.
          05 WS-REG-SUB               PIC 9(2) COMP.
          05 WS-ROUTE-SUB             PIC 9(2) COMP.
          05 WS-CATCH-ALL-SUB         PIC 9(2) COMP VALUE ZERO.

      * One partition control line taken apart.
       01 WS-PARTITION-CONTROL-FIELDS.
          05 WS-PC-ID                 PIC X(3).
          05 WS-PC-TYPE               PIC X(1).
          05 WS-PC-VALUE              PIC X(10) OCCURS 10 TIMES.

      * The routing keys of the record in hand.
       01 WS-ROUTE-FIELDS.
          05 WS-ROUTE-POLICY          PIC X(10).
          05 WS-ROUTE-REGION          PIC X(3).

       01 WS-PART-FILE-NAMES.
          05 WS-PART-BASE-NAME        PIC X(12).
          05 WS-PART-FILE-NAME        PIC X(40).
          05 WS-PART-INPUT-NAME       PIC X(40).
          05 WS-PART-SUSP-NAME        PIC X(40).
          05 WS-PART-CKPT-NAME        PIC X(40).

      * The cycle this split opens, and the last split and the last
      * PENSCLM completion found on the run-control master.
       01 WS-RUN-CONTROL-FIELDS.
          05 WS-CYCLE-NUMBER          PIC 9(6) VALUE ZERO.
          05 WS-RC-WRITE-STAT         PIC X(1).
          05 WS-RC-SPLIT-CYCLE        PIC X(6) VALUE SPACES.
          05 WS-RC-SPLIT-STAT         PIC X(1) VALUE SPACE.
          05 WS-RC-CLM-CYCLE          PIC X(6) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
          05 WS-INPUT-READ            PIC 9(7) COMP VALUE ZERO.
          05 WS-SUSP-READ             PIC 9(7) COMP VALUE ZERO.
          05 WS-INPUT-WRITTEN         PIC 9(7) COMP VALUE ZERO.
          05 WS-SUSP-WRITTEN          PIC 9(7) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Load and check the partition control file                   *
      * 2. Refuse to split over a partitioned cycle not yet merged     *
      * 3. Step the cycle and write each partition's files             *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 150-LOAD-PARTITION-CONTROL.
           PERFORM 200-CHECK-PRIOR-CYCLE.
           PERFORM 250-ESTABLISH-CYCLE-NUMBER.
           MOVE 'S' TO WS-RC-WRITE-STAT.
           PERFORM 260-WRITE-RUN-CONTROL.

           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
               PERFORM 300-SPLIT-PARTITION
               ADD 1 TO WS-PART-SUB
           END-PERFORM.

           MOVE 'C' TO WS-RC-WRITE-STAT.
           PERFORM 260-WRITE-RUN-CONTROL.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * TAKE THE RUN DATE -- THE OPTIONAL RUNDATE.txt OVERRIDE WINS,   *
      * AS IN PENSCLM -- AND CHECK THE NIGHT'S INPUT IS THERE          *
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

           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLAIM INPUT FILE: '
                       WS-INPUT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.
           CLOSE INPUT-FILE.

           OPEN INPUT SUSPENSE-IN-FILE.
           IF WS-SUSP-IN-STATUS = '00'
               SET SUSPENSE-ON-FILE TO TRUE
               CLOSE SUSPENSE-IN-FILE
           ELSE
               DISPLAY 'NO SUSPENSE FILE ON FILE, NOTHING TO RECYCLE'
           END-IF.

       150-LOAD-PARTITION-CONTROL.
      *----------------------------------------------------------------*
      * LOAD THE PARTITIONS OFF THE CONTROL FILE. THE FILE MUST NAME   *
      * EXACTLY ONE CATCH-ALL PARTITION SO NO CLAIM CAN FALL BETWEEN   *
      * THE RULES; ANY FAULT IN THE FILE REFUSES THE SPLIT.            *
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
                           PERFORM 155-LOAD-PARTITION-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARTITION-CONTROL-FILE.

           IF WS-PART-COUNT = 0
               DISPLAY 'PARTITION CONTROL FILE NAMES NO PARTITIONS'
               SET PARTITION-CONTROL-IN-ERROR TO TRUE
           END-IF.
           IF WS-CATCH-ALL-SUB = 0
               DISPLAY 'PARTITION CONTROL FILE NAMES NO CATCH-ALL '
                       'PARTITION'
               SET PARTITION-CONTROL-IN-ERROR TO TRUE
           END-IF.
           IF PARTITION-CONTROL-IN-ERROR
               DISPLAY 'PARTITION CONTROL IN ERROR - SPLIT REFUSED'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.

       155-LOAD-PARTITION-ENTRY.
      *----------------------------------------------------------------*
      * TAKE ONE CONTROL LINE APART AND CHECK IT BEFORE IT JOINS THE   *
      * TABLE                                                          *
      *----------------------------------------------------------------*
           INITIALIZE WS-PARTITION-CONTROL-FIELDS.
           UNSTRING PARTITION-CONTROL-LINE DELIMITED BY ','
               INTO WS-PC-ID WS-PC-TYPE
                    WS-PC-VALUE (1) WS-PC-VALUE (2)
                    WS-PC-VALUE (3) WS-PC-VALUE (4)
                    WS-PC-VALUE (5) WS-PC-VALUE (6)
                    WS-PC-VALUE (7) WS-PC-VALUE (8)
                    WS-PC-VALUE (9) WS-PC-VALUE (10)
           END-UNSTRING.

           IF WS-PC-ID (1:1) NOT = 'P'
              OR WS-PC-ID (2:2) NOT NUMERIC
               DISPLAY 'INVALID PARTITION ID: ' PARTITION-CONTROL-LINE
               SET PARTITION-CONTROL-IN-ERROR TO TRUE
           ELSE
               IF WS-PART-COUNT NOT < WS-PART-MAX
                   DISPLAY 'TOO MANY PARTITIONS, LIMIT IS '
                           WS-PART-MAX ': ' WS-PC-ID
                   SET PARTITION-CONTROL-IN-ERROR TO TRUE
               ELSE
                   PERFORM 160-CHECK-DUPLICATE-PARTITION
               END-IF
           END-IF.

           IF NOT PARTITION-CONTROL-IN-ERROR
               ADD 1 TO WS-PART-COUNT
               MOVE WS-PART-COUNT TO WS-PART-SUB
               INITIALIZE WS-PART-ENTRY (WS-PART-SUB)
               MOVE WS-PC-ID   TO WS-PT-ID (WS-PART-SUB)
               MOVE WS-PC-TYPE TO WS-PT-TYPE (WS-PART-SUB)
               EVALUATE TRUE
                   WHEN PT-BY-REGION (WS-PART-SUB)
                       PERFORM 165-LOAD-REGION-LIST
                   WHEN PT-BY-POLICY (WS-PART-SUB)
                       MOVE WS-PC-VALUE (1)
                            TO WS-PT-POLICY-FROM (WS-PART-SUB)
                       MOVE WS-PC-VALUE (2)
                            TO WS-PT-POLICY-TO (WS-PART-SUB)
                       IF WS-PC-VALUE (1) = SPACES
                          OR WS-PC-VALUE (2) = SPACES
                          OR WS-PC-VALUE (1) > WS-PC-VALUE (2)
                           DISPLAY 'INVALID POLICY RANGE: '
                                   PARTITION-CONTROL-LINE
                           SET PARTITION-CONTROL-IN-ERROR TO TRUE
                       END-IF
                   WHEN PT-CATCH-ALL (WS-PART-SUB)
                       IF WS-CATCH-ALL-SUB NOT = 0
                           DISPLAY 'SECOND CATCH-ALL PARTITION: '
                                   WS-PC-ID
                           SET PARTITION-CONTROL-IN-ERROR TO TRUE
                       ELSE
                           MOVE WS-PART-SUB TO WS-CATCH-ALL-SUB
                       END-IF
                   WHEN OTHER
                       DISPLAY 'INVALID PARTITION TYPE: '
                               PARTITION-CONTROL-LINE
                       SET PARTITION-CONTROL-IN-ERROR TO TRUE
               END-EVALUATE
           END-IF.

       160-CHECK-DUPLICATE-PARTITION.
      *----------------------------------------------------------------*
      * A PARTITION ID MAY APPEAR ONLY ONCE -- TWO LINES SHARING ONE   *
      * WOULD SHARE ITS FILES                                          *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-CHK-SUB.
           PERFORM UNTIL WS-CHK-SUB > WS-PART-COUNT
               IF WS-PT-ID (WS-CHK-SUB) = WS-PC-ID
                   DISPLAY 'DUPLICATE PARTITION ID: ' WS-PC-ID
                   SET PARTITION-CONTROL-IN-ERROR TO TRUE
               END-IF
               ADD 1 TO WS-CHK-SUB
           END-PERFORM.

       165-LOAD-REGION-LIST.
      *----------------------------------------------------------------*
      * LOAD A REGION PARTITION'S GEO-REGION-CODES                     *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-REG-SUB.
           PERFORM UNTIL WS-REG-SUB > 10
               IF WS-PC-VALUE (WS-REG-SUB) NOT = SPACES
                   ADD 1 TO WS-PT-REGION-COUNT (WS-PART-SUB)
                   MOVE WS-PC-VALUE (WS-REG-SUB)
                        TO WS-PT-REGION (WS-PART-SUB,
                           WS-PT-REGION-COUNT (WS-PART-SUB))
               END-IF
               ADD 1 TO WS-REG-SUB
           END-PERFORM.
           IF WS-PT-REGION-COUNT (WS-PART-SUB) = 0
               DISPLAY 'REGION PARTITION NAMES NO REGIONS: '
                       WS-PC-ID
               SET PARTITION-CONTROL-IN-ERROR TO TRUE
           END-IF.

       200-CHECK-PRIOR-CYCLE.
      *----------------------------------------------------------------*
      * SEQUENCE CHECK:                                                *
      * A split whose cycle has no PENSCLM completion yet is a         *
      * partitioned run still waiting on a partition or on PENSMRG.    *
      * Splitting again would overwrite that partition's input and     *
      * checkpoint, so the split is refused until the cycle is         *
      * merged (or a full single PENSCLM run has since completed).     *
      * A shop without the run-control master yet runs unenforced.     *
      *----------------------------------------------------------------*
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'RUN CONTROL MASTER NOT ON FILE - SEQUENCE '
                       'NOT ENFORCED'
           ELSE
               PERFORM UNTIL RC-END-OF-FILE
                   READ RUN-CONTROL-FILE
                       AT END
                           SET RC-END-OF-FILE TO TRUE
                       NOT AT END
                           EVALUATE RUN-CONTROL-LINE (5:8)
                               WHEN 'PENSSPLT'
                                   MOVE RUN-CONTROL-LINE (20:6)
                                        TO WS-RC-SPLIT-CYCLE
                                   MOVE RUN-CONTROL-LINE (32:1)
                                        TO WS-RC-SPLIT-STAT
                               WHEN 'PENSCLM '
                                   IF RUN-CONTROL-LINE (32:1) = 'C'
                                       MOVE RUN-CONTROL-LINE (20:6)
                                            TO WS-RC-CLM-CYCLE
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               IF WS-RC-SPLIT-STAT = 'C'
                  AND WS-RC-CLM-CYCLE < WS-RC-SPLIT-CYCLE
                   DISPLAY 'PARTITIONED CYCLE ' WS-RC-SPLIT-CYCLE
                           ' NOT YET MERGED - SPLIT REFUSED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 900-TERMINATION
               END-IF
           END-IF.

       250-ESTABLISH-CYCLE-NUMBER.
      *----------------------------------------------------------------*
      * STEP THE CYCLE NUMBER ONCE FOR THE WHOLE PARTITIONED RUN AND   *
      * BURN IT STRAIGHT BACK; EVERY PARTITION CONSUMES IT AS IS       *
      *----------------------------------------------------------------*
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

           ADD 1 TO WS-CYCLE-NUMBER.

           OPEN OUTPUT CYCLE-FILE.
           IF WS-CYCLE-STATUS = '00'
               MOVE WS-CYCLE-NUMBER TO CYCLE-LINE
               WRITE CYCLE-LINE
               CLOSE CYCLE-FILE
           ELSE
               DISPLAY 'UNABLE TO SAVE CYCLE NUMBER: ' WS-CYCLE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.
           DISPLAY 'RUN CYCLE NUMBER: ' WS-CYCLE-NUMBER.

       260-WRITE-RUN-CONTROL.
      *----------------------------------------------------------------*
      * APPEND ONE RUN-CONTROL RECORD; THE MASTER EXTENDS RUN AFTER    *
      * RUN AND A FIRST-EVER RUN CREATES IT                            *
      *----------------------------------------------------------------*
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE SPACES TO RUN-CONTROL-LINE
               MOVE 'PGM='          TO RUN-CONTROL-LINE (1:4)
               MOVE 'PENSSPLT'      TO RUN-CONTROL-LINE (5:8)
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

       300-SPLIT-PARTITION.
      *----------------------------------------------------------------*
      * WRITE ONE PARTITION'S FILES: ONE PASS OF THE INPUT AND ONE OF  *
      * THE SUSPENSE FILE, KEEPING THE RECORDS THAT ROUTE TO IT, AND   *
      * AN EMPTY CHECKPOINT SO ITS FIRST RUN STARTS FROM THE TOP       *
      *----------------------------------------------------------------*
           MOVE 'INPUT' TO WS-PART-BASE-NAME.
           PERFORM 380-BUILD-PARTITION-NAME.
           MOVE WS-PART-FILE-NAME TO WS-PART-INPUT-NAME.
           MOVE 'SUSPENSE' TO WS-PART-BASE-NAME.
           PERFORM 380-BUILD-PARTITION-NAME.
           MOVE WS-PART-FILE-NAME TO WS-PART-SUSP-NAME.
           MOVE 'CHECKPOINT' TO WS-PART-BASE-NAME.
           PERFORM 380-BUILD-PARTITION-NAME.
           MOVE WS-PART-FILE-NAME TO WS-PART-CKPT-NAME.

           PERFORM 310-SPLIT-INPUT.
           PERFORM 320-SPLIT-SUSPENSE.

           OPEN OUTPUT PART-CHECKPOINT-FILE.
           IF WS-PART-CKPT-STATUS NOT = '00'
               DISPLAY 'ERROR CLEARING PARTITION CHECKPOINT: '
                       WS-PART-CKPT-NAME ' ' WS-PART-CKPT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.
           CLOSE PART-CHECKPOINT-FILE.

       310-SPLIT-INPUT.
      *----------------------------------------------------------------*
      * COPY THE PARTITION'S CLAIMS OFF THE NIGHT'S INPUT              *
      *----------------------------------------------------------------*
           OPEN OUTPUT PART-INPUT-FILE.
           IF WS-PART-INPUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PARTITION INPUT: '
                       WS-PART-INPUT-NAME ' ' WS-PART-INPUT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.

           MOVE 'N' TO WS-INPUT-EOF-SW.
           OPEN INPUT INPUT-FILE.
           PERFORM UNTIL INPUT-END-OF-FILE
               READ INPUT-FILE
                   AT END
                       SET INPUT-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-PART-SUB = 1
                           ADD 1 TO WS-INPUT-READ
                       END-IF
                       MOVE IN-POLICY-NUMBER   TO WS-ROUTE-POLICY
                       MOVE IN-GEO-REGION-CODE TO WS-ROUTE-REGION
                       PERFORM 350-ROUTE-RECORD
                       IF WS-ROUTE-SUB = WS-PART-SUB
                           MOVE INPUT-LINE TO PART-INPUT-LINE
                           WRITE PART-INPUT-LINE
                           ADD 1 TO WS-PT-INPUT-COUNT (WS-PART-SUB)
                           ADD 1 TO WS-INPUT-WRITTEN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INPUT-FILE
                 PART-INPUT-FILE.

       320-SPLIT-SUSPENSE.
      *----------------------------------------------------------------*
      * COPY THE PARTITION'S SUSPENDED CLAIMS OFF THE STANDING         *
      * SUSPENSE FILE, ROUTED ON THEIR INPUT LINE THE SAME WAY. THE    *
      * PARTITION'S SUSPENSE FILE IS WRITTEN EVEN WHEN EMPTY SO NO     *
      * PARTITION RECYCLES AN EARLIER CYCLE'S SUSPENSE.                *
      *----------------------------------------------------------------*
           OPEN OUTPUT PART-SUSPENSE-FILE.
           IF WS-PART-SUSP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PARTITION SUSPENSE: '
                       WS-PART-SUSP-NAME ' ' WS-PART-SUSP-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 900-TERMINATION
           END-IF.

           IF SUSPENSE-ON-FILE
               MOVE 'N' TO WS-SUSP-EOF-SW
               OPEN INPUT SUSPENSE-IN-FILE
               PERFORM UNTIL SUSP-END-OF-FILE
                   READ SUSPENSE-IN-FILE
                       AT END
                           SET SUSP-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-PART-SUB = 1
                               ADD 1 TO WS-SUSP-READ
                           END-IF
                           MOVE SUSP-POLICY-NUMBER TO WS-ROUTE-POLICY
                           MOVE SUSP-GEO-REGION-CODE
                                TO WS-ROUTE-REGION
                           PERFORM 350-ROUTE-RECORD
                           IF WS-ROUTE-SUB = WS-PART-SUB
                               MOVE SUSPENSE-IN-RECORD
                                    TO PART-SUSPENSE-RECORD
                               WRITE PART-SUSPENSE-RECORD
                               ADD 1 TO WS-PT-SUSP-COUNT (WS-PART-SUB)
                               ADD 1 TO WS-SUSP-WRITTEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-IN-FILE
           END-IF.
           CLOSE PART-SUSPENSE-FILE.

       350-ROUTE-RECORD.
      *----------------------------------------------------------------*
      * NAME THE PARTITION THAT TAKES THE RECORD IN HAND: THE FIRST    *
      * IN CONTROL-FILE ORDER WHOSE REGION LIST OR POLICY RANGE IT     *
      * MATCHES, ELSE THE CATCH-ALL                                    *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ROUTE-MATCH-SW.
           MOVE WS-CATCH-ALL-SUB TO WS-ROUTE-SUB.
           MOVE 1 TO WS-CHK-SUB.
           PERFORM UNTIL WS-CHK-SUB > WS-PART-COUNT
                      OR ROUTE-MATCHED
               EVALUATE TRUE
                   WHEN PT-BY-REGION (WS-CHK-SUB)
                       PERFORM 360-MATCH-REGION
                   WHEN PT-BY-POLICY (WS-CHK-SUB)
                       IF WS-ROUTE-POLICY
                              NOT < WS-PT-POLICY-FROM (WS-CHK-SUB)
                          AND WS-ROUTE-POLICY
                              NOT > WS-PT-POLICY-TO (WS-CHK-SUB)
                           SET ROUTE-MATCHED TO TRUE
                       END-IF
               END-EVALUATE
               IF ROUTE-MATCHED
                   MOVE WS-CHK-SUB TO WS-ROUTE-SUB
               ELSE
                   ADD 1 TO WS-CHK-SUB
               END-IF
           END-PERFORM.

       360-MATCH-REGION.
      *----------------------------------------------------------------*
      * DOES THE RECORD'S REGION APPEAR ON THIS PARTITION'S LIST       *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-REG-SUB.
           PERFORM UNTIL WS-REG-SUB > WS-PT-REGION-COUNT (WS-CHK-SUB)
                      OR ROUTE-MATCHED
               IF WS-PT-REGION (WS-CHK-SUB, WS-REG-SUB)
                      = WS-ROUTE-REGION
                   SET ROUTE-MATCHED TO TRUE
               END-IF
               ADD 1 TO WS-REG-SUB
           END-PERFORM.

       380-BUILD-PARTITION-NAME.
      *----------------------------------------------------------------*
      * BUILD data/<BASE>_<PARTITION>.txt, THE NAME PENSCLM GIVES THE  *
      * SAME FILE WHEN RUN WITH PENSPART SET TO THE PARTITION          *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-PART-FILE-NAME.
           STRING 'data/'                 DELIMITED BY SIZE
                  WS-PART-BASE-NAME       DELIMITED BY SPACE
                  '_'                     DELIMITED BY SIZE
                  WS-PT-ID (WS-PART-SUB)  DELIMITED BY SIZE
                  '.txt'                  DELIMITED BY SIZE
               INTO WS-PART-FILE-NAME
           END-STRING.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS, PARTITION BY PARTITION. EVERY      *
      * RECORD READ IS WRITTEN TO EXACTLY ONE PARTITION.               *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'PENSSPLT RUN CONTROL TOTALS'.
           DISPLAY 'CYCLE NUMBER:          ' WS-CYCLE-NUMBER.
           DISPLAY 'PARTITIONS:            ' WS-PART-COUNT.
           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
               DISPLAY 'PARTITION ' WS-PT-ID (WS-PART-SUB)
                       ' CLAIMS: ' WS-PT-INPUT-COUNT (WS-PART-SUB)
                       ' SUSPENSE: ' WS-PT-SUSP-COUNT (WS-PART-SUB)
               ADD 1 TO WS-PART-SUB
           END-PERFORM.
           DISPLAY 'INPUT CLAIMS READ:     ' WS-INPUT-READ.
           DISPLAY 'INPUT CLAIMS WRITTEN:  ' WS-INPUT-WRITTEN.
           DISPLAY 'SUSPENSE READ:         ' WS-SUSP-READ.
           DISPLAY 'SUSPENSE WRITTEN:      ' WS-SUSP-WRITTEN.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * STOP THE RUN. EVERY FILE IS CLOSED WHERE IT IS USED.           *
      *----------------------------------------------------------------*
           STOP RUN.
