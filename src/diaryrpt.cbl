       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARYRPT.
      *----------------------------------------------------------------*
      * PROGRAM:  DIARYRPT                                             *
      * PURPOSE:  DAILY CLAIM DIARY REPORT BY ADJUSTER. EVERY OPEN     *
      *           DIARY ITEM DUE WITHIN THE LOOK-AHEAD WINDOW OR       *
      *           ALREADY PAST DUE IS LISTED UNDER THE ADJUSTER WHO    *
      *           OWNS ITS CLAIM, AGED INTO CURRENT, 1-30 AND 31+      *
      *           DAYS OVERDUE, WITH A COUNT PER BUCKET FOR EACH       *
      *           ADJUSTER AND FOR THE DESK. ITEMS ON CLAIMS WITH NO   *
      *           ADJUSTER (OR ONE NO LONGER ON THE MASTER) ARE        *
      *           LISTED LAST UNDER UNASSIGNED                         *
      *                                                                *
      * PROGRAM STRUCTURE:                                             *
      * 1. FILE DEFINITIONS AND DATA STRUCTURES                        *
      * 2. WORKING STORAGE VARIABLES                                   *
      * 3. MAIN PROCESS FLOW                                           *
      * 4. DIARY SWEEP AND AGING                                       *
      * 5. REPORT BY ADJUSTER                                          *
      * 6. PROGRAM TERMINATION                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * FILE DEFINITIONS:                                              *
      * - DIARY-FILE: The claim diary, read front to back              *
      * - CLAIM-FILE: The claim master, for each item's adjuster       *
      * - ADJUSTER-FILE: The adjuster master, in report order          *
      * - DIARY-REPORT: The printed daily diary                        *
      *----------------------------------------------------------------*
           SELECT DIARY-FILE ASSIGN TO "data/DIARYFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DIARY-KEY
           FILE STATUS IS DIARY-STATUS-CODE.

           SELECT CLAIM-FILE ASSIGN TO "data/CLMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAIM-ID OF CLAIM-RECORD
           FILE STATUS IS CLM-STATUS.

           SELECT ADJUSTER-FILE ASSIGN TO "data/ADJFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADJ-ID
           FILE STATUS IS ADJFILE-STATUS.

           SELECT DIARY-REPORT ASSIGN TO 'data/DIARYRPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD CLAIM-FILE.
       01 CLAIM-RECORD.
          05 CLAIM-ID              PIC X(12).
          05 FILLER                PIC X(211).
          05 ADJUSTER-ID           PIC X(04).

       FD ADJUSTER-FILE.
       01 ADJUSTER-RECORD.
          05 ADJ-ID                PIC X(4).
          05 ADJ-NAME              PIC X(30).
          05 ADJ-REGIONS           PIC X(15).
          05 ADJ-CLAIM-TYPES       PIC X(10).
          05 ADJ-AUTHORITY-LEVEL   PIC 9(1).
          05 ADJ-CAPACITY          PIC 9(4).
          05 ADJ-STATUS            PIC X(1).

       FD DIARY-REPORT.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * WORKING STORAGE ORGANIZATION:                                  *
      * - WS-FILE-STATUS: File status codes for every SELECTed file    *
      * - WS-SWITCHES: Program control flags                           *
      * - WS-DIARY-CONSTANTS: Look-ahead window and bucket limits      *
      * - WS-ITEM-TABLE: Every reportable item with its adjuster and   *
      *                  days overdue, printed adjuster by adjuster    *
      * - WS-DAY-NUMBER-FIELDS: Date to day-count conversion for aging *
      * - WS-REPORT-LINES: Heading, detail and total line layouts      *
      *----------------------------------------------------------------*
       01 WS-FILE-STATUS.
          05 DIARY-STATUS-CODE     PIC X(2).
          05 CLM-STATUS            PIC X(2).
          05 ADJFILE-STATUS        PIC X(2).
          05 RPT-STATUS            PIC X(2).

       01 WS-SWITCHES.
          05 WS-DIARY-EOF-SW       PIC X(1) VALUE 'N'.
             88 DIARY-END-OF-FILE  VALUE 'Y'.
          05 WS-ADJ-EOF-SW         PIC X(1) VALUE 'N'.
             88 ADJ-END-OF-FILE    VALUE 'Y'.
          05 WS-ADJ-AVAIL-SW       PIC X(1) VALUE 'N'.
             88 ADJUSTER-MASTER-AVAILABLE VALUE 'Y'.

      * Items due within WS-LOOK-AHEAD-DAYS of today are listed as
      * current so the adjuster sees them coming; anything further
      * out is counted but not listed.
       01 WS-DIARY-CONSTANTS.
          05 WS-LOOK-AHEAD-DAYS    PIC 9(3) VALUE 007.
          05 WS-BUCKET-1-LIMIT     PIC 9(3) VALUE 030.

       01 WS-ITEM-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 3000 TIMES.
             10 WS-IT-ADJUSTER     PIC X(4).
             10 WS-IT-CLAIM-ID     PIC X(12).
             10 WS-IT-TYPE         PIC X(2).
             10 WS-IT-DUE-DATE     PIC 9(8).
             10 WS-IT-DAYS-OVER    PIC S9(5) COMP.
             10 WS-IT-POSTPONES    PIC 9(2).
             10 WS-IT-NOTE         PIC X(60).
             10 WS-IT-PRINTED-SW   PIC X(1).

       01 WS-WORK-FIELDS.
          05 WS-ITEM-SUB           PIC 9(5) COMP.
          05 WS-REPORT-ADJUSTER    PIC X(4).
          05 WS-REPORT-ADJ-NAME    PIC X(30).
          05 WS-RUN-DAY-NUMBER     PIC 9(7) COMP.
          05 WS-DAYS-OVER          PIC S9(7) COMP.

       01 WS-RUN-DATE              PIC 9(8).

      * Date to day-count conversion: days since 0001-01-01 on the
      * Gregorian calendar, so two dates subtract to a day count.
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
          05 WS-CUM-DAYS-TABLE     PIC X(36) VALUE
             '000031059090120151181212243273304334'.
          05 WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE
                                   PIC 9(3) OCCURS 12 TIMES.

       01 WS-BUCKET-TOTALS.
          05 WS-ADJ-CURRENT        PIC 9(5) COMP.
          05 WS-ADJ-OVER-30        PIC 9(5) COMP.
          05 WS-ADJ-OVER-31-PLUS   PIC 9(5) COMP.
          05 WS-DESK-CURRENT       PIC 9(7) COMP VALUE ZERO.
          05 WS-DESK-OVER-30       PIC 9(7) COMP VALUE ZERO.
          05 WS-DESK-OVER-31-PLUS  PIC 9(7) COMP VALUE ZERO.
          05 WS-ITEMS-READ         PIC 9(7) COMP VALUE ZERO.
          05 WS-ITEMS-FUTURE       PIC 9(7) COMP VALUE ZERO.
          05 WS-ITEMS-NOT-TABLED   PIC 9(7) COMP VALUE ZERO.

       01 WS-REPORT-HEADING.
          05 FILLER                PIC X(40) VALUE
             'CLAIM DIARY REPORT - RUN DATE:          '.
          05 WS-H-DATE             PIC 9(8).

       01 WS-ADJUSTER-HEADING.
          05 FILLER                PIC X(10) VALUE 'ADJUSTER: '.
          05 WS-AH-ID              PIC X(4).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AH-NAME            PIC X(30).

       01 WS-COLUMN-HEADING.
          05 FILLER                PIC X(40) VALUE
             '  CLAIM-ID     TY DUE DATE AGING   DAYS '.
          05 FILLER                PIC X(10) VALUE
             'PP NOTE   '.

       01 WS-DIARY-DETAIL.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-DD-CLAIM-ID        PIC X(12).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-DD-TYPE            PIC X(2).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-DD-DUE-DATE        PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-DD-BUCKET          PIC X(7).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-DD-DAYS            PIC ----9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-DD-POSTPONES       PIC Z9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-DD-NOTE            PIC X(60).

       01 WS-BUCKET-LINE.
          05 FILLER                PIC X(12) VALUE '  TOTALS -  '.
          05 FILLER                PIC X(9)  VALUE 'CURRENT: '.
          05 WS-BL-CURRENT         PIC ZZZZZZ9.
          05 FILLER                PIC X(11) VALUE '  1-30 DAYS'.
          05 FILLER                PIC X(2)  VALUE ': '.
          05 WS-BL-OVER-30         PIC ZZZZZZ9.
          05 FILLER                PIC X(10) VALUE '  31+ DAYS'.
          05 FILLER                PIC X(2)  VALUE ': '.
          05 WS-BL-OVER-31-PLUS    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *----------------------------------------------------------------*
      * MAIN PROGRAM FLOW:                                             *
      * 1. Open all files                                             *
      * 2. Sweep the diary, aging every open item and tabling the     *
      *    ones to be listed with their claim's adjuster              *
      * 3. Print the items adjuster by adjuster, then unassigned,     *
      *    then the desk totals                                       *
      *----------------------------------------------------------------*
           PERFORM 100-INITIALIZATION.
           PERFORM 200-SWEEP-DIARY.
           PERFORM 400-REPORT-BY-ADJUSTER.
           PERFORM 800-GENERATE-TRAILER.
           PERFORM 900-TERMINATION.

       100-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND CHECK FOR ERRORS. A SHOP NOT YET ON THE     *
      * ADJUSTER MASTER GETS EVERY ITEM UNDER UNASSIGNED.              *
      *----------------------------------------------------------------*
           INITIALIZE WS-ITEM-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 300-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER.

           OPEN INPUT DIARY-FILE.
           IF DIARY-STATUS-CODE NOT = '00'
              DISPLAY 'ERROR OPENING DIARY FILE: ' DIARY-STATUS-CODE
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT CLAIM-FILE.
           IF CLM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLAIM FILE: ' CLM-STATUS
              PERFORM 900-TERMINATION
           END-IF.

           OPEN INPUT ADJUSTER-FILE.
           IF ADJFILE-STATUS = '00'
               SET ADJUSTER-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'ADJUSTER MASTER NOT ON FILE, ALL ITEMS '
                       'LISTED UNASSIGNED: ' ADJFILE-STATUS
           END-IF.

           OPEN OUTPUT DIARY-REPORT.
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DIARY REPORT: ' RPT-STATUS
              PERFORM 900-TERMINATION
           END-IF.

       200-SWEEP-DIARY.
      *----------------------------------------------------------------*
      * READ THE DIARY FRONT TO BACK AND TABLE EVERY OPEN ITEM THAT    *
      * IS OVERDUE OR DUE WITHIN THE LOOK-AHEAD WINDOW                 *
      *----------------------------------------------------------------*
           PERFORM UNTIL DIARY-END-OF-FILE
               READ DIARY-FILE
                   AT END
                       SET DIARY-END-OF-FILE TO TRUE
                   NOT AT END
                       IF DIARY-STATUS = 'O'
                           ADD 1 TO WS-ITEMS-READ
                           PERFORM 210-AGE-DIARY-ITEM
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'PROCESSED ALL DIARY RECORDS'.

       210-AGE-DIARY-ITEM.
      *----------------------------------------------------------------*
      * AGE ONE OPEN ITEM AGAINST TODAY AND TABLE IT WITH ITS CLAIM'S  *
      * CURRENT ADJUSTER -- THE ADJUSTER IS TAKEN FROM THE CLAIM AT    *
      * REPORT TIME, SO A REASSIGNED CLAIM'S DIARY FOLLOWS IT          *
      *----------------------------------------------------------------*
           MOVE DIARY-DUE-DATE TO WS-DN-DATE.
           PERFORM 300-COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAYS-OVER = WS-RUN-DAY-NUMBER - WS-DN-DAY-NUMBER.

           IF WS-DAYS-OVER + WS-LOOK-AHEAD-DAYS < 0
               ADD 1 TO WS-ITEMS-FUTURE
           ELSE
               IF WS-ITEM-COUNT >= 3000
                   ADD 1 TO WS-ITEMS-NOT-TABLED
                   DISPLAY 'DIARY TABLE FULL, ITEM NOT LISTED: '
                           DIARY-KEY
               ELSE
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE SPACES TO WS-IT-ADJUSTER (WS-ITEM-COUNT)
                   MOVE DIARY-CLAIM-ID TO CLAIM-ID OF CLAIM-RECORD
                   READ CLAIM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ADJUSTER-ID NOT = LOW-VALUES
                               MOVE ADJUSTER-ID
                                    TO WS-IT-ADJUSTER (WS-ITEM-COUNT)
                           END-IF
                   END-READ
                   MOVE DIARY-CLAIM-ID
                        TO WS-IT-CLAIM-ID (WS-ITEM-COUNT)
                   MOVE DIARY-TYPE TO WS-IT-TYPE (WS-ITEM-COUNT)
                   MOVE DIARY-DUE-DATE
                        TO WS-IT-DUE-DATE (WS-ITEM-COUNT)
                   MOVE WS-DAYS-OVER
                        TO WS-IT-DAYS-OVER (WS-ITEM-COUNT)
                   MOVE DIARY-POSTPONE-COUNT
                        TO WS-IT-POSTPONES (WS-ITEM-COUNT)
                   MOVE DIARY-NOTE TO WS-IT-NOTE (WS-ITEM-COUNT)
                   MOVE 'N' TO WS-IT-PRINTED-SW (WS-ITEM-COUNT)
               END-IF
           END-IF.

       300-COMPUTE-DAY-NUMBER.
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
               MOVE 'N' TO WS-DN-LEAP-SW
               DIVIDE WS-DN-CCYY BY 4 GIVING WS-DN-QUOTIENT
                      REMAINDER WS-DN-REMAINDER
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
               END-IF
               IF DN-LEAP-YEAR AND WS-DN-MM > 2
                   ADD 1 TO WS-DN-DAY-NUMBER
               END-IF
           END-IF.

       400-REPORT-BY-ADJUSTER.
      *----------------------------------------------------------------*
      * PRINT THE HEADING, THEN ONE SECTION PER ADJUSTER ON THE        *
      * MASTER (IN ADJUSTER-ID ORDER) THAT HAS ITEMS, THEN ONE         *
      * SECTION FOR EVERY ITEM NOT YET PRINTED -- UNASSIGNED CLAIMS    *
      * AND CLAIMS CARRYING AN ADJUSTER NO LONGER ON THE MASTER        *
      *----------------------------------------------------------------*
           MOVE WS-RUN-DATE TO WS-H-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF ADJUSTER-MASTER-AVAILABLE
               PERFORM UNTIL ADJ-END-OF-FILE
                   READ ADJUSTER-FILE
                       AT END
                           SET ADJ-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE ADJ-ID   TO WS-REPORT-ADJUSTER
                           MOVE ADJ-NAME TO WS-REPORT-ADJ-NAME
                           PERFORM 410-REPORT-ONE-ADJUSTER
                   END-READ
               END-PERFORM
           END-IF.

           MOVE HIGH-VALUES  TO WS-REPORT-ADJUSTER.
           MOVE 'UNASSIGNED' TO WS-REPORT-ADJ-NAME.
           PERFORM 410-REPORT-ONE-ADJUSTER.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DESK TOTALS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DESK-CURRENT      TO WS-BL-CURRENT.
           MOVE WS-DESK-OVER-30      TO WS-BL-OVER-30.
           MOVE WS-DESK-OVER-31-PLUS TO WS-BL-OVER-31-PLUS.
           MOVE WS-BUCKET-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       410-REPORT-ONE-ADJUSTER.
      *----------------------------------------------------------------*
      * PRINT ONE ADJUSTER'S ITEMS WITH THEIR BUCKET COUNTS. HIGH-     *
      * VALUES IN WS-REPORT-ADJUSTER PICKS UP EVERY ITEM STILL         *
      * UNPRINTED. AN ADJUSTER WITH NOTHING DUE GETS NO SECTION.       *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-ADJ-CURRENT.
           MOVE ZERO TO WS-ADJ-OVER-30.
           MOVE ZERO TO WS-ADJ-OVER-31-PLUS.

           MOVE 1 TO WS-ITEM-SUB.
           PERFORM UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-PRINTED-SW (WS-ITEM-SUB) = 'N'
                  AND (WS-IT-ADJUSTER (WS-ITEM-SUB)
                                = WS-REPORT-ADJUSTER
                       OR WS-REPORT-ADJUSTER = HIGH-VALUES)
                   IF WS-ADJ-CURRENT + WS-ADJ-OVER-30
                                     + WS-ADJ-OVER-31-PLUS = 0
                       PERFORM 415-PRINT-ADJUSTER-HEADING
                   END-IF
                   PERFORM 420-PRINT-DIARY-ITEM
               END-IF
               ADD 1 TO WS-ITEM-SUB
           END-PERFORM.

           IF WS-ADJ-CURRENT + WS-ADJ-OVER-30
                             + WS-ADJ-OVER-31-PLUS > 0
               MOVE WS-ADJ-CURRENT      TO WS-BL-CURRENT
               MOVE WS-ADJ-OVER-30      TO WS-BL-OVER-30
               MOVE WS-ADJ-OVER-31-PLUS TO WS-BL-OVER-31-PLUS
               MOVE WS-BUCKET-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD WS-ADJ-CURRENT      TO WS-DESK-CURRENT
               ADD WS-ADJ-OVER-30      TO WS-DESK-OVER-30
               ADD WS-ADJ-OVER-31-PLUS TO WS-DESK-OVER-31-PLUS
           END-IF.

       415-PRINT-ADJUSTER-HEADING.
      *----------------------------------------------------------------*
      * OPEN ONE ADJUSTER'S SECTION                                    *
      *----------------------------------------------------------------*
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORT-ADJUSTER = HIGH-VALUES
               MOVE '----' TO WS-AH-ID
           ELSE
               MOVE WS-REPORT-ADJUSTER TO WS-AH-ID
           END-IF.
           MOVE WS-REPORT-ADJ-NAME TO WS-AH-NAME.
           MOVE WS-ADJUSTER-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

       420-PRINT-DIARY-ITEM.
      *----------------------------------------------------------------*
      * PRINT ONE ITEM AND COUNT IT INTO ITS AGING BUCKET:             *
      *   CURRENT - DUE TODAY OR WITHIN THE LOOK-AHEAD WINDOW          *
      *   1-30    - 1 TO 30 DAYS PAST DUE                              *
      *   31+     - MORE THAN 30 DAYS PAST DUE                         *
      *----------------------------------------------------------------*
           MOVE 'Y' TO WS-IT-PRINTED-SW (WS-ITEM-SUB).
           EVALUATE TRUE
               WHEN WS-IT-DAYS-OVER (WS-ITEM-SUB) < 1
                   MOVE 'CURRENT' TO WS-DD-BUCKET
                   ADD 1 TO WS-ADJ-CURRENT
               WHEN WS-IT-DAYS-OVER (WS-ITEM-SUB) NOT >
                        WS-BUCKET-1-LIMIT
                   MOVE '1-30'    TO WS-DD-BUCKET
                   ADD 1 TO WS-ADJ-OVER-30
               WHEN OTHER
                   MOVE '31+'     TO WS-DD-BUCKET
                   ADD 1 TO WS-ADJ-OVER-31-PLUS
           END-EVALUATE.

           MOVE WS-IT-CLAIM-ID (WS-ITEM-SUB)  TO WS-DD-CLAIM-ID.
           MOVE WS-IT-TYPE (WS-ITEM-SUB)      TO WS-DD-TYPE.
           MOVE WS-IT-DUE-DATE (WS-ITEM-SUB)  TO WS-DD-DUE-DATE.
           MOVE WS-IT-DAYS-OVER (WS-ITEM-SUB) TO WS-DD-DAYS.
           MOVE WS-IT-POSTPONES (WS-ITEM-SUB) TO WS-DD-POSTPONES.
           MOVE WS-IT-NOTE (WS-ITEM-SUB)      TO WS-DD-NOTE.
           MOVE WS-DIARY-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       800-GENERATE-TRAILER.
      *----------------------------------------------------------------*
      * DISPLAY RUN CONTROL TOTALS                                     *
      *----------------------------------------------------------------*
           DISPLAY '===================================='.
           DISPLAY 'DIARYRPT RUN CONTROL TOTALS'.
           DISPLAY 'OPEN ITEMS READ:       ' WS-ITEMS-READ.
           DISPLAY 'ITEMS CURRENT:         ' WS-DESK-CURRENT.
           DISPLAY 'ITEMS 1-30 OVERDUE:    ' WS-DESK-OVER-30.
           DISPLAY 'ITEMS 31+ OVERDUE:     ' WS-DESK-OVER-31-PLUS.
           DISPLAY 'ITEMS NOT YET DUE:     ' WS-ITEMS-FUTURE.
           DISPLAY 'ITEMS NOT LISTED:      ' WS-ITEMS-NOT-TABLED.
           DISPLAY '===================================='.

       900-TERMINATION.
      *----------------------------------------------------------------*
      * CLOSE ALL OPEN FILES AND STOP THE RUN                         *
      *----------------------------------------------------------------*
           CLOSE DIARY-FILE
                 CLAIM-FILE
                 DIARY-REPORT.

           IF ADJUSTER-MASTER-AVAILABLE
               CLOSE ADJUSTER-FILE
           END-IF.

           IF WS-ITEMS-NOT-TABLED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
