       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJSETUP.
      *----------------------------------------------------------------*
      * PROGRAM TO CREATE AND POPULATE THE ADJUSTER MASTER FILE        *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTER-FILE ASSIGN TO "data/ADJFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADJ-ID
           FILE STATUS IS ADJFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Regions and claim types are held as up to five packed codes
      * each (e.g. 'NE1WE4' / 'TPTT'); the authority level is the
      * award tier the adjuster may sign off; the capacity is the
      * open-claim caseload new assignments are balanced against.
      * Status A active, L on leave (no new assignments), I inactive.
       FD ADJUSTER-FILE.
       01 ADJUSTER-RECORD.
          05 ADJ-ID                PIC X(4).
          05 ADJ-NAME              PIC X(30).
          05 ADJ-REGIONS           PIC X(15).
          05 ADJ-CLAIM-TYPES       PIC X(10).
          05 ADJ-AUTHORITY-LEVEL   PIC 9(1).
          05 ADJ-CAPACITY          PIC 9(4).
          05 ADJ-STATUS            PIC X(1).

       WORKING-STORAGE SECTION.
       01 ADJFILE-STATUS           PIC X(2).

       PROCEDURE DIVISION.
           OPEN OUTPUT ADJUSTER-FILE.

           IF ADJFILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ADJUSTER FILE: '
                      ADJFILE-STATUS
              STOP RUN
           END-IF.

      * ADD SAMPLE ADJUSTER RECORDS

      * Adjuster 1 - northeast desk, temporary claims
           MOVE 'AJ01' TO ADJ-ID.
           MOVE 'M. KOWALSKI' TO ADJ-NAME.
           MOVE 'NE1' TO ADJ-REGIONS.
           MOVE 'TPTT' TO ADJ-CLAIM-TYPES.
           MOVE 1 TO ADJ-AUTHORITY-LEVEL.
           MOVE 0120 TO ADJ-CAPACITY.
           MOVE 'A' TO ADJ-STATUS.

           WRITE ADJUSTER-RECORD.
           DISPLAY 'ADJUSTER RECORD 1 WRITTEN: ' ADJ-ID.

      * Adjuster 2 - northeast and central, all disability types
           MOVE 'AJ02' TO ADJ-ID.
           MOVE 'R. OKAFOR' TO ADJ-NAME.
           MOVE 'NE1CE5' TO ADJ-REGIONS.
           MOVE 'TPTTPPPT' TO ADJ-CLAIM-TYPES.
           MOVE 2 TO ADJ-AUTHORITY-LEVEL.
           MOVE 0100 TO ADJ-CAPACITY.
           MOVE 'A' TO ADJ-STATUS.

           WRITE ADJUSTER-RECORD.
           DISPLAY 'ADJUSTER RECORD 2 WRITTEN: ' ADJ-ID.

      * Adjuster 3 - midwest and southeast, all types
           MOVE 'AJ03' TO ADJ-ID.
           MOVE 'D. HALVORSEN' TO ADJ-NAME.
           MOVE 'MW2SE3' TO ADJ-REGIONS.
           MOVE 'TPTTPPPTFA' TO ADJ-CLAIM-TYPES.
           MOVE 2 TO ADJ-AUTHORITY-LEVEL.
           MOVE 0110 TO ADJ-CAPACITY.
           MOVE 'A' TO ADJ-STATUS.

           WRITE ADJUSTER-RECORD.
           DISPLAY 'ADJUSTER RECORD 3 WRITTEN: ' ADJ-ID.

      * Adjuster 4 - senior, permanent and fatality claims everywhere
           MOVE 'AJ04' TO ADJ-ID.
           MOVE 'J. ABERNATHY' TO ADJ-NAME.
           MOVE 'NE1MW2SE3WE4CE5' TO ADJ-REGIONS.
           MOVE 'PPPTFA' TO ADJ-CLAIM-TYPES.
           MOVE 4 TO ADJ-AUTHORITY-LEVEL.
           MOVE 0080 TO ADJ-CAPACITY.
           MOVE 'A' TO ADJ-STATUS.

           WRITE ADJUSTER-RECORD.
           DISPLAY 'ADJUSTER RECORD 4 WRITTEN: ' ADJ-ID.

      * Adjuster 5 - west desk, all types
           MOVE 'AJ05' TO ADJ-ID.
           MOVE 'S. NAKAMURA' TO ADJ-NAME.
           MOVE 'WE4' TO ADJ-REGIONS.
           MOVE 'TPTTPPPTFA' TO ADJ-CLAIM-TYPES.
           MOVE 3 TO ADJ-AUTHORITY-LEVEL.
           MOVE 0100 TO ADJ-CAPACITY.
           MOVE 'A' TO ADJ-STATUS.

           WRITE ADJUSTER-RECORD.
           DISPLAY 'ADJUSTER RECORD 5 WRITTEN: ' ADJ-ID.

           CLOSE ADJUSTER-FILE.
           DISPLAY 'ADJUSTER FILE CREATED SUCCESSFULLY'.
           STOP RUN.
