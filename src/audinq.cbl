       01 INQUIRY-LINE             PIC X(10).

       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-LINE         PIC X(300).

       FD INQUIRY-REPORT.
       01 REPORT-LINE              PIC X(300).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
