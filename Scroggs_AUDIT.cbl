      *   convention), so a prior period archived off by
      *   PERIOD-ARCHIVE can be reported straight from its
      *   AUDIT-JOURNAL.<cutoff>.ARCHIVE file.
      * 10/15/26 LS - History lines widened to 120 bytes for the
      *   103-byte images (COURSE-RECORD's CAPACITY).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-REPORT.
       ENVIRONMENT DIVISION.
       01  AUDIT-REC.
           COPY AUDIT-REC.
       FD  HISTORY-LIST.
       01  HISTORY-LINE        PIC X(120).
       WORKING-STORAGE SECTION.
           77  AUDIT-STATUS        PIC XX     VALUE "00".
           77  AUDIT-FILE-NAME     PIC X(60)  VALUE SPACES.
