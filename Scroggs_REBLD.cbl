      ******************************************************************
      * Mods:
      * 09/01/26 LS - First cut.
      * 10/15/26 LS - Record images are 103 bytes (COURSE-RECORD's
      *   CAPACITY).
      * 10/15/26 LS - Snapshots taken before the master was converted
      *   to 103 bytes are retired: COURSE-MASTER.LAYOUT (written by
      *   nightly-batch.sh at the conversion) gives the date, and a
      *   snapshot dated before it is refused rather than misread.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-REBUILD.
       ENVIRONMENT DIVISION.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-JOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT LAYOUT-FILE ASSIGN TO "COURSE-MASTER.LAYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-FILE.
       01  SNAP-RECORD.
           03  FILLER          PIC X(72).
           03  SNAP-KEY        PIC X(23).
           03  FILLER          PIC X(8).
       FD  REBUILT-FILE.
       01  REBUILT-RECORD.
           03  FILLER          PIC X(72).
           03  RB-KEY          PIC X(23).
           03  FILLER          PIC X(8).
       FD  LIVE-FILE.
       01  LIVE-RECORD.
           03  FILLER          PIC X(72).
           03  LIVE-KEY        PIC X(23).
           03  FILLER          PIC X(8).
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           COPY AUDIT-REC.
       FD  LAYOUT-FILE.
       01  LAYOUT-REC.
           03  LAYOUT-LENGTH   PIC 9(3).
           03  FILLER          PIC X.
           03  LAYOUT-DATE     PIC 9(8).
       WORKING-STORAGE SECTION.
           77  SNAP-STATUS         PIC XX     VALUE "00".
           77  REBUILT-STATUS      PIC XX     VALUE "00".
           77  LIVE-STATUS         PIC XX     VALUE "00".
           77  AUDIT-STATUS        PIC XX     VALUE "00".
           77  LAYOUT-STATUS       PIC XX     VALUE "00".
           77  SNAP-EOF-SW         PIC X      VALUE "N".
               88 SNAP-E-O-F                  VALUE "Y".
           77  AUDIT-EOF-SW        PIC X      VALUE "N".
       PROCEDURE DIVISION.
       010-MAIN.
           PERFORM 020-RESOLVE-ARGUMENTS.
           PERFORM 025-CHECK-SNAPSHOT-LAYOUT.
           PERFORM 030-COPY-SNAPSHOT.
           PERFORM 040-REPLAY-JOURNAL.
           PERFORM 060-VERIFY-COUNTS.
           STRING "COURSE-MASTER." SNAP-DATE-TEXT ".SNAP"
               DELIMITED BY SIZE INTO SNAP-NAME.

      ******************************************************************
      * A snapshot is a byte copy of the master as it stood that
      * night, so one taken before the 103-byte conversion holds
      * 100-byte records and cannot be replayed with the journal's
      * 103-byte images.  Those snapshots are retired (they age out
      * of the chain's keep list on their own); the conversion date
      * is on COURSE-MASTER.LAYOUT, and a master with no layout file
      * has not been converted yet.
      ******************************************************************
       025-CHECK-SNAPSHOT-LAYOUT.
           OPEN INPUT LAYOUT-FILE.
           IF LAYOUT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "MASTER-REBUILD: COURSE-MASTER.LAYOUT could not "
                   "be opened - STATUS: " LAYOUT-STATUS
               DISPLAY "  the master has not been converted to the "
                   "103-byte record; run the chain first."
               STOP RUN RETURNING 16
           END-IF.
           READ LAYOUT-FILE
               AT END MOVE ZERO TO LAYOUT-LENGTH
           END-READ.
           CLOSE LAYOUT-FILE.
           IF LAYOUT-LENGTH IS NOT EQUAL TO 103 OR
              LAYOUT-DATE IS NOT NUMERIC
               DISPLAY "MASTER-REBUILD: COURSE-MASTER.LAYOUT does not "
                   "name the 103-byte record - not rebuilt."
               STOP RUN RETURNING 16
           END-IF.
           IF SNAP-DATE IS LESS THAN LAYOUT-DATE
               DISPLAY "MASTER-REBUILD: " SNAP-NAME
               DISPLAY "  predates the 103-byte conversion of "
                   LAYOUT-DATE " - that snapshot is retired; use "
                   "one taken on or after the conversion."
               STOP RUN RETURNING 16
           END-IF.

       030-COPY-SNAPSHOT.
           OPEN INPUT SNAP-FILE.
           IF SNAP-STATUS IS NOT EQUAL TO "00"
