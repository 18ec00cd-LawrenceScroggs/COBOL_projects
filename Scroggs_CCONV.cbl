      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: One-time conversion of the indexed course master
      * from the 100-byte record to the 103-byte record (CAPACITY
      * added to COURSE-RECORD).  An indexed file's record length
      * is fixed when the file is built, so the existing
      * COURSE-MASTER.DAT cannot simply be read with the new layout
      * - and MASTER-LOAD is no answer, since it reloads from the
      * long-stale COURSE-MASTER.TXT and loses every change made
      * since the first conversion.  This unloads the live master in
      * key order under its old layout into COURSE-MASTER-103.DAT
      * with a blank CAPACITY (no seat limit), and re-lays the audit
      * journal's before/after images the same way into
      * AUDIT-JOURNAL-103.TXT, so MASTER-REBUILD and AUDIT-REPORT
      * keep reading it.  The conversion proves itself before
      * anything is swapped: the record count and the total SCH read
      * back from the new master, and the entry count read back from
      * the new journal, must equal what was read from the old
      * files.  The live files are never touched - nightly-batch.sh
      * swaps the converted ones in only on a proof.
      *     COURSE-CONVERT JOURNAL AUDIT-JOURNAL.20260101.ARCHIVE
      * re-lays just the one journal named - PERIOD-ARCHIVE's dated
      * archives, which AUDIT-REPORT reads through AUDITDD - into
      * <name>.103, proved on its entry count the same way.
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.
      * 10/15/26 LS - JOURNAL <name> on the command line re-lays one
      *   archived audit journal instead of the master and the live
      *   journal; an archive left on 100-byte images reads 3 bytes
      *   off under AUDIT-REPORT's 103-byte layout.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO "COURSE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-KEY
               FILE STATUS IS OLD-STATUS.
           SELECT NEW-MASTER ASSIGN TO "COURSE-MASTER-103.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS NEW-STATUS.
           SELECT OLD-JOURNAL ASSIGN TO DYNAMIC OLD-JRNL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-JRNL-STATUS.
           SELECT NEW-JOURNAL ASSIGN TO DYNAMIC NEW-JRNL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER.
       01  OLD-RECORD.
           03  OLD-FRONT       PIC X(72).
           03  OLD-KEY         PIC X(23).
           03  OLD-SCH         PIC X(4).
           03  OLD-RESIDENCY   PIC X.
       FD  NEW-MASTER.
       01  MASTER-RECORD.
           COPY COURSE-RECORD.
       FD  OLD-JOURNAL.
       01  OLD-AUDIT-REC.
           03  OLD-AUD-STAMP   PIC X(23).
           03  OLD-AUD-BEFORE  PIC X(100).
           03  FILLER          PIC X.
           03  OLD-AUD-AFTER   PIC X(100).
       FD  NEW-JOURNAL.
       01  AUDIT-REC.
           COPY AUDIT-REC.
       WORKING-STORAGE SECTION.
           77  OLD-STATUS          PIC XX     VALUE "00".
           77  NEW-STATUS          PIC XX     VALUE "00".
           77  OLD-JRNL-STATUS     PIC XX     VALUE "00".
           77  NEW-JRNL-STATUS     PIC XX     VALUE "00".
           77  OLD-EOF-SW          PIC X      VALUE "N".
               88 OLD-E-O-F                   VALUE "Y".
           77  NEW-EOF-SW          PIC X      VALUE "N".
               88 NEW-E-O-F                   VALUE "Y".
           77  JRNL-EOF-SW         PIC X      VALUE "N".
               88 JRNL-E-O-F                  VALUE "Y".
           77  JOURNAL-SW          PIC X      VALUE "Y".
               88 JOURNAL-PRESENT             VALUE "Y".
           77  RECORDS-READ        PIC 9(6)   VALUE ZERO.
           77  RECORDS-WRITTEN     PIC 9(6)   VALUE ZERO.
           77  RECORDS-REJECTED    PIC 9(6)   VALUE ZERO.
           77  SCH-NUM             PIC 9(4)   VALUE ZERO.
           77  SCH-READ            PIC 9(9)   VALUE ZERO.
           77  NEW-RECORDS         PIC 9(6)   VALUE ZERO.
           77  NEW-SCH             PIC 9(9)   VALUE ZERO.
           77  ENTRIES-READ        PIC 9(7)   VALUE ZERO.
           77  ENTRIES-WRITTEN     PIC 9(7)   VALUE ZERO.
           77  NEW-ENTRIES         PIC 9(7)   VALUE ZERO.
           77  RUN-ARGS            PIC X(120) VALUE SPACES.
           77  RUN-MODE            PIC X(10)  VALUE SPACES.
               88 JOURNAL-ONLY                VALUE "JOURNAL".
           77  ARG-JRNL-NAME       PIC X(96)  VALUE SPACES.
           77  OLD-JRNL-NAME       PIC X(100)
                                   VALUE "AUDIT-JOURNAL.TXT".
           77  NEW-JRNL-NAME       PIC X(100)
                                   VALUE "AUDIT-JOURNAL-103.TXT".
           77  PROOF-SW            PIC X      VALUE "Y".
               88 CONVERSION-PROVED           VALUE "Y".

       PROCEDURE DIVISION.
       010-MAIN.
           ACCEPT RUN-ARGS FROM COMMAND-LINE.
           UNSTRING RUN-ARGS DELIMITED BY ALL SPACE
               INTO RUN-MODE ARG-JRNL-NAME.
           IF RUN-MODE IS NOT EQUAL TO SPACES
               PERFORM 020-CONVERT-ONE-JOURNAL
           END-IF.
           OPEN INPUT NEW-MASTER.
           IF NEW-STATUS IS EQUAL TO "00"
               CLOSE NEW-MASTER
               DISPLAY "COURSE-CONVERT: COURSE-MASTER-103.DAT already "
                   "exists - remove it and run the conversion again."
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT OLD-MASTER.
           IF OLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "COURSE-CONVERT: COURSE-MASTER.DAT could not be "
                   "opened - STATUS: " OLD-STATUS
               STOP RUN RETURNING 16
           END-IF.
           OPEN OUTPUT NEW-MASTER.
           IF NEW-STATUS IS NOT EQUAL TO "00"
               DISPLAY "COURSE-CONVERT: COURSE-MASTER-103.DAT could "
                   "not be created - STATUS: " NEW-STATUS
               STOP RUN RETURNING 16
           END-IF.
           MOVE LOW-VALUES TO OLD-KEY.
           START OLD-MASTER KEY IS NOT LESS THAN OLD-KEY
               INVALID KEY SET OLD-E-O-F TO TRUE
           END-START.
           PERFORM 030-CONVERT-RECORD UNTIL OLD-E-O-F.
           CLOSE OLD-MASTER.
           CLOSE NEW-MASTER.
           PERFORM 050-CONVERT-JOURNAL.
           PERFORM 070-PROVE-CONVERSION.
           DISPLAY "COURSE-CONVERT: COURSE-MASTER.DAT      records "
               RECORDS-READ "  SCH " SCH-READ.
           DISPLAY "COURSE-CONVERT: COURSE-MASTER-103.DAT  records "
               NEW-RECORDS "  SCH " NEW-SCH.
           IF JOURNAL-PRESENT
               DISPLAY "COURSE-CONVERT: AUDIT-JOURNAL.TXT      entries "
                   ENTRIES-READ
               DISPLAY "COURSE-CONVERT: AUDIT-JOURNAL-103.TXT  entries "
                   NEW-ENTRIES
           END-IF.
           IF RECORDS-REJECTED IS GREATER THAN ZERO OR
              NEW-RECORDS IS NOT EQUAL TO RECORDS-READ OR
              NEW-SCH IS NOT EQUAL TO SCH-READ OR
              NEW-ENTRIES IS NOT EQUAL TO ENTRIES-READ
               MOVE "N" TO PROOF-SW
           END-IF.
           IF NOT CONVERSION-PROVED
               DISPLAY "COURSE-CONVERT: the converted files DO NOT "
                   "PROVE - the live master stays as it is."
               STOP RUN RETURNING 8
           END-IF.
           DISPLAY "COURSE-CONVERT: COURSE-MASTER-103.DAT PROVED to "
               "COURSE-MASTER.DAT.".
           STOP RUN.

      ******************************************************************
      * One archived journal on its own: no master, and a journal
      * that is not there is an error here, not "nothing to do".
      ******************************************************************
       020-CONVERT-ONE-JOURNAL.
           IF NOT JOURNAL-ONLY OR
              ARG-JRNL-NAME IS EQUAL TO SPACES
               DISPLAY "COURSE-CONVERT: give no arguments to convert "
                   "the master and AUDIT-JOURNAL.TXT, or"
               DISPLAY "  JOURNAL <name> to re-lay one archived "
                   "journal into <name>.103."
               STOP RUN RETURNING 16
           END-IF.
           MOVE ARG-JRNL-NAME TO OLD-JRNL-NAME.
           MOVE SPACES TO NEW-JRNL-NAME.
           STRING ARG-JRNL-NAME DELIMITED BY SPACE
               ".103" DELIMITED BY SIZE
               INTO NEW-JRNL-NAME.
           OPEN INPUT NEW-JOURNAL.
           IF NEW-JRNL-STATUS IS EQUAL TO "00"
               CLOSE NEW-JOURNAL
               DISPLAY "COURSE-CONVERT: already exists - remove it and "
                   "run the conversion again: " NEW-JRNL-NAME
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT OLD-JOURNAL.
           IF OLD-JRNL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "COURSE-CONVERT: could not be opened - STATUS: "
                   OLD-JRNL-STATUS " " OLD-JRNL-NAME
               STOP RUN RETURNING 16
           END-IF.
           PERFORM 051-RELAY-JOURNAL.
           PERFORM 075-PROVE-JOURNAL.
           DISPLAY "COURSE-CONVERT: entries " ENTRIES-READ " "
               OLD-JRNL-NAME.
           DISPLAY "COURSE-CONVERT: entries " NEW-ENTRIES " "
               NEW-JRNL-NAME.
           IF NEW-ENTRIES IS NOT EQUAL TO ENTRIES-READ
               DISPLAY "COURSE-CONVERT: the re-laid journal DOES NOT "
                   "PROVE - the archive stays as it is."
               STOP RUN RETURNING 8
           END-IF.
           STOP RUN.

      ******************************************************************
      * Every field keeps its old offset; CAPACITY goes on the end
      * blank, which is "no seat limit" until it is set through
      * COURSE-MAINT.  Only numeric SCH adds to the SCH totals, on
      * both sides of the proof.
      ******************************************************************
       030-CONVERT-RECORD.
           READ OLD-MASTER NEXT RECORD
               AT END SET OLD-E-O-F TO TRUE
           END-READ.
           IF NOT OLD-E-O-F
               ADD 1 TO RECORDS-READ
               IF OLD-SCH IS NUMERIC
                   MOVE OLD-SCH TO SCH-NUM
                   ADD SCH-NUM TO SCH-READ
               END-IF
               MOVE SPACES TO MASTER-RECORD
               MOVE OLD-RECORD TO MASTER-RECORD (1:100)
               MOVE SPACES TO CAPACITY
               WRITE MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO RECORDS-REJECTED
                       DISPLAY "COURSE-CONVERT: key " MASTER-KEY
                           " could not be written - STATUS: "
                           NEW-STATUS
                   NOT INVALID KEY
                       ADD 1 TO RECORDS-WRITTEN
               END-WRITE
           END-IF.

      ******************************************************************
      * A site that has never run COURSE-MAINT has no journal; that
      * is not a failure, there is simply nothing to re-lay.
      ******************************************************************
       050-CONVERT-JOURNAL.
           OPEN INPUT OLD-JOURNAL.
           IF OLD-JRNL-STATUS IS EQUAL TO "35"
               MOVE "N" TO JOURNAL-SW
               DISPLAY "COURSE-CONVERT: no AUDIT-JOURNAL.TXT - nothing "
                   "to re-lay."
           ELSE
               IF OLD-JRNL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "COURSE-CONVERT: AUDIT-JOURNAL.TXT could "
                       "not be opened - STATUS: " OLD-JRNL-STATUS
                   STOP RUN RETURNING 16
               END-IF
               PERFORM 051-RELAY-JOURNAL
           END-IF.

       051-RELAY-JOURNAL.
           OPEN OUTPUT NEW-JOURNAL.
           IF NEW-JRNL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "COURSE-CONVERT: could not be created - STATUS: "
                   NEW-JRNL-STATUS " " NEW-JRNL-NAME
               STOP RUN RETURNING 16
           END-IF.
           PERFORM 052-READ-OLD-ENTRY.
           PERFORM 054-CONVERT-ENTRY UNTIL JRNL-E-O-F.
           CLOSE OLD-JOURNAL.
           CLOSE NEW-JOURNAL.

       052-READ-OLD-ENTRY.
           READ OLD-JOURNAL AT END SET JRNL-E-O-F TO TRUE.

       054-CONVERT-ENTRY.
           ADD 1 TO ENTRIES-READ.
           MOVE SPACES TO AUDIT-REC.
           MOVE OLD-AUD-STAMP TO AUDIT-REC (1:23).
           MOVE OLD-AUD-BEFORE TO AUD-BEFORE.
           MOVE OLD-AUD-AFTER TO AUD-AFTER.
           WRITE AUDIT-REC.
           ADD 1 TO ENTRIES-WRITTEN.
           PERFORM 052-READ-OLD-ENTRY.

      ******************************************************************
      * Read both converted files back - the new master down its key,
      * so the index is proved to carry every record, not just the
      * data file.
      ******************************************************************
       070-PROVE-CONVERSION.
           OPEN INPUT NEW-MASTER.
           IF NEW-STATUS IS NOT EQUAL TO "00"
               DISPLAY "COURSE-CONVERT: COURSE-MASTER-103.DAT could "
                   "not be reopened - STATUS: " NEW-STATUS
               STOP RUN RETURNING 16
           END-IF.
           MOVE LOW-VALUES TO MASTER-KEY.
           START NEW-MASTER KEY IS NOT LESS THAN MASTER-KEY
               INVALID KEY SET NEW-E-O-F TO TRUE
           END-START.
           PERFORM 072-COUNT-NEW-RECORD UNTIL NEW-E-O-F.
           CLOSE NEW-MASTER.
           IF JOURNAL-PRESENT
               PERFORM 075-PROVE-JOURNAL
           END-IF.

       072-COUNT-NEW-RECORD.
           READ NEW-MASTER NEXT RECORD
               AT END SET NEW-E-O-F TO TRUE
           END-READ.
           IF NOT NEW-E-O-F
               ADD 1 TO NEW-RECORDS
               IF SCH IS NUMERIC
                   MOVE SCH TO SCH-NUM
                   ADD SCH-NUM TO NEW-SCH
               END-IF
           END-IF.

       074-COUNT-NEW-ENTRY.
           READ NEW-JOURNAL
               AT END SET JRNL-E-O-F TO TRUE
               NOT AT END ADD 1 TO NEW-ENTRIES
           END-READ.

       075-PROVE-JOURNAL.
           MOVE "N" TO JRNL-EOF-SW.
           OPEN INPUT NEW-JOURNAL.
           PERFORM 074-COUNT-NEW-ENTRY UNTIL JRNL-E-O-F.
           CLOSE NEW-JOURNAL.

       END PROGRAM COURSE-CONVERT.
