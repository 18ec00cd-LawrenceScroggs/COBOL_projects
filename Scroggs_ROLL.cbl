      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: Roll a term's course schedule forward.  Building next
      * fall's schedule meant keying every section of this fall back
      * into COURSE-MAINT by hand.  Given the source and target terms,
      *     COURSE-ROLL 2026FA 2027FA
      * this copies every source-term course on COURSE-MASTER.DAT to
      * the same instructor and prefix in the target term - college,
      * department, teacher, and seat capacity carried over, SCH
      * started at zero since the new section has no enrollment yet.
      * A course already on the master for the target term is left
      * alone and reported as skipped; a course on the exclusion list
      * (ROLL-EXCLUDE.TXT, see ROLL-EXCLUDE-REC) is reported as
      * excluded with the list's reason.  Every copy is journaled to
      * AUDIT-JOURNAL.TXT as an ADD exactly as COURSE-MAINT journals
      * one, so AUDIT-REPORT shows the rolled schedule like any other
      * add.  A target term closed on TERM-STATUS.TXT is refused
      * outright.  The course-by-course result goes to
      * ROLL-REPORT.TXT and ends with the copied / skipped / excluded
      * counts.
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.
      * 10/15/26 LS - Takes the shared batch lock (BATCH-LOCK.TXT) on
      *   the COURSE resource before opening anything, and refuses -
      *   naming the holder - when it or the nightly chain already
      *   holds it.  Lock events go to BATCH-RUN-LOG.TXT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-ROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "COURSE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT EXCLUDE-FILE ASSIGN TO "ROLL-EXCLUDE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCLUDE-STATUS.
           SELECT ROLL-REPORT ASSIGN TO "ROLL-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-JOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT TERM-STATUS-FILE ASSIGN TO "TERM-STATUS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-STATUS-STAT.
           SELECT LOCK-FILE ASSIGN TO "BATCH-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.
           SELECT RUN-LOG ASSIGN TO "BATCH-RUN-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY COURSE-RECORD.
       FD  EXCLUDE-FILE.
       01  EXCLUDE-REC.
           COPY ROLL-EXCLUDE-REC.
       FD  ROLL-REPORT.
       01  REPORT-LINE         PIC X(100).
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           COPY AUDIT-REC.
       FD  TERM-STATUS-FILE.
       01  TERM-STATUS-REC.
           COPY TERM-STATUS-REC.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY LOCK-REC.
       FD  RUN-LOG.
       01  RUN-LOG-REC.
           COPY RUN-LOG-REC.
       WORKING-STORAGE SECTION.
           77  LOCK-STATUS         PIC XX     VALUE "00".
           77  RUN-LOG-STATUS      PIC XX     VALUE "00".
           77  LOCK-EOF-SW         PIC X      VALUE "N".
               88 LOCK-E-O-F                  VALUE "Y".
           77  LOCK-REFUSED-SW     PIC X      VALUE "N".
               88 LOCK-REFUSED                VALUE "Y".
           77  LOCK-RESOURCE       PIC X(12)  VALUE "COURSE".
           77  LOCK-PROGRAM        PIC X(16)  VALUE "COURSE-ROLL".
           77  LOCK-OWNER          PIC X(12)  VALUE SPACES.
           77  LOCK-PARENT         PIC X(12)  VALUE SPACES.
           77  LOCK-TAKEN-DATE     PIC 9(8)   VALUE ZERO.
           77  LOCK-TAKEN-TIME     PIC 9(6)   VALUE ZERO.
           77  LOCK-DATE-NOW       PIC 9(8)   VALUE ZERO.
           77  LOCK-TIME-NOW       PIC 9(8)   VALUE ZERO.
           77  LOCK-COUNT          PIC 99     VALUE ZERO.
           77  LOCK-SUB            PIC 99     VALUE ZERO.
           77  LOCK-HELD-SUB       PIC 99     VALUE ZERO.
           77  LOCK-EVENT          PIC X(5)   VALUE SPACES.
           77  LOCK-EVENT-RC       PIC 9(4)   VALUE ZERO.
           77  LOCK-LOG-RESOURCE   PIC X(12)  VALUE SPACES.
           77  LOCK-LOG-OWNER      PIC X(12)  VALUE SPACES.
           77  LOCK-LOG-PROGRAM    PIC X(16)  VALUE SPACES.
           77  LOCK-DAY-NUMBER     PIC 9(8)   VALUE ZERO.
           77  LOCK-AGE-HOURS      PIC S9(5)  VALUE ZERO.
           77  LOCK-AGE-ED         PIC ZZZZ9.
           77  LOCK-STALE-HOURS    PIC 9(5)   VALUE 12.
           77  LOCK-DATE-ED        PIC 9999/99/99.
           77  LOCK-HH             PIC 99     VALUE ZERO.
           77  LOCK-MESSAGE        PIC X(120) VALUE SPACES.
           77  MASTER-STATUS       PIC XX     VALUE "00".
           77  MASTER-EOF-SW       PIC X      VALUE "N".
               88 MASTER-E-O-F                VALUE "Y".
           77  EXCLUDE-STATUS      PIC XX     VALUE "00".
           77  EXCLUDE-EOF-SW      PIC X      VALUE "N".
               88 EXCLUDE-E-O-F               VALUE "Y".
           77  AUDIT-STATUS        PIC XX     VALUE "00".
           77  TERM-STATUS-STAT    PIC XX     VALUE "00".
           77  TERM-EOF-SW         PIC X      VALUE "N".
               88 TERM-E-O-F                  VALUE "Y".
           77  ROLL-ARGS           PIC X(40)  VALUE SPACES.
           77  SOURCE-TERM         PIC X(6)   VALUE SPACES.
           77  TARGET-TERM         PIC X(6)   VALUE SPACES.
           77  CHECK-TERM          PIC X(6)   VALUE SPACES.
           77  TERM-OK-SW          PIC X      VALUE "N".
               88 TERM-CODE-OK                VALUE "Y".
           77  TERM-CLOSED-SW      PIC X      VALUE "N".
               88 TERM-IS-CLOSED              VALUE "Y".
           77  TERM-COUNT          PIC 99     VALUE ZERO.
           77  TERM-SUB            PIC 99     VALUE ZERO.
           77  EXCLUDE-COUNT       PIC 9(4)   VALUE ZERO.
           77  EXCLUDE-SUB         PIC 9(4)   VALUE ZERO.
           77  EXCLUDE-FOUND-SUB   PIC 9(4)   VALUE ZERO.
           77  RUN-DATE            PIC 9(8)   VALUE ZERO.
           77  RUN-DATE-ED         PIC 9999/99/99.
           77  TIME-NOW            PIC 9(8)   VALUE ZERO.
           77  AUDIT-ACTION-WK     PIC X(6)   VALUE SPACES.
           77  AUDIT-BEFORE-WK     PIC X(103) VALUE SPACES.
           77  AUDIT-AFTER-WK      PIC X(103) VALUE SPACES.
           77  SOURCE-KEY          PIC X(23)  VALUE SPACES.
           77  SOURCE-IMAGE        PIC X(103) VALUE SPACES.
           77  DISPOSITION         PIC X(50)  VALUE SPACES.
           77  COURSES-READ        PIC 9(6)   VALUE ZERO.
           77  COURSES-COPIED      PIC 9(6)   VALUE ZERO.
           77  COURSES-SKIPPED     PIC 9(6)   VALUE ZERO.
           77  COURSES-EXCLUDED    PIC 9(6)   VALUE ZERO.
           77  COURSES-FAILED      PIC 9(6)   VALUE ZERO.
           77  RETURN-CD           PIC 99     VALUE ZERO.

           01  TERM-TABLE.
               03  TERM-ENTRY OCCURS 20 TIMES.
                   05  TM-TERM         PIC X(6).
                   05  TM-STATUS       PIC X.

           01  EXCLUDE-TABLE.
               03  EXCLUDE-ENTRY OCCURS 500 TIMES.
                   05  XT-EMAIL        PIC X(16).
                   05  XT-PREFIX       PIC X.
                   05  XT-REASON       PIC X(30).


           01  LOCK-TABLE.
               03  LOCK-ENTRY      PIC X(58)  OCCURS 20 TIMES.

      ******************************************************************
      * Day number of a YYYYMMDD date (AR-AGING's arithmetic): two
      * dates' day numbers subtract to the days between them.
      ******************************************************************
           01  DAY-NUMBER-WORK.
               03  DN-DATE         PIC 9(8).
               03  DN-DATE-PARTS REDEFINES DN-DATE.
                   05  DN-YEAR     PIC 9(4).
                   05  DN-MONTH    PIC 99.
                   05  DN-DAY      PIC 99.
               03  DN-Y            PIC 9(4).
               03  DN-M            PIC 99.
               03  DN-Y4           PIC 9(4).
               03  DN-Y100         PIC 9(4).
               03  DN-Y400         PIC 9(4).
               03  DN-MDAYS        PIC 9(4).
               03  DN-RESULT       PIC 9(8).

       PROCEDURE DIVISION.
       010-MAIN.
           PERFORM 020-INITIALIZE.
           PERFORM 040-READ-NEXT-COURSE.
           PERFORM 050-ROLL-COURSE UNTIL MASTER-E-O-F.
           PERFORM 090-WRAP-UP.

       020-INITIALIZE.
           ACCEPT ROLL-ARGS FROM COMMAND-LINE.
           UNSTRING ROLL-ARGS DELIMITED BY ALL " "
               INTO SOURCE-TERM TARGET-TERM.
           MOVE SOURCE-TERM TO CHECK-TERM.
           PERFORM 021-EDIT-TERM-CODE.
           IF TERM-CODE-OK
               MOVE TARGET-TERM TO CHECK-TERM
               PERFORM 021-EDIT-TERM-CODE
           END-IF.
           IF NOT TERM-CODE-OK OR
              SOURCE-TERM IS EQUAL TO TARGET-TERM
               DISPLAY "COURSE-ROLL: give the source and target "
                   "terms, e.g. COURSE-ROLL 2026FA 2027FA"
               STOP RUN RETURNING 16
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-ED.
           PERFORM 022-LOAD-TERM-STATUS.
           MOVE TARGET-TERM TO CHECK-TERM.
           PERFORM 025-CHECK-TERM-OPEN.
           IF TERM-IS-CLOSED
               DISPLAY "COURSE-ROLL: target term " TARGET-TERM
                   " is closed on TERM-STATUS.TXT - nothing rolled."
               STOP RUN RETURNING 8
           END-IF.
           PERFORM 027-LOAD-EXCLUSIONS.
           PERFORM 900-TAKE-BATCH-LOCK.
           IF LOCK-REFUSED
               STOP RUN RETURNING 8
           END-IF.
           OPEN I-O MASTER-FILE.
           IF MASTER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "COURSE-ROLL: COURSE-MASTER.DAT could not be "
                   "opened - STATUS: " MASTER-STATUS
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 16
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN OUTPUT ROLL-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "COURSE SCHEDULE ROLL-FORWARD " SOURCE-TERM
               " TO " TARGET-TERM " - RUN: " RUN-DATE-ED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMAIL            P TEACHER                  "
               TO REPORT-LINE.
           MOVE "DISPOSITION" TO REPORT-LINE (45:11).
           WRITE REPORT-LINE.
           MOVE "---------------- - -----------------------  "
               TO REPORT-LINE.
           MOVE "-----------" TO REPORT-LINE (45:11).
           WRITE REPORT-LINE.
           MOVE "N" TO MASTER-EOF-SW.
           MOVE LOW-VALUES TO MASTER-KEY.
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-KEY
               INVALID KEY SET MASTER-E-O-F TO TRUE
           END-START.

       021-EDIT-TERM-CODE.
           MOVE "N" TO TERM-OK-SW.
           IF CHECK-TERM (1:4) IS NUMERIC AND
              (CHECK-TERM (5:2) IS EQUAL TO "FA" OR
               CHECK-TERM (5:2) IS EQUAL TO "SP" OR
               CHECK-TERM (5:2) IS EQUAL TO "SU")
               SET TERM-CODE-OK TO TRUE
           END-IF.

      ******************************************************************
      * A term with no row on the control file is open; the file
      * itself is optional (a fresh install has never closed a term).
      ******************************************************************
       022-LOAD-TERM-STATUS.
           OPEN INPUT TERM-STATUS-FILE.
           IF TERM-STATUS-STAT IS EQUAL TO "00"
               PERFORM 023-READ-TERM-RECORD
               PERFORM 024-STORE-TERM-RECORD UNTIL TERM-E-O-F
               CLOSE TERM-STATUS-FILE
           END-IF.

       023-READ-TERM-RECORD.
           READ TERM-STATUS-FILE AT END SET TERM-E-O-F TO TRUE.

       024-STORE-TERM-RECORD.
           IF TERM-COUNT IS LESS THAN 20
               ADD 1 TO TERM-COUNT
               MOVE TS-TERM TO TM-TERM (TERM-COUNT)
               MOVE TS-STATUS TO TM-STATUS (TERM-COUNT)
           END-IF.
           PERFORM 023-READ-TERM-RECORD.

       025-CHECK-TERM-OPEN.
           MOVE "N" TO TERM-CLOSED-SW.
           PERFORM 026-TEST-TERM-ROW
               VARYING TERM-SUB FROM 1 BY 1
               UNTIL TERM-SUB IS GREATER THAN TERM-COUNT.

       026-TEST-TERM-ROW.
           IF TM-TERM (TERM-SUB) IS EQUAL TO CHECK-TERM AND
              TM-STATUS (TERM-SUB) IS EQUAL TO "C"
               SET TERM-IS-CLOSED TO TRUE.

      ******************************************************************
      * The exclusion list is optional - no file rolls everything.
      ******************************************************************
       027-LOAD-EXCLUSIONS.
           OPEN INPUT EXCLUDE-FILE.
           IF EXCLUDE-STATUS IS EQUAL TO "00"
               PERFORM 028-READ-EXCLUDE-RECORD
               PERFORM 029-STORE-EXCLUDE-RECORD UNTIL EXCLUDE-E-O-F
               CLOSE EXCLUDE-FILE
           END-IF.

       028-READ-EXCLUDE-RECORD.
           READ EXCLUDE-FILE AT END SET EXCLUDE-E-O-F TO TRUE.

       029-STORE-EXCLUDE-RECORD.
           IF RX-EMAIL IS NOT EQUAL TO SPACES
               IF EXCLUDE-COUNT IS LESS THAN 500
                   ADD 1 TO EXCLUDE-COUNT
                   MOVE RX-EMAIL TO XT-EMAIL (EXCLUDE-COUNT)
                   MOVE RX-COURSE-PREFIX TO XT-PREFIX (EXCLUDE-COUNT)
                   MOVE RX-REASON TO XT-REASON (EXCLUDE-COUNT)
               ELSE
                   DISPLAY "COURSE-ROLL: more than 500 exclusions - "
                       RX-EMAIL " " RX-COURSE-PREFIX " ignored."
                   MOVE 4 TO RETURN-CD
               END-IF
           END-IF.
           PERFORM 028-READ-EXCLUDE-RECORD.

      ******************************************************************
      * Browse the whole master in key order.  Term is the low-order
      * part of MASTER-KEY, so the source term's courses are spread
      * through the file rather than grouped.
      ******************************************************************
       040-READ-NEXT-COURSE.
           READ MASTER-FILE NEXT RECORD
               AT END SET MASTER-E-O-F TO TRUE.

      ******************************************************************
      * Probing the target key and writing the copy both move the
      * file's position, so the browse is restarted just past the
      * source course before the next read.
      ******************************************************************
       050-ROLL-COURSE.
           IF TERM-CODE IS EQUAL TO SOURCE-TERM
               ADD 1 TO COURSES-READ
               MOVE MASTER-KEY TO SOURCE-KEY
               MOVE MASTER-RECORD TO SOURCE-IMAGE
               MOVE SPACES TO DISPOSITION
               PERFORM 055-CHECK-EXCLUDED
               IF DISPOSITION IS EQUAL TO SPACES
                   PERFORM 060-COPY-COURSE
               END-IF
               PERFORM 070-WRITE-DISPOSITION
               MOVE SOURCE-KEY TO MASTER-KEY
               START MASTER-FILE KEY IS GREATER THAN MASTER-KEY
                   INVALID KEY SET MASTER-E-O-F TO TRUE
               END-START
           END-IF.
           IF NOT MASTER-E-O-F
               PERFORM 040-READ-NEXT-COURSE
           END-IF.

       055-CHECK-EXCLUDED.
           MOVE ZERO TO EXCLUDE-FOUND-SUB.
           PERFORM 056-TEST-EXCLUDE-ROW
               VARYING EXCLUDE-SUB FROM 1 BY 1
               UNTIL EXCLUDE-SUB IS GREATER THAN EXCLUDE-COUNT.
           IF EXCLUDE-FOUND-SUB IS GREATER THAN ZERO
               ADD 1 TO COURSES-EXCLUDED
               STRING "EXCLUDED - " XT-REASON (EXCLUDE-FOUND-SUB)
                   DELIMITED BY SIZE INTO DISPOSITION
           END-IF.

       056-TEST-EXCLUDE-ROW.
           IF XT-EMAIL (EXCLUDE-SUB) IS EQUAL TO EMAIL AND
              (XT-PREFIX (EXCLUDE-SUB) IS EQUAL TO SPACE OR
               XT-PREFIX (EXCLUDE-SUB) IS EQUAL TO COURSE-PREFIX)
               IF EXCLUDE-FOUND-SUB IS EQUAL TO ZERO
                   MOVE EXCLUDE-SUB TO EXCLUDE-FOUND-SUB
               END-IF
           END-IF.

      ******************************************************************
      * The copy is the source course re-keyed to the target term,
      * written and journaled the way COURSE-MAINT applies an ADD.
      ******************************************************************
       060-COPY-COURSE.
           MOVE TARGET-TERM TO TERM-CODE.
           READ MASTER-FILE RECORD
               INVALID KEY CONTINUE
           END-READ.
           IF MASTER-STATUS IS EQUAL TO "00"
               ADD 1 TO COURSES-SKIPPED
               STRING "SKIPPED - ALREADY IN " TARGET-TERM
                   DELIMITED BY SIZE INTO DISPOSITION
           ELSE
               MOVE SOURCE-IMAGE TO MASTER-RECORD
               MOVE TARGET-TERM TO TERM-CODE
               MOVE "0000" TO SCH
               WRITE MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO COURSES-FAILED
                       STRING "WRITE FAILED - STATUS " MASTER-STATUS
                           DELIMITED BY SIZE INTO DISPOSITION
                   NOT INVALID KEY
                       ADD 1 TO COURSES-COPIED
                       MOVE "COPIED" TO DISPOSITION
                       MOVE "ADD" TO AUDIT-ACTION-WK
                       MOVE SPACES TO AUDIT-BEFORE-WK
                       MOVE MASTER-RECORD TO AUDIT-AFTER-WK
                       PERFORM 190-WRITE-AUDIT-ENTRY
               END-WRITE
           END-IF.

       070-WRITE-DISPOSITION.
           MOVE SOURCE-IMAGE TO MASTER-RECORD.
           MOVE SPACES TO REPORT-LINE.
           STRING EMAIL " " COURSE-PREFIX " " TEACHER "  " DISPOSITION
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       090-WRAP-UP.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING SOURCE-TERM " COURSES READ: " COURSES-READ
               "  COPIED: " COURSES-COPIED
               "  SKIPPED: " COURSES-SKIPPED
               "  EXCLUDED: " COURSES-EXCLUDED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF COURSES-FAILED IS GREATER THAN ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "*** WRITES FAILED: " COURSES-FAILED " ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CD
           END-IF.
           IF COURSES-READ IS EQUAL TO ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "*** NO COURSES ON THE MASTER FOR " SOURCE-TERM
                   " ***" DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF RETURN-CD IS LESS THAN 4
                   MOVE 4 TO RETURN-CD
               END-IF
           END-IF.
           CLOSE ROLL-REPORT.
           CLOSE AUDIT-FILE.
           CLOSE MASTER-FILE.
           DISPLAY "COURSE-ROLL: " COURSES-COPIED " copied, "
               COURSES-SKIPPED " skipped, " COURSES-EXCLUDED
               " excluded - see ROLL-REPORT.TXT".
           PERFORM 925-FREE-BATCH-LOCK.
           STOP RUN RETURNING RETURN-CD.

       190-WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-REC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-NOW FROM TIME.
           MOVE RUN-DATE TO AUD-DATE.
           MOVE TIME-NOW (1:6) TO AUD-TIME.
           MOVE AUDIT-ACTION-WK TO AUD-ACTION.
           MOVE AUDIT-BEFORE-WK TO AUD-BEFORE.
           MOVE AUDIT-AFTER-WK TO AUD-AFTER.
           WRITE AUDIT-REC.

      ******************************************************************
      * Shared lock file.  A lock held on this resource - or the
      * chain's lock, unless this run is one of the chain's own steps
      * (BATCHLOCK=CHAIN in the environment), or for the chain itself
      * any lock at all - refuses the run with the holder named;
      * nothing waits.  A lock older than LOCK-STALE-HOURS is called
      * out as stale but still honored: only an operator releases it
      * (BATCH-LOCK RELEASE).
      ******************************************************************
       900-TAKE-BATCH-LOCK.
           MOVE "N" TO LOCK-REFUSED-SW.
           PERFORM 901-SET-LOCK-OWNER.
           ACCEPT LOCK-PARENT FROM ENVIRONMENT "BATCHLOCK".
           ACCEPT LOCK-DATE-NOW FROM DATE YYYYMMDD.
           ACCEPT LOCK-TIME-NOW FROM TIME.
           PERFORM 910-LOAD-LOCK-TABLE.
           MOVE ZERO TO LOCK-HELD-SUB.
           PERFORM 915-TEST-LOCK-ENTRY
               VARYING LOCK-SUB FROM 1 BY 1
               UNTIL LOCK-SUB IS GREATER THAN LOCK-COUNT.
           IF LOCK-HELD-SUB IS GREATER THAN ZERO
               PERFORM 920-REFUSE-LOCK
           ELSE
               PERFORM 905-WRITE-LOCK
           END-IF.

       901-SET-LOCK-OWNER.
           ACCEPT LOCK-OWNER FROM ENVIRONMENT "USER".
           IF LOCK-OWNER IS EQUAL TO SPACES
               MOVE "OPERATOR" TO LOCK-OWNER
           END-IF.

       905-WRITE-LOCK.
           IF LOCK-TAKEN-DATE IS EQUAL TO ZERO
               MOVE LOCK-DATE-NOW TO LOCK-TAKEN-DATE
               MOVE LOCK-TIME-NOW (1:6) TO LOCK-TAKEN-TIME
           END-IF.
           OPEN EXTEND LOCK-FILE.
           IF LOCK-STATUS IS EQUAL TO "35"
               OPEN OUTPUT LOCK-FILE
           END-IF.
           MOVE SPACES TO LOCK-RECORD.
           MOVE LOCK-RESOURCE TO LK-RESOURCE.
           MOVE LOCK-OWNER TO LK-OWNER.
           MOVE LOCK-PROGRAM TO LK-PROGRAM.
           MOVE LOCK-TAKEN-DATE TO LK-DATE.
           MOVE LOCK-TAKEN-TIME TO LK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.
           MOVE "LOCK" TO LOCK-EVENT.
           MOVE ZERO TO LOCK-EVENT-RC.
           MOVE LOCK-RESOURCE TO LOCK-LOG-RESOURCE.
           MOVE LOCK-OWNER TO LOCK-LOG-OWNER.
           MOVE LOCK-PROGRAM TO LOCK-LOG-PROGRAM.
           PERFORM 940-WRITE-LOCK-EVENT.

       910-LOAD-LOCK-TABLE.
           MOVE ZERO TO LOCK-COUNT.
           MOVE "N" TO LOCK-EOF-SW.
           OPEN INPUT LOCK-FILE.
           IF LOCK-STATUS IS EQUAL TO "00"
               PERFORM 911-READ-LOCK-RECORD
               PERFORM 912-STORE-LOCK-RECORD UNTIL LOCK-E-O-F
               CLOSE LOCK-FILE
           END-IF.

       911-READ-LOCK-RECORD.
           READ LOCK-FILE AT END SET LOCK-E-O-F TO TRUE.

       912-STORE-LOCK-RECORD.
           IF LOCK-COUNT IS LESS THAN 20
               ADD 1 TO LOCK-COUNT
               MOVE LOCK-RECORD TO LOCK-ENTRY (LOCK-COUNT)
           END-IF.
           PERFORM 911-READ-LOCK-RECORD.

       915-TEST-LOCK-ENTRY.
           MOVE LOCK-ENTRY (LOCK-SUB) TO LOCK-RECORD.
           IF LK-RESOURCE IS EQUAL TO LOCK-RESOURCE OR
              LOCK-RESOURCE IS EQUAL TO "CHAIN" OR
              (LK-RESOURCE IS EQUAL TO "CHAIN" AND
               LOCK-PARENT IS NOT EQUAL TO "CHAIN")
               IF LOCK-HELD-SUB IS EQUAL TO ZERO
                   MOVE LOCK-SUB TO LOCK-HELD-SUB
               END-IF
           END-IF.

       920-REFUSE-LOCK.
           SET LOCK-REFUSED TO TRUE.
           MOVE LOCK-ENTRY (LOCK-HELD-SUB) TO LOCK-RECORD.
           PERFORM 930-COMPUTE-LOCK-AGE.
           MOVE LK-DATE TO LOCK-DATE-ED.
           MOVE SPACES TO LOCK-MESSAGE.
           STRING LOCK-PROGRAM DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               LK-RESOURCE DELIMITED BY SPACE
               " is locked by " DELIMITED BY SIZE
               LK-OWNER DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               LK-PROGRAM DELIMITED BY SPACE
               ") since " LOCK-DATE-ED " " LK-TIME " - not run."
                   DELIMITED BY SIZE
               INTO LOCK-MESSAGE.
           DISPLAY LOCK-MESSAGE.
           IF LOCK-AGE-HOURS IS GREATER THAN LOCK-STALE-HOURS
               MOVE LOCK-AGE-HOURS TO LOCK-AGE-ED
               MOVE SPACES TO LOCK-MESSAGE
               STRING LOCK-PROGRAM DELIMITED BY SPACE
                   ": that lock is " LOCK-AGE-ED " hours old and "
                   "looks STALE - check the holder, then BATCH-LOCK "
                   "RELEASE " DELIMITED BY SIZE
                   LK-RESOURCE DELIMITED BY SPACE
                   INTO LOCK-MESSAGE
               DISPLAY LOCK-MESSAGE
               MOVE "STALE" TO LOCK-EVENT
           ELSE
               MOVE "BUSY" TO LOCK-EVENT
           END-IF.
           MOVE 8 TO LOCK-EVENT-RC.
           MOVE LOCK-RESOURCE TO LOCK-LOG-RESOURCE.
           MOVE LK-OWNER TO LOCK-LOG-OWNER.
           MOVE LK-PROGRAM TO LOCK-LOG-PROGRAM.
           PERFORM 940-WRITE-LOCK-EVENT.

      ******************************************************************
      * Frees every lock this run took - matched on program, owner,
      * and the stamp it was taken with, so a lock an operator
      * released and someone else has since taken is left alone.
      ******************************************************************
       925-FREE-BATCH-LOCK.
           IF LOCK-TAKEN-DATE IS GREATER THAN ZERO
               PERFORM 910-LOAD-LOCK-TABLE
               OPEN OUTPUT LOCK-FILE
               PERFORM 926-KEEP-OTHER-LOCK
                   VARYING LOCK-SUB FROM 1 BY 1
                   UNTIL LOCK-SUB IS GREATER THAN LOCK-COUNT
               CLOSE LOCK-FILE
               MOVE ZERO TO LOCK-TAKEN-DATE
           END-IF.

       926-KEEP-OTHER-LOCK.
           MOVE LOCK-ENTRY (LOCK-SUB) TO LOCK-RECORD.
           IF LK-PROGRAM IS EQUAL TO LOCK-PROGRAM AND
              LK-OWNER IS EQUAL TO LOCK-OWNER AND
              LK-DATE IS EQUAL TO LOCK-TAKEN-DATE AND
              LK-TIME IS EQUAL TO LOCK-TAKEN-TIME
               MOVE "FREE" TO LOCK-EVENT
               MOVE ZERO TO LOCK-EVENT-RC
               MOVE LK-RESOURCE TO LOCK-LOG-RESOURCE
               MOVE LOCK-OWNER TO LOCK-LOG-OWNER
               MOVE LOCK-PROGRAM TO LOCK-LOG-PROGRAM
               PERFORM 940-WRITE-LOCK-EVENT
           ELSE
               WRITE LOCK-RECORD
           END-IF.

       930-COMPUTE-LOCK-AGE.
           MOVE LK-DATE TO DN-DATE.
           PERFORM 935-COMPUTE-DAY-NUMBER.
           MOVE DN-RESULT TO LOCK-DAY-NUMBER.
           MOVE LOCK-DATE-NOW TO DN-DATE.
           PERFORM 935-COMPUTE-DAY-NUMBER.
           MOVE LOCK-TIME-NOW (1:2) TO LOCK-HH.
           COMPUTE LOCK-AGE-HOURS = (DN-RESULT - LOCK-DAY-NUMBER) * 24
               + LOCK-HH.
           MOVE LK-TIME (1:2) TO LOCK-HH.
           SUBTRACT LOCK-HH FROM LOCK-AGE-HOURS.

       935-COMPUTE-DAY-NUMBER.
           IF DN-MONTH IS LESS THAN 3
               COMPUTE DN-Y = DN-YEAR - 1
               COMPUTE DN-M = DN-MONTH + 12
           ELSE
               MOVE DN-YEAR TO DN-Y
               MOVE DN-MONTH TO DN-M
           END-IF.
           DIVIDE DN-Y BY 4 GIVING DN-Y4.
           DIVIDE DN-Y BY 100 GIVING DN-Y100.
           DIVIDE DN-Y BY 400 GIVING DN-Y400.
           COMPUTE DN-MDAYS = 153 * (DN-M - 3) + 2.
           DIVIDE DN-MDAYS BY 5 GIVING DN-MDAYS.
           COMPUTE DN-RESULT = 365 * DN-Y + DN-Y4 - DN-Y100
               + DN-Y400 + DN-MDAYS + DN-DAY.

       940-WRITE-LOCK-EVENT.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE SPACES TO RUN-LOG-REC.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT LOCK-TIME-NOW FROM TIME.
           MOVE LOCK-TIME-NOW (1:6) TO RL-TIME.
           MOVE LOCK-LOG-RESOURCE TO RL-STEP.
           MOVE LOCK-EVENT TO RL-EVENT.
           MOVE LOCK-EVENT-RC TO RL-RC.
           MOVE LOCK-LOG-OWNER TO RL-LOCK-OWNER.
           MOVE LOCK-LOG-PROGRAM TO RL-LOCK-PROGRAM.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.

       END PROGRAM COURSE-ROLL.
