      *   convention), so a prior period archived off by
      *   PERIOD-ARCHIVE can be listed straight from its
      *   GPA-HISTORY.<cutoff>.ARCHIVE file.
      * 10/15/26 LS - Every student on PROBATION-LIST.TXT now gets a
      *   PROB registration hold on HOLD-MASTER.DAT (HOLD-REC), which
      *   stops ENROLL-MAINT's adds until academic affairs releases it
      *   through HOLD-MAINT.  The history carries only a name, so the
      *   ID comes from STUDENT-MASTER.DAT by STU-NAME; a name not on
      *   the master, or on it more than once, gets no hold and is
      *   flagged on the list.  A released PROB hold is reopened, an
      *   active one left alone.  Each hold placed is journaled to
      *   HOLD-JOURNAL.TXT as HOLD-MAINT would, and a probation
      *   student left without a hold ends the run with return code 4.
      * 10/15/26 LS - Takes the shared batch lock (BATCH-LOCK.TXT) on
      *   the HOLD resource before opening HOLD-MASTER.DAT, as
      *   HOLD-MAINT does, so a hold placed here can't collide with a
      *   HOLD-MAINT session or the chain's hold step.  When the lock
      *   is refused the lists are still written but no holds are
      *   placed, the refusal is logged, and the run ends with return
      *   code 4.  The lock is freed at every exit.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GPA-LISTS.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROBATION-LIST ASSIGN TO "PROBATION-LIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-KEY
               FILE STATUS IS STUDENT-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HD-KEY
               FILE STATUS IS HOLD-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "HOLD-JOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT LOCK-FILE ASSIGN TO "BATCH-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.
           SELECT RUN-LOG ASSIGN TO "BATCH-RUN-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  DEANS-LINE          PIC X(80).
       FD  PROBATION-LIST.
       01  PROBATION-LINE      PIC X(80).
       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           COPY STUDENT-RECORD.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLD-REC.
       FD  JOURNAL-FILE.
       01  HOLD-AUDIT-REC.
           COPY HOLD-AUDIT-REC.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY LOCK-REC.
       FD  RUN-LOG.
       01  RUN-LOG-REC.
           COPY RUN-LOG-REC.
       WORKING-STORAGE SECTION.
           77  HISTORY-STATUS      PIC XX     VALUE "00".
           77  HIST-FILE-NAME      PIC X(60)  VALUE SPACES.
           77  ROW-SKIP-SW         PIC X      VALUE "N".
               88 ROW-SKIPPED                 VALUE "Y".
           77  ROWS-SKIPPED        PIC 9(6)   VALUE ZERO.
           77  STUDENT-STATUS      PIC XX     VALUE "00".
           77  STUDENT-EOF-SW      PIC X      VALUE "N".
               88 STUDENT-E-O-F               VALUE "Y".
           77  HOLD-STATUS         PIC XX     VALUE "00".
           77  HOLD-OPEN-SW        PIC X      VALUE "N".
               88 HOLD-MASTER-OPEN            VALUE "Y".
           77  JOURNAL-STATUS      PIC XX     VALUE "00".
           77  NAME-COUNT          PIC 9(5)   VALUE ZERO.
           77  NAME-SUB            PIC 9(5)   VALUE ZERO.
           77  NAMES-SKIPPED       PIC 9(6)   VALUE ZERO.
           77  MATCH-COUNT         PIC 9(5)   VALUE ZERO.
           77  MATCH-ID            PIC X(9)   VALUE SPACES.
           77  HOLDS-PLACED        PIC 9(4)   VALUE ZERO.
           77  HOLDS-ON-FILE       PIC 9(4)   VALUE ZERO.
           77  HOLDS-MISSED        PIC 9(4)   VALUE ZERO.
           77  HOLD-NOTE           PIC X(24)  VALUE SPACES.
           77  RUN-DATE            PIC 9(8)   VALUE ZERO.
           77  TIME-NOW            PIC 9(8)   VALUE ZERO.
           77  AUDIT-ACTION-WK     PIC X(7)   VALUE SPACES.
           77  AUDIT-BEFORE-WK     PIC X(67)  VALUE SPACES.
           77  LOCK-STATUS         PIC XX     VALUE "00".
           77  RUN-LOG-STATUS      PIC XX     VALUE "00".
           77  LOCK-EOF-SW         PIC X      VALUE "N".
               88 LOCK-E-O-F                  VALUE "Y".
           77  LOCK-REFUSED-SW     PIC X      VALUE "N".
               88 LOCK-REFUSED                VALUE "Y".
           77  LOCK-RESOURCE       PIC X(12)  VALUE "HOLD".
           77  LOCK-PROGRAM        PIC X(16)  VALUE "GPA-LISTS".
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

           01  STUDENT-TABLE.
               03  STUDENT-ENTRY OCCURS 5000 TIMES
                   05  ST-PRIOR-CENTS  PIC 9(3).
                   05  ST-PRIOR-SW     PIC X.

           01  NAME-TABLE.
               03  NAME-ENTRY OCCURS 20000 TIMES.
                   05  NM-NAME         PIC X(20).
                   05  NM-ID           PIC X(9).

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
           WRITE PROBATION-LINE.
           MOVE "STUDENT              LATEST  AS OF       PRIOR"
               TO PROBATION-LINE.
           MOVE "REGISTRATION HOLD" TO PROBATION-LINE (50:17).
           WRITE PROBATION-LINE.
           PERFORM 062-LOAD-STUDENT-NAMES.
           PERFORM 065-OPEN-HOLD-MASTER.
           PERFORM 070-CLASSIFY-STUDENT
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX IS GREATER THAN STUDENT-COUNT.
           END-IF.
           IF ST-LATEST-CENTS (ST-IDX) IS LESS THAN PROBATION-CENTS
               ADD 1 TO PROBATION-COUNT
               PERFORM 080-PLACE-PROBATION-HOLD
               MOVE REPORT-LINE-WK TO PROBATION-LINE
               MOVE HOLD-NOTE TO PROBATION-LINE (50:24)
               WRITE PROBATION-LINE
           END-IF.

      ******************************************************************
      * The history knows a student only by name, so the student
      * master is read once into a name-to-ID table for the holds.
      * Without the master no ID can be found and no hold is placed.
      ******************************************************************
       062-LOAD-STUDENT-NAMES.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS IS EQUAL TO "00"
               PERFORM 063-READ-STUDENT-RECORD
               PERFORM 064-STORE-STUDENT-NAME UNTIL STUDENT-E-O-F
               CLOSE STUDENT-FILE
           ELSE
               DISPLAY "GPA-LISTS: STUDENT-MASTER.DAT could not be "
                   "opened (STATUS: " STUDENT-STATUS ") - no "
                   "probation holds can be placed."
           END-IF.

       063-READ-STUDENT-RECORD.
           READ STUDENT-FILE NEXT RECORD
               AT END SET STUDENT-E-O-F TO TRUE
           END-READ.

       064-STORE-STUDENT-NAME.
           IF NAME-COUNT IS EQUAL TO 20000
               ADD 1 TO NAMES-SKIPPED
           ELSE
               ADD 1 TO NAME-COUNT
               MOVE STU-NAME TO NM-NAME (NAME-COUNT)
               MOVE STU-ID TO NM-ID (NAME-COUNT)
           END-IF.
           PERFORM 063-READ-STUDENT-RECORD.

      ******************************************************************
      * HOLD-MASTER.DAT is shared with HOLD-MAINT (menu or the chain's
      * batch step), so the HOLD lock is taken first.  A refused lock
      * leaves the master closed: the lists still go out, every
      * probation student is marked as having no hold, and the run
      * warns.
      ******************************************************************
       065-OPEN-HOLD-MASTER.
           PERFORM 900-TAKE-BATCH-LOCK.
           IF LOCK-REFUSED
               DISPLAY "GPA-LISTS: no probation holds can be placed "
                   "this run."
           ELSE
               PERFORM 066-OPEN-HOLD-FILES
           END-IF.

       066-OPEN-HOLD-FILES.
           OPEN I-O HOLD-FILE.
           IF HOLD-STATUS IS EQUAL TO "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           IF HOLD-STATUS IS EQUAL TO "00"
               SET HOLD-MASTER-OPEN TO TRUE
               OPEN EXTEND JOURNAL-FILE
               IF JOURNAL-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
           ELSE
               DISPLAY "GPA-LISTS: HOLD-MASTER.DAT could not be "
                   "opened (STATUS: " HOLD-STATUS ") - no "
                   "probation holds can be placed."
           END-IF.

       075-BUILD-STUDENT-LINE.
           COMPUTE GPA-WORK = ST-LATEST-CENTS (ST-IDX) / 100.
           MOVE GPA-WORK TO GPA-ED.
                   DELIMITED BY SIZE INTO REPORT-LINE-WK
           END-IF.

      ******************************************************************
      * Place (or reopen) the PROB hold for the probation student at
      * ST-IDX.  HOLD-NOTE says what happened, for the list line.
      ******************************************************************
       080-PLACE-PROBATION-HOLD.
           MOVE SPACES TO HOLD-NOTE.
           MOVE ZERO TO MATCH-COUNT.
           MOVE SPACES TO MATCH-ID.
           PERFORM 081-TEST-STUDENT-NAME
               VARYING NAME-SUB FROM 1 BY 1
               UNTIL NAME-SUB IS GREATER THAN NAME-COUNT.
           EVALUATE TRUE
               WHEN LOCK-REFUSED
                   ADD 1 TO HOLDS-MISSED
                   MOVE "NONE - HOLD MASTER BUSY" TO HOLD-NOTE
               WHEN NOT HOLD-MASTER-OPEN
                   ADD 1 TO HOLDS-MISSED
                   MOVE "NONE - NO HOLD MASTER" TO HOLD-NOTE
               WHEN MATCH-COUNT IS EQUAL TO ZERO
                   ADD 1 TO HOLDS-MISSED
                   MOVE "NONE - NAME NOT ON FILE" TO HOLD-NOTE
               WHEN MATCH-COUNT IS GREATER THAN 1
                   ADD 1 TO HOLDS-MISSED
                   MOVE "NONE - NAME NOT UNIQUE" TO HOLD-NOTE
               WHEN OTHER
                   PERFORM 082-WRITE-PROBATION-HOLD
           END-EVALUATE.

       081-TEST-STUDENT-NAME.
           IF NM-NAME (NAME-SUB) IS EQUAL TO ST-NAME (ST-IDX)
               ADD 1 TO MATCH-COUNT
               MOVE NM-ID (NAME-SUB) TO MATCH-ID
           END-IF.

       082-WRITE-PROBATION-HOLD.
           MOVE MATCH-ID TO HD-STUDENT-ID.
           MOVE "PROB" TO HD-TYPE.
           MOVE SPACES TO AUDIT-BEFORE-WK.
           READ HOLD-FILE RECORD
               INVALID KEY
                   MOVE "PLACE" TO AUDIT-ACTION-WK
               NOT INVALID KEY
                   MOVE "REOPEN" TO AUDIT-ACTION-WK
                   MOVE HOLD-RECORD TO AUDIT-BEFORE-WK
           END-READ.
           IF AUDIT-ACTION-WK IS EQUAL TO "REOPEN" AND HD-ACTIVE
               ADD 1 TO HOLDS-ON-FILE
               STRING MATCH-ID " ALREADY HELD"
                   DELIMITED BY SIZE INTO HOLD-NOTE
           ELSE
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               MOVE MATCH-ID TO HD-STUDENT-ID
               MOVE "PROB" TO HD-TYPE
               MOVE SPACES TO HD-REASON
               STRING "ACADEMIC PROBATION - GPA " GPA-ED
                   DELIMITED BY SIZE INTO HD-REASON
               MOVE RUN-DATE TO HD-PLACED-DATE
               MOVE ZERO TO HD-RELEASED-DATE
               MOVE "GPALISTS" TO HD-PLACED-BY
               IF AUDIT-ACTION-WK IS EQUAL TO "PLACE"
                   WRITE HOLD-RECORD
                       INVALID KEY
                           MOVE "ERROR" TO AUDIT-ACTION-WK
                   END-WRITE
               ELSE
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           MOVE "ERROR" TO AUDIT-ACTION-WK
                   END-REWRITE
               END-IF
               IF AUDIT-ACTION-WK IS EQUAL TO "ERROR"
                   ADD 1 TO HOLDS-MISSED
                   MOVE "NONE - WRITE FAILED" TO HOLD-NOTE
               ELSE
                   ADD 1 TO HOLDS-PLACED
                   STRING MATCH-ID " PLACED"
                       DELIMITED BY SIZE INTO HOLD-NOTE
                   PERFORM 085-WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       085-WRITE-AUDIT-ENTRY.
           MOVE SPACES TO HOLD-AUDIT-REC.
           ACCEPT TIME-NOW FROM TIME.
           MOVE RUN-DATE TO HDAUD-DATE.
           MOVE TIME-NOW (1:6) TO HDAUD-TIME.
           MOVE AUDIT-ACTION-WK TO HDAUD-ACTION.
           MOVE AUDIT-BEFORE-WK TO HDAUD-BEFORE.
           MOVE HOLD-RECORD TO HDAUD-AFTER.
           WRITE HOLD-AUDIT-REC.

       090-WRAP-UP.
           MOVE SPACES TO DEANS-LINE.
           WRITE DEANS-LINE.
           STRING "STUDENTS LISTED: " PROBATION-COUNT
               DELIMITED BY SIZE INTO PROBATION-LINE.
           WRITE PROBATION-LINE.
           MOVE SPACES TO PROBATION-LINE.
           STRING "HOLDS PLACED: " HOLDS-PLACED
               "  ALREADY HELD: " HOLDS-ON-FILE
               "  NOT PLACED: " HOLDS-MISSED
               DELIMITED BY SIZE INTO PROBATION-LINE.
           WRITE PROBATION-LINE.
           IF HOLD-MASTER-OPEN
               CLOSE HOLD-FILE
               CLOSE JOURNAL-FILE
           END-IF.
           PERFORM 925-FREE-BATCH-LOCK.
           CLOSE HISTORY-FILE.
           CLOSE DEANS-LIST.
           CLOSE PROBATION-LIST.
               STUDENT-COUNT " students, "
               DEANS-COUNT " dean's list, "
               PROBATION-COUNT " probation.".
           DISPLAY "GPA-LISTS: probation holds " HOLDS-PLACED
               " placed, " HOLDS-ON-FILE " already held, "
               HOLDS-MISSED " not placed.".
           IF NAMES-SKIPPED IS GREATER THAN ZERO
               DISPLAY "GPA-LISTS: " NAMES-SKIPPED " students past "
                   "the 20000-name table were not loaded."
           END-IF.
           IF ROWS-SKIPPED IS GREATER THAN ZERO
               DISPLAY "GPA-LISTS: " ROWS-SKIPPED " rows skipped - "
                   "student table full at 5000."
               STOP RUN RETURNING 4
           END-IF.
           IF LOCK-REFUSED
               DISPLAY "GPA-LISTS: HOLD lock refused - rerun once "
                   "the holder is done to place the holds."
               STOP RUN RETURNING 4
           END-IF.
           IF HOLDS-MISSED IS GREATER THAN ZERO OR
              NAMES-SKIPPED IS GREATER THAN ZERO
               STOP RUN RETURNING 4
           END-IF.
           STOP RUN.

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

       END PROGRAM GPA-LISTS.
