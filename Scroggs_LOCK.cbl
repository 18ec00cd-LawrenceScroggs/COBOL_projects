      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: The shared lock file (BATCH-LOCK.TXT) from the
      * command line, for nightly-batch.sh and the operators:
      *     BATCH-LOCK TAKE CHAIN NIGHTLY-BATCH
      *     BATCH-LOCK FREE CHAIN NIGHTLY-BATCH
      *     BATCH-LOCK SHOW
      *     BATCH-LOCK RELEASE COURSE
      * Until now nothing stopped a registrar in COURSE-MAINT's menu
      * or ENROLL-MAINT from updating a master while the chain was
      * reading it, or the chain from starting under a maintenance
      * session - ENROLL-MAINT rewrites ENROLLMENT.TXT whole at the
      * end of its run, so whichever finished last quietly won.  The
      * maintenance programs now take and free their own master's
      * lock in-line; the chain takes CHAIN through this program.
      * TAKE refuses (return code 8) when the resource is held - for
      * CHAIN, when anything is held - naming the holder, and never
      * waits.  FREE removes the caller's own lock.  SHOW lists what
      * is held and flags a lock older than LOCK-STALE-HOURS as
      * stale (return code 4 when anything is held).  RELEASE is the
      * operator's release of a lock left behind by a run that was
      * killed: nothing releases a lock automatically.  Every event
      * goes to BATCH-RUN-LOG.TXT.
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-LOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO "BATCH-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.
           SELECT RUN-LOG ASSIGN TO "BATCH-RUN-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY LOCK-REC.
       FD  RUN-LOG.
       01  RUN-LOG-REC.
           COPY RUN-LOG-REC.
       WORKING-STORAGE SECTION.
           77  LOCK-ARGS           PIC X(60)  VALUE SPACES.
           77  LOCK-ACTION         PIC X(8)   VALUE SPACES.
           77  RETURN-CD           PIC 99     VALUE ZERO.
           77  RELEASED-COUNT      PIC 99     VALUE ZERO.
           77  LOCK-STATUS         PIC XX     VALUE "00".
           77  RUN-LOG-STATUS      PIC XX     VALUE "00".
           77  LOCK-EOF-SW         PIC X      VALUE "N".
               88 LOCK-E-O-F                  VALUE "Y".
           77  LOCK-REFUSED-SW     PIC X      VALUE "N".
               88 LOCK-REFUSED                VALUE "Y".
           77  LOCK-RESOURCE       PIC X(12)  VALUE SPACES.
           77  LOCK-PROGRAM        PIC X(16)  VALUE SPACES.
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
           ACCEPT LOCK-ARGS FROM COMMAND-LINE.
           UNSTRING LOCK-ARGS DELIMITED BY ALL " "
               INTO LOCK-ACTION LOCK-RESOURCE LOCK-PROGRAM.
           MOVE "BATCH-LOCK" TO LOCK-LOG-PROGRAM.
           EVALUATE LOCK-ACTION
               WHEN "TAKE"
                   PERFORM 020-CHECK-RESOURCE-ARGS
                   PERFORM 900-TAKE-BATCH-LOCK
                   IF LOCK-REFUSED
                       MOVE 8 TO RETURN-CD
                   END-IF
               WHEN "FREE"
                   PERFORM 020-CHECK-RESOURCE-ARGS
                   PERFORM 030-FREE-BY-NAME
               WHEN "SHOW"
                   PERFORM 040-SHOW-LOCKS
               WHEN "RELEASE"
                   IF LOCK-RESOURCE IS EQUAL TO SPACES
                       PERFORM 090-USAGE
                   END-IF
                   PERFORM 050-RELEASE-RESOURCE
               WHEN OTHER
                   PERFORM 090-USAGE
           END-EVALUATE.
           STOP RUN RETURNING RETURN-CD.

       020-CHECK-RESOURCE-ARGS.
           IF LOCK-RESOURCE IS EQUAL TO SPACES OR
              LOCK-PROGRAM IS EQUAL TO SPACES
               PERFORM 090-USAGE
           END-IF.

      ******************************************************************
      * A separate process cannot know the stamp its TAKE wrote, so
      * FREE removes the caller's lock by resource, program, and
      * owner together.
      ******************************************************************
       030-FREE-BY-NAME.
           PERFORM 901-SET-LOCK-OWNER.
           PERFORM 910-LOAD-LOCK-TABLE.
           MOVE ZERO TO RELEASED-COUNT.
           OPEN OUTPUT LOCK-FILE.
           PERFORM 032-KEEP-OTHER-LOCK
               VARYING LOCK-SUB FROM 1 BY 1
               UNTIL LOCK-SUB IS GREATER THAN LOCK-COUNT.
           CLOSE LOCK-FILE.
           IF RELEASED-COUNT IS EQUAL TO ZERO
               DISPLAY "BATCH-LOCK: no " LOCK-RESOURCE " lock held by "
                   LOCK-OWNER " for " LOCK-PROGRAM " - nothing freed."
               MOVE 4 TO RETURN-CD
           ELSE
               MOVE "FREE" TO LOCK-EVENT
               MOVE ZERO TO LOCK-EVENT-RC
               MOVE LOCK-RESOURCE TO LOCK-LOG-RESOURCE
               MOVE LOCK-OWNER TO LOCK-LOG-OWNER
               MOVE LOCK-PROGRAM TO LOCK-LOG-PROGRAM
               PERFORM 940-WRITE-LOCK-EVENT
           END-IF.

       032-KEEP-OTHER-LOCK.
           MOVE LOCK-ENTRY (LOCK-SUB) TO LOCK-RECORD.
           IF LK-RESOURCE IS EQUAL TO LOCK-RESOURCE AND
              LK-PROGRAM IS EQUAL TO LOCK-PROGRAM AND
              LK-OWNER IS EQUAL TO LOCK-OWNER
               ADD 1 TO RELEASED-COUNT
           ELSE
               WRITE LOCK-RECORD
           END-IF.

       040-SHOW-LOCKS.
           ACCEPT LOCK-DATE-NOW FROM DATE YYYYMMDD.
           ACCEPT LOCK-TIME-NOW FROM TIME.
           PERFORM 910-LOAD-LOCK-TABLE.
           IF LOCK-COUNT IS EQUAL TO ZERO
               DISPLAY "BATCH-LOCK: no locks held."
           ELSE
               DISPLAY "RESOURCE     OWNER        PROGRAM          "
                   "TAKEN                 AGE (HRS)"
               PERFORM 042-SHOW-LOCK-ENTRY
                   VARYING LOCK-SUB FROM 1 BY 1
                   UNTIL LOCK-SUB IS GREATER THAN LOCK-COUNT
               MOVE 4 TO RETURN-CD
           END-IF.

       042-SHOW-LOCK-ENTRY.
           MOVE LOCK-ENTRY (LOCK-SUB) TO LOCK-RECORD.
           PERFORM 930-COMPUTE-LOCK-AGE.
           MOVE LK-DATE TO LOCK-DATE-ED.
           MOVE LOCK-AGE-HOURS TO LOCK-AGE-ED.
           IF LOCK-AGE-HOURS IS GREATER THAN LOCK-STALE-HOURS
               DISPLAY LK-RESOURCE " " LK-OWNER " " LK-PROGRAM " "
                   LOCK-DATE-ED " " LK-TIME "   " LOCK-AGE-ED
                   "  STALE"
           ELSE
               DISPLAY LK-RESOURCE " " LK-OWNER " " LK-PROGRAM " "
                   LOCK-DATE-ED " " LK-TIME "   " LOCK-AGE-ED
           END-IF.

      ******************************************************************
      * The operator's release: every lock on the resource comes off,
      * and the run log names whose lock it was and who released it.
      ******************************************************************
       050-RELEASE-RESOURCE.
           PERFORM 901-SET-LOCK-OWNER.
           PERFORM 910-LOAD-LOCK-TABLE.
           MOVE ZERO TO RELEASED-COUNT.
           OPEN OUTPUT LOCK-FILE.
           PERFORM 052-RELEASE-LOCK-ENTRY
               VARYING LOCK-SUB FROM 1 BY 1
               UNTIL LOCK-SUB IS GREATER THAN LOCK-COUNT.
           CLOSE LOCK-FILE.
           IF RELEASED-COUNT IS EQUAL TO ZERO
               DISPLAY "BATCH-LOCK: no " LOCK-RESOURCE
                   " lock is held - nothing released."
               MOVE 4 TO RETURN-CD
           END-IF.

       052-RELEASE-LOCK-ENTRY.
           MOVE LOCK-ENTRY (LOCK-SUB) TO LOCK-RECORD.
           IF LK-RESOURCE IS EQUAL TO LOCK-RESOURCE
               ADD 1 TO RELEASED-COUNT
               MOVE LK-DATE TO LOCK-DATE-ED
               MOVE SPACES TO LOCK-MESSAGE
               STRING "BATCH-LOCK: " DELIMITED BY SIZE
                   LK-RESOURCE DELIMITED BY SPACE
                   " lock of " DELIMITED BY SIZE
                   LK-OWNER DELIMITED BY SPACE
                   " (" DELIMITED BY SIZE
                   LK-PROGRAM DELIMITED BY SPACE
                   ") taken " LOCK-DATE-ED " " LK-TIME
                   " released by " DELIMITED BY SIZE
                   LOCK-OWNER DELIMITED BY SPACE
                   INTO LOCK-MESSAGE
               DISPLAY LOCK-MESSAGE
               MOVE "RLSE" TO LOCK-EVENT
               MOVE ZERO TO LOCK-EVENT-RC
               MOVE LK-RESOURCE TO LOCK-LOG-RESOURCE
               MOVE LOCK-OWNER TO LOCK-LOG-OWNER
               MOVE LK-PROGRAM TO LOCK-LOG-PROGRAM
               PERFORM 940-WRITE-LOCK-EVENT
           ELSE
               WRITE LOCK-RECORD
           END-IF.

       090-USAGE.
           DISPLAY "BATCH-LOCK: TAKE <resource> <program>, FREE "
               "<resource> <program>, SHOW, or RELEASE <resource>".
           DISPLAY "BATCH-LOCK: e.g. BATCH-LOCK TAKE CHAIN "
               "NIGHTLY-BATCH".
           STOP RUN RETURNING 16.

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
           MOVE LOCK-DATE-NOW TO LOCK-TAKEN-DATE.
           MOVE LOCK-TIME-NOW (1:6) TO LOCK-TAKEN-TIME.
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

       END PROGRAM BATCH-LOCK.
