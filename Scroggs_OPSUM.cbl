      ******************************************************************
      * Mods:
      * 08/23/26 LS - First cut.
      * 10/15/26 LS - Lock events (LOCK/FREE/BUSY/STALE/RLSE) from the
      *   shared batch lock are no steps: they are left out of the
      *   step table and the newest-date scan, and the night's lock
      *   refusals are counted on a line under the balance line.
      * 10/15/26 LS - The night's lock events are listed in a LOCK
      *   EVENTS section under the balance line - time, resource,
      *   owner, program, and event - with the refusal count kept as
      *   the section's subtotal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-SUMMARY.
       ENVIRONMENT DIVISION.
           77  HW3-READ            PIC 9(6)   VALUE ZERO.
           77  BALANCE-SEEN-SW     PIC X      VALUE "N".
           77  TARGET-DATE-ED      PIC 9999/99/99.
           77  LOCK-REFUSALS       PIC 9(4)   VALUE ZERO.
           77  LOCK-EVENT-COUNT    PIC 9(4)   VALUE ZERO.
           77  LOCK-EVENTS-LISTED  PIC 99     VALUE ZERO.
           77  LOCK-SUB            PIC 99     VALUE ZERO.
           77  LOCK-EVENTS-MORE    PIC 9(4)   VALUE ZERO.

           01  STEP-TABLE.
               03  STEP-ENTRY OCCURS 20 TIMES.
                   05  SP-DOLLARS      PIC 9(10)V99.
                   05  SP-COUNT-SW     PIC X.

           01  LOCK-EVENT-TABLE.
               03  LOCK-EVENT-ENTRY OCCURS 60 TIMES.
                   05  LE-TIME         PIC 9(6).
                   05  LE-RESOURCE     PIC X(12).
                   05  LE-OWNER        PIC X(12).
                   05  LE-PROGRAM      PIC X(16).
                   05  LE-EVENT        PIC X(5).

       PROCEDURE DIVISION.
       010-MAIN.
           PERFORM 020-INITIALIZE.
      * the log.
      ******************************************************************
       030-SCAN-FOR-DATE.
           IF SUMMARY-ARG (1:8) IS NOT NUMERIC AND
              NOT RL-LOCK-EVENT
               IF RL-DATE IS GREATER THAN TARGET-DATE
                   MOVE RL-DATE TO TARGET-DATE
               END-IF
       050-GATHER-ENTRY.
           IF RL-DATE IS EQUAL TO TARGET-DATE
               ADD 1 TO ENTRIES-READ
               IF RL-LOCK-EVENT
                   PERFORM 055-POST-LOCK-EVENT
               ELSE
                   PERFORM 051-FIND-STEP-ENTRY
                   IF FOUND-SUB IS GREATER THAN ZERO
                       PERFORM 053-POST-EVENT
                   END-IF
               END-IF
           END-IF.
           PERFORM 025-READ-LOG-ENTRY.
                   MOVE "Y" TO SP-COUNT-SW (FOUND-SUB)
           END-EVALUATE.

      ******************************************************************
      * Lock events are kept in the order logged for the LOCK EVENTS
      * section; past the table's room they are still counted, and
      * the section says how many more are on the log.
      ******************************************************************
       055-POST-LOCK-EVENT.
           ADD 1 TO LOCK-EVENT-COUNT.
           IF RL-EVENT IS EQUAL TO "BUSY" OR
              RL-EVENT IS EQUAL TO "STALE"
               ADD 1 TO LOCK-REFUSALS
           END-IF.
           IF LOCK-EVENTS-LISTED IS LESS THAN 60
               ADD 1 TO LOCK-EVENTS-LISTED
               MOVE RL-TIME TO LE-TIME (LOCK-EVENTS-LISTED)
               MOVE RL-STEP TO LE-RESOURCE (LOCK-EVENTS-LISTED)
               MOVE RL-LOCK-OWNER TO LE-OWNER (LOCK-EVENTS-LISTED)
               MOVE RL-LOCK-PROGRAM TO LE-PROGRAM (LOCK-EVENTS-LISTED)
               MOVE RL-EVENT TO LE-EVENT (LOCK-EVENTS-LISTED)
           END-IF.

       060-WRITE-SUMMARY.
           OPEN OUTPUT SUMMARY-REPORT.
           MOVE TARGET-DATE TO TARGET-DATE-ED.
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB IS GREATER THAN STEP-COUNT.
           PERFORM 080-WRITE-BALANCE-LINE.
           PERFORM 085-WRITE-LOCK-EVENTS.

       070-WRITE-STEP-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           END-IF.
           WRITE SUMMARY-LINE.

      ******************************************************************
      * Every lock taken, freed, refused (BUSY - held, STALE - held
      * by a stale lock), or released by an operator that night, in
      * the order logged.  RL-STEP carries the resource on a lock
      * event; the owner and program come from RL-LOCK-INFO.
      ******************************************************************
       085-WRITE-LOCK-EVENTS.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           IF LOCK-EVENT-COUNT IS EQUAL TO ZERO
               MOVE "LOCK EVENTS: NONE FOR THIS DATE" TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           ELSE
               MOVE "LOCK EVENTS" TO SUMMARY-LINE
               WRITE SUMMARY-LINE
               MOVE "TIME    RESOURCE      OWNER         PROGRAM"
                   TO SUMMARY-LINE
               MOVE "EVENT" TO SUMMARY-LINE (55:5)
               WRITE SUMMARY-LINE
               MOVE ALL "-" TO SUMMARY-LINE (1:69)
               WRITE SUMMARY-LINE
               PERFORM 087-WRITE-LOCK-EVENT-LINE
                   VARYING LOCK-SUB FROM 1 BY 1
                   UNTIL LOCK-SUB IS GREATER THAN LOCK-EVENTS-LISTED
               IF LOCK-EVENT-COUNT IS GREATER THAN LOCK-EVENTS-LISTED
                   MOVE SPACES TO SUMMARY-LINE
                   SUBTRACT LOCK-EVENTS-LISTED FROM LOCK-EVENT-COUNT
                       GIVING LOCK-EVENTS-MORE
                   STRING "  ... " LOCK-EVENTS-MORE
                       " MORE ON BATCH-RUN-LOG.TXT"
                       DELIMITED BY SIZE INTO SUMMARY-LINE
                   WRITE SUMMARY-LINE
               END-IF
               MOVE SPACES TO SUMMARY-LINE
               STRING "LOCK EVENTS: " LOCK-EVENT-COUNT
                   "  REFUSALS (BUSY/STALE): " LOCK-REFUSALS
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF.

       087-WRITE-LOCK-EVENT-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE LE-TIME (LOCK-SUB) TO SUMMARY-LINE (1:6).
           MOVE LE-RESOURCE (LOCK-SUB) TO SUMMARY-LINE (9:12).
           MOVE LE-OWNER (LOCK-SUB) TO SUMMARY-LINE (23:12).
           MOVE LE-PROGRAM (LOCK-SUB) TO SUMMARY-LINE (37:16).
           MOVE LE-EVENT (LOCK-SUB) TO SUMMARY-LINE (55:5).
           IF LE-EVENT (LOCK-SUB) IS EQUAL TO "BUSY" OR
              LE-EVENT (LOCK-SUB) IS EQUAL TO "STALE"
               MOVE "REFUSED" TO SUMMARY-LINE (62:7)
           END-IF.
           WRITE SUMMARY-LINE.

       090-WRAP-UP.
           CLOSE RUN-LOG.
           CLOSE SUMMARY-REPORT.
