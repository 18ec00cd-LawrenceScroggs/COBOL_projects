      *   record loaded is stamped with the term given on the command
      *   line, or with a term derived from today's date (Jan-May SP,
      *   Jun-Jul SU, Aug-Dec FA) when none is given.
      * 10/15/26 LS - CAPACITY is loaded blank (no seat limit); set
      *   it afterward through COURSE-MAINT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-LOAD.
       ENVIRONMENT DIVISION.
           MOVE LOAD-TERM TO TERM-CODE.
           MOVE SEQ-SCH TO SCH.
           MOVE SEQ-RESIDENCY TO RESIDENCY.
           MOVE SPACES TO CAPACITY.
           WRITE MASTER-RECORD
               INVALID KEY
                   ADD 1 TO RECORDS-REJECTED
