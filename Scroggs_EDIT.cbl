      * 08/23/26 LS - The error listing carries the TERM now - a
      *   duplicate-key message is ambiguous without it on the
      *   multi-term master.
      * 10/15/26 LS - CAPACITY must be blank (no seat limit) or
      *   numeric; the clean extract is 103 bytes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-EDIT.
       ENVIRONMENT DIVISION.
       01  MASTER-RECORD.
           COPY COURSE-RECORD.
       FD  CLEAN-FILE.
       01  CLEAN-RECORD        PIC X(103).
       FD  ERROR-LIST.
       01  ERROR-LINE          PIC X(100).
       FD  RATE-TABLE-FILE.
               MOVE "EMAIL IS BLANK" TO EDIT-REASON
               PERFORM 070-WRITE-ERROR-LINE
           END-IF.
           IF CAPACITY IS NOT EQUAL TO SPACES AND
              CAPACITY IS NOT NUMERIC
               MOVE "CAPACITY IS NOT NUMERIC" TO EDIT-REASON
               PERFORM 070-WRITE-ERROR-LINE
           END-IF.
           IF TERM-CODE (1:4) IS NOT NUMERIC OR
              (TERM-CODE (5:2) IS NOT EQUAL TO "FA" AND
               TERM-CODE (5:2) IS NOT EQUAL TO "SP" AND
