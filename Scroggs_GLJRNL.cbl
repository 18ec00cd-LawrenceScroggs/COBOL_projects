      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: Nightly general-ledger journal for the tuition
      * HOMEWORK-2 prices.  Finance has been keying the night's
      * tuition into the ledger by hand off REPORT.TXT; this turns
      * tonight's extract (TUITION-DETAIL.TXT) into a balanced
      * journal file for the ledger's import (GL-JOURNAL.TXT,
      * GL-JOURNAL-REC): every D record's college and department are
      * looked up on the account map (GL-MAP.DAT, maintained by
      * GLMAP-MAINT) and its tuition debited to the mapped receivable
      * account and credited to the mapped in-state or out-of-state
      * revenue account, one journal line per account, side, and
      * residency class, then a trailer with the line count and both
      * totals.  The journal proves itself before anyone posts it:
      * debits must equal credits, and both must equal the grand
      * tuition on HOMEWORK-2's control record (HW2-CONTROL.TXT) and
      * the extract's own T trailer.  A college/department with no
      * map row - neither its own nor the college default - or any
      * failed proof is listed on GL-JOURNAL-REPORT.TXT and returns 8
      * so the chain fails, the same way FINANCE-RECON fails a short
      * posting; a journal that does not balance must not reach the
      * ledger.
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETAIL-FILE ASSIGN TO "TUITION-DETAIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DETAIL-STATUS.
           SELECT HW2-CONTROL ASSIGN TO "HW2-CONTROL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HW2-STATUS.
           SELECT MAP-FILE ASSIGN TO "GL-MAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-KEY
               FILE STATUS IS MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GL-JOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-REPORT ASSIGN TO "GL-JOURNAL-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG ASSIGN TO "BATCH-RUN-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DETAIL-FILE.
       01  DETAIL-REC          PIC X(160).
       FD  HW2-CONTROL.
       01  HW2-CONTROL-REC.
           COPY CONTROL-TOTALS-REC.
       FD  MAP-FILE.
       01  MAP-RECORD.
           COPY GL-MAP-REC.
       FD  JOURNAL-FILE.
       01  GL-JOURNAL-REC.
           COPY GL-JOURNAL-REC.
       FD  GL-REPORT.
       01  REPORT-LINE         PIC X(120).
       FD  RUN-LOG.
       01  RUN-LOG-REC.
           COPY RUN-LOG-REC.
       WORKING-STORAGE SECTION.
           77  DETAIL-STATUS       PIC XX     VALUE "00".
           77  DETAIL-EOF-SW       PIC X      VALUE "N".
               88 DETAIL-E-O-F                VALUE "Y".
           77  HW2-STATUS          PIC XX     VALUE "00".
           77  MAP-STATUS          PIC XX     VALUE "00".
           77  RUN-LOG-STATUS      PIC XX     VALUE "00".
           77  RUN-DATE            PIC 9(8)   VALUE ZERO.
           77  RUN-DATE-ED         PIC 9999/99/99.
           77  TIME-NOW            PIC 9(8)   VALUE ZERO.
           77  DETAIL-COUNT        PIC 9(6)   VALUE ZERO.
           77  DETAIL-TOTAL        PIC 9(10)V99 VALUE ZERO.
           77  TRAILER-COUNT       PIC 9(6)   VALUE ZERO.
           77  TRAILER-TOTAL       PIC 9(10)V99 VALUE ZERO.
           77  TRAILER-SEEN-SW     PIC X      VALUE "N".
               88 TRAILER-SEEN                VALUE "Y".
           77  WORK-AMOUNT         PIC 9(9)V99 VALUE ZERO.
           77  MAPPED-SW           PIC X      VALUE "N".
               88 DETAIL-MAPPED               VALUE "Y".
           77  UNMAPPED-COUNT      PIC 9(6)   VALUE ZERO.
           77  UNMAPPED-TOTAL      PIC 9(10)V99 VALUE ZERO.
           77  POST-COUNT          PIC 9(4)   VALUE ZERO.
           77  POST-SUB            PIC 9(4)   VALUE ZERO.
           77  FOUND-SUB           PIC 9(4)   VALUE ZERO.
           77  POST-OVERFLOW-COUNT PIC 9(6)   VALUE ZERO.
           77  POST-ACCOUNT-WK     PIC X(12)  VALUE SPACES.
           77  POST-DR-CR-WK       PIC X      VALUE SPACES.
           77  POST-RES-WK         PIC X      VALUE SPACES.
           77  UNMAP-COUNT         PIC 9(4)   VALUE ZERO.
           77  UNMAP-SUB           PIC 9(4)   VALUE ZERO.
           77  LINES-WRITTEN       PIC 9(6)   VALUE ZERO.
           77  DEBIT-TOTAL         PIC 9(10)V99 VALUE ZERO.
           77  CREDIT-TOTAL        PIC 9(10)V99 VALUE ZERO.
           77  DISCREPANCY-COUNT   PIC 9(4)   VALUE ZERO.
           77  COUNT-ED            PIC ZZZ,ZZ9.
           77  COUNT-ED-2          PIC ZZZ,ZZ9.
           77  COST-ED             PIC $$,$$$,$$$,$$9.99.
           77  COST-ED-2           PIC $$,$$$,$$$,$$9.99.

      ******************************************************************
      * The extract laid out by position, exactly as TUITION-DELTA
      * reads it - the fields behind the pipes are fixed-width.
      ******************************************************************
           01  DETAIL-WORK.
               03  DW-TYPE         PIC X.
               03  FILLER          PIC X.
               03  DW-COLLEGE      PIC X(24).
               03  FILLER          PIC X.
               03  DW-DEPT         PIC X(25).
               03  FILLER          PIC X(56).
               03  DW-RESIDENCY    PIC X.
               03  FILLER          PIC X.
               03  DW-RATE         PIC X(8).
               03  FILLER          PIC X.
               03  DW-AMT-WHOLE    PIC 9(7).
               03  FILLER          PIC X.
               03  DW-AMT-CENTS    PIC 99.

           01  TRAILER-WORK.
               03  TW-TYPE         PIC X.
               03  FILLER          PIC X.
               03  TW-COUNT        PIC 9(6).
               03  FILLER          PIC X.
               03  TW-TOT-WHOLE    PIC 9(10).
               03  FILLER          PIC X.
               03  TW-TOT-CENTS    PIC 99.

           01  POST-TABLE.
               03  POST-ENTRY OCCURS 500 TIMES.
                   05  PT-ACCOUNT      PIC X(12).
                   05  PT-DR-CR        PIC X.
                   05  PT-RESIDENCY    PIC X.
                   05  PT-AMOUNT       PIC 9(10)V99.

           01  UNMAP-TABLE.
               03  UNMAP-ENTRY OCCURS 100 TIMES.
                   05  UM-COLLEGE      PIC X(24).
                   05  UM-DEPT         PIC X(25).
                   05  UM-COUNT        PIC 9(6).
                   05  UM-AMOUNT       PIC 9(10)V99.

       PROCEDURE DIVISION.
       010-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-ED.
           PERFORM 020-INITIALIZE.
           PERFORM 025-READ-DETAIL-RECORD.
           PERFORM 030-POST-DETAIL-RECORD UNTIL DETAIL-E-O-F.
           PERFORM 050-WRITE-JOURNAL.
           PERFORM 060-LIST-UNMAPPED.
           PERFORM 070-PROVE-TOTALS.
           PERFORM 080-WRAP-UP.

      ******************************************************************
      * Every input is required.  With no control record there is
      * nothing to prove the journal against, and with no map there
      * is no account to post to - either is a setup problem, not a
      * discrepancy, and stops the step outright.
      ******************************************************************
       020-INITIALIZE.
           OPEN INPUT DETAIL-FILE.
           IF DETAIL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "GL-JOURNAL: TUITION-DETAIL.TXT could not be "
                   "opened - STATUS: " DETAIL-STATUS
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT HW2-CONTROL.
           IF HW2-STATUS IS NOT EQUAL TO "00"
               DISPLAY "GL-JOURNAL: HW2-CONTROL.TXT could not be "
                   "opened - STATUS: " HW2-STATUS
               STOP RUN RETURNING 16
           END-IF.
           READ HW2-CONTROL
               AT END
                   DISPLAY "GL-JOURNAL: HW2-CONTROL.TXT is empty."
                   STOP RUN RETURNING 16
           END-READ.
           CLOSE HW2-CONTROL.
           OPEN INPUT MAP-FILE.
           IF MAP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "GL-JOURNAL: GL-MAP.DAT could not be opened - "
                   "STATUS: " MAP-STATUS
               STOP RUN RETURNING 16
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT GL-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "GENERAL LEDGER TUITION JOURNAL - RUN DATE: "
               RUN-DATE-ED DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACCOUNT      D/C RES           AMOUNT  DESCRIPTION"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "------------ --- --- ----------------  -----------"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

       025-READ-DETAIL-RECORD.
           READ DETAIL-FILE AT END SET DETAIL-E-O-F TO TRUE.

       030-POST-DETAIL-RECORD.
           MOVE DETAIL-REC TO DETAIL-WORK.
           IF DW-TYPE IS EQUAL TO "D"
               ADD 1 TO DETAIL-COUNT
               COMPUTE WORK-AMOUNT =
                   DW-AMT-WHOLE + DW-AMT-CENTS / 100
               ADD WORK-AMOUNT TO DETAIL-TOTAL
               PERFORM 032-FIND-MAPPING
               IF DETAIL-MAPPED
                   PERFORM 034-POST-DEBIT-AND-CREDIT
               ELSE
                   PERFORM 038-NOTE-UNMAPPED
               END-IF
           END-IF.
           IF DW-TYPE IS EQUAL TO "T"
               MOVE DETAIL-REC TO TRAILER-WORK
               MOVE TW-COUNT TO TRAILER-COUNT
               COMPUTE TRAILER-TOTAL =
                   TW-TOT-WHOLE + TW-TOT-CENTS / 100
               SET TRAILER-SEEN TO TRUE
           END-IF.
           PERFORM 025-READ-DETAIL-RECORD.

      ******************************************************************
      * The department's own row first, then the college default.
      ******************************************************************
       032-FIND-MAPPING.
           MOVE "Y" TO MAPPED-SW.
           MOVE DW-COLLEGE TO GLM-COLLEGE.
           MOVE DW-DEPT TO GLM-DEPT.
           READ MAP-FILE RECORD
               INVALID KEY
                   MOVE SPACES TO GLM-DEPT
                   READ MAP-FILE RECORD
                       INVALID KEY MOVE "N" TO MAPPED-SW
                   END-READ
           END-READ.

       034-POST-DEBIT-AND-CREDIT.
           IF DW-RESIDENCY IS EQUAL TO "O"
               MOVE "O" TO POST-RES-WK
           ELSE
               MOVE "I" TO POST-RES-WK
           END-IF.
           MOVE GLM-RECV-ACCOUNT TO POST-ACCOUNT-WK.
           MOVE "D" TO POST-DR-CR-WK.
           PERFORM 036-POST-AMOUNT.
           IF POST-RES-WK IS EQUAL TO "O"
               MOVE GLM-REV-OUT-ACCOUNT TO POST-ACCOUNT-WK
           ELSE
               MOVE GLM-REV-IN-ACCOUNT TO POST-ACCOUNT-WK
           END-IF.
           MOVE "C" TO POST-DR-CR-WK.
           PERFORM 036-POST-AMOUNT.

       036-POST-AMOUNT.
           MOVE ZERO TO FOUND-SUB.
           PERFORM 037-TEST-POST-ENTRY
               VARYING POST-SUB FROM 1 BY 1
               UNTIL POST-SUB IS GREATER THAN POST-COUNT.
           IF FOUND-SUB IS EQUAL TO ZERO
               IF POST-COUNT IS LESS THAN 500
                   ADD 1 TO POST-COUNT
                   MOVE POST-COUNT TO FOUND-SUB
                   MOVE POST-ACCOUNT-WK TO PT-ACCOUNT (FOUND-SUB)
                   MOVE POST-DR-CR-WK TO PT-DR-CR (FOUND-SUB)
                   MOVE POST-RES-WK TO PT-RESIDENCY (FOUND-SUB)
                   MOVE ZERO TO PT-AMOUNT (FOUND-SUB)
               ELSE
                   ADD 1 TO POST-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF FOUND-SUB IS GREATER THAN ZERO
               ADD WORK-AMOUNT TO PT-AMOUNT (FOUND-SUB)
           END-IF.

       037-TEST-POST-ENTRY.
           IF PT-ACCOUNT (POST-SUB) IS EQUAL TO POST-ACCOUNT-WK AND
              PT-DR-CR (POST-SUB) IS EQUAL TO POST-DR-CR-WK AND
              PT-RESIDENCY (POST-SUB) IS EQUAL TO POST-RES-WK
               MOVE POST-SUB TO FOUND-SUB
           END-IF.

      ******************************************************************
      * Each unmapped college/department is listed once with the
      * records and dollars it kept off the journal.
      ******************************************************************
       038-NOTE-UNMAPPED.
           ADD 1 TO UNMAPPED-COUNT.
           ADD WORK-AMOUNT TO UNMAPPED-TOTAL.
           MOVE ZERO TO FOUND-SUB.
           PERFORM 039-TEST-UNMAP-ENTRY
               VARYING UNMAP-SUB FROM 1 BY 1
               UNTIL UNMAP-SUB IS GREATER THAN UNMAP-COUNT.
           IF FOUND-SUB IS EQUAL TO ZERO AND
              UNMAP-COUNT IS LESS THAN 100
               ADD 1 TO UNMAP-COUNT
               MOVE UNMAP-COUNT TO FOUND-SUB
               MOVE DW-COLLEGE TO UM-COLLEGE (FOUND-SUB)
               MOVE DW-DEPT TO UM-DEPT (FOUND-SUB)
               MOVE ZERO TO UM-COUNT (FOUND-SUB)
               MOVE ZERO TO UM-AMOUNT (FOUND-SUB)
           END-IF.
           IF FOUND-SUB IS GREATER THAN ZERO
               ADD 1 TO UM-COUNT (FOUND-SUB)
               ADD WORK-AMOUNT TO UM-AMOUNT (FOUND-SUB)
           END-IF.

       039-TEST-UNMAP-ENTRY.
           IF UM-COLLEGE (UNMAP-SUB) IS EQUAL TO DW-COLLEGE AND
              UM-DEPT (UNMAP-SUB) IS EQUAL TO DW-DEPT
               MOVE UNMAP-SUB TO FOUND-SUB
           END-IF.

      ******************************************************************
      * Debits first, then credits, then the trailer.  The totals
      * proved below are summed from the lines as written, not from
      * the table, so a line lost on the way out shows up.
      ******************************************************************
       050-WRITE-JOURNAL.
           PERFORM 052-WRITE-DEBIT-LINE
               VARYING POST-SUB FROM 1 BY 1
               UNTIL POST-SUB IS GREATER THAN POST-COUNT.
           PERFORM 053-WRITE-CREDIT-LINE
               VARYING POST-SUB FROM 1 BY 1
               UNTIL POST-SUB IS GREATER THAN POST-COUNT.
           MOVE SPACES TO GL-JOURNAL-REC.
           MOVE "T" TO GJ-TYPE.
           MOVE RUN-DATE TO GJ-RUN-DATE.
           MOVE LINES-WRITTEN TO GJT-LINE-COUNT.
           MOVE DEBIT-TOTAL TO GJT-DEBITS.
           MOVE CREDIT-TOTAL TO GJT-CREDITS.
           WRITE GL-JOURNAL-REC.
           CLOSE JOURNAL-FILE.

       052-WRITE-DEBIT-LINE.
           IF PT-DR-CR (POST-SUB) IS EQUAL TO "D"
               ADD PT-AMOUNT (POST-SUB) TO DEBIT-TOTAL
               PERFORM 055-WRITE-JOURNAL-LINE
           END-IF.

       053-WRITE-CREDIT-LINE.
           IF PT-DR-CR (POST-SUB) IS EQUAL TO "C"
               ADD PT-AMOUNT (POST-SUB) TO CREDIT-TOTAL
               PERFORM 055-WRITE-JOURNAL-LINE
           END-IF.

       055-WRITE-JOURNAL-LINE.
           ADD 1 TO LINES-WRITTEN.
           MOVE SPACES TO GL-JOURNAL-REC.
           MOVE "L" TO GJ-TYPE.
           MOVE RUN-DATE TO GJ-RUN-DATE.
           MOVE PT-ACCOUNT (POST-SUB) TO GJ-ACCOUNT.
           MOVE PT-DR-CR (POST-SUB) TO GJ-DR-CR.
           MOVE PT-RESIDENCY (POST-SUB) TO GJ-RESIDENCY.
           MOVE PT-AMOUNT (POST-SUB) TO GJ-AMOUNT.
           EVALUATE TRUE
               WHEN GJ-DEBIT AND GJ-RESIDENCY IS EQUAL TO "O"
                   MOVE "TUITION RECEIVABLE OUT-OF-STATE" TO GJ-DESC
               WHEN GJ-DEBIT
                   MOVE "TUITION RECEIVABLE IN-STATE" TO GJ-DESC
               WHEN GJ-RESIDENCY IS EQUAL TO "O"
                   MOVE "TUITION REVENUE OUT-OF-STATE" TO GJ-DESC
               WHEN OTHER
                   MOVE "TUITION REVENUE IN-STATE" TO GJ-DESC
           END-EVALUATE.
           WRITE GL-JOURNAL-REC.
           MOVE GJ-AMOUNT TO COST-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING GJ-ACCOUNT " " GJ-DR-CR "   " GJ-RESIDENCY " "
               COST-ED "  " GJ-DESC
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       060-LIST-UNMAPPED.
           IF UNMAP-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO GL ACCOUNT MAPPING - NOT ON THE JOURNAL:"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 062-LIST-ONE-UNMAPPED
                   VARYING UNMAP-SUB FROM 1 BY 1
                   UNTIL UNMAP-SUB IS GREATER THAN UNMAP-COUNT
           END-IF.

       062-LIST-ONE-UNMAPPED.
           MOVE UM-COUNT (UNMAP-SUB) TO COUNT-ED.
           MOVE UM-AMOUNT (UNMAP-SUB) TO COST-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " UM-COLLEGE (UNMAP-SUB) " "
               UM-DEPT (UNMAP-SUB) " " COUNT-ED " RECORDS "
               COST-ED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      * The proofs.  Unmapped tuition is already a failure, but the
      * totals are still shown against the control so the size of
      * the hole is on the page.
      ******************************************************************
       070-PROVE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE DETAIL-COUNT TO COUNT-ED.
           MOVE LINES-WRITTEN TO COUNT-ED-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXTRACT D RECORDS READ: " COUNT-ED
               "  JOURNAL LINES WRITTEN: " COUNT-ED-2
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE DEBIT-TOTAL TO COST-ED.
           MOVE CREDIT-TOTAL TO COST-ED-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL DEBITS: " COST-ED "  TOTAL CREDITS: "
               COST-ED-2
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF DEBIT-TOTAL IS NOT EQUAL TO CREDIT-TOTAL
               ADD 1 TO DISCREPANCY-COUNT
               MOVE "JOURNAL OUT OF BALANCE - DEBITS DO NOT EQUAL "
                   TO REPORT-LINE
               MOVE "CREDITS" TO REPORT-LINE (46:7)
               WRITE REPORT-LINE
           END-IF.
           MOVE CTL-TUITION TO COST-ED.
           MOVE DEBIT-TOTAL TO COST-ED-2.
           MOVE SPACES TO REPORT-LINE.
           IF CTL-TUITION IS EQUAL TO DEBIT-TOTAL
               STRING "HW2-CONTROL TUITION: " COST-ED
                   "  JOURNAL: " COST-ED-2 "  IN BALANCE"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO DISCREPANCY-COUNT
               STRING "HW2-CONTROL TUITION: " COST-ED
                   "  JOURNAL: " COST-ED-2 "  DIFFER"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           IF NOT TRAILER-SEEN
               ADD 1 TO DISCREPANCY-COUNT
               MOVE "EXTRACT HAS NO T TRAILER RECORD" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF TRAILER-SEEN AND
              (TRAILER-COUNT IS NOT EQUAL TO DETAIL-COUNT OR
               TRAILER-TOTAL IS NOT EQUAL TO DETAIL-TOTAL)
               ADD 1 TO DISCREPANCY-COUNT
               MOVE "EXTRACT D RECORDS DISAGREE WITH ITS T TRAILER"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF UNMAPPED-COUNT IS GREATER THAN ZERO
               ADD 1 TO DISCREPANCY-COUNT
               MOVE UNMAPPED-COUNT TO COUNT-ED
               MOVE UNMAPPED-TOTAL TO COST-ED
               MOVE SPACES TO REPORT-LINE
               STRING "UNMAPPED EXTRACT RECORDS: " COUNT-ED
                   "  TUITION NOT JOURNALED: " COST-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF POST-OVERFLOW-COUNT IS GREATER THAN ZERO
               ADD 1 TO DISCREPANCY-COUNT
               MOVE "JOURNAL LINE TABLE FULL AT 500 - AMOUNTS DROPPED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DISCREPANCIES: " DISCREPANCY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       080-WRAP-UP.
           CLOSE DETAIL-FILE.
           CLOSE MAP-FILE.
           CLOSE GL-REPORT.
           PERFORM 085-WRITE-RUN-LOG.
           IF DISCREPANCY-COUNT IS GREATER THAN ZERO
               DISPLAY "GL-JOURNAL: " DISCREPANCY-COUNT
                   " DISCREPANCIES - see GL-JOURNAL-REPORT.TXT;"
               DISPLAY "GL-JOURNAL: GL-JOURNAL.TXT must not be posted."
               STOP RUN RETURNING 8
           END-IF.
           DISPLAY "GL-JOURNAL: " LINES-WRITTEN " journal lines, "
               "debits equal credits and agree with HOMEWORK-2.".
           STOP RUN.

       085-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE SPACES TO RUN-LOG-REC.
           ACCEPT TIME-NOW FROM TIME.
           MOVE RUN-DATE TO RL-DATE.
           MOVE TIME-NOW (1:6) TO RL-TIME.
           MOVE "GL-JOURNAL" TO RL-STEP.
           MOVE "COUNT" TO RL-EVENT.
           MOVE ZERO TO RL-RC.
           MOVE DETAIL-COUNT TO RL-READ.
           MOVE LINES-WRITTEN TO RL-WRITTEN.
           MOVE DEBIT-TOTAL TO RL-DOLLARS.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.

       END PROGRAM GL-JOURNAL.
