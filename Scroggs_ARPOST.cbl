      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: Student accounts receivable posting.  Keeps the
      * per-student, per-term account ledger (AR-LEDGER.DAT,
      * AR-LEDGER-REC) the bursar has been keeping in a spreadsheet
      * next to our billing register.  Two things post, in order:
      *   1. tonight's charges - each student's term total from
      *      BILL-REGISTER (AR-CHARGES.TXT) replaces the charges on
      *      that student's term account, opening the account the
      *      first night the term is billed.  An account the
      *      register no longer bills (every row dropped or removed)
      *      has its charges taken back to zero, so the ledger
      *      always carries what the register says is owed.
      *   2. the bursar's pending payments and adjustments
      *      (AR-TRANS.TXT, AR-TRANS-REC), each checked against
      *      STUDENT-MASTER.DAT and against the student's account for
      *      the term before it posts.
      * Writes an applied/rejected report to AR-POST-REPORT.TXT the
      * way the maintenance programs' batch modes do.  Runs in the
      * nightly chain right after BILL-REGISTER; the chain sets the
      * applied transaction file aside so nothing posts twice.
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "AR-LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS LEDGER-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-KEY
               FILE STATUS IS STUDENT-STATUS.
           SELECT CHARGE-FILE ASSIGN TO "AR-CHARGES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "AR-TRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT POST-REPORT ASSIGN TO "AR-POST-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG ASSIGN TO "BATCH-RUN-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  AR-LEDGER-REC.
           COPY AR-LEDGER-REC.
       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           COPY STUDENT-RECORD.
       FD  CHARGE-FILE.
       01  AR-CHARGE-REC.
           COPY AR-CHARGE-REC.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY AR-TRANS-REC.
       FD  POST-REPORT.
       01  REPORT-LINE         PIC X(110).
       FD  RUN-LOG.
       01  RUN-LOG-REC.
           COPY RUN-LOG-REC.
       WORKING-STORAGE SECTION.
           77  LEDGER-STATUS       PIC XX     VALUE "00".
           77  LEDGER-EOF-SW       PIC X      VALUE "N".
               88 LEDGER-E-O-F                VALUE "Y".
           77  STUDENT-STATUS      PIC XX     VALUE "00".
           77  CHARGE-STATUS       PIC XX     VALUE "00".
           77  CHARGE-EOF-SW       PIC X      VALUE "N".
               88 CHARGE-E-O-F                VALUE "Y".
           77  TRANS-STATUS        PIC XX     VALUE "00".
           77  TRANS-EOF-SW        PIC X      VALUE "N".
               88 TRANS-E-O-F                 VALUE "Y".
           77  RUN-LOG-STATUS      PIC XX     VALUE "00".
           77  RUN-DATE            PIC 9(8)   VALUE ZERO.
           77  RUN-DATE-ED         PIC 9999/99/99.
           77  TIME-NOW            PIC 9(8)   VALUE ZERO.
           77  CHARGE-RUN-DATE     PIC 9(8)   VALUE ZERO.
           77  CHARGES-READ        PIC 9(6)   VALUE ZERO.
           77  ACCOUNTS-OPENED     PIC 9(6)   VALUE ZERO.
           77  ACCOUNTS-CHANGED    PIC 9(6)   VALUE ZERO.
           77  ACCOUNTS-REVERSED   PIC 9(6)   VALUE ZERO.
           77  CHARGES-TOTAL       PIC 9(10)V99 VALUE ZERO.
           77  TRANS-READ-COUNT    PIC 9(4)   VALUE ZERO.
           77  TRANS-APPLIED-COUNT PIC 9(4)   VALUE ZERO.
           77  TRANS-REJECT-COUNT  PIC 9(4)   VALUE ZERO.
           77  PAYMENTS-TOTAL      PIC 9(10)V99 VALUE ZERO.
           77  DEBITS-TOTAL        PIC 9(10)V99 VALUE ZERO.
           77  CREDITS-TOTAL       PIC 9(10)V99 VALUE ZERO.
           77  REJECT-REASON       PIC X(40)  VALUE SPACES.
           77  POST-DATE           PIC 9(8)   VALUE ZERO.
           77  AMOUNT-ED           PIC $$$,$$$,$$9.99.
           77  TOTAL-ED            PIC $$,$$$,$$$,$$9.99.
           01  AMOUNT-TEXT         PIC X(10)  VALUE SPACES.
           01  AMOUNT-NUM REDEFINES AMOUNT-TEXT
                                   PIC 9(8)V99.

       PROCEDURE DIVISION.
       010-MAIN.
           PERFORM 020-INITIALIZE.
           PERFORM 030-POST-CHARGES.
           PERFORM 050-APPLY-TRANSACTIONS.
           PERFORM 080-WRAP-UP.

       020-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-ED.
           OPEN I-O LEDGER-FILE.
           IF LEDGER-STATUS IS EQUAL TO "35"
               DISPLAY "AR-POST: AR-LEDGER.DAT not found - starting "
                   "empty."
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF LEDGER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "AR-POST: AR-LEDGER.DAT could not be opened - "
                   "STATUS: " LEDGER-STATUS
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "AR-POST: STUDENT-MASTER.DAT could not be "
                   "opened (STATUS: " STUDENT-STATUS ") - nothing "
                   "can be checked, posting refused."
               STOP RUN RETURNING 16
           END-IF.
           OPEN OUTPUT POST-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS RECEIVABLE POSTING - BATCH RUN: "
               RUN-DATE-ED DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      * Tonight's register charges.  The register is a full re-bill,
      * so each student-term total replaces the account's charges
      * rather than adding to them - re-running the chain on the
      * same night posts the same balance, not double.
      ******************************************************************
       030-POST-CHARGES.
           OPEN INPUT CHARGE-FILE.
           IF CHARGE-STATUS IS NOT EQUAL TO "00"
               MOVE "NO AR-CHARGES.TXT FROM BILL-REGISTER - NO CHARGES "
                   TO REPORT-LINE
               MOVE "POSTED" TO REPORT-LINE (52:6)
               WRITE REPORT-LINE
               DISPLAY "AR-POST: AR-CHARGES.TXT could not be opened "
                   "(STATUS: " CHARGE-STATUS ") - no charges posted."
           ELSE
               PERFORM 031-READ-CHARGE
               PERFORM 035-POST-ONE-CHARGE UNTIL CHARGE-E-O-F
               CLOSE CHARGE-FILE
               IF CHARGES-READ IS GREATER THAN ZERO
                   PERFORM 040-REVERSE-UNBILLED
               END-IF
               MOVE CHARGES-TOTAL TO TOTAL-ED
               MOVE SPACES TO REPORT-LINE
               STRING "CHARGES POSTED: " CHARGES-READ
                   "  ACCOUNTS OPENED: " ACCOUNTS-OPENED
                   "  CHANGED: " ACCOUNTS-CHANGED
                   "  REVERSED: " ACCOUNTS-REVERSED
                   "  BILLED: " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       031-READ-CHARGE.
           READ CHARGE-FILE AT END SET CHARGE-E-O-F TO TRUE.

       035-POST-ONE-CHARGE.
           ADD 1 TO CHARGES-READ.
           MOVE ACHG-RUN-DATE TO CHARGE-RUN-DATE.
           ADD ACHG-AMOUNT TO CHARGES-TOTAL.
           MOVE ACHG-STUDENT-ID TO AL-STUDENT-ID.
           MOVE ACHG-TERM TO AL-TERM.
           READ LEDGER-FILE RECORD
               INVALID KEY
                   PERFORM 036-OPEN-ACCOUNT
               NOT INVALID KEY
                   IF AL-CHARGES IS NOT EQUAL TO ACHG-AMOUNT
                       ADD 1 TO ACCOUNTS-CHANGED
                   END-IF
                   MOVE ACHG-AMOUNT TO AL-CHARGES
                   MOVE ACHG-RUN-DATE TO AL-LAST-BILLED
                   REWRITE AR-LEDGER-REC
                       INVALID KEY
                           DISPLAY "AR-POST: ledger rewrite failed - "
                               "STATUS: " LEDGER-STATUS " KEY: " AL-KEY
                   END-REWRITE
           END-READ.
           PERFORM 031-READ-CHARGE.

       036-OPEN-ACCOUNT.
           MOVE SPACES TO AR-LEDGER-REC.
           MOVE ACHG-STUDENT-ID TO AL-STUDENT-ID.
           MOVE ACHG-TERM TO AL-TERM.
           MOVE ACHG-AMOUNT TO AL-CHARGES.
           MOVE ZERO TO AL-PAYMENTS.
           MOVE ZERO TO AL-DEBIT-ADJ.
           MOVE ZERO TO AL-CREDIT-ADJ.
           MOVE ACHG-RUN-DATE TO AL-FIRST-BILLED.
           MOVE ACHG-RUN-DATE TO AL-LAST-BILLED.
           MOVE ZERO TO AL-LAST-PAYMENT.
           WRITE AR-LEDGER-REC
               INVALID KEY
                   DISPLAY "AR-POST: ledger write failed - STATUS: "
                       LEDGER-STATUS " KEY: " AL-KEY
               NOT INVALID KEY
                   ADD 1 TO ACCOUNTS-OPENED
           END-WRITE.

      ******************************************************************
      * An account still carrying charges that tonight's register did
      * not bill has lost every enrollment row it was billed for; its
      * charges come back to zero and the account stays on the ledger
      * with whatever was paid against it.
      ******************************************************************
       040-REVERSE-UNBILLED.
           MOVE "N" TO LEDGER-EOF-SW.
           MOVE LOW-VALUES TO AL-KEY.
           START LEDGER-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY SET LEDGER-E-O-F TO TRUE
           END-START.
           PERFORM 041-TEST-NEXT-ACCOUNT UNTIL LEDGER-E-O-F.

       041-TEST-NEXT-ACCOUNT.
           READ LEDGER-FILE NEXT RECORD
               AT END SET LEDGER-E-O-F TO TRUE.
           IF NOT LEDGER-E-O-F
               IF AL-LAST-BILLED IS LESS THAN CHARGE-RUN-DATE AND
                  AL-CHARGES IS GREATER THAN ZERO
                   MOVE AL-CHARGES TO AMOUNT-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  CHARGES REVERSED - NO LONGER BILLED: "
                       AL-STUDENT-ID " " AL-TERM "  " AMOUNT-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE ZERO TO AL-CHARGES
                   MOVE CHARGE-RUN-DATE TO AL-LAST-BILLED
                   REWRITE AR-LEDGER-REC
                       INVALID KEY
                           DISPLAY "AR-POST: ledger rewrite failed - "
                               "STATUS: " LEDGER-STATUS " KEY: " AL-KEY
                       NOT INVALID KEY
                           ADD 1 TO ACCOUNTS-REVERSED
                   END-REWRITE
               END-IF
           END-IF.

      ******************************************************************
      * The bursar's pending payments and adjustments.  No pending
      * file is a normal night.
      ******************************************************************
       050-APPLY-TRANSACTIONS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS NOT EQUAL TO "00"
               MOVE "NO PENDING PAYMENTS OR ADJUSTMENTS (AR-TRANS.TXT)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "ACT STUDENT   TERM   DATE            AMOUNT "
                   TO REPORT-LINE
               MOVE "REFERENCE     DISPOSITION" TO REPORT-LINE (45:25)
               WRITE REPORT-LINE
               MOVE "--- --------- ------ -------- -------------- "
                   TO REPORT-LINE
               MOVE "------------  -----------" TO REPORT-LINE (45:25)
               WRITE REPORT-LINE
               PERFORM 110-READ-TRANS-RECORD
               PERFORM 120-PROCESS-TRANS UNTIL TRANS-E-O-F
               CLOSE TRANS-FILE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "TRANSACTIONS READ: " TRANS-READ-COUNT
                   "  APPLIED: " TRANS-APPLIED-COUNT
                   "  REJECTED: " TRANS-REJECT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE PAYMENTS-TOTAL TO TOTAL-ED
               MOVE SPACES TO REPORT-LINE
               STRING "PAYMENTS POSTED:           " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE DEBITS-TOTAL TO TOTAL-ED
               MOVE SPACES TO REPORT-LINE
               STRING "DEBIT ADJUSTMENTS POSTED:  " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE CREDITS-TOTAL TO TOTAL-ED
               MOVE SPACES TO REPORT-LINE
               STRING "CREDIT ADJUSTMENTS POSTED: " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       110-READ-TRANS-RECORD.
           READ TRANS-FILE AT END SET TRANS-E-O-F TO TRUE.

       120-PROCESS-TRANS.
           ADD 1 TO TRANS-READ-COUNT.
           PERFORM 125-EDIT-TRANS.
           IF REJECT-REASON IS EQUAL TO SPACES
               PERFORM 130-APPLY-TRANS
           END-IF.
           PERFORM 170-WRITE-DISPOSITION.
           PERFORM 110-READ-TRANS-RECORD.

      ******************************************************************
      * Field, student, and account edits.  The first failure wins;
      * REJECT-REASON is spaces when the transaction is good, the
      * same contract ENROLL-MAINT's add edits keep.  A transaction
      * must land on an account the register has billed - a payment
      * for a term the student was never billed is a keying error.
      ******************************************************************
       125-EDIT-TRANS.
           MOVE SPACES TO REJECT-REASON.
           MOVE ATRN-AMOUNT TO AMOUNT-TEXT.
           IF NOT ATRANS-PAYMENT AND NOT ATRANS-DEBIT AND
              NOT ATRANS-CREDIT
               MOVE "ACTION CODE NOT P/D/C" TO REJECT-REASON
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES AND
              AMOUNT-TEXT IS NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO REJECT-REASON
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES AND
              AMOUNT-NUM IS EQUAL TO ZERO
               MOVE "AMOUNT IS ZERO" TO REJECT-REASON
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
               IF ATRN-DATE IS EQUAL TO SPACES
                   MOVE RUN-DATE TO POST-DATE
               ELSE
                   IF ATRN-DATE IS NUMERIC
                       MOVE ATRN-DATE TO POST-DATE
                   ELSE
                       MOVE "TRANSACTION DATE NOT NUMERIC"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
               MOVE ATRN-STUDENT-ID TO STU-ID
               READ STUDENT-FILE RECORD
                   INVALID KEY
                       MOVE "STUDENT ID NOT ON STUDENT MASTER"
                           TO REJECT-REASON
               END-READ
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
               IF ATRN-TERM (1:4) IS NOT NUMERIC OR
                  (ATRN-TERM (5:2) IS NOT EQUAL TO "SP" AND
                   ATRN-TERM (5:2) IS NOT EQUAL TO "SU" AND
                   ATRN-TERM (5:2) IS NOT EQUAL TO "FA")
                   MOVE "TERM CODE NOT YYYY + SP/SU/FA"
                       TO REJECT-REASON
               END-IF
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
               MOVE ATRN-STUDENT-ID TO AL-STUDENT-ID
               MOVE ATRN-TERM TO AL-TERM
               READ LEDGER-FILE RECORD
                   INVALID KEY
                       MOVE "NO ACCOUNT FOR STUDENT AND TERM"
                           TO REJECT-REASON
               END-READ
           END-IF.

       130-APPLY-TRANS.
           EVALUATE TRUE
               WHEN ATRANS-PAYMENT
                   ADD AMOUNT-NUM TO AL-PAYMENTS
                   IF POST-DATE IS GREATER THAN AL-LAST-PAYMENT
                       MOVE POST-DATE TO AL-LAST-PAYMENT
                   END-IF
               WHEN ATRANS-DEBIT
                   ADD AMOUNT-NUM TO AL-DEBIT-ADJ
               WHEN ATRANS-CREDIT
                   ADD AMOUNT-NUM TO AL-CREDIT-ADJ
           END-EVALUATE.
           REWRITE AR-LEDGER-REC
               INVALID KEY
                   MOVE "LEDGER REWRITE FAILED" TO REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ATRANS-PAYMENT
                           ADD AMOUNT-NUM TO PAYMENTS-TOTAL
                       WHEN ATRANS-DEBIT
                           ADD AMOUNT-NUM TO DEBITS-TOTAL
                       WHEN ATRANS-CREDIT
                           ADD AMOUNT-NUM TO CREDITS-TOTAL
                   END-EVALUATE
           END-REWRITE.

       170-WRITE-DISPOSITION.
           MOVE SPACES TO REPORT-LINE.
           IF AMOUNT-TEXT IS NUMERIC
               MOVE AMOUNT-NUM TO AMOUNT-ED
           ELSE
               MOVE ZERO TO AMOUNT-ED
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
               ADD 1 TO TRANS-APPLIED-COUNT
               STRING ATRN-ACTION "   " ATRN-STUDENT-ID " "
                   ATRN-TERM " " ATRN-DATE " " AMOUNT-ED " "
                   ATRN-REFERENCE "  APPLIED"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO TRANS-REJECT-COUNT
               STRING ATRN-ACTION "   " ATRN-STUDENT-ID " "
                   ATRN-TERM " " ATRN-DATE " " AMOUNT-ED " "
                   ATRN-REFERENCE "  REJECTED - " REJECT-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       080-WRAP-UP.
           CLOSE LEDGER-FILE.
           CLOSE STUDENT-FILE.
           CLOSE POST-REPORT.
           PERFORM 085-WRITE-RUN-LOG.
           DISPLAY "AR-POST: " CHARGES-READ " charges posted, "
               TRANS-APPLIED-COUNT " transactions applied, "
               TRANS-REJECT-COUNT " rejected.".
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
           MOVE "AR-POST" TO RL-STEP.
           MOVE "COUNT" TO RL-EVENT.
           MOVE ZERO TO RL-RC.
           COMPUTE RL-READ = CHARGES-READ + TRANS-READ-COUNT.
           MOVE TRANS-APPLIED-COUNT TO RL-WRITTEN.
           MOVE CHARGES-TOTAL TO RL-DOLLARS.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.

       END PROGRAM AR-POST.
