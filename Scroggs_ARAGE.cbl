      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: Accounts receivable aging.  Reads every account on
      * AR-LEDGER.DAT (AR-LEDGER-REC), works out what the student
      * still owes on it, and ages the balance from the night the
      * term was first billed into the collections office's four
      * columns - current (0-30 days), 31-60, 61-90, and over 90.
      * An account paid past its charges shows in a separate credit
      * column so refunds owed are visible, not netted away; an
      * account paid to zero is left off.  Accounts are listed by
      * the student's college (from STUDENT-MASTER.DAT) with a
      * subtotal per college and a grand total, to AR-AGING.TXT.
      * Day counts come from a day-number calculation on the
      * YYYYMMDD dates so month and year ends age correctly.
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "AR-LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-KEY
               FILE STATUS IS LEDGER-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-KEY
               FILE STATUS IS STUDENT-STATUS.
           SELECT AGING-WORK ASSIGN TO "Aging-work.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "AGEWORK.tmp".
           SELECT SORTED-AGING ASSIGN TO "Aging-by-college.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-STATUS.
           SELECT AGING-REPORT ASSIGN TO "AR-AGING.TXT"
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
       FD  AGING-WORK.
       01  AGING-WORK-REC.
           03  AW-COLLEGE      PIC X(24).
           03  FILLER          PIC X.
           03  AW-STUDENT      PIC X(9).
           03  FILLER          PIC X.
           03  AW-TERM         PIC X(6).
           03  FILLER          PIC X.
           03  AW-NAME         PIC X(20).
           03  FILLER          PIC X.
           03  AW-DAYS         PIC 9(5).
           03  FILLER          PIC X.
           03  AW-BUCKET       PIC 9.
           03  FILLER          PIC X.
           03  AW-AMOUNT       PIC 9(8)V99.
       SD  SORT-WORK.
       01  SORT-RECORD.
           03  SRT-COLLEGE     PIC X(24).
           03  FILLER          PIC X.
           03  SRT-STUDENT     PIC X(9).
           03  FILLER          PIC X.
           03  SRT-TERM        PIC X(6).
           03  FILLER          PIC X(40).
       FD  SORTED-AGING.
       01  SORTED-AGING-REC.
           03  SA-COLLEGE      PIC X(24).
           03  FILLER          PIC X.
           03  SA-STUDENT      PIC X(9).
           03  FILLER          PIC X.
           03  SA-TERM         PIC X(6).
           03  FILLER          PIC X.
           03  SA-NAME         PIC X(20).
           03  FILLER          PIC X.
           03  SA-DAYS         PIC 9(5).
           03  FILLER          PIC X.
           03  SA-BUCKET       PIC 9.
           03  FILLER          PIC X.
           03  SA-AMOUNT       PIC 9(8)V99.
       FD  AGING-REPORT.
       01  REPORT-LINE         PIC X(110).
       FD  RUN-LOG.
       01  RUN-LOG-REC.
           COPY RUN-LOG-REC.
       WORKING-STORAGE SECTION.
           77  LEDGER-STATUS       PIC XX     VALUE "00".
           77  LEDGER-EOF-SW       PIC X      VALUE "N".
               88 LEDGER-E-O-F                VALUE "Y".
           77  STUDENT-STATUS      PIC XX     VALUE "00".
           77  SORTED-STATUS       PIC XX     VALUE "00".
           77  SORTED-EOF-SW       PIC X      VALUE "N".
               88 SORTED-E-O-F                VALUE "Y".
           77  RUN-LOG-STATUS      PIC XX     VALUE "00".
           77  RUN-DATE            PIC 9(8)   VALUE ZERO.
           77  RUN-DATE-ED         PIC 9999/99/99.
           77  TIME-NOW            PIC 9(8)   VALUE ZERO.
           77  ACCOUNTS-READ       PIC 9(6)   VALUE ZERO.
           77  ACCOUNTS-AGED       PIC 9(6)   VALUE ZERO.
           77  BALANCE-DUE         PIC S9(9)V99 VALUE ZERO.
           77  RUN-DAY-NUMBER      PIC 9(8)   VALUE ZERO.
           77  BILLED-DAY-NUMBER   PIC 9(8)   VALUE ZERO.
           77  AGE-DAYS            PIC 9(5)   VALUE ZERO.
           77  LAST-COLLEGE        PIC X(24)  VALUE SPACES.
           77  BUCKET-SUB          PIC 9      VALUE ZERO.
           77  COLUMN-POS          PIC 999    VALUE ZERO.
           77  DAYS-ED             PIC ZZZZ9.
           77  AMOUNT-ED           PIC ZZ,ZZZ,ZZ9.99.
           77  GRAND-DOLLARS       PIC 9(10)V99 VALUE ZERO.

      ******************************************************************
      * Day number for a YYYYMMDD date: days from a fixed origin,
      * counting the year from March so February's leap day falls at
      * the end of the year.  Two dates' day numbers subtract to the
      * days between them.
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

      ******************************************************************
      * Bucket 1 is 0-30 days, 2 is 31-60, 3 is 61-90, 4 is over 90,
      * and 5 is a credit balance (paid past the charges).
      ******************************************************************
           01  COLLEGE-TOTALS.
               03  COLLEGE-BUCKET OCCURS 5 TIMES
                                   PIC 9(10)V99.
           01  GRAND-TOTALS.
               03  GRAND-BUCKET OCCURS 5 TIMES
                                   PIC 9(10)V99.
           01  PRINT-TOTALS.
               03  PRINT-BUCKET OCCURS 5 TIMES
                                   PIC 9(10)V99.

       PROCEDURE DIVISION.
       010-MAIN.
           PERFORM 020-INITIALIZE.
           PERFORM 030-AGE-ACCOUNT UNTIL LEDGER-E-O-F.
           PERFORM 040-SORT-BY-COLLEGE.
           PERFORM 050-PRINT-ACCOUNT UNTIL SORTED-E-O-F.
           PERFORM 080-WRAP-UP.

       020-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-ED.
           MOVE RUN-DATE TO DN-DATE.
           PERFORM 035-COMPUTE-DAY-NUMBER.
           MOVE DN-RESULT TO RUN-DAY-NUMBER.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "AR-AGING: AR-LEDGER.DAT could not be opened - "
                   "run AR-POST first.  STATUS: " LEDGER-STATUS
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "AR-AGING: STUDENT-MASTER.DAT could not be "
                   "opened - STATUS: " STUDENT-STATUS
               STOP RUN RETURNING 16
           END-IF.
           OPEN OUTPUT AGING-WORK.
           INITIALIZE GRAND-TOTALS.
           PERFORM 031-READ-LEDGER.

       031-READ-LEDGER.
           READ LEDGER-FILE NEXT RECORD
               AT END SET LEDGER-E-O-F TO TRUE.

      ******************************************************************
      * One account: balance, age, bucket, and the student's college
      * go to the work file; a zero balance is nothing to collect.
      ******************************************************************
       030-AGE-ACCOUNT.
           ADD 1 TO ACCOUNTS-READ.
           COMPUTE BALANCE-DUE = AL-CHARGES + AL-DEBIT-ADJ
               - AL-PAYMENTS - AL-CREDIT-ADJ.
           IF BALANCE-DUE IS NOT EQUAL TO ZERO
               MOVE SPACES TO AGING-WORK-REC
               MOVE ZERO TO AGE-DAYS
               IF AL-FIRST-BILLED IS GREATER THAN ZERO
                   MOVE AL-FIRST-BILLED TO DN-DATE
                   PERFORM 035-COMPUTE-DAY-NUMBER
                   MOVE DN-RESULT TO BILLED-DAY-NUMBER
                   IF RUN-DAY-NUMBER IS GREATER THAN BILLED-DAY-NUMBER
                       COMPUTE AGE-DAYS =
                           RUN-DAY-NUMBER - BILLED-DAY-NUMBER
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN BALANCE-DUE IS LESS THAN ZERO
                       MOVE 5 TO AW-BUCKET
                       COMPUTE AW-AMOUNT = ZERO - BALANCE-DUE
                   WHEN AGE-DAYS IS GREATER THAN 90
                       MOVE 4 TO AW-BUCKET
                       MOVE BALANCE-DUE TO AW-AMOUNT
                   WHEN AGE-DAYS IS GREATER THAN 60
                       MOVE 3 TO AW-BUCKET
                       MOVE BALANCE-DUE TO AW-AMOUNT
                   WHEN AGE-DAYS IS GREATER THAN 30
                       MOVE 2 TO AW-BUCKET
                       MOVE BALANCE-DUE TO AW-AMOUNT
                   WHEN OTHER
                       MOVE 1 TO AW-BUCKET
                       MOVE BALANCE-DUE TO AW-AMOUNT
               END-EVALUATE
               MOVE AL-STUDENT-ID TO STU-ID
               READ STUDENT-FILE RECORD
                   INVALID KEY
                       MOVE "NOT ON STUDENT MASTER" TO AW-COLLEGE
                       MOVE SPACES TO AW-NAME
                   NOT INVALID KEY
                       MOVE STU-COLLEGE TO AW-COLLEGE
                       MOVE STU-NAME TO AW-NAME
               END-READ
               MOVE AL-STUDENT-ID TO AW-STUDENT
               MOVE AL-TERM TO AW-TERM
               MOVE AGE-DAYS TO AW-DAYS
               WRITE AGING-WORK-REC
               ADD 1 TO ACCOUNTS-AGED
           END-IF.
           PERFORM 031-READ-LEDGER.

       035-COMPUTE-DAY-NUMBER.
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

       040-SORT-BY-COLLEGE.
           CLOSE LEDGER-FILE.
           CLOSE STUDENT-FILE.
           CLOSE AGING-WORK.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-COLLEGE
               ON ASCENDING KEY SRT-STUDENT
               ON ASCENDING KEY SRT-TERM
               USING AGING-WORK
               GIVING SORTED-AGING.
           IF SORT-RETURN IS NOT EQUAL TO ZERO
               DISPLAY "AR-AGING: SORT FAILED - " SORT-RETURN
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT SORTED-AGING.
           IF SORTED-STATUS IS NOT EQUAL TO "00"
               DISPLAY "AR-AGING: Aging-by-college.txt could not be "
                   "opened - STATUS: " SORTED-STATUS
               STOP RUN RETURNING 16
           END-IF.
           OPEN OUTPUT AGING-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS RECEIVABLE AGING - RUN: " RUN-DATE-ED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 051-READ-SORTED.

       051-READ-SORTED.
           READ SORTED-AGING AT END SET SORTED-E-O-F TO TRUE.

       050-PRINT-ACCOUNT.
           IF SA-COLLEGE IS NOT EQUAL TO LAST-COLLEGE
               IF LAST-COLLEGE IS NOT EQUAL TO SPACES
                   PERFORM 060-PRINT-COLLEGE-TOTAL
               END-IF
               MOVE SA-COLLEGE TO LAST-COLLEGE
               PERFORM 055-PRINT-COLLEGE-HEADING
           END-IF.
           INITIALIZE PRINT-TOTALS.
           MOVE SA-BUCKET TO BUCKET-SUB.
           MOVE SA-AMOUNT TO PRINT-BUCKET (BUCKET-SUB).
           ADD SA-AMOUNT TO COLLEGE-BUCKET (BUCKET-SUB).
           ADD SA-AMOUNT TO GRAND-BUCKET (BUCKET-SUB).
           MOVE SA-DAYS TO DAYS-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING SA-STUDENT " " SA-TERM " " SA-NAME " " DAYS-ED
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 065-PUT-AMOUNTS.
           WRITE REPORT-LINE.
           PERFORM 051-READ-SORTED.

       055-PRINT-COLLEGE-HEADING.
           INITIALIZE COLLEGE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           STRING "COLLEGE: " LAST-COLLEGE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUDENT   TERM   NAME                  DAYS"
               TO REPORT-LINE.
           MOVE "      0-30" TO REPORT-LINE (46:10).
           MOVE "     31-60" TO REPORT-LINE (60:10).
           MOVE "     61-90" TO REPORT-LINE (74:10).
           MOVE "   OVER 90" TO REPORT-LINE (88:10).
           MOVE "    CREDIT" TO REPORT-LINE (101:10).
           WRITE REPORT-LINE.
           MOVE "--------- ------ -------------------- -----"
               TO REPORT-LINE.
           MOVE "-------------" TO REPORT-LINE (43:13).
           MOVE "-------------" TO REPORT-LINE (57:13).
           MOVE "-------------" TO REPORT-LINE (71:13).
           MOVE "-------------" TO REPORT-LINE (85:13).
           MOVE "-------------" TO REPORT-LINE (99:12).
           WRITE REPORT-LINE.

       060-PRINT-COLLEGE-TOTAL.
           MOVE COLLEGE-TOTALS TO PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           STRING "  COLLEGE TOTAL " LAST-COLLEGE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 065-PUT-AMOUNTS.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      * The five bucket columns start at 43 and are 14 wide; the
      * credit column is the last and is cut to fit the line.
      ******************************************************************
       065-PUT-AMOUNTS.
           PERFORM 066-PUT-ONE-AMOUNT VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB IS GREATER THAN 4.
           IF PRINT-BUCKET (5) IS GREATER THAN ZERO
               MOVE PRINT-BUCKET (5) TO AMOUNT-ED
               MOVE AMOUNT-ED (2:12) TO REPORT-LINE (99:12)
           END-IF.

       066-PUT-ONE-AMOUNT.
           IF PRINT-BUCKET (BUCKET-SUB) IS GREATER THAN ZERO
               COMPUTE COLUMN-POS = 43 + (BUCKET-SUB - 1) * 14
               MOVE PRINT-BUCKET (BUCKET-SUB) TO AMOUNT-ED
               MOVE AMOUNT-ED TO REPORT-LINE (COLUMN-POS:13)
           END-IF.

       080-WRAP-UP.
           IF LAST-COLLEGE IS NOT EQUAL TO SPACES
               PERFORM 060-PRINT-COLLEGE-TOTAL
           END-IF.
           MOVE GRAND-TOTALS TO PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           MOVE "GRAND TOTAL" TO REPORT-LINE.
           PERFORM 065-PUT-AMOUNTS.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LEDGER ACCOUNTS READ: " ACCOUNTS-READ
               "  WITH A BALANCE: " ACCOUNTS-AGED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE SORTED-AGING.
           CLOSE AGING-REPORT.
           PERFORM 085-WRITE-RUN-LOG.
           DISPLAY "AR-AGING: " ACCOUNTS-AGED " of " ACCOUNTS-READ
               " accounts carry a balance.".
           STOP RUN.

       085-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           COMPUTE GRAND-DOLLARS = GRAND-BUCKET (1) + GRAND-BUCKET (2)
               + GRAND-BUCKET (3) + GRAND-BUCKET (4).
           MOVE SPACES TO RUN-LOG-REC.
           ACCEPT TIME-NOW FROM TIME.
           MOVE RUN-DATE TO RL-DATE.
           MOVE TIME-NOW (1:6) TO RL-TIME.
           MOVE "AR-AGING" TO RL-STEP.
           MOVE "COUNT" TO RL-EVENT.
           MOVE ZERO TO RL-RC.
           MOVE ACCOUNTS-READ TO RL-READ.
           MOVE ACCOUNTS-AGED TO RL-WRITTEN.
           MOVE GRAND-DOLLARS TO RL-DOLLARS.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.

       END PROGRAM AR-AGING.
