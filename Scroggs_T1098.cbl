      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: Annual tuition tax statement (1098-T style).  Run
      * each January for the calendar year just ended,
      *     TAX-1098T 2026
      * this gathers every student's tuition billed in the year's
      * terms (YYYYSP, YYYYSU, and YYYYFA - the year is the term
      * code's year) off the clean enrollment extract, priced exactly
      * as TERM-CLOSE certified it: each term at its frozen in-term
      * date, a dropped row at its retained share rounded per row,
      * and the term's awards on AWARD-MASTER.DAT applied in key
      * order as BILL-REGISTER applies them.  Per student it reports
      * tuition billed, less drop refunds, less the college's own
      * waivers and scholarships, giving the qualified tuition, with
      * sponsor-paid awards carried as scholarships and grants.  Name
      * and standing come off STUDENT-MASTER.DAT.
      * Output is the fixed-layout vendor file for the tax filing
      * vendor, TAX-1098T-VENDOR-<year>.TXT (TAX-1098T-REC), and the
      * printed register TAX-1098T-REGISTER-<year>.TXT with the
      * year's control totals.  Every term of the year that was billed
      * must be closed, and each term's student tuition plus the
      * course-level tuition of courses with no enrollment rows must
      * prove to the TERM TOTAL on the certified final statement
      * TERM-CLOSE wrote (TERM-FINAL-<term>.TXT) to the cent, so the
      * figures sent out agree with the revenue Finance booked.  A
      * term that does not prove fails the run with return code 8 and
      * the vendor file is left empty; an open term that was billed
      * refuses the run with return code 8 until it is closed.
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-1098T.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-FILE ASSIGN TO "ENROLLMENT-CLEAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLL-STATUS.
           SELECT SORT-WORK ASSIGN TO "T1098SRT.tmp".
           SELECT SORTED-ENROLL ASSIGN TO "Tax-by-student.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-STATUS.
           SELECT COURSES-FILE ASSIGN TO "COURSE-MASTER-CLEAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSES-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO "RATE-TABLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT TERM-STATUS-FILE ASSIGN TO "TERM-STATUS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-STATUS-STAT.
           SELECT FINAL-STATEMENT ASSIGN TO DYNAMIC FINAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINAL-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-KEY
               FILE STATUS IS STUDENT-STATUS.
           SELECT AWARD-FILE ASSIGN TO "AWARD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS AWARD-STATUS.
           SELECT STATEMENT-WORK ASSIGN TO "T1098WRK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.
           SELECT VENDOR-FILE ASSIGN TO DYNAMIC VENDOR-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-REGISTER ASSIGN TO DYNAMIC REGISTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-FILE.
       01  ENROLL-INPUT-REC    PIC X(53).
       SD  SORT-WORK.
       01  SORT-RECORD.
           03  SRT-STUDENT     PIC X(9).
           03  FILLER          PIC X.
           03  SRT-EMAIL       PIC X(16).
           03  SRT-PREFIX      PIC 9.
           03  SRT-TERM        PIC X(6).
           03  FILLER          PIC X(20).
       FD  SORTED-ENROLL.
       01  ENROLL-REC.
           COPY ENROLL-RECORD.
       FD  COURSES-FILE.
       01  COURSES-RECORD.
           COPY COURSE-RECORD.
       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-REC.
           COPY RATE-TABLE-REC.
       FD  TERM-STATUS-FILE.
       01  TERM-STATUS-REC.
           COPY TERM-STATUS-REC.
      ******************************************************************
      * The certified statement is read back by position: its TERM
      * TOTAL line is laid out exactly as TERM-CLOSE strings it.
      ******************************************************************
       FD  FINAL-STATEMENT.
       01  FINAL-LINE          PIC X(100).
       01  FINAL-TOTAL-LINE.
           03  FN-LABEL        PIC X(10).
           03  FILLER          PIC X(14).
           03  FN-SCH-ED       PIC ZZ,ZZZ,ZZ9.
           03  FILLER          PIC XX.
           03  FN-TUITION-ED   PIC $$,$$$,$$$,$$9.99.
           03  FILLER          PIC X(47).
       FD  STUDENT-FILE.
       01  STUDENT-REC.
           COPY STUDENT-RECORD.
       FD  AWARD-FILE.
       01  AWARD-RECORD.
           COPY AWARD-REC.
       FD  STATEMENT-WORK.
       01  WORK-REC            PIC X(99).
       FD  VENDOR-FILE.
       01  VENDOR-REC.
           COPY TAX-1098T-REC.
       FD  TAX-REGISTER.
       01  REGISTER-LINE       PIC X(140).
       WORKING-STORAGE SECTION.
           77  ENROLL-STATUS       PIC XX     VALUE "00".
           77  SORTED-STATUS       PIC XX     VALUE "00".
           77  COURSES-STATUS      PIC XX     VALUE "00".
           77  RATE-STATUS         PIC XX     VALUE "00".
           77  TERM-STATUS-STAT    PIC XX     VALUE "00".
           77  FINAL-STATUS        PIC XX     VALUE "00".
           77  STUDENT-STATUS      PIC XX     VALUE "00".
           77  AWARD-STATUS        PIC XX     VALUE "00".
           77  WORK-STATUS         PIC XX     VALUE "00".
           77  ENROLL-EOF-SW       PIC X      VALUE "N".
               88 ENROLL-E-O-F                VALUE "Y".
           77  COURSES-EOF-SW      PIC X      VALUE "N".
               88 COURSES-E-O-F               VALUE "Y".
           77  RATE-EOF-SW         PIC X      VALUE "N".
               88 RATE-E-O-F                  VALUE "Y".
           77  TERM-EOF-SW         PIC X      VALUE "N".
               88 TERM-E-O-F                  VALUE "Y".
           77  FINAL-EOF-SW        PIC X      VALUE "N".
               88 FINAL-E-O-F                 VALUE "Y".
           77  AWARD-EOF-SW        PIC X      VALUE "N".
               88 AWARD-E-O-F                 VALUE "Y".
           77  WORK-EOF-SW         PIC X      VALUE "N".
               88 WORK-E-O-F                  VALUE "Y".
           77  AWARD-OPEN-SW       PIC X      VALUE "N".
               88 AWARD-MASTER-OPEN           VALUE "Y".
           77  ON-MASTER-SW        PIC X      VALUE "N".
               88 STUDENT-ON-MASTER           VALUE "Y".
           77  PROOF-SW            PIC X      VALUE "Y".
               88 YEAR-PROVED                 VALUE "Y".
           77  REFUSE-SW           PIC X      VALUE "N".
               88 RUN-REFUSED                 VALUE "Y".
           77  TAX-ARG             PIC X(10)  VALUE SPACES.
           77  TAX-YEAR            PIC 9(4)   VALUE ZERO.
           77  FINAL-FILE-NAME     PIC X(40)  VALUE SPACES.
           77  VENDOR-NAME         PIC X(40)  VALUE SPACES.
           77  REGISTER-NAME       PIC X(40)  VALUE SPACES.
           77  RUN-DATE            PIC 9(8)   VALUE ZERO.
           77  RUN-DATE-ED         PIC 9999/99/99.
           77  RETURN-CD           PIC 99     VALUE ZERO.
           77  PRICE-DATE          PIC 9(8)   VALUE ZERO.
           77  LOOKUP-PREFIX       PIC 9      VALUE ZERO.
           77  RATE-TABLE-COUNT    PIC 99     VALUE ZERO.
           77  RATE-SUB            PIC 99     VALUE ZERO.
           77  BEST-EFF-DATE       PIC 9(8)   VALUE ZERO.
           77  RATE-FOR-PREFIX     PIC 9(5)V99 VALUE ZERO.
           77  OUT-RATE-FOR-PREFIX PIC 9(5)V99 VALUE ZERO.
           77  RATE-APPLIED        PIC 9(5)V99 VALUE ZERO.
           77  TERM-COUNT          PIC 99     VALUE ZERO.
           77  TERM-SUB            PIC 99     VALUE ZERO.
           77  YT-SUB              PIC 9      VALUE ZERO.
           77  FOUND-YT            PIC 9      VALUE ZERO.
           77  CLOSED-TERMS        PIC 9      VALUE ZERO.
           77  COURSE-COUNT        PIC 9(4)   VALUE ZERO.
           77  COURSE-SUB          PIC 9(4)   VALUE ZERO.
           77  FOUND-COURSE        PIC 9(4)   VALUE ZERO.
           77  SCH-NUM             PIC 9(4)   VALUE ZERO.
           77  ROWS-READ           PIC 9(7)   VALUE ZERO.
           77  ROWS-BILLED         PIC 9(7)   VALUE ZERO.
           77  ROWS-UNPRICED       PIC 9(7)   VALUE ZERO.
           77  ROWS-NO-COURSE      PIC 9(7)   VALUE ZERO.
           77  COURSES-UNPRICED    PIC 9(5)   VALUE ZERO.
           77  FULL-AMOUNT         PIC 9(7)V99 VALUE ZERO.
           77  LINE-AMOUNT         PIC 9(7)V99 VALUE ZERO.
           77  COURSE-TUITION      PIC 9(7)V99 VALUE ZERO.
           77  AWARD-AMOUNT        PIC 9(8)V99 VALUE ZERO.
           77  AWARDS-APPLIED      PIC 9(6)   VALUE ZERO.
           77  LAST-STUDENT        PIC X(9)   VALUE SPACES.
           77  LAST-TERM           PIC X(6)   VALUE SPACES.
           77  TERM-HOURS          PIC 9(4)   VALUE ZERO.
           77  TERM-BILLED         PIC 9(8)V99 VALUE ZERO.
           77  TERM-AMOUNT         PIC 9(8)V99 VALUE ZERO.
           77  TERM-NET            PIC 9(8)V99 VALUE ZERO.
           77  TERM-WAIVED         PIC 9(8)V99 VALUE ZERO.
           77  TERM-SPONSORED      PIC 9(8)V99 VALUE ZERO.
           77  YEAR-TERMS          PIC 9      VALUE ZERO.
           77  PEAK-HOURS          PIC 9(4)   VALUE ZERO.
           77  YEAR-BILLED         PIC 9(8)V99 VALUE ZERO.
           77  YEAR-REFUNDS        PIC 9(8)V99 VALUE ZERO.
           77  YEAR-WAIVERS        PIC 9(8)V99 VALUE ZERO.
           77  YEAR-QUALIFIED      PIC 9(8)V99 VALUE ZERO.
           77  YEAR-SPONSORED      PIC 9(8)V99 VALUE ZERO.
           77  HALF-TIME-FLAG      PIC X      VALUE "N".
           77  GRADUATE-FLAG       PIC X      VALUE "N".
           77  STUDENT-COUNT       PIC 9(7)   VALUE ZERO.
           77  STATEMENT-COUNT     PIC 9(7)   VALUE ZERO.
           77  HELD-COUNT          PIC 9(7)   VALUE ZERO.
           77  NO-STATEMENT-COUNT  PIC 9(7)   VALUE ZERO.
           77  GRAND-BILLED        PIC 9(10)V99 VALUE ZERO.
           77  GRAND-REFUNDS       PIC 9(10)V99 VALUE ZERO.
           77  GRAND-NET-BILLED    PIC 9(10)V99 VALUE ZERO.
           77  GRAND-WAIVERS       PIC 9(10)V99 VALUE ZERO.
           77  GRAND-QUALIFIED     PIC 9(10)V99 VALUE ZERO.
           77  GRAND-SPONSORED     PIC 9(10)V99 VALUE ZERO.
           77  VENDOR-BILLED       PIC 9(10)V99 VALUE ZERO.
           77  VENDOR-REFUNDS      PIC 9(10)V99 VALUE ZERO.
           77  VENDOR-WAIVERS      PIC 9(10)V99 VALUE ZERO.
           77  VENDOR-QUALIFIED    PIC 9(10)V99 VALUE ZERO.
           77  VENDOR-SPONSORED    PIC 9(10)V99 VALUE ZERO.
           77  HELD-QUALIFIED      PIC 9(10)V99 VALUE ZERO.
           77  HELD-SPONSORED      PIC 9(10)V99 VALUE ZERO.
           77  BOOKED-TOTAL        PIC 9(10)V99 VALUE ZERO.
           77  STUDENT-NAME        PIC X(20)  VALUE SPACES.
           77  STUDENT-STANDING    PIC X(2)   VALUE SPACES.
           77  STATEMENT-NOTE      PIC X(24)  VALUE SPACES.
           77  BILLED-ED           PIC $$,$$$,$$9.99.
           77  REFUNDS-ED          PIC $$,$$$,$$9.99.
           77  WAIVERS-ED          PIC $$,$$$,$$9.99.
           77  QUALIFIED-ED        PIC $$,$$$,$$9.99.
           77  SCHOLAR-ED          PIC $$,$$$,$$9.99.
           77  TOTAL-ED            PIC $$,$$$,$$$,$$9.99.
           77  TOTAL-2-ED          PIC $$,$$$,$$$,$$9.99.
           77  TOTAL-3-ED          PIC $$,$$$,$$$,$$9.99.
           77  COUNT-ED            PIC Z,ZZZ,ZZ9.

      ******************************************************************
      * The tax year's three terms in calendar order.  A closed term
      * carries its frozen in-term pricing date and is proved to its
      * certified final statement; an open term with no courses on
      * the clean extract was never billed and is passed over.
      ******************************************************************
           01  YEAR-TERM-TABLE.
               03  YEAR-TERM-ENTRY OCCURS 3 TIMES.
                   05  YT-TERM         PIC X(6).
                   05  YT-CLOSED-SW    PIC X.
                       88  YT-CLOSED              VALUE "Y".
                   05  YT-PRICE-DATE   PIC 9(8).
                   05  YT-COURSES      PIC 9(5).
                   05  YT-ROWS         PIC 9(7).
                   05  YT-STUDENT-NET  PIC 9(10)V99.
                   05  YT-COURSE-ONLY  PIC 9(10)V99.
                   05  YT-NO-COURSE    PIC 9(10)V99.
                   05  YT-NO-COURSE-ROWS PIC 9(5).
                   05  YT-FINAL-SW     PIC X.
                       88  YT-FINAL-FOUND         VALUE "Y".
                   05  YT-FINAL-TOTAL  PIC 9(10)V99.

           01  TERM-TABLE.
               03  TERM-ENTRY OCCURS 20 TIMES.
                   05  TM-TERM         PIC X(6).
                   05  TM-STATUS       PIC X.
                   05  TM-PRICE-DATE   PIC 9(8).

           01  RATE-TABLE.
               03  RATE-TABLE-ENTRY OCCURS 50 TIMES.
                   05  RT-PREFIX       PIC 9.
                   05  RT-EFF-DATE     PIC 9(8).
                   05  RT-RATE         PIC 9(5)V99.
                   05  RT-OUT-RATE     PIC 9(5)V99.

      ******************************************************************
      * The year's courses off the clean extract.  A course no
      * enrollment row lands on is billed by TERM-CLOSE at its SCH
      * in-state; that tuition is booked but belongs to no student,
      * so it is carried here to prove the term.
      ******************************************************************
           01  COURSE-TABLE.
               03  COURSE-ENTRY OCCURS 5000 TIMES.
                   05  CS-KEY.
                       07  CS-EMAIL    PIC X(16).
                       07  CS-PREFIX   PIC 9.
                       07  CS-TERM     PIC X(6).
                   05  CS-YT-SUB       PIC 9.
                   05  CS-SCH          PIC 9(4).
                   05  CS-ROWS-SW      PIC X.
                       88  CS-HAS-ROWS            VALUE "Y".

           01  ROW-COURSE-KEY.
               03  RK-EMAIL            PIC X(16).
               03  RK-PREFIX           PIC 9.
               03  RK-TERM             PIC X(6).

       PROCEDURE DIVISION.
       010-MAIN.
           PERFORM 020-INITIALIZE.
           PERFORM 030-SORT-ENROLLMENT.
           PERFORM 035-READ-SORTED.
           PERFORM 040-PROCESS-ROW UNTIL ENROLL-E-O-F.
           IF LAST-STUDENT IS NOT EQUAL TO SPACES
               PERFORM 050-FLUSH-STUDENT-TERM
               PERFORM 060-FLUSH-STUDENT
           END-IF.
           PERFORM 070-PRICE-COURSE-ONLY
               VARYING COURSE-SUB FROM 1 BY 1
               UNTIL COURSE-SUB IS GREATER THAN COURSE-COUNT.
           PERFORM 075-WRITE-CONTROL-TOTALS.
           PERFORM 080-PROVE-TO-FINAL.
           PERFORM 085-WRITE-VENDOR-FILE.
           PERFORM 090-WRAP-UP.

       020-INITIALIZE.
           ACCEPT TAX-ARG FROM COMMAND-LINE.
           IF TAX-ARG (1:4) IS NOT NUMERIC OR
              TAX-ARG (5:6) IS NOT EQUAL TO SPACES
               DISPLAY "TAX-1098T: give the calendar tax year, e.g. "
                   "TAX-1098T 2026"
               STOP RUN RETURNING 16
           END-IF.
           MOVE TAX-ARG (1:4) TO TAX-YEAR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-ED.
           INITIALIZE YEAR-TERM-TABLE.
           STRING TAX-ARG (1:4) "SP" DELIMITED BY SIZE
               INTO YT-TERM (1).
           STRING TAX-ARG (1:4) "SU" DELIMITED BY SIZE
               INTO YT-TERM (2).
           STRING TAX-ARG (1:4) "FA" DELIMITED BY SIZE
               INTO YT-TERM (3).
           STRING "TAX-1098T-VENDOR-" TAX-ARG (1:4) ".TXT"
               DELIMITED BY SIZE INTO VENDOR-NAME.
           STRING "TAX-1098T-REGISTER-" TAX-ARG (1:4) ".TXT"
               DELIMITED BY SIZE INTO REGISTER-NAME.
           PERFORM 021-LOAD-RATE-TABLE.
           PERFORM 022-LOAD-TERM-STATUS.
           PERFORM 023-SET-YEAR-TERM
               VARYING YT-SUB FROM 1 BY 1
               UNTIL YT-SUB IS GREATER THAN 3.
           PERFORM 024-LOAD-COURSES.
           PERFORM 025-CHECK-YEAR-CLOSED
               VARYING YT-SUB FROM 1 BY 1
               UNTIL YT-SUB IS GREATER THAN 3.
           IF RUN-REFUSED
               DISPLAY "TAX-1098T: close every billed term of "
                   TAX-YEAR " with TERM-CLOSE first - NO STATEMENTS "
                   "PRODUCED."
               STOP RUN RETURNING 8
           END-IF.
           IF CLOSED-TERMS IS EQUAL TO ZERO
               DISPLAY "TAX-1098T: no closed terms in " TAX-YEAR
                   " - nothing to report."
               STOP RUN RETURNING 8
           END-IF.
           PERFORM 027-LOAD-FINAL-TOTAL
               VARYING YT-SUB FROM 1 BY 1
               UNTIL YT-SUB IS GREATER THAN 3.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "TAX-1098T: STUDENT-MASTER.DAT could not be "
                   "opened - STATUS: " STUDENT-STATUS
               STOP RUN RETURNING 16
           END-IF.
           PERFORM 028-OPEN-AWARD-MASTER.
           OPEN OUTPUT STATEMENT-WORK.
           OPEN OUTPUT TAX-REGISTER.
           PERFORM 029-WRITE-HEADINGS.

       021-LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE.
           IF RATE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "TAX-1098T: RATE-TABLE.TXT could not be "
                   "opened - STATUS: " RATE-STATUS
               STOP RUN RETURNING 16
           END-IF.
           PERFORM 0211-READ-RATE-RECORD.
           PERFORM 0212-STORE-RATE-RECORD UNTIL RATE-E-O-F.
           CLOSE RATE-TABLE-FILE.

       0211-READ-RATE-RECORD.
           READ RATE-TABLE-FILE AT END SET RATE-E-O-F TO TRUE.

       0212-STORE-RATE-RECORD.
           IF RATE-TABLE-COUNT IS LESS THAN 50
               ADD 1 TO RATE-TABLE-COUNT
               MOVE RTIN-PREFIX TO RT-PREFIX (RATE-TABLE-COUNT)
               MOVE RTIN-EFF-DATE TO RT-EFF-DATE (RATE-TABLE-COUNT)
               MOVE RTIN-RATE TO RT-RATE (RATE-TABLE-COUNT)
               MOVE RTIN-OUT-RATE TO RT-OUT-RATE (RATE-TABLE-COUNT)
           END-IF.
           PERFORM 0211-READ-RATE-RECORD.

      ******************************************************************
      * With no term-status file no term was ever closed, and the
      * year cannot be proved; that falls out as no closed terms.
      ******************************************************************
       022-LOAD-TERM-STATUS.
           OPEN INPUT TERM-STATUS-FILE.
           IF TERM-STATUS-STAT IS EQUAL TO "00"
               PERFORM 0221-READ-TERM-RECORD
               PERFORM 0222-STORE-TERM-RECORD UNTIL TERM-E-O-F
               CLOSE TERM-STATUS-FILE
           END-IF.

       0221-READ-TERM-RECORD.
           READ TERM-STATUS-FILE AT END SET TERM-E-O-F TO TRUE.

       0222-STORE-TERM-RECORD.
           IF TERM-COUNT IS LESS THAN 20
               ADD 1 TO TERM-COUNT
               MOVE TS-TERM TO TM-TERM (TERM-COUNT)
               MOVE TS-STATUS TO TM-STATUS (TERM-COUNT)
               MOVE TS-PRICE-DATE TO TM-PRICE-DATE (TERM-COUNT)
           END-IF.
           PERFORM 0221-READ-TERM-RECORD.

       023-SET-YEAR-TERM.
           MOVE "N" TO YT-CLOSED-SW (YT-SUB).
           MOVE "N" TO YT-FINAL-SW (YT-SUB).
           PERFORM 0231-TEST-TERM-ROW
               VARYING TERM-SUB FROM 1 BY 1
               UNTIL TERM-SUB IS GREATER THAN TERM-COUNT.
           IF YT-CLOSED (YT-SUB)
               ADD 1 TO CLOSED-TERMS
           END-IF.

       0231-TEST-TERM-ROW.
           IF TM-TERM (TERM-SUB) IS EQUAL TO YT-TERM (YT-SUB) AND
              TM-STATUS (TERM-SUB) IS EQUAL TO "C"
               MOVE "Y" TO YT-CLOSED-SW (YT-SUB)
               MOVE TM-PRICE-DATE (TERM-SUB) TO YT-PRICE-DATE (YT-SUB)
           END-IF.

       024-LOAD-COURSES.
           OPEN INPUT COURSES-FILE.
           IF COURSES-STATUS IS NOT EQUAL TO "00"
               DISPLAY "TAX-1098T: COURSE-MASTER-CLEAN.TXT could "
                   "not be opened - STATUS: " COURSES-STATUS
               STOP RUN RETURNING 16
           END-IF.
           PERFORM 0241-READ-COURSE-RECORD.
           PERFORM 0242-STORE-COURSE-RECORD UNTIL COURSES-E-O-F.
           CLOSE COURSES-FILE.

       0241-READ-COURSE-RECORD.
           READ COURSES-FILE AT END SET COURSES-E-O-F TO TRUE.

       0242-STORE-COURSE-RECORD.
           MOVE ZERO TO FOUND-YT.
           PERFORM 0243-MATCH-YEAR-TERM
               VARYING YT-SUB FROM 1 BY 1
               UNTIL YT-SUB IS GREATER THAN 3.
           IF FOUND-YT IS GREATER THAN ZERO
               IF COURSE-COUNT IS EQUAL TO 5000
                   DISPLAY "TAX-1098T: course table full at 5000 - "
                       "raise the table before running the year."
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO COURSE-COUNT
               ADD 1 TO YT-COURSES (FOUND-YT)
               MOVE MASTER-KEY TO CS-KEY (COURSE-COUNT)
               MOVE FOUND-YT TO CS-YT-SUB (COURSE-COUNT)
               MOVE SCH TO SCH-NUM
               MOVE SCH-NUM TO CS-SCH (COURSE-COUNT)
               MOVE "N" TO CS-ROWS-SW (COURSE-COUNT)
           END-IF.
           PERFORM 0241-READ-COURSE-RECORD.

       0243-MATCH-YEAR-TERM.
           IF YT-TERM (YT-SUB) IS EQUAL TO TERM-CODE
               MOVE YT-SUB TO FOUND-YT
           END-IF.

      ******************************************************************
      * A term still open with courses on the extract is still being
      * billed: its figures are not certified and cannot be sent.
      ******************************************************************
       025-CHECK-YEAR-CLOSED.
           IF YT-COURSES (YT-SUB) IS GREATER THAN ZERO AND
              NOT YT-CLOSED (YT-SUB)
               DISPLAY "TAX-1098T: term " YT-TERM (YT-SUB) " has "
                   YT-COURSES (YT-SUB) " courses but is not closed."
               SET RUN-REFUSED TO TRUE
           END-IF.

      ******************************************************************
      * Each closed term's certified tuition, lifted off the TERM
      * TOTAL line of its final statement.
      ******************************************************************
       027-LOAD-FINAL-TOTAL.
           IF YT-CLOSED (YT-SUB)
               MOVE SPACES TO FINAL-FILE-NAME
               STRING "TERM-FINAL-" YT-TERM (YT-SUB) ".TXT"
                   DELIMITED BY SIZE INTO FINAL-FILE-NAME
               OPEN INPUT FINAL-STATEMENT
               IF FINAL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "TAX-1098T: " FINAL-FILE-NAME " could not "
                       "be opened - STATUS: " FINAL-STATUS
                   STOP RUN RETURNING 16
               END-IF
               MOVE "N" TO FINAL-EOF-SW
               PERFORM 0271-READ-FINAL-LINE
               PERFORM 0272-TEST-FINAL-LINE UNTIL FINAL-E-O-F
               CLOSE FINAL-STATEMENT
               IF NOT YT-FINAL-FOUND (YT-SUB)
                   DISPLAY "TAX-1098T: " FINAL-FILE-NAME " carries "
                       "no TERM TOTAL line - term cannot be proved."
                   STOP RUN RETURNING 16
               END-IF
           END-IF.

       0271-READ-FINAL-LINE.
           READ FINAL-STATEMENT AT END SET FINAL-E-O-F TO TRUE.

       0272-TEST-FINAL-LINE.
           IF FN-LABEL IS EQUAL TO "TERM TOTAL"
               MOVE FN-TUITION-ED TO YT-FINAL-TOTAL (YT-SUB)
               MOVE "Y" TO YT-FINAL-SW (YT-SUB)
           END-IF.
           PERFORM 0271-READ-FINAL-LINE.

      ******************************************************************
      * The award master is optional, as in BILL-REGISTER: with no
      * file no award was ever keyed and nothing is waived.
      ******************************************************************
       028-OPEN-AWARD-MASTER.
           OPEN INPUT AWARD-FILE.
           IF AWARD-STATUS IS EQUAL TO "00"
               SET AWARD-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "TAX-1098T: AWARD-MASTER.DAT could not be "
                   "opened (STATUS: " AWARD-STATUS ") - no waivers "
                   "or scholarships applied."
           END-IF.

       029-WRITE-HEADINGS.
           MOVE SPACES TO REGISTER-LINE.
           MOVE ALL "=" TO REGISTER-LINE (1:137).
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "TUITION TAX STATEMENT REGISTER (1098-T) - TAX YEAR "
               TAX-YEAR "   RUN DATE: " RUN-DATE-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "TERMS: " YT-TERM (1) " " YT-TERM (2) " "
               YT-TERM (3) "   VENDOR FILE: " VENDOR-NAME
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           MOVE ALL "=" TO REGISTER-LINE (1:137).
           WRITE REGISTER-LINE.
           MOVE "STUDENT   NAME                 ST T" TO REGISTER-LINE.
           MOVE "BILLED" TO REGISTER-LINE (44:6).
           MOVE "REFUNDS" TO REGISTER-LINE (57:7).
           MOVE "WAIVERS" TO REGISTER-LINE (71:7).
           MOVE "QUALIFIED" TO REGISTER-LINE (83:9).
           MOVE "SCHOLARSHIP" TO REGISTER-LINE (95:11).
           MOVE "HT GR" TO REGISTER-LINE (107:5).
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           MOVE ALL "-" TO REGISTER-LINE (1:137).
           WRITE REGISTER-LINE.

       030-SORT-ENROLLMENT.
           OPEN INPUT ENROLL-FILE.
           IF ENROLL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "TAX-1098T: ENROLLMENT-CLEAN.TXT could not "
                   "be opened - run ENROLL-EDIT first.  STATUS: "
                   ENROLL-STATUS
               STOP RUN RETURNING 16
           END-IF.
           CLOSE ENROLL-FILE.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-STUDENT
               ON ASCENDING KEY SRT-TERM
               ON ASCENDING KEY SRT-EMAIL
               ON ASCENDING KEY SRT-PREFIX
               USING ENROLL-FILE
               GIVING SORTED-ENROLL.
           IF SORT-RETURN IS NOT EQUAL TO ZERO
               DISPLAY "TAX-1098T: SORT FAILED - " SORT-RETURN
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT SORTED-ENROLL.
           IF SORTED-STATUS IS NOT EQUAL TO "00"
               DISPLAY "TAX-1098T: Tax-by-student.txt could not be "
                   "opened - STATUS: " SORTED-STATUS
               STOP RUN RETURNING 16
           END-IF.

       035-READ-SORTED.
           READ SORTED-ENROLL AT END SET ENROLL-E-O-F TO TRUE.

      ******************************************************************
      * Rows arrive by student and term.  Only rows of the year's
      * closed terms count; a change of term closes off the student's
      * term (awards applied), a change of student closes off the
      * student's year.
      ******************************************************************
       040-PROCESS-ROW.
           ADD 1 TO ROWS-READ.
           MOVE ZERO TO FOUND-YT.
           PERFORM 0401-MATCH-ROW-TERM
               VARYING YT-SUB FROM 1 BY 1
               UNTIL YT-SUB IS GREATER THAN 3.
           IF FOUND-YT IS GREATER THAN ZERO
               IF LAST-STUDENT IS EQUAL TO SPACES
                   MOVE EN-STUDENT-ID TO LAST-STUDENT
                   MOVE EN-TERM TO LAST-TERM
               END-IF
               IF EN-STUDENT-ID IS NOT EQUAL TO LAST-STUDENT
                   PERFORM 050-FLUSH-STUDENT-TERM
                   PERFORM 060-FLUSH-STUDENT
                   MOVE EN-STUDENT-ID TO LAST-STUDENT
                   MOVE EN-TERM TO LAST-TERM
               END-IF
               IF EN-TERM IS NOT EQUAL TO LAST-TERM
                   PERFORM 050-FLUSH-STUDENT-TERM
                   MOVE EN-TERM TO LAST-TERM
               END-IF
               PERFORM 045-BILL-ONE-ROW
           END-IF.
           PERFORM 035-READ-SORTED.

       0401-MATCH-ROW-TERM.
           IF YT-TERM (YT-SUB) IS EQUAL TO EN-TERM AND
              YT-CLOSED (YT-SUB)
               MOVE YT-SUB TO FOUND-YT
           END-IF.

      ******************************************************************
      * Priced as TERM-CLOSE priced it: the student's hours at the
      * rate in force at the term's frozen date for their residency,
      * a dropped row at its retained share rounded per row.  The
      * full price of a dropped row less its retained share is the
      * student's refund.
      ******************************************************************
       045-BILL-ONE-ROW.
           ADD 1 TO YT-ROWS (FOUND-YT).
           MOVE YT-PRICE-DATE (FOUND-YT) TO PRICE-DATE.
           MOVE EN-COURSE-PREFIX TO LOOKUP-PREFIX.
           PERFORM 065-LOOKUP-RATE.
           IF BEST-EFF-DATE IS EQUAL TO ZERO
               ADD 1 TO ROWS-UNPRICED
               DISPLAY "TAX-1098T: no rate in force for " EN-EMAIL
                   " " EN-COURSE-PREFIX " " EN-TERM " - student "
                   EN-STUDENT-ID " not billed for it."
           ELSE
               ADD 1 TO ROWS-BILLED
               IF EN-RESIDENCY IS EQUAL TO "O"
                   MOVE OUT-RATE-FOR-PREFIX TO RATE-APPLIED
               ELSE
                   MOVE RATE-FOR-PREFIX TO RATE-APPLIED
               END-IF
               MULTIPLY EN-CREDIT-HOURS BY RATE-APPLIED
                   GIVING FULL-AMOUNT
               IF EN-DROPPED
                   COMPUTE LINE-AMOUNT ROUNDED = EN-CREDIT-HOURS
                       * RATE-APPLIED * EN-RETAIN-PCT / 100
               ELSE
                   MOVE FULL-AMOUNT TO LINE-AMOUNT
                   ADD EN-CREDIT-HOURS TO TERM-HOURS
               END-IF
               ADD FULL-AMOUNT TO TERM-BILLED
               ADD LINE-AMOUNT TO TERM-AMOUNT
               ADD LINE-AMOUNT TO YT-STUDENT-NET (FOUND-YT)
               PERFORM 046-MARK-COURSE
           END-IF.

      ******************************************************************
      * A row whose course is not on the clean extract was never on
      * the certified statement; it is billed to the student but
      * shown against the term so the proof failure can be traced.
      ******************************************************************
       046-MARK-COURSE.
           MOVE EN-EMAIL TO RK-EMAIL.
           MOVE EN-COURSE-PREFIX TO RK-PREFIX.
           MOVE EN-TERM TO RK-TERM.
           MOVE ZERO TO FOUND-COURSE.
           PERFORM 0461-MATCH-COURSE
               VARYING COURSE-SUB FROM 1 BY 1
               UNTIL COURSE-SUB IS GREATER THAN COURSE-COUNT OR
                     FOUND-COURSE IS GREATER THAN ZERO.
           IF FOUND-COURSE IS GREATER THAN ZERO
               MOVE "Y" TO CS-ROWS-SW (FOUND-COURSE)
           ELSE
               ADD 1 TO ROWS-NO-COURSE
               ADD 1 TO YT-NO-COURSE-ROWS (FOUND-YT)
               ADD LINE-AMOUNT TO YT-NO-COURSE (FOUND-YT)
               DISPLAY "TAX-1098T: " EN-EMAIL " " EN-COURSE-PREFIX
                   " " EN-TERM " (student " EN-STUDENT-ID ") is not "
                   "on COURSE-MASTER-CLEAN.TXT."
           END-IF.

       0461-MATCH-COURSE.
           IF CS-KEY (COURSE-SUB) IS EQUAL TO ROW-COURSE-KEY
               MOVE COURSE-SUB TO FOUND-COURSE
           END-IF.

      ******************************************************************
      * The student's term total, less every award on the term in
      * key order, each held to what is still owed after the awards
      * ahead of it - the same net BILL-REGISTER bills.
      ******************************************************************
       050-FLUSH-STUDENT-TERM.
           MOVE TERM-AMOUNT TO TERM-NET.
           MOVE ZERO TO TERM-WAIVED.
           MOVE ZERO TO TERM-SPONSORED.
           IF AWARD-MASTER-OPEN
               PERFORM 055-APPLY-AWARDS
           END-IF.
           ADD 1 TO YEAR-TERMS.
           ADD TERM-BILLED TO YEAR-BILLED.
           COMPUTE YEAR-REFUNDS = YEAR-REFUNDS
               + TERM-BILLED - TERM-AMOUNT.
           ADD TERM-WAIVED TO YEAR-WAIVERS.
           ADD TERM-SPONSORED TO YEAR-SPONSORED.
           IF TERM-HOURS IS GREATER THAN PEAK-HOURS
               MOVE TERM-HOURS TO PEAK-HOURS
           END-IF.
           MOVE ZERO TO TERM-HOURS.
           MOVE ZERO TO TERM-BILLED.
           MOVE ZERO TO TERM-AMOUNT.

       055-APPLY-AWARDS.
           MOVE "N" TO AWARD-EOF-SW.
           MOVE LAST-STUDENT TO AW-STUDENT-ID.
           MOVE LAST-TERM TO AW-TERM.
           MOVE LOW-VALUES TO AW-CODE.
           START AWARD-FILE KEY IS NOT LESS THAN AW-KEY
               INVALID KEY SET AWARD-E-O-F TO TRUE
           END-START.
           PERFORM 056-READ-NEXT-AWARD.
           PERFORM 057-APPLY-ONE-AWARD UNTIL AWARD-E-O-F.

       056-READ-NEXT-AWARD.
           IF NOT AWARD-E-O-F
               READ AWARD-FILE NEXT RECORD
                   AT END SET AWARD-E-O-F TO TRUE
               END-READ
           END-IF.
           IF NOT AWARD-E-O-F
               IF AW-STUDENT-ID IS NOT EQUAL TO LAST-STUDENT OR
                  AW-TERM IS NOT EQUAL TO LAST-TERM
                   SET AWARD-E-O-F TO TRUE
               END-IF
           END-IF.

       057-APPLY-ONE-AWARD.
           IF AW-PERCENT-AWARD
               COMPUTE AWARD-AMOUNT ROUNDED =
                   TERM-AMOUNT * AW-PERCENT / 100
           ELSE
               MOVE AW-AMOUNT TO AWARD-AMOUNT
           END-IF.
           IF AWARD-AMOUNT IS GREATER THAN TERM-NET
               MOVE TERM-NET TO AWARD-AMOUNT
           END-IF.
           SUBTRACT AWARD-AMOUNT FROM TERM-NET.
           ADD 1 TO AWARDS-APPLIED.
           IF AW-SPONSOR IS EQUAL TO SPACES
               ADD AWARD-AMOUNT TO TERM-WAIVED
           ELSE
               ADD AWARD-AMOUNT TO TERM-SPONSORED
           END-IF.
           PERFORM 056-READ-NEXT-AWARD.

      ******************************************************************
      * One register line per student for the year.  A student the
      * student master does not carry cannot be sent to the vendor
      * without a name and is held off the file; a student left with
      * nothing to report (every course refunded or waived in full)
      * gets no statement.  Both still foot into the year's totals.
      ******************************************************************
       060-FLUSH-STUDENT.
           ADD 1 TO STUDENT-COUNT.
           COMPUTE YEAR-QUALIFIED = YEAR-BILLED - YEAR-REFUNDS
               - YEAR-WAIVERS.
           PERFORM 061-LOOK-UP-STUDENT.
           MOVE "N" TO HALF-TIME-FLAG.
           MOVE "N" TO GRADUATE-FLAG.
           IF STUDENT-STANDING IS EQUAL TO "GR"
               MOVE "Y" TO GRADUATE-FLAG
               IF PEAK-HOURS IS NOT LESS THAN 6
                   MOVE "Y" TO HALF-TIME-FLAG
               END-IF
           ELSE
               IF PEAK-HOURS IS NOT LESS THAN 8
                   MOVE "Y" TO HALF-TIME-FLAG
               END-IF
           END-IF.
           MOVE SPACES TO STATEMENT-NOTE.
           IF NOT STUDENT-ON-MASTER
               ADD 1 TO HELD-COUNT
               ADD YEAR-QUALIFIED TO HELD-QUALIFIED
               ADD YEAR-SPONSORED TO HELD-SPONSORED
               MOVE "** NOT ON STUDENT MASTER" TO STATEMENT-NOTE
               IF RETURN-CD IS LESS THAN 4
                   MOVE 4 TO RETURN-CD
               END-IF
           ELSE
               IF YEAR-QUALIFIED IS EQUAL TO ZERO AND
                  YEAR-SPONSORED IS EQUAL TO ZERO
                   ADD 1 TO NO-STATEMENT-COUNT
                   MOVE "NO STATEMENT" TO STATEMENT-NOTE
               ELSE
                   PERFORM 062-WRITE-STATEMENT
               END-IF
           END-IF.
           ADD YEAR-BILLED TO GRAND-BILLED.
           ADD YEAR-REFUNDS TO GRAND-REFUNDS.
           ADD YEAR-WAIVERS TO GRAND-WAIVERS.
           ADD YEAR-QUALIFIED TO GRAND-QUALIFIED.
           ADD YEAR-SPONSORED TO GRAND-SPONSORED.
           MOVE YEAR-BILLED TO BILLED-ED.
           MOVE YEAR-REFUNDS TO REFUNDS-ED.
           MOVE YEAR-WAIVERS TO WAIVERS-ED.
           MOVE YEAR-QUALIFIED TO QUALIFIED-ED.
           MOVE YEAR-SPONSORED TO SCHOLAR-ED.
           MOVE SPACES TO REGISTER-LINE.
           STRING LAST-STUDENT " " STUDENT-NAME " " STUDENT-STANDING
               " " YEAR-TERMS " " BILLED-ED " " REFUNDS-ED " "
               WAIVERS-ED " " QUALIFIED-ED " " SCHOLAR-ED "  "
               HALF-TIME-FLAG "  " GRADUATE-FLAG "  " STATEMENT-NOTE
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE ZERO TO YEAR-TERMS.
           MOVE ZERO TO PEAK-HOURS.
           MOVE ZERO TO YEAR-BILLED.
           MOVE ZERO TO YEAR-REFUNDS.
           MOVE ZERO TO YEAR-WAIVERS.
           MOVE ZERO TO YEAR-QUALIFIED.
           MOVE ZERO TO YEAR-SPONSORED.

       061-LOOK-UP-STUDENT.
           MOVE "N" TO ON-MASTER-SW.
           MOVE "(NOT ON MASTER)" TO STUDENT-NAME.
           MOVE "??" TO STUDENT-STANDING.
           MOVE LAST-STUDENT TO STU-ID.
           READ STUDENT-FILE RECORD
               INVALID KEY MOVE "23" TO STUDENT-STATUS
           END-READ.
           IF STUDENT-STATUS IS EQUAL TO "00"
               SET STUDENT-ON-MASTER TO TRUE
               MOVE STU-NAME TO STUDENT-NAME
               MOVE STU-STANDING TO STUDENT-STANDING
           END-IF.

      ******************************************************************
      * Statements go to a work file first; the vendor file is only
      * cut from it once the year has proved.
      ******************************************************************
       062-WRITE-STATEMENT.
           MOVE SPACES TO VENDOR-REC.
           MOVE "D" TO TX-REC-TYPE.
           MOVE TAX-YEAR TO TX-TAX-YEAR.
           MOVE LAST-STUDENT TO TX-STUDENT-ID.
           MOVE STUDENT-NAME TO TX-STUDENT-NAME.
           MOVE STUDENT-STANDING TO TX-STANDING.
           MOVE HALF-TIME-FLAG TO TX-HALF-TIME.
           MOVE GRADUATE-FLAG TO TX-GRADUATE.
           MOVE YEAR-TERMS TO TX-TERMS.
           MOVE YEAR-BILLED TO TX-BILLED.
           MOVE YEAR-REFUNDS TO TX-REFUNDS.
           MOVE YEAR-WAIVERS TO TX-WAIVERS.
           MOVE YEAR-QUALIFIED TO TX-QUALIFIED.
           MOVE YEAR-SPONSORED TO TX-SCHOLARSHIPS.
           MOVE VENDOR-REC TO WORK-REC.
           WRITE WORK-REC.
           ADD 1 TO STATEMENT-COUNT.
           ADD YEAR-BILLED TO VENDOR-BILLED.
           ADD YEAR-REFUNDS TO VENDOR-REFUNDS.
           ADD YEAR-WAIVERS TO VENDOR-WAIVERS.
           ADD YEAR-QUALIFIED TO VENDOR-QUALIFIED.
           ADD YEAR-SPONSORED TO VENDOR-SPONSORED.

      ******************************************************************
      * A prefix may carry several effective-dated rows; the one in
      * force is the latest dated on or before the term's frozen
      * pricing date.
      ******************************************************************
       065-LOOKUP-RATE.
           MOVE ZERO TO RATE-FOR-PREFIX.
           MOVE ZERO TO OUT-RATE-FOR-PREFIX.
           MOVE ZERO TO BEST-EFF-DATE.
           PERFORM 066-TEST-RATE-ROW
               VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB IS GREATER THAN RATE-TABLE-COUNT.

       066-TEST-RATE-ROW.
           IF RT-PREFIX (RATE-SUB) IS EQUAL TO LOOKUP-PREFIX AND
              RT-EFF-DATE (RATE-SUB) IS NOT GREATER THAN PRICE-DATE
              AND
              RT-EFF-DATE (RATE-SUB) IS NOT LESS THAN BEST-EFF-DATE
               MOVE RT-EFF-DATE (RATE-SUB) TO BEST-EFF-DATE
               MOVE RT-RATE (RATE-SUB) TO RATE-FOR-PREFIX
               MOVE RT-OUT-RATE (RATE-SUB) TO OUT-RATE-FOR-PREFIX
           END-IF.

      ******************************************************************
      * A course no row landed on was billed on the certified
      * statement at its SCH in-state, as TERM-CLOSE bills it.
      ******************************************************************
       070-PRICE-COURSE-ONLY.
           IF NOT CS-HAS-ROWS (COURSE-SUB)
               MOVE CS-YT-SUB (COURSE-SUB) TO FOUND-YT
               IF YT-CLOSED (FOUND-YT)
                   MOVE YT-PRICE-DATE (FOUND-YT) TO PRICE-DATE
                   MOVE CS-PREFIX (COURSE-SUB) TO LOOKUP-PREFIX
                   PERFORM 065-LOOKUP-RATE
                   IF BEST-EFF-DATE IS EQUAL TO ZERO
                       ADD 1 TO COURSES-UNPRICED
                   ELSE
                       MULTIPLY CS-SCH (COURSE-SUB) BY RATE-FOR-PREFIX
                           GIVING COURSE-TUITION
                       ADD COURSE-TUITION TO YT-COURSE-ONLY (FOUND-YT)
                   END-IF
               END-IF
           END-IF.

       075-WRITE-CONTROL-TOTALS.
           COMPUTE GRAND-NET-BILLED = GRAND-BILLED - GRAND-REFUNDS.
           MOVE SPACES TO REGISTER-LINE.
           MOVE ALL "-" TO REGISTER-LINE (1:137).
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "CONTROL TOTALS" TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           MOVE STUDENT-COUNT TO COUNT-ED.
           STRING "  STUDENTS BILLED IN THE YEAR:    " COUNT-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           MOVE ROWS-BILLED TO COUNT-ED.
           STRING "  ENROLLMENT ROWS BILLED:         " COUNT-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           MOVE AWARDS-APPLIED TO COUNT-ED.
           STRING "  AWARDS APPLIED:                 " COUNT-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE GRAND-BILLED TO TOTAL-ED.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  TUITION BILLED:           " TOTAL-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE GRAND-REFUNDS TO TOTAL-ED.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  LESS DROP REFUNDS:        " TOTAL-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE GRAND-NET-BILLED TO TOTAL-ED.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  NET TUITION BILLED:       " TOTAL-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE GRAND-WAIVERS TO TOTAL-ED.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  LESS WAIVERS:             " TOTAL-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE GRAND-QUALIFIED TO TOTAL-ED.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  QUALIFIED TUITION:        " TOTAL-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE GRAND-SPONSORED TO TOTAL-ED.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  SCHOLARSHIPS (SPONSOR):   " TOTAL-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE STATEMENT-COUNT TO COUNT-ED.
           MOVE VENDOR-QUALIFIED TO TOTAL-ED.
           MOVE VENDOR-SPONSORED TO TOTAL-2-ED.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  STATEMENTS FOR VENDOR:  " COUNT-ED
               "  QUALIFIED " TOTAL-ED "  SCHOLARSHIPS " TOTAL-2-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE HELD-COUNT TO COUNT-ED.
           MOVE HELD-QUALIFIED TO TOTAL-ED.
           MOVE HELD-SPONSORED TO TOTAL-2-ED.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  HELD - NOT ON MASTER:   " COUNT-ED
               "  QUALIFIED " TOTAL-ED "  SCHOLARSHIPS " TOTAL-2-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE NO-STATEMENT-COUNT TO COUNT-ED.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  NOTHING TO REPORT:      " COUNT-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           IF ROWS-UNPRICED IS GREATER THAN ZERO
               MOVE ROWS-UNPRICED TO COUNT-ED
               MOVE SPACES TO REGISTER-LINE
               STRING "  ROWS NOT PRICED (NO RATE IN FORCE): "
                   COUNT-ED DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.
           IF COURSES-UNPRICED IS GREATER THAN ZERO
               MOVE COURSES-UNPRICED TO COUNT-ED
               MOVE SPACES TO REGISTER-LINE
               STRING "  COURSES NOT PRICED (NO RATE IN FORCE): "
                   COUNT-ED DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.

      ******************************************************************
      * Each closed term: what the students were billed, plus the
      * course-level tuition of courses with no rows, must equal the
      * TERM TOTAL TERM-CLOSE certified, to the cent.
      ******************************************************************
       080-PROVE-TO-FINAL.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "PROOF TO CERTIFIED FINAL TERM STATEMENTS"
               TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           MOVE "TERM" TO REGISTER-LINE (3:4).
           MOVE "STUDENT TUITION" TO REGISTER-LINE (12:15).
           MOVE "COURSE-LEVEL ONLY" TO REGISTER-LINE (28:17).
           MOVE "BOOKED TOTAL" TO REGISTER-LINE (51:12).
           MOVE "CERTIFIED FINAL" TO REGISTER-LINE (68:15).
           WRITE REGISTER-LINE.
           PERFORM 081-PROVE-ONE-TERM
               VARYING YT-SUB FROM 1 BY 1
               UNTIL YT-SUB IS GREATER THAN 3.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           IF YEAR-PROVED
               MOVE "ALL CLOSED TERMS PROVE TO THEIR CERTIFIED FINAL "
                   TO REGISTER-LINE
               MOVE "STATEMENTS." TO REGISTER-LINE (49:11)
           ELSE
               MOVE "*** YEAR DOES NOT PROVE - VENDOR FILE NOT CUT, "
                   TO REGISTER-LINE
               MOVE "DO NOT SEND ***" TO REGISTER-LINE (48:15)
               MOVE 8 TO RETURN-CD
           END-IF.
           WRITE REGISTER-LINE.

       081-PROVE-ONE-TERM.
           IF YT-CLOSED (YT-SUB)
               COMPUTE BOOKED-TOTAL = YT-STUDENT-NET (YT-SUB)
                   + YT-COURSE-ONLY (YT-SUB)
               MOVE YT-STUDENT-NET (YT-SUB) TO TOTAL-ED
               MOVE YT-COURSE-ONLY (YT-SUB) TO TOTAL-2-ED
               MOVE BOOKED-TOTAL TO TOTAL-3-ED
               MOVE SPACES TO REGISTER-LINE
               STRING "  " YT-TERM (YT-SUB) " " TOTAL-ED " "
                   TOTAL-2-ED " " TOTAL-3-ED
                   DELIMITED BY SIZE INTO REGISTER-LINE
               MOVE YT-FINAL-TOTAL (YT-SUB) TO TOTAL-ED
               MOVE TOTAL-ED TO REGISTER-LINE (66:17)
               IF BOOKED-TOTAL IS EQUAL TO YT-FINAL-TOTAL (YT-SUB)
                   MOVE "PROVED" TO REGISTER-LINE (85:6)
               ELSE
                   MOVE "** DOES NOT PROVE" TO REGISTER-LINE (85:17)
                   MOVE "N" TO PROOF-SW
               END-IF
               WRITE REGISTER-LINE
               IF YT-NO-COURSE-ROWS (YT-SUB) IS GREATER THAN ZERO
                   MOVE YT-NO-COURSE (YT-SUB) TO TOTAL-ED
                   MOVE SPACES TO REGISTER-LINE
                   STRING "          includes " TOTAL-ED " on "
                       YT-NO-COURSE-ROWS (YT-SUB) " rows whose "
                       "course is not on COURSE-MASTER-CLEAN.TXT"
                       DELIMITED BY SIZE INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF
           ELSE
               MOVE SPACES TO REGISTER-LINE
               STRING "  " YT-TERM (YT-SUB) "  not billed - no "
                   "courses on the clean extract"
                   DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.

      ******************************************************************
      * Header, the proved statements, and a trailer carrying the
      * file's own count and totals for the vendor to balance to.
      * A year that does not prove leaves the vendor file empty so
      * an earlier cut can never be mistaken for this one.
      ******************************************************************
       085-WRITE-VENDOR-FILE.
           CLOSE STATEMENT-WORK.
           OPEN OUTPUT VENDOR-FILE.
           IF YEAR-PROVED
               MOVE SPACES TO VENDOR-REC
               MOVE "H" TO TX-REC-TYPE
               MOVE TAX-YEAR TO TX-TAX-YEAR
               MOVE RUN-DATE TO TX-RUN-DATE
               MOVE YT-TERM (1) TO TX-TERM-CODE (1)
               MOVE YT-TERM (2) TO TX-TERM-CODE (2)
               MOVE YT-TERM (3) TO TX-TERM-CODE (3)
               WRITE VENDOR-REC
               OPEN INPUT STATEMENT-WORK
               PERFORM 086-READ-WORK
               PERFORM 087-COPY-STATEMENT UNTIL WORK-E-O-F
               CLOSE STATEMENT-WORK
               MOVE SPACES TO VENDOR-REC
               MOVE "T" TO TX-REC-TYPE
               MOVE TAX-YEAR TO TX-TAX-YEAR
               MOVE STATEMENT-COUNT TO TX-STATEMENT-COUNT
               MOVE VENDOR-BILLED TO TX-TOTAL-BILLED
               MOVE VENDOR-REFUNDS TO TX-TOTAL-REFUNDS
               MOVE VENDOR-WAIVERS TO TX-TOTAL-WAIVERS
               MOVE VENDOR-QUALIFIED TO TX-TOTAL-QUALIFIED
               MOVE VENDOR-SPONSORED TO TX-TOTAL-SCHOLAR
               WRITE VENDOR-REC
           END-IF.
           CLOSE VENDOR-FILE.

       086-READ-WORK.
           READ STATEMENT-WORK AT END SET WORK-E-O-F TO TRUE.

       087-COPY-STATEMENT.
           MOVE WORK-REC TO VENDOR-REC.
           WRITE VENDOR-REC.
           PERFORM 086-READ-WORK.

       090-WRAP-UP.
           CLOSE SORTED-ENROLL.
           CLOSE TAX-REGISTER.
           CLOSE STUDENT-FILE.
           IF AWARD-MASTER-OPEN
               CLOSE AWARD-FILE
           END-IF.
           DISPLAY "TAX-1098T: " STUDENT-COUNT " students, "
               STATEMENT-COUNT " statements - see " REGISTER-NAME.
           IF NOT YEAR-PROVED
               DISPLAY "TAX-1098T: " TAX-YEAR " DOES NOT PROVE to the "
                   "certified final statements - vendor file left "
                   "empty: " VENDOR-NAME
           END-IF.
           IF HELD-COUNT IS GREATER THAN ZERO
               DISPLAY "TAX-1098T: " HELD-COUNT " students not on "
                   "STUDENT-MASTER.DAT held off the vendor file."
           END-IF.
           STOP RUN RETURNING RETURN-CD.

       END PROGRAM TAX-1098T.
