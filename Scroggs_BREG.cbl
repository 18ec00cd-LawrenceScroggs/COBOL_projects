      *   date, matching the other pricing steps - a student's
      *   register line for a closed term must not move when rates
      *   change.
      * 10/15/26 LS - Each student's term total is also written to
      *   AR-CHARGES.TXT (AR-CHARGE-REC) for AR-POST, which posts the
      *   night's charges to the receivables ledger.
      * 10/15/26 LS - A dropped row bills its retained share (hours x
      *   rate x EN-RETAIN-PCT / 100, rounded per row, exactly as
      *   HOMEWORK-2 and HOMEWORK-3 bill it) and its register line
      *   carries the drop date and retained pct.  A dropped row's
      *   hours stay out of the student's term hours.
      * 10/15/26 LS - Awards on the award master (AWARD-MASTER.DAT,
      *   kept by AWARD-MAINT) now apply to each student's term: the
      *   total line is the gross tuition, each waiver, scholarship,
      *   or sponsor award follows it, and a net line shows what the
      *   student owes.  AR-CHARGES.TXT carries the net (and the
      *   pieces).  Sponsor-covered awards are also written to
      *   SPONSOR-CHARGES.TXT and sorted by sponsor into the
      *   per-sponsor invoice listing, SPONSOR-INVOICE.TXT, the
      *   bursar bills the sponsors from.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILL-REGISTER.
       ENVIRONMENT DIVISION.
               FILE STATUS IS RATE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "BILLING-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGE-FILE ASSIGN TO "AR-CHARGES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AWARD-FILE ASSIGN TO "AWARD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS AWARD-STATUS.
           SELECT SPONSOR-CHARGE-FILE ASSIGN TO "SPONSOR-CHARGES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPONSOR-STATUS.
           SELECT SPONSOR-SORT-WORK ASSIGN TO "BREGSPON.tmp".
           SELECT SORTED-SPONSOR ASSIGN TO "Sponsor-by-sponsor.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-SPON-STATUS.
           SELECT SPONSOR-INVOICE ASSIGN TO "SPONSOR-INVOICE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG ASSIGN TO "BATCH-RUN-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-FILE.
       01  ENROLL-INPUT-REC    PIC X(53).
       SD  SORT-WORK.
       01  SORT-RECORD.
           03  SRT-STUDENT     PIC X(9).
           03  SRT-EMAIL       PIC X(16).
           03  SRT-PREFIX      PIC 9.
           03  SRT-TERM        PIC X(6).
           03  FILLER          PIC X(20).
       FD  SORTED-ENROLL.
       01  ENROLL-REC.
           COPY ENROLL-RECORD.
           COPY RATE-TABLE-REC.
       FD  REGISTER-FILE.
       01  REGISTER-LINE       PIC X(110).
       FD  CHARGE-FILE.
       01  AR-CHARGE-REC.
           COPY AR-CHARGE-REC.
       FD  AWARD-FILE.
       01  AWARD-RECORD.
           COPY AWARD-REC.
       FD  SPONSOR-CHARGE-FILE.
       01  SPONSOR-CHARGE-REC.
           COPY SPONSOR-CHARGE-REC.
       SD  SPONSOR-SORT-WORK.
       01  SPONSOR-SORT-REC.
           03  SSRT-SPONSOR    PIC X(8).
           03  FILLER          PIC X.
           03  SSRT-STUDENT    PIC X(9).
           03  FILLER          PIC X.
           03  SSRT-TERM       PIC X(6).
           03  FILLER          PIC X.
           03  SSRT-CODE       PIC X(6).
           03  FILLER          PIC X(20).
       FD  SORTED-SPONSOR.
       01  SORTED-SPONSOR-REC.
           03  SSP-SPONSOR     PIC X(8).
           03  FILLER          PIC X.
           03  SSP-STUDENT-ID  PIC X(9).
           03  FILLER          PIC X.
           03  SSP-TERM        PIC X(6).
           03  FILLER          PIC X.
           03  SSP-CODE        PIC X(6).
           03  FILLER          PIC X.
           03  SSP-RUN-DATE    PIC 9(8).
           03  FILLER          PIC X.
           03  SSP-AMOUNT      PIC 9(8)V99.
       FD  SPONSOR-INVOICE.
       01  INVOICE-LINE        PIC X(100).
       FD  RUN-LOG.
       01  RUN-LOG-REC.
           COPY RUN-LOG-REC.
           77  TERM-COUNT          PIC 99     VALUE ZERO.
           77  TERM-SUB            PIC 99     VALUE ZERO.
           77  PRICE-DATE          PIC 9(8)   VALUE ZERO.
           77  AWARD-STATUS        PIC XX     VALUE "00".
           77  AWARD-OPEN-SW       PIC X      VALUE "N".
               88 AWARD-MASTER-OPEN           VALUE "Y".
           77  AWARD-EOF-SW        PIC X      VALUE "N".
               88 AWARD-E-O-F                 VALUE "Y".
           77  SPONSOR-STATUS      PIC XX     VALUE "00".
           77  SORTED-SPON-STATUS  PIC XX     VALUE "00".
           77  SPONSOR-EOF-SW      PIC X      VALUE "N".
               88 SPONSOR-E-O-F               VALUE "Y".
           77  AWARD-AMOUNT        PIC 9(8)V99 VALUE ZERO.
           77  TERM-NET            PIC 9(8)V99 VALUE ZERO.
           77  TERM-WAIVED         PIC 9(8)V99 VALUE ZERO.
           77  TERM-SPONSORED      PIC 9(8)V99 VALUE ZERO.
           77  GRAND-WAIVED        PIC 9(10)V99 VALUE ZERO.
           77  GRAND-SPONSORED     PIC 9(10)V99 VALUE ZERO.
           77  GRAND-NET           PIC 9(10)V99 VALUE ZERO.
           77  AWARDS-APPLIED      PIC 9(6)   VALUE ZERO.
           77  SPONSOR-LINES       PIC 9(6)   VALUE ZERO.
           77  SPONSOR-COUNT       PIC 9(4)   VALUE ZERO.
           77  LAST-SPONSOR        PIC X(8)   VALUE SPACES.
           77  SPONSOR-TOTAL       PIC 9(10)V99 VALUE ZERO.
           77  PCT-ED              PIC ZZ9.

           01  TERM-TABLE.
               03  TERM-ENTRY OCCURS 20 TIMES.
           PERFORM 021-LOAD-RATE-TABLE.
           PERFORM 024-LOAD-TERM-STATUS.
           OPEN OUTPUT REGISTER-FILE.
           OPEN OUTPUT CHARGE-FILE.
           PERFORM 026-OPEN-AWARD-MASTER.
           OPEN OUTPUT SPONSOR-CHARGE-FILE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "PER-STUDENT BILLING REGISTER - RUN DATE: "
               RUN-DATE-ED DELIMITED BY SIZE INTO REGISTER-LINE.
           END-IF.
           PERFORM 0241-READ-TERM-RECORD.

      ******************************************************************
      * The award master is optional: with no file (no award ever
      * keyed) every student is billed gross, as before.
      ******************************************************************
       026-OPEN-AWARD-MASTER.
           OPEN INPUT AWARD-FILE.
           IF AWARD-STATUS IS EQUAL TO "00"
               SET AWARD-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "BILL-REGISTER: AWARD-MASTER.DAT could not be "
                   "opened (STATUS: " AWARD-STATUS ") - no awards "
                   "applied, every student billed gross."
           END-IF.

       025-READ-ENROLL-ROW.
           READ SORTED-ENROLL AT END SET ENROLL-E-O-F TO TRUE.


      ******************************************************************
      * One register line per enrollment row: the student's hours at
      * the rate in force for their own residency, or for a dropped
      * row the retained share of it.  A row whose prefix has no rate
      * in force is listed unpriced and counted, the same no-rate
      * handling the pricing programs give a course.
      ******************************************************************
       040-BILL-ONE-ROW.
           PERFORM 055-SET-PRICE-DATE.
               ELSE
                   MOVE RATE-FOR-PREFIX TO RATE-APPLIED
               END-IF
               IF EN-DROPPED
                   COMPUTE LINE-AMOUNT ROUNDED = EN-CREDIT-HOURS
                       * RATE-APPLIED * EN-RETAIN-PCT / 100
               ELSE
                   MULTIPLY EN-CREDIT-HOURS BY RATE-APPLIED
                       GIVING LINE-AMOUNT
                   ADD EN-CREDIT-HOURS TO TERM-HOURS
               END-IF
               ADD LINE-AMOUNT TO TERM-AMOUNT
               ADD LINE-AMOUNT TO GRAND-AMOUNT
               MOVE RATE-APPLIED TO RATE-ED
                   EN-CREDIT-HOURS "  " EN-RESIDENCY "  "
                   RATE-ED "  " AMOUNT-ED
                   DELIMITED BY SIZE INTO REGISTER-LINE
               IF EN-DROPPED
                   STRING "  DROPPED " EN-DROP-DATE " KEEPS "
                       EN-RETAIN-PCT "%"
                       DELIMITED BY SIZE INTO REGISTER-LINE (66:40)
               END-IF
               WRITE REGISTER-LINE
           END-IF.

           MOVE TERM-AMOUNT TO TERM-AMOUNT-ED.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  STUDENT " LAST-STUDENT " TERM " LAST-TERM
               " GROSS:  " HOURS-ED " HRS  " TERM-AMOUNT-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE TERM-AMOUNT TO TERM-NET.
           MOVE ZERO TO TERM-WAIVED.
           MOVE ZERO TO TERM-SPONSORED.
           IF AWARD-MASTER-OPEN
               PERFORM 070-APPLY-AWARDS
           END-IF.
           IF TERM-NET IS NOT EQUAL TO TERM-AMOUNT
               MOVE TERM-NET TO TERM-AMOUNT-ED
               MOVE SPACES TO REGISTER-LINE
               STRING "  STUDENT " LAST-STUDENT " TERM " LAST-TERM
                   " NET DUE:          " TERM-AMOUNT-ED
                   DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.
           ADD TERM-WAIVED TO GRAND-WAIVED.
           ADD TERM-SPONSORED TO GRAND-SPONSORED.
           ADD TERM-NET TO GRAND-NET.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO AR-CHARGE-REC.
           MOVE LAST-STUDENT TO ACHG-STUDENT-ID.
           MOVE LAST-TERM TO ACHG-TERM.
           MOVE RUN-DATE TO ACHG-RUN-DATE.
           MOVE TERM-NET TO ACHG-AMOUNT.
           MOVE TERM-AMOUNT TO ACHG-GROSS.
           MOVE TERM-WAIVED TO ACHG-WAIVED.
           MOVE TERM-SPONSORED TO ACHG-SPONSORED.
           WRITE AR-CHARGE-REC.
           MOVE ZERO TO TERM-HOURS.
           MOVE ZERO TO TERM-AMOUNT.

               MOVE RT-OUT-RATE (RATE-SUB) TO OUT-RATE-FOR-PREFIX
           END-IF.

      ******************************************************************
      * Every award on the student's term, in key (award code) order.
      * A percent award takes its share of the gross tuition, a flat
      * award its amount; either is held to what the student still
      * owes after the awards ahead of it, so the net never goes
      * below zero.  A sponsor award is also cut to the sponsor file
      * for the invoice listing.
      ******************************************************************
       070-APPLY-AWARDS.
           MOVE "N" TO AWARD-EOF-SW.
           MOVE LAST-STUDENT TO AW-STUDENT-ID.
           MOVE LAST-TERM TO AW-TERM.
           MOVE LOW-VALUES TO AW-CODE.
           START AWARD-FILE KEY IS NOT LESS THAN AW-KEY
               INVALID KEY SET AWARD-E-O-F TO TRUE
           END-START.
           PERFORM 071-READ-NEXT-AWARD.
           PERFORM 072-APPLY-ONE-AWARD UNTIL AWARD-E-O-F.

       071-READ-NEXT-AWARD.
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

       072-APPLY-ONE-AWARD.
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
           MOVE AWARD-AMOUNT TO AMOUNT-ED.
           MOVE SPACES TO REGISTER-LINE.
           IF AW-PERCENT-AWARD
               MOVE AW-PERCENT TO PCT-ED
               STRING "    LESS AWARD " AW-CODE " " AW-DESC " "
                   PCT-ED "%  " AMOUNT-ED
                   DELIMITED BY SIZE INTO REGISTER-LINE
           ELSE
               STRING "    LESS AWARD " AW-CODE " " AW-DESC " FLAT  "
                   AMOUNT-ED
                   DELIMITED BY SIZE INTO REGISTER-LINE
           END-IF.
           IF AW-SPONSOR IS EQUAL TO SPACES
               ADD AWARD-AMOUNT TO TERM-WAIVED
           ELSE
               ADD AWARD-AMOUNT TO TERM-SPONSORED
               STRING "  SPONSOR " AW-SPONSOR
                   DELIMITED BY SIZE INTO REGISTER-LINE (66:40)
               IF AWARD-AMOUNT IS GREATER THAN ZERO
                   PERFORM 073-WRITE-SPONSOR-CHARGE
               END-IF
           END-IF.
           WRITE REGISTER-LINE.
           PERFORM 071-READ-NEXT-AWARD.

       073-WRITE-SPONSOR-CHARGE.
           MOVE SPACES TO SPONSOR-CHARGE-REC.
           MOVE AW-SPONSOR TO SPC-SPONSOR.
           MOVE LAST-STUDENT TO SPC-STUDENT-ID.
           MOVE LAST-TERM TO SPC-TERM.
           MOVE AW-CODE TO SPC-CODE.
           MOVE RUN-DATE TO SPC-RUN-DATE.
           MOVE AWARD-AMOUNT TO SPC-AMOUNT.
           WRITE SPONSOR-CHARGE-REC.
           ADD 1 TO SPONSOR-LINES.

       080-WRAP-UP.
           MOVE GRAND-AMOUNT TO GRAND-AMOUNT-ED.
           MOVE SPACES TO REGISTER-LINE.
               "  GRAND TOTAL: " GRAND-AMOUNT-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE GRAND-WAIVED TO GRAND-AMOUNT-ED.
           MOVE SPACES TO REGISTER-LINE.
           STRING "AWARDS APPLIED: " AWARDS-APPLIED
               "  WAIVERS/SCHOLARSHIPS: " GRAND-AMOUNT-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE GRAND-SPONSORED TO GRAND-AMOUNT-ED.
           MOVE SPACES TO REGISTER-LINE.
           STRING "SPONSOR-COVERED:        " GRAND-AMOUNT-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE GRAND-NET TO GRAND-AMOUNT-ED.
           MOVE SPACES TO REGISTER-LINE.
           STRING "NET DUE FROM STUDENTS:  " GRAND-AMOUNT-ED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           IF ROWS-UNPRICED IS GREATER THAN ZERO
               MOVE SPACES TO REGISTER-LINE
               STRING "ROWS NOT PRICED (NO RATE IN FORCE): "
           END-IF.
           CLOSE SORTED-ENROLL.
           CLOSE REGISTER-FILE.
           CLOSE CHARGE-FILE.
           CLOSE SPONSOR-CHARGE-FILE.
           IF AWARD-MASTER-OPEN
               CLOSE AWARD-FILE
           END-IF.
           PERFORM 090-WRITE-SPONSOR-INVOICES.
           PERFORM 085-WRITE-RUN-LOG.
           DISPLAY "BILL-REGISTER: " ROWS-READ " rows read, "
               STUDENT-COUNT " student-terms on "
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.

      ******************************************************************
      * Tonight's sponsor-covered awards, sorted by sponsor, student,
      * and term, listed one block per sponsor with the sponsor's
      * total due - the bursar invoices each sponsor from its block.
      ******************************************************************
       090-WRITE-SPONSOR-INVOICES.
           SORT SPONSOR-SORT-WORK
               ON ASCENDING KEY SSRT-SPONSOR
               ON ASCENDING KEY SSRT-STUDENT
               ON ASCENDING KEY SSRT-TERM
               ON ASCENDING KEY SSRT-CODE
               USING SPONSOR-CHARGE-FILE
               GIVING SORTED-SPONSOR.
           IF SORT-RETURN IS NOT EQUAL TO ZERO
               DISPLAY "BILL-REGISTER: SPONSOR SORT FAILED - "
                   SORT-RETURN
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT SORTED-SPONSOR.
           OPEN OUTPUT SPONSOR-INVOICE.
           MOVE SPACES TO INVOICE-LINE.
           STRING "SPONSOR INVOICE LISTING - RUN DATE: " RUN-DATE-ED
               DELIMITED BY SIZE INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPACES TO LAST-SPONSOR.
           MOVE ZERO TO SPONSOR-TOTAL.
           PERFORM 091-READ-SORTED-SPONSOR.
           PERFORM 092-LIST-SPONSOR-LINE UNTIL SPONSOR-E-O-F.
           IF LAST-SPONSOR IS NOT EQUAL TO SPACES
               PERFORM 093-FLUSH-SPONSOR
           END-IF.
           MOVE GRAND-SPONSORED TO GRAND-AMOUNT-ED.
           MOVE SPACES TO INVOICE-LINE.
           STRING "SPONSORS INVOICED: " SPONSOR-COUNT
               "  LINES: " SPONSOR-LINES
               "  TOTAL: " GRAND-AMOUNT-ED
               DELIMITED BY SIZE INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           CLOSE SORTED-SPONSOR.
           CLOSE SPONSOR-INVOICE.

       091-READ-SORTED-SPONSOR.
           READ SORTED-SPONSOR AT END SET SPONSOR-E-O-F TO TRUE.

       092-LIST-SPONSOR-LINE.
           IF SSP-SPONSOR IS NOT EQUAL TO LAST-SPONSOR
               IF LAST-SPONSOR IS NOT EQUAL TO SPACES
                   PERFORM 093-FLUSH-SPONSOR
               END-IF
               MOVE SSP-SPONSOR TO LAST-SPONSOR
               MOVE SPACES TO INVOICE-LINE
               STRING "SPONSOR: " SSP-SPONSOR
                   DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
               MOVE "  STUDENT   TERM   AWARD        AMOUNT"
                   TO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF.
           ADD SSP-AMOUNT TO SPONSOR-TOTAL.
           MOVE SSP-AMOUNT TO AMOUNT-ED.
           MOVE SPACES TO INVOICE-LINE.
           STRING "  " SSP-STUDENT-ID " " SSP-TERM " " SSP-CODE " "
               AMOUNT-ED
               DELIMITED BY SIZE INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           PERFORM 091-READ-SORTED-SPONSOR.

       093-FLUSH-SPONSOR.
           ADD 1 TO SPONSOR-COUNT.
           MOVE SPONSOR-TOTAL TO TERM-AMOUNT-ED.
           MOVE SPACES TO INVOICE-LINE.
           STRING "  SPONSOR " LAST-SPONSOR " TOTAL DUE: "
               TERM-AMOUNT-ED
               DELIMITED BY SIZE INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE ZERO TO SPONSOR-TOTAL.

       END PROGRAM BILL-REGISTER.
