      ******************************************************************
      * Copybook: REFUND-SCHED-REC
      * Purpose: One step of a term's tuition refund schedule on
      * REFUND-SCHEDULE.TXT, kept by the registrar.  A term carries
      * one row per step, all with the same first day of classes:
      *     2026FA 20260901 01 100
      *     2026FA 20260901 04 050
      * reads "100% refund through week 1, 50% through week 4, and
      * nothing after the last step".  Week 1 is the first seven
      * days from RF-TERM-START; a drop dated before the term starts
      * is a full refund.  A term with no rows refunds in full, as a
      * drop always has.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.
           03  RF-TERM             PIC X(6).
           03  FILLER              PIC X.
           03  RF-TERM-START       PIC 9(8).
           03  FILLER              PIC X.
           03  RF-THRU-WEEK        PIC 99.
           03  FILLER              PIC X.
           03  RF-REFUND-PCT       PIC 9(3).
