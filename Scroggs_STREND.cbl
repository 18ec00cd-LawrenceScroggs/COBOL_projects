      *   window (collect the distinct dates, roll the oldest off
      *   when the table fills) and OPS-SUMMARY's elapsed arithmetic
      *   (a step running across midnight gets a day added).
      * 10/15/26 LS - Lock events from the shared batch lock are passed
      *   over in the night scan, so a day that saw only a maintenance
      *   program's LOCK/FREE is not counted as a night.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEP-TREND.
       ENVIRONMENT DIVISION.
      ******************************************************************
       030-SCAN-NIGHTS.
           MOVE "N" TO NIGHT-FOUND-SW.
           IF RL-LOCK-EVENT
               SET NIGHT-ON-TABLE TO TRUE
           END-IF.
           IF NIGHT-COUNT IS GREATER THAN ZERO
               IF NT-DATE (NIGHT-COUNT) IS EQUAL TO RL-DATE
                   SET NIGHT-ON-TABLE TO TRUE
