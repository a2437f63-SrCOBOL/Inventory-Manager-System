      *              OF COVER (SLOW), AT COST VALUE WITH ITS LAST      *
      *              ISSUE DATE. THE WORKSHEET PRINTS A SUGGESTED      *
      *              REORDER POINT FROM AVERAGE MONTHLY DEMAND AND     *
      *              THE VENDOR'S LEAD TIME - ITS MEASURED LEAD TIME   *
      *              FROM THE VENDOR SCORECARD WHEN THERE IS ONE, ELSE *
      *              THE STATED ONE - PLUS HALF A MONTH OF SAFETY,     *
      *              NEXT TO THE CURRENT ONE FOR PURCHASING            *
      *              TO REVIEW - NOTHING ON THE PRODUCT MASTER IS      *
      *              CHANGED BY THIS JOB.                              *
      * AUTHOR:      FRANCISCO BORGES                                 *
      * 09/02/2026 FB    DETAIL LINE RESIZED TO THE 80-BYTE REPORT     *
      *                  RECORD SO THE DEAD/SLOW FLAG PRINTS, WITH     *
      *                  ITS OWN FLAG HEADING COLUMN.                  *
      * 10/15/2026 FB    SUGGESTED REORDER POINT USES THE VENDOR'S     *
      *                  MEASURED LEAD TIME FROM THE SCORECARD         *
      *                  (INVVS001) WHEN THERE IS ONE, NOTED ON THE    *
      *                  WORKSHEET LINE.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVDH002.
      ******************************************************************
      * 2400-WRITE-WORKSHEET - SUGGESTED REORDER POINT = AVERAGE       *
      *                        MONTHLY DEMAND OVER THE VENDOR'S LEAD   *
      *                        TIME PLUS HALF A MONTH OF SAFETY. THE   *
      *                        LEAD TIME IS THE MEASURED ONE WHEN THE  *
      *                        SCORECARD HAS SET IT.                   *
      *                        PRINTED NEXT TO THE CURRENT POINT FOR   *
      *                        PURCHASING TO REVIEW - THE MASTER IS    *
      *                        NOT TOUCHED.                            *

           MOVE 'N' TO WS-VENDOR-OK-SW.
           MOVE ZERO TO VEND-LEAD-TIME.
           MOVE ZERO TO VEND-ACTUAL-LEAD.

           IF VENDOR-CODE NOT = SPACES
               MOVE VENDOR-CODE TO VEND-CODE
               EXEC SQL
                   SELECT LEAD_TIME_DAYS, ACTUAL_LEAD_DAYS
                   INTO   :VEND-LEAD-TIME, :VEND-ACTUAL-LEAD
                   FROM   VENDORS
                   WHERE  VENDOR_CODE = :VEND-CODE
               END-EXEC
               END-IF
           END-IF.

      *    ONCE THE SCORECARD HAS MEASURED THE VENDOR, ITS ACTUAL
      *    LEAD TIME REPLACES THE STATED ONE.
           IF VENDOR-ON-MASTER
               MOVE SPACES TO WRK-NOTE
               IF VEND-ACTUAL-LEAD > 0
                   MOVE VEND-ACTUAL-LEAD TO VEND-LEAD-TIME
                   MOVE 'ACTUAL LEAD' TO WRK-NOTE
               END-IF
               COMPUTE WS-SUGG-ROP ROUNDED =
                   (WS-AVG-DEMAND * VEND-LEAD-TIME / 30)
                   + (WS-AVG-DEMAND / 2)
           ELSE
               MOVE ZERO TO WS-SUGG-ROP
               MOVE 'NO VENDOR' TO WRK-NOTE.
