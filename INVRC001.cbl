      *                  CALL CLOSES ONLY A ROW STILL IN RUNNING        *
      *                  STATUS, SO A REFUSED RERUN CANNOT OVERWRITE    *
      *                  AN EARLIER CLEAN COMPLETION.                   *
      * 10/15/2026 FB    FUNCTION P RETURNS A JOB'S LAST CLEAN RUN     *
      *                  DATE BEFORE THE RUN DATE, SO A FILE CAN BE    *
      *                  PROVED TO BELONG TO THE PREVIOUS NIGHT.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVRC001.

       01  WS-RUN-DATE             PIC X(08)        VALUE SPACES.
       77  WS-RUN-TIME             PIC 9(08)  COMP  VALUE ZERO.
       77  WS-PRIOR-IND            PIC S9(04) COMP  VALUE ZERO.

       01  WS-ISO-DATE.
           05  ISO-YEAR            PIC X(04).
           IF RC-RESOLVE-DATE
               GO TO 0000-GOBACK.

           IF RC-PRIOR-RUN
               PERFORM 3000-FIND-PRIOR-RUN
                   THRU 3000-FIND-PRIOR-RUN-EXIT
               GO TO 0000-GOBACK.

           IF RC-REGISTER-START
               PERFORM 1000-REGISTER-START
                   THRU 1000-REGISTER-START-EXIT
                   PERFORM 2000-REGISTER-END
                       THRU 2000-REGISTER-END-EXIT
               ELSE
                   DISPLAY 'INVRC001 - FUNCTION NOT S/E/D/P FOR JOB '
                           RC-JOB-NAME
                   MOVE 'N' TO RC-RESULT.

       2000-REGISTER-END-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FIND-PRIOR-RUN - THE LAST RUN DATE BEFORE THIS ONE ON     *
      *                       WHICH THE JOB COMPLETED CLEAN            *
      ******************************************************************
       3000-FIND-PRIOR-RUN.
           MOVE SPACES      TO RC-PRIOR-DATE.
           MOVE RC-JOB-NAME TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE TO RUN-RUN-DATE.

           EXEC SQL
               SELECT MAX(RUN_DATE)
               INTO   :RUN-RUN-DATE :WS-PRIOR-IND
               FROM   JOB_RUN_LOG
               WHERE  JOB_NAME   = :RUN-JOB-NAME
               AND    RUN_DATE   < :WS-RUN-DATE
               AND    RUN_STATUS = 'C'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVRC001 - ERROR READING JOB_RUN_LOG FOR '
                       RUN-JOB-NAME ' SQLCODE: ' SQLCODE
               MOVE 'N' TO RC-RESULT
               GO TO 3000-FIND-PRIOR-RUN-EXIT.

           IF WS-PRIOR-IND NOT < 0
               MOVE RUN-RUN-DATE TO RC-PRIOR-DATE.

       3000-FIND-PRIOR-RUN-EXIT.
           EXIT.

       9999-EXIT.
           EXIT.

