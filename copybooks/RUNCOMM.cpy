      *                    CODE ONTO JOB_RUN_LOG)                     *
      *                D = RESOLVE THE RUN DATE ONLY - NOTHING IS     *
      *                    LOGGED                                     *
      *                P = RETURN IN RC-PRIOR-DATE THE LAST RUN DATE  *
      *                    BEFORE RC-RUN-DATE ON WHICH RC-JOB-NAME    *
      *                    COMPLETED CLEAN (SPACES IF NONE) - NOTHING *
      *                    IS LOGGED                                  *
      *   RC-RUN-DATE  THE NIGHT THE RUN BELONGS TO (YYYYMMDD). A    *
      *                CALLER THAT KNOWS ITS BUSINESS DATE PASSES IT  *
      *                HERE; LEFT AT SPACES, INVRC001 DERIVES ONE     *
               88  RC-REGISTER-START        VALUE 'S'.
               88  RC-REGISTER-END          VALUE 'E'.
               88  RC-RESOLVE-DATE          VALUE 'D'.
               88  RC-PRIOR-RUN             VALUE 'P'.
           05  RC-JOB-NAME          PIC X(08).
           05  RC-RUN-DATE          PIC X(08).
           05  RC-RECS-READ         PIC 9(07).
           05  RC-RESULT            PIC X(01).
               88  RC-RESULT-OK             VALUE 'Y'.
               88  RC-RESULT-REFUSED        VALUE 'N'.
           05  RC-PRIOR-DATE        PIC X(08).
