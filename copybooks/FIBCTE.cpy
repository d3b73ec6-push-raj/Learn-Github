      *****************************************************************
      * FIBCTE - FIBCTL profile edit result area.
      * COPY this member to pass a profile to FIBCTLED and receive
      * the verdict and up to six error messages back.
      *****************************************************************
       01  CTE-RESULT.
           05  CTE-PROFILE-VALID-SW PIC X(1).
               88  CTE-PROFILE-VALID          VALUE "Y".
           05  CTE-ERR-COUNT        PIC 9(1).
           05  CTE-ERR-ENTRY OCCURS 6 TIMES.
               10  CTE-ERR-TEXT     PIC X(60).
