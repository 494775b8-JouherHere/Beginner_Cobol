      ***************************************************
      * DTC-REQUEST / DTC-RESULT - PARAMETER AREAS FOR  *
      * THE DATECALC CALENDAR ARITHMETIC SUBPROGRAM.    *
      * FUNCTIONS: A = ADD DTC-DAYS (WHICH MAY BE       *
      *                NEGATIVE) TO DTC-DATE, GIVING    *
      *                DTC-RESULT-DATE                  *
      *            B = DAYS FROM DTC-DATE TO DTC-DATE2, *
      *                GIVING DTC-RESULT-DAYS (NEGATIVE *
      *                WHEN DTC-DATE2 IS THE EARLIER)   *
      * ALL DATES ARE YYYYMMDD. DTC-VALID-FLAG IS 'N'   *
      * AND DTC-REASON SAYS WHY WHEN A DATE IS NOT A    *
      * REAL CALENDAR DATE.                             *
      ***************************************************
       01 DTC-REQUEST.
            02 DTC-FUNC PIC X.
            02 DTC-DATE PIC 9(8).
            02 DTC-DATE2 PIC 9(8).
            02 DTC-DAYS PIC S9(5).
       01 DTC-RESULT.
            02 DTC-VALID-FLAG PIC X.
            02 DTC-RESULT-DATE PIC 9(8).
            02 DTC-RESULT-DAYS PIC S9(7).
            02 DTC-REASON PIC X(30).
