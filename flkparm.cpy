      ***************************************************
      * FLK-REQUEST / FLK-RESULT - PARAMETER AREAS FOR  *
      * THE FEELOCK FEE PERIOD LOCK SUBPROGRAM. PASS    *
      * THE LEDGER MONTH A POSTING WOULD BE DATED IN    *
      * AS FLK-PERIOD YYYYMM; FLK-CLOSED-FLAG COMES     *
      * BACK Y IF THAT MONTH IS CLOSED, WITH THE LATEST *
      * CLOSED MONTH IN FLK-LAST-CLOSED (ZERO IF NONE)  *
      * AND THE REFUSAL MESSAGE IN FLK-REASON.          *
      ***************************************************
       01 FLK-REQUEST.
            02 FLK-PERIOD PIC 9(6).
       01 FLK-RESULT.
            02 FLK-CLOSED-FLAG PIC X.
            02 FLK-LAST-CLOSED PIC 9(6).
            02 FLK-REASON PIC X(30).
