      ***************************************************
      * PRD-RECORD - SHARED PAYROLL PERIOD REGISTER     *
      * LAYOUT FOR PAYPERD.DAT, ONE RECORD PER PAY      *
      * MONTH YYYYMM. PRD-STATUS O = OPEN (NOT YET RUN, *
      * OR RUN AND REVERSED BY PAYREVS), R = RUN,       *
      * C = CLOSED AND FINAL. PAYROLL REFUSES A PERIOD  *
      * THAT IS R OR C; A MONTH NOT ON THE FILE COUNTS  *
      * AS OPEN. MAINTAINED BY PAYROLL, PAYREVS AND     *
      * PRDMAINT.                                       *
      ***************************************************
       01 PRD-RECORD.
            02 PRD-PERIOD PIC 9(6).
            02 FILLER PIC X.
            02 PRD-STATUS PIC X.
            02 FILLER PIC X.
            02 PRD-RUN-DATE PIC 9(8).
            02 FILLER PIC X.
            02 PRD-EMP-COUNT PIC 9(5).
            02 FILLER PIC X.
            02 PRD-GROSS PIC 9(9)V99.
            02 FILLER PIC X.
            02 PRD-NET PIC 9(9)V99.
