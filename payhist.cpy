      ***************************************************
      * PH-RECORD - SHARED PAYROLL RUN JOURNAL LAYOUT   *
      * FOR PAYHIST.DAT. EVERY PAYROLL RUN APPENDS WHAT *
      * IT DID TO THE PERIOD SO PAYREVS CAN BACK IT OUT *
      * EXACTLY:                                        *
      *   E = ONE EMPLOYEE'S PERIOD FIGURES AS ADDED TO *
      *       PAYYTD.DAT (PH-DEPT FOR THE GL CONTRA),   *
      *   L = A LEAVTRAN.DAT ENTRY SET TO D, KEYED BY   *
      *       EMPID AND FROM-DATE IN PH-KEY-DATE,       *
      *   S = A SALHIST.DAT CHANGE SET RETRO-PAID Y,    *
      *       KEYED BY EMPID AND EFFECTIVE DATE,        *
      *   K = A LOANMAST.DAT INSTALLMENT RECOVERED,     *
      *       LOAN NUMBER IN PH-KEY-DATE AND THE AMOUNT *
      *       IN PH-LOAN,                               *
      *   F = A FINSETL FINAL SETTLEMENT, LEAVING DATE  *
      *       IN PH-KEY-DATE - NOT PART OF THE PAYROLL  *
      *       PERIOD, SO PAYREVS NEVER TOUCHES IT.      *
      * PH-REVERSED IS SET TO Y WHEN PAYREVS BACKS THE  *
      * PERIOD OUT, SO A LATER RERUN STARTS CLEAN.      *
      ***************************************************
       01 PH-RECORD.
            02 PH-PERIOD PIC 9(6).
            02 FILLER PIC X.
            02 PH-REC-TYPE PIC X.
            02 FILLER PIC X.
            02 PH-EMPID PIC 9(5).
            02 FILLER PIC X.
            02 PH-KEY-DATE PIC 9(8).
            02 FILLER PIC X.
            02 PH-DEPT PIC A(10).
            02 FILLER PIC X.
            02 PH-GROSS PIC 9(7)V99.
            02 FILLER PIC X.
            02 PH-TAX PIC 9(7)V99.
            02 FILLER PIC X.
            02 PH-PENSION PIC 9(7)V99.
            02 FILLER PIC X.
            02 PH-INSUR PIC 9(7)V99.
            02 FILLER PIC X.
            02 PH-LOAN PIC 9(7)V99.
            02 FILLER PIC X.
            02 PH-NET PIC 9(7)V99.
            02 FILLER PIC X.
            02 PH-REVERSED PIC X.
