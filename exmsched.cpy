      ***************************************************
      * EXS-RECORD - SHARED EXAM SCHEDULE LAYOUT FOR    *
      * EXAMSCHD.DAT, INDEXED ON TERM, CLASS YEAR AND   *
      * SUBJECT - ONE PAPER PER SUBJECT PER CLASS YEAR  *
      * PER TERM. EXS-SESSION M = MORNING, A =          *
      * AFTERNOON. EXS-INVIG-EMPID IS THE INVIGILATOR   *
      * FROM EMPMAST.DAT. MAINTAINED BY EXAMSCHD, WHICH *
      * REJECTS CLASHES, AND READ BY HALLTKT.           *
      ***************************************************
       01 EXS-RECORD.
            02 EXS-KEY.
                 03 EXS-TERM-ID PIC X(6).
                 03 EXS-CLASS PIC 9(2).
                 03 EXS-SUBJ-CODE PIC 9(2).
            02 FILLER PIC X.
            02 EXS-DATE PIC 9(8).
            02 FILLER PIC X.
            02 EXS-SESSION PIC X.
            02 FILLER PIC X.
            02 EXS-INVIG-EMPID PIC 9(5).
            02 FILLER PIC X.
            02 EXS-OPERATOR PIC X(8).
