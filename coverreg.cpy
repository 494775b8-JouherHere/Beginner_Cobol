      ***************************************************
      * CVR-RECORD - SHARED SUBSTITUTE COVER REGISTER   *
      * LAYOUT FOR COVERREG.DAT. ONE RECORD PER CLASS   *
      * COVERED: THE DATE, THE TEACHER ON APPROVED      *
      * LEAVE, THE TCHASSGN.DAT SLOT (SUBJECT, CLASS    *
      * YEAR, SECTION) AND THE SUBSTITUTE EMPID, WITH   *
      * THE DAY IT WAS ARRANGED AND THE OPERATOR WHO    *
      * ARRANGED IT. WRITTEN BY COVRMANT.               *
      ***************************************************
       01 CVR-RECORD.
            02 CVR-DATE PIC 9(8).
            02 FILLER PIC X.
            02 CVR-ABSENT-EMPID PIC 9(5).
            02 FILLER PIC X.
            02 CVR-SUBJ-CODE PIC 9(2).
            02 FILLER PIC X.
            02 CVR-CLASS PIC 9(2).
            02 FILLER PIC X.
            02 CVR-SECTION PIC X.
            02 FILLER PIC X.
            02 CVR-SUB-EMPID PIC 9(5).
            02 FILLER PIC X.
            02 CVR-ENTRY-DATE PIC 9(8).
            02 FILLER PIC X.
            02 CVR-OPERATOR PIC X(8).
