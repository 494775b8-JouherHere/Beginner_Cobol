      ***************************************************
      * MS-RECORD - SHARED MARK SHEET REGISTER LAYOUT   *
      * FOR MARKSHT.DAT. ONE RECORD PER TERM PER        *
      * TCHASSGN.DAT SLOT (SUBJECT, CLASS YEAR,         *
      * SECTION) WHOSE MARKS THE TEACHER HAS ENTERED,   *
      * WITH THE NUMBER OF STUDENTS ON THE SHEET AT THE *
      * TIME SO A SHEET OVERTAKEN BY NEW ADMISSIONS     *
      * SHOWS AS INCOMPLETE. RE-ENTERING A SHEET        *
      * REWRITES ITS RECORD. WRITTEN BY MARKENT AND     *
      * READ BY THE MARKCOMP COMPLETION REPORT.         *
      ***************************************************
       01 MS-RECORD.
            02 MS-TERM-ID PIC X(6).
            02 FILLER PIC X.
            02 MS-SUBJ-CODE PIC 9(2).
            02 FILLER PIC X.
            02 MS-CLASS PIC 9(2).
            02 FILLER PIC X.
            02 MS-SECTION PIC X.
            02 FILLER PIC X.
            02 MS-EMPID PIC 9(5).
            02 FILLER PIC X.
            02 MS-STUDENTS PIC 9(4).
            02 FILLER PIC X.
            02 MS-ENTRY-DATE PIC 9(8).
            02 FILLER PIC X.
            02 MS-OPERATOR PIC X(8).
