      * HIST-RECORD - SHARED TERM HISTORY LAYOUT        *
      * ONE RECORD PER STUDENT PER TERM, WRITTEN BY THE *
      * MARK IMPORT BEFORE NEW MARKS ARE APPLIED.       *
      * HIST-CLASS AND HIST-SECTION ARE THE CLASS YEAR  *
      * AND SECTION THE STUDENT SAT THE TERM IN; THEY   *
      * ARE SPACES ON RECORDS ARCHIVED BEFORE THEY WERE *
      * CARRIED.                                        *
      ***************************************************
       01 HIST-RECORD.
            02 HIST-ROLLNO PIC 9(6).
            02 HIST-AVERAGE PIC 9(3).
            02 FILLER PIC X.
            02 HIST-GRADE PIC X.
            02 FILLER PIC X.
            02 HIST-CLASS PIC 9(2).
            02 HIST-SECTION PIC X.
