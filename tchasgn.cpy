      * EMPLOYEE AND STUDENT SIDES - WHICH TEACHER OWNS *
      * WHICH SUBJECT FOR WHICH CLASS YEAR AND SECTION. *
      * MAINTAINED BY ASGNMNT AND READ BY THE STUDSTAT  *
      * CLASS STATISTICS PAGES AND OTHERS. EACH RECORD  *
      * CARRIES THE TERMCAL.DAT TERM IDS IT WAS         *
      * EFFECTIVE FROM AND TO, BOTH INCLUSIVE. THE      *
      * CURRENT HOLDER OF A SLOT HAS SPACES IN          *
      * ASG-TO-TERM AND IS THE ONLY RECORD THE          *
      * CURRENT-ASSIGNMENT LOOKUPS USE; ASG-FROM-TERM   *
      * IS SPACES ON ASSIGNMENTS MADE BEFORE HISTORY    *
      * WAS KEPT. A REASSIGNMENT CLOSES THE OLD RECORD  *
      * AND APPENDS A NEW ONE, SO TCHTREND CAN REPORT   *
      * RESULTS BY WHO ACTUALLY TAUGHT EACH TERM.       *
      ***************************************************
       01 ASG-RECORD.
            02 ASG-EMPID PIC 9(5).
            02 ASG-CLASS PIC 9(2).
            02 FILLER PIC X.
            02 ASG-SECTION PIC X.
            02 FILLER PIC X.
            02 ASG-FROM-TERM PIC X(6).
            02 FILLER PIC X.
            02 ASG-TO-TERM PIC X(6).
