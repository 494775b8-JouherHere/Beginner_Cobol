      * OPERATOR SIGN-ON SUBPROGRAM. SGN-PASS-FLAG IS   *
      * Y WHEN THE SIGN-ON SUCCEEDED; THE OPERATOR ID   *
      * AND AUTHORITY (I/U/A) ARE RETURNED FOR MENU     *
      * CHECKS AND FOR STAMPING THE AUDIT TRAIL, WITH   *
      * THE EMPID THE OPERATOR IS LINKED TO (ZERO WHEN  *
      * NONE) FOR PROGRAMS THAT ACT FOR A TEACHER.      *
      ***************************************************
       01 SGN-RESULT.
            02 SGN-PASS-FLAG PIC X.
            02 SGN-OPERATOR-ID PIC X(8).
            02 SGN-AUTHORITY PIC X.
            02 SGN-EMPID PIC 9(5).
