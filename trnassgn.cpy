      ***************************************************
      * TA-RECORD - SHARED STUDENT TRANSPORT ASSIGNMENT *
      * LAYOUT FOR TRNASSGN.DAT, AT MOST ONE RECORD PER *
      * ROLLNO KEYED ON TA-ROLLNO, GIVING THE ROUTE AND *
      * STOP THE STUDENT TRAVELS FROM. A STUDENT WITH   *
      * NO RECORD DOES NOT USE SCHOOL TRANSPORT.        *
      * MAINTAINED BY TRNMAINT, READ BY FEEPOST,        *
      * TRNMANIF AND TRNVACY.                           *
      ***************************************************
       01 TA-RECORD.
            02 TA-ROLLNO PIC 9(6).
            02 FILLER PIC X.
            02 TA-ROUTE PIC X(4).
            02 FILLER PIC X.
            02 TA-STOP PIC 9(2).
            02 FILLER PIC X.
            02 TA-FROM-DATE PIC 9(8).
            02 FILLER PIC X.
            02 TA-OPERATOR PIC X(8).
