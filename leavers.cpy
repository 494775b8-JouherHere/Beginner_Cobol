      ***************************************************
      * LEAVER-RECORD - SHARED LEAVERS ARCHIVE LAYOUT   *
      * FOR LEAVERS.DAT, ONE RECORD PER STUDENT         *
      * WITHDRAWN BY STUDWDRW. THE MASTER DETAILS ARE   *
      * CARRIED ACROSS WITH THE LEAVING DATE, THE       *
      * REASON CODE (T = TRANSFER TO ANOTHER SCHOOL,    *
      * R = FAMILY RELOCATION, F = FINANCIAL, M =       *
      * MEDICAL, O = OTHER), THE TRANSFER CERTIFICATE   *
      * NUMBER AND THE ATTENDANCE PRINTED ON IT, SO THE *
      * CERTIFICATE CAN BE REPRINTED AFTER ATTSUMM.DAT  *
      * HAS MOVED ON. LIKE ALUMNI.DAT, A ROLL NUMBER ON *
      * THIS FILE IS NEVER REUSED AND ITS HISTORY IS    *
      * EXCUSED BY THE INTEGRITY CHECK.                 *
      ***************************************************
       01 LEAVER-RECORD.
            02 LVR-ROLLNO PIC 9(6).
            02 FILLER PIC X.
            02 LVR-STUDNAME PIC A(8).
            02 FILLER PIC X.
            02 LVR-CLASS PIC 9(2).
            02 FILLER PIC X.
            02 LVR-SECTION PIC X.
            02 FILLER PIC X.
            02 LVR-LEAVE-DATE PIC 9(8).
            02 FILLER PIC X.
            02 LVR-REASON-CODE PIC X.
            02 FILLER PIC X.
            02 LVR-REASON-TEXT PIC X(20).
            02 FILLER PIC X.
            02 LVR-TC-NO PIC 9(6).
            02 FILLER PIC X.
            02 LVR-TC-DATE PIC 9(8).
            02 FILLER PIC X.
            02 LVR-PRESENT-DAYS PIC 9(3).
            02 FILLER PIC X.
            02 LVR-TOTAL-DAYS PIC 9(3).
            02 FILLER PIC X.
            02 LVR-OPERATOR PIC X(8).
