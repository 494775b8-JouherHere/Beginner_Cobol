      ***************************************************
      * RTN-RECORD - SMS GATEWAY STATUS RETURN LAYOUT   *
      * FOR NOTIFRTN.DAT, 80 BYTES. AN H HEADER ECHOING *
      * THE NOTIFOUT.DAT BATCH NUMBER, ONE D RECORD PER *
      * MESSAGE REPORTED ON AND A T TRAILER WITH THE    *
      * RECORD COUNT. RTN-MSG-REF IS THE MESSAGE        *
      * REFERENCE SENT ON NOTIFOUT.DAT. RTN-STATUS      *
      * D = DELIVERED TO THE HANDSET, F = FAILED (THE   *
      * GATEWAY'S REASON IN RTN-REASON).                *
      ***************************************************
       01 RTN-RECORD.
            02 RTN-REC-TYPE PIC X.
            02 FILLER PIC X.
            02 RTN-MSG-REF.
                 03 RTN-EVENT-TYPE PIC X(2).
                 03 RTN-ROLLNO PIC X(6).
                 03 RTN-EVENT-REF PIC X(12).
            02 FILLER PIC X.
            02 RTN-PHONE PIC X(10).
            02 FILLER PIC X.
            02 RTN-STATUS PIC X.
            02 FILLER PIC X.
            02 RTN-STATUS-DATE PIC X(8).
            02 FILLER PIC X.
            02 RTN-REASON PIC X(20).
            02 FILLER PIC X(15).
       01 RTN-HEADER-RECORD.
            02 RTN-HDR-TYPE PIC X.
            02 FILLER PIC X.
            02 RTN-HDR-BATCH-NO PIC X(14).
            02 FILLER PIC X(64).
       01 RTN-TRAILER-RECORD.
            02 RTN-TRL-TYPE PIC X.
            02 FILLER PIC X.
            02 RTN-TRL-BATCH-NO PIC X(14).
            02 FILLER PIC X.
            02 RTN-TRL-COUNT PIC X(6).
            02 FILLER PIC X(57).
