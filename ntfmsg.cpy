      ***************************************************
      * NTF-RECORD - OUTBOUND GUARDIAN MESSAGE EXTRACT  *
      * LAYOUT FOR NOTIFOUT.DAT, THE FIXED-FORMAT FILE  *
      * HANDED TO THE SMS GATEWAY. ONE H HEADER (BATCH  *
      * NUMBER = RUN DATE AND TIME), ONE D RECORD PER   *
      * MESSAGE AND ONE T TRAILER CARRYING THE MESSAGE  *
      * COUNT, ALL 120 BYTES. THE MESSAGE REFERENCE IS  *
      * THE EVENT KEY - EVENT TYPE (AB = ABSENT TODAY,  *
      * FD = INSTALLMENT FALLING DUE, RS = TERM RESULT, *
      * AM = RESULT AMENDED), ROLLNO AND EVENT DETAIL - *
      * AND IS ECHOED BACK BY THE GATEWAY ON THE        *
      * NOTIFRTN.DAT STATUS RETURN.                     *
      ***************************************************
       01 NTF-RECORD.
            02 NTF-REC-TYPE PIC X.
            02 FILLER PIC X.
            02 NTF-MSG-REF.
                 03 NTF-EVENT-TYPE PIC X(2).
                 03 NTF-ROLLNO PIC 9(6).
                 03 NTF-EVENT-REF PIC X(12).
            02 FILLER PIC X.
            02 NTF-PHONE PIC X(10).
            02 FILLER PIC X.
            02 NTF-TEXT PIC X(80).
            02 FILLER PIC X(6).
       01 NTF-HEADER-RECORD.
            02 NTF-HDR-TYPE PIC X.
            02 FILLER PIC X.
            02 NTF-HDR-BATCH-NO PIC 9(14).
            02 FILLER PIC X.
            02 NTF-HDR-SOURCE PIC X(10).
            02 FILLER PIC X(93).
       01 NTF-TRAILER-RECORD.
            02 NTF-TRL-TYPE PIC X.
            02 FILLER PIC X.
            02 NTF-TRL-BATCH-NO PIC 9(14).
            02 FILLER PIC X.
            02 NTF-TRL-COUNT PIC 9(6).
            02 FILLER PIC X(97).
