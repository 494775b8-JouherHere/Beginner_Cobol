      ***************************************************
      * NLG-RECORD - GUARDIAN MESSAGE LOG LAYOUT FOR    *
      * NOTIFLOG.DAT, INDEXED ON THE EVENT KEY (EVENT   *
      * TYPE, ROLLNO, EVENT DETAIL), ONE RECORD PER     *
      * EVENT EVER SENT. NOTIFOUT WRITES IT WHEN THE    *
      * MESSAGE GOES ON THE EXTRACT AND NEVER EXTRACTS  *
      * A KEY ALREADY ON FILE; NOTIFRTN POSTS THE       *
      * GATEWAY STATUS BACK. NLG-STATUS S = SENT AND    *
      * AWAITING A STATUS, D = DELIVERED, F = FAILED.   *
      ***************************************************
       01 NLG-RECORD.
            02 NLG-KEY.
                 03 NLG-EVENT-TYPE PIC X(2).
                 03 NLG-ROLLNO PIC 9(6).
                 03 NLG-EVENT-REF PIC X(12).
            02 FILLER PIC X.
            02 NLG-PHONE PIC X(10).
            02 FILLER PIC X.
            02 NLG-BATCH-NO PIC 9(14).
            02 FILLER PIC X.
            02 NLG-SENT-DATE PIC 9(8).
            02 FILLER PIC X.
            02 NLG-STATUS PIC X.
            02 FILLER PIC X.
            02 NLG-STATUS-DATE PIC 9(8).
            02 FILLER PIC X.
            02 NLG-FAIL-REASON PIC X(20).
