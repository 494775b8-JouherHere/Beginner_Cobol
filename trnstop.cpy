      ***************************************************
      * TS-RECORD - SHARED TRANSPORT STOP LAYOUT FOR    *
      * TRNSTOP.DAT, ONE RECORD PER STOP KEYED ON THE   *
      * ROUTE AND THE STOP NUMBER, SO A ROUTE'S STOPS   *
      * READ IN RUNNING ORDER. TS-PICKUP-TIME IS THE    *
      * MORNING PICK-UP HHMM AND TS-FARE THE TRANSPORT  *
      * FARE PER TERM THAT FEEPOST BILLS AS FEE TYPE TR *
      * TO EVERY STUDENT ASSIGNED TO THE STOP.          *
      ***************************************************
       01 TS-RECORD.
            02 TS-KEY.
                 03 TS-ROUTE PIC X(4).
                 03 TS-STOP PIC 9(2).
            02 FILLER PIC X.
            02 TS-NAME PIC X(20).
            02 FILLER PIC X.
            02 TS-PICKUP-TIME PIC 9(4).
            02 FILLER PIC X.
            02 TS-FARE PIC 9(5)V99.
