      ***************************************************
      * TR-RECORD - SHARED TRANSPORT ROUTE MASTER       *
      * LAYOUT FOR TRNROUTE.DAT, ONE RECORD PER BUS     *
      * ROUTE KEYED ON TR-ROUTE. TR-CAPACITY IS THE     *
      * SEATS ON THE BUS THAT RUNS THE ROUTE. THE STOPS *
      * AND FARES ARE ON TRNSTOP.DAT. MAINTAINED BY     *
      * TRNMAINT.                                       *
      ***************************************************
       01 TR-RECORD.
            02 TR-ROUTE PIC X(4).
            02 FILLER PIC X.
            02 TR-NAME PIC X(20).
            02 FILLER PIC X.
            02 TR-BUS-NO PIC X(10).
            02 FILLER PIC X.
            02 TR-DRIVER PIC X(20).
            02 FILLER PIC X.
            02 TR-DRIVER-PHONE PIC X(10).
            02 FILLER PIC X.
            02 TR-CAPACITY PIC 9(3).
