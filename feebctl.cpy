      ***************************************************
      * FEEBCTL-RECORD - FEE BALANCE POSTING CONTROL    *
      * FOR FEEBCTL.DAT, ONE RECORD. FBC-CHG-POSTED AND *
      * FBC-PAY-POSTED ARE THE NUMBER OF FEECHG.DAT AND *
      * FEEPAY.DAT RECORDS ALREADY APPLIED TO           *
      * FEEBAL.DAT, SO FEEPOST ONLY POSTS THE RECORDS   *
      * APPENDED AFTER THEM. FBC-POST-DATE IS THE LAST  *
      * POSTING RUN AND FBC-REBUILD-DATE THE LAST FULL  *
      * REBUILD. RETPURGE RESETS THE COUNTS WHEN IT     *
      * TAKES EXPIRED RECORDS OFF THE LEDGERS.          *
      ***************************************************
       01 FEEBCTL-RECORD.
            02 FBC-CHG-POSTED PIC 9(9).
            02 FILLER PIC X.
            02 FBC-PAY-POSTED PIC 9(9).
            02 FILLER PIC X.
            02 FBC-POST-DATE PIC 9(8).
            02 FILLER PIC X.
            02 FBC-REBUILD-DATE PIC 9(8).
