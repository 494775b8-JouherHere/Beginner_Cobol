      ***************************************************
      * FEEBAL-RECORD - SHARED FEE BALANCE LAYOUT, ONE  *
      * RECORD PER ROLLNO, POSTED BY FEEPOST FROM THE   *
      * FEECHG.DAT CHARGES AND FEEPAY.DAT PAYMENTS -    *
      * NEW LEDGER RECORDS ONLY, PAST THE COUNTS ON     *
      * FEEBCTL.DAT, WITH A WEEKLY FULL REBUILD.        *
      ***************************************************
       01 FEEBAL-RECORD.
            02 FB-ROLLNO PIC 9(6).
