      ***************************************************
      * CF-RECORD - SHARED FEE CARRIED-FORWARD BALANCE  *
      * LAYOUT FOR FEECFWD.DAT, ONE RECORD PER ROLLNO   *
      * PER CLOSED FEE MONTH, KEYED ON CF-KEY. WRITTEN  *
      * BY FEECLOSE: CF-OPENING IS THE PREVIOUS MONTH'S *
      * CF-CLOSING, CF-CHARGES THE MONTH'S FEECHG.DAT   *
      * CHARGES AND CF-PAYMENTS THE MONTH'S NET         *
      * FEEPAY.DAT PAYMENTS (R, V AND F TAKEN OFF), SO  *
      * CF-CLOSING = CF-OPENING + CF-CHARGES -          *
      * CF-PAYMENTS. A NEGATIVE BALANCE IS IN CREDIT.   *
      * A STUDENT WITH NO BALANCE AND NO ACTIVITY HAS   *
      * NO RECORD FOR THE MONTH.                        *
      ***************************************************
       01 CF-RECORD.
            02 CF-KEY.
                 03 CF-ROLLNO PIC 9(6).
                 03 CF-PERIOD PIC 9(6).
            02 FILLER PIC X.
            02 CF-OPENING PIC S9(7)V99.
            02 FILLER PIC X.
            02 CF-CHARGES PIC 9(7)V99.
            02 FILLER PIC X.
            02 CF-PAYMENTS PIC S9(7)V99.
            02 FILLER PIC X.
            02 CF-CLOSING PIC S9(7)V99.
            02 FILLER PIC X.
            02 CF-CLOSE-DATE PIC 9(8).
