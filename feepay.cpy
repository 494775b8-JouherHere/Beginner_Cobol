      * FEE-PAYMENT-RECORD - SHARED FEE PAYMENTS LAYOUT *
      * FOR FEEPAY.DAT, READ BY THE STATEMENT, AGING    *
      * AND BALANCE RUNS. FP-TYPE C = CASH, Q = CHEQUE, *
      * S = SCHOLARSHIP CREDIT, D = SIBLING DISCOUNT    *
      * CREDIT, R = DISHONOURED CHEQUE REVERSAL, V =    *
      * VOIDED RECEIPT OFFSET, F = REFUND PAID OUT BY   *
      * CHEQUE; FP-RECEIPT-NO IS THE CASHIER RECEIPT    *
      * NUMBER (ZERO FOR CREDITS NOT TAKEN AT THE       *
      * DRAWER). AN R OR V RECORD CARRIES THE RECEIPT   *
      * NUMBER OF THE PAYMENT IT CANCELS, AN F RECORD   *
      * ITS OWN REFUND RECEIPT NUMBER. R, V AND F       *
      * AMOUNTS ARE SUBTRACTED FROM THE PAYMENTS BY     *
      * EVERY READER.                                   *
      ***************************************************
       01 FEE-PAYMENT-RECORD.
            02 FP-ROLLNO PIC 9(6).
