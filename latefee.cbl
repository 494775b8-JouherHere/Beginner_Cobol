      * THE ASSESSMENT MONTH AS ITS TERM, AND A STUDENT *
      * ALREADY ASSESSED FOR THAT MONTH IS NOT CHARGED  *
      * AGAIN, SO THE RUN CAN BE REPEATED SAFELY. RUN   *
      * FEEPOST AFTERWARDS TO REBUILD THE BALANCES. A   *
      * DISHONOURED CHEQUE (FP-TYPE R), A VOIDED        *
      * RECEIPT (V) OR A REFUND PAID OUT (F) IS TAKEN   *
      * BACK OFF THE PAYMENTS. NOTHING IS ASSESSED      *
      * WHILE THE ASSESSMENT MONTH IS CLOSED ON         *
      * FEEPERD.DAT (FEELOCK).                          *
      ***************************************************

       IDENTIFICATION DIVISION.
                 03 WS-STUD-DUE PIC 9(7)V99.
                 03 WS-STUD-PAID PIC 9(7)V99.

       COPY "flkparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YYYYMM TO FLK-PERIOD.
           CALL 'FEELOCK' USING FLK-REQUEST FLK-RESULT.
           IF FLK-CLOSED-FLAG = 'Y'
               DISPLAY 'FEE LEDGER MONTH ' FLK-PERIOD ' IS CLOSED - '
                   'NOTHING ASSESSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-RUN-PARMS.
           IF WS-PARM-ERROR = 'Y'
               GOBACK
                   PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                           UNTIL WS-STUD-IDX > WS-STUD-COUNT
                       IF WS-STUD-ROLLNO (WS-STUD-IDX) = FP-ROLLNO
                           IF FP-TYPE = 'R' OR FP-TYPE = 'V'
                                   OR FP-TYPE = 'F'
                               SUBTRACT FP-AMOUNT
                                   FROM WS-STUD-PAID (WS-STUD-IDX)
                           ELSE
                               ADD FP-AMOUNT
                                   TO WS-STUD-PAID (WS-STUD-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM READ-PAYMENT
