      * FROM GUARDIAN.DAT SO THE ENVELOPE NO LONGER     *
      * COMES FROM THE CARD INDEX. DATED RETPURGE       *
      * ARCHIVES OF THE CHARGES AND PAYMENTS CAN BE     *
      * INCLUDED FOR BACK-YEAR STATEMENTS. A FAMILY     *
      * STATEMENT PRINTS EVERY CHILD LINKED TO THE SAME *
      * GRD-FAMILY-ID UNDER ONE GUARDIAN BLOCK, EACH    *
      * WITH ITS OWN CHARGES, PAYMENTS AND BALANCE, AND *
      * ENDS WITH THE COMBINED BALANCE DUE. A           *
      * DISHONOURED CHEQUE (TYPE R), A VOIDED RECEIPT   *
      * (V) OR A REFUND PAID OUT (F) IS TAKEN BACK OFF  *
      * THE PAYMENTS.                                   *
      ***************************************************

       IDENTIFICATION DIVISION.
       77 WS-INST-STATE PIC X(4) VALUE SPACES.
       77 WS-CHG-ARCH-NAME PIC X(20) VALUE SPACES.
       77 WS-PAY-ARCH-NAME PIC X(20) VALUE SPACES.
       77 WS-STMT-TYPE PIC X VALUE SPACE.
       77 WS-FAMILY-ID PIC 9(6) VALUE ZERO.
       77 WS-CHILD-IDX PIC 9(2) VALUE ZERO.
       77 WS-FAMILY-BALANCE PIC S9(7)V99 VALUE ZERO.

       01 WS-CHILD-TABLE.
            02 WS-CHILD-COUNT PIC 9(2) VALUE ZERO.
            02 WS-CHILD-ENTRY OCCURS 20 TIMES.
                 03 WS-CHILD-ROLLNO PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACE TO WS-STMT-TYPE.
           PERFORM UNTIL WS-STMT-TYPE = 'S' OR WS-STMT-TYPE = 'F'
               DISPLAY 'STATEMENT FOR ONE STUDENT OR THE WHOLE '
                   'FAMILY? (S/F): '
               ACCEPT WS-STMT-TYPE
               IF WS-STMT-TYPE NOT = 'S' AND WS-STMT-TYPE NOT = 'F'
                   DISPLAY 'ENTER S OR F - TRY AGAIN'
               END-IF
           END-PERFORM.
           DISPLAY 'ENTER ROLLNO FOR FEE STATEMENT: '.
           ACCEPT WS-TARGET-ROLLNO.
           DISPLAY 'ENTER CHARGES ARCHIVE TO INCLUDE (SPACES FOR '
           DISPLAY 'ENTER PAYMENTS ARCHIVE TO INCLUDE (SPACES FOR '
               'NONE): '.
           ACCEPT WS-PAY-ARCH-NAME.
           IF WS-STMT-TYPE = 'F'
               PERFORM FIND-FAMILY-CHILDREN
           END-IF.
           IF WS-STMT-TYPE = 'F'
               PERFORM PRINT-FAMILY-STATEMENT
           ELSE
               DISPLAY ' '
               DISPLAY '          STUDENT FEE STATEMENT'
               DISPLAY 'ROLLNO: ' WS-TARGET-ROLLNO
               PERFORM DISPLAY-STUDENT-NAME
               PERFORM DISPLAY-GUARDIAN-BLOCK
               PERFORM PRINT-STUDENT-ACCOUNT
           END-IF.
           STOP RUN.

       PRINT-STUDENT-ACCOUNT.
           MOVE ZERO TO WS-TOTAL-CHARGES.
           MOVE ZERO TO WS-TOTAL-PAYMENTS.
           PERFORM LIST-CHARGES.
           PERFORM LIST-PAYMENTS.
           PERFORM LIST-INSTALLMENT-PLAN.
           IF WS-BALANCE > ZERO
               DISPLAY 'ACCOUNT IN ARREARS'
           END-IF.

      ***************************************************
      * THE FAMILY IS EVERY GUARDIAN RECORD CARRYING    *
      * THE SAME GRD-FAMILY-ID AS THE ROLLNO ENTERED,   *
      * IN ROLLNO ORDER. A CHILD WITH NO FAMILY LINK    *
      * GETS THE ORDINARY ONE-STUDENT STATEMENT.        *
      ***************************************************
       FIND-FAMILY-CHILDREN.
           MOVE ZERO TO WS-FAMILY-ID.
           MOVE ZERO TO WS-CHILD-COUNT.
           OPEN INPUT GUARDIAN-MASTER.
           IF WS-GUARDIAN-STATUS = '00'
               MOVE WS-TARGET-ROLLNO TO GRD-ROLLNO
               READ GUARDIAN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRD-FAMILY-ID NUMERIC
                           MOVE GRD-FAMILY-ID TO WS-FAMILY-ID
                       END-IF
               END-READ
               CLOSE GUARDIAN-MASTER
           END-IF.
           IF WS-FAMILY-ID = ZERO
               DISPLAY 'NO SIBLINGS LINKED TO ROLLNO '
                   WS-TARGET-ROLLNO ' - STUDENT STATEMENT PRINTED'
               MOVE 'S' TO WS-STMT-TYPE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT GUARDIAN-MASTER
               PERFORM READ-NEXT-GUARDIAN
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF GRD-FAMILY-ID NUMERIC
                           AND GRD-FAMILY-ID = WS-FAMILY-ID
                       IF WS-CHILD-COUNT = 20
                           DISPLAY 'MORE THAN 20 CHILDREN IN FAMILY '
                               '- ROLLNO ' GRD-ROLLNO ' NOT LISTED'
                       ELSE
                           ADD 1 TO WS-CHILD-COUNT
                           MOVE GRD-ROLLNO
                               TO WS-CHILD-ROLLNO (WS-CHILD-COUNT)
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-GUARDIAN
               END-PERFORM
               CLOSE GUARDIAN-MASTER
           END-IF.

       READ-NEXT-GUARDIAN.
           READ GUARDIAN-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       PRINT-FAMILY-STATEMENT.
           MOVE ZERO TO WS-FAMILY-BALANCE.
           DISPLAY ' '.
           DISPLAY '          FAMILY FEE STATEMENT'.
           DISPLAY 'FAMILY: ' WS-FAMILY-ID.
           PERFORM DISPLAY-GUARDIAN-BLOCK.
           PERFORM VARYING WS-CHILD-IDX FROM 1 BY 1
                   UNTIL WS-CHILD-IDX > WS-CHILD-COUNT
               MOVE WS-CHILD-ROLLNO (WS-CHILD-IDX) TO WS-TARGET-ROLLNO
               DISPLAY ' '
               DISPLAY '================================='
               DISPLAY 'ROLLNO: ' WS-TARGET-ROLLNO
               PERFORM DISPLAY-STUDENT-NAME
               PERFORM PRINT-STUDENT-ACCOUNT
               ADD WS-BALANCE TO WS-FAMILY-BALANCE
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY '================================='.
           DISPLAY 'CHILDREN ON STATEMENT: ' WS-CHILD-COUNT.
           DISPLAY 'FAMILY BALANCE DUE:    ' WS-FAMILY-BALANCE.
           IF WS-FAMILY-BALANCE > ZERO
               DISPLAY 'FAMILY ACCOUNT IN ARREARS'
           END-IF.

       DISPLAY-STUDENT-NAME.
           OPEN INPUT STUDENT-MASTER.
                   IF FP-ROLLNO = WS-TARGET-ROLLNO
                       DISPLAY FP-DATE ' ' FP-AMOUNT ' ' FP-TYPE
                           ' ' FP-RECEIPT-NO
                       PERFORM APPLY-PAYMENT-AMOUNT
                   END-IF
                   PERFORM READ-PAYMENT
               END-PERFORM
               PERFORM LIST-ARCHIVED-PAYMENTS
           END-IF.

      ***************************************************
      * A RETURNED CHEQUE (TYPE R), A VOIDED RECEIPT    *
      * (V) OR A REFUND PAID OUT (F) TAKES ITS AMOUNT   *
      * BACK OFF THE PAYMENTS.                          *
      ***************************************************
       APPLY-PAYMENT-AMOUNT.
           IF FP-TYPE = 'R' OR FP-TYPE = 'V'
                   OR FP-TYPE = 'F'
               SUBTRACT FP-AMOUNT FROM WS-TOTAL-PAYMENTS
           ELSE
               ADD FP-AMOUNT TO WS-TOTAL-PAYMENTS
           END-IF.

       LIST-ARCHIVED-PAYMENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PAYMENT-ARCHIVE.
                   MOVE ARCH-PAYMENT-REC TO FEE-PAYMENT-RECORD
                   IF FP-ROLLNO = WS-TARGET-ROLLNO
                       DISPLAY FP-DATE ' ' FP-AMOUNT ' (ARCHIVED)'
                       PERFORM APPLY-PAYMENT-AMOUNT
                   END-IF
                   PERFORM READ-ARCH-PAYMENT
               END-PERFORM
