      * AND THE SESSION WILL NOT CLOSE IF A RECEIPT     *
      * NUMBER IS MISSING FROM THE SEQUENCE. THE        *
      * SESSION STARTS WITH AN OPRSIGN SIGN-ON AND      *
      * NEEDS UPDATE AUTHORITY. A STUDENT HELD TO CASH  *
      * ON CASHONLY.DAT AFTER A DISHONOURED CHEQUE      *
      * CANNOT PAY BY CHEQUE, AND THE REGISTER ENDS     *
      * WITH THE DAY'S RETURNED CHEQUES. A RECEIPT      *
      * ISSUED IN THE SESSION CAN BE VOIDED, AND A      *
      * CREDIT BALANCE REFUNDED BY SCHOOL CHEQUE, ONLY  *
      * WITH A SECOND SIGN-ON BY AN ADMIN OPERATOR; THE *
      * VOIDED RECEIPT KEEPS ITS NUMBER, MARKED VOID,   *
      * AND BOTH ARE LISTED ON THE VOID/REFUND REGISTER *
      * AT THE END OF CASHREG.RPT. THE SESSION WILL NOT *
      * OPEN WHILE TODAY'S FEE LEDGER MONTH IS CLOSED   *
      * ON FEEPERD.DAT (FEELOCK).                       *
      ***************************************************

       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT SESSION-REGISTER ASSIGN TO 'CASHREG.RPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEE-CHARGES ASSIGN TO 'FEECHG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEECHG-STATUS.
           SELECT CASH-ONLY ASSIGN TO 'CASHONLY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ROLLNO
               FILE STATUS IS WS-CASHONLY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       01 REGISTER-LINE PIC X(60).

       FD  FEE-CHARGES
           LABEL RECORDS ARE STANDARD.
       COPY "feechg.cpy".

       FD  CASH-ONLY
           LABEL RECORDS ARE STANDARD.
       COPY "cashonly.cpy".

       WORKING-STORAGE SECTION.
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-FEEBAL-STATUS PIC XX VALUE '00'.
       77 WS-CASH-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 WS-CHEQUE-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-CASHONLY-STATUS PIC XX VALUE '00'.
       77 WS-CASH-ONLY-FLAG PIC X VALUE 'N'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-RETURNED-COUNT PIC 9(3) VALUE ZERO.
       77 WS-RETURNED-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 WS-FEECHG-STATUS PIC XX VALUE '00'.
       77 WS-TARGET-RECEIPT PIC 9(6) VALUE ZERO.
       77 WS-MATCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-CONFIRM PIC X VALUE SPACE.
       77 WS-APPROVED PIC X VALUE 'N'.
       77 WS-APPROVER-ID PIC X(8) VALUE SPACES.
       77 WS-CASHIER-PASS PIC X VALUE SPACE.
       77 WS-CASHIER-ID PIC X(8) VALUE SPACES.
       77 WS-CASHIER-AUTH PIC X VALUE SPACE.
       77 WS-CASHIER-EMPID PIC 9(5) VALUE ZERO.
       77 WS-LEDGER-CHARGES PIC 9(7)V99 VALUE ZERO.
       77 WS-LEDGER-PAYMENTS PIC S9(7)V99 VALUE ZERO.
       77 WS-CREDIT-BALANCE PIC S9(7)V99 VALUE ZERO.
       77 WS-REFUND-CHEQUE PIC 9(6) VALUE ZERO.
       77 WS-VOID-COUNT PIC 9(3) VALUE ZERO.
       77 WS-VOID-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 WS-REFUND-COUNT PIC 9(3) VALUE ZERO.
       77 WS-REFUND-TOTAL PIC 9(7)V99 VALUE ZERO.

       01 WS-SESSION-TABLE.
            02 WS-SESS-COUNT PIC 9(3) VALUE ZERO.
                 03 WS-SESS-NAME PIC A(8).
                 03 WS-SESS-AMOUNT PIC 9(5)V99.
                 03 WS-SESS-TYPE PIC X.
                 03 WS-SESS-VOID PIC X.
                 03 WS-SESS-APPROVER PIC X(8).
                 03 WS-SESS-CHEQUE-NO PIC 9(6).

       01 WS-REG-DETAIL.
            02 WS-REG-RECEIPT PIC 9(6).
            02 WS-REG-AMOUNT PIC 9(5)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-REG-TYPE PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 WS-REG-NOTE PIC X(6).

       01 WS-RET-DETAIL.
            02 WS-RET-RECEIPT PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-RET-ROLLNO PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-RET-AMOUNT PIC 9(5)V99.

       01 WS-VR-DETAIL.
            02 WS-VR-RECEIPT PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-VR-ROLLNO PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-VR-AMOUNT PIC 9(5)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-VR-KIND PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-VR-APPROVER PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 WS-VR-CHEQUE-NO PIC 9(6).

       COPY "oprparm.cpy".

       COPY "splparm.cpy".

       COPY "flkparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'OPRSIGN' USING SGN-RESULT.
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE FLK-PERIOD = WS-RUN-DATE / 100.
           CALL 'FEELOCK' USING FLK-REQUEST FLK-RESULT.
           IF FLK-CLOSED-FLAG = 'Y'
               DISPLAY 'FEE LEDGER MONTH ' FLK-PERIOD ' IS CLOSED - '
                   'CASHIER SESSION NOT STARTED'
               STOP RUN
           END-IF.
           PERFORM READ-RECEIPT-COUNTER.
           COMPUTE WS-SESSION-START = WS-NEXT-RECEIPT + 1.
           DISPLAY 'CASHIER SESSION OPENED - FIRST RECEIPT '
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM TAKE-ONE-PAYMENT
                   WHEN 2 PERFORM VOID-A-RECEIPT
                   WHEN 3 PERFORM REFUND-CREDIT-BALANCE
                   WHEN 4 PERFORM CLOSE-THE-SESSION
                   WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'CASHIER RECEIPTING'.
           DISPLAY '1. TAKE PAYMENT'.
           DISPLAY '2. VOID A RECEIPT (SUPERVISOR)'.
           DISPLAY '3. REFUND A CREDIT BALANCE (SUPERVISOR)'.
           DISPLAY '4. CLOSE SESSION (PRINT REGISTER)'.
           DISPLAY 'ENTER CHOICE: '.

       READ-RECEIPT-COUNTER.
           ACCEPT WS-TARGET-ROLLNO.
           PERFORM CHECK-STUDENT-ON-FILE.
           IF WS-STUDENT-ON-FILE = 'Y'
               PERFORM CHECK-CASH-ONLY
               PERFORM SHOW-CURRENT-BALANCE
               PERFORM ACCEPT-AMOUNT-AND-TYPE
               MOVE SPACES TO WS-APPROVER-ID
               MOVE ZERO TO WS-REFUND-CHEQUE
               ADD 1 TO WS-NEXT-RECEIPT
               PERFORM WRITE-PAYMENT-RECORD
               PERFORM WRITE-RECEIPT-COUNTER
               CLOSE STUDENT-MASTER
           END-IF.

      ***************************************************
      * A STUDENT WHOSE CHEQUE HAS COME BACK UNPAID IS  *
      * HELD TO CASH ON CASHONLY.DAT UNTIL AN ADMIN     *
      * CLEARS THE HOLD IN CHQDISH.                     *
      ***************************************************
       CHECK-CASH-ONLY.
           MOVE 'N' TO WS-CASH-ONLY-FLAG.
           OPEN INPUT CASH-ONLY.
           IF WS-CASHONLY-STATUS = '00'
               MOVE WS-TARGET-ROLLNO TO CO-ROLLNO
               READ CASH-ONLY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CO-STATUS = 'A'
                           MOVE 'Y' TO WS-CASH-ONLY-FLAG
                           DISPLAY 'CASH ONLY - CHEQUE RECEIPT '
                               CO-RECEIPT-NO ' RETURNED UNPAID ON '
                               CO-SET-DATE
                       END-IF
               END-READ
               CLOSE CASH-ONLY
           END-IF.

       SHOW-CURRENT-BALANCE.
           MOVE ZERO TO WS-CURRENT-BALANCE.
           OPEN INPUT FEE-BALANCE.
               IF WS-PAY-TYPE NOT = 'C' AND WS-PAY-TYPE NOT = 'Q'
                   DISPLAY 'TYPE MUST BE C OR Q - TRY AGAIN'
               END-IF
               IF WS-PAY-TYPE = 'Q' AND WS-CASH-ONLY-FLAG = 'Y'
                   DISPLAY 'STUDENT IS ON CASH ONLY - CHEQUE '
                       'REFUSED, TAKE CASH'
                   MOVE SPACE TO WS-PAY-TYPE
               END-IF
           END-PERFORM.

       WRITE-PAYMENT-RECORD.
           MOVE WS-PAY-AMOUNT
               TO WS-SESS-AMOUNT (WS-SESS-COUNT).
           MOVE WS-PAY-TYPE TO WS-SESS-TYPE (WS-SESS-COUNT).
           MOVE SPACE TO WS-SESS-VOID (WS-SESS-COUNT).
           MOVE WS-APPROVER-ID TO WS-SESS-APPROVER (WS-SESS-COUNT).
           MOVE WS-REFUND-CHEQUE
               TO WS-SESS-CHEQUE-NO (WS-SESS-COUNT).

       PRINT-ONE-RECEIPT.
           MOVE ALL '=' TO RECEIPT-LINE.
               MOVE WS-SESS-NAME (WS-SESS-IDX) TO WS-REG-NAME
               MOVE WS-SESS-AMOUNT (WS-SESS-IDX) TO WS-REG-AMOUNT
               MOVE WS-SESS-TYPE (WS-SESS-IDX) TO WS-REG-TYPE
               MOVE SPACES TO WS-REG-NOTE
               IF WS-SESS-VOID (WS-SESS-IDX) = 'V'
                   MOVE 'VOID' TO WS-REG-NOTE
               END-IF
               IF WS-SESS-TYPE (WS-SESS-IDX) = 'F'
                   MOVE 'REFUND' TO WS-REG-NOTE
               END-IF
               WRITE REGISTER-LINE FROM WS-REG-DETAIL
               DISPLAY WS-REG-DETAIL
               IF WS-SESS-VOID (WS-SESS-IDX) NOT = 'V'
                   IF WS-SESS-TYPE (WS-SESS-IDX) = 'C'
                       ADD WS-SESS-AMOUNT (WS-SESS-IDX)
                           TO WS-CASH-TOTAL
                   END-IF
                   IF WS-SESS-TYPE (WS-SESS-IDX) = 'Q'
                       ADD WS-SESS-AMOUNT (WS-SESS-IDX)
                           TO WS-CHEQUE-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'RECEIPTS ISSUED: ' WS-SESS-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM PRINT-RETURNED-CHEQUES.
           PERFORM PRINT-VOIDS-AND-REFUNDS.
           CLOSE SESSION-REGISTER.
           DISPLAY 'CASH TOTAL:   ' WS-CASH-TOTAL.
           DISPLAY 'CHEQUE TOTAL: ' WS-CHEQUE-TOTAL.
           MOVE 'CASHREG.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.

      ***************************************************
      * CHEQUES RETURNED UNPAID TODAY ARE LISTED AFTER  *
      * THE RECEIPTS. THEY ARE NOT IN THE DRAWER AND DO *
      * NOT CHANGE THE CASH OR CHEQUE TOTALS, BUT THE   *
      * BANKING FOR THE DAY MUST ALLOW FOR THEM.        *
      ***************************************************
       PRINT-RETURNED-CHEQUES.
           MOVE ZERO TO WS-RETURNED-COUNT WS-RETURNED-TOTAL.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 'RETURNED CHEQUES TODAY' TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 'RECEIPT ROLL   AMOUNT' TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-PAYMENTS.
           IF WS-FEEPAY-STATUS = '00'
               PERFORM READ-PAYMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF FP-TYPE = 'R' AND FP-DATE = WS-RUN-DATE
                       MOVE FP-RECEIPT-NO TO WS-RET-RECEIPT
                       MOVE FP-ROLLNO TO WS-RET-ROLLNO
                       MOVE FP-AMOUNT TO WS-RET-AMOUNT
                       WRITE REGISTER-LINE FROM WS-RET-DETAIL
                       ADD 1 TO WS-RETURNED-COUNT
                       ADD FP-AMOUNT TO WS-RETURNED-TOTAL
                   END-IF
                   PERFORM READ-PAYMENT
               END-PERFORM
               CLOSE FEE-PAYMENTS
           END-IF.
           IF WS-RETURNED-COUNT = ZERO
               MOVE '(NONE)' TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'RETURNED CHEQUES: ' WS-RETURNED-COUNT
               '  TOTAL: ' WS-RETURNED-TOTAL
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           DISPLAY 'RETURNED CHEQUES TODAY: ' WS-RETURNED-COUNT
               ' TOTAL ' WS-RETURNED-TOTAL.

      ***************************************************
      * THE VOID/REFUND REGISTER - EVERY RECEIPT VOIDED *
      * AND EVERY REFUND CHEQUE PAID OUT THIS SESSION,  *
      * WITH THE SUPERVISOR WHO APPROVED IT. VOIDED     *
      * RECEIPTS ARE LEFT OUT OF THE CASH AND CHEQUE    *
      * TOTALS ABOVE, AND REFUNDS ARE PAID BY SCHOOL    *
      * CHEQUE SO THEY DO NOT TOUCH THE DRAWER.         *
      ***************************************************
       PRINT-VOIDS-AND-REFUNDS.
           MOVE ZERO TO WS-VOID-COUNT WS-VOID-TOTAL.
           MOVE ZERO TO WS-REFUND-COUNT WS-REFUND-TOTAL.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 'VOIDS AND REFUNDS' TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 'RECEIPT ROLL   AMOUNT  KIND   APPROVER CHEQUE'
               TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM VARYING WS-SESS-IDX FROM 1 BY 1
                   UNTIL WS-SESS-IDX > WS-SESS-COUNT
               IF WS-SESS-VOID (WS-SESS-IDX) = 'V'
                       OR WS-SESS-TYPE (WS-SESS-IDX) = 'F'
                   MOVE WS-SESS-RECEIPT (WS-SESS-IDX) TO WS-VR-RECEIPT
                   MOVE WS-SESS-ROLLNO (WS-SESS-IDX) TO WS-VR-ROLLNO
                   MOVE WS-SESS-AMOUNT (WS-SESS-IDX) TO WS-VR-AMOUNT
                   MOVE WS-SESS-APPROVER (WS-SESS-IDX)
                       TO WS-VR-APPROVER
                   MOVE WS-SESS-CHEQUE-NO (WS-SESS-IDX)
                       TO WS-VR-CHEQUE-NO
                   IF WS-SESS-TYPE (WS-SESS-IDX) = 'F'
                       MOVE 'REFUND' TO WS-VR-KIND
                       ADD 1 TO WS-REFUND-COUNT
                       ADD WS-SESS-AMOUNT (WS-SESS-IDX)
                           TO WS-REFUND-TOTAL
                   ELSE
                       MOVE 'VOID' TO WS-VR-KIND
                       ADD 1 TO WS-VOID-COUNT
                       ADD WS-SESS-AMOUNT (WS-SESS-IDX)
                           TO WS-VOID-TOTAL
                   END-IF
                   WRITE REGISTER-LINE FROM WS-VR-DETAIL
               END-IF
           END-PERFORM.
           IF WS-VOID-COUNT = ZERO AND WS-REFUND-COUNT = ZERO
               MOVE '(NONE)' TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'RECEIPTS VOIDED: ' WS-VOID-COUNT
               '  TOTAL: ' WS-VOID-TOTAL
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'REFUNDS PAID:    ' WS-REFUND-COUNT
               '  TOTAL: ' WS-REFUND-TOTAL
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           DISPLAY 'RECEIPTS VOIDED: ' WS-VOID-COUNT
               ' TOTAL ' WS-VOID-TOTAL.
           DISPLAY 'REFUNDS PAID:    ' WS-REFUND-COUNT
               ' TOTAL ' WS-REFUND-TOTAL.

      ***************************************************
      * A VOID OR A REFUND NEEDS A SECOND SIGN-ON BY AN *
      * ADMIN OPERATOR OTHER THAN THE CASHIER. THE      *
      * CASHIER'S OWN SIGN-ON IS PUT BACK AFTERWARDS.   *
      ***************************************************
       GET-SUPERVISOR-APPROVAL.
           MOVE 'N' TO WS-APPROVED.
           MOVE SPACES TO WS-APPROVER-ID.
           MOVE SGN-PASS-FLAG TO WS-CASHIER-PASS.
           MOVE SGN-OPERATOR-ID TO WS-CASHIER-ID.
           MOVE SGN-AUTHORITY TO WS-CASHIER-AUTH.
           MOVE SGN-EMPID TO WS-CASHIER-EMPID.
           DISPLAY 'SUPERVISOR SIGN-ON REQUIRED'.
           CALL 'OPRSIGN' USING SGN-RESULT.
           IF SGN-PASS-FLAG = 'Y'
               IF SGN-AUTHORITY NOT = 'A'
                   DISPLAY 'ADMIN AUTHORITY REQUIRED TO APPROVE - '
                       'NOT APPROVED'
               ELSE
                   IF SGN-OPERATOR-ID = WS-CASHIER-ID
                       DISPLAY 'THE CASHIER CANNOT APPROVE THEIR OWN '
                           'VOID OR REFUND - NOT APPROVED'
                   ELSE
                       MOVE 'Y' TO WS-APPROVED
                       MOVE SGN-OPERATOR-ID TO WS-APPROVER-ID
                   END-IF
               END-IF
           END-IF.
           MOVE WS-CASHIER-PASS TO SGN-PASS-FLAG.
           MOVE WS-CASHIER-ID TO SGN-OPERATOR-ID.
           MOVE WS-CASHIER-AUTH TO SGN-AUTHORITY.
           MOVE WS-CASHIER-EMPID TO SGN-EMPID.

      ***************************************************
      * ONLY A PAYMENT RECEIPT ISSUED IN THIS SESSION   *
      * CAN BE VOIDED. THE RECEIPT KEEPS ITS NUMBER SO  *
      * THE SEQUENCE STAYS UNBROKEN; IT IS MARKED VOID  *
      * ON THE REGISTER AND A TYPE V ENTRY CARRYING ITS *
      * NUMBER IS APPENDED TO FEEPAY.DAT TO OFFSET IT.  *
      ***************************************************
       VOID-A-RECEIPT.
           DISPLAY 'ENTER RECEIPT NUMBER TO VOID: '.
           ACCEPT WS-TARGET-RECEIPT.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM VARYING WS-SESS-IDX FROM 1 BY 1
                   UNTIL WS-SESS-IDX > WS-SESS-COUNT
                   OR WS-MATCH-IDX > ZERO
               IF WS-SESS-RECEIPT (WS-SESS-IDX) = WS-TARGET-RECEIPT
                   MOVE WS-SESS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = ZERO
               DISPLAY 'RECEIPT NOT ISSUED IN THIS SESSION - '
                   'CANNOT BE VOIDED HERE'
           ELSE
               IF WS-SESS-TYPE (WS-MATCH-IDX) = 'F'
                   DISPLAY 'RECEIPT IS A REFUND - A REFUND CANNOT BE '
                       'VOIDED'
               ELSE
                   IF WS-SESS-VOID (WS-MATCH-IDX) = 'V'
                       DISPLAY 'RECEIPT ALREADY VOID'
                   ELSE
                       DISPLAY 'RECEIPT ' WS-TARGET-RECEIPT ' ROLLNO '
                           WS-SESS-ROLLNO (WS-MATCH-IDX) ' '
                           WS-SESS-NAME (WS-MATCH-IDX) ' AMOUNT '
                           WS-SESS-AMOUNT (WS-MATCH-IDX) ' TYPE '
                           WS-SESS-TYPE (WS-MATCH-IDX)
                       PERFORM ACCEPT-CONFIRM
                       IF WS-CONFIRM = 'Y'
                           PERFORM GET-SUPERVISOR-APPROVAL
                           IF WS-APPROVED = 'Y'
                               PERFORM POST-RECEIPT-VOID
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ACCEPT-CONFIRM.
           MOVE SPACE TO WS-CONFIRM.
           PERFORM UNTIL WS-CONFIRM = 'Y' OR WS-CONFIRM = 'N'
               DISPLAY 'PROCEED (Y/N): '
               ACCEPT WS-CONFIRM
           END-PERFORM.

       POST-RECEIPT-VOID.
           OPEN EXTEND FEE-PAYMENTS.
           IF WS-FEEPAY-STATUS = '35'
               OPEN OUTPUT FEE-PAYMENTS
               CLOSE FEE-PAYMENTS
               OPEN EXTEND FEE-PAYMENTS
           END-IF.
           MOVE SPACES TO FEE-PAYMENT-RECORD.
           MOVE WS-SESS-ROLLNO (WS-MATCH-IDX) TO FP-ROLLNO.
           MOVE WS-RUN-DATE TO FP-DATE.
           MOVE WS-SESS-AMOUNT (WS-MATCH-IDX) TO FP-AMOUNT.
           MOVE 'V' TO FP-TYPE.
           MOVE WS-TARGET-RECEIPT TO FP-RECEIPT-NO.
           WRITE FEE-PAYMENT-RECORD.
           CLOSE FEE-PAYMENTS.
           MOVE 'V' TO WS-SESS-VOID (WS-MATCH-IDX).
           MOVE WS-APPROVER-ID TO WS-SESS-APPROVER (WS-MATCH-IDX).
           MOVE ALL '=' TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           STRING 'FEE RECEIPT NO. ' WS-TARGET-RECEIPT
               ' IS VOID   DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           STRING 'AMOUNT ' WS-SESS-AMOUNT (WS-MATCH-IDX)
               ' VOIDED - APPROVED BY ' WS-APPROVER-ID
               DELIMITED BY SIZE INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           DISPLAY 'RECEIPT ' WS-TARGET-RECEIPT ' VOID - APPROVED BY '
               WS-APPROVER-ID.

      ***************************************************
      * A REFUND PAYS OUT A CREDIT BALANCE BY SCHOOL    *
      * CHEQUE. THE CREDIT IS WORKED OUT FROM THE       *
      * CHARGES AND PAYMENTS LEDGERS THE WAY FEEPOST    *
      * REBUILDS FEEBAL.DAT, SO A REFUND OR VOID        *
      * ALREADY MADE SINCE THE LAST FEEPOST RUN IS      *
      * ALLOWED FOR. THE REFUND TAKES THE NEXT RECEIPT  *
      * NUMBER AND IS APPENDED TO FEEPAY.DAT AS TYPE F. *
      ***************************************************
       REFUND-CREDIT-BALANCE.
           IF WS-SESS-COUNT = 500
               DISPLAY 'SESSION REGISTER FULL - CLOSE THE SESSION '
                   'BEFORE PAYING REFUNDS'
           ELSE
               PERFORM REFUND-DETAIL
           END-IF.

       REFUND-DETAIL.
           DISPLAY 'ENTER ROLLNO FOR REFUND: '.
           ACCEPT WS-TARGET-ROLLNO.
           PERFORM CHECK-STUDENT-ON-FILE.
           IF WS-STUDENT-ON-FILE = 'Y'
               PERFORM COMPUTE-LEDGER-CREDIT
               IF WS-CREDIT-BALANCE NOT > ZERO
                   DISPLAY 'NO CREDIT BALANCE TO REFUND'
               ELSE
                   DISPLAY 'CREDIT BALANCE: ' WS-CREDIT-BALANCE
                   PERFORM ACCEPT-REFUND-DETAILS
                   PERFORM ACCEPT-CONFIRM
                   IF WS-CONFIRM = 'Y'
                       PERFORM GET-SUPERVISOR-APPROVAL
                       IF WS-APPROVED = 'Y'
                           PERFORM POST-REFUND
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COMPUTE-LEDGER-CREDIT.
           MOVE ZERO TO WS-LEDGER-CHARGES WS-LEDGER-PAYMENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-CHARGES.
           IF WS-FEECHG-STATUS = '00'
               PERFORM READ-CHARGE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF FC-ROLLNO = WS-TARGET-ROLLNO
                       ADD FC-AMOUNT TO WS-LEDGER-CHARGES
                   END-IF
                   PERFORM READ-CHARGE
               END-PERFORM
               CLOSE FEE-CHARGES
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-PAYMENTS.
           IF WS-FEEPAY-STATUS = '00'
               PERFORM READ-PAYMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF FP-ROLLNO = WS-TARGET-ROLLNO
                       IF FP-TYPE = 'R' OR FP-TYPE = 'V'
                               OR FP-TYPE = 'F'
                           SUBTRACT FP-AMOUNT FROM WS-LEDGER-PAYMENTS
                       ELSE
                           ADD FP-AMOUNT TO WS-LEDGER-PAYMENTS
                       END-IF
                   END-IF
                   PERFORM READ-PAYMENT
               END-PERFORM
               CLOSE FEE-PAYMENTS
           END-IF.
           COMPUTE WS-CREDIT-BALANCE =
               WS-LEDGER-PAYMENTS - WS-LEDGER-CHARGES.

       ACCEPT-REFUND-DETAILS.
           MOVE ZERO TO WS-PAY-AMOUNT.
           PERFORM UNTIL WS-PAY-AMOUNT > ZERO
               DISPLAY 'ENTER REFUND AMOUNT (UP TO '
                   WS-CREDIT-BALANCE '): '
               ACCEPT WS-PAY-AMOUNT
               IF WS-PAY-AMOUNT = ZERO
                   DISPLAY 'AMOUNT MUST BE OVER ZERO - TRY AGAIN'
               END-IF
               IF WS-PAY-AMOUNT > WS-CREDIT-BALANCE
                   DISPLAY 'REFUND EXCEEDS THE CREDIT BALANCE - '
                       'TRY AGAIN'
                   MOVE ZERO TO WS-PAY-AMOUNT
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-REFUND-CHEQUE.
           PERFORM UNTIL WS-REFUND-CHEQUE > ZERO
               DISPLAY 'ENTER SCHOOL CHEQUE NUMBER FOR THE REFUND: '
               ACCEPT WS-REFUND-CHEQUE
               IF WS-REFUND-CHEQUE = ZERO
                   DISPLAY 'CHEQUE NUMBER REQUIRED - TRY AGAIN'
               END-IF
           END-PERFORM.

       POST-REFUND.
           MOVE 'F' TO WS-PAY-TYPE.
           ADD 1 TO WS-NEXT-RECEIPT.
           PERFORM WRITE-PAYMENT-RECORD.
           PERFORM WRITE-RECEIPT-COUNTER.
           PERFORM RECORD-SESSION-ENTRY.
           MOVE ALL '=' TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           STRING 'FEE REFUND NO. ' WS-NEXT-RECEIPT
               '   DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           STRING 'PAID TO ROLLNO ' WS-TARGET-ROLLNO
               ' (' STUDNAME ')'
               DELIMITED BY SIZE INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           STRING 'AMOUNT ' WS-PAY-AMOUNT ' BY SCHOOL CHEQUE '
               WS-REFUND-CHEQUE
               DELIMITED BY SIZE INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           STRING 'APPROVED BY ' WS-APPROVER-ID
               DELIMITED BY SIZE INTO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           DISPLAY 'REFUND ' WS-NEXT-RECEIPT ' PAID - '
               WS-PAY-AMOUNT ' BY CHEQUE ' WS-REFUND-CHEQUE.

       READ-CHARGE.
           READ FEE-CHARGES
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-PAYMENT.
           READ FEE-PAYMENTS
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
