      ***************************************************
      * COBOL PROGRAM TO RECORD A FEE CHEQUE RETURNED   *
      * UNPAID BY THE BANK. THE CASHIER RECEIPT NUMBER  *
      * LOCATES THE ORIGINAL TYPE Q PAYMENT ON          *
      * FEEPAY.DAT; A TYPE R REVERSAL CARRYING THE SAME *
      * RECEIPT NUMBER IS APPENDED SO THE PAYMENT DROPS *
      * OUT OF THE BALANCES, A BC BOUNCE CHARGE FOR THE *
      * BNCFEE RUN PARAMETER IS POSTED TO FEECHG.DAT,   *
      * A NOTICE TO THE GUARDIAN IS PRINTED TO          *
      * CHQNOTE.RPT AND THE STUDENT IS HELD TO CASH ON  *
      * CASHONLY.DAT SO CASHIER REFUSES FURTHER         *
      * CHEQUES. A CHEQUE CAN ONLY BE RETURNED ONCE.    *
      * THE HOLD STAYS UNTIL AN ADMIN OPERATOR CLEARS   *
      * IT HERE. THE SESSION STARTS WITH AN OPRSIGN     *
      * SIGN-ON AND NEEDS UPDATE AUTHORITY TO RECORD A  *
      * RETURNED CHEQUE. RUN FEEPOST AFTERWARDS TO      *
      * REBUILD THE BALANCES. A RETURN CANNOT BE        *
      * RECORDED WHILE TODAY'S FEE LEDGER MONTH IS      *
      * CLOSED ON FEEPERD.DAT (FEELOCK).                *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQDISH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLLNO
               FILE STATUS IS WS-STUDMAST-STATUS.
           SELECT GUARDIAN-MASTER ASSIGN TO 'GUARDIAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-ROLLNO
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT FEE-PAYMENTS ASSIGN TO 'FEEPAY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEPAY-STATUS.
           SELECT FEE-CHARGES ASSIGN TO 'FEECHG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEECHG-STATUS.
           SELECT RUN-PARM ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT CASH-ONLY ASSIGN TO 'CASHONLY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ROLLNO
               FILE STATUS IS WS-CASHONLY-STATUS.
           SELECT NOTICE-FILE ASSIGN TO 'CHQNOTE.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "recmod.cpy".

       FD  GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "guardian.cpy".

       FD  FEE-PAYMENTS
           LABEL RECORDS ARE STANDARD.
       COPY "feepay.cpy".

       FD  FEE-CHARGES
           LABEL RECORDS ARE STANDARD.
       COPY "feechg.cpy".

       FD  RUN-PARM
           LABEL RECORDS ARE STANDARD.
       COPY "parmrec.cpy".

       FD  CASH-ONLY
           LABEL RECORDS ARE STANDARD.
       COPY "cashonly.cpy".

       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01 NOTICE-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-GUARDIAN-STATUS PIC XX VALUE '00'.
       77 WS-FEEPAY-STATUS PIC XX VALUE '00'.
       77 WS-FEECHG-STATUS PIC XX VALUE '00'.
       77 WS-RUNPARM-STATUS PIC XX VALUE '00'.
       77 WS-CASHONLY-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PARM-EOF-FLAG PIC X VALUE 'N'.
       77 WS-CHOICE PIC 9 VALUE ZERO.
       77 WS-TARGET-RECEIPT PIC 9(6) VALUE ZERO.
       77 WS-TARGET-ROLLNO PIC 9(6) VALUE ZERO.
       77 WS-ORIG-FOUND PIC X VALUE 'N'.
       77 WS-ORIG-TYPE PIC X VALUE SPACE.
       77 WS-ORIG-ROLLNO PIC 9(6) VALUE ZERO.
       77 WS-ORIG-DATE PIC 9(8) VALUE ZERO.
       77 WS-ORIG-AMOUNT PIC 9(5)V99 VALUE ZERO.
       77 WS-ALREADY-RETURNED PIC X VALUE 'N'.
       77 WS-ORIG-VOIDED PIC X VALUE 'N'.
       77 WS-BOUNCE-FEE PIC 9(5)V99 VALUE ZERO.
       77 WS-BNCFEE-EFF PIC 9(8) VALUE ZERO.
       77 WS-STUDENT-NAME PIC A(8) VALUE SPACES.
       77 WS-CONFIRM PIC X VALUE SPACE.
       77 WS-NOTICE-COUNT PIC 9(3) VALUE ZERO.
       77 WS-HOLD-COUNT PIC 9(5) VALUE ZERO.
       77 WS-HOLD-ON-FILE PIC X VALUE 'N'.
       77 WS-GRD-FOUND PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-MONTH-PARTS REDEFINES WS-RUN-DATE.
            02 WS-RUN-YYYYMM PIC 9(6).
            02 FILLER PIC 9(2).

       01 WS-NTC-RULE-LINE.
            02 FILLER PIC X(50) VALUE ALL '='.

       01 WS-NTC-HEAD-LINE.
            02 FILLER PIC X(26) VALUE
               'RETURNED CHEQUE NOTICE    '.
            02 FILLER PIC X(6) VALUE 'DATE: '.
            02 WS-NTC-DATE PIC 9(8).

       01 WS-NTC-STUDENT-LINE.
            02 FILLER PIC X(9) VALUE 'STUDENT: '.
            02 WS-NTC-NAME PIC X(8).
            02 FILLER PIC X(14) VALUE '   ROLL NO.: '.
            02 WS-NTC-ROLLNO PIC 9(6).

       01 WS-NTC-ADDR-LINE.
            02 FILLER PIC X(4) VALUE SPACES.
            02 WS-NTC-ADDR-TEXT PIC X(20).

       01 WS-NTC-CHEQUE-LINE.
            02 FILLER PIC X(14) VALUE '  RECEIPT NO. '.
            02 WS-NTC-RECEIPT PIC 9(6).
            02 FILLER PIC X(9) VALUE '  DATED '.
            02 WS-NTC-CHQ-DATE PIC 9(8).
            02 FILLER PIC X(10) VALUE '  AMOUNT '.
            02 WS-NTC-CHQ-AMOUNT PIC 9(5)V99.

       01 WS-NTC-CHARGE-LINE.
            02 FILLER PIC X(36) VALUE
               'A RETURNED CHEQUE CHARGE OF '.
            02 WS-NTC-CHARGE PIC 9(5)V99.

       COPY "oprparm.cpy".

       COPY "splparm.cpy".

       COPY "flkparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'OPRSIGN' USING SGN-RESULT.
           IF SGN-PASS-FLAG NOT = 'Y'
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT NOTICE-FILE.
           PERFORM UNTIL WS-CHOICE = 4
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              PERFORM RECORD-RETURNED-CHEQUE
                          END-IF
                   WHEN 2 IF SGN-AUTHORITY NOT = 'A'
                              PERFORM REFUSE-NOT-ADMIN
                          ELSE
                              PERFORM CLEAR-CASH-ONLY-HOLD
                          END-IF
                   WHEN 3 PERFORM LIST-CASH-ONLY-HOLDS
                   WHEN 4 DISPLAY 'EXITING RETURNED CHEQUE '
                              'PROCESSING'
                   WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           CLOSE NOTICE-FILE.
           IF WS-NOTICE-COUNT > ZERO
               MOVE 'CHQNOTE.RPT' TO SPL-REQ-REPORT
               MOVE 60 TO SPL-REQ-RECLEN
               CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT
               DISPLAY 'GUARDIAN NOTICES PRINTED: ' WS-NOTICE-COUNT
               DISPLAY 'RUN FEEPOST TO REBUILD THE BALANCES'
           END-IF.
           STOP RUN.

       REFUSE-INQUIRE-ONLY.
           DISPLAY 'UPDATE AUTHORITY REQUIRED - INQUIRY ONLY'.

       REFUSE-NOT-ADMIN.
           DISPLAY 'ADMIN AUTHORITY REQUIRED TO CLEAR A CASH-ONLY '
               'HOLD'.

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY 'RETURNED CHEQUE PROCESSING'.
           DISPLAY '1. RECORD A RETURNED CHEQUE'.
           DISPLAY '2. CLEAR A CASH-ONLY HOLD'.
           DISPLAY '3. LIST CASH-ONLY HOLDS'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

      ***************************************************
      * ONLY A CHEQUE PAYMENT (TYPE Q) CAN BE RETURNED, *
      * AND ONLY ONCE - A TYPE R RECORD ALREADY         *
      * CARRYING THE RECEIPT NUMBER MEANS IT HAS BEEN   *
      * REVERSED, A TYPE V RECORD THAT THE RECEIPT WAS  *
      * VOIDED AT THE DRAWER.                           *
      ***************************************************
       RECORD-RETURNED-CHEQUE.
           DISPLAY 'ENTER RECEIPT NUMBER OF THE RETURNED CHEQUE: '.
           ACCEPT WS-TARGET-RECEIPT.
           IF WS-TARGET-RECEIPT = ZERO
               DISPLAY 'RECEIPT NUMBER REQUIRED'
           ELSE
               PERFORM FIND-ORIGINAL-CHEQUE
               IF WS-ORIG-FOUND = 'N'
                   DISPLAY 'RECEIPT ' WS-TARGET-RECEIPT
                       ' NOT ON FEEPAY.DAT'
               ELSE
                   IF WS-ORIG-TYPE NOT = 'Q'
                       DISPLAY 'RECEIPT ' WS-TARGET-RECEIPT
                           ' WAS NOT A CHEQUE PAYMENT - TYPE '
                           WS-ORIG-TYPE
                   ELSE
                       IF WS-ALREADY-RETURNED = 'Y'
                           DISPLAY 'RECEIPT ' WS-TARGET-RECEIPT
                               ' ALREADY RECORDED AS RETURNED'
                       ELSE
                           IF WS-ORIG-VOIDED = 'Y'
                               DISPLAY 'RECEIPT ' WS-TARGET-RECEIPT
                                   ' WAS VOIDED AT THE DRAWER - '
                                   'NOTHING TO RETURN'
                           ELSE
                               MOVE WS-RUN-YYYYMM TO FLK-PERIOD
                               CALL 'FEELOCK'
                                   USING FLK-REQUEST FLK-RESULT
                               IF FLK-CLOSED-FLAG = 'Y'
                                   DISPLAY 'FEE LEDGER MONTH '
                                       FLK-PERIOD ' IS CLOSED - '
                                       'RETURN NOT RECORDED'
                               ELSE
                                   PERFORM LOAD-RUN-PARMS
                                   IF WS-BOUNCE-FEE = ZERO
                                       DISPLAY 'BNCFEE NOT ON RUNPARM'
                                           '.DAT - SET IT WITH '
                                           'PARMAINT FIRST'
                                   ELSE
                                       PERFORM CONFIRM-AND-POST-RETURN
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-ORIGINAL-CHEQUE.
           MOVE 'N' TO WS-ORIG-FOUND.
           MOVE 'N' TO WS-ALREADY-RETURNED.
           MOVE 'N' TO WS-ORIG-VOIDED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-PAYMENTS.
           IF WS-FEEPAY-STATUS = '00'
               PERFORM READ-PAYMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF FP-RECEIPT-NO = WS-TARGET-RECEIPT
                       IF FP-TYPE = 'R'
                           MOVE 'Y' TO WS-ALREADY-RETURNED
                       ELSE
                           IF FP-TYPE = 'V'
                               MOVE 'Y' TO WS-ORIG-VOIDED
                           ELSE
                               MOVE 'Y' TO WS-ORIG-FOUND
                               MOVE FP-TYPE TO WS-ORIG-TYPE
                               MOVE FP-ROLLNO TO WS-ORIG-ROLLNO
                               MOVE FP-DATE TO WS-ORIG-DATE
                               MOVE FP-AMOUNT TO WS-ORIG-AMOUNT
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-PAYMENT
               END-PERFORM
               CLOSE FEE-PAYMENTS
           END-IF.

       LOAD-RUN-PARMS.
           MOVE ZERO TO WS-BOUNCE-FEE.
           MOVE ZERO TO WS-BNCFEE-EFF.
           OPEN INPUT RUN-PARM.
           IF WS-RUNPARM-STATUS = '00'
               MOVE 'N' TO WS-PARM-EOF-FLAG
               PERFORM READ-RUN-PARM
               PERFORM UNTIL WS-PARM-EOF-FLAG = 'Y'
                   IF PARM-ID = 'BNCFEE'
                           AND PARM-EFF-DATE NOT > WS-RUN-DATE
                           AND PARM-EFF-DATE >= WS-BNCFEE-EFF
                       MOVE PARM-VALUE TO WS-BOUNCE-FEE
                       MOVE PARM-EFF-DATE TO WS-BNCFEE-EFF
                   END-IF
                   PERFORM READ-RUN-PARM
               END-PERFORM
               CLOSE RUN-PARM
           END-IF.

       CONFIRM-AND-POST-RETURN.
           MOVE WS-ORIG-ROLLNO TO WS-TARGET-ROLLNO.
           PERFORM GET-STUDENT-NAME.
           DISPLAY 'ROLLNO:        ' WS-TARGET-ROLLNO ' '
               WS-STUDENT-NAME.
           DISPLAY 'CHEQUE DATED:  ' WS-ORIG-DATE.
           DISPLAY 'CHEQUE AMOUNT: ' WS-ORIG-AMOUNT.
           DISPLAY 'BOUNCE CHARGE: ' WS-BOUNCE-FEE.
           MOVE SPACE TO WS-CONFIRM.
           PERFORM UNTIL WS-CONFIRM = 'Y' OR WS-CONFIRM = 'N'
               DISPLAY 'RECORD THIS CHEQUE AS RETURNED (Y/N): '
               ACCEPT WS-CONFIRM
           END-PERFORM.
           IF WS-CONFIRM = 'N'
               DISPLAY 'NOTHING RECORDED'
           ELSE
               PERFORM WRITE-REVERSAL
               PERFORM WRITE-BOUNCE-CHARGE
               PERFORM SET-CASH-ONLY-HOLD
               PERFORM PRINT-GUARDIAN-NOTICE
               DISPLAY 'RECEIPT ' WS-TARGET-RECEIPT ' REVERSED - '
                   'ROLLNO ' WS-TARGET-ROLLNO ' NOW CASH ONLY'
           END-IF.

       GET-STUDENT-NAME.
           MOVE SPACES TO WS-STUDENT-NAME.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDMAST-STATUS = '00'
               MOVE WS-TARGET-ROLLNO TO ROLLNO
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STUDNAME TO WS-STUDENT-NAME
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

       WRITE-REVERSAL.
           OPEN EXTEND FEE-PAYMENTS.
           IF WS-FEEPAY-STATUS = '35'
               OPEN OUTPUT FEE-PAYMENTS
               CLOSE FEE-PAYMENTS
               OPEN EXTEND FEE-PAYMENTS
           END-IF.
           MOVE SPACES TO FEE-PAYMENT-RECORD.
           MOVE WS-TARGET-ROLLNO TO FP-ROLLNO.
           MOVE WS-RUN-DATE TO FP-DATE.
           MOVE WS-ORIG-AMOUNT TO FP-AMOUNT.
           MOVE 'R' TO FP-TYPE.
           MOVE WS-TARGET-RECEIPT TO FP-RECEIPT-NO.
           WRITE FEE-PAYMENT-RECORD.
           CLOSE FEE-PAYMENTS.

      ***************************************************
      * THE BOUNCE CHARGE CARRIES THE MONTH IT WAS      *
      * RAISED AS ITS TERM, AS THE LATE-FEE CHARGE DOES.*
      ***************************************************
       WRITE-BOUNCE-CHARGE.
           OPEN EXTEND FEE-CHARGES.
           IF WS-FEECHG-STATUS = '35'
               OPEN OUTPUT FEE-CHARGES
               CLOSE FEE-CHARGES
               OPEN EXTEND FEE-CHARGES
           END-IF.
           MOVE SPACES TO FEE-CHARGE-RECORD.
           MOVE WS-TARGET-ROLLNO TO FC-ROLLNO.
           MOVE WS-RUN-YYYYMM TO FC-TERM.
           MOVE 'BC' TO FC-TYPE.
           MOVE WS-BOUNCE-FEE TO FC-AMOUNT.
           WRITE FEE-CHARGE-RECORD.
           CLOSE FEE-CHARGES.

       SET-CASH-ONLY-HOLD.
           PERFORM OPEN-CASH-ONLY-FOR-UPDATE.
           MOVE WS-TARGET-ROLLNO TO CO-ROLLNO.
           READ CASH-ONLY
               INVALID KEY
                   MOVE 'N' TO WS-HOLD-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HOLD-ON-FILE
           END-READ.
           MOVE SPACES TO CO-RECORD.
           MOVE WS-TARGET-ROLLNO TO CO-ROLLNO.
           MOVE 'A' TO CO-STATUS.
           MOVE WS-RUN-DATE TO CO-SET-DATE.
           MOVE WS-TARGET-RECEIPT TO CO-RECEIPT-NO.
           MOVE SGN-OPERATOR-ID TO CO-SET-OPERATOR.
           MOVE ZERO TO CO-CLEAR-DATE.
           IF WS-HOLD-ON-FILE = 'Y'
               REWRITE CO-RECORD
           ELSE
               WRITE CO-RECORD
           END-IF.
           CLOSE CASH-ONLY.

       OPEN-CASH-ONLY-FOR-UPDATE.
           OPEN I-O CASH-ONLY.
           IF WS-CASHONLY-STATUS = '35'
               OPEN OUTPUT CASH-ONLY
               CLOSE CASH-ONLY
               OPEN I-O CASH-ONLY
           END-IF.

      ***************************************************
      * WITH NO GUARDIAN RECORD ON FILE THE NOTICE IS   *
      * STILL PRINTED, ADDRESSED TO THE GUARDIAN OF THE *
      * STUDENT, FOR THE OFFICE TO ADDRESS BY HAND.     *
      ***************************************************
       PRINT-GUARDIAN-NOTICE.
           WRITE NOTICE-LINE FROM WS-NTC-RULE-LINE.
           MOVE WS-RUN-DATE TO WS-NTC-DATE.
           WRITE NOTICE-LINE FROM WS-NTC-HEAD-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE WS-STUDENT-NAME TO WS-NTC-NAME.
           MOVE WS-TARGET-ROLLNO TO WS-NTC-ROLLNO.
           WRITE NOTICE-LINE FROM WS-NTC-STUDENT-LINE.
           MOVE 'TO:' TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           PERFORM PRINT-NOTICE-ADDRESS.
           MOVE 'DEAR GUARDIAN,' TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE 'THE FOLLOWING CHEQUE PAID TOWARDS YOUR WARD''S FEES'
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE 'HAS BEEN RETURNED UNPAID BY THE BANK:'
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE WS-TARGET-RECEIPT TO WS-NTC-RECEIPT.
           MOVE WS-ORIG-DATE TO WS-NTC-CHQ-DATE.
           MOVE WS-ORIG-AMOUNT TO WS-NTC-CHQ-AMOUNT.
           WRITE NOTICE-LINE FROM WS-NTC-CHEQUE-LINE.
           MOVE 'THE PAYMENT HAS BEEN CANCELLED ON THE FEE ACCOUNT'
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE WS-BOUNCE-FEE TO WS-NTC-CHARGE.
           WRITE NOTICE-LINE FROM WS-NTC-CHARGE-LINE.
           MOVE 'HAS BEEN ADDED. PLEASE SETTLE THE AMOUNT IN CASH -'
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE 'CHEQUES CANNOT BE ACCEPTED FROM THIS ACCOUNT UNTIL'
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE 'FURTHER NOTICE.' TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE 'YOURS FAITHFULLY, THE BURSAR' TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           ADD 1 TO WS-NOTICE-COUNT.

       PRINT-NOTICE-ADDRESS.
           MOVE 'N' TO WS-GRD-FOUND.
           OPEN INPUT GUARDIAN-MASTER.
           IF WS-GUARDIAN-STATUS = '00'
               MOVE WS-TARGET-ROLLNO TO GRD-ROLLNO
               READ GUARDIAN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GRD-FOUND
                       MOVE GRD-NAME TO WS-NTC-ADDR-TEXT
                       WRITE NOTICE-LINE FROM WS-NTC-ADDR-LINE
                       MOVE GRD-ADDR1 TO WS-NTC-ADDR-TEXT
                       WRITE NOTICE-LINE FROM WS-NTC-ADDR-LINE
                       IF GRD-ADDR2 NOT = SPACES
                           MOVE GRD-ADDR2 TO WS-NTC-ADDR-TEXT
                           WRITE NOTICE-LINE FROM WS-NTC-ADDR-LINE
                       END-IF
               END-READ
               CLOSE GUARDIAN-MASTER
           END-IF.
           IF WS-GRD-FOUND = 'N'
               DISPLAY 'NO GUARDIAN RECORD FOR ROLLNO '
                   WS-TARGET-ROLLNO ' - ADDRESS THE NOTICE BY HAND'
               MOVE 'THE GUARDIAN OF' TO WS-NTC-ADDR-TEXT
               WRITE NOTICE-LINE FROM WS-NTC-ADDR-LINE
               MOVE WS-STUDENT-NAME TO WS-NTC-ADDR-TEXT
               WRITE NOTICE-LINE FROM WS-NTC-ADDR-LINE
           END-IF.

      ***************************************************
      * CLEARING KEEPS THE RECORD, MARKED C WITH THE    *
      * DATE AND THE ADMIN WHO CLEARED IT.              *
      ***************************************************
       CLEAR-CASH-ONLY-HOLD.
           DISPLAY 'ENTER ROLLNO TO CLEAR: '.
           ACCEPT WS-TARGET-ROLLNO.
           OPEN I-O CASH-ONLY.
           IF WS-CASHONLY-STATUS NOT = '00'
               DISPLAY 'CASHONLY.DAT NOT ON FILE - NO HOLDS SET'
           ELSE
               MOVE WS-TARGET-ROLLNO TO CO-ROLLNO
               READ CASH-ONLY
                   INVALID KEY
                       DISPLAY 'NO CASH-ONLY HOLD FOR ROLLNO'
                   NOT INVALID KEY
                       IF CO-STATUS NOT = 'A'
                           DISPLAY 'CASH-ONLY HOLD ALREADY CLEARED ON '
                               CO-CLEAR-DATE
                       ELSE
                           MOVE 'C' TO CO-STATUS
                           MOVE WS-RUN-DATE TO CO-CLEAR-DATE
                           MOVE SGN-OPERATOR-ID TO CO-CLEAR-OPERATOR
                           REWRITE CO-RECORD
                           DISPLAY 'CASH-ONLY HOLD CLEARED - CHEQUES '
                               'ACCEPTED AGAIN'
                       END-IF
               END-READ
               CLOSE CASH-ONLY
           END-IF.

       LIST-CASH-ONLY-HOLDS.
           MOVE ZERO TO WS-HOLD-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CASH-ONLY.
           IF WS-CASHONLY-STATUS NOT = '00'
               DISPLAY 'CASHONLY.DAT NOT ON FILE - NO HOLDS SET'
           ELSE
               DISPLAY 'ROLL   SET ON   RECEIPT SET BY'
               PERFORM READ-CASH-ONLY
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF CO-STATUS = 'A'
                       DISPLAY CO-ROLLNO ' ' CO-SET-DATE ' '
                           CO-RECEIPT-NO ' ' CO-SET-OPERATOR
                       ADD 1 TO WS-HOLD-COUNT
                   END-IF
                   PERFORM READ-CASH-ONLY
               END-PERFORM
               CLOSE CASH-ONLY
               DISPLAY 'STUDENTS ON CASH ONLY: ' WS-HOLD-COUNT
           END-IF.

       READ-CASH-ONLY.
           READ CASH-ONLY NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-PAYMENT.
           READ FEE-PAYMENTS
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-RUN-PARM.
           READ RUN-PARM
               AT END MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-READ.
