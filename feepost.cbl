      ***************************************************
      * COBOL PROGRAM TO BILL THE TERM FEES FROM THE    *
      * FEEMAST.DAT FEE MASTER TO EVERY STUDENT ON THE  *
      * STUDENT MASTER, APPENDING CHARGES TO            *
      * FEECHG.DAT, AND TO POST THE CHARGES AND THE     *
      * FEEPAY.DAT PAYMENTS TO THE FEEBAL.DAT BALANCE   *
      * FILE. THE TERM TO BILL IS THE OPEN TERM ON THE  *
      * TERMCAL.DAT CALENDAR COVERING THE RUN DATE, SO  *
      * A TYPO CANNOT SPLIT A TERM'S LEDGER. A TERM     *
      * ALREADY ON THE CHARGES LEDGER IS NOT BILLED     *
      * WRITTEN TO FEEPLAN.DAT WITH DUE DATES RUNNING   *
      * MONTHLY FROM THE TERM START, AND FEEAGE AGES    *
      * AGAINST THAT SCHEDULE INSTEAD OF THE FULL       *
      * BALANCE. WHEN THE SIBDISC RUN PARAMETER IS SET, *
      * THE SECOND AND LATER CHILD OF A FAMILY LINKED   *
      * ON GUARDIAN.DAT (TAKEN IN ROLLNO ORDER) GETS    *
      * THAT PERCENT OF THE TERM FEES CREDITED AS A     *
      * TYPE D SIBLING DISCOUNT ON FEEPAY.DAT. A        *
      * DISHONOURED CHEQUE (FP-TYPE R), A VOIDED        *
      * RECEIPT (V) OR A REFUND PAID OUT (F) IS TAKEN   *
      * BACK OFF THE PAYMENTS. A TERM WHOSE MONTH IS    *
      * ALREADY CLOSED ON FEEPERD.DAT (FEELOCK) IS NOT  *
      * BILLED; THE BALANCES ARE STILL POSTED. LATE     *
      * FEES, RETURNED CHEQUE CHARGES AND LIBRARY FINES *
      * RAISED IN THE TERM MONTH DO NOT COUNT AS THE    *
      * TERM ALREADY BILLED. A STUDENT ASSIGNED TO A    *
      * BUS ROUTE ON TRNASSGN.DAT IS ALSO BILLED THE    *
      * FARE OF THE STOP ON TRNSTOP.DAT AS FEE TYPE TR  *
      * (SO TR MUST NOT BE USED ON FEEMAST.DAT); THE    *
      * FARE IS PART OF THE STUDENT'S INSTALLMENTS BUT  *
      * NOT OF THE SIBLING DISCOUNT. THE BALANCES ARE   *
      * POSTED INCREMENTALLY - ONLY THE LEDGER RECORDS  *
      * APPENDED AFTER THE COUNTS ON FEEBCTL.DAT ARE    *
      * APPLIED. MODE R, RUN WEEKLY, POSTS THE NEW      *
      * RECORDS AND THEN REBUILDS FEEBAL.DAT FROM THE   *
      * WHOLE OF BOTH LEDGERS, LISTING ON FEEDRIFT.RPT  *
      * EVERY ROLLNO WHOSE POSTED BALANCE DIFFERS FROM  *
      * THE REBUILT ONE (RC 4). WITH NO CONTROL RECORD, *
      * NO FEEBAL.DAT OR A LEDGER SHORTER THAN ITS      *
      * COUNT THE RUN FALLS BACK TO A FULL REBUILD.     *
      ***************************************************

       IDENTIFICATION DIVISION.
           SELECT FEE-PLAN ASSIGN TO 'FEEPLAN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEPLAN-STATUS.
           SELECT RUN-PARM ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT STOP-MASTER ASSIGN TO 'TRNSTOP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-KEY
               FILE STATUS IS WS-TRNSTOP-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO 'TRNASSGN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-ROLLNO
               FILE STATUS IS WS-TRNASSGN-STATUS.
           SELECT GUARDIAN-MASTER ASSIGN TO 'GUARDIAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-ROLLNO
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT POSTING-CONTROL ASSIGN TO 'FEEBCTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEBCTL-STATUS.
           SELECT DRIFT-REPORT ASSIGN TO 'FEEDRIFT.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "feeplan.cpy".

       FD  RUN-PARM
           LABEL RECORDS ARE STANDARD.
       COPY "parmrec.cpy".

       FD  STOP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "trnstop.cpy".

       FD  ASSIGN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "trnassgn.cpy".

       FD  GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "guardian.cpy".

       FD  POSTING-CONTROL
           LABEL RECORDS ARE STANDARD.
       COPY "feebctl.cpy".

       FD  DRIFT-REPORT
           LABEL RECORDS ARE STANDARD.
       01 DRIFT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-FEEMAST-STATUS PIC XX VALUE '00'.
       77 WS-INST-LAST PIC 9(5)V99 VALUE ZERO.
       77 WS-PLAN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-DUE-MONTHS PIC 9(6) VALUE ZERO.
       77 WS-RUNPARM-STATUS PIC XX VALUE '00'.
       77 WS-GUARDIAN-STATUS PIC XX VALUE '00'.
       77 WS-PARM-EOF-FLAG PIC X VALUE 'N'.
       77 WS-SIBDISC-PCT PIC 9(3)V99 VALUE ZERO.
       77 WS-SIBDISC-EFF PIC 9(8) VALUE ZERO.
       77 WS-SIBDISC-ON PIC X VALUE 'N'.
       77 WS-DISC-AMOUNT PIC 9(5)V99 VALUE ZERO.
       77 WS-DISC-COUNT PIC 9(5) VALUE ZERO.
       77 WS-FAM-IDX PIC 9(3) VALUE ZERO.
       77 WS-FAM-SEEN PIC X VALUE 'N'.
       77 WS-TRNSTOP-STATUS PIC XX VALUE '00'.
       77 WS-TRNASSGN-STATUS PIC XX VALUE '00'.
       77 WS-TRANSPORT-ON PIC X VALUE 'N'.
       77 WS-FARE PIC 9(5)V99 VALUE ZERO.
       77 WS-FARE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-STUD-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 WS-FEEBCTL-STATUS PIC XX VALUE '00'.
       77 WS-POST-MODE PIC X VALUE SPACE.
       77 WS-CTL-FOUND PIC X VALUE 'N'.
       77 WS-INCR-DONE PIC X VALUE 'N'.
       77 WS-MARKER-BAD PIC X VALUE 'N'.
       77 WS-CHG-POSTED PIC 9(9) VALUE ZERO.
       77 WS-PAY-POSTED PIC 9(9) VALUE ZERO.
       77 WS-LAST-REBUILD PIC 9(8) VALUE ZERO.
       77 WS-SKIP-COUNT PIC 9(9) VALUE ZERO.
       77 WS-NEW-CHG-COUNT PIC 9(7) VALUE ZERO.
       77 WS-NEW-PAY-COUNT PIC 9(7) VALUE ZERO.
       77 WS-CHG-READ PIC 9(9) VALUE ZERO.
       77 WS-PAY-READ PIC 9(9) VALUE ZERO.
       77 WS-DAYS-SINCE PIC S9(7) VALUE ZERO.
       77 WS-SAVE-RC PIC S9(4) VALUE ZERO.
       77 WS-COMPARED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-DRIFT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-INCR-CHARGES PIC 9(7)V99 VALUE ZERO.
       77 WS-INCR-PAYMENTS PIC 9(7)V99 VALUE ZERO.
       77 WS-DW-POSTED PIC S9(7)V99 VALUE ZERO.
       77 WS-DW-REBUILT PIC S9(7)V99 VALUE ZERO.
       77 WS-CHG-OPEN PIC X VALUE 'N'.
       77 WS-PAY-OPEN PIC X VALUE 'N'.
       77 WS-CHG-AT-END PIC X VALUE 'N'.
       77 WS-PAY-AT-END PIC X VALUE 'N'.
       77 WS-BAL-ON-FILE PIC X VALUE 'N'.

       01 WS-DUE-DATE.
            02 WS-DUE-YYYY PIC 9(4).

       COPY "termparm.cpy".

       COPY "flkparm.cpy".

       COPY "dtcparm.cpy".

       01 WS-FEE-TABLE.
            02 WS-FEE-COUNT PIC 9(2) VALUE ZERO.
            02 WS-FEE-ENTRY OCCURS 10 TIMES.
                 03 WS-FEE-DESC PIC X(10).
                 03 WS-FEE-AMOUNT PIC 9(5)V99.

       01 WS-FAMILY-TABLE.
            02 WS-FAM-COUNT PIC 9(3) VALUE ZERO.
            02 WS-FAM-ENTRY OCCURS 999 TIMES.
                 03 WS-FAM-ID PIC 9(6).

       01 WS-BALANCE-TABLE.
            02 WS-BAL-COUNT PIC 9(3) VALUE ZERO.
            02 WS-BAL-ENTRY OCCURS 999 TIMES.
                 03 WS-BAL-ROLLNO PIC 9(6).
                 03 WS-BAL-CHARGES PIC 9(7)V99.
                 03 WS-BAL-PAYMENTS PIC 9(7)V99.
                 03 WS-BAL-MATCHED PIC X.

       01 WS-DRIFT-COLUMNS.
            02 FILLER PIC X(44)
                VALUE 'ROLLNO   POSTED BAL  REBUILT BAL  DIFFERENCE'.

       01 WS-DRIFT-DETAIL.
            02 WS-DR-ROLLNO PIC 9(6).
            02 FILLER PIC X(3) VALUE SPACES.
            02 WS-DR-POSTED PIC -9(7)V99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 WS-DR-REBUILT PIC -9(7)V99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 WS-DR-DIFF PIC -9(7)V99.

       01 WS-DRIFT-COUNT-LINE.
            02 WS-DC-LABEL PIC X(30).
            02 WS-DC-COUNT PIC ZZZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 WS-DC-RESULT PIC X(8).

       COPY "splparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'BILL THE CURRENT TERM? (Y/N): '.
           ACCEPT WS-BILL-CHOICE.
           PERFORM ACCEPT-POSTING-MODE.
           IF WS-BILL-CHOICE = 'Y'
               PERFORM FIND-CURRENT-TERM
               IF TRM-FOUND-FLAG = 'Y'
                   PERFORM CHECK-TERM-MONTH-OPEN
               END-IF
               IF TRM-FOUND-FLAG = 'Y' AND FLK-CLOSED-FLAG = 'N'
                   PERFORM CHECK-TERM-ALREADY-BILLED
                   IF WS-TERM-BILLED-FLAG = 'Y'
                       DISPLAY 'TERM ' WS-BILL-TERM ' ALREADY '
                   END-IF
               END-IF
           END-IF.
           PERFORM POST-BALANCES.
           GOBACK.

       ACCEPT-POSTING-MODE.
           MOVE SPACE TO WS-POST-MODE.
           PERFORM UNTIL WS-POST-MODE = 'I' OR WS-POST-MODE = 'R'
               DISPLAY 'BALANCES - I = POST NEW LEDGER ENTRIES, '
                   'R = FULL REBUILD AND DRIFT CHECK: '
               ACCEPT WS-POST-MODE
               IF WS-POST-MODE NOT = 'I' AND WS-POST-MODE NOT = 'R'
                   DISPLAY 'ENTER I OR R - TRY AGAIN'
               END-IF
           END-PERFORM.

       FIND-CURRENT-TERM.
           MOVE 'C' TO TRM-FUNC.
           MOVE WS-RUN-DATE TO TRM-RUN-DATE.
               MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************************
      * THE CHARGES CARRY THE TERM AS THEIR LEDGER      *
      * MONTH, SO A TERM WHOSE MONTH HAS BEEN CLOSED    *
      * CANNOT BE BILLED.                               *
      ***************************************************
       CHECK-TERM-MONTH-OPEN.
           MOVE WS-BILL-TERM TO FLK-PERIOD.
           CALL 'FEELOCK' USING FLK-REQUEST FLK-RESULT.
           IF FLK-CLOSED-FLAG = 'Y'
               DISPLAY 'FEE LEDGER MONTH ' FLK-PERIOD ' IS CLOSED - '
                   'TERM NOT BILLED'
               MOVE 8 TO RETURN-CODE
           END-IF.

       ACCEPT-INSTALLMENT-COUNT.
           MOVE ZERO TO WS-INST-COUNT.
           PERFORM UNTIL WS-INST-COUNT >= 1
               END-IF
           END-PERFORM.

      ***************************************************
      * LATE FEES (LF), RETURNED CHEQUE CHARGES (BC)    *
      * AND LIBRARY FINES (LB) CARRY THEIR MONTH AS     *
      * THE TERM, SO THEY DO NOT SHOW THE TERM BILLED.  *
      ***************************************************
       CHECK-TERM-ALREADY-BILLED.
           MOVE 'N' TO WS-TERM-BILLED-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       OR WS-TERM-BILLED-FLAG = 'Y'
                   IF FC-TERM = WS-BILL-TERM
                           AND FC-TYPE NOT = 'LF'
                           AND FC-TYPE NOT = 'BC'
                           AND FC-TYPE NOT = 'LB'
                       MOVE 'Y' TO WS-TERM-BILLED-FLAG
                   END-IF
                   PERFORM READ-CHARGE
                       CLOSE FEE-CHARGES
                       OPEN EXTEND FEE-CHARGES
                   END-IF
                   PERFORM SUM-TERM-TOTAL
                   IF WS-INST-COUNT > 1
                       PERFORM PREPARE-INSTALLMENT-PLAN
                   END-IF
                   PERFORM PREPARE-SIBLING-DISCOUNT
                   PERFORM PREPARE-TRANSPORT-BILLING
                   PERFORM READ-STUDENT
                   PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       PERFORM BILL-ONE-STUDENT
                       DISPLAY 'INSTALLMENT SCHEDULES WRITTEN: '
                           WS-PLAN-COUNT ' RECORDS'
                   END-IF
                   IF WS-SIBDISC-ON = 'Y'
                       CLOSE GUARDIAN-MASTER
                       CLOSE FEE-PAYMENTS
                       DISPLAY 'SIBLING DISCOUNTS CREDITED: '
                           WS-DISC-COUNT ' AT ' WS-SIBDISC-PCT
                           ' PERCENT'
                   END-IF
                   IF WS-TRANSPORT-ON = 'Y'
                       CLOSE ASSIGN-FILE
                       CLOSE STOP-MASTER
                       DISPLAY 'TRANSPORT FARES BILLED: '
                           WS-FARE-COUNT
                   END-IF
                   CLOSE STUDENT-MASTER
                   DISPLAY 'TERM ' WS-BILL-TERM ' BILLED - CHARGES '
                       'WRITTEN: ' WS-CHARGE-COUNT
           END-IF.

      ***************************************************
      * THE TERM TOTAL (WITH ANY TRANSPORT FARE) IS     *
      * SPLIT INTO EQUAL MONTHLY INSTALLMENTS WITH ANY  *
      * ODD CENTS ON THE LAST ONE, DUE DATES RUNNING    *
      * MONTHLY FROM THE TERM START DATE ON THE         *
      * CALENDAR.                                       *
      ***************************************************
       SUM-TERM-TOTAL.
           MOVE ZERO TO WS-TERM-TOTAL.
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT
               ADD WS-FEE-AMOUNT (WS-FEE-IDX) TO WS-TERM-TOTAL
           END-PERFORM.

       PREPARE-INSTALLMENT-PLAN.
           OPEN EXTEND FEE-PLAN.
           IF WS-FEEPLAN-STATUS = '35'
               OPEN OUTPUT FEE-PLAN
               WRITE FEE-CHARGE-RECORD
               ADD 1 TO WS-CHARGE-COUNT
           END-PERFORM.
           MOVE ZERO TO WS-FARE.
           IF WS-TRANSPORT-ON = 'Y'
               PERFORM BILL-TRANSPORT-FARE
           END-IF.
           IF WS-INST-COUNT > 1
               PERFORM WRITE-STUDENT-PLAN
           END-IF.
           IF WS-SIBDISC-ON = 'Y'
               PERFORM CHECK-SIBLING-DISCOUNT
           END-IF.

      ***************************************************
      * THE SIBLING DISCOUNT IS TAKEN FROM THE LATEST   *
      * SIBDISC RUN PARAMETER IN EFFECT; NONE ON FILE   *
      * OR ZERO MEANS NO DISCOUNT IS GIVEN. THE CREDITS *
      * ARE APPENDED TO FEEPAY.DAT AS THE TERM IS       *
      * BILLED SO THEY CARRY INTO THE BALANCE REBUILD.  *
      ***************************************************
       PREPARE-SIBLING-DISCOUNT.
           MOVE 'N' TO WS-SIBDISC-ON.
           MOVE ZERO TO WS-FAM-COUNT.
           PERFORM LOAD-RUN-PARMS.
           IF WS-SIBDISC-PCT > ZERO
               OPEN INPUT GUARDIAN-MASTER
               IF WS-GUARDIAN-STATUS NOT = '00'
                   DISPLAY 'GUARDIAN.DAT NOT FOUND - NO SIBLING '
                       'DISCOUNTS GIVEN'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 'Y' TO WS-SIBDISC-ON
                   OPEN EXTEND FEE-PAYMENTS
                   IF WS-FEEPAY-STATUS = '35'
                       OPEN OUTPUT FEE-PAYMENTS
                       CLOSE FEE-PAYMENTS
                       OPEN EXTEND FEE-PAYMENTS
                   END-IF
               END-IF
           END-IF.

       LOAD-RUN-PARMS.
           MOVE ZERO TO WS-SIBDISC-PCT.
           MOVE ZERO TO WS-SIBDISC-EFF.
           OPEN INPUT RUN-PARM.
           IF WS-RUNPARM-STATUS = '00'
               MOVE 'N' TO WS-PARM-EOF-FLAG
               PERFORM READ-RUN-PARM
               PERFORM UNTIL WS-PARM-EOF-FLAG = 'Y'
                   IF PARM-ID = 'SIBDISC'
                           AND PARM-EFF-DATE NOT > WS-RUN-DATE
                       IF PARM-VALUE > 100
                           DISPLAY 'RUN PARAMETER SIBDISC VALUE '
                               PARM-VALUE ' OUT OF RANGE - '
                               'IGNORED'
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           IF PARM-EFF-DATE >= WS-SIBDISC-EFF
                               MOVE PARM-VALUE TO WS-SIBDISC-PCT
                               MOVE PARM-EFF-DATE TO WS-SIBDISC-EFF
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-RUN-PARM
               END-PERFORM
               CLOSE RUN-PARM
           END-IF.

      ***************************************************
      * THE FIRST CHILD OF A FAMILY MET IN ROLLNO ORDER *
      * PAYS IN FULL; EVERY LATER CHILD OF THE SAME     *
      * FAMILY ID GETS THE DISCOUNT CREDIT.             *
      ***************************************************
       CHECK-SIBLING-DISCOUNT.
           MOVE ROLLNO TO GRD-ROLLNO.
           READ GUARDIAN-MASTER
               INVALID KEY
                   MOVE ZERO TO GRD-FAMILY-ID
           END-READ.
           IF GRD-FAMILY-ID NUMERIC AND GRD-FAMILY-ID > ZERO
               MOVE 'N' TO WS-FAM-SEEN
               PERFORM VARYING WS-FAM-IDX FROM 1 BY 1
                       UNTIL WS-FAM-IDX > WS-FAM-COUNT
                       OR WS-FAM-SEEN = 'Y'
                   IF WS-FAM-ID (WS-FAM-IDX) = GRD-FAMILY-ID
                       MOVE 'Y' TO WS-FAM-SEEN
                   END-IF
               END-PERFORM
               IF WS-FAM-SEEN = 'Y'
                   PERFORM WRITE-SIBLING-CREDIT
               ELSE
                   IF WS-FAM-COUNT = 999
                       DISPLAY 'MORE THAN 999 FAMILIES - ROLLNO '
                           ROLLNO ' NOT CHECKED FOR SIBLING DISCOUNT'
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-FAM-COUNT
                       MOVE GRD-FAMILY-ID TO WS-FAM-ID (WS-FAM-COUNT)
                   END-IF
               END-IF
           END-IF.

       WRITE-SIBLING-CREDIT.
           COMPUTE WS-DISC-AMOUNT ROUNDED =
               WS-TERM-TOTAL * WS-SIBDISC-PCT / 100.
           IF WS-DISC-AMOUNT > ZERO
               MOVE SPACES TO FEE-PAYMENT-RECORD
               MOVE ROLLNO TO FP-ROLLNO
               MOVE WS-RUN-DATE TO FP-DATE
               MOVE WS-DISC-AMOUNT TO FP-AMOUNT
               MOVE 'D' TO FP-TYPE
               MOVE ZERO TO FP-RECEIPT-NO
               WRITE FEE-PAYMENT-RECORD
               ADD 1 TO WS-DISC-COUNT
           END-IF.

      ***************************************************
      * TRANSPORT IS BILLED ONLY WHEN THE ASSIGNMENT    *
      * AND STOP FILES BOTH EXIST; A STUDENT WITH NO    *
      * ASSIGNMENT DOES NOT USE SCHOOL TRANSPORT.       *
      ***************************************************
       PREPARE-TRANSPORT-BILLING.
           MOVE 'N' TO WS-TRANSPORT-ON.
           MOVE ZERO TO WS-FARE-COUNT.
           OPEN INPUT ASSIGN-FILE.
           IF WS-TRNASSGN-STATUS = '00'
               OPEN INPUT STOP-MASTER
               IF WS-TRNSTOP-STATUS NOT = '00'
                   DISPLAY 'TRNSTOP.DAT NOT FOUND - NO TRANSPORT '
                       'FARES BILLED'
                   MOVE 4 TO RETURN-CODE
                   CLOSE ASSIGN-FILE
               ELSE
                   MOVE 'Y' TO WS-TRANSPORT-ON
               END-IF
           END-IF.

       BILL-TRANSPORT-FARE.
           MOVE ROLLNO TO TA-ROLLNO.
           READ ASSIGN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TA-ROUTE TO TS-ROUTE
                   MOVE TA-STOP TO TS-STOP
                   READ STOP-MASTER
                       INVALID KEY
                           DISPLAY 'ROLLNO ' ROLLNO ' ASSIGNED TO '
                               'ROUTE ' TA-ROUTE ' STOP ' TA-STOP
                               ' NOT ON TRNSTOP.DAT - NO FARE BILLED'
                           MOVE 4 TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE TS-FARE TO WS-FARE
                   END-READ
           END-READ.
           IF WS-FARE > ZERO
               MOVE ROLLNO TO FC-ROLLNO
               MOVE WS-BILL-TERM TO FC-TERM
               MOVE 'TR' TO FC-TYPE
               MOVE WS-FARE TO FC-AMOUNT
               WRITE FEE-CHARGE-RECORD
               ADD 1 TO WS-CHARGE-COUNT
               ADD 1 TO WS-FARE-COUNT
           END-IF.

       WRITE-STUDENT-PLAN.
           COMPUTE WS-STUD-TOTAL = WS-TERM-TOTAL + WS-FARE.
           COMPUTE WS-INST-BASE = WS-STUD-TOTAL / WS-INST-COUNT.
           COMPUTE WS-INST-LAST = WS-STUD-TOTAL
               - (WS-INST-BASE * (WS-INST-COUNT - 1)).
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > WS-INST-COUNT
               MOVE ROLLNO TO PL-ROLLNO
               CLOSE FEE-MASTER
           END-IF.

      ***************************************************
      * THE BALANCES ARE POSTED FROM THE LEDGER RECORDS *
      * ADDED SINCE THE LAST RUN. MODE R, OR A MISSING  *
      * OR UNTRUSTWORTHY POSTING MARKER, REBUILDS THEM  *
      * IN FULL FROM BOTH LEDGERS.                      *
      ***************************************************
       POST-BALANCES.
           PERFORM READ-POSTING-CONTROL.
           MOVE 'N' TO WS-INCR-DONE.
           IF WS-CTL-FOUND = 'Y'
               PERFORM POST-NEW-ENTRIES
           ELSE
               DISPLAY 'FEEBCTL.DAT NOT ON FILE - NO POSTING MARKER'
           END-IF.
           IF WS-INCR-DONE = 'N'
               DISPLAY 'FULL REBUILD OF FEEBAL.DAT REQUIRED'
               PERFORM REBUILD-BALANCES
           ELSE
               IF WS-POST-MODE = 'R'
                   PERFORM REBUILD-BALANCES
               ELSE
                   PERFORM CHECK-REBUILD-DUE
               END-IF
           END-IF.

       READ-POSTING-CONTROL.
           MOVE 'N' TO WS-CTL-FOUND.
           MOVE ZERO TO WS-CHG-POSTED.
           MOVE ZERO TO WS-PAY-POSTED.
           MOVE ZERO TO WS-LAST-REBUILD.
           OPEN INPUT POSTING-CONTROL.
           IF WS-FEEBCTL-STATUS = '00'
               READ POSTING-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-CTL-FOUND
                       MOVE FBC-CHG-POSTED TO WS-CHG-POSTED
                       MOVE FBC-PAY-POSTED TO WS-PAY-POSTED
                       MOVE FBC-REBUILD-DATE TO WS-LAST-REBUILD
               END-READ
               CLOSE POSTING-CONTROL
           END-IF.

       WRITE-POSTING-CONTROL.
           OPEN OUTPUT POSTING-CONTROL.
           MOVE SPACES TO FEEBCTL-RECORD.
           MOVE WS-CHG-POSTED TO FBC-CHG-POSTED.
           MOVE WS-PAY-POSTED TO FBC-PAY-POSTED.
           MOVE WS-RUN-DATE TO FBC-POST-DATE.
           MOVE WS-LAST-REBUILD TO FBC-REBUILD-DATE.
           WRITE FEEBCTL-RECORD.
           CLOSE POSTING-CONTROL.

      ***************************************************
      * THE LEDGERS ARE ONLY EVER APPENDED TO, SO THE   *
      * FIRST RECORDS OF EACH, UP TO ITS COUNT ON       *
      * FEEBCTL.DAT, ARE THE ONES ALREADY POSTED. BOTH  *
      * ARE PASSED OVER BEFORE ANYTHING IS APPLIED - A  *
      * LEDGER SHORTER THAN ITS COUNT HAS BEEN REPLACED *
      * OR RESTORED AND IS NOT POSTED FROM.             *
      ***************************************************
       POST-NEW-ENTRIES.
           MOVE 'N' TO WS-MARKER-BAD.
           MOVE ZERO TO WS-NEW-CHG-COUNT.
           MOVE ZERO TO WS-NEW-PAY-COUNT.
           OPEN I-O FEE-BALANCE.
           IF WS-FEEBAL-STATUS NOT = '00'
               DISPLAY 'FEEBAL.DAT NOT ON FILE - NEW ENTRIES NOT '
                   'POSTED'
           ELSE
               PERFORM SKIP-POSTED-CHARGES
               PERFORM SKIP-POSTED-PAYMENTS
               IF WS-MARKER-BAD = 'N'
                   PERFORM APPLY-NEW-CHARGES
                   PERFORM APPLY-NEW-PAYMENTS
                   ADD WS-NEW-CHG-COUNT TO WS-CHG-POSTED
                   ADD WS-NEW-PAY-COUNT TO WS-PAY-POSTED
                   PERFORM WRITE-POSTING-CONTROL
                   MOVE 'Y' TO WS-INCR-DONE
                   DISPLAY 'FEE BALANCES POSTED - NEW CHARGES: '
                       WS-NEW-CHG-COUNT ' NEW PAYMENTS: '
                       WS-NEW-PAY-COUNT
               END-IF
               IF WS-CHG-OPEN = 'Y'
                   CLOSE FEE-CHARGES
               END-IF
               IF WS-PAY-OPEN = 'Y'
                   CLOSE FEE-PAYMENTS
               END-IF
               CLOSE FEE-BALANCE
           END-IF.

       SKIP-POSTED-CHARGES.
           MOVE ZERO TO WS-SKIP-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'N' TO WS-CHG-OPEN.
           OPEN INPUT FEE-CHARGES.
           IF WS-FEECHG-STATUS = '00'
               MOVE 'Y' TO WS-CHG-OPEN
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-SKIP-COUNT = WS-CHG-POSTED
                   OR WS-EOF-FLAG = 'Y'
               PERFORM READ-CHARGE
               IF WS-EOF-FLAG = 'N'
                   ADD 1 TO WS-SKIP-COUNT
               END-IF
           END-PERFORM.
           MOVE WS-EOF-FLAG TO WS-CHG-AT-END.
           IF WS-SKIP-COUNT < WS-CHG-POSTED
               DISPLAY 'FEECHG.DAT HOLDS ' WS-SKIP-COUNT
                   ' RECORDS BUT ' WS-CHG-POSTED ' ARE MARKED POSTED'
               MOVE 'Y' TO WS-MARKER-BAD
           END-IF.

       SKIP-POSTED-PAYMENTS.
           MOVE ZERO TO WS-SKIP-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'N' TO WS-PAY-OPEN.
           OPEN INPUT FEE-PAYMENTS.
           IF WS-FEEPAY-STATUS = '00'
               MOVE 'Y' TO WS-PAY-OPEN
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-SKIP-COUNT = WS-PAY-POSTED
                   OR WS-EOF-FLAG = 'Y'
               PERFORM READ-PAYMENT
               IF WS-EOF-FLAG = 'N'
                   ADD 1 TO WS-SKIP-COUNT
               END-IF
           END-PERFORM.
           MOVE WS-EOF-FLAG TO WS-PAY-AT-END.
           IF WS-SKIP-COUNT < WS-PAY-POSTED
               DISPLAY 'FEEPAY.DAT HOLDS ' WS-SKIP-COUNT
                   ' RECORDS BUT ' WS-PAY-POSTED ' ARE MARKED POSTED'
               MOVE 'Y' TO WS-MARKER-BAD
           END-IF.

       APPLY-NEW-CHARGES.
           MOVE WS-CHG-AT-END TO WS-EOF-FLAG.
           IF WS-EOF-FLAG = 'N'
               PERFORM READ-CHARGE
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               MOVE FC-ROLLNO TO WS-WORK-ROLLNO
               PERFORM READ-BALANCE-FOR-UPDATE
               ADD FC-AMOUNT TO FB-CHARGES
               PERFORM SAVE-BALANCE
               ADD 1 TO WS-NEW-CHG-COUNT
               PERFORM READ-CHARGE
           END-PERFORM.

       APPLY-NEW-PAYMENTS.
           MOVE WS-PAY-AT-END TO WS-EOF-FLAG.
           IF WS-EOF-FLAG = 'N'
               PERFORM READ-PAYMENT
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               MOVE FP-ROLLNO TO WS-WORK-ROLLNO
               PERFORM READ-BALANCE-FOR-UPDATE
               IF FP-TYPE = 'R' OR FP-TYPE = 'V' OR FP-TYPE = 'F'
                   SUBTRACT FP-AMOUNT FROM FB-PAYMENTS
               ELSE
                   ADD FP-AMOUNT TO FB-PAYMENTS
               END-IF
               PERFORM SAVE-BALANCE
               ADD 1 TO WS-NEW-PAY-COUNT
               PERFORM READ-PAYMENT
           END-PERFORM.

       READ-BALANCE-FOR-UPDATE.
           MOVE 'Y' TO WS-BAL-ON-FILE.
           MOVE WS-WORK-ROLLNO TO FB-ROLLNO.
           READ FEE-BALANCE
               INVALID KEY
                   MOVE 'N' TO WS-BAL-ON-FILE
                   MOVE SPACES TO FEEBAL-RECORD
                   MOVE WS-WORK-ROLLNO TO FB-ROLLNO
                   MOVE ZERO TO FB-CHARGES
                   MOVE ZERO TO FB-PAYMENTS
           END-READ.

       SAVE-BALANCE.
           IF WS-BAL-ON-FILE = 'Y'
               REWRITE FEEBAL-RECORD
                   INVALID KEY
                       DISPLAY 'FEEBAL.DAT REWRITE FAILED: '
                           FB-ROLLNO
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE FEEBAL-RECORD
                   INVALID KEY
                       DISPLAY 'DUPLICATE BALANCE KEY: ' FB-ROLLNO
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           END-IF.

       CHECK-REBUILD-DUE.
           IF WS-LAST-REBUILD = ZERO
               DISPLAY 'NO FULL REBUILD ON RECORD - RUN MODE R FOR '
                   'THE WEEKLY DRIFT CHECK'
           ELSE
               MOVE 'B' TO DTC-FUNC
               MOVE WS-LAST-REBUILD TO DTC-DATE
               MOVE WS-RUN-DATE TO DTC-DATE2
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL 'DATECALC' USING DTC-REQUEST DTC-RESULT
               MOVE WS-SAVE-RC TO RETURN-CODE
               MOVE DTC-RESULT-DAYS TO WS-DAYS-SINCE
               IF DTC-VALID-FLAG = 'N' OR WS-DAYS-SINCE > 7
                   DISPLAY 'LAST FULL REBUILD ' WS-LAST-REBUILD
                       ' - WEEKLY DRIFT CHECK IS DUE (MODE R)'
               END-IF
           END-IF.

       REBUILD-BALANCES.
           MOVE ZERO TO WS-BAL-COUNT.
           PERFORM ACCUMULATE-CHARGES.
                   'UNCHANGED'
               GOBACK
           END-IF.
           IF WS-INCR-DONE = 'Y'
               PERFORM CHECK-BALANCE-DRIFT
           END-IF.
           IF WS-BAL-COUNT = ZERO
               DISPLAY 'NO FEE ACTIVITY ON FILE - BALANCES NOT '
                   'REBUILT'
                   CLOSE FEE-BALANCE
                   DISPLAY 'FEE BALANCES REBUILT - STUDENTS: '
                       WS-BAL-COUNT
                   MOVE WS-CHG-READ TO WS-CHG-POSTED
                   MOVE WS-PAY-READ TO WS-PAY-POSTED
                   MOVE WS-RUN-DATE TO WS-LAST-REBUILD
                   PERFORM WRITE-POSTING-CONTROL
               END-IF
           END-IF.

       ACCUMULATE-CHARGES.
           MOVE ZERO TO WS-CHG-READ.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-CHARGES.
           IF WS-FEECHG-STATUS = '00'
               PERFORM READ-CHARGE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   ADD 1 TO WS-CHG-READ
                   MOVE FC-ROLLNO TO WS-WORK-ROLLNO
                   MOVE FC-AMOUNT TO WS-WORK-AMOUNT
                   PERFORM FIND-BALANCE-ENTRY
           END-IF.

       ACCUMULATE-PAYMENTS.
           MOVE ZERO TO WS-PAY-READ.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-PAYMENTS.
           IF WS-FEEPAY-STATUS = '00'
               PERFORM READ-PAYMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   ADD 1 TO WS-PAY-READ
                   MOVE FP-ROLLNO TO WS-WORK-ROLLNO
                   MOVE FP-AMOUNT TO WS-WORK-AMOUNT
                   PERFORM FIND-BALANCE-ENTRY
                   IF WS-MATCH-IDX > ZERO
                       IF FP-TYPE = 'R' OR FP-TYPE = 'V'
                               OR FP-TYPE = 'F'
                           SUBTRACT WS-WORK-AMOUNT
                               FROM WS-BAL-PAYMENTS (WS-MATCH-IDX)
                       ELSE
                           ADD WS-WORK-AMOUNT
                               TO WS-BAL-PAYMENTS (WS-MATCH-IDX)
                       END-IF
                   END-IF
                   PERFORM READ-PAYMENT
               END-PERFORM
                       TO WS-BAL-ROLLNO (WS-MATCH-IDX)
                   MOVE ZERO TO WS-BAL-CHARGES (WS-MATCH-IDX)
                   MOVE ZERO TO WS-BAL-PAYMENTS (WS-MATCH-IDX)
                   MOVE 'N' TO WS-BAL-MATCHED (WS-MATCH-IDX)
               END-IF
           END-IF.

      ***************************************************
      * MODE R HAS JUST POSTED THE NEW ENTRIES, SO      *
      * FEEBAL.DAT AND THE REBUILT TABLE COVER THE SAME *
      * LEDGER RECORDS AND ANY DIFFERENCE IS DRIFT. A   *
      * POSTED BALANCE WITH NO LEDGER ACTIVITY BEHIND   *
      * IT IS DRIFT UNLESS IT IS ZERO.                  *
      ***************************************************
       CHECK-BALANCE-DRIFT.
           MOVE ZERO TO WS-COMPARED-COUNT.
           MOVE ZERO TO WS-DRIFT-COUNT.
           OPEN OUTPUT DRIFT-REPORT.
           MOVE ALL '=' TO DRIFT-LINE.
           WRITE DRIFT-LINE.
           MOVE SPACES TO DRIFT-LINE.
           STRING 'FEE BALANCE DRIFT CHECK       RUN: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO DRIFT-LINE.
           WRITE DRIFT-LINE.
           WRITE DRIFT-LINE FROM WS-DRIFT-COLUMNS.
           MOVE ALL '-' TO DRIFT-LINE.
           WRITE DRIFT-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-BALANCE.
           IF WS-FEEBAL-STATUS = '00'
               PERFORM READ-FEEBAL-NEXT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   PERFORM COMPARE-POSTED-BALANCE
                   PERFORM READ-FEEBAL-NEXT
               END-PERFORM
               CLOSE FEE-BALANCE
           END-IF.
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > WS-BAL-COUNT
               IF WS-BAL-MATCHED (WS-STUD-IDX) = 'N'
                   ADD 1 TO WS-COMPARED-COUNT
                   MOVE WS-BAL-ROLLNO (WS-STUD-IDX) TO WS-WORK-ROLLNO
                   MOVE WS-STUD-IDX TO WS-MATCH-IDX
                   MOVE ZERO TO WS-INCR-CHARGES
                   MOVE ZERO TO WS-INCR-PAYMENTS
                   PERFORM CHECK-ONE-DRIFT
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO DRIFT-LINE.
           WRITE DRIFT-LINE.
           MOVE SPACES TO WS-DC-RESULT.
           MOVE 'ROLLNOS COMPARED' TO WS-DC-LABEL.
           MOVE WS-COMPARED-COUNT TO WS-DC-COUNT.
           WRITE DRIFT-LINE FROM WS-DRIFT-COUNT-LINE.
           MOVE 'ROLLNOS WITH BALANCE DRIFT' TO WS-DC-LABEL.
           MOVE WS-DRIFT-COUNT TO WS-DC-COUNT.
           IF WS-DRIFT-COUNT = ZERO
               MOVE 'AGREES' TO WS-DC-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-DC-RESULT
           END-IF.
           WRITE DRIFT-LINE FROM WS-DRIFT-COUNT-LINE.
           CLOSE DRIFT-REPORT.
           MOVE 'FEEDRIFT.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           MOVE WS-SAVE-RC TO RETURN-CODE.
           IF WS-DRIFT-COUNT = ZERO
               DISPLAY 'DRIFT CHECK - POSTED AND REBUILT BALANCES '
                   'AGREE'
           ELSE
               DISPLAY 'DRIFT CHECK - ' WS-DRIFT-COUNT ' ROLLNOS '
                   'DIFFER, SEE FEEDRIFT.RPT'
               MOVE 4 TO RETURN-CODE
           END-IF.

       COMPARE-POSTED-BALANCE.
           MOVE FB-ROLLNO TO WS-WORK-ROLLNO.
           MOVE FB-CHARGES TO WS-INCR-CHARGES.
           MOVE FB-PAYMENTS TO WS-INCR-PAYMENTS.
           PERFORM FIND-REBUILT-ENTRY.
           IF WS-MATCH-IDX > ZERO
               MOVE 'Y' TO WS-BAL-MATCHED (WS-MATCH-IDX)
               ADD 1 TO WS-COMPARED-COUNT
               PERFORM CHECK-ONE-DRIFT
           ELSE
               IF WS-INCR-CHARGES NOT = ZERO
                       OR WS-INCR-PAYMENTS NOT = ZERO
                   ADD 1 TO WS-COMPARED-COUNT
                   COMPUTE WS-DW-POSTED =
                       WS-INCR-CHARGES - WS-INCR-PAYMENTS
                   MOVE ZERO TO WS-DW-REBUILT
                   PERFORM WRITE-DRIFT-LINE
               END-IF
           END-IF.

       FIND-REBUILT-ENTRY.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > WS-BAL-COUNT
                   OR WS-MATCH-IDX > ZERO
               IF WS-BAL-ROLLNO (WS-STUD-IDX) = WS-WORK-ROLLNO
                   MOVE WS-STUD-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

       CHECK-ONE-DRIFT.
           IF WS-INCR-CHARGES NOT = WS-BAL-CHARGES (WS-MATCH-IDX)
                   OR WS-INCR-PAYMENTS
                       NOT = WS-BAL-PAYMENTS (WS-MATCH-IDX)
               COMPUTE WS-DW-POSTED =
                   WS-INCR-CHARGES - WS-INCR-PAYMENTS
               COMPUTE WS-DW-REBUILT = WS-BAL-CHARGES (WS-MATCH-IDX)
                   - WS-BAL-PAYMENTS (WS-MATCH-IDX)
               PERFORM WRITE-DRIFT-LINE
           END-IF.

       WRITE-DRIFT-LINE.
           ADD 1 TO WS-DRIFT-COUNT.
           MOVE WS-WORK-ROLLNO TO WS-DR-ROLLNO.
           MOVE WS-DW-POSTED TO WS-DR-POSTED.
           MOVE WS-DW-REBUILT TO WS-DR-REBUILT.
           COMPUTE WS-DR-DIFF = WS-DW-POSTED - WS-DW-REBUILT.
           WRITE DRIFT-LINE FROM WS-DRIFT-DETAIL.

       READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           READ FEE-PAYMENTS
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-RUN-PARM.
           READ RUN-PARM
               AT END MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-READ.

       READ-FEEBAL-NEXT.
           READ FEE-BALANCE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
