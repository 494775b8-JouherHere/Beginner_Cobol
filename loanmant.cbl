      ***************************************************
      * COBOL PROGRAM TO MAINTAIN THE STAFF LOAN LEDGER *
      * ON LOANMAST.DAT - GRANTS STAFF LOANS AND SALARY *
      * ADVANCES AGAINST EMPMAST.DAT, SHOWS THE LOAN    *
      * STATEMENT OF ONE EMPLOYEE FROM LOANMAST.DAT AND *
      * THE LOANTRAN.DAT MOVEMENTS, AND LISTS THE LOAN  *
      * BOOK. A LOAN IS REPAID IN 1 TO 120 MONTHLY      *
      * INSTALLMENTS; AN ADVANCE IS AT MOST ONE MONTH'S *
      * SALARY AND IS RECOVERED IN FULL BY THE NEXT     *
      * PAYROLL RUN. PAYROLL AND FINSETL DO THE         *
      * RECOVERING. THE SESSION STARTS WITH AN OPRSIGN  *
      * SIGN-ON AND NEEDS UPDATE AUTHORITY TO GRANT.    *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT LOAN-MASTER ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT LOAN-TRANS ASSIGN TO 'LOANTRAN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANTRAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "emprecord.cpy".

       FD  LOAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "loanmast.cpy".

       FD  LOAN-TRANS
           LABEL RECORDS ARE STANDARD.
       COPY "loantran.cpy".

       WORKING-STORAGE SECTION.
       77 WS-EMPMAST-STATUS PIC XX VALUE '00'.
       77 WS-LOANMAST-STATUS PIC XX VALUE '00'.
       77 WS-LOANTRAN-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-CHOICE PIC 9 VALUE ZERO.
       77 WS-ENTRY-VALID-FLAG PIC X VALUE 'N'.
       77 WS-TARGET-EMPID PIC 9(5) VALUE ZERO.
       77 WS-EMP-ON-FILE PIC X VALUE 'N'.
       77 WS-EMP-SALARY PIC 9(7)V99 VALUE ZERO.
       77 WS-GRANT-TYPE PIC X VALUE SPACE.
       77 WS-ENTRY-PRINCIPAL PIC 9(7)V99 VALUE ZERO.
       77 WS-ENTRY-INSTALLMENTS PIC 9(3) VALUE ZERO.
       77 WS-NEXT-LOAN-NO PIC 9(6) VALUE ZERO.
       77 WS-LOAN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ACTIVE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-TRAN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-PRINCIPAL PIC 9(9)V99 VALUE ZERO.
       77 WS-TOTAL-BALANCE PIC 9(9)V99 VALUE ZERO.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-MONTH-PARTS REDEFINES WS-RUN-DATE.
            02 WS-RUN-YYYYMM PIC 9(6).
            02 FILLER PIC 9(2).

       COPY "valparm.cpy".

       COPY "oprparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'OPRSIGN' USING SGN-RESULT.
           IF SGN-PASS-FLAG NOT = 'Y'
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM UNTIL WS-CHOICE = 5
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              MOVE 'L' TO WS-GRANT-TYPE
                              PERFORM GRANT-LOAN
                          END-IF
                   WHEN 2 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              MOVE 'A' TO WS-GRANT-TYPE
                              PERFORM GRANT-LOAN
                          END-IF
                   WHEN 3 PERFORM LOAN-STATEMENT
                   WHEN 4 PERFORM LIST-LOANS
                   WHEN 5 DISPLAY 'EXITING STAFF LOAN MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       REFUSE-INQUIRE-ONLY.
           DISPLAY 'UPDATE AUTHORITY REQUIRED - INQUIRY ONLY'.

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY 'STAFF LOAN MAINTENANCE'.
           DISPLAY '1. GRANT STAFF LOAN'.
           DISPLAY '2. GRANT SALARY ADVANCE'.
           DISPLAY '3. LOAN STATEMENT FOR AN EMPLOYEE'.
           DISPLAY '4. LIST LOAN BOOK'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

      ***************************************************
      * A SEPARATED EMPLOYEE CAN NOT BE GRANTED A LOAN  *
      * - THERE IS NO FURTHER PAYROLL TO RECOVER IT.    *
      ***************************************************
       CHECK-EMP-ON-FILE.
           MOVE 'N' TO WS-EMP-ON-FILE.
           OPEN INPUT EMP-MASTER.
           IF WS-EMPMAST-STATUS NOT = '00'
               DISPLAY 'EMP-MASTER NOT FOUND'
           ELSE
               MOVE WS-TARGET-EMPID TO EMPID
               READ EMP-MASTER
                   INVALID KEY
                       DISPLAY 'EMPID NOT ON EMP-MASTER'
                   NOT INVALID KEY
                       IF EMPSTATUS = 'S' OR EMPSTATUS = 'F'
                           DISPLAY 'EMPLOYEE ' EMPNAME
                               ' IS SEPARATED - NO LOAN GRANTED'
                       ELSE
                           MOVE 'Y' TO WS-EMP-ON-FILE
                           MOVE EMPSALARY TO WS-EMP-SALARY
                           DISPLAY 'EMPLOYEE: ' EMPNAME ' DEPT: '
                               EMPDEPT
                       END-IF
               END-READ
               CLOSE EMP-MASTER
           END-IF.

       GRANT-LOAN.
           DISPLAY 'ENTER EMPID: '.
           ACCEPT WS-TARGET-EMPID.
           PERFORM CHECK-EMP-ON-FILE.
           IF WS-EMP-ON-FILE = 'Y'
               IF WS-GRANT-TYPE = 'A'
                   DISPLAY 'ENTER ADVANCE AMOUNT (UP TO '
                       WS-EMP-SALARY '): '
               ELSE
                   DISPLAY 'ENTER LOAN PRINCIPAL: '
               END-IF
               PERFORM ACCEPT-VALID-PRINCIPAL
               IF WS-GRANT-TYPE = 'A'
                   MOVE 1 TO WS-ENTRY-INSTALLMENTS
               ELSE
                   DISPLAY 'ENTER NUMBER OF MONTHLY INSTALLMENTS: '
                   PERFORM ACCEPT-VALID-INSTALLMENTS
               END-IF
               PERFORM GET-NEXT-LOAN-NO
               PERFORM WRITE-NEW-LOAN
               PERFORM WRITE-GRANT-TRANSACTION
               DISPLAY 'LOAN ' LN-LOAN-NO ' GRANTED - '
                   LN-INSTALLMENTS ' INSTALLMENTS OF '
                   LN-INSTALLMENT
           END-IF.

       ACCEPT-VALID-PRINCIPAL.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               ACCEPT WS-ENTRY-PRINCIPAL
               MOVE 'N' TO VAL-RULE-TYPE
               MOVE WS-ENTRY-PRINCIPAL TO VAL-NUM-VALUE
               MOVE 1 TO VAL-RANGE-LOW
               MOVE 9999999 TO VAL-RANGE-HIGH
               CALL 'VALEDIT' USING VAL-REQUEST VAL-RESULT
               IF VAL-PASS-FLAG = 'N'
                   DISPLAY VAL-REASON ' - TRY AGAIN'
               ELSE
                   IF WS-GRANT-TYPE = 'A'
                           AND WS-ENTRY-PRINCIPAL > WS-EMP-SALARY
                       DISPLAY 'ADVANCE EXCEEDS ONE MONTH SALARY - '
                           'TRY AGAIN'
                   ELSE
                       MOVE 'Y' TO WS-ENTRY-VALID-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       ACCEPT-VALID-INSTALLMENTS.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               ACCEPT WS-ENTRY-INSTALLMENTS
               MOVE 'N' TO VAL-RULE-TYPE
               MOVE WS-ENTRY-INSTALLMENTS TO VAL-NUM-VALUE
               MOVE 1 TO VAL-RANGE-LOW
               MOVE 120 TO VAL-RANGE-HIGH
               CALL 'VALEDIT' USING VAL-REQUEST VAL-RESULT
               IF VAL-PASS-FLAG = 'N'
                   DISPLAY VAL-REASON ' - TRY AGAIN'
               ELSE
                   MOVE 'Y' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-PERFORM.

       GET-NEXT-LOAN-NO.
           MOVE ZERO TO WS-NEXT-LOAN-NO.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LOAN-MASTER.
           IF WS-LOANMAST-STATUS = '00'
               PERFORM READ-LOAN-MASTER
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF LN-LOAN-NO > WS-NEXT-LOAN-NO
                       MOVE LN-LOAN-NO TO WS-NEXT-LOAN-NO
                   END-IF
                   PERFORM READ-LOAN-MASTER
               END-PERFORM
               CLOSE LOAN-MASTER
           END-IF.
           ADD 1 TO WS-NEXT-LOAN-NO.

       READ-LOAN-MASTER.
           READ LOAN-MASTER
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       WRITE-NEW-LOAN.
           OPEN EXTEND LOAN-MASTER.
           IF WS-LOANMAST-STATUS = '35'
               OPEN OUTPUT LOAN-MASTER
               CLOSE LOAN-MASTER
               OPEN EXTEND LOAN-MASTER
           END-IF.
           MOVE SPACES TO LN-RECORD.
           MOVE WS-NEXT-LOAN-NO TO LN-LOAN-NO.
           MOVE WS-TARGET-EMPID TO LN-EMPID.
           MOVE WS-GRANT-TYPE TO LN-TYPE.
           MOVE WS-RUN-DATE TO LN-GRANT-DATE.
           MOVE WS-ENTRY-PRINCIPAL TO LN-PRINCIPAL.
           MOVE WS-ENTRY-INSTALLMENTS TO LN-INSTALLMENTS.
           COMPUTE LN-INSTALLMENT ROUNDED =
               WS-ENTRY-PRINCIPAL / WS-ENTRY-INSTALLMENTS.
           MOVE ZERO TO LN-PAID-COUNT.
           MOVE WS-ENTRY-PRINCIPAL TO LN-BALANCE.
           MOVE ZERO TO LN-LAST-PERIOD.
           MOVE 'A' TO LN-STATUS.
           WRITE LN-RECORD.
           CLOSE LOAN-MASTER.

       WRITE-GRANT-TRANSACTION.
           OPEN EXTEND LOAN-TRANS.
           IF WS-LOANTRAN-STATUS = '35'
               OPEN OUTPUT LOAN-TRANS
               CLOSE LOAN-TRANS
               OPEN EXTEND LOAN-TRANS
           END-IF.
           MOVE SPACES TO LT-RECORD.
           MOVE LN-LOAN-NO TO LT-LOAN-NO.
           MOVE LN-EMPID TO LT-EMPID.
           MOVE WS-RUN-DATE TO LT-DATE.
           MOVE WS-RUN-YYYYMM TO LT-PERIOD.
           MOVE 'G' TO LT-TYPE.
           MOVE LN-PRINCIPAL TO LT-AMOUNT.
           MOVE LN-BALANCE TO LT-BALANCE.
           WRITE LT-RECORD.
           CLOSE LOAN-TRANS.

      ***************************************************
      * THE STATEMENT SHOWS EVERY LOAN OF THE EMPLOYEE  *
      * AND THEN EVERY MOVEMENT ON THEM IN FILE ORDER.  *
      ***************************************************
       LOAN-STATEMENT.
           DISPLAY 'ENTER EMPID: '.
           ACCEPT WS-TARGET-EMPID.
           MOVE ZERO TO WS-LOAN-COUNT.
           MOVE ZERO TO WS-TOTAL-BALANCE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LOAN-MASTER.
           IF WS-LOANMAST-STATUS NOT = '00'
               DISPLAY 'LOANMAST.DAT NOT FOUND - NO LOANS ON FILE'
           ELSE
               DISPLAY ' '
               DISPLAY '     LOAN STATEMENT FOR EMPID ' WS-TARGET-EMPID
               DISPLAY 'LOAN   T GRANTED  PRINCIPAL  INST PAID '
                   'BALANCE    S'
               DISPLAY '----------------------------------------------'
                   '-------'
               PERFORM READ-LOAN-MASTER
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF LN-EMPID = WS-TARGET-EMPID
                       DISPLAY LN-LOAN-NO ' ' LN-TYPE ' '
                           LN-GRANT-DATE ' ' LN-PRINCIPAL ' '
                           LN-INSTALLMENTS ' ' LN-PAID-COUNT ' '
                           LN-BALANCE ' ' LN-STATUS
                       ADD 1 TO WS-LOAN-COUNT
                       ADD LN-BALANCE TO WS-TOTAL-BALANCE
                   END-IF
                   PERFORM READ-LOAN-MASTER
               END-PERFORM
               CLOSE LOAN-MASTER
               IF WS-LOAN-COUNT = ZERO
                   DISPLAY 'NO LOANS ON FILE FOR THIS EMPLOYEE'
               ELSE
                   DISPLAY 'OUTSTANDING BALANCE: ' WS-TOTAL-BALANCE
                   PERFORM LIST-EMPLOYEE-MOVEMENTS
               END-IF
           END-IF.

       LIST-EMPLOYEE-MOVEMENTS.
           MOVE ZERO TO WS-TRAN-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LOAN-TRANS.
           IF WS-LOANTRAN-STATUS = '00'
               DISPLAY ' '
               DISPLAY 'LOAN   DATE     PERIOD T AMOUNT     BALANCE'
               DISPLAY '----------------------------------------------'
               PERFORM READ-LOAN-TRANS
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF LT-EMPID = WS-TARGET-EMPID
                       DISPLAY LT-LOAN-NO ' ' LT-DATE ' ' LT-PERIOD
                           ' ' LT-TYPE ' ' LT-AMOUNT ' ' LT-BALANCE
                       ADD 1 TO WS-TRAN-COUNT
                   END-IF
                   PERFORM READ-LOAN-TRANS
               END-PERFORM
               CLOSE LOAN-TRANS
               DISPLAY 'MOVEMENTS: ' WS-TRAN-COUNT
                   '  (G GRANT, R PAYROLL, F FINAL SETTLEMENT, '
                   'V REVERSED)'
           END-IF.

       READ-LOAN-TRANS.
           READ LOAN-TRANS
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LIST-LOANS.
           MOVE ZERO TO WS-LOAN-COUNT.
           MOVE ZERO TO WS-ACTIVE-COUNT.
           MOVE ZERO TO WS-TOTAL-PRINCIPAL.
           MOVE ZERO TO WS-TOTAL-BALANCE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LOAN-MASTER.
           IF WS-LOANMAST-STATUS NOT = '00'
               DISPLAY 'LOANMAST.DAT NOT FOUND - NO LOANS ON FILE'
           ELSE
               DISPLAY ' '
               DISPLAY 'LOAN   EMPID T PRINCIPAL  INST PAID BALANCE  '
                   '  S'
               DISPLAY '----------------------------------------------'
                   '---'
               PERFORM READ-LOAN-MASTER
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   DISPLAY LN-LOAN-NO ' ' LN-EMPID ' ' LN-TYPE ' '
                       LN-PRINCIPAL ' ' LN-INSTALLMENTS ' '
                       LN-PAID-COUNT ' ' LN-BALANCE ' ' LN-STATUS
                   ADD 1 TO WS-LOAN-COUNT
                   ADD LN-PRINCIPAL TO WS-TOTAL-PRINCIPAL
                   ADD LN-BALANCE TO WS-TOTAL-BALANCE
                   IF LN-STATUS = 'A'
                       ADD 1 TO WS-ACTIVE-COUNT
                   END-IF
                   PERFORM READ-LOAN-MASTER
               END-PERFORM
               CLOSE LOAN-MASTER
               DISPLAY '----------------------------------------------'
                   '---'
               DISPLAY 'LOANS ON FILE:     ' WS-LOAN-COUNT
                   '  ACTIVE: ' WS-ACTIVE-COUNT
               DISPLAY 'TOTAL PRINCIPAL:   ' WS-TOTAL-PRINCIPAL
               DISPLAY 'TOTAL OUTSTANDING: ' WS-TOTAL-BALANCE
           END-IF.
