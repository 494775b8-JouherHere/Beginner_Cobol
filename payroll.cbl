      * EMPLOYEE FROM EMPDEDUC.DAT. THE RUN ALSO WRITES *
      * ONE FORMATTED PAYSLIP PER EMPLOYEE TO           *
      * PAYSLIPS.RPT AND A FIXED-FORMAT BANK PAYMENT    *
      * EXTRACT TO BANKPAY.DAT WITH A BALANCING         *
      * TRAILER. EMPLOYEES WITH A TIMESHT.DAT           *
      * TRANSACTION ARE PAID BY HOURS - BASE PLUS       *
      * OVERTIME AT A PREMIUM RATE - WITH UNMATCHED     *
      * TIMESHEETS REJECTED TO TIMEEXC.DAT AND THE      *
      * HOURS BEHIND EVERY GROSS FIGURE PRINTED ON THE  *
      * PAYREG.RPT PAY REGISTER. APPROVED UNPAID LEAVE  *
      * ON LEAVTRAN.DAT STARTING IN THE RUN MONTH IS    *
      * DOCKED FROM GROSS AT ONE THIRTIETH OF SALARY    *
      * PER DAY, SHOWN ON THE PAYSLIP, AND THE          *
      * TRANSACTION MARKED D. GROSS, DEDUCTIONS AND NET *
      * ARE ALSO SUMMARIZED BY DEPARTMENT AFTER THE     *
      * SHOP-WIDE TOTALS, AND A BALANCED SET OF DATED   *
      * DEBIT/CREDIT POSTINGS PER DEPARTMENT IS         *
      * APPENDED TO THE GLPOST.DAT LEDGER EXTRACT WITH  *
      * A TRAILER PROVING DEBITS EQUAL CREDITS. EVERY   *
      * RUN ALSO ROLLS PERIOD GROSS, TAX, DEDUCTIONS    *
      * AND NET INTO THE PAYYTD.DAT YEAR-TO-DATE FILE   *
      * AND PRINTS THE YTD COLUMN ON THE PAYSLIPS;      *
      * YEARCERT PRINTS THE ANNUAL EARNINGS             *
      * CERTIFICATES FROM IT. EACH PAY MONTH IS         *
      * RECORDED ON THE PAYPERD.DAT PERIOD REGISTER AND *
      * A MONTH ALREADY RUN OR CLOSED IS REFUSED. THE   *
      * RUN JOURNALS WHAT IT ADDED TO PAYYTD AND WHICH  *
      * LEAVTRAN AND SALHIST FLAGS IT SET TO            *
      * PAYHIST.DAT, SO PAYREVS CAN BACK THE WHOLE      *
      * PERIOD OUT FOR A CLEAN RERUN. SEPARATED         *
      * EMPLOYEES (EMPSTATUS F, OR S WITH THE LEAVING   *
      * DATE REACHED) ARE NOT PAID HERE - FINSETL PAYS  *
      * THEIR FINAL SETTLEMENT - AND ONLY THE LEAVE AND *
      * RATE CHANGES OF EMPLOYEES PAID IN THE RUN ARE   *
      * FLAGGED. THE DEPARTMENTS ARE COUNTED BEFORE     *
      * ANYTHING IS WRITTEN AND A SHOP WITH MORE THAN   *
      * THE TABLE HOLDS IS REFUSED (RC 8). LOAN         *
      * REPAYMENT IS NO LONGER A FIXED TYPE-L LINE ON   *
      * EMPDEDUC.DAT - AN OLD TYPE L ROW IS ONLY TAKEN  *
      * UNTIL THE EMPLOYEE'S LOAN IS SET UP ON          *
      * LOANMAST.DAT IN LOANMANT. EACH ACTIVE LOAN OR   *
      * ADVANCE ON LOANMAST.DAT HAS ITS INSTALLMENT     *
      * RECOVERED (THE REMAINING BALANCE ON THE LAST    *
      * ONE), THE BALANCE REDUCED AND THE MOVEMENT      *
      * LOGGED TO LOANTRAN.DAT UNTIL THE LOAN IS PAID   *
      * OFF. LOAN RECOVERY IS LIMITED TO THE PAY LEFT   *
      * AFTER TAX, PENSION AND INSURANCE, SO THE LOAN   *
      * BALANCES, PAYHIST AND PAYYTD CARRY ONLY WHAT    *
      * WAS DEDUCTED.                                   *
      ***************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMPID
               FILE STATUS IS WS-PAYYTD-STATUS.
           SELECT PAY-PERIOD ASSIGN TO 'PAYPERD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYPERD-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
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
       COPY "payytd.cpy".

       FD  PAY-PERIOD
           LABEL RECORDS ARE STANDARD.
       COPY "payperd.cpy".

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY "payhist.cpy".

       FD  LOAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "loanmast.cpy".

       FD  LOAN-TRANS
           LABEL RECORDS ARE STANDARD.
       COPY "loantran.cpy".

       WORKING-STORAGE SECTION.
       77 WS-LOANMAST-STATUS PIC XX VALUE '00'.
       77 WS-LOANTRAN-STATUS PIC XX VALUE '00'.
       77 WS-LN-EOF-FLAG PIC X VALUE 'N'.
       77 WS-LN-IDX PIC 9(3) VALUE ZERO.
       77 WS-LN-RECOVERY PIC 9(7)V99 VALUE ZERO.
       77 WS-LOAN-ROOM PIC S9(7)V99 VALUE ZERO.
       77 WS-LEGACY-LOAN-COUNT PIC 9(3) VALUE ZERO.
       77 WS-LEGACY-PAID-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LE-IDX PIC 9(3) VALUE ZERO.
       77 WS-LOAN-MIGRATED PIC X VALUE 'N'.
       77 WS-PAYABLE PIC X VALUE 'N'.

       01 WS-LOAN-EMP-TABLE.
            02 WS-LE-COUNT PIC 9(3) VALUE ZERO.
            02 WS-LE-EMPID PIC 9(5) OCCURS 500 TIMES.

       01 WS-LOAN-TABLE.
            02 WS-LN-COUNT PIC 9(3) VALUE ZERO.
            02 WS-LN-ENTRY OCCURS 500 TIMES.
                 03 WS-LN-LOAN-NO PIC 9(6).
                 03 WS-LN-EMPID PIC 9(5).
                 03 WS-LN-INSTALLMENT PIC 9(7)V99.
                 03 WS-LN-BALANCE PIC 9(7)V99.
                 03 WS-LN-LAST-INST PIC X.
                 03 WS-LN-RECOVERED PIC 9(7)V99.
       77 WS-PAYPERD-STATUS PIC XX VALUE '00'.
       77 WS-PAYHIST-STATUS PIC XX VALUE '00'.
       77 WS-PRD-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PRD-FOUND PIC X VALUE 'N'.
       77 WS-EMPMAST-STATUS PIC XX VALUE '00'.
       77 WS-TAXPARM-STATUS PIC XX VALUE '00'.
       77 WS-DEDUC-STATUS PIC XX VALUE '00'.
       77 WS-TAX-EOF-FLAG PIC X VALUE 'N'.
       77 WS-DED-EOF-FLAG PIC X VALUE 'N'.
       77 WS-EMP-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SEPARATED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-TAX-IDX PIC 9(2) VALUE ZERO.
       77 WS-DED-IDX PIC 9(3) VALUE ZERO.
       77 WS-BAND-TOP PIC 9(7)V99 VALUE ZERO.
            02 WS-LV-ENTRY OCCURS 500 TIMES.
                 03 WS-LV-EMPID PIC 9(5).
                 03 WS-LV-DAYS PIC 9(3).
                 03 WS-LV-PAID PIC X.

       77 WS-SALHIST-STATUS PIC XX VALUE '00'.
       77 WS-SH-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PERIOD-SALARY PIC 9(7)V99 VALUE ZERO.
       77 WS-RETRO-PAY PIC S9(7)V99 VALUE ZERO.
       77 WS-RETRO-MONTHS PIC 9(4) VALUE ZERO.
       77 WS-RETRO-RUN-YEAR PIC 9(4) VALUE ZERO.
       77 WS-RETRO-RUN-MONTH PIC 9(2) VALUE ZERO.
       77 WS-RETRO-EFF-YEAR PIC 9(4) VALUE ZERO.
       77 WS-RETRO-EFF-MONTH PIC 9(2) VALUE ZERO.
       77 WS-EFF-YYYYMM PIC 9(6) VALUE ZERO.

       01 WS-SALARY-TABLE.
                 03 WS-SAL-MIN-EFF PIC 9(8).
                 03 WS-SAL-MIN-OLD PIC 9(7)V99.
                 03 WS-SAL-RETRO PIC S9(7)V99.
                 03 WS-SAL-PAID PIC X.

       01 WS-TAX-TABLE.
            02 WS-TAX-COUNT PIC 9(2) VALUE ZERO.
           IF WS-PARM-ERROR = 'Y'
               GOBACK
           END-IF.
           PERFORM CHECK-PAY-PERIOD.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM LOAD-TAX-TABLE.
           PERFORM LOAD-DEDUCTION-TABLE.
           PERFORM LOAD-LOAN-TABLE.
           PERFORM LOAD-TIMESHEET-TABLE.
           PERFORM LOAD-UNPAID-LEAVE.
           PERFORM LOAD-SALARY-HISTORY.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM PRESCAN-DEPARTMENTS.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF WS-EMPMAST-STATUS NOT = '00'
               DISPLAY 'EMP-MASTER NOT FOUND - PAYROLL NOT RUN'
           OPEN OUTPUT PAY-REGISTER.
           OPEN OUTPUT TIME-EXCEPTION.
           PERFORM OPEN-YTD-FILE.
           PERFORM OPEN-PAY-HISTORY.
           PERFORM HEADING-PARA.
           PERFORM READ-EMPLOYEE.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               PERFORM SET-PAYABLE-FLAG
               IF WS-PAYABLE = 'N'
                   DISPLAY 'EMPID ' EMPID ' SEPARATED ON '
                       EMPLEAVEDATE ' - NOT PAID, SEE FINSETL'
                   ADD 1 TO WS-SEPARATED-COUNT
               ELSE
                   PERFORM CALC-PAY
                   DISPLAY EMP-RECORD ' ' WS-PAY-LINE
                   PERFORM UPDATE-YTD-RECORD
                   PERFORM JOURNAL-EMPLOYEE-PAY
                   PERFORM WRITE-PAYSLIP
                   PERFORM WRITE-BANK-DETAIL
                   PERFORM WRITE-REGISTER-LINE
                   ADD 1 TO WS-EMP-COUNT
               END-IF
               PERFORM READ-EMPLOYEE
           END-PERFORM.
           PERFORM MARK-LEAVE-DOCKED.
           PERFORM MARK-RETRO-PAID.
           PERFORM APPLY-LOAN-RECOVERIES.
           PERFORM FOOTER-PARA.
           PERFORM DEPT-SUMMARY-PARA.
           PERFORM WRITE-GL-EXTRACT.
           IF WS-LEGACY-PAID-COUNT > ZERO
               DISPLAY 'LEGACY TYPE L LOAN DEDUCTIONS TAKEN FOR '
                   WS-LEGACY-PAID-COUNT ' EMPLOYEES - SET THE LOANS '
                   'UP IN LOANMANT'
           END-IF.
           PERFORM WRITE-BANK-TRAILER.
           PERFORM WRITE-UNMATCHED-TIMESHEETS.
           CLOSE PAY-REGISTER.
           CLOSE TIME-EXCEPTION.
           CLOSE YTD-FILE.
           CLOSE PAY-HISTORY.
           CLOSE EMP-MASTER.
           PERFORM MARK-PERIOD-RUN.
           PERFORM SPOOL-REPORTS.
           GOBACK.

      ***************************************************
      * A PAY MONTH MAY ONLY BE RUN ONCE. A SECOND RUN  *
      * WOULD POST THE LEDGER AND ADD THE MONTH INTO    *
      * PAYYTD AGAIN, SO A MONTH MARKED R MUST FIRST BE *
      * BACKED OUT BY PAYREVS, AND A CLOSED MONTH IS    *
      * FINAL.                                          *
      ***************************************************
       CHECK-PAY-PERIOD.
           MOVE 'N' TO WS-PRD-FOUND.
           MOVE 'N' TO WS-PRD-EOF-FLAG.
           OPEN INPUT PAY-PERIOD.
           IF WS-PAYPERD-STATUS = '00'
               PERFORM READ-PAY-PERIOD
               PERFORM UNTIL WS-PRD-EOF-FLAG = 'Y'
                       OR WS-PRD-FOUND = 'Y'
                   IF PRD-PERIOD = WS-RUN-YYYYMM
                       MOVE 'Y' TO WS-PRD-FOUND
                   ELSE
                       PERFORM READ-PAY-PERIOD
                   END-IF
               END-PERFORM
               CLOSE PAY-PERIOD
           END-IF.
           IF WS-PRD-FOUND = 'Y'
               EVALUATE PRD-STATUS
                   WHEN 'R'
                       DISPLAY 'PAYROLL PERIOD ' WS-RUN-YYYYMM
                           ' ALREADY RUN ON ' PRD-RUN-DATE
                           ' - REVERSE IT WITH PAYREVS BEFORE '
                           'RUNNING AGAIN'
                       MOVE 8 TO RETURN-CODE
                   WHEN 'C'
                       DISPLAY 'PAYROLL PERIOD ' WS-RUN-YYYYMM
                           ' IS CLOSED - PAYROLL NOT RUN'
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       READ-PAY-PERIOD.
           READ PAY-PERIOD
               AT END MOVE 'Y' TO WS-PRD-EOF-FLAG
           END-READ.

       MARK-PERIOD-RUN.
           MOVE 'N' TO WS-PRD-FOUND.
           MOVE 'N' TO WS-PRD-EOF-FLAG.
           OPEN I-O PAY-PERIOD.
           IF WS-PAYPERD-STATUS = '00'
               PERFORM READ-PAY-PERIOD
               PERFORM UNTIL WS-PRD-EOF-FLAG = 'Y'
                       OR WS-PRD-FOUND = 'Y'
                   IF PRD-PERIOD = WS-RUN-YYYYMM
                       MOVE 'Y' TO WS-PRD-FOUND
                       PERFORM FILL-PERIOD-RECORD
                       REWRITE PRD-RECORD
                   ELSE
                       PERFORM READ-PAY-PERIOD
                   END-IF
               END-PERFORM
               CLOSE PAY-PERIOD
           END-IF.
           IF WS-PRD-FOUND = 'N'
               OPEN EXTEND PAY-PERIOD
               IF WS-PAYPERD-STATUS = '35'
                   OPEN OUTPUT PAY-PERIOD
                   CLOSE PAY-PERIOD
                   OPEN EXTEND PAY-PERIOD
               END-IF
               PERFORM FILL-PERIOD-RECORD
               WRITE PRD-RECORD
               CLOSE PAY-PERIOD
           END-IF.
           DISPLAY 'PAYROLL PERIOD ' WS-RUN-YYYYMM
               ' MARKED RUN ON THE PERIOD REGISTER'.

       FILL-PERIOD-RECORD.
           MOVE SPACES TO PRD-RECORD.
           MOVE WS-RUN-YYYYMM TO PRD-PERIOD.
           MOVE 'R' TO PRD-STATUS.
           MOVE WS-RUN-DATE TO PRD-RUN-DATE.
           MOVE WS-EMP-COUNT TO PRD-EMP-COUNT.
           MOVE WS-TOTAL-GROSS TO PRD-GROSS.
           MOVE WS-TOTAL-NET TO PRD-NET.

       OPEN-PAY-HISTORY.
           OPEN EXTEND PAY-HISTORY.
           IF WS-PAYHIST-STATUS = '35'
               OPEN OUTPUT PAY-HISTORY
               CLOSE PAY-HISTORY
               OPEN EXTEND PAY-HISTORY
           END-IF.

      ***************************************************
      * THE RUN JOURNAL HOLDS EXACTLY WHAT THIS RUN     *
      * ADDED OR FLAGGED, SO PAYREVS NEVER HAS TO GUESS *
      * WHICH RECORDS BELONG TO THE PERIOD.             *
      ***************************************************
       JOURNAL-EMPLOYEE-PAY.
           MOVE SPACES TO PH-RECORD.
           MOVE WS-RUN-YYYYMM TO PH-PERIOD.
           MOVE 'E' TO PH-REC-TYPE.
           MOVE EMPID TO PH-EMPID.
           MOVE WS-RUN-DATE TO PH-KEY-DATE.
           MOVE EMPDEPT TO PH-DEPT.
           MOVE WS-GROSS-PAY TO PH-GROSS.
           MOVE WS-TAX-DED TO PH-TAX.
           MOVE WS-PENSION-DED TO PH-PENSION.
           MOVE WS-INSUR-DED TO PH-INSUR.
           MOVE WS-LOAN-DED TO PH-LOAN.
           MOVE WS-NET-PAY TO PH-NET.
           MOVE 'N' TO PH-REVERSED.
           WRITE PH-RECORD.

       JOURNAL-FLAG-CHANGE.
           MOVE WS-RUN-YYYYMM TO PH-PERIOD.
           MOVE SPACES TO PH-DEPT.
           MOVE ZERO TO PH-GROSS PH-TAX PH-PENSION PH-INSUR
               PH-LOAN PH-NET.
           MOVE 'N' TO PH-REVERSED.
           WRITE PH-RECORD.

       SPOOL-REPORTS.
           MOVE 'PAYREG.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
                   MOVE DED-EMPID TO WS-DED-EMPID (WS-DED-COUNT)
                   MOVE DED-TYPE TO WS-DED-TYPE (WS-DED-COUNT)
                   MOVE DED-AMOUNT TO WS-DED-AMOUNT (WS-DED-COUNT)
                   IF DED-TYPE = 'L'
                       ADD 1 TO WS-LEGACY-LOAN-COUNT
                   END-IF
                   PERFORM READ-DEDUCTION
               END-PERFORM
               IF WS-DED-EOF-FLAG = 'N'
                       'PAYROLL NOT RUN'
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF WS-LEGACY-LOAN-COUNT > ZERO
                   DISPLAY 'EMPDEDUC.DAT HAS ' WS-LEGACY-LOAN-COUNT
                       ' TYPE L ROWS - DEDUCTED ONLY WHERE THE '
                       'EMPLOYEE HAS NO LOAN ON LOANMAST.DAT'
               END-IF
               CLOSE EMP-DEDUCTIONS
           END-IF.

               AT END MOVE 'Y' TO WS-DED-EOF-FLAG
           END-READ.

      ***************************************************
      * ONLY ACTIVE LOANS WITH A BALANCE LEFT AND NO    *
      * RECOVERY YET IN THE RUN MONTH ARE TAKEN UP.     *
      * THE MASTER IS ONLY READ HERE - THE BALANCES ARE *
      * REDUCED BY APPLY-LOAN-RECOVERIES AFTER THE      *
      * EMPLOYEES HAVE ACTUALLY BEEN PAID. EVERY EMPID  *
      * WITH A LOAN OF ANY STATUS IS ALSO NOTED - THEIR *
      * LOANS HAVE BEEN SET UP IN LOANMANT, SO ANY OLD  *
      * TYPE L ROW ON EMPDEDUC.DAT IS NO LONGER TAKEN.  *
      ***************************************************
       LOAD-LOAN-TABLE.
           MOVE ZERO TO WS-LN-COUNT.
           MOVE ZERO TO WS-LE-COUNT.
           MOVE 'N' TO WS-LN-EOF-FLAG.
           OPEN INPUT LOAN-MASTER.
           IF WS-LOANMAST-STATUS = '00'
               PERFORM READ-LOAN-MASTER
               PERFORM UNTIL WS-LN-EOF-FLAG = 'Y'
                   PERFORM NOTE-LOAN-EMPLOYEE
                   IF LN-STATUS = 'A' AND LN-BALANCE > ZERO
                           AND LN-LAST-PERIOD NOT = WS-RUN-YYYYMM
                       PERFORM TAKE-UP-ONE-LOAN
                   END-IF
                   PERFORM READ-LOAN-MASTER
               END-PERFORM
               CLOSE LOAN-MASTER
           END-IF.

       READ-LOAN-MASTER.
           READ LOAN-MASTER
               AT END MOVE 'Y' TO WS-LN-EOF-FLAG
           END-READ.

       NOTE-LOAN-EMPLOYEE.
           PERFORM VARYING WS-LE-IDX FROM 1 BY 1
                   UNTIL WS-LE-IDX > WS-LE-COUNT
                   OR WS-LE-EMPID (WS-LE-IDX) = LN-EMPID
               CONTINUE
           END-PERFORM.
           IF WS-LE-IDX > WS-LE-COUNT
               IF WS-LE-COUNT = 500
                   DISPLAY 'LOANMAST.DAT HAS MORE THAN 500 BORROWERS '
                       '- PAYROLL NOT RUN'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-LN-EOF-FLAG
               ELSE
                   ADD 1 TO WS-LE-COUNT
                   MOVE LN-EMPID TO WS-LE-EMPID (WS-LE-COUNT)
               END-IF
           END-IF.

       TAKE-UP-ONE-LOAN.
           IF WS-LN-COUNT = 500
               DISPLAY 'LOANMAST.DAT HAS MORE THAN 500 ACTIVE LOANS - '
                   'PAYROLL NOT RUN'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-LN-EOF-FLAG
           ELSE
               ADD 1 TO WS-LN-COUNT
               MOVE LN-LOAN-NO TO WS-LN-LOAN-NO (WS-LN-COUNT)
               MOVE LN-EMPID TO WS-LN-EMPID (WS-LN-COUNT)
               MOVE LN-INSTALLMENT TO WS-LN-INSTALLMENT (WS-LN-COUNT)
               MOVE LN-BALANCE TO WS-LN-BALANCE (WS-LN-COUNT)
               MOVE ZERO TO WS-LN-RECOVERED (WS-LN-COUNT)
               IF LN-PAID-COUNT + 1 >= LN-INSTALLMENTS
                   MOVE 'Y' TO WS-LN-LAST-INST (WS-LN-COUNT)
               ELSE
                   MOVE 'N' TO WS-LN-LAST-INST (WS-LN-COUNT)
               END-IF
           END-IF.

      ***************************************************
      * EACH RECOVERY REDUCES THE LOAN BALANCE, IS      *
      * LOGGED TO LOANTRAN.DAT AND JOURNALED FOR        *
      * PAYREVS. A LOAN REACHING ZERO IS PAID OFF AND   *
      * NO LONGER RECOVERED.                            *
      ***************************************************
       APPLY-LOAN-RECOVERIES.
           IF WS-LN-COUNT > ZERO
               MOVE 'N' TO WS-LN-EOF-FLAG
               OPEN EXTEND LOAN-TRANS
               IF WS-LOANTRAN-STATUS = '35'
                   OPEN OUTPUT LOAN-TRANS
                   CLOSE LOAN-TRANS
                   OPEN EXTEND LOAN-TRANS
               END-IF
               OPEN I-O LOAN-MASTER
               PERFORM READ-LOAN-MASTER
               PERFORM UNTIL WS-LN-EOF-FLAG = 'Y'
                   PERFORM FIND-LOAN-ENTRY
                   IF WS-LN-IDX NOT > WS-LN-COUNT
                       IF WS-LN-RECOVERED (WS-LN-IDX) > ZERO
                           PERFORM RECOVER-ONE-LOAN
                       END-IF
                   END-IF
                   PERFORM READ-LOAN-MASTER
               END-PERFORM
               CLOSE LOAN-MASTER
               CLOSE LOAN-TRANS
           END-IF.

       FIND-LOAN-ENTRY.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
                   OR WS-LN-LOAN-NO (WS-LN-IDX) = LN-LOAN-NO
               CONTINUE
           END-PERFORM.

       RECOVER-ONE-LOAN.
           SUBTRACT WS-LN-RECOVERED (WS-LN-IDX) FROM LN-BALANCE.
           ADD 1 TO LN-PAID-COUNT.
           MOVE WS-RUN-YYYYMM TO LN-LAST-PERIOD.
           IF LN-BALANCE = ZERO
               MOVE 'P' TO LN-STATUS
               DISPLAY 'LOAN ' LN-LOAN-NO ' EMPID ' LN-EMPID
                   ' PAID OFF'
           END-IF.
           REWRITE LN-RECORD.
           MOVE SPACES TO LT-RECORD.
           MOVE LN-LOAN-NO TO LT-LOAN-NO.
           MOVE LN-EMPID TO LT-EMPID.
           MOVE WS-RUN-DATE TO LT-DATE.
           MOVE WS-RUN-YYYYMM TO LT-PERIOD.
           MOVE 'R' TO LT-TYPE.
           MOVE WS-LN-RECOVERED (WS-LN-IDX) TO LT-AMOUNT.
           MOVE LN-BALANCE TO LT-BALANCE.
           WRITE LT-RECORD.
           MOVE SPACES TO PH-RECORD.
           MOVE WS-RUN-YYYYMM TO PH-PERIOD.
           MOVE 'K' TO PH-REC-TYPE.
           MOVE LN-EMPID TO PH-EMPID.
           MOVE LN-LOAN-NO TO PH-KEY-DATE.
           MOVE SPACES TO PH-DEPT.
           MOVE ZERO TO PH-GROSS PH-TAX PH-PENSION PH-INSUR PH-NET.
           MOVE WS-LN-RECOVERED (WS-LN-IDX) TO PH-LOAN.
           MOVE 'N' TO PH-REVERSED.
           WRITE PH-RECORD.

       LOAD-TIMESHEET-TABLE.
           MOVE ZERO TO WS-TS-COUNT.
           OPEN INPUT TIMESHEET-FILE.
                   MOVE WS-LV-COUNT TO WS-LV-MATCH-IDX
                   MOVE LVT-EMPID TO WS-LV-EMPID (WS-LV-MATCH-IDX)
                   MOVE ZERO TO WS-LV-DAYS (WS-LV-MATCH-IDX)
                   MOVE 'N' TO WS-LV-PAID (WS-LV-MATCH-IDX)
               END-IF
           END-IF.
           IF WS-LV-MATCH-IDX > ZERO
               ADD LVT-DAYS TO WS-LV-DAYS (WS-LV-MATCH-IDX)
           END-IF.

      ***************************************************
      * ONLY LEAVE OF AN EMPLOYEE PAID IN THIS RUN HAS  *
      * BEEN DOCKED, SO ONLY THAT LEAVE IS MARKED D AND *
      * JOURNALED. ANY OTHER IS LEFT AS IT WAS.         *
      ***************************************************
       MARK-LEAVE-DOCKED.
           MOVE 'N' TO WS-LV-EOF-FLAG.
           OPEN I-O LEAVE-TRANS.
               PERFORM READ-LEAVE-TRANS
               PERFORM UNTIL WS-LV-EOF-FLAG = 'Y'
                   COMPUTE WS-LV-FROM-YYYYMM = LVT-FROM-DATE / 100
                   MOVE ZERO TO WS-LV-MATCH-IDX
                   IF LVT-STATUS = 'G' AND LVT-TYPE = 'U'
                           AND WS-LV-FROM-YYYYMM = WS-RUN-YYYYMM
                       PERFORM FIND-PAID-LEAVE-ENTRY
                   END-IF
                   IF WS-LV-MATCH-IDX > ZERO
                       MOVE 'D' TO LVT-STATUS
                       REWRITE LVT-RECORD
                       MOVE SPACES TO PH-RECORD
                       MOVE 'L' TO PH-REC-TYPE
                       MOVE LVT-EMPID TO PH-EMPID
                       MOVE LVT-FROM-DATE TO PH-KEY-DATE
                       PERFORM JOURNAL-FLAG-CHANGE
                   END-IF
                   PERFORM READ-LEAVE-TRANS
               END-PERFORM
               CLOSE LEAVE-TRANS
           END-IF.

       FIND-PAID-LEAVE-ENTRY.
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-COUNT
                   OR WS-LV-MATCH-IDX > ZERO
               IF WS-LV-EMPID (WS-LV-IDX) = LVT-EMPID
                       AND WS-LV-PAID (WS-LV-IDX) = 'Y'
                   MOVE WS-LV-IDX TO WS-LV-MATCH-IDX
               END-IF
           END-PERFORM.

       HEADING-PARA.
           DISPLAY '          PAYROLL REPORT'.
           DISPLAY 'EMPID NAME DEPT SALARY HIREDATE GROSS TAX '
                       TO WS-SAL-MIN-EFF (WS-SAL-MATCH-IDX)
                   MOVE ZERO TO WS-SAL-MIN-OLD (WS-SAL-MATCH-IDX)
                   MOVE ZERO TO WS-SAL-RETRO (WS-SAL-MATCH-IDX)
                   MOVE 'N' TO WS-SAL-PAID (WS-SAL-MATCH-IDX)
               END-IF
           END-IF.
           IF WS-SAL-MATCH-IDX > ZERO
               IF SAL-RETRO-PAID = 'N'
                   COMPUTE WS-EFF-YYYYMM = SAL-EFF-DATE / 100
                   IF WS-EFF-YYYYMM < WS-RUN-YYYYMM
                       DIVIDE WS-RUN-YYYYMM BY 100
                           GIVING WS-RETRO-RUN-YEAR
                           REMAINDER WS-RETRO-RUN-MONTH
                       DIVIDE WS-EFF-YYYYMM BY 100
                           GIVING WS-RETRO-EFF-YEAR
                           REMAINDER WS-RETRO-EFF-MONTH
                       COMPUTE WS-RETRO-MONTHS =
                           (WS-RETRO-RUN-YEAR - WS-RETRO-EFF-YEAR) * 12
                           + WS-RETRO-RUN-MONTH - WS-RETRO-EFF-MONTH
                       COMPUTE WS-SAL-RETRO (WS-SAL-MATCH-IDX) =
                           WS-SAL-RETRO (WS-SAL-MATCH-IDX)
                           + ((SAL-NEW-SALARY - SAL-OLD-SALARY)
      * A CHANGE EFFECTIVE IN THE RUN MONTH OR EARLIER  *
      * HAS BEEN TAKEN UP BY THIS RUN - EITHER AS RETRO *
      * OR AS THE PERIOD RATE - SO ITS RETRO FLAG IS    *
      * SETTLED, PROVIDED THE EMPLOYEE WAS PAID IN THIS *
      * RUN. A LEAVER'S ARREARS STAY OPEN.              *
      ***************************************************
       MARK-RETRO-PAID.
           MOVE 'N' TO WS-SH-EOF-FLAG.
               PERFORM UNTIL WS-SH-EOF-FLAG = 'Y'
                   IF SAL-RETRO-PAID = 'N'
                       COMPUTE WS-EFF-YYYYMM = SAL-EFF-DATE / 100
                       PERFORM FIND-PAID-SALARY-ENTRY
                       IF WS-EFF-YYYYMM NOT > WS-RUN-YYYYMM
                               AND WS-SAL-MATCH-IDX > ZERO
                           MOVE 'Y' TO SAL-RETRO-PAID
                           REWRITE SAL-RECORD
                           MOVE SPACES TO PH-RECORD
                           MOVE 'S' TO PH-REC-TYPE
                           MOVE SAL-EMPID TO PH-EMPID
                           MOVE SAL-EFF-DATE TO PH-KEY-DATE
                           PERFORM JOURNAL-FLAG-CHANGE
                       END-IF
                   END-IF
                   PERFORM READ-SALARY-HISTORY
               CLOSE SALARY-HISTORY
           END-IF.

       FIND-PAID-SALARY-ENTRY.
           MOVE ZERO TO WS-SAL-MATCH-IDX.
           PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
                   UNTIL WS-SAL-IDX > WS-SAL-COUNT
                   OR WS-SAL-MATCH-IDX > ZERO
               IF WS-SAL-EMPID (WS-SAL-IDX) = SAL-EMPID
                       AND WS-SAL-PAID (WS-SAL-IDX) = 'Y'
                   MOVE WS-SAL-IDX TO WS-SAL-MATCH-IDX
               END-IF
           END-PERFORM.

       GET-PERIOD-RATE.
           MOVE EMPSALARY TO WS-PERIOD-SALARY.
           MOVE ZERO TO WS-RETRO-PAY.
               END-IF
               MOVE WS-SAL-RETRO (WS-SAL-MATCH-IDX)
                   TO WS-RETRO-PAY
               MOVE 'Y' TO WS-SAL-PAID (WS-SAL-MATCH-IDX)
           END-IF.

       CALC-PAY.
           COMPUTE WS-DEDUCTIONS = WS-TAX-DED + WS-PENSION-DED
               + WS-INSUR-DED + WS-LOAN-DED.
           IF WS-DEDUCTIONS > WS-GROSS-PAY
               DISPLAY 'TAX, PENSION AND INSURANCE EXCEED GROSS FOR '
                   'EMPID ' EMPID
                   ' - NET PAY SET TO ZERO'
               MOVE WS-GROSS-PAY TO WS-DEDUCTIONS
           END-IF.
           PERFORM ACCUMULATE-DEPT-TOTALS.

       ACCUMULATE-DEPT-TOTALS.
           PERFORM REGISTER-DEPARTMENT.
           IF WS-DEPT-MATCH-IDX > ZERO
               ADD WS-GROSS-PAY
                   TO WS-DEPT-GROSS (WS-DEPT-MATCH-IDX)
               ADD WS-DEDUCTIONS
                   TO WS-DEPT-DEDUCTIONS (WS-DEPT-MATCH-IDX)
               ADD WS-NET-PAY TO WS-DEPT-NET (WS-DEPT-MATCH-IDX)
           END-IF.

       REGISTER-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-MATCH-IDX.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           IF WS-DEPT-MATCH-IDX = ZERO
               IF WS-DEPT-COUNT = 20
                   DISPLAY 'MORE THAN 20 DEPARTMENTS - ' EMPDEPT
                       ' CANNOT BE SUMMARIZED'
                   MOVE 'Y' TO WS-DEPT-OVERFLOW
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH-IDX
                   MOVE ZERO TO WS-DEPT-NET (WS-DEPT-MATCH-IDX)
               END-IF
           END-IF.

      ***************************************************
      * THE DEPARTMENTS OF EVERY EMPLOYEE TO BE PAID    *
      * ARE REGISTERED BEFORE ANYTHING IS WRITTEN, SO A *
      * SHOP WITH MORE THAN THE TABLE HOLDS IS REFUSED  *
      * WHOLE RATHER THAN PAID WITHOUT ITS GL POSTINGS. *
      ***************************************************
       PRESCAN-DEPARTMENTS.
           MOVE ZERO TO WS-DEPT-COUNT.
           MOVE 'N' TO WS-DEPT-OVERFLOW.
           OPEN INPUT EMP-MASTER.
           IF WS-EMPMAST-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-EMPLOYEE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       OR WS-DEPT-OVERFLOW = 'Y'
                   PERFORM SET-PAYABLE-FLAG
                   IF WS-PAYABLE = 'Y'
                       PERFORM REGISTER-DEPARTMENT
                   END-IF
                   PERFORM READ-EMPLOYEE
               END-PERFORM
               CLOSE EMP-MASTER
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
           IF WS-DEPT-OVERFLOW = 'Y'
               DISPLAY 'DEPARTMENT TABLE OVERFLOW - PAYROLL NOT RUN'
               MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************************
      * A LEAVER IS PAID UP TO THE MONTH OF A LEAVING   *
      * DATE STILL TO COME; ONCE THE DATE IS REACHED    *
      * FINSETL PAYS THE FINAL SETTLEMENT INSTEAD.      *
      ***************************************************
       SET-PAYABLE-FLAG.
           MOVE 'Y' TO WS-PAYABLE.
           IF EMPSTATUS = 'F'
               MOVE 'N' TO WS-PAYABLE
           END-IF.
           IF EMPSTATUS = 'S' AND EMPLEAVEDATE NOT > WS-RUN-DATE
               MOVE 'N' TO WS-PAYABLE
           END-IF.

       CALC-GROSS-PAY.
                   UNTIL WS-LV-IDX > WS-LV-COUNT
               IF WS-LV-EMPID (WS-LV-IDX) = EMPID
                   ADD WS-LV-DAYS (WS-LV-IDX) TO WS-UNPAID-DAYS
                   MOVE 'Y' TO WS-LV-PAID (WS-LV-IDX)
               END-IF
           END-PERFORM.
           IF WS-UNPAID-DAYS > ZERO
               END-IF
           END-PERFORM.

      ***************************************************
      * A TYPE L ROW IS A LOAN REPAYMENT FROM BEFORE    *
      * LOANMAST.DAT. IT IS STILL TAKEN UNTIL THE LOAN  *
      * IS SET UP IN LOANMANT, AFTER WHICH LOANMAST.DAT *
      * ALONE GOVERNS THE EMPLOYEE'S RECOVERIES.        *
      ***************************************************
       GET-EMPLOYEE-DEDUCTIONS.
           MOVE ZERO TO WS-PENSION-DED.
           MOVE ZERO TO WS-INSUR-DED.
           MOVE ZERO TO WS-LOAN-DED.
           PERFORM VARYING WS-LE-IDX FROM 1 BY 1
                   UNTIL WS-LE-IDX > WS-LE-COUNT
                   OR WS-LE-EMPID (WS-LE-IDX) = EMPID
               CONTINUE
           END-PERFORM.
           IF WS-LE-IDX > WS-LE-COUNT
               MOVE 'N' TO WS-LOAN-MIGRATED
           ELSE
               MOVE 'Y' TO WS-LOAN-MIGRATED
           END-IF.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               IF WS-DED-EMPID (WS-DED-IDX) = EMPID
                           TO WS-PENSION-DED
                       WHEN 'I' ADD WS-DED-AMOUNT (WS-DED-IDX)
                           TO WS-INSUR-DED
                       WHEN 'L' IF WS-LOAN-MIGRATED = 'N'
                                    ADD WS-DED-AMOUNT (WS-DED-IDX)
                                        TO WS-LOAN-DED
                                END-IF
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           COMPUTE WS-LOAN-ROOM = WS-GROSS-PAY - WS-TAX-DED
               - WS-PENSION-DED - WS-INSUR-DED.
           IF WS-LOAN-ROOM < ZERO
               MOVE ZERO TO WS-LOAN-ROOM
           END-IF.
           IF WS-LOAN-DED > WS-LOAN-ROOM
               DISPLAY 'EMPID ' EMPID ' TYPE L DEDUCTION CUT FROM '
                   WS-LOAN-DED ' TO ' WS-LOAN-ROOM
               MOVE WS-LOAN-ROOM TO WS-LOAN-DED
           END-IF.
           SUBTRACT WS-LOAN-DED FROM WS-LOAN-ROOM.
           IF WS-LOAN-DED > ZERO
               ADD 1 TO WS-LEGACY-PAID-COUNT
           END-IF.
           PERFORM GET-LOAN-RECOVERY.

      ***************************************************
      * EVERY ACTIVE LOAN OF THE EMPLOYEE GIVES UP ONE  *
      * INSTALLMENT, OR ITS WHOLE BALANCE WHEN THAT IS  *
      * SMALLER OR THIS IS THE LAST INSTALLMENT, SO THE *
      * LOAN CLEARS EXACTLY ON SCHEDULE. NO MORE IS     *
      * TAKEN THAN THE PAY LEFT AFTER TAX, PENSION,     *
      * INSURANCE AND THE LOANS BEFORE IT; WHAT IS NOT  *
      * RECOVERED STAYS ON THE BALANCE.                 *
      ***************************************************
       GET-LOAN-RECOVERY.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-EMPID (WS-LN-IDX) = EMPID
                   IF WS-LN-LAST-INST (WS-LN-IDX) = 'Y'
                           OR WS-LN-INSTALLMENT (WS-LN-IDX)
                           > WS-LN-BALANCE (WS-LN-IDX)
                       MOVE WS-LN-BALANCE (WS-LN-IDX)
                           TO WS-LN-RECOVERY
                   ELSE
                       MOVE WS-LN-INSTALLMENT (WS-LN-IDX)
                           TO WS-LN-RECOVERY
                   END-IF
                   IF WS-LN-RECOVERY > WS-LOAN-ROOM
                       DISPLAY 'LOAN ' WS-LN-LOAN-NO (WS-LN-IDX)
                           ' EMPID ' EMPID ' RECOVERY CUT FROM '
                           WS-LN-RECOVERY ' TO ' WS-LOAN-ROOM
                       MOVE WS-LOAN-ROOM TO WS-LN-RECOVERY
                   END-IF
                   MOVE WS-LN-RECOVERY
                       TO WS-LN-RECOVERED (WS-LN-IDX)
                   ADD WS-LN-RECOVERY TO WS-LOAN-DED
                   SUBTRACT WS-LN-RECOVERY FROM WS-LOAN-ROOM
               END-IF
           END-PERFORM.

       WRITE-PAYSLIP.
           WRITE PAYSLIP-LINE FROM WS-SLIP-RULE-LINE.
       FOOTER-PARA.
           DISPLAY '--------------------------------------------------'.
           DISPLAY 'EMPLOYEES PROCESSED: ' WS-EMP-COUNT.
           DISPLAY 'SEPARATED SKIPPED:   ' WS-SEPARATED-COUNT.
           DISPLAY 'TOTAL GROSS PAY:     ' WS-TOTAL-GROSS.
           DISPLAY 'TOTAL TAX:           ' WS-TOTAL-TAX.
           DISPLAY 'TOTAL PENSION:       ' WS-TOTAL-PENSION.
