      ***************************************************
      * COBOL PROGRAM TO PAY THE FINAL SETTLEMENT OF    *
      * EVERY EMPLOYEE SEPARATED IN EMPMAINT (EMPSTATUS *
      * S) WHOSE LEAVING DATE HAS BEEN REACHED. THE     *
      * SETTLEMENT IS PRO-RATA SALARY FOR THE LEAVING   *
      * MONTH UP TO THE LEAVING DATE AT ONE THIRTIETH   *
      * OF SALARY PER DAY (NIL WHERE PAYHIST.DAT HOLDS  *
      * AN UNREVERSED PAYROLL ROW FOR THEM IN THAT      *
      * MONTH), PLUS UNUSED PAID LEAVE FROM             *
      * EMPLEAVE.DAT AT THE SAME DAY RATE, LESS BRACKET *
      * TAX FROM TAXPARM.DAT AND THE WHOLE OUTSTANDING  *
      * BALANCE OF EVERY ACTIVE LOAN OR ADVANCE ON      *
      * LOANMAST.DAT, AS FAR AS THE SETTLEMENT AFTER    *
      * TAX COVERS IT (A SHORTFALL IS LEFT ON THE LOAN  *
      * AND REPORTED). RECOVERIES ARE LOGGED TO         *
      * LOANTRAN.DAT. EACH SETTLEMENT GETS A FINAL      *
      * PAYSLIP ON FINSLIP.RPT AND A LINE ON THE        *
      * BANKFIN.DAT BANK EXTRACT (BANKPAY FORMAT, WITH  *
      * A BALANCING TRAILER), IS ROLLED INTO            *
      * PAYYTD.DAT, JOURNALED AS A TYPE F ROW ON        *
      * PAYHIST.DAT AND POSTED TO GLPOST.DAT LIKE A     *
      * PAYROLL RUN, AND THE EMPLOYEE IS MARKED F SO    *
      * THEY ARE NEVER SETTLED TWICE. THE LEAVERS'      *
      * DEPARTMENTS ARE COUNTED FIRST AND A RUN WITH    *
      * MORE THAN THE TABLE HOLDS IS REFUSED (RC 8)     *
      * BEFORE ANYONE IS SETTLED.                       *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSETL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT RUN-PARM ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT TAX-PARM ASSIGN TO 'TAXPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXPARM-STATUS.
           SELECT LOAN-MASTER ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT LOAN-TRANS ASSIGN TO 'LOANTRAN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANTRAN-STATUS.
           SELECT LEAVE-ENTITLEMENT ASSIGN TO 'EMPLEAVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-EMPID
               FILE STATUS IS WS-EMPLEAVE-STATUS.
           SELECT YTD-FILE ASSIGN TO 'PAYYTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMPID
               FILE STATUS IS WS-PAYYTD-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT PAYSLIP-FILE ASSIGN TO 'FINSLIP.RPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT BANK-EXTRACT ASSIGN TO 'BANKFIN.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-EXTRACT ASSIGN TO 'GLPOST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "emprecord.cpy".

       FD  RUN-PARM
           LABEL RECORDS ARE STANDARD.
       COPY "parmrec.cpy".

       FD  TAX-PARM
           LABEL RECORDS ARE STANDARD.
       01 TAX-PARM-RECORD.
            02 TP-LOW PIC 9(7)V99.
            02 FILLER PIC X.
            02 TP-HIGH PIC 9(7)V99.
            02 FILLER PIC X.
            02 TP-RATE PIC V999.

       FD  LOAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "loanmast.cpy".

       FD  LOAN-TRANS
           LABEL RECORDS ARE STANDARD.
       COPY "loantran.cpy".

       FD  LEAVE-ENTITLEMENT
           LABEL RECORDS ARE STANDARD.
       COPY "leavent.cpy".

       FD  YTD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "payytd.cpy".

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY "payhist.cpy".

       FD  PAYSLIP-FILE
           LABEL RECORDS ARE STANDARD.
       01 PAYSLIP-LINE PIC X(60).

       FD  BANK-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01 BANK-RECORD PIC X(33).

       FD  GL-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01 GL-RECORD PIC X(44).

       WORKING-STORAGE SECTION.
       77 WS-EMPMAST-STATUS PIC XX VALUE '00'.
       77 WS-RUNPARM-STATUS PIC XX VALUE '00'.
       77 WS-TAXPARM-STATUS PIC XX VALUE '00'.
       77 WS-LOANMAST-STATUS PIC XX VALUE '00'.
       77 WS-LOANTRAN-STATUS PIC XX VALUE '00'.
       77 WS-EMPLEAVE-STATUS PIC XX VALUE '00'.
       77 WS-PAYYTD-STATUS PIC XX VALUE '00'.
       77 WS-GLPOST-STATUS PIC XX VALUE '00'.
       77 WS-PAYHIST-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PARM-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PARM-ERROR PIC X VALUE 'N'.
       77 WS-TAX-EOF-FLAG PIC X VALUE 'N'.
       77 WS-LN-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PH-EOF-FLAG PIC X VALUE 'N'.
       77 WS-FALLBACK-RATE PIC V999 VALUE .200.
       77 WS-TAXRATE-EFF PIC 9(8) VALUE ZERO.
       77 WS-TAX-IDX PIC 9(2) VALUE ZERO.
       77 WS-LOAN-OWED PIC 9(7)V99 VALUE ZERO.
       77 WS-LOAN-LEFT PIC 9(7)V99 VALUE ZERO.
       77 WS-LOAN-TAKEN PIC 9(7)V99 VALUE ZERO.
       77 WS-LVR-IDX PIC 9(3) VALUE ZERO.
       77 WS-LVR-OVERFLOW PIC X VALUE 'N'.
       77 WS-BAND-TOP PIC 9(7)V99 VALUE ZERO.
       77 WS-YTD-FOUND PIC X VALUE 'N'.
       77 WS-SETTLE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LEAVE-YYYYMM PIC 9(6) VALUE ZERO.
       77 WS-LEAVE-YYYY PIC 9(4) VALUE ZERO.
       77 WS-LEAVE-DD PIC 9(2) VALUE ZERO.
       77 WS-MONTH-PAID PIC X VALUE 'N'.
       77 WS-DAY-RATE PIC 9(7)V9999 VALUE ZERO.
       77 WS-WORKED-DAYS PIC 9(3) VALUE ZERO.
       77 WS-UNUSED-DAYS PIC 9(3) VALUE ZERO.
       77 WS-PRORATA-PAY PIC 9(7)V99 VALUE ZERO.
       77 WS-LEAVE-PAY PIC 9(7)V99 VALUE ZERO.
       77 WS-DEPT-IDX PIC 9(2) VALUE ZERO.
       77 WS-DEPT-MATCH-IDX PIC 9(2) VALUE ZERO.
       77 WS-DEPT-OVERFLOW PIC X VALUE 'N'.
       77 WS-GL-TOTAL-DEBITS PIC 9(9)V99 VALUE ZERO.
       77 WS-GL-TOTAL-CREDITS PIC 9(9)V99 VALUE ZERO.

       01 WS-TAX-TABLE.
            02 WS-TAX-COUNT PIC 9(2) VALUE ZERO.
            02 WS-TAX-BAND OCCURS 10 TIMES.
                 03 WS-TAX-LOW PIC 9(7)V99.
                 03 WS-TAX-HIGH PIC 9(7)V99.
                 03 WS-TAX-RATE PIC V999.

       01 WS-LEAVER-TABLE.
            02 WS-LVR-COUNT PIC 9(3) VALUE ZERO.
            02 WS-LVR-ENTRY OCCURS 500 TIMES.
                 03 WS-LVR-EMPID PIC 9(5).
                 03 WS-LVR-MONTH PIC 9(6).
                 03 WS-LVR-PAID PIC X.

       01 WS-PAY-LINE.
            02 WS-GROSS-PAY PIC 9(7)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-TAX-DED PIC 9(7)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-LOAN-DED PIC 9(7)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-DEDUCTIONS PIC 9(7)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-NET-PAY PIC 9(7)V99.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
            02 WS-RUN-YYYY PIC 9(4).
            02 FILLER PIC 9(4).
       01 WS-RUN-MONTH-PARTS REDEFINES WS-RUN-DATE.
            02 WS-RUN-YYYYMM PIC 9(6).
            02 FILLER PIC 9(2).

       01 WS-SLIP-RULE-LINE.
            02 FILLER PIC X(40) VALUE ALL '='.

       01 WS-SLIP-HEADER.
            02 FILLER PIC X(22) VALUE 'FINAL SETTLEMENT SLIP '.
            02 FILLER PIC X(10) VALUE 'PAY DATE: '.
            02 WS-SLIP-DATE PIC 9(8).

       01 WS-SLIP-EMP-LINE.
            02 FILLER PIC X(7) VALUE 'EMPID: '.
            02 WS-SLIP-EMPID PIC 9(5).
            02 FILLER PIC X(8) VALUE '  NAME: '.
            02 WS-SLIP-NAME PIC X(10).
            02 FILLER PIC X(8) VALUE '  DEPT: '.
            02 WS-SLIP-DEPT PIC X(10).

       01 WS-SLIP-LEAVER-LINE.
            02 FILLER PIC X(14) VALUE 'LEAVING DATE: '.
            02 WS-SLIP-LEAVE-DATE PIC 9(8).
            02 FILLER PIC X(10) VALUE '  REASON: '.
            02 WS-SLIP-REASON PIC X(2).

       01 WS-SLIP-AMT-LINE.
            02 WS-SLIP-LABEL PIC X(18).
            02 WS-SLIP-AMOUNT PIC 9(7)V99.
            02 FILLER PIC X(6) VALUE '  YTD '.
            02 WS-SLIP-YTD-AMOUNT PIC 9(9)V99.

       01 WS-BANK-DETAIL.
            02 WS-BNK-REC-TYPE PIC X.
            02 WS-BNK-EMPID PIC 9(5).
            02 WS-BNK-NAME PIC X(10).
            02 WS-BNK-NET PIC 9(7)V99.
            02 WS-BNK-DATE PIC 9(8).

       01 WS-BANK-TRAILER.
            02 WS-BTR-REC-TYPE PIC X.
            02 WS-BTR-COUNT PIC 9(5).
            02 WS-BTR-NET-TOTAL PIC 9(9)V99.
            02 FILLER PIC X(16) VALUE SPACES.

       01 WS-DEPT-TABLE.
            02 WS-DEPT-COUNT PIC 9(2) VALUE ZERO.
            02 WS-DEPT-ENTRY OCCURS 20 TIMES.
                 03 WS-DEPT-NAME PIC A(10).
                 03 WS-DEPT-GROSS PIC 9(9)V99.
                 03 WS-DEPT-DEDUCTIONS PIC 9(9)V99.
                 03 WS-DEPT-NET PIC 9(9)V99.

       01 WS-GL-POSTING.
            02 WS-GL-REC-TYPE PIC X.
            02 WS-GL-DEPT PIC X(10).
            02 WS-GL-ACCOUNT PIC X(12).
            02 WS-GL-DRCR PIC X(2).
            02 WS-GL-AMOUNT PIC 9(9)V99.
            02 WS-GL-DATE PIC 9(8).

       01 WS-GL-TRAILER.
            02 WS-GLT-REC-TYPE PIC X.
            02 WS-GLT-DEBITS PIC 9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-GLT-CREDITS PIC 9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-GLT-BALANCED PIC X(8).
            02 FILLER PIC X(11) VALUE SPACES.

       COPY "splparm.cpy".

       01 WS-GRAND-TOTALS.
            02 WS-TOTAL-GROSS PIC 9(9)V99 VALUE ZERO.
            02 WS-TOTAL-DEDUCTIONS PIC 9(9)V99 VALUE ZERO.
            02 WS-TOTAL-NET PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-PARMS.
           IF WS-PARM-ERROR = 'Y'
               GOBACK
           END-IF.
           PERFORM LOAD-TAX-TABLE.
           PERFORM PRESCAN-DEPARTMENTS.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM LOAD-PAID-MONTHS.
           OPEN I-O EMP-MASTER.
           IF WS-EMPMAST-STATUS NOT = '00'
               DISPLAY 'EMP-MASTER NOT FOUND - SETTLEMENT NOT RUN'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LEAVE-ENTITLEMENT.
           OPEN OUTPUT PAYSLIP-FILE.
           OPEN OUTPUT BANK-EXTRACT.
           PERFORM OPEN-YTD-FILE.
           PERFORM OPEN-PAY-HISTORY.
           OPEN EXTEND LOAN-TRANS.
           IF WS-LOANTRAN-STATUS = '35'
               OPEN OUTPUT LOAN-TRANS
               CLOSE LOAN-TRANS
               OPEN EXTEND LOAN-TRANS
           END-IF.
           PERFORM READ-EMPLOYEE.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF EMPSTATUS = 'S' AND EMPLEAVEDATE NOT > WS-RUN-DATE
                   PERFORM SETTLE-ONE-EMPLOYEE
               END-IF
               PERFORM READ-EMPLOYEE
           END-PERFORM.
           PERFORM WRITE-BANK-TRAILER.
           CLOSE PAYSLIP-FILE.
           CLOSE BANK-EXTRACT.
           CLOSE YTD-FILE.
           CLOSE PAY-HISTORY.
           CLOSE LOAN-TRANS.
           CLOSE EMP-MASTER.
           IF WS-EMPLEAVE-STATUS = '00'
               CLOSE LEAVE-ENTITLEMENT
           END-IF.
           DISPLAY ' '.
           DISPLAY 'SETTLEMENTS PAID:    ' WS-SETTLE-COUNT.
           DISPLAY 'TOTAL GROSS:         ' WS-TOTAL-GROSS.
           DISPLAY 'TOTAL DEDUCTIONS:    ' WS-TOTAL-DEDUCTIONS.
           DISPLAY 'TOTAL NET:           ' WS-TOTAL-NET.
           IF WS-SETTLE-COUNT > ZERO
               PERFORM WRITE-GL-EXTRACT
               MOVE 'FINSLIP.RPT' TO SPL-REQ-REPORT
               MOVE 60 TO SPL-REQ-RECLEN
               CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT
           END-IF.
           GOBACK.

       LOAD-RUN-PARMS.
           OPEN INPUT RUN-PARM.
           IF WS-RUNPARM-STATUS = '00'
               MOVE 'N' TO WS-PARM-EOF-FLAG
               PERFORM READ-RUN-PARM
               PERFORM UNTIL WS-PARM-EOF-FLAG = 'Y'
                   IF PARM-EFF-DATE NOT > WS-RUN-DATE
                       PERFORM APPLY-ONE-PARM
                   END-IF
                   PERFORM READ-RUN-PARM
               END-PERFORM
               CLOSE RUN-PARM
           END-IF.

       READ-RUN-PARM.
           READ RUN-PARM
               AT END MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-READ.

       APPLY-ONE-PARM.
           EVALUATE PARM-ID
               WHEN 'TAXRATE'
                   IF PARM-VALUE > 0.99
                       PERFORM REPORT-BAD-PARM
                   ELSE
                       IF PARM-EFF-DATE >= WS-TAXRATE-EFF
                           MOVE PARM-VALUE TO WS-FALLBACK-RATE
                           MOVE PARM-EFF-DATE TO WS-TAXRATE-EFF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REPORT-BAD-PARM.
           DISPLAY 'RUN PARAMETER ' PARM-ID ' VALUE ' PARM-VALUE
               ' OUT OF RANGE - RUN ABORTED'.
           MOVE 'Y' TO WS-PARM-ERROR.
           MOVE 8 TO RETURN-CODE.

       LOAD-TAX-TABLE.
           MOVE ZERO TO WS-TAX-COUNT.
           OPEN INPUT TAX-PARM.
           IF WS-TAXPARM-STATUS = '00'
               MOVE 'N' TO WS-TAX-EOF-FLAG
               PERFORM READ-TAX-PARM
               PERFORM UNTIL WS-TAX-EOF-FLAG = 'Y'
                       OR WS-TAX-COUNT = 10
                   ADD 1 TO WS-TAX-COUNT
                   MOVE TP-LOW TO WS-TAX-LOW (WS-TAX-COUNT)
                   MOVE TP-HIGH TO WS-TAX-HIGH (WS-TAX-COUNT)
                   MOVE TP-RATE TO WS-TAX-RATE (WS-TAX-COUNT)
                   PERFORM READ-TAX-PARM
               END-PERFORM
               IF WS-TAX-EOF-FLAG = 'N'
                   DISPLAY 'TAXPARM.DAT HAS MORE THAN 10 BANDS - '
                       'SETTLEMENT NOT RUN'
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE TAX-PARM
           END-IF.
           IF WS-TAX-COUNT = ZERO
               DISPLAY 'TAXPARM.DAT NOT FOUND - FLAT FALLBACK '
                   'RATE ' WS-FALLBACK-RATE ' ASSUMED'
               MOVE 1 TO WS-TAX-COUNT
               MOVE ZERO TO WS-TAX-LOW (1)
               MOVE 9999999.99 TO WS-TAX-HIGH (1)
               MOVE WS-FALLBACK-RATE TO WS-TAX-RATE (1)
           END-IF.

       READ-TAX-PARM.
           READ TAX-PARM
               AT END MOVE 'Y' TO WS-TAX-EOF-FLAG
           END-READ.

      ***************************************************
      * A LEAVER IS PAID FOR THE LEAVING MONTH BY       *
      * PAYROLL ONLY IF THAT RUN JOURNALED AN E ROW FOR *
      * THEM WHICH HAS NOT BEEN REVERSED. A MONTH RUN   *
      * AFTER THE LEAVER WAS SEPARATED SKIPPED THEM, SO *
      * THE PERIOD REGISTER ALONE DOES NOT SHOW IT.     *
      ***************************************************
       LOAD-PAID-MONTHS.
           OPEN INPUT PAY-HISTORY.
           IF WS-PAYHIST-STATUS = '00'
               MOVE 'N' TO WS-PH-EOF-FLAG
               PERFORM READ-PAY-HISTORY
               PERFORM UNTIL WS-PH-EOF-FLAG = 'Y'
                   IF PH-REC-TYPE = 'E' AND PH-REVERSED NOT = 'Y'
                       PERFORM MARK-LEAVER-PAID
                   END-IF
                   PERFORM READ-PAY-HISTORY
               END-PERFORM
               CLOSE PAY-HISTORY
           END-IF.

       READ-PAY-HISTORY.
           READ PAY-HISTORY
               AT END MOVE 'Y' TO WS-PH-EOF-FLAG
           END-READ.

       MARK-LEAVER-PAID.
           PERFORM VARYING WS-LVR-IDX FROM 1 BY 1
                   UNTIL WS-LVR-IDX > WS-LVR-COUNT
               IF WS-LVR-EMPID (WS-LVR-IDX) = PH-EMPID
                       AND WS-LVR-MONTH (WS-LVR-IDX) = PH-PERIOD
                   MOVE 'Y' TO WS-LVR-PAID (WS-LVR-IDX)
               END-IF
           END-PERFORM.

       READ-EMPLOYEE.
           READ EMP-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       OPEN-YTD-FILE.
           OPEN I-O YTD-FILE.
           IF WS-PAYYTD-STATUS = '35'
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF.

       SETTLE-ONE-EMPLOYEE.
           PERFORM CALC-SETTLEMENT.
           DISPLAY 'EMPID ' EMPID ' ' EMPNAME ' ' WS-PAY-LINE.
           PERFORM UPDATE-YTD-RECORD.
           PERFORM JOURNAL-SETTLEMENT.
           IF WS-LOAN-OWED > ZERO
               PERFORM APPLY-LOAN-RECOVERY
           END-IF.
           PERFORM WRITE-FINAL-PAYSLIP.
           PERFORM WRITE-BANK-DETAIL.
           MOVE 'F' TO EMPSTATUS.
           REWRITE EMP-RECORD.
           ADD 1 TO WS-SETTLE-COUNT.

      ***************************************************
      * THE SETTLEMENT IS JOURNALED AS A TYPE F ROW SO  *
      * THE MONTH'S STAFF COST ON PAYHIST.DAT AGREES    *
      * WITH SALARY-EXP ON GLPOST.DAT. PAYREVS LEAVES   *
      * F ROWS ALONE - A SETTLEMENT IS NOT PART OF THE  *
      * PAYROLL PERIOD IT BACKS OUT.                    *
      ***************************************************
       JOURNAL-SETTLEMENT.
           MOVE SPACES TO PH-RECORD.
           MOVE WS-RUN-YYYYMM TO PH-PERIOD.
           MOVE 'F' TO PH-REC-TYPE.
           MOVE EMPID TO PH-EMPID.
           MOVE EMPLEAVEDATE TO PH-KEY-DATE.
           MOVE EMPDEPT TO PH-DEPT.
           MOVE WS-GROSS-PAY TO PH-GROSS.
           MOVE WS-TAX-DED TO PH-TAX.
           MOVE ZERO TO PH-PENSION PH-INSUR.
           MOVE WS-LOAN-DED TO PH-LOAN.
           MOVE WS-NET-PAY TO PH-NET.
           MOVE 'N' TO PH-REVERSED.
           WRITE PH-RECORD.

       OPEN-PAY-HISTORY.
           OPEN EXTEND PAY-HISTORY.
           IF WS-PAYHIST-STATUS = '35'
               OPEN OUTPUT PAY-HISTORY
               CLOSE PAY-HISTORY
               OPEN EXTEND PAY-HISTORY
           END-IF.

       CALC-SETTLEMENT.
           COMPUTE WS-LEAVE-YYYYMM = EMPLEAVEDATE / 100.
           COMPUTE WS-LEAVE-YYYY = EMPLEAVEDATE / 10000.
           COMPUTE WS-LEAVE-DD = EMPLEAVEDATE
               - (WS-LEAVE-YYYYMM * 100).
           COMPUTE WS-DAY-RATE = EMPSALARY / 30.
           PERFORM CALC-PRORATA-SALARY.
           PERFORM CALC-LEAVE-PAYOUT.
           COMPUTE WS-GROSS-PAY = WS-PRORATA-PAY + WS-LEAVE-PAY.
           PERFORM CALC-TAX-FROM-BRACKETS.
           PERFORM GET-LOAN-RECOVERY.
           COMPUTE WS-DEDUCTIONS = WS-TAX-DED + WS-LOAN-DED.
           IF WS-DEDUCTIONS > WS-GROSS-PAY
               DISPLAY 'DEDUCTIONS EXCEED SETTLEMENT FOR EMPID '
                   EMPID ' - NET PAY SET TO ZERO'
               MOVE WS-GROSS-PAY TO WS-DEDUCTIONS
           END-IF.
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-DEDUCTIONS.
           ADD WS-GROSS-PAY TO WS-TOTAL-GROSS.
           ADD WS-DEDUCTIONS TO WS-TOTAL-DEDUCTIONS.
           ADD WS-NET-PAY TO WS-TOTAL-NET.
           PERFORM ACCUMULATE-DEPT-TOTALS.

       CALC-PRORATA-SALARY.
           MOVE 'N' TO WS-MONTH-PAID.
           PERFORM VARYING WS-LVR-IDX FROM 1 BY 1
                   UNTIL WS-LVR-IDX > WS-LVR-COUNT
               IF WS-LVR-EMPID (WS-LVR-IDX) = EMPID
                   MOVE WS-LVR-PAID (WS-LVR-IDX) TO WS-MONTH-PAID
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-PRORATA-PAY.
           MOVE ZERO TO WS-WORKED-DAYS.
           IF WS-MONTH-PAID = 'Y'
               DISPLAY 'EMPID ' EMPID ' LEAVING MONTH '
                   WS-LEAVE-YYYYMM ' ALREADY PAID BY PAYROLL'
           ELSE
               MOVE WS-LEAVE-DD TO WS-WORKED-DAYS
               IF WS-WORKED-DAYS > 30
                   MOVE 30 TO WS-WORKED-DAYS
               END-IF
               COMPUTE WS-PRORATA-PAY ROUNDED =
                   WS-DAY-RATE * WS-WORKED-DAYS
           END-IF.

      ***************************************************
      * ONLY THE LEAVING YEAR'S ENTITLEMENT IS PAID OUT *
      * - AN OLDER ENTITLEMENT RECORD HAS LAPSED.       *
      ***************************************************
       CALC-LEAVE-PAYOUT.
           MOVE ZERO TO WS-UNUSED-DAYS.
           MOVE ZERO TO WS-LEAVE-PAY.
           IF WS-EMPLEAVE-STATUS = '00'
               MOVE EMPID TO ENT-EMPID
               READ LEAVE-ENTITLEMENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ENT-YEAR = WS-LEAVE-YYYY
                               AND ENT-ENTITLED-DAYS > ENT-TAKEN-DAYS
                           COMPUTE WS-UNUSED-DAYS =
                               ENT-ENTITLED-DAYS - ENT-TAKEN-DAYS
                       END-IF
               END-READ
           END-IF.
           IF WS-UNUSED-DAYS > ZERO
               COMPUTE WS-LEAVE-PAY ROUNDED =
                   WS-DAY-RATE * WS-UNUSED-DAYS
           END-IF.

       CALC-TAX-FROM-BRACKETS.
           MOVE ZERO TO WS-TAX-DED.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
               IF WS-GROSS-PAY > WS-TAX-LOW (WS-TAX-IDX)
                   IF WS-GROSS-PAY < WS-TAX-HIGH (WS-TAX-IDX)
                       MOVE WS-GROSS-PAY TO WS-BAND-TOP
                   ELSE
                       MOVE WS-TAX-HIGH (WS-TAX-IDX) TO WS-BAND-TOP
                   END-IF
                   COMPUTE WS-TAX-DED ROUNDED = WS-TAX-DED
                       + ((WS-BAND-TOP - WS-TAX-LOW (WS-TAX-IDX))
                       * WS-TAX-RATE (WS-TAX-IDX))
               END-IF
           END-PERFORM.

      ***************************************************
      * THE LEAVER'S LOANS FALL DUE IN FULL, BUT ONLY   *
      * WHAT THE SETTLEMENT LEAVES AFTER TAX CAN BE     *
      * RECOVERED HERE.                                 *
      ***************************************************
       GET-LOAN-RECOVERY.
           MOVE ZERO TO WS-LOAN-OWED.
           MOVE ZERO TO WS-LOAN-DED.
           MOVE 'N' TO WS-LN-EOF-FLAG.
           OPEN INPUT LOAN-MASTER.
           IF WS-LOANMAST-STATUS = '00'
               PERFORM READ-LOAN-MASTER
               PERFORM UNTIL WS-LN-EOF-FLAG = 'Y'
                   IF LN-EMPID = EMPID AND LN-STATUS = 'A'
                       ADD LN-BALANCE TO WS-LOAN-OWED
                   END-IF
                   PERFORM READ-LOAN-MASTER
               END-PERFORM
               CLOSE LOAN-MASTER
           END-IF.
           IF WS-LOAN-OWED > WS-GROSS-PAY - WS-TAX-DED
               COMPUTE WS-LOAN-DED = WS-GROSS-PAY - WS-TAX-DED
               DISPLAY 'EMPID ' EMPID ' OWES ' WS-LOAN-OWED
                   ' ON LOANS - ONLY ' WS-LOAN-DED ' RECOVERED'
           ELSE
               MOVE WS-LOAN-OWED TO WS-LOAN-DED
           END-IF.

       READ-LOAN-MASTER.
           READ LOAN-MASTER
               AT END MOVE 'Y' TO WS-LN-EOF-FLAG
           END-READ.

      ***************************************************
      * THE RECOVERY IS SPREAD OVER THE LEAVER'S LOANS  *
      * IN FILE ORDER. A LOAN CLEARED IS PAID OFF; ANY  *
      * BALANCE STILL LEFT STAYS ACTIVE FOR COLLECTION. *
      ***************************************************
       APPLY-LOAN-RECOVERY.
           MOVE WS-LOAN-DED TO WS-LOAN-LEFT.
           MOVE 'N' TO WS-LN-EOF-FLAG.
           OPEN I-O LOAN-MASTER.
           IF WS-LOANMAST-STATUS = '00'
               PERFORM READ-LOAN-MASTER
               PERFORM UNTIL WS-LN-EOF-FLAG = 'Y'
                   IF LN-EMPID = EMPID AND LN-STATUS = 'A'
                       PERFORM RECOVER-ONE-LOAN
                   END-IF
                   PERFORM READ-LOAN-MASTER
               END-PERFORM
               CLOSE LOAN-MASTER
           END-IF.

       RECOVER-ONE-LOAN.
           IF LN-BALANCE > WS-LOAN-LEFT
               MOVE WS-LOAN-LEFT TO WS-LOAN-TAKEN
               DISPLAY 'LOAN ' LN-LOAN-NO ' EMPID ' EMPID
                   ' NOT CLEARED - BALANCE LEFT FOR COLLECTION'
           ELSE
               MOVE LN-BALANCE TO WS-LOAN-TAKEN
           END-IF.
           SUBTRACT WS-LOAN-TAKEN FROM LN-BALANCE.
           SUBTRACT WS-LOAN-TAKEN FROM WS-LOAN-LEFT.
           IF LN-BALANCE = ZERO
               MOVE 'P' TO LN-STATUS
           END-IF.
           REWRITE LN-RECORD.
           IF WS-LOAN-TAKEN > ZERO
               MOVE SPACES TO LT-RECORD
               MOVE LN-LOAN-NO TO LT-LOAN-NO
               MOVE EMPID TO LT-EMPID
               MOVE WS-RUN-DATE TO LT-DATE
               COMPUTE LT-PERIOD = WS-RUN-DATE / 100
               MOVE 'F' TO LT-TYPE
               MOVE WS-LOAN-TAKEN TO LT-AMOUNT
               MOVE LN-BALANCE TO LT-BALANCE
               WRITE LT-RECORD
           END-IF.

      ***************************************************
      * EVERY LEAVER DUE A SETTLEMENT AND THEIR         *
      * DEPARTMENT ARE REGISTERED BEFORE ANYONE IS      *
      * SETTLED, SO AN OVERFLOW REFUSES THE RUN BEFORE  *
      * ANY EMPLOYEE IS MARKED F WITHOUT A GL POSTING.  *
      ***************************************************
       PRESCAN-DEPARTMENTS.
           MOVE ZERO TO WS-DEPT-COUNT.
           MOVE ZERO TO WS-LVR-COUNT.
           MOVE 'N' TO WS-DEPT-OVERFLOW.
           MOVE 'N' TO WS-LVR-OVERFLOW.
           OPEN INPUT EMP-MASTER.
           IF WS-EMPMAST-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-EMPLOYEE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       OR WS-DEPT-OVERFLOW = 'Y'
                       OR WS-LVR-OVERFLOW = 'Y'
                   IF EMPSTATUS = 'S'
                           AND EMPLEAVEDATE NOT > WS-RUN-DATE
                       PERFORM REGISTER-DEPARTMENT
                       PERFORM NOTE-LEAVER
                   END-IF
                   PERFORM READ-EMPLOYEE
               END-PERFORM
               CLOSE EMP-MASTER
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
           IF WS-DEPT-OVERFLOW = 'Y'
               DISPLAY 'DEPARTMENT TABLE OVERFLOW - SETTLEMENT NOT RUN'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-LVR-OVERFLOW = 'Y'
               DISPLAY 'MORE THAN 500 LEAVERS DUE - SETTLEMENT NOT RUN'
               MOVE 8 TO RETURN-CODE
           END-IF.

       NOTE-LEAVER.
           IF WS-LVR-COUNT = 500
               MOVE 'Y' TO WS-LVR-OVERFLOW
           ELSE
               ADD 1 TO WS-LVR-COUNT
               MOVE EMPID TO WS-LVR-EMPID (WS-LVR-COUNT)
               COMPUTE WS-LVR-MONTH (WS-LVR-COUNT) =
                   EMPLEAVEDATE / 100
               MOVE 'N' TO WS-LVR-PAID (WS-LVR-COUNT)
           END-IF.

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
                   OR WS-DEPT-MATCH-IDX > ZERO
               IF WS-DEPT-NAME (WS-DEPT-IDX) = EMPDEPT
                   MOVE WS-DEPT-IDX TO WS-DEPT-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-DEPT-MATCH-IDX = ZERO
               IF WS-DEPT-COUNT = 20
                   DISPLAY 'MORE THAN 20 DEPARTMENTS - ' EMPDEPT
                       ' CANNOT BE SUMMARIZED'
                   MOVE 'Y' TO WS-DEPT-OVERFLOW
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH-IDX
                   MOVE EMPDEPT TO WS-DEPT-NAME (WS-DEPT-MATCH-IDX)
                   MOVE ZERO TO WS-DEPT-GROSS (WS-DEPT-MATCH-IDX)
                   MOVE ZERO TO
                       WS-DEPT-DEDUCTIONS (WS-DEPT-MATCH-IDX)
                   MOVE ZERO TO WS-DEPT-NET (WS-DEPT-MATCH-IDX)
               END-IF
           END-IF.

       UPDATE-YTD-RECORD.
           MOVE 'N' TO WS-YTD-FOUND.
           MOVE EMPID TO YTD-EMPID.
           READ YTD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-YTD-FOUND
           END-READ.
           IF WS-YTD-FOUND = 'N'
                   OR YTD-YEAR NOT = WS-RUN-YYYY
               MOVE EMPID TO YTD-EMPID
               MOVE WS-RUN-YYYY TO YTD-YEAR
               MOVE ZERO TO YTD-GROSS YTD-TAX YTD-PENSION
                   YTD-INSUR YTD-LOAN YTD-NET
           END-IF.
           ADD WS-GROSS-PAY TO YTD-GROSS.
           ADD WS-TAX-DED TO YTD-TAX.
           ADD WS-LOAN-DED TO YTD-LOAN.
           ADD WS-NET-PAY TO YTD-NET.
           IF WS-YTD-FOUND = 'Y'
               REWRITE YTD-RECORD
           ELSE
               WRITE YTD-RECORD
                   INVALID KEY
                       REWRITE YTD-RECORD
               END-WRITE
           END-IF.

       WRITE-FINAL-PAYSLIP.
           WRITE PAYSLIP-LINE FROM WS-SLIP-RULE-LINE.
           MOVE WS-RUN-DATE TO WS-SLIP-DATE.
           WRITE PAYSLIP-LINE FROM WS-SLIP-HEADER.
           MOVE EMPID TO WS-SLIP-EMPID.
           MOVE EMPNAME TO WS-SLIP-NAME.
           MOVE EMPDEPT TO WS-SLIP-DEPT.
           WRITE PAYSLIP-LINE FROM WS-SLIP-EMP-LINE.
           MOVE EMPLEAVEDATE TO WS-SLIP-LEAVE-DATE.
           MOVE EMPLEAVEREASON TO WS-SLIP-REASON.
           WRITE PAYSLIP-LINE FROM WS-SLIP-LEAVER-LINE.
           MOVE 'DAYS WORKED       ' TO WS-SLIP-LABEL.
           MOVE WS-WORKED-DAYS TO WS-SLIP-AMOUNT.
           MOVE ZERO TO WS-SLIP-YTD-AMOUNT.
           WRITE PAYSLIP-LINE FROM WS-SLIP-AMT-LINE.
           MOVE 'PRO-RATA SALARY   ' TO WS-SLIP-LABEL.
           MOVE WS-PRORATA-PAY TO WS-SLIP-AMOUNT.
           WRITE PAYSLIP-LINE FROM WS-SLIP-AMT-LINE.
           MOVE 'UNUSED LEAVE DAYS ' TO WS-SLIP-LABEL.
           MOVE WS-UNUSED-DAYS TO WS-SLIP-AMOUNT.
           WRITE PAYSLIP-LINE FROM WS-SLIP-AMT-LINE.
           MOVE 'LEAVE ENCASHMENT  ' TO WS-SLIP-LABEL.
           MOVE WS-LEAVE-PAY TO WS-SLIP-AMOUNT.
           WRITE PAYSLIP-LINE FROM WS-SLIP-AMT-LINE.
           MOVE 'GROSS SETTLEMENT  ' TO WS-SLIP-LABEL.
           MOVE WS-GROSS-PAY TO WS-SLIP-AMOUNT.
           MOVE YTD-GROSS TO WS-SLIP-YTD-AMOUNT.
           WRITE PAYSLIP-LINE FROM WS-SLIP-AMT-LINE.
           MOVE 'TAX               ' TO WS-SLIP-LABEL.
           MOVE WS-TAX-DED TO WS-SLIP-AMOUNT.
           MOVE YTD-TAX TO WS-SLIP-YTD-AMOUNT.
           WRITE PAYSLIP-LINE FROM WS-SLIP-AMT-LINE.
           MOVE 'LOAN RECOVERY     ' TO WS-SLIP-LABEL.
           MOVE WS-LOAN-DED TO WS-SLIP-AMOUNT.
           MOVE YTD-LOAN TO WS-SLIP-YTD-AMOUNT.
           WRITE PAYSLIP-LINE FROM WS-SLIP-AMT-LINE.
           MOVE 'NET SETTLEMENT    ' TO WS-SLIP-LABEL.
           MOVE WS-NET-PAY TO WS-SLIP-AMOUNT.
           MOVE YTD-NET TO WS-SLIP-YTD-AMOUNT.
           WRITE PAYSLIP-LINE FROM WS-SLIP-AMT-LINE.

       WRITE-BANK-DETAIL.
           MOVE 'D' TO WS-BNK-REC-TYPE.
           MOVE EMPID TO WS-BNK-EMPID.
           MOVE EMPNAME TO WS-BNK-NAME.
           MOVE WS-NET-PAY TO WS-BNK-NET.
           MOVE WS-RUN-DATE TO WS-BNK-DATE.
           WRITE BANK-RECORD FROM WS-BANK-DETAIL.

       WRITE-BANK-TRAILER.
           MOVE 'T' TO WS-BTR-REC-TYPE.
           MOVE WS-SETTLE-COUNT TO WS-BTR-COUNT.
           MOVE WS-TOTAL-NET TO WS-BTR-NET-TOTAL.
           WRITE BANK-RECORD FROM WS-BANK-TRAILER.

       WRITE-GL-EXTRACT.
           OPEN EXTEND GL-EXTRACT.
           IF WS-GLPOST-STATUS = '35'
               OPEN OUTPUT GL-EXTRACT
               CLOSE GL-EXTRACT
               OPEN EXTEND GL-EXTRACT
           END-IF.
           MOVE ZERO TO WS-GL-TOTAL-DEBITS.
           MOVE ZERO TO WS-GL-TOTAL-CREDITS.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM WRITE-GL-DEPT-POSTINGS
           END-PERFORM.
           MOVE 'T' TO WS-GLT-REC-TYPE.
           MOVE WS-GL-TOTAL-DEBITS TO WS-GLT-DEBITS.
           MOVE WS-GL-TOTAL-CREDITS TO WS-GLT-CREDITS.
           IF WS-GL-TOTAL-DEBITS = WS-GL-TOTAL-CREDITS
               MOVE 'BALANCED' TO WS-GLT-BALANCED
           ELSE
               MOVE 'UNBAL' TO WS-GLT-BALANCED
           END-IF.
           WRITE GL-RECORD FROM WS-GL-TRAILER.
           CLOSE GL-EXTRACT.
           DISPLAY 'GL EXTRACT WRITTEN - DEBITS '
               WS-GL-TOTAL-DEBITS ' CREDITS '
               WS-GL-TOTAL-CREDITS ' ' WS-GLT-BALANCED.

       WRITE-GL-DEPT-POSTINGS.
           MOVE 'D' TO WS-GL-REC-TYPE.
           MOVE WS-RUN-DATE TO WS-GL-DATE.
           MOVE WS-DEPT-NAME (WS-DEPT-IDX) TO WS-GL-DEPT.
           MOVE 'SALARY-EXP' TO WS-GL-ACCOUNT.
           MOVE 'DR' TO WS-GL-DRCR.
           MOVE WS-DEPT-GROSS (WS-DEPT-IDX) TO WS-GL-AMOUNT.
           ADD WS-DEPT-GROSS (WS-DEPT-IDX) TO WS-GL-TOTAL-DEBITS.
           WRITE GL-RECORD FROM WS-GL-POSTING.
           MOVE 'WTHHLD-PAY' TO WS-GL-ACCOUNT.
           MOVE 'CR' TO WS-GL-DRCR.
           MOVE WS-DEPT-DEDUCTIONS (WS-DEPT-IDX) TO WS-GL-AMOUNT.
           ADD WS-DEPT-DEDUCTIONS (WS-DEPT-IDX)
               TO WS-GL-TOTAL-CREDITS.
           WRITE GL-RECORD FROM WS-GL-POSTING.
           MOVE 'NETPAY-PAY' TO WS-GL-ACCOUNT.
           MOVE WS-DEPT-NET (WS-DEPT-IDX) TO WS-GL-AMOUNT.
           ADD WS-DEPT-NET (WS-DEPT-IDX) TO WS-GL-TOTAL-CREDITS.
           WRITE GL-RECORD FROM WS-GL-POSTING.
