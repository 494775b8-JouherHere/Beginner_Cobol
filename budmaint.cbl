      ***************************************************
      * COBOL PROGRAM TO MAINTAIN THE PAYBUDG.DAT       *
      * DEPARTMENTAL PAYROLL BUDGET - SET OR CHANGE THE *
      * SALARY BUDGET OF ONE EMPDEPT FOR ONE PAY MONTH, *
      * DELETE A MONTH'S BUDGET, AND LIST THE BUDGETS   *
      * OF A YEAR WITH EACH DEPARTMENT'S ANNUAL TOTAL.  *
      * A DEPARTMENT WITH NO SERVING EMPLOYEE ON        *
      * EMPMAST.DAT IS QUERIED BEFORE ITS BUDGET IS     *
      * SET. BUDGVAR REPORTS ACTUAL SALARY COST AGAINST *
      * THESE FIGURES AND PAYPROJ WARNS BEFORE A        *
      * PAYROLL RUN WOULD OVERSPEND THEM. THE SESSION   *
      * STARTS WITH AN OPRSIGN SIGN-ON AND NEEDS UPDATE *
      * AUTHORITY TO SET OR DELETE A BUDGET.            *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO 'PAYBUDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-PAYBUDG-STATUS.
           SELECT EMP-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPID
               FILE STATUS IS WS-EMPMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "paybudg.cpy".

       FD  EMP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "emprecord.cpy".

       WORKING-STORAGE SECTION.
       77 WS-PAYBUDG-STATUS PIC XX VALUE '00'.
       77 WS-EMPMAST-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-CHOICE PIC 9 VALUE ZERO.
       77 WS-ENTRY-VALID-FLAG PIC X VALUE 'N'.
       77 WS-FOUND-FLAG PIC X VALUE 'N'.
       77 WS-CONFIRM PIC X VALUE 'N'.
       77 WS-ENTRY-DEPT PIC X(10) VALUE SPACES.
       77 WS-ENTRY-PERIOD PIC 9(6) VALUE ZERO.
       77 WS-ENTRY-AMOUNT PIC 9(7)V99 VALUE ZERO.
       77 WS-ENTRY-YEAR PIC 9(4) VALUE ZERO.
       77 WS-BUD-YEAR PIC 9(4) VALUE ZERO.
       77 WS-STAFF-COUNT PIC 9(5) VALUE ZERO.
       77 WS-BUD-COUNT PIC 9(5) VALUE ZERO.
       77 WS-BREAK-DEPT PIC X(10) VALUE SPACES.
       77 WS-DEPT-YEAR-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 WS-GRAND-TOTAL PIC 9(11)V99 VALUE ZERO.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.

       01 WS-CHECK-DATE.
            02 WS-CHECK-PERIOD PIC 9(6).
            02 WS-CHECK-DD PIC 9(2).
       01 WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE PIC 9(8).

       COPY "valparm.cpy".

       COPY "oprparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'OPRSIGN' USING SGN-RESULT.
           IF SGN-PASS-FLAG NOT = 'Y'
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM UNTIL WS-CHOICE = 4
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              PERFORM SET-MONTH-BUDGET
                          END-IF
                   WHEN 2 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              PERFORM DELETE-MONTH-BUDGET
                          END-IF
                   WHEN 3 PERFORM LIST-YEAR-BUDGETS
                   WHEN 4 DISPLAY 'EXITING PAYROLL BUDGET MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       REFUSE-INQUIRE-ONLY.
           DISPLAY 'UPDATE AUTHORITY REQUIRED - INQUIRY ONLY'.

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY 'PAYROLL BUDGET MAINTENANCE'.
           DISPLAY '1. SET DEPARTMENT BUDGET FOR A MONTH'.
           DISPLAY '2. DELETE DEPARTMENT BUDGET FOR A MONTH'.
           DISPLAY '3. LIST BUDGETS FOR A YEAR'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

      ***************************************************
      * THE MONTH IS CHECKED AS THE FIRST DAY OF THAT   *
      * MONTH SO VALEDIT APPLIES ITS USUAL DATE RULES.  *
      ***************************************************
       ACCEPT-VALID-PERIOD.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               ACCEPT WS-ENTRY-PERIOD
               MOVE WS-ENTRY-PERIOD TO WS-CHECK-PERIOD
               MOVE 1 TO WS-CHECK-DD
               MOVE 'D' TO VAL-RULE-TYPE
               MOVE WS-CHECK-DATE-NUM TO VAL-NUM-VALUE
               CALL 'VALEDIT' USING VAL-REQUEST VAL-RESULT
               IF VAL-PASS-FLAG = 'N'
                   DISPLAY VAL-REASON ' - TRY AGAIN'
               ELSE
                   MOVE 'Y' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-PERFORM.

       ACCEPT-VALID-AMOUNT.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               ACCEPT WS-ENTRY-AMOUNT
               MOVE 'N' TO VAL-RULE-TYPE
               MOVE WS-ENTRY-AMOUNT TO VAL-NUM-VALUE
               MOVE 1 TO VAL-RANGE-LOW
               MOVE 9999999 TO VAL-RANGE-HIGH
               CALL 'VALEDIT' USING VAL-REQUEST VAL-RESULT
               IF VAL-PASS-FLAG = 'N'
                   DISPLAY VAL-REASON ' - TRY AGAIN'
               ELSE
                   MOVE 'Y' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-PERFORM.

      ***************************************************
      * EMPDEPT IS FREE TEXT ON THE EMPLOYEE MASTER, SO *
      * A DEPARTMENT NAME NOBODY SERVES IN IS MOST      *
      * LIKELY MISTYPED AND WOULD NEVER MATCH A LEDGER  *
      * POSTING. THE OPERATOR MUST CONFIRM IT (A NEW    *
      * DEPARTMENT MAY BE BUDGETED BEFORE ANY HIRING).  *
      ***************************************************
       CHECK-DEPT-STAFFED.
           MOVE ZERO TO WS-STAFF-COUNT.
           MOVE 'Y' TO WS-CONFIRM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EMP-MASTER.
           IF WS-EMPMAST-STATUS = '00'
               PERFORM READ-EMPLOYEE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF EMPDEPT = WS-ENTRY-DEPT
                           AND EMPSTATUS NOT = 'S'
                           AND EMPSTATUS NOT = 'F'
                       ADD 1 TO WS-STAFF-COUNT
                   END-IF
                   PERFORM READ-EMPLOYEE
               END-PERFORM
               CLOSE EMP-MASTER
           END-IF.
           IF WS-STAFF-COUNT = ZERO
               DISPLAY 'WARNING - NO SERVING EMPLOYEE IN DEPARTMENT '
                   WS-ENTRY-DEPT
               DISPLAY 'SET A BUDGET FOR IT ANYWAY (Y/N): '
               ACCEPT WS-CONFIRM
           ELSE
               DISPLAY 'DEPARTMENT ' WS-ENTRY-DEPT ' HAS '
                   WS-STAFF-COUNT ' SERVING EMPLOYEES'
           END-IF.

       READ-EMPLOYEE.
           READ EMP-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       SET-MONTH-BUDGET.
           DISPLAY 'ENTER DEPARTMENT: '.
           ACCEPT WS-ENTRY-DEPT.
           PERFORM CHECK-DEPT-STAFFED.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'BUDGET NOT SET'
           ELSE
               DISPLAY 'ENTER PAY MONTH YYYYMM: '
               PERFORM ACCEPT-VALID-PERIOD
               DISPLAY 'ENTER SALARY BUDGET FOR THE MONTH: '
               PERFORM ACCEPT-VALID-AMOUNT
               PERFORM OPEN-BUDGET-FOR-UPDATE
               MOVE WS-ENTRY-DEPT TO BUD-DEPT
               MOVE WS-ENTRY-PERIOD TO BUD-PERIOD
               READ BUDGET-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               IF WS-FOUND-FLAG = 'Y'
                   DISPLAY 'BUDGET WAS ' BUD-AMOUNT ' SET '
                       BUD-SET-DATE ' BY ' BUD-OPERATOR
                   MOVE WS-ENTRY-AMOUNT TO BUD-AMOUNT
                   MOVE WS-RUN-DATE TO BUD-SET-DATE
                   MOVE SGN-OPERATOR-ID TO BUD-OPERATOR
                   REWRITE BUD-RECORD
                   DISPLAY 'BUDGET CHANGED'
               ELSE
                   MOVE SPACES TO BUD-RECORD
                   MOVE WS-ENTRY-DEPT TO BUD-DEPT
                   MOVE WS-ENTRY-PERIOD TO BUD-PERIOD
                   MOVE WS-ENTRY-AMOUNT TO BUD-AMOUNT
                   MOVE WS-RUN-DATE TO BUD-SET-DATE
                   MOVE SGN-OPERATOR-ID TO BUD-OPERATOR
                   WRITE BUD-RECORD
                       INVALID KEY
                           DISPLAY 'BUDGET COULD NOT BE WRITTEN'
                       NOT INVALID KEY
                           DISPLAY 'BUDGET ADDED'
                   END-WRITE
               END-IF
               CLOSE BUDGET-FILE
           END-IF.

       DELETE-MONTH-BUDGET.
           DISPLAY 'ENTER DEPARTMENT: '.
           ACCEPT WS-ENTRY-DEPT.
           DISPLAY 'ENTER PAY MONTH YYYYMM: '.
           PERFORM ACCEPT-VALID-PERIOD.
           PERFORM OPEN-BUDGET-FOR-UPDATE.
           MOVE WS-ENTRY-DEPT TO BUD-DEPT.
           MOVE WS-ENTRY-PERIOD TO BUD-PERIOD.
           READ BUDGET-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           IF WS-FOUND-FLAG = 'Y'
               DISPLAY 'BUDGET OF ' BUD-AMOUNT ' DELETED'
               DELETE BUDGET-FILE RECORD
           ELSE
               DISPLAY 'NO BUDGET FOR THAT DEPARTMENT AND MONTH'
           END-IF.
           CLOSE BUDGET-FILE.

      ***************************************************
      * THE FILE IS IN DEPARTMENT THEN MONTH ORDER, SO  *
      * EACH DEPARTMENT'S ANNUAL TOTAL IS PRINTED ON    *
      * THE BREAK.                                      *
      ***************************************************
       LIST-YEAR-BUDGETS.
           DISPLAY 'ENTER BUDGET YEAR YYYY: '.
           ACCEPT WS-ENTRY-YEAR.
           MOVE ZERO TO WS-BUD-COUNT.
           MOVE ZERO TO WS-DEPT-YEAR-TOTAL.
           MOVE ZERO TO WS-GRAND-TOTAL.
           MOVE SPACES TO WS-BREAK-DEPT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BUDGET-FILE.
           IF WS-PAYBUDG-STATUS NOT = '00'
               DISPLAY 'PAYBUDG.DAT NOT FOUND - NO BUDGETS ON FILE'
           ELSE
               DISPLAY ' '
               DISPLAY 'DEPARTMENT MONTH  BUDGET      SET ON   BY'
               DISPLAY '--------------------------------------------'
                   '-----'
               PERFORM READ-BUDGET
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   COMPUTE WS-BUD-YEAR = BUD-PERIOD / 100
                   IF WS-BUD-YEAR = WS-ENTRY-YEAR
                       PERFORM LIST-ONE-BUDGET
                   END-IF
                   PERFORM READ-BUDGET
               END-PERFORM
               CLOSE BUDGET-FILE
               IF WS-BUD-COUNT > ZERO
                   PERFORM SHOW-DEPT-YEAR-TOTAL
               END-IF
               DISPLAY '--------------------------------------------'
                   '-----'
               DISPLAY 'MONTHS BUDGETED: ' WS-BUD-COUNT
               DISPLAY 'YEAR BUDGET ALL DEPARTMENTS: ' WS-GRAND-TOTAL
           END-IF.

       LIST-ONE-BUDGET.
           IF WS-BUD-COUNT > ZERO
                   AND BUD-DEPT NOT = WS-BREAK-DEPT
               PERFORM SHOW-DEPT-YEAR-TOTAL
           END-IF.
           MOVE BUD-DEPT TO WS-BREAK-DEPT.
           DISPLAY BUD-DEPT ' ' BUD-PERIOD ' ' BUD-AMOUNT ' '
               BUD-SET-DATE ' ' BUD-OPERATOR.
           ADD 1 TO WS-BUD-COUNT.
           ADD BUD-AMOUNT TO WS-DEPT-YEAR-TOTAL.
           ADD BUD-AMOUNT TO WS-GRAND-TOTAL.

       SHOW-DEPT-YEAR-TOTAL.
           DISPLAY '           YEAR   ' WS-DEPT-YEAR-TOTAL ' '
               WS-BREAK-DEPT.
           MOVE ZERO TO WS-DEPT-YEAR-TOTAL.

       READ-BUDGET.
           READ BUDGET-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       OPEN-BUDGET-FOR-UPDATE.
           OPEN I-O BUDGET-FILE.
           IF WS-PAYBUDG-STATUS = '35'
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
