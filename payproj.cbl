      ***************************************************
      * COBOL PROGRAM TO PROJECT THIS MONTH'S PAYROLL   *
      * COST BY DEPARTMENT BEFORE PAYROLL IS RUN, AND   *
      * WARN WHERE A DEPARTMENT WOULD GO OVER ITS       *
      * PAYBUDG.DAT BUDGET. EACH SERVING EMPLOYEE'S     *
      * GROSS IS WORKED OUT AS PAYROLL WILL PAY IT -    *
      * THE PERIOD RATE AND ANY RETRO ARREARS FROM      *
      * SALHIST.DAT, HOURS AND OVERTIME AT THE OTPREM   *
      * PREMIUM FROM TIMESHT.DAT AGAINST STDHOURS, LESS *
      * THE UNPAID LEAVE DOCK FROM LEAVTRAN.DAT - BUT   *
      * NOTHING IS WRITTEN OR FLAGGED. THE PROJECTED    *
      * GROSS IS ADDED TO WHAT GLPOST.DAT ALREADY SHOWS *
      * SPENT (SALARY-EXP NET OF PAYREVS CONTRAS, E.G.  *
      * FINSETL SETTLEMENTS) FOR THE MONTH AND THE YEAR *
      * TO DATE AND SET AGAINST THE BUDGETS ON          *
      * PAYPROJ.RPT. ANY DEPARTMENT PROJECTED OVER      *
      * BUDGET ENDS THE RUN WITH RC 4; A MONTH ALREADY  *
      * RUN OR CLOSED ON PAYPERD.DAT WITH RC 8.         *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPROJ.
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
           SELECT TIMESHEET-FILE ASSIGN TO 'TIMESHT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMESHT-STATUS.
           SELECT LEAVE-TRANS ASSIGN TO 'LEAVTRAN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEAVTRAN-STATUS.
           SELECT SALARY-HISTORY ASSIGN TO 'SALHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.
           SELECT PAY-PERIOD ASSIGN TO 'PAYPERD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYPERD-STATUS.
           SELECT BUDGET-FILE ASSIGN TO 'PAYBUDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-PAYBUDG-STATUS.
           SELECT GL-EXTRACT ASSIGN TO 'GLPOST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT PROJECTION-FILE ASSIGN TO 'PAYPROJ.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "emprecord.cpy".

       FD  RUN-PARM
           LABEL RECORDS ARE STANDARD.
       COPY "parmrec.cpy".

       FD  TIMESHEET-FILE
           LABEL RECORDS ARE STANDARD.
       01 TIMESHEET-RECORD.
            02 TS-EMPID PIC 9(5).
            02 FILLER PIC X.
            02 TS-PERIOD PIC X(6).
            02 FILLER PIC X.
            02 TS-REG-HOURS PIC 9(3).
            02 FILLER PIC X.
            02 TS-OT-HOURS PIC 9(3).

       FD  LEAVE-TRANS
           LABEL RECORDS ARE STANDARD.
       COPY "leavtran.cpy".

       FD  SALARY-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY "salhist.cpy".

       FD  PAY-PERIOD
           LABEL RECORDS ARE STANDARD.
       COPY "payperd.cpy".

       FD  BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "paybudg.cpy".

       FD  GL-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01 GL-RECORD.
            02 GL-REC-TYPE PIC X.
            02 GL-DEPT PIC X(10).
            02 GL-ACCOUNT PIC X(12).
            02 GL-DRCR PIC X(2).
            02 GL-AMOUNT PIC 9(9)V99.
            02 GL-DATE.
                 03 GL-DATE-YYYYMM PIC 9(6).
                 03 GL-DATE-DD PIC 9(2).

       FD  PROJECTION-FILE
           LABEL RECORDS ARE STANDARD.
       01 PROJECTION-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-EMPMAST-STATUS PIC XX VALUE '00'.
       77 WS-RUNPARM-STATUS PIC XX VALUE '00'.
       77 WS-TIMESHT-STATUS PIC XX VALUE '00'.
       77 WS-LEAVTRAN-STATUS PIC XX VALUE '00'.
       77 WS-SALHIST-STATUS PIC XX VALUE '00'.
       77 WS-PAYPERD-STATUS PIC XX VALUE '00'.
       77 WS-PAYBUDG-STATUS PIC XX VALUE '00'.
       77 WS-GLPOST-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PARM-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PARM-ERROR PIC X VALUE 'N'.
       77 WS-PRD-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PRD-FOUND PIC X VALUE 'N'.
       77 WS-PRD-STATUS PIC X VALUE SPACE.
       77 WS-PRD-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-TS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-TS-IDX PIC 9(3) VALUE ZERO.
       77 WS-TS-MATCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-STD-HOURS PIC 9(3) VALUE 160.
       77 WS-OT-PREMIUM PIC 9V99 VALUE 1.50.
       77 WS-STDHOURS-EFF PIC 9(8) VALUE ZERO.
       77 WS-OTPREM-EFF PIC 9(8) VALUE ZERO.
       77 WS-LV-EOF-FLAG PIC X VALUE 'N'.
       77 WS-LV-IDX PIC 9(3) VALUE ZERO.
       77 WS-LV-MATCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-LV-FROM-YYYYMM PIC 9(6) VALUE ZERO.
       77 WS-UNPAID-DAYS PIC 9(3) VALUE ZERO.
       77 WS-LEAVE-DOCK PIC 9(7)V99 VALUE ZERO.
       77 WS-SH-EOF-FLAG PIC X VALUE 'N'.
       77 WS-SAL-IDX PIC 9(3) VALUE ZERO.
       77 WS-SAL-MATCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-PERIOD-SALARY PIC 9(7)V99 VALUE ZERO.
       77 WS-RETRO-PAY PIC S9(7)V99 VALUE ZERO.
       77 WS-RETRO-MONTHS PIC 9(4) VALUE ZERO.
       77 WS-RETRO-RUN-YEAR PIC 9(4) VALUE ZERO.
       77 WS-RETRO-RUN-MONTH PIC 9(2) VALUE ZERO.
       77 WS-RETRO-EFF-YEAR PIC 9(4) VALUE ZERO.
       77 WS-RETRO-EFF-MONTH PIC 9(2) VALUE ZERO.
       77 WS-EFF-YYYYMM PIC 9(6) VALUE ZERO.
       77 WS-GROSS-PAY PIC 9(7)V99 VALUE ZERO.
       77 WS-BASE-PAY PIC 9(7)V99 VALUE ZERO.
       77 WS-OT-PAY PIC 9(7)V99 VALUE ZERO.
       77 WS-EMP-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SEPARATED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-YEAR-START PIC 9(6) VALUE ZERO.
       77 WS-YEAR PIC 9(4) VALUE ZERO.
       77 WS-DEPT-IDX PIC 9(2) VALUE ZERO.
       77 WS-DEPT-MATCH-IDX PIC 9(2) VALUE ZERO.
       77 WS-DEPT-OVERFLOW PIC X VALUE 'N'.
       77 WS-DEPT-OVER PIC X VALUE 'N'.
       77 WS-FIND-DEPT PIC X(10) VALUE SPACES.
       77 WS-BUDGET-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PROJECTED PIC S9(9)V99 VALUE ZERO.
       77 WS-HEADROOM PIC S9(9)V99 VALUE ZERO.
       77 WS-OVER-COUNT PIC 9(3) VALUE ZERO.
       77 WS-NONE-COUNT PIC 9(3) VALUE ZERO.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-MONTH-PARTS REDEFINES WS-RUN-DATE.
            02 WS-RUN-YYYYMM PIC 9(6).
            02 FILLER PIC 9(2).

       01 WS-UNPAID-LEAVE-TABLE.
            02 WS-LV-COUNT PIC 9(3) VALUE ZERO.
            02 WS-LV-ENTRY OCCURS 500 TIMES.
                 03 WS-LV-EMPID PIC 9(5).
                 03 WS-LV-DAYS PIC 9(3).

       01 WS-SALARY-TABLE.
            02 WS-SAL-COUNT PIC 9(3) VALUE ZERO.
            02 WS-SAL-ENTRY OCCURS 500 TIMES.
                 03 WS-SAL-EMPID PIC 9(5).
                 03 WS-SAL-RATE PIC 9(7)V99.
                 03 WS-SAL-RATE-EFF PIC 9(8).
                 03 WS-SAL-MIN-EFF PIC 9(8).
                 03 WS-SAL-MIN-OLD PIC 9(7)V99.
                 03 WS-SAL-RETRO PIC S9(7)V99.

       01 WS-TIMESHEET-TABLE.
            02 WS-TS-COUNT PIC 9(3) VALUE ZERO.
            02 WS-TS-ENTRY OCCURS 500 TIMES.
                 03 WS-TS-EMPID PIC 9(5).
                 03 WS-TS-PERIOD PIC X(6).
                 03 WS-TS-REG-HRS PIC 9(3).
                 03 WS-TS-OT-HRS PIC 9(3).

      ***************************************************
      * ONE ENTRY PER DEPARTMENT BEING PAID THIS MONTH, *
      * THE SAME TWENTY DEPARTMENTS PAYROLL SUMMARIZES. *
      ***************************************************
       01 WS-DEPT-TABLE.
            02 WS-DEPT-COUNT PIC 9(2) VALUE ZERO.
            02 WS-DEPT-ENTRY OCCURS 20 TIMES.
                 03 WS-DEPT-NAME PIC A(10).
                 03 WS-DEPT-STAFF PIC 9(3).
                 03 WS-DEPT-BASE PIC 9(9)V99.
                 03 WS-DEPT-OT PIC 9(9)V99.
                 03 WS-DEPT-RETRO PIC S9(9)V99.
                 03 WS-DEPT-DOCK PIC 9(9)V99.
                 03 WS-DEPT-GROSS PIC 9(9)V99.
                 03 WS-DEPT-MON-BUDGET PIC 9(9)V99.
                 03 WS-DEPT-MON-SET PIC X.
                 03 WS-DEPT-MON-POSTED PIC S9(9)V99.
                 03 WS-DEPT-YTD-BUDGET PIC 9(9)V99.
                 03 WS-DEPT-YTD-SET PIC X.
                 03 WS-DEPT-YTD-POSTED PIC S9(9)V99.

       01 WS-PROJ-HEADER.
            02 FILLER PIC X(34)
                VALUE 'PRE-PAYROLL BUDGET PROJECTION FOR '.
            02 WS-PH-PERIOD PIC 9(6).
            02 FILLER PIC X(7) VALUE '  RUN: '.
            02 WS-PH-RUN-DATE PIC 9(8).

       01 WS-PROJ-COLUMNS-1.
            02 FILLER PIC X(30)
                VALUE 'DEPARTMENT STF  BASE PAY  OVER'.
            02 FILLER PIC X(30)
                VALUE 'TIME  RETRO PAY    DOCKED     '.

       01 WS-PROJ-COLUMNS-2.
            02 FILLER PIC X(30)
                VALUE '                      BUDGET  '.
            02 FILLER PIC X(30)
                VALUE '  PROJECTED     HEADROOM FLAG '.

       01 WS-PROJ-PAY-LINE.
            02 WS-PP-DEPT PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 WS-PP-STAFF PIC 9(3).
            02 FILLER PIC X VALUE SPACE.
            02 WS-PP-BASE PIC 9(7)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-PP-OT PIC 9(7)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-PP-RETRO PIC -9(7)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-PP-DOCK PIC 9(7)V99.

       01 WS-PROJ-BUDGET-LINE.
            02 FILLER PIC X(11) VALUE SPACES.
            02 WS-PB-LABEL PIC X(5).
            02 FILLER PIC X VALUE SPACE.
            02 WS-PB-BUDGET PIC 9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-PB-PROJECTED PIC -9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-PB-HEADROOM PIC -9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-PB-FLAG PIC X(4).

       01 WS-PROJ-COUNT-LINE.
            02 WS-PC-LABEL PIC X(30).
            02 WS-PC-COUNT PIC ZZZZ9.

       COPY "splparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-PARMS.
           IF WS-PARM-ERROR = 'Y'
               GOBACK
           END-IF.
           PERFORM CHECK-PAY-PERIOD.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           DIVIDE WS-RUN-YYYYMM BY 100 GIVING WS-YEAR.
           COMPUTE WS-YEAR-START = WS-YEAR * 100 + 1.
           PERFORM LOAD-TIMESHEET-TABLE.
           PERFORM LOAD-UNPAID-LEAVE.
           PERFORM LOAD-SALARY-HISTORY.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF WS-EMPMAST-STATUS NOT = '00'
               DISPLAY 'EMP-MASTER NOT FOUND - NOTHING TO PROJECT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-EMPLOYEE.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF EMPSTATUS = 'S' OR EMPSTATUS = 'F'
                   ADD 1 TO WS-SEPARATED-COUNT
               ELSE
                   PERFORM PROJECT-ONE-EMPLOYEE
               END-IF
               PERFORM READ-EMPLOYEE
           END-PERFORM.
           CLOSE EMP-MASTER.
           IF WS-DEPT-OVERFLOW = 'Y'
               DISPLAY 'DEPARTMENT TABLE OVERFLOW - PROJECTION NOT '
                   'WRITTEN'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-BUDGETS.
           PERFORM SUM-GL-POSTINGS.
           OPEN OUTPUT PROJECTION-FILE.
           MOVE WS-RUN-YYYYMM TO WS-PH-PERIOD.
           MOVE WS-RUN-DATE TO WS-PH-RUN-DATE.
           MOVE ALL '=' TO PROJECTION-LINE.
           WRITE PROJECTION-LINE.
           WRITE PROJECTION-LINE FROM WS-PROJ-HEADER.
           WRITE PROJECTION-LINE FROM WS-PROJ-COLUMNS-1.
           WRITE PROJECTION-LINE FROM WS-PROJ-COLUMNS-2.
           MOVE ALL '-' TO PROJECTION-LINE.
           WRITE PROJECTION-LINE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM WRITE-ONE-DEPARTMENT
           END-PERFORM.
           MOVE ALL '-' TO PROJECTION-LINE.
           WRITE PROJECTION-LINE.
           MOVE 'EMPLOYEES PROJECTED:' TO WS-PC-LABEL.
           MOVE WS-EMP-COUNT TO WS-PC-COUNT.
           WRITE PROJECTION-LINE FROM WS-PROJ-COUNT-LINE.
           MOVE 'DEPARTMENTS OVER BUDGET:' TO WS-PC-LABEL.
           MOVE WS-OVER-COUNT TO WS-PC-COUNT.
           WRITE PROJECTION-LINE FROM WS-PROJ-COUNT-LINE.
           MOVE 'DEPARTMENTS WITH NO BUDGET:' TO WS-PC-LABEL.
           MOVE WS-NONE-COUNT TO WS-PC-COUNT.
           WRITE PROJECTION-LINE FROM WS-PROJ-COUNT-LINE.
           CLOSE PROJECTION-FILE.
           DISPLAY 'EMPLOYEES PROJECTED: ' WS-EMP-COUNT
               '  SEPARATED, NOT PROJECTED: ' WS-SEPARATED-COUNT.
           MOVE 'PAYPROJ.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           IF WS-OVER-COUNT > ZERO
               DISPLAY 'DEPARTMENTS PROJECTED OVER BUDGET: '
                   WS-OVER-COUNT ' - REVIEW PAYPROJ.RPT BEFORE '
                   'RUNNING PAYROLL'
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      ***************************************************
      * THE PROJECTION IS FOR THE MONTH PAYROLL WOULD   *
      * RUN TODAY. ONCE THAT MONTH IS RUN OR CLOSED THE *
      * COST IS ON THE LEDGER AND BUDGVAR REPORTS IT.   *
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
                       MOVE PRD-STATUS TO WS-PRD-STATUS
                       MOVE PRD-RUN-DATE TO WS-PRD-RUN-DATE
                   ELSE
                       PERFORM READ-PAY-PERIOD
                   END-IF
               END-PERFORM
               CLOSE PAY-PERIOD
           END-IF.
           IF WS-PRD-FOUND = 'Y'
               EVALUATE WS-PRD-STATUS
                   WHEN 'R'
                       DISPLAY 'PAYROLL PERIOD ' WS-RUN-YYYYMM
                           ' ALREADY RUN ON ' WS-PRD-RUN-DATE
                           ' - SEE BUDGVAR FOR THE ACTUAL COST'
                       MOVE 8 TO RETURN-CODE
                   WHEN 'C'
                       DISPLAY 'PAYROLL PERIOD ' WS-RUN-YYYYMM
                           ' IS CLOSED - NOTHING TO PROJECT'
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       READ-PAY-PERIOD.
           READ PAY-PERIOD
               AT END MOVE 'Y' TO WS-PRD-EOF-FLAG
           END-READ.

      ***************************************************
      * ONLY THE PARAMETERS THAT DRIVE GROSS PAY ARE    *
      * TAKEN, WITH THE SAME LIMITS PAYROLL APPLIES.    *
      ***************************************************
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
               WHEN 'STDHOURS'
                   IF PARM-VALUE < 1 OR PARM-VALUE > 744
                       PERFORM REPORT-BAD-PARM
                   ELSE
                       IF PARM-EFF-DATE >= WS-STDHOURS-EFF
                           MOVE PARM-VALUE TO WS-STD-HOURS
                           MOVE PARM-EFF-DATE TO WS-STDHOURS-EFF
                       END-IF
                   END-IF
               WHEN 'OTPREM'
                   IF PARM-VALUE < 1 OR PARM-VALUE > 9.99
                       PERFORM REPORT-BAD-PARM
                   ELSE
                       IF PARM-EFF-DATE >= WS-OTPREM-EFF
                           MOVE PARM-VALUE TO WS-OT-PREMIUM
                           MOVE PARM-EFF-DATE TO WS-OTPREM-EFF
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

       LOAD-TIMESHEET-TABLE.
           MOVE ZERO TO WS-TS-COUNT.
           OPEN INPUT TIMESHEET-FILE.
           IF WS-TIMESHT-STATUS = '00'
               MOVE 'N' TO WS-TS-EOF-FLAG
               PERFORM READ-TIMESHEET
               PERFORM UNTIL WS-TS-EOF-FLAG = 'Y'
                       OR WS-TS-COUNT = 500
                   ADD 1 TO WS-TS-COUNT
                   MOVE TS-EMPID TO WS-TS-EMPID (WS-TS-COUNT)
                   MOVE TS-PERIOD TO WS-TS-PERIOD (WS-TS-COUNT)
                   MOVE TS-REG-HOURS TO WS-TS-REG-HRS (WS-TS-COUNT)
                   MOVE TS-OT-HOURS TO WS-TS-OT-HRS (WS-TS-COUNT)
                   PERFORM READ-TIMESHEET
               END-PERFORM
               IF WS-TS-EOF-FLAG = 'N'
                   DISPLAY 'TIMESHT.DAT HAS MORE THAN 500 ROWS - '
                       'NOTHING PROJECTED'
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE TIMESHEET-FILE
           END-IF.

       READ-TIMESHEET.
           READ TIMESHEET-FILE
               AT END MOVE 'Y' TO WS-TS-EOF-FLAG
           END-READ.

       LOAD-UNPAID-LEAVE.
           MOVE ZERO TO WS-LV-COUNT.
           MOVE 'N' TO WS-LV-EOF-FLAG.
           OPEN INPUT LEAVE-TRANS.
           IF WS-LEAVTRAN-STATUS = '00'
               PERFORM READ-LEAVE-TRANS
               PERFORM UNTIL WS-LV-EOF-FLAG = 'Y'
                   COMPUTE WS-LV-FROM-YYYYMM = LVT-FROM-DATE / 100
                   IF LVT-STATUS = 'G' AND LVT-TYPE = 'U'
                           AND WS-LV-FROM-YYYYMM = WS-RUN-YYYYMM
                       PERFORM TAKE-UP-UNPAID-LEAVE
                   END-IF
                   PERFORM READ-LEAVE-TRANS
               END-PERFORM
               CLOSE LEAVE-TRANS
           END-IF.

       READ-LEAVE-TRANS.
           READ LEAVE-TRANS
               AT END MOVE 'Y' TO WS-LV-EOF-FLAG
           END-READ.

       TAKE-UP-UNPAID-LEAVE.
           MOVE ZERO TO WS-LV-MATCH-IDX.
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-COUNT
                   OR WS-LV-MATCH-IDX > ZERO
               IF WS-LV-EMPID (WS-LV-IDX) = LVT-EMPID
                   MOVE WS-LV-IDX TO WS-LV-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-LV-MATCH-IDX = ZERO
                   AND WS-LV-COUNT < 500
               ADD 1 TO WS-LV-COUNT
               MOVE WS-LV-COUNT TO WS-LV-MATCH-IDX
               MOVE LVT-EMPID TO WS-LV-EMPID (WS-LV-MATCH-IDX)
               MOVE ZERO TO WS-LV-DAYS (WS-LV-MATCH-IDX)
           END-IF.
           IF WS-LV-MATCH-IDX > ZERO
               ADD LVT-DAYS TO WS-LV-DAYS (WS-LV-MATCH-IDX)
           END-IF.

      ***************************************************
      * THE PERIOD RATE AND RETRO ARREARS ARE TAKEN UP  *
      * FROM SALHIST.DAT EXACTLY AS PAYROLL DOES, BUT   *
      * NO RETRO FLAG IS SET.                           *
      ***************************************************
       LOAD-SALARY-HISTORY.
           MOVE ZERO TO WS-SAL-COUNT.
           MOVE 'N' TO WS-SH-EOF-FLAG.
           OPEN INPUT SALARY-HISTORY.
           IF WS-SALHIST-STATUS = '00'
               PERFORM READ-SALARY-HISTORY
               PERFORM UNTIL WS-SH-EOF-FLAG = 'Y'
                   PERFORM TAKE-UP-ONE-RATE-CHANGE
                   PERFORM READ-SALARY-HISTORY
               END-PERFORM
               CLOSE SALARY-HISTORY
           END-IF.

       READ-SALARY-HISTORY.
           READ SALARY-HISTORY
               AT END MOVE 'Y' TO WS-SH-EOF-FLAG
           END-READ.

       TAKE-UP-ONE-RATE-CHANGE.
           MOVE ZERO TO WS-SAL-MATCH-IDX.
           PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
                   UNTIL WS-SAL-IDX > WS-SAL-COUNT
                   OR WS-SAL-MATCH-IDX > ZERO
               IF WS-SAL-EMPID (WS-SAL-IDX) = SAL-EMPID
                   MOVE WS-SAL-IDX TO WS-SAL-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-SAL-MATCH-IDX = ZERO
                   AND WS-SAL-COUNT < 500
               ADD 1 TO WS-SAL-COUNT
               MOVE WS-SAL-COUNT TO WS-SAL-MATCH-IDX
               MOVE SAL-EMPID TO WS-SAL-EMPID (WS-SAL-MATCH-IDX)
               MOVE ZERO TO WS-SAL-RATE (WS-SAL-MATCH-IDX)
               MOVE ZERO TO WS-SAL-RATE-EFF (WS-SAL-MATCH-IDX)
               MOVE 99999999 TO WS-SAL-MIN-EFF (WS-SAL-MATCH-IDX)
               MOVE ZERO TO WS-SAL-MIN-OLD (WS-SAL-MATCH-IDX)
               MOVE ZERO TO WS-SAL-RETRO (WS-SAL-MATCH-IDX)
           END-IF.
           IF WS-SAL-MATCH-IDX > ZERO
               IF SAL-EFF-DATE NOT > WS-RUN-DATE
                       AND SAL-EFF-DATE
                       >= WS-SAL-RATE-EFF (WS-SAL-MATCH-IDX)
                   MOVE SAL-NEW-SALARY
                       TO WS-SAL-RATE (WS-SAL-MATCH-IDX)
                   MOVE SAL-EFF-DATE
                       TO WS-SAL-RATE-EFF (WS-SAL-MATCH-IDX)
               END-IF
               IF SAL-EFF-DATE
                       < WS-SAL-MIN-EFF (WS-SAL-MATCH-IDX)
                   MOVE SAL-EFF-DATE
                       TO WS-SAL-MIN-EFF (WS-SAL-MATCH-IDX)
                   MOVE SAL-OLD-SALARY
                       TO WS-SAL-MIN-OLD (WS-SAL-MATCH-IDX)
               END-IF
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
                           * WS-RETRO-MONTHS)
                   END-IF
               END-IF
           END-IF.

       READ-EMPLOYEE.
           READ EMP-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       GET-PERIOD-RATE.
           MOVE EMPSALARY TO WS-PERIOD-SALARY.
           MOVE ZERO TO WS-RETRO-PAY.
           MOVE ZERO TO WS-SAL-MATCH-IDX.
           PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
                   UNTIL WS-SAL-IDX > WS-SAL-COUNT
                   OR WS-SAL-MATCH-IDX > ZERO
               IF WS-SAL-EMPID (WS-SAL-IDX) = EMPID
                   MOVE WS-SAL-IDX TO WS-SAL-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-SAL-MATCH-IDX > ZERO
               IF WS-SAL-RATE-EFF (WS-SAL-MATCH-IDX) > ZERO
                   MOVE WS-SAL-RATE (WS-SAL-MATCH-IDX)
                       TO WS-PERIOD-SALARY
               ELSE
                   MOVE WS-SAL-MIN-OLD (WS-SAL-MATCH-IDX)
                       TO WS-PERIOD-SALARY
               END-IF
               MOVE WS-SAL-RETRO (WS-SAL-MATCH-IDX)
                   TO WS-RETRO-PAY
           END-IF.

      ***************************************************
      * GROSS IS COMPUTED WITH PAYROLL'S OWN FORMULA SO *
      * THE PROJECTION AGREES TO THE CENT; THE OVERTIME *
      * SHARE IS WHAT IT ADDS OVER THE REGULAR HOURS.   *
      ***************************************************
       PROJECT-ONE-EMPLOYEE.
           PERFORM GET-PERIOD-RATE.
           PERFORM FIND-TIMESHEET.
           MOVE ZERO TO WS-OT-PAY.
           IF WS-TS-MATCH-IDX = ZERO
               MOVE WS-PERIOD-SALARY TO WS-GROSS-PAY
               MOVE WS-PERIOD-SALARY TO WS-BASE-PAY
           ELSE
               COMPUTE WS-GROSS-PAY ROUNDED =
                   (WS-PERIOD-SALARY / WS-STD-HOURS)
                   * (WS-TS-REG-HRS (WS-TS-MATCH-IDX)
                   + (WS-OT-PREMIUM
                   * WS-TS-OT-HRS (WS-TS-MATCH-IDX)))
               COMPUTE WS-BASE-PAY ROUNDED =
                   (WS-PERIOD-SALARY / WS-STD-HOURS)
                   * WS-TS-REG-HRS (WS-TS-MATCH-IDX)
               IF WS-GROSS-PAY > WS-BASE-PAY
                   COMPUTE WS-OT-PAY = WS-GROSS-PAY - WS-BASE-PAY
               END-IF
               COMPUTE WS-BASE-PAY = WS-GROSS-PAY - WS-OT-PAY
           END-IF.
           PERFORM DOCK-UNPAID-LEAVE.
           IF WS-RETRO-PAY NOT = ZERO
               ADD WS-RETRO-PAY TO WS-GROSS-PAY
           END-IF.
           PERFORM ACCUMULATE-DEPT-PROJECTION.
           ADD 1 TO WS-EMP-COUNT.

       DOCK-UNPAID-LEAVE.
           MOVE ZERO TO WS-UNPAID-DAYS.
           MOVE ZERO TO WS-LEAVE-DOCK.
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-COUNT
               IF WS-LV-EMPID (WS-LV-IDX) = EMPID
                   ADD WS-LV-DAYS (WS-LV-IDX) TO WS-UNPAID-DAYS
               END-IF
           END-PERFORM.
           IF WS-UNPAID-DAYS > ZERO
               COMPUTE WS-LEAVE-DOCK ROUNDED =
                   (WS-PERIOD-SALARY / 30) * WS-UNPAID-DAYS
               IF WS-LEAVE-DOCK > WS-GROSS-PAY
                   MOVE WS-GROSS-PAY TO WS-LEAVE-DOCK
               END-IF
               SUBTRACT WS-LEAVE-DOCK FROM WS-GROSS-PAY
           END-IF.

       FIND-TIMESHEET.
           MOVE ZERO TO WS-TS-MATCH-IDX.
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                   UNTIL WS-TS-IDX > WS-TS-COUNT
                   OR WS-TS-MATCH-IDX > ZERO
               IF WS-TS-EMPID (WS-TS-IDX) = EMPID
                   MOVE WS-TS-IDX TO WS-TS-MATCH-IDX
               END-IF
           END-PERFORM.

       ACCUMULATE-DEPT-PROJECTION.
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
                       ' NOT PROJECTED'
                   MOVE 'Y' TO WS-DEPT-OVERFLOW
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH-IDX
                   PERFORM CLEAR-DEPT-ENTRY
               END-IF
           END-IF.
           IF WS-DEPT-MATCH-IDX > ZERO
               ADD 1 TO WS-DEPT-STAFF (WS-DEPT-MATCH-IDX)
               ADD WS-BASE-PAY TO WS-DEPT-BASE (WS-DEPT-MATCH-IDX)
               ADD WS-OT-PAY TO WS-DEPT-OT (WS-DEPT-MATCH-IDX)
               ADD WS-RETRO-PAY TO WS-DEPT-RETRO (WS-DEPT-MATCH-IDX)
               ADD WS-LEAVE-DOCK TO WS-DEPT-DOCK (WS-DEPT-MATCH-IDX)
               ADD WS-GROSS-PAY TO WS-DEPT-GROSS (WS-DEPT-MATCH-IDX)
           END-IF.

       CLEAR-DEPT-ENTRY.
           MOVE EMPDEPT TO WS-DEPT-NAME (WS-DEPT-MATCH-IDX).
           MOVE ZERO TO WS-DEPT-STAFF (WS-DEPT-MATCH-IDX).
           MOVE ZERO TO WS-DEPT-BASE (WS-DEPT-MATCH-IDX).
           MOVE ZERO TO WS-DEPT-OT (WS-DEPT-MATCH-IDX).
           MOVE ZERO TO WS-DEPT-RETRO (WS-DEPT-MATCH-IDX).
           MOVE ZERO TO WS-DEPT-DOCK (WS-DEPT-MATCH-IDX).
           MOVE ZERO TO WS-DEPT-GROSS (WS-DEPT-MATCH-IDX).
           MOVE ZERO TO WS-DEPT-MON-BUDGET (WS-DEPT-MATCH-IDX).
           MOVE 'N' TO WS-DEPT-MON-SET (WS-DEPT-MATCH-IDX).
           MOVE ZERO TO WS-DEPT-MON-POSTED (WS-DEPT-MATCH-IDX).
           MOVE ZERO TO WS-DEPT-YTD-BUDGET (WS-DEPT-MATCH-IDX).
           MOVE 'N' TO WS-DEPT-YTD-SET (WS-DEPT-MATCH-IDX).
           MOVE ZERO TO WS-DEPT-YTD-POSTED (WS-DEPT-MATCH-IDX).

      ***************************************************
      * ONLY DEPARTMENTS BEING PAID THIS MONTH ARE      *
      * LOOKED UP - BUDGETS AND POSTINGS OF ANY OTHER   *
      * DEPARTMENT CAN NOT BE AFFECTED BY THE RUN.      *
      ***************************************************
       FIND-DEPT-ENTRY.
           MOVE ZERO TO WS-DEPT-MATCH-IDX.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   OR WS-DEPT-MATCH-IDX > ZERO
               IF WS-DEPT-NAME (WS-DEPT-IDX) = WS-FIND-DEPT
                   MOVE WS-DEPT-IDX TO WS-DEPT-MATCH-IDX
               END-IF
           END-PERFORM.

       LOAD-BUDGETS.
           MOVE ZERO TO WS-BUDGET-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BUDGET-FILE.
           IF WS-PAYBUDG-STATUS NOT = '00'
               DISPLAY 'PAYBUDG.DAT NOT FOUND - NO DEPARTMENT HAS '
                   'A BUDGET, SET THEM IN BUDMAINT'
           ELSE
               PERFORM READ-BUDGET
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF BUD-PERIOD NOT < WS-YEAR-START
                           AND BUD-PERIOD NOT > WS-RUN-YYYYMM
                       PERFORM TAKE-UP-ONE-BUDGET
                   END-IF
                   PERFORM READ-BUDGET
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       READ-BUDGET.
           READ BUDGET-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       TAKE-UP-ONE-BUDGET.
           MOVE BUD-DEPT TO WS-FIND-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-DEPT-MATCH-IDX > ZERO
               ADD 1 TO WS-BUDGET-COUNT
               ADD BUD-AMOUNT
                   TO WS-DEPT-YTD-BUDGET (WS-DEPT-MATCH-IDX)
               MOVE 'Y' TO WS-DEPT-YTD-SET (WS-DEPT-MATCH-IDX)
               IF BUD-PERIOD = WS-RUN-YYYYMM
                   MOVE BUD-AMOUNT
                       TO WS-DEPT-MON-BUDGET (WS-DEPT-MATCH-IDX)
                   MOVE 'Y' TO WS-DEPT-MON-SET (WS-DEPT-MATCH-IDX)
               END-IF
           END-IF.

      ***************************************************
      * WHAT IS ALREADY ON THE LEDGER FOR THE YEAR -    *
      * SALARY-EXP DEBITS LESS PAYREVS CONTRA CREDITS,  *
      * AS BUDGVAR COUNTS IT.                           *
      ***************************************************
       SUM-GL-POSTINGS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GL-EXTRACT.
           IF WS-GLPOST-STATUS = '00'
               PERFORM READ-GL-POSTING
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF GL-REC-TYPE = 'D'
                           AND GL-ACCOUNT = 'SALARY-EXP'
                           AND GL-DATE-YYYYMM NOT < WS-YEAR-START
                           AND GL-DATE-YYYYMM NOT > WS-RUN-YYYYMM
                       PERFORM TAKE-UP-ONE-POSTING
                   END-IF
                   PERFORM READ-GL-POSTING
               END-PERFORM
               CLOSE GL-EXTRACT
           END-IF.

       READ-GL-POSTING.
           READ GL-EXTRACT
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       TAKE-UP-ONE-POSTING.
           MOVE GL-DEPT TO WS-FIND-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-DEPT-MATCH-IDX > ZERO
               IF GL-DRCR = 'DR'
                   ADD GL-AMOUNT
                       TO WS-DEPT-YTD-POSTED (WS-DEPT-MATCH-IDX)
                   IF GL-DATE-YYYYMM = WS-RUN-YYYYMM
                       ADD GL-AMOUNT
                           TO WS-DEPT-MON-POSTED (WS-DEPT-MATCH-IDX)
                   END-IF
               ELSE
                   SUBTRACT GL-AMOUNT
                       FROM WS-DEPT-YTD-POSTED (WS-DEPT-MATCH-IDX)
                   IF GL-DATE-YYYYMM = WS-RUN-YYYYMM
                       SUBTRACT GL-AMOUNT
                           FROM WS-DEPT-MON-POSTED (WS-DEPT-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.

      ***************************************************
      * THE PAY LINE SHOWS WHAT MAKES UP THE PROJECTED  *
      * GROSS, THEN THE MONTH AND YEAR-TO-DATE LINES    *
      * SET LEDGER SPEND PLUS THAT GROSS AGAINST THE    *
      * BUDGET. A NEGATIVE HEADROOM IS FLAGGED OVER AND *
      * WARNED ON THE CONSOLE.                          *
      ***************************************************
       WRITE-ONE-DEPARTMENT.
           MOVE 'N' TO WS-DEPT-OVER.
           MOVE WS-DEPT-NAME (WS-DEPT-IDX) TO WS-PP-DEPT.
           MOVE WS-DEPT-STAFF (WS-DEPT-IDX) TO WS-PP-STAFF.
           MOVE WS-DEPT-BASE (WS-DEPT-IDX) TO WS-PP-BASE.
           MOVE WS-DEPT-OT (WS-DEPT-IDX) TO WS-PP-OT.
           MOVE WS-DEPT-RETRO (WS-DEPT-IDX) TO WS-PP-RETRO.
           MOVE WS-DEPT-DOCK (WS-DEPT-IDX) TO WS-PP-DOCK.
           WRITE PROJECTION-LINE FROM WS-PROJ-PAY-LINE.
           MOVE 'MONTH' TO WS-PB-LABEL.
           MOVE WS-DEPT-MON-BUDGET (WS-DEPT-IDX) TO WS-PB-BUDGET.
           COMPUTE WS-PROJECTED = WS-DEPT-MON-POSTED (WS-DEPT-IDX)
               + WS-DEPT-GROSS (WS-DEPT-IDX).
           MOVE WS-PROJECTED TO WS-PB-PROJECTED.
           COMPUTE WS-HEADROOM = WS-DEPT-MON-BUDGET (WS-DEPT-IDX)
               - WS-PROJECTED.
           MOVE WS-HEADROOM TO WS-PB-HEADROOM.
           MOVE SPACES TO WS-PB-FLAG.
           IF WS-DEPT-MON-SET (WS-DEPT-IDX) = 'N'
               MOVE 'NONE' TO WS-PB-FLAG
               ADD 1 TO WS-NONE-COUNT
               DISPLAY 'WARNING - DEPARTMENT '
                   WS-DEPT-NAME (WS-DEPT-IDX)
                   ' HAS NO BUDGET FOR ' WS-RUN-YYYYMM
           ELSE
               IF WS-HEADROOM < ZERO
                   MOVE 'OVER' TO WS-PB-FLAG
                   MOVE 'Y' TO WS-DEPT-OVER
                   DISPLAY 'WARNING - DEPARTMENT '
                       WS-DEPT-NAME (WS-DEPT-IDX)
                       ' PROJECTED OVER MONTH BUDGET BY '
                       WS-PB-HEADROOM
               END-IF
           END-IF.
           WRITE PROJECTION-LINE FROM WS-PROJ-BUDGET-LINE.
           MOVE 'YTD' TO WS-PB-LABEL.
           MOVE WS-DEPT-YTD-BUDGET (WS-DEPT-IDX) TO WS-PB-BUDGET.
           COMPUTE WS-PROJECTED = WS-DEPT-YTD-POSTED (WS-DEPT-IDX)
               + WS-DEPT-GROSS (WS-DEPT-IDX).
           MOVE WS-PROJECTED TO WS-PB-PROJECTED.
           COMPUTE WS-HEADROOM = WS-DEPT-YTD-BUDGET (WS-DEPT-IDX)
               - WS-PROJECTED.
           MOVE WS-HEADROOM TO WS-PB-HEADROOM.
           MOVE SPACES TO WS-PB-FLAG.
           IF WS-DEPT-YTD-SET (WS-DEPT-IDX) = 'N'
               MOVE 'NONE' TO WS-PB-FLAG
           ELSE
               IF WS-HEADROOM < ZERO
                   MOVE 'OVER' TO WS-PB-FLAG
                   MOVE 'Y' TO WS-DEPT-OVER
                   DISPLAY 'WARNING - DEPARTMENT '
                       WS-DEPT-NAME (WS-DEPT-IDX)
                       ' PROJECTED OVER YEAR-TO-DATE BUDGET BY '
                       WS-PB-HEADROOM
               END-IF
           END-IF.
           WRITE PROJECTION-LINE FROM WS-PROJ-BUDGET-LINE.
           IF WS-DEPT-OVER = 'Y'
               ADD 1 TO WS-OVER-COUNT
           END-IF.
