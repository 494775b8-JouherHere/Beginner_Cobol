      ***************************************************
      * COBOL PROGRAM TO PRINT THE MONTHLY DEPARTMENTAL *
      * PAYROLL VARIANCE REPORT ON BUDGVAR.RPT. FOR THE *
      * MONTH ASKED FOR, EACH DEPARTMENT'S ACTUAL       *
      * SALARY COST - THE SALARY-EXP DEBITS ON THE      *
      * GLPOST.DAT LEDGER EXTRACT LESS ANY SALARY-EXP   *
      * CONTRA CREDITS FROM PAYREVS - IS SET AGAINST    *
      * ITS PAYBUDG.DAT BUDGET, FOR THE MONTH AND FOR   *
      * THE YEAR TO DATE (JANUARY TO THAT MONTH). THE   *
      * VARIANCE IS BUDGET LESS ACTUAL, SO A NEGATIVE   *
      * FIGURE IS AN OVERSPEND AND IS FLAGGED OVER; A   *
      * DEPARTMENT THAT SPENT WITH NO BUDGET IS FLAGGED *
      * NONE. ANY OVERSPEND ENDS THE RUN WITH RC 4.     *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO 'PAYBUDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-PAYBUDG-STATUS.
           SELECT GL-EXTRACT ASSIGN TO 'GLPOST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT VARIANCE-FILE ASSIGN TO 'BUDGVAR.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  VARIANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01 VARIANCE-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-PAYBUDG-STATUS PIC XX VALUE '00'.
       77 WS-GLPOST-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-TARGET-PERIOD PIC 9(6) VALUE ZERO.
       77 WS-YEAR-START PIC 9(6) VALUE ZERO.
       77 WS-YEAR PIC 9(4) VALUE ZERO.
       77 WS-FIND-DEPT PIC X(10) VALUE SPACES.
       77 WS-DEPT-IDX PIC 9(2) VALUE ZERO.
       77 WS-DEPT-MATCH-IDX PIC 9(2) VALUE ZERO.
       77 WS-DEPT-OVERFLOW PIC X VALUE 'N'.
       77 WS-SORT-IDX PIC 9(2) VALUE ZERO.
       77 WS-SORT-LIMIT PIC 9(2) VALUE ZERO.
       77 WS-SWAPPED PIC X VALUE 'N'.
       77 WS-DEPT-OVER PIC X VALUE 'N'.
       77 WS-VARIANCE PIC S9(9)V99 VALUE ZERO.
       77 WS-OVER-COUNT PIC 9(3) VALUE ZERO.
       77 WS-NONE-COUNT PIC 9(3) VALUE ZERO.
       77 WS-GL-COUNT PIC 9(7) VALUE ZERO.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.

       01 WS-CHECK-DATE.
            02 WS-CHECK-PERIOD PIC 9(6).
            02 WS-CHECK-DD PIC 9(2).
       01 WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE PIC 9(8).

      ***************************************************
      * ONE ENTRY PER DEPARTMENT THAT HAS A BUDGET OR A *
      * SALARY POSTING IN THE YEAR TO DATE - THE SAME   *
      * TWENTY DEPARTMENTS PAYROLL SUMMARIZES.          *
      ***************************************************
       01 WS-DEPT-TABLE.
            02 WS-DEPT-COUNT PIC 9(2) VALUE ZERO.
            02 WS-DEPT-ENTRY OCCURS 20 TIMES.
                 03 WS-DEPT-NAME PIC X(10).
                 03 WS-DEPT-MON-BUDGET PIC 9(9)V99.
                 03 WS-DEPT-MON-SET PIC X.
                 03 WS-DEPT-MON-ACTUAL PIC S9(9)V99.
                 03 WS-DEPT-YTD-BUDGET PIC 9(9)V99.
                 03 WS-DEPT-YTD-SET PIC X.
                 03 WS-DEPT-YTD-ACTUAL PIC S9(9)V99.

       01 WS-DEPT-HOLD PIC X(56).

       01 WS-TOTALS.
            02 WS-TOT-MON-BUDGET PIC 9(9)V99 VALUE ZERO.
            02 WS-TOT-MON-ACTUAL PIC S9(9)V99 VALUE ZERO.
            02 WS-TOT-YTD-BUDGET PIC 9(9)V99 VALUE ZERO.
            02 WS-TOT-YTD-ACTUAL PIC S9(9)V99 VALUE ZERO.

       01 WS-VAR-HEADER.
            02 FILLER PIC X(28)
                VALUE 'PAYROLL BUDGET VARIANCE FOR '.
            02 WS-VH-PERIOD PIC 9(6).
            02 FILLER PIC X(7) VALUE '  RUN: '.
            02 WS-VH-RUN-DATE PIC 9(8).

       01 WS-VAR-COLUMNS.
            02 FILLER PIC X(30)
                VALUE 'DEPARTMENT            BUDGET  '.
            02 FILLER PIC X(30)
                VALUE '     ACTUAL     VARIANCE FLAG '.

       01 WS-VAR-DETAIL.
            02 WS-VD-DEPT PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 WS-VD-LABEL PIC X(5).
            02 FILLER PIC X VALUE SPACE.
            02 WS-VD-BUDGET PIC 9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-VD-ACTUAL PIC -9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-VD-VARIANCE PIC -9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-VD-FLAG PIC X(4).

       01 WS-VAR-COUNT-LINE.
            02 WS-VC-LABEL PIC X(30).
            02 WS-VC-COUNT PIC ZZ9.

       COPY "valparm.cpy".

       COPY "splparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'ENTER VARIANCE MONTH YYYYMM: '.
           ACCEPT WS-TARGET-PERIOD.
           MOVE WS-TARGET-PERIOD TO WS-CHECK-PERIOD.
           MOVE 1 TO WS-CHECK-DD.
           MOVE 'D' TO VAL-RULE-TYPE.
           MOVE WS-CHECK-DATE-NUM TO VAL-NUM-VALUE.
           CALL 'VALEDIT' USING VAL-REQUEST VAL-RESULT.
           IF VAL-PASS-FLAG = 'N'
               DISPLAY 'VARIANCE MONTH ' WS-TARGET-PERIOD ' '
                   VAL-REASON ' - NO REPORT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DIVIDE WS-TARGET-PERIOD BY 100 GIVING WS-YEAR.
           COMPUTE WS-YEAR-START = WS-YEAR * 100 + 1.
           PERFORM LOAD-BUDGETS.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM SUM-GL-POSTINGS.
           IF WS-DEPT-OVERFLOW = 'Y'
               DISPLAY 'MORE THAN 20 DEPARTMENTS - VARIANCE REPORT '
                   'NOT WRITTEN'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SORT-DEPT-TABLE.
           OPEN OUTPUT VARIANCE-FILE.
           MOVE WS-TARGET-PERIOD TO WS-VH-PERIOD.
           MOVE WS-RUN-DATE TO WS-VH-RUN-DATE.
           MOVE ALL '=' TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           WRITE VARIANCE-LINE FROM WS-VAR-HEADER.
           WRITE VARIANCE-LINE FROM WS-VAR-COLUMNS.
           MOVE ALL '-' TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM WRITE-ONE-DEPARTMENT
           END-PERFORM.
           PERFORM WRITE-VARIANCE-TOTALS.
           CLOSE VARIANCE-FILE.
           DISPLAY 'DEPARTMENTS REPORTED: ' WS-DEPT-COUNT.
           DISPLAY 'SALARY POSTINGS READ: ' WS-GL-COUNT.
           MOVE 'BUDGVAR.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           IF WS-OVER-COUNT > ZERO
               DISPLAY 'DEPARTMENTS OVER BUDGET: ' WS-OVER-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      ***************************************************
      * BUDGETS FROM JANUARY TO THE VARIANCE MONTH MAKE *
      * UP THE YEAR-TO-DATE BUDGET.                     *
      ***************************************************
       LOAD-BUDGETS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BUDGET-FILE.
           IF WS-PAYBUDG-STATUS NOT = '00'
               DISPLAY 'PAYBUDG.DAT NOT FOUND - SET BUDGETS IN '
                   'BUDMAINT FIRST'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-BUDGET
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF BUD-PERIOD NOT < WS-YEAR-START
                           AND BUD-PERIOD NOT > WS-TARGET-PERIOD
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
               ADD BUD-AMOUNT
                   TO WS-DEPT-YTD-BUDGET (WS-DEPT-MATCH-IDX)
               MOVE 'Y' TO WS-DEPT-YTD-SET (WS-DEPT-MATCH-IDX)
               IF BUD-PERIOD = WS-TARGET-PERIOD
                   MOVE BUD-AMOUNT
                       TO WS-DEPT-MON-BUDGET (WS-DEPT-MATCH-IDX)
                   MOVE 'Y' TO WS-DEPT-MON-SET (WS-DEPT-MATCH-IDX)
               END-IF
           END-IF.

      ***************************************************
      * ACTUAL COST IS NET SALARY-EXP: PAYROLL AND      *
      * FINSETL DEBITS LESS THE CONTRA CREDITS PAYREVS  *
      * WRITES, WHICH CARRY THE ORIGINAL RUN DATE AND   *
      * SO NET IN THE SAME MONTH.                       *
      ***************************************************
       SUM-GL-POSTINGS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GL-EXTRACT.
           IF WS-GLPOST-STATUS NOT = '00'
               DISPLAY 'GLPOST.DAT NOT FOUND - ACTUALS SHOWN AS '
                   'ZERO'
           ELSE
               PERFORM READ-GL-POSTING
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF GL-REC-TYPE = 'D'
                           AND GL-ACCOUNT = 'SALARY-EXP'
                           AND GL-DATE-YYYYMM NOT < WS-YEAR-START
                           AND GL-DATE-YYYYMM NOT > WS-TARGET-PERIOD
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
               ADD 1 TO WS-GL-COUNT
               IF GL-DRCR = 'DR'
                   ADD GL-AMOUNT
                       TO WS-DEPT-YTD-ACTUAL (WS-DEPT-MATCH-IDX)
                   IF GL-DATE-YYYYMM = WS-TARGET-PERIOD
                       ADD GL-AMOUNT
                           TO WS-DEPT-MON-ACTUAL (WS-DEPT-MATCH-IDX)
                   END-IF
               ELSE
                   SUBTRACT GL-AMOUNT
                       FROM WS-DEPT-YTD-ACTUAL (WS-DEPT-MATCH-IDX)
                   IF GL-DATE-YYYYMM = WS-TARGET-PERIOD
                       SUBTRACT GL-AMOUNT
                           FROM WS-DEPT-MON-ACTUAL (WS-DEPT-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-DEPT-ENTRY.
           MOVE ZERO TO WS-DEPT-MATCH-IDX.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   OR WS-DEPT-MATCH-IDX > ZERO
               IF WS-DEPT-NAME (WS-DEPT-IDX) = WS-FIND-DEPT
                   MOVE WS-DEPT-IDX TO WS-DEPT-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-DEPT-MATCH-IDX = ZERO
               IF WS-DEPT-COUNT = 20
                   IF WS-DEPT-OVERFLOW = 'N'
                       DISPLAY 'MORE THAN 20 DEPARTMENTS - '
                           WS-FIND-DEPT ' NOT REPORTED'
                   END-IF
                   MOVE 'Y' TO WS-DEPT-OVERFLOW
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH-IDX
                   MOVE WS-FIND-DEPT TO WS-DEPT-NAME (WS-DEPT-MATCH-IDX)
                   MOVE ZERO TO WS-DEPT-MON-BUDGET (WS-DEPT-MATCH-IDX)
                   MOVE 'N' TO WS-DEPT-MON-SET (WS-DEPT-MATCH-IDX)
                   MOVE ZERO TO WS-DEPT-MON-ACTUAL (WS-DEPT-MATCH-IDX)
                   MOVE ZERO TO WS-DEPT-YTD-BUDGET (WS-DEPT-MATCH-IDX)
                   MOVE 'N' TO WS-DEPT-YTD-SET (WS-DEPT-MATCH-IDX)
                   MOVE ZERO TO WS-DEPT-YTD-ACTUAL (WS-DEPT-MATCH-IDX)
               END-IF
           END-IF.

      ***************************************************
      * BUDGET DEPARTMENTS COME IN KEY ORDER BUT LEDGER *
      * ONES ARE ADDED AS MET, SO THE TABLE IS PUT BACK *
      * INTO DEPARTMENT ORDER BEFORE PRINTING.          *
      ***************************************************
       SORT-DEPT-TABLE.
           MOVE WS-DEPT-COUNT TO WS-SORT-LIMIT.
           MOVE 'Y' TO WS-SWAPPED.
           PERFORM UNTIL WS-SWAPPED = 'N' OR WS-SORT-LIMIT < 2
               MOVE 'N' TO WS-SWAPPED
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX NOT < WS-SORT-LIMIT
                   IF WS-DEPT-NAME (WS-SORT-IDX)
                           > WS-DEPT-NAME (WS-SORT-IDX + 1)
                       MOVE WS-DEPT-ENTRY (WS-SORT-IDX)
                           TO WS-DEPT-HOLD
                       MOVE WS-DEPT-ENTRY (WS-SORT-IDX + 1)
                           TO WS-DEPT-ENTRY (WS-SORT-IDX)
                       MOVE WS-DEPT-HOLD
                           TO WS-DEPT-ENTRY (WS-SORT-IDX + 1)
                       MOVE 'Y' TO WS-SWAPPED
                   END-IF
               END-PERFORM
               SUBTRACT 1 FROM WS-SORT-LIMIT
           END-PERFORM.

      ***************************************************
      * TWO LINES PER DEPARTMENT - THE MONTH, THEN THE  *
      * YEAR TO DATE. A DEPARTMENT IS COUNTED OVER      *
      * BUDGET ONCE EVEN IF BOTH LINES ARE FLAGGED.     *
      ***************************************************
       WRITE-ONE-DEPARTMENT.
           MOVE 'N' TO WS-DEPT-OVER.
           MOVE WS-DEPT-NAME (WS-DEPT-IDX) TO WS-VD-DEPT.
           MOVE 'MONTH' TO WS-VD-LABEL.
           MOVE WS-DEPT-MON-BUDGET (WS-DEPT-IDX) TO WS-VD-BUDGET.
           MOVE WS-DEPT-MON-ACTUAL (WS-DEPT-IDX) TO WS-VD-ACTUAL.
           COMPUTE WS-VARIANCE = WS-DEPT-MON-BUDGET (WS-DEPT-IDX)
               - WS-DEPT-MON-ACTUAL (WS-DEPT-IDX).
           MOVE WS-VARIANCE TO WS-VD-VARIANCE.
           MOVE SPACES TO WS-VD-FLAG.
           IF WS-DEPT-MON-ACTUAL (WS-DEPT-IDX) > ZERO
               IF WS-DEPT-MON-SET (WS-DEPT-IDX) = 'N'
                   MOVE 'NONE' TO WS-VD-FLAG
                   ADD 1 TO WS-NONE-COUNT
               ELSE
                   IF WS-VARIANCE < ZERO
                       MOVE 'OVER' TO WS-VD-FLAG
                       MOVE 'Y' TO WS-DEPT-OVER
                   END-IF
               END-IF
           END-IF.
           WRITE VARIANCE-LINE FROM WS-VAR-DETAIL.
           MOVE SPACES TO WS-VD-DEPT.
           MOVE 'YTD' TO WS-VD-LABEL.
           MOVE WS-DEPT-YTD-BUDGET (WS-DEPT-IDX) TO WS-VD-BUDGET.
           MOVE WS-DEPT-YTD-ACTUAL (WS-DEPT-IDX) TO WS-VD-ACTUAL.
           COMPUTE WS-VARIANCE = WS-DEPT-YTD-BUDGET (WS-DEPT-IDX)
               - WS-DEPT-YTD-ACTUAL (WS-DEPT-IDX).
           MOVE WS-VARIANCE TO WS-VD-VARIANCE.
           MOVE SPACES TO WS-VD-FLAG.
           IF WS-DEPT-YTD-ACTUAL (WS-DEPT-IDX) > ZERO
               IF WS-DEPT-YTD-SET (WS-DEPT-IDX) = 'N'
                   MOVE 'NONE' TO WS-VD-FLAG
               ELSE
                   IF WS-VARIANCE < ZERO
                       MOVE 'OVER' TO WS-VD-FLAG
                       MOVE 'Y' TO WS-DEPT-OVER
                   END-IF
               END-IF
           END-IF.
           WRITE VARIANCE-LINE FROM WS-VAR-DETAIL.
           IF WS-DEPT-OVER = 'Y'
               ADD 1 TO WS-OVER-COUNT
           END-IF.
           ADD WS-DEPT-MON-BUDGET (WS-DEPT-IDX) TO WS-TOT-MON-BUDGET.
           ADD WS-DEPT-MON-ACTUAL (WS-DEPT-IDX) TO WS-TOT-MON-ACTUAL.
           ADD WS-DEPT-YTD-BUDGET (WS-DEPT-IDX) TO WS-TOT-YTD-BUDGET.
           ADD WS-DEPT-YTD-ACTUAL (WS-DEPT-IDX) TO WS-TOT-YTD-ACTUAL.

       WRITE-VARIANCE-TOTALS.
           MOVE ALL '-' TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE 'ALL DEPTS' TO WS-VD-DEPT.
           MOVE 'MONTH' TO WS-VD-LABEL.
           MOVE WS-TOT-MON-BUDGET TO WS-VD-BUDGET.
           MOVE WS-TOT-MON-ACTUAL TO WS-VD-ACTUAL.
           COMPUTE WS-VARIANCE = WS-TOT-MON-BUDGET - WS-TOT-MON-ACTUAL.
           MOVE WS-VARIANCE TO WS-VD-VARIANCE.
           MOVE SPACES TO WS-VD-FLAG.
           WRITE VARIANCE-LINE FROM WS-VAR-DETAIL.
           MOVE SPACES TO WS-VD-DEPT.
           MOVE 'YTD' TO WS-VD-LABEL.
           MOVE WS-TOT-YTD-BUDGET TO WS-VD-BUDGET.
           MOVE WS-TOT-YTD-ACTUAL TO WS-VD-ACTUAL.
           COMPUTE WS-VARIANCE = WS-TOT-YTD-BUDGET - WS-TOT-YTD-ACTUAL.
           MOVE WS-VARIANCE TO WS-VD-VARIANCE.
           WRITE VARIANCE-LINE FROM WS-VAR-DETAIL.
           MOVE ALL '-' TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE 'DEPARTMENTS OVER BUDGET:' TO WS-VC-LABEL.
           MOVE WS-OVER-COUNT TO WS-VC-COUNT.
           WRITE VARIANCE-LINE FROM WS-VAR-COUNT-LINE.
           MOVE 'NO BUDGET BUT SPENT IN MONTH:' TO WS-VC-LABEL.
           MOVE WS-NONE-COUNT TO WS-VC-COUNT.
           WRITE VARIANCE-LINE FROM WS-VAR-COUNT-LINE.
