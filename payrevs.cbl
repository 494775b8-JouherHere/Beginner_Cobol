      ***************************************************
      * COBOL PROGRAM TO BACK OUT ONE PAYROLL PERIOD    *
      * COMPLETELY SO THE MONTH CAN BE RUN AGAIN. THE   *
      * PERIOD MUST BE THE LATEST ONE MARKED RUN ON THE *
      * PAYPERD.DAT REGISTER. USING THE PAYHIST.DAT RUN *
      * JOURNAL IT SUBTRACTS EVERY EMPLOYEE'S PERIOD    *
      * FIGURES FROM PAYYTD.DAT, APPENDS CONTRA         *
      * POSTINGS PER DEPARTMENT TO GLPOST.DAT WITH A    *
      * BALANCING TRAILER (DATED AS THE ORIGINAL RUN SO *
      * THE YEAR CONTROL IN YEARCERT STILL NETS), SETS  *
      * THE LEAVTRAN.DAT ENTRIES IT DOCKED BACK FROM D  *
      * TO G AND THE SALHIST.DAT CHANGES IT SETTLED     *
      * BACK TO RETRO-PAID N, PUTS EVERY LOANMAST.DAT   *
      * INSTALLMENT IT RECOVERED BACK ON THE LOAN (WITH *
      * A V MOVEMENT ON LOANTRAN.DAT), THEN REOPENS THE *
      * PERIOD. A PERIOD IS NOT REVERSED WHILE ANY      *
      * EMPLOYEE PAID IN IT HAS SINCE BEEN SETTLED BY   *
      * FINSETL (EMPSTATUS F) - THE RERUN WOULD SKIP    *
      * THEM (RC 8). FINAL SETTLEMENTS JOURNALED BY     *
      * FINSETL (TYPE F) ARE LEFT AS THEY ARE. THE      *
      * DEDUCTIONS CONTRA IS TAKEN AS GROSS LESS NET,   *
      * SO IT ALWAYS MATCHES WHAT PAYROLL POSTED.       *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREVS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PERIOD ASSIGN TO 'PAYPERD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYPERD-STATUS.
           SELECT EMP-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT YTD-FILE ASSIGN TO 'PAYYTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMPID
               FILE STATUS IS WS-PAYYTD-STATUS.
           SELECT LEAVE-TRANS ASSIGN TO 'LEAVTRAN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEAVTRAN-STATUS.
           SELECT SALARY-HISTORY ASSIGN TO 'SALHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.
           SELECT GL-EXTRACT ASSIGN TO 'GLPOST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT LOAN-MASTER ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT LOAN-TRANS ASSIGN TO 'LOANTRAN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANTRAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PERIOD
           LABEL RECORDS ARE STANDARD.
       COPY "payperd.cpy".

       FD  EMP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "emprecord.cpy".

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY "payhist.cpy".

       FD  YTD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "payytd.cpy".

       FD  LEAVE-TRANS
           LABEL RECORDS ARE STANDARD.
       COPY "leavtran.cpy".

       FD  SALARY-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY "salhist.cpy".

       FD  GL-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01 GL-RECORD PIC X(44).

       FD  LOAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "loanmast.cpy".

       FD  LOAN-TRANS
           LABEL RECORDS ARE STANDARD.
       COPY "loantran.cpy".

       WORKING-STORAGE SECTION.
       77 WS-PAYPERD-STATUS PIC XX VALUE '00'.
       77 WS-PAYHIST-STATUS PIC XX VALUE '00'.
       77 WS-EMPMAST-STATUS PIC XX VALUE '00'.
       77 WS-SETTLED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PAYYTD-STATUS PIC XX VALUE '00'.
       77 WS-LEAVTRAN-STATUS PIC XX VALUE '00'.
       77 WS-SALHIST-STATUS PIC XX VALUE '00'.
       77 WS-GLPOST-STATUS PIC XX VALUE '00'.
       77 WS-LOANMAST-STATUS PIC XX VALUE '00'.
       77 WS-LOANTRAN-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PRD-FOUND PIC X VALUE 'N'.
       77 WS-LATER-RUN PIC X VALUE 'N'.
       77 WS-TARGET-PERIOD PIC 9(6) VALUE ZERO.
       77 WS-TARGET-YYYY PIC 9(4) VALUE ZERO.
       77 WS-ORIG-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-IDX PIC 9(3) VALUE ZERO.
       77 WS-MATCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-DEPT-IDX PIC 9(2) VALUE ZERO.
       77 WS-DEPT-MATCH-IDX PIC 9(2) VALUE ZERO.
       77 WS-PERIOD-DEDUCTIONS PIC 9(7)V99 VALUE ZERO.
       77 WS-YTD-SKIPPED PIC 9(5) VALUE ZERO.
       77 WS-LEAVE-RESET PIC 9(5) VALUE ZERO.
       77 WS-RETRO-RESET PIC 9(5) VALUE ZERO.
       77 WS-LOAN-RESET PIC 9(5) VALUE ZERO.
       77 WS-JOURNAL-MARKED PIC 9(5) VALUE ZERO.
       77 WS-GL-TOTAL-DEBITS PIC 9(9)V99 VALUE ZERO.
       77 WS-GL-TOTAL-CREDITS PIC 9(9)V99 VALUE ZERO.

       01 WS-EMP-TABLE.
            02 WS-EMP-COUNT PIC 9(3) VALUE ZERO.
            02 WS-EMP-ENTRY OCCURS 500 TIMES.
                 03 WS-EMP-EMPID PIC 9(5).
                 03 WS-EMP-GROSS PIC 9(7)V99.
                 03 WS-EMP-TAX PIC 9(7)V99.
                 03 WS-EMP-PENSION PIC 9(7)V99.
                 03 WS-EMP-INSUR PIC 9(7)V99.
                 03 WS-EMP-LOAN PIC 9(7)V99.
                 03 WS-EMP-NET PIC 9(7)V99.

       01 WS-LEAVE-KEY-TABLE.
            02 WS-LVK-COUNT PIC 9(3) VALUE ZERO.
            02 WS-LVK-ENTRY OCCURS 500 TIMES.
                 03 WS-LVK-EMPID PIC 9(5).
                 03 WS-LVK-FROM-DATE PIC 9(8).

       01 WS-RETRO-KEY-TABLE.
            02 WS-SHK-COUNT PIC 9(3) VALUE ZERO.
            02 WS-SHK-ENTRY OCCURS 500 TIMES.
                 03 WS-SHK-EMPID PIC 9(5).
                 03 WS-SHK-EFF-DATE PIC 9(8).

       01 WS-LOAN-KEY-TABLE.
            02 WS-LNK-COUNT PIC 9(3) VALUE ZERO.
            02 WS-LNK-ENTRY OCCURS 500 TIMES.
                 03 WS-LNK-LOAN-NO PIC 9(6).
                 03 WS-LNK-AMOUNT PIC 9(7)V99.

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

       01 WS-REVERSAL-TOTALS.
            02 WS-TOTAL-GROSS PIC 9(9)V99 VALUE ZERO.
            02 WS-TOTAL-DEDUCTIONS PIC 9(9)V99 VALUE ZERO.
            02 WS-TOTAL-NET PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'ENTER PAYROLL PERIOD TO REVERSE YYYYMM: '.
           ACCEPT WS-TARGET-PERIOD.
           COMPUTE WS-TARGET-YYYY = WS-TARGET-PERIOD / 100.
           PERFORM CHECK-PERIOD-REVERSIBLE.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM LOAD-RUN-JOURNAL.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           IF WS-EMP-COUNT = ZERO
               DISPLAY 'NO UNREVERSED JOURNAL ENTRIES FOR PERIOD '
                   WS-TARGET-PERIOD ' - NOTHING REVERSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-SETTLED-LEAVERS.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM REVERSE-YTD-FIGURES.
           PERFORM REVERSE-LEAVE-DOCKING.
           PERFORM REVERSE-RETRO-FLAGS.
           PERFORM REVERSE-LOAN-RECOVERIES.
           PERFORM WRITE-GL-CONTRA.
           PERFORM MARK-JOURNAL-REVERSED.
           PERFORM REOPEN-PERIOD.
           DISPLAY ' '.
           DISPLAY 'PAYROLL PERIOD ' WS-TARGET-PERIOD ' REVERSED'.
           DISPLAY 'EMPLOYEES BACKED OUT:  ' WS-EMP-COUNT.
           DISPLAY 'GROSS REVERSED:        ' WS-TOTAL-GROSS.
           DISPLAY 'DEDUCTIONS REVERSED:   ' WS-TOTAL-DEDUCTIONS.
           DISPLAY 'NET REVERSED:          ' WS-TOTAL-NET.
           DISPLAY 'LEAVE ENTRIES RESET:   ' WS-LEAVE-RESET.
           DISPLAY 'RETRO FLAGS RESET:     ' WS-RETRO-RESET.
           DISPLAY 'LOAN RECOVERIES BACKED:' WS-LOAN-RESET.
           DISPLAY 'JOURNAL ROWS MARKED:   ' WS-JOURNAL-MARKED.
           IF WS-YTD-SKIPPED > ZERO
               DISPLAY '*** ' WS-YTD-SKIPPED ' EMPLOYEES NOT '
                   'BACKED OUT OF PAYYTD - SEE MESSAGES ABOVE ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'BANKPAY.DAT FROM THE REVERSED RUN MUST NOT BE '
               'SENT - THE RERUN REPLACES IT'.
           GOBACK.

      ***************************************************
      * ONLY THE LATEST RUN PERIOD CAN BE BACKED OUT -  *
      * A LATER RUN HAS ALREADY BUILT ITS YTD AND RETRO *
      * FIGURES ON TOP OF IT. A CLOSED PERIOD IS FINAL. *
      ***************************************************
       CHECK-PERIOD-REVERSIBLE.
           MOVE 'N' TO WS-PRD-FOUND.
           MOVE 'N' TO WS-LATER-RUN.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PAY-PERIOD.
           IF WS-PAYPERD-STATUS NOT = '00'
               DISPLAY 'PAYPERD.DAT NOT FOUND - NO PERIOD TO REVERSE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-PAY-PERIOD
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF PRD-PERIOD = WS-TARGET-PERIOD
                       MOVE 'Y' TO WS-PRD-FOUND
                       MOVE PRD-RUN-DATE TO WS-ORIG-RUN-DATE
                       IF PRD-STATUS NOT = 'R'
                           DISPLAY 'PAYROLL PERIOD ' WS-TARGET-PERIOD
                               ' IS STATUS ' PRD-STATUS
                               ' - ONLY A RUN PERIOD CAN BE REVERSED'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF PRD-PERIOD > WS-TARGET-PERIOD
                           AND PRD-STATUS NOT = 'O'
                       MOVE 'Y' TO WS-LATER-RUN
                   END-IF
                   PERFORM READ-PAY-PERIOD
               END-PERFORM
               CLOSE PAY-PERIOD
               IF WS-PRD-FOUND = 'N'
                   DISPLAY 'PAYROLL PERIOD ' WS-TARGET-PERIOD
                       ' NOT ON THE PERIOD REGISTER'
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF WS-LATER-RUN = 'Y'
                   DISPLAY 'A LATER PAYROLL PERIOD HAS BEEN RUN - '
                       'REVERSE THAT PERIOD FIRST'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       READ-PAY-PERIOD.
           READ PAY-PERIOD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      ***************************************************
      * THE WHOLE JOURNAL FOR THE PERIOD IS TAKEN INTO  *
      * TABLES BEFORE ANYTHING IS UPDATED, SO AN        *
      * OVERFLOW STOPS THE RUN WITH NO FILE TOUCHED.    *
      ***************************************************
       LOAD-RUN-JOURNAL.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PAY-HISTORY.
           IF WS-PAYHIST-STATUS NOT = '00'
               DISPLAY 'PAYHIST.DAT NOT FOUND - PERIOD CANNOT BE '
                   'REVERSED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-PAY-HISTORY
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF PH-PERIOD = WS-TARGET-PERIOD
                           AND PH-REVERSED NOT = 'Y'
                       EVALUATE PH-REC-TYPE
                           WHEN 'E' PERFORM TAKE-UP-EMPLOYEE-ENTRY
                           WHEN 'L' PERFORM TAKE-UP-LEAVE-ENTRY
                           WHEN 'S' PERFORM TAKE-UP-RETRO-ENTRY
                           WHEN 'K' PERFORM TAKE-UP-LOAN-ENTRY
                           WHEN OTHER CONTINUE
                       END-EVALUATE
                   END-IF
                   PERFORM READ-PAY-HISTORY
               END-PERFORM
               CLOSE PAY-HISTORY
           END-IF.

       READ-PAY-HISTORY.
           READ PAY-HISTORY
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       TAKE-UP-EMPLOYEE-ENTRY.
           IF WS-EMP-COUNT = 500
               DISPLAY 'MORE THAN 500 EMPLOYEES IN THE PERIOD - '
                   'REVERSAL NOT RUN'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               ADD 1 TO WS-EMP-COUNT
               MOVE PH-EMPID TO WS-EMP-EMPID (WS-EMP-COUNT)
               MOVE PH-GROSS TO WS-EMP-GROSS (WS-EMP-COUNT)
               MOVE PH-TAX TO WS-EMP-TAX (WS-EMP-COUNT)
               MOVE PH-PENSION TO WS-EMP-PENSION (WS-EMP-COUNT)
               MOVE PH-INSUR TO WS-EMP-INSUR (WS-EMP-COUNT)
               MOVE PH-LOAN TO WS-EMP-LOAN (WS-EMP-COUNT)
               MOVE PH-NET TO WS-EMP-NET (WS-EMP-COUNT)
               COMPUTE WS-PERIOD-DEDUCTIONS = PH-GROSS - PH-NET
               ADD PH-GROSS TO WS-TOTAL-GROSS
               ADD WS-PERIOD-DEDUCTIONS TO WS-TOTAL-DEDUCTIONS
               ADD PH-NET TO WS-TOTAL-NET
               PERFORM ACCUMULATE-DEPT-TOTALS
           END-IF.

       ACCUMULATE-DEPT-TOTALS.
           MOVE ZERO TO WS-DEPT-MATCH-IDX.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   OR WS-DEPT-MATCH-IDX > ZERO
               IF WS-DEPT-NAME (WS-DEPT-IDX) = PH-DEPT
                   MOVE WS-DEPT-IDX TO WS-DEPT-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-DEPT-MATCH-IDX = ZERO
               IF WS-DEPT-COUNT = 20
                   DISPLAY 'MORE THAN 20 DEPARTMENTS - REVERSAL NOT '
                       'RUN'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH-IDX
                   MOVE PH-DEPT TO WS-DEPT-NAME (WS-DEPT-MATCH-IDX)
                   MOVE ZERO TO WS-DEPT-GROSS (WS-DEPT-MATCH-IDX)
                   MOVE ZERO TO
                       WS-DEPT-DEDUCTIONS (WS-DEPT-MATCH-IDX)
                   MOVE ZERO TO WS-DEPT-NET (WS-DEPT-MATCH-IDX)
               END-IF
           END-IF.
           IF WS-DEPT-MATCH-IDX > ZERO
               ADD PH-GROSS TO WS-DEPT-GROSS (WS-DEPT-MATCH-IDX)
               ADD WS-PERIOD-DEDUCTIONS
                   TO WS-DEPT-DEDUCTIONS (WS-DEPT-MATCH-IDX)
               ADD PH-NET TO WS-DEPT-NET (WS-DEPT-MATCH-IDX)
           END-IF.

       TAKE-UP-LEAVE-ENTRY.
           IF WS-LVK-COUNT = 500
               DISPLAY 'MORE THAN 500 DOCKED LEAVE ENTRIES - '
                   'REVERSAL NOT RUN'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               ADD 1 TO WS-LVK-COUNT
               MOVE PH-EMPID TO WS-LVK-EMPID (WS-LVK-COUNT)
               MOVE PH-KEY-DATE TO WS-LVK-FROM-DATE (WS-LVK-COUNT)
           END-IF.

       TAKE-UP-RETRO-ENTRY.
           IF WS-SHK-COUNT = 500
               DISPLAY 'MORE THAN 500 SETTLED RATE CHANGES - '
                   'REVERSAL NOT RUN'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               ADD 1 TO WS-SHK-COUNT
               MOVE PH-EMPID TO WS-SHK-EMPID (WS-SHK-COUNT)
               MOVE PH-KEY-DATE TO WS-SHK-EFF-DATE (WS-SHK-COUNT)
           END-IF.

       TAKE-UP-LOAN-ENTRY.
           IF WS-LNK-COUNT = 500
               DISPLAY 'MORE THAN 500 LOAN RECOVERIES - '
                   'REVERSAL NOT RUN'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               ADD 1 TO WS-LNK-COUNT
               MOVE PH-KEY-DATE TO WS-LNK-LOAN-NO (WS-LNK-COUNT)
               MOVE PH-LOAN TO WS-LNK-AMOUNT (WS-LNK-COUNT)
           END-IF.

      ***************************************************
      * AN EMPLOYEE PAID IN THE PERIOD WHO HAS SINCE    *
      * HAD A FINAL SETTLEMENT (EMPSTATUS F) WOULD BE   *
      * SKIPPED BY THE RERUN, LOSING THE MONTH'S PAY    *
      * AND LEAVING THEIR LOANS OPEN WITH NOTHING TO    *
      * RECOVER THEM, SO THE PERIOD IS NOT REVERSED.    *
      ***************************************************
       CHECK-SETTLED-LEAVERS.
           MOVE ZERO TO WS-SETTLED-COUNT.
           OPEN INPUT EMP-MASTER.
           IF WS-EMPMAST-STATUS NOT = '00'
               DISPLAY 'EMP-MASTER NOT FOUND - PERIOD NOT REVERSED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-EMP-COUNT
                   PERFORM CHECK-ONE-SETTLED
               END-PERFORM
               CLOSE EMP-MASTER
               IF WS-SETTLED-COUNT > ZERO
                   DISPLAY WS-SETTLED-COUNT ' EMPLOYEES PAID IN '
                       'PERIOD ' WS-TARGET-PERIOD ' HAVE SINCE BEEN '
                       'SETTLED BY FINSETL - PERIOD NOT REVERSED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CHECK-ONE-SETTLED.
           MOVE WS-EMP-EMPID (WS-IDX) TO EMPID.
           READ EMP-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMPSTATUS = 'F'
                       DISPLAY 'EMPID ' EMPID ' ' EMPNAME
                           ' PAID IN THE PERIOD AND SINCE SETTLED'
                       ADD 1 TO WS-SETTLED-COUNT
                   END-IF
           END-READ.

      ***************************************************
      * A YTD RECORD ALREADY ROLLED INTO ANOTHER YEAR   *
      * IS LEFT ALONE AND REPORTED FOR A MANUAL FIX.    *
      ***************************************************
       REVERSE-YTD-FIGURES.
           OPEN I-O YTD-FILE.
           IF WS-PAYYTD-STATUS NOT = '00'
               DISPLAY 'PAYYTD.DAT NOT FOUND - YEAR-TO-DATE FIGURES '
                   'NOT REVERSED'
               MOVE WS-EMP-COUNT TO WS-YTD-SKIPPED
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-EMP-COUNT
                   PERFORM REVERSE-ONE-YTD-RECORD
               END-PERFORM
               CLOSE YTD-FILE
           END-IF.

       REVERSE-ONE-YTD-RECORD.
           MOVE WS-EMP-EMPID (WS-IDX) TO YTD-EMPID.
           READ YTD-FILE
               INVALID KEY
                   DISPLAY 'EMPID ' WS-EMP-EMPID (WS-IDX)
                       ' HAS NO PAYYTD RECORD - NOT BACKED OUT'
                   ADD 1 TO WS-YTD-SKIPPED
               NOT INVALID KEY
                   IF YTD-YEAR NOT = WS-TARGET-YYYY
                       DISPLAY 'EMPID ' WS-EMP-EMPID (WS-IDX)
                           ' PAYYTD IS FOR ' YTD-YEAR
                           ' - NOT BACKED OUT'
                       ADD 1 TO WS-YTD-SKIPPED
                   ELSE
                       SUBTRACT WS-EMP-GROSS (WS-IDX) FROM YTD-GROSS
                       SUBTRACT WS-EMP-TAX (WS-IDX) FROM YTD-TAX
                       SUBTRACT WS-EMP-PENSION (WS-IDX)
                           FROM YTD-PENSION
                       SUBTRACT WS-EMP-INSUR (WS-IDX) FROM YTD-INSUR
                       SUBTRACT WS-EMP-LOAN (WS-IDX) FROM YTD-LOAN
                       SUBTRACT WS-EMP-NET (WS-IDX) FROM YTD-NET
                       REWRITE YTD-RECORD
                   END-IF
           END-READ.

       REVERSE-LEAVE-DOCKING.
           IF WS-LVK-COUNT > ZERO
               MOVE 'N' TO WS-EOF-FLAG
               OPEN I-O LEAVE-TRANS
               IF WS-LEAVTRAN-STATUS = '00'
                   PERFORM READ-LEAVE-TRANS
                   PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       IF LVT-STATUS = 'D'
                           PERFORM FIND-LEAVE-KEY
                           IF WS-MATCH-IDX > ZERO
                               MOVE 'G' TO LVT-STATUS
                               REWRITE LVT-RECORD
                               ADD 1 TO WS-LEAVE-RESET
                           END-IF
                       END-IF
                       PERFORM READ-LEAVE-TRANS
                   END-PERFORM
                   CLOSE LEAVE-TRANS
               END-IF
           END-IF.

       READ-LEAVE-TRANS.
           READ LEAVE-TRANS
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       FIND-LEAVE-KEY.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LVK-COUNT
                   OR WS-MATCH-IDX > ZERO
               IF WS-LVK-EMPID (WS-IDX) = LVT-EMPID
                       AND WS-LVK-FROM-DATE (WS-IDX) = LVT-FROM-DATE
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

       REVERSE-RETRO-FLAGS.
           IF WS-SHK-COUNT > ZERO
               MOVE 'N' TO WS-EOF-FLAG
               OPEN I-O SALARY-HISTORY
               IF WS-SALHIST-STATUS = '00'
                   PERFORM READ-SALARY-HISTORY
                   PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       IF SAL-RETRO-PAID = 'Y'
                           PERFORM FIND-RETRO-KEY
                           IF WS-MATCH-IDX > ZERO
                               MOVE 'N' TO SAL-RETRO-PAID
                               REWRITE SAL-RECORD
                               ADD 1 TO WS-RETRO-RESET
                           END-IF
                       END-IF
                       PERFORM READ-SALARY-HISTORY
                   END-PERFORM
                   CLOSE SALARY-HISTORY
               END-IF
           END-IF.

       READ-SALARY-HISTORY.
           READ SALARY-HISTORY
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       FIND-RETRO-KEY.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SHK-COUNT
                   OR WS-MATCH-IDX > ZERO
               IF WS-SHK-EMPID (WS-IDX) = SAL-EMPID
                       AND WS-SHK-EFF-DATE (WS-IDX) = SAL-EFF-DATE
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

      ***************************************************
      * EACH RECOVERED INSTALLMENT GOES BACK ON ITS     *
      * LOAN, WHICH IS ACTIVE AGAIN AND DUE FOR THE     *
      * RERUN OF THE MONTH. THE V MOVEMENT IS DATED AS  *
      * THE ORIGINAL RUN SO THE YEAR'S RECOVERIES NET.  *
      ***************************************************
       REVERSE-LOAN-RECOVERIES.
           IF WS-LNK-COUNT > ZERO
               MOVE 'N' TO WS-EOF-FLAG
               OPEN I-O LOAN-MASTER
               IF WS-LOANMAST-STATUS NOT = '00'
                   DISPLAY 'LOANMAST.DAT NOT FOUND - LOAN RECOVERIES '
                       'NOT REVERSED'
               ELSE
                   OPEN EXTEND LOAN-TRANS
                   IF WS-LOANTRAN-STATUS = '35'
                       OPEN OUTPUT LOAN-TRANS
                       CLOSE LOAN-TRANS
                       OPEN EXTEND LOAN-TRANS
                   END-IF
                   PERFORM READ-LOAN-MASTER
                   PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       PERFORM FIND-LOAN-KEY
                       IF WS-MATCH-IDX > ZERO
                           PERFORM REVERSE-ONE-LOAN
                       END-IF
                       PERFORM READ-LOAN-MASTER
                   END-PERFORM
                   CLOSE LOAN-TRANS
                   CLOSE LOAN-MASTER
               END-IF
           END-IF.

       READ-LOAN-MASTER.
           READ LOAN-MASTER
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       FIND-LOAN-KEY.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LNK-COUNT
                   OR WS-MATCH-IDX > ZERO
               IF WS-LNK-LOAN-NO (WS-IDX) = LN-LOAN-NO
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

       REVERSE-ONE-LOAN.
           ADD WS-LNK-AMOUNT (WS-MATCH-IDX) TO LN-BALANCE.
           IF LN-PAID-COUNT > ZERO
               SUBTRACT 1 FROM LN-PAID-COUNT
           END-IF.
           MOVE ZERO TO LN-LAST-PERIOD.
           MOVE 'A' TO LN-STATUS.
           REWRITE LN-RECORD.
           MOVE SPACES TO LT-RECORD.
           MOVE LN-LOAN-NO TO LT-LOAN-NO.
           MOVE LN-EMPID TO LT-EMPID.
           MOVE WS-ORIG-RUN-DATE TO LT-DATE.
           MOVE WS-TARGET-PERIOD TO LT-PERIOD.
           MOVE 'V' TO LT-TYPE.
           MOVE WS-LNK-AMOUNT (WS-MATCH-IDX) TO LT-AMOUNT.
           MOVE LN-BALANCE TO LT-BALANCE.
           WRITE LT-RECORD.
           ADD 1 TO WS-LOAN-RESET.

      ***************************************************
      * THE CONTRA SET MIRRORS PAYROLL'S POSTINGS WITH  *
      * DEBIT AND CREDIT SWAPPED, DATED AS THE ORIGINAL *
      * RUN SO THE PERIOD AND YEAR NET TO NIL.          *
      ***************************************************
       WRITE-GL-CONTRA.
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
               PERFORM WRITE-GL-DEPT-CONTRA
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
           DISPLAY 'GL CONTRA WRITTEN - DEBITS '
               WS-GL-TOTAL-DEBITS ' CREDITS '
               WS-GL-TOTAL-CREDITS ' ' WS-GLT-BALANCED.

       WRITE-GL-DEPT-CONTRA.
           MOVE 'D' TO WS-GL-REC-TYPE.
           MOVE WS-ORIG-RUN-DATE TO WS-GL-DATE.
           MOVE WS-DEPT-NAME (WS-DEPT-IDX) TO WS-GL-DEPT.
           MOVE 'SALARY-EXP' TO WS-GL-ACCOUNT.
           MOVE 'CR' TO WS-GL-DRCR.
           MOVE WS-DEPT-GROSS (WS-DEPT-IDX) TO WS-GL-AMOUNT.
           ADD WS-DEPT-GROSS (WS-DEPT-IDX) TO WS-GL-TOTAL-CREDITS.
           WRITE GL-RECORD FROM WS-GL-POSTING.
           MOVE 'WTHHLD-PAY' TO WS-GL-ACCOUNT.
           MOVE 'DR' TO WS-GL-DRCR.
           MOVE WS-DEPT-DEDUCTIONS (WS-DEPT-IDX) TO WS-GL-AMOUNT.
           ADD WS-DEPT-DEDUCTIONS (WS-DEPT-IDX)
               TO WS-GL-TOTAL-DEBITS.
           WRITE GL-RECORD FROM WS-GL-POSTING.
           MOVE 'NETPAY-PAY' TO WS-GL-ACCOUNT.
           MOVE WS-DEPT-NET (WS-DEPT-IDX) TO WS-GL-AMOUNT.
           ADD WS-DEPT-NET (WS-DEPT-IDX) TO WS-GL-TOTAL-DEBITS.
           WRITE GL-RECORD FROM WS-GL-POSTING.

       MARK-JOURNAL-REVERSED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O PAY-HISTORY.
           IF WS-PAYHIST-STATUS = '00'
               PERFORM READ-PAY-HISTORY
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF PH-PERIOD = WS-TARGET-PERIOD
                           AND PH-REVERSED NOT = 'Y'
                           AND PH-REC-TYPE NOT = 'F'
                       MOVE 'Y' TO PH-REVERSED
                       REWRITE PH-RECORD
                       ADD 1 TO WS-JOURNAL-MARKED
                   END-IF
                   PERFORM READ-PAY-HISTORY
               END-PERFORM
               CLOSE PAY-HISTORY
           END-IF.

       REOPEN-PERIOD.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'N' TO WS-PRD-FOUND.
           OPEN I-O PAY-PERIOD.
           IF WS-PAYPERD-STATUS = '00'
               PERFORM READ-PAY-PERIOD
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       OR WS-PRD-FOUND = 'Y'
                   IF PRD-PERIOD = WS-TARGET-PERIOD
                       MOVE 'Y' TO WS-PRD-FOUND
                       MOVE 'O' TO PRD-STATUS
                       MOVE ZERO TO PRD-EMP-COUNT
                       MOVE ZERO TO PRD-GROSS
                       MOVE ZERO TO PRD-NET
                       REWRITE PRD-RECORD
                   ELSE
                       PERFORM READ-PAY-PERIOD
                   END-IF
               END-PERFORM
               CLOSE PAY-PERIOD
           END-IF.
